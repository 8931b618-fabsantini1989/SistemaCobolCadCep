                03 ARQ-OPERADOR        PIC X(08).
                03 ARQ-DTMOV           PIC 9(08).
                03 ARQ-HRMOV           PIC 9(06).
                03 ARQ-ANTES           PIC X(200).
                03 ARQ-DEPOIS          PIC X(200).
      *
       SD W-ORDENA.
       01 REGORD.
                03 ORD-HRMOV           PIC 9(06).
                03 ORD-NUMCEP          PIC 9(08).
                03 ORD-TIPO            PIC X(01).
                03 ORD-DEPOIS          PIC X(200).
      *
      * IMAGEM DE REGCEP (VIDE CADCEP.CPY) COM OS CAMPOS DE CHAVE
      * ABERTOS E O RESTANTE EM FILLER, POIS AQUI SO' SE GRAVA A
                03 NOVO-CIDUF.
                   05 NOVO-CIDADE      PIC X(20).
                   05 NOVO-UF          PIC X(02).
                03 FILLER              PIC X(115).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
