      *----------------------------------------------------------------
      * TABTIPO.CPY - TABELA DE TIPOS DE CEP (CODIGO/DESCRICAO), NOS
      * MOLDES DE TABSTAT, USADA PARA VALIDAR CEP-TIPO-CEP NA TELA E
      * NA CARGA E PARA ROTULAR OS TIPOS NOS RELATORIOS.
      *----------------------------------------------------------------
       01 TXTIP.
            03 TIP-CODIGO   PIC X(01) VALUE SPACES.
            03 TIP-TEXTO    PIC X(22) VALUE SPACES.
       01 TBTIP.
             03 FILLER      PIC X(22) VALUE "LOGRADOURO".
             03 FILLER      PIC X(22) VALUE "GRANDE USUARIO".
             03 FILLER      PIC X(22) VALUE "CX POSTAL COMUNITARIA".
             03 FILLER      PIC X(22) VALUE "UNIDADE OPERACIONAL".
      *
       01 TBTIPR REDEFINES TBTIP.
          03 TABTIP    PIC X(22) OCCURS 4 TIMES.
       01 INDTIP          PIC 9(02) VALUE ZEROS.
      *=========================================================
       01 TSBTIP.
             03 FILLER      PIC X(04) VALUE "LGCU".
       01 TSBTIPR REDEFINES TSBTIP.
          03 TSABTIP   PIC X(01) OCCURS 4 TIMES.
