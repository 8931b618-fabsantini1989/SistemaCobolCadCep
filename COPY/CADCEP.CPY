      * CODIGOS DE HIST-TIPO-OPER EM CEPHIST.CPY) PARA QUE O EXTRATO
      * DE DELTA (CEPDELTA.COB) SAIBA SE FOI INCLUSAO/ALTERACAO/
      * CANCELAMENTO SEM TER DE INFERIR ISSO DE CEP-DATA/CEP-DTMOV.
      * CEP-TIPO-CEP CLASSIFICA O CEP (CODIGOS EM TABTIPO.CPY):
      * L = LOGRADOURO (EM BRANCO NOS REGISTROS ANTERIORES A ELE),
      * G = GRANDE USUARIO, C = CAIXA POSTAL COMUNITARIA E
      * U = UNIDADE OPERACIONAL DOS CORREIOS. OS TRES ULTIMOS TRAZEM
      * O NOME DA ORGANIZACAO/UNIDADE EM CEP-NOME-ORG E DISPENSAM O
      * BAIRRO (A CAIXA COMUNITARIA DISPENSA TAMBEM O LOGRADOURO).
      *----------------------------------------------------------------
       01 REGCEP.
                03 CEP-NUMCEP          PIC 9(08).
                   88 CEP-MOV-INCLUSAO      VALUE "I".
                   88 CEP-MOV-ALTERACAO     VALUE "A".
                   88 CEP-MOV-CANCELAMENTO  VALUE "E".
                03 CEP-TIPO-CEP        PIC X(01).
                   88 CEP-TP-LOGRADOURO     VALUE "L" " ".
                   88 CEP-TP-GRANDE-USU     VALUE "G".
                   88 CEP-TP-CAIXA-COMUN    VALUE "C".
                   88 CEP-TP-UNID-OPER      VALUE "U".
                03 CEP-NOME-ORG        PIC X(35).
