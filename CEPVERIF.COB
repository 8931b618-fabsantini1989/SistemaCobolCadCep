      * - PASSA A REGISTRAR INICIO/FIM E OS CONTADORES-CHAVE DA
      *   RODADA NO LOG CENTRAL DE EXECUCAO (CEPRUN.LOG, VIDE
      *   RUN-GRAVA), CONFERIDO PELA MANHA POR CEPRESUM.
      * - PASSA A GRAVAR EM RUN-CICLO DO CEPRUN.LOG O CICLO NOTURNO
      *   RECEBIDO DO ENCADEADOR CEPNOITE NA VARIAVEL DE AMBIENTE
      *   CEPCICLO (VIDE RUN-MONTA); EM BRANCO NA RODADA AVULSA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                03 ORD-DTMOV           PIC 9(08).
                03 ORD-HRMOV           PIC 9(06).
                03 ORD-TIPO            PIC X(01).
                03 ORD-DEPOIS          PIC X(200).
      *
       FD VERLST
               LABEL RECORD IS STANDARD
       77 W-ULTCEP       PIC 9(08) VALUE ZEROS.
       77 W-ULTDT        PIC 9(08) VALUE ZEROS.
       77 W-ULTHR        PIC 9(06) VALUE ZEROS.
       77 W-ULTDEPOIS    PIC X(200) VALUE SPACES.
       77 W-REGATUAL     PIC X(200) VALUE SPACES.
      *
       01 LN-ACHADO.
                03 LA-NUMCEP PIC 9(08).
                MOVE W-RUNLID   TO RUN-LIDOS
                MOVE W-RUNGRV   TO RUN-GRAV
                MOVE W-RUNREJ   TO RUN-REJ
                MOVE SPACES     TO RUN-CICLO
                ACCEPT RUN-CICLO FROM ENVIRONMENT "CEPCICLO"
                WRITE REGRUN
                CLOSE RUNLOG.
       RUN-GRAVA-FIM.
