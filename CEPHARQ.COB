      * - PASSA A REGISTRAR INICIO/FIM E OS CONTADORES-CHAVE DA
      *   RODADA NO LOG CENTRAL DE EXECUCAO (CEPRUN.LOG, VIDE
      *   RUN-GRAVA), CONFERIDO PELA MANHA POR CEPRESUM.
      * - PASSA A GRAVAR EM RUN-CICLO DO CEPRUN.LOG O CICLO NOTURNO
      *   RECEBIDO DO ENCADEADOR CEPNOITE NA VARIAVEL DE AMBIENTE
      *   CEPCICLO (VIDE RUN-MONTA); EM BRANCO NA RODADA AVULSA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       FD ARQHIST
               LABEL RECORD IS STANDARD.
       01 REGARQ                     PIC X(431).
      *
       FD TMPHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CEPHARQ.TMP".
       01 REGTMP                     PIC X(431).
      *
       FD CTLARQ
               LABEL RECORD IS STANDARD
                MOVE W-RUNLID   TO RUN-LIDOS
                MOVE W-RUNGRV   TO RUN-GRAV
                MOVE W-RUNREJ   TO RUN-REJ
                MOVE SPACES     TO RUN-CICLO
                ACCEPT RUN-CICLO FROM ENVIRONMENT "CEPCICLO"
                WRITE REGRUN
                CLOSE RUNLOG.
       RUN-GRAVA-FIM.
