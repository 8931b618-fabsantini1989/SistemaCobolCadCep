      *   QUANDO OUTRA SESSAO ESTA' GRAVANDO, PARA DUAS SESSOES
      *   SIMULTANEAS NAO EMENDAREM NEM PERDEREM REGISTRO DO
      *   HISTORICO.
      * - PASSA A GRAVAR EM RUN-CICLO DO CEPRUN.LOG O CICLO NOTURNO
      *   RECEBIDO DO ENCADEADOR CEPNOITE NA VARIAVEL DE AMBIENTE
      *   CEPCICLO (VIDE RUN-MONTA); EM BRANCO NA RODADA AVULSA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 ST-ERHIST      PIC X(02) VALUE "00".
       77 ST-ERLST       PIC X(02) VALUE "00".
       77 W-OPERADOR     PIC X(08) VALUE SPACES.
       77 W-REGCEP-OLD   PIC X(200) VALUE SPACES.
       77 W-TOTLIDOS     PIC 9(06) VALUE ZEROS.
       77 W-TOTNORM      PIC 9(06) VALUE ZEROS.
       77 W-TOTBAI       PIC 9(06) VALUE ZEROS.
                MOVE W-RUNLID   TO RUN-LIDOS
                MOVE W-RUNGRV   TO RUN-GRAV
                MOVE W-RUNREJ   TO RUN-REJ
                MOVE SPACES     TO RUN-CICLO
                ACCEPT RUN-CICLO FROM ENVIRONMENT "CEPCICLO"
                WRITE REGRUN
                CLOSE RUNLOG.
       RUN-GRAVA-FIM.
