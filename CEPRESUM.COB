      * RODAM. OS FLAGS TAMBEM SAEM NO
      * CONSOLE, PARA A OPERACAO VER DE IMEDIATO O QUE ABENDOU OU
      * NEM CHEGOU A RODAR (CASO DO CEPDELTA SILENCIOSO DE HOJE).
      * - PASSA A RESUMIR POR CICLO NOTURNO (RUN-CICLO, GRAVADO PELOS
      *   LOTES QUANDO RODAM PELO ENCADEADOR CEPNOITE): NO CONSOLE
      *   INFORMA-SE O CICLO (AAAAMMDDNN); ZEROS OU BRANCOS ASSUMEM O
      *   ULTIMO CICLO DO LOG (VIDE RSM-ULTIMO) E SO' OS REGISTROS
      *   DELE ENTRAM NO RESUMO, SEM MISTURAR RODADAS AVULSAS OU A
      *   RETOMADA DE UM CICLO ANTERIOR. UMA DATA (AAAAMMDD) OU UM LOG
      *   SEM NENHUM CICLO MANTEM O RESUMO POR DATA DE ANTES.
      *   CEPAGAPL ENTRA NA TABELA DE ESPERADOS DO CICLO NOTURNO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 ST-ERCTL       PIC X(02) VALUE "00".
       77 ST-ERLST       PIC X(02) VALUE "00".
       77 W-DTCICLO      PIC 9(08) VALUE ZEROS.
       77 W-CICLO        PIC X(10) VALUE SPACES.
       77 W-ENTRADA      PIC X(10) VALUE SPACES.
       77 W-REJLIM       PIC 9(06) VALUE 100.
       77 W-TOTREG       PIC 9(06) VALUE ZEROS.
       77 W-TOTFLAG      PIC 9(02) VALUE ZEROS.
             03 FILLER    PIC X(08) VALUE "CEPCONSE".
             03 FILLER    PIC X(08) VALUE "CEPDCONF".
             03 FILLER    PIC X(08) VALUE "CEPFPEND".
             03 FILLER    PIC X(08) VALUE "CEPAGAPL".
       01 TAB-NOMESR REDEFINES TAB-NOMES.
             03 TAB-NOME  PIC X(08) OCCURS 13 TIMES.
      *
       01 TAB-JOBS.
                03 TAB-JOB-ITEM OCCURS 30 TIMES.
                   GO TO RSM-001A.
                MOVE 1 TO W-I.
       RSM-001B.
                IF W-I NOT > 13
                   MOVE TAB-NOME (W-I) TO RES-PROG (W-I)
                   ADD 1 TO W-I
                   GO TO RSM-001B.
                   MOVE CTL-REJLIM TO W-REJLIM.
                CLOSE CTLRES.
       RSM-002.
                DISPLAY "CEPRESUM - INFORME O CICLO (AAAAMMDDNN), "
                        "A DATA (AAAAMMDD) OU ZEROS PARA O ULTIMO CICLO"
                MOVE SPACES TO W-ENTRADA
                ACCEPT W-ENTRADA
                IF W-ENTRADA NUMERIC AND W-ENTRADA NOT = ZEROS
                   MOVE W-ENTRADA TO W-CICLO
                   GO TO RSM-003.
                IF W-ENTRADA (1:8) NUMERIC AND W-ENTRADA (9:2) = SPACES
                   AND W-ENTRADA (1:8) NOT = ZEROS
                   MOVE W-ENTRADA (1:8) TO W-DTCICLO
                   GO TO RSM-003.
                PERFORM RSM-ULTIMO THRU RSM-ULTIMO-FIM
                IF W-CICLO = SPACES
                   ACCEPT W-DTCICLO FROM DATE YYYYMMDD.
       RSM-003.
                OPEN INPUT RUNLOG
                   DISPLAY "ERRO NA LEITURA DE CEPRUN.LOG - " ST-ERRUN
                   GO TO RSM-100.
                ADD 1 TO W-TOTREG
                IF W-CICLO NOT = SPACES AND RUN-CICLO NOT = W-CICLO
                   GO TO RSM-010.
                IF RUN-DATA < W-DTCICLO
                   GO TO RSM-010.
                PERFORM RSM-ACHA THRU RSM-ACHA-FIM
                GO TO RSM-010.
      *
      *****************************************
      * ULTIMO CICLO NOTURNO GRAVADO NO LOG (O MAIOR RUN-CICLO, JA  *
      * QUE O CICLO E' AAAAMMDDNN); W-CICLO FICA EM BRANCO QUANDO   *
      * NENHUM LOTE RODOU PELO ENCADEADOR                           *
      *****************************************
      *
       RSM-ULTIMO.
                MOVE SPACES TO W-CICLO
                OPEN INPUT RUNLOG
                IF ST-ERRUN NOT = "00"
                   GO TO RSM-ULTIMO-FIM.
       RSM-ULTIMO1.
                READ RUNLOG
                IF ST-ERRUN NOT = "00"
                   CLOSE RUNLOG
                   GO TO RSM-ULTIMO-FIM.
                IF RUN-CICLO NUMERIC AND RUN-CICLO > W-CICLO
                   MOVE RUN-CICLO TO W-CICLO.
                GO TO RSM-ULTIMO1.
       RSM-ULTIMO-FIM.
                EXIT.
      *
      *****************************************
      * LOCALIZA (OU ACRESCENTA) O PROGRAMA DO REGISTRO CORRENTE NA *
      * TABELA; W-ACHOU = ZEROS QUANDO A TABELA TRANSBORDOU         *
      *****************************************
                           ST-ERLST
                   GO TO RSM-FIM.
                MOVE SPACES TO REGLST
                IF W-CICLO NOT = SPACES
                   STRING "CEPRESUM - RESUMO DO CICLO NOTURNO "
                          DELIMITED BY SIZE
                          W-CICLO   DELIMITED BY SIZE
                          "  (LIMITE DE REJEITOS: " DELIMITED BY SIZE
                          W-REJLIM  DELIMITED BY SIZE
                          ")"       DELIMITED BY SIZE INTO REGLST
                ELSE
                   STRING "CEPRESUM - RESUMO DO CICLO A PARTIR DE "
                          DELIMITED BY SIZE
                          W-DTCICLO DELIMITED BY SIZE
                          "  (LIMITE DE REJEITOS: " DELIMITED BY SIZE
                          W-REJLIM  DELIMITED BY SIZE
                          ")"       DELIMITED BY SIZE INTO REGLST.
                WRITE REGLST
                MOVE SPACES TO REGLST
                WRITE REGLST
