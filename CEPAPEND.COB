       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEPAPEND.
       AUTHOR. FABIANO SANTINI MARQUES.
      ***********************************************
      * RELATORIO DE PEDIDOS DE APROVACAO (LOTE)    *
      ***********************************************
      * COMPANHEIRO DE LOTE DA APROVACAO DE PEDIDOS (CEPAPROV): VARRE
      * O CEPAPROV.DAT (VIDE APROVCEP.CPY) E LISTA EM CEPAPEND.LST:
      * - OS PEDIDOS AINDA PENDENTES (SITUACAO "P") HA' MAIS DIAS QUE
      *   A TOLERANCIA CONFIGURADA EM CEPAPEND.CTL (CTL-DIAS, DEFAULT
      *   3), COM A IDADE EM DIAS (CALCULADA DE APR-DTSOL, VIDE
      *   DIAS-CALC DE CEPFILA) E O SOLICITANTE;
      * - OS PEDIDOS REJEITADOS (SITUACAO "R") E SUPERADOS ("S")
      *   DECIDIDOS NOS ULTIMOS CTL-DIASREJ DIAS (DEFAULT 30), COM O
      *   DECISOR E O MOTIVO, PARA O SOLICITANTE SABER QUE O PEDIDO
      *   NAO FOI APLICADO.
      * O ESQUEMA DO ARQUIVO DE CONTROLE E' O MESMO DE CEPFPEND.CTL;
      * CAMPO EM ZEROS (OU SEM O ARQUIVO) VALE O DEFAULT.
      * REGISTRA INICIO/FIM E OS CONTADORES-CHAVE DA RODADA NO LOG
      * CENTRAL DE EXECUCAO (CEPRUN.LOG, VIDE RUN-GRAVA), CONFERIDO
      * PELA MANHA POR CEPRESUM.
      * - PASSA A GRAVAR EM RUN-CICLO DO CEPRUN.LOG O CICLO NOTURNO
      *   RECEBIDO DO ENCADEADOR CEPNOITE NA VARIAVEL DE AMBIENTE
      *   CEPCICLO (VIDE RUN-MONTA); EM BRANCO NA RODADA AVULSA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY RUNCTLS.
       COPY APROVCEPS.
       SELECT CTLAPR  ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERCTL.
       SELECT APRLST  ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERLST.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD APROV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CEPAPROV.DAT".
       COPY APROVCEP.
      *
       FD CTLAPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CEPAPEND.CTL".
       01 REGCTL.
                03 CTL-DIAS            PIC 9(03).
                03 CTL-DIASREJ         PIC 9(03).
      *
       FD APRLST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CEPAPEND.LST".
       01 REGLST                     PIC X(90).
      *
      *-----------------------------------------------------------------
       FD RUNLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CEPRUN.LOG".
       COPY RUNCTL.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRUN       PIC X(02) VALUE "00".
       77 W-RTENTA       PIC 9(02) VALUE ZEROS.
       77 W-RCONT        PIC 9(06) VALUE ZEROS.
       77 W-RUNTIPO      PIC X(01) VALUE SPACES.
       77 W-RUNSIT       PIC X(01) VALUE "N".
       77 W-RUNLID       PIC 9(06) VALUE ZEROS.
       77 W-RUNGRV       PIC 9(06) VALUE ZEROS.
       77 W-RUNREJ       PIC 9(06) VALUE ZEROS.
       77 ST-ERAPR       PIC X(02) VALUE "00".
       77 ST-ERCTL       PIC X(02) VALUE "00".
       77 ST-ERLST       PIC X(02) VALUE "00".
       77 W-DIASLIM      PIC 9(03) VALUE 3.
       77 W-DIASREJ      PIC 9(03) VALUE 30.
       77 W-TOTLIDOS     PIC 9(06) VALUE ZEROS.
       77 W-TOTPEND      PIC 9(06) VALUE ZEROS.
       77 W-TOTATRASO    PIC 9(06) VALUE ZEROS.
       77 W-TOTREJ       PIC 9(06) VALUE ZEROS.
       77 W-DIAS         PIC 9(05) VALUE ZEROS.
       77 W-SERHOJE      PIC 9(08) VALUE ZEROS.
       77 W-SERREF       PIC 9(08) VALUE ZEROS.
      *
       01 W-DTHOJE.
                03 W-HOJE-ANO          PIC 9(04).
                03 W-HOJE-MES          PIC 9(02).
                03 W-HOJE-DIA          PIC 9(02).
       01 W-DTREF        PIC 9(08) VALUE ZEROS.
       01 W-DTREF-R REDEFINES W-DTREF.
                03 W-REF-ANO           PIC 9(04).
                03 W-REF-MES           PIC 9(02).
                03 W-REF-DIA           PIC 9(02).
      *
       01 LN-PEDIDO.
                03 LP-NUMCEP PIC 9(08).
                03 FILLER    PIC X(02) VALUE SPACES.
                03 LP-TIPO   PIC X(01).
                03 FILLER    PIC X(02) VALUE SPACES.
                03 LP-SIT    PIC X(01).
                03 FILLER    PIC X(02) VALUE SPACES.
                03 LP-DIAS   PIC ZZZZ9.
                03 FILLER    PIC X(02) VALUE SPACES.
                03 LP-SOLIC  PIC X(08).
                03 FILLER    PIC X(02) VALUE SPACES.
                03 LP-DECISOR PIC X(08).
                03 FILLER    PIC X(02) VALUE SPACES.
                03 LP-MOTIVO PIC X(30).
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
      * REGISTRA O INICIO DA RODADA NO LOG CENTRAL DE EXECUCAO
      *
       RUN-INI.
                MOVE "I" TO W-RUNTIPO
                PERFORM RUN-GRAVA THRU RUN-GRAVA-FIM.
      *
       APE-001.
                ACCEPT W-DTHOJE FROM DATE YYYYMMDD
                COMPUTE W-SERHOJE = W-HOJE-ANO * 365
                                  + W-HOJE-MES * 30 + W-HOJE-DIA.
      *
      * TOLERANCIAS CONFIGURAVEIS EM CEPAPEND.CTL (DIAS); NA FALTA
      * DO ARQUIVO DE CONTROLE VALEM OS DEFAULTS DE 3 E 30 DIAS
      *
                OPEN INPUT CTLAPR
                IF ST-ERCTL NOT = "00"
                   GO TO APE-002.
                READ CTLAPR
                IF ST-ERCTL = "00" AND CTL-DIAS NUMERIC
                                   AND CTL-DIAS NOT = ZEROS
                   MOVE CTL-DIAS TO W-DIASLIM.
                IF ST-ERCTL = "00" AND CTL-DIASREJ NUMERIC
                                   AND CTL-DIASREJ NOT = ZEROS
                   MOVE CTL-DIASREJ TO W-DIASREJ.
                CLOSE CTLAPR.
       APE-002.
      *
      * SEM O ARQUIVO DE PEDIDOS (CEPAPROV/P1 AINDA NAO RODARAM)
      * NAO HA' O QUE LISTAR: O RELATORIO SAI SO' COM OS TOTAIS
      *
                OPEN OUTPUT APRLST
                IF ST-ERLST NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DE CEPAPEND.LST - "
                           ST-ERLST
                   MOVE "E" TO W-RUNSIT
                   GO TO APE-999.
                MOVE SPACES TO REGLST
                STRING "CEPAPEND - PEDIDOS PENDENTES HA' MAIS DE "
                       DELIMITED BY SIZE
                       W-DIASLIM DELIMITED BY SIZE
                       " DIAS"   DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                STRING "CEP       TP SI  DIAS  SOLICIT."
                       DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                WRITE REGLST
                OPEN INPUT APROV
                IF ST-ERAPR NOT = "00"
                   GO TO APE-900.
       APE-010.
                READ APROV NEXT RECORD
                IF ST-ERAPR = "10"
                   GO TO APE-020.
                IF ST-ERAPR NOT = "00"
                   DISPLAY "ERRO NA LEITURA DE CEPAPROV.DAT - "
                           ST-ERAPR
                   MOVE "E" TO W-RUNSIT
                   GO TO APE-020.
                ADD 1 TO W-TOTLIDOS
                IF NOT APR-PENDENTE
                   GO TO APE-010.
                ADD 1 TO W-TOTPEND
                MOVE APR-DTSOL TO W-DTREF
                PERFORM DIAS-CALC THRU DIAS-CALC-FIM
                IF W-DIAS NOT > W-DIASLIM
                   GO TO APE-010.
                ADD 1 TO W-TOTATRASO
                PERFORM APE-LINHA THRU APE-LINHA-FIM
                GO TO APE-010.
      *
      * SEGUNDA PASSADA: REJEITADOS/SUPERADOS DENTRO DA JANELA,
      * PELA IDADE DA DECISAO (APR-DTDEC)
      *
       APE-020.
                CLOSE APROV
                MOVE SPACES TO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                STRING "PEDIDOS REJEITADOS/SUPERADOS NOS ULTIMOS "
                       DELIMITED BY SIZE
                       W-DIASREJ DELIMITED BY SIZE
                       " DIAS"   DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                STRING "CEP       TP SI  DIAS  SOLICIT.  DECISOR   "
                       DELIMITED BY SIZE
                       "MOTIVO" DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                WRITE REGLST
                OPEN INPUT APROV
                IF ST-ERAPR NOT = "00"
                   GO TO APE-900.
       APE-030.
                READ APROV NEXT RECORD
                IF ST-ERAPR = "10"
                   GO TO APE-040.
                IF ST-ERAPR NOT = "00"
                   DISPLAY "ERRO NA LEITURA DE CEPAPROV.DAT - "
                           ST-ERAPR
                   MOVE "E" TO W-RUNSIT
                   GO TO APE-040.
                IF NOT APR-REJEITADO AND NOT APR-SUPERADO
                   GO TO APE-030.
                MOVE APR-DTDEC TO W-DTREF
                PERFORM DIAS-CALC THRU DIAS-CALC-FIM
                IF W-DIAS > W-DIASREJ
                   GO TO APE-030.
                ADD 1 TO W-TOTREJ
                PERFORM APE-LINHA THRU APE-LINHA-FIM
                GO TO APE-030.
       APE-040.
                CLOSE APROV.
      *
       APE-900.
                MOVE SPACES TO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                STRING "PEDIDOS LIDOS ........: " DELIMITED BY SIZE
                       W-TOTLIDOS  DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                STRING "PEDIDOS PENDENTES ....: " DELIMITED BY SIZE
                       W-TOTPEND   DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                STRING "PENDENTES EM ATRASO ..: " DELIMITED BY SIZE
                       W-TOTATRASO DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                STRING "REJEITADOS/SUPERADOS .: " DELIMITED BY SIZE
                       W-TOTREJ    DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                CLOSE APRLST.
       APE-999.
                DISPLAY "CEPAPEND - PEDIDOS DE APROVACAO"
                DISPLAY "PEDIDOS LIDOS ........: " W-TOTLIDOS
                DISPLAY "PEDIDOS PENDENTES ....: " W-TOTPEND
                DISPLAY "PENDENTES EM ATRASO ..: " W-TOTATRASO
                DISPLAY "REJEITADOS/SUPERADOS .: " W-TOTREJ
                MOVE W-TOTLIDOS  TO W-RUNLID
                MOVE W-TOTATRASO TO W-RUNGRV
                MOVE W-TOTREJ    TO W-RUNREJ
                MOVE "F" TO W-RUNTIPO
                PERFORM RUN-GRAVA THRU RUN-GRAVA-FIM.
       APE-FIM.
                STOP RUN.
      *
      *****************************************
      * MONTA E GRAVA A LINHA DO PEDIDO CORRENTE (W-DIAS JA         *
      * CALCULADO PELA SECAO QUE CHAMA)                             *
      *****************************************
      *
       APE-LINHA.
                MOVE APR-NUMCEP      TO LP-NUMCEP
                MOVE APR-TIPO        TO LP-TIPO
                MOVE APR-SITUACAO    TO LP-SIT
                MOVE W-DIAS          TO LP-DIAS
                MOVE APR-SOLICITANTE TO LP-SOLIC
                MOVE APR-APROVADOR   TO LP-DECISOR
                MOVE APR-MOTIVO      TO LP-MOTIVO
                MOVE SPACES TO REGLST
                MOVE LN-PEDIDO TO REGLST
                WRITE REGLST.
       APE-LINHA-FIM.
                EXIT.
      *
      *********************************************
      * IDADE EM DIAS DE W-DTREF ATE' HOJE (SERIAL APROXIMADO      *
      * ANO*365 + MES*30 + DIA, COMO DIAS-CALC DE CEPFILA)         *
      *********************************************
      *
       DIAS-CALC.
                MOVE ZEROS TO W-DIAS
                IF W-DTREF NOT NUMERIC OR W-DTREF = ZEROS
                   GO TO DIAS-CALC-FIM.
                COMPUTE W-SERREF = W-REF-ANO * 365
                                 + W-REF-MES * 30 + W-REF-DIA
                IF W-SERREF NOT < W-SERHOJE
                   GO TO DIAS-CALC-FIM.
                COMPUTE W-DIAS = W-SERHOJE - W-SERREF.
       DIAS-CALC-FIM.
                EXIT.
      *
      *****************************************
      * GRAVA UM REGISTRO NO LOG CENTRAL DE EXECUCAO (CEPRUN.LOG):  *
      * ABRE EM EXTEND SO' NA HORA DE GRAVAR E FECHA EM SEGUIDA,    *
      * PARA LOTES CONCORRENTES NAO SE ATRAPALHAREM; SO' RECRIA   *
      * O LOG QUANDO ELE NAO EXISTE (STATUS 30/35) E, NOS DEMAIS  *
      * STATUS (LOG PRESO POR OUTRO LOTE), TENTA DE NOVO ATE'     *
      * 30 VEZES COM UMA ESPERA CURTA ANTES DE DESISTIR           *
      *****************************************
      *
       RUN-GRAVA.
                MOVE ZEROS TO W-RTENTA.
       RUN-ABRE.
                OPEN EXTEND RUNLOG
                IF ST-ERRUN = "00"
                   GO TO RUN-MONTA.
                IF ST-ERRUN = "30" OR ST-ERRUN = "35"
                   OPEN OUTPUT RUNLOG
                   CLOSE RUNLOG
                   GO TO RUN-ABRE.
                ADD 1 TO W-RTENTA
                IF W-RTENTA < 30
                   PERFORM RUN-ESPERA THRU RUN-ESPERA-FIM
                   GO TO RUN-ABRE.
                DISPLAY "AVISO: FALHA NO LOG DE EXECUCAO - "
                        ST-ERRUN
                GO TO RUN-GRAVA-FIM.
       RUN-MONTA.
                MOVE "CEPAPEND" TO RUN-PROGRAMA
                MOVE W-RUNTIPO  TO RUN-TIPO
                MOVE W-RUNSIT   TO RUN-SIT
                ACCEPT RUN-DATA FROM DATE YYYYMMDD
                ACCEPT RUN-HORA FROM TIME
                MOVE W-RUNLID   TO RUN-LIDOS
                MOVE W-RUNGRV   TO RUN-GRAV
                MOVE W-RUNREJ   TO RUN-REJ
                MOVE SPACES     TO RUN-CICLO
                ACCEPT RUN-CICLO FROM ENVIRONMENT "CEPCICLO"
                WRITE REGRUN
                CLOSE RUNLOG.
       RUN-GRAVA-FIM.
                EXIT.
      *
       RUN-ESPERA.
                MOVE ZEROS TO W-RCONT.
       RUN-ESPERA1.
                ADD 1 TO W-RCONT
                IF W-RCONT < 3000
                   GO TO RUN-ESPERA1.
       RUN-ESPERA-FIM.
                EXIT.
