       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEPDNE.
       AUTHOR. FABIANO SANTINI MARQUES.
      ***********************************************
      * MONTAGEM DO CEPLOTE.DAT A PARTIR DO DNE     *
      ***********************************************
      * O EXTRATO DA CARGA NOTURNA (CEPLOTE.DAT, LIDO POR CEPCARGA)
      * ERA MONTADO A MAO TODO MES A PARTIR DA DISTRIBUICAO DO DNE
      * DOS CORREIOS. ESTE PROGRAMA LE AS TRES TABELAS OFICIAIS EM
      * FORMATO DELIMITADO POR "@" E MONTA O CEPLOTE.DAT PRONTO:
      * - LOG_LOCALIDADE.TXT : LOC_NU@UFE_SG@LOC_NO@CEP@LOC_IN_SIT@
      *   LOC_IN_TIPO_LOC@LOC_NU_SUB@LOC_NO_ABREV@MUN_NU
      * - LOG_BAIRRO.TXT     : BAI_NU@UFE_SG@LOC_NU@BAI_NO@
      *   BAI_NO_ABREV
      * - LOG_LOGRADOURO.TXT : LOG_NU@UFE_SG@LOC_NU@BAI_NU_INI@
      *   BAI_NU_FIM@LOG_NO@LOG_COMPLEMENTO@CEP@TLO_TX@LOG_STA_TLO@
      *   LOG_NO_ABREV
      * LOCALIDADES E BAIRROS SAO CARREGADOS PRIMEIRO EM ARQUIVOS DE
      * TRABALHO INDEXADOS PELA CHAVE NUMERICA DO DNE (CEPDNLOC.DAT
      * E CEPDNBAI.DAT, RECRIADOS A CADA RODADA); DEPOIS CADA
      * LOGRADOURO E' CASADO COM A SUA LOCALIDADE (LOC_NU) E COM O
      * SEU BAIRRO INICIAL (BAI_NU_INI) E GRAVADO NO LAYOUT REGLOTE
      * DE CEPCARGA: TIPO DO LOGRADOURO + NOME (SE LOG_STA_TLO NAO
      * FOR "N"), BAIRRO, CIDADE, UF, COMPLEMENTO NA REFERENCIA,
      * STATUS "A" E TIPO DE CEP "L". NOME MAIOR QUE O CAMPO DE
      * DESTINO USA A ABREVIATURA OFICIAL DO DNE; TUDO E' GRAVADO EM
      * MAIUSCULAS, E AS DEMAIS NORMALIZACOES (BAIRRO, CIDADE) FICAM
      * COM CEPCARGA, COMO SEMPRE.
      * LOGRADOURO COM CHAVE ORFA (LOCALIDADE OU BAIRRO INEXISTENTE,
      * OU BAIRRO DE OUTRA LOCALIDADE), UF INVALIDA OU CEP INVALIDO
      * NAO VAI PARA O CEPLOTE.DAT E SAI NO RELATORIO DE CONTROLE
      * (CEPDNE.LST), QUE TRAZ TAMBEM OS TOTAIS POR UF (LIDOS,
      * GRAVADOS, ORFAOS DE LOCALIDADE E DE BAIRRO). INICIO/FIM E
      * CONTADORES-CHAVE VAO PARA O LOG CENTRAL DE EXECUCAO
      * (CEPRUN.LOG, VIDE RUN-GRAVA), CONFERIDO POR CEPRESUM.
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
       SELECT DNELOC  ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERDLO.
       SELECT DNEBAI  ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERDBA.
       SELECT DNELOG  ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERDLG.
       SELECT WRKLOC  ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS WLO-NUMERO
                    FILE STATUS  IS ST-ERWLO.
       SELECT WRKBAI  ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS WBA-NUMERO
                    FILE STATUS  IS ST-ERWBA.
       SELECT LOTECEP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERLOT.
       SELECT DNELST  ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERLST.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD DNELOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LOG_LOCALIDADE.TXT".
       01 REGDLOC                    PIC X(300).
      *
       FD DNEBAI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LOG_BAIRRO.TXT".
       01 REGDBAI                    PIC X(300).
      *
       FD DNELOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LOG_LOGRADOURO.TXT".
       01 REGDLOG                    PIC X(400).
      *
      * LOCALIDADE DO DNE JA COM O NOME QUE VAI PARA LOTE-CIDADE
      *
       FD WRKLOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CEPDNLOC.DAT".
       01 REGWLOC.
                03 WLO-NUMERO          PIC 9(08).
                03 WLO-UF              PIC X(02).
                03 WLO-NOME            PIC X(20).
      *
      * BAIRRO DO DNE JA COM O NOME QUE VAI PARA LOTE-BAIRRO
      *
       FD WRKBAI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CEPDNBAI.DAT".
       01 REGWBAI.
                03 WBA-NUMERO          PIC 9(08).
                03 WBA-LOCNU           PIC 9(08).
                03 WBA-NOME            PIC X(20).
      *
      * MESMO LAYOUT DE REGLOTE EM CEPCARGA
      *
       FD LOTECEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CEPLOTE.DAT".
       01 REGLOTE.
                03 LOTE-NUMCEP         PIC 9(08).
                03 LOTE-LOGRA          PIC X(35).
                03 LOTE-BAIRRO         PIC X(20).
                03 LOTE-CIDADE         PIC X(20).
                03 LOTE-UF             PIC X(02).
                03 LOTE-REF            PIC X(35).
                03 LOTE-STATUS         PIC X(01).
                03 LOTE-OBS            PIC X(20).
                03 LOTE-LADO           PIC X(01).
                03 LOTE-NUMINI         PIC 9(05).
                03 LOTE-NUMFIM         PIC 9(05).
                03 LOTE-TIPOCEP        PIC X(01).
                03 LOTE-NOMEORG        PIC X(35).
      *
       FD DNELST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CEPDNE.LST".
       01 REGLST                     PIC X(100).
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
       77 ST-ERDLO       PIC X(02) VALUE "00".
       77 ST-ERDBA       PIC X(02) VALUE "00".
       77 ST-ERDLG       PIC X(02) VALUE "00".
       77 ST-ERWLO       PIC X(02) VALUE "00".
       77 ST-ERWBA       PIC X(02) VALUE "00".
       77 ST-ERLOT       PIC X(02) VALUE "00".
       77 ST-ERLST       PIC X(02) VALUE "00".
       77 W-TOTLOC       PIC 9(06) VALUE ZEROS.
       77 W-TOTLOCDUP    PIC 9(06) VALUE ZEROS.
       77 W-TOTBAI       PIC 9(06) VALUE ZEROS.
       77 W-TOTBAIDUP    PIC 9(06) VALUE ZEROS.
       77 W-TOTLIDOS     PIC 9(06) VALUE ZEROS.
       77 W-TOTGRAV      PIC 9(06) VALUE ZEROS.
       77 W-TOTORFLOC    PIC 9(06) VALUE ZEROS.
       77 W-TOTORFBAI    PIC 9(06) VALUE ZEROS.
       77 W-TOTINVAL     PIC 9(06) VALUE ZEROS.
       77 W-MOTIVO       PIC X(40) VALUE SPACES.
       77 W-LOGMONT      PIC X(110) VALUE SPACES.
      *
      * CAMPOS DAS LINHAS DELIMITADAS DO DNE (VIDE CABECALHO)
      *
       01 DNE-LOCALIDADE.
                03 DLO-NUMERO          PIC 9(08).
                03 DLO-UF              PIC X(02).
                03 DLO-NOME            PIC X(72).
                03 DLO-CEP             PIC X(08).
                03 DLO-SIT             PIC X(01).
                03 DLO-TIPO            PIC X(01).
                03 DLO-SUB             PIC X(08).
                03 DLO-ABREV           PIC X(36).
                03 DLO-MUNNU           PIC X(07).
      *
       01 DNE-BAIRRO.
                03 DBA-NUMERO          PIC 9(08).
                03 DBA-UF              PIC X(02).
                03 DBA-LOCNU           PIC 9(08).
                03 DBA-NOME            PIC X(72).
                03 DBA-ABREV           PIC X(36).
      *
       01 DNE-LOGRADOURO.
                03 DLG-NUMERO          PIC 9(08).
                03 DLG-UF              PIC X(02).
                03 DLG-LOCNU           PIC 9(08).
                03 DLG-BAIINI          PIC 9(08).
                03 DLG-BAIFIM          PIC 9(08).
                03 DLG-NOME            PIC X(100).
                03 DLG-COMPL           PIC X(100).
                03 DLG-CEP             PIC 9(08).
                03 DLG-TIPO            PIC X(36).
                03 DLG-STATIPO         PIC X(01).
                03 DLG-ABREV           PIC X(36).
      *
      * TOTAIS POR UF, NA ORDEM DE TSABUF (TABUF.CPY)
      *
       01 TAB-TOTUF.
                03 TOT-UF OCCURS 27 TIMES.
                   05 TU-LID           PIC 9(06).
                   05 TU-GRV           PIC 9(06).
                   05 TU-OLO           PIC 9(06).
                   05 TU-OBA           PIC 9(06).
      *
       01 LN-ORFAO.
                03 LO-LOGNU  PIC 9(08).
                03 FILLER    PIC X(01) VALUE SPACES.
                03 LO-UF     PIC X(02).
                03 FILLER    PIC X(01) VALUE SPACES.
                03 LO-CEP    PIC 9(08).
                03 FILLER    PIC X(05) VALUE " LOC ".
                03 LO-LOCNU  PIC 9(08).
                03 FILLER    PIC X(05) VALUE " BAI ".
                03 LO-BAINU  PIC 9(08).
                03 FILLER    PIC X(02) VALUE SPACES.
                03 LO-MOTIVO PIC X(40).
      *
       01 LN-UF.
                03 LU-UF     PIC X(02).
                03 FILLER    PIC X(04) VALUE SPACES.
                03 LU-LID    PIC ZZZZZ9.
                03 FILLER    PIC X(04) VALUE SPACES.
                03 LU-GRV    PIC ZZZZZ9.
                03 FILLER    PIC X(04) VALUE SPACES.
                03 LU-OLO    PIC ZZZZZ9.
                03 FILLER    PIC X(04) VALUE SPACES.
                03 LU-OBA    PIC ZZZZZ9.
      *
       COPY TABUF.
      *=========================================================
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
       DNE-001.
                MOVE ZEROS TO TAB-TOTUF
                OPEN INPUT DNELOC
                IF ST-ERDLO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DE LOG_LOCALIDADE.TXT - "
                           ST-ERDLO
                   MOVE "E" TO W-RUNSIT
                   GO TO DNE-998.
                OPEN INPUT DNEBAI
                IF ST-ERDBA NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DE LOG_BAIRRO.TXT - "
                           ST-ERDBA
                   MOVE "E" TO W-RUNSIT
                   CLOSE DNELOC
                   GO TO DNE-998.
                OPEN INPUT DNELOG
                IF ST-ERDLG NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DE LOG_LOGRADOURO.TXT - "
                           ST-ERDLG
                   MOVE "E" TO W-RUNSIT
                   CLOSE DNELOC DNEBAI
                   GO TO DNE-998.
                OPEN OUTPUT WRKLOC
                IF ST-ERWLO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DE CEPDNLOC.DAT - "
                           ST-ERWLO
                   MOVE "E" TO W-RUNSIT
                   CLOSE DNELOC DNEBAI DNELOG
                   GO TO DNE-998.
                OPEN OUTPUT WRKBAI
                IF ST-ERWBA NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DE CEPDNBAI.DAT - "
                           ST-ERWBA
                   MOVE "E" TO W-RUNSIT
                   CLOSE DNELOC DNEBAI DNELOG WRKLOC
                   GO TO DNE-998.
                OPEN OUTPUT LOTECEP
                IF ST-ERLOT NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DE CEPLOTE.DAT - "
                           ST-ERLOT
                   MOVE "E" TO W-RUNSIT
                   CLOSE DNELOC DNEBAI DNELOG WRKLOC WRKBAI
                   GO TO DNE-998.
                OPEN OUTPUT DNELST
                IF ST-ERLST NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DE CEPDNE.LST - "
                           ST-ERLST
                   MOVE "E" TO W-RUNSIT
                   CLOSE DNELOC DNEBAI DNELOG WRKLOC WRKBAI LOTECEP
                   GO TO DNE-998.
                MOVE SPACES TO REGLST
                STRING "CEPDNE - MONTAGEM DO CEPLOTE.DAT A PARTIR DO "
                       "DNE DOS CORREIOS" DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                WRITE REGLST.
      *
      * PASSO 1 - LOCALIDADES PARA O ARQUIVO DE TRABALHO
      *
       DNE-010.
                READ DNELOC
                IF ST-ERDLO = "10"
                   GO TO DNE-020.
                IF ST-ERDLO NOT = "00"
                   DISPLAY "ERRO NA LEITURA DE LOG_LOCALIDADE.TXT - "
                           ST-ERDLO
                   MOVE "E" TO W-RUNSIT
                   GO TO DNE-020.
                MOVE SPACES TO DNE-LOCALIDADE
                MOVE ZEROS  TO DLO-NUMERO
                UNSTRING REGDLOC DELIMITED BY "@"
                         INTO DLO-NUMERO DLO-UF DLO-NOME DLO-CEP
                              DLO-SIT DLO-TIPO DLO-SUB DLO-ABREV
                              DLO-MUNNU
                IF DLO-NUMERO NOT NUMERIC OR DLO-NUMERO = ZEROS
                   GO TO DNE-010.
                MOVE DLO-NUMERO TO WLO-NUMERO
                MOVE DLO-UF     TO WLO-UF
                MOVE DLO-NOME   TO WLO-NOME
                IF DLO-NOME (21:) NOT = SPACES AND
                   DLO-ABREV NOT = SPACES
                   MOVE DLO-ABREV TO WLO-NOME.
                INSPECT WLO-NOME CONVERTING
                        "abcdefghijklmnopqrstuvwxyz"
                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                WRITE REGWLOC
                IF ST-ERWLO = "00"
                   ADD 1 TO W-TOTLOC
                ELSE
                   ADD 1 TO W-TOTLOCDUP.
                GO TO DNE-010.
      *
      * PASSO 2 - BAIRROS PARA O ARQUIVO DE TRABALHO
      *
       DNE-020.
                READ DNEBAI
                IF ST-ERDBA = "10"
                   GO TO DNE-030.
                IF ST-ERDBA NOT = "00"
                   DISPLAY "ERRO NA LEITURA DE LOG_BAIRRO.TXT - "
                           ST-ERDBA
                   MOVE "E" TO W-RUNSIT
                   GO TO DNE-030.
                MOVE SPACES TO DNE-BAIRRO
                MOVE ZEROS  TO DBA-NUMERO DBA-LOCNU
                UNSTRING REGDBAI DELIMITED BY "@"
                         INTO DBA-NUMERO DBA-UF DBA-LOCNU DBA-NOME
                              DBA-ABREV
                IF DBA-NUMERO NOT NUMERIC OR DBA-NUMERO = ZEROS
                   GO TO DNE-020.
                MOVE DBA-NUMERO TO WBA-NUMERO
                MOVE DBA-LOCNU  TO WBA-LOCNU
                MOVE DBA-NOME   TO WBA-NOME
                IF DBA-NOME (21:) NOT = SPACES AND
                   DBA-ABREV NOT = SPACES
                   MOVE DBA-ABREV TO WBA-NOME.
                INSPECT WBA-NOME CONVERTING
                        "abcdefghijklmnopqrstuvwxyz"
                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                WRITE REGWBAI
                IF ST-ERWBA = "00"
                   ADD 1 TO W-TOTBAI
                ELSE
                   ADD 1 TO W-TOTBAIDUP.
                GO TO DNE-020.
      *
      * REABRE OS ARQUIVOS DE TRABALHO PARA CONSULTA PELA CHAVE
      *
       DNE-030.
                CLOSE WRKLOC WRKBAI
                OPEN INPUT WRKLOC WRKBAI
                IF ST-ERWLO NOT = "00" OR ST-ERWBA NOT = "00"
                   DISPLAY "ERRO NA REABERTURA DOS ARQUIVOS DE "
                           "TRABALHO - " ST-ERWLO " " ST-ERWBA
                   MOVE "E" TO W-RUNSIT
                   GO TO DNE-990.
                MOVE SPACES TO REGLST
                STRING "LOGRADOUROS NAO GRAVADOS (CHAVE ORFA OU "
                       "INVALIDA):" DELIMITED BY SIZE INTO REGLST
                WRITE REGLST.
      *
      * PASSO 3 - CADA LOGRADOURO CASADO COM LOCALIDADE E BAIRRO
      *
       DNE-040.
                READ DNELOG
                IF ST-ERDLG = "10"
                   GO TO DNE-990.
                IF ST-ERDLG NOT = "00"
                   DISPLAY "ERRO NA LEITURA DE LOG_LOGRADOURO.TXT - "
                           ST-ERDLG
                   MOVE "E" TO W-RUNSIT
                   GO TO DNE-990.
                MOVE SPACES TO DNE-LOGRADOURO
                MOVE ZEROS  TO DLG-NUMERO DLG-LOCNU DLG-BAIINI
                               DLG-BAIFIM DLG-CEP
                UNSTRING REGDLOG DELIMITED BY "@"
                         INTO DLG-NUMERO DLG-UF DLG-LOCNU DLG-BAIINI
                              DLG-BAIFIM DLG-NOME DLG-COMPL DLG-CEP
                              DLG-TIPO DLG-STATIPO DLG-ABREV
                ADD 1 TO W-TOTLIDOS
                MOVE 1 TO IND.
       DNE-041.
                IF DLG-UF NOT = TSABUF (IND)
                   ADD 1 TO IND
                   IF IND > 27
                      MOVE "UF INVALIDA" TO W-MOTIVO
                      ADD 1 TO W-TOTINVAL
                      PERFORM DNE-OCORR THRU DNE-OCORR-FIM
                      GO TO DNE-040
                   ELSE
                      GO TO DNE-041.
                ADD 1 TO TU-LID (IND)
                IF DLG-CEP NOT NUMERIC OR DLG-CEP = ZEROS
                   MOVE "CEP INVALIDO" TO W-MOTIVO
                   ADD 1 TO W-TOTINVAL
                   PERFORM DNE-OCORR THRU DNE-OCORR-FIM
                   GO TO DNE-040.
                MOVE DLG-LOCNU TO WLO-NUMERO
                READ WRKLOC
                IF ST-ERWLO NOT = "00"
                   MOVE "LOCALIDADE INEXISTENTE NO DNE" TO W-MOTIVO
                   ADD 1 TO W-TOTORFLOC
                   ADD 1 TO TU-OLO (IND)
                   PERFORM DNE-OCORR THRU DNE-OCORR-FIM
                   GO TO DNE-040.
                MOVE DLG-BAIINI TO WBA-NUMERO
                READ WRKBAI
                IF ST-ERWBA NOT = "00"
                   MOVE "BAIRRO INEXISTENTE NO DNE" TO W-MOTIVO
                   ADD 1 TO W-TOTORFBAI
                   ADD 1 TO TU-OBA (IND)
                   PERFORM DNE-OCORR THRU DNE-OCORR-FIM
                   GO TO DNE-040.
                IF WBA-LOCNU NOT = DLG-LOCNU
                   MOVE "BAIRRO DE OUTRA LOCALIDADE" TO W-MOTIVO
                   ADD 1 TO W-TOTORFBAI
                   ADD 1 TO TU-OBA (IND)
                   PERFORM DNE-OCORR THRU DNE-OCORR-FIM
                   GO TO DNE-040.
      *
      * LOGRADOURO = TIPO + NOME, SALVO QUANDO O DNE DIZ QUE O TIPO
      * NAO FAZ PARTE DO NOME; SE NAO COUBER, ABREVIATURA DO DNE
      *
                MOVE SPACES TO W-LOGMONT
                IF DLG-TIPO = SPACES OR DLG-STATIPO = "N"
                   MOVE DLG-NOME TO W-LOGMONT
                ELSE
                   STRING DLG-TIPO  DELIMITED BY "  "
                          " "       DELIMITED BY SIZE
                          DLG-NOME  DELIMITED BY SIZE
                          INTO W-LOGMONT.
                IF W-LOGMONT (36:) NOT = SPACES AND
                   DLG-ABREV NOT = SPACES
                   MOVE DLG-ABREV TO W-LOGMONT.
                MOVE SPACES TO REGLOTE
                MOVE DLG-CEP    TO LOTE-NUMCEP
                MOVE W-LOGMONT  TO LOTE-LOGRA
                MOVE WBA-NOME   TO LOTE-BAIRRO
                MOVE WLO-NOME   TO LOTE-CIDADE
                MOVE DLG-UF     TO LOTE-UF
                MOVE DLG-COMPL  TO LOTE-REF
                MOVE "A"        TO LOTE-STATUS
                MOVE ZEROS      TO LOTE-NUMINI LOTE-NUMFIM
                MOVE "L"        TO LOTE-TIPOCEP
                INSPECT LOTE-LOGRA CONVERTING
                        "abcdefghijklmnopqrstuvwxyz"
                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                INSPECT LOTE-REF CONVERTING
                        "abcdefghijklmnopqrstuvwxyz"
                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                WRITE REGLOTE
                IF ST-ERLOT NOT = "00"
                   DISPLAY "ERRO NA GRAVACAO DE CEPLOTE.DAT - "
                           ST-ERLOT
                   MOVE "E" TO W-RUNSIT
                   GO TO DNE-990.
                ADD 1 TO W-TOTGRAV
                ADD 1 TO TU-GRV (IND)
                GO TO DNE-040.
      *
      *****************************************
      * GRAVA UMA OCORRENCIA DO LOGRADOURO CORRENTE NO RELATORIO *
      *****************************************
      *
       DNE-OCORR.
                MOVE DLG-NUMERO TO LO-LOGNU
                MOVE DLG-UF     TO LO-UF
                MOVE ZEROS      TO LO-CEP LO-LOCNU LO-BAINU
                IF DLG-CEP NUMERIC
                   MOVE DLG-CEP TO LO-CEP.
                IF DLG-LOCNU NUMERIC
                   MOVE DLG-LOCNU TO LO-LOCNU.
                IF DLG-BAIINI NUMERIC
                   MOVE DLG-BAIINI TO LO-BAINU.
                MOVE W-MOTIVO   TO LO-MOTIVO
                MOVE SPACES TO REGLST
                MOVE LN-ORFAO TO REGLST
                WRITE REGLST.
       DNE-OCORR-FIM.
                EXIT.
      *
      * TOTAIS POR UF E GERAIS
      *
       DNE-990.
                MOVE SPACES TO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                STRING "UF     LIDOS  GRAVADOS  ORF.LOC  ORF.BAI"
                       DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                MOVE 1 TO IND.
       DNE-991.
                IF IND > 27
                   GO TO DNE-992.
                IF TU-LID (IND) = ZEROS
                   ADD 1 TO IND
                   GO TO DNE-991.
                MOVE TSABUF (IND) TO LU-UF
                MOVE TU-LID (IND) TO LU-LID
                MOVE TU-GRV (IND) TO LU-GRV
                MOVE TU-OLO (IND) TO LU-OLO
                MOVE TU-OBA (IND) TO LU-OBA
                MOVE SPACES TO REGLST
                MOVE LN-UF TO REGLST
                WRITE REGLST
                ADD 1 TO IND
                GO TO DNE-991.
       DNE-992.
                MOVE SPACES TO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                STRING "LOCALIDADES CARREGADAS: " DELIMITED BY SIZE
                       W-TOTLOC    DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                STRING "LOCALIDADES DUPLICADAS: " DELIMITED BY SIZE
                       W-TOTLOCDUP DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                STRING "BAIRROS CARREGADOS ...: " DELIMITED BY SIZE
                       W-TOTBAI    DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                STRING "BAIRROS DUPLICADOS ...: " DELIMITED BY SIZE
                       W-TOTBAIDUP DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                STRING "LOGRADOUROS LIDOS ....: " DELIMITED BY SIZE
                       W-TOTLIDOS  DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                STRING "GRAVADOS NO CEPLOTE ..: " DELIMITED BY SIZE
                       W-TOTGRAV   DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                STRING "ORFAOS DE LOCALIDADE .: " DELIMITED BY SIZE
                       W-TOTORFLOC DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                STRING "ORFAOS DE BAIRRO .....: " DELIMITED BY SIZE
                       W-TOTORFBAI DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                STRING "UF OU CEP INVALIDO ...: " DELIMITED BY SIZE
                       W-TOTINVAL  DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                CLOSE DNELOC DNEBAI DNELOG WRKLOC WRKBAI LOTECEP
                      DNELST
                DISPLAY "CEPDNE - MONTAGEM DO CEPLOTE.DAT PELO DNE"
                DISPLAY "LOCALIDADES CARREGADAS: " W-TOTLOC
                DISPLAY "BAIRROS CARREGADOS ...: " W-TOTBAI
                DISPLAY "LOGRADOUROS LIDOS ....: " W-TOTLIDOS
                DISPLAY "GRAVADOS NO CEPLOTE ..: " W-TOTGRAV
                DISPLAY "ORFAOS DE LOCALIDADE .: " W-TOTORFLOC
                DISPLAY "ORFAOS DE BAIRRO .....: " W-TOTORFBAI
                DISPLAY "UF OU CEP INVALIDO ...: " W-TOTINVAL.
      *
       DNE-998.
                MOVE W-TOTLIDOS TO W-RUNLID
                MOVE W-TOTGRAV  TO W-RUNGRV
                COMPUTE W-RUNREJ = W-TOTORFLOC + W-TOTORFBAI
                                 + W-TOTINVAL
                MOVE "F" TO W-RUNTIPO
                PERFORM RUN-GRAVA THRU RUN-GRAVA-FIM.
       DNE-FIM.
                STOP RUN.
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
                MOVE "CEPDNE  " TO RUN-PROGRAMA
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
