       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEPAGCAR.
       AUTHOR. FABIANO SANTINI MARQUES.
      ***********************************************
      * CARGA EM LOTE DE MUDANCAS AGENDADAS          *
      ***********************************************
      * LE O ARQUIVO DE MUDANCAS COM DATA DE VIGENCIA PREPARADO PELA
      * AREA (CEPAGCAR.DAT, UMA LINHA POR MUDANCA) E GRAVA CADA UMA
      * NA AGENDA (CEPAGEND.DAT, VIDE AGENDCEP.CPY) COM AS MESMAS
      * CRITICAS DE ENTRADA DA TELA DE CEPAGEND. NADA E' GRAVADO NO
      * CADCEP.DAT: A MUDANCA SO' ENTRA NO CADASTRO NA VIGENCIA, PELA
      * RODADA NOTURNA DE CEPAGAPL, QUE REPETE AS CRITICAS DE P1.
      * TIPOS DA LINHA:
      *   I = INCLUSAO: OS CAMPOS DA LINHA FORMAM O REGISTRO NOVO
      *       (TIPO DE CEP EM BRANCO = L, STATUS EM BRANCO = A);
      *   A = ALTERACAO: CAMPO EM BRANCO NA LINHA MANTEM O VALOR
      *       ATUAL DO CADASTRO;
      *   E = CANCELAMENTO, COM O CEP SUCESSOR DA LINHA (ZEROS =
      *       SEM SUCESSOR);
      *   S = TROCA DE STATUS PARA O STATUS DA LINHA.
      * CANCELAMENTO E ALTERACAO DE CIDADE/UF FICAM AGUARDANDO A
      * LIBERACAO DO SUPERVISOR EM CEPAPROV, COMO NA TELA. O
      * SOLICITANTE E' O USUARIO QUE RODA A CARGA. RELATORIO DE
      * AGENDADAS/REJEITADAS EM CEPAGCAR.LST.
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
       COPY CADCEPS.
       COPY AGENDCEPS.
       SELECT CARDAT  ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERCAR.
       SELECT CARLST  ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERLST.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCEP.DAT".
       COPY CADCEP.
      *
       FD AGENDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CEPAGEND.DAT".
       COPY AGENDCEP.
      *
       FD CARDAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CEPAGCAR.DAT".
       01 REGCAR.
                03 CAR-TIPO            PIC X(01).
                03 CAR-NUMCEP          PIC 9(08).
                03 CAR-DTVIG           PIC 9(08).
                03 CAR-CEPNOVO         PIC 9(08).
                03 CAR-STATUS          PIC X(01).
                03 CAR-TIPOCEP         PIC X(01).
                03 CAR-NOMEORG         PIC X(35).
                03 CAR-LOGRA           PIC X(35).
                03 CAR-BAIRRO          PIC X(20).
                03 CAR-CIDADE          PIC X(20).
                03 CAR-UF              PIC X(02).
                03 CAR-REF             PIC X(35).
                03 CAR-OBS             PIC X(20).
      *
       FD CARLST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CEPAGCAR.LST".
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
       77 W-RUNTIPO      PIC X(01) VALUE SPACES.
       77 W-RUNSIT       PIC X(01) VALUE "N".
       77 W-RUNLID       PIC 9(06) VALUE ZEROS.
       77 W-RUNGRV       PIC 9(06) VALUE ZEROS.
       77 W-RUNREJ       PIC 9(06) VALUE ZEROS.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-ERAGE       PIC X(02) VALUE "00".
       77 ST-ERCAR       PIC X(02) VALUE "00".
       77 ST-ERLST       PIC X(02) VALUE "00".
       77 W-OPERADOR     PIC X(08) VALUE SPACES.
       77 W-HOJE         PIC 9(08) VALUE ZEROS.
       77 W-TOTLIDAS     PIC 9(06) VALUE ZEROS.
       77 W-TOTAGEND     PIC 9(06) VALUE ZEROS.
       77 W-TOTLIB       PIC 9(06) VALUE ZEROS.
       77 W-TOTREJ       PIC 9(06) VALUE ZEROS.
       77 W-MOTIVO       PIC X(45) VALUE SPACES.
       77 W-SITU         PIC X(01) VALUE SPACES.
       77 W-KTENTA       PIC 9(02) VALUE ZEROS.
       77 W-CIDBUF       PIC X(20) VALUE SPACES.
       77 W-CIDSAI       PIC X(20) VALUE SPACES.
       77 W-CI           PIC 9(02) VALUE ZEROS.
       77 W-CO           PIC 9(02) VALUE ZEROS.
       77 W-CULT         PIC X(01) VALUE SPACES.
       77 W-CEPQUOC      PIC 9(05) VALUE ZEROS.
       77 W-CEPSUFIXO    PIC 9(03) VALUE ZEROS.
       77 W-HCONT        PIC 9(06) VALUE ZEROS.
      *
      * VIGENCIA DA LINHA (AAAAMMDD) E A MESMA DATA NO FORMATO
      * DDMMAAAA DE CEP-DATA
      *
       01 W-DTVIG        PIC 9(08) VALUE ZEROS.
       01 W-DTVIG-R REDEFINES W-DTVIG.
                03 W-VIG-ANO           PIC 9(04).
                03 W-VIG-MES           PIC 9(02).
                03 W-VIG-DIA           PIC 9(02).
       01 W-DTDIG        PIC 9(08) VALUE ZEROS.
       01 W-DTDIG-R REDEFINES W-DTDIG.
                03 W-DIG-DIA           PIC 9(02).
                03 W-DIG-MES           PIC 9(02).
                03 W-DIG-ANO           PIC 9(04).
      *
      * IMAGENS ANTES (CADASTRO ATUAL) E DEPOIS (COMO FICARA' NA
      * VIGENCIA) GRAVADAS NO AGENDAMENTO
      *
       01 W-REGCEP-OLD   PIC X(200) VALUE SPACES.
       01 W-REGOLD-R REDEFINES W-REGCEP-OLD.
                03 FILLER              PIC X(63).
                03 W-OLD-CIDUF         PIC X(22).
                03 FILLER              PIC X(35).
                03 W-OLD-STATUS        PIC X(01).
                03 FILLER              PIC X(79).
       01 W-REGCEP-NEW   PIC X(200) VALUE SPACES.
      *
       COPY TABUF.
      *=========================================================
       COPY TABSTAT.
      *=========================================================
       COPY TABTIPO.
      *=========================================================
      *
       01 LN-RESULT.
                03 LR-NUMCEP PIC 9(08).
                03 FILLER    PIC X(02) VALUE SPACES.
                03 LR-DTVIG  PIC 9(08).
                03 FILLER    PIC X(02) VALUE SPACES.
                03 LR-TIPO   PIC X(01).
                03 FILLER    PIC X(02) VALUE SPACES.
                03 LR-SITU   PIC X(09).
                03 FILLER    PIC X(02) VALUE SPACES.
                03 LR-MOTIVO PIC X(45).
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
       CAR-001.
                OPEN INPUT CADCEP
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CEP - " ST-ERRO
                   MOVE "E" TO W-RUNSIT
                   GO TO CAR-FIM.
                OPEN INPUT CARDAT
                IF ST-ERCAR NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DE CEPAGCAR.DAT - "
                           ST-ERCAR
                   CLOSE CADCEP
                   MOVE "E" TO W-RUNSIT
                   GO TO CAR-FIM.
                OPEN OUTPUT CARLST
                IF ST-ERLST NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DE CEPAGCAR.LST - "
                           ST-ERLST
                   CLOSE CADCEP CARDAT
                   MOVE "E" TO W-RUNSIT
                   GO TO CAR-FIM.
      *
      * AGENDA CRIADA NA PRIMEIRA EXECUCAO, COMO EM CEPAGEND
      *
                OPEN I-O AGENDA
                IF ST-ERAGE NOT = "00"
                   OPEN OUTPUT AGENDA
                   CLOSE AGENDA
                   OPEN I-O AGENDA.
                IF ST-ERAGE NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DE CEPAGEND.DAT - "
                           ST-ERAGE
                   CLOSE CADCEP CARDAT CARLST
                   MOVE "E" TO W-RUNSIT
                   GO TO CAR-FIM.
                ACCEPT W-OPERADOR FROM ENVIRONMENT "USER"
                IF W-OPERADOR = SPACES
                   MOVE "CEPAGCAR" TO W-OPERADOR.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE SPACES TO REGLST
                STRING "CEPAGCAR - CARGA DE MUDANCAS AGENDADAS"
                       DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                WRITE REGLST.
       CAR-002.
                READ CARDAT
                IF ST-ERCAR = "10"
                   GO TO CAR-999.
                IF ST-ERCAR NOT = "00"
                   DISPLAY "ERRO NA LEITURA DE CEPAGCAR.DAT - "
                           ST-ERCAR
                   MOVE "E" TO W-RUNSIT
                   GO TO CAR-999.
                IF REGCAR = SPACES
                   GO TO CAR-002.
                ADD 1 TO W-TOTLIDAS
                MOVE SPACES TO W-MOTIVO
                MOVE "P" TO W-SITU
                INSPECT CAR-TIPO CONVERTING "iaes" TO "IAES"
                INSPECT CAR-STATUS CONVERTING "apcr" TO "APCR"
                IF CAR-NUMCEP NOT NUMERIC OR CAR-NUMCEP = ZEROS
                   MOVE "CEP INVALIDO" TO W-MOTIVO
                   GO TO CAR-REJEITA.
                MOVE CAR-DTVIG TO W-DTVIG
                IF CAR-DTVIG NOT NUMERIC OR W-VIG-MES < 1 OR
                   W-VIG-MES > 12 OR W-VIG-DIA < 1 OR W-VIG-DIA > 31
                   MOVE "VIGENCIA INVALIDA" TO W-MOTIVO
                   GO TO CAR-REJEITA.
                IF W-DTVIG NOT > W-HOJE
                   MOVE "VIGENCIA TEM DE SER POSTERIOR A HOJE"
                                                          TO W-MOTIVO
                   GO TO CAR-REJEITA.
                MOVE W-VIG-DIA TO W-DIG-DIA
                MOVE W-VIG-MES TO W-DIG-MES
                MOVE W-VIG-ANO TO W-DIG-ANO
                IF CAR-CEPNOVO NOT NUMERIC
                   MOVE ZEROS TO CAR-CEPNOVO.
                MOVE CAR-NUMCEP TO CEP-NUMCEP
                READ CADCEP
                IF CAR-TIPO = "I"
                   GO TO CAR-INCLUI.
                IF CAR-TIPO NOT = "A" AND CAR-TIPO NOT = "E" AND
                   CAR-TIPO NOT = "S"
                   MOVE "TIPO DE MUDANCA INVALIDO" TO W-MOTIVO
                   GO TO CAR-REJEITA.
                IF ST-ERRO NOT = "00"
                   MOVE "CEP NAO CADASTRADO" TO W-MOTIVO
                   GO TO CAR-REJEITA.
                MOVE REGCEP TO W-REGCEP-OLD
                IF CAR-TIPO = "S"
                   GO TO CAR-TROCA.
                IF CEP-CANCELADO
                   MOVE "CEP CANCELADO - AGENDE UMA TROCA DE STATUS"
                                                          TO W-MOTIVO
                   GO TO CAR-REJEITA.
                IF CAR-TIPO = "E"
                   GO TO CAR-CANCELA.
                GO TO CAR-ALTERA.
      *
      * INCLUSAO: REGISTRO MONTADO SO' COM OS CAMPOS DA LINHA
      *
       CAR-INCLUI.
                IF ST-ERRO = "00"
                   MOVE "CEP JA CADASTRADO - AGENDE UMA ALTERACAO"
                                                          TO W-MOTIVO
                   GO TO CAR-REJEITA.
                MOVE SPACES TO REGCEP W-REGCEP-OLD
                MOVE CAR-NUMCEP TO CEP-NUMCEP
                MOVE ZEROS TO CEP-DATA CEP-DTMOV CEP-HRMOV
                MOVE "L" TO CEP-TIPO-CEP
                MOVE "A" TO CEP-STATUS
                MOVE ZEROS TO CAR-CEPNOVO
                PERFORM CAR-CAMPOS THRU CAR-CAMPOS-FIM
                IF W-MOTIVO NOT = SPACES
                   GO TO CAR-REJEITA.
                MOVE REGCEP TO W-REGCEP-NEW
                GO TO CAR-GRAVA.
      *
      * ALTERACAO: OS CAMPOS PREENCHIDOS SUBSTITUEM OS ATUAIS; A
      * TROCA DE CIDADE/UF PRECISA DA LIBERACAO DO SUPERVISOR
      *
       CAR-ALTERA.
                MOVE ZEROS TO CAR-CEPNOVO
                PERFORM CAR-CAMPOS THRU CAR-CAMPOS-FIM
                IF W-MOTIVO NOT = SPACES
                   GO TO CAR-REJEITA.
                MOVE REGCEP TO W-REGCEP-NEW
                MOVE W-REGCEP-OLD TO REGCEP
                MOVE W-DTDIG TO CEP-DATA
                IF W-REGCEP-NEW = REGCEP
                   MOVE "LINHA NAO ALTERA NENHUM CAMPO DO CEP"
                                                          TO W-MOTIVO
                   GO TO CAR-REJEITA.
                MOVE W-REGCEP-NEW TO REGCEP
                IF CEP-CIDUF NOT = W-OLD-CIDUF
                   MOVE "L" TO W-SITU.
                GO TO CAR-GRAVA.
      *
      * CANCELAMENTO: SUCESSOR COM AS CRITICAS DE EXC-RED1 DE P1
      *
       CAR-CANCELA.
                IF CAR-CEPNOVO = ZEROS
                   GO TO CAR-CANCELA1.
                IF CAR-CEPNOVO = CAR-NUMCEP
                   MOVE "SUCESSOR NAO PODE SER O PROPRIO CEP"
                                                          TO W-MOTIVO
                   GO TO CAR-REJEITA.
                MOVE CAR-CEPNOVO TO CEP-NUMCEP
                READ CADCEP
                IF ST-ERRO NOT = "00"
                   MOVE "CEP SUCESSOR NAO CADASTRADO" TO W-MOTIVO
                   GO TO CAR-REJEITA.
                IF CEP-CANCELADO
                   MOVE "CEP SUCESSOR TAMBEM ESTA CANCELADO" TO W-MOTIVO
                   GO TO CAR-REJEITA.
       CAR-CANCELA1.
                MOVE W-REGCEP-OLD TO REGCEP
                MOVE "C" TO CEP-STATUS
                MOVE REGCEP TO W-REGCEP-NEW
                MOVE SPACES TO CAR-STATUS
                MOVE "L" TO W-SITU
                GO TO CAR-GRAVA.
      *
      * TROCA DE STATUS: SO' O STATUS MUDA NA VIGENCIA
      *
       CAR-TROCA.
                MOVE ZEROS TO CAR-CEPNOVO
                IF CAR-STATUS = "C"
                   MOVE "PARA CANCELAR AGENDE O TIPO E" TO W-MOTIVO
                   GO TO CAR-REJEITA.
                IF CAR-STATUS = W-OLD-STATUS
                   MOVE "STATUS NOVO IGUAL AO ATUAL" TO W-MOTIVO
                   GO TO CAR-REJEITA.
                MOVE 1 TO INDSTA.
       CAR-TROCA1.
                IF CAR-STATUS NOT = TSABSTA(INDSTA)
                   ADD 1 TO INDSTA
                   IF INDSTA > 4
                      MOVE "STATUS NAO EXISTE" TO W-MOTIVO
                      GO TO CAR-REJEITA
                   ELSE
                      GO TO CAR-TROCA1.
                MOVE CAR-STATUS TO CEP-STATUS
                MOVE REGCEP TO W-REGCEP-NEW.
      *
      * GRAVA O AGENDAMENTO COMO AGD-CONF DE CEPAGEND; DUAS LINHAS
      * DO MESMO CEP E VIGENCIA NO MESMO SEGUNDO TERIAM A MESMA
      * CHAVE, POR ISSO A HORA E' AVANCADA ATE' ACHAR CHAVE LIVRE
      *
       CAR-GRAVA.
                MOVE CAR-NUMCEP  TO AGE-NUMCEP
                MOVE W-DTVIG     TO AGE-DTVIG
                ACCEPT AGE-DTSOL FROM DATE YYYYMMDD
                ACCEPT AGE-HRSOL FROM TIME
                MOVE CAR-TIPO    TO AGE-TIPO
                MOVE W-SITU      TO AGE-SITUACAO
                MOVE W-OPERADOR  TO AGE-SOLICITANTE
                MOVE SPACES      TO AGE-LIBERADOR AGE-MOTIVO
                MOVE ZEROS       TO AGE-DTAPL AGE-HRAPL
                MOVE CAR-CEPNOVO TO AGE-CEPNOVO
                MOVE CAR-STATUS  TO AGE-STATUS
                MOVE W-REGCEP-OLD TO AGE-ANTES
                MOVE W-REGCEP-NEW TO AGE-DEPOIS
                MOVE ZEROS TO W-KTENTA.
       CAR-GRAVA1.
                WRITE REGAGE
                IF ST-ERAGE = "22" AND W-KTENTA < 99
                   ADD 1 TO W-KTENTA
                   ADD 1 TO AGE-HRSOL
                   GO TO CAR-GRAVA1.
                IF ST-ERAGE NOT = "00" AND ST-ERAGE NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO AGENDAMENTO" TO W-MOTIVO
                   GO TO CAR-REJEITA.
                ADD 1 TO W-TOTAGEND
                IF W-SITU = "L"
                   ADD 1 TO W-TOTLIB
                   MOVE "AGUARDANDO LIBERACAO DO SUPERVISOR"
                                                          TO W-MOTIVO.
                MOVE "AGENDADA" TO LR-SITU
                GO TO CAR-LINHA.
       CAR-REJEITA.
                ADD 1 TO W-TOTREJ
                MOVE "REJEITADA" TO LR-SITU.
       CAR-LINHA.
                MOVE CAR-NUMCEP TO LR-NUMCEP
                MOVE CAR-DTVIG  TO LR-DTVIG
                MOVE CAR-TIPO   TO LR-TIPO
                MOVE W-MOTIVO   TO LR-MOTIVO
                MOVE SPACES TO REGLST
                MOVE LN-RESULT TO REGLST
                WRITE REGLST
                GO TO CAR-002.
      *
      *********************************************
      * PASSA OS CAMPOS PREENCHIDOS DA LINHA PARA REGCEP (EM BRANCO *
      * = MANTEM) COM AS CRITICAS DE ENTRADA DA TELA DE CEPAGEND;   *
      * AS CRITICAS CONTRA OS MASTERS FICAM PARA A VIGENCIA         *
      *********************************************
      *
       CAR-CAMPOS.
                IF CAR-TIPOCEP NOT = SPACES
                   MOVE CAR-TIPOCEP TO CEP-TIPO-CEP.
                IF CAR-NOMEORG NOT = SPACES
                   MOVE CAR-NOMEORG TO CEP-NOME-ORG.
                IF CAR-LOGRA NOT = SPACES
                   MOVE CAR-LOGRA TO CEP-LOGRA.
                IF CAR-BAIRRO NOT = SPACES
                   MOVE CAR-BAIRRO TO W-CIDBUF
                   PERFORM NORM-CIDADE THRU NORM-CIDADE-FIM
                   MOVE W-CIDSAI TO CEP-BAIRRO.
                IF CAR-CIDADE NOT = SPACES
                   MOVE CAR-CIDADE TO W-CIDBUF
                   PERFORM NORM-CIDADE THRU NORM-CIDADE-FIM
                   MOVE W-CIDSAI TO CEP-CIDADE.
                IF CAR-UF NOT = SPACES
                   INSPECT CAR-UF CONVERTING
                           "abcdefghijklmnopqrstuvwxyz"
                        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   MOVE CAR-UF TO CEP-UF.
                IF CAR-REF NOT = SPACES
                   MOVE CAR-REF TO CEP-REF.
                IF CAR-OBS NOT = SPACES
                   MOVE CAR-OBS TO CEP-OBS.
                IF CAR-STATUS = "C"
                   MOVE "PARA CANCELAR AGENDE O TIPO E" TO W-MOTIVO
                   GO TO CAR-CAMPOS-FIM.
                IF CAR-STATUS NOT = SPACES
                   MOVE CAR-STATUS TO CEP-STATUS.
                MOVE W-DTDIG TO CEP-DATA
                INSPECT CEP-TIPO-CEP CONVERTING "lgcu" TO "LGCU"
                MOVE 1 TO INDTIP.
       CAR-CAMPOS1.
                IF CEP-TIPO-CEP NOT = TSABTIP(INDTIP)
                   ADD 1 TO INDTIP
                   IF INDTIP > 4
                      MOVE "TIPO DE CEP NAO EXISTE" TO W-MOTIVO
                      GO TO CAR-CAMPOS-FIM
                   ELSE
                      GO TO CAR-CAMPOS1.
                IF CEP-TP-LOGRADOURO
                   MOVE SPACES TO CEP-NOME-ORG
                   GO TO CAR-CAMPOS1A.
                DIVIDE CEP-NUMCEP BY 1000 GIVING W-CEPQUOC
                                   REMAINDER W-CEPSUFIXO
                IF W-CEPSUFIXO < 900
                   MOVE "CEP ESPECIAL EXIGE SUFIXO 900 A 999"
                                                          TO W-MOTIVO
                   GO TO CAR-CAMPOS-FIM.
                IF CEP-NOME-ORG = SPACES
                   MOVE "ORGANIZACAO NAO PODE FICAR EM BRANCO"
                                                          TO W-MOTIVO
                   GO TO CAR-CAMPOS-FIM.
       CAR-CAMPOS1A.
                IF CEP-LOGRA = SPACES AND NOT CEP-TP-CAIXA-COMUN
                   MOVE "LOGRADOURO NAO PODE FICAR EM BRANCO"
                                                          TO W-MOTIVO
                   GO TO CAR-CAMPOS-FIM.
                IF CEP-BAIRRO = SPACES AND CEP-TP-LOGRADOURO
                   MOVE "BAIRRO NAO PODE FICAR EM BRANCO" TO W-MOTIVO
                   GO TO CAR-CAMPOS-FIM.
                IF CEP-CIDADE = SPACES
                   MOVE "CIDADE NAO PODE FICAR EM BRANCO" TO W-MOTIVO
                   GO TO CAR-CAMPOS-FIM.
                MOVE 1 TO IND.
       CAR-CAMPOS2.
                IF CEP-UF NOT = TSABUF(IND)
                   ADD 1 TO IND
                   IF IND > 27
                      MOVE "UF NAO EXISTE" TO W-MOTIVO
                      GO TO CAR-CAMPOS-FIM
                   ELSE
                      GO TO CAR-CAMPOS2.
                IF CEP-REF = SPACES
                   MOVE "REFERENCIA NAO PODE FICAR EM BRANCO"
                                                          TO W-MOTIVO
                   GO TO CAR-CAMPOS-FIM.
                MOVE 1 TO INDSTA.
       CAR-CAMPOS3.
                IF CEP-STATUS NOT = TSABSTA(INDSTA)
                   ADD 1 TO INDSTA
                   IF INDSTA > 4
                      MOVE "STATUS NAO EXISTE" TO W-MOTIVO
                      GO TO CAR-CAMPOS-FIM
                   ELSE
                      GO TO CAR-CAMPOS3.
       CAR-CAMPOS-FIM.
                EXIT.
      *
      ****************************************************
      * NORMALIZA W-CIDBUF (MAIUSCULO E SEM ESPACOS EXTRAS) *
      * PARA W-CIDSAI, PARA COMPARAR/GRAVAR CONTRA MUN-CIDADE *
      ****************************************************
      *
       NORM-CIDADE.
                INSPECT W-CIDBUF CONVERTING
                        "abcdefghijklmnopqrstuvwxyz"
                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                MOVE SPACES TO W-CIDSAI
                MOVE SPACES TO W-CULT
                MOVE 1 TO W-CI
                MOVE ZEROS TO W-CO.
       NORM-CIDADE1.
                IF W-CI > 20
                   GO TO NORM-CIDADE-FIM.
                IF W-CIDBUF (W-CI:1) NOT = SPACE OR W-CULT NOT = SPACE
                   ADD 1 TO W-CO
                   MOVE W-CIDBUF (W-CI:1) TO W-CIDSAI (W-CO:1).
                MOVE W-CIDBUF (W-CI:1) TO W-CULT
                ADD 1 TO W-CI
                GO TO NORM-CIDADE1.
       NORM-CIDADE-FIM.
                EXIT.
      *
       CAR-999.
                MOVE SPACES TO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                STRING "LINHAS LIDAS .........: " DELIMITED BY SIZE
                       W-TOTLIDAS DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                STRING "MUDANCAS AGENDADAS ...: " DELIMITED BY SIZE
                       W-TOTAGEND DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                STRING "  - AGUARDANDO LIBER. : " DELIMITED BY SIZE
                       W-TOTLIB   DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                STRING "LINHAS REJEITADAS ....: " DELIMITED BY SIZE
                       W-TOTREJ   DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                CLOSE CADCEP AGENDA CARDAT CARLST
                DISPLAY "CEPAGCAR - CARGA DE MUDANCAS AGENDADAS"
                DISPLAY "LINHAS LIDAS .........: " W-TOTLIDAS
                DISPLAY "MUDANCAS AGENDADAS ...: " W-TOTAGEND
                DISPLAY "  - AGUARDANDO LIBER. : " W-TOTLIB
                DISPLAY "LINHAS REJEITADAS ....: " W-TOTREJ
                MOVE W-TOTLIDAS TO W-RUNLID
                MOVE W-TOTAGEND TO W-RUNGRV
                MOVE W-TOTREJ   TO W-RUNREJ.
       CAR-FIM.
                MOVE "F" TO W-RUNTIPO
                PERFORM RUN-GRAVA THRU RUN-GRAVA-FIM
                STOP RUN.
      *
      *********************************
      * ESPERA CURTA ENTRE TENTATIVAS DE ABERTURA DO LOG          *
      *********************************
      *
       RUN-ESPERA.
                MOVE ZEROS TO W-HCONT.
       RUN-ESPERA1.
                ADD 1 TO W-HCONT
                IF W-HCONT < 3000
                   GO TO RUN-ESPERA1.
       RUN-ESPERA-FIM.
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
                MOVE "CEPAGCAR" TO RUN-PROGRAMA
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
