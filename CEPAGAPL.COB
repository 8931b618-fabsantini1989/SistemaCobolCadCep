       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEPAGAPL.
       AUTHOR. FABIANO SANTINI MARQUES.
      ***********************************************
      * APLICACAO NOTURNA DAS MUDANCAS AGENDADAS     *
      ***********************************************
      * LE A AGENDA DE MUDANCAS (CEPAGEND.DAT, VIDE AGENDCEP.CPY,
      * ALIMENTADA POR CEPAGEND E CEPAGCAR) E APLICA NO CADCEP.DAT
      * TUDO O QUE TEM VIGENCIA ATE' HOJE E AINDA ESTA' PENDENTE, NA
      * ORDEM DA CHAVE (CEP, VIGENCIA, DATA/HORA DO AGENDAMENTO):
      *   I = INCLUSAO, A = ALTERACAO - O REGISTRO AGENDADO PASSA
      *       PELAS MESMAS CRITICAS DE INC-002A A INC-010 DE P1
      *       (VIDE VAL-CEP), CONTRA OS MASTERS COMO ESTAO NO DIA;
      *   E = CANCELAMENTO LOGICO, COM O SUCESSOR GRAVADO EM
      *       CEPREDIR.DAT COM A VIGENCIA DO AGENDAMENTO;
      *   S = TROCA DE STATUS (A REATIVACAO DE UM CEP CANCELADO
      *       RETIRA O REDIRECIONAMENTO DELE).
      * CADA MUDANCA APLICADA E' CARIMBADA (CEP-DTMOV/CEP-HRMOV/
      * CEP-TIPO-MOV) E GERA O REGISTRO ANTES/DEPOIS EM CEPHIST.DAT
      * COM O OPERADOR QUE AGENDOU (VIDE HIST-GRAVA), E SAI NO
      * RELATORIO CEPAGAPL.LST. O QUE NAO PASSA NA CRITICA DO DIA -
      * INCLUSIVE ALTERACAO DE REGISTRO QUE MUDOU DEPOIS DO
      * AGENDAMENTO (MESMA TRAVA OTIMISTA DE P1) E AGENDAMENTO QUE
      * CHEGOU NA VIGENCIA SEM A LIBERACAO DO SUPERVISOR - FICA COMO
      * EXCECAO NA AGENDA, COM O MOTIVO, E SAI NO RELATORIO DE
      * EXCECOES CEPAGEXC.LST PARA O OPERADOR REAGENDAR.
      * O ARQUIVO DE FAIXAS E O MASTER DE BAIRROS SAO OPCIONAIS COMO
      * EM P1: SEM ELES A CRITICA CORRESPONDENTE FICA DESLIGADA.
      * - PASSA A GRAVAR EM RUN-CICLO DO CEPRUN.LOG O CICLO NOTURNO
      *   RECEBIDO DO ENCADEADOR CEPNOITE NA VARIAVEL DE AMBIENTE
      *   CEPCICLO (VIDE RUN-MONTA); EM BRANCO NA RODADA AVULSA.
      * - O LOGRADOURO AGENDADO PASSA A SER GRAVADO NA FORMA PADRAO
      *   DO DICIONARIO DE TIPOS DE LOGRADOURO E ABREVIATURAS
      *   (DICLOG.DAT, VIDE DIC-PADRONIZA EM VAL-CEP02), COMO EM P1.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY RUNCTLS.
       COPY CADCEPS.
       COPY MUNICS.
       COPY BAIRROS.
       COPY FAIXCEPS.
       COPY CEPREDIRS.
       COPY AGENDCEPS.
       COPY DICLOGS.
       SELECT CEPHIST ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERHIST.
       SELECT AGALST  ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERLST.
       SELECT AGXLST  ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERXLS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCEP.DAT".
       COPY CADCEP.
      *
       FD MUNIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MUNIC.DAT".
       COPY MUNIC.
      *
       FD BAIRRO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BAIRRO.DAT".
       COPY BAIRRO.
      *
       FD FAIXAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FAIXAS.DAT".
       COPY FAIXCEP.
      *
       FD REDIR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CEPREDIR.DAT".
       COPY CEPREDIR.
      *
       FD AGENDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CEPAGEND.DAT".
       COPY AGENDCEP.
      *
       FD DICLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DICLOG.DAT".
       COPY DICLOG.
      *
       FD CEPHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CEPHIST.DAT".
       COPY CEPHIST.
      *
       FD AGALST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CEPAGAPL.LST".
       01 REGLST                     PIC X(100).
      *
       FD AGXLST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CEPAGEXC.LST".
       01 REGXLS                     PIC X(100).
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
       77 ST-ERMUN       PIC X(02) VALUE "00".
       77 ST-ERBAI       PIC X(02) VALUE "00".
       77 ST-ERFAI       PIC X(02) VALUE "00".
       77 ST-ERRED       PIC X(02) VALUE "00".
       77 ST-ERAGE       PIC X(02) VALUE "00".
       77 ST-ERHIST      PIC X(02) VALUE "00".
       77 ST-ERLST       PIC X(02) VALUE "00".
       77 ST-ERXLS       PIC X(02) VALUE "00".
       77 W-OPERADOR     PIC X(08) VALUE SPACES.
       77 W-HOJE         PIC 9(08) VALUE ZEROS.
       77 W-TOTDEV       PIC 9(06) VALUE ZEROS.
       77 W-TOTAPLIC     PIC 9(06) VALUE ZEROS.
       77 W-TOTEXC       PIC 9(06) VALUE ZEROS.
       77 W-TOTINC       PIC 9(06) VALUE ZEROS.
       77 W-TOTALT       PIC 9(06) VALUE ZEROS.
       77 W-TOTCANC      PIC 9(06) VALUE ZEROS.
       77 W-TOTSTA       PIC 9(06) VALUE ZEROS.
       77 W-MOTIVO       PIC X(45) VALUE SPACES.
       77 W-TEMARQFAI    PIC X(01) VALUE "N".
       77 W-TEMARQBAI    PIC X(01) VALUE "N".
       77 W-TEMFAIXA     PIC X(01) VALUE "N".
       77 W-FAIXRES      PIC X(01) VALUE SPACES.
       77 W-CEPQUOC      PIC 9(05) VALUE ZEROS.
       77 W-CEPSUFIXO    PIC 9(03) VALUE ZEROS.
       77 W-CIDBUF       PIC X(20) VALUE SPACES.
       77 W-CIDSAI       PIC X(20) VALUE SPACES.
       77 W-CI           PIC 9(02) VALUE ZEROS.
       77 W-CO           PIC 9(02) VALUE ZEROS.
       77 W-CULT         PIC X(01) VALUE SPACES.
       77 W-HTENTA       PIC 9(02) VALUE ZEROS.
       77 W-HCONT        PIC 9(06) VALUE ZEROS.
       77 W-HTIPO        PIC X(01) VALUE SPACES.
       77 ST-ERDIC       PIC X(02) VALUE "00".
      *
      * IMAGEM ANTES DO HISTORICO (REGISTRO COMO ESTAVA NO CADASTRO)
      *
       01 W-REGCEP-OLD   PIC X(200) VALUE SPACES.
       01 W-REGOLD-R REDEFINES W-REGCEP-OLD.
                03 FILLER              PIC X(120).
                03 W-OLD-STATUS        PIC X(01).
                03 FILLER              PIC X(79).
      *
      * REGISTRO COMO ESTAVA NO AGENDAMENTO: O CARIMBO DELE E'
      * COMPARADO COM O DO CADASTRO ANTES DE APLICAR UMA ALTERACAO
      *
       01 W-REGAGE-ANT   PIC X(200) VALUE SPACES.
       01 W-REGANT-R REDEFINES W-REGAGE-ANT.
                03 FILLER              PIC X(149).
                03 W-ANT-DTMOV         PIC 9(08).
                03 W-ANT-HRMOV         PIC 9(06).
                03 FILLER              PIC X(37).
      *
       COPY TABUF.
      *=========================================================
       COPY TABSTAT.
      *=========================================================
       COPY TABTIPO.
      *=========================================================
       COPY TABDIC.
      *=========================================================
      *
       01 LN-RESULT.
                03 LR-NUMCEP PIC 9(08).
                03 FILLER    PIC X(02) VALUE SPACES.
                03 LR-DTVIG  PIC 9(08).
                03 FILLER    PIC X(02) VALUE SPACES.
                03 LR-TIPO   PIC X(01).
                03 FILLER    PIC X(02) VALUE SPACES.
                03 LR-SOLIC  PIC X(08).
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
       AGA-001.
                PERFORM DIC-CARGA THRU DIC-CARGA-FIM
                OPEN I-O CADCEP
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CEP - " ST-ERRO
                   MOVE "E" TO W-RUNSIT
                   GO TO AGA-FIM.
                OPEN INPUT MUNIC
                IF ST-ERMUN NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DE MUNIC.DAT - " ST-ERMUN
                   CLOSE CADCEP
                   MOVE "E" TO W-RUNSIT
                   GO TO AGA-FIM.
      *
      * AGENDA VAZIA OU AINDA NAO CRIADA: NADA A APLICAR, RODADA OK
      *
                OPEN I-O AGENDA
                IF ST-ERAGE NOT = "00"
                   OPEN OUTPUT AGENDA
                   CLOSE AGENDA
                   OPEN I-O AGENDA.
                IF ST-ERAGE NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DE CEPAGEND.DAT - "
                           ST-ERAGE
                   CLOSE CADCEP MUNIC
                   MOVE "E" TO W-RUNSIT
                   GO TO AGA-FIM.
                OPEN I-O REDIR
                IF ST-ERRED NOT = "00"
                   OPEN OUTPUT REDIR
                   CLOSE REDIR
                   OPEN I-O REDIR.
                OPEN INPUT FAIXAS
                IF ST-ERFAI = "00"
                   MOVE "S" TO W-TEMARQFAI.
                OPEN INPUT BAIRRO
                IF ST-ERBAI = "00"
                   MOVE "S" TO W-TEMARQBAI.
                OPEN OUTPUT AGALST
                OPEN OUTPUT AGXLST
                IF ST-ERLST NOT = "00" OR ST-ERXLS NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DOS RELATORIOS - "
                           ST-ERLST " " ST-ERXLS
                   CLOSE CADCEP MUNIC AGENDA REDIR
                   MOVE "E" TO W-RUNSIT
                   GO TO AGA-FIM.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE SPACES TO REGLST
                STRING "CEPAGAPL - MUDANCAS AGENDADAS APLICADAS ATE "
                       W-HOJE DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                MOVE "CEP       VIGENCIA  T  SOLICIT.  RESULTADO"
                                                          TO REGLST
                WRITE REGLST
                MOVE SPACES TO REGXLS
                STRING "CEPAGAPL - EXCECOES DA AGENDA EM "
                       W-HOJE DELIMITED BY SIZE INTO REGXLS
                WRITE REGXLS
                MOVE SPACES TO REGXLS
                MOVE "CEP       VIGENCIA  T  SOLICIT.  MOTIVO"
                                                          TO REGXLS
                WRITE REGXLS
                MOVE ZEROS TO AGE-NUMCEP AGE-DTVIG AGE-DTSOL AGE-HRSOL
                START AGENDA KEY IS NOT LESS THAN AGE-CHAVE
                IF ST-ERAGE NOT = "00"
                   GO TO AGA-999.
       AGA-002.
                READ AGENDA NEXT RECORD
                IF ST-ERAGE = "10"
                   GO TO AGA-999.
                IF ST-ERAGE NOT = "00"
                   DISPLAY "ERRO NA LEITURA DE CEPAGEND.DAT - "
                           ST-ERAGE
                   MOVE "E" TO W-RUNSIT
                   GO TO AGA-999.
                IF NOT AGE-PENDENTE AND NOT AGE-AGUARDANDO
                   GO TO AGA-002.
                IF AGE-DTVIG > W-HOJE
                   GO TO AGA-002.
                ADD 1 TO W-TOTDEV
                MOVE SPACES TO W-MOTIVO
                MOVE AGE-SOLICITANTE TO W-OPERADOR
                IF AGE-AGUARDANDO
                   MOVE "VIGENCIA CHEGOU SEM LIBERACAO DO SUPERVISOR"
                                                          TO W-MOTIVO
                   GO TO AGA-EXCECAO.
                IF AGE-INCLUSAO
                   GO TO AGA-INCLUI.
                IF AGE-ALTERACAO
                   GO TO AGA-ALTERA.
                IF AGE-CANCELAMENTO
                   GO TO AGA-CANCELA.
                IF AGE-TROCA-STATUS
                   GO TO AGA-STATUS.
                MOVE "TIPO DE MUDANCA INVALIDO" TO W-MOTIVO
                GO TO AGA-EXCECAO.
      *
      * I - INCLUSAO: O CEP NAO PODE TER SIDO INCLUIDO NO MEIO TEMPO
      *
       AGA-INCLUI.
                MOVE AGE-NUMCEP TO CEP-NUMCEP
                READ CADCEP
                IF ST-ERRO = "00"
                   MOVE "CEP JA CADASTRADO NA VIGENCIA" TO W-MOTIVO
                   GO TO AGA-EXCECAO.
                MOVE AGE-DEPOIS TO REGCEP
                PERFORM VAL-CEP THRU VAL-CEP-FIM
                IF W-MOTIVO NOT = SPACES
                   GO TO AGA-EXCECAO.
                MOVE SPACES TO W-REGCEP-OLD
                ACCEPT CEP-DTMOV FROM DATE YYYYMMDD
                ACCEPT CEP-HRMOV FROM TIME
                MOVE "I" TO CEP-TIPO-MOV
                WRITE REGCEP
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO REGISTRO" TO W-MOTIVO
                   GO TO AGA-EXCECAO.
                MOVE "I" TO W-HTIPO
                PERFORM HIST-GRAVA THRU HIST-GRAVA-FIM
                ADD 1 TO W-TOTINC
                MOVE "CEP INCLUIDO" TO W-MOTIVO
                GO TO AGA-APLICADA.
      *
      * A - ALTERACAO: SO' SOBRE O REGISTRO QUE ESTAVA NO CADASTRO NO
      * AGENDAMENTO (CARIMBO IGUAL AO DE AGE-ANTES)
      *
       AGA-ALTERA.
                MOVE AGE-NUMCEP TO CEP-NUMCEP
                READ CADCEP
                IF ST-ERRO NOT = "00"
                   MOVE "CEP NAO CADASTRADO NA VIGENCIA" TO W-MOTIVO
                   GO TO AGA-EXCECAO.
                IF CEP-CANCELADO
                   MOVE "CEP CANCELADO ANTES DA VIGENCIA" TO W-MOTIVO
                   GO TO AGA-EXCECAO.
                MOVE AGE-ANTES TO W-REGAGE-ANT
                IF CEP-DTMOV NOT = W-ANT-DTMOV OR
                   CEP-HRMOV NOT = W-ANT-HRMOV
                   MOVE "REGISTRO ALTERADO APOS O AGENDAMENTO"
                                                          TO W-MOTIVO
                   GO TO AGA-EXCECAO.
                MOVE REGCEP TO W-REGCEP-OLD
                MOVE AGE-DEPOIS TO REGCEP
                PERFORM VAL-CEP THRU VAL-CEP-FIM
                IF W-MOTIVO NOT = SPACES
                   GO TO AGA-EXCECAO.
                ACCEPT CEP-DTMOV FROM DATE YYYYMMDD
                ACCEPT CEP-HRMOV FROM TIME
                MOVE "A" TO CEP-TIPO-MOV
                REWRITE REGCEP
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "ERRO NA REGRAVACAO DO REGISTRO" TO W-MOTIVO
                   GO TO AGA-EXCECAO.
                MOVE "A" TO W-HTIPO
                PERFORM HIST-GRAVA THRU HIST-GRAVA-FIM
                ADD 1 TO W-TOTALT
                MOVE "CEP ALTERADO" TO W-MOTIVO
                GO TO AGA-APLICADA.
      *
      * E - CANCELAMENTO: O SUCESSOR E' CRITICADO ANTES (A LEITURA
      * DELE SUJA REGCEP), COMO EM EXC-RED1 DE P1
      *
       AGA-CANCELA.
                IF AGE-CEPNOVO = ZEROS
                   GO TO AGA-CANCELA1.
                IF AGE-CEPNOVO = AGE-NUMCEP
                   MOVE "SUCESSOR NAO PODE SER O PROPRIO CEP"
                                                          TO W-MOTIVO
                   GO TO AGA-EXCECAO.
                MOVE AGE-CEPNOVO TO CEP-NUMCEP
                READ CADCEP
                IF ST-ERRO NOT = "00"
                   MOVE "CEP SUCESSOR NAO CADASTRADO" TO W-MOTIVO
                   GO TO AGA-EXCECAO.
                IF CEP-CANCELADO
                   MOVE "CEP SUCESSOR TAMBEM ESTA CANCELADO" TO W-MOTIVO
                   GO TO AGA-EXCECAO.
       AGA-CANCELA1.
                MOVE AGE-NUMCEP TO CEP-NUMCEP
                READ CADCEP
                IF ST-ERRO NOT = "00"
                   MOVE "CEP NAO CADASTRADO NA VIGENCIA" TO W-MOTIVO
                   GO TO AGA-EXCECAO.
                IF CEP-CANCELADO
                   MOVE "REGISTRO JA ESTA CANCELADO" TO W-MOTIVO
                   GO TO AGA-EXCECAO.
                MOVE REGCEP TO W-REGCEP-OLD
                MOVE "C" TO CEP-STATUS
                ACCEPT CEP-DTMOV FROM DATE YYYYMMDD
                ACCEPT CEP-HRMOV FROM TIME
                MOVE "E" TO CEP-TIPO-MOV
                REWRITE REGCEP
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "ERRO NA REGRAVACAO DO REGISTRO" TO W-MOTIVO
                   GO TO AGA-EXCECAO.
                MOVE "E" TO W-HTIPO
                PERFORM HIST-GRAVA THRU HIST-GRAVA-FIM
                ADD 1 TO W-TOTCANC
                MOVE "CEP CANCELADO" TO W-MOTIVO
                IF AGE-CEPNOVO = ZEROS
                   GO TO AGA-APLICADA.
                MOVE AGE-NUMCEP  TO RED-CEPANT
                MOVE AGE-CEPNOVO TO RED-CEPNOVO
                MOVE AGE-DTVIG   TO RED-DTVIG
                WRITE REGRED
                IF ST-ERRED = "22"
                   REWRITE REGRED.
                IF ST-ERRED = "00" OR "02"
                   MOVE "CEP CANCELADO E REDIRECIONADO" TO W-MOTIVO
                ELSE
                   MOVE "CANCELADO - ERRO AO GRAVAR SUCESSOR"
                                                          TO W-MOTIVO.
                GO TO AGA-APLICADA.
      *
      * S - TROCA DE STATUS SOBRE O REGISTRO ATUAL
      *
       AGA-STATUS.
                MOVE AGE-NUMCEP TO CEP-NUMCEP
                READ CADCEP
                IF ST-ERRO NOT = "00"
                   MOVE "CEP NAO CADASTRADO NA VIGENCIA" TO W-MOTIVO
                   GO TO AGA-EXCECAO.
                IF CEP-STATUS = AGE-STATUS
                   MOVE "CEP JA ESTA COM O STATUS AGENDADO" TO W-MOTIVO
                   GO TO AGA-EXCECAO.
                MOVE 1 TO INDSTA.
       AGA-STATUS1.
                IF AGE-STATUS NOT = TSABSTA(INDSTA)
                   ADD 1 TO INDSTA
                   IF INDSTA > 4
                      MOVE "STATUS NAO EXISTE" TO W-MOTIVO
                      GO TO AGA-EXCECAO
                   ELSE
                      GO TO AGA-STATUS1.
                IF AGE-STATUS = "C"
                   MOVE "CANCELAMENTO SO' PELO TIPO E" TO W-MOTIVO
                   GO TO AGA-EXCECAO.
                MOVE REGCEP TO W-REGCEP-OLD
                MOVE AGE-STATUS TO CEP-STATUS
                ACCEPT CEP-DTMOV FROM DATE YYYYMMDD
                ACCEPT CEP-HRMOV FROM TIME
                MOVE "A" TO CEP-TIPO-MOV
                REWRITE REGCEP
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "ERRO NA REGRAVACAO DO REGISTRO" TO W-MOTIVO
                   GO TO AGA-EXCECAO.
                MOVE "A" TO W-HTIPO
                PERFORM HIST-GRAVA THRU HIST-GRAVA-FIM
                ADD 1 TO W-TOTSTA
                MOVE "STATUS ALTERADO" TO W-MOTIVO
                IF W-OLD-STATUS NOT = "C"
                   GO TO AGA-APLICADA.
                MOVE AGE-NUMCEP TO RED-CEPANT
                DELETE REDIR RECORD
                MOVE "CEP REATIVADO" TO W-MOTIVO.
      *
       AGA-APLICADA.
                ADD 1 TO W-TOTAPLIC
                MOVE "A" TO AGE-SITUACAO
                PERFORM AGA-FECHA THRU AGA-FECHA-FIM
                MOVE SPACES TO REGLST
                MOVE LN-RESULT TO REGLST
                WRITE REGLST
                GO TO AGA-002.
       AGA-EXCECAO.
                ADD 1 TO W-TOTEXC
                MOVE "X" TO AGE-SITUACAO
                PERFORM AGA-FECHA THRU AGA-FECHA-FIM
                MOVE SPACES TO REGXLS
                MOVE LN-RESULT TO REGXLS
                WRITE REGXLS
                GO TO AGA-002.
      *
      * FECHA O AGENDAMENTO COM A SITUACAO JA MOVIDA E MONTA A LINHA
      * DO RELATORIO
      *
       AGA-FECHA.
                MOVE W-MOTIVO TO AGE-MOTIVO
                ACCEPT AGE-DTAPL FROM DATE YYYYMMDD
                ACCEPT AGE-HRAPL FROM TIME
                REWRITE REGAGE
                IF ST-ERAGE NOT = "00" AND ST-ERAGE NOT = "02"
                   DISPLAY "ERRO NA REGRAVACAO DO AGENDAMENTO DO CEP "
                           AGE-NUMCEP " - " ST-ERAGE
                   MOVE "E" TO W-RUNSIT.
                MOVE AGE-NUMCEP      TO LR-NUMCEP
                MOVE AGE-DTVIG       TO LR-DTVIG
                MOVE AGE-TIPO        TO LR-TIPO
                MOVE AGE-SOLICITANTE TO LR-SOLIC
                MOVE W-MOTIVO        TO LR-MOTIVO.
       AGA-FECHA-FIM.
                EXIT.
      *
      *********************************************
      * CRITICAS DE P1 (INC-002A A INC-010) SOBRE O REGISTRO EM     *
      * REGCEP, SEM TELA: A PRIMEIRA QUE FALHA DEIXA O MOTIVO EM    *
      * W-MOTIVO. CIDADE E BAIRRO SAO NORMALIZADOS COMO NA TELA     *
      *********************************************
      *
       VAL-CEP.
                MOVE SPACES TO W-MOTIVO
                IF CEP-TIPO-CEP = SPACES
                   MOVE "L" TO CEP-TIPO-CEP.
                MOVE 1 TO INDTIP.
       VAL-CEP01.
                IF CEP-TIPO-CEP NOT = TSABTIP(INDTIP)
                   ADD 1 TO INDTIP
                   IF INDTIP > 4
                      MOVE "TIPO DE CEP NAO EXISTE" TO W-MOTIVO
                      GO TO VAL-CEP-FIM
                   ELSE
                      GO TO VAL-CEP01.
                IF CEP-TP-LOGRADOURO
                   MOVE SPACES TO CEP-NOME-ORG
                   GO TO VAL-CEP02.
                DIVIDE CEP-NUMCEP BY 1000 GIVING W-CEPQUOC
                                   REMAINDER W-CEPSUFIXO
                IF W-CEPSUFIXO < 900
                   MOVE "CEP ESPECIAL EXIGE SUFIXO 900 A 999"
                                                          TO W-MOTIVO
                   GO TO VAL-CEP-FIM.
                IF CEP-NOME-ORG = SPACES
                   MOVE "ORGANIZACAO NAO PODE FICAR EM BRANCO"
                                                          TO W-MOTIVO
                   GO TO VAL-CEP-FIM.
       VAL-CEP02.
                MOVE CEP-LOGRA TO W-DICBUF
                PERFORM DIC-PADRONIZA THRU DIC-PADRONIZA-FIM
                MOVE W-DICSAI TO CEP-LOGRA
                IF CEP-LOGRA = SPACES AND NOT CEP-TP-CAIXA-COMUN
                   MOVE "LOGRADOURO NAO PODE FICAR EM BRANCO"
                                                          TO W-MOTIVO
                   GO TO VAL-CEP-FIM.
                IF CEP-BAIRRO = SPACES AND CEP-TP-LOGRADOURO
                   MOVE "BAIRRO NAO PODE FICAR EM BRANCO" TO W-MOTIVO
                   GO TO VAL-CEP-FIM.
                MOVE CEP-BAIRRO TO W-CIDBUF
                PERFORM NORM-CIDADE THRU NORM-CIDADE-FIM
                MOVE W-CIDSAI TO CEP-BAIRRO
                IF CEP-CIDADE = SPACES
                   MOVE "CIDADE NAO PODE FICAR EM BRANCO" TO W-MOTIVO
                   GO TO VAL-CEP-FIM.
                MOVE CEP-CIDADE TO W-CIDBUF
                PERFORM NORM-CIDADE THRU NORM-CIDADE-FIM
                MOVE W-CIDSAI TO CEP-CIDADE MUN-CIDADE
                READ MUNIC
                IF ST-ERMUN NOT = "00"
                   MOVE "CIDADE NAO CADASTRADA NO MASTER DE MUNICIPIOS"
                                                          TO W-MOTIVO
                   GO TO VAL-CEP-FIM.
                IF W-TEMARQFAI NOT = "S"
                   GO TO VAL-CEP03.
                PERFORM FAIXA-VALIDA THRU FAIXA-VALIDA-FIM
                IF W-FAIXRES = "F"
                   MOVE "CEP FORA DA FAIXA DO MUNICIPIO" TO W-MOTIVO
                   GO TO VAL-CEP-FIM.
       VAL-CEP03.
                IF CEP-BAIRRO = SPACES OR W-TEMARQBAI NOT = "S"
                   GO TO VAL-CEP04.
                MOVE CEP-CIDADE TO BAI-CIDADE
                MOVE CEP-BAIRRO TO BAI-NOME
                READ BAIRRO
                IF ST-ERBAI NOT = "00"
                   MOVE "BAIRRO NAO CADASTRADO PARA O MUNICIPIO"
                                                          TO W-MOTIVO
                   GO TO VAL-CEP-FIM.
       VAL-CEP04.
                MOVE 1 TO IND.
       VAL-CEP05.
                IF CEP-UF NOT = TSABUF(IND)
                   ADD 1 TO IND
                   IF IND > 27
                      MOVE "UF NAO EXISTE" TO W-MOTIVO
                      GO TO VAL-CEP-FIM
                   ELSE
                      GO TO VAL-CEP05.
                IF CEP-REF = SPACES
                   MOVE "REFERENCIA NAO PODE FICAR EM BRANCO"
                                                          TO W-MOTIVO
                   GO TO VAL-CEP-FIM.
                MOVE 1 TO INDSTA.
       VAL-CEP06.
                IF CEP-STATUS NOT = TSABSTA(INDSTA)
                   ADD 1 TO INDSTA
                   IF INDSTA > 4
                      MOVE "STATUS NAO EXISTE" TO W-MOTIVO
                      GO TO VAL-CEP-FIM
                   ELSE
                      GO TO VAL-CEP06.
                IF CEP-DATA = ZEROS
                   MOVE "DATA NAO PODE FICAR EM BRANCO" TO W-MOTIVO.
       VAL-CEP-FIM.
                EXIT.
      *
      *********************************************
      * CRITICA CEP-NUMCEP CONTRA AS FAIXAS DO MUNICIPIO (FAIXAS.DAT) *
      * W-FAIXRES: D=DENTRO  F=FORA  S=SEM FAIXA P/ O MUNICIPIO      *
      *********************************************
      *
       FAIXA-VALIDA.
                MOVE "N" TO W-TEMFAIXA
                MOVE "S" TO W-FAIXRES
                MOVE CEP-CIDADE TO FAI-CIDADE
                MOVE ZEROS      TO FAI-NUMINI
                START FAIXAS KEY IS NOT LESS THAN FAI-CHAVE
                IF ST-ERFAI NOT = "00"
                   GO TO FAIXA-VALIDA-FIM.
       FAIXA-VALIDA1.
                READ FAIXAS NEXT RECORD
                IF ST-ERFAI NOT = "00"
                   GO TO FAIXA-VALIDA2.
                IF FAI-CIDADE NOT = CEP-CIDADE
                   GO TO FAIXA-VALIDA2.
                MOVE "S" TO W-TEMFAIXA
                IF CEP-NUMCEP NOT < FAI-NUMINI AND
                   CEP-NUMCEP NOT > FAI-NUMFIM
                   MOVE "D" TO W-FAIXRES
                   GO TO FAIXA-VALIDA-FIM.
                GO TO FAIXA-VALIDA1.
       FAIXA-VALIDA2.
                IF W-TEMFAIXA = "S"
                   MOVE "F" TO W-FAIXRES.
       FAIXA-VALIDA-FIM.
                EXIT.
      *
      *********************************
      * ROTINA DE GRAVACAO DO HISTORICO, NOS MOLDES DE HIST-GRAVA *
      * DE P1: IMAGEM ANTES EM W-REGCEP-OLD, DEPOIS EM REGCEP.    *
      * O OPERADOR E' QUEM AGENDOU A MUDANCA (AGE-SOLICITANTE)    *
      *********************************
      *
       HIST-GRAVA.
                MOVE ZEROS TO W-HTENTA.
       HIST-ABRE.
                OPEN EXTEND CEPHIST
                IF ST-ERHIST = "00"
                   GO TO HIST-MONTA.
                IF ST-ERHIST = "30" OR ST-ERHIST = "35"
                   OPEN OUTPUT CEPHIST
                   CLOSE CEPHIST
                   GO TO HIST-ABRE.
                ADD 1 TO W-HTENTA
                IF W-HTENTA < 30
                   PERFORM HIST-ESPERA THRU HIST-ESPERA-FIM
                   GO TO HIST-ABRE.
                DISPLAY "AVISO: FALHA AO GRAVAR HISTORICO DO CEP "
                        CEP-NUMCEP
                GO TO HIST-GRAVA-FIM.
       HIST-MONTA.
                MOVE CEP-NUMCEP   TO HIST-NUMCEP
                MOVE W-HTIPO      TO HIST-TIPO-OPER
                MOVE W-OPERADOR   TO HIST-OPERADOR
                MOVE CEP-DTMOV    TO HIST-DTMOV
                MOVE CEP-HRMOV    TO HIST-HRMOV
                MOVE W-REGCEP-OLD TO HIST-ANTES
                MOVE REGCEP       TO HIST-DEPOIS
                WRITE REGHIST
                IF ST-ERHIST NOT = "00"
                   DISPLAY "AVISO: FALHA AO GRAVAR HISTORICO DO CEP "
                           CEP-NUMCEP.
                CLOSE CEPHIST.
       HIST-GRAVA-FIM.
                EXIT.
      *
      *********************************
      * ESPERA CURTA ENTRE TENTATIVAS DE ABERTURA DO HISTORICO    *
      * (MESMO LACO DE CONTAGEM DA ROTINA DE MENSAGEM DE P1)      *
      *********************************
      *
       HIST-ESPERA.
                MOVE ZEROS TO W-HCONT.
       HIST-ESPERA1.
                ADD 1 TO W-HCONT
                IF W-HCONT < 3000
                   GO TO HIST-ESPERA1.
       HIST-ESPERA-FIM.
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
      *****************************************
      * CARREGA O DICIONARIO DE LOGRADOUROS (DICLOG.DAT) EM TAB-DIC; *
      * SEM O ARQUIVO, VALE A TABELA PADRAO TBDICP DE TABDIC.CPY     *
      *****************************************
      *
       DIC-CARGA.
                MOVE ZEROS TO DIC-QTD
                OPEN INPUT DICLOG
                IF ST-ERDIC NOT = "00"
                   MOVE ZEROS TO W-DK
                   GO TO DIC-CARGA-PAD.
       DIC-CARGA1.
                READ DICLOG
                IF ST-ERDIC (1:1) NOT = "0"
                   CLOSE DICLOG
                   GO TO DIC-CARGA-FIM.
                IF DIC-FORMA (1:1) = "*"
                   GO TO DIC-CARGA1.
                IF DIC-FORMA = SPACES OR DIC-PADRAO = SPACES
                   GO TO DIC-CARGA1.
                IF DIC-QTD NOT < 300
                   GO TO DIC-CARGA1.
                INSPECT REGDIC CONVERTING
                        "abcdefghijklmnopqrstuvwxyz."
                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ "
                ADD 1 TO DIC-QTD
                MOVE DIC-FORMA   TO DIC-TFORMA (DIC-QTD)
                MOVE DIC-PADRAO  TO DIC-TPADRAO (DIC-QTD)
                MOVE DIC-POSICAO TO DIC-TPOSICAO (DIC-QTD)
                GO TO DIC-CARGA1.
       DIC-CARGA-PAD.
                ADD 1 TO W-DK
                IF W-DK > 56
                   GO TO DIC-CARGA-FIM.
                ADD 1 TO DIC-QTD
                MOVE DPD-FORMA (W-DK)   TO DIC-TFORMA (DIC-QTD)
                MOVE DPD-PADRAO (W-DK)  TO DIC-TPADRAO (DIC-QTD)
                MOVE DPD-POSICAO (W-DK) TO DIC-TPOSICAO (DIC-QTD)
                GO TO DIC-CARGA-PAD.
       DIC-CARGA-FIM.
                EXIT.
      *
      *****************************************
      * PADRONIZA O LOGRADOURO DE W-DICBUF EM W-DICSAI: MAIUSCULO,   *
      * PONTO VIRA ESPACO, SEM ESPACOS EXTRAS E CADA PALAVRA DO      *
      * DICIONARIO NA FORMA PADRAO. SE A FORMA PADRAO ESTOURA OS 35  *
      * CARACTERES (W-DICEST), REFAZ A PASSADA SEM AS TROCAS         *
      *****************************************
      *
       DIC-PADRONIZA.
                INSPECT W-DICBUF CONVERTING
                        "abcdefghijklmnopqrstuvwxyz."
                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ "
                MOVE "S" TO W-DICUSA.
       DIC-PADRONIZA1.
                MOVE "N" TO W-DICEST
                MOVE SPACES TO W-DICSAI W-DICPAL
                MOVE ZEROS TO W-DO W-DP W-DN
                MOVE 1 TO W-DI.
       DIC-PADRONIZA2.
                IF W-DI > 35
                   PERFORM DIC-PALAVRA THRU DIC-PALAVRA-FIM
                   GO TO DIC-PADRONIZA3.
                IF W-DICBUF (W-DI:1) = SPACE
                   PERFORM DIC-PALAVRA THRU DIC-PALAVRA-FIM
                ELSE
                   ADD 1 TO W-DP
                   MOVE W-DICBUF (W-DI:1) TO W-DICPAL (W-DP:1).
                ADD 1 TO W-DI
                GO TO DIC-PADRONIZA2.
       DIC-PADRONIZA3.
                IF W-DICEST = "S" AND W-DICUSA = "S"
                   MOVE "N" TO W-DICUSA
                   GO TO DIC-PADRONIZA1.
       DIC-PADRONIZA-FIM.
                EXIT.
      *
      * FECHA A PALAVRA MONTADA EM W-DICPAL (W-DP CARACTERES, W-DN-ESIMA
      * DO LOGRADOURO): TROCA PELA FORMA PADRAO, SE ESTIVER NO
      * DICIONARIO, E EMENDA EM W-DICSAI
      *
       DIC-PALAVRA.
                IF W-DP = ZEROS
                   GO TO DIC-PALAVRA-FIM.
                IF W-DICEST = "S"
                   GO TO DIC-PALAVRA4.
                ADD 1 TO W-DN
                IF W-DICUSA = "N"
                   GO TO DIC-PALAVRA3.
                MOVE ZEROS TO W-DK.
       DIC-PALAVRA1.
                ADD 1 TO W-DK
                IF W-DK > DIC-QTD
                   GO TO DIC-PALAVRA3.
                IF DIC-TFORMA (W-DK) NOT = W-DICPAL
                   GO TO DIC-PALAVRA1.
                IF DIC-TPOSICAO (W-DK) = "T" AND W-DN > 1
                   GO TO DIC-PALAVRA1.
                MOVE DIC-TPADRAO (W-DK) TO W-DICPAL
                MOVE 15 TO W-DP.
       DIC-PALAVRA2.
                IF W-DICPAL (W-DP:1) = SPACE
                   SUBTRACT 1 FROM W-DP
                   GO TO DIC-PALAVRA2.
       DIC-PALAVRA3.
                IF W-DO > ZEROS
                   ADD 1 TO W-DO.
                IF W-DO + W-DP > 35
                   MOVE "S" TO W-DICEST
                   GO TO DIC-PALAVRA4.
                MOVE W-DICPAL (1:W-DP) TO W-DICSAI (W-DO + 1:W-DP)
                ADD W-DP TO W-DO.
       DIC-PALAVRA4.
                MOVE SPACES TO W-DICPAL
                MOVE ZEROS TO W-DP.
       DIC-PALAVRA-FIM.
                EXIT.
      *
       AGA-999.
                MOVE SPACES TO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                STRING "MUDANCAS COM VIGENCIA : " DELIMITED BY SIZE
                       W-TOTDEV   DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                STRING "MUDANCAS APLICADAS ...: " DELIMITED BY SIZE
                       W-TOTAPLIC DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                STRING "MUDANCAS EM EXCECAO ..: " DELIMITED BY SIZE
                       W-TOTEXC   DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                MOVE SPACES TO REGXLS
                WRITE REGXLS
                MOVE SPACES TO REGXLS
                STRING "MUDANCAS EM EXCECAO ..: " DELIMITED BY SIZE
                       W-TOTEXC   DELIMITED BY SIZE INTO REGXLS
                WRITE REGXLS
                CLOSE CADCEP MUNIC AGENDA REDIR AGALST AGXLST
                IF W-TEMARQFAI = "S"
                   CLOSE FAIXAS.
                IF W-TEMARQBAI = "S"
                   CLOSE BAIRRO.
                DISPLAY "CEPAGAPL - MUDANCAS AGENDADAS APLICADAS"
                DISPLAY "MUDANCAS COM VIGENCIA : " W-TOTDEV
                DISPLAY "MUDANCAS APLICADAS ...: " W-TOTAPLIC
                DISPLAY "  - INCLUSOES ........: " W-TOTINC
                DISPLAY "  - ALTERACOES .......: " W-TOTALT
                DISPLAY "  - CANCELAMENTOS ....: " W-TOTCANC
                DISPLAY "  - TROCAS DE STATUS .: " W-TOTSTA
                DISPLAY "MUDANCAS EM EXCECAO ..: " W-TOTEXC
                MOVE W-TOTDEV   TO W-RUNLID
                MOVE W-TOTAPLIC TO W-RUNGRV
                MOVE W-TOTEXC   TO W-RUNREJ.
       AGA-FIM.
                MOVE "F" TO W-RUNTIPO
                PERFORM RUN-GRAVA THRU RUN-GRAVA-FIM
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
                   PERFORM HIST-ESPERA THRU HIST-ESPERA-FIM
                   GO TO RUN-ABRE.
                DISPLAY "AVISO: FALHA NO LOG DE EXECUCAO - "
                        ST-ERRUN
                GO TO RUN-GRAVA-FIM.
       RUN-MONTA.
                MOVE "CEPAGAPL" TO RUN-PROGRAMA
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
