       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEPESTOR.
       AUTHOR. FABIANO SANTINI MARQUES.
      ***********************************************
      * ESTORNO DE UMA RODADA A PARTIR DO CEPHIST   *
      ***********************************************
      * QUANDO UM CEPLOTE.DAT RUIM OU UM CEPSANEA.DAT ERRADO E'
      * APLICADO, AS SAIDAS ERAM CORRIGIR CENTENAS DE CEPs NA MAO EM
      * P1 OU RECONSTRUIR TUDO COM CEPREBLD. ESTE PROGRAMA DESFAZ SO'
      * A RODADA RUIM, USANDO AS IMAGENS ANTES/DEPOIS DO CEPHIST.DAT:
      * - PEDE NO CONSOLE O OPERADOR DA RODADA (HIST-OPERADOR, EX.
      *   "CEPCARGA"), A JANELA DE DATA/HORA DA RODADA (HIST-DTMOV/
      *   HIST-HRMOV) E SE E' SIMULACAO (DEFAULT "S");
      * - SELECIONA AS MOVIMENTACOES DA RODADA NO CEPHIST.DAT E AS
      *   ORDENA POR CEP E, DENTRO DO CEP, DA MAIS NOVA PARA A MAIS
      *   ANTIGA;
      * - DESFAZ CADA MOVIMENTACAO, DA MAIS NOVA PARA A MAIS ANTIGA:
      *   ALTERACAO/CANCELAMENTO VOLTA A IMAGEM HIST-ANTES PARA O
      *   CADCEP; INCLUSAO (NAO HAVIA REGISTRO ANTES) VIRA
      *   CANCELAMENTO LOGICO, COMO EXC-DL1 DE P1. CADA ESTORNO E'
      *   CARIMBADO E GANHA O SEU PROPRIO REGISTRO EM CEPHIST.DAT
      *   (VIDE HIST-GRAVA), PARA A TRILHA DE AUDITORIA FICAR
      *   COMPLETA. CEP QUE VOLTA A NAO CANCELADO PERDE O
      *   REDIRECIONAMENTO EM CEPREDIR.DAT, SE HOUVER;
      * - SO' DESFAZ QUANDO O CADCEP AINDA ESTA' EXATAMENTE COMO A
      *   RODADA O DEIXOU (IMAGEM ATUAL = HIST-DEPOIS). CEP MEXIDO
      *   DEPOIS DA RODADA (P1, CEPFILA, OUTRO LOTE) NAO E'
      *   SOBRESCRITO: A MOVIMENTACAO E AS MAIS ANTIGAS DO MESMO CEP
      *   SAO PULADAS E LISTADAS PARA TRATAMENTO MANUAL.
      * NA SIMULACAO NADA E' GRAVADO: CEPESTOR.LST MOSTRA O QUE SERIA
      * FEITO COM CADA MOVIMENTACAO. A RODADA REGISTRA INICIO/FIM NO
      * LOG CENTRAL DE EXECUCAO (CEPRUN.LOG, VIDE RUN-GRAVA).
      * SO' O HISTORICO CORRENTE (CEPHIST.DAT) E' LIDO: RODADA JA
      * ARQUIVADA POR CEPHARQ NAO E' MAIS ESTORNAVEL POR AQUI.
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
       COPY CEPREDIRS.
       SELECT CEPHIST ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERHIST.
       SELECT ESTLST  ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERLST.
       SELECT W-ORDENA ASSIGN TO DISK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCEP.DAT".
       COPY CADCEP.
      *
       FD REDIR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CEPREDIR.DAT".
       COPY CEPREDIR.
      *
       FD CEPHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CEPHIST.DAT".
       COPY CEPHIST.
      *
       FD ESTLST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CEPESTOR.LST".
       01 REGLST                     PIC X(100).
      *
      * MOVIMENTACOES DA RODADA: POR CEP E, DENTRO DO CEP, DA MAIS
      * NOVA PARA A MAIS ANTIGA (ORD-SEQ = POSICAO NO HISTORICO,
      * DESEMPATA MOVIMENTACOES NO MESMO SEGUNDO)
      *
       SD W-ORDENA.
       01 REGORD.
                03 ORD-NUMCEP          PIC 9(08).
                03 ORD-DTMOV           PIC 9(08).
                03 ORD-HRMOV           PIC 9(06).
                03 ORD-SEQ             PIC 9(08).
                03 ORD-TIPO            PIC X(01).
                03 ORD-ANTES           PIC X(200).
                03 ORD-DEPOIS          PIC X(200).
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
       77 ST-ERRED       PIC X(02) VALUE "00".
       77 ST-ERHIST      PIC X(02) VALUE "00".
       77 ST-ERLST       PIC X(02) VALUE "00".
       77 W-OPERADOR     PIC X(08) VALUE SPACES.
       77 W-REGCEP-OLD   PIC X(200) VALUE SPACES.
       77 W-ATUAL        PIC X(200) VALUE SPACES.
       77 W-HTENTA       PIC 9(02) VALUE ZEROS.
       77 W-HCONT        PIC 9(06) VALUE ZEROS.
       77 W-HTIPO        PIC X(01) VALUE SPACES.
       77 W-ALVO         PIC X(08) VALUE SPACES.
       77 W-SIMULA       PIC X(01) VALUE "S".
       77 W-TEMREDIR     PIC X(01) VALUE "N".
       77 W-FIMORD       PIC X(01) VALUE "N".
       77 W-CEPATU       PIC 9(08) VALUE ZEROS.
       77 W-PULA         PIC X(01) VALUE "N".
       77 W-MOTIVO       PIC X(40) VALUE SPACES.
       77 W-SEQ          PIC 9(08) VALUE ZEROS.
       77 W-TOTLIDOS     PIC 9(06) VALUE ZEROS.
       77 W-TOTMOV       PIC 9(06) VALUE ZEROS.
       77 W-TOTREST      PIC 9(06) VALUE ZEROS.
       77 W-TOTCANC      PIC 9(06) VALUE ZEROS.
       77 W-TOTPULA      PIC 9(06) VALUE ZEROS.
       77 W-TOTERRO      PIC 9(06) VALUE ZEROS.
      *
      * JANELA DA RODADA E CARIMBO DA MOVIMENTACAO LIDA, COMPARADOS
      * COMO AAAAMMDDHHMMSS
      *
       01 W-INICIO.
                03 W-DTINI             PIC 9(08) VALUE ZEROS.
                03 W-HRINI             PIC 9(06) VALUE ZEROS.
       01 W-FINAL.
                03 W-DTFIM             PIC 9(08) VALUE ZEROS.
                03 W-HRFIM             PIC 9(06) VALUE ZEROS.
       01 W-MOMENTO.
                03 W-MOM-DT            PIC 9(08) VALUE ZEROS.
                03 W-MOM-HR            PIC 9(06) VALUE ZEROS.
      *
       01 LN-PARAM.
                03 FILLER    PIC X(11) VALUE "OPERADOR : ".
                03 LP-ALVO   PIC X(08).
                03 FILLER    PIC X(10) VALUE "  JANELA ".
                03 LP-DTINI  PIC 9(08).
                03 FILLER    PIC X(01) VALUE "-".
                03 LP-HRINI  PIC 9(06).
                03 FILLER    PIC X(04) VALUE " A ".
                03 LP-DTFIM  PIC 9(08).
                03 FILLER    PIC X(01) VALUE "-".
                03 LP-HRFIM  PIC 9(06).
      *
       01 LN-MOV.
                03 LM-NUMCEP PIC 9(08).
                03 FILLER    PIC X(02) VALUE SPACES.
                03 LM-DTMOV  PIC 9(08).
                03 FILLER    PIC X(01) VALUE "-".
                03 LM-HRMOV  PIC 9(06).
                03 FILLER    PIC X(02) VALUE SPACES.
                03 LM-TIPO   PIC X(01).
                03 FILLER    PIC X(02) VALUE SPACES.
                03 LM-SITU   PIC X(40).
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
      * PARAMETROS DO CONSOLE: RODADA A DESFAZER E MODO
      *
       EST-001.
                DISPLAY "CEPESTOR - OPERADOR DA RODADA A DESFAZER "
                        "(HIST-OPERADOR):"
                ACCEPT W-ALVO
                DISPLAY "DATA INICIAL DA RODADA (AAAAMMDD):"
                ACCEPT W-DTINI
                DISPLAY "HORA INICIAL DA RODADA (HHMMSS):"
                ACCEPT W-HRINI
                DISPLAY "DATA FINAL DA RODADA (AAAAMMDD, ZEROS = A "
                        "MESMA):"
                ACCEPT W-DTFIM
                DISPLAY "HORA FINAL DA RODADA (HHMMSS, ZEROS = FIM "
                        "DO DIA):"
                ACCEPT W-HRFIM
                DISPLAY "SIMULACAO, SEM GRAVAR NADA (S/N)?"
                ACCEPT W-SIMULA
                IF W-SIMULA = "n"
                   MOVE "N" TO W-SIMULA.
                IF W-SIMULA NOT = "N"
                   MOVE "S" TO W-SIMULA.
                IF W-DTFIM NOT NUMERIC OR W-DTFIM = ZEROS
                   MOVE W-DTINI TO W-DTFIM.
                IF W-HRFIM NOT NUMERIC OR W-HRFIM = ZEROS
                   MOVE 999999 TO W-HRFIM.
                IF W-HRINI NOT NUMERIC
                   MOVE ZEROS TO W-HRINI.
                IF W-ALVO = SPACES OR W-DTINI NOT NUMERIC OR
                   W-DTINI = ZEROS OR W-FINAL < W-INICIO
                   DISPLAY "CEPESTOR - PARAMETROS INVALIDOS - NADA "
                           "FOI FEITO"
                   MOVE "E" TO W-RUNSIT
                   GO TO EST-998.
                ACCEPT W-OPERADOR FROM ENVIRONMENT "USER"
                IF W-OPERADOR = SPACES
                   MOVE "CEPESTOR" TO W-OPERADOR.
                OPEN OUTPUT ESTLST
                IF ST-ERLST NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DE CEPESTOR.LST - "
                           ST-ERLST
                   MOVE "E" TO W-RUNSIT
                   GO TO EST-998.
                MOVE SPACES TO REGLST
                IF W-SIMULA = "S"
                   STRING "CEPESTOR - ESTORNO DE RODADA (SIMULACAO - "
                          "NADA FOI GRAVADO)" DELIMITED BY SIZE
                          INTO REGLST
                ELSE
                   STRING "CEPESTOR - ESTORNO DE RODADA"
                          DELIMITED BY SIZE INTO REGLST.
                WRITE REGLST
                MOVE W-ALVO  TO LP-ALVO
                MOVE W-DTINI TO LP-DTINI
                MOVE W-HRINI TO LP-HRINI
                MOVE W-DTFIM TO LP-DTFIM
                MOVE W-HRFIM TO LP-HRFIM
                MOVE SPACES TO REGLST
                MOVE LN-PARAM TO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                STRING "CEP       CARIMBO          TP  SITUACAO"
                       DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                WRITE REGLST.
      *
       EST-002.
                SORT W-ORDENA ON ASCENDING  KEY ORD-NUMCEP
                                 DESCENDING KEY ORD-DTMOV ORD-HRMOV
                                                ORD-SEQ
                     INPUT PROCEDURE  IS EST-CARGA THRU EST-CARGA-FIM
                     OUTPUT PROCEDURE IS EST-APLICA THRU EST-APLICA-FIM.
                GO TO EST-990.
      *
      * SELECIONA NO HISTORICO AS MOVIMENTACOES DO OPERADOR DENTRO
      * DA JANELA
      *
       EST-CARGA.
                OPEN INPUT CEPHIST
                IF ST-ERHIST NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DE CEPHIST.DAT - "
                           ST-ERHIST
                   MOVE "E" TO W-RUNSIT
                   GO TO EST-CARGA-FIM.
       EST-CARGA1.
                READ CEPHIST
                IF ST-ERHIST = "10"
                   GO TO EST-CARGA9.
                IF ST-ERHIST NOT = "00"
                   DISPLAY "ERRO NA LEITURA DE CEPHIST.DAT - "
                           ST-ERHIST
                   MOVE "E" TO W-RUNSIT
                   GO TO EST-CARGA9.
                ADD 1 TO W-TOTLIDOS
                ADD 1 TO W-SEQ
                IF HIST-OPERADOR NOT = W-ALVO
                   GO TO EST-CARGA1.
                MOVE HIST-DTMOV TO W-MOM-DT
                MOVE HIST-HRMOV TO W-MOM-HR
                IF W-MOMENTO < W-INICIO OR W-MOMENTO > W-FINAL
                   GO TO EST-CARGA1.
                ADD 1 TO W-TOTMOV
                MOVE HIST-NUMCEP    TO ORD-NUMCEP
                MOVE HIST-DTMOV     TO ORD-DTMOV
                MOVE HIST-HRMOV     TO ORD-HRMOV
                MOVE W-SEQ          TO ORD-SEQ
                MOVE HIST-TIPO-OPER TO ORD-TIPO
                MOVE HIST-ANTES     TO ORD-ANTES
                MOVE HIST-DEPOIS    TO ORD-DEPOIS
                RELEASE REGORD
                GO TO EST-CARGA1.
       EST-CARGA9.
                CLOSE CEPHIST.
       EST-CARGA-FIM.
                EXIT.
      *
      * DESFAZ AS MOVIMENTACOES (OU SO' LISTA, NA SIMULACAO). NA
      * SIMULACAO O CADCEP E' ABERTO SO' PARA LEITURA
      *
       EST-APLICA.
                IF W-SIMULA = "S"
                   OPEN INPUT CADCEP
                ELSE
                   OPEN I-O CADCEP.
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CEP - " ST-ERRO
                   MOVE "E" TO W-RUNSIT
                   GO TO EST-APLICA-FIM.
                IF W-SIMULA = "S"
                   GO TO EST-APLICA1.
                OPEN I-O REDIR
                IF ST-ERRED = "00"
                   MOVE "S" TO W-TEMREDIR.
       EST-APLICA1.
                RETURN W-ORDENA
                   AT END
                      MOVE "S" TO W-FIMORD.
                IF W-FIMORD = "S"
                   GO TO EST-APLICA9.
                MOVE SPACES TO W-MOTIVO
                IF ORD-NUMCEP NOT = W-CEPATU
                   PERFORM EST-NOVOCEP THRU EST-NOVOCEP-FIM.
                IF W-PULA = "S"
                   GO TO EST-APLICA8.
      *
      * O CADCEP (OU O QUE O ESTORNO DA MOVIMENTACAO MAIS NOVA DO CEP
      * DEIXOU) TEM DE SER EXATAMENTE A IMAGEM DEPOIS DESTA
      * MOVIMENTACAO; SENAO ALGUEM MEXEU NO CEP DEPOIS DELA
      *
                IF W-ATUAL NOT = ORD-DEPOIS
                   MOVE "S" TO W-PULA
                   MOVE "PULADO - CEP ALTERADO DEPOIS DA RODADA"
                                                          TO W-MOTIVO
                   GO TO EST-APLICA8.
                PERFORM EST-DESFAZ THRU EST-DESFAZ-FIM
                GO TO EST-APLICA7.
       EST-APLICA8.
                ADD 1 TO W-TOTPULA
                IF W-MOTIVO = SPACES
                   MOVE "PULADO - MOVIMENTACAO MAIS NOVA PULADA"
                                                          TO W-MOTIVO.
       EST-APLICA7.
                MOVE ORD-NUMCEP TO LM-NUMCEP
                MOVE ORD-DTMOV  TO LM-DTMOV
                MOVE ORD-HRMOV  TO LM-HRMOV
                MOVE ORD-TIPO   TO LM-TIPO
                MOVE W-MOTIVO   TO LM-SITU
                MOVE SPACES TO REGLST
                MOVE LN-MOV TO REGLST
                WRITE REGLST
                GO TO EST-APLICA1.
       EST-APLICA9.
                CLOSE CADCEP
                IF W-TEMREDIR = "S"
                   CLOSE REDIR.
       EST-APLICA-FIM.
                EXIT.
      *
      * PRIMEIRA (MAIS NOVA) MOVIMENTACAO DE UM CEP: LE O REGISTRO
      * ATUAL DO CADASTRO PARA A CONFERENCIA
      *
       EST-NOVOCEP.
                MOVE ORD-NUMCEP TO W-CEPATU
                MOVE "N" TO W-PULA
                MOVE ORD-NUMCEP TO CEP-NUMCEP
                READ CADCEP
                IF ST-ERRO NOT = "00"
                   MOVE "S" TO W-PULA
                   MOVE "PULADO - CEP NAO ENCONTRADO NO CADASTRO"
                                                          TO W-MOTIVO
                   GO TO EST-NOVOCEP-FIM.
                MOVE REGCEP TO W-ATUAL.
       EST-NOVOCEP-FIM.
                EXIT.
      *
      * DESFAZ UMA MOVIMENTACAO: INCLUSAO VIRA CANCELAMENTO LOGICO;
      * O RESTO VOLTA A IMAGEM ANTES. REGCEP TEM A VERSAO ATUAL DO
      * CEP (LIDA EM EST-NOVOCEP OU DEIXADA PELO ESTORNO ANTERIOR)
      *
       EST-DESFAZ.
                MOVE REGCEP TO W-REGCEP-OLD
                IF ORD-TIPO = "I" OR ORD-ANTES = SPACES
                   MOVE "C" TO CEP-STATUS
                   MOVE "E" TO CEP-TIPO-MOV
                   MOVE "E" TO W-HTIPO
                   MOVE "INCLUSAO CANCELADA" TO W-MOTIVO
                ELSE
                   MOVE ORD-ANTES TO REGCEP
                   MOVE "A" TO CEP-TIPO-MOV
                   MOVE "A" TO W-HTIPO
                   MOVE "RESTAURADO DA IMAGEM ANTES" TO W-MOTIVO.
                MOVE ORD-ANTES TO W-ATUAL
                IF W-SIMULA = "S"
                   GO TO EST-DESFAZ8.
                ACCEPT CEP-DTMOV FROM DATE YYYYMMDD
                ACCEPT CEP-HRMOV FROM TIME
                REWRITE REGCEP
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   ADD 1 TO W-TOTERRO
                   MOVE "S" TO W-PULA
                   MOVE "ERRO NA REGRAVACAO - CEP NAO ESTORNADO"
                                                          TO W-MOTIVO
                   GO TO EST-DESFAZ-FIM.
                PERFORM HIST-GRAVA THRU HIST-GRAVA-FIM
      *
      * CEP QUE VOLTA A NAO CANCELADO NAO PODE CONTINUAR APONTANDO
      * PARA UM SUCESSOR
      *
                IF NOT CEP-CANCELADO AND W-TEMREDIR = "S"
                   MOVE CEP-NUMCEP TO RED-CEPANT
                   DELETE REDIR RECORD.
       EST-DESFAZ8.
                IF W-HTIPO = "E"
                   ADD 1 TO W-TOTCANC
                ELSE
                   ADD 1 TO W-TOTREST.
       EST-DESFAZ-FIM.
                EXIT.
      *
       EST-990.
                MOVE SPACES TO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                STRING "MOVIMENTACOES LIDAS ..: " DELIMITED BY SIZE
                       W-TOTLIDOS  DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                STRING "MOVIMENTACOES RODADA .: " DELIMITED BY SIZE
                       W-TOTMOV    DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                STRING "RESTAURADAS ..........: " DELIMITED BY SIZE
                       W-TOTREST   DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                STRING "INCLUSOES CANCELADAS .: " DELIMITED BY SIZE
                       W-TOTCANC   DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                STRING "PULADAS ..............: " DELIMITED BY SIZE
                       W-TOTPULA   DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                STRING "ERROS DE GRAVACAO ....: " DELIMITED BY SIZE
                       W-TOTERRO   DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                CLOSE ESTLST
                IF W-SIMULA = "S"
                   DISPLAY "CEPESTOR - ESTORNO DE RODADA (SIMULACAO)"
                ELSE
                   DISPLAY "CEPESTOR - ESTORNO DE RODADA".
                DISPLAY "MOVIMENTACOES LIDAS ..: " W-TOTLIDOS
                DISPLAY "MOVIMENTACOES RODADA .: " W-TOTMOV
                DISPLAY "RESTAURADAS ..........: " W-TOTREST
                DISPLAY "INCLUSOES CANCELADAS .: " W-TOTCANC
                DISPLAY "PULADAS ..............: " W-TOTPULA
                DISPLAY "ERROS DE GRAVACAO ....: " W-TOTERRO
                IF W-TOTERRO NOT = ZEROS
                   MOVE "E" TO W-RUNSIT.
       EST-998.
                MOVE W-TOTMOV   TO W-RUNLID
                COMPUTE W-RUNGRV = W-TOTREST + W-TOTCANC
                COMPUTE W-RUNREJ = W-TOTPULA + W-TOTERRO
                MOVE "F" TO W-RUNTIPO
                PERFORM RUN-GRAVA THRU RUN-GRAVA-FIM.
       EST-FIM.
                STOP RUN.
      *
      *********************************
      * ROTINA DE GRAVACAO DO HISTORICO, NOS MOLDES DE HIST-GRAVA *
      * DE P1: IMAGEM ANTES EM W-REGCEP-OLD, DEPOIS EM REGCEP     *
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
                MOVE "CEPESTOR" TO RUN-PROGRAMA
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
