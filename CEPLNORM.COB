       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEPLNORM.
       AUTHOR. FABIANO SANTINI MARQUES.
      ***********************************************
      * PADRONIZACAO DO PASSIVO DE LOGRADOUROS        *
      ***********************************************
      * O MESMO LOGRADOURO ESTA' NO CADASTRO COMO "AV. PAULISTA",
      * "AVENIDA PAULISTA" E "AV PAULISTA". P1, CEPCARGA E CEPAGAPL
      * PASSARAM A GRAVAR CEP-LOGRA NA FORMA PADRAO DO DICIONARIO DE
      * TIPOS DE LOGRADOURO E ABREVIATURAS (DICLOG.DAT, VIDE
      * DICLOG.CPY/TABDIC.CPY); ESTE PROGRAMA, NOS MOLDES DE
      * CEPBNORM, LEVA O QUE JA' ESTAVA GRAVADO PARA A MESMA FORMA:
      * - VARRE TODO O CADCEP.DAT E PADRONIZA CEP-LOGRA COM A MESMA
      *   ROTINA DIC-PADRONIZA DOS DEMAIS PROGRAMAS;
      * - REGISTRO QUE MUDOU E' REGRAVADO COM CARIMBO DE
      *   MOVIMENTACAO E GERA O REGISTRO ANTES/DEPOIS EM CEPHIST.DAT
      *   (VIDE HIST-GRAVA), PARA CEPDELTA LEVAR A MUDANCA ADIANTE;
      * - RELATORIO DAS MUDANCAS EM CEPLNORM.LST.
      * PENSADO PARA UMA RODADA UNICA, MAS PODE SER REPETIDO DEPOIS
      * DE ACRESCENTAR PALAVRAS AO DICIONARIO: O QUE JA' ESTA' NA
      * FORMA PADRAO NAO E' REGRAVADO. COMO O CARIMBO MUDA, RODAR
      * SEM PEDIDOS PENDENTES EM CEPAPROV.DAT NEM ALTERACOES
      * AGENDADAS EM CEPAGEND.DAT PARA OS CEPS AFETADOS (A TRAVA
      * OTIMISTA DELES RECUSARIA A APLICACAO).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY RUNCTLS.
       COPY CADCEPS.
       COPY DICLOGS.
       SELECT CEPHIST ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERHIST.
       SELECT NORLST  ASSIGN TO DISK
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
       FD NORLST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CEPLNORM.LST".
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
       77 ST-ERDIC       PIC X(02) VALUE "00".
       77 ST-ERHIST      PIC X(02) VALUE "00".
       77 ST-ERLST       PIC X(02) VALUE "00".
       77 W-OPERADOR     PIC X(08) VALUE SPACES.
       77 W-REGCEP-OLD   PIC X(200) VALUE SPACES.
       77 W-TOTLIDOS     PIC 9(06) VALUE ZEROS.
       77 W-TOTNORM      PIC 9(06) VALUE ZEROS.
       77 W-TOTERRO      PIC 9(06) VALUE ZEROS.
       77 W-HTENTA       PIC 9(02) VALUE ZEROS.
       77 W-HCONT        PIC 9(06) VALUE ZEROS.
       77 W-HTIPO        PIC X(01) VALUE SPACES.
      *
       COPY TABDIC.
      *
       01 LN-MUDADO.
                03 LM-NUMCEP PIC 9(08).
                03 FILLER    PIC X(02) VALUE SPACES.
                03 LM-ANTES  PIC X(35).
                03 FILLER    PIC X(03) VALUE " > ".
                03 LM-DEPOIS PIC X(35).
      *
       01 LN-DICIO.
                03 FILLER    PIC X(12) VALUE "DICIONARIO: ".
                03 LD-ORIGEM PIC X(30).
                03 LD-QTD    PIC ZZ9.
                03 FILLER    PIC X(9) VALUE " PALAVRAS".
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
       NOR-001.
                PERFORM DIC-CARGA THRU DIC-CARGA-FIM
                IF ST-ERDIC = "10"
                   MOVE "DICLOG.DAT" TO LD-ORIGEM
                ELSE
                   MOVE "TABELA PADRAO (SEM DICLOG.DAT)" TO LD-ORIGEM.
                MOVE DIC-QTD TO LD-QTD
                OPEN I-O CADCEP
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CEP - " ST-ERRO
                   MOVE "E" TO W-RUNSIT
                   MOVE "F" TO W-RUNTIPO
                   PERFORM RUN-GRAVA THRU RUN-GRAVA-FIM
                   GO TO NOR-FIM.
                OPEN OUTPUT NORLST
                IF ST-ERLST NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DE CEPLNORM.LST - "
                           ST-ERLST
                   CLOSE CADCEP
                   MOVE "E" TO W-RUNSIT
                   MOVE "F" TO W-RUNTIPO
                   PERFORM RUN-GRAVA THRU RUN-GRAVA-FIM
                   GO TO NOR-FIM.
                ACCEPT W-OPERADOR FROM ENVIRONMENT "USER"
                IF W-OPERADOR = SPACES
                   MOVE "CEPLNORM" TO W-OPERADOR.
                MOVE SPACES TO REGLST
                STRING "CEPLNORM - PADRONIZACAO DO PASSIVO DE "
                       "LOGRADOUROS" DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                MOVE LN-DICIO TO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                WRITE REGLST.
       NOR-010.
                READ CADCEP NEXT RECORD
                IF ST-ERRO = "10"
                   GO TO NOR-999.
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO NA LEITURA DO ARQUIVO CEP - " ST-ERRO
                   MOVE "E" TO W-RUNSIT
                   GO TO NOR-999.
                ADD 1 TO W-TOTLIDOS
                IF CEP-LOGRA = SPACES
                   GO TO NOR-010.
                MOVE CEP-LOGRA TO W-DICBUF
                PERFORM DIC-PADRONIZA THRU DIC-PADRONIZA-FIM
                IF W-DICSAI = CEP-LOGRA
                   GO TO NOR-010.
      *
      * LOGRADOURO MUDOU COM A PADRONIZACAO: REGRAVA COM CARIMBO E
      * HISTORICO COMPLETO, COMO CEPBNORM FAZ COM O BAIRRO. A LEITURA
      * E' PELA CHAVE PRIMARIA, ENTAO REGRAVAR A CHAVE ALTERNATIVA
      * CEP-LOGRA NAO ALTERA A ORDEM DA VARREDURA
      *
                MOVE REGCEP TO W-REGCEP-OLD
                MOVE CEP-NUMCEP TO LM-NUMCEP
                MOVE CEP-LOGRA  TO LM-ANTES
                MOVE W-DICSAI   TO LM-DEPOIS
                MOVE W-DICSAI   TO CEP-LOGRA
                ACCEPT CEP-DTMOV FROM DATE YYYYMMDD
                ACCEPT CEP-HRMOV FROM TIME
                MOVE "A" TO CEP-TIPO-MOV
                REWRITE REGCEP
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   ADD 1 TO W-TOTERRO
                   DISPLAY "ERRO NA REGRAVACAO DO CEP " CEP-NUMCEP
                           " - " ST-ERRO
                   GO TO NOR-010.
                MOVE "A" TO W-HTIPO
                PERFORM HIST-GRAVA THRU HIST-GRAVA-FIM
                ADD 1 TO W-TOTNORM
                MOVE SPACES TO REGLST
                MOVE LN-MUDADO TO REGLST
                WRITE REGLST
                GO TO NOR-010.
      *
      *********************************
      * ROTINA DE GRAVACAO DO HISTORICO, NOS MOLDES DE HIST-GRAVA *
      * DE P1/CEPSANEA: IMAGEM ANTES EM W-REGCEP-OLD, DEPOIS EM   *
      * REGCEP                                                    *
      *********************************
      *
      *
      * ABRE O HISTORICO EM EXTEND SO' NA HORA DE GRAVAR E FECHA EM
      * SEGUIDA: COM DUAS SESSOES SIMULTANEAS, MANTER O ARQUIVO
      * ABERTO A SESSAO INTEIRA FAZIA UMA GRAVACAO ATROPELAR A OUTRA
      * (POSICAO DE FIM DE ARQUIVO VELHA = REGISTRO PERDIDO OU
      * EMENDADO). ABERTURA RECUSADA POR TRAVA DE OUTRA SESSAO E'
      * REPETIDA ATE' 30 VEZES COM UMA ESPERA CURTA (HIST-ESPERA);
      * ASSIM CADA MOVIMENTO VIRA EXATAMENTE UM REGHIST INTEGRO NO
      * FIM REAL DO ARQUIVO, E CEPHARQ/CEPHCONS/CEPVERIF/CEPREBLD
      * CONTINUAM LENDO O MESMO ARQUIVO DE SEMPRE. O TIPO DA
      * OPERACAO (E AS IMAGENS) CHEGAM EM CAMPOS DE TRABALHO E SO'
      * SAO MOVIDOS PARA REGHIST EM HIST-MONTA, DEPOIS DO OPEN: A
      * AREA DO REGISTRO NAO E' GARANTIDA ANTES DA ABERTURA.
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
       NOR-999.
                MOVE SPACES TO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                STRING "REGISTROS LIDOS ........: " DELIMITED BY SIZE
                       W-TOTLIDOS DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                STRING "LOGRADOUROS PADRONIZADOS: " DELIMITED BY SIZE
                       W-TOTNORM  DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                STRING "ERROS DE REGRAVACAO ....: " DELIMITED BY SIZE
                       W-TOTERRO  DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                CLOSE CADCEP NORLST
                DISPLAY "CEPLNORM - PADRONIZACAO DO PASSIVO DE "
                        "LOGRADOUROS"
                DISPLAY "REGISTROS LIDOS ........: " W-TOTLIDOS
                DISPLAY "LOGRADOUROS PADRONIZADOS: " W-TOTNORM
                DISPLAY "ERROS DE REGRAVACAO ....: " W-TOTERRO
                MOVE W-TOTLIDOS TO W-RUNLID
                MOVE W-TOTNORM  TO W-RUNGRV
                MOVE W-TOTERRO  TO W-RUNREJ
                IF W-TOTERRO NOT = ZEROS
                   MOVE "E" TO W-RUNSIT.
                MOVE "F" TO W-RUNTIPO
                PERFORM RUN-GRAVA THRU RUN-GRAVA-FIM.
       NOR-FIM.
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
                MOVE "CEPLNORM" TO RUN-PROGRAMA
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
