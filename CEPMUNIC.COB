       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEPMUNIC.
       AUTHOR. FABIANO SANTINI MARQUES.
      ***********************************************
      * RENOMEIA / FUNDE / DESMEMBRA MUNICIPIO EM CASCATA *
      ***********************************************
      * QUANDO UM MUNICIPIO MUDA DE NOME, E' INCORPORADO POR OUTRO OU
      * TEM PARTE DO TERRITORIO EMANCIPADA, O NOME ANTIGO ESTA' NA
      * CHAVE DE MUNIC.DAT, DE BAIRRO.DAT E DE FAIXAS.DAT E EM
      * CEP-CIDADE DE CADA CEP DO MUNICIPIO; ACERTAR ISSO PELO P1 E'
      * REDIGITAR CEP A CEP E NAO MEXE NOS MASTERS. ESTE PROGRAMA LE
      * O ARQUIVO DE MUDANCAS (CEPMUNIC.DAT, UMA LINHA POR ACAO) E
      * LEVA CADA MUDANCA A TODOS OS ARQUIVOS NUMA RODADA:
      *   R = RENOMEIA: O MUNICIPIO DE ORIGEM PASSA A SE CHAMAR
      *       DESTINO (QUE NAO PODE EXISTIR). O CODIGO IBGE E A UF
      *       SAO MANTIDOS, SALVO SE INFORMADOS NA LINHA;
      *   F = FUNDE: A ORIGEM E' INCORPORADA AO DESTINO (QUE JA TEM
      *       DE EXISTIR EM MUNIC.DAT, DE ONDE VEM A UF) E DEIXA DE
      *       EXISTIR NO MASTER;
      *   D = DESMEMBRA: SO' O BAIRRO INFORMADO NA LINHA, OU SO' OS
      *       CEPS DA ORIGEM DENTRO DA FAIXA INICIO/FIM INFORMADA,
      *       PASSAM PARA O DESTINO. O DESTINO E' INCLUIDO EM
      *       MUNIC.DAT COM O CODIGO IBGE DA LINHA (OBRIGATORIO NESSE
      *       CASO); UMA LISTA DE BAIRROS VIRA VARIAS LINHAS D COM A
      *       MESMA ORIGEM/DESTINO, E DA SEGUNDA EM DIANTE O DESTINO
      *       JA' EXISTE E SO' E' CONFERIDO. A ORIGEM CONTINUA NO
      *       MASTER.
      * OS REGISTROS DE BAIRRO.DAT E FAIXAS.DAT SAO RECHAVEADOS
      * (GRAVA NA CHAVE NOVA E EXCLUI A ANTIGA; SE A CHAVE NOVA JA'
      * EXISTE NO DESTINO, SO' A ANTIGA E' EXCLUIDA). NO
      * DESMEMBRAMENTO POR FAIXA DE CEP SO' SAO RECHAVEADAS AS FAIXAS
      * DA ORIGEM INTEIRAMENTE DENTRO DA SELECAO; AS QUE FICAM SO' EM
      * PARTE DENTRO SAO LISTADAS PARA ACERTO PELA PROXIMA CARGA DE
      * CEPFAIXA. CADA CEP MOVIDO (ATIVO OU CANCELADO) E' REGRAVADO
      * COM CEP-DTMOV/CEP-HRMOV/CEP-TIPO-MOV CARIMBADOS E IMAGENS
      * ANTES/DEPOIS EM CEPHIST.DAT (VIDE HIST-GRAVA), PARA CEPDELTA
      * MANDAR A MUDANCA AOS CONSUMIDORES. TUDO O QUE FOI MOVIDO SAI
      * NO RELATORIO DE CONTROLE CEPMUNIC.LST.
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
       COPY MUNICS.
       COPY BAIRROS.
       COPY FAIXCEPS.
       SELECT CEPHIST ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERHIST.
       SELECT MUDDEC  ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERDEC.
       SELECT MUDLST  ASSIGN TO DISK
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
       FD CEPHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CEPHIST.DAT".
       COPY CEPHIST.
      *
       FD MUDDEC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CEPMUNIC.DAT".
       01 REGMUD.
                03 MDC-ACAO            PIC X(01).
                03 MDC-ORIGEM          PIC X(20).
                03 MDC-DESTINO         PIC X(20).
                03 MDC-UF              PIC X(02).
                03 MDC-IBGE            PIC 9(07).
                03 MDC-BAIRRO          PIC X(20).
                03 MDC-CEPINI          PIC 9(08).
                03 MDC-CEPFIM          PIC 9(08).
      *
       FD MUDLST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CEPMUNIC.LST".
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
       77 W-RUNTIPO      PIC X(01) VALUE SPACES.
       77 W-RUNSIT       PIC X(01) VALUE "N".
       77 W-RUNLID       PIC 9(06) VALUE ZEROS.
       77 W-RUNGRV       PIC 9(06) VALUE ZEROS.
       77 W-RUNREJ       PIC 9(06) VALUE ZEROS.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-ERMUN       PIC X(02) VALUE "00".
       77 ST-ERBAI       PIC X(02) VALUE "00".
       77 ST-ERFAI       PIC X(02) VALUE "00".
       77 ST-ERHIST      PIC X(02) VALUE "00".
       77 ST-ERDEC       PIC X(02) VALUE "00".
       77 ST-ERLST       PIC X(02) VALUE "00".
       77 W-OPERADOR     PIC X(08) VALUE SPACES.
       77 W-REGCEP-OLD   PIC X(200) VALUE SPACES.
       77 W-REGBAI-OLD   PIC X(42) VALUE SPACES.
       77 W-REGFAI-OLD   PIC X(38) VALUE SPACES.
       77 W-TOTLIDAS     PIC 9(06) VALUE ZEROS.
       77 W-TOTAPLIC     PIC 9(06) VALUE ZEROS.
       77 W-TOTREJ       PIC 9(06) VALUE ZEROS.
       77 W-TOTCEP       PIC 9(06) VALUE ZEROS.
       77 W-TOTBAI       PIC 9(06) VALUE ZEROS.
       77 W-TOTFAI       PIC 9(06) VALUE ZEROS.
       77 W-TOTPARC      PIC 9(06) VALUE ZEROS.
       77 W-QTDCEP       PIC 9(06) VALUE ZEROS.
       77 W-QTDBAI       PIC 9(06) VALUE ZEROS.
       77 W-QTDFAI       PIC 9(06) VALUE ZEROS.
       77 W-MOTIVO       PIC X(45) VALUE SPACES.
       77 W-ORIGEM       PIC X(20) VALUE SPACES.
       77 W-DESTINO      PIC X(20) VALUE SPACES.
       77 W-BAINOME      PIC X(20) VALUE SPACES.
       77 W-UFORI        PIC X(02) VALUE SPACES.
       77 W-UFDES        PIC X(02) VALUE SPACES.
       77 W-IBGE         PIC 9(07) VALUE ZEROS.
       77 W-CEPINI       PIC 9(08) VALUE ZEROS.
       77 W-CEPFIM       PIC 9(08) VALUE ZEROS.
       77 W-FAIPROX      PIC 9(08) VALUE ZEROS.
       77 W-FAIULT       PIC X(01) VALUE "N".
      *
      * MODO DA SELECAO: T = TODO O MUNICIPIO (R/F), B = SO' UM
      * BAIRRO, C = SO' UMA FAIXA DE CEP (D)
      *
       77 W-MODO         PIC X(01) VALUE SPACES.
       77 W-CIDBUF       PIC X(20) VALUE SPACES.
       77 W-CIDSAI       PIC X(20) VALUE SPACES.
       77 W-CI           PIC 9(02) VALUE ZEROS.
       77 W-CO           PIC 9(02) VALUE ZEROS.
       77 W-CULT         PIC X(01) VALUE SPACES.
       77 W-HTENTA       PIC 9(02) VALUE ZEROS.
       77 W-HCONT        PIC 9(06) VALUE ZEROS.
       77 W-HTIPO        PIC X(01) VALUE SPACES.
      *
       COPY TABUF.
      *=========================================================
      *
       01 LN-ACAO.
                03 FILLER    PIC X(06) VALUE "ACAO: ".
                03 LA-ACAO   PIC X(01).
                03 FILLER    PIC X(02) VALUE SPACES.
                03 LA-ORIGEM PIC X(20).
                03 FILLER    PIC X(04) VALUE " -> ".
                03 LA-DESTINO PIC X(20).
                03 FILLER    PIC X(04) VALUE " UF ".
                03 LA-UF     PIC X(02).
                03 FILLER    PIC X(06) VALUE " IBGE ".
                03 LA-IBGE   PIC X(07).
                03 FILLER    PIC X(02) VALUE SPACES.
                03 LA-SELECAO PIC X(26).
      *
       01 LN-DET.
                03 FILLER    PIC X(04) VALUE SPACES.
                03 LD-TIPO   PIC X(10).
                03 LD-CHAVE  PIC X(20).
                03 FILLER    PIC X(02) VALUE SPACES.
                03 LD-DESCR  PIC X(40).
                03 FILLER    PIC X(02) VALUE SPACES.
                03 LD-SITU   PIC X(12).
      *
       01 LN-RESULT.
                03 FILLER    PIC X(04) VALUE SPACES.
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
       MUD-001.
                OPEN I-O CADCEP
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CEP - " ST-ERRO
                   GO TO MUD-FIM.
                OPEN I-O MUNIC
                IF ST-ERMUN NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DE MUNIC.DAT - " ST-ERMUN
                   CLOSE CADCEP
                   GO TO MUD-FIM.
      *
      * BAIRRO.DAT E FAIXAS.DAT PODEM AINDA NAO EXISTIR NUMA
      * INSTALACAO NOVA: CRIADOS VAZIOS, COMO P1 FAZ EM INC-OP0
      *
                OPEN I-O BAIRRO
                IF ST-ERBAI NOT = "00"
                   OPEN OUTPUT BAIRRO
                   CLOSE BAIRRO
                   OPEN I-O BAIRRO.
                OPEN I-O FAIXAS
                IF ST-ERFAI NOT = "00"
                   OPEN OUTPUT FAIXAS
                   CLOSE FAIXAS
                   OPEN I-O FAIXAS.
                OPEN INPUT MUDDEC
                IF ST-ERDEC NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DE CEPMUNIC.DAT - "
                           ST-ERDEC
                   CLOSE CADCEP MUNIC BAIRRO FAIXAS
                   GO TO MUD-FIM.
                OPEN OUTPUT MUDLST
                IF ST-ERLST NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DE CEPMUNIC.LST - "
                           ST-ERLST
                   CLOSE CADCEP MUNIC BAIRRO FAIXAS MUDDEC
                   GO TO MUD-FIM.
                ACCEPT W-OPERADOR FROM ENVIRONMENT "USER"
                IF W-OPERADOR = SPACES
                   MOVE "CEPMUNIC" TO W-OPERADOR.
                MOVE SPACES TO REGLST
                STRING "CEPMUNIC - RENOMEACAO/FUSAO/DESMEMBRAMENTO "
                       "DE MUNICIPIOS" DELIMITED BY SIZE INTO REGLST
                WRITE REGLST.
       MUD-002.
                READ MUDDEC
                IF ST-ERDEC = "10"
                   GO TO MUD-999.
                IF ST-ERDEC NOT = "00"
                   DISPLAY "ERRO NA LEITURA DE CEPMUNIC.DAT - "
                           ST-ERDEC
                   MOVE "E" TO W-RUNSIT
                   GO TO MUD-999.
                ADD 1 TO W-TOTLIDAS
                MOVE SPACES TO W-MOTIVO
                MOVE ZEROS TO W-QTDCEP W-QTDBAI W-QTDFAI
                PERFORM MUD-CABEC THRU MUD-CABEC-FIM.
      *
      * CRITICAS COMUNS AS TRES ACOES
      *
       MUD-010.
                IF MDC-ACAO NOT = "R" AND MDC-ACAO NOT = "F" AND
                   MDC-ACAO NOT = "D"
                   MOVE "ACAO INVALIDA (USE R, F OU D)" TO W-MOTIVO
                   GO TO MUD-REJEITA.
                IF MDC-ORIGEM = SPACES OR MDC-DESTINO = SPACES
                   MOVE "MUNICIPIO ORIGEM/DESTINO NAO INFORMADO"
                                                          TO W-MOTIVO
                   GO TO MUD-REJEITA.
                IF MDC-IBGE NOT NUMERIC
                   MOVE ZEROS TO MDC-IBGE.
                MOVE MDC-DESTINO TO W-CIDBUF
                PERFORM NORM-CIDADE THRU NORM-CIDADE-FIM
                MOVE W-CIDSAI TO W-DESTINO
                MOVE MDC-ORIGEM TO W-CIDBUF
                PERFORM NORM-CIDADE THRU NORM-CIDADE-FIM
                MOVE W-CIDSAI TO W-ORIGEM
                IF W-ORIGEM = W-DESTINO
                   MOVE "ORIGEM E DESTINO SAO O MESMO MUNICIPIO"
                                                          TO W-MOTIVO
                   GO TO MUD-REJEITA.
                MOVE W-ORIGEM TO MUN-CIDADE
                READ MUNIC
                IF ST-ERMUN NOT = "00"
                   MOVE "MUNICIPIO ORIGEM NAO CADASTRADO" TO W-MOTIVO
                   GO TO MUD-REJEITA.
                MOVE MUN-UF   TO W-UFORI
                MOVE MUN-IBGE TO W-IBGE
                IF MDC-UF = SPACES
                   MOVE W-UFORI TO W-UFDES
                   GO TO MUD-020.
                MOVE 1 TO IND.
       MUD-011.
                IF MDC-UF NOT = TSABUF(IND)
                   ADD 1 TO IND
                   IF IND > 27
                      MOVE "UF NAO EXISTE" TO W-MOTIVO
                      GO TO MUD-REJEITA
                   ELSE
                      GO TO MUD-011.
                MOVE MDC-UF TO W-UFDES.
       MUD-020.
                IF MDC-ACAO = "R"
                   GO TO MUD-RENOMEIA.
                IF MDC-ACAO = "F"
                   GO TO MUD-FUNDE.
                GO TO MUD-DESMEMBRA.
      *
      * ACAO R - RENOMEIA: INCLUI O DESTINO NO MASTER COM O IBGE DA
      * ORIGEM (OU O DA LINHA), LEVA TUDO E SO' ENTAO EXCLUI A ORIGEM
      *
       MUD-RENOMEIA.
                MOVE W-DESTINO TO MUN-CIDADE
                READ MUNIC
                IF ST-ERMUN = "00"
                   MOVE "NOME NOVO JA EXISTE - USE F (FUSAO)"
                                                          TO W-MOTIVO
                   GO TO MUD-REJEITA.
                IF MDC-IBGE NOT = ZEROS
                   MOVE MDC-IBGE TO W-IBGE.
                MOVE W-DESTINO TO MUN-CIDADE
                MOVE W-UFDES   TO MUN-UF
                MOVE W-IBGE    TO MUN-IBGE
                WRITE REGMUNIC
                IF ST-ERMUN NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO MUNICIPIO NOVO" TO W-MOTIVO
                   MOVE "E" TO W-RUNSIT
                   GO TO MUD-REJEITA.
                MOVE "MUNICIPIO" TO LD-TIPO
                MOVE W-DESTINO   TO LD-CHAVE
                MOVE "NOME NOVO DO MUNICIPIO" TO LD-DESCR
                MOVE "INCLUIDO"  TO LD-SITU
                PERFORM MUD-DETALHE THRU MUD-DETALHE-FIM
                MOVE "T" TO W-MODO
                GO TO MUD-CASCATA.
      *
      * ACAO F - FUNDE: O DESTINO JA' TEM DE EXISTIR E DITA A UF
      *
       MUD-FUNDE.
                MOVE W-DESTINO TO MUN-CIDADE
                READ MUNIC
                IF ST-ERMUN NOT = "00"
                   MOVE "MUNICIPIO DESTINO NAO CADASTRADO" TO W-MOTIVO
                   GO TO MUD-REJEITA.
                IF MDC-UF NOT = SPACES AND MDC-UF NOT = MUN-UF
                   MOVE "UF DIFERE DA DO MUNICIPIO DESTINO" TO W-MOTIVO
                   GO TO MUD-REJEITA.
                MOVE MUN-UF TO W-UFDES
                MOVE "T" TO W-MODO
                GO TO MUD-CASCATA.
      *
      * ACAO D - DESMEMBRA: UM BAIRRO OU UMA FAIXA DE CEP, NUNCA OS
      * DOIS NA MESMA LINHA
      *
       MUD-DESMEMBRA.
                IF MDC-CEPINI NOT NUMERIC
                   MOVE ZEROS TO MDC-CEPINI.
                IF MDC-CEPFIM NOT NUMERIC
                   MOVE ZEROS TO MDC-CEPFIM.
                MOVE MDC-CEPINI TO W-CEPINI
                MOVE MDC-CEPFIM TO W-CEPFIM
                IF MDC-BAIRRO NOT = SPACES
                   GO TO MUD-DESM-BAI.
                IF W-CEPINI = ZEROS OR W-CEPFIM = ZEROS
                   MOVE "INFORME O BAIRRO OU A FAIXA DE CEP" TO W-MOTIVO
                   GO TO MUD-REJEITA.
                IF W-CEPINI > W-CEPFIM
                   MOVE "FAIXA DE CEP INVERTIDA" TO W-MOTIVO
                   GO TO MUD-REJEITA.
                MOVE "C" TO W-MODO
                GO TO MUD-DESM-DES.
       MUD-DESM-BAI.
                IF W-CEPINI NOT = ZEROS OR W-CEPFIM NOT = ZEROS
                   MOVE "INFORME O BAIRRO OU A FAIXA, NAO OS DOIS"
                                                          TO W-MOTIVO
                   GO TO MUD-REJEITA.
                MOVE MDC-BAIRRO TO W-CIDBUF
                PERFORM NORM-CIDADE THRU NORM-CIDADE-FIM
                MOVE W-CIDSAI TO W-BAINOME
                MOVE "B" TO W-MODO.
       MUD-DESM-DES.
                MOVE W-DESTINO TO MUN-CIDADE
                READ MUNIC
                IF ST-ERMUN = "00"
                   GO TO MUD-DESM-EXISTE.
                IF MDC-IBGE = ZEROS
                   MOVE "CODIGO IBGE DO MUNICIPIO NOVO OBRIGATORIO"
                                                          TO W-MOTIVO
                   GO TO MUD-REJEITA.
                MOVE W-DESTINO TO MUN-CIDADE
                MOVE W-UFDES   TO MUN-UF
                MOVE MDC-IBGE  TO MUN-IBGE
                WRITE REGMUNIC
                IF ST-ERMUN NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO MUNICIPIO NOVO" TO W-MOTIVO
                   MOVE "E" TO W-RUNSIT
                   GO TO MUD-REJEITA.
                MOVE "MUNICIPIO" TO LD-TIPO
                MOVE W-DESTINO   TO LD-CHAVE
                MOVE "MUNICIPIO DESMEMBRADO" TO LD-DESCR
                MOVE "INCLUIDO"  TO LD-SITU
                PERFORM MUD-DETALHE THRU MUD-DETALHE-FIM
                GO TO MUD-CASCATA.
      *
      * DESTINO JA' INCLUIDO POR UMA LINHA ANTERIOR DA MESMA LISTA:
      * SO' CONFERE O IBGE E ADOTA A UF DO MASTER
      *
       MUD-DESM-EXISTE.
                IF MDC-IBGE NOT = ZEROS AND MDC-IBGE NOT = MUN-IBGE
                   MOVE "DESTINO JA EXISTE COM OUTRO CODIGO IBGE"
                                                          TO W-MOTIVO
                   GO TO MUD-REJEITA.
                IF MDC-UF NOT = SPACES AND MDC-UF NOT = MUN-UF
                   MOVE "UF DIFERE DA DO MUNICIPIO DESTINO" TO W-MOTIVO
                   GO TO MUD-REJEITA.
                MOVE MUN-UF TO W-UFDES.
      *
      * CASCATA: BAIRROS, FAIXAS E CEPS DA SELECAO; NA RENOMEACAO E
      * NA FUSAO A ORIGEM SO' SAI DO MASTER DEPOIS DE TUDO MOVIDO
      *
       MUD-CASCATA.
                PERFORM MUD-BAIRROS THRU MUD-BAIRROS-FIM
                IF W-MODO NOT = "B"
                   PERFORM MUD-FAIXAS THRU MUD-FAIXAS-FIM.
                PERFORM MUD-CEPS THRU MUD-CEPS-FIM
                IF W-MODO NOT = "T"
                   GO TO MUD-APLICADA.
                MOVE W-ORIGEM TO MUN-CIDADE
                DELETE MUNIC RECORD
                IF ST-ERMUN NOT = "00"
                   MOVE "ERRO"   TO LD-SITU
                   MOVE "E" TO W-RUNSIT
                ELSE
                   MOVE "EXCLUIDO" TO LD-SITU.
                MOVE "MUNICIPIO" TO LD-TIPO
                MOVE W-ORIGEM    TO LD-CHAVE
                MOVE "NOME ANTIGO DO MUNICIPIO" TO LD-DESCR
                PERFORM MUD-DETALHE THRU MUD-DETALHE-FIM.
      *
       MUD-APLICADA.
                ADD 1 TO W-TOTAPLIC
                MOVE "APLICADA " TO LR-SITU
                MOVE SPACES TO W-MOTIVO
                STRING "CEPS " W-QTDCEP " BAIRROS " W-QTDBAI
                       " FAIXAS " W-QTDFAI DELIMITED BY SIZE
                       INTO W-MOTIVO
                PERFORM MUD-RESULT THRU MUD-RESULT-FIM
                GO TO MUD-002.
       MUD-REJEITA.
                ADD 1 TO W-TOTREJ
                MOVE "REJEITADA" TO LR-SITU
                PERFORM MUD-RESULT THRU MUD-RESULT-FIM
                GO TO MUD-002.
       MUD-RESULT.
                MOVE W-MOTIVO   TO LR-MOTIVO
                MOVE SPACES TO REGLST
                MOVE LN-RESULT TO REGLST
                WRITE REGLST.
       MUD-RESULT-FIM.
                EXIT.
      *
      *********************************
      * CABECALHO DE CADA LINHA DO ARQUIVO DE MUDANCAS, COMO LIDA *
      *********************************
      *
       MUD-CABEC.
                MOVE MDC-ACAO    TO LA-ACAO
                MOVE MDC-ORIGEM  TO LA-ORIGEM
                MOVE MDC-DESTINO TO LA-DESTINO
                MOVE MDC-UF      TO LA-UF
                MOVE MDC-IBGE    TO LA-IBGE
                MOVE SPACES TO LA-SELECAO
                IF MDC-ACAO NOT = "D"
                   GO TO MUD-CABEC1.
                IF MDC-BAIRRO NOT = SPACES
                   STRING "BAIRRO " MDC-BAIRRO DELIMITED BY SIZE
                          INTO LA-SELECAO
                ELSE
                   STRING "CEPS " MDC-CEPINI "-" MDC-CEPFIM
                          DELIMITED BY SIZE INTO LA-SELECAO.
       MUD-CABEC1.
                MOVE SPACES TO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                MOVE LN-ACAO TO REGLST
                WRITE REGLST.
       MUD-CABEC-FIM.
                EXIT.
      *
       MUD-DETALHE.
                MOVE SPACES TO REGLST
                MOVE LN-DET TO REGLST
                WRITE REGLST.
       MUD-DETALHE-FIM.
                EXIT.
      *
      *********************************
      * RECHAVEIA OS BAIRROS DA ORIGEM PARA O DESTINO. NO MODO T *
      * VAO TODOS: COMO CADA UM MOVIDO SAI DA CHAVE DA ORIGEM, O *
      * START E' REFEITO DO COMECO ATE' NAO SOBRAR NENHUM. NO    *
      * MODO B VAI SO' O BAIRRO DA LINHA (INCLUIDO NO DESTINO    *
      * MESMO SEM CADASTRO NA ORIGEM, PARA P1 ACEITAR OS CEPS).   *
      * NO MODO C OS BAIRROS DOS CEPS MOVIDOS SAO GARANTIDOS NO  *
      * DESTINO POR MUD-CEPBAI E A ORIGEM FICA COM OS SEUS.      *
      *********************************
      *
       MUD-BAIRROS.
                IF W-MODO = "C"
                   GO TO MUD-BAIRROS-FIM.
                IF W-MODO = "T"
                   GO TO MUD-BAIRROS1.
                MOVE W-ORIGEM  TO BAI-CIDADE
                MOVE W-BAINOME TO BAI-NOME
                READ BAIRRO
                IF ST-ERBAI = "00"
                   PERFORM MUD-BAIMOVE THRU MUD-BAIMOVE-FIM
                   GO TO MUD-BAIRROS-FIM.
                MOVE W-DESTINO TO BAI-CIDADE
                MOVE W-BAINOME TO BAI-NOME
                MOVE W-UFDES   TO BAI-UF
                MOVE "BAIRRO"  TO LD-TIPO
                MOVE W-BAINOME TO LD-CHAVE
                MOVE "SEM CADASTRO NA ORIGEM" TO LD-DESCR
                WRITE REGBAIRRO
                IF ST-ERBAI = "00"
                   MOVE "INCLUIDO" TO LD-SITU
                   ADD 1 TO W-QTDBAI W-TOTBAI
                ELSE
                   IF ST-ERBAI = "22"
                      MOVE "JA EXISTIA" TO LD-SITU
                   ELSE
                      MOVE "ERRO" TO LD-SITU
                      MOVE "E" TO W-RUNSIT.
                PERFORM MUD-DETALHE THRU MUD-DETALHE-FIM
                GO TO MUD-BAIRROS-FIM.
       MUD-BAIRROS1.
                MOVE W-ORIGEM TO BAI-CIDADE
                MOVE SPACES   TO BAI-NOME
                START BAIRRO KEY IS NOT LESS THAN BAI-CHAVE
                IF ST-ERBAI NOT = "00"
                   GO TO MUD-BAIRROS-FIM.
                READ BAIRRO NEXT
                IF ST-ERBAI NOT = "00"
                   GO TO MUD-BAIRROS-FIM.
                IF BAI-CIDADE NOT = W-ORIGEM
                   GO TO MUD-BAIRROS-FIM.
                PERFORM MUD-BAIMOVE THRU MUD-BAIMOVE-FIM
                IF LD-SITU = "ERRO"
                   GO TO MUD-BAIRROS-FIM.
                GO TO MUD-BAIRROS1.
       MUD-BAIRROS-FIM.
                EXIT.
      *
      * GRAVA O BAIRRO LIDO NA CHAVE DO DESTINO E EXCLUI A CHAVE DA
      * ORIGEM; CHAVE JA' EXISTENTE NO DESTINO (FUSAO) SO' EXCLUI
      *
       MUD-BAIMOVE.
                MOVE REGBAIRRO TO W-REGBAI-OLD
                MOVE "BAIRRO"  TO LD-TIPO
                MOVE BAI-NOME  TO LD-CHAVE
                MOVE SPACES    TO LD-DESCR
                MOVE W-DESTINO TO BAI-CIDADE
                MOVE W-UFDES   TO BAI-UF
                WRITE REGBAIRRO
                IF ST-ERBAI = "00"
                   MOVE "MOVIDO" TO LD-SITU
                ELSE
                   IF ST-ERBAI = "22"
                      MOVE "JA EXISTIA" TO LD-SITU
                   ELSE
                      MOVE "ERRO" TO LD-SITU
                      MOVE "E" TO W-RUNSIT
                      GO TO MUD-BAIMOVE1.
                MOVE W-REGBAI-OLD TO REGBAIRRO
                DELETE BAIRRO RECORD
                IF ST-ERBAI NOT = "00"
                   MOVE "ERRO" TO LD-SITU
                   MOVE "E" TO W-RUNSIT
                ELSE
                   ADD 1 TO W-QTDBAI W-TOTBAI.
       MUD-BAIMOVE1.
                PERFORM MUD-DETALHE THRU MUD-DETALHE-FIM.
       MUD-BAIMOVE-FIM.
                EXIT.
      *
      *********************************
      * RECHAVEIA AS FAIXAS DE CEP DA ORIGEM. CADA FAIXA LIDA     *
      * REPOSICIONA O START LOGO DEPOIS DO SEU INICIO (W-FAIPROX), *
      * POIS NO MODO C AS FAIXAS FORA DA SELECAO FICAM NA ORIGEM. *
      *********************************
      *
       MUD-FAIXAS.
                MOVE ZEROS TO W-FAIPROX
                MOVE "N" TO W-FAIULT.
       MUD-FAIXAS1.
                IF W-FAIULT = "S"
                   GO TO MUD-FAIXAS-FIM.
                MOVE W-ORIGEM  TO FAI-CIDADE
                MOVE W-FAIPROX TO FAI-NUMINI
                START FAIXAS KEY IS NOT LESS THAN FAI-CHAVE
                IF ST-ERFAI NOT = "00"
                   GO TO MUD-FAIXAS-FIM.
                READ FAIXAS NEXT
                IF ST-ERFAI NOT = "00"
                   GO TO MUD-FAIXAS-FIM.
                IF FAI-CIDADE NOT = W-ORIGEM
                   GO TO MUD-FAIXAS-FIM.
                IF FAI-NUMINI = 99999999
                   MOVE "S" TO W-FAIULT
                ELSE
                   COMPUTE W-FAIPROX = FAI-NUMINI + 1.
                IF W-MODO = "T"
                   GO TO MUD-FAIXAS2.
                IF FAI-NUMINI NOT < W-CEPINI AND
                   FAI-NUMFIM NOT > W-CEPFIM
                   GO TO MUD-FAIXAS2.
                IF FAI-NUMINI > W-CEPFIM OR FAI-NUMFIM < W-CEPINI
                   GO TO MUD-FAIXAS1.
                MOVE "FAIXA" TO LD-TIPO
                MOVE SPACES  TO LD-CHAVE
                STRING FAI-NUMINI "-" FAI-NUMFIM DELIMITED BY SIZE
                       INTO LD-CHAVE
                MOVE "SO EM PARTE NA SELECAO - REVER CEPFAIXA"
                                                          TO LD-DESCR
                MOVE "NAO MOVIDA" TO LD-SITU
                ADD 1 TO W-TOTPARC
                PERFORM MUD-DETALHE THRU MUD-DETALHE-FIM
                GO TO MUD-FAIXAS1.
       MUD-FAIXAS2.
                MOVE REGFAIXA TO W-REGFAI-OLD
                MOVE "FAIXA" TO LD-TIPO
                MOVE SPACES  TO LD-CHAVE
                STRING FAI-NUMINI "-" FAI-NUMFIM DELIMITED BY SIZE
                       INTO LD-CHAVE
                MOVE SPACES  TO LD-DESCR
                MOVE W-DESTINO TO FAI-CIDADE
                MOVE W-UFDES   TO FAI-UF
                WRITE REGFAIXA
                IF ST-ERFAI = "00"
                   MOVE "MOVIDA" TO LD-SITU
                ELSE
                   IF ST-ERFAI = "22"
                      MOVE "JA EXISTIA" TO LD-SITU
                   ELSE
                      MOVE "ERRO" TO LD-SITU
                      MOVE "E" TO W-RUNSIT
                      PERFORM MUD-DETALHE THRU MUD-DETALHE-FIM
                      GO TO MUD-FAIXAS-FIM.
                MOVE W-REGFAI-OLD TO REGFAIXA
                DELETE FAIXAS RECORD
                IF ST-ERFAI NOT = "00"
                   MOVE "ERRO" TO LD-SITU
                   MOVE "E" TO W-RUNSIT
                   PERFORM MUD-DETALHE THRU MUD-DETALHE-FIM
                   GO TO MUD-FAIXAS-FIM.
                ADD 1 TO W-QTDFAI W-TOTFAI
                PERFORM MUD-DETALHE THRU MUD-DETALHE-FIM
                GO TO MUD-FAIXAS1.
       MUD-FAIXAS-FIM.
                EXIT.
      *
      *********************************
      * REGRAVA OS CEPS DA SELECAO COM A CIDADE/UF DO DESTINO.     *
      * PERCORRE O CADASTRO PELA CHAVE PRIMARIA (QUE NAO MUDA) E  *
      * NAO PELA CEP-CIDUF, QUE E' JUSTAMENTE A CHAVE REGRAVADA;  *
      * NO MODO C O PERCURSO COMECA E PARA NA FAIXA DA LINHA.     *
      *********************************
      *
       MUD-CEPS.
                MOVE ZEROS TO CEP-NUMCEP
                IF W-MODO = "C"
                   MOVE W-CEPINI TO CEP-NUMCEP.
                START CADCEP KEY IS NOT LESS THAN CEP-NUMCEP
                IF ST-ERRO NOT = "00"
                   GO TO MUD-CEPS-FIM.
       MUD-CEPS1.
                READ CADCEP NEXT
                IF ST-ERRO = "10"
                   GO TO MUD-CEPS-FIM.
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO NA LEITURA DO ARQUIVO CEP - " ST-ERRO
                   MOVE "E" TO W-RUNSIT
                   GO TO MUD-CEPS-FIM.
                IF W-MODO = "C" AND CEP-NUMCEP > W-CEPFIM
                   GO TO MUD-CEPS-FIM.
                IF CEP-CIDADE NOT = W-ORIGEM
                   GO TO MUD-CEPS1.
                IF W-MODO = "B" AND CEP-BAIRRO NOT = W-BAINOME
                   GO TO MUD-CEPS1.
                MOVE REGCEP TO W-REGCEP-OLD
                MOVE W-DESTINO TO CEP-CIDADE
                MOVE W-UFDES   TO CEP-UF
                ACCEPT CEP-DTMOV FROM DATE YYYYMMDD
                ACCEPT CEP-HRMOV FROM TIME
                MOVE "A" TO CEP-TIPO-MOV
                MOVE "CEP"      TO LD-TIPO
                MOVE CEP-NUMCEP TO LD-CHAVE
                MOVE CEP-LOGRA  TO LD-DESCR
                REWRITE REGCEP
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "ERRO" TO LD-SITU
                   MOVE "E" TO W-RUNSIT
                   PERFORM MUD-DETALHE THRU MUD-DETALHE-FIM
                   GO TO MUD-CEPS1.
                MOVE "A" TO W-HTIPO
                PERFORM HIST-GRAVA THRU HIST-GRAVA-FIM
                ADD 1 TO W-QTDCEP W-TOTCEP
                MOVE "MOVIDO" TO LD-SITU
                PERFORM MUD-DETALHE THRU MUD-DETALHE-FIM
                IF W-MODO = "C"
                   PERFORM MUD-CEPBAI THRU MUD-CEPBAI-FIM.
                GO TO MUD-CEPS1.
       MUD-CEPS-FIM.
                EXIT.
      *
      * DESMEMBRAMENTO POR FAIXA: GARANTE NO DESTINO O BAIRRO DO CEP
      * MOVIDO (A ORIGEM PODE CONTINUAR USANDO O MESMO BAIRRO)
      *
       MUD-CEPBAI.
                IF CEP-BAIRRO = SPACES
                   GO TO MUD-CEPBAI-FIM.
                MOVE W-DESTINO  TO BAI-CIDADE
                MOVE CEP-BAIRRO TO BAI-NOME
                MOVE W-UFDES    TO BAI-UF
                WRITE REGBAIRRO
                IF ST-ERBAI NOT = "00"
                   GO TO MUD-CEPBAI-FIM.
                ADD 1 TO W-QTDBAI W-TOTBAI
                MOVE "BAIRRO"   TO LD-TIPO
                MOVE CEP-BAIRRO TO LD-CHAVE
                MOVE "BAIRRO DOS CEPS DESMEMBRADOS" TO LD-DESCR
                MOVE "INCLUIDO" TO LD-SITU
                PERFORM MUD-DETALHE THRU MUD-DETALHE-FIM.
       MUD-CEPBAI-FIM.
                EXIT.
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
       MUD-999.
                MOVE SPACES TO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                STRING "MUDANCAS LIDAS .......: " DELIMITED BY SIZE
                       W-TOTLIDAS DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                STRING "MUDANCAS APLICADAS ...: " DELIMITED BY SIZE
                       W-TOTAPLIC DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                STRING "MUDANCAS REJEITADAS ..: " DELIMITED BY SIZE
                       W-TOTREJ   DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                STRING "CEPS REGRAVADOS ......: " DELIMITED BY SIZE
                       W-TOTCEP   DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                STRING "BAIRROS RECHAVEADOS ..: " DELIMITED BY SIZE
                       W-TOTBAI   DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                STRING "FAIXAS RECHAVEADAS ...: " DELIMITED BY SIZE
                       W-TOTFAI   DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                STRING "FAIXAS P/ REVISAR ....: " DELIMITED BY SIZE
                       W-TOTPARC  DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                CLOSE CADCEP MUNIC BAIRRO FAIXAS MUDDEC MUDLST
                DISPLAY "CEPMUNIC - MUDANCAS DE MUNICIPIO APLICADAS"
                DISPLAY "MUDANCAS LIDAS .......: " W-TOTLIDAS
                DISPLAY "MUDANCAS APLICADAS ...: " W-TOTAPLIC
                DISPLAY "MUDANCAS REJEITADAS ..: " W-TOTREJ
                DISPLAY "CEPS REGRAVADOS ......: " W-TOTCEP
                DISPLAY "BAIRROS RECHAVEADOS ..: " W-TOTBAI
                DISPLAY "FAIXAS RECHAVEADAS ...: " W-TOTFAI
                DISPLAY "FAIXAS P/ REVISAR ....: " W-TOTPARC
                MOVE W-TOTLIDAS TO W-RUNLID
                MOVE W-TOTCEP   TO W-RUNGRV
                MOVE W-TOTREJ   TO W-RUNREJ
                MOVE "F" TO W-RUNTIPO
                PERFORM RUN-GRAVA THRU RUN-GRAVA-FIM.
       MUD-FIM.
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
                MOVE "CEPMUNIC" TO RUN-PROGRAMA
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
