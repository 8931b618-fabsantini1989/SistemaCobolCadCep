      *   QUANDO OUTRA SESSAO ESTA' GRAVANDO, PARA DUAS SESSOES
      *   SIMULTANEAS NAO EMENDAREM NEM PERDEREM REGISTRO DO
      *   HISTORICO.
      * - INCLUI A MANUTENCAO DAS FAIXAS DE NUMERACAO PREDIAL DO CEP
      *   (F6 NO PROMPT DE ACE-001, VIDE NUM-001; ARQUIVO CEPNUM.DAT,
      *   TAMBEM CARREGADO POR CEPCARGA): LADO P=PAR/I=IMPAR/A=AMBOS
      *   E NUMERO INICIAL/FINAL. UMA FAIXA QUE SOBREPOE OUTRA DO
      *   PROPRIO CEP OU DE OUTRO CEP DO MESMO LOGRADOURO E CIDADE/UF
      *   E' RECUSADA (VIDE NUM-SOBREPOE).
      * - INCLUI O TIPO DO CEP (CEP-TIPO-CEP, TABTIPO) E O NOME DA
      *   ORGANIZACAO/UNIDADE (CEP-NOME-ORG) NA LINHA 5 DA TELA, ANTES
      *   DO LOGRADOURO (INC-002A/INC-002C). CADA TIPO TEM A SUA
      *   CRITICA: L=LOGRADOURO EXIGE LOGRADOURO E BAIRRO, COMO
      *   SEMPRE, E NAO TEM ORGANIZACAO; G=GRANDE USUARIO E
      *   U=UNIDADE OPERACIONAL EXIGEM A ORGANIZACAO E O LOGRADOURO;
      *   C=CAIXA POSTAL COMUNITARIA EXIGE SO' A ORGANIZACAO. NOS TRES
      *   O BAIRRO E' OPCIONAL (EM BRANCO NAO PASSA PELO MASTER DE
      *   BAIRROS) E O CEP TEM DE TER SUFIXO DE CEP ESPECIAL (900 A
      *   999). TIPO EM BRANCO E' ASSUMIDO COMO LOGRADOURO.
      * - CANCELAMENTO (EXC-DL1) E ALTERACAO QUE TROCA CEP-CIDADE OU
      *   CEP-UF (ALT-RW1) DEIXAM DE SER APLICADOS NA HORA: VIRAM UM
      *   PEDIDO EM CEPAPROV.DAT (VIDE APR-GRAVA) COM O SOLICITANTE,
      *   DATA/HORA, IMAGENS ANTES/DEPOIS E O CEP SUCESSOR, QUE O
      *   SUPERVISOR APROVA OU REJEITA NO PROGRAMA CEPAPROV (DUPLA
      *   CONFERENCIA: QUEM PEDE NAO APROVA). COMO O CANCELAMENTO
      *   AGORA E' SO' UM PEDIDO, O F3 PASSA A SER ACEITO A PARTIR DO
      *   NIVEL 2. UM CEP COM PEDIDO PENDENTE NAO ACEITA OUTRO.
      * - CEP-LOGRA PASSA A SER GRAVADO NA FORMA PADRAO DO DICIONARIO
      *   DE TIPOS DE LOGRADOURO E ABREVIATURAS (DICLOG.DAT, VIDE
      *   DIC-PADRONIZA EM INC-003): "AV. PAULISTA" E "AV PAULISTA"
      *   VIRAM "AVENIDA PAULISTA". A PESQUISA POR LOGRADOURO (F4)
      *   PADRONIZA O TEXTO DIGITADO DO MESMO JEITO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY OPERMSTS.
       COPY CEPREDIRS.
       COPY BAIRROS.
       COPY NUMCEPS.
       COPY APROVCEPS.
       COPY DICLOGS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BAIRRO.DAT".
       COPY BAIRRO.
      *
       FD NUMERA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CEPNUM.DAT".
       COPY NUMCEP.
      *
       FD APROV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CEPAPROV.DAT".
       COPY APROVCEP.
      *
       FD DICLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DICLOG.DAT".
       COPY DICLOG.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-TEMARQFAI    PIC X(01) VALUE "N".
       77 W-TEMFAIXA     PIC X(01) VALUE "N".
       77 W-FAIXRES      PIC X(01) VALUE SPACES.
       77 W-REGCEP-NEW   PIC X(200) VALUE SPACES.
       77 W-CONFLITO     PIC X(01) VALUE "N".
       77 ST-EROPE       PIC X(02) VALUE "00".
       77 W-CODOPE       PIC X(08) VALUE SPACES.
       77 W-HTENTA       PIC 9(02) VALUE ZEROS.
       77 W-HCONT        PIC 9(06) VALUE ZEROS.
       77 W-HTIPO        PIC X(01) VALUE SPACES.
       77 W-HANTES       PIC X(200) VALUE SPACES.
       77 W-HDEPOIS      PIC X(200) VALUE SPACES.
       77 ST-ERNUM       PIC X(02) VALUE "00".
       77 W-NUMCEP       PIC 9(08) VALUE ZEROS.
       77 W-NUMLADO      PIC X(01) VALUE SPACES.
       77 W-NUMINI       PIC 9(05) VALUE ZEROS.
       77 W-NUMFIM       PIC 9(05) VALUE ZEROS.
       77 W-NUMLOGRA     PIC X(35) VALUE SPACES.
       77 W-NUMCIDUF     PIC X(22) VALUE SPACES.
       77 W-NUMVCEP      PIC 9(08) VALUE ZEROS.
       77 W-NUMCONF      PIC 9(08) VALUE ZEROS.
       77 W-SOBREPOE     PIC X(01) VALUE "N".
       77 W-CEPQUOC      PIC 9(05) VALUE ZEROS.
       77 W-CEPSUFIXO    PIC 9(03) VALUE ZEROS.
       77 ST-ERAPR       PIC X(02) VALUE "00".
       77 W-APRTIPO      PIC X(01) VALUE SPACES.
       77 W-TEMPEND      PIC X(01) VALUE "N".
       77 ST-ERDIC       PIC X(02) VALUE "00".
      *
      * IMAGEM DO REGISTRO COMO FOI LIDO EM LER-CEP01; O REDEFINES
      * EXPOE O CARIMBO DE MOVIMENTACAO PARA A TRAVA OTIMISTA DE
      * TRAVA-VERIF COMPARAR COM O QUE ESTA' NO ARQUIVO, E A
      * CIDADE/UF ORIGINAL PARA ALT-RW1 SABER SE A ALTERACAO PRECISA
      * DE APROVACAO
      *
       01 W-REGCEP-OLD   PIC X(200) VALUE SPACES.
       01 W-REGOLD-R REDEFINES W-REGCEP-OLD.
                03 FILLER              PIC X(63).
                03 W-OLD-CIDUF         PIC X(22).
                03 FILLER              PIC X(64).
                03 W-OLD-DTMOV         PIC 9(08).
                03 W-OLD-HRMOV         PIC 9(06).
                03 FILLER              PIC X(37).
      *
       COPY TABUF.
      *=========================================================
       COPY TABSTAT.
      *=========================================================
       COPY TABTIPO.
      *=========================================================
       COPY TABDIC.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELACEP.
               VALUE  "---------------------------------------".
           05  LINE 04  COLUMN 01
               VALUE  " CODIGO CEP       :".
           05  LINE 05  COLUMN 01
               VALUE  " TIPO/ORGANIZACAO :".
           05  LINE 06  COLUMN 01
               VALUE  " LOGRADOURO       :".
           05  LINE 07  COLUMN 01
           05  TCEP-NUMCEP
               LINE 04  COLUMN 21  PIC 99999.999
               USING  CEP-NUMCEP.
           05  TCEP-TIPOCEP
               LINE 05  COLUMN 21  PIC X(01)
               USING  CEP-TIPO-CEP.
           05  TCEP-NOMEORG
               LINE 05  COLUMN 23  PIC X(35)
               USING  CEP-NOME-ORG.
           05  TTIP-TEXTO
               LINE 05  COLUMN 59  PIC X(22)
               USING  TIP-TEXTO.
           05  TCEP-LOGRA
               LINE 06  COLUMN 21  PIC X(35)
               USING  CEP-LOGRA.
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
      *
      * FAIXAS DE NUMERACAO PREDIAL POR CEP: CRIADO NA PRIMEIRA
      * EXECUCAO, COMO O MASTER DE MUNICIPIOS
      *
           OPEN I-O NUMERA
           IF ST-ERNUM NOT = "00"
               OPEN OUTPUT NUMERA
               CLOSE NUMERA
               OPEN I-O NUMERA.
           IF ST-ERNUM NOT = "00"
               MOVE "ERRO NA ABERTURA DAS FAIXAS DE NUMERACAO" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
      *
      * PEDIDOS DE APROVACAO (CANCELAMENTO E TROCA DE CIDADE/UF):
      * CRIADO NA PRIMEIRA EXECUCAO, COMO O MASTER DE MUNICIPIOS
      *
           OPEN I-O APROV
           IF ST-ERAPR NOT = "00"
               OPEN OUTPUT APROV
               CLOSE APROV
               OPEN I-O APROV.
           IF ST-ERAPR NOT = "00"
               MOVE "ERRO NA ABERTURA DOS PEDIDOS DE APROVACAO" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
      *
      * MASTER DE OPERADORES: NA PRIMEIRA EXECUCAO (ARQUIVO AINDA
      * INEXISTENTE, STATUS 30/35) ELE E' CRIADO JA COM O SUPERVISOR
      * PADRAO, PARA NAO TRANCAR O LOGON. QUALQUER OUTRO ERRO DE
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
      *
      * DICIONARIO DE LOGRADOUROS: LIDO UMA VEZ E FECHADO (VIDE
      * DIC-CARGA)
      *
           PERFORM DIC-CARGA THRU DIC-CARGA-FIM.
      *
      **********************
      * LOGON DO OPERADOR  *
      **********************
                MOVE SPACES TO TXUF CEP-UF CEP-LOGRA CEP-BAIRRO
                MOVE SPACES TO CEP-CIDADE CEP-REF CEP-STATUS
                MOVE SPACES TO TXSTA W-MUNUF
                MOVE SPACES TO TXTIP CEP-TIPO-CEP CEP-NOME-ORG
                MOVE ZEROS  TO CEP-NUMCEP CEP-DATA.
                DISPLAY TELACEP.

                   IF ST-ERRO = "00"
                      MOVE REGCEP TO W-REGCEP-OLD
                      PERFORM INC-006A THRU INC-006B
                      PERFORM TIPO-TEXTO THRU TIPO-TEXTO-FIM
                      DISPLAY TELACEP
                      MOVE "*** CEP JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.

      *
      * TIPO DO CEP: EM BRANCO ASSUME LOGRADOURO. OS TIPOS ESPECIAIS
      * (GRANDE USUARIO, CAIXA COMUNITARIA, UNIDADE OPERACIONAL) SO'
      * EXISTEM COM SUFIXO 900 A 999, QUE OS CORREIOS RESERVAM A ELES
      *
       INC-002A.
                ACCEPT TCEP-TIPOCEP
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF CEP-TIPO-CEP = SPACES
                   MOVE "L" TO CEP-TIPO-CEP.
                INSPECT CEP-TIPO-CEP CONVERTING "lgcu" TO "LGCU"
                PERFORM TIPO-TEXTO THRU TIPO-TEXTO-FIM
                IF TIP-TEXTO = SPACES
                   MOVE "TIPO: L=LOGRAD G=GR.USUARIO C=CX.COMUN U=UNID"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002A.
                DISPLAY TCEP-TIPOCEP
                DISPLAY TTIP-TEXTO
                IF CEP-TP-LOGRADOURO
                   GO TO INC-002C.
                DIVIDE CEP-NUMCEP BY 1000 GIVING W-CEPQUOC
                                   REMAINDER W-CEPSUFIXO
                IF W-CEPSUFIXO < 900
                   MOVE "CEP ESPECIAL EXIGE SUFIXO 900 A 999" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002A.
      *
      * NOME DA ORGANIZACAO/UNIDADE: OBRIGATORIO NOS TIPOS ESPECIAIS
      * E SEMPRE EM BRANCO NO CEP DE LOGRADOURO
      *
       INC-002C.
                IF CEP-TP-LOGRADOURO
                   MOVE SPACES TO CEP-NOME-ORG
                   DISPLAY TCEP-NOMEORG
                   GO TO INC-003.
                ACCEPT TCEP-NOMEORG
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002A.
                IF CEP-NOME-ORG = SPACES
                   MOVE "ORGANIZACAO NAO PODE FICAR EM BRANCO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002C.

       INC-003.
                ACCEPT TCEP-LOGRA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002A.
      *
      * LOGRADOURO GRAVADO NA FORMA PADRAO DO DICIONARIO
      *
                MOVE CEP-LOGRA TO W-DICBUF
                PERFORM DIC-PADRONIZA THRU DIC-PADRONIZA-FIM
                MOVE W-DICSAI TO CEP-LOGRA
                DISPLAY TCEP-LOGRA.
                IF CEP-LOGRA = SPACES AND NOT CEP-TP-CAIXA-COMUN
                   MOVE "LOGRADOURO NAO PODE FICAR EM BRANCO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                ACCEPT TCEP-BAIRRO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF CEP-BAIRRO = SPACES AND CEP-TP-LOGRADOURO
                   MOVE "BAIRRO NAO PODE FICAR EM BRANCO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                IF CEP-BAIRRO = SPACES
                   GO TO INC-005.
      *
      * BAIRRO GRAVADO JA NORMALIZADO (MESMAS REGRAS DA CIDADE); A
      * CRITICA CONTRA O MASTER DE BAIRROS FICA EM INC-005C, POIS A
      * CRITICADO CONTRA O MASTER DE BAIRROS DO MUNICIPIO
      *
       INC-005C.
                IF CEP-BAIRRO = SPACES
                   GO TO INC-006.
                MOVE CEP-CIDADE TO BAI-CIDADE
                MOVE CEP-BAIRRO TO BAI-NOME
                READ BAIRRO
       ACE-001.
                DISPLAY (23, 07)
                  "F1=NOVO F2=ALTERAR F3=EXCLUIR F4=LOGRA F5=CIDADE"
                DISPLAY (23, 56) "F6=NUM"
                ACCEPT (23, 63) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                   AND W-ACT NOT = 05 AND W-ACT NOT = 06
                   AND W-ACT NOT = 07
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-ACT = 06
                   PERFORM CID-001 THRU CID-FIM
                   GO TO INC-001.
                IF W-ACT = 07
                   PERFORM NUM-001 THRU NUM-FIM
                   GO TO INC-001.
      *
      * ALTERACAO E EXCLUSAO (F3, UNICO CAMINHO QUE SEGUE DAQUI
      * PARA EXC-OPC) EXIGEM NIVEL DE MANUTENCAO; A EXCLUSAO SO'
      * GERA O PEDIDO, QUE O SUPERVISOR APROVA EM CEPAPROV
      *
                IF W-ACT = 03 AND W-NIVEL < 2
                   MOVE "OPERADOR SEM PERMISSAO PARA ALTERACAO"
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                IF W-ACT = 03
                   GO TO INC-002A.
                IF W-NIVEL < 2
                   MOVE "OPERADOR SEM PERMISSAO PARA EXCLUSAO"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                   MOVE "*** REGISTRO JA ESTA CANCELADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                PERFORM APR-VERIF THRU APR-VERIF-FIM
                IF W-TEMPEND = "S"
                   MOVE "CEP JA TEM PEDIDO AGUARDANDO APROVACAO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
      *
      * O CANCELAMENTO NAO E' MAIS REGRAVADO AQUI: A IMAGEM DEPOIS
      * (STATUS CANCELADO) VAI PARA O PEDIDO DE APROVACAO, E O
      * CARIMBO DE MOVIMENTACAO SO' E' DADO NA APROVACAO (CEPAPROV)
      *
       EXC-DL1.
                PERFORM TRAVA-VERIF THRU TRAVA-VERIF-FIM
                IF W-CONFLITO = "S"
                   GO TO TRAVA-RECUSA.
                MOVE "C" TO CEP-STATUS
                MOVE "E" TO CEP-TIPO-MOV
                MOVE "E" TO W-APRTIPO
                MOVE W-REGCEP-OLD TO W-HANTES
                MOVE REGCEP TO W-HDEPOIS
                MOVE CEP-NUMCEP TO W-CEPANT.
      *
      * CEP CANCELADO COSTUMA TER SUCESSOR (NUMERO APOSENTADO OU
      * DESMEMBRADO PELOS CORREIOS): O OPERADOR INFORMA O CEP NOVO,
      * QUE E' CRITICADO CONTRA O CADASTRO E SEGUE NO PEDIDO; A
      * APROVACAO O GRAVA EM CEPREDIR.DAT PARA CEPCONSE E DEMAIS
      * CONSULTAS SEGUIREM A CADEIA.
      * W-CEPANT E' CARREGADO EM EXC-DL1: A CRITICA DO SUCESSOR FAZ
      * READ CADCEP E SUJA CEP-NUMCEP, ENTAO O REENTRAR AQUI NA
      * RECUSA NAO PODE RECARREGA-LO
                ACCEPT  (23, 45) W-CEPNOVO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   MOVE ZEROS TO W-CEPNOVO
                   GO TO EXC-RED2.
                IF W-CEPNOVO NOT NUMERIC OR W-CEPNOVO = ZEROS
                   MOVE ZEROS TO W-CEPNOVO
                   GO TO EXC-RED2.
                IF W-CEPNOVO = W-CEPANT
                   MOVE "SUCESSOR NAO PODE SER O PROPRIO CEP" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-RED1.
       EXC-RED2.
                PERFORM APR-GRAVA THRU APR-GRAVA-FIM
                GO TO INC-001.
      *
       ALT-OPC.
                PERFORM TRAVA-VERIF THRU TRAVA-VERIF-FIM
                IF W-CONFLITO = "S"
                   GO TO TRAVA-RECUSA.
                IF CEP-CIDUF NOT = W-OLD-CIDUF
                   GO TO ALT-PEND.
                ACCEPT CEP-DTMOV FROM DATE YYYYMMDD
                ACCEPT CEP-HRMOV FROM TIME
                MOVE "A" TO CEP-TIPO-MOV
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      * TROCA DE CIDADE/UF E' MUDANCA DE ALTO IMPACTO (SAI NO DELTA
      * PARA A LOGISTICA): A ALTERACAO INTEIRA VIRA PEDIDO DE
      * APROVACAO EM VEZ DE SER REGRAVADA
      *
       ALT-PEND.
                PERFORM APR-VERIF THRU APR-VERIF-FIM
                IF W-TEMPEND = "S"
                   MOVE "CEP JA TEM PEDIDO AGUARDANDO APROVACAO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "A" TO CEP-TIPO-MOV
                MOVE "A" TO W-APRTIPO
                MOVE W-REGCEP-OLD TO W-HANTES
                MOVE REGCEP TO W-HDEPOIS
                MOVE CEP-NUMCEP TO W-CEPANT
                MOVE ZEROS TO W-CEPNOVO
                PERFORM APR-GRAVA THRU APR-GRAVA-FIM
                GO TO INC-001.
      *
      * REGRAVACAO RECUSADA PELA TRAVA OTIMISTA: O REGISTRO MUDOU NO
      * ARQUIVO DESDE A LEITURA. REGCEP JA CONTEM A VERSAO ATUAL
      * (RELIDA EM TRAVA-VERIF); REEXIBE E VOLTA AO PROMPT DE
      *
       TRAVA-RECUSA.
                PERFORM INC-006A THRU INC-006B
                PERFORM TIPO-TEXTO THRU TIPO-TEXTO-FIM
                DISPLAY TELACEP
                MOVE "REGISTRO ALTERADO POR OUTRO OPERADOR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                ACCEPT (04, 35) W-LOGPARC
                IF W-LOGPARC = SPACES
                   GO TO LOG-FIM.
                MOVE W-LOGPARC TO W-DICBUF
                PERFORM DIC-PADRONIZA THRU DIC-PADRONIZA-FIM
                MOVE W-DICSAI TO W-LOGPARC
                MOVE ZEROS TO W-LEN
                INSPECT W-LOGPARC TALLYING W-LEN FOR CHARACTERS
                        BEFORE INITIAL SPACE
       CID-FIM.
                EXIT.
      *
      *****************************************
      * FAIXAS DE NUMERACAO PREDIAL DO CEP EM TELA (CEPNUM.DAT):   *
      * LISTA AS FAIXAS E DEIXA O NIVEL DE MANUTENCAO INCLUIR OU   *
      * EXCLUIR UMA FAIXA, COM A CRITICA DE SOBREPOSICAO           *
      *****************************************
      *
       NUM-001.
                MOVE CEP-NUMCEP TO W-NUMCEP
                MOVE CEP-LOGRA  TO W-NUMLOGRA
                MOVE CEP-CIDUF  TO W-NUMCIDUF.
       NUM-002.
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 05) "FAIXAS DE NUMERACAO DO CEP " W-NUMCEP
                DISPLAY (03, 05) W-NUMLOGRA
                DISPLAY (05, 01) "LADO  INICIO  FIM"
                MOVE 6 TO W-LINPAG
                MOVE W-NUMCEP TO NUM-NUMCEP
                MOVE SPACES   TO NUM-LADO
                MOVE ZEROS    TO NUM-NUMINI
                START NUMERA KEY IS NOT LESS THAN NUM-CHAVE
                IF ST-ERNUM NOT = "00"
                   GO TO NUM-004.
       NUM-003.
                READ NUMERA NEXT RECORD
                IF ST-ERNUM NOT = "00"
                   GO TO NUM-004.
                IF NUM-NUMCEP NOT = W-NUMCEP
                   GO TO NUM-004.
                IF W-LINPAG > 19
                   DISPLAY (20, 02) "... (MAIS FAIXAS NAO EXIBIDAS)"
                   GO TO NUM-004.
                DISPLAY (W-LINPAG, 02) NUM-LADO
                DISPLAY (W-LINPAG, 07) NUM-NUMINI
                DISPLAY (W-LINPAG, 15) NUM-NUMFIM
                ADD 1 TO W-LINPAG
                GO TO NUM-003.
       NUM-004.
                IF W-LINPAG = 6
                   DISPLAY (06, 02) "*** SEM FAIXA DE NUMERACAO ***".
                DISPLAY (21, 05) "I=INCLUI  E=EXCLUI  F=FIM : "
                MOVE SPACES TO W-OPCAO
                ACCEPT  (21, 33) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO NUM-FIM.
                IF W-OPCAO = "F" OR "f"
                   GO TO NUM-FIM.
                IF W-OPCAO NOT = "I" AND "i" AND "E" AND "e"
                   MOVE "*** DIGITE APENAS I, E OU F ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO NUM-004.
                IF W-NIVEL < 2
                   MOVE "OPERADOR SEM PERMISSAO PARA MANUTENCAO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO NUM-004.
       NUM-005.
                DISPLAY (22, 05) "LADO (P/I/A) : "
                MOVE SPACES TO W-NUMLADO
                ACCEPT  (22, 20) W-NUMLADO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO NUM-002.
                INSPECT W-NUMLADO CONVERTING "pia" TO "PIA"
                IF W-NUMLADO NOT = "P" AND "I" AND "A"
                   MOVE "LADO: P=PAR  I=IMPAR  A=AMBOS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO NUM-005.
                DISPLAY (22, 23) "INICIO : "
                MOVE ZEROS TO W-NUMINI
                ACCEPT  (22, 32) W-NUMINI
                IF W-NUMINI NOT NUMERIC OR W-NUMINI = ZEROS
                   MOVE "NUMERO INICIAL INVALIDO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO NUM-005.
                IF W-OPCAO = "E" OR "e"
                   GO TO NUM-EXC.
                DISPLAY (22, 39) "FIM : "
                MOVE ZEROS TO W-NUMFIM
                ACCEPT  (22, 45) W-NUMFIM
                IF W-NUMFIM NOT NUMERIC OR W-NUMFIM < W-NUMINI
                   MOVE "NUMERO FINAL MENOR QUE O INICIAL" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO NUM-005.
      *
      * FAIXA QUE SOBREPOE OUTRA NO MESMO LADO DO LOGRADOURO DEIXARIA
      * O NUMERO DA CASA COM DOIS CEPS: E' RECUSADA. A MESMA CHAVE
      * (LADO + INICIO) DO PROPRIO CEP E' REGRAVADA COM O NOVO FIM
      *
       NUM-INC.
                PERFORM NUM-SOBREPOE THRU NUM-SOBREPOE-FIM
                IF W-SOBREPOE = "S"
                   MOVE SPACES TO MENS
                   STRING "FAIXA SOBREPOE A DO CEP " DELIMITED BY SIZE
                          W-NUMCONF                  DELIMITED BY SIZE
                          INTO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO NUM-002.
                MOVE W-NUMCEP  TO NUM-NUMCEP
                MOVE W-NUMLADO TO NUM-LADO
                MOVE W-NUMINI  TO NUM-NUMINI
                MOVE W-NUMFIM  TO NUM-NUMFIM
                WRITE REGNUM
                IF ST-ERNUM = "22"
                   REWRITE REGNUM.
                IF ST-ERNUM = "00" OR "02"
                   MOVE "*** FAIXA DE NUMERACAO GRAVADA ***" TO MENS
                ELSE
                   MOVE "ERRO NA GRAVACAO DA FAIXA DE NUMERACAO"
                                                             TO MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO NUM-002.
       NUM-EXC.
                MOVE W-NUMCEP  TO NUM-NUMCEP
                MOVE W-NUMLADO TO NUM-LADO
                MOVE W-NUMINI  TO NUM-NUMINI
                DELETE NUMERA RECORD
                IF ST-ERNUM = "00"
                   MOVE "*** FAIXA DE NUMERACAO EXCLUIDA ***" TO MENS
                ELSE
                   MOVE "FAIXA DE NUMERACAO NAO CADASTRADA" TO MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO NUM-002.
       NUM-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
                CLOSE OPERMST
                CLOSE REDIR
                CLOSE BAIRRO
                CLOSE NUMERA
                CLOSE APROV
                IF W-TEMARQFAI = "S"
                   CLOSE FAIXAS.
                DISPLAY (01, 01) ERASE
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
      *********************************
      * ROTINA DE GRAVACAO DO HISTORICO *
      *********************************
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       RED-AVISO-FIM.
                EXIT.
      *
      *********************************************
      * VERIFICA SE O CEP CORRENTE JA TEM PEDIDO PENDENTE EM         *
      * CEPAPROV.DAT (CHAVE CEP + DATA/HORA, PEDIDOS DO CEP JUNTOS): *
      * W-TEMPEND = "S" QUANDO HA' ALGUM COM SITUACAO "P"            *
      *********************************************
      *
       APR-VERIF.
                MOVE "N" TO W-TEMPEND
                MOVE CEP-NUMCEP TO APR-NUMCEP
                MOVE ZEROS TO APR-DTSOL APR-HRSOL
                START APROV KEY IS NOT LESS THAN APR-CHAVE
                IF ST-ERAPR NOT = "00"
                   GO TO APR-VERIF-FIM.
       APR-VERIF1.
                READ APROV NEXT RECORD
                IF ST-ERAPR NOT = "00"
                   GO TO APR-VERIF-FIM.
                IF APR-NUMCEP NOT = CEP-NUMCEP
                   GO TO APR-VERIF-FIM.
                IF APR-PENDENTE
                   MOVE "S" TO W-TEMPEND
                   GO TO APR-VERIF-FIM.
                GO TO APR-VERIF1.
       APR-VERIF-FIM.
                EXIT.
      *
      *********************************************
      * GRAVA O PEDIDO DE APROVACAO EM CEPAPROV.DAT: CEP EM          *
      * W-CEPANT, TIPO EM W-APRTIPO, IMAGENS EM W-HANTES/W-HDEPOIS   *
      * (AS MESMAS QUE IRIAM PARA HIST-GRAVA) E SUCESSOR EM          *
      * W-CEPNOVO. O CADCEP NAO E' TOCADO                            *
      *********************************************
      *
       APR-GRAVA.
                MOVE W-CEPANT    TO APR-NUMCEP
                ACCEPT APR-DTSOL FROM DATE YYYYMMDD
                ACCEPT APR-HRSOL FROM TIME
                MOVE W-APRTIPO   TO APR-TIPO
                MOVE "P"         TO APR-SITUACAO
                MOVE W-OPERADOR  TO APR-SOLICITANTE
                MOVE SPACES      TO APR-APROVADOR APR-MOTIVO
                MOVE ZEROS       TO APR-DTDEC APR-HRDEC
                MOVE W-CEPNOVO   TO APR-CEPNOVO
                MOVE W-HANTES    TO APR-ANTES
                MOVE W-HDEPOIS   TO APR-DEPOIS
                WRITE REGAPR
                IF ST-ERAPR = "00" OR "02"
                   MOVE "*** PEDIDO ENVIADO PARA APROVACAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO APR-GRAVA-FIM.
                MOVE "ERRO NA GRAVACAO DO PEDIDO DE APROVACAO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       APR-GRAVA-FIM.
                EXIT.
      *
      *********************************************
      * BUSCA A DESCRICAO DO TIPO DO CEP EM TABTIPO (CEP-TIPO-CEP -> *
      * TIP-TEXTO); TIPO EM BRANCO E' LOGRADOURO, TIPO DESCONHECIDO  *
      * DEIXA TIP-TEXTO EM BRANCO                                    *
      *********************************************
      *
       TIPO-TEXTO.
                MOVE SPACES TO TIP-TEXTO
                MOVE 1 TO INDTIP
                IF CEP-TIPO-CEP = SPACES
                   MOVE TABTIP(INDTIP) TO TIP-TEXTO
                   GO TO TIPO-TEXTO-FIM.
       TIPO-TEXTO1.
                IF INDTIP > 4
                   GO TO TIPO-TEXTO-FIM.
                IF CEP-TIPO-CEP = TSABTIP(INDTIP)
                   MOVE TABTIP(INDTIP) TO TIP-TEXTO
                   GO TO TIPO-TEXTO-FIM.
                ADD 1 TO INDTIP
                GO TO TIPO-TEXTO1.
       TIPO-TEXTO-FIM.
                EXIT.
      *
      *********************************************
      * CONFERE SE A FAIXA W-NUMLADO/W-NUMINI/W-NUMFIM DO CEP        *
      * W-NUMCEP SOBREPOE ALGUMA FAIXA DO PROPRIO CEP OU DOS DEMAIS  *
      * CEPS NAO CANCELADOS DO MESMO LOGRADOURO E CIDADE/UF (CHAVE   *
      * ALTERNATIVA CEP-LOGRA). LADO "A" CRUZA COM PAR E IMPAR.      *
      * W-SOBREPOE = "S" E W-NUMCONF COM O CEP CONFLITANTE QUANDO HA *
      *********************************************
      *
       NUM-SOBREPOE.
                MOVE "N" TO W-SOBREPOE
                MOVE ZEROS TO W-NUMCONF
                MOVE W-NUMCEP TO W-NUMVCEP
                PERFORM NUM-VARRE THRU NUM-VARRE-FIM
                IF W-SOBREPOE = "S"
                   GO TO NUM-SOBREPOE-FIM.
                MOVE W-NUMLOGRA TO CEP-LOGRA
                START CADCEP KEY IS EQUAL CEP-LOGRA
                IF ST-ERRO NOT = "00"
                   GO TO NUM-SOBREPOE-FIM.
       NUM-SOBREPOE1.
                READ CADCEP NEXT RECORD
                IF ST-ERRO NOT = "00"
                   GO TO NUM-SOBREPOE-FIM.
                IF CEP-LOGRA NOT = W-NUMLOGRA
                   GO TO NUM-SOBREPOE-FIM.
                IF CEP-CIDUF NOT = W-NUMCIDUF OR CEP-CANCELADO OR
                   CEP-NUMCEP = W-NUMCEP
                   GO TO NUM-SOBREPOE1.
                MOVE CEP-NUMCEP TO W-NUMVCEP
                PERFORM NUM-VARRE THRU NUM-VARRE-FIM
                IF W-SOBREPOE = "S"
                   GO TO NUM-SOBREPOE-FIM.
                GO TO NUM-SOBREPOE1.
       NUM-SOBREPOE-FIM.
                EXIT.
      *
       NUM-VARRE.
                MOVE W-NUMVCEP TO NUM-NUMCEP
                MOVE SPACES    TO NUM-LADO
                MOVE ZEROS     TO NUM-NUMINI
                START NUMERA KEY IS NOT LESS THAN NUM-CHAVE
                IF ST-ERNUM NOT = "00"
                   GO TO NUM-VARRE-FIM.
       NUM-VARRE1.
                READ NUMERA NEXT RECORD
                IF ST-ERNUM NOT = "00"
                   GO TO NUM-VARRE-FIM.
                IF NUM-NUMCEP NOT = W-NUMVCEP
                   GO TO NUM-VARRE-FIM.
                IF NUM-NUMCEP = W-NUMCEP AND NUM-LADO = W-NUMLADO AND
                   NUM-NUMINI = W-NUMINI
                   GO TO NUM-VARRE1.
                IF NUM-LADO NOT = W-NUMLADO AND NOT NUM-AMBOS AND
                   W-NUMLADO NOT = "A"
                   GO TO NUM-VARRE1.
                IF NUM-NUMINI > W-NUMFIM OR NUM-NUMFIM < W-NUMINI
                   GO TO NUM-VARRE1.
                MOVE "S" TO W-SOBREPOE
                MOVE NUM-NUMCEP TO W-NUMCONF.
       NUM-VARRE-FIM.
                EXIT.
       FIM-ROT-TEMPO.
