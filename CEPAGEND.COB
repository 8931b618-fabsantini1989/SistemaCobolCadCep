       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEPAGEND.
       AUTHOR. FABIANO SANTINI MARQUES.
      ***********************************************
      * AGENDAMENTO E CONSULTA DE MUDANCAS FUTURAS DE CEP *
      ***********************************************
      * OS CORREIOS ANUNCIAM AS MUDANCAS DE CEP SEMANAS ANTES DA
      * VIGENCIA ("A PARTIR DE 01/11 ESTAS RUAS PASSAM PARA O CEP X"),
      * MAS O P1 SO' GRAVA NA HORA. ESTE PROGRAMA GUARDA A MUDANCA
      * ANUNCIADA EM CEPAGEND.DAT (VIDE AGENDCEP.CPY) COM A DATA DE
      * VIGENCIA, E O LOTE NOTURNO CEPAGAPL A APLICA NO DIA COM AS
      * CRITICAS DE P1. OPCOES:
      * - AGENDAR (NIVEL 2 OU 3): INCLUSAO, ALTERACAO, CANCELAMENTO
      *   COM SUCESSOR OU TROCA DE STATUS, COM OS MESMOS CAMPOS E AS
      *   MESMAS CRITICAS DE DIGITACAO DA TELA DE P1. A CIDADE QUE
      *   AINDA NAO ESTA' NO MASTER SO' GERA AVISO (PODE SER UM
      *   MUNICIPIO QUE SO' PASSA A EXISTIR NA VIGENCIA); A CRITICA
      *   COMPLETA E' REFEITA POR CEPAGAPL NO DIA. CANCELAMENTO E
      *   TROCA DE CIDADE/UF FICAM AGUARDANDO LIBERACAO DE UM
      *   SUPERVISOR EM CEPAPROV, COMO NO P1;
      * - CONSULTAR (QUALQUER NIVEL - ATENDIMENTO): TUDO O QUE ESTA'
      *   AGENDADO, APLICADO OU RECUSADO PARA UM CEP;
      * - RETIRAR (NIVEL 2 OU 3): DESISTE DE UM AGENDAMENTO AINDA NAO
      *   APLICADO.
      * AGENDAMENTOS EM LOTE ENTRAM POR CEPAGCAR.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CADCEPS.
       COPY MUNICS.
       COPY OPERMSTS.
       COPY AGENDCEPS.
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
       FD OPERMST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "OPERMST.DAT".
       COPY OPERMST.
      *
       FD AGENDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CEPAGEND.DAT".
       COPY AGENDCEP.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-ERMUN       PIC X(02) VALUE "00".
       77 ST-EROPE       PIC X(02) VALUE "00".
       77 ST-ERAGE       PIC X(02) VALUE "00".
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-ACT          PIC 9(02) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
       77 W-OPERADOR     PIC X(08) VALUE SPACES.
       77 W-NIVEL        PIC 9(01) VALUE ZEROS.
       77 W-CODOPE       PIC X(08) VALUE SPACES.
       77 W-SENHA        PIC X(08) VALUE SPACES.
       77 W-TENTA        PIC 9(01) VALUE ZEROS.
       77 W-LINPAG       PIC 9(02) VALUE ZEROS.
       77 W-CEPSEL       PIC 9(08) VALUE ZEROS.
       77 W-CEPNOVO      PIC 9(08) VALUE ZEROS.
       77 W-TIPO         PIC X(01) VALUE SPACES.
       77 W-STATUS       PIC X(01) VALUE SPACES.
       77 W-SITU         PIC X(01) VALUE SPACES.
       77 W-ACHOU        PIC X(01) VALUE "N".
       77 W-HOJE         PIC 9(08) VALUE ZEROS.
       77 W-CIDBUF       PIC X(20) VALUE SPACES.
       77 W-CIDSAI       PIC X(20) VALUE SPACES.
       77 W-CI           PIC 9(02) VALUE ZEROS.
       77 W-CO           PIC 9(02) VALUE ZEROS.
       77 W-CULT         PIC X(01) VALUE SPACES.
       77 W-CEPQUOC      PIC 9(05) VALUE ZEROS.
       77 W-CEPSUFIXO    PIC 9(03) VALUE ZEROS.
      *
      * VIGENCIA DIGITADA COMO NA TELA DE P1 (DDMMAAAA) E GRAVADA NA
      * CHAVE COMO AAAAMMDD, PARA A AGENDA SAIR EM ORDEM DE DATA
      *
       01 W-DTDIG        PIC 9(08) VALUE ZEROS.
       01 W-DTDIG-R REDEFINES W-DTDIG.
                03 W-DIG-DIA           PIC 9(02).
                03 W-DIG-MES           PIC 9(02).
                03 W-DIG-ANO           PIC 9(04).
       01 W-DTVIG        PIC 9(08) VALUE ZEROS.
       01 W-DTVIG-R REDEFINES W-DTVIG.
                03 W-VIG-ANO           PIC 9(04).
                03 W-VIG-MES           PIC 9(02).
                03 W-VIG-DIA           PIC 9(02).
      *
      * REGISTRO ATUAL DO CADASTRO E REGISTRO COMO VAI FICAR NA
      * VIGENCIA; OS REDEFINES EXPOEM O QUE A CONSULTA MOSTRA E A
      * CIDADE/UF QUE DECIDE SE A ALTERACAO PRECISA DE LIBERACAO
      *
       01 W-REGCEP-OLD   PIC X(200) VALUE SPACES.
       01 W-REGOLD-R REDEFINES W-REGCEP-OLD.
                03 FILLER              PIC X(63).
                03 W-OLD-CIDUF         PIC X(22).
                03 FILLER              PIC X(35).
                03 W-OLD-STATUS        PIC X(01).
                03 FILLER              PIC X(79).
       01 W-REGCEP-NEW   PIC X(200) VALUE SPACES.
       01 W-REGNEW-R REDEFINES W-REGCEP-NEW.
                03 FILLER              PIC X(08).
                03 W-NEW-LOGRA         PIC X(35).
                03 FILLER              PIC X(20).
                03 W-NEW-CIDUF.
                   05 W-NEW-CIDADE     PIC X(20).
                   05 W-NEW-UF         PIC X(02).
                03 FILLER              PIC X(35).
                03 W-NEW-STATUS        PIC X(01).
                03 FILLER              PIC X(79).
      *
       COPY TABUF.
      *=========================================================
       COPY TABSTAT.
      *=========================================================
       COPY TABTIPO.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       AGE-OP0.
                OPEN INPUT CADCEP
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CEP - " ST-ERRO
                   GO TO ROT-FIM.
                OPEN INPUT MUNIC
                IF ST-ERMUN NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DE MUNIC.DAT - " ST-ERMUN
                   GO TO ROT-FIM.
                OPEN INPUT OPERMST
                IF ST-EROPE NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQ. OPERADORES - "
                           ST-EROPE
                   GO TO ROT-FIM.
      *
      * AGENDA: CRIADA NA PRIMEIRA EXECUCAO, COMO P1 FAZ COM O
      * MASTER DE MUNICIPIOS EM INC-OP0
      *
                OPEN I-O AGENDA
                IF ST-ERAGE NOT = "00"
                   OPEN OUTPUT AGENDA
                   CLOSE AGENDA
                   OPEN I-O AGENDA.
                IF ST-ERAGE NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DE CEPAGEND.DAT - "
                           ST-ERAGE
                   GO TO ROT-FIM.
                ACCEPT W-HOJE FROM DATE YYYYMMDD.
      *
      **********************
      * LOGON DO OPERADOR  *
      **********************
      *
       LOGON-001.
                MOVE ZEROS TO W-TENTA.
       LOGON-002.
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 05) "AGENDA DE MUDANCAS DO CADASTRO CEP"
                DISPLAY (04, 05) "OPERADOR : "
                MOVE SPACES TO W-CODOPE
                ACCEPT  (04, 16) W-CODOPE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                DISPLAY (05, 05) "SENHA    : "
                MOVE SPACES TO W-SENHA
                ACCEPT  (05, 16) W-SENHA
                MOVE W-CODOPE TO OPE-CODIGO
                READ OPERMST
                IF ST-EROPE = "00" AND OPE-SENHA = W-SENHA
                   MOVE OPE-CODIGO TO W-OPERADOR
                   MOVE OPE-NIVEL  TO W-NIVEL
                   GO TO AGE-MENU.
                ADD 1 TO W-TENTA
                MOVE "OPERADOR OU SENHA INVALIDOS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                IF W-TENTA < 3
                   GO TO LOGON-002.
                GO TO ROT-FIM.
      *
      **********************
      * MENU DA AGENDA     *
      **********************
      *
       AGE-MENU.
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 05) "AGENDA DE MUDANCAS DO CADASTRO CEP"
                DISPLAY (04, 05) "1 = AGENDAR MUDANCA"
                DISPLAY (05, 05) "2 = CONSULTAR AGENDA DO CEP"
                DISPLAY (06, 05) "3 = RETIRAR AGENDAMENTO"
                DISPLAY (08, 05) "9 = FIM"
                DISPLAY (10, 05) "OPCAO : "
                MOVE SPACES TO W-OPCAO
                ACCEPT  (10, 13) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-OPCAO = "2"
                   PERFORM CON-001 THRU CON-FIM
                   GO TO AGE-MENU.
                IF W-OPCAO = "9"
                   GO TO ROT-FIM.
                IF W-OPCAO NOT = "1" AND W-OPCAO NOT = "3"
                   MOVE "OPCAO INVALIDA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO AGE-MENU.
      *
      * AGENDAR E RETIRAR MEXEM NO CADASTRO FUTURO: MESMO NIVEL DE
      * MANUTENCAO QUE P1 EXIGE PARA INCLUIR E ALTERAR
      *
                IF W-NIVEL < 2
                   MOVE "OPERADOR SEM PERMISSAO PARA AGENDAR" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO AGE-MENU.
                IF W-OPCAO = "1"
                   PERFORM AGD-001 THRU AGD-FIM
                ELSE
                   PERFORM RET-001 THRU RET-FIM.
                GO TO AGE-MENU.
      *
      *****************************************
      * AGENDA UMA MUDANCA: CEP, VIGENCIA E TIPO; DEPOIS OS DADOS   *
      * DO TIPO (REGISTRO NOVO, SUCESSOR OU STATUS NOVO)            *
      *****************************************
      *
       AGD-001.
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 05) "AGENDAMENTO DE MUDANCA DO CADASTRO"
                DISPLAY (04, 05) "CEP       : "
                MOVE ZEROS TO W-CEPSEL
                ACCEPT  (04, 17) W-CEPSEL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO AGD-FIM.
                IF W-CEPSEL NOT NUMERIC OR W-CEPSEL = ZEROS
                   MOVE "*** CEP INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO AGD-001.
       AGD-002.
                DISPLAY (05, 05) "VIGENCIA  : "
                DISPLAY (05, 27) "(DDMMAAAA)"
                MOVE ZEROS TO W-DTDIG
                ACCEPT  (05, 17) W-DTDIG
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO AGD-001.
                IF W-DTDIG NOT NUMERIC OR W-DIG-MES < 1 OR
                   W-DIG-MES > 12 OR W-DIG-DIA < 1 OR W-DIG-DIA > 31
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO AGD-002.
                MOVE W-DIG-ANO TO W-VIG-ANO
                MOVE W-DIG-MES TO W-VIG-MES
                MOVE W-DIG-DIA TO W-VIG-DIA
                IF W-DTVIG NOT > W-HOJE
                   MOVE "VIGENCIA TEM DE SER POSTERIOR A HOJE" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO AGD-002.
       AGD-003.
                DISPLAY (06, 05) "TIPO      : "
                DISPLAY (06, 20)
                  "I=INCLUSAO A=ALTERACAO E=CANCELAMENTO S=STATUS"
                MOVE SPACES TO W-TIPO
                ACCEPT  (06, 17) W-TIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO AGD-002.
                INSPECT W-TIPO CONVERTING "iaes" TO "IAES"
                IF W-TIPO NOT = "I" AND W-TIPO NOT = "A" AND
                   W-TIPO NOT = "E" AND W-TIPO NOT = "S"
                   MOVE "*** DIGITE APENAS I, A, E OU S ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO AGD-003.
                MOVE "P"    TO W-SITU
                MOVE ZEROS  TO W-CEPNOVO
                MOVE SPACES TO W-STATUS
                MOVE W-CEPSEL TO CEP-NUMCEP
                READ CADCEP
                IF W-TIPO NOT = "I"
                   GO TO AGD-004.
                IF ST-ERRO = "00"
                   MOVE "CEP JA CADASTRADO - AGENDE UMA ALTERACAO"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO AGD-003.
      *
      * INCLUSAO: REGISTRO EM BRANCO, ATIVO E DE LOGRADOURO, COMO
      * NA TELA VAZIA DE INC-001
      *
                MOVE SPACES TO REGCEP W-REGCEP-OLD
                MOVE W-CEPSEL TO CEP-NUMCEP
                MOVE ZEROS TO CEP-DATA CEP-DTMOV CEP-HRMOV
                MOVE "L" TO CEP-TIPO-CEP
                MOVE "A" TO CEP-STATUS
                GO TO AGD-DADOS.
       AGD-004.
                IF ST-ERRO NOT = "00"
                   MOVE "CEP NAO CADASTRADO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO AGD-003.
                MOVE REGCEP TO W-REGCEP-OLD
                DISPLAY (07, 05) "ATUAL     : " CEP-LOGRA
                DISPLAY (07, 53) CEP-CIDUF
                IF W-TIPO = "S"
                   GO TO AGD-STA.
                IF CEP-CANCELADO
                   MOVE "CEP CANCELADO - AGENDE UMA TROCA DE STATUS"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO AGD-003.
                IF W-TIPO = "E"
                   GO TO AGD-SUC.
      *
      *****************************************
      * DADOS DO REGISTRO (INCLUSAO E ALTERACAO), COM AS CRITICAS   *
      * DE DIGITACAO DE INC-002A A INC-008 DE P1                    *
      *****************************************
      *
       AGD-DADOS.
                DISPLAY (08, 05) "TIPO CEP  : "
                DISPLAY (09, 05) "ORGANIZ.  : "
                DISPLAY (10, 05) "LOGRADOURO: "
                DISPLAY (11, 05) "BAIRRO    : "
                DISPLAY (12, 05) "CIDADE    : "
                DISPLAY (13, 05) "UF        : "
                DISPLAY (14, 05) "REFERENCIA: "
                DISPLAY (15, 05) "STATUS    : "
                DISPLAY (16, 05) "OBSERVACAO: "
                DISPLAY (08, 17) CEP-TIPO-CEP
                DISPLAY (09, 17) CEP-NOME-ORG
                DISPLAY (10, 17) CEP-LOGRA
                DISPLAY (11, 17) CEP-BAIRRO
                DISPLAY (12, 17) CEP-CIDADE
                DISPLAY (13, 17) CEP-UF
                DISPLAY (14, 17) CEP-REF
                DISPLAY (15, 17) CEP-STATUS
                DISPLAY (16, 17) CEP-OBS.
       AGD-D01.
                ACCEPT  (08, 17) CEP-TIPO-CEP WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO AGD-003.
                IF CEP-TIPO-CEP = SPACES
                   MOVE "L" TO CEP-TIPO-CEP.
                INSPECT CEP-TIPO-CEP CONVERTING "lgcu" TO "LGCU"
                PERFORM TIPO-TEXTO THRU TIPO-TEXTO-FIM
                IF TIP-TEXTO = SPACES
                   MOVE "TIPO: L=LOGRAD G=GR.USUARIO C=CX.COMUN U=UNID"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO AGD-D01.
                DISPLAY (08, 17) CEP-TIPO-CEP
                DISPLAY (08, 20) TIP-TEXTO
                IF CEP-TP-LOGRADOURO
                   GO TO AGD-D02.
                DIVIDE CEP-NUMCEP BY 1000 GIVING W-CEPQUOC
                                   REMAINDER W-CEPSUFIXO
                IF W-CEPSUFIXO < 900
                   MOVE "CEP ESPECIAL EXIGE SUFIXO 900 A 999" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO AGD-D01.
       AGD-D02.
                IF CEP-TP-LOGRADOURO
                   MOVE SPACES TO CEP-NOME-ORG
                   DISPLAY (09, 17) CEP-NOME-ORG
                   GO TO AGD-D03.
                ACCEPT  (09, 17) CEP-NOME-ORG WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO AGD-D01.
                IF CEP-NOME-ORG = SPACES
                   MOVE "ORGANIZACAO NAO PODE FICAR EM BRANCO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO AGD-D02.
       AGD-D03.
                ACCEPT  (10, 17) CEP-LOGRA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO AGD-D01.
                IF CEP-LOGRA = SPACES AND NOT CEP-TP-CAIXA-COMUN
                   MOVE "LOGRADOURO NAO PODE FICAR EM BRANCO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO AGD-D03.
       AGD-D04.
                ACCEPT  (11, 17) CEP-BAIRRO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO AGD-D03.
                IF CEP-BAIRRO = SPACES AND CEP-TP-LOGRADOURO
                   MOVE "BAIRRO NAO PODE FICAR EM BRANCO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO AGD-D04.
                MOVE CEP-BAIRRO TO W-CIDBUF
                PERFORM NORM-CIDADE THRU NORM-CIDADE-FIM
                MOVE W-CIDSAI TO CEP-BAIRRO
                DISPLAY (11, 17) CEP-BAIRRO.
       AGD-D05.
                ACCEPT  (12, 17) CEP-CIDADE WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO AGD-D04.
                IF CEP-CIDADE = SPACES
                   MOVE "CIDADE NAO PODE FICAR EM BRANCO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO AGD-D05.
                MOVE CEP-CIDADE TO W-CIDBUF
                PERFORM NORM-CIDADE THRU NORM-CIDADE-FIM
                MOVE W-CIDSAI TO CEP-CIDADE
                DISPLAY (12, 17) CEP-CIDADE
                MOVE W-CIDSAI TO MUN-CIDADE
                READ MUNIC
                IF ST-ERMUN NOT = "00"
                   MOVE "AVISO: CIDADE FORA DO MASTER - CRITICA NO DIA"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       AGD-D06.
                ACCEPT  (13, 17) CEP-UF WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO AGD-D05.
                MOVE 1 TO IND.
       AGD-D06A.
                IF CEP-UF NOT = TSABUF(IND)
                   ADD 1 TO IND
                   IF IND > 27
                      MOVE "UF NAO EXISTE" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO AGD-D06
                   ELSE
                      GO TO AGD-D06A.
       AGD-D07.
                ACCEPT  (14, 17) CEP-REF WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO AGD-D06.
                IF CEP-REF = SPACES
                   MOVE "REFERENCIA NAO PODE FICAR EM BRANCO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO AGD-D07.
       AGD-D08.
                ACCEPT  (15, 17) CEP-STATUS WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO AGD-D07.
                IF CEP-CANCELADO
                   MOVE "PARA CANCELAR AGENDE O TIPO E" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO AGD-D08.
                MOVE 1 TO INDSTA.
       AGD-D08A.
                IF CEP-STATUS NOT = TSABSTA(INDSTA)
                   ADD 1 TO INDSTA
                   IF INDSTA > 4
                      MOVE "STATUS NAO EXISTE" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO AGD-D08
                   ELSE
                      GO TO AGD-D08A.
                DISPLAY (15, 20) TABSTA(INDSTA).
       AGD-D09.
                ACCEPT  (16, 17) CEP-OBS WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO AGD-D08.
      *
      * A DATA DE INCLUSAO/MANUTENCAO (CEP-DATA, DDMMAAAA COMO NA
      * TELA DE P1) PASSA A SER A PROPRIA VIGENCIA
      *
                MOVE W-DTDIG TO CEP-DATA
                IF W-TIPO = "I"
                   GO TO AGD-D10.
                MOVE W-REGCEP-OLD TO W-REGCEP-NEW
                MOVE CEP-DATA TO W-REGCEP-NEW (142:8)
                IF REGCEP = W-REGCEP-NEW
                   MOVE "NENHUMA MUDANCA INFORMADA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO AGD-D01.
                IF CEP-CIDUF NOT = W-OLD-CIDUF
                   MOVE "L" TO W-SITU.
       AGD-D10.
                MOVE REGCEP TO W-REGCEP-NEW
                GO TO AGD-CONF.
      *
      * CANCELAMENTO: SUCESSOR COM AS CRITICAS DE EXC-RED1 DE P1. A
      * LEITURA DO SUCESSOR SUJA REGCEP, POR ISSO A IMAGEM NOVA E'
      * MONTADA A PARTIR DE W-REGCEP-OLD
      *
       AGD-SUC.
                MOVE ZEROS TO W-CEPNOVO
                DISPLAY (09, 05)
                  "CEP SUCESSOR (ZEROS = SEM SUCESSOR) : "
                ACCEPT  (09, 43) W-CEPNOVO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO AGD-003.
                IF W-CEPNOVO NOT NUMERIC OR W-CEPNOVO = ZEROS
                   MOVE ZEROS TO W-CEPNOVO
                   GO TO AGD-SUC1.
                IF W-CEPNOVO = W-CEPSEL
                   MOVE "SUCESSOR NAO PODE SER O PROPRIO CEP" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO AGD-SUC.
                MOVE W-CEPNOVO TO CEP-NUMCEP
                READ CADCEP
                IF ST-ERRO NOT = "00"
                   MOVE "CEP SUCESSOR NAO CADASTRADO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO AGD-SUC.
                IF CEP-CANCELADO
                   MOVE "CEP SUCESSOR TAMBEM ESTA CANCELADO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO AGD-SUC.
       AGD-SUC1.
                MOVE W-REGCEP-OLD TO REGCEP
                MOVE "C" TO CEP-STATUS
                MOVE REGCEP TO W-REGCEP-NEW
                MOVE "L" TO W-SITU
                GO TO AGD-CONF.
      *
      * TROCA DE STATUS: SO' O STATUS MUDA NA VIGENCIA (O CANCELADO
      * PODE SER REATIVADO; CANCELAR E' O TIPO E)
      *
       AGD-STA.
                MOVE 1 TO INDSTA.
       AGD-STA0.
                IF CEP-STATUS NOT = TSABSTA(INDSTA) AND INDSTA < 4
                   ADD 1 TO INDSTA
                   GO TO AGD-STA0.
                DISPLAY (09, 05) "STATUS ATUAL : " CEP-STATUS " "
                                  TABSTA(INDSTA)
                DISPLAY (10, 05) "STATUS NOVO  : ".
       AGD-STA1.
                MOVE SPACES TO W-STATUS
                ACCEPT  (10, 20) W-STATUS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO AGD-003.
                INSPECT W-STATUS CONVERTING "apcr" TO "APCR"
                IF W-STATUS = "C"
                   MOVE "PARA CANCELAR AGENDE O TIPO E" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO AGD-STA1.
                IF W-STATUS = W-OLD-STATUS
                   MOVE "STATUS NOVO IGUAL AO ATUAL" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO AGD-STA1.
                MOVE 1 TO INDSTA.
       AGD-STA2.
                IF W-STATUS NOT = TSABSTA(INDSTA)
                   ADD 1 TO INDSTA
                   IF INDSTA > 4
                      MOVE "STATUS NAO EXISTE" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO AGD-STA1
                   ELSE
                      GO TO AGD-STA2.
                DISPLAY (10, 23) TABSTA(INDSTA)
                MOVE W-REGCEP-OLD TO W-REGCEP-NEW
                MOVE W-STATUS TO W-NEW-STATUS.
      *
       AGD-CONF.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "AGENDAR  (S/N) : "
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO AGD-003.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** MUDANCA NAO AGENDADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO AGD-FIM.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO AGD-CONF.
                MOVE W-CEPSEL    TO AGE-NUMCEP
                MOVE W-DTVIG     TO AGE-DTVIG
                ACCEPT AGE-DTSOL FROM DATE YYYYMMDD
                ACCEPT AGE-HRSOL FROM TIME
                MOVE W-TIPO      TO AGE-TIPO
                MOVE W-SITU      TO AGE-SITUACAO
                MOVE W-OPERADOR  TO AGE-SOLICITANTE
                MOVE SPACES      TO AGE-LIBERADOR AGE-MOTIVO
                MOVE ZEROS       TO AGE-DTAPL AGE-HRAPL
                MOVE W-CEPNOVO   TO AGE-CEPNOVO
                MOVE W-STATUS    TO AGE-STATUS
                MOVE W-REGCEP-OLD TO AGE-ANTES
                MOVE W-REGCEP-NEW TO AGE-DEPOIS
                WRITE REGAGE
                IF ST-ERAGE NOT = "00" AND ST-ERAGE NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO AGENDAMENTO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO AGD-FIM.
                IF W-SITU = "L"
                   MOVE "AGENDADO - AGUARDANDO LIBERACAO DO SUPERVISOR"
                                                             TO MENS
                ELSE
                   MOVE "*** MUDANCA AGENDADA ***" TO MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       AGD-FIM.
                EXIT.
      *
      *****************************************
      * CONSULTA DA AGENDA DE UM CEP (ATENDIMENTO): TODOS OS        *
      * AGENDAMENTOS DO CEP EM ORDEM DE VIGENCIA, COM A SITUACAO E  *
      * O MOTIVO DAS RECUSAS. PAGINACAO NOS MOLDES DE LOG-002 DE P1 *
      *****************************************
      *
       CON-001.
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 05) "CONSULTA DA AGENDA DE MUDANCAS DO CEP"
                DISPLAY (04, 05) "CEP       : "
                MOVE ZEROS TO W-CEPSEL
                ACCEPT  (04, 17) W-CEPSEL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO CON-FIM.
                IF W-CEPSEL NOT NUMERIC OR W-CEPSEL = ZEROS
                   MOVE "*** CEP INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CON-001.
                MOVE W-CEPSEL TO AGE-NUMCEP
                MOVE ZEROS TO AGE-DTVIG AGE-DTSOL AGE-HRSOL
                START AGENDA KEY IS NOT LESS THAN AGE-CHAVE
                IF ST-ERAGE NOT = "00"
                   MOVE "*** NENHUMA MUDANCA AGENDADA PARA O CEP ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CON-FIM.
                MOVE "N" TO W-ACHOU
                PERFORM CON-CABEC THRU CON-CABEC-FIM.
       CON-002.
                READ AGENDA NEXT RECORD
                IF ST-ERAGE NOT = "00" OR AGE-NUMCEP NOT = W-CEPSEL
                   GO TO CON-003.
                MOVE "S" TO W-ACHOU
                MOVE AGE-DEPOIS TO W-REGCEP-NEW
                DISPLAY (W-LINPAG, 01) AGE-DTVIG
                DISPLAY (W-LINPAG, 11) AGE-TIPO
                DISPLAY (W-LINPAG, 14) AGE-SITUACAO
                DISPLAY (W-LINPAG, 17) AGE-SOLICITANTE
                IF AGE-CANCELAMENTO
                   DISPLAY (W-LINPAG, 27) "CANCELA - SUCESSOR "
                   DISPLAY (W-LINPAG, 46) AGE-CEPNOVO
                ELSE
                   IF AGE-TROCA-STATUS
                      DISPLAY (W-LINPAG, 27) "STATUS PASSA A "
                      DISPLAY (W-LINPAG, 42) AGE-STATUS
                   ELSE
                      DISPLAY (W-LINPAG, 27) W-NEW-LOGRA (1:28)
                      DISPLAY (W-LINPAG, 56) W-NEW-CIDADE
                      DISPLAY (W-LINPAG, 77) W-NEW-UF.
                ADD 1 TO W-LINPAG
                IF AGE-MOTIVO NOT = SPACES
                   DISPLAY (W-LINPAG, 17) AGE-MOTIVO
                   ADD 1 TO W-LINPAG.
                IF W-LINPAG < 20
                   GO TO CON-002.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 12) "CONTINUAR LISTAGEM (S/N) : "
                ACCEPT (23, 39) W-OPCAO
                IF W-OPCAO = "S" OR "s"
                   PERFORM CON-CABEC THRU CON-CABEC-FIM
                   GO TO CON-002.
                GO TO CON-FIM.
       CON-003.
                IF W-ACHOU = "S"
                   MOVE "*** FIM DA AGENDA DO CEP ***" TO MENS
                ELSE
                   MOVE "*** NENHUMA MUDANCA AGENDADA PARA O CEP ***"
                                                             TO MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CON-FIM.
       CON-CABEC.
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 05) "AGENDA DE MUDANCAS DO CEP " W-CEPSEL
                DISPLAY (03, 05)
                  "SIT: L=AGUARD.LIBERACAO P=PENDENTE A=APLICADA"
                DISPLAY (03, 51) "X=EXCECAO R=REJEIT. C=RETIRADA"
                DISPLAY (04, 01)
                  "VIGENCIA  TP SI SOLICIT.  MUDANCA AGENDADA"
                MOVE 6 TO W-LINPAG.
       CON-CABEC-FIM.
                EXIT.
       CON-FIM.
                EXIT.
      *
      *****************************************
      * RETIRA UM AGENDAMENTO AINDA NAO APLICADO (AGUARDANDO        *
      * LIBERACAO OU PENDENTE) DO CEP NA VIGENCIA INFORMADA         *
      *****************************************
      *
       RET-001.
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 05) "RETIRADA DE MUDANCA AGENDADA"
                DISPLAY (04, 05) "CEP       : "
                MOVE ZEROS TO W-CEPSEL
                ACCEPT  (04, 17) W-CEPSEL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO RET-FIM.
                IF W-CEPSEL NOT NUMERIC OR W-CEPSEL = ZEROS
                   MOVE "*** CEP INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO RET-001.
       RET-002.
                DISPLAY (05, 05) "VIGENCIA  : "
                DISPLAY (05, 27) "(DDMMAAAA)"
                MOVE ZEROS TO W-DTDIG
                ACCEPT  (05, 17) W-DTDIG
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO RET-001.
                IF W-DTDIG NOT NUMERIC
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO RET-002.
                MOVE W-DIG-ANO TO W-VIG-ANO
                MOVE W-DIG-MES TO W-VIG-MES
                MOVE W-DIG-DIA TO W-VIG-DIA
                MOVE "N" TO W-ACHOU
                MOVE W-CEPSEL TO AGE-NUMCEP
                MOVE W-DTVIG  TO AGE-DTVIG
                MOVE ZEROS TO AGE-DTSOL AGE-HRSOL
                START AGENDA KEY IS NOT LESS THAN AGE-CHAVE
                IF ST-ERAGE NOT = "00"
                   GO TO RET-004.
       RET-003.
                READ AGENDA NEXT RECORD
                IF ST-ERAGE NOT = "00"
                   GO TO RET-004.
                IF AGE-NUMCEP NOT = W-CEPSEL OR AGE-DTVIG NOT = W-DTVIG
                   GO TO RET-004.
                IF NOT AGE-AGUARDANDO AND NOT AGE-PENDENTE
                   GO TO RET-003.
                MOVE "S" TO W-ACHOU.
       RET-004.
                IF W-ACHOU NOT = "S"
                   MOVE "NENHUM AGENDAMENTO EM ABERTO NESSA VIGENCIA"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO RET-002.
                MOVE AGE-DEPOIS TO W-REGCEP-NEW
                DISPLAY (07, 05) "TIPO      : " AGE-TIPO
                DISPLAY (08, 05) "SOLICIT.  : " AGE-SOLICITANTE
                DISPLAY (08, 30) "EM " AGE-DTSOL
                DISPLAY (09, 05) "LOGRADOURO: " W-NEW-LOGRA
                DISPLAY (10, 05) "CIDADE/UF : " W-NEW-CIDUF.
       RET-005.
                DISPLAY (23, 40) "RETIRAR  (S/N) : "
                MOVE SPACES TO W-OPCAO
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** AGENDAMENTO MANTIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO RET-FIM.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO RET-005.
                MOVE "C" TO AGE-SITUACAO
                MOVE SPACES TO AGE-MOTIVO
                STRING "RETIRADO POR " W-OPERADOR DELIMITED BY SIZE
                       INTO AGE-MOTIVO
                ACCEPT AGE-DTAPL FROM DATE YYYYMMDD
                ACCEPT AGE-HRAPL FROM TIME
                REWRITE REGAGE
                IF ST-ERAGE NOT = "00" AND ST-ERAGE NOT = "02"
                   MOVE "ERRO NA REGRAVACAO DO AGENDAMENTO" TO MENS
                ELSE
                   MOVE "*** AGENDAMENTO RETIRADO ***" TO MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       RET-FIM.
                EXIT.
      *
      *********************************************
      * BUSCA A DESCRICAO DO TIPO DO CEP EM TABTIPO (CEP-TIPO-CEP -> *
      * TIP-TEXTO), COMO EM P1                                       *
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
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE CADCEP
                CLOSE MUNIC
                CLOSE OPERMST
                CLOSE AGENDA
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMS.
                STOP RUN.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.
