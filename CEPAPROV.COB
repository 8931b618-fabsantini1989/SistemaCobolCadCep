       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEPAPROV.
       AUTHOR. FABIANO SANTINI MARQUES.
      ***********************************************
      * APROVACAO DE CANCELAMENTO E TROCA DE CIDADE/UF *
      ***********************************************
      * DUPLA CONFERENCIA DAS MUDANCAS DE ALTO IMPACTO DO CADCEP: O
      * CANCELAMENTO (EXC-DL1 DE P1) E A ALTERACAO QUE TROCA
      * CEP-CIDADE/CEP-UF (ALT-RW1 DE P1) FICAM COMO PEDIDO EM
      * CEPAPROV.DAT (VIDE APROVCEP.CPY) EM VEZ DE IREM DIRETO PARA O
      * CADASTRO E, NA MESMA NOITE, PARA A LOGISTICA VIA CEPDELTA.
      * ESTE PROGRAMA:
      * - LISTA OS PEDIDOS PENDENTES COM A IDADE EM DIAS (VIDE
      *   DIAS-CALC), O SOLICITANTE E A MUDANCA PEDIDA;
      * - DEIXA O SUPERVISOR (NIVEL 3 DE OPERMST.DAT) APROVAR OU
      *   REJEITAR CADA PEDIDO. O SOLICITANTE NUNCA DECIDE O PROPRIO
      *   PEDIDO, MESMO SENDO SUPERVISOR;
      * - NA APROVACAO, APLICA A IMAGEM DEPOIS DO PEDIDO NO CADCEP
      *   COM O CARIMBO DE MOVIMENTACAO DE SEMPRE, GRAVA O REGISTRO
      *   ANTES/DEPOIS EM CEPHIST.DAT (VIDE HIST-GRAVA, OPERADOR =
      *   SUPERVISOR QUE APROVOU) E, NO CANCELAMENTO COM SUCESSOR, O
      *   REDIRECIONAMENTO EM CEPREDIR.DAT (VIDE RED-GRAVA);
      * - NA REJEICAO, GUARDA O MOTIVO NO PEDIDO; NADA MUDA NO
      *   CADCEP.
      * SE O REGISTRO MUDOU NO CADCEP DEPOIS DO PEDIDO (CARIMBO
      * CEP-DTMOV/CEP-HRMOV DIFERENTE DO DA IMAGEM ANTES - A MESMA
      * TRAVA OTIMISTA DE TRAVA-VERIF DE P1), A IMAGEM DEPOIS NAO
      * VALE MAIS: O PEDIDO FICA SUPERADO E O OPERADOR REFAZ O
      * PEDIDO SOBRE A VERSAO ATUAL.
      * O LOTE COMPANHEIRO CEPAPEND APONTA OS REJEITADOS E OS
      * PENDENTES EM ATRASO.
      * - PASSA A LIBERAR TAMBEM OS AGENDAMENTOS COM DATA DE VIGENCIA
      *   (CEPAGEND.DAT, VIDE AGENDCEP.CPY) DE CANCELAMENTO E DE
      *   TROCA DE CIDADE/UF, QUE FICAM AGUARDANDO O SUPERVISOR (VIDE
      *   LIB-001): LIBERADO, O AGENDAMENTO E' APLICADO NA VIGENCIA
      *   POR CEPAGAPL; REJEITADO, GUARDA O MOTIVO. NADA MUDA NO
      *   CADCEP NA LIBERACAO. A MESMA REGRA DO SOLICITANTE VALE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CADCEPS.
       COPY OPERMSTS.
       COPY APROVCEPS.
       COPY CEPREDIRS.
       COPY AGENDCEPS.
       SELECT CEPHIST ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERHIST.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCEP.DAT".
       COPY CADCEP.
      *
       FD OPERMST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "OPERMST.DAT".
       COPY OPERMST.
      *
       FD APROV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CEPAPROV.DAT".
       COPY APROVCEP.
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
       FD CEPHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CEPHIST.DAT".
       COPY CEPHIST.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-EROPE       PIC X(02) VALUE "00".
       77 ST-ERAPR       PIC X(02) VALUE "00".
       77 ST-ERRED       PIC X(02) VALUE "00".
       77 ST-ERHIST      PIC X(02) VALUE "00".
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
       77 W-ACHOU        PIC X(01) VALUE "N".
       77 W-MOTIVO       PIC X(30) VALUE SPACES.
       77 W-HTENTA       PIC 9(02) VALUE ZEROS.
       77 W-HCONT        PIC 9(06) VALUE ZEROS.
       77 W-HTIPO        PIC X(01) VALUE SPACES.
      *
      * CALCULO DE IDADE EM DIAS: SERIAL APROXIMADO ANO*365 + MES*30
      * + DIA, COMO EM CEPFILA
      *
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
      * IMAGENS ANTES/DEPOIS DO PEDIDO; OS REDEFINES EXPOEM O QUE A
      * TELA MOSTRA E O CARIMBO DE MOVIMENTACAO DA IMAGEM ANTES, QUE
      * A APROVACAO COMPARA COM O QUE ESTA' NO ARQUIVO
      *
       01 W-REGCEP-OLD   PIC X(200) VALUE SPACES.
       01 W-REGOLD-R REDEFINES W-REGCEP-OLD.
                03 FILLER              PIC X(08).
                03 W-OLD-LOGRA         PIC X(35).
                03 FILLER              PIC X(20).
                03 W-OLD-CIDUF         PIC X(22).
                03 FILLER              PIC X(64).
                03 W-OLD-DTMOV         PIC 9(08).
                03 W-OLD-HRMOV         PIC 9(06).
                03 FILLER              PIC X(37).
       01 W-REGCEP-NEW   PIC X(200) VALUE SPACES.
       01 W-REGNEW-R REDEFINES W-REGCEP-NEW.
                03 FILLER              PIC X(63).
                03 W-NEW-CIDUF         PIC X(22).
                03 FILLER              PIC X(115).
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       APV-OP0.
                OPEN I-O CADCEP
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CEP - " ST-ERRO
                   GO TO ROT-FIM.
                OPEN I-O OPERMST
                IF ST-EROPE NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQ. OPERADORES - "
                           ST-EROPE
                   GO TO ROT-FIM.
      *
      * PEDIDOS E REDIRECIONAMENTO: CRIADOS NA PRIMEIRA EXECUCAO,
      * COMO P1 FAZ COM O MASTER DE MUNICIPIOS EM INC-OP0
      *
                OPEN I-O APROV
                IF ST-ERAPR NOT = "00"
                   OPEN OUTPUT APROV
                   CLOSE APROV
                   OPEN I-O APROV.
                IF ST-ERAPR NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DE CEPAPROV.DAT - "
                           ST-ERAPR
                   GO TO ROT-FIM.
                OPEN I-O REDIR
                IF ST-ERRED NOT = "00"
                   OPEN OUTPUT REDIR
                   CLOSE REDIR
                   OPEN I-O REDIR.
                IF ST-ERRED NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DE CEPREDIR.DAT - "
                           ST-ERRED
                   GO TO ROT-FIM.
                OPEN I-O AGENDA
                IF ST-ERAGE NOT = "00"
                   OPEN OUTPUT AGENDA
                   CLOSE AGENDA
                   OPEN I-O AGENDA.
                IF ST-ERAGE NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DE CEPAGEND.DAT - "
                           ST-ERAGE
                   GO TO ROT-FIM.
                ACCEPT W-DTHOJE FROM DATE YYYYMMDD
                COMPUTE W-SERHOJE = W-HOJE-ANO * 365
                                  + W-HOJE-MES * 30 + W-HOJE-DIA.
      *
      **********************
      * LOGON DO OPERADOR  *
      **********************
      *
       LOGON-001.
                MOVE ZEROS TO W-TENTA.
       LOGON-002.
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 05) "APROVACAO DE PEDIDOS DO CADASTRO CEP"
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
                   GO TO LOGON-003.
                ADD 1 TO W-TENTA
                MOVE "OPERADOR OU SENHA INVALIDOS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                IF W-TENTA < 3
                   GO TO LOGON-002.
                GO TO ROT-FIM.
       LOGON-003.
                IF W-NIVEL < 3
                   MOVE "ACESSO PERMITIDO APENAS AO SUPERVISOR" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
      *
      **********************
      * MENU DE APROVACAO  *
      **********************
      *
       APV-MENU.
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 05) "APROVACAO DE PEDIDOS DO CADASTRO CEP"
                DISPLAY (04, 05) "1 = LISTAR PEDIDOS PENDENTES"
                DISPLAY (05, 05) "2 = APROVAR/REJEITAR PEDIDO"
                DISPLAY (06, 05) "3 = LIBERAR/REJEITAR AGENDAMENTO"
                DISPLAY (07, 05) "9 = FIM"
                DISPLAY (09, 05) "OPCAO : "
                MOVE SPACES TO W-OPCAO
                ACCEPT  (09, 13) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-OPCAO = "1"
                   PERFORM LIS-001 THRU LIS-FIM
                   GO TO APV-MENU.
                IF W-OPCAO = "2"
                   PERFORM DEC-001 THRU DEC-FIM
                   GO TO APV-MENU.
                IF W-OPCAO = "3"
                   PERFORM LIB-001 THRU LIB-FIM
                   GO TO APV-MENU.
                IF W-OPCAO = "9"
                   GO TO ROT-FIM.
                MOVE "OPCAO INVALIDA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO APV-MENU.
      *
      *****************************************
      * LISTA OS PEDIDOS PENDENTES (SITUACAO "P") COM IDADE EM DIAS, *
      * SOLICITANTE E A MUDANCA PEDIDA: CIDADE/UF NOVA NA TROCA,    *
      * SUCESSOR NO CANCELAMENTO. PAGINACAO NOS MOLDES DE LOG-002   *
      * DE P1                                                       *
      *****************************************
      *
       LIS-001.
                MOVE ZEROS TO APR-NUMCEP APR-DTSOL APR-HRSOL
                START APROV KEY IS NOT LESS THAN APR-CHAVE
                IF ST-ERAPR NOT = "00"
                   MOVE "*** NENHUM PEDIDO PENDENTE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LIS-FIM.
                PERFORM LIS-CABEC THRU LIS-CABEC-FIM.
       LIS-002.
                READ APROV NEXT RECORD
                IF ST-ERAPR = "10"
                   MOVE "*** FIM DOS PEDIDOS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LIS-FIM.
                IF ST-ERAPR NOT = "00"
                   MOVE "ERRO NA LEITURA DOS PEDIDOS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LIS-FIM.
                IF NOT APR-PENDENTE
                   GO TO LIS-002.
                MOVE APR-DTSOL TO W-DTREF
                PERFORM DIAS-CALC THRU DIAS-CALC-FIM
                MOVE APR-DEPOIS TO W-REGCEP-NEW
                DISPLAY (W-LINPAG, 01) APR-NUMCEP
                DISPLAY (W-LINPAG, 11) APR-TIPO
                DISPLAY (W-LINPAG, 14) W-DIAS
                DISPLAY (W-LINPAG, 21) APR-SOLICITANTE
                IF APR-CANCELAMENTO
                   DISPLAY (W-LINPAG, 31) "CANCELA - SUCESSOR "
                   DISPLAY (W-LINPAG, 50) APR-CEPNOVO
                ELSE
                   DISPLAY (W-LINPAG, 31) W-NEW-CIDUF.
                ADD 1 TO W-LINPAG
                IF W-LINPAG < 20
                   GO TO LIS-002.
       LIS-003.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 12) "CONTINUAR LISTAGEM (S/N) : "
                ACCEPT (23, 39) W-OPCAO
                IF W-OPCAO = "S" OR "s"
                   PERFORM LIS-CABEC THRU LIS-CABEC-FIM
                   GO TO LIS-002.
                GO TO LIS-FIM.
       LIS-CABEC.
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 05) "PEDIDOS AGUARDANDO APROVACAO"
                DISPLAY (04, 01)
                     "CEP       TP DIAS   SOLICIT.  MUDANCA PEDIDA"
                MOVE 6 TO W-LINPAG.
       LIS-CABEC-FIM.
                EXIT.
       LIS-FIM.
                EXIT.
      *
      *****************************************
      * DECIDE UM PEDIDO: LOCALIZA O PENDENTE DO CEP, MOSTRA A      *
      * MUDANCA PEDIDA E APROVA (APLICA NO CADCEP) OU REJEITA.      *
      * O SOLICITANTE NAO PODE DECIDIR O PROPRIO PEDIDO             *
      *****************************************
      *
       DEC-001.
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 05) "DECISAO DE PEDIDO DE APROVACAO"
                DISPLAY (04, 05) "CEP       : "
                MOVE ZEROS TO W-CEPSEL
                ACCEPT  (04, 17) W-CEPSEL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO DEC-FIM.
                IF W-CEPSEL NOT NUMERIC OR W-CEPSEL = ZEROS
                   MOVE "*** CEP INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DEC-001.
                PERFORM DEC-BUSCA THRU DEC-BUSCA-FIM
                IF W-ACHOU NOT = "S"
                   MOVE "CEP SEM PEDIDO PENDENTE" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DEC-001.
                MOVE APR-ANTES  TO W-REGCEP-OLD
                MOVE APR-DEPOIS TO W-REGCEP-NEW
                IF APR-CANCELAMENTO
                   DISPLAY (06, 05) "PEDIDO    : CANCELAMENTO"
                ELSE
                   DISPLAY (06, 05) "PEDIDO    : TROCA DE CIDADE/UF".
                DISPLAY (07, 05) "SOLICIT.  : " APR-SOLICITANTE
                DISPLAY (07, 30) "EM " APR-DTSOL
                DISPLAY (08, 05) "LOGRADOURO: " W-OLD-LOGRA
                DISPLAY (09, 05) "CIDADE/UF : " W-OLD-CIDUF
                IF APR-CANCELAMENTO
                   DISPLAY (10, 05) "SUCESSOR  : " APR-CEPNOVO
                ELSE
                   DISPLAY (10, 05) "NOVA C/UF : " W-NEW-CIDUF.
                IF APR-SOLICITANTE = W-OPERADOR
                   MOVE "SOLICITANTE NAO PODE DECIDIR O PROPRIO PEDIDO"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DEC-001.
       DEC-002.
                DISPLAY (12, 05) "A = APROVA (APLICA NO CADASTRO)"
                DISPLAY (13, 05) "R = REJEITA"
                DISPLAY (15, 05) "ACAO : "
                MOVE SPACES TO W-OPCAO
                ACCEPT  (15, 12) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO DEC-001.
                IF W-OPCAO = "A" OR "a"
                   GO TO DEC-APROVA.
                IF W-OPCAO = "R" OR "r"
                   GO TO DEC-REJEITA.
                MOVE "*** DIGITE APENAS A OU R ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DEC-002.
      *
      * REJEICAO: SO' O PEDIDO MUDA (SITUACAO, MOTIVO, DECISOR)
      *
       DEC-REJEITA.
                DISPLAY (17, 05) "MOTIVO : "
                MOVE SPACES TO W-MOTIVO
                ACCEPT  (17, 14) W-MOTIVO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO DEC-002.
                IF W-MOTIVO = SPACES
                   MOVE "MOTIVO DA REJEICAO E' OBRIGATORIO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DEC-REJEITA.
                MOVE "R"      TO APR-SITUACAO
                MOVE W-MOTIVO TO APR-MOTIVO
                PERFORM DEC-FECHA THRU DEC-FECHA-FIM
                MOVE "*** PEDIDO REJEITADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DEC-FIM.
      *
      * APROVACAO: O SUCESSOR E' CRITICADO ANTES DE MEXER NO
      * CADASTRO (A LEITURA DELE SUJA REGCEP); DEPOIS O REGISTRO E'
      * RELIDO E O CARIMBO COMPARADO COM O DA IMAGEM ANTES
      *
       DEC-APROVA.
                IF NOT APR-CANCELAMENTO OR APR-CEPNOVO = ZEROS
                   GO TO DEC-APROVA1.
                MOVE APR-CEPNOVO TO CEP-NUMCEP
                READ CADCEP
                IF ST-ERRO NOT = "00"
                   MOVE "CEP SUCESSOR NAO CADASTRADO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DEC-002.
                IF CEP-CANCELADO
                   MOVE "CEP SUCESSOR TAMBEM ESTA CANCELADO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DEC-002.
       DEC-APROVA1.
                MOVE APR-NUMCEP TO CEP-NUMCEP
                READ CADCEP
                IF ST-ERRO NOT = "00"
                   MOVE "CEP NAO CADASTRADO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DEC-FIM.
                IF CEP-DTMOV NOT = W-OLD-DTMOV OR
                   CEP-HRMOV NOT = W-OLD-HRMOV
                   MOVE "S" TO APR-SITUACAO
                   MOVE "REGISTRO ALTERADO APOS O PEDIDO" TO APR-MOTIVO
                   PERFORM DEC-FECHA THRU DEC-FECHA-FIM
                   MOVE "REGISTRO MUDOU APOS O PEDIDO - PEDIDO SUPERADO"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DEC-FIM.
                MOVE W-REGCEP-NEW TO REGCEP
                ACCEPT CEP-DTMOV FROM DATE YYYYMMDD
                ACCEPT CEP-HRMOV FROM TIME
                MOVE APR-TIPO TO CEP-TIPO-MOV
                MOVE APR-TIPO TO W-HTIPO
                REWRITE REGCEP
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "ERRO NA REGRAVACAO DO REGISTRO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DEC-FIM.
                PERFORM HIST-GRAVA THRU HIST-GRAVA-FIM
                IF APR-CANCELAMENTO
                   PERFORM RED-GRAVA THRU RED-GRAVA-FIM.
                MOVE "A" TO APR-SITUACAO
                PERFORM DEC-FECHA THRU DEC-FECHA-FIM
                MOVE "*** PEDIDO APROVADO E APLICADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       DEC-FIM.
                EXIT.
      *
      *****************************************
      * LOCALIZA O PEDIDO PENDENTE DO CEP W-CEPSEL (CHAVE CEP +     *
      * DATA/HORA: OS PEDIDOS DO CEP FICAM JUNTOS). W-ACHOU = "S"   *
      * DEIXA O PEDIDO NA AREA DE REGAPR                            *
      *****************************************
      *
       DEC-BUSCA.
                MOVE "N" TO W-ACHOU
                MOVE W-CEPSEL TO APR-NUMCEP
                MOVE ZEROS TO APR-DTSOL APR-HRSOL
                START APROV KEY IS NOT LESS THAN APR-CHAVE
                IF ST-ERAPR NOT = "00"
                   GO TO DEC-BUSCA-FIM.
       DEC-BUSCA1.
                READ APROV NEXT RECORD
                IF ST-ERAPR NOT = "00"
                   GO TO DEC-BUSCA-FIM.
                IF APR-NUMCEP NOT = W-CEPSEL
                   GO TO DEC-BUSCA-FIM.
                IF APR-PENDENTE
                   MOVE "S" TO W-ACHOU
                   GO TO DEC-BUSCA-FIM.
                GO TO DEC-BUSCA1.
       DEC-BUSCA-FIM.
                EXIT.
      *
      *****************************************
      * FECHA O PEDIDO COM A SITUACAO JA MOVIDA: DECISOR E          *
      * DATA/HORA DA DECISAO, E REGRAVA EM CEPAPROV.DAT             *
      *****************************************
      *
       DEC-FECHA.
                MOVE W-OPERADOR TO APR-APROVADOR
                ACCEPT APR-DTDEC FROM DATE YYYYMMDD
                ACCEPT APR-HRDEC FROM TIME
                REWRITE REGAPR
                IF ST-ERAPR NOT = "00" AND ST-ERAPR NOT = "02"
                   MOVE "ERRO NA REGRAVACAO DO PEDIDO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       DEC-FECHA-FIM.
                EXIT.
      *
      *****************************************
      * LIBERA UM AGENDAMENTO: LOCALIZA O PRIMEIRO AGENDAMENTO DO   *
      * CEP AGUARDANDO LIBERACAO (SITUACAO "L", EM ORDEM DE         *
      * VIGENCIA), MOSTRA A MUDANCA E LIBERA (PASSA A "P", APLICADO *
      * NA VIGENCIA POR CEPAGAPL) OU REJEITA. O SOLICITANTE NAO     *
      * PODE LIBERAR O PROPRIO AGENDAMENTO                          *
      *****************************************
      *
       LIB-001.
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 05) "LIBERACAO DE AGENDAMENTO"
                DISPLAY (04, 05) "CEP       : "
                MOVE ZEROS TO W-CEPSEL
                ACCEPT  (04, 17) W-CEPSEL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO LIB-FIM.
                IF W-CEPSEL NOT NUMERIC OR W-CEPSEL = ZEROS
                   MOVE "*** CEP INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LIB-001.
                PERFORM LIB-BUSCA THRU LIB-BUSCA-FIM
                IF W-ACHOU NOT = "S"
                   MOVE "CEP SEM AGENDAMENTO AGUARDANDO LIBERACAO"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LIB-001.
                MOVE AGE-ANTES  TO W-REGCEP-OLD
                MOVE AGE-DEPOIS TO W-REGCEP-NEW
                IF AGE-CANCELAMENTO
                   DISPLAY (06, 05) "AGENDADO  : CANCELAMENTO"
                ELSE
                   DISPLAY (06, 05) "AGENDADO  : TROCA DE CIDADE/UF".
                DISPLAY (06, 40) "VIGENCIA " AGE-DTVIG
                DISPLAY (07, 05) "SOLICIT.  : " AGE-SOLICITANTE
                DISPLAY (07, 30) "EM " AGE-DTSOL
                DISPLAY (08, 05) "LOGRADOURO: " W-OLD-LOGRA
                DISPLAY (09, 05) "CIDADE/UF : " W-OLD-CIDUF
                IF AGE-CANCELAMENTO
                   DISPLAY (10, 05) "SUCESSOR  : " AGE-CEPNOVO
                ELSE
                   DISPLAY (10, 05) "NOVA C/UF : " W-NEW-CIDUF.
                IF AGE-SOLICITANTE = W-OPERADOR
                   MOVE "SOLICITANTE NAO PODE LIBERAR O PROPRIO PEDIDO"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LIB-001.
       LIB-002.
                DISPLAY (12, 05) "L = LIBERA PARA A VIGENCIA"
                DISPLAY (13, 05) "R = REJEITA"
                DISPLAY (15, 05) "ACAO : "
                MOVE SPACES TO W-OPCAO
                ACCEPT  (15, 12) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO LIB-001.
                IF W-OPCAO = "L" OR "l"
                   MOVE "P"    TO AGE-SITUACAO
                   MOVE SPACES TO AGE-MOTIVO
                   MOVE "*** AGENDAMENTO LIBERADO ***" TO MENS
                   GO TO LIB-003.
                IF W-OPCAO NOT = "R" AND W-OPCAO NOT = "r"
                   MOVE "*** DIGITE APENAS L OU R ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LIB-002.
       LIB-REJEITA.
                DISPLAY (17, 05) "MOTIVO : "
                MOVE SPACES TO W-MOTIVO
                ACCEPT  (17, 14) W-MOTIVO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO LIB-002.
                IF W-MOTIVO = SPACES
                   MOVE "MOTIVO DA REJEICAO E' OBRIGATORIO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LIB-REJEITA.
                MOVE "R"      TO AGE-SITUACAO
                MOVE W-MOTIVO TO AGE-MOTIVO
                MOVE "*** AGENDAMENTO REJEITADO ***" TO MENS.
       LIB-003.
                MOVE W-OPERADOR TO AGE-LIBERADOR
                REWRITE REGAGE
                IF ST-ERAGE NOT = "00" AND ST-ERAGE NOT = "02"
                   MOVE "ERRO NA REGRAVACAO DO AGENDAMENTO" TO MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       LIB-FIM.
                EXIT.
      *
      *****************************************
      * LOCALIZA O AGENDAMENTO AGUARDANDO LIBERACAO DO CEP W-CEPSEL *
      * (CHAVE CEP + VIGENCIA + DATA/HORA, COMO EM DEC-BUSCA).      *
      * W-ACHOU = "S" DEIXA O AGENDAMENTO NA AREA DE REGAGE         *
      *****************************************
      *
       LIB-BUSCA.
                MOVE "N" TO W-ACHOU
                MOVE W-CEPSEL TO AGE-NUMCEP
                MOVE ZEROS TO AGE-DTVIG AGE-DTSOL AGE-HRSOL
                START AGENDA KEY IS NOT LESS THAN AGE-CHAVE
                IF ST-ERAGE NOT = "00"
                   GO TO LIB-BUSCA-FIM.
       LIB-BUSCA1.
                READ AGENDA NEXT RECORD
                IF ST-ERAGE NOT = "00"
                   GO TO LIB-BUSCA-FIM.
                IF AGE-NUMCEP NOT = W-CEPSEL
                   GO TO LIB-BUSCA-FIM.
                IF AGE-AGUARDANDO
                   MOVE "S" TO W-ACHOU
                   GO TO LIB-BUSCA-FIM.
                GO TO LIB-BUSCA1.
       LIB-BUSCA-FIM.
                EXIT.
      *
      *********************************
      * GRAVA O SUCESSOR DO CEP CANCELADO EM CEPREDIR.DAT, COMO   *
      * EXC-RED2 DE P1 FAZIA. APR-CEPNOVO EM ZEROS = SEM SUCESSOR, *
      * NADA E' GRAVADO (A CRITICA JA FOI FEITA EM DEC-APROVA)    *
      *********************************
      *
       RED-GRAVA.
                IF APR-CEPNOVO = ZEROS
                   GO TO RED-GRAVA-FIM.
                MOVE APR-NUMCEP  TO RED-CEPANT
                MOVE APR-CEPNOVO TO RED-CEPNOVO
                ACCEPT RED-DTVIG FROM DATE YYYYMMDD
                WRITE REGRED
                IF ST-ERRED = "22"
                   REWRITE REGRED.
                IF ST-ERRED NOT = "00" AND ST-ERRED NOT = "02"
                   MOVE "AVISO: FALHA AO GRAVAR REDIRECIONAMENTO"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       RED-GRAVA-FIM.
                EXIT.
      *
      *********************************
      * ROTINA DE GRAVACAO DO HISTORICO, NOS MOLDES DE HIST-GRAVA *
      * DE P1: IMAGEM ANTES EM W-REGCEP-OLD, DEPOIS EM REGCEP.    *
      * ABRE EM EXTEND SO' NA HORA DE GRAVAR E FECHA EM SEGUIDA,  *
      * COM NOVA TENTATIVA QUANDO OUTRA SESSAO ESTA' GRAVANDO     *
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
                MOVE "AVISO: FALHA AO GRAVAR HISTORICO DO CEP"
                                                             TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
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
                   MOVE "AVISO: FALHA AO GRAVAR HISTORICO DO CEP"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                CLOSE CEPHIST.
       HIST-GRAVA-FIM.
                EXIT.
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
      *********************************************
      * IDADE EM DIAS DE W-DTREF ATE' HOJE (SERIAL APROXIMADO      *
      * ANO*365 + MES*30 + DIA); DATA INVALIDA OU FUTURA DA ZERO   *
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
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE CADCEP
                CLOSE OPERMST
                CLOSE APROV
                CLOSE REDIR
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
