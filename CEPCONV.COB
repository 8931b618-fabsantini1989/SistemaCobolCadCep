       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEPCONV.
       AUTHOR. FABIANO SANTINI MARQUES.
      ***********************************************
      * CONVERSAO DO CADCEP E DO HISTORICO P/ TIPO  *
      ***********************************************
      * O REGISTRO DE CADCEP (CADCEP.CPY) CRESCEU DE 164 PARA 200
      * POSICOES COM O TIPO DO CEP (CEP-TIPO-CEP) E O NOME DA
      * ORGANIZACAO/UNIDADE (CEP-NOME-ORG) NO FIM DO REGISTRO, E
      * COM ELE AS IMAGENS HIST-ANTES/HIST-DEPOIS DE CEPHIST.CPY
      * (REGISTRO DE 359 PARA 431 POSICOES). ESTE PROGRAMA RODA UMA
      * UNICA VEZ, ANTES DOS PROGRAMAS NOVOS, E CONVERTE:
      * - O CADCEP.DAT ANTIGO EM CADCEP.NEW, COM AS MESMAS CHAVES,
      *   TODO CEP COMO TIPO "L" (LOGRADOURO) E ORGANIZACAO EM
      *   BRANCO;
      * - O CEPHIST.DAT VIVO EM CEPHIST.NEW E CADA ARQUIVO ANUAL DO
      *   EXPURGO CEPHIST.AAAA.DAT (VIDE CEPHARQ/CEPREBLD) EM
      *   CEPHIST.AAAA.NEW, COM AS IMAGENS ALARGADAS DO MESMO JEITO
      *   (IMAGEM EM BRANCO - INCLUSAO/EXCLUSAO - CONTINUA EM BRANCO).
      * NADA E' GRAVADO NOS ARQUIVOS ORIGINAIS. AO FINAL O OPERADOR
      * CONFERE OS TOTAIS E SUBSTITUI CADA .DAT PELO .NEW
      * CORRESPONDENTE, COMO NA RECONSTRUCAO DO CEPREBLD.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      * CADASTRO ANTIGO, COM AS MESMAS CHAVES DE CADCEPS.CPY
      *
       SELECT CADVELHO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VEL-NUMCEP
                    FILE STATUS  IS ST-ERVEL
                    ALTERNATE RECORD KEY IS VEL-LOGRA
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS VEL-CIDUF
                                   WITH DUPLICATES.
       SELECT CADNOVO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NOVO-NUMCEP
                    FILE STATUS  IS ST-ERNOVO
                    ALTERNATE RECORD KEY IS NOVO-LOGRA
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS NOVO-CIDUF
                                   WITH DUPLICATES.
      *
      * HISTORICO VIVO E ANUAIS: OS NOMES SAO MONTADOS EM
      * CNV-HIST-ARQ, COMO EM CEPHARQ/CEPREBLD
      *
       SELECT HISVELHO ASSIGN TO DYNAMIC W-ARQNOME
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERHVEL.
       SELECT HISNOVO ASSIGN TO DYNAMIC W-ARQSAIDA
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERHNOV.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      * REGCEP ANTIGO: CHAVES ABERTAS E O RESTANTE EM FILLER
      *
       FD CADVELHO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCEP.DAT".
       01 REGVELHO.
                03 VEL-NUMCEP          PIC 9(08).
                03 VEL-LOGRA           PIC X(35).
                03 VEL-BAIRRO          PIC X(20).
                03 VEL-CIDUF.
                   05 VEL-CIDADE       PIC X(20).
                   05 VEL-UF           PIC X(02).
                03 FILLER              PIC X(79).
      *
      * REGCEP NOVO (VIDE CADCEP.CPY): AS 164 POSICOES ANTIGAS E OS
      * DOIS CAMPOS NOVOS NO FIM
      *
       FD CADNOVO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCEP.NEW".
       01 REGNOVO.
                03 NOVO-NUMCEP         PIC 9(08).
                03 NOVO-LOGRA          PIC X(35).
                03 NOVO-BAIRRO         PIC X(20).
                03 NOVO-CIDUF.
                   05 NOVO-CIDADE      PIC X(20).
                   05 NOVO-UF          PIC X(02).
                03 FILLER              PIC X(79).
                03 NOVO-TIPOCEP        PIC X(01).
                03 NOVO-NOMEORG        PIC X(35).
      *
       FD HISVELHO
               LABEL RECORD IS STANDARD.
       01 REGHVEL.
                03 HVE-NUMCEP          PIC 9(08).
                03 HVE-TIPO            PIC X(01).
                03 HVE-OPERADOR        PIC X(08).
                03 HVE-DTMOV           PIC 9(08).
                03 HVE-HRMOV           PIC 9(06).
                03 HVE-ANTES           PIC X(164).
                03 HVE-DEPOIS          PIC X(164).
      *
       FD HISNOVO
               LABEL RECORD IS STANDARD.
       01 REGHNOV.
                03 HNO-NUMCEP          PIC 9(08).
                03 HNO-TIPO            PIC X(01).
                03 HNO-OPERADOR        PIC X(08).
                03 HNO-DTMOV           PIC 9(08).
                03 HNO-HRMOV           PIC 9(06).
                03 HNO-ANTES.
                   05 HNO-ANT-BASE     PIC X(164).
                   05 HNO-ANT-TIPOCEP  PIC X(01).
                   05 HNO-ANT-NOMEORG  PIC X(35).
                03 HNO-DEPOIS.
                   05 HNO-DEP-BASE     PIC X(164).
                   05 HNO-DEP-TIPOCEP  PIC X(01).
                   05 HNO-DEP-NOMEORG  PIC X(35).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERVEL       PIC X(02) VALUE "00".
       77 ST-ERNOVO      PIC X(02) VALUE "00".
       77 ST-ERHVEL      PIC X(02) VALUE "00".
       77 ST-ERHNOV      PIC X(02) VALUE "00".
       77 W-ARQNOME      PIC X(16) VALUE SPACES.
       77 W-ARQSAIDA     PIC X(16) VALUE SPACES.
       77 W-DTHOJE       PIC 9(08) VALUE ZEROS.
       77 W-ANO          PIC 9(04) VALUE ZEROS.
       77 W-ANOFIM       PIC 9(04) VALUE ZEROS.
       77 W-ANOX         PIC X(04) VALUE SPACES.
       77 W-QTDARQ       PIC 9(02) VALUE ZEROS.
       77 W-TOTCEP       PIC 9(06) VALUE ZEROS.
       77 W-TOTCEPGRV    PIC 9(06) VALUE ZEROS.
       77 W-TOTHIST      PIC 9(06) VALUE ZEROS.
       77 W-TOTHISTGRV   PIC 9(06) VALUE ZEROS.
       77 W-TOTARQH      PIC 9(06) VALUE ZEROS.
       77 W-TOTARQGRV    PIC 9(06) VALUE ZEROS.
       77 W-TOTERRO      PIC 9(06) VALUE ZEROS.
       77 W-VIVO         PIC X(01) VALUE "S".
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       CNV-001.
                PERFORM CNV-CAD THRU CNV-CAD-FIM
                PERFORM CNV-HIST THRU CNV-HIST-FIM
                DISPLAY "CEPCONV - CONVERSAO DO CADASTRO E HISTORICO"
                DISPLAY "CEPS LIDOS DO CADCEP .: " W-TOTCEP
                DISPLAY "CEPS GRAVADOS ........: " W-TOTCEPGRV
                DISPLAY "MOVIMENTOS DO VIVO ...: " W-TOTHIST
                DISPLAY "MOVIMENTOS GRAVADOS ..: " W-TOTHISTGRV
                DISPLAY "ARQUIVOS ANUAIS LIDOS : " W-QTDARQ
                DISPLAY "MOVIMENTOS DOS ANUAIS : " W-TOTARQH
                DISPLAY "MOVIMENTOS GRAVADOS ..: " W-TOTARQGRV
                DISPLAY "ERROS DE GRAVACAO ....: " W-TOTERRO
                DISPLAY "CONFIRA OS TOTAIS ANTES DE SUBSTITUIR CADA "
                        ".DAT PELO .NEW"
                GO TO CNV-FIM.
      *
      * CADASTRO: CADA CEP ANTIGO VIRA TIPO LOGRADOURO
      *
       CNV-CAD.
                OPEN INPUT CADVELHO
                IF ST-ERVEL NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DE CADCEP.DAT - "
                           ST-ERVEL
                   GO TO CNV-CAD-FIM.
                OPEN OUTPUT CADNOVO
                IF ST-ERNOVO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DE CADCEP.NEW - "
                           ST-ERNOVO
                   CLOSE CADVELHO
                   GO TO CNV-CAD-FIM.
                MOVE ZEROS TO VEL-NUMCEP
                START CADVELHO KEY IS NOT LESS VEL-NUMCEP
                IF ST-ERVEL NOT = "00"
                   GO TO CNV-CAD9.
       CNV-CAD1.
                READ CADVELHO NEXT
                IF ST-ERVEL = "10"
                   GO TO CNV-CAD9.
                IF ST-ERVEL NOT = "00"
                   DISPLAY "ERRO NA LEITURA DE CADCEP.DAT - "
                           ST-ERVEL
                   GO TO CNV-CAD9.
                ADD 1 TO W-TOTCEP
                MOVE REGVELHO TO REGNOVO
                MOVE "L"      TO NOVO-TIPOCEP
                MOVE SPACES   TO NOVO-NOMEORG
                WRITE REGNOVO
                IF ST-ERNOVO = "00" OR "02"
                   ADD 1 TO W-TOTCEPGRV
                ELSE
                   DISPLAY "ERRO NA GRAVACAO DO CEP " VEL-NUMCEP
                           " - " ST-ERNOVO
                   ADD 1 TO W-TOTERRO.
                GO TO CNV-CAD1.
       CNV-CAD9.
                CLOSE CADVELHO CADNOVO.
       CNV-CAD-FIM.
                EXIT.
      *
      * HISTORICO: PRIMEIRO O VIVO, DEPOIS OS ANUAIS DO EXPURGO,
      * VARRENDO OS ANOS POSSIVEIS COMO EM RBD-CARGA-ARQ
      *
       CNV-HIST.
                MOVE "S" TO W-VIVO
                MOVE "CEPHIST.DAT" TO W-ARQNOME
                MOVE "CEPHIST.NEW" TO W-ARQSAIDA
                PERFORM CNV-ARQ THRU CNV-ARQ-FIM
                MOVE "N" TO W-VIVO
                ACCEPT W-DTHOJE FROM DATE YYYYMMDD
                COMPUTE W-ANOFIM = W-DTHOJE / 10000
                MOVE 1980 TO W-ANO.
       CNV-HIST-ARQ.
                IF W-ANO > W-ANOFIM
                   GO TO CNV-HIST-FIM.
                MOVE W-ANO TO W-ANOX
                MOVE SPACES TO W-ARQNOME W-ARQSAIDA
                STRING "CEPHIST."  DELIMITED BY SIZE
                       W-ANOX      DELIMITED BY SIZE
                       ".DAT"      DELIMITED BY SIZE
                       INTO W-ARQNOME
                STRING "CEPHIST."  DELIMITED BY SIZE
                       W-ANOX      DELIMITED BY SIZE
                       ".NEW"      DELIMITED BY SIZE
                       INTO W-ARQSAIDA
                PERFORM CNV-ARQ THRU CNV-ARQ-FIM
                ADD 1 TO W-ANO
                GO TO CNV-HIST-ARQ.
       CNV-HIST-FIM.
                EXIT.
      *
      * CONVERTE UM ARQUIVO DE HISTORICO (W-ARQNOME -> W-ARQSAIDA).
      * ANUAL INEXISTENTE E' SIMPLESMENTE PULADO
      *
       CNV-ARQ.
                OPEN INPUT HISVELHO
                IF ST-ERHVEL NOT = "00"
                   IF W-VIVO = "S"
                      DISPLAY "ERRO NA ABERTURA DE CEPHIST.DAT - "
                              ST-ERHVEL
                      GO TO CNV-ARQ-FIM
                   ELSE
                      GO TO CNV-ARQ-FIM.
                OPEN OUTPUT HISNOVO
                IF ST-ERHNOV NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DE " W-ARQSAIDA " - "
                           ST-ERHNOV
                   CLOSE HISVELHO
                   GO TO CNV-ARQ-FIM.
                IF W-VIVO NOT = "S"
                   ADD 1 TO W-QTDARQ.
       CNV-ARQ1.
                READ HISVELHO
                IF ST-ERHVEL = "10"
                   GO TO CNV-ARQ9.
                IF ST-ERHVEL NOT = "00"
                   DISPLAY "ERRO NA LEITURA DE " W-ARQNOME " - "
                           ST-ERHVEL
                   GO TO CNV-ARQ9.
                IF W-VIVO = "S"
                   ADD 1 TO W-TOTHIST
                ELSE
                   ADD 1 TO W-TOTARQH.
                MOVE SPACES       TO REGHNOV
                MOVE HVE-NUMCEP   TO HNO-NUMCEP
                MOVE HVE-TIPO     TO HNO-TIPO
                MOVE HVE-OPERADOR TO HNO-OPERADOR
                MOVE HVE-DTMOV    TO HNO-DTMOV
                MOVE HVE-HRMOV    TO HNO-HRMOV
                IF HVE-ANTES NOT = SPACES
                   MOVE HVE-ANTES TO HNO-ANT-BASE
                   MOVE "L"       TO HNO-ANT-TIPOCEP.
                IF HVE-DEPOIS NOT = SPACES
                   MOVE HVE-DEPOIS TO HNO-DEP-BASE
                   MOVE "L"        TO HNO-DEP-TIPOCEP.
                WRITE REGHNOV
                IF ST-ERHNOV NOT = "00"
                   DISPLAY "ERRO NA GRAVACAO DE " W-ARQSAIDA " - "
                           ST-ERHNOV
                   ADD 1 TO W-TOTERRO
                   GO TO CNV-ARQ1.
                IF W-VIVO = "S"
                   ADD 1 TO W-TOTHISTGRV
                ELSE
                   ADD 1 TO W-TOTARQGRV.
                GO TO CNV-ARQ1.
       CNV-ARQ9.
                CLOSE HISVELHO HISNOVO.
       CNV-ARQ-FIM.
                EXIT.
      *
       CNV-FIM.
                STOP RUN.
