       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEPRECON.
       AUTHOR. FABIANO SANTINI MARQUES.
      ***********************************************
      * CEPs QUE SUMIRAM DO EXTRATO COMPLETO        *
      ***********************************************
      * CEPCARGA SO' INCLUI E REGRAVA O QUE VEM NO CEPLOTE.DAT: O CEP
      * QUE OS CORREIOS APOSENTAM SIMPLESMENTE DEIXA DE VIR E FICA
      * ATIVO NO CADCEP.DAT PARA SEMPRE. ESTE PROGRAMA RODA DEPOIS DA
      * CARGA DE UM EXTRATO COMPLETO E CONFRONTA O CADASTRO COM ELE:
      * - O EXTRATO E' ORDENADO POR CEP (CEPRECON.TMP) E CASADO COM
      *   O CADCEP LIDO EM ORDEM DE CEP-NUMCEP; TODO CEP NAO
      *   CANCELADO QUE NAO ESTA' NO EXTRATO E' UM "SUMIDO";
      * - OS SUMIDOS SAO LISTADOS EM CEPRECON.LST AGRUPADOS POR
      *   UF/CIDADE, COM SUBTOTAL POR CIDADE E TOTAL GERAL;
      * - RESPONDENDO "S" NO CONSOLE, CADA SUMIDO AINDA SEM STATUS
      *   "R" PASSA A "R" (EM REVISAO CORREIOS), CARIMBADO E GRAVADO
      *   EM CEPHIST.DAT COMO EM HIST-GRAVA DE P1, E CAI NA FILA DE
      *   TRABALHO DO CEPFILA EM VEZ DE SEGUIR ALIMENTANDO CEPDELTA E
      *   CEPCONSE COM NUMERO MORTO. QUEM JA ESTA' EM "R" SO' SAI NA
      *   LISTAGEM.
      * TRAVA DE SEGURANCA: SE OS CEPs A MARCAR PASSAM DO PERCENTUAL
      * DE CEPRECON.CTL (DEFAULT 5%) SOBRE OS NAO CANCELADOS DO
      * CADASTRO, OU O EXTRATO VEIO VAZIO, A MARCACAO E' RECUSADA -
      * ISSO E' EXTRATO TRUNCADO, NAO APOSENTADORIA EM MASSA. NA
      * RECUSA NADA E' GRAVADO, SO' O AVISO E OS TOTAIS SAEM NA
      * LISTAGEM E NO CONSOLE, E A RODADA FECHA COM SITUACAO "E" NO
      * LOG CENTRAL DE EXECUCAO (CEPRUN.LOG, VIDE RUN-GRAVA).
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
       SELECT LOTECEP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERLOT.
       SELECT LOTEORD ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERORD.
       SELECT CEPHIST ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERHIST.
       SELECT CTLREC  ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERCTL.
       SELECT RECLST  ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERLST.
       SELECT W-ORDLOTE ASSIGN TO DISK.
       SELECT W-ORDENA  ASSIGN TO DISK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCEP.DAT".
       COPY CADCEP.
      *
      * EXTRATO DA CARGA (LAYOUT REGLOTE DE CEPCARGA): AQUI SO'
      * INTERESSA O CEP
      *
       FD LOTECEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CEPLOTE.DAT".
       01 REGLOTE.
                03 LOTE-NUMCEP         PIC 9(08).
                03 FILLER              PIC X(180).
      *
       FD LOTEORD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CEPRECON.TMP".
       01 REGLORD.
                03 LOR-NUMCEP          PIC 9(08).
                03 FILLER              PIC X(180).
      *
       SD W-ORDLOTE.
       01 REGOLT.
                03 OLT-NUMCEP          PIC 9(08).
                03 FILLER              PIC X(180).
      *
       SD W-ORDENA.
       01 REGORD.
                03 ORD-UF              PIC X(02).
                03 ORD-CIDADE          PIC X(20).
                03 ORD-NUMCEP          PIC 9(08).
                03 ORD-LOGRA           PIC X(35).
                03 ORD-BAIRRO          PIC X(20).
                03 ORD-STATUS          PIC X(01).
      *
       FD CEPHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CEPHIST.DAT".
       COPY CEPHIST.
      *
      * PERCENTUAL MAXIMO DE CEPs A MARCAR SOBRE OS NAO CANCELADOS
      *
       FD CTLREC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CEPRECON.CTL".
       01 REGCTL.
                03 CTL-LIMPCT          PIC 9(03).
      *
       FD RECLST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CEPRECON.LST".
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
       77 ST-ERLOT       PIC X(02) VALUE "00".
       77 ST-ERORD       PIC X(02) VALUE "00".
       77 ST-ERHIST      PIC X(02) VALUE "00".
       77 ST-ERCTL       PIC X(02) VALUE "00".
       77 ST-ERLST       PIC X(02) VALUE "00".
       77 W-OPERADOR     PIC X(08) VALUE SPACES.
       77 W-REGCEP-OLD   PIC X(200) VALUE SPACES.
       77 W-HTENTA       PIC 9(02) VALUE ZEROS.
       77 W-HCONT        PIC 9(06) VALUE ZEROS.
       77 W-HTIPO        PIC X(01) VALUE SPACES.
       77 W-APLICA       PIC X(01) VALUE "N".
       77 W-RECUSA       PIC X(01) VALUE "N".
       77 W-LIMPCT       PIC 9(03) VALUE 5.
       77 W-LIMITE       PIC 9(06) VALUE ZEROS.
       77 W-LOTECEP      PIC 9(08) VALUE ZEROS.
       77 W-FIMLOTE      PIC X(01) VALUE "N".
       77 W-TOTLOTE      PIC 9(06) VALUE ZEROS.
       77 W-TOTCAD       PIC 9(06) VALUE ZEROS.
       77 W-TOTSUMIU     PIC 9(06) VALUE ZEROS.
       77 W-TOTAMARCAR   PIC 9(06) VALUE ZEROS.
       77 W-TOTMARCA     PIC 9(06) VALUE ZEROS.
       77 W-TOTJAREV     PIC 9(06) VALUE ZEROS.
       77 W-TOTERRO      PIC 9(06) VALUE ZEROS.
       77 W-TOTCID       PIC 9(06) VALUE ZEROS.
       77 W-QUEBRA       PIC X(22) VALUE SPACES.
       77 W-FIMORD       PIC X(01) VALUE "N".
      *
       01 LN-CIDADE.
                03 FILLER    PIC X(08) VALUE "CIDADE: ".
                03 LC-CIDADE PIC X(20).
                03 FILLER    PIC X(05) VALUE "  UF ".
                03 LC-UF     PIC X(02).
      *
       01 LN-SUMIDO.
                03 FILLER    PIC X(04) VALUE SPACES.
                03 LS-NUMCEP PIC 9(08).
                03 FILLER    PIC X(02) VALUE SPACES.
                03 LS-LOGRA  PIC X(35).
                03 FILLER    PIC X(01) VALUE SPACES.
                03 LS-BAIRRO PIC X(20).
                03 FILLER    PIC X(01) VALUE SPACES.
                03 LS-STATUS PIC X(01).
                03 FILLER    PIC X(02) VALUE SPACES.
                03 LS-SITU   PIC X(20).
      *
       01 LN-SUBTOT.
                03 FILLER    PIC X(04) VALUE SPACES.
                03 FILLER    PIC X(21) VALUE "SUMIDOS NA CIDADE ..:".
                03 LT-TOTAL  PIC ZZZZZ9.
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
      * PERCENTUAL DA TRAVA EM CEPRECON.CTL; NA FALTA DELE, 5%
      *
       REC-001.
                OPEN INPUT CTLREC
                IF ST-ERCTL NOT = "00"
                   GO TO REC-002.
                READ CTLREC
                IF ST-ERCTL = "00" AND CTL-LIMPCT NUMERIC AND
                   CTL-LIMPCT NOT = ZEROS
                   MOVE CTL-LIMPCT TO W-LIMPCT.
                CLOSE CTLREC.
       REC-002.
                DISPLAY "CEPRECON - MARCAR OS CEPS SUMIDOS COMO EM "
                        "REVISAO CORREIOS (S/N)?"
                ACCEPT W-APLICA
                IF W-APLICA = "s"
                   MOVE "S" TO W-APLICA.
                IF W-APLICA NOT = "S"
                   MOVE "N" TO W-APLICA.
                ACCEPT W-OPERADOR FROM ENVIRONMENT "USER"
                IF W-OPERADOR = SPACES
                   MOVE "CEPRECON" TO W-OPERADOR.
                OPEN OUTPUT RECLST
                IF ST-ERLST NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DE CEPRECON.LST - "
                           ST-ERLST
                   MOVE "E" TO W-RUNSIT
                   GO TO REC-998.
                MOVE SPACES TO REGLST
                STRING "CEPRECON - CEPS DO CADASTRO AUSENTES DO "
                       "EXTRATO COMPLETO" DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                WRITE REGLST.
      *
      * ORDENA O EXTRATO POR CEP PARA O CASAMENTO COM O CADASTRO
      *
       REC-003.
                OPEN INPUT LOTECEP
                IF ST-ERLOT NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO EXTRATO CEPLOTE.DAT - "
                           ST-ERLOT
                   MOVE "E" TO W-RUNSIT
                   CLOSE RECLST
                   GO TO REC-998.
                CLOSE LOTECEP
                SORT W-ORDLOTE ON ASCENDING KEY OLT-NUMCEP
                     USING LOTECEP GIVING LOTEORD.
      *
      * CASA E ORDENA OS SUMIDOS POR UF/CIDADE; A LISTAGEM (E A
      * MARCACAO) SO' COMECA COM TODOS CONTADOS, PARA A TRAVA
      *
       REC-004.
                SORT W-ORDENA ON ASCENDING KEY ORD-UF ORD-CIDADE
                                               ORD-NUMCEP
                     INPUT PROCEDURE  IS REC-CARGA THRU REC-CARGA-FIM
                     OUTPUT PROCEDURE IS REC-LISTA THRU REC-LISTA-FIM.
                GO TO REC-990.
      *
       REC-CARGA.
                OPEN INPUT LOTEORD
                IF ST-ERORD NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DE CEPRECON.TMP - "
                           ST-ERORD
                   MOVE "E" TO W-RUNSIT
                   GO TO REC-CARGA-FIM.
                OPEN INPUT CADCEP
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CEP - " ST-ERRO
                   MOVE "E" TO W-RUNSIT
                   CLOSE LOTEORD
                   GO TO REC-CARGA-FIM.
                PERFORM REC-LELOTE THRU REC-LELOTE-FIM.
       REC-CARGA1.
                READ CADCEP NEXT RECORD
                IF ST-ERRO = "10"
                   GO TO REC-CARGA9.
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO NA LEITURA DO ARQUIVO CEP - " ST-ERRO
                   MOVE "E" TO W-RUNSIT
                   GO TO REC-CARGA9.
                IF CEP-CANCELADO
                   GO TO REC-CARGA1.
                ADD 1 TO W-TOTCAD.
       REC-CARGA2.
                IF W-LOTECEP < CEP-NUMCEP
                   PERFORM REC-LELOTE THRU REC-LELOTE-FIM
                   GO TO REC-CARGA2.
                IF W-LOTECEP = CEP-NUMCEP
                   GO TO REC-CARGA1.
                ADD 1 TO W-TOTSUMIU
                IF NOT CEP-REVISAO
                   ADD 1 TO W-TOTAMARCAR.
                MOVE CEP-UF     TO ORD-UF
                MOVE CEP-CIDADE TO ORD-CIDADE
                MOVE CEP-NUMCEP TO ORD-NUMCEP
                MOVE CEP-LOGRA  TO ORD-LOGRA
                MOVE CEP-BAIRRO TO ORD-BAIRRO
                MOVE CEP-STATUS TO ORD-STATUS
                RELEASE REGORD
                GO TO REC-CARGA1.
       REC-CARGA9.
                CLOSE CADCEP LOTEORD.
       REC-CARGA-FIM.
                EXIT.
      *
      * PROXIMO CEP DO EXTRATO ORDENADO (NO FIM, 99999999 PARA O
      * CASAMENTO ACIMA NUNCA MAIS ACHAR O CEP NO EXTRATO)
      *
       REC-LELOTE.
                IF W-FIMLOTE = "S"
                   GO TO REC-LELOTE-FIM.
                READ LOTEORD
                IF ST-ERORD NOT = "00"
                   MOVE "S" TO W-FIMLOTE
                   MOVE 99999999 TO W-LOTECEP
                   GO TO REC-LELOTE-FIM.
                ADD 1 TO W-TOTLOTE
                MOVE LOR-NUMCEP TO W-LOTECEP.
       REC-LELOTE-FIM.
                EXIT.
      *
      * TRAVA DE SEGURANCA E LISTAGEM POR UF/CIDADE
      *
       REC-LISTA.
                COMPUTE W-LIMITE = W-TOTCAD * W-LIMPCT / 100
                IF W-TOTLOTE = ZEROS OR W-TOTAMARCAR > W-LIMITE
                   MOVE "S" TO W-RECUSA.
                IF W-RECUSA = "S"
                   MOVE "E" TO W-RUNSIT
                   MOVE SPACES TO REGLST
                   STRING "*** SUMIDOS ACIMA DO LIMITE DE " W-LIMPCT
                          "% DO CADASTRO (OU EXTRATO VAZIO) - PROVAVEL"
                          " EXTRATO TRUNCADO" DELIMITED BY SIZE
                          INTO REGLST
                   WRITE REGLST
                   DISPLAY "CEPRECON - SUMIDOS ACIMA DO LIMITE DE "
                           W-LIMPCT "% OU EXTRATO VAZIO"
                   DISPLAY "PROVAVEL EXTRATO TRUNCADO - NENHUM CEP "
                           "FOI MARCADO".
                IF W-RECUSA = "S" AND W-APLICA = "S"
                   MOVE "N" TO W-APLICA
                   GO TO REC-LISTA-FIM.
                IF W-APLICA NOT = "S"
                   GO TO REC-LISTA1.
                OPEN I-O CADCEP
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CEP - " ST-ERRO
                   MOVE "E" TO W-RUNSIT
                   MOVE "N" TO W-APLICA
                   GO TO REC-LISTA-FIM.
       REC-LISTA1.
                RETURN W-ORDENA
                   AT END
                      MOVE "S" TO W-FIMORD.
                IF W-FIMORD = "S" OR ORD-UF NOT = W-QUEBRA (21:2) OR
                   ORD-CIDADE NOT = W-QUEBRA (1:20)
                   PERFORM REC-QUEBRA THRU REC-QUEBRA-FIM.
                IF W-FIMORD = "S"
                   GO TO REC-LISTA9.
                MOVE ORD-NUMCEP TO LS-NUMCEP
                MOVE ORD-LOGRA  TO LS-LOGRA
                MOVE ORD-BAIRRO TO LS-BAIRRO
                MOVE ORD-STATUS TO LS-STATUS
                MOVE SPACES     TO LS-SITU
                ADD 1 TO W-TOTCID
                IF ORD-STATUS = "R"
                   ADD 1 TO W-TOTJAREV
                   MOVE "JA EM REVISAO" TO LS-SITU.
                IF ORD-STATUS NOT = "R" AND W-APLICA = "S"
                   PERFORM REC-MARCA THRU REC-MARCA-FIM.
                MOVE SPACES TO REGLST
                MOVE LN-SUMIDO TO REGLST
                WRITE REGLST
                GO TO REC-LISTA1.
       REC-LISTA9.
                IF W-APLICA = "S"
                   CLOSE CADCEP.
       REC-LISTA-FIM.
                EXIT.
      *
      * QUEBRA DE UF/CIDADE: SUBTOTAL DA ANTERIOR E CABECALHO DA
      * NOVA
      *
       REC-QUEBRA.
                IF W-QUEBRA NOT = SPACES
                   MOVE W-TOTCID TO LT-TOTAL
                   MOVE SPACES TO REGLST
                   MOVE LN-SUBTOT TO REGLST
                   WRITE REGLST
                   MOVE SPACES TO REGLST
                   WRITE REGLST.
                MOVE ZEROS TO W-TOTCID
                IF W-FIMORD = "S"
                   GO TO REC-QUEBRA-FIM.
                MOVE ORD-CIDADE TO W-QUEBRA (1:20) LC-CIDADE
                MOVE ORD-UF     TO W-QUEBRA (21:2) LC-UF
                MOVE SPACES TO REGLST
                MOVE LN-CIDADE TO REGLST
                WRITE REGLST.
       REC-QUEBRA-FIM.
                EXIT.
      *
      * PASSA O SUMIDO A "R", CARIMBADO E HISTORIADO; O REGISTRO E'
      * RELIDO PARA NAO MARCAR QUEM FOI CANCELADO OU JA' POSTO EM
      * REVISAO DESDE A LEITURA DO CASAMENTO
      *
       REC-MARCA.
                MOVE ORD-NUMCEP TO CEP-NUMCEP
                READ CADCEP
                IF ST-ERRO NOT = "00"
                   ADD 1 TO W-TOTERRO
                   MOVE "ERRO NA LEITURA" TO LS-SITU
                   GO TO REC-MARCA-FIM.
                IF CEP-CANCELADO OR CEP-REVISAO
                   MOVE "MUDOU - NAO MARCADO" TO LS-SITU
                   GO TO REC-MARCA-FIM.
                MOVE REGCEP TO W-REGCEP-OLD
                MOVE "R" TO CEP-STATUS
                ACCEPT CEP-DTMOV FROM DATE YYYYMMDD
                ACCEPT CEP-HRMOV FROM TIME
                MOVE "A" TO CEP-TIPO-MOV
                REWRITE REGCEP
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   ADD 1 TO W-TOTERRO
                   MOVE "ERRO NA REGRAVACAO" TO LS-SITU
                   GO TO REC-MARCA-FIM.
                MOVE "A" TO W-HTIPO
                PERFORM HIST-GRAVA THRU HIST-GRAVA-FIM
                ADD 1 TO W-TOTMARCA
                MOVE "MARCADO EM REVISAO" TO LS-SITU.
       REC-MARCA-FIM.
                EXIT.
      *
       REC-990.
                MOVE SPACES TO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                STRING "CEPS NO EXTRATO ......: " DELIMITED BY SIZE
                       W-TOTLOTE   DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                STRING "NAO CANCELADOS NO CAD.: " DELIMITED BY SIZE
                       W-TOTCAD    DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                STRING "SUMIDOS DO EXTRATO ...: " DELIMITED BY SIZE
                       W-TOTSUMIU  DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                STRING "  - JA EM REVISAO ....: " DELIMITED BY SIZE
                       W-TOTJAREV  DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                STRING "LIMITE DA TRAVA ......: " DELIMITED BY SIZE
                       W-LIMITE    DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                STRING "MARCADOS EM REVISAO ..: " DELIMITED BY SIZE
                       W-TOTMARCA  DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                STRING "ERROS DE GRAVACAO ....: " DELIMITED BY SIZE
                       W-TOTERRO   DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                CLOSE RECLST
                DISPLAY "CEPRECON - CEPS SUMIDOS DO EXTRATO COMPLETO"
                DISPLAY "CEPS NO EXTRATO ......: " W-TOTLOTE
                DISPLAY "NAO CANCELADOS NO CAD.: " W-TOTCAD
                DISPLAY "SUMIDOS DO EXTRATO ...: " W-TOTSUMIU
                DISPLAY "  - JA EM REVISAO ....: " W-TOTJAREV
                DISPLAY "LIMITE DA TRAVA ......: " W-LIMITE
                DISPLAY "MARCADOS EM REVISAO ..: " W-TOTMARCA
                DISPLAY "ERROS DE GRAVACAO ....: " W-TOTERRO.
       REC-998.
                MOVE W-TOTCAD   TO W-RUNLID
                MOVE W-TOTMARCA TO W-RUNGRV
                MOVE W-TOTSUMIU TO W-RUNREJ
                MOVE "F" TO W-RUNTIPO
                PERFORM RUN-GRAVA THRU RUN-GRAVA-FIM.
       REC-FIM.
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
                MOVE "CEPRECON" TO RUN-PROGRAMA
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
