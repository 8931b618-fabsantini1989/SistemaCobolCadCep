      * - PASSA A REGISTRAR INICIO/FIM E OS CONTADORES-CHAVE DA
      *   RODADA NO LOG CENTRAL DE EXECUCAO (CEPRUN.LOG, VIDE
      *   RUN-GRAVA), CONFERIDO PELA MANHA POR CEPRESUM.
      * - O CARTAO PASSA A ACEITAR O TIPO DE CEP (PAR-TIPOCEP, NO FIM
      *   DA LINHA: L/G/C/U DE TABTIPO, EM BRANCO = SEM FILTRO; TIPO
      *   EM BRANCO NO CADASTRO CONTA COMO LOGRADOURO) E OS DOIS
      *   LAYOUTS PASSAM A TRAZER, DEPOIS DO CODIGO IBGE, O TIPO DO
      *   CEP E O NOME DA ORGANIZACAO/UNIDADE (CEP-NOME-ORG).
      * - PASSA A GRAVAR EM RUN-CICLO DO CEPRUN.LOG O CICLO NOTURNO
      *   RECEBIDO DO ENCADEADOR CEPNOITE NA VARIAVEL DE AMBIENTE
      *   CEPCICLO (VIDE RUN-MONTA); EM BRANCO NA RODADA AVULSA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                03 PAR-DTINI           PIC 9(08).
                03 PAR-DTFIM           PIC 9(08).
                03 PAR-LAYOUT          PIC X(01).
                03 PAR-TIPOCEP         PIC X(01).
      *
       FD SAICEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CEPEXTR.DAT".
       01 REGSAI                     PIC X(170).
      *
      *-----------------------------------------------------------------
       FD RUNLOG
       77 W-FDTINI       PIC 9(08) VALUE ZEROS.
       77 W-FDTFIM       PIC 9(08) VALUE 99999999.
       77 W-LAYOUT       PIC X(01) VALUE "F".
       77 W-FTIPOCEP     PIC X(01) VALUE SPACES.
       77 W-TIPOCEP      PIC X(01) VALUE SPACES.
       77 ST-ERMUN       PIC X(02) VALUE "00".
       77 W-TEMARQMUN    PIC X(01) VALUE "N".
       77 W-IBGE         PIC 9(07) VALUE ZEROS.
       COPY TABUF.
      *=========================================================
       COPY TABSTAT.
      *=========================================================
       COPY TABTIPO.
      *=========================================================
      *
      * LINHA DE SAIDA DE LARGURA FIXA, MESMO DESENHO DE REGDELTA
                03 SAI-HRMOV           PIC 9(06).
                03 FILLER              PIC X(01) VALUE SPACES.
                03 SAI-IBGE            PIC 9(07).
                03 FILLER              PIC X(01) VALUE SPACES.
                03 SAI-TIPOCEP         PIC X(01).
                03 FILLER              PIC X(01) VALUE SPACES.
                03 SAI-NOMEORG         PIC X(35).
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
                   MOVE PAR-DTFIM TO W-FDTFIM.
                IF PAR-LAYOUT = "D" OR PAR-LAYOUT = "d"
                   MOVE "D" TO W-LAYOUT.
                MOVE PAR-TIPOCEP TO W-FTIPOCEP
                INSPECT W-FTIPOCEP CONVERTING "lgcu" TO "LGCU"
                IF PAR-CIDADE NOT = SPACES
                   MOVE PAR-CIDADE TO W-CIDBUF
                   PERFORM NORM-CIDADE THRU NORM-CIDADE-FIM
                      GO TO EXT-001A1.
       EXT-001B.
                IF W-FSTATUS = SPACES
                   GO TO EXT-001C.
                MOVE 1 TO INDSTA.
       EXT-001B1.
                IF W-FSTATUS NOT = TSABSTA(INDSTA)
                      GO TO EXT-FIM
                   ELSE
                      GO TO EXT-001B1.
       EXT-001C.
                IF W-FTIPOCEP = SPACES
                   GO TO EXT-002.
                MOVE 1 TO INDTIP.
       EXT-001C1.
                IF W-FTIPOCEP NOT = TSABTIP(INDTIP)
                   ADD 1 TO INDTIP
                   IF INDTIP > 4
                      DISPLAY "CEPEXTR - TIPO DE CEP DO PARAMETRO NAO "
                              "EXISTE: " W-FTIPOCEP
                      GO TO EXT-FIM
                   ELSE
                      GO TO EXT-001C1.
       EXT-002.
                OPEN INPUT CADCEP
                IF ST-ERRO NOT = "00"
                   MOVE "N" TO W-OK
                   GO TO EXT-FILTRA-FIM.
                IF CEP-DTMOV < W-FDTINI OR CEP-DTMOV > W-FDTFIM
                   MOVE "N" TO W-OK
                   GO TO EXT-FILTRA-FIM.
                MOVE CEP-TIPO-CEP TO W-TIPOCEP
                IF CEP-TP-LOGRADOURO
                   MOVE "L" TO W-TIPOCEP.
                IF W-FTIPOCEP NOT = SPACES AND
                   W-TIPOCEP NOT = W-FTIPOCEP
                   MOVE "N" TO W-OK.
       EXT-FILTRA-FIM.
                EXIT.
                MOVE CEP-DTMOV    TO SAI-DTMOV
                MOVE CEP-HRMOV    TO SAI-HRMOV
                MOVE W-IBGE       TO SAI-IBGE
                MOVE W-TIPOCEP    TO SAI-TIPOCEP
                MOVE CEP-NOME-ORG TO SAI-NOMEORG
                MOVE LN-FIXO TO REGSAI
                WRITE REGSAI
                GO TO EXT-GRAVA-FIM.
                       CEP-HRMOV    DELIMITED BY SIZE
                       ";"          DELIMITED BY SIZE
                       W-IBGE       DELIMITED BY SIZE
                       ";"          DELIMITED BY SIZE
                       W-TIPOCEP    DELIMITED BY SIZE
                       ";"          DELIMITED BY SIZE
                       CEP-NOME-ORG DELIMITED BY SIZE
                       INTO REGSAI
                WRITE REGSAI.
       EXT-GRAVA-FIM.
                MOVE W-RUNLID   TO RUN-LIDOS
                MOVE W-RUNGRV   TO RUN-GRAV
                MOVE W-RUNREJ   TO RUN-REJ
                MOVE SPACES     TO RUN-CICLO
                ACCEPT RUN-CICLO FROM ENVIRONMENT "CEPCICLO"
                WRITE REGRUN
                CLOSE RUNLOG.
       RUN-GRAVA-FIM.
