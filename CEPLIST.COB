      * IMPRIME UMA LISTAGEM COM CABECALHO DE PAGINA E QUEBRA A CADA
      * TROCA DE UF/CIDADE, TRAZENDO CEP-NUMCEP, CEP-LOGRA, CEP-BAIRRO
      * E CEP-STATUS DE CADA REGISTRO.
      * - PASSA A TRAZER O TIPO DO CEP (CEP-TIPO-CEP, VIDE TABTIPO) EM
      *   CADA LINHA, COM O NOME DA ORGANIZACAO/UNIDADE NUMA SEGUNDA
      *   LINHA QUANDO NAO E' CEP DE LOGRADOURO, E A ACEITAR NO INICIO
      *   UM TIPO PARA LISTAR SO' OS CEPS DAQUELE TIPO (EM BRANCO =
      *   TODOS). NO FIM, UM QUADRO COM O TOTAL LISTADO POR TIPO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                03 ORD-LOGRA           PIC X(35).
                03 ORD-BAIRRO          PIC X(20).
                03 ORD-STATUS          PIC X(01).
                03 ORD-TIPOCEP         PIC X(01).
                03 ORD-NOMEORG         PIC X(35).
      *
       FD LISTACEP
               LABEL RECORD IS STANDARD
       77 W-UFANT        PIC X(02) VALUE SPACES.
       77 W-CIDANT       PIC X(20) VALUE SPACES.
       77 W-PRIMEIRA     PIC X(01) VALUE "S".
       77 W-FILTIPO      PIC X(01) VALUE SPACES.
       77 W-TIPOCEP      PIC X(01) VALUE SPACES.
       77 W-TOTLST       PIC 9(06) VALUE ZEROS.
      *
       COPY TABTIPO.
       01 TAB-TOTTIPO.
                03 TOT-TIPO  PIC 9(06) OCCURS 4 TIMES.
      *
       01 LN-CABEC1.
                03 FILLER    PIC X(20) VALUE "CADASTRO DE CEP".
                03 FILLER    PIC X(10) VALUE "CEP".
                03 FILLER    PIC X(37) VALUE "LOGRADOURO".
                03 FILLER    PIC X(22) VALUE "BAIRRO".
                03 FILLER    PIC X(08) VALUE "STATUS".
                03 FILLER    PIC X(04) VALUE "TIPO".
       01 LN-DETALHE.
                03 LD-NUMCEP PIC 99999.999.
                03 FILLER    PIC X(01) VALUE SPACES.
                03 LD-BAIRRO PIC X(20).
                03 FILLER    PIC X(03) VALUE SPACES.
                03 LD-STATUS PIC X(01).
                03 FILLER    PIC X(07) VALUE SPACES.
                03 LD-TIPO   PIC X(01).
       01 LN-ORGANIZ.
                03 FILLER    PIC X(10) VALUE SPACES.
                03 FILLER    PIC X(13) VALUE "ORGANIZACAO: ".
                03 LO-NOMEORG PIC X(35).
       01 LN-TOTTIPO.
                03 FILLER    PIC X(05) VALUE SPACES.
                03 LT-CODIGO PIC X(01).
                03 FILLER    PIC X(03) VALUE " - ".
                03 LT-TEXTO  PIC X(22).
                03 FILLER    PIC X(03) VALUE SPACES.
                03 LT-QTD    PIC ZZZ.ZZ9.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       LST-001.
                DISPLAY "CEPLIST - INFORME O TIPO DE CEP (L/G/C/U) OU"
                        " BRANCO PARA TODOS"
                ACCEPT W-FILTIPO
                INSPECT W-FILTIPO CONVERTING "lgcu" TO "LGCU"
                IF W-FILTIPO = SPACES
                   GO TO LST-002.
                MOVE 1 TO INDTIP.
       LST-001A.
                IF W-FILTIPO = TSABTIP (INDTIP)
                   GO TO LST-002.
                ADD 1 TO INDTIP
                IF INDTIP < 5
                   GO TO LST-001A.
                DISPLAY "CEPLIST - TIPO DE CEP NAO EXISTE: " W-FILTIPO
                GO TO LST-FIM.
       LST-002.
                MOVE ZEROS TO TOT-TIPO (1) TOT-TIPO (2) TOT-TIPO (3)
                              TOT-TIPO (4)
                SORT W-ORDENA ON ASCENDING KEY ORD-UF ORD-CIDADE
                                                ORD-NUMCEP
                     INPUT PROCEDURE  IS LST-CARGA THRU LST-CARGA-FIM
                MOVE CEP-LOGRA  TO ORD-LOGRA
                MOVE CEP-BAIRRO TO ORD-BAIRRO
                MOVE CEP-STATUS TO ORD-STATUS
      *
      * TIPO EM BRANCO (REGISTRO ANTERIOR A CLASSIFICACAO) E' CEP DE
      * LOGRADOURO
      *
                MOVE CEP-TIPO-CEP TO ORD-TIPOCEP
                IF CEP-TP-LOGRADOURO
                   MOVE "L" TO ORD-TIPOCEP.
                MOVE CEP-NOME-ORG TO ORD-NOMEORG
                IF W-FILTIPO NOT = SPACES AND
                   ORD-TIPOCEP NOT = W-FILTIPO
                   GO TO LST-CARGA1.
                RELEASE REGORD
                GO TO LST-CARGA1.
       LST-CARGA9.
                MOVE ORD-LOGRA  TO LD-LOGRA
                MOVE ORD-BAIRRO TO LD-BAIRRO
                MOVE ORD-STATUS TO LD-STATUS
                MOVE ORD-TIPOCEP TO LD-TIPO
                MOVE SPACES TO REGLST
                MOVE LN-DETALHE TO REGLST
                WRITE REGLST
                ADD 1 TO W-LINHA
                ADD 1 TO W-TOTLST
                MOVE ORD-TIPOCEP TO W-TIPOCEP
                PERFORM LST-CONTA THRU LST-CONTA-FIM
                IF ORD-TIPOCEP = "L"
                   GO TO LST-IMP1.
                MOVE ORD-NOMEORG TO LO-NOMEORG
                MOVE SPACES TO REGLST
                MOVE LN-ORGANIZ TO REGLST
                WRITE REGLST
                ADD 1 TO W-LINHA
                GO TO LST-IMP1.
       LST-IMP9.
                PERFORM LST-TOTAIS THRU LST-TOTAIS-FIM
                CLOSE LISTACEP.
       LST-IMPRIME-FIM.
                EXIT.
                ADD 3 TO W-LINHA.
       LST-QUEBRA-FIM.
                EXIT.
      *
      *****************************************
      * SOMA A LINHA IMPRESSA NO TOTAL DO SEU TIPO *
      *****************************************
       LST-CONTA.
                MOVE 1 TO INDTIP.
       LST-CONTA1.
                IF INDTIP > 4
                   GO TO LST-CONTA-FIM.
                IF W-TIPOCEP = TSABTIP (INDTIP)
                   ADD 1 TO TOT-TIPO (INDTIP)
                   GO TO LST-CONTA-FIM.
                ADD 1 TO INDTIP
                GO TO LST-CONTA1.
       LST-CONTA-FIM.
                EXIT.
      *
      *****************************************
      * QUADRO FINAL COM O TOTAL LISTADO POR TIPO DE CEP *
      *****************************************
       LST-TOTAIS.
                MOVE SPACES TO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                STRING "TOTAL DE CEPS LISTADOS: " DELIMITED BY SIZE
                       W-TOTLST                   DELIMITED BY SIZE
                       INTO REGLST
                WRITE REGLST
                MOVE 1 TO INDTIP.
       LST-TOTAIS1.
                IF INDTIP > 4
                   GO TO LST-TOTAIS-FIM.
                MOVE TSABTIP (INDTIP)  TO LT-CODIGO
                MOVE TABTIP (INDTIP)   TO LT-TEXTO
                MOVE TOT-TIPO (INDTIP) TO LT-QTD
                MOVE SPACES TO REGLST
                MOVE LN-TOTTIPO TO REGLST
                WRITE REGLST
                ADD 1 TO INDTIP
                GO TO LST-TOTAIS1.
       LST-TOTAIS-FIM.
                EXIT.
      *
       LST-FIM.
                STOP RUN.
