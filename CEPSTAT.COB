      * - PASSA A REGISTRAR INICIO/FIM E OS CONTADORES-CHAVE DA
      *   RODADA NO LOG CENTRAL DE EXECUCAO (CEPRUN.LOG, VIDE
      *   RUN-GRAVA), CONFERIDO PELA MANHA POR CEPRESUM.
      * - INCLUI NA PARTE 1 O QUADRO DO CADASTRO POR TIPO DE CEP
      *   (CEP-TIPO-CEP, DESCRICOES DE TABTIPO) X STATUS, SEPARANDO OS
      *   CEPS DE LOGRADOURO DOS DE GRANDE USUARIO, CAIXA POSTAL
      *   COMUNITARIA E UNIDADE OPERACIONAL. TIPO EM BRANCO CONTA
      *   COMO LOGRADOURO; TIPO DESCONHECIDO VAI PARA A LINHA DE
      *   REGISTROS INVALIDOS.
      * - PASSA A GRAVAR EM RUN-CICLO DO CEPRUN.LOG O CICLO NOTURNO
      *   RECEBIDO DO ENCADEADOR CEPNOITE NA VARIAVEL DE AMBIENTE
      *   CEPCICLO (VIDE RUN-MONTA); EM BRANCO NA RODADA AVULSA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 W-TOTMES       PIC 9(06) VALUE ZEROS.
       77 W-HISTINV      PIC 9(06) VALUE ZEROS.
       77 W-LINTOT       PIC 9(07) VALUE ZEROS.
       77 W-INVTIP       PIC 9(06) VALUE ZEROS.
      *
       COPY TABUF.
      *=========================================================
       COPY TABSTAT.
      *=========================================================
       COPY TABTIPO.
      *=========================================================
      *
      * CONTAGENS DO CADASTRO (27 UFS X 4 STATUS DE TABUF/TABSTAT)
       01 TAB-TOTSTA.
                03 TT-STA              PIC 9(06) OCCURS 4 TIMES.
      *
      * CONTAGENS DO CADASTRO POR TIPO DE CEP (4 TIPOS DE TABTIPO X
      * 4 STATUS DE TABSTAT)
      *
       01 TAB-CONTIPO.
                03 TK-TIPO-ITEM OCCURS 4 TIMES.
                   05 TK-STA           PIC 9(06) OCCURS 4 TIMES.
      *
      * MOVIMENTACAO DO MES: POR DIA E POR OPERADOR, SEMPRE NAS TRES
      * COLUNAS 1=INCLUSAO 2=ALTERACAO 3=CANCELAMENTO
      *
                03 LU-REV    PIC ZZZZZ9.
                03 FILLER    PIC X(03) VALUE SPACES.
                03 LU-TOT    PIC ZZZZZZ9.
       01 LN-TIPO.
                03 LT-CODIGO PIC X(01).
                03 FILLER    PIC X(03) VALUE " - ".
                03 LT-NOME   PIC X(21).
                03 LT-ATIVO  PIC ZZZZZ9.
                03 FILLER    PIC X(03) VALUE SPACES.
                03 LT-PEND   PIC ZZZZZ9.
                03 FILLER    PIC X(03) VALUE SPACES.
                03 LT-CANC   PIC ZZZZZ9.
                03 FILLER    PIC X(03) VALUE SPACES.
                03 LT-REV    PIC ZZZZZ9.
                03 FILLER    PIC X(03) VALUE SPACES.
                03 LT-TOT    PIC ZZZZZZ9.
       01 LN-DIA.
                03 FILLER    PIC X(04) VALUE "DIA ".
                03 LD-DIA    PIC 9(02).
                              TT-STA (4)
                MOVE ZEROS TO TM-TIPO (1) TM-TIPO (2) TM-TIPO (3)
                MOVE ZEROS TO TP-TIPO (1) TP-TIPO (2) TP-TIPO (3)
                MOVE ZEROS TO TAB-CONTIPO
                GO TO EST-002.
       EST-001B.
                IF W-J NOT > 4
                      GO TO EST-012.
                ADD 1 TO TC-STA (IND, INDSTA)
                ADD 1 TO TT-STA (INDSTA)
      *
      * TIPO EM BRANCO (REGISTRO ANTERIOR A CLASSIFICACAO) CONTA COMO
      * LOGRADOURO, O PRIMEIRO DA TABELA
      *
                MOVE 1 TO INDTIP
                IF CEP-TP-LOGRADOURO
                   GO TO EST-014.
       EST-013.
                IF CEP-TIPO-CEP NOT = TSABTIP(INDTIP)
                   ADD 1 TO INDTIP
                   IF INDTIP > 4
                      ADD 1 TO W-INVTIP
                      GO TO EST-010
                   ELSE
                      GO TO EST-013.
       EST-014.
                ADD 1 TO TK-STA (INDTIP, INDSTA)
                GO TO EST-010.
      *
      * PASSO 2 - TOTALIZA A MOVIMENTACAO DO MES EM CEPHIST
                          INTO REGLST
                   WRITE REGLST.
      *
      * PARTE 1 (CONT.) - CADASTRO POR TIPO DE CEP X STATUS
      *
       EST-120.
                MOVE SPACES TO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                STRING "CADASTRO POR TIPO DE CEP E STATUS"
                       DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                STRING "TIPO                      ATIVO   PENDENTE"
                       "  CANCELADO  REVISAO    TOTAL"
                       DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                MOVE 1 TO W-I.
       EST-121.
                IF W-I > 4
                   GO TO EST-130.
                MOVE TSABTIP(W-I) TO LT-CODIGO
                MOVE TABTIP(W-I)  TO LT-NOME
                MOVE TK-STA (W-I, 1) TO LT-ATIVO
                MOVE TK-STA (W-I, 2) TO LT-PEND
                MOVE TK-STA (W-I, 3) TO LT-CANC
                MOVE TK-STA (W-I, 4) TO LT-REV
                COMPUTE W-LINTOT = TK-STA (W-I, 1) + TK-STA (W-I, 2)
                                 + TK-STA (W-I, 3) + TK-STA (W-I, 4)
                MOVE W-LINTOT        TO LT-TOT
                MOVE SPACES TO REGLST
                MOVE LN-TIPO TO REGLST
                WRITE REGLST
                ADD 1 TO W-I
                GO TO EST-121.
       EST-130.
                IF W-INVTIP NOT = ZEROS
                   MOVE SPACES TO REGLST
                   STRING "REGISTROS COM TIPO DE CEP INVALIDO: "
                          DELIMITED BY SIZE
                          W-INVTIP DELIMITED BY SIZE
                          INTO REGLST
                   WRITE REGLST.
      *
      * PARTE 2 - MOVIMENTACAO DO MES POR DIA
      *
       EST-200.
                MOVE W-RUNLID   TO RUN-LIDOS
                MOVE W-RUNGRV   TO RUN-GRAV
                MOVE W-RUNREJ   TO RUN-REJ
                MOVE SPACES     TO RUN-CICLO
                ACCEPT RUN-CICLO FROM ENVIRONMENT "CEPCICLO"
                WRITE REGRUN
                CLOSE RUNLOG.
       RUN-GRAVA-FIM.
