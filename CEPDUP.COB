      * - PASSA A REGISTRAR INICIO/FIM E OS CONTADORES-CHAVE DA
      *   RODADA NO LOG CENTRAL DE EXECUCAO (CEPRUN.LOG, VIDE
      *   RUN-GRAVA), CONFERIDO PELA MANHA POR CEPRESUM.
      * - PASSA A GRAVAR EM RUN-CICLO DO CEPRUN.LOG O CICLO NOTURNO
      *   RECEBIDO DO ENCADEADOR CEPNOITE NA VARIAVEL DE AMBIENTE
      *   CEPCICLO (VIDE RUN-MONTA); EM BRANCO NA RODADA AVULSA.
      * - O LOGRADOURO DA CHAVE DE AGRUPAMENTO PASSA A ENTRAR NA
      *   FORMA PADRAO DO DICIONARIO DE TIPOS DE LOGRADOURO E
      *   ABREVIATURAS (DICLOG.DAT, VIDE DIC-PADRONIZA), PARA "AV.
      *   PAULISTA" E "AVENIDA PAULISTA" CAIREM NO MESMO GRUPO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
       COPY RUNCTLS.
       COPY CADCEPS.
       COPY DICLOGS.
       SELECT W-ORDENA ASSIGN TO DISK.
       SELECT DUPCEP   ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCEP.DAT".
       COPY CADCEP.
      *
       FD DICLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DICLOG.DAT".
       COPY DICLOG.
      *
       SD W-ORDENA.
       01 REGORD.
       77 W-CI           PIC 9(02) VALUE ZEROS.
       77 W-CO           PIC 9(02) VALUE ZEROS.
       77 W-CULT         PIC X(01) VALUE SPACES.
       77 ST-ERDIC       PIC X(02) VALUE "00".
       01 TAB-GRUPO.
                03 TAB-NUMCEP OCCURS 50 TIMES
                              PIC 9(08).
      *
       COPY TABDIC.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
                PERFORM RUN-GRAVA THRU RUN-GRAVA-FIM.
      *
       DUP-001.
                PERFORM DIC-CARGA THRU DIC-CARGA-FIM
                SORT W-ORDENA ON ASCENDING KEY ORD-LOGRA-N
                                                ORD-BAIRRO-N
                                                ORD-CIDADE-N
      *
      * COLAPSA ESPACOS INTERNOS REPETIDOS (VIDE DUP-COMPRIME) PARA
      * QUE ENDERECOS QUE SO DIVIRJAM POR ESPACO(S) A MAIS CAIAM NA
      * MESMA CHAVE NORMALIZADA. O LOGRADOURO VAI TAMBEM PARA A
      * FORMA PADRAO DO DICIONARIO (VIDE DIC-PADRONIZA).
      *
                MOVE ORD-LOGRA-N TO W-DICBUF
                PERFORM DIC-PADRONIZA THRU DIC-PADRONIZA-FIM
                MOVE W-DICSAI TO ORD-LOGRA-N
                MOVE ORD-BAIRRO-N TO W-CBUF
                PERFORM DUP-COMPRIME THRU DUP-COMPRIME-FIM
                MOVE W-CSAI TO ORD-BAIRRO-N
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
      *****************************************
      * PROCEDURE DE SAIDA DO SORT - AGRUPA E DETECTA DIVERGENCIAS *
      *****************************************
       DUP-ANALISA.
                MOVE W-RUNLID   TO RUN-LIDOS
                MOVE W-RUNGRV   TO RUN-GRAV
                MOVE W-RUNREJ   TO RUN-REJ
                MOVE SPACES     TO RUN-CICLO
                ACCEPT RUN-CICLO FROM ENVIRONMENT "CEPCICLO"
                WRITE REGRUN
                CLOSE RUNLOG.
       RUN-GRAVA-FIM.
