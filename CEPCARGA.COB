      *   QUANDO OUTRA SESSAO ESTA' GRAVANDO, PARA DUAS SESSOES
      *   SIMULTANEAS NAO EMENDAREM NEM PERDEREM REGISTRO DO
      *   HISTORICO.
      * - O EXTRATO PASSA A TRAZER, NO FIM DO REGISTRO, A FAIXA DE
      *   NUMERACAO PREDIAL DO CEP (LADO P/I/A + NUMERO INICIAL E
      *   FINAL), CARREGADA EM CEPNUM.DAT (VIDE CAR-040); A FAIXA DO
      *   EXTRATO SUBSTITUI AS QUE O CEP JA TINHA. FAIXA INVALIDA OU
      *   QUE SOBREPOE A DE OUTRO CEP DO MESMO LOGRADOURO GERA AVISO
      *   NAO-BLOQUEANTE EM CEPLOTE.LOG, COMO O AVISO DE FAIXA DO
      *   MUNICIPIO; O ONLINE (P1, NUM-INC) E' QUEM BLOQUEIA.
      * - O EXTRATO PASSA A TRAZER, NO FIM DO REGISTRO, O TIPO DO CEP
      *   (L/G/C/U DE TABTIPO; EM BRANCO = LOGRADOURO) E O NOME DA
      *   ORGANIZACAO/UNIDADE, GRAVADOS EM CEP-TIPO-CEP/CEP-NOME-ORG.
      *   AS CRITICAS DE CAR-010 PASSAM A SER AS DE P1 POR TIPO:
      *   LOGRADOURO EXIGE LOGRADOURO E BAIRRO; GRANDE USUARIO E
      *   UNIDADE OPERACIONAL EXIGEM ORGANIZACAO E LOGRADOURO; CAIXA
      *   POSTAL COMUNITARIA EXIGE SO' A ORGANIZACAO; OS TRES TIPOS
      *   ESPECIAIS EXIGEM SUFIXO DE CEP 900 A 999. BAIRRO EM BRANCO
      *   NAO E' AUTO-INCLUIDO NO MASTER DE BAIRROS.
      * - PASSA A GRAVAR EM RUN-CICLO DO CEPRUN.LOG O CICLO NOTURNO
      *   RECEBIDO DO ENCADEADOR CEPNOITE NA VARIAVEL DE AMBIENTE
      *   CEPCICLO (VIDE RUN-MONTA); EM BRANCO NA RODADA AVULSA.
      * - O LOGRADOURO DO EXTRATO PASSA A SER GRAVADO NA FORMA PADRAO
      *   DO DICIONARIO DE TIPOS DE LOGRADOURO E ABREVIATURAS
      *   (DICLOG.DAT, VIDE DIC-PADRONIZA EM CAR-013), A MESMA DE P1,
      *   ANTES DA COMPARACAO COM O REGISTRO JA' CADASTRADO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY MUNICS.
       COPY FAIXCEPS.
       COPY BAIRROS.
       COPY NUMCEPS.
       COPY DICLOGS.
       SELECT LOTECEP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERLOT.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BAIRRO.DAT".
       COPY BAIRRO.
      *
       FD NUMERA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CEPNUM.DAT".
       COPY NUMCEP.
      *
       FD DICLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DICLOG.DAT".
       COPY DICLOG.
      *
       FD LOTECEP
               LABEL RECORD IS STANDARD
                03 LOTE-REF            PIC X(35).
                03 LOTE-STATUS         PIC X(01).
                03 LOTE-OBS            PIC X(20).
                03 LOTE-LADO           PIC X(01).
                03 LOTE-NUMINI         PIC 9(05).
                03 LOTE-NUMFIM         PIC 9(05).
                03 LOTE-TIPOCEP        PIC X(01).
                03 LOTE-NOMEORG        PIC X(35).
      *
       FD LOGCEP
               LABEL RECORD IS STANDARD
                03 CTC-AVI             PIC 9(06).
                03 CTC-FXA             PIC 9(06).
                03 CTC-BAI             PIC 9(06).
                03 CTC-NUM             PIC 9(06).
                03 CTC-NUA             PIC 9(06).
      *
       FD CEPHIST
               LABEL RECORD IS STANDARD
       77 W-TOTFXA       PIC 9(06) VALUE ZEROS.
       77 ST-ERHIST      PIC X(02) VALUE "00".
       77 W-OPERADOR     PIC X(08) VALUE SPACES.
       77 W-REGCEP-OLD   PIC X(200) VALUE SPACES.
       77 W-FIMOK        PIC X(01) VALUE "N".
       77 ST-ERBAI       PIC X(02) VALUE "00".
       77 W-BAISAI       PIC X(20) VALUE SPACES.
       77 W-HTENTA       PIC 9(02) VALUE ZEROS.
       77 W-HCONT        PIC 9(06) VALUE ZEROS.
       77 W-HTIPO        PIC X(01) VALUE SPACES.
       77 ST-ERNUM       PIC X(02) VALUE "00".
       77 W-TOTNUM       PIC 9(06) VALUE ZEROS.
       77 W-TOTNUA       PIC 9(06) VALUE ZEROS.
       77 W-NUMCEP       PIC 9(08) VALUE ZEROS.
       77 W-NUMLADO      PIC X(01) VALUE SPACES.
       77 W-NUMINI       PIC 9(05) VALUE ZEROS.
       77 W-NUMFIM       PIC 9(05) VALUE ZEROS.
       77 W-NUMLOGRA     PIC X(35) VALUE SPACES.
       77 W-NUMCIDUF     PIC X(22) VALUE SPACES.
       77 W-NUMVCEP      PIC 9(08) VALUE ZEROS.
       77 W-NUMCONF      PIC 9(08) VALUE ZEROS.
       77 W-SOBREPOE     PIC X(01) VALUE "N".
       77 W-TIPOCEP      PIC X(01) VALUE SPACES.
       77 W-NOMEORG      PIC X(35) VALUE SPACES.
       77 W-CEPQUOC      PIC 9(05) VALUE ZEROS.
       77 W-CEPSUFIXO    PIC 9(03) VALUE ZEROS.
       77 ST-ERDIC       PIC X(02) VALUE "00".
      *
       COPY TABUF.
      *=========================================================
       COPY TABSTAT.
      *=========================================================
       COPY TABTIPO.
      *=========================================================
       COPY TABDIC.
      *=========================================================
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
                   MOVE CTC-FXA TO W-TOTFXA.
                IF CTC-BAI NUMERIC
                   MOVE CTC-BAI TO W-TOTBAI.
                IF CTC-NUM NUMERIC
                   MOVE CTC-NUM TO W-TOTNUM.
                IF CTC-NUA NUMERIC
                   MOVE CTC-NUA TO W-TOTNUA.
                DISPLAY "CEPCARGA - RETOMANDO CARGA INTERROMPIDA"
                        " APOS O REGISTRO " W-SALTAR.
      *
       CAR-001.
                PERFORM DIC-CARGA THRU DIC-CARGA-FIM
                OPEN I-O CADCEP
                IF ST-ERRO NOT = "00"
                   IF ST-ERRO = "30"
                   OPEN OUTPUT BAIRRO
                   CLOSE BAIRRO
                   OPEN I-O BAIRRO.
      *
      * FAIXAS DE NUMERACAO PREDIAL POR CEP: CRIADO NA PRIMEIRA
      * EXECUCAO, COMO O MASTER DE MUNICIPIOS
      *
                OPEN I-O NUMERA
                IF ST-ERNUM NOT = "00"
                   OPEN OUTPUT NUMERA
                   CLOSE NUMERA
                   OPEN I-O NUMERA.
                ACCEPT W-OPERADOR FROM ENVIRONMENT "USER"
                IF W-OPERADOR = SPACES
                   MOVE "CEPCARGA" TO W-OPERADOR.
                   MOVE "N" TO W-OK
                   MOVE "CEP INVALIDO" TO W-MOTIVO
                   GO TO CAR-090.
      *
      * TIPO DO CEP (EM BRANCO = LOGRADOURO) E AS CRITICAS DE CADA
      * TIPO, AS MESMAS DE INC-002A/INC-002C/INC-003/INC-004 DE P1
      *
                MOVE LOTE-TIPOCEP TO W-TIPOCEP
                IF W-TIPOCEP = SPACES
                   MOVE "L" TO W-TIPOCEP.
                MOVE LOTE-NOMEORG TO W-NOMEORG
                MOVE 1 TO INDTIP.
       CAR-010A.
                IF W-TIPOCEP NOT = TSABTIP(INDTIP)
                   ADD 1 TO INDTIP
                   IF INDTIP > 4
                      MOVE "N" TO W-OK
                      MOVE "TIPO DE CEP NAO EXISTE" TO W-MOTIVO
                      GO TO CAR-090
                   ELSE
                      GO TO CAR-010A.
                IF W-TIPOCEP = "L"
                   MOVE SPACES TO W-NOMEORG
                   GO TO CAR-010B.
                IF W-NOMEORG = SPACES
                   MOVE "N" TO W-OK
                   MOVE "ORGANIZACAO NAO PODE FICAR EM BRANCO"
                                                        TO W-MOTIVO
                   GO TO CAR-090.
                DIVIDE LOTE-NUMCEP BY 1000 GIVING W-CEPQUOC
                                    REMAINDER W-CEPSUFIXO
                IF W-CEPSUFIXO < 900
                   MOVE "N" TO W-OK
                   MOVE "CEP ESPECIAL EXIGE SUFIXO 900 A 999"
                                                        TO W-MOTIVO
                   GO TO CAR-090.
       CAR-010B.
                IF LOTE-LOGRA = SPACES AND W-TIPOCEP NOT = "C"
                   MOVE "N" TO W-OK
                   MOVE "LOGRADOURO NAO PODE FICAR EM BRANCO"
                                                        TO W-MOTIVO
                   GO TO CAR-090.
                IF LOTE-BAIRRO = SPACES AND W-TIPOCEP = "L"
                   MOVE "N" TO W-OK
                   MOVE "BAIRRO NAO PODE FICAR EM BRANCO" TO W-MOTIVO
                   GO TO CAR-090.
                      GO TO CAR-012.
       CAR-013.
      *
      * LOGRADOURO NA FORMA PADRAO DO DICIONARIO, COMO P1 GRAVA
      *
                MOVE LOTE-LOGRA TO W-DICBUF
                PERFORM DIC-PADRONIZA THRU DIC-PADRONIZA-FIM
                MOVE W-DICSAI TO LOTE-LOGRA
      *
      * BAIRRO NORMALIZADO ANTES DA CIDADE, POIS NORM-CIDADE REUSA
      * O PAR DE BUFFERS W-CIDBUF/W-CIDSAI E A CIDADE NORMALIZADA
      * PRECISA FICAR EM W-CIDSAI PARA CAR-020/CAR-030
      * INCLUIDO NO MASTER DE BAIRROS, COMO AS CIDADES ACIMA
      *
       CAR-013B.
                IF W-BAISAI = SPACES
                   GO TO CAR-014.
                MOVE W-CIDSAI TO BAI-CIDADE
                MOVE W-BAISAI TO BAI-NOME
                READ BAIRRO
                MOVE LOTE-REF     TO CEP-REF
                MOVE LOTE-STATUS  TO CEP-STATUS
                MOVE LOTE-OBS     TO CEP-OBS
                MOVE W-TIPOCEP    TO CEP-TIPO-CEP
                MOVE W-NOMEORG    TO CEP-NOME-ORG
                ACCEPT CEP-DATA  FROM DATE YYYYMMDD
                ACCEPT CEP-DTMOV FROM DATE YYYYMMDD
                ACCEPT CEP-HRMOV FROM TIME
                   MOVE SPACES TO W-REGCEP-OLD
                   MOVE "I" TO W-HTIPO
                   PERFORM HIST-GRAVA THRU HIST-GRAVA-FIM
                   GO TO CAR-040
                ELSE
                   MOVE "N" TO W-OK
                   MOVE "ERRO NA INCLUSAO DO REGISTRO" TO W-MOTIVO
                   LOTE-UF      = CEP-UF     AND
                   LOTE-REF     = CEP-REF    AND
                   LOTE-STATUS  = CEP-STATUS AND
                   LOTE-OBS     = CEP-OBS    AND
                   W-TIPOCEP    = CEP-TIPO-CEP AND
                   W-NOMEORG    = CEP-NOME-ORG
                   GO TO CAR-040.
                MOVE LOTE-LOGRA   TO CEP-LOGRA
                MOVE W-BAISAI     TO CEP-BAIRRO
                MOVE W-CIDSAI     TO CEP-CIDADE
                MOVE LOTE-REF     TO CEP-REF
                MOVE LOTE-STATUS  TO CEP-STATUS
                MOVE LOTE-OBS     TO CEP-OBS
                MOVE W-TIPOCEP    TO CEP-TIPO-CEP
                MOVE W-NOMEORG    TO CEP-NOME-ORG
                ACCEPT CEP-DTMOV FROM DATE YYYYMMDD
                ACCEPT CEP-HRMOV FROM TIME
                MOVE "A" TO CEP-TIPO-MOV
                   ADD 1 TO W-TOTALT
                   MOVE "A" TO W-HTIPO
                   PERFORM HIST-GRAVA THRU HIST-GRAVA-FIM
                   GO TO CAR-040
                ELSE
                   MOVE "N" TO W-OK
                   MOVE "ERRO NA REGRAVACAO DO REGISTRO" TO W-MOTIVO
                   GO TO CAR-090.
      *
      * FAIXA DE NUMERACAO PREDIAL DO EXTRATO (OPCIONAL NO LAYOUT):
      * SUBSTITUI AS FAIXAS QUE O CEP JA TINHA EM CEPNUM.DAT. FAIXA
      * INVALIDA NAO E' CARREGADA; FAIXA QUE SOBREPOE A DE OUTRO CEP
      * DO MESMO LOGRADOURO E' CARREGADA COM AVISO NO LOG
      *
       CAR-040.
                IF LOTE-LADO = SPACES
                   GO TO CAR-002.
                IF LOTE-LADO NOT = "P" AND LOTE-LADO NOT = "I" AND
                   LOTE-LADO NOT = "A"
                   GO TO CAR-045.
                IF LOTE-NUMINI NOT NUMERIC OR LOTE-NUMFIM NOT NUMERIC
                   GO TO CAR-045.
                IF LOTE-NUMINI = ZEROS OR LOTE-NUMFIM < LOTE-NUMINI
                   GO TO CAR-045.
                MOVE CEP-NUMCEP  TO W-NUMCEP
                MOVE CEP-LOGRA   TO W-NUMLOGRA
                MOVE CEP-CIDUF   TO W-NUMCIDUF
                MOVE LOTE-LADO   TO W-NUMLADO
                MOVE LOTE-NUMINI TO W-NUMINI
                MOVE LOTE-NUMFIM TO W-NUMFIM
                PERFORM NUM-LIMPA THRU NUM-LIMPA-FIM
                PERFORM NUM-SOBREPOE THRU NUM-SOBREPOE-FIM
                IF W-SOBREPOE = "S"
                   ADD 1 TO W-TOTNUA
                   MOVE SPACES TO REGLOG
                   STRING LOTE-NUMCEP DELIMITED BY SIZE
                          " - AVISO: FAIXA DE NUMERACAO SOBREPOE CEP "
                                          DELIMITED BY SIZE
                          W-NUMCONF   DELIMITED BY SIZE
                          INTO REGLOG
                   WRITE REGLOG.
                MOVE W-NUMCEP  TO NUM-NUMCEP
                MOVE W-NUMLADO TO NUM-LADO
                MOVE W-NUMINI  TO NUM-NUMINI
                MOVE W-NUMFIM  TO NUM-NUMFIM
                WRITE REGNUM
                IF ST-ERNUM = "00" OR "02"
                   ADD 1 TO W-TOTNUM.
                GO TO CAR-002.
       CAR-045.
                ADD 1 TO W-TOTNUA
                MOVE SPACES TO REGLOG
                STRING LOTE-NUMCEP DELIMITED BY SIZE
                       " - AVISO: FAIXA DE NUMERACAO INVALIDA"
                                          DELIMITED BY SIZE
                       INTO REGLOG
                WRITE REGLOG
                GO TO CAR-002.

       CAR-090.
                ADD 1 TO W-TOTREJ
       FAIXA-VALIDA-FIM.
                EXIT.
      *
      *********************************************
      * REMOVE DE CEPNUM.DAT AS FAIXAS DE NUMERACAO DO CEP W-NUMCEP *
      *********************************************
      *
       NUM-LIMPA.
                MOVE W-NUMCEP TO NUM-NUMCEP
                MOVE SPACES   TO NUM-LADO
                MOVE ZEROS    TO NUM-NUMINI
                START NUMERA KEY IS NOT LESS THAN NUM-CHAVE
                IF ST-ERNUM NOT = "00"
                   GO TO NUM-LIMPA-FIM.
       NUM-LIMPA1.
                READ NUMERA NEXT RECORD
                IF ST-ERNUM NOT = "00"
                   GO TO NUM-LIMPA-FIM.
                IF NUM-NUMCEP NOT = W-NUMCEP
                   GO TO NUM-LIMPA-FIM.
                DELETE NUMERA RECORD
                GO TO NUM-LIMPA1.
       NUM-LIMPA-FIM.
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
      *
      ****************************************************
      * NORMALIZA W-CIDBUF (MAIUSCULO E SEM ESPACOS EXTRAS) *
      * PARA W-CIDSAI, PARA COMPARAR/GRAVAR CONTRA MUN-CIDADE *
                GO TO NORM-CIDADE1.
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

       CAR-999.
      *
                           " MANTIDO PARA RETOMADA"
                   MOVE "E" TO W-RUNSIT.
                PERFORM CKP-GRAVA THRU CKP-GRAVA-FIM
                CLOSE CADCEP LOTECEP LOGCEP MUNIC BAIRRO NUMERA
                IF W-TEMARQFAI = "S"
                   CLOSE FAIXAS.
                DISPLAY "CEPCARGA - RESUMO DA CARGA NOTURNA DE CEP"
                DISPLAY "BAIRROS NOVOS NO MASTER ..: " W-TOTBAI
                DISPLAY "AVISOS DE UF DIVERGENTE ..: " W-TOTAVI
                DISPLAY "AVISOS DE CEP FORA FAIXA .: " W-TOTFXA
                DISPLAY "FAIXAS DE NUMERACAO GRAV .: " W-TOTNUM
                DISPLAY "AVISOS DE FAIXA DE NUMER .: " W-TOTNUA
                MOVE W-TOTLIDOS TO W-RUNLID
                COMPUTE W-RUNGRV = W-TOTGRAV + W-TOTALT
                MOVE W-TOTREJ   TO W-RUNREJ
                MOVE W-TOTAVI   TO CTC-AVI
                MOVE W-TOTFXA   TO CTC-FXA
                MOVE W-TOTBAI   TO CTC-BAI
                MOVE W-TOTNUM   TO CTC-NUM
                MOVE W-TOTNUA   TO CTC-NUA
                WRITE REGCTC
                CLOSE CTLCARGA.
       CKP-GRAVA-FIM.
                MOVE W-RUNLID   TO RUN-LIDOS
                MOVE W-RUNGRV   TO RUN-GRAV
                MOVE W-RUNREJ   TO RUN-REJ
                MOVE SPACES     TO RUN-CICLO
                ACCEPT RUN-CICLO FROM ENVIRONMENT "CEPCICLO"
                WRITE REGRUN
                CLOSE RUNLOG.
       RUN-GRAVA-FIM.
