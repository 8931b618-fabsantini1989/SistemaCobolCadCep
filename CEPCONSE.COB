      * - PASSA A REGISTRAR INICIO/FIM E OS CONTADORES-CHAVE DA
      *   RODADA NO LOG CENTRAL DE EXECUCAO (CEPRUN.LOG, VIDE
      *   RUN-GRAVA), CONFERIDO PELA MANHA POR CEPRESUM.
      * - O PEDIDO PASSA A TRAZER O NUMERO DA CASA (PED-NUMERO, NO FIM
      *   DO LAYOUT; EM BRANCO/ZEROS = NAO INFORMADO). QUANDO O
      *   ENDERECO CAI EM MAIS DE UM CEP ATIVO (LOGRADOURO LONGO
      *   DIVIDIDO POR TRECHO E LADO), A FAIXA DE NUMERACAO PREDIAL
      *   DE CADA CANDIDATO (CEPNUM.DAT, VIDE NUM-CONTEM) ESCOLHE O
      *   CEP EXATO; SO' CONTINUA 02=AMBIGUO SE NENHUMA OU MAIS DE
      *   UMA FAIXA CONTEM O NUMERO. SEM O ARQUIVO DE FAIXAS A
      *   CONSULTA RESPONDE COMO ANTES.
      * - A RESPOSTA PASSA A TRAZER, NO FIM DO LAYOUT, O TIPO DO CEP
      *   DEVOLVIDO (RSP-TIPOCEP: L/G/C/U DE TABTIPO) E O NOME DA
      *   ORGANIZACAO/UNIDADE (RSP-NOMEORG), PARA O FATURAMENTO SABER
      *   QUANDO O CLIENTE ESTA' NUM CEP PARTICULAR DE GRANDE USUARIO
      *   (VIDE CON-GRAVA); SEM CEP NA RESPOSTA, AMBOS SAEM EM BRANCO.
      * - PASSA A GRAVAR EM RUN-CICLO DO CEPRUN.LOG O CICLO NOTURNO
      *   RECEBIDO DO ENCADEADOR CEPNOITE NA VARIAVEL DE AMBIENTE
      *   CEPCICLO (VIDE RUN-MONTA); EM BRANCO NA RODADA AVULSA.
      * - O LOGRADOURO DO PEDIDO E O DO CADASTRO PASSAM A SER
      *   COMPARADOS NA FORMA PADRAO DO DICIONARIO DE TIPOS DE
      *   LOGRADOURO E ABREVIATURAS (DICLOG.DAT, VIDE DIC-PADRONIZA),
      *   PARA "AV. PAULISTA" CASAR COM "AVENIDA PAULISTA". A
      *   VARREDURA PELA CHAVE ALTERNATIVA COMECA NA PRIMEIRA PALAVRA
      *   DA FORMA PADRAO, QUE E' COMO P1/CEPCARGA GRAVAM CEP-LOGRA E
      *   COMO CEPLNORM CONVERTEU O PASSIVO DO CADASTRO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY CADCEPS.
       COPY MUNICS.
       COPY CEPREDIRS.
       COPY NUMCEPS.
       COPY DICLOGS.
       SELECT PEDIDO  ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERPED.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CEPREDIR.DAT".
       COPY CEPREDIR.
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
       FD PEDIDO
               LABEL RECORD IS STANDARD
                03 PED-BAIRRO          PIC X(20).
                03 PED-CIDADE          PIC X(20).
                03 PED-UF              PIC X(02).
                03 PED-NUMERO          PIC 9(05).
      *
       FD RESPOSTA
               LABEL RECORD IS STANDARD
                03 RSP-STATUS          PIC X(01).
                03 FILLER              PIC X(01) VALUE SPACES.
                03 RSP-IBGE            PIC 9(07).
                03 FILLER              PIC X(01) VALUE SPACES.
                03 RSP-TIPOCEP         PIC X(01).
                03 FILLER              PIC X(01) VALUE SPACES.
                03 RSP-NOMEORG         PIC X(35).
      *
      *-----------------------------------------------------------------
       FD RUNLOG
       77 W-REDHOPS      PIC 9(02) VALUE ZEROS.
       77 W-REDACHOU     PIC X(01) VALUE "N".
       77 W-TOTRED       PIC 9(06) VALUE ZEROS.
       77 ST-ERNUM       PIC X(02) VALUE "00".
       77 W-TEMARQNUM    PIC X(01) VALUE "N".
       77 W-NUMCASA      PIC 9(05) VALUE ZEROS.
       77 W-NUMQUOC      PIC 9(05) VALUE ZEROS.
       77 W-NUMRESTO     PIC 9(01) VALUE ZEROS.
       77 W-NUMVCEP      PIC 9(08) VALUE ZEROS.
       77 W-NUMRES       PIC X(01) VALUE SPACES.
       77 W-QTDNUM       PIC 9(04) VALUE ZEROS.
       77 W-CEPNUM       PIC 9(08) VALUE ZEROS.
       77 W-TOTNUM       PIC 9(06) VALUE ZEROS.
       77 ST-ERDIC       PIC X(02) VALUE "00".
      *
       COPY TABDIC.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
                PERFORM RUN-GRAVA THRU RUN-GRAVA-FIM.
      *
       CON-001.
                PERFORM DIC-CARGA THRU DIC-CARGA-FIM
                OPEN INPUT CADCEP
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CEP - " ST-ERRO
                OPEN INPUT REDIR
                IF ST-ERRED = "00"
                   MOVE "S" TO W-TEMARQRED.
      *
      * O ARQUIVO DE FAIXAS DE NUMERACAO TAMBEM E' OPCIONAL: SEM ELE
      * O NUMERO DA CASA E' IGNORADO
      *
                OPEN INPUT NUMERA
                IF ST-ERNUM = "00"
                   MOVE "S" TO W-TEMARQNUM.
       CON-002.
                READ PEDIDO
                IF ST-ERPED = "10"
                MOVE ZEROS  TO RSP-IBGE
                MOVE ZEROS  TO W-QTDTOT W-QTDATIVO
                MOVE ZEROS  TO W-CEPATIVO W-CEPACHADO
                MOVE SPACES TO W-STAATIVO W-STAACHADO
                MOVE ZEROS  TO W-QTDNUM W-CEPNUM
                MOVE ZEROS  TO W-NUMCASA
                IF PED-NUMERO NUMERIC
                   MOVE PED-NUMERO TO W-NUMCASA.
      *
      * NORMALIZA OS CAMPOS DO PEDIDO (MAIUSCULO + ESPACOS COLAPSADOS;
      * O LOGRADOURO JA' NA FORMA PADRAO DO DICIONARIO)
      *
                MOVE PED-LOGRA TO W-DICBUF
                PERFORM DIC-PADRONIZA THRU DIC-PADRONIZA-FIM
                MOVE W-DICSAI TO W-LOGNORM
                MOVE SPACES TO W-CBUF
                MOVE PED-BAIRRO TO W-CBUF
                PERFORM NORM-TEXTO THRU NORM-TEXTO-FIM
                READ CADCEP NEXT RECORD
                IF ST-ERRO NOT = "00"
                   GO TO CON-030.
                MOVE CEP-LOGRA TO W-DICBUF
                PERFORM DIC-PADRONIZA THRU DIC-PADRONIZA-FIM
                MOVE W-DICSAI TO W-LOGREC
                IF W-LOGREC (1:W-TOKLEN) > W-LOGNORM (1:W-TOKLEN)
                   GO TO CON-030.
                IF W-LOGREC NOT = W-LOGNORM
                ADD 1 TO W-QTDTOT
                MOVE CEP-NUMCEP TO W-CEPACHADO
                MOVE CEP-STATUS TO W-STAACHADO
                IF NOT CEP-ATIVO
                   GO TO CON-021.
                ADD 1 TO W-QTDATIVO
                MOVE CEP-NUMCEP TO W-CEPATIVO
                MOVE CEP-STATUS TO W-STAATIVO
      *
      * COM O NUMERO DA CASA INFORMADO, CONTA OS ATIVOS CUJA FAIXA
      * DE NUMERACAO O CONTEM (PARA DESEMPATAR EM CON-030)
      *
                IF W-NUMCASA = ZEROS OR W-TEMARQNUM NOT = "S"
                   GO TO CON-021.
                MOVE CEP-NUMCEP TO W-NUMVCEP
                PERFORM NUM-CONTEM THRU NUM-CONTEM-FIM
                IF W-NUMRES = "D"
                   ADD 1 TO W-QTDNUM
                   MOVE CEP-NUMCEP TO W-CEPNUM.
                GO TO CON-021.
      *
      * FECHA O PEDIDO: UM ATIVO RESPONDE; MAIS DE UM ATIVO (OU
      * NAO ATIVO RESPONDE COM O PROPRIO STATUS
      *
       CON-030.
                IF W-QTDATIVO > 1 AND W-QTDNUM = 1
                   MOVE "00" TO RSP-RETORNO
                   MOVE W-CEPNUM TO RSP-NUMCEP
                   MOVE "A" TO RSP-STATUS
                   ADD 1 TO W-TOTACHOU
                   ADD 1 TO W-TOTNUM
                   PERFORM CON-GRAVA THRU CON-GRAVA-FIM
                   GO TO CON-002.
                IF W-QTDATIVO > 1
                   MOVE "02" TO RSP-RETORNO
                   ADD 1 TO W-TOTAMB
                IF RSP-RETORNO NOT = "00" AND RSP-RETORNO NOT = "04"
                   MOVE ZEROS  TO RSP-NUMCEP
                   MOVE SPACES TO RSP-STATUS
                   MOVE ZEROS  TO RSP-IBGE
                   GO TO CON-GRAVA1.
      *
      * O CEP DA RESPOSTA PODE TER VINDO DE QUALQUER DOS CAMINHOS
      * ACIMA (CANDIDATO ATIVO, FAIXA DE NUMERACAO, SUCESSOR): RELE
      * O REGISTRO PELA CHAVE PRIMARIA PARA TRAZER O TIPO E O NOME DA
      * ORGANIZACAO. TIPO EM BRANCO NO CADASTRO SAI COMO LOGRADOURO
      *
                MOVE RSP-NUMCEP TO CEP-NUMCEP
                READ CADCEP
                IF ST-ERRO NOT = "00"
                   GO TO CON-GRAVA1.
                MOVE CEP-TIPO-CEP TO RSP-TIPOCEP
                IF CEP-TP-LOGRADOURO
                   MOVE "L" TO RSP-TIPOCEP.
                MOVE CEP-NOME-ORG TO RSP-NOMEORG.
       CON-GRAVA1.
                WRITE REGRSP.
       CON-GRAVA-FIM.
                EXIT.
       NORM-TEXTO-FIM.
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
      *********************************************
      * SEGUE A CADEIA DE SUCESSORES DE W-REDCEP EM CEPREDIR.DAT    *
      * (LIMITE DE 10 SALTOS CONTRA CADEIA CIRCULAR) E LE O CEP     *
                MOVE "S" TO W-REDACHOU.
       RED-SEGUE-FIM.
                EXIT.
      *
      *
      *********************************************
      * CONFERE O NUMERO DA CASA W-NUMCASA CONTRA AS FAIXAS DE      *
      * NUMERACAO DO CEP W-NUMVCEP (CEPNUM.DAT), RESPEITANDO O LADO *
      * (PAR/IMPAR/AMBOS). W-NUMRES: D = DENTRO DE UMA FAIXA,       *
      * F = FORA DE TODAS, S = CEP SEM FAIXA CADASTRADA             *
      *********************************************
      *
       NUM-CONTEM.
                MOVE "S" TO W-NUMRES
                DIVIDE W-NUMCASA BY 2 GIVING W-NUMQUOC
                                   REMAINDER W-NUMRESTO
                MOVE W-NUMVCEP TO NUM-NUMCEP
                MOVE SPACES    TO NUM-LADO
                MOVE ZEROS     TO NUM-NUMINI
                START NUMERA KEY IS NOT LESS THAN NUM-CHAVE
                IF ST-ERNUM NOT = "00"
                   GO TO NUM-CONTEM-FIM.
       NUM-CONTEM1.
                READ NUMERA NEXT RECORD
                IF ST-ERNUM NOT = "00"
                   GO TO NUM-CONTEM-FIM.
                IF NUM-NUMCEP NOT = W-NUMVCEP
                   GO TO NUM-CONTEM-FIM.
                MOVE "F" TO W-NUMRES
                IF NUM-PAR AND W-NUMRESTO NOT = ZEROS
                   GO TO NUM-CONTEM1.
                IF NUM-IMPAR AND W-NUMRESTO = ZEROS
                   GO TO NUM-CONTEM1.
                IF W-NUMCASA < NUM-NUMINI OR W-NUMCASA > NUM-NUMFIM
                   GO TO NUM-CONTEM1.
                MOVE "D" TO W-NUMRES.
       NUM-CONTEM-FIM.
                EXIT.
      *
       CON-999.
                CLOSE CADCEP MUNIC PEDIDO RESPOSTA
                IF W-TEMARQRED = "S"
                   CLOSE REDIR.
                IF W-TEMARQNUM = "S"
                   CLOSE NUMERA.
                DISPLAY "CEPCONSE - CONSULTA ENDERECO -> CEP EM LOTE"
                DISPLAY "PEDIDOS LIDOS ........: " W-TOTPED
                DISPLAY "ENCONTRADOS ..........: " W-TOTACHOU
                DISPLAY "  PELA NUMERACAO .....: " W-TOTNUM
                DISPLAY "REDIRECIONADOS .......: " W-TOTRED
                DISPLAY "NAO ENCONTRADOS ......: " W-TOTNAO
                DISPLAY "AMBIGUOS .............: " W-TOTAMB
                MOVE W-RUNLID   TO RUN-LIDOS
                MOVE W-RUNGRV   TO RUN-GRAV
                MOVE W-RUNREJ   TO RUN-REJ
                MOVE SPACES     TO RUN-CICLO
                ACCEPT RUN-CICLO FROM ENVIRONMENT "CEPCICLO"
                WRITE REGRUN
                CLOSE RUNLOG.
       RUN-GRAVA-FIM.
