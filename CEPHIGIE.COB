      *        ENDERECO CADASTRADO PARA A EQUIPE CORRIGIR);
      *   02 = CEP CANCELADO (COM O SUCESSOR DA CADEIA DE
      *        CEPREDIR.DAT QUANDO EXISTE, COMO CEPCONSE FAZ);
      *   03 = CEP NAO CADASTRADO;
      *   05 = CEP DE OUTRO TRECHO/LADO DO LOGRADOURO (VIDE ABAIXO).
      * O FATURAMENTO RODA O CADASTRO DE CLIENTES INTEIRO POR AQUI
      * A CADA TRIMESTRE.
      * - PASSA A REGISTRAR INICIO/FIM E OS CONTADORES-CHAVE DA
      *   RODADA NO LOG CENTRAL DE EXECUCAO (CEPRUN.LOG, VIDE
      *   RUN-GRAVA), CONFERIDO PELA MANHA POR CEPRESUM.
      * - O PEDIDO PASSA A TRAZER O NUMERO DA CASA (HIG-NUMERO, NO FIM
      *   DO LAYOUT; EM BRANCO/ZEROS = NAO INFORMADO). COM ELE E AS
      *   FAIXAS DE NUMERACAO PREDIAL (CEPNUM.DAT, VIDE NUM-CONTEM E
      *   HIG-TRECHO), UM CEP DE OUTRO TRECHO OU DO OUTRO LADO DO
      *   MESMO LOGRADOURO DEIXA DE SAIR COMO 01=DIVERGE:
      *   05 = O ENDERECO E' DO MESMO LOGRADOURO, MAS O NUMERO CAI NA
      *        FAIXA DE OUTRO CEP, DEVOLVIDO EM RSP-CEPCERTO (NO FIM
      *        DO LAYOUT DA RESPOSTA);
      *   E O CEP INFORMADO CUJA FAIXA CONTEM O NUMERO CONFERE (00)
      *   MESMO COM O BAIRRO DIFERENTE, JA QUE OS LADOS DE UMA
      *   AVENIDA COSTUMAM CAIR EM BAIRROS DISTINTOS.
      * - A RESPOSTA PASSA A TRAZER, NO FIM DO LAYOUT, O TIPO DO CEP
      *   INFORMADO (RSP-TIPOCEP: L/G/C/U DE TABTIPO) E O NOME DA
      *   ORGANIZACAO/UNIDADE (RSP-NOMEORG), PARA O FATURAMENTO VER O
      *   CLIENTE QUE ESTA' NUM CEP PARTICULAR DE GRANDE USUARIO. NUM
      *   CEP QUE NAO E' DE LOGRADOURO, BAIRRO (OU LOGRADOURO, NA
      *   CAIXA POSTAL COMUNITARIA) EM BRANCO NO CADASTRO NAO CONTA
      *   COMO DIVERGENCIA.
      * - PASSA A GRAVAR EM RUN-CICLO DO CEPRUN.LOG O CICLO NOTURNO
      *   RECEBIDO DO ENCADEADOR CEPNOITE NA VARIAVEL DE AMBIENTE
      *   CEPCICLO (VIDE RUN-MONTA); EM BRANCO NA RODADA AVULSA.
      * - O LOGRADOURO DO PEDIDO E O DO CADASTRO PASSAM A SER
      *   COMPARADOS NA FORMA PADRAO DO DICIONARIO DE TIPOS DE
      *   LOGRADOURO E ABREVIATURAS (DICLOG.DAT, VIDE DIC-PADRONIZA),
      *   PARA "AV. PAULISTA" NAO DIVERGIR DE "AVENIDA PAULISTA"; A
      *   PROCURA DO TRECHO (HIG-TRECHO) USA A MESMA FORMA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY RUNCTLS.
       COPY CADCEPS.
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
                03 HIG-BAIRRO          PIC X(20).
                03 HIG-CIDADE          PIC X(20).
                03 HIG-UF              PIC X(02).
                03 HIG-NUMERO          PIC 9(05).
      *
       FD RESPOSTA
               LABEL RECORD IS STANDARD
                03 RSP-CIDADE          PIC X(20).
                03 FILLER              PIC X(01) VALUE SPACES.
                03 RSP-UF              PIC X(02).
                03 FILLER              PIC X(01) VALUE SPACES.
                03 RSP-CEPCERTO        PIC 9(08).
                03 FILLER              PIC X(01) VALUE SPACES.
                03 RSP-TIPOCEP         PIC X(01).
                03 FILLER              PIC X(01) VALUE SPACES.
                03 RSP-NOMEORG         PIC X(35).
      *
      *-----------------------------------------------------------------
       FD RUNLOG
       77 W-REDHOPS      PIC 9(02) VALUE ZEROS.
       77 W-REDACHOU     PIC X(01) VALUE "N".
       77 W-SUCESSOR     PIC 9(08) VALUE ZEROS.
       77 ST-ERNUM       PIC X(02) VALUE "00".
       77 W-TEMARQNUM    PIC X(01) VALUE "N".
       77 W-NUMCASA      PIC 9(05) VALUE ZEROS.
       77 W-NUMQUOC      PIC 9(05) VALUE ZEROS.
       77 W-NUMRESTO     PIC 9(01) VALUE ZEROS.
       77 W-NUMVCEP      PIC 9(08) VALUE ZEROS.
       77 W-NUMRES       PIC X(01) VALUE SPACES.
       77 W-CEPTRECHO    PIC 9(08) VALUE ZEROS.
       77 W-TOKLEN       PIC 9(02) VALUE ZEROS.
       77 W-TOTTRECHO    PIC 9(06) VALUE ZEROS.
       77 ST-ERDIC       PIC X(02) VALUE "00".
      *
       COPY TABDIC.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
                PERFORM RUN-GRAVA THRU RUN-GRAVA-FIM.
      *
       HIG-001.
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
       HIG-002.
                READ PEDIDO
                IF ST-ERPED = "10"
                MOVE SPACES TO REGRSP
                MOVE HIG-REFER  TO RSP-REFER
                MOVE HIG-NUMCEP TO RSP-NUMCEP
                MOVE ZEROS TO RSP-SUCESSOR
                MOVE ZEROS TO RSP-CEPCERTO
                MOVE ZEROS TO W-NUMCASA
                IF HIG-NUMERO NUMERIC AND W-TEMARQNUM = "S"
                   MOVE HIG-NUMERO TO W-NUMCASA.
       HIG-010.
                IF HIG-NUMCEP NOT NUMERIC OR HIG-NUMCEP = ZEROS
                   GO TO HIG-NAOCAD.
                IF ST-ERRO NOT = "00"
                   GO TO HIG-NAOCAD.
                MOVE CEP-STATUS TO RSP-STATUS
                MOVE CEP-TIPO-CEP TO RSP-TIPOCEP
                IF CEP-TP-LOGRADOURO
                   MOVE "L" TO RSP-TIPOCEP.
                MOVE CEP-NOME-ORG TO RSP-NOMEORG
                IF CEP-CANCELADO
                   GO TO HIG-CANCELADO.
      *
      * CEP EXISTE: NORMALIZA OS DOIS LADOS E COMPARA O ENDERECO
      *
                MOVE HIG-LOGRA TO W-DICBUF
                PERFORM DIC-PADRONIZA THRU DIC-PADRONIZA-FIM
                MOVE W-DICSAI TO W-LOGPED
                MOVE SPACES TO W-CBUF
                MOVE HIG-BAIRRO TO W-CBUF
                PERFORM NORM-TEXTO THRU NORM-TEXTO-FIM
                INSPECT W-UFPED CONVERTING
                        "abcdefghijklmnopqrstuvwxyz"
                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                MOVE CEP-LOGRA TO W-DICBUF
                PERFORM DIC-PADRONIZA THRU DIC-PADRONIZA-FIM
                MOVE W-DICSAI TO W-LOGREC
                MOVE SPACES TO W-CBUF
                MOVE CEP-BAIRRO TO W-CBUF
                PERFORM NORM-TEXTO THRU NORM-TEXTO-FIM
                MOVE CEP-CIDADE TO W-CBUF
                PERFORM NORM-TEXTO THRU NORM-TEXTO-FIM
                MOVE W-CSAI TO W-CIDREC
      *
      * CEP ESPECIAL SEM BAIRRO (OU SEM LOGRADOURO) NO CADASTRO: O
      * CAMPO DO PEDIDO NAO TEM COM O QUE DIVERGIR
      *
                IF NOT CEP-TP-LOGRADOURO AND CEP-BAIRRO = SPACES
                   MOVE W-BAIPED TO W-BAIREC.
                IF NOT CEP-TP-LOGRADOURO AND CEP-LOGRA = SPACES
                   MOVE W-LOGPED TO W-LOGREC.
                IF W-LOGPED = W-LOGREC AND W-BAIPED = W-BAIREC AND
                   W-CIDPED = W-CIDREC AND W-UFPED = CEP-UF
                   GO TO HIG-020.
      *
      * ENDERECO DIVERGE: RESPONDE 01 COM O ENDERECO CADASTRADO, A
      * MENOS QUE O NUMERO DA CASA RESOLVA PELA FAIXA DE NUMERACAO
      *
                MOVE CEP-LOGRA  TO RSP-LOGRA
                MOVE CEP-BAIRRO TO RSP-BAIRRO
                MOVE CEP-CIDADE TO RSP-CIDADE
                MOVE CEP-UF     TO RSP-UF
                IF W-NUMCASA = ZEROS
                   GO TO HIG-DIVERGE.
                PERFORM HIG-TRECHO THRU HIG-TRECHO-FIM
                IF W-CEPTRECHO = ZEROS
                   GO TO HIG-DIVERGE.
                IF W-CEPTRECHO = HIG-NUMCEP
                   MOVE SPACES TO RSP-LOGRA RSP-BAIRRO
                   MOVE SPACES TO RSP-CIDADE RSP-UF
                   GO TO HIG-CONFERE.
                GO TO HIG-OUTROTRECHO.
      *
      * ENDERECO CONFERE: COM O NUMERO DA CASA, O CEP AINDA PRECISA
      * TER A FAIXA QUE O CONTEM (CEP SEM FAIXA CADASTRADA CONFERE)
      *
       HIG-020.
                IF W-NUMCASA = ZEROS
                   GO TO HIG-CONFERE.
                MOVE HIG-NUMCEP TO W-NUMVCEP
                PERFORM NUM-CONTEM THRU NUM-CONTEM-FIM
                IF W-NUMRES NOT = "F"
                   GO TO HIG-CONFERE.
                PERFORM HIG-TRECHO THRU HIG-TRECHO-FIM
                IF W-CEPTRECHO = ZEROS OR W-CEPTRECHO = HIG-NUMCEP
                   GO TO HIG-CONFERE.
                GO TO HIG-OUTROTRECHO.
       HIG-CONFERE.
                MOVE "00" TO RSP-RETORNO
                ADD 1 TO W-TOTCONF
                PERFORM HIG-GRAVA THRU HIG-GRAVA-FIM
                GO TO HIG-002.
       HIG-DIVERGE.
                MOVE "01" TO RSP-RETORNO
                ADD 1 TO W-TOTDIV
                PERFORM HIG-GRAVA THRU HIG-GRAVA-FIM
                GO TO HIG-002.
      *
      * CEP DE OUTRO TRECHO/LADO DO MESMO LOGRADOURO: RESPONDE 05
      * COM O CEP CUJA FAIXA CONTEM O NUMERO DA CASA
      *
       HIG-OUTROTRECHO.
                MOVE "05" TO RSP-RETORNO
                MOVE W-CEPTRECHO TO RSP-CEPCERTO
                ADD 1 TO W-TOTTRECHO
                PERFORM HIG-GRAVA THRU HIG-GRAVA-FIM
                GO TO HIG-002.
      *
      * CEP CANCELADO: RESPONDE 02 E, HAVENDO REDIRECIONAMENTO,
      * DEVOLVE O SOBREVIVENTE DA CADEIA (VIDE RED-SEGUE)
      *
                EXIT.
      *
      *********************************************
      * PROCURA, ENTRE OS CEPS ATIVOS DO LOGRADOURO DO PEDIDO (MESMA *
      * CIDADE/UF, QUALQUER BAIRRO), O CEP CUJA FAIXA DE NUMERACAO   *
      * CONTEM O NUMERO DA CASA, VARRENDO A CHAVE ALTERNATIVA        *
      * CEP-LOGRA A PARTIR DA PRIMEIRA PALAVRA, COMO CON-020 DE      *
      * CEPCONSE. W-CEPTRECHO = ZEROS QUANDO NENHUM (OU MAIS DE UM)  *
      * CEP CONTEM O NUMERO                                          *
      *********************************************
      *
       HIG-TRECHO.
                MOVE ZEROS TO W-CEPTRECHO
                MOVE ZEROS TO W-TOKLEN
                INSPECT W-LOGPED TALLYING W-TOKLEN FOR CHARACTERS
                        BEFORE INITIAL SPACE
                IF W-TOKLEN = ZEROS
                   MOVE 35 TO W-TOKLEN.
                MOVE SPACES TO CEP-LOGRA
                MOVE W-LOGPED (1:W-TOKLEN) TO CEP-LOGRA
                START CADCEP KEY IS NOT LESS THAN CEP-LOGRA
                IF ST-ERRO NOT = "00"
                   GO TO HIG-TRECHO-FIM.
       HIG-TRECHO1.
                READ CADCEP NEXT RECORD
                IF ST-ERRO NOT = "00"
                   GO TO HIG-TRECHO-FIM.
                MOVE CEP-LOGRA TO W-DICBUF
                PERFORM DIC-PADRONIZA THRU DIC-PADRONIZA-FIM
                IF W-DICSAI (1:W-TOKLEN) > W-LOGPED (1:W-TOKLEN)
                   GO TO HIG-TRECHO-FIM.
                IF W-DICSAI NOT = W-LOGPED
                   GO TO HIG-TRECHO1.
                IF NOT CEP-ATIVO OR CEP-UF NOT = W-UFPED
                   GO TO HIG-TRECHO1.
                MOVE SPACES TO W-CBUF
                MOVE CEP-CIDADE TO W-CBUF
                PERFORM NORM-TEXTO THRU NORM-TEXTO-FIM
                IF W-CSAI NOT = W-CIDPED
                   GO TO HIG-TRECHO1.
                MOVE CEP-NUMCEP TO W-NUMVCEP
                PERFORM NUM-CONTEM THRU NUM-CONTEM-FIM
                IF W-NUMRES NOT = "D"
                   GO TO HIG-TRECHO1.
                IF W-CEPTRECHO NOT = ZEROS
                   MOVE ZEROS TO W-CEPTRECHO
                   GO TO HIG-TRECHO-FIM.
                MOVE CEP-NUMCEP TO W-CEPTRECHO
                GO TO HIG-TRECHO1.
       HIG-TRECHO-FIM.
                EXIT.
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
      *********************************************
      * SEGUE A CADEIA DE SUCESSORES DE W-REDCEP EM CEPREDIR.DAT    *
      * (LIMITE DE 10 SALTOS CONTRA CADEIA CIRCULAR), COMO          *
      * RED-SEGUE DE CEPCONSE: W-REDACHOU = "S" E W-SUCESSOR COM O  *
                GO TO NORM-TEXTO1.
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
       HIG-999.
                CLOSE CADCEP PEDIDO RESPOSTA
                IF W-TEMARQRED = "S"
                   CLOSE REDIR.
                IF W-TEMARQNUM = "S"
                   CLOSE NUMERA.
                MOVE W-TOTPED  TO W-RUNLID
                MOVE W-TOTCONF TO W-RUNGRV
                COMPUTE W-RUNREJ = W-TOTDIV + W-TOTCANC + W-TOTNAO
                                 + W-TOTTRECHO
                MOVE "F" TO W-RUNTIPO
                PERFORM RUN-GRAVA THRU RUN-GRAVA-FIM
                DISPLAY "CEPHIGIE - HIGIENE DE ENDERECO X CEP"
                DISPLAY "PEDIDOS LIDOS ........: " W-TOTPED
                DISPLAY "ENDERECO CONFERE .....: " W-TOTCONF
                DISPLAY "ENDERECO DIVERGE .....: " W-TOTDIV
                DISPLAY "CEP DE OUTRO TRECHO ..: " W-TOTTRECHO
                DISPLAY "CEP CANCELADO ........: " W-TOTCANC
                DISPLAY "CEP NAO CADASTRADO ...: " W-TOTNAO.
       HIG-FIM.
                MOVE W-RUNLID   TO RUN-LIDOS
                MOVE W-RUNGRV   TO RUN-GRAV
                MOVE W-RUNREJ   TO RUN-REJ
                MOVE SPACES     TO RUN-CICLO
                ACCEPT RUN-CICLO FROM ENVIRONMENT "CEPCICLO"
                WRITE REGRUN
                CLOSE RUNLOG.
       RUN-GRAVA-FIM.
