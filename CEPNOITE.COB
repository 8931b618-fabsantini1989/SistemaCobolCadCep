       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEPNOITE.
       AUTHOR. FABIANO SANTINI MARQUES.
      ***********************************************
      * ENCADEADOR DO CICLO NOTURNO DE LOTES        *
      ***********************************************
      * O CICLO NOTURNO ERA RODADO PROGRAMA A PROGRAMA PELA OPERACAO
      * E, SE UM PASSO FALHAVA, OS SEGUINTES RODAVAM DO MESMO JEITO
      * (SO' O CEPRESUM DA MANHA SEGUINTE APONTAVA). ESTE PROGRAMA LE
      * A TABELA DE PASSOS (CEPNOITE.TAB, UMA LINHA POR PASSO:
      * PROGRAMA, PREDECESSOR, OBRIGATORIO S/N E, OPCIONAL, A LINHA
      * DE COMANDO - EM BRANCO RODA O PROPRIO NOME DO PROGRAMA; LINHA
      * COM "*" NA PRIMEIRA COLUNA E' COMENTARIO) E RODA OS PASSOS NA
      * ORDEM DA TABELA. NA FALTA DA TABELA VALE A TABELA PADRAO DE
      * TAB-PADRAO, COM OS MESMOS LOTES QUE CEPRESUM ESPERA.
      * CADA NOITE E' UM CICLO, IDENTIFICADO POR AAAAMMDDNN E GUARDADO
      * EM CEPNOITE.CTL. O CICLO VAI PARA OS PASSOS NA VARIAVEL DE
      * AMBIENTE CEPCICLO, QUE A ROTINA RUN-GRAVA DE CADA LOTE GRAVA
      * EM RUN-CICLO NO CEPRUN.LOG (VIDE RUNCTL.CPY). DEPOIS DE CADA
      * PASSO O LOG E' RELIDO (VIDE NOI-LOG): O PASSO SO' ESTA' OK SE
      * O ULTIMO REGISTRO "F" DELE NO CICLO VEIO DEPOIS DO ULTIMO "I"
      * E COM RUN-SIT NORMAL. PASSO COM PREDECESSOR OBRIGATORIO QUE
      * FALHOU (OU QUE FICOU SUSPENSO) NAO RODA E FICA SUSPENSO; A
      * FALHA DE UM PASSO OPCIONAL NAO SEGURA OS DEPENDENTES.
      * ENQUANTO HOUVER PASSO OBRIGATORIO FALHO OU SUSPENSO O CICLO
      * FICA ABERTO EM CEPNOITE.CTL: A PROXIMA EXECUCAO PERGUNTA NO
      * CONSOLE SE RETOMA O CICLO E, RETOMANDO, PULA OS PASSOS QUE JA
      * TERMINARAM OK NELE E RECOMECA NO PASSO QUE FALHOU.
      * RELATORIO DA RODADA EM CEPNOITE.LST.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY RUNCTLS.
       SELECT TABNOI  ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERTAB.
       SELECT CTLNOI  ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERCTL.
       SELECT NOILST  ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERLST.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD TABNOI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CEPNOITE.TAB".
       01 REGTAB.
                03 TBN-PROGRAMA        PIC X(08).
                03 FILLER              PIC X(01).
                03 TBN-PREDEC          PIC X(08).
                03 FILLER              PIC X(01).
                03 TBN-OBRIG           PIC X(01).
                03 FILLER              PIC X(01).
                03 TBN-COMANDO         PIC X(60).
       01 REGTAB-R REDEFINES REGTAB.
                03 TBN-COMENT          PIC X(01).
                03 FILLER              PIC X(79).
      *
       FD CTLNOI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CEPNOITE.CTL".
       01 REGCTN.
                03 CTN-CICLO           PIC X(10).
                03 CTN-CICLO-R REDEFINES CTN-CICLO.
                   05 CTN-DATA         PIC 9(08).
                   05 CTN-SEQ          PIC 9(02).
                03 CTN-SIT             PIC X(01).
                   88 CTN-ABERTO            VALUE "A".
                   88 CTN-FECHADO           VALUE "F".
      *
       FD NOILST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CEPNOITE.LST".
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
       77 ST-ERTAB       PIC X(02) VALUE "00".
       77 ST-ERCTL       PIC X(02) VALUE "00".
       77 ST-ERLST       PIC X(02) VALUE "00".
       77 W-HCONT        PIC 9(06) VALUE ZEROS.
       77 W-HOJE         PIC 9(08) VALUE ZEROS.
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-TOTPAS       PIC 9(02) VALUE ZEROS.
       77 W-TOTJA        PIC 9(02) VALUE ZEROS.
       77 W-TOTOK        PIC 9(02) VALUE ZEROS.
       77 W-TOTFAL       PIC 9(02) VALUE ZEROS.
       77 W-TOTSUS       PIC 9(02) VALUE ZEROS.
       77 W-ABERTO       PIC X(01) VALUE "N".
       77 W-I            PIC 9(02) VALUE ZEROS.
       77 W-J            PIC 9(02) VALUE ZEROS.
       77 W-P            PIC 9(02) VALUE ZEROS.
       77 W-SEQLOG       PIC 9(07) VALUE ZEROS.
       77 W-RETORNO      PIC S9(09) VALUE ZEROS.
       77 W-COMANDO      PIC X(60) VALUE SPACES.
      *
       01 W-CICLO        PIC X(10) VALUE SPACES.
       01 W-CICLO-R REDEFINES W-CICLO.
                03 W-CIC-DATA          PIC 9(08).
                03 W-CIC-SEQ           PIC 9(02).
      *
      * TABELA PADRAO DE PASSOS (PROGRAMA, PREDECESSOR, OBRIGATORIO),
      * USADA QUANDO NAO HA' CEPNOITE.TAB. CEPAGAPL RODA LOGO DEPOIS
      * DA CARGA PARA AS MUDANCAS AGENDADAS SAIREM NO DELTA DA NOITE.
      * SAO OS MESMOS 13 LOTES DE TAB-NOMES DE CEPRESUM: QUEM ENTRAR
      * OU SAIR DE UMA TABELA TEM DE ENTRAR OU SAIR DA OUTRA
      *
       01 TAB-PADRAO.
             03 FILLER    PIC X(17) VALUE "CEPFAIXA        S".
             03 FILLER    PIC X(17) VALUE "CEPCARGACEPFAIXAS".
             03 FILLER    PIC X(17) VALUE "CEPAGAPLCEPCARGAN".
             03 FILLER    PIC X(17) VALUE "CEPDELTACEPCARGAS".
             03 FILLER    PIC X(17) VALUE "CEPHARQ CEPDELTAN".
             03 FILLER    PIC X(17) VALUE "CEPDUP  CEPCARGAN".
             03 FILLER    PIC X(17) VALUE "CEPSANEACEPDUP  N".
             03 FILLER    PIC X(17) VALUE "CEPVERIFCEPSANEAN".
             03 FILLER    PIC X(17) VALUE "CEPSTAT CEPCARGAN".
             03 FILLER    PIC X(17) VALUE "CEPFXEXCCEPCARGAN".
             03 FILLER    PIC X(17) VALUE "CEPFPENDCEPCARGAN".
             03 FILLER    PIC X(17) VALUE "CEPDCONF        N".
             03 FILLER    PIC X(17) VALUE "CEPCONSE        N".
       01 TAB-PADRAOR REDEFINES TAB-PADRAO.
             03 TAB-PAD-ITEM OCCURS 13 TIMES.
                05 PAD-PROG            PIC X(08).
                05 PAD-PRED            PIC X(08).
                05 PAD-OBRIG           PIC X(01).
      *
      * PASSOS DO CICLO. STP-SIT: " " = A RODAR, J = JA TERMINADO OK
      * NO CICLO (RETOMADA), O = OK, F = FALHOU, S = SUSPENSO. OS
      * DEMAIS CAMPOS SAO O RESULTADO DO PASSO LIDO DE CEPRUN.LOG
      * (POSICAO NO LOG DO ULTIMO "I" E DO ULTIMO "F" NO CICLO)
      *
       01 TAB-PASSOS.
                03 TAB-PASSO OCCURS 20 TIMES.
                   05 STP-PROG         PIC X(08).
                   05 STP-PRED         PIC X(08).
                   05 STP-OBRIG        PIC X(01).
                   05 STP-CMD          PIC X(60).
                   05 STP-SIT          PIC X(01).
                   05 STP-SEQI         PIC 9(07).
                   05 STP-SEQF         PIC 9(07).
                   05 STP-SITF         PIC X(01).
                   05 STP-LID          PIC 9(06).
                   05 STP-GRV          PIC 9(06).
                   05 STP-REJ          PIC 9(06).
      *
       01 LN-PASSO.
                03 LP-PROG   PIC X(08).
                03 FILLER    PIC X(02) VALUE SPACES.
                03 LP-PRED   PIC X(08).
                03 FILLER    PIC X(02) VALUE SPACES.
                03 LP-OBRIG  PIC X(01).
                03 FILLER    PIC X(02) VALUE SPACES.
                03 LP-SITU   PIC X(16).
                03 FILLER    PIC X(06) VALUE "  LID ".
                03 LP-LID    PIC ZZZZZ9.
                03 FILLER    PIC X(06) VALUE "  GRV ".
                03 LP-GRV    PIC ZZZZZ9.
                03 FILLER    PIC X(06) VALUE "  REJ ".
                03 LP-REJ    PIC ZZZZZ9.
                03 FILLER    PIC X(02) VALUE SPACES.
                03 LP-RETORNO PIC -(9)9.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       NOI-001.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                PERFORM NOI-TABELA THRU NOI-TABELA-FIM
                IF W-TOTPAS = ZEROS
                   DISPLAY "CEPNOITE - TABELA DE PASSOS INVALIDA"
                   STOP RUN.
      *
      * CICLO: RETOMA O CICLO ABERTO SE O OPERADOR CONFIRMAR; SENAO
      * ABRE UM NOVO (DATA DE HOJE + SEQUENCIA DO DIA)
      *
                MOVE W-HOJE TO W-CIC-DATA
                MOVE 1 TO W-CIC-SEQ
                OPEN INPUT CTLNOI
                IF ST-ERCTL NOT = "00"
                   GO TO NOI-002.
                READ CTLNOI
                CLOSE CTLNOI
                IF ST-ERCTL NOT = "00" OR CTN-CICLO NOT NUMERIC
                   GO TO NOI-002.
                IF CTN-DATA = W-HOJE
                   COMPUTE W-CIC-SEQ = CTN-SEQ + 1.
                IF NOT CTN-ABERTO
                   GO TO NOI-002.
                DISPLAY "CEPNOITE - O CICLO " CTN-CICLO
                        " NAO TERMINOU. RETOMAR ESSE CICLO (S/N) ?"
                MOVE SPACES TO W-OPCAO
                ACCEPT W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   GO TO NOI-002.
                MOVE CTN-CICLO TO W-CICLO.
       NOI-002.
                DISPLAY "CEPNOITE - CICLO " W-CICLO
                DISPLAY "CEPCICLO" UPON ENVIRONMENT-NAME
                DISPLAY W-CICLO UPON ENVIRONMENT-VALUE
                MOVE "A" TO CTN-SIT
                PERFORM NOI-CTL THRU NOI-CTL-FIM
      *
      * REGISTRA O INICIO DO CICLO NO LOG CENTRAL DE EXECUCAO
      *
                MOVE "I" TO W-RUNTIPO
                PERFORM RUN-GRAVA THRU RUN-GRAVA-FIM
                OPEN OUTPUT NOILST
                MOVE SPACES TO REGLST
                STRING "CEPNOITE - CICLO NOTURNO " DELIMITED BY SIZE
                       W-CICLO DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                WRITE REGLST
                MOVE "PROGRAMA  PREDEC.   O  SITUACAO" TO REGLST
                WRITE REGLST
      *
      * RETOMADA: O QUE JA TERMINOU OK NESTE CICLO NAO RODA DE NOVO
      *
                PERFORM NOI-LOG THRU NOI-LOG-FIM
                MOVE 1 TO W-I.
       NOI-003.
                IF W-I > W-TOTPAS
                   GO TO NOI-010.
                IF STP-SEQF (W-I) > STP-SEQI (W-I) AND
                   STP-SITF (W-I) = "N"
                   MOVE "J" TO STP-SIT (W-I).
                ADD 1 TO W-I
                GO TO NOI-003.
      *
      * RODA OS PASSOS NA ORDEM DA TABELA
      *
       NOI-010.
                MOVE 1 TO W-I.
       NOI-011.
                IF W-I > W-TOTPAS
                   GO TO NOI-999.
                PERFORM NOI-PASSO THRU NOI-PASSO-FIM
                PERFORM NOI-LINHA THRU NOI-LINHA-FIM
                ADD 1 TO W-I
                GO TO NOI-011.
      *
      *****************************************
      * RODA O PASSO W-I, SE O PREDECESSOR DEIXAR, E CONFERE NO LOG *
      * SE ELE TERMINOU NORMAL NESTE CICLO                          *
      *****************************************
      *
       NOI-PASSO.
                MOVE ZEROS TO W-RETORNO
                IF STP-SIT (W-I) = "J"
                   GO TO NOI-PASSO-FIM.
                IF STP-PRED (W-I) = SPACES
                   GO TO NOI-PASSO1.
                MOVE 1 TO W-P.
       NOI-PASSO0.
                IF STP-PROG (W-P) NOT = STP-PRED (W-I)
                   ADD 1 TO W-P
                   GO TO NOI-PASSO0.
                IF STP-SIT (W-P) = "S" OR
                   (STP-SIT (W-P) = "F" AND STP-OBRIG (W-P) = "S")
                   MOVE "S" TO STP-SIT (W-I)
                   DISPLAY "CEPNOITE - " STP-PROG (W-I)
                           " SUSPENSO: " STP-PRED (W-I) " NAO TERMINOU"
                   GO TO NOI-PASSO-FIM.
       NOI-PASSO1.
                DISPLAY "CEPNOITE - INICIANDO " STP-PROG (W-I)
                MOVE STP-CMD (W-I) TO W-COMANDO
                CALL "SYSTEM" USING W-COMANDO
                MOVE RETURN-CODE TO W-RETORNO
                MOVE ZEROS TO RETURN-CODE
                PERFORM NOI-LOG THRU NOI-LOG-FIM
                IF STP-SEQF (W-I) > STP-SEQI (W-I) AND
                   STP-SITF (W-I) = "N"
                   MOVE "O" TO STP-SIT (W-I)
                   DISPLAY "CEPNOITE - " STP-PROG (W-I) " TERMINOU OK"
                   GO TO NOI-PASSO-FIM.
                MOVE "F" TO STP-SIT (W-I)
                DISPLAY "*** CEPNOITE - " STP-PROG (W-I) " FALHOU ***".
       NOI-PASSO-FIM.
                EXIT.
      *
      * UMA LINHA DO RELATORIO POR PASSO, COM OS CONTADORES DO "F"
      *
       NOI-LINHA.
                MOVE STP-PROG (W-I)  TO LP-PROG
                MOVE STP-PRED (W-I)  TO LP-PRED
                MOVE STP-OBRIG (W-I) TO LP-OBRIG
                MOVE STP-LID (W-I)   TO LP-LID
                MOVE STP-GRV (W-I)   TO LP-GRV
                MOVE STP-REJ (W-I)   TO LP-REJ
                MOVE W-RETORNO       TO LP-RETORNO
                IF STP-SIT (W-I) = "J"
                   ADD 1 TO W-TOTJA
                   MOVE "JA EXECUTADO    " TO LP-SITU.
                IF STP-SIT (W-I) = "O"
                   ADD 1 TO W-TOTOK
                   MOVE "OK              " TO LP-SITU.
                IF STP-SIT (W-I) = "S"
                   ADD 1 TO W-TOTSUS
                   MOVE "S" TO W-ABERTO
                   MOVE "SUSPENSO        " TO LP-SITU.
                IF STP-SIT (W-I) NOT = "F"
                   GO TO NOI-LINHA1.
                ADD 1 TO W-TOTFAL
                IF STP-SEQI (W-I) = ZEROS
                   MOVE "NAO INICIOU     " TO LP-SITU
                ELSE
                   IF STP-SEQF (W-I) < STP-SEQI (W-I)
                      MOVE "ABENDOU         " TO LP-SITU
                   ELSE
                      MOVE "TERMINOU C/ERRO " TO LP-SITU.
                IF STP-OBRIG (W-I) = "S"
                   MOVE "S" TO W-ABERTO.
       NOI-LINHA1.
                MOVE SPACES TO REGLST
                MOVE LN-PASSO TO REGLST
                WRITE REGLST.
       NOI-LINHA-FIM.
                EXIT.
      *
      *****************************************
      * CARREGA A TABELA DE PASSOS DE CEPNOITE.TAB (OU DA TABELA    *
      * PADRAO) E CONFERE: OBRIGATORIO S/N E PREDECESSOR QUE SEJA   *
      * UM PASSO ANTERIOR. TABELA INVALIDA DEIXA W-TOTPAS EM ZEROS  *
      *****************************************
      *
       NOI-TABELA.
                MOVE ZEROS TO W-TOTPAS
                OPEN INPUT TABNOI
                IF ST-ERTAB NOT = "00"
                   GO TO NOI-TABELA-PAD.
       NOI-TABELA1.
                READ TABNOI
                IF ST-ERTAB NOT = "00"
                   CLOSE TABNOI
                   GO TO NOI-TABELA-CONF.
                IF REGTAB = SPACES OR TBN-COMENT = "*"
                   GO TO NOI-TABELA1.
                IF W-TOTPAS NOT < 20
                   DISPLAY "CEPNOITE - MAIS DE 20 PASSOS NA TABELA"
                   CLOSE TABNOI
                   MOVE ZEROS TO W-TOTPAS
                   GO TO NOI-TABELA-FIM.
                ADD 1 TO W-TOTPAS
                MOVE TBN-PROGRAMA TO STP-PROG (W-TOTPAS)
                MOVE TBN-PREDEC   TO STP-PRED (W-TOTPAS)
                MOVE TBN-OBRIG    TO STP-OBRIG (W-TOTPAS)
                MOVE TBN-COMANDO  TO STP-CMD (W-TOTPAS)
                GO TO NOI-TABELA1.
       NOI-TABELA-PAD.
                IF W-TOTPAS NOT < 13
                   GO TO NOI-TABELA-CONF.
                ADD 1 TO W-TOTPAS
                MOVE PAD-PROG (W-TOTPAS)  TO STP-PROG (W-TOTPAS)
                MOVE PAD-PRED (W-TOTPAS)  TO STP-PRED (W-TOTPAS)
                MOVE PAD-OBRIG (W-TOTPAS) TO STP-OBRIG (W-TOTPAS)
                MOVE SPACES               TO STP-CMD (W-TOTPAS)
                GO TO NOI-TABELA-PAD.
       NOI-TABELA-CONF.
                MOVE 1 TO W-I.
       NOI-TABELA-CONF1.
                IF W-I > W-TOTPAS
                   GO TO NOI-TABELA-FIM.
                INSPECT STP-OBRIG (W-I) CONVERTING "sn" TO "SN"
                IF STP-OBRIG (W-I) = SPACE
                   MOVE "S" TO STP-OBRIG (W-I).
                IF STP-CMD (W-I) = SPACES
                   MOVE STP-PROG (W-I) TO STP-CMD (W-I).
                MOVE SPACE TO STP-SIT (W-I)
                IF STP-PROG (W-I) = SPACES OR
                   (STP-OBRIG (W-I) NOT = "S" AND
                    STP-OBRIG (W-I) NOT = "N")
                   DISPLAY "CEPNOITE - PASSO " W-I " INVALIDO NA TABELA"
                   MOVE ZEROS TO W-TOTPAS
                   GO TO NOI-TABELA-FIM.
                IF STP-PRED (W-I) = SPACES
                   GO TO NOI-TABELA-CONF3.
                MOVE 1 TO W-J.
       NOI-TABELA-CONF2.
                IF W-J NOT < W-I
                   DISPLAY "CEPNOITE - PREDECESSOR DE " STP-PROG (W-I)
                           " NAO E' UM PASSO ANTERIOR"
                   MOVE ZEROS TO W-TOTPAS
                   GO TO NOI-TABELA-FIM.
                IF STP-PROG (W-J) NOT = STP-PRED (W-I)
                   ADD 1 TO W-J
                   GO TO NOI-TABELA-CONF2.
       NOI-TABELA-CONF3.
                ADD 1 TO W-I
                GO TO NOI-TABELA-CONF1.
       NOI-TABELA-FIM.
                EXIT.
      *
      *****************************************
      * RELE O CEPRUN.LOG E GUARDA, PARA CADA PASSO, A POSICAO DO   *
      * ULTIMO "I" E DO ULTIMO "F" GRAVADOS COM O CICLO CORRENTE, E *
      * A SITUACAO E OS CONTADORES DO ULTIMO "F"                    *
      *****************************************
      *
       NOI-LOG.
                MOVE 1 TO W-J.
       NOI-LOG0.
                IF W-J NOT > W-TOTPAS
                   MOVE ZEROS  TO STP-SEQI (W-J) STP-SEQF (W-J)
                   MOVE SPACES TO STP-SITF (W-J)
                   MOVE ZEROS  TO STP-LID (W-J) STP-GRV (W-J)
                   MOVE ZEROS  TO STP-REJ (W-J)
                   ADD 1 TO W-J
                   GO TO NOI-LOG0.
                MOVE ZEROS TO W-SEQLOG
                OPEN INPUT RUNLOG
                IF ST-ERRUN NOT = "00"
                   GO TO NOI-LOG-FIM.
       NOI-LOG1.
                READ RUNLOG
                IF ST-ERRUN NOT = "00"
                   CLOSE RUNLOG
                   GO TO NOI-LOG-FIM.
                ADD 1 TO W-SEQLOG
                IF RUN-CICLO NOT = W-CICLO
                   GO TO NOI-LOG1.
                MOVE 1 TO W-J.
       NOI-LOG2.
                IF W-J > W-TOTPAS
                   GO TO NOI-LOG1.
                IF STP-PROG (W-J) NOT = RUN-PROGRAMA
                   ADD 1 TO W-J
                   GO TO NOI-LOG2.
                IF RUN-INICIO
                   MOVE W-SEQLOG TO STP-SEQI (W-J).
                IF RUN-TERMINO
                   MOVE W-SEQLOG  TO STP-SEQF (W-J)
                   MOVE RUN-SIT   TO STP-SITF (W-J)
                   MOVE RUN-LIDOS TO STP-LID (W-J)
                   MOVE RUN-GRAV  TO STP-GRV (W-J)
                   MOVE RUN-REJ   TO STP-REJ (W-J).
                GO TO NOI-LOG1.
       NOI-LOG-FIM.
                EXIT.
      *
      * GRAVA O CICLO E A SITUACAO (CTN-SIT JA MOVIDA) NO CONTROLE
      *
       NOI-CTL.
                MOVE W-CICLO TO CTN-CICLO
                OPEN OUTPUT CTLNOI
                IF ST-ERCTL NOT = "00"
                   DISPLAY "AVISO: FALHA AO GRAVAR CEPNOITE.CTL - "
                           ST-ERCTL
                   GO TO NOI-CTL-FIM.
                WRITE REGCTN
                CLOSE CTLNOI.
       NOI-CTL-FIM.
                EXIT.
      *
       NOI-999.
                MOVE SPACES TO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                STRING "PASSOS NA TABELA .....: " DELIMITED BY SIZE
                       W-TOTPAS DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                STRING "JA EXECUTADOS ........: " DELIMITED BY SIZE
                       W-TOTJA  DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                STRING "TERMINADOS OK ........: " DELIMITED BY SIZE
                       W-TOTOK  DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                STRING "FALHARAM .............: " DELIMITED BY SIZE
                       W-TOTFAL DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                STRING "SUSPENSOS ............: " DELIMITED BY SIZE
                       W-TOTSUS DELIMITED BY SIZE INTO REGLST
                WRITE REGLST
                MOVE SPACES TO REGLST
                IF W-ABERTO = "S"
                   MOVE "CICLO ABERTO - RODE O CEPNOITE DE NOVO"
                                                             TO REGLST
                ELSE
                   MOVE "CICLO ENCERRADO" TO REGLST.
                WRITE REGLST
                CLOSE NOILST
                DISPLAY "CEPNOITE - CICLO " W-CICLO
                DISPLAY "TERMINADOS OK ........: " W-TOTOK
                DISPLAY "JA EXECUTADOS ........: " W-TOTJA
                DISPLAY "FALHARAM .............: " W-TOTFAL
                DISPLAY "SUSPENSOS ............: " W-TOTSUS
                IF W-ABERTO = "S"
                   MOVE "E" TO W-RUNSIT
                   DISPLAY "*** CICLO ABERTO - RODE O CEPNOITE DE NOVO"
                           " PARA RETOMAR ***"
                ELSE
                   MOVE "F" TO CTN-SIT
                   PERFORM NOI-CTL THRU NOI-CTL-FIM.
                MOVE W-TOTPAS TO W-RUNLID
                COMPUTE W-RUNGRV = W-TOTOK + W-TOTJA
                COMPUTE W-RUNREJ = W-TOTFAL + W-TOTSUS.
       NOI-FIM.
                MOVE "F" TO W-RUNTIPO
                PERFORM RUN-GRAVA THRU RUN-GRAVA-FIM
                STOP RUN.
      *
      *********************************
      * ESPERA CURTA ENTRE TENTATIVAS DE ABERTURA DO LOG          *
      *********************************
      *
       RUN-ESPERA.
                MOVE ZEROS TO W-HCONT.
       RUN-ESPERA1.
                ADD 1 TO W-HCONT
                IF W-HCONT < 3000
                   GO TO RUN-ESPERA1.
       RUN-ESPERA-FIM.
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
                   PERFORM RUN-ESPERA THRU RUN-ESPERA-FIM
                   GO TO RUN-ABRE.
                DISPLAY "AVISO: FALHA NO LOG DE EXECUCAO - "
                        ST-ERRUN
                GO TO RUN-GRAVA-FIM.
       RUN-MONTA.
                MOVE "CEPNOITE" TO RUN-PROGRAMA
                MOVE W-RUNTIPO  TO RUN-TIPO
                MOVE W-RUNSIT   TO RUN-SIT
                ACCEPT RUN-DATA FROM DATE YYYYMMDD
                ACCEPT RUN-HORA FROM TIME
                MOVE W-RUNLID   TO RUN-LIDOS
                MOVE W-RUNGRV   TO RUN-GRAV
                MOVE W-RUNREJ   TO RUN-REJ
                MOVE W-CICLO    TO RUN-CICLO
                WRITE REGRUN
                CLOSE RUNLOG.
       RUN-GRAVA-FIM.
                EXIT.
