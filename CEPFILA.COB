       77 W-LINPAG       PIC 9(02) VALUE ZEROS.
       77 W-CEPSEL       PIC 9(08) VALUE ZEROS.
       77 W-OPEDEST      PIC X(08) VALUE SPACES.
       77 W-REGCEP-NEW   PIC X(200) VALUE SPACES.
       77 W-CONFLITO     PIC X(01) VALUE "N".
       77 W-FILAOPE      PIC X(08) VALUE SPACES.
       77 W-TEMFILA      PIC X(01) VALUE "N".
      * EXPOE O CARIMBO DE MOVIMENTACAO PARA A TRAVA OTIMISTA DE
      * TRAVA-VERIF COMPARAR COM O QUE ESTA' NO ARQUIVO, COMO EM P1
      *
       01 W-REGCEP-OLD   PIC X(200) VALUE SPACES.
       01 W-REGOLD-R REDEFINES W-REGCEP-OLD.
                03 FILLER              PIC X(149).
                03 W-OLD-DTMOV         PIC 9(08).
                03 W-OLD-HRMOV         PIC 9(06).
                03 FILLER              PIC X(37).
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
