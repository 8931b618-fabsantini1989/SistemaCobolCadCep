                03 HIST-OPERADOR       PIC X(08).
                03 HIST-DTMOV          PIC 9(08).
                03 HIST-HRMOV          PIC 9(06).
                03 HIST-ANTES          PIC X(200).
                03 HIST-DEPOIS         PIC X(200).
