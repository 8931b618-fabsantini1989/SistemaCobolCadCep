      * MARCANDO COM "<<<" APENAS OS CAMPOS QUE REALMENTE MUDARAM,
      * PARA QUE O ATENDIMENTO POSSA RESPONDER QUEM ALTEROU UM CEP E
      * O QUE ELE DIZIA ANTES.
      * - AS IMAGENS PASSAM A ABRIR TAMBEM O TIPO DO CEP E O NOME DA
      *   ORGANIZACAO/UNIDADE (CEP-TIPO-CEP/CEP-NOME-ORG, NO FIM DE
      *   REGCEP).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                03 ANT-DTMOV           PIC X(08).
                03 ANT-HRMOV           PIC X(06).
                03 ANT-TIPO            PIC X(01).
                03 ANT-TIPOCEP         PIC X(01).
                03 ANT-NOMEORG         PIC X(35).
       01 W-IMADEP.
                03 DEP-NUMCEP          PIC X(08).
                03 DEP-LOGRA           PIC X(35).
                03 DEP-DTMOV           PIC X(08).
                03 DEP-HRMOV           PIC X(06).
                03 DEP-TIPO            PIC X(01).
                03 DEP-TIPOCEP         PIC X(01).
                03 DEP-NOMEORG         PIC X(35).
      *
       01 LN-MOVTO.
                03 FILLER    PIC X(05) VALUE "CEP: ".
                MOVE ANT-DATA     TO W-CMPANT
                MOVE DEP-DATA     TO W-CMPDEP
                PERFORM HIS-CAMPO THRU HIS-CAMPO-FIM
                MOVE "TIPO CEP"   TO W-CMPNOME
                MOVE ANT-TIPOCEP  TO W-CMPANT
                MOVE DEP-TIPOCEP  TO W-CMPDEP
                PERFORM HIS-CAMPO THRU HIS-CAMPO-FIM
                MOVE "ORGANIZACAO" TO W-CMPNOME
                MOVE ANT-NOMEORG  TO W-CMPANT
                MOVE DEP-NOMEORG  TO W-CMPDEP
                PERFORM HIS-CAMPO THRU HIS-CAMPO-FIM
                MOVE SPACES TO REGLST
                WRITE REGLST.
       HIS-DETALHA-FIM.
