      *----------------------------------------------------------------
      * NUMCEP.CPY - LAYOUT DO REGISTRO DO ARQUIVO DE FAIXAS DE
      * NUMERACAO PREDIAL POR CEP (CEPNUM.DAT). LOGRADOURO LONGO TEM
      * MAIS DE UM CEP, DIVIDIDO POR TRECHO DE NUMERACAO E POR LADO
      * (PAR/IMPAR); CADA TRECHO VIRA UM REGISTRO, CHAVEADO POR CEP +
      * LADO + NUMERO INICIAL (NUM-CHAVE), PARA CEPCONSE E CEPHIGIE
      * ESCOLHEREM O CEP EXATO A PARTIR DO NUMERO DA CASA. LADO "A"
      * (AMBOS) COBRE PARES E IMPARES DO TRECHO.
      *----------------------------------------------------------------
       01 REGNUM.
                03 NUM-CHAVE.
                   05 NUM-NUMCEP       PIC 9(08).
                   05 NUM-LADO         PIC X(01).
                      88 NUM-PAR            VALUE "P".
                      88 NUM-IMPAR          VALUE "I".
                      88 NUM-AMBOS          VALUE "A".
                   05 NUM-NUMINI       PIC 9(05).
                03 NUM-NUMFIM          PIC 9(05).
