      *----------------------------------------------------------------
      * NUMCEPS.CPY - CLAUSULA SELECT DO ARQUIVO DE FAIXAS DE
      * NUMERACAO PREDIAL POR CEP (CEPNUM.DAT), CARREGADO POR CEPCARGA
      * A PARTIR DO EXTRATO DOS CORREIOS, MANTIDO EM P1 E CONSULTADO
      * POR CEPCONSE E CEPHIGIE. COMPARTILHADA PARA EVITAR
      * DIVERGENCIA DE CHAVES ENTRE OS PROGRAMAS, COMO EM CADCEPS.CPY.
      *----------------------------------------------------------------
       SELECT NUMERA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUM-CHAVE
                    FILE STATUS  IS ST-ERNUM.
