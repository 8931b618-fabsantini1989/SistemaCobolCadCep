      *----------------------------------------------------------------
      * APROVCEPS.CPY - CLAUSULA SELECT DO ARQUIVO DE PEDIDOS DE
      * APROVACAO (CEPAPROV.DAT), COMPARTILHADA POR P1, CEPAPROV E
      * CEPAPEND PARA EVITAR DIVERGENCIA DE CHAVES ENTRE OS
      * PROGRAMAS, COMO EM CADCEPS.CPY. A CHAVE E' CEP + DATA/HORA
      * DO PEDIDO, ENTAO OS PEDIDOS DE UM CEP FICAM JUNTOS E EM
      * ORDEM CRONOLOGICA.
      *----------------------------------------------------------------
       SELECT APROV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS APR-CHAVE
                    FILE STATUS  IS ST-ERAPR.
