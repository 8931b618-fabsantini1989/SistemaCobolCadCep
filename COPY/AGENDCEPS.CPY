      *----------------------------------------------------------------
      * AGENDCEPS.CPY - CLAUSULA SELECT DO ARQUIVO DE MUDANCAS
      * AGENDADAS (CEPAGEND.DAT), COMPARTILHADA POR CEPAGEND,
      * CEPAGCAR, CEPAGAPL E CEPAPROV PARA EVITAR DIVERGENCIA DE
      * CHAVES ENTRE OS PROGRAMAS, COMO EM CADCEPS.CPY.
      *----------------------------------------------------------------
       SELECT AGENDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AGE-CHAVE
                    FILE STATUS  IS ST-ERAGE.
