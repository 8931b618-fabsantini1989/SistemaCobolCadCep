      *----------------------------------------------------------------
      * DICLOGS.CPY - CLAUSULA SELECT DO DICIONARIO DE TIPOS DE
      * LOGRADOURO E ABREVIATURAS (DICLOG.DAT), COMPARTILHADA POR
      * TODOS OS PROGRAMAS QUE PADRONIZAM OU COMPARAM CEP-LOGRA (VIDE
      * DICLOG.CPY E TABDIC.CPY).
      *----------------------------------------------------------------
       SELECT DICLOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERDIC.
