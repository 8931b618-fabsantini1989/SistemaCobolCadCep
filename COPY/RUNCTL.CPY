      * DUZIA DE .CTL/.LST/.LOG. O ARQUIVO E' ABERTO EM EXTEND
      * APENAS NA HORA DE GRAVAR E FECHADO EM SEGUIDA, PARA OS
      * LOTES CONCORRENTES NAO SE ATRAPALHAREM.
      * RUN-CICLO IDENTIFICA O CICLO NOTURNO (AAAAMMDDNN) QUANDO O
      * LOTE RODA PELO ENCADEADOR CEPNOITE, QUE O PASSA NA VARIAVEL
      * DE AMBIENTE CEPCICLO; EM BRANCO NAS RODADAS AVULSAS E NOS
      * REGISTROS GRAVADOS ANTES DO CAMPO EXISTIR.
      *----------------------------------------------------------------
       01 REGRUN.
                03 RUN-PROGRAMA        PIC X(08).
                03 RUN-LIDOS           PIC 9(06).
                03 RUN-GRAV            PIC 9(06).
                03 RUN-REJ             PIC 9(06).
                03 RUN-CICLO           PIC X(10).
