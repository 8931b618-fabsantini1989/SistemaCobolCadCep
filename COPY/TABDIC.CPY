      *----------------------------------------------------------------
      * TABDIC.CPY - DICIONARIO DE TIPOS DE LOGRADOURO E ABREVIATURAS
      * EM MEMORIA, COM AS AREAS DE TRABALHO DA PADRONIZACAO. A ROTINA
      * DIC-CARGA DE CADA PROGRAMA CARREGA TAB-DIC DO ARQUIVO
      * DICLOG.DAT (LAYOUT EM DICLOG.CPY), ATE' 300 LINHAS; SEM O
      * ARQUIVO, CARREGA A TABELA PADRAO TBDICP ABAIXO. A ROTINA
      * DIC-PADRONIZA RECEBE O LOGRADOURO EM W-DICBUF E DEVOLVE EM
      * W-DICSAI A FORMA PADRAO: MAIUSCULO, PONTO VIRA ESPACO, SEM
      * ESPACOS EXTRAS E CADA PALAVRA DO DICIONARIO TROCADA PELA SUA
      * FORMA PADRAO ("AV. PAULISTA" E "AV PAULISTA" VIRAM "AVENIDA
      * PAULISTA"). SE A FORMA PADRAO NAO COUBER NOS 35 CARACTERES DE
      * CEP-LOGRA, O TEXTO SAI SO' COM MAIUSCULO/ESPACOS, SEM AS
      * TROCAS, PARA NAO TRUNCAR O NOME.
      *----------------------------------------------------------------
       01 TBDICP.
             03 FILLER    PIC X(22) VALUE "AV    AVENIDA        T".
             03 FILLER    PIC X(22) VALUE "AVEN  AVENIDA        T".
             03 FILLER    PIC X(22) VALUE "R     RUA            T".
             03 FILLER    PIC X(22) VALUE "TV    TRAVESSA       T".
             03 FILLER    PIC X(22) VALUE "TRAV  TRAVESSA       T".
             03 FILLER    PIC X(22) VALUE "PCA   PRACA          T".
             03 FILLER    PIC X(22) VALUE "PC    PRACA          T".
             03 FILLER    PIC X(22) VALUE "PRC   PRACA          T".
             03 FILLER    PIC X(22) VALUE "AL    ALAMEDA        T".
             03 FILLER    PIC X(22) VALUE "EST   ESTRADA        T".
             03 FILLER    PIC X(22) VALUE "ESTR  ESTRADA        T".
             03 FILLER    PIC X(22) VALUE "ROD   RODOVIA        T".
             03 FILLER    PIC X(22) VALUE "LGO   LARGO          T".
             03 FILLER    PIC X(22) VALUE "LG    LARGO          T".
             03 FILLER    PIC X(22) VALUE "PQ    PARQUE         T".
             03 FILLER    PIC X(22) VALUE "PRQ   PARQUE         T".
             03 FILLER    PIC X(22) VALUE "VD    VIADUTO        T".
             03 FILLER    PIC X(22) VALUE "BC    BECO           T".
             03 FILLER    PIC X(22) VALUE "VL    VILA           T".
             03 FILLER    PIC X(22) VALUE "CJ    CONJUNTO       T".
             03 FILLER    PIC X(22) VALUE "CONJ  CONJUNTO       T".
             03 FILLER    PIC X(22) VALUE "LD    LADEIRA        T".
             03 FILLER    PIC X(22) VALUE "PSG   PASSAGEM       T".
             03 FILLER    PIC X(22) VALUE "SRV   SERVIDAO       T".
             03 FILLER    PIC X(22) VALUE "ACS   ACESSO         T".
             03 FILLER    PIC X(22) VALUE "DR    DOUTOR          ".
             03 FILLER    PIC X(22) VALUE "DRA   DOUTORA         ".
             03 FILLER    PIC X(22) VALUE "STA   SANTA           ".
             03 FILLER    PIC X(22) VALUE "STO   SANTO           ".
             03 FILLER    PIC X(22) VALUE "PROF  PROFESSOR       ".
             03 FILLER    PIC X(22) VALUE "PROFA PROFESSORA      ".
             03 FILLER    PIC X(22) VALUE "ENG   ENGENHEIRO      ".
             03 FILLER    PIC X(22) VALUE "GAL   GENERAL         ".
             03 FILLER    PIC X(22) VALUE "GEN   GENERAL         ".
             03 FILLER    PIC X(22) VALUE "CEL   CORONEL         ".
             03 FILLER    PIC X(22) VALUE "CAP   CAPITAO         ".
             03 FILLER    PIC X(22) VALUE "TEN   TENENTE         ".
             03 FILLER    PIC X(22) VALUE "SGT   SARGENTO        ".
             03 FILLER    PIC X(22) VALUE "MAL   MARECHAL        ".
             03 FILLER    PIC X(22) VALUE "ALM   ALMIRANTE       ".
             03 FILLER    PIC X(22) VALUE "BRIG  BRIGADEIRO      ".
             03 FILLER    PIC X(22) VALUE "CMTE  COMANDANTE      ".
             03 FILLER    PIC X(22) VALUE "SEN   SENADOR         ".
             03 FILLER    PIC X(22) VALUE "DEP   DEPUTADO        ".
             03 FILLER    PIC X(22) VALUE "VER   VEREADOR        ".
             03 FILLER    PIC X(22) VALUE "PRES  PRESIDENTE      ".
             03 FILLER    PIC X(22) VALUE "GOV   GOVERNADOR      ".
             03 FILLER    PIC X(22) VALUE "PE    PADRE           ".
             03 FILLER    PIC X(22) VALUE "FR    FREI            ".
             03 FILLER    PIC X(22) VALUE "MONS  MONSENHOR       ".
             03 FILLER    PIC X(22) VALUE "CONS  CONSELHEIRO     ".
             03 FILLER    PIC X(22) VALUE "DES   DESEMBARGADOR   ".
             03 FILLER    PIC X(22) VALUE "VISC  VISCONDE        ".
             03 FILLER    PIC X(22) VALUE "NSA   NOSSA SENHORA   ".
             03 FILLER    PIC X(22) VALUE "NSRA  NOSSA SENHORA   ".
             03 FILLER    PIC X(22) VALUE "JD    JARDIM          ".
       01 TBDICPR REDEFINES TBDICP.
             03 DPD-ITEM OCCURS 56 TIMES.
                05 DPD-FORMA           PIC X(06).
                05 DPD-PADRAO          PIC X(15).
                05 DPD-POSICAO         PIC X(01).
      *
       01 TAB-DIC.
             03 DIC-QTD                PIC 9(03) VALUE ZEROS.
             03 DIC-ITEM OCCURS 300 TIMES.
                05 DIC-TFORMA          PIC X(15).
                05 DIC-TPADRAO         PIC X(15).
                05 DIC-TPOSICAO        PIC X(01).
      *
       01 W-DICTRAB.
             03 W-DICBUF               PIC X(35) VALUE SPACES.
             03 W-DICSAI               PIC X(35) VALUE SPACES.
             03 W-DICPAL               PIC X(35) VALUE SPACES.
             03 W-DICUSA               PIC X(01) VALUE "S".
             03 W-DICEST               PIC X(01) VALUE "N".
             03 W-DI                   PIC 9(02) VALUE ZEROS.
             03 W-DO                   PIC 9(02) VALUE ZEROS.
             03 W-DP                   PIC 9(02) VALUE ZEROS.
             03 W-DN                   PIC 9(02) VALUE ZEROS.
             03 W-DK                   PIC 9(03) VALUE ZEROS.
