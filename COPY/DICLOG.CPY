      *----------------------------------------------------------------
      * DICLOG.CPY - LAYOUT DA LINHA DO DICIONARIO DE TIPOS DE
      * LOGRADOURO E ABREVIATURAS (DICLOG.DAT). O MESMO LOGRADOURO
      * CHEGAVA COMO "AV. PAULISTA", "AVENIDA PAULISTA" E "AV
      * PAULISTA"; CADA LINHA DIZ COMO UMA PALAVRA E' ESCRITA NA
      * FORMA PADRAO:
      *   COL 01-15 DIC-FORMA   PALAVRA COMO PODE CHEGAR (SEM PONTO)
      *   COL 17-31 DIC-PADRAO  FORMA PADRAO GRAVADA EM CEP-LOGRA
      *   COL 33    DIC-POSICAO T = TIPO DE LOGRADOURO, SO' VALE COMO
      *                         PRIMEIRA PALAVRA (O "R" DE "R DAS
      *                         FLORES", NAO A INICIAL DE "JOAO R
      *                         SILVA"); EM BRANCO = QUALQUER PALAVRA
      * LINHA COM "*" NA COLUNA 1 E' COMENTARIO. ARQUIVO TEXTO MANTIDO
      * PELA AREA DE CADASTRO; SE NAO EXISTIR VALE A TABELA PADRAO DE
      * TABDIC.CPY. QUEM PADRONIZA E' A ROTINA DIC-PADRONIZA, A MESMA
      * EM P1, CEPCARGA, CEPAGAPL, CEPCONSE, CEPHIGIE, CEPDUP E
      * CEPLNORM. DEPOIS DE MEXER NO DICIONARIO, RODAR CEPLNORM PARA
      * O CADASTRO ACOMPANHAR.
      *----------------------------------------------------------------
       01 REGDIC.
                03 DIC-FORMA           PIC X(15).
                03 FILLER              PIC X(01).
                03 DIC-PADRAO          PIC X(15).
                03 FILLER              PIC X(01).
                03 DIC-POSICAO         PIC X(01).
                03 FILLER              PIC X(47).
