      *----------------------------------------------------------------
      * APROVCEP.CPY - LAYOUT DO REGISTRO DO ARQUIVO DE PEDIDOS DE
      * APROVACAO (CEPAPROV.DAT). O CANCELAMENTO DE CEP (EXC-DL1 DE
      * P1) E A TROCA DE CEP-CIDADE/CEP-UF (ALT-RW1 DE P1) NAO VAO
      * MAIS DIRETO PARA O CADCEP.DAT: VIRAM UM PEDIDO AQUI, COM O
      * OPERADOR SOLICITANTE, A DATA/HORA DO PEDIDO E AS IMAGENS DE
      * REGCEP ANTES/DEPOIS (MESMO FORMATO DE HIST-ANTES/HIST-DEPOIS
      * EM CEPHIST.CPY). O SUPERVISOR (NIVEL 3, QUE NAO SEJA O
      * SOLICITANTE) APROVA OU REJEITA O PEDIDO EM CEPAPROV; SO' A
      * APROVACAO APLICA A MUDANCA NO CADCEP. APR-CEPNOVO GUARDA O
      * CEP SUCESSOR INFORMADO NO PEDIDO DE CANCELAMENTO (ZEROS =
      * SEM SUCESSOR), GRAVADO EM CEPREDIR.DAT NA APROVACAO.
      * SITUACAO: P = PENDENTE, A = APROVADO, R = REJEITADO E
      * S = SUPERADO (O REGISTRO MUDOU NO CADCEP DEPOIS DO PEDIDO E
      * A IMAGEM "ANTES" NAO VALE MAIS; O OPERADOR REFAZ O PEDIDO).
      * OS REJEITADOS E OS PENDENTES EM ATRASO SAEM EM CEPAPEND.
      *----------------------------------------------------------------
       01 REGAPR.
                03 APR-CHAVE.
                   05 APR-NUMCEP       PIC 9(08).
                   05 APR-DTSOL        PIC 9(08).
                   05 APR-HRSOL        PIC 9(06).
                03 APR-TIPO            PIC X(01).
                   88 APR-ALTERACAO         VALUE "A".
                   88 APR-CANCELAMENTO      VALUE "E".
                03 APR-SITUACAO        PIC X(01).
                   88 APR-PENDENTE          VALUE "P".
                   88 APR-APROVADO          VALUE "A".
                   88 APR-REJEITADO         VALUE "R".
                   88 APR-SUPERADO          VALUE "S".
                03 APR-SOLICITANTE     PIC X(08).
                03 APR-APROVADOR       PIC X(08).
                03 APR-DTDEC           PIC 9(08).
                03 APR-HRDEC           PIC 9(06).
                03 APR-CEPNOVO         PIC 9(08).
                03 APR-MOTIVO          PIC X(30).
                03 APR-ANTES           PIC X(200).
                03 APR-DEPOIS          PIC X(200).
