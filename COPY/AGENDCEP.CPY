      *----------------------------------------------------------------
      * AGENDCEP.CPY - LAYOUT DO REGISTRO DO ARQUIVO DE MUDANCAS
      * AGENDADAS (CEPAGEND.DAT). OS CORREIOS ANUNCIAM AS MUDANCAS DE
      * CEP SEMANAS ANTES DA VIGENCIA; CADA MUDANCA ANUNCIADA E'
      * DIGITADA EM CEPAGEND (OU CARREGADA DE ARQUIVO POR CEPAGCAR)
      * COM A DATA DE VIGENCIA E APLICADA NO CADCEP.DAT PELO LOTE
      * NOTURNO CEPAGAPL NO DIA, COM AS CRITICAS DE P1, O CARIMBO DE
      * MOVIMENTACAO E O REGISTRO EM CEPHIST.DAT.
      * A CHAVE E' CEP + VIGENCIA + DATA/HORA DO AGENDAMENTO: AS
      * MUDANCAS DE UM CEP FICAM JUNTAS, NA ORDEM EM QUE VAO SER
      * APLICADAS.
      * TIPO: I = INCLUSAO, A = ALTERACAO (AGE-DEPOIS COM O REGISTRO
      * NOVO), E = CANCELAMENTO COM O SUCESSOR EM AGE-CEPNOVO
      * (ZEROS = SEM SUCESSOR) E S = TROCA DE STATUS (AGE-STATUS).
      * AGE-ANTES GUARDA O REGISTRO COMO ESTAVA NO AGENDAMENTO: SE O
      * CARIMBO CEP-DTMOV/CEP-HRMOV MUDAR ATE' A VIGENCIA, A
      * ALTERACAO NAO E' APLICADA (MESMA TRAVA OTIMISTA DE P1).
      * SITUACAO: L = AGUARDANDO LIBERACAO (CANCELAMENTO E TROCA DE
      * CIDADE/UF PASSAM PELA DUPLA CONFERENCIA: UM SUPERVISOR QUE
      * NAO SEJA O SOLICITANTE LIBERA EM CEPAPROV), P = PENDENTE
      * (ESPERANDO A VIGENCIA), A = APLICADA, X = EXCECAO (RECUSADA
      * NA CRITICA DO DIA, MOTIVO EM AGE-MOTIVO), R = REJEITADA PELO
      * SUPERVISOR E C = RETIRADA PELO OPERADOR ANTES DA VIGENCIA.
      *----------------------------------------------------------------
       01 REGAGE.
                03 AGE-CHAVE.
                   05 AGE-NUMCEP       PIC 9(08).
                   05 AGE-DTVIG        PIC 9(08).
                   05 AGE-DTSOL        PIC 9(08).
                   05 AGE-HRSOL        PIC 9(06).
                03 AGE-TIPO            PIC X(01).
                   88 AGE-INCLUSAO          VALUE "I".
                   88 AGE-ALTERACAO         VALUE "A".
                   88 AGE-CANCELAMENTO      VALUE "E".
                   88 AGE-TROCA-STATUS      VALUE "S".
                03 AGE-SITUACAO        PIC X(01).
                   88 AGE-AGUARDANDO        VALUE "L".
                   88 AGE-PENDENTE          VALUE "P".
                   88 AGE-APLICADA          VALUE "A".
                   88 AGE-EXCECAO           VALUE "X".
                   88 AGE-REJEITADA         VALUE "R".
                   88 AGE-RETIRADA          VALUE "C".
                03 AGE-SOLICITANTE     PIC X(08).
                03 AGE-LIBERADOR       PIC X(08).
                03 AGE-DTAPL           PIC 9(08).
                03 AGE-HRAPL           PIC 9(06).
                03 AGE-CEPNOVO         PIC 9(08).
                03 AGE-STATUS          PIC X(01).
                03 AGE-MOTIVO          PIC X(45).
                03 AGE-ANTES           PIC X(200).
                03 AGE-DEPOIS          PIC X(200).
