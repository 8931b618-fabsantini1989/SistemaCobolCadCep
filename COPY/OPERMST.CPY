      * HIST-OPERADOR, NO LUGAR DO ANTIGO USUARIO DO AMBIENTE.
      * NIVEIS: 1 SO' CONSULTA (PESQUISAS F4/F5), 2 INCLUI E ALTERA,
      * 3 (SUPERVISOR) TAMBEM CANCELA E MANTEM OS OPERADORES.
      * O CANCELAMENTO E A TROCA DE CIDADE/UF VIRAM PEDIDO (NIVEL 2
      * OU 3) QUE SO' UM SUPERVISOR DIFERENTE DO SOLICITANTE APROVA,
      * EM CEPAPROV (VIDE APROVCEP.CPY).
      *----------------------------------------------------------------
       01 REGOPER.
                03 OPE-CODIGO          PIC X(08).
