      *-----------------------------------------------------------------
      * RECERTREC - historico da recertificacao de acesso dos
      * operadores (recertificacoes.dat, sequencial, so acrescenta),
      * guardado para a auditoria. Um registro por decisao:
      * RESULTADO 'C' confirmado, 'B' confirmado rebaixado para nivel
      * 1, 'R' revogado (decisoes de supervisor na manutencao de
      * operadores, SUPERVISOR = quem decidiu); 'D' desativado por
      * inatividade, 'N' desativado por falta de confirmacao no prazo,
      * 'M' mantido ativo por ser o ultimo supervisor (decisoes do
      * passo mensal RecertificaOperadores, SUPERVISOR = 'BATCH').
      * DATA-CICLO e a abertura do ciclo (zeros para 'D'), NIVEL e o
      * nivel do operador antes da decisao, ULTIMO-ACESSO o do
      * cadastro no momento da decisao.
      * COPY RECERTREC REPLACING ==:PREFIX:== BY ==<prefix>==
      *-----------------------------------------------------------------
           05  :PREFIX:-TIMESTAMP        PIC X(21).
           05  :PREFIX:-DATA-CICLO       PIC 9(8).
           05  :PREFIX:-OPERADOR         PIC X(8).
           05  :PREFIX:-NIVEL            PIC 9(1).
           05  :PREFIX:-ULTIMO-ACESSO    PIC 9(8).
           05  :PREFIX:-RESULTADO        PIC X(1).
           05  :PREFIX:-SUPERVISOR       PIC X(8).
