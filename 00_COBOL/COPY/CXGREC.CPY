      *-----------------------------------------------------------------
      * CXGREC - indexed teller cash-drawer record (caixa_gavetas.dat),
      * one per business date and teller, keyed on date + operator.
      * Opened at the counter with the starting cash and a supervisor
      * (NIVEL 2) approval, added up by every cash deposit and
      * withdrawal the teller keys in, and closed with the counted
      * cash. The nightly drawer balancing step books the difference
      * to the GL and marks the drawer as done.
      * SITUACAO: 'A' aberta (aceita transacoes), 'F' fechada (contagem
      * informada, aguardando a conciliacao da noite), 'C' conciliada
      * pela noite (diferenca contabilizada).
      * VALOR-ESPERADO: ABERTURA + DEPOSITOS - SAQUES, on closing.
      * DIFERENCA: CONTADO - ESPERADO (positive = sobra, negative =
      * falta de caixa).
      * COPY CXGREC REPLACING ==:PREFIX:== BY ==<prefix>==
      *-----------------------------------------------------------------
           05  :PREFIX:-CHAVE.
               10  :PREFIX:-DATA         PIC 9(8).
               10  :PREFIX:-OPERADOR     PIC X(8).
           05  :PREFIX:-SITUACAO         PIC X(1).
           05  :PREFIX:-SUPERVISOR       PIC X(8).
           05  :PREFIX:-HORA-ABERTURA    PIC 9(6).
           05  :PREFIX:-HORA-FECHAMENTO  PIC 9(6).
           05  :PREFIX:-VALOR-ABERTURA   PIC 9(9)V99.
           05  :PREFIX:-QTD-DEPOSITOS    PIC 9(5).
           05  :PREFIX:-TOTAL-DEPOSITOS  PIC 9(11)V99.
           05  :PREFIX:-QTD-SAQUES       PIC 9(5).
           05  :PREFIX:-TOTAL-SAQUES     PIC 9(11)V99.
           05  :PREFIX:-VALOR-CONTADO    PIC 9(11)V99.
           05  :PREFIX:-VALOR-ESPERADO   PIC S9(11)V99.
           05  :PREFIX:-DIFERENCA        PIC S9(11)V99.
