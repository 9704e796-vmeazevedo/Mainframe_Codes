      *-----------------------------------------------------------------
      * PARCREC - loan-installment record layout (parcelas.dat),
      * written by the schedule generator and collected nightly by the
      * collection run. SITUACAO: 'A' em aberto, 'P' paga, 'F' paga
      * por desconto em folha (consignado), 'R' renegociada, 'Q'
      * quitada antecipadamente.
      * COPY PARCREC REPLACING ==:PREFIX:== BY ==<prefix>==
      *-----------------------------------------------------------------
           05  :PREFIX:-CONTRATO         PIC 9(6).
      * ao valor mensal.
           05  :PREFIX:-VALOR-JUROS      PIC 9(9)V99.
           05  :PREFIX:-VALOR-PRINCIPAL  PIC 9(9)V99.
      * Data de movimento em que a parcela foi baixada ('P' cobrada
      * na conta ou paga por boleto, 'F' descontada em folha, 'Q'
      * quitada antecipadamente); zeros enquanto em aberto ou
      * renegociada. E por ela que os juros recebidos caem no mes.
           05  :PREFIX:-DATA-PAGAMENTO   PIC 9(8).
