      *-----------------------------------------------------------------
      * BOLETOREC - indexed boleto record (boletos.dat), keyed on the
      * "nosso numero" (10-digit sequence plus a modulo-11 check
      * digit), with an alternate key on contract + installment + due
      * date so the issuing run never issues two slips for the same
      * installment (renegotiated schedules reuse installment numbers;
      * the due date tells them apart). Issued by the boleto issuing
      * run, settled by the collection-bank return run.
      * SITUACAO: 'E' emitido (em aberto), 'L' liquidado.
      * COPY BOLETOREC REPLACING ==:PREFIX:== BY ==<prefix>==
      *-----------------------------------------------------------------
           05  :PREFIX:-NOSSO-NUMERO     PIC 9(11).
           05  :PREFIX:-CHAVE-PARCELA.
               10  :PREFIX:-CONTRATO     PIC 9(6).
               10  :PREFIX:-PARCELA      PIC 9(3).
               10  :PREFIX:-VENCIMENTO   PIC 9(8).
           05  :PREFIX:-VALOR            PIC 9(9)V99.
           05  :PREFIX:-CONTA-DEBITO     PIC 9(6).
           05  :PREFIX:-DATA-EMISSAO     PIC 9(8).
           05  :PREFIX:-SITUACAO         PIC X(1).
           05  :PREFIX:-DATA-PAGAMENTO   PIC 9(8).
           05  :PREFIX:-VALOR-PAGO       PIC 9(9)V99.
