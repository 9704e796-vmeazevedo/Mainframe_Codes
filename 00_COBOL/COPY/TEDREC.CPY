      *-----------------------------------------------------------------
      * TEDREC - indexed outbound interbank transfer record
      * (ted_enviadas.dat), keyed on the TED number assigned by the
      * outbound run (10-digit sequence kept in the remittance control
      * file). One record per TED debited and sent to the clearing;
      * the clearing return run settles it.
      * SITUACAO: 'E' enviada (aguardando retorno), 'L' liquidada
      * (acatada pelo banco recebedor), 'D' devolvida (rejeitada e
      * creditada de volta na conta de origem).
      * TIPO-PESSOA: 'F' (CPF) or 'J' (CNPJ) for DOC-FAVORECIDO.
      * COPY TEDREC REPLACING ==:PREFIX:== BY ==<prefix>==
      *-----------------------------------------------------------------
           05  :PREFIX:-NUMERO           PIC 9(10).
           05  :PREFIX:-DATA-ENVIO       PIC 9(8).
           05  :PREFIX:-CONTA-ORIGEM     PIC 9(6).
           05  :PREFIX:-BANCO-DESTINO    PIC 9(3).
           05  :PREFIX:-AGENCIA-DESTINO  PIC 9(4).
           05  :PREFIX:-CONTA-DESTINO    PIC 9(12).
           05  :PREFIX:-TIPO-PESSOA      PIC X(1).
           05  :PREFIX:-DOC-FAVORECIDO   PIC 9(14).
           05  :PREFIX:-VALOR            PIC 9(9)V99.
           05  :PREFIX:-SITUACAO         PIC X(1).
           05  :PREFIX:-DATA-RETORNO     PIC 9(8).
           05  :PREFIX:-MOTIVO-DEVOLUCAO PIC X(2).
