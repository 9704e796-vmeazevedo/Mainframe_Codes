      *-----------------------------------------------------------------
      * CHQCOMPREC - indexed history of the cheques drawn on our
      * accounts and presented in the inward clearing
      * (cheques_compensados.dat), keyed on account + cheque number.
      * Written by the nightly inward-clearing step
      * (CompensacaoCheques) for every presentation of a cheque of an
      * account in the master; it is how a second presentation of the
      * same number is recognized (paid cheque or a final return:
      * reason 49; cheque returned for insufficient funds once:
      * second-presentation reason 12).
      * SITUACAO: 'P' pago, 'D' devolvido (MOTIVO = clearing reason
      * code of the last return). A paid cheque stays 'P' with the
      * amount and date it was paid on. QTD-APRESENTACOES counts the
      * presentations of the number.
      * COPY CHQCOMPREC REPLACING ==:PREFIX:== BY ==<prefix>==
      *-----------------------------------------------------------------
           05  :PREFIX:-CHAVE.
               10  :PREFIX:-CONTA        PIC 9(6).
               10  :PREFIX:-NUMERO       PIC 9(6).
           05  :PREFIX:-VALOR            PIC 9(9)V99.
           05  :PREFIX:-DATA-APRESENTACAO PIC 9(8).
           05  :PREFIX:-SITUACAO         PIC X(1).
           05  :PREFIX:-MOTIVO           PIC X(2).
           05  :PREFIX:-QTD-APRESENTACOES PIC 9(2).
