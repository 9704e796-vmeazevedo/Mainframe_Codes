      *-----------------------------------------------------------------
      * COAFREC - indexed anti-money-laundering case record
      * (coaf_alertas.dat), keyed on the case number. Opened by the
      * nightly COAF monitoring step, one case per customer CPF and
      * rule hit (a CPF with an open case for the same rule does not
      * get a second one); closed by a supervisor in the COAF review
      * program.
      * REGRA: 'ESP' especie acima do limite no dia, 'FRC' depositos
      * fracionados logo abaixo do limite em N dias, 'GIR' giro em N
      * dias muito acima do saldo medio do cliente.
      * SITUACAO: 'A' aberto, 'D' descartado (arquivado pela
      * conformidade), 'C' comunicado ao COAF.
      * VALOR-REFERENCIA: o limite da regra (ESP/FRC) ou o saldo
      * medio do cliente (GIR) contra o qual o caso foi aberto.
      * COPY COAFREC REPLACING ==:PREFIX:== BY ==<prefix>==
      *-----------------------------------------------------------------
           05  :PREFIX:-NUMERO           PIC 9(8).
           05  :PREFIX:-DATA-ABERTURA    PIC 9(8).
           05  :PREFIX:-CPF              PIC 9(11).
           05  :PREFIX:-REGRA            PIC X(3).
           05  :PREFIX:-VALOR-APURADO    PIC 9(13)V99.
           05  :PREFIX:-QTD-APURADA      PIC 9(5).
           05  :PREFIX:-VALOR-REFERENCIA PIC S9(13)V99.
           05  :PREFIX:-SITUACAO         PIC X(1).
           05  :PREFIX:-DATA-DECISAO     PIC 9(8).
           05  :PREFIX:-OPERADOR         PIC X(8).
