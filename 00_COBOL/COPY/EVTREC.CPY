      *-----------------------------------------------------------------
      * EVTREC - regulatory (eSocial) event queue (eventos_esocial.dat),
      * indexed on CHAVE. One row per reportable HR event, written by
      * the employee maintenance (prog29b) and the collective raise
      * (prog40) when the change is saved:
      *   TIPO 'A' = admission;
      *        'S' = remuneration change (SALARIO-ANTERIOR -> SALARIO);
      *        'D' = termination (MOTIVO, AVISO and LIQUIDO-RESCISAO
      *              from the settlement);
      *        'P' = dependent change (ACAO 'I' included, 'E'
      *              excluded; DEP-SEQ, DEP-NOME, DEP-NASCIMENTO).
      * REGISTRO is the CURRENT-DATE timestamp of the write; with
      * CODIGO, TIPO and DEP-SEQ it is the event id sent to the
      * government and returned on its receipt.
      *   SITUACAO 'P' = pending, goes out in the next daily envelope
      *                  (prog41);
      *            'E' = sent in envelope LOTE on DATA-ENVIO, waiting
      *                  for the receipt;
      *            'A' = accepted, RECIBO is the government receipt;
      *            'X' = rejected or unacknowledged TENTATIVAS times,
      *                  held for manual handling.
      * The receipt reconciliation (prog42) puts rejected and
      * unacknowledged events back to 'P' for resubmission, with the
      * government's message in RETORNO.
      * COPY EVTREC REPLACING ==:PREFIX:== BY ==<prefix>==
      *-----------------------------------------------------------------
           05  :PREFIX:-CHAVE.
               10  :PREFIX:-REGISTRO     PIC X(16).
               10  :PREFIX:-CODIGO       PIC 9(6).
               10  :PREFIX:-TIPO         PIC X(1).
               10  :PREFIX:-DEP-SEQ      PIC 9(2).
           05  :PREFIX:-NOME             PIC X(20).
           05  :PREFIX:-DATA-EVENTO      PIC 9(8).
           05  :PREFIX:-SALARIO          PIC 9(4)V9(2).
           05  :PREFIX:-SALARIO-ANTERIOR PIC 9(4)V9(2).
           05  :PREFIX:-ACAO             PIC X(1).
           05  :PREFIX:-DEP-NOME         PIC X(30).
           05  :PREFIX:-DEP-NASCIMENTO   PIC 9(8).
           05  :PREFIX:-MOTIVO           PIC X(1).
           05  :PREFIX:-AVISO            PIC X(1).
           05  :PREFIX:-LIQUIDO-RESCISAO PIC 9(6)V9(2).
           05  :PREFIX:-OPERADOR         PIC X(8).
           05  :PREFIX:-SITUACAO         PIC X(1).
           05  :PREFIX:-LOTE             PIC 9(6).
           05  :PREFIX:-DATA-ENVIO       PIC 9(8).
           05  :PREFIX:-TENTATIVAS       PIC 9(2).
           05  :PREFIX:-RECIBO           PIC X(20).
           05  :PREFIX:-RETORNO          PIC X(40).
