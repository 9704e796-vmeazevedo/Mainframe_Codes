      * Roda logo depois da abertura da data, ANTES de qualquer passo
      * de postagem: confere a chegada de cada feed de entrada da
      * noite -- depositos, saques, transferencias, transacoes (todos
      * envelopados), estornos aprovados, admissoes, o retorno de
      * boletos do banco cobrador, as ordens de TED, o retorno da
      * compensacao de TED, as ordens judiciais de bloqueio
      * (SISBAJUD), os cheques apresentados na compensacao de entrada
      * e o diario das gavetas de caixa da agencia -- ANTES
      * de o envelope ser consumido, nao depois.
      * Para cada feed:
      *   (1) presenca: feed obrigatorio ausente bloqueia a noite;
      *       estornos, admissoes, retorno de boletos, ordens de TED,
      *       retorno de TED, ordens judiciais, cheques apresentados
      *       e diario do caixa ausentes sao apenas anotados;
      *   (2) envelope: a data do header tem que ser a data de
      *       movimento e a sequencia tem que AVANCAR sobre a ultima
      *       consumida (chegadas_ctl.dat) -- arquivo reenviado
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STAGE-STATUS.

           SELECT FEED-RETORNO-BOLETOS ASSIGN TO 'retorno_boletos.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FEED-STATUS.

           SELECT STAGE-RETORNO-BOLETOS ASSIGN TO DYNAMIC
           WS-NOME-ESTAGIO
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STAGE-STATUS.

           SELECT FEED-ORDENS-TED ASSIGN TO 'ted_solicitacoes.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FEED-STATUS.

           SELECT STAGE-ORDENS-TED ASSIGN TO DYNAMIC WS-NOME-ESTAGIO
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STAGE-STATUS.

           SELECT FEED-RETORNO-TED ASSIGN TO 'ted_retorno.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FEED-STATUS.

           SELECT STAGE-RETORNO-TED ASSIGN TO DYNAMIC WS-NOME-ESTAGIO
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STAGE-STATUS.

           SELECT FEED-ORDENS-JUDICIAIS ASSIGN TO 'sisbajud_ordens.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FEED-STATUS.

           SELECT STAGE-ORDENS-JUDICIAIS ASSIGN TO DYNAMIC
           WS-NOME-ESTAGIO
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STAGE-STATUS.

           SELECT FEED-CHEQUES ASSIGN TO 'cheques_apresentados.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FEED-STATUS.

           SELECT STAGE-CHEQUES ASSIGN TO DYNAMIC WS-NOME-ESTAGIO
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STAGE-STATUS.

           SELECT FEED-CAIXA ASSIGN TO 'caixa_diario.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FEED-STATUS.

           SELECT STAGE-CAIXA ASSIGN TO DYNAMIC WS-NOME-ESTAGIO
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STAGE-STATUS.

           SELECT CHEGADAS-CTL ASSIGN TO 'chegadas_ctl.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
      *ESTORNOS APROVADOS NAO SAO ENVELOPADOS (FEED INTERNO DO FLUXO
      *DE APROVACAO): SO PRESENCA E ESTAGIO.
       FD  FEED-ESTORNOS.
       01  FEED-EST-REC            PIC X(36).

       FD  STAGE-ESTORNOS.
       01  STAGE-EST-REC           PIC X(36).

       FD  FEED-ADMISSOES.
       01  FEED-ADM-REC            PIC X(53).
       FD  STAGE-ADMISSOES.
       01  STAGE-ADM-REC           PIC X(53).

       FD  FEED-RETORNO-BOLETOS.
       01  FEED-RBL-REC            PIC X(31).
       01  FEED-RBL-HEADER REDEFINES FEED-RBL-REC.
           05 FRH-TIPO             PIC X(1).
           05 FRH-DATA             PIC 9(8).
           05 FRH-SEQUENCIA        PIC 9(6).
           05 FILLER               PIC X(16).

       FD  STAGE-RETORNO-BOLETOS.
       01  STAGE-RBL-REC           PIC X(31).

       FD  FEED-ORDENS-TED.
       01  FEED-OTD-REC            PIC X(52).
       01  FEED-OTD-HEADER REDEFINES FEED-OTD-REC.
           05 FOH-TIPO             PIC X(1).
           05 FOH-DATA             PIC 9(8).
           05 FOH-SEQUENCIA        PIC 9(6).
           05 FILLER               PIC X(37).

       FD  STAGE-ORDENS-TED.
       01  STAGE-OTD-REC           PIC X(52).

       FD  FEED-RETORNO-TED.
       01  FEED-RTD-REC            PIC X(25).
       01  FEED-RTD-HEADER REDEFINES FEED-RTD-REC.
           05 FXH-TIPO             PIC X(1).
           05 FXH-DATA             PIC 9(8).
           05 FXH-SEQUENCIA        PIC 9(6).
           05 FILLER               PIC X(10).

       FD  STAGE-RETORNO-TED.
       01  STAGE-RTD-REC           PIC X(25).

       FD  FEED-ORDENS-JUDICIAIS.
       01  FEED-OJD-REC            PIC X(52).
       01  FEED-OJD-HEADER REDEFINES FEED-OJD-REC.
           05 FJH-TIPO             PIC X(1).
           05 FJH-DATA             PIC 9(8).
           05 FJH-SEQUENCIA        PIC 9(6).
           05 FILLER               PIC X(37).

       FD  STAGE-ORDENS-JUDICIAIS.
       01  STAGE-OJD-REC           PIC X(52).

       FD  FEED-CHEQUES.
       01  FEED-CHQ-REC            PIC X(40).
       01  FEED-CHQ-HEADER REDEFINES FEED-CHQ-REC.
           05 FCH-TIPO             PIC X(1).
           05 FCH-DATA             PIC 9(8).
           05 FCH-SEQUENCIA        PIC 9(6).
           05 FILLER               PIC X(25).

       FD  STAGE-CHEQUES.
       01  STAGE-CHQ-REC           PIC X(40).

      *O DIARIO DO CAIXA NAO E ENVELOPADO (GRAVADO TRANSACAO A
      *TRANSACAO PELAS GAVETAS DA AGENCIA): SO PRESENCA E ESTAGIO.
       FD  FEED-CAIXA.
       01  FEED-CXJ-REC            PIC X(53).

       FD  STAGE-CAIXA.
       01  STAGE-CXJ-REC           PIC X(53).

      *ULTIMA CHEGADA CONSUMIDA DE CADA FEED: E CONTRA ELA QUE O
      *DUPLICADO E O FORA-DE-ORDEM SAO PEGOS ANTES DA POSTAGEM.
       FD  CHEGADAS-CTL.
           PERFORM VALIDAR-TRANSACOES
           PERFORM VALIDAR-ESTORNOS
           PERFORM VALIDAR-ADMISSOES
           PERFORM VALIDAR-RETORNO-BOLETOS
           PERFORM VALIDAR-ORDENS-TED
           PERFORM VALIDAR-RETORNO-TED
           PERFORM VALIDAR-ORDENS-JUDICIAIS
           PERFORM VALIDAR-CHEQUES
           PERFORM VALIDAR-CAIXA

           MOVE SPACES TO LINHA-RELATORIO
           STRING 'FEEDS ACEITOS: ' WS-QTD-FEEDS-OK

           PERFORM CONFERIR-FEED.

      *RETORNO DO BANCO COBRADOR: ENVELOPADO, MAS AUSENCIA E NORMAL
      *(NOITE SEM BOLETO PAGO).
       VALIDAR-RETORNO-BOLETOS.

           MOVE 'RETBOLETOS  ' TO WS-FEED-NOME
           MOVE 'ret_boletos   ' TO WS-BASE-ESTAGIO
           MOVE 'N' TO WS-FEED-OBRIGATORIO
           MOVE 'Y' TO WS-FEED-ENVELOPADO
           PERFORM PREPARAR-EXAME-FEED

           OPEN INPUT FEED-RETORNO-BOLETOS
           IF WS-FEED-STATUS NOT = '00'
               MOVE 'N' TO WS-FEED-PRESENTE
           ELSE
               MOVE 'Y' TO WS-FEED-PRESENTE
               PERFORM MONTAR-NOME-ESTAGIO
               OPEN OUTPUT STAGE-RETORNO-BOLETOS
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FEED-RETORNO-BOLETOS
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-QTD-REGISTROS
                           IF WS-PRIMEIRO = 'Y'
                               MOVE 'N' TO WS-PRIMEIRO
                               IF FRH-TIPO = 'H'
                                   MOVE 'Y' TO WS-TEM-HEADER
                                   MOVE FRH-DATA TO WS-HDR-DATA
                                   MOVE FRH-SEQUENCIA
                                       TO WS-HDR-SEQUENCIA
                               END-IF
                           END-IF
                           MOVE FEED-RBL-REC TO STAGE-RBL-REC
                           WRITE STAGE-RBL-REC
                   END-READ
               END-PERFORM
               CLOSE STAGE-RETORNO-BOLETOS
               CLOSE FEED-RETORNO-BOLETOS
           END-IF

           PERFORM CONFERIR-FEED.

       VALIDAR-ORDENS-TED.

           MOVE 'TEDENVIO    ' TO WS-FEED-NOME
           MOVE 'ted_ordens    ' TO WS-BASE-ESTAGIO
           MOVE 'N' TO WS-FEED-OBRIGATORIO
           MOVE 'Y' TO WS-FEED-ENVELOPADO
           PERFORM PREPARAR-EXAME-FEED

           OPEN INPUT FEED-ORDENS-TED
           IF WS-FEED-STATUS NOT = '00'
               MOVE 'N' TO WS-FEED-PRESENTE
           ELSE
               MOVE 'Y' TO WS-FEED-PRESENTE
               PERFORM MONTAR-NOME-ESTAGIO
               OPEN OUTPUT STAGE-ORDENS-TED
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FEED-ORDENS-TED
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-QTD-REGISTROS
                           IF WS-PRIMEIRO = 'Y'
                               MOVE 'N' TO WS-PRIMEIRO
                               IF FOH-TIPO = 'H'
                                   MOVE 'Y' TO WS-TEM-HEADER
                                   MOVE FOH-DATA TO WS-HDR-DATA
                                   MOVE FOH-SEQUENCIA
                                       TO WS-HDR-SEQUENCIA
                               END-IF
                           END-IF
                           MOVE FEED-OTD-REC TO STAGE-OTD-REC
                           WRITE STAGE-OTD-REC
                   END-READ
               END-PERFORM
               CLOSE STAGE-ORDENS-TED
               CLOSE FEED-ORDENS-TED
           END-IF

           PERFORM CONFERIR-FEED.

       VALIDAR-RETORNO-TED.

           MOVE 'TEDRETORNO  ' TO WS-FEED-NOME
           MOVE 'ted_retorno   ' TO WS-BASE-ESTAGIO
           MOVE 'N' TO WS-FEED-OBRIGATORIO
           MOVE 'Y' TO WS-FEED-ENVELOPADO
           PERFORM PREPARAR-EXAME-FEED

           OPEN INPUT FEED-RETORNO-TED
           IF WS-FEED-STATUS NOT = '00'
               MOVE 'N' TO WS-FEED-PRESENTE
           ELSE
               MOVE 'Y' TO WS-FEED-PRESENTE
               PERFORM MONTAR-NOME-ESTAGIO
               OPEN OUTPUT STAGE-RETORNO-TED
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FEED-RETORNO-TED
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-QTD-REGISTROS
                           IF WS-PRIMEIRO = 'Y'
                               MOVE 'N' TO WS-PRIMEIRO
                               IF FXH-TIPO = 'H'
                                   MOVE 'Y' TO WS-TEM-HEADER
                                   MOVE FXH-DATA TO WS-HDR-DATA
                                   MOVE FXH-SEQUENCIA
                                       TO WS-HDR-SEQUENCIA
                               END-IF
                           END-IF
                           MOVE FEED-RTD-REC TO STAGE-RTD-REC
                           WRITE STAGE-RTD-REC
                   END-READ
               END-PERFORM
               CLOSE STAGE-RETORNO-TED
               CLOSE FEED-RETORNO-TED
           END-IF

           PERFORM CONFERIR-FEED.

      *ORDENS JUDICIAIS DE BLOQUEIO (SISBAJUD): ENVELOPADAS, MAS NOITE
      *SEM ORDEM E O NORMAL.
       VALIDAR-ORDENS-JUDICIAIS.

           MOVE 'SISBAJUD    ' TO WS-FEED-NOME
           MOVE 'sisbajud      ' TO WS-BASE-ESTAGIO
           MOVE 'N' TO WS-FEED-OBRIGATORIO
           MOVE 'Y' TO WS-FEED-ENVELOPADO
           PERFORM PREPARAR-EXAME-FEED

           OPEN INPUT FEED-ORDENS-JUDICIAIS
           IF WS-FEED-STATUS NOT = '00'
               MOVE 'N' TO WS-FEED-PRESENTE
           ELSE
               MOVE 'Y' TO WS-FEED-PRESENTE
               PERFORM MONTAR-NOME-ESTAGIO
               OPEN OUTPUT STAGE-ORDENS-JUDICIAIS
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FEED-ORDENS-JUDICIAIS
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-QTD-REGISTROS
                           IF WS-PRIMEIRO = 'Y'
                               MOVE 'N' TO WS-PRIMEIRO
                               IF FJH-TIPO = 'H'
                                   MOVE 'Y' TO WS-TEM-HEADER
                                   MOVE FJH-DATA TO WS-HDR-DATA
                                   MOVE FJH-SEQUENCIA
                                       TO WS-HDR-SEQUENCIA
                               END-IF
                           END-IF
                           MOVE FEED-OJD-REC TO STAGE-OJD-REC
                           WRITE STAGE-OJD-REC
                   END-READ
               END-PERFORM
               CLOSE STAGE-ORDENS-JUDICIAIS
               CLOSE FEED-ORDENS-JUDICIAIS
           END-IF

           PERFORM CONFERIR-FEED.

      *CHEQUES APRESENTADOS POR OUTROS BANCOS: ENVELOPADO; NOITE SEM
      *CHEQUE SACADO CONTRA NOS E POSSIVEL.
       VALIDAR-CHEQUES.

           MOVE 'CHQAPRES    ' TO WS-FEED-NOME
           MOVE 'chq_apres     ' TO WS-BASE-ESTAGIO
           MOVE 'N' TO WS-FEED-OBRIGATORIO
           MOVE 'Y' TO WS-FEED-ENVELOPADO
           PERFORM PREPARAR-EXAME-FEED

           OPEN INPUT FEED-CHEQUES
           IF WS-FEED-STATUS NOT = '00'
               MOVE 'N' TO WS-FEED-PRESENTE
           ELSE
               MOVE 'Y' TO WS-FEED-PRESENTE
               PERFORM MONTAR-NOME-ESTAGIO
               OPEN OUTPUT STAGE-CHEQUES
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FEED-CHEQUES
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-QTD-REGISTROS
                           IF WS-PRIMEIRO = 'Y'
                               MOVE 'N' TO WS-PRIMEIRO
                               IF FCH-TIPO = 'H'
                                   MOVE 'Y' TO WS-TEM-HEADER
                                   MOVE FCH-DATA TO WS-HDR-DATA
                                   MOVE FCH-SEQUENCIA
                                       TO WS-HDR-SEQUENCIA
                               END-IF
                           END-IF
                           MOVE FEED-CHQ-REC TO STAGE-CHQ-REC
                           WRITE STAGE-CHQ-REC
                   END-READ
               END-PERFORM
               CLOSE STAGE-CHEQUES
               CLOSE FEED-CHEQUES
           END-IF

           PERFORM CONFERIR-FEED.

      *DIARIO DAS GAVETAS DE CAIXA: SEM ENVELOPE, AUSENCIA E NORMAL
      *(DIA SEM TRANSACAO EM ESPECIE NO CAIXA).
       VALIDAR-CAIXA.

           MOVE 'CAIXA       ' TO WS-FEED-NOME
           MOVE 'caixa_diario  ' TO WS-BASE-ESTAGIO
           MOVE 'N' TO WS-FEED-OBRIGATORIO
           MOVE 'N' TO WS-FEED-ENVELOPADO
           PERFORM PREPARAR-EXAME-FEED

           OPEN INPUT FEED-CAIXA
           IF WS-FEED-STATUS NOT = '00'
               MOVE 'N' TO WS-FEED-PRESENTE
           ELSE
               MOVE 'Y' TO WS-FEED-PRESENTE
               PERFORM MONTAR-NOME-ESTAGIO
               OPEN OUTPUT STAGE-CAIXA
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FEED-CAIXA
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-QTD-REGISTROS
                           MOVE FEED-CXJ-REC TO STAGE-CXJ-REC
                           WRITE STAGE-CXJ-REC
                   END-READ
               END-PERFORM
               CLOSE STAGE-CAIXA
               CLOSE FEED-CAIXA
           END-IF

           PERFORM CONFERIR-FEED.

       PREPARAR-EXAME-FEED.

           MOVE 'N' TO WS-EOF
