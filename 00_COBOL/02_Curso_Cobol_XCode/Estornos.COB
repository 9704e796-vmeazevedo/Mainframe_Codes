      * supervisor nivel 2 na AprovacaoEstornos -- o classificador de
      * transacoes captura os pedidos em estado pendente
      * (estornos_pend.dat: ESTORNO desfaz deposito, DEVOLUCAO desfaz
      * saque) e nada chega aqui sem a segunda assinatura. Cada
      * pedido traz a chave exata do movimento a estornar (conta,
      * data e NSU, resolvidos na aprovacao): o movimento e lido
      * direto no diario indexado (movimentos.dat) e conferido contra
      * o tipo e o valor do pedido, o valor e desfeito no saldo da
      * conta e o lancamento de estorno vai para o proprio diario
      * (tipo EDP = estorno de deposito, ESQ = estorno de saque).
      * Cada movimento estornado fica no registro de estornos
      * (estornos_feitos.dat, pela chave do movimento original), que
      * impede estornar o mesmo movimento duas vezes.
      * Pedido sem movimento correspondente, ja estornado, ou que
      * deixaria o saldo negativo vai para o relatorio de excecoes
      * (estornos_exc.dat) em vez de fabricar lancamento falso no lote
           FILE STATUS IS WS-CONTA-STATUS.

           SELECT MOVIMENTOS ASSIGN TO 'movimentos.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-CHAVE
           FILE STATUS IS WS-MOV-STATUS.

           SELECT ESTORNOS-FEITOS ASSIGN TO 'estornos_feitos.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EFT-CHAVE-ORIGEM
           FILE STATUS IS WS-EFT-STATUS.

           SELECT ESTORNOS-EXC ASSIGN TO 'estornos_exc.dat'
           ORGANIZATION IS SEQUENTIAL
           05 REQ-DATA             PIC 9(8).
           05 REQ-VALOR            PIC 9(7)V99.
           05 REQ-TIPO             PIC X(3).
           05 REQ-NSU              PIC 9(10).

       FD  CONTAS.
       01  CONTA-REC.
       01  MOVIMENTO-REC.
           COPY MOVREC REPLACING ==:PREFIX:== BY ==MOV==.

      *UM REGISTRO POR MOVIMENTO ESTORNADO, NA CHAVE DO ORIGINAL, COM
      *O NSU E A DATA DO LANCAMENTO DE ESTORNO QUE O DESFEZ.
       FD  ESTORNOS-FEITOS.
       01  ESTORNO-FEITO-REC.
           05 EFT-CHAVE-ORIGEM.
              10 EFT-CONTA         PIC 9(6).
              10 EFT-DATA          PIC 9(8).
              10 EFT-NSU           PIC 9(10).
           05 EFT-TIPO-ESTORNO     PIC X(3).
           05 EFT-NSU-ESTORNO      PIC 9(10).
           05 EFT-DATA-ESTORNO     PIC 9(8).

       FD  DATA-MOVIMENTO.
       01  DATA-MOVIMENTO-REC.
       77 WS-REQ-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CONTA-STATUS      PIC X(2)    VALUE '00'.
       77 WS-MOV-STATUS        PIC X(2)    VALUE '00'.
       77 WS-EFT-STATUS        PIC X(2)    VALUE '00'.
       77 WS-EXC-STATUS        PIC X(2)    VALUE '00'.

       77 WS-EOF-REQ           PIC X(1)    VALUE 'N'.
       77 WS-DTM-STATUS        PIC X(2)    VALUE '00'.
       77 WS-DATA-PROC         PIC 9(8)    VALUE ZEROS.

       77 WS-QTD-ESTORNADOS    PIC 9(7)    VALUE ZEROS.
       77 WS-QTD-EXCECOES      PIC 9(7)    VALUE ZEROS.

       77 WS-TIPO-ESTORNO      PIC X(3)    VALUE SPACES.
       77 WS-MOTIVO            PIC X(30)   VALUE SPACES.

      *AREA DE COMUNICACAO COM O MODULO DE NUMERACAO DE MOVIMENTOS
      *(NumeraMovimento): TODO MOVIMENTO GRAVADO NO DIARIO LEVA O
      *PROXIMO NSU, QUE FECHA A CHAVE CONTA + DATA + NSU.
       01  WS-NSU-AREA.
           COPY NSULINK REPLACING ==:PREFIX:== BY ==NSU==.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
           END-IF

           OPEN I-O CONTAS
           OPEN I-O MOVIMENTOS
           IF WS-MOV-STATUS = '35'
               OPEN OUTPUT MOVIMENTOS
           END-IF
           OPEN I-O ESTORNOS-FEITOS
           IF WS-EFT-STATUS = '35'
               OPEN OUTPUT ESTORNOS-FEITOS
               CLOSE ESTORNOS-FEITOS
               OPEN I-O ESTORNOS-FEITOS
           END-IF

           PERFORM UNTIL WS-EOF-REQ = 'Y'
               READ ESTORNOS-REQ
               END-READ
           END-PERFORM

           CLOSE ESTORNOS-FEITOS
           CLOSE MOVIMENTOS
           CLOSE CONTAS
           IF WS-REQ-STATUS = '00' OR WS-REQ-STATUS = '10'
               CLOSE ESTORNOS-REQ
               MOVE 'ESQ' TO WS-TIPO-ESTORNO
           END-IF

           MOVE SPACES TO WS-MOTIVO
           PERFORM LOCALIZAR-MOVIMENTO-ORIGINAL

           IF WS-MOTIVO NOT = SPACES
               PERFORM GRAVAR-EXCECAO-ESTORNO
           ELSE
               PERFORM DESFAZER-NO-SALDO
           END-IF.

      *LE O MOVIMENTO DO PEDIDO DIRETO PELA CHAVE DO DIARIO (CONTA +
      *DATA + NSU) E CONFERE TIPO E VALOR; DEPOIS PROCURA A MESMA
      *CHAVE NO REGISTRO DE ESTORNOS. QUALQUER DIVERGENCIA SAI EM
      *WS-MOTIVO.
       LOCALIZAR-MOVIMENTO-ORIGINAL.

           MOVE REQ-CONTA TO MOV-CONTA
           MOVE REQ-DATA  TO MOV-DATA
           MOVE REQ-NSU   TO MOV-NSU
           READ MOVIMENTOS
               INVALID KEY
                   MOVE 'MOVIMENTO ORIGINAL NAO ACHADO' TO WS-MOTIVO
                   EXIT PARAGRAPH
           END-READ
           IF WS-MOV-STATUS NOT = '00'
               MOVE 'ERRO DE LEITURA NO DIARIO' TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF

           IF MOV-TIPO NOT = REQ-TIPO
               OR MOV-VALOR NOT = REQ-VALOR
               MOVE 'MOVIMENTO DIVERGE DO PEDIDO' TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF

           MOVE MOV-CHAVE TO EFT-CHAVE-ORIGEM
           READ ESTORNOS-FEITOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'MOVIMENTO JA ESTORNADO' TO WS-MOTIVO
           END-READ.

      *DESFAZ O VALOR NO SALDO: ESTORNO DE DEPOSITO SUBTRAI (E NUNCA
      *DEIXA O SALDO NEGATIVO), ESTORNO DE SAQUE DEVOLVE O VALOR.
               PERFORM GRAVAR-EXCECAO-ESTORNO
           END-IF.

      *GRAVA O LANCAMENTO DE ESTORNO NO DIARIO E REGISTRA O MOVIMENTO
      *ORIGINAL (CHAVE DO PEDIDO) COMO ESTORNADO.
       GRAVAR-MOVIMENTO-ESTORNO.

           ADD 1 TO WS-QTD-ESTORNADOS

           MOVE CONTA-NUMERO      TO MOV-CONTA
           MOVE WS-DATA-PROC      TO MOV-DATA
           MOVE WS-TIPO-ESTORNO   TO MOV-TIPO
           MOVE REQ-VALOR                  TO MOV-VALOR
           MOVE CONTA-SALDO                TO MOV-SALDO-RESULT
           MOVE 'ESTORNOS'                 TO MOV-PROGRAMA

           PERFORM GRAVAR-MOVIMENTO

           MOVE REQ-CONTA         TO EFT-CONTA
           MOVE REQ-DATA          TO EFT-DATA
           MOVE REQ-NSU           TO EFT-NSU
           MOVE WS-TIPO-ESTORNO   TO EFT-TIPO-ESTORNO
           MOVE MOV-NSU           TO EFT-NSU-ESTORNO
           MOVE WS-DATA-PROC      TO EFT-DATA-ESTORNO
           WRITE ESTORNO-FEITO-REC
               INVALID KEY
                   DISPLAY 'ESTORNO JA REGISTRADO: CONTA ' EFT-CONTA
                       ' NSU ' EFT-NSU
           END-WRITE

           DISPLAY 'ESTORNO EFETUADO: CONTA ' CONTA-NUMERO
               ' TIPO ' WS-TIPO-ESTORNO ' VALOR ' REQ-VALOR.
           CLOSE ESTORNOS-EXC

           DISPLAY 'PEDIDO DE ESTORNO EM EXCECAO: CONTA ' REQ-CONTA
               ' NSU ' REQ-NSU ' MOTIVO: ' WS-MOTIVO.

      *CARIMBA O MOVIMENTO COM O PROXIMO NSU E GRAVA NO DIARIO
      *INDEXADO. SEM NSU, OU COM O NSU JA PRESENTE NO DIARIO, NAO HA
      *GRAVACAO E O PROGRAMA PARA.
       GRAVAR-MOVIMENTO.

           CALL 'NumeraMovimento' USING WS-NSU-AREA
           IF NSU-RETORNO NOT = '00'
               DISPLAY 'SEM NSU PARA O MOVIMENTO DA CONTA '
                   MOV-CONTA ', STATUS: ' NSU-RETORNO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE NSU-NUMERO TO MOV-NSU
           WRITE MOVIMENTO-REC
               INVALID KEY
                   DISPLAY 'MOVIMENTO JA EXISTE NO DIARIO: CONTA '
                       MOV-CONTA ' NSU ' MOV-NSU
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-WRITE.
