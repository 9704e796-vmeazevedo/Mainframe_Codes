      * anuais datados (movimentos_AAAA.dat, gravados pela virada de
      * ano do ArquivaMovimentos): os anos arquivados saem primeiro,
      * em ordem, e o diario vivo fecha o extrato. Com a data inicial
      * zerada (sem limite) so o diario vivo e lido -- informe o
      * inicio do periodo para alcancar os arquivos.
      * O diario e os arquivos anuais sao indexados por conta + data +
      * NSU: a leitura posiciona (START) na conta e na data inicial e
      * para no primeiro movimento de outra conta ou posterior a data
      * final, sem varrer o diario inteiro. Cada linha traz o NSU do
      * movimento, que identifica o lancamento num pedido de estorno.
      ******************************************************************
      *=================================================================
       ENVIRONMENT                                     DIVISION.

       FILE-CONTROL.
           SELECT MOVIMENTOS ASSIGN TO 'movimentos.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-CHAVE
           FILE STATUS IS WS-MOV-STATUS.

           SELECT MOVIMENTOS-ARQUIVO ASSIGN TO DYNAMIC WS-NOME-ARQUIVO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARQ-CHAVE
           FILE STATUS IS WS-ARQ-STATUS.

           SELECT RELATORIO-EXTRATO ASSIGN TO 'extrato_rpt.dat'
           05 DET-SALDO         PIC 9(9).99.
           05 FILLER            PIC X(1)  VALUE ' '.
           05 DET-PROGRAMA      PIC X(12).
           05 FILLER            PIC X(5)  VALUE ' NSU '.
           05 DET-NSU           PIC 9(10).
           05 FILLER            PIC X(2)  VALUE SPACES.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *DIARIO VIVO FECHA O EXTRATO.
               PERFORM LISTAR-ANOS-ARQUIVADOS

               MOVE WS-CONTA-EXTRATO TO MOV-CONTA
               MOVE WS-DATA-DE       TO MOV-DATA
               MOVE ZEROS            TO MOV-NSU
               START MOVIMENTOS KEY IS NOT LESS THAN MOV-CHAVE
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
               END-START

               PERFORM UNTIL WS-EOF = 'Y'
                   READ MOVIMENTOS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CONTA-EXTRATO TO ARQ-CONTA
           MOVE WS-DATA-DE       TO ARQ-DATA
           MOVE ZEROS            TO ARQ-NSU
           START MOVIMENTOS-ARQUIVO KEY IS NOT LESS THAN ARQ-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-ARQ
           END-START

           PERFORM UNTIL WS-EOF-ARQ = 'Y'
               READ MOVIMENTOS-ARQUIVO NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-ARQ
                   NOT AT END
                       MOVE MOVIMENTO-ARQ-REC TO MOVIMENTO-REC
                       PERFORM FILTRAR-MOVIMENTO
                       IF WS-EOF = 'Y'
                           MOVE 'Y' TO WS-EOF-ARQ
                       END-IF
               END-READ
           END-PERFORM

           MOVE 'N' TO WS-EOF
           CLOSE MOVIMENTOS-ARQUIVO.

      *A LEITURA VEM POSICIONADA NA CONTA E NA DATA INICIAL, EM ORDEM
      *DE CHAVE: O PRIMEIRO MOVIMENTO DE OUTRA CONTA OU POSTERIOR A
      *DATA FINAL ENCERRA A LEITURA (WS-EOF).
       FILTRAR-MOVIMENTO.

           IF MOV-CONTA NOT = WS-CONTA-EXTRATO
               OR (WS-DATA-ATE > ZEROS AND MOV-DATA > WS-DATA-ATE)
               MOVE 'Y' TO WS-EOF
           ELSE
               PERFORM LISTAR-MOVIMENTO
           END-IF.

       LISTAR-MOVIMENTO.
           MOVE MOV-VALOR        TO DET-VALOR
           MOVE MOV-SALDO-RESULT TO DET-SALDO
           MOVE MOV-PROGRAMA     TO DET-PROGRAMA
           MOVE MOV-NSU          TO DET-NSU

           MOVE WS-LINHA-DETALHE TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           DISPLAY DET-DATA ' ' DET-TIPO ' VALOR ' DET-VALOR
               ' SALDO ' DET-SALDO ' ' DET-PROGRAMA ' NSU ' DET-NSU.
