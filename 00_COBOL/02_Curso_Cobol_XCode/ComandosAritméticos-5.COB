           FILE STATUS IS WS-REL-STATUS.

           SELECT MOVIMENTOS ASSIGN TO 'movimentos.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-CHAVE
           FILE STATUS IS WS-MOV-STATUS.

           SELECT CONTROLE-JUROS ASSIGN TO 'juros_controle.dat'

       01 WS-TOTAL-JUROS-ED     PIC Z(10)9.99.

      *AREA DE COMUNICACAO COM O MODULO DE NUMERACAO DE MOVIMENTOS
      *(NumeraMovimento): TODO MOVIMENTO GRAVADO NO DIARIO LEVA O
      *PROXIMO NSU, QUE FECHA A CHAVE CONTA + DATA + NSU.
       01  WS-NSU-AREA.
           COPY NSULINK REPLACING ==:PREFIX:== BY ==NSU==.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================

           OPEN OUTPUT RELATORIO-JUROS

      *O DIARIO DE MOVIMENTOS FICA ABERTO (I-O) PARA A CORRIDA
      *INTEIRA: CADA CAPITALIZACAO GERA UM LANCAMENTO 'JUR'.
           OPEN I-O MOVIMENTOS
           IF WS-MOV-STATUS = '35'
               OPEN OUTPUT MOVIMENTOS
           END-IF
               END-IF
           END-PERFORM.

      *ASSUME MOVIMENTOS JA ABERTO (I-O) PELA CORRIDA.
       GRAVAR-MOVIMENTO-JUROS.

           MOVE CONTA-NUMERO      TO MOV-CONTA
           MOVE CONTA-SALDO                TO MOV-SALDO-RESULT
           MOVE 'JUROS'                    TO MOV-PROGRAMA

           PERFORM GRAVAR-MOVIMENTO.

      *CADA CONTA PROCESSADA VIRA UMA LINHA DO RELATORIO ANUAL DE JUROS,
      *E ENTRA NO TOTAL GERAL DO PORTFOLIO ESCRITO NO TRAILER.
           DISPLAY 'RESUMO ANUAL DE JUROS DO PORTFOLIO'
           DISPLAY 'CONTAS PROCESSADAS...: ' WS-QTD-CONTAS
           DISPLAY 'TOTAL DE JUROS PAGOS.: ' WS-TOTAL-JUROS.

      *CARIMBA O MOVIMENTO COM O PROXIMO NSU E GRAVA NO DIARIO
      *INDEXADO. SEM NSU, OU COM O NSU JA PRESENTE NO DIARIO, NAO HA
      *GRAVACAO E O PROGRAMA PARA.
       GRAVAR-MOVIMENTO.

           CALL 'NumeraMovimento' USING WS-NSU-AREA
           IF NSU-RETORNO NOT = '00'
               DISPLAY 'SEM NSU PARA O MOVIMENTO DA CONTA '
                   MOV-CONTA ', STATUS: ' NSU-RETORNO
               PERFORM ABORTAR-PASSO
           END-IF
           MOVE NSU-NUMERO TO MOV-NSU
           WRITE MOVIMENTO-REC
               INVALID KEY
                   DISPLAY 'MOVIMENTO JA EXISTE NO DIARIO: CONTA '
                       MOV-CONTA ' NSU ' MOV-NSU
                   PERFORM ABORTAR-PASSO
           END-WRITE.
