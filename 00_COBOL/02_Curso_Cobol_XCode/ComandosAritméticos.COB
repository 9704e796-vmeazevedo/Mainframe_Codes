           FILE STATUS IS WS-SIT-STATUS.

           SELECT MOVIMENTOS ASSIGN TO 'movimentos.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-CHAVE
           FILE STATUS IS WS-MOV-STATUS.

           SELECT DATA-MOVIMENTO ASSIGN TO 'data_movimento.dat'
       01 WS-TABELA-FERIADOS.
           05 WS-FERIADO OCCURS 100 TIMES PIC 9(8).

      *AREA DE COMUNICACAO COM O MODULO DE NUMERACAO DE MOVIMENTOS
      *(NumeraMovimento): TODO MOVIMENTO GRAVADO NO DIARIO LEVA O
      *PROXIMO NSU, QUE FECHA A CHAVE CONTA + DATA + NSU.
       01  WS-NSU-AREA.
           COPY NSULINK REPLACING ==:PREFIX:== BY ==NSU==.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
               GIVING DEPOSITOS-ORD

           OPEN INPUT DEPOSITOS-ORD
      *O DIARIO DE MOVIMENTOS FICA ABERTO (I-O) PARA O LOTE
      *INTEIRO: TODO SALDO ALTERADO GERA UM LANCAMENTO.
           OPEN I-O MOVIMENTOS
           IF WS-MOV-STATUS = '35'
               OPEN OUTPUT MOVIMENTOS
           END-IF
           DISPLAY 'VALOR TOTAL DEPOSITADO.: ' WRK-ACUMULADOR.

           MOVE 'A' TO REL-COMANDO
           MOVE 'ComandosAritmeticos' TO REL-PROGRAMA
           MOVE 'DEPOSITO' TO REL-ID
           MOVE 'TOTAIS DO LOTE DE DEPOSITOS' TO REL-TITULO
           CALL 'GravaRelatorio' USING WS-REL-AREA
           DISPLAY 'DEPOSITO POSTADO NA CONTA ' CONTA-NUMERO
               ': ' DEP-VALOR ' NOVO SALDO: ' CONTA-SALDO.

      *ASSUME MOVIMENTOS JA ABERTO (I-O) PELO LOTE.
       GRAVAR-MOVIMENTO-DEPOSITO.

           MOVE CONTA-NUMERO      TO MOV-CONTA
           MOVE CONTA-SALDO                TO MOV-SALDO-RESULT
           MOVE 'DEPOSITOS'                TO MOV-PROGRAMA

           PERFORM GRAVAR-MOVIMENTO.


      *SEM ARQUIVO DE CICLO VALE O CICLO 01 (NOITE UNICA DE SEMPRE).
           WRITE EXCECAO-REC

           CLOSE EXCECOES-ESTOURO.

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
