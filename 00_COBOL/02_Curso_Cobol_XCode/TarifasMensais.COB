      * termina sem fazer nada, como a corrida de dormencia.
      * A tabela de tarifas e por TIPO de conta (CC, CP, ...): tarifa
      * mensal de pacote, franquia de saques gratuitos e tarifa por
      * saque excedente. A corrida le o diario (indexado por conta),
      * conta os lancamentos 'SAQ' do mes de cada conta ativa, cobra
      * o pacote mais o excedente alem da franquia e lanca o tipo
      * 'TPC' no diario -- tipo proprio para o razao separar receita
           FILE STATUS IS WS-CONTA-STATUS.

           SELECT MOVIMENTOS ASSIGN TO 'movimentos.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-CHAVE
           FILE STATUS IS WS-MOV-STATUS.

           SELECT MOVIMENTOS-SAIDA ASSIGN TO 'movimentos.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOVS-CHAVE
           FILE STATUS IS WS-MOVS-STATUS.

           SELECT MOVS-ORDENADOS ASSIGN TO 'movs_tarifa.srt'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ORD-STATUS.

           SELECT TABELA-TARIFAS ASSIGN TO 'tarifas.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-TAB-STATUS.
       01  MOV-ORDENADO-REC.
           COPY MOVREC REPLACING ==:PREFIX:== BY ==ORD==.

      *TABELA DE TARIFAS: LINHA 'H' COM O DIA DE CORRIDA MENSAL,
      *LINHAS 'T' COM O TIPO DE CONTA, A TARIFA DE PACOTE, A FRANQUIA
      *DE SAQUES E A TARIFA POR SAQUE EXCEDENTE. A LINHA 'D' (TARIFA
      *DE CHEQUE DEVOLVIDO) E DA COMPENSACAO DE CHEQUES.
       FD  TABELA-TARIFAS.
       01  TABELA-TARIFA-HEADER.
           05 TABH-TIPO            PIC X(1).
              10 WS-TRF-SAQUES-GRATIS PIC 9(3).
              10 WS-TRF-EXCEDENTE     PIC 9(5)V99.

      *AREA DE COMUNICACAO COM O MODULO DE NUMERACAO DE MOVIMENTOS
      *(NumeraMovimento): TODO MOVIMENTO GRAVADO NO DIARIO LEVA O
      *PROXIMO NSU, QUE FECHA A CHAVE CONTA + DATA + NSU.
       01  WS-NSU-AREA.
           COPY NSULINK REPLACING ==:PREFIX:== BY ==NSU==.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
               STOP RUN
           END-IF

      *SEPARA SO O QUE A CORRIDA PRECISA: OS SAQUES DO MES DA DATA DE
      *MOVIMENTO E OS 'TPC' DA PROPRIA DATA (GUARDA DE REEXECUCAO), JA
      *EM ORDEM DE CONTA PELA CHAVE DO DIARIO.
           PERFORM SELECIONAR-MOVS-DO-MES

           PERFORM TARIFAR-PORTFOLIO

                       DISPLAY 'TABELA DE TARIFAS CHEIA (10), '
                           'LINHA IGNORADA.'
                   END-IF
      *LINHA 'D': TARIFA DE CHEQUE DEVOLVIDO, COBRADA PELA
      *COMPENSACAO DE ENTRADA (CompensacaoCheques).
               WHEN 'D'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'LINHA INVALIDA EM tarifas.dat: '
                       TABELA-TARIFA-REC

       SELECIONAR-MOVS-DO-MES.

           OPEN OUTPUT MOVS-ORDENADOS

           MOVE 'N' TO WS-EOF

           OPEN INPUT MOVIMENTOS
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ MOVIMENTOS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                           AND MOV-DATA(1:6) = WS-DATA-PROC(1:6))
                       OR (MOV-TIPO = 'TPC'
                           AND MOV-DATA = WS-DATA-PROC)
                           WRITE MOV-ORDENADO-REC FROM MOVIMENTO-REC
                       END-IF
               END-READ
           END-PERFORM
               CLOSE MOVIMENTOS
           END-IF

           CLOSE MOVS-ORDENADOS

           MOVE 'N' TO WS-EOF.

       TARIFAR-PORTFOLIO.

       GRAVAR-MOVIMENTO-TARIFA.

           OPEN I-O MOVIMENTOS-SAIDA
           IF WS-MOVS-STATUS = '35'
               OPEN OUTPUT MOVIMENTOS-SAIDA
           END-IF
           MOVE CONTA-SALDO                TO MOVS-SALDO-RESULT
           MOVE 'TARIFAS'                  TO MOVS-PROGRAMA

           PERFORM GRAVAR-MOVIMENTO

           CLOSE MOVIMENTOS-SAIDA.


           DISPLAY 'CONTA SEM SALDO PARA A TARIFA DE PACOTE: '
               CONTA-NUMERO.

      *CARIMBA O MOVIMENTO COM O PROXIMO NSU E GRAVA NO DIARIO
      *INDEXADO. SEM NSU, OU COM O NSU JA PRESENTE NO DIARIO, NAO HA
      *GRAVACAO E O PROGRAMA PARA.
       GRAVAR-MOVIMENTO.

           CALL 'NumeraMovimento' USING WS-NSU-AREA
           IF NSU-RETORNO NOT = '00'
               DISPLAY 'SEM NSU PARA O MOVIMENTO DA CONTA '
                   MOVS-CONTA ', STATUS: ' NSU-RETORNO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE NSU-NUMERO TO MOVS-NSU
           WRITE MOVIMENTO-SAIDA-REC
               INVALID KEY
                   DISPLAY 'MOVIMENTO JA EXISTE NO DIARIO: CONTA '
                       MOVS-CONTA ' NSU ' MOVS-NSU
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-WRITE.
