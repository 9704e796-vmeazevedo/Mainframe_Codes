           FILE STATUS IS WS-CONTA-STATUS.

           SELECT MOVIMENTOS ASSIGN TO 'movimentos.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-CHAVE
           FILE STATUS IS WS-MOV-STATUS.

           SELECT DATA-MOVIMENTO ASSIGN TO 'data_movimento.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-DTM-STATUS.

           SELECT BLOQUEIOS-JUDICIAIS ASSIGN TO
           'bloqueios_judiciais.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BLQ-CHAVE
           ALTERNATE RECORD KEY IS BLQ-CONTA WITH DUPLICATES
           FILE STATUS IS WS-BLQ-STATUS.

      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
           05 DTM-DATA             PIC 9(8).
           05 DTM-SITUACAO         PIC X(1).

      *RETENCOES DAS ORDENS JUDICIAIS (SISBAJUD), POR ORDEM E CONTA.
       FD  BLOQUEIOS-JUDICIAIS.
       01  BLOQUEIO-REC.
           COPY BLQREC REPLACING ==:PREFIX:== BY ==BLQ==.

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
      *-----------------------------------------------------------------
       77 WS-PRINCIPAL-ABERTO  PIC 9(11)V99 VALUE ZEROS.
       77 WS-VALOR-LIQUIDACAO  PIC 9(11)V99 VALUE ZEROS.

      *'Y' ENQUANTO O CADASTRO DE BLOQUEIOS JUDICIAIS ESTA ABERTO;
      *SEM O ARQUIVO, NENHUMA CONTA TEM VALOR RETIDO.
       77 WS-BLQ-STATUS        PIC X(2)    VALUE '00'.
       77 WS-BLQ-EOF           PIC X(1)    VALUE 'N'.
       77 WS-TEM-BLOQUEIOS     PIC X(1)    VALUE 'N'.
       77 WS-VALOR-BLOQUEADO   PIC 9(9)V99 VALUE ZEROS.

      *AREA DE COMUNICACAO COM O MODULO DE NUMERACAO DE MOVIMENTOS
      *(NumeraMovimento): TODO MOVIMENTO GRAVADO NO DIARIO LEVA O
      *PROXIMO NSU, QUE FECHA A CHAVE CONTA + DATA + NSU.
       01  WS-NSU-AREA.
           COPY NSULINK REPLACING ==:PREFIX:== BY ==NSU==.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
           DISPLAY 'CONTA A DEBITAR...........: ' EMM-CONTA-DEBITO.

      *DEBITA O VALOR DE LIQUIDACAO DA CONTA DO TOMADOR (SO DO SALDO
      *POSITIVO LIVRE DE BLOQUEIO JUDICIAL, COMO A COBRANCA), BAIXA
      *AS PARCELAS ABERTAS COMO QUITADAS ANTECIPADAMENTE E QUITA O
      *CONTRATO NO MASTER.
       EFETIVAR-LIQUIDACAO.

           OPEN I-O CONTAS
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-TEM-BLOQUEIOS
           OPEN INPUT BLOQUEIOS-JUDICIAIS
           IF WS-BLQ-STATUS = '00'
               MOVE 'Y' TO WS-TEM-BLOQUEIOS
           END-IF
           PERFORM BUSCAR-BLOQUEIO-CONTA
           IF WS-TEM-BLOQUEIOS = 'Y'
               CLOSE BLOQUEIOS-JUDICIAIS
           END-IF
           IF CONTA-SALDO - WS-VALOR-BLOQUEADO < WS-VALOR-LIQUIDACAO
               DISPLAY 'SALDO INSUFICIENTE PARA A LIQUIDACAO: '
                   CONTA-SALDO ' BLOQUEADO: ' WS-VALOR-BLOQUEADO
               CLOSE CONTAS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           DISPLAY 'CONTRATO LIQUIDADO: ' WS-CONTRATO
               ' VALOR ' WS-VALOR-LIQUIDACAO.

      *SOMA EM WS-VALOR-BLOQUEADO O QUE AS ORDENS JUDICIAIS ATIVAS
      *RETEM NA CONTA CORRENTE (CONTA-NUMERO). O VALOR RETIDO CONTINUA
      *NO SALDO, MAS NAO ESTA DISPONIVEL PARA DEBITO.
       BUSCAR-BLOQUEIO-CONTA.

           MOVE ZEROS TO WS-VALOR-BLOQUEADO

           IF WS-TEM-BLOQUEIOS NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-BLQ-EOF
           MOVE CONTA-NUMERO TO BLQ-CONTA
           START BLOQUEIOS-JUDICIAIS KEY IS NOT LESS THAN BLQ-CONTA
               INVALID KEY
                   MOVE 'Y' TO WS-BLQ-EOF
           END-START

           PERFORM UNTIL WS-BLQ-EOF = 'Y'
               READ BLOQUEIOS-JUDICIAIS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BLQ-EOF
                   NOT AT END
                       IF BLQ-CONTA NOT = CONTA-NUMERO
                           MOVE 'Y' TO WS-BLQ-EOF
                       ELSE
                           IF BLQ-SITUACAO = 'A'
                               ADD BLQ-VALOR-BLOQUEADO
                                   TO WS-VALOR-BLOQUEADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       GRAVAR-MOVIMENTO-LIQUIDACAO.

           OPEN I-O MOVIMENTOS
           IF WS-MOV-STATUS = '35'
               OPEN OUTPUT MOVIMENTOS
           END-IF
           MOVE CONTA-SALDO         TO MOV-SALDO-RESULT
           MOVE 'LIQUIDACAO'        TO MOV-PROGRAMA

           PERFORM GRAVAR-MOVIMENTO

           CLOSE MOVIMENTOS.

                       IF PARC-CONTRATO = WS-CONTRATO
                           AND PARC-SITUACAO = 'A'
                           MOVE 'Q' TO PARC-SITUACAO
                           MOVE WS-DATA-PROC TO PARC-DATA-PAGAMENTO
                           REWRITE PARCELA-REC
                       END-IF
               END-READ
           IF WS-PARC-STATUS = '00' OR WS-PARC-STATUS = '10'
               CLOSE PARCELAS
           END-IF.

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
