           FILE STATUS IS WS-EXC-STATUS.

           SELECT MOVIMENTOS ASSIGN TO 'movimentos.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-CHAVE
           FILE STATUS IS WS-MOV-STATUS.

           SELECT LIMITES-CHEQUE ASSIGN TO
           RECORD KEY IS LIM-CONTA
           FILE STATUS IS WS-LIM-STATUS.

           SELECT BLOQUEIOS-JUDICIAIS ASSIGN TO
           'bloqueios_judiciais.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BLQ-CHAVE
           ALTERNATE RECORD KEY IS BLQ-CONTA WITH DUPLICATES
           FILE STATUS IS WS-BLQ-STATUS.

           SELECT DATA-MOVIMENTO ASSIGN TO 'data_movimento.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-DTM-STATUS.
       01  LIMITE-REC.
           COPY LIMREC REPLACING ==:PREFIX:== BY ==LIM==.

      *RETENCOES DAS ORDENS JUDICIAIS (SISBAJUD), POR ORDEM E CONTA.
       FD  BLOQUEIOS-JUDICIAIS.
       01  BLOQUEIO-REC.
           COPY BLQREC REPLACING ==:PREFIX:== BY ==BLQ==.

       FD  DATA-MOVIMENTO.
       01  DATA-MOVIMENTO-REC.
           05 DTM-DATA             PIC 9(8).
       77 WS-TEM-LIMITES       PIC X(1)    VALUE 'N'.
       77 WS-LIMITE-VIGENTE    PIC 9(9)V99 VALUE ZEROS.
       77 WS-DISPONIVEL        PIC S9(11)V99 VALUE ZEROS.
      *'Y' ENQUANTO O CADASTRO DE BLOQUEIOS JUDICIAIS ESTA ABERTO;
      *SEM O ARQUIVO, NENHUMA CONTA TEM VALOR RETIDO.
       77 WS-BLQ-STATUS        PIC X(2)    VALUE '00'.
       77 WS-BLQ-EOF           PIC X(1)    VALUE 'N'.
       77 WS-TEM-BLOQUEIOS     PIC X(1)    VALUE 'N'.
       77 WS-VALOR-BLOQUEADO   PIC 9(9)V99 VALUE ZEROS.
       77 WS-PAR-OK            PIC X(1)    VALUE 'Y'.
       77 WS-MOTIVO            PIC X(20)   VALUE SPACES.

       77 WS-CIC-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CICLO             PIC 9(2)    VALUE 1.

      *AREA DE COMUNICACAO COM O MODULO DE NUMERACAO DE MOVIMENTOS
      *(NumeraMovimento): TODO MOVIMENTO GRAVADO NO DIARIO LEVA O
      *PROXIMO NSU, QUE FECHA A CHAVE CONTA + DATA + NSU.
       01  WS-NSU-AREA.
           COPY NSULINK REPLACING ==:PREFIX:== BY ==NSU==.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
           IF WS-LIM-STATUS = '00'
               MOVE 'Y' TO WS-TEM-LIMITES
           END-IF
           MOVE 'N' TO WS-TEM-BLOQUEIOS
           OPEN INPUT BLOQUEIOS-JUDICIAIS
           IF WS-BLQ-STATUS = '00'
               MOVE 'Y' TO WS-TEM-BLOQUEIOS
           END-IF
      *O DIARIO DE MOVIMENTOS FICA ABERTO (I-O) PARA O LOTE
      *INTEIRO: CADA PERNA DA TRANSFERENCIA GERA UM LANCAMENTO.
           OPEN I-O MOVIMENTOS
           IF WS-MOV-STATUS = '35'
               OPEN OUTPUT MOVIMENTOS
           END-IF
           IF WS-TEM-LIMITES = 'Y'
               CLOSE LIMITES-CHEQUE
           END-IF
           IF WS-TEM-BLOQUEIOS = 'Y'
               CLOSE BLOQUEIOS-JUDICIAIS
           END-IF

           ADD WS-QTD-POSTADAS WS-QTD-REJEITADAS GIVING WS-QTD-PASSO
           PERFORM ENCERRAR-CONTROLE-EXECUCAO
                       PERFORM BUSCAR-LIMITE-CONTA
                       COMPUTE WS-DISPONIVEL =
                           CONTA-SALDO + WS-LIMITE-VIGENTE
      *VALOR RETIDO POR ORDEM JUDICIAL SAI DO DISPONIVEL E, COM
      *RETENCAO ATIVA, O LIMITE DE CHEQUE ESPECIAL NAO CONTA: O DEBITO
      *NAO PODE CONSUMIR O DINHEIRO CONGELADO A CREDITO DO BANCO.
                       PERFORM BUSCAR-BLOQUEIO-CONTA
                       IF WS-VALOR-BLOQUEADO > ZEROS
                           COMPUTE WS-DISPONIVEL = WS-DISPONIVEL
                               - WS-LIMITE-VIGENTE - WS-VALOR-BLOQUEADO
                       END-IF
                       IF TRF-VALOR > WS-DISPONIVEL
                           MOVE 'SALDO INSUFICIENTE' TO WS-MOTIVO
                           MOVE 'N' TO WS-PAR-OK
           DISPLAY 'TRANSFERENCIA POSTADA: ' TRF-CONTA-ORIGEM ' -> '
               TRF-CONTA-DESTINO ' VALOR ' TRF-VALOR.

      *ASSUME MOVIMENTOS JA ABERTO (I-O) PELO LOTE E MOV-TIPO JA
      *CARREGADO PELO CHAMADOR COM A PERNA (TRD/TRC).
       GRAVAR-MOVIMENTO-TRANSF.

           MOVE CONTA-SALDO                TO MOV-SALDO-RESULT
           MOVE 'TRANSFERENCIA'            TO MOV-PROGRAMA

           PERFORM GRAVAR-MOVIMENTO.

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

      *LE O LIMITE DA CONTA CORRENTE (CONTA-NUMERO) E DEIXA EM
      *WS-LIMITE-VIGENTE O VALOR APROVADO QUANDO AINDA NAO EXPIROU.
           DISPLAY 'VALOR TOTAL TRANSFERIDO..: ' WS-TOTAL-TRANSFERIDO.

           MOVE 'A' TO REL-COMANDO
           MOVE 'Transferencias' TO REL-PROGRAMA
           MOVE 'TRANSFER' TO REL-ID
           MOVE 'TOTAIS DO LOTE DE TRANSFERENCIAS' TO REL-TITULO
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE 'F' TO REL-COMANDO
           CALL 'GravaRelatorio' USING WS-REL-AREA.

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
