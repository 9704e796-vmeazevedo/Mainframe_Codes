      * 'MOR' no diario: quem paga com 60 dias de atraso nao paga
      * mais o mesmo que quem paga em dia. Parcela que nao da para
      * cobrar (conta inexistente, bloqueada/encerrada ou sem saldo
      * livre de bloqueio judicial para parcela + encargos) vai para
      * o relatorio de inadimplencia envelhecido por dias de atraso e
      * com os encargos acruados na linha.
      * Parcela de emprestimo consignado (master com FUNCIONARIO
      * informado) e resolvida pelo registro de descontos da folha
      * (consignado_folha.dat): descontada em folha ('D') e baixada
      * como 'F', sem debito na conta e sem encargos; nao descontada
      * ('N') e cobrada da conta como qualquer outra. Ainda sem linha
      * no registro, a parcela do mes corrente espera a folha; a de
      * mes anterior (folha que nao a alcancou) e cobrada da conta.
      ******************************************************************
      *=================================================================
       ENVIRONMENT                                     DIVISION.
           FILE STATUS IS WS-CONTA-STATUS.

           SELECT MOVIMENTOS ASSIGN TO 'movimentos.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-CHAVE
           FILE STATUS IS WS-MOV-STATUS.

           SELECT RELATORIO-INADIMPLENCIA ASSIGN TO
           RECORD KEY IS EMM-CONTRATO
           FILE STATUS IS WS-EMM-STATUS.

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
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-MORACTL-STATUS.

           SELECT CONSIGNADO-FOLHA ASSIGN TO 'consignado_folha.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CSG-CHAVE
           FILE STATUS IS WS-CSG-STATUS.

      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
       01  EMPRESTIMO-MASTER-REC.
           COPY EMPMREC REPLACING ==:PREFIX:== BY ==EMM==.

      *RETENCOES DAS ORDENS JUDICIAIS (SISBAJUD), POR ORDEM E CONTA.
       FD  BLOQUEIOS-JUDICIAIS.
       01  BLOQUEIO-REC.
           COPY BLQREC REPLACING ==:PREFIX:== BY ==BLQ==.

       FD  DATA-MOVIMENTO.
       01  DATA-MOVIMENTO-REC.
           05 DTM-DATA             PIC 9(8).
           05 MCT-TAXA-DIARIA      PIC 9V9(6).
           05 MCT-MULTA-PCT        PIC 9V9(4).

      *DESCONTOS DO CONSIGNADO FEITOS (OU NAO) PELA FOLHA MENSAL.
       FD  CONSIGNADO-FOLHA.
       01  CONSIGNADO-FOLHA-REC.
           COPY CSGREC REPLACING ==:PREFIX:== BY ==CSG==.

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
      *-----------------------------------------------------------------
       77 WS-REL-STATUS        PIC X(2)    VALUE '00'.
       77 WS-EMM-STATUS        PIC X(2)    VALUE '00'.
       77 WS-TEM-MASTER-EMP    PIC X(1)    VALUE 'N'.
      *'Y' ENQUANTO O CADASTRO DE BLOQUEIOS JUDICIAIS ESTA ABERTO;
      *SEM O ARQUIVO, NENHUMA CONTA TEM VALOR RETIDO.
       77 WS-BLQ-STATUS        PIC X(2)    VALUE '00'.
       77 WS-BLQ-EOF           PIC X(1)    VALUE 'N'.
       77 WS-TEM-BLOQUEIOS     PIC X(1)    VALUE 'N'.
       77 WS-VALOR-BLOQUEADO   PIC 9(9)V99 VALUE ZEROS.

       77 WS-EOF               PIC X(1)    VALUE 'N'.
       77 WS-DATA-PROC         PIC 9(8)    VALUE ZEROS.
       77 WS-TOTAL-A-COBRAR    PIC 9(9)V99 VALUE ZEROS.
       77 WS-TOTAL-ENCARGOS    PIC 9(13)V99 VALUE ZEROS.

      *CONSIGNADO: SEM O REGISTRO DA FOLHA, NENHUMA PARCELA CONSTA
      *COMO DESCONTADA.
       77 WS-CSG-STATUS        PIC X(2)    VALUE '00'.
       77 WS-TEM-CONSIGNADO    PIC X(1)    VALUE 'N'.
       77 WS-DESCONTO-FOLHA    PIC X(1)    VALUE SPACE.
       77 WS-QTD-PELA-FOLHA    PIC 9(7)    VALUE ZEROS.
       77 WS-TOTAL-PELA-FOLHA  PIC 9(13)V99 VALUE ZEROS.
       77 WS-QTD-AGUARDA-FOLHA PIC 9(7)    VALUE ZEROS.

       01 WS-LINHA-ATRASO.
           05 FILLER            PIC X(9)  VALUE 'CONTRATO '.
           05 ATR-CONTRATO      PIC 9(6).
           05 ATR-MOTIVO        PIC X(20).
           05 FILLER            PIC X(1)  VALUE SPACES.

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
           IF WS-EMM-STATUS = '00'
               MOVE 'Y' TO WS-TEM-MASTER-EMP
           END-IF
           MOVE 'N' TO WS-TEM-BLOQUEIOS
           OPEN INPUT BLOQUEIOS-JUDICIAIS
           IF WS-BLQ-STATUS = '00'
               MOVE 'Y' TO WS-TEM-BLOQUEIOS
           END-IF
           MOVE 'N' TO WS-TEM-CONSIGNADO
           OPEN INPUT CONSIGNADO-FOLHA
           IF WS-CSG-STATUS = '00'
               MOVE 'Y' TO WS-TEM-CONSIGNADO
           END-IF

           MOVE 'RELATORIO DE INADIMPLENCIA - PARCELAS EM ATRASO'
               TO LINHA-RELATORIO
                   NOT AT END
                       IF PARC-SITUACAO = 'A'
                           AND PARC-DATA-VENCIMENTO <= WS-DATA-PROC
                           PERFORM ROTEAR-PARCELA-VENCIDA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TEM-MASTER-EMP = 'Y'
               CLOSE EMPRESTIMOS-MASTER
           END-IF
           IF WS-TEM-BLOQUEIOS = 'Y'
               CLOSE BLOQUEIOS-JUDICIAIS
           END-IF
           IF WS-TEM-CONSIGNADO = 'Y'
               CLOSE CONSIGNADO-FOLHA
           END-IF
           IF WS-PARC-STATUS = '00' OR WS-PARC-STATUS = '10'
               CLOSE PARCELAS
           END-IF
           DISPLAY 'PARCELAS EM ATRASO....: ' WS-QTD-INADIMPLENTES
           DISPLAY 'TOTAL COBRADO.........: ' WS-TOTAL-COBRADO
           DISPLAY 'ENCARGOS DE MORA......: ' WS-TOTAL-ENCARGOS
           DISPLAY 'BAIXADAS PELA FOLHA...: ' WS-QTD-PELA-FOLHA
           DISPLAY 'TOTAL PELA FOLHA......: ' WS-TOTAL-PELA-FOLHA
           DISPLAY 'AGUARDANDO A FOLHA....: ' WS-QTD-AGUARDA-FOLHA

           STOP RUN.

           COMPUTE WS-TOTAL-A-COBRAR =
               PARC-VALOR-MENSAL + WS-ENCARGOS.

      *EMPRESTIMO COMUM VAI DIRETO PARA A COBRANCA NA CONTA. O
      *CONSIGNADO PASSA PELO REGISTRO DA FOLHA MESMO DEPOIS DE VOLTAR
      *A EMPRESTIMO COMUM NO DESLIGAMENTO: A PARCELA JA DESCONTADA NA
      *ULTIMA FOLHA NAO PODE SER DEBITADA DE NOVO NA CONTA.
       ROTEAR-PARCELA-VENCIDA.

           IF WS-TEM-MASTER-EMP NOT = 'Y'
               PERFORM COBRAR-PARCELA
               EXIT PARAGRAPH
           END-IF
           MOVE PARC-CONTRATO TO EMM-CONTRATO
           READ EMPRESTIMOS-MASTER
               INVALID KEY
                   MOVE ZEROS TO EMM-FUNCIONARIO
           END-READ
           IF EMM-FUNCIONARIO = ZEROS
               PERFORM COBRAR-PARCELA
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO WS-DESCONTO-FOLHA
           IF WS-TEM-CONSIGNADO = 'Y'
               MOVE PARC-DATA-VENCIMENTO(1:6) TO CSG-COMPETENCIA
               MOVE EMM-FUNCIONARIO           TO CSG-FUNCIONARIO
               MOVE PARC-CONTRATO             TO CSG-CONTRATO
               MOVE PARC-NUMERO               TO CSG-PARCELA
               READ CONSIGNADO-FOLHA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CSG-SITUACAO TO WS-DESCONTO-FOLHA
               END-READ
           END-IF

           EVALUATE TRUE
               WHEN WS-DESCONTO-FOLHA = 'D'
                   PERFORM BAIXAR-PELA-FOLHA
               WHEN WS-DESCONTO-FOLHA = 'N'
                   PERFORM COBRAR-PARCELA
               WHEN EMM-CONSIGNADO = 'S'
                   AND PARC-DATA-VENCIMENTO(1:6) >= WS-DATA-PROC(1:6)
                   ADD 1 TO WS-QTD-AGUARDA-FOLHA
               WHEN OTHER
                   PERFORM COBRAR-PARCELA
           END-EVALUATE.

      *O DINHEIRO JA SAIU DO HOLERITE: NADA E DEBITADO NA CONTA NEM
      *LANCADO NO DIARIO (A CONTABILIZACAO DA FOLHA CREDITA A
      *CARTEIRA), E NAO HA ENCARGO -- O ATRASO E DA FOLHA, NAO DO
      *TOMADOR.
       BAIXAR-PELA-FOLHA.

           MOVE 'F' TO PARC-SITUACAO
           MOVE WS-DATA-PROC TO PARC-DATA-PAGAMENTO
           REWRITE PARCELA-REC

           ADD 1 TO WS-QTD-PELA-FOLHA
           ADD PARC-VALOR-MENSAL TO WS-TOTAL-PELA-FOLHA

           PERFORM AMORTIZAR-NO-MASTER

           DISPLAY 'PARCELA BAIXADA PELA FOLHA: CONTRATO '
               PARC-CONTRATO ' PARCELA ' PARC-NUMERO.

      *DEBITA PARCELA + ENCARGOS DA CONTA DO TOMADOR. A COBRANCA NAO
      *USA O LIMITE DE CHEQUE ESPECIAL: SO COBRA DO SALDO POSITIVO, E
      *DO QUE NELE NAO ESTA RETIDO POR ORDEM JUDICIAL.
       COBRAR-PARCELA.

           PERFORM CALCULAR-ENCARGOS-MORA
                       MOVE 'CONTA INDISPONIVEL' TO WS-MOTIVO
                       PERFORM APONTAR-INADIMPLENCIA
                   ELSE
                       PERFORM BUSCAR-BLOQUEIO-CONTA
                       IF CONTA-SALDO - WS-VALOR-BLOQUEADO
                           < WS-TOTAL-A-COBRAR
                           MOVE 'SALDO INSUFICIENTE' TO WS-MOTIVO
                           PERFORM APONTAR-INADIMPLENCIA
                       ELSE
               PERFORM APONTAR-INADIMPLENCIA
           END-IF.

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

       DEBITAR-E-BAIXAR.

           SUBTRACT PARC-VALOR-MENSAL FROM CONTA-SALDO
           REWRITE CONTA-REC

           MOVE 'P' TO PARC-SITUACAO
           MOVE WS-DATA-PROC TO PARC-DATA-PAGAMENTO
           REWRITE PARCELA-REC

           ADD 1 TO WS-QTD-COBRADAS
           MOVE CONTA-SALDO           TO MOV-SALDO-RESULT
           MOVE 'COBRANCA'            TO MOV-PROGRAMA

           PERFORM GRAVAR-MOVIMENTO.

       GRAVAR-MOVIMENTO-MORA.

           MOVE CONTA-SALDO           TO MOV-SALDO-RESULT
           MOVE 'COBRANCA'            TO MOV-PROGRAMA

           PERFORM GRAVAR-MOVIMENTO.

      *A LINHA DE INADIMPLENCIA SAI ENVELHECIDA (DIAS DE ATRASO) E
      *COM OS ENCARGOS ACRUADOS ATE HOJE -- O QUE A PARCELA VAI
           DISPLAY 'PARCELA EM ATRASO: CONTRATO ' PARC-CONTRATO
               ' PARCELA ' PARC-NUMERO ' DIAS ' WS-DIAS-ATRASO
               ' ENCARGOS ' WS-ENCARGOS ' (' WS-MOTIVO ')'.

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
