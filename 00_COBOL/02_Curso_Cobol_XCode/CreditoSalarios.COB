           FILE STATUS IS WS-CONTA-STATUS.

           SELECT MOVIMENTOS ASSIGN TO 'movimentos.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-CHAVE
           FILE STATUS IS WS-MOV-STATUS.

           SELECT REGISTRO-FOLHA ASSIGN TO 'folha_registro.dat'
      *-----------------------------------------------------------------
       FILE                                    SECTION.
      *-----------------------------------------------------------------
      *MESMO LAYOUT GRAVADO PELA FOLHA MENSAL (PROG30). O CREDITO E
      *O LIQUIDO DO MES MAIS O DOS ATRASADOS DO DISSIDIO.
       FD  HOLERITES.
       01  HOLERITE-REC.
           05 HOL-CODIGO           PIC 9(6).
           05 HOL-NOME             PIC X(20).
           05 HOL-SALARIO-BASE     PIC 9(4)V9(2).
           05 HOL-HORAS-EXTRA-50   PIC 9(3)V9(2).
           05 HOL-VALOR-EXTRA-50   PIC 9(5)V9(2).
           05 HOL-HORAS-EXTRA-100  PIC 9(3)V9(2).
           05 HOL-VALOR-EXTRA-100  PIC 9(5)V9(2).
           05 HOL-HORAS-NOTURNAS   PIC 9(3)V9(2).
           05 HOL-ADICIONAL-NOTURNO PIC 9(5)V9(2).
           05 HOL-DIAS-FALTA       PIC 9(2).
           05 HOL-DESCONTO-FALTAS  PIC 9(5)V9(2).
           05 HOL-SEMANAS-DSR      PIC 9(1).
           05 HOL-DESCONTO-DSR     PIC 9(5)V9(2).
           05 HOL-SALARIO-BRUTO    PIC 9(5)V9(2).
           05 HOL-INSS             PIC 9(4)V9(2).
           05 HOL-IRRF             PIC 9(4)V9(2).
           05 HOL-DESCONTO-VT      PIC 9(4)V9(2).
           05 HOL-PLANO-SAUDE      PIC X(4).
           05 HOL-VIDAS-PLANO      PIC 9(2).
           05 HOL-DESCONTO-SAUDE   PIC 9(4)V9(2).
           05 HOL-DESCONTO-CONSIGNADO PIC 9(5)V9(2).
           05 HOL-TOTAL-DESCONTOS  PIC 9(5)V9(2).
           05 HOL-SALARIO-LIQUIDO  PIC 9(5)V9(2).
           05 HOL-QTD-DEPENDENTES  PIC 9(2).
           05 HOL-ATR-MESES        PIC 9(2).
           05 HOL-ATR-DIF-MENSAL   PIC 9(7)V9(2).
           05 HOL-ATR-DIF-13       PIC 9(7)V9(2).
           05 HOL-ATR-DIF-FERIAS   PIC 9(7)V9(2).
           05 HOL-ATR-INSS         PIC 9(6)V9(2).
           05 HOL-ATR-IRRF         PIC 9(6)V9(2).
           05 HOL-ATR-LIQUIDO      PIC 9(7)V9(2).

      *MESMO LAYOUT MANTIDO PELO CADASTRO DE FUNCIONARIOS (PROG29b).
       FD  FUNC-CONTAS.
       77 WS-EOF               PIC X(1)    VALUE 'N'.
       77 WS-TEM-VINCULOS      PIC X(1)    VALUE 'N'.
       77 WS-MOTIVO-SITUACAO   PIC X(12)   VALUE SPACES.
       77 WS-VALOR-CREDITO     PIC 9(7)V99 VALUE ZEROS.

       77 WS-QTD-CREDITADOS    PIC 9(7)    VALUE ZEROS.
       77 WS-QTD-SEM-VINCULO   PIC 9(7)    VALUE ZEROS.
       77 WS-DATA-MOVIMENTO    PIC 9(8)    VALUE ZEROS.
       77 WS-NOME-PASSO        PIC X(12)   VALUE 'CREDSALARIO '.

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
      *O DIARIO DE MOVIMENTOS FICA ABERTO (I-O) PARA O LOTE
      *INTEIRO: CADA CREDITO DE SALARIO GERA UM LANCAMENTO 'SAL'.
           OPEN I-O MOVIMENTOS
           IF WS-MOV-STATUS = '35'
               OPEN OUTPUT MOVIMENTOS
           END-IF
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD HOL-SALARIO-LIQUIDO HOL-ATR-LIQUIDO
                           GIVING WS-VALOR-CREDITO
                       ADD WS-VALOR-CREDITO TO WS-TOTAL-HOLERITES
                       PERFORM CREDITAR-UM-SALARIO
               END-READ
           END-PERFORM
       CONTAR-SEM-VINCULO.

           ADD 1 TO WS-QTD-SEM-VINCULO
           ADD WS-VALOR-CREDITO TO WS-TOTAL-SEM-VINCULO.

       POSTAR-CREDITO-SALARIO.

                           MOVE 'ENCERRADA' TO WS-MOTIVO-SITUACAO
                           PERFORM REGISTRAR-EXCECAO-SALARIO
                       WHEN OTHER
                           ADD WS-VALOR-CREDITO TO CONTA-SALDO
                           REWRITE CONTA-REC
                           PERFORM GRAVAR-MOVIMENTO-SALARIO
                           ADD 1 TO WS-QTD-CREDITADOS
                           ADD WS-VALOR-CREDITO
                               TO WS-TOTAL-CREDITADO
                           DISPLAY 'SALARIO CREDITADO: FUNC '
                               HOL-CODIGO ' CONTA ' CONTA-NUMERO
                               ' VALOR ' WS-VALOR-CREDITO
                   END-EVALUATE
           END-READ.

      *ASSUME MOVIMENTOS JA ABERTO (I-O) PELO LOTE.
       GRAVAR-MOVIMENTO-SALARIO.

           MOVE CONTA-NUMERO      TO MOV-CONTA
           MOVE WS-DATA-MOVIMENTO TO MOV-DATA
           MOVE 'SAL'             TO MOV-TIPO
           MOVE WS-VALOR-CREDITO           TO MOV-VALOR
           MOVE CONTA-SALDO                TO MOV-SALDO-RESULT
           MOVE 'CREDSALARIO'              TO MOV-PROGRAMA

           PERFORM GRAVAR-MOVIMENTO.

       REGISTRAR-EXCECAO-SALARIO.

           ADD 1 TO WS-QTD-REJEITADOS
           ADD WS-VALOR-CREDITO TO WS-TOTAL-REJEITADO

           OPEN EXTEND EXCECOES-SITUACAO
           IF WS-SIT-STATUS = '35'
           MOVE FCV-CONTA             TO EXS-CONTA
           MOVE 'CREDSALARIO'         TO EXS-PROGRAMA
           MOVE WS-MOTIVO-SITUACAO    TO EXS-MOTIVO
           MOVE WS-VALOR-CREDITO      TO EXS-VALOR

           WRITE EXCECAO-SITUACAO-REC


           MOVE 8 TO RETURN-CODE
           STOP RUN.

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
