      *=================================================================
       IDENTIFICATION                                  DIVISION.
      *=================================================================
       PROGRAM-ID. DebitoMensalidades.
      *******************************************************************
      * Author: Vinícius Azevedo
      * Date: 15/10/2026
      * Purpose: Debito automatico das mensalidades escolares
      * Tectonics: cobc
      ******************************************************************
      * Debita na conta autorizada a mensalidade em aberto dos alunos
      * com autorizacao de debito ativa (debito_mensalidades.dat,
      * mantido pela cobranca de mensalidades 05_Tuition_Billing).
      * A fatura do mes da data de movimento (invoices.dat) vence no
      * dia 1 do mes, rolado para frente ate dia util pelo calendario
      * compartilhado; o debito e tentado uma unica vez, na primeira
      * noite em que a fatura esta vencida -- fatura gerada depois do
      * vencimento (matricula no meio do mes) e tentada na noite
      * seguinte a sua geracao.
      * O debito segue as regras do lote de saques: conta bloqueada
      * ou encerrada nao e debitada, e o valor tem que caber no
      * disponivel (saldo mais limite de cheque especial vigente,
      * menos o retido por ordem judicial). Debitado, o valor em
      * aberto sai da conta com o tipo 'MEN' no diario, o recibo vai
      * para tuition_payments.dat e a fatura e quitada. Debito que
      * falha vai para mensalidades_exc.dat (relatorio consolidado de
      * excecoes) e fica carimbado na autorizacao, para o relatorio
      * de aging da cobranca marcar a fatura como DEBIT FAILED; a
      * fatura continua em aberto para pagamento no balcao.
      ******************************************************************
      *=================================================================
       ENVIRONMENT                                     DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       CONFIGURATION                           SECTION.
      *-----------------------------------------------------------------

       SPECIAL-NAMES.

      *-----------------------------------------------------------------
       INPUT-OUTPUT                            SECTION.
      *-----------------------------------------------------------------

       FILE-CONTROL.
           SELECT AUTORIZACOES ASSIGN TO 'debito_mensalidades.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUT-ALUNO
           FILE STATUS IS WS-AUT-STATUS.

           SELECT FATURAS ASSIGN TO 'invoices.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INV-KEY
           FILE STATUS IS WS-INV-STATUS.

           SELECT RECIBOS ASSIGN TO 'tuition_payments.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PAY-STATUS.

           SELECT CONTAS ASSIGN TO 'contas.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONTA-NUMERO
           FILE STATUS IS WS-CONTA-STATUS.

           SELECT COTITULARES ASSIGN TO 'cotitulares.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COT-CHAVE
           FILE STATUS IS WS-COT-STATUS.

           SELECT MOVIMENTOS ASSIGN TO 'movimentos.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-CHAVE
           FILE STATUS IS WS-MOV-STATUS.

           SELECT LIMITES-CHEQUE ASSIGN TO
           'limites_cheque_especial.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LIM-CONTA
           FILE STATUS IS WS-LIM-STATUS.

           SELECT BLOQUEIOS-JUDICIAIS ASSIGN TO
           'bloqueios_judiciais.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BLQ-CHAVE
           ALTERNATE RECORD KEY IS BLQ-CONTA WITH DUPLICATES
           FILE STATUS IS WS-BLQ-STATUS.

           SELECT EXCECOES-MENSALIDADES ASSIGN TO 'mensalidades_exc.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-EXC-STATUS.

           SELECT CALENDARIO ASSIGN TO 'calendario.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CAL-STATUS.

           SELECT DATA-MOVIMENTO ASSIGN TO 'data_movimento.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-DTM-STATUS.

           SELECT CONTROLE-EXECUCAO ASSIGN TO 'controle_execucao.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTE-CHAVE
           FILE STATUS IS WS-CTE-STATUS.

      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                    SECTION.
      *-----------------------------------------------------------------
       FD  AUTORIZACOES.
       01  AUTORIZACAO-REC.
           COPY DEBAUTREC REPLACING ==:PREFIX:== BY ==AUT==.

      *FATURAS DA 05_Tuition_Billing. STATUS 'O' ABERTA, 'P' QUITADA;
      *INV-AMOUNT E O VALOR LIQUIDO, JA DESCONTADAS AS BOLSAS.
       FD  FATURAS.
       01  INVOICE-REC.
           COPY INVREC REPLACING ==:PREFIX:== BY ==INV==.

      *MESMO LIVRO DE RECIBOS DOS PAGAMENTOS NO BALCAO.
       FD  RECIBOS.
       01  PAYMENT-REC.
           05  PAY-TIMESTAMP        PIC X(21).
           05  PAY-STUDENT-ID       PIC 9(5).
           05  PAY-MONTH            PIC 9(6).
           05  PAY-AMOUNT           PIC 9(5)V9(2).

       FD  CONTAS.
       01  CONTA-REC.
           COPY CONTAREC REPLACING ==:PREFIX:== BY ==CONTA==.

       FD  COTITULARES.
       01  COTITULAR-REC.
           COPY COTITREC REPLACING ==:PREFIX:== BY ==COT==.

       FD  MOVIMENTOS.
       01  MOVIMENTO-REC.
           COPY MOVREC REPLACING ==:PREFIX:== BY ==MOV==.

       FD  LIMITES-CHEQUE.
       01  LIMITE-REC.
           COPY LIMREC REPLACING ==:PREFIX:== BY ==LIM==.

      *RETENCOES DAS ORDENS JUDICIAIS (SISBAJUD), POR ORDEM E CONTA.
       FD  BLOQUEIOS-JUDICIAIS.
       01  BLOQUEIO-REC.
           COPY BLQREC REPLACING ==:PREFIX:== BY ==BLQ==.

      *DEBITO DE MENSALIDADE QUE NAO PODE SER FEITO, UM REGISTRO POR
      *FATURA TENTADA.
       FD  EXCECOES-MENSALIDADES.
       01  EXCECAO-MENSALIDADE-REC.
           05 EXM-TIMESTAMP        PIC X(21).
           05 EXM-ALUNO            PIC 9(5).
           05 EXM-MES              PIC 9(6).
           05 EXM-CONTA            PIC 9(6).
           05 EXM-VALOR            PIC 9(7)V99.
           05 EXM-MOTIVO           PIC X(20).

       FD  CALENDARIO.
       01  CALENDARIO-REC.
           COPY CALREC REPLACING ==:PREFIX:== BY ==CAL==.

       FD  DATA-MOVIMENTO.
       01  DATA-MOVIMENTO-REC.
           05 DTM-DATA             PIC 9(8).
           05 DTM-SITUACAO         PIC X(1).

       FD  CONTROLE-EXECUCAO.
       01  CONTROLE-EXECUCAO-REC.
           COPY RUNCTL REPLACING ==:PREFIX:== BY ==CTE==.

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
      *-----------------------------------------------------------------
       77 WS-AUT-STATUS        PIC X(2)    VALUE '00'.
       77 WS-INV-STATUS        PIC X(2)    VALUE '00'.
       77 WS-PAY-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CONTA-STATUS      PIC X(2)    VALUE '00'.
       77 WS-COT-STATUS        PIC X(2)    VALUE '00'.
       77 WS-MOV-STATUS        PIC X(2)    VALUE '00'.
       77 WS-LIM-STATUS        PIC X(2)    VALUE '00'.
       77 WS-EXC-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CAL-STATUS        PIC X(2)    VALUE '00'.

       77 WS-EOF               PIC X(1)    VALUE 'N'.
       77 WS-TEM-FATURAS       PIC X(1)    VALUE 'N'.
       77 WS-TEM-COTITULARES   PIC X(1)    VALUE 'N'.
       77 WS-TEM-LIMITES       PIC X(1)    VALUE 'N'.
       77 WS-LIMITE-VIGENTE    PIC 9(9)V99 VALUE ZEROS.
       77 WS-DISPONIVEL        PIC S9(11)V99 VALUE ZEROS.
      *'Y' ENQUANTO O CADASTRO DE BLOQUEIOS JUDICIAIS ESTA ABERTO;
      *SEM O ARQUIVO, NENHUMA CONTA TEM VALOR RETIDO.
       77 WS-BLQ-STATUS        PIC X(2)    VALUE '00'.
       77 WS-BLQ-EOF           PIC X(1)    VALUE 'N'.
       77 WS-TEM-BLOQUEIOS     PIC X(1)    VALUE 'N'.
       77 WS-VALOR-BLOQUEADO   PIC 9(9)V99 VALUE ZEROS.
       77 WS-TITULAR-OK        PIC X(1)    VALUE 'N'.
       77 WS-MOTIVO            PIC X(20)   VALUE SPACES.
       77 WS-MES-FATURA        PIC 9(6)    VALUE ZEROS.
       77 WS-VALOR-DEBITO      PIC 9(5)V99 VALUE ZEROS.

       77 WS-QTD-DEBITADAS     PIC 9(7)    VALUE ZEROS.
       77 WS-QTD-FALHAS        PIC 9(7)    VALUE ZEROS.
       77 WS-TOTAL-DEBITADO    PIC 9(11)V99 VALUE ZEROS.
       77 WS-QTD-PASSO         PIC 9(9)    VALUE ZEROS.

      *CALENDARIO DE DIAS UTEIS: O VENCIMENTO DA FATURA (DIA 1 DO MES
      *FATURADO) E ROLADO PARA FRENTE ATE DIA UTIL, COMO NAS ORDENS
      *PERMANENTES E NO CRONOGRAMA DE EMPRESTIMOS.
       77 WS-CAL-EOF           PIC X(1)    VALUE 'N'.
       77 WS-QTD-FERIADOS      PIC 9(3)    VALUE ZEROS.
       77 WS-I-FER             PIC 9(3)    VALUE ZEROS.
       77 WS-DIA-UTIL          PIC X(1)    VALUE 'N'.
       77 WS-DATA-INTEIRO      PIC 9(8)    VALUE ZEROS.
       77 WS-DIA-SEMANA        PIC 9(1)    VALUE ZEROS.
       01 WS-TABELA-FERIADOS.
           05 WS-FERIADO OCCURS 100 TIMES PIC 9(8).
       77 WS-DATA-VENCIMENTO   PIC 9(8)    VALUE ZEROS.

      *CONTROLE DE EXECUCAO DO PASSO: DATA DE MOVIMENTO ABERTA PELA
      *ABERTURA DIARIA E REGISTRO POR PASSO COM INICIO/FIM, REGISTROS
      *E RESULTADO. PASSO JA 'OK' NA DATA NAO RODA DE NOVO.
       77 WS-DTM-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CTE-STATUS        PIC X(2)    VALUE '00'.
       77 WS-DATA-MOVIMENTO    PIC 9(8)    VALUE ZEROS.
       77 WS-NOME-PASSO        PIC X(12)   VALUE 'MENSALIDADES'.

      *AREA DE COMUNICACAO COM O MODULO DE NUMERACAO DE MOVIMENTOS
      *(NumeraMovimento): TODO MOVIMENTO GRAVADO NO DIARIO LEVA O
      *PROXIMO NSU, QUE FECHA A CHAVE CONTA + DATA + NSU.
       01  WS-NSU-AREA.
           COPY NSULINK REPLACING ==:PREFIX:== BY ==NSU==.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
       PROGRAM-BEGIN.

           PERFORM INICIAR-CONTROLE-EXECUCAO.
           PERFORM CARREGAR-CALENDARIO.

      *FATURA DO MES DA DATA DE MOVIMENTO, VENCIDA NO DIA 1 ROLADO
      *PARA DIA UTIL. ANTES DO VENCIMENTO NAO HA O QUE DEBITAR.
           MOVE WS-DATA-MOVIMENTO(1:6) TO WS-MES-FATURA
           COMPUTE WS-DATA-VENCIMENTO = WS-MES-FATURA * 100 + 1
           PERFORM ROLAR-PARA-DIA-UTIL

           IF WS-DATA-VENCIMENTO > WS-DATA-MOVIMENTO
               DISPLAY 'MENSALIDADES DE ' WS-MES-FATURA
                   ' VENCEM EM ' WS-DATA-VENCIMENTO
                   ', NADA A DEBITAR.'
           ELSE
               PERFORM DEBITAR-MENSALIDADES
           END-IF

           ADD WS-QTD-DEBITADAS WS-QTD-FALHAS GIVING WS-QTD-PASSO.
           PERFORM ENCERRAR-CONTROLE-EXECUCAO.

           DISPLAY ' '
           DISPLAY 'DEBITO AUTOMATICO DE MENSALIDADES - ' WS-MES-FATURA
           DISPLAY 'MENSALIDADES DEBITADAS: ' WS-QTD-DEBITADAS
           DISPLAY 'DEBITOS QUE FALHARAM..: ' WS-QTD-FALHAS
           DISPLAY 'TOTAL DEBITADO........: ' WS-TOTAL-DEBITADO

           STOP RUN.

      *FERIADOS DO CALENDARIO COMPARTILHADO. SEM O ARQUIVO, SO OS
      *FINS DE SEMANA SAO ROLADOS.
       CARREGAR-CALENDARIO.

           MOVE ZEROS TO WS-QTD-FERIADOS
           MOVE 'N' TO WS-CAL-EOF

           OPEN INPUT CALENDARIO
           IF WS-CAL-STATUS NOT = '00'
               MOVE 'Y' TO WS-CAL-EOF
           END-IF

           PERFORM UNTIL WS-CAL-EOF = 'Y'
               READ CALENDARIO
                   AT END
                       MOVE 'Y' TO WS-CAL-EOF
                   NOT AT END
                       IF WS-QTD-FERIADOS < 100
                           ADD 1 TO WS-QTD-FERIADOS
                           MOVE CAL-DATA-FERIADO
                               TO WS-FERIADO(WS-QTD-FERIADOS)
                       ELSE
                           DISPLAY 'CALENDARIO COM MAIS DE 100 '
                               'FERIADOS, DATA IGNORADA.'
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CAL-STATUS = '00' OR WS-CAL-STATUS = '10'
               CLOSE CALENDARIO
           END-IF.

       DEBITAR-MENSALIDADES.

           MOVE 'N' TO WS-EOF

           OPEN I-O AUTORIZACOES
           IF WS-AUT-STATUS NOT = '00'
               DISPLAY 'SEM AUTORIZACOES DE DEBITO DE MENSALIDADE, '
                   'STATUS: ' WS-AUT-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-TEM-FATURAS
           OPEN I-O FATURAS
           IF WS-INV-STATUS = '00'
               MOVE 'Y' TO WS-TEM-FATURAS
           ELSE
               DISPLAY 'SEM FATURAS DE MENSALIDADE, STATUS: '
                   WS-INV-STATUS
               MOVE 'Y' TO WS-EOF
           END-IF

           OPEN I-O CONTAS
           MOVE 'N' TO WS-TEM-COTITULARES
           OPEN INPUT COTITULARES
           IF WS-COT-STATUS = '00'
               MOVE 'Y' TO WS-TEM-COTITULARES
           END-IF
           MOVE 'N' TO WS-TEM-LIMITES
           OPEN INPUT LIMITES-CHEQUE
           IF WS-LIM-STATUS = '00'
               MOVE 'Y' TO WS-TEM-LIMITES
           END-IF
           MOVE 'N' TO WS-TEM-BLOQUEIOS
           OPEN INPUT BLOQUEIOS-JUDICIAIS
           IF WS-BLQ-STATUS = '00'
               MOVE 'Y' TO WS-TEM-BLOQUEIOS
           END-IF
      *O DIARIO DE MOVIMENTOS FICA ABERTO (I-O) PARA O LOTE
      *INTEIRO: CADA MENSALIDADE DEBITADA GERA UM LANCAMENTO 'MEN'.
           OPEN I-O MOVIMENTOS
           IF WS-MOV-STATUS = '35'
               OPEN OUTPUT MOVIMENTOS
           END-IF

           IF WS-EOF NOT = 'Y'
               MOVE ZEROS TO AUT-ALUNO
               START AUTORIZACOES KEY IS NOT LESS THAN AUT-ALUNO
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
               END-START
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ AUTORIZACOES NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
               END-READ
               IF WS-AUT-STATUS NOT = '00' AND NOT = '10'
                   DISPLAY 'ERRO DE LEITURA EM AUTORIZACOES, STATUS: '
                       WS-AUT-STATUS
                   MOVE 'Y' TO WS-EOF
               ELSE
                   IF WS-EOF NOT = 'Y' AND AUT-SITUACAO = 'A'
                       PERFORM AVALIAR-AUTORIZACAO
                   END-IF
               END-IF
           END-PERFORM

           CLOSE MOVIMENTOS
           CLOSE CONTAS
           IF WS-TEM-COTITULARES = 'Y'
               CLOSE COTITULARES
           END-IF
           IF WS-TEM-LIMITES = 'Y'
               CLOSE LIMITES-CHEQUE
           END-IF
           IF WS-TEM-BLOQUEIOS = 'Y'
               CLOSE BLOQUEIOS-JUDICIAIS
           END-IF
           IF WS-TEM-FATURAS = 'Y'
               CLOSE FATURAS
           END-IF
           CLOSE AUTORIZACOES.

      *SO A FATURA DO MES, AINDA EM ABERTO E AINDA NAO TENTADA PELA
      *AUTORIZACAO (REEXECUCAO DA NOITE OU FALHA DE NOITE ANTERIOR
      *NAO DEBITA DE NOVO).
       AVALIAR-AUTORIZACAO.

           MOVE AUT-ALUNO     TO INV-STUDENT-ID
           MOVE WS-MES-FATURA TO INV-MONTH
           READ FATURAS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           IF INV-STATUS NOT = 'O'
               EXIT PARAGRAPH
           END-IF
           IF AUT-ULT-MES = INV-MONTH
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-VALOR-DEBITO = INV-AMOUNT - INV-PAID
           PERFORM EXECUTAR-DEBITO.

      *MESMAS RECUSAS DO LOTE DE SAQUES PARA A SITUACAO DA CONTA. A
      *MENSALIDADE E COBRADA EM REAIS, ENTAO CONTA EM OUTRA MOEDA
      *TAMBEM E RECUSADA; E QUEM ASSINOU A AUTORIZACAO TEM QUE
      *CONTINUAR TITULAR OU CO-TITULAR DA CONTA.
       EXECUTAR-DEBITO.

           MOVE AUT-CONTA TO CONTA-NUMERO
           READ CONTAS
               INVALID KEY
                   MOVE 'CONTA INEXISTENTE' TO WS-MOTIVO
                   PERFORM REGISTRAR-FALHA-DEBITO
                   EXIT PARAGRAPH
           END-READ

           EVALUATE TRUE
               WHEN CONTA-SITUACAO = 'B'
                   MOVE 'CONTA BLOQUEADA' TO WS-MOTIVO
                   PERFORM REGISTRAR-FALHA-DEBITO
               WHEN CONTA-SITUACAO NOT = 'A'
                   MOVE 'CONTA ENCERRADA' TO WS-MOTIVO
                   PERFORM REGISTRAR-FALHA-DEBITO
               WHEN CONTA-MOEDA NOT = 'BRL'
                   MOVE 'CONTA EM OUTRA MOEDA' TO WS-MOTIVO
                   PERFORM REGISTRAR-FALHA-DEBITO
               WHEN OTHER
                   PERFORM CONFERIR-TITULAR
                   IF WS-TITULAR-OK = 'Y'
                       PERFORM DEBITAR-CONTA
                   ELSE
                       MOVE 'TITULAR DIVERGENTE' TO WS-MOTIVO
                       PERFORM REGISTRAR-FALHA-DEBITO
                   END-IF
           END-EVALUATE.

       CONFERIR-TITULAR.

           MOVE 'N' TO WS-TITULAR-OK
           IF CONTA-CPF-TITULAR = AUT-CPF
               MOVE 'Y' TO WS-TITULAR-OK
               EXIT PARAGRAPH
           END-IF

           IF WS-TEM-COTITULARES = 'Y'
               MOVE CONTA-NUMERO TO COT-CONTA
               MOVE AUT-CPF      TO COT-CPF
               READ COTITULARES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF COT-PAPEL = 'T'
                           MOVE 'Y' TO WS-TITULAR-OK
                       END-IF
               END-READ
           END-IF.

      *MESMA REGRA DE DISPONIVEL DO LOTE DE SAQUES: O SALDO PODE
      *FICAR NEGATIVO ATE O LIMITE DE CHEQUE ESPECIAL VIGENTE.
       DEBITAR-CONTA.

           PERFORM BUSCAR-LIMITE-CONTA
           COMPUTE WS-DISPONIVEL = CONTA-SALDO + WS-LIMITE-VIGENTE
      *VALOR RETIDO POR ORDEM JUDICIAL SAI DO DISPONIVEL E, COM
      *RETENCAO ATIVA, O LIMITE DE CHEQUE ESPECIAL NAO CONTA: O DEBITO
      *NAO PODE CONSUMIR O DINHEIRO CONGELADO A CREDITO DO BANCO.
           PERFORM BUSCAR-BLOQUEIO-CONTA
           IF WS-VALOR-BLOQUEADO > ZEROS
               COMPUTE WS-DISPONIVEL = WS-DISPONIVEL
                   - WS-LIMITE-VIGENTE - WS-VALOR-BLOQUEADO
           END-IF

           IF WS-VALOR-DEBITO > WS-DISPONIVEL
               MOVE 'SALDO INSUFICIENTE' TO WS-MOTIVO
               PERFORM REGISTRAR-FALHA-DEBITO
               EXIT PARAGRAPH
           END-IF

           SUBTRACT WS-VALOR-DEBITO FROM CONTA-SALDO
           REWRITE CONTA-REC
           PERFORM GRAVAR-MOVIMENTO-MENSALIDADE

           MOVE INV-AMOUNT TO INV-PAID
           MOVE 'P'        TO INV-STATUS
           REWRITE INVOICE-REC
           PERFORM GRAVAR-RECIBO

           MOVE 'D'    TO AUT-ULT-RESULTADO
           MOVE SPACES TO AUT-ULT-MOTIVO
           PERFORM CARIMBAR-AUTORIZACAO

           ADD 1 TO WS-QTD-DEBITADAS
           ADD WS-VALOR-DEBITO TO WS-TOTAL-DEBITADO
           DISPLAY 'MENSALIDADE DEBITADA: ALUNO ' AUT-ALUNO ' MES '
               INV-MONTH ' CONTA ' CONTA-NUMERO ' VALOR '
               WS-VALOR-DEBITO.

      *ASSUME MOVIMENTOS JA ABERTO (I-O) PELO LOTE.
       GRAVAR-MOVIMENTO-MENSALIDADE.

           MOVE CONTA-NUMERO      TO MOV-CONTA
           MOVE WS-DATA-MOVIMENTO TO MOV-DATA
           MOVE 'MEN'             TO MOV-TIPO
           MOVE WS-VALOR-DEBITO   TO MOV-VALOR
           MOVE CONTA-SALDO       TO MOV-SALDO-RESULT
           MOVE 'MENSALIDADES'    TO MOV-PROGRAMA

           PERFORM GRAVAR-MOVIMENTO.

      *O RECIBO DO DEBITO ENTRA NO MESMO LIVRO DOS PAGAMENTOS DE
      *BALCAO, PELO VALOR EFETIVAMENTE DEBITADO.
       GRAVAR-RECIBO.

           OPEN EXTEND RECIBOS
           IF WS-PAY-STATUS = '35'
               OPEN OUTPUT RECIBOS
           END-IF

           MOVE FUNCTION CURRENT-DATE TO PAY-TIMESTAMP
           MOVE INV-STUDENT-ID        TO PAY-STUDENT-ID
           MOVE INV-MONTH             TO PAY-MONTH
           MOVE WS-VALOR-DEBITO       TO PAY-AMOUNT

           WRITE PAYMENT-REC

           CLOSE RECIBOS.

      *A FATURA FICA EM ABERTO PARA PAGAMENTO NO BALCAO; A FALHA VAI
      *PARA O CONSOLIDADO DE EXCECOES E FICA NA AUTORIZACAO PARA O
      *AGING DA COBRANCA.
       REGISTRAR-FALHA-DEBITO.

           ADD 1 TO WS-QTD-FALHAS

           OPEN EXTEND EXCECOES-MENSALIDADES
           IF WS-EXC-STATUS = '35'
               OPEN OUTPUT EXCECOES-MENSALIDADES
           END-IF

           MOVE FUNCTION CURRENT-DATE TO EXM-TIMESTAMP
           MOVE AUT-ALUNO             TO EXM-ALUNO
           MOVE INV-MONTH             TO EXM-MES
           MOVE AUT-CONTA             TO EXM-CONTA
           MOVE WS-VALOR-DEBITO       TO EXM-VALOR
           MOVE WS-MOTIVO             TO EXM-MOTIVO

           WRITE EXCECAO-MENSALIDADE-REC

           CLOSE EXCECOES-MENSALIDADES

           MOVE 'F'       TO AUT-ULT-RESULTADO
           MOVE WS-MOTIVO TO AUT-ULT-MOTIVO
           PERFORM CARIMBAR-AUTORIZACAO

           DISPLAY 'DEBITO DE MENSALIDADE FALHOU (' WS-MOTIVO
               '): ALUNO ' AUT-ALUNO ' CONTA ' AUT-CONTA.

       CARIMBAR-AUTORIZACAO.

           MOVE INV-MONTH         TO AUT-ULT-MES
           MOVE WS-DATA-MOVIMENTO TO AUT-ULT-DATA
           REWRITE AUTORIZACAO-REC.

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
       BUSCAR-LIMITE-CONTA.

           MOVE ZEROS TO WS-LIMITE-VIGENTE

           IF WS-TEM-LIMITES = 'Y'
               MOVE CONTA-NUMERO TO LIM-CONTA
               READ LIMITES-CHEQUE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LIM-DATA-EXPIRACAO >= WS-DATA-MOVIMENTO
                           MOVE LIM-VALOR TO WS-LIMITE-VIGENTE
                       END-IF
               END-READ
           END-IF.

      *ROLA WS-DATA-VENCIMENTO PARA FRENTE ENQUANTO CAIR EM SABADO,
      *DOMINGO OU FERIADO DO CALENDARIO. O DIA DA SEMANA SAI DO
      *INTEGER-OF-DATE: O DIA 1 (01/01/1601) FOI UMA SEGUNDA, ENTAO
      *RESTO 6 = SABADO E RESTO 0 = DOMINGO.
       ROLAR-PARA-DIA-UTIL.

           COMPUTE WS-DATA-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-VENCIMENTO)

           MOVE 'N' TO WS-DIA-UTIL
           PERFORM UNTIL WS-DIA-UTIL = 'Y'
               COMPUTE WS-DATA-VENCIMENTO =
                   FUNCTION DATE-OF-INTEGER(WS-DATA-INTEIRO)
               COMPUTE WS-DIA-SEMANA =
                   FUNCTION MOD(WS-DATA-INTEIRO 7)
               MOVE 'Y' TO WS-DIA-UTIL
               IF WS-DIA-SEMANA = 6 OR WS-DIA-SEMANA = 0
                   MOVE 'N' TO WS-DIA-UTIL
               END-IF
               PERFORM VARYING WS-I-FER FROM 1 BY 1
                   UNTIL WS-I-FER > WS-QTD-FERIADOS
                   IF WS-FERIADO(WS-I-FER) = WS-DATA-VENCIMENTO
                       MOVE 'N' TO WS-DIA-UTIL
                   END-IF
               END-PERFORM
               IF WS-DIA-UTIL = 'N'
                   ADD 1 TO WS-DATA-INTEIRO
               END-IF
           END-PERFORM.


      *LE A DATA DE MOVIMENTO ABERTA E RECUSA O PASSO QUANDO NAO HA
      *DATA ABERTA, QUANDO O CONTROLE DE EXECUCAO ESTA INACESSIVEL OU
      *QUANDO O PASSO JA TERMINOU 'OK' NESTA DATA (DUPLA EXECUCAO).
       INICIAR-CONTROLE-EXECUCAO.

           OPEN INPUT DATA-MOVIMENTO
           IF WS-DTM-STATUS NOT = '00'
               DISPLAY WS-NOME-PASSO ': SEM DATA DE MOVIMENTO ABERTA '
                   '(RODE AberturaDiaria).'
               PERFORM ABORTAR-PASSO
           END-IF
           READ DATA-MOVIMENTO
               AT END
                   MOVE SPACES TO DTM-SITUACAO
           END-READ
           IF DTM-SITUACAO NOT = 'A'
               DISPLAY WS-NOME-PASSO ': DATA DE MOVIMENTO NAO ESTA '
                   'ABERTA.'
               PERFORM ABORTAR-PASSO
           END-IF
           MOVE DTM-DATA TO WS-DATA-MOVIMENTO
           CLOSE DATA-MOVIMENTO

           OPEN I-O CONTROLE-EXECUCAO
           IF WS-CTE-STATUS = '35'
               OPEN OUTPUT CONTROLE-EXECUCAO
               CLOSE CONTROLE-EXECUCAO
               OPEN I-O CONTROLE-EXECUCAO
           END-IF
           IF WS-CTE-STATUS NOT = '00'
               DISPLAY WS-NOME-PASSO ': CONTROLE DE EXECUCAO '
                   'INACESSIVEL, STATUS: ' WS-CTE-STATUS
               PERFORM ABORTAR-PASSO
           END-IF

           MOVE WS-DATA-MOVIMENTO TO CTE-DATA
           MOVE WS-NOME-PASSO     TO CTE-PASSO
           READ CONTROLE-EXECUCAO
               INVALID KEY
                   MOVE FUNCTION CURRENT-DATE TO CTE-INICIO
                   MOVE SPACES    TO CTE-FIM
                   MOVE ZEROS     TO CTE-REGISTROS
                   MOVE 'EM CURSO' TO CTE-RESULTADO
                   WRITE CONTROLE-EXECUCAO-REC
               NOT INVALID KEY
                   IF CTE-RESULTADO = 'OK'
      *PASSO JA COMPLETO NESTA DATA: EM UM RERUN DA NOITE O PASSO E
      *PULADO COM SUCESSO (RC 0), PARA O SCRIPT PODER RE-DIRIGIR UMA
      *NOITE INTERROMPIDA SEM POSTAR NADA DUAS VEZES.
                       DISPLAY WS-NOME-PASSO ': JA EXECUTADO NA DATA '
                           WS-DATA-MOVIMENTO ', PASSO PULADO.'
                       CLOSE CONTROLE-EXECUCAO
                       STOP RUN
                   ELSE
                       MOVE FUNCTION CURRENT-DATE TO CTE-INICIO
                       MOVE 'EM CURSO' TO CTE-RESULTADO
                       REWRITE CONTROLE-EXECUCAO-REC
                   END-IF
           END-READ
           CLOSE CONTROLE-EXECUCAO.

      *ASSUME WS-QTD-PASSO JA CARREGADO PELO CHAMADOR COM OS
      *REGISTROS PROCESSADOS DO PASSO.
       ENCERRAR-CONTROLE-EXECUCAO.

           OPEN I-O CONTROLE-EXECUCAO
           MOVE WS-DATA-MOVIMENTO TO CTE-DATA
           MOVE WS-NOME-PASSO     TO CTE-PASSO
           READ CONTROLE-EXECUCAO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FUNCTION CURRENT-DATE TO CTE-FIM
                   MOVE WS-QTD-PASSO TO CTE-REGISTROS
                   MOVE 'OK' TO CTE-RESULTADO
                   REWRITE CONTROLE-EXECUCAO-REC
           END-READ
           CLOSE CONTROLE-EXECUCAO.

       ABORTAR-PASSO.

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
