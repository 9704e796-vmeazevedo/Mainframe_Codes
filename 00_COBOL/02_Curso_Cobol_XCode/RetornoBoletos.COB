      *=================================================================
       IDENTIFICATION                                  DIVISION.
      *=================================================================
       PROGRAM-ID. RetornoBoletos.
      *******************************************************************
      * Author: Vinícius Azevedo
      * Date: 15/10/2026
      * Purpose: Baixa das parcelas pelo retorno do banco cobrador
      * Tectonics: cobc
      ******************************************************************
      * Roda no batch noturno ANTES da CobrancaParcelas: le o arquivo
      * de retorno do banco cobrador (retorno_boletos.dat, envelopado
      * com header 'H', detalhes 'D' e trailer 'T' com contagem e
      * hash, validado inteiro antes de qualquer baixa) e, para cada
      * boleto pago, localiza o boleto em boletos.dat pelo nosso
      * numero e a parcela correspondente em parcelas.dat (contrato,
      * parcela e vencimento). Parcela em aberto e baixada ('P'), o
      * boleto e liquidado ('L'), o SALDO-DEVEDOR do master de
      * emprestimos e amortizado pela parte de principal exatamente
      * como na cobranca por debito, e o recebimento e lancado no
      * diario com tipo proprio 'BOL' na conta do tomador -- o
      * dinheiro entrou pelo banco cobrador, entao o lancamento NAO
      * mexe no saldo da conta (SALDO-RESULT e o saldo de sempre). A
      * CobrancaParcelas, rodando depois, ja nao debita a conta de
      * quem pagou o boleto. Retorno sem boleto ou sem parcela
      * correspondente, pagamento a menor e pagamento em duplicidade
      * (boleto ja liquidado, parcela ja paga ou renegociada) vao
      * para o arquivo de excecoes (boletos_exc.dat), que entra no
      * consolidado da noite. Noite sem arquivo de retorno nao tem
      * nada a baixar.
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
           SELECT RETORNO-BOLETOS ASSIGN TO 'retorno_boletos.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RET-STATUS.

           SELECT BOLETOS ASSIGN TO 'boletos.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BOL-NOSSO-NUMERO
           ALTERNATE RECORD KEY IS BOL-CHAVE-PARCELA
           FILE STATUS IS WS-BOL-STATUS.

           SELECT PARCELAS ASSIGN TO 'parcelas.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PARC-STATUS.

           SELECT EMPRESTIMOS-MASTER ASSIGN TO 'emprestimos_master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMM-CONTRATO
           FILE STATUS IS WS-EMM-STATUS.

           SELECT CONTAS ASSIGN TO 'contas.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONTA-NUMERO
           FILE STATUS IS WS-CONTA-STATUS.

           SELECT MOVIMENTOS ASSIGN TO 'movimentos.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-CHAVE
           FILE STATUS IS WS-MOV-STATUS.

           SELECT EXCECOES-BOLETOS ASSIGN TO 'boletos_exc.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-EXC-STATUS.

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
      *RETORNO DO BANCO COBRADOR: HEADER 'H' COM DATA E SEQUENCIA,
      *UM DETALHE 'D' POR BOLETO PAGO (NOSSO NUMERO, DATA E VALOR
      *PAGO) E TRAILER 'T' COM CONTAGEM E HASH DOS VALORES PAGOS.
       FD  RETORNO-BOLETOS.
       01  RETORNO-HEADER.
           05 RTH-TIPO             PIC X(1).
           05 RTH-DATA             PIC 9(8).
           05 RTH-SEQUENCIA        PIC 9(6).
           05 FILLER               PIC X(16).
       01  RETORNO-DETALHE.
           05 RTD-TIPO             PIC X(1).
           05 RTD-NOSSO-NUMERO     PIC 9(11).
           05 RTD-DATA-PAGAMENTO   PIC 9(8).
           05 RTD-VALOR-PAGO       PIC 9(9)V99.
       01  RETORNO-TRAILER.
           05 RTT-TIPO             PIC X(1).
           05 RTT-QTD              PIC 9(6).
           05 RTT-HASH             PIC 9(11)V99.
           05 FILLER               PIC X(11).

       FD  BOLETOS.
       01  BOLETO-REC.
           COPY BOLETOREC REPLACING ==:PREFIX:== BY ==BOL==.

       FD  PARCELAS.
       01  PARCELA-REC.
           COPY PARCREC REPLACING ==:PREFIX:== BY ==PARC==.

       FD  EMPRESTIMOS-MASTER.
       01  EMPRESTIMO-MASTER-REC.
           COPY EMPMREC REPLACING ==:PREFIX:== BY ==EMM==.

       FD  CONTAS.
       01  CONTA-REC.
           COPY CONTAREC REPLACING ==:PREFIX:== BY ==CONTA==.

       FD  MOVIMENTOS.
       01  MOVIMENTO-REC.
           COPY MOVREC REPLACING ==:PREFIX:== BY ==MOV==.

      *PAGAMENTO QUE NAO BAIXOU: O DINHEIRO ESTA NO BANCO COBRADOR E
      *NAO ABATEU NENHUMA PARCELA -- O OPERADOR DEVOLVE OU APROPRIA.
       FD  EXCECOES-BOLETOS.
       01  EXCECAO-BOLETO-REC.
           05 EXB-TIMESTAMP        PIC X(21).
           05 EXB-NOSSO-NUMERO     PIC 9(11).
           05 EXB-CONTRATO         PIC 9(6).
           05 EXB-VALOR-PAGO       PIC 9(9)V99.
           05 EXB-MOTIVO           PIC X(30).

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
       77 WS-RET-STATUS        PIC X(2)    VALUE '00'.
       77 WS-BOL-STATUS        PIC X(2)    VALUE '00'.
       77 WS-PARC-STATUS       PIC X(2)    VALUE '00'.
       77 WS-EMM-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CONTA-STATUS      PIC X(2)    VALUE '00'.
       77 WS-MOV-STATUS        PIC X(2)    VALUE '00'.
       77 WS-EXC-STATUS        PIC X(2)    VALUE '00'.

       77 WS-EOF               PIC X(1)    VALUE 'N'.
       77 WS-TEM-RETORNO       PIC X(1)    VALUE 'N'.
       77 WS-TEM-MASTER-EMP    PIC X(1)    VALUE 'N'.
       77 WS-TEM-CONTAS        PIC X(1)    VALUE 'N'.
       77 WS-ACHOU             PIC X(1)    VALUE 'N'.
       77 WS-I                 PIC 9(4)    VALUE ZEROS.
       77 WS-MOTIVO            PIC X(30)   VALUE SPACES.
       77 WS-EXC-NOSSO-NUMERO  PIC 9(11)   VALUE ZEROS.
       77 WS-EXC-CONTRATO      PIC 9(6)    VALUE ZEROS.
       77 WS-EXC-VALOR-PAGO    PIC 9(9)V99 VALUE ZEROS.

       77 WS-QTD-LIQUIDADOS    PIC 9(7)    VALUE ZEROS.
       77 WS-QTD-EXCECOES      PIC 9(7)    VALUE ZEROS.
       77 WS-TOTAL-RECEBIDO    PIC 9(13)V99 VALUE ZEROS.
       77 WS-QTD-PASSO         PIC 9(9)    VALUE ZEROS.

      *VALIDACAO DO ENVELOPE DO ARQUIVO DE RETORNO, ANTES DE TOCAR
      *QUALQUER CADASTRO.
       77 WS-ENV-QTD           PIC 9(6)    VALUE ZEROS.
       77 WS-ENV-HASH          PIC 9(11)V99 VALUE ZEROS.
       77 WS-ENV-TEM-HEADER    PIC X(1)    VALUE 'N'.
       77 WS-ENV-TEM-TRAILER   PIC X(1)    VALUE 'N'.
       77 WS-ENV-OK            PIC X(1)    VALUE 'Y'.

      *PAGAMENTOS ACEITOS DO RETORNO (BOLETO EM ABERTO, VALOR
      *SUFICIENTE), A ESPERA DA PASSADA UNICA SOBRE O CRONOGRAMA.
      *BAIXADO: 'N' AINDA SEM PARCELA, 'Y' BAIXOU, 'X' FOI PARA
      *EXCECAO.
       01 WS-QTD-PAGAMENTOS    PIC 9(4)    VALUE ZEROS.
       01 WS-TABELA-PAGAMENTOS.
           05 WS-PAG-ENTRADA OCCURS 2000 TIMES.
              10 WS-PAG-NOSSO-NUMERO  PIC 9(11).
              10 WS-PAG-CONTRATO      PIC 9(6).
              10 WS-PAG-PARCELA       PIC 9(3).
              10 WS-PAG-VENCIMENTO    PIC 9(8).
              10 WS-PAG-DATA          PIC 9(8).
              10 WS-PAG-VALOR-PAGO    PIC 9(9)V99.
              10 WS-PAG-BAIXADO       PIC X(1).

      *CONTROLE DE EXECUCAO DO PASSO: DATA DE MOVIMENTO ABERTA PELA
      *ABERTURA DIARIA E REGISTRO POR PASSO COM INICIO/FIM, REGISTROS
      *E RESULTADO. PASSO JA 'OK' NA DATA NAO RODA DE NOVO.
       77 WS-DTM-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CTE-STATUS        PIC X(2)    VALUE '00'.
       77 WS-DATA-MOVIMENTO    PIC 9(8)    VALUE ZEROS.
       77 WS-NOME-PASSO        PIC X(12)   VALUE 'RETBOLETOS  '.

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
           PERFORM VALIDAR-ENVELOPE-RETORNO.

           IF WS-TEM-RETORNO = 'Y'
               PERFORM CARREGAR-PAGAMENTOS
               PERFORM BAIXAR-PARCELAS
               PERFORM APONTAR-PAGAMENTOS-SEM-PARCELA
               CLOSE BOLETOS
           END-IF

           ADD WS-QTD-LIQUIDADOS WS-QTD-EXCECOES GIVING WS-QTD-PASSO.
           PERFORM ENCERRAR-CONTROLE-EXECUCAO.

           DISPLAY ' '
           DISPLAY 'RETORNO DE BOLETOS - DATA ' WS-DATA-MOVIMENTO
           DISPLAY 'PARCELAS BAIXADAS.....: ' WS-QTD-LIQUIDADOS
           DISPLAY 'RETORNOS EM EXCECAO...: ' WS-QTD-EXCECOES
           DISPLAY 'TOTAL RECEBIDO........: ' WS-TOTAL-RECEBIDO

           STOP RUN.

      *PASSADA COMPLETA DE VALIDACAO DO ENVELOPE DO RETORNO, ANTES DE
      *TOCAR O CADASTRO. ARQUIVO AUSENTE E NOITE SEM RETORNO;
      *ENVELOPE DIVERGENTE ABENDA O PASSO.
       VALIDAR-ENVELOPE-RETORNO.

           MOVE ZEROS TO WS-ENV-QTD WS-ENV-HASH
           MOVE 'N' TO WS-ENV-TEM-HEADER WS-ENV-TEM-TRAILER
           MOVE 'Y' TO WS-ENV-OK
           MOVE 'N' TO WS-EOF

           OPEN INPUT RETORNO-BOLETOS
           IF WS-RET-STATUS NOT = '00'
               DISPLAY 'SEM ARQUIVO DE RETORNO DE BOLETOS NA NOITE, '
                   'STATUS: ' WS-RET-STATUS
               MOVE 'N' TO WS-TEM-RETORNO
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-TEM-RETORNO

           PERFORM UNTIL WS-EOF = 'Y'
               READ RETORNO-BOLETOS
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM CONFERIR-REGISTRO-ENVELOPE
               END-READ
           END-PERFORM

           CLOSE RETORNO-BOLETOS
           MOVE 'N' TO WS-EOF

           IF WS-ENV-TEM-HEADER = 'N'
               DISPLAY 'RETORNO DE BOLETOS SEM HEADER DE ENVELOPE.'
               MOVE 'N' TO WS-ENV-OK
           END-IF
           IF WS-ENV-TEM-TRAILER = 'N'
               DISPLAY 'RETORNO DE BOLETOS SEM TRAILER DE ENVELOPE '
                   '(ARQUIVO TRUNCADO?).'
               MOVE 'N' TO WS-ENV-OK
           END-IF
           IF WS-ENV-QTD > 2000
               DISPLAY 'RETORNO DE BOLETOS COM ' WS-ENV-QTD
                   ' PAGAMENTOS: ACIMA DA CAPACIDADE DE 2000.'
               MOVE 'N' TO WS-ENV-OK
           END-IF

           IF WS-ENV-OK NOT = 'Y'
               DISPLAY 'ENVELOPE DO RETORNO DE BOLETOS INVALIDO: LOTE '
                   'ABORTADO.'
               PERFORM ABORTAR-PASSO
           END-IF.

       CONFERIR-REGISTRO-ENVELOPE.

           EVALUATE RTD-TIPO
               WHEN 'H'
                   MOVE 'Y' TO WS-ENV-TEM-HEADER
                   IF RTH-DATA NOT = WS-DATA-MOVIMENTO
                       DISPLAY 'HEADER DO RETORNO DE BOLETOS COM DATA '
                           RTH-DATA ' DIFERENTE DA DATA DE '
                           'MOVIMENTO ' WS-DATA-MOVIMENTO
                       MOVE 'N' TO WS-ENV-OK
                   END-IF
               WHEN 'D'
                   ADD 1 TO WS-ENV-QTD
                   ADD RTD-VALOR-PAGO TO WS-ENV-HASH
               WHEN 'T'
                   MOVE 'Y' TO WS-ENV-TEM-TRAILER
                   IF RTT-QTD NOT = WS-ENV-QTD
                       DISPLAY 'TRAILER DO RETORNO DE BOLETOS: '
                           'CONTAGEM ' RTT-QTD ' DIFERE DOS DETALHES '
                           WS-ENV-QTD
                       MOVE 'N' TO WS-ENV-OK
                   END-IF
                   IF RTT-HASH NOT = WS-ENV-HASH
                       DISPLAY 'TRAILER DO RETORNO DE BOLETOS: HASH '
                           'NAO BATE COM OS DETALHES.'
                       MOVE 'N' TO WS-ENV-OK
                   END-IF
               WHEN OTHER
                   DISPLAY 'REGISTRO DE TIPO DESCONHECIDO NO '
                       'RETORNO DE BOLETOS.'
                   MOVE 'N' TO WS-ENV-OK
           END-EVALUATE.

      *SEGUNDA PASSADA: CADA PAGAMENTO E CONFERIDO CONTRA O CADASTRO
      *DE BOLETOS. SO O QUE PASSA (BOLETO CONHECIDO, EM ABERTO, PAGO
      *PELO VALOR CHEIO) ENTRA NA TABELA PARA A BAIXA.
       CARREGAR-PAGAMENTOS.

           MOVE ZEROS TO WS-QTD-PAGAMENTOS
           MOVE 'N' TO WS-EOF

           OPEN I-O BOLETOS
           IF WS-BOL-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE BOLETOS NAO ABRIU, STATUS: '
                   WS-BOL-STATUS
               PERFORM ABORTAR-PASSO
           END-IF

           OPEN INPUT RETORNO-BOLETOS
           PERFORM UNTIL WS-EOF = 'Y'
               READ RETORNO-BOLETOS
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RTD-TIPO = 'D'
                           PERFORM CONFERIR-PAGAMENTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RETORNO-BOLETOS
           MOVE 'N' TO WS-EOF.

       CONFERIR-PAGAMENTO.

           MOVE RTD-NOSSO-NUMERO TO WS-EXC-NOSSO-NUMERO
           MOVE RTD-VALOR-PAGO   TO WS-EXC-VALOR-PAGO
           MOVE ZEROS            TO WS-EXC-CONTRATO

           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-QTD-PAGAMENTOS OR WS-ACHOU = 'Y'
               IF WS-PAG-NOSSO-NUMERO(WS-I) = RTD-NOSSO-NUMERO
                   MOVE 'Y' TO WS-ACHOU
               END-IF
           END-PERFORM
           IF WS-ACHOU = 'Y'
               MOVE 'PAGAMENTO DUPLICADO NO RETORNO' TO WS-MOTIVO
               PERFORM REGISTRAR-EXCECAO-RETORNO
               EXIT PARAGRAPH
           END-IF

           MOVE RTD-NOSSO-NUMERO TO BOL-NOSSO-NUMERO
           READ BOLETOS
               INVALID KEY
                   MOVE 'NOSSO NUMERO DESCONHECIDO' TO WS-MOTIVO
                   PERFORM REGISTRAR-EXCECAO-RETORNO
                   EXIT PARAGRAPH
           END-READ

           MOVE BOL-CONTRATO TO WS-EXC-CONTRATO
           IF BOL-SITUACAO = 'L'
               MOVE 'BOLETO JA LIQUIDADO' TO WS-MOTIVO
               PERFORM REGISTRAR-EXCECAO-RETORNO
               EXIT PARAGRAPH
           END-IF
           IF RTD-VALOR-PAGO < BOL-VALOR
               MOVE 'PAGAMENTO A MENOR' TO WS-MOTIVO
               PERFORM REGISTRAR-EXCECAO-RETORNO
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-QTD-PAGAMENTOS
           MOVE RTD-NOSSO-NUMERO
               TO WS-PAG-NOSSO-NUMERO(WS-QTD-PAGAMENTOS)
           MOVE BOL-CONTRATO   TO WS-PAG-CONTRATO(WS-QTD-PAGAMENTOS)
           MOVE BOL-PARCELA    TO WS-PAG-PARCELA(WS-QTD-PAGAMENTOS)
           MOVE BOL-VENCIMENTO TO WS-PAG-VENCIMENTO(WS-QTD-PAGAMENTOS)
           MOVE RTD-DATA-PAGAMENTO
               TO WS-PAG-DATA(WS-QTD-PAGAMENTOS)
           MOVE RTD-VALOR-PAGO
               TO WS-PAG-VALOR-PAGO(WS-QTD-PAGAMENTOS)
           MOVE 'N'            TO WS-PAG-BAIXADO(WS-QTD-PAGAMENTOS).

      *PASSADA UNICA SOBRE O CRONOGRAMA (ABERTO I-O, COMO NA
      *COBRANCA): A PARCELA QUE TEM PAGAMENTO NA TABELA E BAIXADA SE
      *AINDA ESTIVER EM ABERTO; JA PAGA OU RENEGOCIADA E DUPLICIDADE.
       BAIXAR-PARCELAS.

           MOVE 'N' TO WS-EOF

           OPEN I-O PARCELAS
           IF WS-PARC-STATUS NOT = '00'
               DISPLAY 'SEM CRONOGRAMA DE PARCELAS (parcelas.dat), '
                   'STATUS: ' WS-PARC-STATUS
               MOVE 'Y' TO WS-EOF
           END-IF

           MOVE 'N' TO WS-TEM-MASTER-EMP
           OPEN I-O EMPRESTIMOS-MASTER
           IF WS-EMM-STATUS = '00'
               MOVE 'Y' TO WS-TEM-MASTER-EMP
           END-IF

           MOVE 'N' TO WS-TEM-CONTAS
           OPEN INPUT CONTAS
           IF WS-CONTA-STATUS = '00'
               MOVE 'Y' TO WS-TEM-CONTAS
           END-IF

           OPEN I-O MOVIMENTOS
           IF WS-MOV-STATUS = '35'
               OPEN OUTPUT MOVIMENTOS
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ PARCELAS
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PROCURAR-PAGAMENTO-DA-PARCELA
               END-READ
           END-PERFORM

           CLOSE MOVIMENTOS
           IF WS-TEM-CONTAS = 'Y'
               CLOSE CONTAS
           END-IF
           IF WS-TEM-MASTER-EMP = 'Y'
               CLOSE EMPRESTIMOS-MASTER
           END-IF
           IF WS-PARC-STATUS = '00' OR WS-PARC-STATUS = '10'
               CLOSE PARCELAS
           END-IF.

       PROCURAR-PAGAMENTO-DA-PARCELA.

           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-QTD-PAGAMENTOS OR WS-ACHOU = 'Y'
               IF WS-PAG-BAIXADO(WS-I) = 'N'
                   AND WS-PAG-CONTRATO(WS-I) = PARC-CONTRATO
                   AND WS-PAG-PARCELA(WS-I) = PARC-NUMERO
                   AND WS-PAG-VENCIMENTO(WS-I) = PARC-DATA-VENCIMENTO
                   MOVE 'Y' TO WS-ACHOU
               END-IF
           END-PERFORM
           IF WS-ACHOU = 'N'
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM WS-I

           EVALUATE PARC-SITUACAO
               WHEN 'A'
                   PERFORM BAIXAR-PARCELA-PAGA
               WHEN 'P'
                   MOVE 'PARCELA JA PAGA (DUPLICIDADE)' TO WS-MOTIVO
                   PERFORM APONTAR-PAGAMENTO-RECUSADO
               WHEN 'R'
                   MOVE 'PARCELA RENEGOCIADA' TO WS-MOTIVO
                   PERFORM APONTAR-PAGAMENTO-RECUSADO
               WHEN 'F'
                   MOVE 'PARCELA DESCONTADA EM FOLHA' TO WS-MOTIVO
                   PERFORM APONTAR-PAGAMENTO-RECUSADO
               WHEN OTHER
                   MOVE 'PARCELA EM SITUACAO INVALIDA' TO WS-MOTIVO
                   PERFORM APONTAR-PAGAMENTO-RECUSADO
           END-EVALUATE.

       BAIXAR-PARCELA-PAGA.

           MOVE 'P' TO PARC-SITUACAO
           MOVE WS-DATA-MOVIMENTO TO PARC-DATA-PAGAMENTO
           REWRITE PARCELA-REC

           PERFORM AMORTIZAR-NO-MASTER
           PERFORM GRAVAR-MOVIMENTO-BOLETO

           MOVE WS-PAG-NOSSO-NUMERO(WS-I) TO BOL-NOSSO-NUMERO
           READ BOLETOS
               INVALID KEY
                   DISPLAY 'BOLETO SUMIU DO CADASTRO: '
                       WS-PAG-NOSSO-NUMERO(WS-I)
               NOT INVALID KEY
                   MOVE 'L' TO BOL-SITUACAO
                   MOVE WS-PAG-DATA(WS-I) TO BOL-DATA-PAGAMENTO
                   MOVE WS-PAG-VALOR-PAGO(WS-I) TO BOL-VALOR-PAGO
                   REWRITE BOLETO-REC
           END-READ

           MOVE 'Y' TO WS-PAG-BAIXADO(WS-I)
           ADD 1 TO WS-QTD-LIQUIDADOS
           ADD WS-PAG-VALOR-PAGO(WS-I) TO WS-TOTAL-RECEBIDO

           DISPLAY 'PARCELA BAIXADA POR BOLETO: CONTRATO '
               PARC-CONTRATO ' PARCELA ' PARC-NUMERO ' NOSSO NUMERO '
               WS-PAG-NOSSO-NUMERO(WS-I).

      *BAIXA A PARTE DE PRINCIPAL DA PARCELA NO SALDO DEVEDOR DO
      *MASTER DE EMPRESTIMOS; SALDO ZERADO QUITA O CONTRATO ('Q') --
      *A MESMA REGRA DA COBRANCA POR DEBITO.
       AMORTIZAR-NO-MASTER.

           IF WS-TEM-MASTER-EMP = 'Y'
               MOVE PARC-CONTRATO TO EMM-CONTRATO
               READ EMPRESTIMOS-MASTER
                   INVALID KEY
                       DISPLAY 'CONTRATO SEM MASTER: ' PARC-CONTRATO
                   NOT INVALID KEY
                       IF PARC-VALOR-PRINCIPAL >= EMM-SALDO-DEVEDOR
                           MOVE ZEROS TO EMM-SALDO-DEVEDOR
                           MOVE 'Q'   TO EMM-SITUACAO
                       ELSE
                           SUBTRACT PARC-VALOR-PRINCIPAL
                               FROM EMM-SALDO-DEVEDOR
                       END-IF
                       REWRITE EMPRESTIMO-MASTER-REC
               END-READ
           END-IF.

      *O RECEBIMENTO ENTRA NO DIARIO NA CONTA DO TOMADOR, MAS NAO
      *MEXE NO SALDO DELA: O SALDO RESULTANTE E O SALDO ATUAL.
       GRAVAR-MOVIMENTO-BOLETO.

           MOVE ZEROS TO MOV-SALDO-RESULT
           IF WS-TEM-CONTAS = 'Y'
               MOVE PARC-CONTA-DEBITO TO CONTA-NUMERO
               READ CONTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CONTA-SALDO TO MOV-SALDO-RESULT
               END-READ
           END-IF

           MOVE PARC-CONTA-DEBITO         TO MOV-CONTA
           MOVE WS-DATA-MOVIMENTO         TO MOV-DATA
           MOVE 'BOL'                     TO MOV-TIPO
           MOVE WS-PAG-VALOR-PAGO(WS-I)   TO MOV-VALOR
           MOVE 'RETBOLETOS'              TO MOV-PROGRAMA

           PERFORM GRAVAR-MOVIMENTO.

       APONTAR-PAGAMENTO-RECUSADO.

           MOVE 'X' TO WS-PAG-BAIXADO(WS-I)
           MOVE WS-PAG-NOSSO-NUMERO(WS-I) TO WS-EXC-NOSSO-NUMERO
           MOVE WS-PAG-VALOR-PAGO(WS-I)   TO WS-EXC-VALOR-PAGO
           MOVE WS-PAG-CONTRATO(WS-I)     TO WS-EXC-CONTRATO
           PERFORM REGISTRAR-EXCECAO-RETORNO.

      *PAGAMENTO ACEITO QUE NAO ACHOU PARCELA NO CRONOGRAMA (PARCELA
      *REMOVIDA OU CRONOGRAMA AUSENTE): TAMBEM E DINHEIRO PARADO.
       APONTAR-PAGAMENTOS-SEM-PARCELA.

           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-QTD-PAGAMENTOS
               IF WS-PAG-BAIXADO(WS-I) = 'N'
                   MOVE 'SEM PARCELA CORRESPONDENTE' TO WS-MOTIVO
                   PERFORM APONTAR-PAGAMENTO-RECUSADO
               END-IF
           END-PERFORM.

      *ASSUME WS-EXC-NOSSO-NUMERO, WS-EXC-CONTRATO, WS-EXC-VALOR-PAGO
      *E WS-MOTIVO JA CARREGADOS PELO CHAMADOR.
       REGISTRAR-EXCECAO-RETORNO.

           ADD 1 TO WS-QTD-EXCECOES

           OPEN EXTEND EXCECOES-BOLETOS
           IF WS-EXC-STATUS = '35'
               OPEN OUTPUT EXCECOES-BOLETOS
           END-IF

           MOVE FUNCTION CURRENT-DATE TO EXB-TIMESTAMP
           MOVE WS-EXC-NOSSO-NUMERO   TO EXB-NOSSO-NUMERO
           MOVE WS-EXC-CONTRATO       TO EXB-CONTRATO
           MOVE WS-EXC-VALOR-PAGO     TO EXB-VALOR-PAGO
           MOVE WS-MOTIVO             TO EXB-MOTIVO

           WRITE EXCECAO-BOLETO-REC

           CLOSE EXCECOES-BOLETOS

           DISPLAY 'RETORNO EM EXCECAO (' WS-MOTIVO '): NOSSO NUMERO '
               WS-EXC-NOSSO-NUMERO.
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
      *PULADO COM SUCESSO (RC 0) -- NENHUM PAGAMENTO E
      *BAIXADO DUAS VEZES.
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
