      *=================================================================
       IDENTIFICATION                                  DIVISION.
      *=================================================================
       PROGRAM-ID. ApropriacaoCDB.
      *******************************************************************
      * Author: Vinícius Azevedo
      * Date: 15/10/2026
      * Purpose: Apropriacao diaria, vencimento e resgate de CDB
      * Tectonics: cobc
      ******************************************************************
      * Passo noturno do cadastro de depositos a prazo
      * (cdb_master.dat). Para cada CDB ativo ou com resgate
      * antecipado pedido:
      *   - apropria o rendimento do dia: o rendimento bruto
      *     acumulado e recalculado ate a data de movimento (nunca
      *     alem do vencimento) em juros compostos sobre base de 365
      *     dias, e a diferenca para o que ja estava apropriado e
      *     lancada no diario com o tipo 'CDJ', que NAO mexe no saldo
      *     da conta -- e o lancamento da despesa de juros a pagar no
      *     razao. Como o valor e recalculado da data de inicio, uma
      *     noite perdida e recuperada na seguinte, e o rerun nao
      *     apropria duas vezes;
      *   - no vencimento, ou com resgate antecipado pedido na
      *     agencia ('R'), resgata: credita na conta vinculada o
      *     principal ('CDR') e o rendimento bruto ('CDY') e debita o
      *     IR retido na fonte ('IRF') pela tabela regressiva (22,5%
      *     ate 180 dias, 20% ate 360, 17,5% ate 720, 15% acima), e
      *     marca o CDB liquidado ('L') com a data e o IR retido, que
      *     o informe de rendimentos anual le.
      * Conta vinculada encerrada, bloqueada ou fora do master nao
      * recebe o resgate: o CDB continua pendente e vai para o
      * arquivo de excecoes (cdb_exc.dat), que entra no consolidado
      * da noite, ate a agencia regularizar a conta.
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
           SELECT CDBS ASSIGN TO 'cdb_master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CDB-NUMERO
           FILE STATUS IS WS-CDB-STATUS.

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

           SELECT EXCECOES-CDB ASSIGN TO 'cdb_exc.dat'
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
       FD  CDBS.
       01  CDB-REC.
           COPY CDBREC REPLACING ==:PREFIX:== BY ==CDB==.

       FD  CONTAS.
       01  CONTA-REC.
           COPY CONTAREC REPLACING ==:PREFIX:== BY ==CONTA==.

       FD  MOVIMENTOS.
       01  MOVIMENTO-REC.
           COPY MOVREC REPLACING ==:PREFIX:== BY ==MOV==.

       FD  EXCECOES-CDB.
       01  EXCECAO-CDB-REC.
           05 EXD-TIMESTAMP        PIC X(21).
           05 EXD-NUMERO-CDB       PIC 9(8).
           05 EXD-CONTA            PIC 9(6).
           05 EXD-VALOR            PIC 9(9)V99.
           05 EXD-MOTIVO           PIC X(20).

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
       77 WS-CDB-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CONTA-STATUS      PIC X(2)    VALUE '00'.
       77 WS-MOV-STATUS        PIC X(2)    VALUE '00'.
       77 WS-EXC-STATUS        PIC X(2)    VALUE '00'.

       77 WS-EOF               PIC X(1)    VALUE 'N'.
       77 WS-MOTIVO            PIC X(20)   VALUE SPACES.

      *APROPRIACAO: RENDIMENTO BRUTO ACUMULADO ATE A DATA ALVO
      *(DATA DE MOVIMENTO, LIMITADA AO VENCIMENTO) E A PARCELA DA
      *NOITE.
       77 WS-DATA-ALVO         PIC 9(8)    VALUE ZEROS.
       77 WS-DIAS-CORRIDOS     PIC 9(5)    VALUE ZEROS.
       77 WS-FATOR             PIC 9(3)V9(12) VALUE ZEROS.
       77 WS-RENDIMENTO-TOTAL  PIC 9(9)V99 VALUE ZEROS.
       77 WS-APROPRIACAO       PIC S9(9)V99 VALUE ZEROS.

      *RESGATE: ALIQUOTA REGRESSIVA PELO PRAZO CORRIDO E IR RETIDO.
       77 WS-ALIQUOTA-IR       PIC 9V999   VALUE ZEROS.
       77 WS-IR                PIC 9(9)V99 VALUE ZEROS.

       77 WS-QTD-APROPRIADOS   PIC 9(7)    VALUE ZEROS.
       77 WS-QTD-VENCIDOS      PIC 9(7)    VALUE ZEROS.
       77 WS-QTD-ANTECIPADOS   PIC 9(7)    VALUE ZEROS.
       77 WS-QTD-EXCECOES      PIC 9(7)    VALUE ZEROS.
       77 WS-QTD-ESTOQUE       PIC 9(7)    VALUE ZEROS.
       77 WS-TOTAL-APROPRIADO  PIC 9(13)V99 VALUE ZEROS.
       77 WS-TOTAL-PRINCIPAL   PIC 9(13)V99 VALUE ZEROS.
       77 WS-TOTAL-RENDIMENTO  PIC 9(13)V99 VALUE ZEROS.
       77 WS-TOTAL-IR          PIC 9(13)V99 VALUE ZEROS.
       77 WS-TOTAL-ESTOQUE     PIC 9(13)V99 VALUE ZEROS.
       77 WS-TOTAL-ED          PIC 9(13).99 VALUE ZEROS.
       77 WS-QTD-PASSO         PIC 9(9)    VALUE ZEROS.

      *AREA DE COMUNICACAO COM O ESCRITOR DE RELATORIOS COMPARTILHADO
      *(GravaRelatorio): RELATORIOS SAEM EM ARQUIVO DE IMPRESSAO DE
      *132 COLUNAS COM CABECALHO PADRAO, ALEM DO CONSOLE.
       01  WS-REL-AREA.
           COPY RELLINK REPLACING ==:PREFIX:== BY ==REL==.

      *CONTROLE DE EXECUCAO DO PASSO: DATA DE MOVIMENTO ABERTA PELA
      *ABERTURA DIARIA E REGISTRO POR PASSO COM INICIO/FIM, REGISTROS
      *E RESULTADO. PASSO JA 'OK' NA DATA NAO RODA DE NOVO.
       77 WS-DTM-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CTE-STATUS        PIC X(2)    VALUE '00'.
       77 WS-DATA-MOVIMENTO    PIC 9(8)    VALUE ZEROS.
       77 WS-NOME-PASSO        PIC X(12)   VALUE 'CDBNOTURNO  '.

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
           PERFORM PROCESSAR-CDBS.

           ADD WS-QTD-APROPRIADOS WS-QTD-VENCIDOS WS-QTD-ANTECIPADOS
               WS-QTD-EXCECOES GIVING WS-QTD-PASSO.
           PERFORM ENCERRAR-CONTROLE-EXECUCAO.
           PERFORM IMPRIMIR-TRAILER-CDB.

           STOP RUN.

      *CADASTRO AUSENTE E NOITE SEM CDB: NADA A APROPRIAR.
       PROCESSAR-CDBS.

           MOVE 'N' TO WS-EOF

           OPEN I-O CDBS
           IF WS-CDB-STATUS = '35'
               DISPLAY 'SEM CADASTRO DE CDB (cdb_master.dat): NADA A '
                   'APROPRIAR.'
               EXIT PARAGRAPH
           END-IF
           IF WS-CDB-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE CDB INDISPONIVEL, STATUS: '
                   WS-CDB-STATUS
               PERFORM ABORTAR-PASSO
           END-IF
           OPEN I-O CONTAS
           IF WS-CONTA-STATUS NOT = '00'
               DISPLAY 'MASTER DE CONTAS INDISPONIVEL, STATUS: '
                   WS-CONTA-STATUS
               PERFORM ABORTAR-PASSO
           END-IF
           OPEN I-O MOVIMENTOS
           IF WS-MOV-STATUS = '35'
               OPEN OUTPUT MOVIMENTOS
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ CDBS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CDB-SITUACAO = 'A' OR CDB-SITUACAO = 'R'
                           PERFORM TRATAR-CDB
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CDBS
           CLOSE CONTAS
           CLOSE MOVIMENTOS.

       TRATAR-CDB.

           PERFORM APROPRIAR-RENDIMENTO

           IF CDB-SITUACAO = 'R'
               OR WS-DATA-MOVIMENTO NOT < CDB-DATA-VENCIMENTO
               PERFORM RESGATAR-CDB
           END-IF

           IF CDB-SITUACAO NOT = 'L'
               ADD 1 TO WS-QTD-ESTOQUE
               ADD CDB-PRINCIPAL CDB-RENDIMENTO TO WS-TOTAL-ESTOQUE
           END-IF.

      *RENDIMENTO BRUTO ACUMULADO = PRINCIPAL x ((1 + TAXA) **
      *(DIAS / 365) - 1), DOS DIAS CORRIDOS DESDE A APLICACAO ATE A
      *DATA ALVO. SO A DIFERENCA PARA O JA APROPRIADO E LANCADA.
       APROPRIAR-RENDIMENTO.

           IF WS-DATA-MOVIMENTO < CDB-DATA-VENCIMENTO
               MOVE WS-DATA-MOVIMENTO TO WS-DATA-ALVO
           ELSE
               MOVE CDB-DATA-VENCIMENTO TO WS-DATA-ALVO
           END-IF
           IF WS-DATA-ALVO NOT > CDB-DATA-APROPRIACAO
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DIAS-CORRIDOS =
               FUNCTION INTEGER-OF-DATE(WS-DATA-ALVO)
               - FUNCTION INTEGER-OF-DATE(CDB-DATA-INICIO)
           COMPUTE WS-FATOR =
               (1 + CDB-TAXA-ANUAL) ** (WS-DIAS-CORRIDOS / 365)
           COMPUTE WS-RENDIMENTO-TOTAL ROUNDED =
               CDB-PRINCIPAL * (WS-FATOR - 1)
           COMPUTE WS-APROPRIACAO =
               WS-RENDIMENTO-TOTAL - CDB-RENDIMENTO

           MOVE WS-DATA-ALVO TO CDB-DATA-APROPRIACAO
           IF WS-APROPRIACAO > ZEROS
               MOVE WS-RENDIMENTO-TOTAL TO CDB-RENDIMENTO

               MOVE ZEROS TO MOV-SALDO-RESULT
               MOVE CDB-CONTA TO CONTA-NUMERO
               READ CONTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CONTA-SALDO TO MOV-SALDO-RESULT
               END-READ

               MOVE CDB-CONTA         TO MOV-CONTA
               MOVE WS-DATA-MOVIMENTO TO MOV-DATA
               MOVE 'CDJ'             TO MOV-TIPO
               MOVE WS-APROPRIACAO    TO MOV-VALOR
               MOVE 'CDBNOTURNO'      TO MOV-PROGRAMA
               PERFORM GRAVAR-MOVIMENTO

               ADD 1 TO WS-QTD-APROPRIADOS
               ADD WS-APROPRIACAO TO WS-TOTAL-APROPRIADO
           END-IF
           REWRITE CDB-REC.

      *PRINCIPAL E RENDIMENTO BRUTO VOLTAM PARA A CONTA VINCULADA E O
      *IR SAI DELA NA MESMA HORA, CADA UM COM O SEU LANCAMENTO.
       RESGATAR-CDB.

           MOVE CDB-CONTA TO CONTA-NUMERO
           READ CONTAS
               INVALID KEY
                   MOVE 'CONTA DESCONHECIDA' TO WS-MOTIVO
                   PERFORM REGISTRAR-EXCECAO-CDB
                   EXIT PARAGRAPH
           END-READ
           IF CONTA-SITUACAO = 'E'
               MOVE 'CONTA ENCERRADA' TO WS-MOTIVO
               PERFORM REGISTRAR-EXCECAO-CDB
               EXIT PARAGRAPH
           END-IF
           IF CONTA-SITUACAO = 'B'
               MOVE 'CONTA BLOQUEADA' TO WS-MOTIVO
               PERFORM REGISTRAR-EXCECAO-CDB
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DIAS-CORRIDOS =
               FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO)
               - FUNCTION INTEGER-OF-DATE(CDB-DATA-INICIO)
           PERFORM DEFINIR-ALIQUOTA-IR
           COMPUTE WS-IR ROUNDED = CDB-RENDIMENTO * WS-ALIQUOTA-IR

           MOVE CDB-CONTA         TO MOV-CONTA
           MOVE WS-DATA-MOVIMENTO TO MOV-DATA
           MOVE 'CDBNOTURNO'      TO MOV-PROGRAMA

           ADD CDB-PRINCIPAL TO CONTA-SALDO
           MOVE 'CDR'             TO MOV-TIPO
           MOVE CDB-PRINCIPAL     TO MOV-VALOR
           MOVE CONTA-SALDO       TO MOV-SALDO-RESULT
           PERFORM GRAVAR-MOVIMENTO

           IF CDB-RENDIMENTO > ZEROS
               ADD CDB-RENDIMENTO TO CONTA-SALDO
               MOVE 'CDY'             TO MOV-TIPO
               MOVE CDB-RENDIMENTO    TO MOV-VALOR
               MOVE CONTA-SALDO       TO MOV-SALDO-RESULT
               PERFORM GRAVAR-MOVIMENTO
           END-IF

           IF WS-IR > ZEROS
               SUBTRACT WS-IR FROM CONTA-SALDO
               MOVE 'IRF'             TO MOV-TIPO
               MOVE WS-IR             TO MOV-VALOR
               MOVE CONTA-SALDO       TO MOV-SALDO-RESULT
               PERFORM GRAVAR-MOVIMENTO
           END-IF

           REWRITE CONTA-REC

           IF CDB-SITUACAO = 'R'
               ADD 1 TO WS-QTD-ANTECIPADOS
           ELSE
               ADD 1 TO WS-QTD-VENCIDOS
           END-IF
           ADD CDB-PRINCIPAL  TO WS-TOTAL-PRINCIPAL
           ADD CDB-RENDIMENTO TO WS-TOTAL-RENDIMENTO
           ADD WS-IR          TO WS-TOTAL-IR

           MOVE 'L'               TO CDB-SITUACAO
           MOVE WS-DATA-MOVIMENTO TO CDB-DATA-RESGATE
           MOVE WS-IR             TO CDB-IR-RETIDO
           REWRITE CDB-REC

           DISPLAY 'CDB RESGATADO: ' CDB-NUMERO ' CONTA ' CDB-CONTA
               ' PRINCIPAL ' CDB-PRINCIPAL ' RENDIMENTO '
               CDB-RENDIMENTO ' IR ' WS-IR.

      *TABELA REGRESSIVA: ATE 180 DIAS 22,5%, ATE 360 DIAS 20%, ATE
      *720 DIAS 17,5%, ACIMA DISSO 15%.
       DEFINIR-ALIQUOTA-IR.

           EVALUATE TRUE
               WHEN WS-DIAS-CORRIDOS NOT > 180
                   MOVE 0.225 TO WS-ALIQUOTA-IR
               WHEN WS-DIAS-CORRIDOS NOT > 360
                   MOVE 0.200 TO WS-ALIQUOTA-IR
               WHEN WS-DIAS-CORRIDOS NOT > 720
                   MOVE 0.175 TO WS-ALIQUOTA-IR
               WHEN OTHER
                   MOVE 0.150 TO WS-ALIQUOTA-IR
           END-EVALUATE.

       REGISTRAR-EXCECAO-CDB.

           ADD 1 TO WS-QTD-EXCECOES

           OPEN EXTEND EXCECOES-CDB
           IF WS-EXC-STATUS = '35'
               OPEN OUTPUT EXCECOES-CDB
           END-IF

           MOVE FUNCTION CURRENT-DATE TO EXD-TIMESTAMP
           MOVE CDB-NUMERO            TO EXD-NUMERO-CDB
           MOVE CDB-CONTA             TO EXD-CONTA
           COMPUTE EXD-VALOR = CDB-PRINCIPAL + CDB-RENDIMENTO
           MOVE WS-MOTIVO             TO EXD-MOTIVO

           WRITE EXCECAO-CDB-REC

           CLOSE EXCECOES-CDB

           DISPLAY 'RESGATE DE CDB EM EXCECAO (' WS-MOTIVO '): '
               CDB-NUMERO.

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
      *PULADO COM SUCESSO (RC 0) -- NENHUM CDB E RESGATADO DUAS
      *VEZES.
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

       IMPRIMIR-TRAILER-CDB.

           DISPLAY ' '.
           DISPLAY 'RELATORIO DO PROCESSAMENTO DE CDB'.
           DISPLAY 'CDBS COM APROPRIACAO.....: ' WS-QTD-APROPRIADOS.
           DISPLAY 'RENDIMENTO APROPRIADO....: ' WS-TOTAL-APROPRIADO.
           DISPLAY 'RESGATES NO VENCIMENTO...: ' WS-QTD-VENCIDOS.
           DISPLAY 'RESGATES ANTECIPADOS.....: ' WS-QTD-ANTECIPADOS.
           DISPLAY 'PRINCIPAL DEVOLVIDO......: ' WS-TOTAL-PRINCIPAL.
           DISPLAY 'RENDIMENTO BRUTO PAGO....: ' WS-TOTAL-RENDIMENTO.
           DISPLAY 'IR RETIDO NA FONTE.......: ' WS-TOTAL-IR.
           DISPLAY 'RESGATES EM EXCECAO......: ' WS-QTD-EXCECOES.
           DISPLAY 'CDBS EM ESTOQUE..........: ' WS-QTD-ESTOQUE.
           DISPLAY 'SALDO DE CDB EM ESTOQUE..: ' WS-TOTAL-ESTOQUE.

           MOVE 'A' TO REL-COMANDO
           MOVE 'ApropriacaoCDB' TO REL-PROGRAMA
           MOVE 'CDB' TO REL-ID
           MOVE 'APROPRIACAO E RESGATE DE CDB' TO REL-TITULO
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE 'L' TO REL-COMANDO
           MOVE SPACES TO REL-LINHA
           STRING 'CDBS COM APROPRIACAO.....: ' WS-QTD-APROPRIADOS
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE WS-TOTAL-APROPRIADO TO WS-TOTAL-ED
           MOVE SPACES TO REL-LINHA
           STRING 'RENDIMENTO APROPRIADO....: ' WS-TOTAL-ED
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE SPACES TO REL-LINHA
           STRING 'RESGATES NO VENCIMENTO...: ' WS-QTD-VENCIDOS
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE SPACES TO REL-LINHA
           STRING 'RESGATES ANTECIPADOS.....: ' WS-QTD-ANTECIPADOS
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE WS-TOTAL-PRINCIPAL TO WS-TOTAL-ED
           MOVE SPACES TO REL-LINHA
           STRING 'PRINCIPAL DEVOLVIDO......: ' WS-TOTAL-ED
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE WS-TOTAL-RENDIMENTO TO WS-TOTAL-ED
           MOVE SPACES TO REL-LINHA
           STRING 'RENDIMENTO BRUTO PAGO....: ' WS-TOTAL-ED
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE WS-TOTAL-IR TO WS-TOTAL-ED
           MOVE SPACES TO REL-LINHA
           STRING 'IR RETIDO NA FONTE.......: ' WS-TOTAL-ED
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE SPACES TO REL-LINHA
           STRING 'RESGATES EM EXCECAO......: ' WS-QTD-EXCECOES
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE SPACES TO REL-LINHA
           STRING 'CDBS EM ESTOQUE..........: ' WS-QTD-ESTOQUE
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE WS-TOTAL-ESTOQUE TO WS-TOTAL-ED
           MOVE SPACES TO REL-LINHA
           STRING 'SALDO DE CDB EM ESTOQUE..: ' WS-TOTAL-ED
               DELIMITED BY SIZE INTO REL-LINHA
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
