      *=================================================================
       IDENTIFICATION                                  DIVISION.
      *=================================================================
       PROGRAM-ID. PostaCaixa.
      *******************************************************************
      * Author: Vinícius Azevedo
      * Date: 15/10/2026
      * Purpose: Postagem noturna do diario das gavetas de caixa
      * Tectonics: cobc
      ******************************************************************
      * Roda logo depois dos depositos, com o diario do caixa
      * (caixa_diario.dat) ja conferido e estagiado pelo controle de
      * chegada. Cada deposito ('DEP') e saque ('SAQ') em especie
      * registrado nas gavetas ate a data de movimento entra no master
      * de contas e no diario de movimentos, com o programa 'CAIXA'.
      * O dinheiro ja trocou de maos no balcao, onde a conta, o
      * disponivel e o limite diario foram conferidos: aqui nao ha
      * recusa por saldo ou limite, o lancamento so nao entra quando a
      * conta nao existe mais no master (ou o tipo e invalido) -- vai
      * para o arquivo de excecoes do caixa (caixa_exc.dat) para a
      * agencia resolver. Transacao com data posterior a de movimento
      * fica no diario para a noite dela; o resto e consumido (o
      * estagio datado da noite guarda a copia).
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
           SELECT CAIXA-DIARIO ASSIGN TO 'caixa_diario.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CXJ-STATUS.

           SELECT CAIXA-DIARIO-NOVO ASSIGN TO 'caixa_diario.new'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CXN-STATUS.

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

           SELECT EXCECOES-CAIXA ASSIGN TO 'caixa_exc.dat'
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
       FD  CAIXA-DIARIO.
       01  CAIXA-DIARIO-REC.
           COPY CXMREC REPLACING ==:PREFIX:== BY ==CXJ==.

      *TRANSACOES DE DATA POSTERIOR, DEVOLVIDAS AO DIARIO NO FIM.
       FD  CAIXA-DIARIO-NOVO.
       01  CAIXA-DIARIO-NOVO-REC   PIC X(53).

       FD  CONTAS.
       01  CONTA-REC.
           COPY CONTAREC REPLACING ==:PREFIX:== BY ==CONTA==.

       FD  MOVIMENTOS.
       01  MOVIMENTO-REC.
           COPY MOVREC REPLACING ==:PREFIX:== BY ==MOV==.

      *EXCECOES DO CAIXA: LANCAMENTO NAO POSTADO (CONTA OU TIPO) E,
      *NA CONCILIACAO DA NOITE, SOBRA, FALTA E GAVETA NAO FECHADA.
       FD  EXCECOES-CAIXA.
       01  EXCECAO-CAIXA-REC.
           05 CXE-TIMESTAMP        PIC X(21).
           05 CXE-DATA             PIC 9(8).
           05 CXE-OPERADOR         PIC X(8).
           05 CXE-CONTA            PIC 9(6).
           05 CXE-MOTIVO           PIC X(20).
           05 CXE-VALOR            PIC S9(11)V99.

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
       77 WS-CXJ-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CXN-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CONTA-STATUS      PIC X(2)    VALUE '00'.
       77 WS-MOV-STATUS        PIC X(2)    VALUE '00'.
       77 WS-EXC-STATUS        PIC X(2)    VALUE '00'.

       77 WS-EOF               PIC X(1)    VALUE 'N'.
       77 WS-MOTIVO-EXCECAO    PIC X(20)   VALUE SPACES.

       77 WS-QTD-LIDOS         PIC 9(7)    VALUE ZEROS.
       77 WS-QTD-DEPOSITOS     PIC 9(7)    VALUE ZEROS.
       77 WS-QTD-SAQUES        PIC 9(7)    VALUE ZEROS.
       77 WS-QTD-EXCECOES      PIC 9(7)    VALUE ZEROS.
       77 WS-QTD-MANTIDOS      PIC 9(7)    VALUE ZEROS.
       77 WS-TOTAL-DEPOSITOS   PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOTAL-SAQUES      PIC 9(11)V99 VALUE ZEROS.
       77 WS-QTD-PASSO         PIC 9(9)    VALUE ZEROS.

      *CONTROLE DE EXECUCAO DO PASSO: DATA DE MOVIMENTO ABERTA PELA
      *ABERTURA DIARIA E REGISTRO POR PASSO COM INICIO/FIM, REGISTROS
      *E RESULTADO. PASSO JA 'OK' NA DATA NAO RODA DE NOVO.
       77 WS-DTM-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CTE-STATUS        PIC X(2)    VALUE '00'.
       77 WS-DATA-MOVIMENTO    PIC 9(8)    VALUE ZEROS.
       77 WS-NOME-PASSO        PIC X(12)   VALUE 'POSTACAIXA  '.

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

           OPEN INPUT CAIXA-DIARIO
           IF WS-CXJ-STATUS NOT = '00'
               DISPLAY 'POSTAGEM DO CAIXA: SEM DIARIO DO CAIXA, NADA '
                   'A POSTAR.'
               PERFORM ENCERRAR-CONTROLE-EXECUCAO
               STOP RUN
           END-IF.

           PERFORM POSTAR-DIARIO-CAIXA.
           PERFORM DEVOLVER-TRANSACOES-FUTURAS.

           MOVE WS-QTD-LIDOS TO WS-QTD-PASSO.
           PERFORM ENCERRAR-CONTROLE-EXECUCAO.

           DISPLAY ' '
           DISPLAY 'POSTAGEM DO DIARIO DO CAIXA - ' WS-DATA-MOVIMENTO
           DISPLAY 'TRANSACOES LIDAS......: ' WS-QTD-LIDOS
           DISPLAY 'DEPOSITOS POSTADOS....: ' WS-QTD-DEPOSITOS
               ' VALOR ' WS-TOTAL-DEPOSITOS
           DISPLAY 'SAQUES POSTADOS.......: ' WS-QTD-SAQUES
               ' VALOR ' WS-TOTAL-SAQUES
           DISPLAY 'EM EXCECAO............: ' WS-QTD-EXCECOES
           DISPLAY 'MANTIDAS (DATA FUTURA): ' WS-QTD-MANTIDOS

           STOP RUN.

      *ASSUME O DIARIO DO CAIXA ABERTO PARA LEITURA.
       POSTAR-DIARIO-CAIXA.

           OPEN I-O CONTAS
           IF WS-CONTA-STATUS NOT = '00'
               DISPLAY 'MASTER DE CONTAS INACESSIVEL, STATUS: '
                   WS-CONTA-STATUS
               PERFORM ABORTAR-PASSO
           END-IF

      *O DIARIO DE MOVIMENTOS FICA ABERTO (I-O) PARA O LOTE
      *INTEIRO: TODO SALDO ALTERADO GERA UM LANCAMENTO.
           OPEN I-O MOVIMENTOS
           IF WS-MOV-STATUS = '35'
               OPEN OUTPUT MOVIMENTOS
           END-IF

           OPEN OUTPUT CAIXA-DIARIO-NOVO

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CAIXA-DIARIO
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CXJ-DATA > WS-DATA-MOVIMENTO
                           MOVE CAIXA-DIARIO-REC
                               TO CAIXA-DIARIO-NOVO-REC
                           WRITE CAIXA-DIARIO-NOVO-REC
                           ADD 1 TO WS-QTD-MANTIDOS
                       ELSE
                           ADD 1 TO WS-QTD-LIDOS
                           PERFORM POSTAR-TRANSACAO-CAIXA
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CAIXA-DIARIO
           CLOSE CAIXA-DIARIO-NOVO
           CLOSE CONTAS
           CLOSE MOVIMENTOS.

      *TRANSACAO DE DATA ANTERIOR (NOITE QUE NAO RODOU) POSTA NA DATA
      *DE MOVIMENTO, COMO OS DEMAIS LOTES.
       POSTAR-TRANSACAO-CAIXA.

           IF CXJ-TIPO NOT = 'DEP' AND CXJ-TIPO NOT = 'SAQ'
               MOVE 'TIPO INVALIDO' TO WS-MOTIVO-EXCECAO
               PERFORM REGISTRAR-EXCECAO-CAIXA
               EXIT PARAGRAPH
           END-IF

           MOVE CXJ-CONTA TO CONTA-NUMERO
           READ CONTAS
               INVALID KEY
                   MOVE 'CONTA DESCONHECIDA' TO WS-MOTIVO-EXCECAO
                   PERFORM REGISTRAR-EXCECAO-CAIXA
                   EXIT PARAGRAPH
           END-READ

           IF CXJ-TIPO = 'DEP'
               ADD CXJ-VALOR TO CONTA-SALDO
               ADD 1 TO WS-QTD-DEPOSITOS
               ADD CXJ-VALOR TO WS-TOTAL-DEPOSITOS
           ELSE
               SUBTRACT CXJ-VALOR FROM CONTA-SALDO
               ADD 1 TO WS-QTD-SAQUES
               ADD CXJ-VALOR TO WS-TOTAL-SAQUES
           END-IF
           REWRITE CONTA-REC

           MOVE CONTA-NUMERO      TO MOV-CONTA
           MOVE WS-DATA-MOVIMENTO TO MOV-DATA
           MOVE CXJ-TIPO          TO MOV-TIPO
           MOVE CXJ-VALOR         TO MOV-VALOR
           MOVE CONTA-SALDO       TO MOV-SALDO-RESULT
           MOVE 'CAIXA'           TO MOV-PROGRAMA
           PERFORM GRAVAR-MOVIMENTO

           DISPLAY CXJ-TIPO ' DO CAIXA ' CXJ-OPERADOR ' POSTADO NA '
               'CONTA ' CONTA-NUMERO ': ' CXJ-VALOR ' NOVO SALDO: '
               CONTA-SALDO.

       REGISTRAR-EXCECAO-CAIXA.

           ADD 1 TO WS-QTD-EXCECOES

           OPEN EXTEND EXCECOES-CAIXA
           IF WS-EXC-STATUS = '35'
               OPEN OUTPUT EXCECOES-CAIXA
           END-IF

           MOVE FUNCTION CURRENT-DATE TO CXE-TIMESTAMP
           MOVE CXJ-DATA              TO CXE-DATA
           MOVE CXJ-OPERADOR          TO CXE-OPERADOR
           MOVE CXJ-CONTA             TO CXE-CONTA
           MOVE WS-MOTIVO-EXCECAO     TO CXE-MOTIVO
           MOVE CXJ-VALOR             TO CXE-VALOR
           WRITE EXCECAO-CAIXA-REC

           CLOSE EXCECOES-CAIXA

           DISPLAY CXJ-TIPO ' DO CAIXA ' CXJ-OPERADOR ' NAO POSTADO ('
               WS-MOTIVO-EXCECAO '): CONTA ' CXJ-CONTA.

      *O DIARIO CONSUMIDO VOLTA SO COM AS TRANSACOES DE DATA
      *POSTERIOR; SEM ELAS, FICA VAZIO PARA O PROXIMO DIA.
       DEVOLVER-TRANSACOES-FUTURAS.

           OPEN OUTPUT CAIXA-DIARIO
           OPEN INPUT CAIXA-DIARIO-NOVO

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CAIXA-DIARIO-NOVO
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE CAIXA-DIARIO-NOVO-REC TO CAIXA-DIARIO-REC
                       WRITE CAIXA-DIARIO-REC
               END-READ
           END-PERFORM

           CLOSE CAIXA-DIARIO-NOVO
           CLOSE CAIXA-DIARIO.

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
