      *=================================================================
       IDENTIFICATION                                  DIVISION.
      *=================================================================
       PROGRAM-ID. ManutencaoCDB.
      *******************************************************************
      * Author: Vinícius Azevedo
      * Date: 15/10/2026
      * Purpose: Aplicacao e manutencao de CDB (deposito a prazo)
      * Tectonics: cobc
      ******************************************************************
      * Abre o CDB do cliente no cadastro de depositos a prazo
      * (cdb_master.dat): debita o principal da conta vinculada
      * (so do saldo positivo, sem usar o limite de cheque especial),
      * lanca o tipo 'CDA' no diario e grava o deposito com a taxa
      * anual e o vencimento, rolado para o proximo dia util pelo
      * calendario compartilhado quando cai em fim de semana ou
      * feriado. O rendimento diario, o vencimento e o resgate com IR
      * regressivo sao do passo noturno ApropriacaoCDB; aqui a agencia
      * so registra o pedido de resgate antecipado ('R'), que a noite
      * paga. Tambem consulta um CDB e lista os CDBs de uma conta.
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

           SELECT CALENDARIO ASSIGN TO 'calendario.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CAL-STATUS.

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

       FD  CALENDARIO.
       01  CALENDARIO-REC.
           COPY CALREC REPLACING ==:PREFIX:== BY ==CAL==.

       FD  DATA-MOVIMENTO.
       01  DATA-MOVIMENTO-REC.
           05 DTM-DATA             PIC 9(8).
           05 DTM-SITUACAO         PIC X(1).

      *RETENCOES DAS ORDENS JUDICIAIS (SISBAJUD), POR ORDEM E CONTA.
       FD  BLOQUEIOS-JUDICIAIS.
       01  BLOQUEIO-REC.
           COPY BLQREC REPLACING ==:PREFIX:== BY ==BLQ==.

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
      *-----------------------------------------------------------------
       77 WS-CDB-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CONTA-STATUS      PIC X(2)    VALUE '00'.
       77 WS-MOV-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CAL-STATUS        PIC X(2)    VALUE '00'.
       77 WS-DTM-STATUS        PIC X(2)    VALUE '00'.

       77 WS-OPCAO-MENU        PIC X(1)    VALUE SPACES.
       77 WS-EOF               PIC X(1)    VALUE 'N'.
       77 WS-CONFIRMA          PIC X(1)    VALUE SPACES.
       77 WS-DATA-PROC         PIC 9(8)    VALUE ZEROS.
       77 WS-QTD-LISTADOS      PIC 9(5)    VALUE ZEROS.

      *DADOS DA NOVA APLICACAO, DIGITADOS ANTES DE TOCAR O CADASTRO.
       77 WS-NUMERO-NOVO       PIC 9(8)    VALUE ZEROS.
       77 WS-CONTA-CDB         PIC 9(6)    VALUE ZEROS.
       77 WS-PRINCIPAL         PIC 9(9)V99 VALUE ZEROS.
       77 WS-TAXA-ANUAL        PIC 9V9(4)  VALUE ZEROS.
       77 WS-DATA-VENCIMENTO   PIC 9(8)    VALUE ZEROS.

      *ALIQUOTA REGRESSIVA DE IR SOBRE O RENDIMENTO, PELO PRAZO
      *CORRIDO DESDE A APLICACAO (MESMA TABELA DO PASSO NOTURNO).
       77 WS-DIAS-CORRIDOS     PIC 9(5)    VALUE ZEROS.
       77 WS-ALIQUOTA-IR       PIC 9V999   VALUE ZEROS.
       77 WS-IR-ESTIMADO       PIC 9(9)V99 VALUE ZEROS.

      *CALENDARIO DE DIAS UTEIS: FERIADOS DO ARQUIVO, FIM DE SEMANA
      *PELO DIA DA SEMANA (MESMA REGRA DA ABERTURA DIARIA).
       77 WS-CAL-EOF           PIC X(1)    VALUE 'N'.
       01 WS-QTD-FERIADOS      PIC 9(3)    VALUE ZEROS.
       01 WS-TABELA-FERIADOS.
           05 WS-FERIADO OCCURS 100 TIMES PIC 9(8).
       77 WS-I-FER             PIC 9(3)    VALUE ZEROS.
       77 WS-DIA-UTIL          PIC X(1)    VALUE 'N'.
       77 WS-DATA-EXAME        PIC 9(8)    VALUE ZEROS.
       77 WS-DIA-SEMANA        PIC 9(1)    VALUE ZEROS.
       77 WS-DATA-INTEIRO      PIC 9(7)    VALUE ZEROS.

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
       PROGRAM-BEGIN.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-PROC
           PERFORM LER-DATA-MOVIMENTO
           PERFORM CARREGAR-CALENDARIO
           PERFORM ABRIR-CDBS-MANUTENCAO

           PERFORM UNTIL WS-OPCAO-MENU = '0'
               DISPLAY ' '
               DISPLAY '1 - APLICAR EM CDB'
               DISPLAY '2 - SOLICITAR RESGATE ANTECIPADO'
               DISPLAY '3 - CONSULTAR CDB'
               DISPLAY '4 - LISTAR CDBS DA CONTA'
               DISPLAY '0 - SAIR'
               DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO-MENU
               EVALUATE WS-OPCAO-MENU
                   WHEN '1'
                       PERFORM APLICAR-CDB
                   WHEN '2'
                       PERFORM SOLICITAR-RESGATE
                   WHEN '3'
                       PERFORM CONSULTAR-CDB
                   WHEN '4'
                       PERFORM LISTAR-CDBS-CONTA
                   WHEN '0'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA. TENTE NOVAMENTE.'
               END-EVALUATE
           END-PERFORM

           CLOSE CDBS

           STOP RUN.

       ABRIR-CDBS-MANUTENCAO.

           OPEN I-O CDBS
           IF WS-CDB-STATUS = '35'
               OPEN OUTPUT CDBS
               CLOSE CDBS
               OPEN I-O CDBS
           END-IF
           IF WS-CDB-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE CDB INDISPONIVEL, STATUS: '
                   WS-CDB-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *A DATA DOS LANCAMENTOS E A DATA DE MOVIMENTO ABERTA PELO
      *BATCH; SEM ELA (EXECUCAO AVULSA), VALE A DATA DO SISTEMA.
       LER-DATA-MOVIMENTO.

           OPEN INPUT DATA-MOVIMENTO
           IF WS-DTM-STATUS = '00'
               READ DATA-MOVIMENTO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DTM-SITUACAO = 'A'
                           MOVE DTM-DATA TO WS-DATA-PROC
                       END-IF
               END-READ
               CLOSE DATA-MOVIMENTO
           END-IF.

      *O CDB SO E APLICADO CONTRA CONTA ATIVA COM SALDO POSITIVO QUE
      *COBRE O PRINCIPAL. O VENCIMENTO QUE CAI EM DIA NAO UTIL VAI
      *PARA O PROXIMO DIA UTIL, E E ESSA DATA QUE O CADASTRO GUARDA.
       APLICAR-CDB.

           DISPLAY 'CONTA DO CLIENTE: '
           ACCEPT WS-CONTA-CDB
           DISPLAY 'VALOR A APLICAR: '
           ACCEPT WS-PRINCIPAL
           DISPLAY 'TAXA ANUAL (FRACAO, EX. 0.1250 = 12,50% A.A.): '
           ACCEPT WS-TAXA-ANUAL
           DISPLAY 'DATA DE VENCIMENTO (AAAAMMDD): '
           ACCEPT WS-DATA-VENCIMENTO

           IF WS-PRINCIPAL = ZEROS
               DISPLAY 'VALOR ZERADO: APLICACAO NAO GRAVADA.'
               EXIT PARAGRAPH
           END-IF
           IF WS-TAXA-ANUAL = ZEROS
               DISPLAY 'TAXA ZERADA: APLICACAO NAO GRAVADA.'
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-VENCIMENTO) NOT = 0
               DISPLAY 'DATA DE VENCIMENTO INVALIDA: '
                   WS-DATA-VENCIMENTO
               EXIT PARAGRAPH
           END-IF
           IF WS-DATA-VENCIMENTO NOT > WS-DATA-PROC
               DISPLAY 'VENCIMENTO TEM QUE SER POSTERIOR A '
                   WS-DATA-PROC
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DATA-VENCIMENTO TO WS-DATA-EXAME
           COMPUTE WS-DATA-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-EXAME)
           PERFORM ROLAR-PARA-DIA-UTIL
           IF WS-DATA-EXAME NOT = WS-DATA-VENCIMENTO
               DISPLAY 'VENCIMENTO EM DIA NAO UTIL, ROLADO PARA '
                   WS-DATA-EXAME
               MOVE WS-DATA-EXAME TO WS-DATA-VENCIMENTO
           END-IF

           OPEN I-O CONTAS
           IF WS-CONTA-STATUS NOT = '00'
               DISPLAY 'MASTER DE CONTAS INDISPONIVEL, STATUS: '
                   WS-CONTA-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CONTA-CDB TO CONTA-NUMERO
           READ CONTAS
               INVALID KEY
                   DISPLAY 'CONTA NAO ENCONTRADA: ' WS-CONTA-CDB
                   CLOSE CONTAS
                   EXIT PARAGRAPH
           END-READ
           IF CONTA-SITUACAO NOT = 'A'
               DISPLAY 'CONTA NAO ESTA ATIVA (SITUACAO '
                   CONTA-SITUACAO '): APLICACAO NAO GRAVADA.'
               CLOSE CONTAS
               EXIT PARAGRAPH
           END-IF
      *A APLICACAO SAI DO SALDO LIVRE: O QUE ESTA RETIDO POR ORDEM
      *JUDICIAL NAO PODE SER APLICADO.
           MOVE 'N' TO WS-TEM-BLOQUEIOS
           OPEN INPUT BLOQUEIOS-JUDICIAIS
           IF WS-BLQ-STATUS = '00'
               MOVE 'Y' TO WS-TEM-BLOQUEIOS
           END-IF
           PERFORM BUSCAR-BLOQUEIO-CONTA
           IF WS-TEM-BLOQUEIOS = 'Y'
               CLOSE BLOQUEIOS-JUDICIAIS
           END-IF
           IF CONTA-SALDO - WS-VALOR-BLOQUEADO < WS-PRINCIPAL
               DISPLAY 'SALDO INSUFICIENTE PARA A APLICACAO: '
                   CONTA-SALDO ' BLOQUEADO: ' WS-VALOR-BLOQUEADO
               CLOSE CONTAS
               EXIT PARAGRAPH
           END-IF

           PERFORM OBTER-PROXIMO-NUMERO

           DISPLAY ' '
           DISPLAY 'CDB NUMERO................: ' WS-NUMERO-NOVO
           DISPLAY 'CONTA.....................: ' WS-CONTA-CDB
           DISPLAY 'TITULAR CPF...............: ' CONTA-CPF-TITULAR
           DISPLAY 'PRINCIPAL.................: ' WS-PRINCIPAL
           DISPLAY 'TAXA ANUAL................: ' WS-TAXA-ANUAL
           DISPLAY 'APLICACAO.................: ' WS-DATA-PROC
           DISPLAY 'VENCIMENTO................: ' WS-DATA-VENCIMENTO
           DISPLAY 'CONFIRMA A APLICACAO (S/N)? '
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
               DISPLAY 'APLICACAO NAO CONFIRMADA.'
               CLOSE CONTAS
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NUMERO-NOVO     TO CDB-NUMERO
           MOVE WS-CONTA-CDB       TO CDB-CONTA
           MOVE WS-PRINCIPAL       TO CDB-PRINCIPAL
           MOVE WS-TAXA-ANUAL      TO CDB-TAXA-ANUAL
           MOVE WS-DATA-PROC       TO CDB-DATA-INICIO
           MOVE WS-DATA-VENCIMENTO TO CDB-DATA-VENCIMENTO
           MOVE WS-DATA-PROC       TO CDB-DATA-APROPRIACAO
           MOVE ZEROS              TO CDB-RENDIMENTO
           MOVE 'A'                TO CDB-SITUACAO
           MOVE ZEROS              TO CDB-DATA-RESGATE
           MOVE ZEROS              TO CDB-IR-RETIDO
           WRITE CDB-REC
               INVALID KEY
                   DISPLAY 'CDB JA EXISTE: ' CDB-NUMERO
                       ', APLICACAO NAO GRAVADA.'
                   CLOSE CONTAS
                   EXIT PARAGRAPH
           END-WRITE

           SUBTRACT WS-PRINCIPAL FROM CONTA-SALDO
           REWRITE CONTA-REC
           PERFORM GRAVAR-MOVIMENTO-APLICACAO
           CLOSE CONTAS

           DISPLAY 'CDB APLICADO: ' CDB-NUMERO ' VALOR ' WS-PRINCIPAL
               ' VENCIMENTO ' CDB-DATA-VENCIMENTO.

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

       GRAVAR-MOVIMENTO-APLICACAO.

           OPEN I-O MOVIMENTOS
           IF WS-MOV-STATUS = '35'
               OPEN OUTPUT MOVIMENTOS
           END-IF

           MOVE CONTA-NUMERO        TO MOV-CONTA
           MOVE WS-DATA-PROC        TO MOV-DATA
           MOVE 'CDA'               TO MOV-TIPO
           MOVE WS-PRINCIPAL        TO MOV-VALOR
           MOVE CONTA-SALDO         TO MOV-SALDO-RESULT
           MOVE 'MANUTCDB'          TO MOV-PROGRAMA

           PERFORM GRAVAR-MOVIMENTO

           CLOSE MOVIMENTOS.

      *NUMERO DO NOVO CDB: O MAIOR DO CADASTRO MAIS UM.
       OBTER-PROXIMO-NUMERO.

           MOVE ZEROS TO WS-NUMERO-NOVO
           MOVE 'N' TO WS-EOF

           MOVE ZEROS TO CDB-NUMERO
           START CDBS KEY IS NOT LESS THAN CDB-NUMERO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = 'Y'
               READ CDBS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE CDB-NUMERO TO WS-NUMERO-NOVO
               END-READ
           END-PERFORM

           ADD 1 TO WS-NUMERO-NOVO.

      *SO CDB ATIVO E ANTES DO VENCIMENTO: NO VENCIMENTO O PASSO
      *NOTURNO JA RESGATA SOZINHO, COM A ALIQUOTA DO PRAZO CHEIO.
       SOLICITAR-RESGATE.

           DISPLAY 'NUMERO DO CDB A RESGATAR: '
           ACCEPT CDB-NUMERO

           READ CDBS
               INVALID KEY
                   DISPLAY 'CDB NAO ENCONTRADO: ' CDB-NUMERO
                   EXIT PARAGRAPH
           END-READ

           IF CDB-SITUACAO NOT = 'A'
               DISPLAY 'CDB NAO ESTA ATIVO (SITUACAO ' CDB-SITUACAO
                   '): RESGATE NAO SOLICITADO.'
               EXIT PARAGRAPH
           END-IF
           IF WS-DATA-PROC NOT < CDB-DATA-VENCIMENTO
               DISPLAY 'CDB JA NO VENCIMENTO: O RESGATE SAI NO '
                   'PROCESSAMENTO NOTURNO.'
               EXIT PARAGRAPH
           END-IF

           PERFORM EXIBIR-CDB
           DISPLAY 'CONFIRMA O RESGATE ANTECIPADO (S/N)? '
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
               MOVE 'R' TO CDB-SITUACAO
               REWRITE CDB-REC
               DISPLAY 'RESGATE ANTECIPADO SOLICITADO: ' CDB-NUMERO
                   ' (CREDITO NO PROCESSAMENTO NOTURNO).'
           ELSE
               DISPLAY 'RESGATE NAO CONFIRMADO.'
           END-IF.

       CONSULTAR-CDB.

           DISPLAY 'NUMERO DO CDB: '
           ACCEPT CDB-NUMERO

           READ CDBS
               INVALID KEY
                   DISPLAY 'CDB NAO ENCONTRADO: ' CDB-NUMERO
               NOT INVALID KEY
                   PERFORM EXIBIR-CDB
           END-READ.

      *O IR ESTIMADO E SOBRE O RENDIMENTO JA APROPRIADO, COM A
      *ALIQUOTA DO PRAZO CORRIDO ATE HOJE.
       EXIBIR-CDB.

           COMPUTE WS-DIAS-CORRIDOS =
               FUNCTION INTEGER-OF-DATE(WS-DATA-PROC)
               - FUNCTION INTEGER-OF-DATE(CDB-DATA-INICIO)
           PERFORM DEFINIR-ALIQUOTA-IR
           COMPUTE WS-IR-ESTIMADO ROUNDED =
               CDB-RENDIMENTO * WS-ALIQUOTA-IR

           DISPLAY ' '
           DISPLAY 'CDB NUMERO................: ' CDB-NUMERO
           DISPLAY 'CONTA.....................: ' CDB-CONTA
           DISPLAY 'PRINCIPAL.................: ' CDB-PRINCIPAL
           DISPLAY 'TAXA ANUAL................: ' CDB-TAXA-ANUAL
           DISPLAY 'APLICACAO.................: ' CDB-DATA-INICIO
           DISPLAY 'VENCIMENTO................: ' CDB-DATA-VENCIMENTO
           DISPLAY 'SITUACAO..................: ' CDB-SITUACAO
           DISPLAY 'RENDIMENTO BRUTO ATE......: '
               CDB-DATA-APROPRIACAO ' ' CDB-RENDIMENTO
           IF CDB-SITUACAO = 'L'
               DISPLAY 'RESGATADO EM..............: '
                   CDB-DATA-RESGATE
               DISPLAY 'IR RETIDO.................: ' CDB-IR-RETIDO
           ELSE
               DISPLAY 'ALIQUOTA DE IR HOJE.......: ' WS-ALIQUOTA-IR
               DISPLAY 'IR ESTIMADO HOJE..........: ' WS-IR-ESTIMADO
           END-IF.

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

       LISTAR-CDBS-CONTA.

           DISPLAY 'CONTA: '
           ACCEPT WS-CONTA-CDB

           MOVE 'N' TO WS-EOF
           MOVE ZEROS TO WS-QTD-LISTADOS

           DISPLAY 'CDB      PRINCIPAL    TAXA   APLICACAO VENCTO   '
               'SIT RENDIMENTO'
           MOVE ZEROS TO CDB-NUMERO
           START CDBS KEY IS NOT LESS THAN CDB-NUMERO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = 'Y'
               READ CDBS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
               END-READ
               IF WS-CDB-STATUS NOT = '00' AND NOT = '10'
                   DISPLAY 'ERRO DE LEITURA EM CDBS, STATUS: '
                       WS-CDB-STATUS
                   MOVE 'Y' TO WS-EOF
               ELSE
                   IF WS-EOF NOT = 'Y' AND CDB-CONTA = WS-CONTA-CDB
                       ADD 1 TO WS-QTD-LISTADOS
                       DISPLAY CDB-NUMERO ' ' CDB-PRINCIPAL ' '
                           CDB-TAXA-ANUAL ' ' CDB-DATA-INICIO ' '
                           CDB-DATA-VENCIMENTO ' ' CDB-SITUACAO '   '
                           CDB-RENDIMENTO
                   END-IF
               END-IF
           END-PERFORM

           DISPLAY 'CDBS LISTADOS: ' WS-QTD-LISTADOS.

      *FERIADOS DO CALENDARIO COMPARTILHADO.
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
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CAL-STATUS = '00' OR WS-CAL-STATUS = '10'
               CLOSE CALENDARIO
           END-IF.

      *'Y' QUANDO WS-DATA-EXAME NAO CAI EM SABADO, DOMINGO NEM
      *FERIADO. O DIA DA SEMANA SAI DO INTEGER-OF-DATE: O DIA 1
      *(01/01/1601) FOI UMA SEGUNDA, ENTAO RESTO 6 = SABADO E RESTO
      *0 = DOMINGO.
       CONFERIR-DIA-UTIL.

           COMPUTE WS-DATA-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-EXAME)
           COMPUTE WS-DIA-SEMANA =
               FUNCTION MOD(WS-DATA-INTEIRO 7)

           MOVE 'Y' TO WS-DIA-UTIL
           IF WS-DIA-SEMANA = 6 OR WS-DIA-SEMANA = 0
               MOVE 'N' TO WS-DIA-UTIL
           END-IF
           PERFORM VARYING WS-I-FER FROM 1 BY 1
               UNTIL WS-I-FER > WS-QTD-FERIADOS
               IF WS-FERIADO(WS-I-FER) = WS-DATA-EXAME
                   MOVE 'N' TO WS-DIA-UTIL
               END-IF
           END-PERFORM.

       ROLAR-PARA-DIA-UTIL.

           PERFORM CONFERIR-DIA-UTIL
           PERFORM UNTIL WS-DIA-UTIL = 'Y'
               ADD 1 TO WS-DATA-INTEIRO
               COMPUTE WS-DATA-EXAME =
                   FUNCTION DATE-OF-INTEGER(WS-DATA-INTEIRO)
               PERFORM CONFERIR-DIA-UTIL
           END-PERFORM.

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
