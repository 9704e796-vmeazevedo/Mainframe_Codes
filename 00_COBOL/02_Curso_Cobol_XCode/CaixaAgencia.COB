      *=================================================================
       IDENTIFICATION                                  DIVISION.
      *=================================================================
       PROGRAM-ID. CaixaAgencia.
      *******************************************************************
      * Author: Vinícius Azevedo
      * Date: 15/10/2026
      * Purpose: Gaveta do caixa da agencia e transacoes em especie
      * Tectonics: cobc
      ******************************************************************
      * Tela do caixa de agencia. O caixa entra com a sua senha
      * (qualquer operador ativo) e trabalha a SUA gaveta do dia
      * (caixa_gavetas.dat, uma por data e operador):
      *   (1) abertura: o caixa informa o numerario inicial e um
      *       supervisor (NIVEL 2, outro que nao o proprio caixa)
      *       aprova com a senha dele ali mesmo;
      *   (2) deposito em especie e (3) saque em especie contra contas
      *       ativas em reais: cada transacao vai para o diario do
      *       caixa (caixa_diario.dat) e soma nos totais da gaveta. O
      *       saldo da conta NAO e tocado aqui -- o diario e um feed
      *       da noite, conferido pelo controle de chegada e postado
      *       pelo passo de postagem do caixa. O saque segue a regra
      *       de disponivel do lote de saques, descontando tambem o
      *       que o proprio caixa ja pagou e somando o que recebeu em
      *       especie e ainda nao foi postado; passar do limite diario
      *       exige a senha de um supervisor na hora. Saque maior que o
      *       numerario da gaveta e recusado;
      *   (4) fechamento: o caixa informa o numerario contado, a
      *       gaveta fecha com o esperado (abertura + depositos -
      *       saques) e a diferenca, e o relatorio de conciliacao sai
      *       pelo GravaRelatorio. Sobra e falta seguem para a
      *       conciliacao da noite (excecao e extrato contabil).
      * Aberturas, transacoes, aprovacoes e fechamentos vao para o log
      * de auditoria com a opcao 'K'.
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
           SELECT CAIXA-GAVETAS ASSIGN TO 'caixa_gavetas.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CXG-CHAVE
           FILE STATUS IS WS-CXG-STATUS.

           SELECT CAIXA-DIARIO ASSIGN TO 'caixa_diario.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CXJ-STATUS.

           SELECT CONTAS ASSIGN TO 'contas.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONTA-NUMERO
           FILE STATUS IS WS-CONTA-STATUS.

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

           SELECT CHEQUES-PENDENTES ASSIGN TO 'cheques_pendentes.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CHP-STATUS.

           SELECT FILA-RETRY ASSIGN TO 'saques_retry.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RTY-STATUS.

           SELECT LIMITES-DIARIOS ASSIGN TO 'limites_diarios.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-LDI-STATUS.

           SELECT MOVIMENTOS ASSIGN TO 'movimentos.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-CHAVE
           FILE STATUS IS WS-MOV-STATUS.

           SELECT OPERADORES ASSIGN TO 'operadores.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS WS-OPR-STATUS.

           SELECT LOG-AUDITORIA ASSIGN TO 'auditoria.log'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.

      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                    SECTION.
      *-----------------------------------------------------------------
       FD  CAIXA-GAVETAS.
       01  GAVETA-REC.
           COPY CXGREC REPLACING ==:PREFIX:== BY ==CXG==.

       FD  CAIXA-DIARIO.
       01  CAIXA-DIARIO-REC.
           COPY CXMREC REPLACING ==:PREFIX:== BY ==CXJ==.

       FD  CONTAS.
       01  CONTA-REC.
           COPY CONTAREC REPLACING ==:PREFIX:== BY ==CONTA==.

       FD  LIMITES-CHEQUE.
       01  LIMITE-REC.
           COPY LIMREC REPLACING ==:PREFIX:== BY ==LIM==.

      *RETENCOES DAS ORDENS JUDICIAIS (SISBAJUD), POR ORDEM E CONTA.
       FD  BLOQUEIOS-JUDICIAIS.
       01  BLOQUEIO-REC.
           COPY BLQREC REPLACING ==:PREFIX:== BY ==BLQ==.

      *MESMO LAYOUT GRAVADO PELO LOTE DE DEPOSITOS.
       FD  CHEQUES-PENDENTES.
       01  CHEQUE-PENDENTE-REC.
           05 CHP-CONTA            PIC 9(6).
           05 CHP-VALOR            PIC 9(7)V99.
           05 CHP-DATA-DEPOSITO    PIC 9(8).
           05 CHP-DATA-DISPONIVEL  PIC 9(8).

      *MESMA FILA DE REAPRESENTACAO DO LOTE DE SAQUES: VALOR JA NA
      *MOEDA DA CONTA.
       FD  FILA-RETRY.
       01  RETRY-REC.
           05 RTY-CONTA            PIC 9(6).
           05 RTY-VALOR            PIC 9(7)V99.
           05 RTY-MOEDA            PIC X(3).
           05 RTY-DATA-RECEBIDO    PIC 9(8).
           05 RTY-TENTATIVAS       PIC 9(2).

      *MESMOS LIMITES DIARIOS DO LOTE DE SAQUES: 'C' POR CONTA VALE
      *SOBRE O 'T' DO TIPO DE CONTA.
       FD  LIMITES-DIARIOS.
       01  LIMITE-DIARIO-REC.
           05 LDI-TIPO             PIC X(1).
           05 LDI-TIPO-CONTA       PIC X(2).
           05 LDI-CONTA            PIC 9(6).
           05 LDI-VALOR-DIA        PIC 9(9)V99.
           05 LDI-QTD-DIA          PIC 9(3).

       FD  MOVIMENTOS.
       01  MOVIMENTO-REC.
           COPY MOVREC REPLACING ==:PREFIX:== BY ==MOV==.

       FD  OPERADORES.
       01  OPERADOR-REC.
           COPY OPERREC REPLACING ==:PREFIX:== BY ==OPR==.

       FD  LOG-AUDITORIA.
       01  AUDITORIA-REC.
           05 AUD-TIMESTAMP         PIC X(21).
           05 AUD-OPERADOR          PIC X(08).
           05 AUD-OPCAO             PIC X(01).
           05 AUD-RESULTADO         PIC X(09).
           05 AUD-SEQUENCIA         PIC 9(09).
           05 AUD-HASH              PIC 9(10).

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
      *-----------------------------------------------------------------
       77 WS-CXG-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CXJ-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CONTA-STATUS      PIC X(2)    VALUE '00'.
       77 WS-LIM-STATUS        PIC X(2)    VALUE '00'.
       77 WS-BLQ-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CHP-STATUS        PIC X(2)    VALUE '00'.
       77 WS-RTY-STATUS        PIC X(2)    VALUE '00'.
       77 WS-LDI-STATUS        PIC X(2)    VALUE '00'.
       77 WS-MOV-STATUS        PIC X(2)    VALUE '00'.
       77 WS-OPR-STATUS        PIC X(2)    VALUE '00'.
       77 WS-LOG-STATUS        PIC X(2)    VALUE '00'.

       77 WS-OPCAO-MENU        PIC X(1)    VALUE SPACES.
       77 WS-EOF               PIC X(1)    VALUE 'N'.
       77 WS-SCAN-EOF          PIC X(1)    VALUE 'N'.
       77 WS-TEM-LIMITES       PIC X(1)    VALUE 'N'.
       77 WS-TEM-BLOQUEIOS     PIC X(1)    VALUE 'N'.
       77 WS-CONFIRMA          PIC X(1)    VALUE SPACES.
       77 WS-CONTA-OK          PIC X(1)    VALUE 'N'.
       77 WS-CONTAS-ABERTO     PIC X(1)    VALUE 'N'.

      *DATA DA GAVETA: O CAIXA TRABALHA NA DATA DO SISTEMA, QUE E A
      *DATA DE MOVIMENTO QUE O BATCH DA NOITE ABRE E POSTA.
       77 WS-DATA-CAIXA        PIC 9(8)    VALUE ZEROS.
       77 WS-HORA-CAIXA        PIC 9(6)    VALUE ZEROS.

       77 WS-CONTA-DIGITADA    PIC 9(6)    VALUE ZEROS.
       77 WS-VALOR-DIGITADO    PIC 9(9)V99 VALUE ZEROS.
       77 WS-VALOR-SAQUE       PIC 9(7)V99 VALUE ZEROS.
       77 WS-TIPO-TRANSACAO    PIC X(3)    VALUE SPACES.

      *NUMERARIO QUE DEVE ESTAR NA GAVETA: ABERTURA + DEPOSITOS -
      *SAQUES.
       77 WS-NUMERARIO-GAVETA  PIC S9(11)V99 VALUE ZEROS.

      *COMPOSICAO DO DISPONIVEL DA CONTA, NA REGRA DO LOTE DE SAQUES,
      *MAIS O QUE OS CAIXAS JA MOVIMENTARAM EM ESPECIE E A NOITE AINDA
      *NAO POSTOU.
       77 WS-VALOR-PENDENTE    PIC 9(9)V99 VALUE ZEROS.
       77 WS-VALOR-BLOQUEADO   PIC 9(9)V99 VALUE ZEROS.
       77 WS-VALOR-FILA        PIC 9(9)V99 VALUE ZEROS.
       77 WS-LIMITE-VIGENTE    PIC 9(9)V99 VALUE ZEROS.
       77 WS-CAIXA-DEPOSITOS   PIC 9(11)V99 VALUE ZEROS.
       77 WS-CAIXA-SAQUES      PIC 9(11)V99 VALUE ZEROS.
       77 WS-DISPONIVEL        PIC S9(11)V99 VALUE ZEROS.

      *LIMITE DIARIO DA CONTA E O QUE JA FOI SACADO NA DATA (NO
      *DIARIO DE MOVIMENTOS E NO DIARIO DO CAIXA).
       77 WS-TEM-LIMITE-DIA    PIC X(1)    VALUE 'N'.
       77 WS-LIMITE-VALOR-DIA  PIC 9(9)V99 VALUE ZEROS.
       77 WS-LIMITE-QTD-DIA    PIC 9(3)    VALUE ZEROS.
       77 WS-PADRAO-VALOR-DIA  PIC 9(9)V99 VALUE ZEROS.
       77 WS-PADRAO-QTD-DIA    PIC 9(3)    VALUE ZEROS.
       77 WS-TEM-PADRAO-DIA    PIC X(1)    VALUE 'N'.
       77 WS-SACADO-DIA        PIC 9(11)V99 VALUE ZEROS.
       77 WS-QTD-SAQUES-DIA    PIC 9(5)    VALUE ZEROS.
       77 WS-PASSA-LIMITE-DIA  PIC X(1)    VALUE 'N'.

      *APROVACAO DE SUPERVISOR NA HORA (ABERTURA DA GAVETA E SAQUE
      *ACIMA DO LIMITE DIARIO).
       77 WS-SUPERVISOR-ID     PIC X(8)    VALUE SPACES.
       77 WS-AUTORIZADO        PIC X(1)    VALUE 'N'.

       77 WS-VALOR-ED          PIC -(10)9.99.
       77 WS-VALOR-ED-2        PIC -(10)9.99.

       01 WS-LINHA-TRANSACAO.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 LTR-SEQUENCIA     PIC ZZZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 LTR-HORA          PIC 99B99B99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 LTR-TIPO          PIC X(3).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 LTR-CONTA         PIC 9(6).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 LTR-VALOR         PIC Z(6)9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 LTR-SUPERVISOR    PIC X(8).

      *AREA DE COMUNICACAO COM O ESCRITOR DE RELATORIOS COMPARTILHADO
      *(GravaRelatorio): RELATORIOS SAEM EM ARQUIVO DE IMPRESSAO DE
      *132 COLUNAS COM CABECALHO PADRAO, ALEM DO CONSOLE.
       01  WS-REL-AREA.
           COPY RELLINK REPLACING ==:PREFIX:== BY ==REL==.

      *SIGN-ON DE OPERADOR COM SENHA, NAS MESMAS REGRAS DOS DEMAIS
      *MENUS.
       77 WS-OPERADOR-ID       PIC X(8)    VALUE SPACES.
       77 WS-SIGNON-OK         PIC X(1)    VALUE 'N'.
       77 WS-SENHA-DIGITADA    PIC X(8)    VALUE SPACES.
       77 WS-SENHA-NOVA        PIC X(8)    VALUE SPACES.
       77 WS-VALIDADE-SENHA    PIC 9(3)    VALUE 90.
       77 WS-DIAS-SENHA        PIC 9(5)    VALUE ZEROS.
       77 WS-DATA-HOJE         PIC 9(8)    VALUE ZEROS.
       77 WS-PRECISA-TROCA     PIC X(1)    VALUE 'N'.
       77 WS-EVENTO-AUDITORIA  PIC X(9)    VALUE SPACES.

      *AREA DE COMUNICACAO COM O MODULO DE ENCADEAMENTO DO LOG DE
      *AUDITORIA (EncadeiaAuditoria): TODO LANCAMENTO GRAVADO NO LOG
      *LEVA A SEQUENCIA E O HASH QUE O AMARRAM AO ANTERIOR.
       01  WS-CAD-AREA.
           COPY AUDLINK REPLACING ==:PREFIX:== BY ==CAD==.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
       PROGRAM-BEGIN.

           DISPLAY 'DIGITE O ID DO OPERADOR: '
           ACCEPT WS-OPERADOR-ID
           PERFORM VERIFICAR-OPERADOR

           IF WS-SIGNON-OK NOT = 'Y'
               MOVE 'SIGNON-NG' TO WS-EVENTO-AUDITORIA
               PERFORM GRAVAR-EVENTO-AUDITORIA
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-CAIXA

           PERFORM UNTIL WS-OPCAO-MENU = '0'
               DISPLAY ' '
               DISPLAY 'CAIXA ' WS-OPERADOR-ID ' - DATA ' WS-DATA-CAIXA
               DISPLAY '1 - ABRIR GAVETA'
               DISPLAY '2 - DEPOSITO EM ESPECIE'
               DISPLAY '3 - SAQUE EM ESPECIE'
               DISPLAY '4 - FECHAR GAVETA'
               DISPLAY '0 - SAIR'
               DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO-MENU
               EVALUATE WS-OPCAO-MENU
                   WHEN '1'
                       PERFORM ABRIR-GAVETA
                   WHEN '2'
                       MOVE 'DEP' TO WS-TIPO-TRANSACAO
                       PERFORM REGISTRAR-TRANSACAO
                   WHEN '3'
                       MOVE 'SAQ' TO WS-TIPO-TRANSACAO
                       PERFORM REGISTRAR-TRANSACAO
                   WHEN '4'
                       PERFORM FECHAR-GAVETA
                   WHEN '0'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA. TENTE NOVAMENTE.'
               END-EVALUATE
           END-PERFORM

           STOP RUN.

      *O CADASTRO DE GAVETAS NASCE NA PRIMEIRA ABERTURA.
       ABRIR-ARQUIVO-GAVETAS.

           OPEN I-O CAIXA-GAVETAS
           IF WS-CXG-STATUS = '35'
               OPEN OUTPUT CAIXA-GAVETAS
               CLOSE CAIXA-GAVETAS
               OPEN I-O CAIXA-GAVETAS
           END-IF
           IF WS-CXG-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE GAVETAS INDISPONIVEL, STATUS: '
                   WS-CXG-STATUS
           END-IF.

      *UMA GAVETA POR CAIXA E DATA: GAVETA FECHADA NAO REABRE NO
      *MESMO DIA. O NUMERARIO INICIAL SO VALE COM A SENHA DE UM
      *SUPERVISOR.
       ABRIR-GAVETA.

           PERFORM ABRIR-ARQUIVO-GAVETAS
           IF WS-CXG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DATA-CAIXA  TO CXG-DATA
           MOVE WS-OPERADOR-ID TO CXG-OPERADOR
           READ CAIXA-GAVETAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CXG-SITUACAO = 'A'
                       DISPLAY 'GAVETA JA ABERTA NA DATA.'
                   ELSE
                       DISPLAY 'GAVETA JA FECHADA NA DATA, NAO '
                           'REABRE.'
                   END-IF
                   CLOSE CAIXA-GAVETAS
                   EXIT PARAGRAPH
           END-READ

           DISPLAY 'NUMERARIO INICIAL DA GAVETA: '
           ACCEPT WS-VALOR-DIGITADO

           PERFORM AUTORIZAR-SUPERVISOR
           IF WS-AUTORIZADO NOT = 'Y'
               DISPLAY 'ABERTURA NAO AUTORIZADA.'
               MOVE 'SUPERV-NG' TO WS-EVENTO-AUDITORIA
               PERFORM GRAVAR-EVENTO-AUDITORIA
               CLOSE CAIXA-GAVETAS
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-CAIXA
           INITIALIZE GAVETA-REC
           MOVE WS-DATA-CAIXA     TO CXG-DATA
           MOVE WS-OPERADOR-ID    TO CXG-OPERADOR
           MOVE 'A'               TO CXG-SITUACAO
           MOVE WS-SUPERVISOR-ID  TO CXG-SUPERVISOR
           MOVE WS-HORA-CAIXA     TO CXG-HORA-ABERTURA
           MOVE WS-VALOR-DIGITADO TO CXG-VALOR-ABERTURA
           WRITE GAVETA-REC
               INVALID KEY
                   DISPLAY 'GAVETA NAO GRAVADA, STATUS: '
                       WS-CXG-STATUS
               NOT INVALID KEY
                   MOVE WS-VALOR-DIGITADO TO WS-VALOR-ED
                   DISPLAY 'GAVETA ABERTA COM ' WS-VALOR-ED
                       ' - SUPERVISOR ' WS-SUPERVISOR-ID
                   MOVE 'ABERTURA' TO WS-EVENTO-AUDITORIA
                   PERFORM GRAVAR-EVENTO-AUDITORIA
           END-WRITE

           CLOSE CAIXA-GAVETAS.

      *DEPOSITO ('DEP') OU SAQUE ('SAQ') EM ESPECIE NA GAVETA ABERTA:
      *A CONTA TEM QUE EXISTIR, ESTAR ATIVA E SER EM REAIS (A GAVETA
      *SO TEM REAIS). A TRANSACAO VAI PARA O DIARIO DO CAIXA E PARA OS
      *TOTAIS DA GAVETA; O SALDO DA CONTA SO MUDA NA POSTAGEM DA NOITE.
       REGISTRAR-TRANSACAO.

           PERFORM ABRIR-ARQUIVO-GAVETAS
           IF WS-CXG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DATA-CAIXA  TO CXG-DATA
           MOVE WS-OPERADOR-ID TO CXG-OPERADOR
           READ CAIXA-GAVETAS
               INVALID KEY
                   MOVE SPACES TO CXG-SITUACAO
           END-READ
           IF CXG-SITUACAO NOT = 'A'
               DISPLAY 'GAVETA NAO ESTA ABERTA NA DATA.'
               CLOSE CAIXA-GAVETAS
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'NUMERO DA CONTA: '
           ACCEPT WS-CONTA-DIGITADA
           DISPLAY 'VALOR EM ESPECIE: '
           ACCEPT WS-VALOR-DIGITADO
           IF WS-VALOR-DIGITADO = ZEROS
               OR WS-VALOR-DIGITADO > 9999999.99
               DISPLAY 'VALOR INVALIDO.'
               CLOSE CAIXA-GAVETAS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-VALOR-DIGITADO TO WS-VALOR-SAQUE

           MOVE SPACES TO WS-SUPERVISOR-ID
           PERFORM CONFERIR-CONTA-CAIXA
           IF WS-CONTA-OK = 'Y' AND WS-TIPO-TRANSACAO = 'SAQ'
               PERFORM CONFERIR-SAQUE-CAIXA
           END-IF
           IF WS-CONTAS-ABERTO = 'Y'
               CLOSE CONTAS
           END-IF
           IF WS-CONTA-OK NOT = 'Y'
               CLOSE CAIXA-GAVETAS
               EXIT PARAGRAPH
           END-IF

           MOVE WS-VALOR-SAQUE TO WS-VALOR-ED
           IF WS-TIPO-TRANSACAO = 'DEP'
               DISPLAY 'CONFIRMA O DEPOSITO DE ' WS-VALOR-ED
                   ' NA CONTA ' WS-CONTA-DIGITADA ' (S/N)? '
           ELSE
               DISPLAY 'CONFIRMA O SAQUE DE ' WS-VALOR-ED
                   ' DA CONTA ' WS-CONTA-DIGITADA ' (S/N)? '
           END-IF
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
               DISPLAY 'TRANSACAO CANCELADA.'
               CLOSE CAIXA-GAVETAS
               EXIT PARAGRAPH
           END-IF

           PERFORM GRAVAR-DIARIO-CAIXA
           IF WS-CXJ-STATUS NOT = '00'
               CLOSE CAIXA-GAVETAS
               EXIT PARAGRAPH
           END-IF

           IF WS-TIPO-TRANSACAO = 'DEP'
               ADD 1              TO CXG-QTD-DEPOSITOS
               ADD WS-VALOR-SAQUE TO CXG-TOTAL-DEPOSITOS
               MOVE 'DEPOSITO' TO WS-EVENTO-AUDITORIA
           ELSE
               ADD 1              TO CXG-QTD-SAQUES
               ADD WS-VALOR-SAQUE TO CXG-TOTAL-SAQUES
               MOVE 'SAQUE' TO WS-EVENTO-AUDITORIA
           END-IF
           REWRITE GAVETA-REC
           CLOSE CAIXA-GAVETAS

           DISPLAY 'TRANSACAO ' CXJ-SEQUENCIA ' REGISTRADA: '
               WS-TIPO-TRANSACAO ' CONTA ' WS-CONTA-DIGITADA
               ' VALOR ' WS-VALOR-ED
           PERFORM GRAVAR-EVENTO-AUDITORIA.

      *O MASTER FICA ABERTO (WS-CONTAS-ABERTO) ATE O FIM DAS
      *CONFERENCIAS DO SAQUE, QUE USAM O SALDO LIDO AQUI.
       CONFERIR-CONTA-CAIXA.

           MOVE 'N' TO WS-CONTA-OK
           MOVE 'N' TO WS-CONTAS-ABERTO

           OPEN INPUT CONTAS
           IF WS-CONTA-STATUS NOT = '00'
               DISPLAY 'MASTER DE CONTAS INDISPONIVEL, STATUS: '
                   WS-CONTA-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-CONTAS-ABERTO

           MOVE WS-CONTA-DIGITADA TO CONTA-NUMERO
           READ CONTAS
               INVALID KEY
                   DISPLAY 'CONTA NAO ENCONTRADA: ' WS-CONTA-DIGITADA
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CONTA-SITUACAO = 'B'
                           DISPLAY 'CONTA BLOQUEADA: NENHUMA '
                               'TRANSACAO PERMITIDA.'
                       WHEN CONTA-SITUACAO = 'E'
                           DISPLAY 'CONTA ENCERRADA: NENHUMA '
                               'TRANSACAO PERMITIDA.'
                       WHEN CONTA-MOEDA NOT = 'BRL'
                           DISPLAY 'CONTA EM ' CONTA-MOEDA
                               ': O CAIXA SO MOVIMENTA REAIS.'
                       WHEN OTHER
                           MOVE 'Y' TO WS-CONTA-OK
                   END-EVALUATE
           END-READ.

      *O SAQUE SO SAI COM NUMERARIO NA GAVETA E DISPONIVEL NA CONTA;
      *ACIMA DO LIMITE DIARIO (VALOR OU QUANTIDADE) SO COM A SENHA DE
      *UM SUPERVISOR, NA HORA. ASSUME CONTA-REC LIDA E GAVETA-REC
      *CARREGADA.
       CONFERIR-SAQUE-CAIXA.

           MOVE 'N' TO WS-CONTA-OK

           COMPUTE WS-NUMERARIO-GAVETA = CXG-VALOR-ABERTURA
               + CXG-TOTAL-DEPOSITOS - CXG-TOTAL-SAQUES
           IF WS-VALOR-SAQUE > WS-NUMERARIO-GAVETA
               MOVE WS-NUMERARIO-GAVETA TO WS-VALOR-ED
               DISPLAY 'NUMERARIO INSUFICIENTE NA GAVETA: '
                   WS-VALOR-ED
               EXIT PARAGRAPH
           END-IF

           PERFORM CALCULAR-DISPONIVEL-CAIXA
           IF WS-VALOR-SAQUE > WS-DISPONIVEL
               MOVE WS-DISPONIVEL TO WS-VALOR-ED
               DISPLAY 'SALDO DISPONIVEL INSUFICIENTE: ' WS-VALOR-ED
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-PASSA-LIMITE-DIA
           IF WS-TEM-LIMITE-DIA = 'Y'
               IF WS-LIMITE-VALOR-DIA > ZEROS
                   AND WS-SACADO-DIA + WS-VALOR-SAQUE
                       > WS-LIMITE-VALOR-DIA
                   MOVE 'Y' TO WS-PASSA-LIMITE-DIA
               END-IF
               IF WS-LIMITE-QTD-DIA > ZEROS
                   AND WS-QTD-SAQUES-DIA NOT < WS-LIMITE-QTD-DIA
                   MOVE 'Y' TO WS-PASSA-LIMITE-DIA
               END-IF
           END-IF

           IF WS-PASSA-LIMITE-DIA = 'Y'
               MOVE WS-SACADO-DIA TO WS-VALOR-ED
               MOVE WS-LIMITE-VALOR-DIA TO WS-VALOR-ED-2
               DISPLAY 'SAQUE ACIMA DO LIMITE DIARIO (SACADO HOJE '
                   WS-VALOR-ED ' EM ' WS-QTD-SAQUES-DIA
                   ' SAQUE(S), LIMITE ' WS-VALOR-ED-2 ' / '
                   WS-LIMITE-QTD-DIA ').'
               PERFORM AUTORIZAR-SUPERVISOR
               IF WS-AUTORIZADO NOT = 'Y'
                   DISPLAY 'SAQUE ACIMA DO LIMITE NAO AUTORIZADO.'
                   MOVE 'SUPERV-NG' TO WS-EVENTO-AUDITORIA
                   PERFORM GRAVAR-EVENTO-AUDITORIA
                   EXIT PARAGRAPH
               END-IF
               MOVE 'SAQ-LIMIT' TO WS-EVENTO-AUDITORIA
               PERFORM GRAVAR-EVENTO-AUDITORIA
           END-IF

           MOVE 'Y' TO WS-CONTA-OK.

      *MESMA REGRA DO LOTE DE SAQUES: SALDO MAIS LIMITE VIGENTE MENOS
      *CHEQUES EM COMPENSACAO E SAQUES NA FILA DE REAPRESENTACAO; COM
      *RETENCAO JUDICIAL ATIVA O LIMITE NAO CONTA E A RETENCAO SAI. O
      *QUE OS CAIXAS JA RECEBERAM EM ESPECIE NA CONTA ENTRA, O QUE JA
      *PAGARAM SAI -- A POSTAGEM DA NOITE AINDA NAO LEVOU AO SALDO.
       CALCULAR-DISPONIVEL-CAIXA.

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

           PERFORM SOMAR-CHEQUES-PENDENTES
           PERFORM BUSCAR-BLOQUEIO-CONTA
           PERFORM SOMAR-FILA-REAPRESENTACAO
           PERFORM BUSCAR-LIMITE-CONTA
           PERFORM BUSCAR-LIMITE-DIARIO
           PERFORM SOMAR-SAQUES-DO-DIA
           PERFORM SOMAR-DIARIO-CAIXA

           IF WS-TEM-LIMITES = 'Y'
               CLOSE LIMITES-CHEQUE
           END-IF
           IF WS-TEM-BLOQUEIOS = 'Y'
               CLOSE BLOQUEIOS-JUDICIAIS
           END-IF

           COMPUTE WS-DISPONIVEL = CONTA-SALDO + WS-LIMITE-VIGENTE
               - WS-VALOR-PENDENTE - WS-VALOR-FILA
               + WS-CAIXA-DEPOSITOS - WS-CAIXA-SAQUES
           IF WS-VALOR-BLOQUEADO > ZEROS
               COMPUTE WS-DISPONIVEL = WS-DISPONIVEL
                   - WS-LIMITE-VIGENTE - WS-VALOR-BLOQUEADO
           END-IF
           IF WS-DISPONIVEL < ZEROS
               MOVE ZEROS TO WS-DISPONIVEL
           END-IF.

      *CHEQUES CUJA DATA DE COMPENSACAO AINDA NAO CHEGOU.
       SOMAR-CHEQUES-PENDENTES.

           MOVE ZEROS TO WS-VALOR-PENDENTE
           MOVE 'N' TO WS-EOF

           OPEN INPUT CHEQUES-PENDENTES
           IF WS-CHP-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ CHEQUES-PENDENTES
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CHP-CONTA = CONTA-NUMERO
                           AND CHP-DATA-DISPONIVEL > WS-DATA-CAIXA
                           ADD CHP-VALOR TO WS-VALOR-PENDENTE
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CHP-STATUS = '00' OR WS-CHP-STATUS = '10'
               CLOSE CHEQUES-PENDENTES
           END-IF.

       BUSCAR-BLOQUEIO-CONTA.

           MOVE ZEROS TO WS-VALOR-BLOQUEADO

           IF WS-TEM-BLOQUEIOS NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-SCAN-EOF
           MOVE CONTA-NUMERO TO BLQ-CONTA
           START BLOQUEIOS-JUDICIAIS KEY IS NOT LESS THAN BLQ-CONTA
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START

           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ BLOQUEIOS-JUDICIAIS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF BLQ-CONTA NOT = CONTA-NUMERO
                           MOVE 'Y' TO WS-SCAN-EOF
                       ELSE
                           IF BLQ-SITUACAO = 'A'
                               ADD BLQ-VALOR-BLOQUEADO
                                   TO WS-VALOR-BLOQUEADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       SOMAR-FILA-REAPRESENTACAO.

           MOVE ZEROS TO WS-VALOR-FILA
           MOVE 'N' TO WS-EOF

           OPEN INPUT FILA-RETRY
           IF WS-RTY-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ FILA-RETRY
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RTY-CONTA = CONTA-NUMERO
                           ADD RTY-VALOR TO WS-VALOR-FILA
                       END-IF
               END-READ
           END-PERFORM

           IF WS-RTY-STATUS = '00' OR WS-RTY-STATUS = '10'
               CLOSE FILA-RETRY
           END-IF.

      *LIMITE EXPIRADO OU INEXISTENTE = ZERO.
       BUSCAR-LIMITE-CONTA.

           MOVE ZEROS TO WS-LIMITE-VIGENTE

           IF WS-TEM-LIMITES = 'Y'
               MOVE CONTA-NUMERO TO LIM-CONTA
               READ LIMITES-CHEQUE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LIM-DATA-EXPIRACAO >= WS-DATA-CAIXA
                           MOVE LIM-VALOR TO WS-LIMITE-VIGENTE
                       END-IF
               END-READ
           END-IF.

      *A EXCECAO POR CONTA ('C') VALE SOBRE O PADRAO DO TIPO ('T');
      *SEM LINHA NENHUMA NAO HA LIMITE DIARIO.
       BUSCAR-LIMITE-DIARIO.

           MOVE 'N' TO WS-TEM-LIMITE-DIA WS-TEM-PADRAO-DIA
           MOVE ZEROS TO WS-LIMITE-VALOR-DIA WS-LIMITE-QTD-DIA
           MOVE 'N' TO WS-EOF

           OPEN INPUT LIMITES-DIARIOS
           IF WS-LDI-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ LIMITES-DIARIOS
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LDI-TIPO = 'C' AND LDI-CONTA = CONTA-NUMERO
                           MOVE 'Y' TO WS-TEM-LIMITE-DIA
                           MOVE LDI-VALOR-DIA TO WS-LIMITE-VALOR-DIA
                           MOVE LDI-QTD-DIA   TO WS-LIMITE-QTD-DIA
                       END-IF
                       IF LDI-TIPO = 'T'
                           AND LDI-TIPO-CONTA = CONTA-TIPO
                           AND WS-TEM-PADRAO-DIA = 'N'
                           MOVE 'Y' TO WS-TEM-PADRAO-DIA
                           MOVE LDI-VALOR-DIA TO WS-PADRAO-VALOR-DIA
                           MOVE LDI-QTD-DIA   TO WS-PADRAO-QTD-DIA
                       END-IF
               END-READ
           END-PERFORM

           IF WS-LDI-STATUS = '00' OR WS-LDI-STATUS = '10'
               CLOSE LIMITES-DIARIOS
           END-IF

           IF WS-TEM-LIMITE-DIA = 'N' AND WS-TEM-PADRAO-DIA = 'Y'
               MOVE 'Y' TO WS-TEM-LIMITE-DIA
               MOVE WS-PADRAO-VALOR-DIA TO WS-LIMITE-VALOR-DIA
               MOVE WS-PADRAO-QTD-DIA   TO WS-LIMITE-QTD-DIA
           END-IF.

      *'SAQ' JA LANCADOS NO DIARIO DE MOVIMENTOS NA DATA, QUE CONTAM
      *NO LIMITE DIARIO COMO NO LOTE DE SAQUES. O DIARIO E INDEXADO
      *POR CONTA + DATA + NSU: SO OS MOVIMENTOS DA CONTA NA DATA SAO
      *LIDOS.
       SOMAR-SAQUES-DO-DIA.

           MOVE ZEROS TO WS-SACADO-DIA WS-QTD-SAQUES-DIA
           MOVE 'N' TO WS-EOF

           OPEN INPUT MOVIMENTOS
           IF WS-MOV-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           ELSE
               MOVE CONTA-NUMERO  TO MOV-CONTA
               MOVE WS-DATA-CAIXA TO MOV-DATA
               MOVE ZEROS         TO MOV-NSU
               START MOVIMENTOS KEY IS NOT LESS THAN MOV-CHAVE
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
               END-START
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ MOVIMENTOS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF MOV-CONTA NOT = CONTA-NUMERO
                           OR MOV-DATA NOT = WS-DATA-CAIXA
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF MOV-TIPO = 'SAQ'
                               ADD MOV-VALOR TO WS-SACADO-DIA
                               ADD 1 TO WS-QTD-SAQUES-DIA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-MOV-STATUS = '00' OR WS-MOV-STATUS = '10'
               CLOSE MOVIMENTOS
           END-IF.

      *O DIARIO DO CAIXA SO TEM O QUE A NOITE AINDA NAO POSTOU (A
      *POSTAGEM CONSOME O QUE LEVA AO SALDO), DE TODOS OS CAIXAS.
      *SAQUE DO CAIXA NA DATA TAMBEM CONTA NO LIMITE DIARIO.
       SOMAR-DIARIO-CAIXA.

           MOVE ZEROS TO WS-CAIXA-DEPOSITOS WS-CAIXA-SAQUES
           MOVE 'N' TO WS-EOF

           OPEN INPUT CAIXA-DIARIO
           IF WS-CXJ-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ CAIXA-DIARIO
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CXJ-CONTA = CONTA-NUMERO
                           IF CXJ-TIPO = 'DEP'
                               ADD CXJ-VALOR TO WS-CAIXA-DEPOSITOS
                           END-IF
                           IF CXJ-TIPO = 'SAQ'
                               ADD CXJ-VALOR TO WS-CAIXA-SAQUES
                               IF CXJ-DATA = WS-DATA-CAIXA
                                   ADD CXJ-VALOR TO WS-SACADO-DIA
                                   ADD 1 TO WS-QTD-SAQUES-DIA
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CXJ-STATUS = '00' OR WS-CXJ-STATUS = '10'
               CLOSE CAIXA-DIARIO
           END-IF.

      *ASSUME GAVETA-REC CARREGADA: A SEQUENCIA DA TRANSACAO E A
      *ORDEM DELA NA GAVETA.
       GRAVAR-DIARIO-CAIXA.

           OPEN EXTEND CAIXA-DIARIO
           IF WS-CXJ-STATUS = '35'
               OPEN OUTPUT CAIXA-DIARIO
           END-IF
           IF WS-CXJ-STATUS NOT = '00'
               DISPLAY 'DIARIO DO CAIXA INDISPONIVEL, STATUS: '
                   WS-CXJ-STATUS ' - TRANSACAO NAO REGISTRADA.'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DATA-CAIXA     TO CXJ-DATA
           MOVE FUNCTION CURRENT-DATE(9:6) TO CXJ-HORA
           MOVE WS-OPERADOR-ID    TO CXJ-OPERADOR
           COMPUTE CXJ-SEQUENCIA = CXG-QTD-DEPOSITOS
               + CXG-QTD-SAQUES + 1
           MOVE WS-CONTA-DIGITADA TO CXJ-CONTA
           MOVE WS-TIPO-TRANSACAO TO CXJ-TIPO
           MOVE WS-VALOR-SAQUE    TO CXJ-VALOR
           MOVE WS-SUPERVISOR-ID  TO CXJ-SUPERVISOR
           WRITE CAIXA-DIARIO-REC

           CLOSE CAIXA-DIARIO.

      *FECHAMENTO: O CAIXA CONTA A GAVETA E INFORMA O NUMERARIO. O
      *ESPERADO E ABERTURA + DEPOSITOS - SAQUES; A DIFERENCA (SOBRA
      *POSITIVA, FALTA NEGATIVA) FICA NA GAVETA PARA A CONCILIACAO DA
      *NOITE. DEPOIS DE FECHADA A GAVETA NAO ACEITA MAIS TRANSACAO.
       FECHAR-GAVETA.

           PERFORM ABRIR-ARQUIVO-GAVETAS
           IF WS-CXG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DATA-CAIXA  TO CXG-DATA
           MOVE WS-OPERADOR-ID TO CXG-OPERADOR
           READ CAIXA-GAVETAS
               INVALID KEY
                   MOVE SPACES TO CXG-SITUACAO
           END-READ
           IF CXG-SITUACAO NOT = 'A'
               DISPLAY 'GAVETA NAO ESTA ABERTA NA DATA.'
               CLOSE CAIXA-GAVETAS
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'NUMERARIO CONTADO NA GAVETA: '
           ACCEPT WS-VALOR-DIGITADO
           MOVE WS-VALOR-DIGITADO TO WS-VALOR-ED
           DISPLAY 'CONFIRMA O FECHAMENTO COM ' WS-VALOR-ED ' (S/N)? '
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
               DISPLAY 'FECHAMENTO CANCELADO.'
               CLOSE CAIXA-GAVETAS
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(9:6) TO CXG-HORA-FECHAMENTO
           MOVE WS-VALOR-DIGITADO TO CXG-VALOR-CONTADO
           COMPUTE CXG-VALOR-ESPERADO = CXG-VALOR-ABERTURA
               + CXG-TOTAL-DEPOSITOS - CXG-TOTAL-SAQUES
           COMPUTE CXG-DIFERENCA = CXG-VALOR-CONTADO
               - CXG-VALOR-ESPERADO
           MOVE 'F' TO CXG-SITUACAO
           REWRITE GAVETA-REC
           CLOSE CAIXA-GAVETAS

           PERFORM IMPRIMIR-CONCILIACAO-GAVETA

           MOVE CXG-DIFERENCA TO WS-VALOR-ED
           EVALUATE TRUE
               WHEN CXG-DIFERENCA > ZEROS
                   DISPLAY 'GAVETA FECHADA COM SOBRA DE ' WS-VALOR-ED
               WHEN CXG-DIFERENCA < ZEROS
                   DISPLAY 'GAVETA FECHADA COM FALTA DE ' WS-VALOR-ED
               WHEN OTHER
                   DISPLAY 'GAVETA FECHADA SEM DIFERENCA.'
           END-EVALUATE

           MOVE 'FECHAMENT' TO WS-EVENTO-AUDITORIA
           PERFORM GRAVAR-EVENTO-AUDITORIA.

      *RELATORIO DE CONCILIACAO DA GAVETA (relatorio_CX<caixa>.prt):
      *AS TRANSACOES DO DIARIO DO CAIXA NA DATA E O FECHAMENTO.
       IMPRIMIR-CONCILIACAO-GAVETA.

           MOVE 'A' TO REL-COMANDO
           MOVE 'CaixaAgencia' TO REL-PROGRAMA
           MOVE SPACES TO REL-ID
           STRING 'CX' CXG-OPERADOR(1:6)
               DELIMITED BY SIZE INTO REL-ID
           MOVE 'CONCILIACAO DA GAVETA DO CAIXA' TO REL-TITULO
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE 'L' TO REL-COMANDO
           MOVE SPACES TO REL-LINHA
           STRING 'CAIXA ' CXG-OPERADOR ' - DATA ' CXG-DATA
               ' - ABERTURA ' CXG-HORA-ABERTURA
               ' APROVADA POR ' CXG-SUPERVISOR
               ' - FECHAMENTO ' CXG-HORA-FECHAMENTO
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE SPACES TO REL-LINHA
           STRING '    SEQ  HORA      TIPO  CONTA        VALOR'
               '  SUPERVISOR'
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE 'N' TO WS-EOF
           OPEN INPUT CAIXA-DIARIO
           IF WS-CXJ-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CAIXA-DIARIO
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CXJ-DATA = CXG-DATA
                           AND CXJ-OPERADOR = CXG-OPERADOR
                           MOVE CXJ-SEQUENCIA  TO LTR-SEQUENCIA
                           MOVE CXJ-HORA       TO LTR-HORA
                           MOVE CXJ-TIPO       TO LTR-TIPO
                           MOVE CXJ-CONTA      TO LTR-CONTA
                           MOVE CXJ-VALOR      TO LTR-VALOR
                           MOVE CXJ-SUPERVISOR TO LTR-SUPERVISOR
                           MOVE WS-LINHA-TRANSACAO TO REL-LINHA
                           CALL 'GravaRelatorio' USING WS-REL-AREA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CXJ-STATUS = '00' OR WS-CXJ-STATUS = '10'
               CLOSE CAIXA-DIARIO
           END-IF

           MOVE CXG-VALOR-ABERTURA TO WS-VALOR-ED
           MOVE SPACES TO REL-LINHA
           STRING 'NUMERARIO DE ABERTURA......: ' WS-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE CXG-TOTAL-DEPOSITOS TO WS-VALOR-ED
           MOVE SPACES TO REL-LINHA
           STRING '(+) DEPOSITOS EM ESPECIE...: ' WS-VALOR-ED
               ' (' CXG-QTD-DEPOSITOS ' TRANSACOES)'
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE CXG-TOTAL-SAQUES TO WS-VALOR-ED
           MOVE SPACES TO REL-LINHA
           STRING '(-) SAQUES EM ESPECIE......: ' WS-VALOR-ED
               ' (' CXG-QTD-SAQUES ' TRANSACOES)'
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE CXG-VALOR-ESPERADO TO WS-VALOR-ED
           MOVE SPACES TO REL-LINHA
           STRING '(=) NUMERARIO ESPERADO.....: ' WS-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE CXG-VALOR-CONTADO TO WS-VALOR-ED
           MOVE SPACES TO REL-LINHA
           STRING 'NUMERARIO CONTADO..........: ' WS-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE CXG-DIFERENCA TO WS-VALOR-ED
           MOVE SPACES TO REL-LINHA
           EVALUATE TRUE
               WHEN CXG-DIFERENCA > ZEROS
                   STRING 'DIFERENCA..................: ' WS-VALOR-ED
                       ' SOBRA DE CAIXA'
                       DELIMITED BY SIZE INTO REL-LINHA
               WHEN CXG-DIFERENCA < ZEROS
                   STRING 'DIFERENCA..................: ' WS-VALOR-ED
                       ' FALTA DE CAIXA'
                       DELIMITED BY SIZE INTO REL-LINHA
               WHEN OTHER
                   STRING 'DIFERENCA..................: ' WS-VALOR-ED
                       ' GAVETA CONFERE'
                       DELIMITED BY SIZE INTO REL-LINHA
           END-EVALUATE
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE 'F' TO REL-COMANDO
           CALL 'GravaRelatorio' USING WS-REL-AREA.

      *APROVACAO NA HORA: O SUPERVISOR DIGITA O PROPRIO ID E A SENHA
      *NO TERMINAL DO CAIXA. SO NIVEL 2 ATIVO, NAO BLOQUEADO, COM A
      *SENHA CERTA E DENTRO DA VALIDADE, E NUNCA O PROPRIO CAIXA. ERRO
      *DE SENHA CONTA NAS FALHAS DO SUPERVISOR COMO NO SIGN-ON.
       AUTORIZAR-SUPERVISOR.

           MOVE 'N' TO WS-AUTORIZADO

           DISPLAY 'ID DO SUPERVISOR: '
           ACCEPT WS-SUPERVISOR-ID
           IF WS-SUPERVISOR-ID = WS-OPERADOR-ID
               DISPLAY 'O PROPRIO CAIXA NAO PODE APROVAR.'
               EXIT PARAGRAPH
           END-IF

           OPEN I-O OPERADORES
           IF WS-OPR-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE OPERADORES INDISPONIVEL, STATUS: '
                   WS-OPR-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SUPERVISOR-ID TO OPR-ID
           READ OPERADORES
               INVALID KEY
                   DISPLAY 'SUPERVISOR DESCONHECIDO: ' WS-SUPERVISOR-ID
               NOT INVALID KEY
                   IF OPR-ATIVO = 'Y' AND OPR-NIVEL >= 2
                       PERFORM CONFERIR-SENHA-SUPERVISOR
                   ELSE
                       DISPLAY 'APROVACAO EXIGE SUPERVISOR ATIVO.'
                   END-IF
           END-READ
           CLOSE OPERADORES.

       CONFERIR-SENHA-SUPERVISOR.

           IF OPR-BLOQUEADO = 'S'
               DISPLAY 'SUPERVISOR BLOQUEADO: ' WS-SUPERVISOR-ID
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'SENHA DO SUPERVISOR: '
           ACCEPT WS-SENHA-DIGITADA

           IF WS-SENHA-DIGITADA NOT = OPR-SENHA
               ADD 1 TO OPR-FALHAS
               IF OPR-FALHAS >= 3
                   MOVE 'S' TO OPR-BLOQUEADO
                   DISPLAY 'TERCEIRA FALHA: SUPERVISOR BLOQUEADO.'
                   MOVE 'BLQ-SUPER' TO WS-EVENTO-AUDITORIA
                   PERFORM GRAVAR-EVENTO-AUDITORIA
               ELSE
                   DISPLAY 'SENHA INCORRETA.'
               END-IF
               REWRITE OPERADOR-REC
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO OPR-FALHAS
           MOVE WS-DATA-HOJE TO OPR-DATA-ULTIMO-ACESSO
           REWRITE OPERADOR-REC

           PERFORM CONFERIR-VALIDADE-SENHA
           IF WS-PRECISA-TROCA = 'S'
               DISPLAY 'SENHA DO SUPERVISOR EXPIRADA: TROQUE NO '
                   'SIGN-ON ANTES DE APROVAR.'
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO WS-AUTORIZADO.

      *SIGN-ON DE OPERADOR COM SENHA, COMO NA MANUTENCAO DE
      *OPERADORES: CAIXA E NIVEL 1, ENTRA QUALQUER OPERADOR ATIVO,
      *NAO BLOQUEADO E COM A SENHA CERTA.
       VERIFICAR-OPERADOR.

           MOVE 'N' TO WS-SIGNON-OK
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

           OPEN I-O OPERADORES
           IF WS-OPR-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE OPERADORES INDISPONIVEL, STATUS: '
                   WS-OPR-STATUS
           ELSE
               MOVE WS-OPERADOR-ID TO OPR-ID
               READ OPERADORES
                   INVALID KEY
                       DISPLAY 'OPERADOR DESCONHECIDO: '
                           WS-OPERADOR-ID
                   NOT INVALID KEY
                       IF OPR-ATIVO = 'Y' AND OPR-NIVEL >= 1
                           PERFORM CONFERIR-SENHA-OPERADOR
                       ELSE
                           DISPLAY 'ACESSO EXIGE OPERADOR ATIVO.'
                       END-IF
               END-READ
               CLOSE OPERADORES
           END-IF.

       CONFERIR-SENHA-OPERADOR.

           IF OPR-BLOQUEADO = 'S'
               DISPLAY 'OPERADOR BLOQUEADO, PROCURE UM SUPERVISOR: '
                   WS-OPERADOR-ID
               MOVE 'BLOQUEADO' TO WS-EVENTO-AUDITORIA
               PERFORM GRAVAR-EVENTO-AUDITORIA
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'SENHA: '
           ACCEPT WS-SENHA-DIGITADA

           IF WS-SENHA-DIGITADA NOT = OPR-SENHA
               ADD 1 TO OPR-FALHAS
               IF OPR-FALHAS >= 3
                   MOVE 'S' TO OPR-BLOQUEADO
                   DISPLAY 'TERCEIRA FALHA: OPERADOR BLOQUEADO.'
                   MOVE 'BLOQUEIO' TO WS-EVENTO-AUDITORIA
                   PERFORM GRAVAR-EVENTO-AUDITORIA
               ELSE
                   DISPLAY 'SENHA INCORRETA.'
               END-IF
               REWRITE OPERADOR-REC
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO OPR-FALHAS
           MOVE WS-DATA-HOJE TO OPR-DATA-ULTIMO-ACESSO

           PERFORM CONFERIR-VALIDADE-SENHA
           IF WS-PRECISA-TROCA = 'S'
               PERFORM TROCAR-SENHA-NO-SIGNON
           END-IF

           REWRITE OPERADOR-REC
           MOVE 'Y' TO WS-SIGNON-OK.

      *WS-PRECISA-TROCA FICA 'S' QUANDO A SENHA NUNCA FOI TROCADA,
      *ESTA MARCADA PARA TROCA OU PASSOU DA VALIDADE DE 90 DIAS.
       CONFERIR-VALIDADE-SENHA.

           MOVE 'N' TO WS-PRECISA-TROCA

           IF OPR-TROCA-OBRIG = 'S' OR OPR-DATA-TROCA = ZEROS
               MOVE 'S' TO WS-PRECISA-TROCA
           ELSE
               COMPUTE WS-DIAS-SENHA =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                   - FUNCTION INTEGER-OF-DATE(OPR-DATA-TROCA)
               IF WS-DIAS-SENHA > WS-VALIDADE-SENHA
                   MOVE 'S' TO WS-PRECISA-TROCA
               END-IF
           END-IF.

       TROCAR-SENHA-NO-SIGNON.

           DISPLAY 'SENHA EXPIRADA OU PRIMEIRO USO: TROCA '
               'OBRIGATORIA.'
           DISPLAY 'NOVA SENHA: '
           ACCEPT WS-SENHA-NOVA
           PERFORM UNTIL WS-SENHA-NOVA NOT = SPACES
               AND WS-SENHA-NOVA NOT = OPR-SENHA
               DISPLAY 'SENHA NOVA INVALIDA (VAZIA OU IGUAL A '
                   'ATUAL). NOVA SENHA: '
               ACCEPT WS-SENHA-NOVA
           END-PERFORM
           MOVE WS-SENHA-NOVA TO OPR-SENHA
           MOVE WS-DATA-HOJE  TO OPR-DATA-TROCA
           MOVE 'N'           TO OPR-TROCA-OBRIG
           DISPLAY 'SENHA TROCADA.'.

      *EVENTOS DO CAIXA NO LOG COMPARTILHADO, SEMPRE COM O ID DO
      *CAIXA LOGADO (A APROVACAO NEGADA OU O BLOQUEIO DO SUPERVISOR
      *FICAM NO NOME DO CAIXA QUE PEDIU).
       GRAVAR-EVENTO-AUDITORIA.

           OPEN EXTEND LOG-AUDITORIA
           IF WS-LOG-STATUS = '35'
               OPEN OUTPUT LOG-AUDITORIA
           END-IF

           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE WS-OPERADOR-ID        TO AUD-OPERADOR
           MOVE 'K'                   TO AUD-OPCAO
           MOVE WS-EVENTO-AUDITORIA   TO AUD-RESULTADO
      *ENCADEIA O LANCAMENTO AO ANTERIOR; SEM ANCORA ACESSIVEL ELE
      *E GRAVADO COM SEQUENCIA ZERADA E A VERIFICACAO APONTA.
           MOVE 'E' TO CAD-FUNCAO
           MOVE AUDITORIA-REC(1:39) TO CAD-LANCAMENTO
           CALL 'EncadeiaAuditoria' USING WS-CAD-AREA
           MOVE CAD-SEQUENCIA TO AUD-SEQUENCIA
           MOVE CAD-HASH      TO AUD-HASH
           WRITE AUDITORIA-REC

           CLOSE LOG-AUDITORIA.
