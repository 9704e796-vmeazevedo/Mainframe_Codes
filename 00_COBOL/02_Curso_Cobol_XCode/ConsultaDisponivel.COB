      *=================================================================
       IDENTIFICATION                                  DIVISION.
      *=================================================================
       PROGRAM-ID. ConsultaDisponivel.
      *******************************************************************
      * Author: Vinícius Azevedo
      * Date: 15/10/2026
      * Purpose: Consulta de saldo disponivel no caixa
      * Tectonics: cobc
      ******************************************************************
      * Tela do caixa para responder "quanto posso sacar agora".
      * Consulta por conta ou por CPF (contas de titularidade e de
      * co-titularidade/procuracao em cotitulares.dat) e mostra, por
      * conta, o saldo contabil e o que sai dele ate o disponivel:
      * cheques ainda em compensacao (cheques_pendentes.dat), valor
      * retido por ordem judicial (bloqueios_judiciais.dat) e saques
      * aguardando reapresentacao (saques_retry.dat); o que entra:
      * a folga do cheque especial vigente
      * (limites_cheque_especial.dat, com a data de expiracao); e a
      * folga do limite diario de saque (limites_diarios.dat contra
      * os 'SAQ' ja lancados no diario na data). O disponivel segue a
      * mesma regra do lote de saques -- com retencao judicial ativa o
      * cheque especial nao conta -- e o disponivel para saque hoje e
      * o menor entre ele e a folga do limite diario. Em seguida
      * lista os ultimos N lancamentos da conta em movimentos.dat. So
      * consulta, nada e gravado nos arquivos da conta. Entra qualquer
      * operador ativo, com senha, nas regras de bloqueio e troca dos
      * demais menus; cada consulta vai para o log de auditoria.
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

           SELECT DATA-MOVIMENTO ASSIGN TO 'data_movimento.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-DTM-STATUS.

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
       FD  CONTAS.
       01  CONTA-REC.
           COPY CONTAREC REPLACING ==:PREFIX:== BY ==CONTA==.

       FD  COTITULARES.
       01  COTITULAR-REC.
           COPY COTITREC REPLACING ==:PREFIX:== BY ==COT==.

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

       FD  DATA-MOVIMENTO.
       01  DATA-MOVIMENTO-REC.
           05 DTM-DATA             PIC 9(8).
           05 DTM-SITUACAO         PIC X(1).

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
       77 WS-CONTA-STATUS      PIC X(2)    VALUE '00'.
       77 WS-COT-STATUS        PIC X(2)    VALUE '00'.
       77 WS-LIM-STATUS        PIC X(2)    VALUE '00'.
       77 WS-BLQ-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CHP-STATUS        PIC X(2)    VALUE '00'.
       77 WS-RTY-STATUS        PIC X(2)    VALUE '00'.
       77 WS-LDI-STATUS        PIC X(2)    VALUE '00'.
       77 WS-MOV-STATUS        PIC X(2)    VALUE '00'.
       77 WS-DTM-STATUS        PIC X(2)    VALUE '00'.
       77 WS-OPR-STATUS        PIC X(2)    VALUE '00'.
       77 WS-LOG-STATUS        PIC X(2)    VALUE '00'.

       77 WS-OPCAO-MENU        PIC X(1)    VALUE SPACES.
       77 WS-EOF               PIC X(1)    VALUE 'N'.
       77 WS-SCAN-EOF          PIC X(1)    VALUE 'N'.
       77 WS-TEM-COTITULARES   PIC X(1)    VALUE 'N'.
       77 WS-TEM-LIMITES       PIC X(1)    VALUE 'N'.
       77 WS-TEM-BLOQUEIOS     PIC X(1)    VALUE 'N'.

      *DATA DA CONSULTA: A DATA DE MOVIMENTO CORRENTE (A MESMA DOS
      *LOTES DA NOITE); SEM O ARQUIVO, A DATA DO SISTEMA.
       77 WS-DATA-CONSULTA     PIC 9(8)    VALUE ZEROS.

       77 WS-CONTA-DIGITADA    PIC 9(6)    VALUE ZEROS.
       77 WS-CPF-DIGITADO      PIC 9(11)   VALUE ZEROS.
       77 WS-QTD-ULTIMOS       PIC 9(2)    VALUE 10.
       77 WS-QTD-ULTIMOS-DIG   PIC 9(2)    VALUE ZEROS.

      *CONTAS DO CPF CONSULTADO: AS DE TITULARIDADE (CONTAREC) EM
      *ORDEM DE NUMERO, DEPOIS AS DE CO-TITULARIDADE E PROCURACAO.
       77 WS-I-CONTA           PIC 9(3)    VALUE ZEROS.
       77 WS-CONTA-JA-LISTADA  PIC X(1)    VALUE 'N'.
       77 WS-CONTA-ALVO        PIC 9(6)    VALUE ZEROS.
       77 WS-PAPEL-ALVO        PIC X(1)    VALUE SPACES.
       01 WS-QTD-CONTAS-CPF    PIC 9(3)    VALUE ZEROS.
       01 WS-TABELA-CONTAS-CPF.
           05 WS-CCP-ENTRADA OCCURS 50 TIMES.
              10 WS-CCP-CONTA      PIC 9(6).
              10 WS-CCP-PAPEL      PIC X(1).

      *COMPOSICAO DO DISPONIVEL DA CONTA CONSULTADA.
       77 WS-VALOR-PENDENTE    PIC 9(9)V99 VALUE ZEROS.
       77 WS-QTD-CHEQUES       PIC 9(3)    VALUE ZEROS.
       77 WS-VALOR-BLOQUEADO   PIC 9(9)V99 VALUE ZEROS.
       77 WS-VALOR-FILA        PIC 9(9)V99 VALUE ZEROS.
       77 WS-QTD-FILA          PIC 9(3)    VALUE ZEROS.
       77 WS-LIMITE-VIGENTE    PIC 9(9)V99 VALUE ZEROS.
       77 WS-LIMITE-EXPIRACAO  PIC 9(8)    VALUE ZEROS.
       77 WS-LIMITE-USADO      PIC 9(9)V99 VALUE ZEROS.
       77 WS-FOLGA-CHEQUE      PIC 9(9)V99 VALUE ZEROS.
       77 WS-DISPONIVEL        PIC S9(11)V99 VALUE ZEROS.
       77 WS-DISPONIVEL-SAQUE  PIC S9(11)V99 VALUE ZEROS.

      *LIMITE DIARIO DA CONTA E O QUE JA FOI SACADO NA DATA.
       77 WS-TEM-LIMITE-DIA    PIC X(1)    VALUE 'N'.
       77 WS-LIMITE-VALOR-DIA  PIC 9(9)V99 VALUE ZEROS.
       77 WS-LIMITE-QTD-DIA    PIC 9(3)    VALUE ZEROS.
       77 WS-PADRAO-VALOR-DIA  PIC 9(9)V99 VALUE ZEROS.
       77 WS-PADRAO-QTD-DIA    PIC 9(3)    VALUE ZEROS.
       77 WS-TEM-PADRAO-DIA    PIC X(1)    VALUE 'N'.
       77 WS-SACADO-DIA        PIC 9(11)V99 VALUE ZEROS.
       77 WS-QTD-SAQUES-DIA    PIC 9(5)    VALUE ZEROS.
       77 WS-FOLGA-DIARIA      PIC S9(11)V99 VALUE ZEROS.

      *ULTIMOS LANCAMENTOS: A PRIMEIRA PASSADA NO DIARIO CONTA OS DA
      *CONTA, A SEGUNDA MOSTRA SO OS N FINAIS.
       77 WS-QTD-LANC-CONTA    PIC 9(7)    VALUE ZEROS.
       77 WS-ORDEM-LANC        PIC 9(7)    VALUE ZEROS.
       77 WS-PRIMEIRO-LANC     PIC 9(7)    VALUE ZEROS.

       77 WS-VALOR-ED          PIC -(10)9.99.
       77 WS-VALOR-ED-2        PIC -(10)9.99.

       01 WS-LINHA-LANCAMENTO.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 LLC-DATA          PIC 9(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 LLC-TIPO          PIC X(3).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 LLC-VALOR         PIC Z(8)9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 LLC-SALDO         PIC -(9)9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 LLC-PROGRAMA      PIC X(12).

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

           PERFORM LER-DATA-CONSULTA

           PERFORM UNTIL WS-OPCAO-MENU = '0'
               DISPLAY ' '
               DISPLAY 'CONSULTA DE SALDO DISPONIVEL - DATA '
                   WS-DATA-CONSULTA
               DISPLAY '1 - CONSULTAR POR CONTA'
               DISPLAY '2 - CONSULTAR POR CPF'
               DISPLAY '0 - SAIR'
               DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO-MENU
               EVALUATE WS-OPCAO-MENU
                   WHEN '1'
                       PERFORM CONSULTAR-POR-CONTA
                   WHEN '2'
                       PERFORM CONSULTAR-POR-CPF
                   WHEN '0'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA. TENTE NOVAMENTE.'
               END-EVALUATE
           END-PERFORM

           STOP RUN.

       LER-DATA-CONSULTA.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-CONSULTA

           OPEN INPUT DATA-MOVIMENTO
           IF WS-DTM-STATUS = '00'
               READ DATA-MOVIMENTO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE DTM-DATA TO WS-DATA-CONSULTA
               END-READ
               CLOSE DATA-MOVIMENTO
           END-IF.

       CONSULTAR-POR-CONTA.

           DISPLAY 'NUMERO DA CONTA: '
           ACCEPT WS-CONTA-DIGITADA
           PERFORM PEDIR-QTD-ULTIMOS

           PERFORM ABRIR-ARQUIVOS-CONSULTA
           IF WS-CONTA-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CONTA-DIGITADA TO CONTA-NUMERO
           READ CONTAS
               INVALID KEY
                   DISPLAY 'CONTA NAO ENCONTRADA: ' WS-CONTA-DIGITADA
               NOT INVALID KEY
                   MOVE 'C' TO WS-PAPEL-ALVO
                   PERFORM MOSTRAR-DISPONIVEL-CONTA
           END-READ

           PERFORM FECHAR-ARQUIVOS-CONSULTA.

       CONSULTAR-POR-CPF.

           DISPLAY 'CPF DO CLIENTE: '
           ACCEPT WS-CPF-DIGITADO
           PERFORM PEDIR-QTD-ULTIMOS

           PERFORM ABRIR-ARQUIVOS-CONSULTA
           IF WS-CONTA-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM MONTAR-CONTAS-DO-CPF

           IF WS-QTD-CONTAS-CPF = ZEROS
               DISPLAY 'NENHUMA CONTA PARA O CPF ' WS-CPF-DIGITADO
           END-IF

           PERFORM VARYING WS-I-CONTA FROM 1 BY 1
               UNTIL WS-I-CONTA > WS-QTD-CONTAS-CPF
               MOVE WS-CCP-CONTA(WS-I-CONTA) TO CONTA-NUMERO
               MOVE WS-CCP-PAPEL(WS-I-CONTA) TO WS-PAPEL-ALVO
               READ CONTAS
                   INVALID KEY
                       DISPLAY 'CONTA NAO ENCONTRADA: ' CONTA-NUMERO
                   NOT INVALID KEY
                       PERFORM MOSTRAR-DISPONIVEL-CONTA
               END-READ
           END-PERFORM

           PERFORM FECHAR-ARQUIVOS-CONSULTA.

      *ENTER (ZERO) MANTEM OS 10 DE SEMPRE.
       PEDIR-QTD-ULTIMOS.

           DISPLAY 'QUANTOS ULTIMOS LANCAMENTOS (ENTER = 10): '
           MOVE ZEROS TO WS-QTD-ULTIMOS-DIG
           ACCEPT WS-QTD-ULTIMOS-DIG
           IF WS-QTD-ULTIMOS-DIG = ZEROS
               MOVE 10 TO WS-QTD-ULTIMOS
           ELSE
               MOVE WS-QTD-ULTIMOS-DIG TO WS-QTD-ULTIMOS
           END-IF.

      *O MASTER DE CONTAS E OBRIGATORIO; CO-TITULARES, LIMITES E
      *RETENCOES SAO OPCIONAIS (SEM ARQUIVO, NADA A CONSIDERAR).
       ABRIR-ARQUIVOS-CONSULTA.

           OPEN INPUT CONTAS
           IF WS-CONTA-STATUS NOT = '00'
               DISPLAY 'MASTER DE CONTAS INDISPONIVEL, STATUS: '
                   WS-CONTA-STATUS
               EXIT PARAGRAPH
           END-IF

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
           END-IF.

       FECHAR-ARQUIVOS-CONSULTA.

           CLOSE CONTAS
           IF WS-TEM-COTITULARES = 'Y'
               CLOSE COTITULARES
           END-IF
           IF WS-TEM-LIMITES = 'Y'
               CLOSE LIMITES-CHEQUE
           END-IF
           IF WS-TEM-BLOQUEIOS = 'Y'
               CLOSE BLOQUEIOS-JUDICIAIS
           END-IF.

      *CONTAS DO CPF: TITULAR PELA VARREDURA DO MASTER, CO-TITULAR
      *('T') E PROCURADOR ('P') PELA VARREDURA DOS CO-TITULARES -- O
      *PROCURADOR TAMBEM SACA NO CAIXA.
       MONTAR-CONTAS-DO-CPF.

           MOVE ZEROS TO WS-QTD-CONTAS-CPF

           MOVE 'N' TO WS-SCAN-EOF
           MOVE ZEROS TO CONTA-NUMERO
           START CONTAS KEY IS NOT LESS THAN CONTA-NUMERO
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ CONTAS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF CONTA-CPF-TITULAR = WS-CPF-DIGITADO
                           MOVE CONTA-NUMERO TO WS-CONTA-ALVO
                           MOVE 'C' TO WS-PAPEL-ALVO
                           PERFORM INCLUIR-CONTA-DO-CPF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-TEM-COTITULARES NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-SCAN-EOF
           MOVE ZEROS TO COT-CONTA COT-CPF
           START COTITULARES KEY IS NOT LESS THAN COT-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ COTITULARES NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF COT-CPF = WS-CPF-DIGITADO
                           MOVE COT-CONTA  TO WS-CONTA-ALVO
                           MOVE COT-PAPEL  TO WS-PAPEL-ALVO
                           PERFORM INCLUIR-CONTA-DO-CPF
                       END-IF
               END-READ
           END-PERFORM.

       INCLUIR-CONTA-DO-CPF.

           MOVE 'N' TO WS-CONTA-JA-LISTADA
           PERFORM VARYING WS-I-CONTA FROM 1 BY 1
               UNTIL WS-I-CONTA > WS-QTD-CONTAS-CPF
               IF WS-CCP-CONTA(WS-I-CONTA) = WS-CONTA-ALVO
                   MOVE 'Y' TO WS-CONTA-JA-LISTADA
               END-IF
           END-PERFORM

           IF WS-CONTA-JA-LISTADA = 'N'
               IF WS-QTD-CONTAS-CPF < 50
                   ADD 1 TO WS-QTD-CONTAS-CPF
                   MOVE WS-CONTA-ALVO
                       TO WS-CCP-CONTA(WS-QTD-CONTAS-CPF)
                   MOVE WS-PAPEL-ALVO
                       TO WS-CCP-PAPEL(WS-QTD-CONTAS-CPF)
               ELSE
                   DISPLAY 'TABELA DE CONTAS DO CPF CHEIA (50), '
                       'CONTA NAO MOSTRADA: ' WS-CONTA-ALVO
               END-IF
           END-IF.

      *ASSUME CONTA-REC LIDA E WS-PAPEL-ALVO CARREGADO ('C' TITULAR,
      *'T' CO-TITULAR, 'P' PROCURADOR).
       MOSTRAR-DISPONIVEL-CONTA.

           PERFORM SOMAR-CHEQUES-PENDENTES
           PERFORM BUSCAR-BLOQUEIO-CONTA
           PERFORM SOMAR-FILA-REAPRESENTACAO
           PERFORM BUSCAR-LIMITE-CONTA
           PERFORM BUSCAR-LIMITE-DIARIO
           PERFORM CONTAR-LANCAMENTOS-CONTA
           PERFORM CALCULAR-DISPONIVEL

           DISPLAY ' '
           DISPLAY '================================================'
           EVALUATE WS-PAPEL-ALVO
               WHEN 'T'
                   DISPLAY 'CONTA ' CONTA-NUMERO ' (' CONTA-MOEDA
                       ') - CO-TITULAR'
               WHEN 'P'
                   DISPLAY 'CONTA ' CONTA-NUMERO ' (' CONTA-MOEDA
                       ') - PROCURADOR'
               WHEN OTHER
                   DISPLAY 'CONTA ' CONTA-NUMERO ' (' CONTA-MOEDA
                       ') - TITULAR CPF ' CONTA-CPF-TITULAR
           END-EVALUATE
           EVALUATE CONTA-SITUACAO
               WHEN 'B'
                   DISPLAY 'SITUACAO: BLOQUEADA - NENHUM SAQUE '
                       'PERMITIDO.'
               WHEN 'E'
                   DISPLAY 'SITUACAO: ENCERRADA - NENHUM SAQUE '
                       'PERMITIDO.'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE CONTA-SALDO TO WS-VALOR-ED
           DISPLAY 'SALDO CONTABIL..................: ' WS-VALOR-ED

           MOVE WS-VALOR-PENDENTE TO WS-VALOR-ED
           DISPLAY '(-) CHEQUES EM COMPENSACAO......: ' WS-VALOR-ED
               ' (' WS-QTD-CHEQUES ' CHEQUE(S))'

           MOVE WS-VALOR-BLOQUEADO TO WS-VALOR-ED
           DISPLAY '(-) RETIDO POR ORDEM JUDICIAL...: ' WS-VALOR-ED

           MOVE WS-VALOR-FILA TO WS-VALOR-ED
           DISPLAY '(-) SAQUES AGUARDANDO REAPRES...: ' WS-VALOR-ED
               ' (' WS-QTD-FILA ' SAQUE(S))'

           IF WS-LIMITE-VIGENTE = ZEROS
               DISPLAY '(+) CHEQUE ESPECIAL.............: '
                   'SEM LIMITE VIGENTE'
           ELSE
               MOVE WS-LIMITE-VIGENTE TO WS-VALOR-ED
               MOVE WS-LIMITE-USADO   TO WS-VALOR-ED-2
               DISPLAY '    LIMITE CHEQUE ESPECIAL......: ' WS-VALOR-ED
                   ' ATE ' WS-LIMITE-EXPIRACAO
               DISPLAY '    LIMITE JA UTILIZADO.........: '
                   WS-VALOR-ED-2
               MOVE WS-FOLGA-CHEQUE TO WS-VALOR-ED
               IF WS-VALOR-BLOQUEADO > ZEROS
                   DISPLAY '(+) FOLGA DO CHEQUE ESPECIAL....: '
                       WS-VALOR-ED ' (NAO CONTA: RETENCAO ATIVA)'
               ELSE
                   DISPLAY '(+) FOLGA DO CHEQUE ESPECIAL....: '
                       WS-VALOR-ED
               END-IF
           END-IF

           MOVE WS-DISPONIVEL TO WS-VALOR-ED
           DISPLAY '(=) SALDO DISPONIVEL............: ' WS-VALOR-ED

           IF WS-TEM-LIMITE-DIA = 'N'
               DISPLAY '    LIMITE DIARIO DE SAQUE......: SEM LIMITE'
           ELSE
               MOVE WS-SACADO-DIA TO WS-VALOR-ED
               DISPLAY '    SACADO HOJE.................: '
                   WS-VALOR-ED ' EM ' WS-QTD-SAQUES-DIA ' SAQUE(S)'
               IF WS-LIMITE-VALOR-DIA > ZEROS
                   MOVE WS-LIMITE-VALOR-DIA TO WS-VALOR-ED
                   MOVE WS-FOLGA-DIARIA     TO WS-VALOR-ED-2
                   DISPLAY '    LIMITE DIARIO DE VALOR......: '
                       WS-VALOR-ED
                   DISPLAY '    FOLGA DO LIMITE DIARIO......: '
                       WS-VALOR-ED-2
               END-IF
               IF WS-LIMITE-QTD-DIA > ZEROS
                   DISPLAY '    LIMITE DIARIO DE SAQUES.....: '
                       WS-LIMITE-QTD-DIA ' (JA FEITOS: '
                       WS-QTD-SAQUES-DIA ')'
               END-IF
           END-IF

           MOVE WS-DISPONIVEL-SAQUE TO WS-VALOR-ED
           DISPLAY '(=) DISPONIVEL PARA SAQUE HOJE..: ' WS-VALOR-ED

           PERFORM MOSTRAR-ULTIMOS-LANCAMENTOS

           MOVE 'CONSULTA' TO WS-EVENTO-AUDITORIA
           PERFORM GRAVAR-EVENTO-AUDITORIA.

      *MESMA REGRA DO LOTE DE SAQUES: SALDO MAIS LIMITE VIGENTE MENOS
      *CHEQUES EM COMPENSACAO; COM RETENCAO JUDICIAL ATIVA O LIMITE
      *NAO CONTA E A RETENCAO SAI. AQUI TAMBEM SAEM OS SAQUES JA NA
      *FILA DE REAPRESENTACAO, QUE POSTAM NO PROXIMO CICLO. CONTA
      *FORA DE 'A' NAO TEM DISPONIVEL.
       CALCULAR-DISPONIVEL.

           MOVE ZEROS TO WS-LIMITE-USADO
           IF CONTA-SALDO < ZEROS
               COMPUTE WS-LIMITE-USADO = ZEROS - CONTA-SALDO
           END-IF
           MOVE ZEROS TO WS-FOLGA-CHEQUE
           IF WS-LIMITE-VIGENTE > WS-LIMITE-USADO
               COMPUTE WS-FOLGA-CHEQUE =
                   WS-LIMITE-VIGENTE - WS-LIMITE-USADO
           END-IF

           COMPUTE WS-DISPONIVEL = CONTA-SALDO + WS-LIMITE-VIGENTE
               - WS-VALOR-PENDENTE - WS-VALOR-FILA
           IF WS-VALOR-BLOQUEADO > ZEROS
               COMPUTE WS-DISPONIVEL = WS-DISPONIVEL
                   - WS-LIMITE-VIGENTE - WS-VALOR-BLOQUEADO
           END-IF
           IF WS-DISPONIVEL < ZEROS
               OR CONTA-SITUACAO = 'B' OR CONTA-SITUACAO = 'E'
               MOVE ZEROS TO WS-DISPONIVEL
           END-IF

           MOVE WS-DISPONIVEL TO WS-DISPONIVEL-SAQUE
           IF WS-TEM-LIMITE-DIA = 'N'
               EXIT PARAGRAPH
           END-IF

           IF WS-LIMITE-VALOR-DIA > ZEROS
               COMPUTE WS-FOLGA-DIARIA =
                   WS-LIMITE-VALOR-DIA - WS-SACADO-DIA
               IF WS-FOLGA-DIARIA < ZEROS
                   MOVE ZEROS TO WS-FOLGA-DIARIA
               END-IF
               IF WS-FOLGA-DIARIA < WS-DISPONIVEL-SAQUE
                   MOVE WS-FOLGA-DIARIA TO WS-DISPONIVEL-SAQUE
               END-IF
           END-IF
           IF WS-LIMITE-QTD-DIA > ZEROS
               AND WS-QTD-SAQUES-DIA NOT < WS-LIMITE-QTD-DIA
               MOVE ZEROS TO WS-DISPONIVEL-SAQUE
           END-IF.

      *CHEQUES CUJA DATA DE COMPENSACAO AINDA NAO CHEGOU NA DATA DA
      *CONSULTA.
       SOMAR-CHEQUES-PENDENTES.

           MOVE ZEROS TO WS-VALOR-PENDENTE WS-QTD-CHEQUES
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
                           AND CHP-DATA-DISPONIVEL > WS-DATA-CONSULTA
                           ADD CHP-VALOR TO WS-VALOR-PENDENTE
                           ADD 1 TO WS-QTD-CHEQUES
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

           MOVE ZEROS TO WS-VALOR-FILA WS-QTD-FILA
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
                           ADD 1 TO WS-QTD-FILA
                       END-IF
               END-READ
           END-PERFORM

           IF WS-RTY-STATUS = '00' OR WS-RTY-STATUS = '10'
               CLOSE FILA-RETRY
           END-IF.

      *LIMITE EXPIRADO OU INEXISTENTE = ZERO.
       BUSCAR-LIMITE-CONTA.

           MOVE ZEROS TO WS-LIMITE-VIGENTE WS-LIMITE-EXPIRACAO

           IF WS-TEM-LIMITES = 'Y'
               MOVE CONTA-NUMERO TO LIM-CONTA
               READ LIMITES-CHEQUE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LIM-DATA-EXPIRACAO >= WS-DATA-CONSULTA
                           MOVE LIM-VALOR TO WS-LIMITE-VIGENTE
                           MOVE LIM-DATA-EXPIRACAO
                               TO WS-LIMITE-EXPIRACAO
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

      *PRIMEIRA PASSADA NO DIARIO: QUANTOS LANCAMENTOS A CONTA TEM E
      *QUANTO JA FOI SACADO ('SAQ') NA DATA, QUE CONTA NO LIMITE
      *DIARIO COMO NO LOTE DE SAQUES.
       CONTAR-LANCAMENTOS-CONTA.

           MOVE ZEROS TO WS-QTD-LANC-CONTA WS-SACADO-DIA
               WS-QTD-SAQUES-DIA
           MOVE 'N' TO WS-EOF

           OPEN INPUT MOVIMENTOS
           IF WS-MOV-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           ELSE
               PERFORM POSICIONAR-MOVIMENTOS-CONTA
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ MOVIMENTOS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF MOV-CONTA NOT = CONTA-NUMERO
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           ADD 1 TO WS-QTD-LANC-CONTA
                           IF MOV-TIPO = 'SAQ'
                               AND MOV-DATA = WS-DATA-CONSULTA
                               ADD MOV-VALOR TO WS-SACADO-DIA
                               ADD 1 TO WS-QTD-SAQUES-DIA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-MOV-STATUS = '00' OR WS-MOV-STATUS = '10'
               CLOSE MOVIMENTOS
           END-IF.

      *SEGUNDA PASSADA: A CONTA VEM EM ORDEM DE DATA E NSU (ORDEM DE
      *POSTAGEM), OS ULTIMOS N SAO OS DE ORDEM MAIOR QUE TOTAL - N.
       MOSTRAR-ULTIMOS-LANCAMENTOS.

           DISPLAY ' '
           DISPLAY 'ULTIMOS ' WS-QTD-ULTIMOS ' LANCAMENTOS DA CONTA '
               CONTA-NUMERO ':'

           IF WS-QTD-LANC-CONTA = ZEROS
               DISPLAY '  NENHUM LANCAMENTO NO DIARIO.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY '  DATA      TIPO        VALOR        SALDO APOS'
               '  PROGRAMA'

           MOVE ZEROS TO WS-PRIMEIRO-LANC
           IF WS-QTD-LANC-CONTA > WS-QTD-ULTIMOS
               COMPUTE WS-PRIMEIRO-LANC =
                   WS-QTD-LANC-CONTA - WS-QTD-ULTIMOS
           END-IF

           MOVE ZEROS TO WS-ORDEM-LANC
           MOVE 'N' TO WS-EOF

           OPEN INPUT MOVIMENTOS
           IF WS-MOV-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           ELSE
               PERFORM POSICIONAR-MOVIMENTOS-CONTA
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ MOVIMENTOS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF MOV-CONTA NOT = CONTA-NUMERO
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           ADD 1 TO WS-ORDEM-LANC
                           IF WS-ORDEM-LANC > WS-PRIMEIRO-LANC
                               MOVE MOV-DATA         TO LLC-DATA
                               MOVE MOV-TIPO         TO LLC-TIPO
                               MOVE MOV-VALOR        TO LLC-VALOR
                               MOVE MOV-SALDO-RESULT TO LLC-SALDO
                               MOVE MOV-PROGRAMA     TO LLC-PROGRAMA
                               DISPLAY WS-LINHA-LANCAMENTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-MOV-STATUS = '00' OR WS-MOV-STATUS = '10'
               CLOSE MOVIMENTOS
           END-IF.

      *O DIARIO E INDEXADO POR CONTA + DATA + NSU: AS DUAS PASSADAS
      *COMECAM NO PRIMEIRO MOVIMENTO DA CONTA E PARAM NA CONTA SEGUINTE.
       POSICIONAR-MOVIMENTOS-CONTA.

           MOVE CONTA-NUMERO TO MOV-CONTA
           MOVE ZEROS        TO MOV-DATA MOV-NSU
           START MOVIMENTOS KEY IS NOT LESS THAN MOV-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.

      *SIGN-ON DE OPERADOR COM SENHA, COMO NA MANUTENCAO DE
      *OPERADORES: CONSULTA E NIVEL 1, ENTRA QUALQUER OPERADOR ATIVO,
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

      *CADA CONSULTA DE SALDO FICA NO LOG COM O OPERADOR; A CONTA
      *CONSULTADA NAO CABE NO REGISTRO DE AUDITORIA COMPARTILHADO.
       GRAVAR-EVENTO-AUDITORIA.

           OPEN EXTEND LOG-AUDITORIA
           IF WS-LOG-STATUS = '35'
               OPEN OUTPUT LOG-AUDITORIA
           END-IF

           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE WS-OPERADOR-ID        TO AUD-OPERADOR
           MOVE 'I'                   TO AUD-OPCAO
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
