      *=================================================================
       IDENTIFICATION                                  DIVISION.
      *=================================================================
       PROGRAM-ID. RecuperaContas.
      *******************************************************************
      * Author: Vinícius Azevedo
      * Date: 15/10/2026
      * Purpose: Recuperacao do master de contas pelo diario
      * Tectonics: cobc
      ******************************************************************
      * Recuperacao para a frente do master de contas: parte da
      * geracao restaurada pelo RestauraGeracao (contas_AAAAMMDD.gen,
      * tirada no inicio da data AAAAMMDD, antes de qualquer postagem
      * dela) e reaplica em contas.dat, na ordem do diario (NSU),
      * todo movimento de movimentos.dat com data igual ou posterior
      * a da geracao. Cada saldo reaplicado tem que bater com o
      * MOV-SALDO-RESULT gravado pelo programa que postou; o primeiro
      * que nao bate (ou conta ausente, ou tipo de lancamento
      * desconhecido) PARA a recuperacao sem aplicar o movimento, e o
      * relatorio aponta o NSU, a conta e os saldos -- o master fica
      * recuperado ate o movimento anterior, o ponto exato da falha.
      * Antes de comecar, o master e recontado contra a prova do
      * backup daquela geracao (backup_ctl.dat): master que nao esta
      * na geracao (nao restaurado, ou ja reaplicado) e recusado. Com
      * o diario inteiro reaplicado, o master recuperado e provado
      * contra a fotografia de abertura (saldo_abertura.dat) mais os
      * movimentos da data de movimento, como no balancete. Parada ou
      * prova que nao fecha termina com RETURN-CODE 8.
      * Os tipos de lancamento sao os mesmos do BalanceteNoturno.
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

           SELECT MOVIMENTOS ASSIGN TO 'movimentos.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-CHAVE
           FILE STATUS IS WS-MOV-STATUS.

           SELECT CONTROLE-BACKUP ASSIGN TO 'backup_ctl.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-BCT-STATUS.

           SELECT SALDO-ABERTURA ASSIGN TO 'saldo_abertura.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SNAP-STATUS.

           SELECT DATA-MOVIMENTO ASSIGN TO 'data_movimento.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-DTM-STATUS.

           SELECT WORK-SORT-FILE ASSIGN TO 'recupera_contas.srt'.

      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                    SECTION.
      *-----------------------------------------------------------------
       FD  CONTAS.
       01  CONTA-REC.
           COPY CONTAREC REPLACING ==:PREFIX:== BY ==CONTA==.

       FD  MOVIMENTOS.
       01  MOVIMENTO-REC.
           COPY MOVREC REPLACING ==:PREFIX:== BY ==MOV==.

       FD  CONTROLE-BACKUP.
       01  CONTROLE-BACKUP-REC.
           05 BCT-DATA             PIC 9(8).
           05 BCT-ARQUIVO          PIC X(12).
           05 BCT-REGISTROS        PIC 9(9).
           05 BCT-TOTAL            PIC S9(13)V99.

       FD  SALDO-ABERTURA.
       01  ABERTURA-REC.
           05 SNAP-CONTA           PIC 9(6).
           05 SNAP-SALDO           PIC S9(9)V99.

       FD  DATA-MOVIMENTO.
       01  DATA-MOVIMENTO-REC.
           05 DTM-DATA             PIC 9(8).
           05 DTM-SITUACAO         PIC X(1).

      *MOVIMENTOS A REAPLICAR, ORDENADOS PELO NSU (ORDEM DE POSTAGEM).
       SD  WORK-SORT-FILE.
       01  SORT-REC.
           COPY MOVREC REPLACING ==:PREFIX:== BY ==SRT==.

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
      *-----------------------------------------------------------------
       77 WS-CONTA-STATUS      PIC X(2)    VALUE '00'.
       77 WS-MOV-STATUS        PIC X(2)    VALUE '00'.
       77 WS-BCT-STATUS        PIC X(2)    VALUE '00'.
       77 WS-SNAP-STATUS       PIC X(2)    VALUE '00'.
       77 WS-DTM-STATUS        PIC X(2)    VALUE '00'.

       77 WS-EOF               PIC X(1)    VALUE 'N'.
       77 WS-EOF-CONTAS        PIC X(1)    VALUE 'N'.
       77 WS-EOF-SNAP          PIC X(1)    VALUE 'N'.
       77 WS-MOV-EOF           PIC X(1)    VALUE 'N'.
       77 WS-ACHOU-MOV         PIC X(1)    VALUE 'N'.
       77 WS-DATA-GERACAO      PIC 9(8)    VALUE ZEROS.
       77 WS-DATA-FOTO         PIC 9(8)    VALUE ZEROS.

      *PONTO DE PARTIDA: MASTER RECONTADO CONTRA A PROVA DO BACKUP.
       77 WS-PROVA-ACHADA      PIC X(1)    VALUE 'N'.
       77 WS-QTD-MASTER        PIC 9(9)    VALUE ZEROS.
       77 WS-TOTAL-MASTER      PIC S9(13)V99 VALUE ZEROS.
       77 WS-QTD-ESPERADA      PIC 9(9)    VALUE ZEROS.
       77 WS-TOTAL-ESPERADO    PIC S9(13)V99 VALUE ZEROS.

      *REAPLICACAO: SALDO RECALCULADO PELO TIPO DO LANCAMENTO E O
      *PONTO ATE ONDE O MASTER ESTA RECUPERADO.
       77 WS-TIPO              PIC X(3)    VALUE SPACES.
       77 WS-VALOR             PIC 9(9)V99 VALUE ZEROS.
       77 WS-SALDO-CALC        PIC S9(11)V99 VALUE ZEROS.
       77 WS-TIPO-VALIDO       PIC X(1)    VALUE 'Y'.
       77 WS-PARADA            PIC X(1)    VALUE 'N'.
       77 WS-MOTIVO            PIC X(40)   VALUE SPACES.
       77 WS-QTD-SELECIONADOS  PIC 9(9)    VALUE ZEROS.
       77 WS-QTD-REAPLICADOS   PIC 9(9)    VALUE ZEROS.
       77 WS-ULTIMO-NSU        PIC 9(10)   VALUE ZEROS.
       77 WS-ULTIMA-DATA       PIC 9(8)    VALUE ZEROS.
       77 WS-SALDO-MASTER      PIC S9(11)V99 VALUE ZEROS.

      *PROVA CONTRA A FOTOGRAFIA DE ABERTURA.
       77 WS-ABERTURA-CONTA    PIC S9(11)V99 VALUE ZEROS.
       77 WS-QTD-CONTAS        PIC 9(7)    VALUE ZEROS.
       77 WS-QTD-DIVERGENTES   PIC 9(7)    VALUE ZEROS.

       01 WS-EDICAO.
           05 WS-ED-VALOR          PIC -9(11).99.
           05 WS-ED-SALDO-MASTER   PIC -9(11).99.
           05 WS-ED-SALDO-CALC     PIC -9(11).99.
           05 WS-ED-SALDO-DIARIO   PIC -9(11).99.

      *AREA DE COMUNICACAO COM O ESCRITOR DE RELATORIOS COMPARTILHADO
      *(GravaRelatorio): RELATORIOS SAEM EM ARQUIVO DE IMPRESSAO DE
      *132 COLUNAS COM CABECALHO PADRAO, ALEM DO CONSOLE.
       01  WS-REL-AREA.
           COPY RELLINK REPLACING ==:PREFIX:== BY ==REL==.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
       PROGRAM-BEGIN.

           DISPLAY 'DATA DA GERACAO RESTAURADA (AAAAMMDD): '
           ACCEPT WS-DATA-GERACAO

           PERFORM CONFERIR-PONTO-DE-PARTIDA

           MOVE 'A' TO REL-COMANDO
           MOVE 'RecuperaContas' TO REL-PROGRAMA
           MOVE 'RECUPERA' TO REL-ID
           MOVE 'RECUPERACAO DO MASTER DE CONTAS PELO DIARIO'
               TO REL-TITULO
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE 'L' TO REL-COMANDO
           MOVE SPACES TO REL-LINHA
           STRING 'GERACAO DE PARTIDA ' WS-DATA-GERACAO
               ' CONTAS ' WS-QTD-MASTER
               ' TOTAL ' WS-TOTAL-MASTER
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           SORT WORK-SORT-FILE
               ON ASCENDING KEY SRT-NSU
               INPUT PROCEDURE IS SELECIONAR-MOVIMENTOS
               OUTPUT PROCEDURE IS REAPLICAR-MOVIMENTOS.

           MOVE 'L' TO REL-COMANDO
           MOVE SPACES TO REL-LINHA
           STRING 'MOVIMENTOS SELECIONADOS: ' WS-QTD-SELECIONADOS
               '  REAPLICADOS: ' WS-QTD-REAPLICADOS
               '  ULTIMO NSU: ' WS-ULTIMO-NSU
               '  DATA: ' WS-ULTIMA-DATA
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           DISPLAY ' '
           DISPLAY 'RECUPERACAO DO MASTER DE CONTAS - GERACAO '
               WS-DATA-GERACAO
           DISPLAY 'MOVIMENTOS SELECIONADOS: ' WS-QTD-SELECIONADOS
           DISPLAY 'MOVIMENTOS REAPLICADOS.: ' WS-QTD-REAPLICADOS
           DISPLAY 'ULTIMO NSU REAPLICADO..: ' WS-ULTIMO-NSU

           IF WS-PARADA = 'Y'
               DISPLAY 'RECUPERACAO PARADA: MASTER RECUPERADO ATE O '
                   'NSU ' WS-ULTIMO-NSU
               MOVE 'L' TO REL-COMANDO
               MOVE SPACES TO REL-LINHA
               STRING 'RECUPERACAO PARADA: MASTER RECUPERADO ATE O '
                   'NSU ' WS-ULTIMO-NSU ' -- PROVA NAO EXECUTADA'
                   DELIMITED BY SIZE INTO REL-LINHA
               CALL 'GravaRelatorio' USING WS-REL-AREA
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM PROVAR-CONTRA-FOTOGRAFIA
           END-IF

           MOVE 'F' TO REL-COMANDO
           CALL 'GravaRelatorio' USING WS-REL-AREA

           STOP RUN.

      *O MASTER TEM QUE ESTAR EXATAMENTE NA GERACAO PEDIDA: CONTAGEM
      *E TOTAL RECONTADOS IGUAIS AOS DA PROVA DO BACKUP. ISSO RECUSA
      *MASTER NAO RESTAURADO E REAPLICACAO EM CIMA DE REAPLICACAO.
       CONFERIR-PONTO-DE-PARTIDA.

           MOVE 'N' TO WS-EOF
           MOVE 'N' TO WS-PROVA-ACHADA

           OPEN INPUT CONTROLE-BACKUP
           IF WS-BCT-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ CONTROLE-BACKUP
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BCT-DATA = WS-DATA-GERACAO
                           AND BCT-ARQUIVO = 'CONTAS      '
                           MOVE BCT-REGISTROS TO WS-QTD-ESPERADA
                           MOVE BCT-TOTAL     TO WS-TOTAL-ESPERADO
                           MOVE 'Y' TO WS-PROVA-ACHADA
                       END-IF
               END-READ
           END-PERFORM

           IF WS-BCT-STATUS = '00' OR WS-BCT-STATUS = '10'
               CLOSE CONTROLE-BACKUP
           END-IF

           IF WS-PROVA-ACHADA = 'N'
               DISPLAY 'SEM PROVA DE BACKUP DO MASTER DE CONTAS PARA A '
                   'GERACAO ' WS-DATA-GERACAO ', NADA REAPLICADO.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CONTAS
           IF WS-CONTA-STATUS NOT = '00'
               DISPLAY 'MASTER DE CONTAS NAO ABRIU, STATUS: '
                   WS-CONTA-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'N' TO WS-EOF-CONTAS
           MOVE ZEROS TO CONTA-NUMERO
           START CONTAS KEY IS NOT LESS THAN CONTA-NUMERO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-CONTAS
           END-START

           PERFORM UNTIL WS-EOF-CONTAS = 'Y'
               READ CONTAS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-CONTAS
               END-READ
               IF WS-CONTA-STATUS NOT = '00' AND NOT = '10'
                   DISPLAY 'ERRO DE LEITURA EM CONTAS, STATUS: '
                       WS-CONTA-STATUS
                   MOVE 'Y' TO WS-EOF-CONTAS
               ELSE
                   IF WS-EOF-CONTAS NOT = 'Y'
                       ADD 1 TO WS-QTD-MASTER
                       ADD CONTA-SALDO TO WS-TOTAL-MASTER
                   END-IF
               END-IF
           END-PERFORM

           CLOSE CONTAS

           IF WS-QTD-MASTER NOT = WS-QTD-ESPERADA
               OR WS-TOTAL-MASTER NOT = WS-TOTAL-ESPERADO
               DISPLAY 'MASTER DE CONTAS NAO ESTA NA GERACAO '
                   WS-DATA-GERACAO ' (RODE RestauraGeracao ANTES).'
               DISPLAY 'REGISTROS NO MASTER..: ' WS-QTD-MASTER
                   '  ESPERADOS: ' WS-QTD-ESPERADA
               DISPLAY 'TOTAL NO MASTER......: ' WS-TOTAL-MASTER
                   '  ESPERADO: ' WS-TOTAL-ESPERADO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *ENTRADA DO SORT: MOVIMENTOS DO DIARIO DESDE A DATA DA GERACAO
      *(A GERACAO E TIRADA ANTES DA PRIMEIRA POSTAGEM DA DATA).
       SELECIONAR-MOVIMENTOS.

           MOVE 'N' TO WS-MOV-EOF

           OPEN INPUT MOVIMENTOS
           IF WS-MOV-STATUS NOT = '00'
               DISPLAY 'DIARIO DE MOVIMENTOS INDISPONIVEL, STATUS: '
                   WS-MOV-STATUS
               MOVE 'Y' TO WS-MOV-EOF
           END-IF

           PERFORM UNTIL WS-MOV-EOF = 'Y'
               READ MOVIMENTOS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-MOV-EOF
                   NOT AT END
                       IF MOV-DATA >= WS-DATA-GERACAO
                           ADD 1 TO WS-QTD-SELECIONADOS
                           RELEASE SORT-REC FROM MOVIMENTO-REC
                       END-IF
               END-READ
           END-PERFORM

           IF WS-MOV-STATUS = '00' OR WS-MOV-STATUS = '10'
               CLOSE MOVIMENTOS
           END-IF.

      *SAIDA DO SORT: REAPLICA NA ORDEM DO NSU ATE O FIM DO DIARIO OU
      *ATE A PRIMEIRA PARADA.
       REAPLICAR-MOVIMENTOS.

           OPEN I-O CONTAS
           IF WS-CONTA-STATUS NOT = '00'
               DISPLAY 'MASTER DE CONTAS NAO ABRIU, STATUS: '
                   WS-CONTA-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y' OR WS-PARADA = 'Y'
               RETURN WORK-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM REAPLICAR-UM-MOVIMENTO
               END-RETURN
           END-PERFORM

           CLOSE CONTAS.

      *O MOVIMENTO SO E APLICADO SE O SALDO RECALCULADO BATE COM O
      *SALDO QUE O DIARIO DIZ QUE FICOU NA CONTA.
       REAPLICAR-UM-MOVIMENTO.

           MOVE SRT-CONTA TO CONTA-NUMERO
           READ CONTAS
               INVALID KEY
                   MOVE ZEROS TO WS-SALDO-MASTER WS-SALDO-CALC
                   MOVE 'CONTA AUSENTE NO MASTER RESTAURADO'
                       TO WS-MOTIVO
                   PERFORM PARAR-RECUPERACAO
                   EXIT PARAGRAPH
           END-READ

           MOVE CONTA-SALDO TO WS-SALDO-MASTER
           MOVE CONTA-SALDO TO WS-SALDO-CALC
           MOVE SRT-TIPO    TO WS-TIPO
           MOVE SRT-VALOR   TO WS-VALOR
           PERFORM APLICAR-TIPO-LANCAMENTO

           IF WS-TIPO-VALIDO = 'N'
               MOVE 'TIPO DE LANCAMENTO DESCONHECIDO' TO WS-MOTIVO
               PERFORM PARAR-RECUPERACAO
               EXIT PARAGRAPH
           END-IF

           IF WS-SALDO-CALC NOT = SRT-SALDO-RESULT
               MOVE 'SALDO RECALCULADO NAO BATE COM O DIARIO'
                   TO WS-MOTIVO
               PERFORM PARAR-RECUPERACAO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SALDO-CALC TO CONTA-SALDO
           REWRITE CONTA-REC
               INVALID KEY
                   MOVE 'FALHA NA REGRAVACAO DA CONTA' TO WS-MOTIVO
                   PERFORM PARAR-RECUPERACAO
                   EXIT PARAGRAPH
           END-REWRITE

           ADD 1 TO WS-QTD-REAPLICADOS
           MOVE SRT-NSU  TO WS-ULTIMO-NSU
           MOVE SRT-DATA TO WS-ULTIMA-DATA.

      *CADA TIPO DE LANCAMENTO E TRATADO EXPLICITAMENTE, COMO NO
      *BALANCETE: CREDITOS SOMAM, DEBITOS SUBTRAEM, OS QUE SO ENTRAM
      *NO DIARIO NAO MEXEM NO SALDO, E TIPO DESCONHECIDO NUNCA E
      *SOMADO AS CEGAS.
       APLICAR-TIPO-LANCAMENTO.

           MOVE 'Y' TO WS-TIPO-VALIDO

           EVALUATE WS-TIPO
               WHEN 'DEP'
               WHEN 'JUR'
               WHEN 'ESQ'
               WHEN 'TRC'
               WHEN 'LIB'
               WHEN 'SAL'
               WHEN 'ECR'
               WHEN 'TDV'
               WHEN 'CDR'
               WHEN 'CDY'
                   ADD WS-VALOR TO WS-SALDO-CALC
               WHEN 'SAQ'
               WHEN 'PAR'
               WHEN 'EDP'
               WHEN 'TAR'
               WHEN 'TRD'
               WHEN 'ORD'
               WHEN 'TPC'
               WHEN 'JCE'
               WHEN 'IOF'
               WHEN 'LIQ'
               WHEN 'MOR'
               WHEN 'DVC'
               WHEN 'ESC'
               WHEN 'TED'
               WHEN 'CDA'
               WHEN 'IRF'
               WHEN 'TJD'
               WHEN 'MEN'
               WHEN 'CHQ'
               WHEN 'TDC'
                   SUBTRACT WS-VALOR FROM WS-SALDO-CALC
      *BOLETO PAGO NO BANCO COBRADOR, TED ACATADA PELO RECEBEDOR E
      *RENDIMENTO DE CDB APROPRIADO: SO DIARIO/RAZAO, SALDO INTACTO.
               WHEN 'BOL'
               WHEN 'TEL'
               WHEN 'CDJ'
                   CONTINUE
               WHEN OTHER
                   MOVE 'N' TO WS-TIPO-VALIDO
           END-EVALUATE.

       PARAR-RECUPERACAO.

           MOVE 'Y' TO WS-PARADA

           MOVE SRT-VALOR        TO WS-ED-VALOR
           MOVE WS-SALDO-MASTER  TO WS-ED-SALDO-MASTER
           MOVE WS-SALDO-CALC    TO WS-ED-SALDO-CALC
           MOVE SRT-SALDO-RESULT TO WS-ED-SALDO-DIARIO

           DISPLAY 'PARADA: ' WS-MOTIVO
           DISPLAY '        NSU ' SRT-NSU ' CONTA ' SRT-CONTA
               ' DATA ' SRT-DATA ' TIPO ' SRT-TIPO
               ' PROGRAMA ' SRT-PROGRAMA
           DISPLAY '        VALOR ' WS-ED-VALOR
               ' SALDO ANTES ' WS-ED-SALDO-MASTER
           DISPLAY '        RECALCULADO ' WS-ED-SALDO-CALC
               ' NO DIARIO ' WS-ED-SALDO-DIARIO

           MOVE 'L' TO REL-COMANDO
           MOVE SPACES TO REL-LINHA
           STRING 'PARADA: ' WS-MOTIVO
               ' NSU ' SRT-NSU ' CONTA ' SRT-CONTA
               ' DATA ' SRT-DATA ' TIPO ' SRT-TIPO
               ' PROGRAMA ' SRT-PROGRAMA
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE SPACES TO REL-LINHA
           STRING '        VALOR ' WS-ED-VALOR
               ' SALDO ANTES ' WS-ED-SALDO-MASTER
               ' RECALCULADO ' WS-ED-SALDO-CALC
               ' NO DIARIO ' WS-ED-SALDO-DIARIO
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA.

      *PROVA FINAL: PARA CADA CONTA, SALDO RECUPERADO = ABERTURA DA
      *FOTOGRAFIA + MOVIMENTOS DA DATA DA FOTOGRAFIA (A DATA DE
      *MOVIMENTO ABERTA OU RECEM-FECHADA). MASTER, FOTOGRAFIA E
      *DIARIO ESTAO EM ORDEM DE CONTA E SAO CASADOS JUNTOS; CONTA SEM
      *FOTOGRAFIA TEM ABERTURA ZERO, FOTOGRAFIA SEM CONTA E QUEBRA.
       PROVAR-CONTRA-FOTOGRAFIA.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-FOTO
           OPEN INPUT DATA-MOVIMENTO
           IF WS-DTM-STATUS = '00'
               READ DATA-MOVIMENTO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE DTM-DATA TO WS-DATA-FOTO
               END-READ
               CLOSE DATA-MOVIMENTO
           END-IF

           OPEN INPUT SALDO-ABERTURA
           IF WS-SNAP-STATUS NOT = '00'
               DISPLAY 'SEM FOTOGRAFIA DE ABERTURA, PROVA NAO '
                   'EXECUTADA.'
               MOVE 'L' TO REL-COMANDO
               MOVE 'SEM FOTOGRAFIA DE ABERTURA, PROVA NAO EXECUTADA'
                   TO REL-LINHA
               CALL 'GravaRelatorio' USING WS-REL-AREA
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT CONTAS
           OPEN INPUT MOVIMENTOS
           MOVE 'N' TO WS-MOV-EOF
           IF WS-MOV-STATUS NOT = '00'
               MOVE 'Y' TO WS-MOV-EOF
           END-IF

           MOVE 'N' TO WS-EOF-SNAP
           PERFORM LER-PROXIMA-ABERTURA
           PERFORM LER-PROXIMO-MOV-FOTO

           MOVE 'N' TO WS-EOF-CONTAS
           MOVE ZEROS TO CONTA-NUMERO
           START CONTAS KEY IS NOT LESS THAN CONTA-NUMERO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-CONTAS
           END-START

           PERFORM UNTIL WS-EOF-CONTAS = 'Y'
               READ CONTAS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-CONTAS
               END-READ
               IF WS-CONTA-STATUS NOT = '00' AND NOT = '10'
                   DISPLAY 'ERRO DE LEITURA EM CONTAS, STATUS: '
                       WS-CONTA-STATUS
                   MOVE 'Y' TO WS-EOF-CONTAS
               ELSE
                   IF WS-EOF-CONTAS NOT = 'Y'
                       PERFORM PROVAR-UMA-CONTA
                   END-IF
               END-IF
           END-PERFORM

           PERFORM UNTIL WS-EOF-SNAP = 'Y'
               PERFORM APONTAR-CONTA-SUMIDA
               PERFORM LER-PROXIMA-ABERTURA
           END-PERFORM

           CLOSE CONTAS
           CLOSE SALDO-ABERTURA
           IF WS-MOV-STATUS = '00' OR WS-MOV-STATUS = '10'
               CLOSE MOVIMENTOS
           END-IF

           MOVE 'L' TO REL-COMANDO
           MOVE SPACES TO REL-LINHA
           IF WS-QTD-DIVERGENTES = ZEROS
               STRING 'PROVA CONTRA A FOTOGRAFIA DE ' WS-DATA-FOTO
                   ': PASSA, ' WS-QTD-CONTAS ' CONTAS'
                   DELIMITED BY SIZE INTO REL-LINHA
           ELSE
               STRING 'PROVA CONTRA A FOTOGRAFIA DE ' WS-DATA-FOTO
                   ': FALHA, ' WS-QTD-DIVERGENTES ' DIVERGENTE(S) EM '
                   WS-QTD-CONTAS ' CONTAS'
                   DELIMITED BY SIZE INTO REL-LINHA
               MOVE 8 TO RETURN-CODE
           END-IF
           CALL 'GravaRelatorio' USING WS-REL-AREA

           DISPLAY 'CONTAS PROVADAS........: ' WS-QTD-CONTAS
           DISPLAY 'CONTAS DIVERGENTES.....: ' WS-QTD-DIVERGENTES
           IF WS-QTD-DIVERGENTES = ZEROS
               DISPLAY 'RECUPERACAO: PASSA'
           ELSE
               DISPLAY 'RECUPERACAO: FALHA - MASTER NAO BATE COM A '
                   'FOTOGRAFIA'
           END-IF.

       PROVAR-UMA-CONTA.

           ADD 1 TO WS-QTD-CONTAS

           PERFORM UNTIL WS-EOF-SNAP = 'Y'
               OR SNAP-CONTA >= CONTA-NUMERO
               PERFORM APONTAR-CONTA-SUMIDA
               PERFORM LER-PROXIMA-ABERTURA
           END-PERFORM

           IF WS-EOF-SNAP NOT = 'Y' AND SNAP-CONTA = CONTA-NUMERO
               MOVE SNAP-SALDO TO WS-ABERTURA-CONTA
               PERFORM LER-PROXIMA-ABERTURA
           ELSE
               MOVE ZEROS TO WS-ABERTURA-CONTA
           END-IF

      *MOVIMENTOS DE CONTAS QUE NAO ESTAO NO MASTER FICAM PARA TRAS.
           PERFORM UNTIL WS-MOV-EOF = 'Y'
               OR MOV-CONTA >= CONTA-NUMERO
               PERFORM LER-PROXIMO-MOV-FOTO
           END-PERFORM

           MOVE WS-ABERTURA-CONTA TO WS-SALDO-CALC
           PERFORM UNTIL WS-MOV-EOF = 'Y'
               OR MOV-CONTA > CONTA-NUMERO
               MOVE MOV-TIPO  TO WS-TIPO
               MOVE MOV-VALOR TO WS-VALOR
               PERFORM APLICAR-TIPO-LANCAMENTO
               PERFORM LER-PROXIMO-MOV-FOTO
           END-PERFORM

           IF WS-SALDO-CALC NOT = CONTA-SALDO
               ADD 1 TO WS-QTD-DIVERGENTES
               MOVE WS-SALDO-CALC TO WS-ED-SALDO-CALC
               MOVE CONTA-SALDO   TO WS-ED-SALDO-MASTER
               DISPLAY 'DIVERGENTE ' CONTA-NUMERO ' ESPERADO '
                   WS-ED-SALDO-CALC ' RECUPERADO ' WS-ED-SALDO-MASTER
               MOVE 'L' TO REL-COMANDO
               MOVE SPACES TO REL-LINHA
               STRING 'DIVERGENTE ' CONTA-NUMERO ' ESPERADO '
                   WS-ED-SALDO-CALC ' RECUPERADO ' WS-ED-SALDO-MASTER
                   DELIMITED BY SIZE INTO REL-LINHA
               CALL 'GravaRelatorio' USING WS-REL-AREA
           END-IF.

       LER-PROXIMA-ABERTURA.

           READ SALDO-ABERTURA
               AT END
                   MOVE 'Y' TO WS-EOF-SNAP
           END-READ
           IF WS-SNAP-STATUS NOT = '00' AND NOT = '10'
               MOVE 'Y' TO WS-EOF-SNAP
           END-IF.

      *PROXIMO MOVIMENTO DO DIARIO DATADO NA DATA DA FOTOGRAFIA (O
      *DIARIO SAI EM ORDEM DE CONTA + DATA + NSU).
       LER-PROXIMO-MOV-FOTO.

           MOVE 'N' TO WS-ACHOU-MOV
           PERFORM UNTIL WS-MOV-EOF = 'Y' OR WS-ACHOU-MOV = 'Y'
               READ MOVIMENTOS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-MOV-EOF
               END-READ
               IF WS-MOV-STATUS NOT = '00' AND NOT = '10'
                   MOVE 'Y' TO WS-MOV-EOF
               END-IF
               IF WS-MOV-EOF NOT = 'Y' AND MOV-DATA = WS-DATA-FOTO
                   MOVE 'Y' TO WS-ACHOU-MOV
               END-IF
           END-PERFORM.

       APONTAR-CONTA-SUMIDA.

           ADD 1 TO WS-QTD-DIVERGENTES

           DISPLAY 'CONTA DA FOTOGRAFIA AUSENTE NO MASTER: ' SNAP-CONTA

           MOVE 'L' TO REL-COMANDO
           MOVE SPACES TO REL-LINHA
           STRING 'CONTA DA FOTOGRAFIA AUSENTE NO MASTER: ' SNAP-CONTA
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA.
