      *=================================================================
       IDENTIFICATION                                  DIVISION.
      *=================================================================
       PROGRAM-ID. TransferenciasTED.
      *******************************************************************
      * Author: Vinícius Azevedo
      * Date: 15/10/2026
      * Purpose: Envio de TED para outros bancos
      * Tectonics: cobc
      ******************************************************************
      * Posta as ordens de TED da noite (ted_solicitacoes.dat,
      * envelopado como os demais feeds): transferencia para banco,
      * agencia, conta e CPF/CNPJ FORA da instituicao. A conta de
      * origem passa pelas MESMAS conferencias da Transferencias --
      * conta conhecida e ativa, debito dentro do disponivel (saldo
      * mais o limite de cheque especial vigente) -- e pelo limite
      * diario (limites_diarios.dat, o mesmo cadastro do lote de
      * saques, contado sobre as TEDs da data). Ordem que nao passa
      * vai inteira para o arquivo de excecoes (ted_exc.dat), sem
      * debito. A TED aceita debita a origem (tipo TED no diario),
      * ganha um numero unico, fica no cadastro de TEDs enviadas
      * (ted_enviadas.dat) aguardando o retorno da compensacao e sai
      * na remessa para a compensacao (ted_remessa.dat) com a MESMA
      * disciplina de envelope do extrato do canal -- header 'H' com
      * data e sequencia, detalhes 'D' e trailer 'T' com contagem e
      * hash -- e o recibo no arquivo de controle (ted_ctl.dat).
      * No razao o debito TED vai para a conta-ponte de TED do mapa
      * contabil; o retorno (RetornoTED) tira da ponte a TED acatada
      * (TEL) ou devolvida (TDV), e a ponte zera quando todos os
      * retornos chegam.
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

           SELECT SOLICITACOES-TED ASSIGN TO 'ted_solicitacoes.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SOL-STATUS.

           SELECT TEDS ASSIGN TO 'ted_enviadas.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TEDM-NUMERO
           FILE STATUS IS WS-TED-STATUS.

           SELECT REMESSA-TED ASSIGN TO 'ted_remessa.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-REM-STATUS.

           SELECT TED-CONTROLE ASSIGN TO 'ted_ctl.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CTL-STATUS.

           SELECT EXCECOES-TED ASSIGN TO 'ted_exc.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-EXC-STATUS.

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

           SELECT LIMITES-DIARIOS ASSIGN TO 'limites_diarios.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-LDI-STATUS.

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
       FD  CONTAS.
       01  CONTA-REC.
           COPY CONTAREC REPLACING ==:PREFIX:== BY ==CONTA==.

      *AS ORDENS DE TED CHEGAM ENVELOPADAS (HEADER 'H', DETALHES 'D',
      *TRAILER 'T' COM CONTAGEM E HASH), VALIDADAS INTEIRAS ANTES DE
      *QUALQUER DEBITO, COMO OS DEMAIS FEEDS.
       FD  SOLICITACOES-TED.
       01  SOLICITACAO-HEADER.
           05 SOLH-TIPO            PIC X(1).
           05 SOLH-DATA            PIC 9(8).
           05 SOLH-SEQUENCIA       PIC 9(6).
           05 FILLER               PIC X(37).
       01  SOLICITACAO-REC.
           05 SOLD-TIPO            PIC X(1).
           05 SOL-CONTA-ORIGEM     PIC 9(6).
           05 SOL-BANCO            PIC 9(3).
           05 SOL-AGENCIA          PIC 9(4).
           05 SOL-CONTA-DESTINO    PIC 9(12).
           05 SOL-TIPO-PESSOA      PIC X(1).
           05 SOL-DOC-FAVORECIDO   PIC 9(14).
           05 SOL-VALOR            PIC 9(9)V99.
       01  SOLICITACAO-TRAILER.
           05 SOLT-TIPO            PIC X(1).
           05 SOLT-QTD             PIC 9(6).
           05 SOLT-HASH            PIC 9(11)V99.
           05 FILLER               PIC X(32).

       FD  TEDS.
       01  TED-REC.
           COPY TEDREC REPLACING ==:PREFIX:== BY ==TEDM==.

      *LAYOUT FIXO DE 80 POSICOES ACORDADO COM A COMPENSACAO: HEADER
      *'H', UM DETALHE 'D' POR TED DEBITADA (COM O CPF DO REMETENTE)
      *E TRAILER 'T' COM CONTAGEM E HASH DOS VALORES.
       FD  REMESSA-TED.
       01  REMESSA-HEADER.
           05 RMH-TIPO             PIC X(1).
           05 RMH-DATA             PIC 9(8).
           05 RMH-SEQUENCIA        PIC 9(6).
           05 FILLER               PIC X(65).
       01  REMESSA-DETALHE.
           05 RMD-TIPO             PIC X(1).
           05 RMD-NUMERO-TED       PIC 9(10).
           05 RMD-CONTA-ORIGEM     PIC 9(6).
           05 RMD-CPF-REMETENTE    PIC 9(11).
           05 RMD-BANCO            PIC 9(3).
           05 RMD-AGENCIA          PIC 9(4).
           05 RMD-CONTA-DESTINO    PIC 9(12).
           05 RMD-TIPO-PESSOA      PIC X(1).
           05 RMD-DOC-FAVORECIDO   PIC 9(14).
           05 RMD-VALOR            PIC 9(9)V99.
           05 FILLER               PIC X(7).
       01  REMESSA-TRAILER.
           05 RMT-TIPO             PIC X(1).
           05 RMT-QTD              PIC 9(6).
           05 RMT-HASH             PIC 9(13)V99.
           05 FILLER               PIC X(58).

      *UM REGISTRO POR REMESSA ENVIADA: E O RECIBO DO ENVELOPE E
      *GUARDA O ULTIMO NUMERO DE TED USADO.
       FD  TED-CONTROLE.
       01  TED-CONTROLE-REC.
           05 TCT-DATA             PIC 9(8).
           05 TCT-SEQUENCIA        PIC 9(6).
           05 TCT-QTD              PIC 9(6).
           05 TCT-HASH             PIC 9(13)V99.
           05 TCT-ULTIMO-NUMERO    PIC 9(10).

      *ORDEM REJEITADA SAI INTEIRA, COM O MOTIVO, PARA O OPERADOR DA
      *MANHA DEVOLVER AO CLIENTE.
       FD  EXCECOES-TED.
       01  EXCECAO-TED-REC.
           05 EXE-TIMESTAMP        PIC X(21).
           05 EXE-CONTA-ORIGEM     PIC 9(6).
           05 EXE-BANCO            PIC 9(3).
           05 EXE-VALOR            PIC 9(9)V99.
           05 EXE-MOTIVO           PIC X(20).

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

      *LIMITES DIARIOS: LINHAS 'T' POR TIPO DE CONTA (PADRAO) E
      *LINHAS 'C' POR CONTA (EXCECAO APROVADA). VALOR E CONTAGEM
      *MAXIMOS POR DATA DE MOVIMENTO.
       FD  LIMITES-DIARIOS.
       01  LIMITE-DIARIO-REC.
           05 LDI-TIPO             PIC X(1).
           05 LDI-TIPO-CONTA       PIC X(2).
           05 LDI-CONTA            PIC 9(6).
           05 LDI-VALOR-DIA        PIC 9(9)V99.
           05 LDI-QTD-DIA          PIC 9(3).

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
       77 WS-CONTA-STATUS      PIC X(2)    VALUE '00'.
       77 WS-SOL-STATUS        PIC X(2)    VALUE '00'.
       77 WS-TED-STATUS        PIC X(2)    VALUE '00'.
       77 WS-REM-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CTL-STATUS        PIC X(2)    VALUE '00'.
       77 WS-EXC-STATUS        PIC X(2)    VALUE '00'.
       77 WS-MOV-STATUS        PIC X(2)    VALUE '00'.
       77 WS-LIM-STATUS        PIC X(2)    VALUE '00'.
       77 WS-LDI-STATUS        PIC X(2)    VALUE '00'.

       77 WS-EOF               PIC X(1)    VALUE 'N'.
       77 WS-CTL-EOF           PIC X(1)    VALUE 'N'.
       77 WS-LDI-EOF           PIC X(1)    VALUE 'N'.
       77 WS-TEM-SOLICITACOES  PIC X(1)    VALUE 'Y'.
       77 WS-TEM-LIMITES       PIC X(1)    VALUE 'N'.
       77 WS-LIMITE-VIGENTE    PIC 9(9)V99 VALUE ZEROS.
       77 WS-DISPONIVEL        PIC S9(11)V99 VALUE ZEROS.
      *'Y' ENQUANTO O CADASTRO DE BLOQUEIOS JUDICIAIS ESTA ABERTO;
      *SEM O ARQUIVO, NENHUMA CONTA TEM VALOR RETIDO.
       77 WS-BLQ-STATUS        PIC X(2)    VALUE '00'.
       77 WS-BLQ-EOF           PIC X(1)    VALUE 'N'.
       77 WS-TEM-BLOQUEIOS     PIC X(1)    VALUE 'N'.
       77 WS-VALOR-BLOQUEADO   PIC 9(9)V99 VALUE ZEROS.
       77 WS-TED-OK            PIC X(1)    VALUE 'Y'.
       77 WS-MOTIVO            PIC X(20)   VALUE SPACES.

       77 WS-SEQUENCIA         PIC 9(6)    VALUE ZEROS.
       77 WS-NUMERO-TED        PIC 9(10)   VALUE ZEROS.
       77 WS-QTD-ENVIADAS      PIC 9(6)    VALUE ZEROS.
       77 WS-QTD-REJEITADAS    PIC 9(7)    VALUE ZEROS.
       77 WS-HASH-ENVIADAS     PIC 9(13)V99 VALUE ZEROS.
       77 WS-TOTAL-ED          PIC 9(13).99 VALUE ZEROS.
       77 WS-QTD-PASSO         PIC 9(9)    VALUE ZEROS.

      *VALIDACAO DO ENVELOPE DO ARQUIVO DE ENTRADA, ANTES DE TOCAR O
      *MASTER.
       77 WS-ENV-QTD           PIC 9(6)    VALUE ZEROS.
       77 WS-ENV-HASH          PIC 9(11)V99 VALUE ZEROS.
       77 WS-ENV-TEM-HEADER    PIC X(1)    VALUE 'N'.
       77 WS-ENV-TEM-TRAILER   PIC X(1)    VALUE 'N'.
       77 WS-ENV-OK            PIC X(1)    VALUE 'Y'.

      *LIMITES DIARIOS E ACUMULADO DE TEDS DA DATA POR CONTA: O
      *ACUMULADO PARTE DAS 'TED' JA LANCADAS NO DIARIO NA MESMA DATA
      *E CRESCE COM O QUE ESTE LOTE DEBITA.
       77 WS-VALOR-ACUMULAR    PIC 9(9)V99 VALUE ZEROS.
       77 WS-DENTRO-LIMITE     PIC X(1)    VALUE 'Y'.
       77 WS-I-LIM             PIC 9(3)    VALUE ZEROS.
       77 WS-LIMITE-VALOR-DIA  PIC 9(9)V99 VALUE ZEROS.
       77 WS-LIMITE-QTD-DIA    PIC 9(3)    VALUE ZEROS.
       77 WS-TEM-LIMITE-DIA    PIC X(1)    VALUE 'N'.
       77 WS-ACUM-ACHADO       PIC X(1)    VALUE 'N'.
       77 WS-ACUM-VALOR        PIC 9(11)V99 VALUE ZEROS.
       77 WS-ACUM-QTD          PIC 9(5)    VALUE ZEROS.
       01 WS-QTD-LIM-TIPO      PIC 9(2)    VALUE ZEROS.
       01 WS-TABELA-LIM-TIPO.
           05 WS-LMT-ENTRADA OCCURS 10 TIMES.
              10 WS-LMT-TIPO-CONTA PIC X(2).
              10 WS-LMT-VALOR      PIC 9(9)V99.
              10 WS-LMT-QTD        PIC 9(3).
       01 WS-QTD-LIM-CONTA     PIC 9(3)    VALUE ZEROS.
       01 WS-TABELA-LIM-CONTA.
           05 WS-LMC-ENTRADA OCCURS 100 TIMES.
              10 WS-LMC-CONTA      PIC 9(6).
              10 WS-LMC-VALOR      PIC 9(9)V99.
              10 WS-LMC-QTD        PIC 9(3).
       01 WS-QTD-ACUM          PIC 9(3)    VALUE ZEROS.
       01 WS-TABELA-ACUM.
           05 WS-ACM-ENTRADA OCCURS 200 TIMES.
              10 WS-ACM-CONTA      PIC 9(6).
              10 WS-ACM-VALOR      PIC 9(11)V99.
              10 WS-ACM-QTD        PIC 9(5).

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
       77 WS-NOME-PASSO        PIC X(12)   VALUE 'TEDENVIO    '.

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
           PERFORM VALIDAR-ENVELOPE-TED.

           IF WS-TEM-SOLICITACOES = 'Y'
               PERFORM CARREGAR-LIMITES-DIARIOS
               PERFORM CARREGAR-TEDS-DO-DIA
               PERFORM OBTER-PROXIMA-SEQUENCIA
               PERFORM PROCESSAR-SOLICITACOES
               PERFORM REGISTRAR-ENVELOPE
           END-IF.

           ADD WS-QTD-ENVIADAS WS-QTD-REJEITADAS GIVING WS-QTD-PASSO.
           PERFORM ENCERRAR-CONTROLE-EXECUCAO.
           PERFORM IMPRIMIR-TRAILER-TED.

           STOP RUN.

      *PASSADA COMPLETA DE VALIDACAO DO ENVELOPE DAS ORDENS DE TED,
      *ANTES DE TOCAR O MASTER. SEM ARQUIVO NAO HA TED NA NOITE;
      *ENVELOPE DIVERGENTE ABENDA O PASSO.
       VALIDAR-ENVELOPE-TED.

           MOVE ZEROS TO WS-ENV-QTD WS-ENV-HASH
           MOVE 'N' TO WS-ENV-TEM-HEADER WS-ENV-TEM-TRAILER
           MOVE 'Y' TO WS-ENV-OK
           MOVE 'N' TO WS-EOF

           OPEN INPUT SOLICITACOES-TED
           IF WS-SOL-STATUS NOT = '00'
               DISPLAY 'SEM ORDENS DE TED NA DATA (STATUS '
                   WS-SOL-STATUS ').'
               MOVE 'N' TO WS-TEM-SOLICITACOES
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ SOLICITACOES-TED
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM CONFERIR-REGISTRO-ENVELOPE
               END-READ
           END-PERFORM

           CLOSE SOLICITACOES-TED
           MOVE 'N' TO WS-EOF

           IF WS-ENV-TEM-HEADER = 'N'
               DISPLAY 'ORDENS DE TED SEM HEADER DE ENVELOPE.'
               MOVE 'N' TO WS-ENV-OK
           END-IF
           IF WS-ENV-TEM-TRAILER = 'N'
               DISPLAY 'ORDENS DE TED SEM TRAILER DE ENVELOPE '
                   '(ARQUIVO TRUNCADO?).'
               MOVE 'N' TO WS-ENV-OK
           END-IF

           IF WS-ENV-OK NOT = 'Y'
               DISPLAY 'ENVELOPE DAS ORDENS DE TED INVALIDO: LOTE '
                   'ABORTADO.'
               PERFORM ABORTAR-PASSO
           END-IF.

       CONFERIR-REGISTRO-ENVELOPE.

           EVALUATE SOLD-TIPO
               WHEN 'H'
                   MOVE 'Y' TO WS-ENV-TEM-HEADER
                   IF SOLH-DATA NOT = WS-DATA-MOVIMENTO
                       DISPLAY 'HEADER DAS ORDENS DE TED COM DATA '
                           SOLH-DATA ' DIFERENTE DA DATA DE '
                           'MOVIMENTO ' WS-DATA-MOVIMENTO
                       MOVE 'N' TO WS-ENV-OK
                   END-IF
               WHEN 'D'
                   ADD 1 TO WS-ENV-QTD
                   ADD SOL-VALOR TO WS-ENV-HASH
               WHEN 'T'
                   MOVE 'Y' TO WS-ENV-TEM-TRAILER
                   IF SOLT-QTD NOT = WS-ENV-QTD
                       DISPLAY 'TRAILER DAS ORDENS DE TED: CONTAGEM '
                           SOLT-QTD ' DIFERE DOS DETALHES '
                           WS-ENV-QTD
                       MOVE 'N' TO WS-ENV-OK
                   END-IF
                   IF SOLT-HASH NOT = WS-ENV-HASH
                       DISPLAY 'TRAILER DAS ORDENS DE TED: HASH NAO '
                           'BATE COM OS DETALHES.'
                       MOVE 'N' TO WS-ENV-OK
                   END-IF
               WHEN OTHER
                   DISPLAY 'REGISTRO DE TIPO DESCONHECIDO NAS '
                       'ORDENS DE TED.'
                   MOVE 'N' TO WS-ENV-OK
           END-EVALUATE.

      *A SEQUENCIA DA REMESSA E A ULTIMA DO ARQUIVO DE CONTROLE + 1,
      *COMO NO EXTRATO DO CANAL; O ULTIMO NUMERO DE TED USADO VEM DO
      *MESMO RECIBO.
       OBTER-PROXIMA-SEQUENCIA.

           MOVE ZEROS TO WS-SEQUENCIA WS-NUMERO-TED

           OPEN INPUT TED-CONTROLE
           IF WS-CTL-STATUS = '00'
               MOVE 'N' TO WS-CTL-EOF
               PERFORM UNTIL WS-CTL-EOF = 'Y'
                   READ TED-CONTROLE
                       AT END
                           MOVE 'Y' TO WS-CTL-EOF
                       NOT AT END
                           MOVE TCT-SEQUENCIA     TO WS-SEQUENCIA
                           MOVE TCT-ULTIMO-NUMERO TO WS-NUMERO-TED
                   END-READ
               END-PERFORM
               CLOSE TED-CONTROLE
           END-IF

           ADD 1 TO WS-SEQUENCIA.

       PROCESSAR-SOLICITACOES.

           MOVE 'N' TO WS-EOF

           OPEN INPUT SOLICITACOES-TED
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
           OPEN I-O MOVIMENTOS
           IF WS-MOV-STATUS = '35'
               OPEN OUTPUT MOVIMENTOS
           END-IF
           OPEN I-O CONTAS
           IF WS-CONTA-STATUS = '35'
               OPEN OUTPUT CONTAS
               CLOSE CONTAS
               OPEN I-O CONTAS
           END-IF
           OPEN I-O TEDS
           IF WS-TED-STATUS = '35'
               OPEN OUTPUT TEDS
               CLOSE TEDS
               OPEN I-O TEDS
           END-IF
           IF WS-TED-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE TEDS NAO ABRIU, STATUS: '
                   WS-TED-STATUS
               PERFORM ABORTAR-PASSO
           END-IF

           OPEN OUTPUT REMESSA-TED
           MOVE SPACES            TO REMESSA-HEADER
           MOVE 'H'               TO RMH-TIPO
           MOVE WS-DATA-MOVIMENTO TO RMH-DATA
           MOVE WS-SEQUENCIA      TO RMH-SEQUENCIA
           WRITE REMESSA-HEADER

           PERFORM UNTIL WS-EOF = 'Y'
               READ SOLICITACOES-TED
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SOLD-TIPO = 'D'
                           PERFORM POSTAR-TED
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES           TO REMESSA-TRAILER
           MOVE 'T'              TO RMT-TIPO
           MOVE WS-QTD-ENVIADAS  TO RMT-QTD
           MOVE WS-HASH-ENVIADAS TO RMT-HASH
           WRITE REMESSA-TRAILER
           CLOSE REMESSA-TED

           CLOSE SOLICITACOES-TED
           CLOSE TEDS
           CLOSE CONTAS
           CLOSE MOVIMENTOS
           IF WS-TEM-LIMITES = 'Y'
               CLOSE LIMITES-CHEQUE
           END-IF
           IF WS-TEM-BLOQUEIOS = 'Y'
               CLOSE BLOQUEIOS-JUDICIAIS
           END-IF.

      *A ORDEM E VALIDADA INTEIRA ANTES DE TOCAR O SALDO: FAVORECIDO
      *COMPLETO, ORIGEM CONHECIDA, ATIVA E EM REAIS, DENTRO DO LIMITE
      *DIARIO E DO DISPONIVEL (SALDO MAIS O LIMITE DE CHEQUE ESPECIAL
      *VIGENTE).
       POSTAR-TED.

           MOVE 'Y' TO WS-TED-OK

           IF SOL-BANCO = ZEROS OR SOL-AGENCIA = ZEROS
               OR SOL-CONTA-DESTINO = ZEROS
               OR SOL-DOC-FAVORECIDO = ZEROS
               OR (SOL-TIPO-PESSOA NOT = 'F'
                   AND SOL-TIPO-PESSOA NOT = 'J')
               MOVE 'FAVORECIDO INVALIDO' TO WS-MOTIVO
               MOVE 'N' TO WS-TED-OK
           END-IF
           IF WS-TED-OK = 'Y' AND SOL-VALOR = ZEROS
               MOVE 'VALOR ZERADO' TO WS-MOTIVO
               MOVE 'N' TO WS-TED-OK
           END-IF

           IF WS-TED-OK = 'Y'
               MOVE SOL-CONTA-ORIGEM TO CONTA-NUMERO
               READ CONTAS
                   INVALID KEY
                       MOVE 'ORIGEM DESCONHECIDA' TO WS-MOTIVO
                       MOVE 'N' TO WS-TED-OK
                   NOT INVALID KEY
                       IF CONTA-SITUACAO NOT = 'A'
                           MOVE 'ORIGEM INDISPONIVEL' TO WS-MOTIVO
                           MOVE 'N' TO WS-TED-OK
                       END-IF
               END-READ
           END-IF

      *TED E LIQUIDADA EM REAIS: CONTA EM MOEDA ESTRANGEIRA NAO
      *ORIGINA TED.
           IF WS-TED-OK = 'Y' AND CONTA-MOEDA NOT = 'BRL'
               MOVE 'CONTA NAO EM REAIS' TO WS-MOTIVO
               MOVE 'N' TO WS-TED-OK
           END-IF

           IF WS-TED-OK = 'Y'
               PERFORM CONFERIR-LIMITE-DIARIO
           END-IF

           IF WS-TED-OK = 'Y'
               PERFORM BUSCAR-LIMITE-CONTA
               COMPUTE WS-DISPONIVEL =
                   CONTA-SALDO + WS-LIMITE-VIGENTE
      *VALOR RETIDO POR ORDEM JUDICIAL SAI DO DISPONIVEL E, COM
      *RETENCAO ATIVA, O LIMITE DE CHEQUE ESPECIAL NAO CONTA: O DEBITO
      *NAO PODE CONSUMIR O DINHEIRO CONGELADO A CREDITO DO BANCO.
               PERFORM BUSCAR-BLOQUEIO-CONTA
               IF WS-VALOR-BLOQUEADO > ZEROS
                   COMPUTE WS-DISPONIVEL = WS-DISPONIVEL
                       - WS-LIMITE-VIGENTE - WS-VALOR-BLOQUEADO
               END-IF
               IF SOL-VALOR > WS-DISPONIVEL
                   MOVE 'SALDO INSUFICIENTE' TO WS-MOTIVO
                   MOVE 'N' TO WS-TED-OK
               END-IF
           END-IF

           IF WS-TED-OK = 'Y'
               PERFORM EFETIVAR-TED
           ELSE
               PERFORM REGISTRAR-EXCECAO-TED
           END-IF.

      *SO CHEGA AQUI COM A ORDEM INTEIRA VALIDADA E A CONTA DE ORIGEM
      *LIDA EM CONTA-REC: DEBITA, LANCA, CADASTRA E REMETE.
       EFETIVAR-TED.

           SUBTRACT SOL-VALOR FROM CONTA-SALDO
           REWRITE CONTA-REC

           MOVE CONTA-NUMERO      TO MOV-CONTA
           MOVE WS-DATA-MOVIMENTO TO MOV-DATA
           MOVE 'TED'             TO MOV-TIPO
           MOVE SOL-VALOR         TO MOV-VALOR
           MOVE CONTA-SALDO       TO MOV-SALDO-RESULT
           MOVE 'TEDENVIO'        TO MOV-PROGRAMA
           PERFORM GRAVAR-MOVIMENTO

           MOVE SOL-VALOR TO WS-VALOR-ACUMULAR
           PERFORM ACUMULAR-TED-DO-DIA

           ADD 1 TO WS-NUMERO-TED
           MOVE WS-NUMERO-TED      TO TEDM-NUMERO
           MOVE WS-DATA-MOVIMENTO  TO TEDM-DATA-ENVIO
           MOVE SOL-CONTA-ORIGEM   TO TEDM-CONTA-ORIGEM
           MOVE SOL-BANCO          TO TEDM-BANCO-DESTINO
           MOVE SOL-AGENCIA        TO TEDM-AGENCIA-DESTINO
           MOVE SOL-CONTA-DESTINO  TO TEDM-CONTA-DESTINO
           MOVE SOL-TIPO-PESSOA    TO TEDM-TIPO-PESSOA
           MOVE SOL-DOC-FAVORECIDO TO TEDM-DOC-FAVORECIDO
           MOVE SOL-VALOR          TO TEDM-VALOR
           MOVE 'E'                TO TEDM-SITUACAO
           MOVE ZEROS              TO TEDM-DATA-RETORNO
           MOVE SPACES             TO TEDM-MOTIVO-DEVOLUCAO
           WRITE TED-REC
               INVALID KEY
                   DISPLAY 'NUMERO DE TED JA EXISTE NO CADASTRO: '
                       TEDM-NUMERO ' (CONTROLE DESATUALIZADO?)'
                   PERFORM ABORTAR-PASSO
           END-WRITE

           MOVE SPACES             TO REMESSA-DETALHE
           MOVE 'D'                TO RMD-TIPO
           MOVE TEDM-NUMERO        TO RMD-NUMERO-TED
           MOVE SOL-CONTA-ORIGEM   TO RMD-CONTA-ORIGEM
           MOVE CONTA-CPF-TITULAR  TO RMD-CPF-REMETENTE
           MOVE SOL-BANCO          TO RMD-BANCO
           MOVE SOL-AGENCIA        TO RMD-AGENCIA
           MOVE SOL-CONTA-DESTINO  TO RMD-CONTA-DESTINO
           MOVE SOL-TIPO-PESSOA    TO RMD-TIPO-PESSOA
           MOVE SOL-DOC-FAVORECIDO TO RMD-DOC-FAVORECIDO
           MOVE SOL-VALOR          TO RMD-VALOR
           WRITE REMESSA-DETALHE

           ADD 1 TO WS-QTD-ENVIADAS
           ADD SOL-VALOR TO WS-HASH-ENVIADAS

           DISPLAY 'TED ENVIADA: ' TEDM-NUMERO ' CONTA '
               SOL-CONTA-ORIGEM ' -> BANCO ' SOL-BANCO ' VALOR '
               SOL-VALOR.

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

       CARREGAR-LIMITES-DIARIOS.

           MOVE 'N' TO WS-LDI-EOF
           MOVE ZEROS TO WS-QTD-LIM-TIPO WS-QTD-LIM-CONTA

           OPEN INPUT LIMITES-DIARIOS
           IF WS-LDI-STATUS NOT = '00'
               MOVE 'Y' TO WS-LDI-EOF
           END-IF

           PERFORM UNTIL WS-LDI-EOF = 'Y'
               READ LIMITES-DIARIOS
                   AT END
                       MOVE 'Y' TO WS-LDI-EOF
                   NOT AT END
                       PERFORM CARREGAR-LINHA-LIMITE-DIARIO
               END-READ
           END-PERFORM

           IF WS-LDI-STATUS = '00' OR WS-LDI-STATUS = '10'
               CLOSE LIMITES-DIARIOS
           END-IF.

       CARREGAR-LINHA-LIMITE-DIARIO.

           EVALUATE LDI-TIPO
               WHEN 'T'
                   IF WS-QTD-LIM-TIPO < 10
                       ADD 1 TO WS-QTD-LIM-TIPO
                       MOVE LDI-TIPO-CONTA
                           TO WS-LMT-TIPO-CONTA(WS-QTD-LIM-TIPO)
                       MOVE LDI-VALOR-DIA
                           TO WS-LMT-VALOR(WS-QTD-LIM-TIPO)
                       MOVE LDI-QTD-DIA
                           TO WS-LMT-QTD(WS-QTD-LIM-TIPO)
                   END-IF
               WHEN 'C'
                   IF WS-QTD-LIM-CONTA < 100
                       ADD 1 TO WS-QTD-LIM-CONTA
                       MOVE LDI-CONTA
                           TO WS-LMC-CONTA(WS-QTD-LIM-CONTA)
                       MOVE LDI-VALOR-DIA
                           TO WS-LMC-VALOR(WS-QTD-LIM-CONTA)
                       MOVE LDI-QTD-DIA
                           TO WS-LMC-QTD(WS-QTD-LIM-CONTA)
                   END-IF
               WHEN OTHER
                   DISPLAY 'LINHA INVALIDA EM limites_diarios.dat.'
           END-EVALUATE.

      *O ACUMULADO DO DIA PARTE DO DIARIO: TEDS JA DEBITADAS NA
      *MESMA DATA CONTAM NO LIMITE DIARIO.
       CARREGAR-TEDS-DO-DIA.

           MOVE 'N' TO WS-LDI-EOF
           MOVE ZEROS TO WS-QTD-ACUM

           OPEN INPUT MOVIMENTOS
           IF WS-MOV-STATUS NOT = '00'
               MOVE 'Y' TO WS-LDI-EOF
           END-IF

           PERFORM UNTIL WS-LDI-EOF = 'Y'
               READ MOVIMENTOS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LDI-EOF
                   NOT AT END
                       IF MOV-TIPO = 'TED'
                           AND MOV-DATA = WS-DATA-MOVIMENTO
                           MOVE MOV-CONTA TO CONTA-NUMERO
                           MOVE MOV-VALOR TO WS-VALOR-ACUMULAR
                           PERFORM ACUMULAR-TED-DO-DIA
                       END-IF
               END-READ
           END-PERFORM

           IF WS-MOV-STATUS = '00' OR WS-MOV-STATUS = '10'
               CLOSE MOVIMENTOS
           END-IF.

      *SOMA WS-VALOR-ACUMULAR NO ACUMULADO DO DIA DA CONTA CORRENTE
      *(CONTA-NUMERO).
       ACUMULAR-TED-DO-DIA.

           MOVE 'N' TO WS-ACUM-ACHADO
           PERFORM VARYING WS-I-LIM FROM 1 BY 1
               UNTIL WS-I-LIM > WS-QTD-ACUM
               OR WS-ACUM-ACHADO = 'Y'
               IF WS-ACM-CONTA(WS-I-LIM) = CONTA-NUMERO
                   MOVE 'Y' TO WS-ACUM-ACHADO
                   ADD WS-VALOR-ACUMULAR TO WS-ACM-VALOR(WS-I-LIM)
                   ADD 1 TO WS-ACM-QTD(WS-I-LIM)
               END-IF
           END-PERFORM

           IF WS-ACUM-ACHADO = 'N'
               IF WS-QTD-ACUM < 200
                   ADD 1 TO WS-QTD-ACUM
                   MOVE CONTA-NUMERO      TO WS-ACM-CONTA(WS-QTD-ACUM)
                   MOVE WS-VALOR-ACUMULAR TO WS-ACM-VALOR(WS-QTD-ACUM)
                   MOVE 1                 TO WS-ACM-QTD(WS-QTD-ACUM)
               ELSE
                   DISPLAY 'TABELA DE ACUMULADO DIARIO CHEIA (200),'
                       ' CONTA FORA DO CONTROLE: ' CONTA-NUMERO
               END-IF
           END-IF.

      *LIMITE DA CONTA: A EXCECAO POR CONTA ('C') VALE SOBRE O
      *PADRAO DO TIPO ('T'); SEM LINHA NENHUMA NAO HA LIMITE DIARIO.
      *A DECISAO USA O ACUMULADO DO DIA MAIS A TED EM EXAME. NAO HA
      *FILA DE REVISAO PARA TED: ALEM DO LIMITE A ORDEM E REJEITADA.
       CONFERIR-LIMITE-DIARIO.

           MOVE 'Y' TO WS-DENTRO-LIMITE
           MOVE 'N' TO WS-TEM-LIMITE-DIA

           PERFORM VARYING WS-I-LIM FROM 1 BY 1
               UNTIL WS-I-LIM > WS-QTD-LIM-CONTA
               OR WS-TEM-LIMITE-DIA = 'Y'
               IF WS-LMC-CONTA(WS-I-LIM) = CONTA-NUMERO
                   MOVE 'Y' TO WS-TEM-LIMITE-DIA
                   MOVE WS-LMC-VALOR(WS-I-LIM)
                       TO WS-LIMITE-VALOR-DIA
                   MOVE WS-LMC-QTD(WS-I-LIM) TO WS-LIMITE-QTD-DIA
               END-IF
           END-PERFORM

           IF WS-TEM-LIMITE-DIA = 'N'
               PERFORM VARYING WS-I-LIM FROM 1 BY 1
                   UNTIL WS-I-LIM > WS-QTD-LIM-TIPO
                   OR WS-TEM-LIMITE-DIA = 'Y'
                   IF WS-LMT-TIPO-CONTA(WS-I-LIM) = CONTA-TIPO
                       MOVE 'Y' TO WS-TEM-LIMITE-DIA
                       MOVE WS-LMT-VALOR(WS-I-LIM)
                           TO WS-LIMITE-VALOR-DIA
                       MOVE WS-LMT-QTD(WS-I-LIM)
                           TO WS-LIMITE-QTD-DIA
                   END-IF
               END-PERFORM
           END-IF

           IF WS-TEM-LIMITE-DIA = 'N'
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WS-ACUM-VALOR WS-ACUM-QTD
           PERFORM VARYING WS-I-LIM FROM 1 BY 1
               UNTIL WS-I-LIM > WS-QTD-ACUM
               IF WS-ACM-CONTA(WS-I-LIM) = CONTA-NUMERO
                   MOVE WS-ACM-VALOR(WS-I-LIM) TO WS-ACUM-VALOR
                   MOVE WS-ACM-QTD(WS-I-LIM)   TO WS-ACUM-QTD
               END-IF
           END-PERFORM

           IF WS-LIMITE-VALOR-DIA > ZEROS
               AND WS-ACUM-VALOR + SOL-VALOR > WS-LIMITE-VALOR-DIA
               MOVE 'N' TO WS-DENTRO-LIMITE
               MOVE 'LIMITE DIARIO VALOR' TO WS-MOTIVO
           END-IF
           IF WS-LIMITE-QTD-DIA > ZEROS
               AND WS-ACUM-QTD + 1 > WS-LIMITE-QTD-DIA
               MOVE 'N' TO WS-DENTRO-LIMITE
               MOVE 'LIMITE DIARIO QTD' TO WS-MOTIVO
           END-IF

           IF WS-DENTRO-LIMITE = 'N'
               MOVE 'N' TO WS-TED-OK
           END-IF.

       REGISTRAR-EXCECAO-TED.

           ADD 1 TO WS-QTD-REJEITADAS

           OPEN EXTEND EXCECOES-TED
           IF WS-EXC-STATUS = '35'
               OPEN OUTPUT EXCECOES-TED
           END-IF

           MOVE FUNCTION CURRENT-DATE TO EXE-TIMESTAMP
           MOVE SOL-CONTA-ORIGEM      TO EXE-CONTA-ORIGEM
           MOVE SOL-BANCO             TO EXE-BANCO
           MOVE SOL-VALOR             TO EXE-VALOR
           MOVE WS-MOTIVO             TO EXE-MOTIVO

           WRITE EXCECAO-TED-REC

           CLOSE EXCECOES-TED

           DISPLAY 'TED REJEITADA (' WS-MOTIVO '): CONTA '
               SOL-CONTA-ORIGEM ' -> BANCO ' SOL-BANCO.

      *O RECIBO DA REMESSA VAI PARA O ARQUIVO DE CONTROLE, COM O
      *ULTIMO NUMERO DE TED USADO -- A PROXIMA NOITE CONTINUA DAI.
       REGISTRAR-ENVELOPE.

           OPEN EXTEND TED-CONTROLE
           IF WS-CTL-STATUS = '35'
               OPEN OUTPUT TED-CONTROLE
           END-IF

           MOVE WS-DATA-MOVIMENTO  TO TCT-DATA
           MOVE WS-SEQUENCIA       TO TCT-SEQUENCIA
           MOVE WS-QTD-ENVIADAS    TO TCT-QTD
           MOVE WS-HASH-ENVIADAS   TO TCT-HASH
           MOVE WS-NUMERO-TED      TO TCT-ULTIMO-NUMERO
           WRITE TED-CONTROLE-REC

           CLOSE TED-CONTROLE.

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
      *PULADO COM SUCESSO (RC 0) -- NENHUMA TED E DEBITADA OU
      *REMETIDA DUAS VEZES.
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

       IMPRIMIR-TRAILER-TED.

           DISPLAY ' '.
           DISPLAY 'RELATORIO DE TOTAIS DO ENVIO DE TED'.
           DISPLAY 'REMESSA..................: ' WS-SEQUENCIA.
           DISPLAY 'TEDS ENVIADAS............: ' WS-QTD-ENVIADAS.
           DISPLAY 'ORDENS REJEITADAS........: ' WS-QTD-REJEITADAS.
           DISPLAY 'VALOR TOTAL ENVIADO......: ' WS-HASH-ENVIADAS.

           MOVE 'A' TO REL-COMANDO
           MOVE 'TransferenciasTED' TO REL-PROGRAMA
           MOVE 'TEDENVIO' TO REL-ID
           MOVE 'TOTAIS DO ENVIO DE TED' TO REL-TITULO
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE 'L' TO REL-COMANDO
           MOVE SPACES TO REL-LINHA
           STRING 'REMESSA..................: ' WS-SEQUENCIA
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE SPACES TO REL-LINHA
           STRING 'TEDS ENVIADAS............: ' WS-QTD-ENVIADAS
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE SPACES TO REL-LINHA
           STRING 'ORDENS REJEITADAS........: ' WS-QTD-REJEITADAS
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE WS-HASH-ENVIADAS TO WS-TOTAL-ED
           MOVE SPACES TO REL-LINHA
           STRING 'VALOR TOTAL ENVIADO......: ' WS-TOTAL-ED
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
