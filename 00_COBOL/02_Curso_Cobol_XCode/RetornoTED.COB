      *=================================================================
       IDENTIFICATION                                  DIVISION.
      *=================================================================
       PROGRAM-ID. RetornoTED.
      *******************************************************************
      * Author: Vinícius Azevedo
      * Date: 15/10/2026
      * Purpose: Retorno da compensacao das TEDs enviadas
      * Tectonics: cobc
      ******************************************************************
      * Roda no batch noturno ANTES do envio de TED da noite: le o
      * retorno da compensacao (ted_retorno.dat, envelopado com
      * header 'H', detalhes 'D' e trailer 'T' com contagem e hash,
      * validado inteiro antes de qualquer credito) e, para cada TED
      * do retorno, localiza a TED no cadastro de enviadas
      * (ted_enviadas.dat) pelo numero:
      *   - TED acatada pelo banco recebedor: liquidada ('L') e
      *     lancada no diario com tipo 'TEL', que NAO mexe no saldo
      *     da conta (o dinheiro ja saiu no envio) -- e o lancamento
      *     que tira a TED da conta-ponte contra a reserva no razao;
      *   - TED rejeitada: devolvida ('D') com o motivo do banco, o
      *     valor volta para a conta de origem e o credito e lancado
      *     com tipo proprio 'TDV', que tambem tira a TED da ponte.
      * Com todos os retornos recebidos, TED = TEL + TDV e a
      * conta-ponte de TED do mapa contabil zera; o relatorio do
      * passo mostra o que ainda esta pendente na ponte. TED
      * desconhecida, ja retornada, com valor divergente ou cuja
      * conta de origem foi encerrada vai para o arquivo de excecoes
      * (ted_ret_exc.dat), que entra no consolidado da noite, e a TED
      * continua pendente. Noite sem arquivo de retorno nao tem nada
      * a baixar.
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
           SELECT RETORNO-TED ASSIGN TO 'ted_retorno.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RET-STATUS.

           SELECT TEDS ASSIGN TO 'ted_enviadas.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TEDM-NUMERO
           FILE STATUS IS WS-TED-STATUS.

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

           SELECT EXCECOES-RETORNO ASSIGN TO 'ted_ret_exc.dat'
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
      *LAYOUT FIXO DE 25 POSICOES DA COMPENSACAO: UM DETALHE POR TED
      *RETORNADA, COM A SITUACAO ('A' ACATADA, 'R' REJEITADA) E O
      *CODIGO DE DEVOLUCAO DO BANCO RECEBEDOR.
       FD  RETORNO-TED.
       01  RETORNO-HEADER.
           05 RTH-TIPO             PIC X(1).
           05 RTH-DATA             PIC 9(8).
           05 RTH-SEQUENCIA        PIC 9(6).
           05 FILLER               PIC X(10).
       01  RETORNO-DETALHE.
           05 RTD-TIPO             PIC X(1).
           05 RTD-NUMERO-TED       PIC 9(10).
           05 RTD-SITUACAO         PIC X(1).
           05 RTD-MOTIVO           PIC X(2).
           05 RTD-VALOR            PIC 9(9)V99.
       01  RETORNO-TRAILER.
           05 RTT-TIPO             PIC X(1).
           05 RTT-QTD              PIC 9(6).
           05 RTT-HASH             PIC 9(11)V99.
           05 FILLER               PIC X(5).

       FD  TEDS.
       01  TED-REC.
           COPY TEDREC REPLACING ==:PREFIX:== BY ==TEDM==.

       FD  CONTAS.
       01  CONTA-REC.
           COPY CONTAREC REPLACING ==:PREFIX:== BY ==CONTA==.

       FD  MOVIMENTOS.
       01  MOVIMENTO-REC.
           COPY MOVREC REPLACING ==:PREFIX:== BY ==MOV==.

       FD  EXCECOES-RETORNO.
       01  EXCECAO-RETORNO-REC.
           05 EXR-TIMESTAMP        PIC X(21).
           05 EXR-NUMERO-TED       PIC 9(10).
           05 EXR-CONTA-ORIGEM     PIC 9(6).
           05 EXR-VALOR            PIC 9(9)V99.
           05 EXR-MOTIVO           PIC X(20).

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
       77 WS-TED-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CONTA-STATUS      PIC X(2)    VALUE '00'.
       77 WS-MOV-STATUS        PIC X(2)    VALUE '00'.
       77 WS-EXC-STATUS        PIC X(2)    VALUE '00'.

       77 WS-EOF               PIC X(1)    VALUE 'N'.
       77 WS-TEM-RETORNO       PIC X(1)    VALUE 'N'.
       77 WS-MOTIVO            PIC X(20)   VALUE SPACES.

       77 WS-QTD-LIQUIDADAS    PIC 9(7)    VALUE ZEROS.
       77 WS-QTD-DEVOLVIDAS    PIC 9(7)    VALUE ZEROS.
       77 WS-QTD-EXCECOES      PIC 9(7)    VALUE ZEROS.
       77 WS-QTD-PENDENTES     PIC 9(7)    VALUE ZEROS.
       77 WS-TOTAL-LIQUIDADO   PIC 9(13)V99 VALUE ZEROS.
       77 WS-TOTAL-DEVOLVIDO   PIC 9(13)V99 VALUE ZEROS.
       77 WS-TOTAL-PENDENTE    PIC 9(13)V99 VALUE ZEROS.
       77 WS-TOTAL-ED          PIC 9(13).99 VALUE ZEROS.
       77 WS-QTD-PASSO         PIC 9(9)    VALUE ZEROS.

      *VALIDACAO DO ENVELOPE DO ARQUIVO DE ENTRADA, ANTES DE TOCAR O
      *MASTER.
       77 WS-ENV-QTD           PIC 9(6)    VALUE ZEROS.
       77 WS-ENV-HASH          PIC 9(11)V99 VALUE ZEROS.
       77 WS-ENV-TEM-HEADER    PIC X(1)    VALUE 'N'.
       77 WS-ENV-TEM-TRAILER   PIC X(1)    VALUE 'N'.
       77 WS-ENV-OK            PIC X(1)    VALUE 'Y'.

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
       77 WS-NOME-PASSO        PIC X(12)   VALUE 'TEDRETORNO  '.

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
               PERFORM PROCESSAR-RETORNO
           END-IF.

           PERFORM APURAR-PENDENTES-PONTE.

           ADD WS-QTD-LIQUIDADAS WS-QTD-DEVOLVIDAS WS-QTD-EXCECOES
               GIVING WS-QTD-PASSO.
           PERFORM ENCERRAR-CONTROLE-EXECUCAO.
           PERFORM IMPRIMIR-TRAILER-RETORNO.

           STOP RUN.

      *PASSADA COMPLETA DE VALIDACAO DO ENVELOPE DO RETORNO, ANTES DE
      *TOCAR O CADASTRO. ARQUIVO AUSENTE E NOITE SEM RETORNO;
      *ENVELOPE DIVERGENTE ABENDA O PASSO.
       VALIDAR-ENVELOPE-RETORNO.

           MOVE ZEROS TO WS-ENV-QTD WS-ENV-HASH
           MOVE 'N' TO WS-ENV-TEM-HEADER WS-ENV-TEM-TRAILER
           MOVE 'Y' TO WS-ENV-OK
           MOVE 'N' TO WS-EOF

           OPEN INPUT RETORNO-TED
           IF WS-RET-STATUS NOT = '00'
               DISPLAY 'SEM ARQUIVO DE RETORNO DE TED NA NOITE, '
                   'STATUS: ' WS-RET-STATUS
               MOVE 'N' TO WS-TEM-RETORNO
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-TEM-RETORNO

           PERFORM UNTIL WS-EOF = 'Y'
               READ RETORNO-TED
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM CONFERIR-REGISTRO-ENVELOPE
               END-READ
           END-PERFORM

           CLOSE RETORNO-TED
           MOVE 'N' TO WS-EOF

           IF WS-ENV-TEM-HEADER = 'N'
               DISPLAY 'RETORNO DE TED SEM HEADER DE ENVELOPE.'
               MOVE 'N' TO WS-ENV-OK
           END-IF
           IF WS-ENV-TEM-TRAILER = 'N'
               DISPLAY 'RETORNO DE TED SEM TRAILER DE ENVELOPE '
                   '(ARQUIVO TRUNCADO?).'
               MOVE 'N' TO WS-ENV-OK
           END-IF

           IF WS-ENV-OK NOT = 'Y'
               DISPLAY 'ENVELOPE DO RETORNO DE TED INVALIDO: LOTE '
                   'ABORTADO.'
               PERFORM ABORTAR-PASSO
           END-IF.

       CONFERIR-REGISTRO-ENVELOPE.

           EVALUATE RTD-TIPO
               WHEN 'H'
                   MOVE 'Y' TO WS-ENV-TEM-HEADER
                   IF RTH-DATA NOT = WS-DATA-MOVIMENTO
                       DISPLAY 'HEADER DO RETORNO DE TED COM DATA '
                           RTH-DATA ' DIFERENTE DA DATA DE '
                           'MOVIMENTO ' WS-DATA-MOVIMENTO
                       MOVE 'N' TO WS-ENV-OK
                   END-IF
               WHEN 'D'
                   ADD 1 TO WS-ENV-QTD
                   ADD RTD-VALOR TO WS-ENV-HASH
               WHEN 'T'
                   MOVE 'Y' TO WS-ENV-TEM-TRAILER
                   IF RTT-QTD NOT = WS-ENV-QTD
                       DISPLAY 'TRAILER DO RETORNO DE TED: CONTAGEM '
                           RTT-QTD ' DIFERE DOS DETALHES '
                           WS-ENV-QTD
                       MOVE 'N' TO WS-ENV-OK
                   END-IF
                   IF RTT-HASH NOT = WS-ENV-HASH
                       DISPLAY 'TRAILER DO RETORNO DE TED: HASH NAO '
                           'BATE COM OS DETALHES.'
                       MOVE 'N' TO WS-ENV-OK
                   END-IF
               WHEN OTHER
                   DISPLAY 'REGISTRO DE TIPO DESCONHECIDO NO '
                       'RETORNO DE TED.'
                   MOVE 'N' TO WS-ENV-OK
           END-EVALUATE.

       PROCESSAR-RETORNO.

           MOVE 'N' TO WS-EOF

           OPEN INPUT RETORNO-TED
           OPEN I-O TEDS
           IF WS-TED-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE TEDS ENVIADAS INDISPONIVEL, '
                   'STATUS: ' WS-TED-STATUS
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
               READ RETORNO-TED
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RTD-TIPO = 'D'
                           PERFORM BAIXAR-TED
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RETORNO-TED
           CLOSE TEDS
           CLOSE CONTAS
           CLOSE MOVIMENTOS.

      *A TED SO E BAIXADA QUANDO ESTA PENDENTE ('E') COM O MESMO
      *VALOR; QUALQUER OUTRA COISA E EXCECAO E A TED NAO SE MEXE.
       BAIXAR-TED.

           MOVE RTD-NUMERO-TED TO TEDM-NUMERO
           READ TEDS
               INVALID KEY
                   MOVE ZEROS TO TEDM-CONTA-ORIGEM
                   MOVE 'TED DESCONHECIDA' TO WS-MOTIVO
                   PERFORM REGISTRAR-EXCECAO-RETORNO
                   EXIT PARAGRAPH
           END-READ

           IF TEDM-SITUACAO NOT = 'E'
               MOVE 'TED JA RETORNADA' TO WS-MOTIVO
               PERFORM REGISTRAR-EXCECAO-RETORNO
               EXIT PARAGRAPH
           END-IF
           IF RTD-VALOR NOT = TEDM-VALOR
               MOVE 'VALOR DIVERGENTE' TO WS-MOTIVO
               PERFORM REGISTRAR-EXCECAO-RETORNO
               EXIT PARAGRAPH
           END-IF

           EVALUATE RTD-SITUACAO
               WHEN 'A'
                   PERFORM LIQUIDAR-TED
               WHEN 'R'
                   PERFORM DEVOLVER-TED
               WHEN OTHER
                   MOVE 'SITUACAO INVALIDA' TO WS-MOTIVO
                   PERFORM REGISTRAR-EXCECAO-RETORNO
           END-EVALUATE.

      *TED ACATADA: O SALDO DA CONTA NAO MUDA (SALDO-RESULT E O SALDO
      *CORRENTE, OU ZERO SE A CONTA SUMIU DO MASTER); O LANCAMENTO
      *'TEL' SO EXISTE PARA O RAZAO BAIXAR A PONTE.
       LIQUIDAR-TED.

           MOVE ZEROS TO MOV-SALDO-RESULT
           MOVE TEDM-CONTA-ORIGEM TO CONTA-NUMERO
           READ CONTAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CONTA-SALDO TO MOV-SALDO-RESULT
           END-READ

           MOVE TEDM-CONTA-ORIGEM TO MOV-CONTA
           MOVE WS-DATA-MOVIMENTO TO MOV-DATA
           MOVE 'TEL'             TO MOV-TIPO
           MOVE TEDM-VALOR        TO MOV-VALOR
           MOVE 'TEDRETORNO'      TO MOV-PROGRAMA
           PERFORM GRAVAR-MOVIMENTO

           MOVE 'L'               TO TEDM-SITUACAO
           MOVE WS-DATA-MOVIMENTO TO TEDM-DATA-RETORNO
           MOVE SPACES            TO TEDM-MOTIVO-DEVOLUCAO
           REWRITE TED-REC

           ADD 1 TO WS-QTD-LIQUIDADAS
           ADD TEDM-VALOR TO WS-TOTAL-LIQUIDADO.

      *TED REJEITADA: O VALOR VOLTA PARA A CONTA DE ORIGEM. CONTA
      *ENCERRADA (OU FORA DO MASTER) NAO RECEBE CREDITO -- A TED
      *FICA NA PONTE E VAI PARA EXCECAO, PARA A AGENCIA DEVOLVER O
      *DINHEIRO AO EX-CLIENTE POR FORA.
       DEVOLVER-TED.

           MOVE TEDM-CONTA-ORIGEM TO CONTA-NUMERO
           READ CONTAS
               INVALID KEY
                   MOVE 'ORIGEM DESCONHECIDA' TO WS-MOTIVO
                   PERFORM REGISTRAR-EXCECAO-RETORNO
                   EXIT PARAGRAPH
           END-READ
           IF CONTA-SITUACAO = 'E'
               MOVE 'ORIGEM ENCERRADA' TO WS-MOTIVO
               PERFORM REGISTRAR-EXCECAO-RETORNO
               EXIT PARAGRAPH
           END-IF

           ADD TEDM-VALOR TO CONTA-SALDO
           REWRITE CONTA-REC

           MOVE CONTA-NUMERO      TO MOV-CONTA
           MOVE WS-DATA-MOVIMENTO TO MOV-DATA
           MOVE 'TDV'             TO MOV-TIPO
           MOVE TEDM-VALOR        TO MOV-VALOR
           MOVE CONTA-SALDO       TO MOV-SALDO-RESULT
           MOVE 'TEDRETORNO'      TO MOV-PROGRAMA
           PERFORM GRAVAR-MOVIMENTO

           MOVE 'D'               TO TEDM-SITUACAO
           MOVE WS-DATA-MOVIMENTO TO TEDM-DATA-RETORNO
           MOVE RTD-MOTIVO        TO TEDM-MOTIVO-DEVOLUCAO
           REWRITE TED-REC

           ADD 1 TO WS-QTD-DEVOLVIDAS
           ADD TEDM-VALOR TO WS-TOTAL-DEVOLVIDO

           DISPLAY 'TED DEVOLVIDA: ' TEDM-NUMERO ' CONTA '
               CONTA-NUMERO ' MOTIVO ' RTD-MOTIVO ' VALOR '
               TEDM-VALOR.

       REGISTRAR-EXCECAO-RETORNO.

           ADD 1 TO WS-QTD-EXCECOES

           OPEN EXTEND EXCECOES-RETORNO
           IF WS-EXC-STATUS = '35'
               OPEN OUTPUT EXCECOES-RETORNO
           END-IF

           MOVE FUNCTION CURRENT-DATE TO EXR-TIMESTAMP
           MOVE RTD-NUMERO-TED        TO EXR-NUMERO-TED
           MOVE TEDM-CONTA-ORIGEM     TO EXR-CONTA-ORIGEM
           MOVE RTD-VALOR             TO EXR-VALOR
           MOVE WS-MOTIVO             TO EXR-MOTIVO

           WRITE EXCECAO-RETORNO-REC

           CLOSE EXCECOES-RETORNO

           DISPLAY 'RETORNO DE TED EM EXCECAO (' WS-MOTIVO '): '
               RTD-NUMERO-TED.

      *O QUE AINDA ESTA 'E' NO CADASTRO E EXATAMENTE O SALDO DA
      *CONTA-PONTE DE TED NO RAZAO (ENVIADO MENOS LIQUIDADO MENOS
      *DEVOLVIDO).
       APURAR-PENDENTES-PONTE.

           MOVE ZEROS TO WS-QTD-PENDENTES WS-TOTAL-PENDENTE
           MOVE 'N' TO WS-EOF

           OPEN INPUT TEDS
           IF WS-TED-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ TEDS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TEDM-SITUACAO = 'E'
                           ADD 1 TO WS-QTD-PENDENTES
                           ADD TEDM-VALOR TO WS-TOTAL-PENDENTE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE TEDS.

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
      *PULADO COM SUCESSO (RC 0) -- NENHUMA DEVOLUCAO E CREDITADA
      *DUAS VEZES.
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

       IMPRIMIR-TRAILER-RETORNO.

           DISPLAY ' '.
           DISPLAY 'RELATORIO DO RETORNO DE TED'.
           DISPLAY 'TEDS LIQUIDADAS..........: ' WS-QTD-LIQUIDADAS.
           DISPLAY 'TEDS DEVOLVIDAS..........: ' WS-QTD-DEVOLVIDAS.
           DISPLAY 'RETORNOS EM EXCECAO......: ' WS-QTD-EXCECOES.
           DISPLAY 'VALOR DEVOLVIDO..........: ' WS-TOTAL-DEVOLVIDO.
           DISPLAY 'TEDS PENDENTES NA PONTE..: ' WS-QTD-PENDENTES.
           DISPLAY 'SALDO PENDENTE NA PONTE..: ' WS-TOTAL-PENDENTE.

           MOVE 'A' TO REL-COMANDO
           MOVE 'RetornoTED' TO REL-PROGRAMA
           MOVE 'TEDRET' TO REL-ID
           MOVE 'RETORNO DA COMPENSACAO DE TED' TO REL-TITULO
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE 'L' TO REL-COMANDO
           MOVE SPACES TO REL-LINHA
           STRING 'TEDS LIQUIDADAS..........: ' WS-QTD-LIQUIDADAS
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE WS-TOTAL-LIQUIDADO TO WS-TOTAL-ED
           MOVE SPACES TO REL-LINHA
           STRING 'VALOR LIQUIDADO..........: ' WS-TOTAL-ED
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE SPACES TO REL-LINHA
           STRING 'TEDS DEVOLVIDAS..........: ' WS-QTD-DEVOLVIDAS
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE WS-TOTAL-DEVOLVIDO TO WS-TOTAL-ED
           MOVE SPACES TO REL-LINHA
           STRING 'VALOR DEVOLVIDO..........: ' WS-TOTAL-ED
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE SPACES TO REL-LINHA
           STRING 'RETORNOS EM EXCECAO......: ' WS-QTD-EXCECOES
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE SPACES TO REL-LINHA
           STRING 'TEDS PENDENTES NA PONTE..: ' WS-QTD-PENDENTES
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE WS-TOTAL-PENDENTE TO WS-TOTAL-ED
           MOVE SPACES TO REL-LINHA
           STRING 'SALDO PENDENTE NA PONTE..: ' WS-TOTAL-ED
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
