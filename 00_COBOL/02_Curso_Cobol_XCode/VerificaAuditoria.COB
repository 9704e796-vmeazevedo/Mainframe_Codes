      *=================================================================
       IDENTIFICATION                                  DIVISION.
      *=================================================================
       PROGRAM-ID. VerificaAuditoria.
      *******************************************************************
      * Author: Vinícius Azevedo
      * Date: 15/10/2026
      * Purpose: Verificacao da cadeia do log de auditoria
      * Tectonics: cobc
      ******************************************************************
      * Roda toda manha, antes do operador abrir o painel: junta os
      * lancamentos de todos os membros arquivados do log de
      * auditoria (listados no indice auditoria_membros.dat que a
      * consulta de auditoria mantem ao arquivar) e do log vivo
      * (auditoria.log), ordena pela sequencia da cadeia e refaz o
      * hash de cada lancamento a partir do hash do anterior, pelo
      * mesmo modulo que carimba a gravacao (EncadeiaAuditoria,
      * FUNCAO 'C'). Lancamento alterado (hash nao confere), faltando
      * (buraco na sequencia), repetido com conteudo diferente ou
      * sem elo (gravado sem sequencia) e quebra da cadeia, listada
      * com o arquivo e a posicao do registro; no fim, a ultima
      * sequencia e o ultimo hash sao comparados com a ancora
      * (auditoria_cadeia.dat), que denuncia linhas apagadas do fim
      * do log. A mesma linha repetida identica (arquivamento
      * interrompido e refeito) nao e quebra, so e contada. Membro do
      * indice que nao abre tambem e quebra. Cadeia quebrada encerra
      * o passo com resultado 'QUEBRA' e RC 4, que o painel de
      * operacao destaca.
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
           SELECT LOG-AUDITORIA ASSIGN TO 'auditoria.log'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-AUD-STATUS.

           SELECT LOG-ARQUIVO ASSIGN TO DYNAMIC WS-NOME-ARQUIVO
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ARQ-STATUS.

           SELECT INDICE-MEMBROS ASSIGN TO 'auditoria_membros.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-IDX-STATUS.

           SELECT ANCORA-CADEIA ASSIGN TO 'auditoria_cadeia.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAC-CHAVE
           FILE STATUS IS WS-CAC-STATUS.

           SELECT DATA-MOVIMENTO ASSIGN TO 'data_movimento.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-DTM-STATUS.

           SELECT CONTROLE-EXECUCAO ASSIGN TO 'controle_execucao.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTE-CHAVE
           FILE STATUS IS WS-CTE-STATUS.

           SELECT WORK-SORT-FILE ASSIGN TO 'verifica_auditoria.srt'.

      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                    SECTION.
      *-----------------------------------------------------------------
       FD  LOG-AUDITORIA.
       01  AUDITORIA-REC.
           05 AUD-LANCAMENTO        PIC X(39).
           05 AUD-SEQUENCIA         PIC 9(09).
           05 AUD-HASH              PIC 9(10).

      *MEMBRO ARQUIVADO auditoria_AAAAMMDD.log, MESMO LAYOUT DO VIVO.
       FD  LOG-ARQUIVO.
       01  ARQUIVO-REC.
           05 ARQ-LANCAMENTO        PIC X(39).
           05 ARQ-SEQUENCIA         PIC 9(09).
           05 ARQ-HASH              PIC 9(10).

       FD  INDICE-MEMBROS.
       01  INDICE-MEMBROS-REC.
           05 IDX-DATA              PIC 9(08).
           05 IDX-CRIADO            PIC X(21).

       FD  ANCORA-CADEIA.
       01  ANCORA-CADEIA-REC.
           05 CAC-CHAVE            PIC X(12).
           05 CAC-ULTIMA-SEQ       PIC 9(9).
           05 CAC-ULTIMO-HASH      PIC 9(10).
           05 CAC-ATUALIZADO       PIC X(21).

       FD  DATA-MOVIMENTO.
       01  DATA-MOVIMENTO-REC.
           05 DTM-DATA             PIC 9(8).
           05 DTM-SITUACAO         PIC X(1).

       FD  CONTROLE-EXECUCAO.
       01  CONTROLE-EXECUCAO-REC.
           COPY RUNCTL REPLACING ==:PREFIX:== BY ==CTE==.

      *LANCAMENTO DE QUALQUER ORIGEM, COM O ARQUIVO E A POSICAO DE
      *ONDE VEIO PARA APONTAR A QUEBRA.
       SD  WORK-SORT-FILE.
       01  SORT-REC.
           05 SRT-SEQUENCIA        PIC 9(9).
           05 SRT-HASH             PIC 9(10).
           05 SRT-LANCAMENTO       PIC X(39).
           05 SRT-ARQUIVO          PIC X(30).
           05 SRT-POSICAO          PIC 9(7).

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
      *-----------------------------------------------------------------
       77 WS-AUD-STATUS        PIC X(2)    VALUE '00'.
       77 WS-ARQ-STATUS        PIC X(2)    VALUE '00'.
       77 WS-IDX-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CAC-STATUS        PIC X(2)    VALUE '00'.
       77 WS-EOF               PIC X(1)    VALUE 'N'.
       77 WS-EOF-IDX           PIC X(1)    VALUE 'N'.
       77 WS-NOME-ARQUIVO      PIC X(30)   VALUE SPACES.
       77 WS-POSICAO           PIC 9(7)    VALUE ZEROS.
       77 WS-CHAVE-AUDITORIA   PIC X(12)   VALUE 'AUDITORIA'.

      *ELO ANTERIOR DA CADEIA NA PASSADA ORDENADA.
       77 WS-SEQ-ANTERIOR      PIC 9(9)    VALUE ZEROS.
       77 WS-HASH-ANTERIOR     PIC 9(10)   VALUE ZEROS.
       77 WS-LANC-ANTERIOR     PIC X(39)   VALUE SPACES.
       77 WS-SEQ-ESPERADA      PIC 9(9)    VALUE ZEROS.

      *QUEBRA EM REGISTRO: MOTIVO, ARQUIVO, POSICAO E SEQUENCIA.
       77 WS-MOTIVO            PIC X(40)   VALUE SPACES.
       77 WS-QUE-ARQUIVO       PIC X(30)   VALUE SPACES.
       77 WS-QUE-POSICAO       PIC 9(7)    VALUE ZEROS.
       77 WS-QUE-SEQUENCIA     PIC 9(9)    VALUE ZEROS.

       77 WS-QTD-MEMBROS       PIC 9(5)    VALUE ZEROS.
       77 WS-QTD-LANCAMENTOS   PIC 9(9)    VALUE ZEROS.
       77 WS-QTD-COPIAS        PIC 9(7)    VALUE ZEROS.
       77 WS-QTD-QUEBRAS       PIC 9(7)    VALUE ZEROS.

      *CONTROLE DE EXECUCAO DO PASSO. A VERIFICACAO SO LE, ENTAO
      *RODAR DE NOVO NA MESMA DATA E PERMITIDO (O OPERADOR REFAZ A
      *CONFERENCIA DEPOIS DE APURAR UMA QUEBRA).
       77 WS-DTM-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CTE-STATUS        PIC X(2)    VALUE '00'.
       77 WS-DATA-MOVIMENTO    PIC 9(8)    VALUE ZEROS.
       77 WS-NOME-PASSO        PIC X(12)   VALUE 'VERIFAUDIT  '.

      *AREA DE COMUNICACAO COM O MODULO DE ENCADEAMENTO DO LOG DE
      *AUDITORIA (EncadeiaAuditoria): AQUI SO PARA REFAZER O HASH.
       01  WS-CAD-AREA.
           COPY AUDLINK REPLACING ==:PREFIX:== BY ==CAD==.

      *AREA DE COMUNICACAO COM O ESCRITOR DE RELATORIOS COMPARTILHADO
      *(GravaRelatorio): RELATORIOS SAEM EM ARQUIVO DE IMPRESSAO DE
      *132 COLUNAS COM CABECALHO PADRAO, ALEM DO CONSOLE.
       01  WS-REL-AREA.
           COPY RELLINK REPLACING ==:PREFIX:== BY ==REL==.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
       PROGRAM-BEGIN.

           PERFORM INICIAR-CONTROLE-EXECUCAO.

           MOVE 'A' TO REL-COMANDO
           MOVE 'VerificaAuditoria' TO REL-PROGRAMA
           MOVE 'VERIFAUD' TO REL-ID
           MOVE 'VERIFICACAO DA CADEIA DO LOG DE AUDITORIA'
               TO REL-TITULO
           CALL 'GravaRelatorio' USING WS-REL-AREA

           SORT WORK-SORT-FILE
               ON ASCENDING KEY SRT-SEQUENCIA
               INPUT PROCEDURE IS COLETAR-LANCAMENTOS
               OUTPUT PROCEDURE IS VERIFICAR-CADEIA.

           PERFORM CONFERIR-ANCORA.
           PERFORM IMPRIMIR-RESUMO.
           PERFORM ENCERRAR-CONTROLE-EXECUCAO.

           IF WS-QTD-QUEBRAS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

      *ENTRADA DO SORT: OS MEMBROS DO INDICE, NA ORDEM EM QUE FORAM
      *ARQUIVADOS, E POR ULTIMO O LOG VIVO. SEM INDICE (NADA AINDA
      *ARQUIVADO) SO O VIVO E LIDO.
       COLETAR-LANCAMENTOS.

           MOVE 'N' TO WS-EOF-IDX
           OPEN INPUT INDICE-MEMBROS
           IF WS-IDX-STATUS = '00'
               PERFORM UNTIL WS-EOF-IDX = 'Y'
                   READ INDICE-MEMBROS
                       AT END
                           MOVE 'Y' TO WS-EOF-IDX
                       NOT AT END
                           PERFORM COLETAR-MEMBRO
                   END-READ
               END-PERFORM
               CLOSE INDICE-MEMBROS
           END-IF

           PERFORM COLETAR-LOG-VIVO.

       COLETAR-MEMBRO.

           MOVE SPACES TO WS-NOME-ARQUIVO
           STRING 'auditoria_' IDX-DATA '.log'
               DELIMITED BY SIZE INTO WS-NOME-ARQUIVO

           OPEN INPUT LOG-ARQUIVO
           IF WS-ARQ-STATUS NOT = '00'
               MOVE 'MEMBRO DO INDICE NAO ABRE, STATUS ' TO WS-MOTIVO
               MOVE WS-ARQ-STATUS TO WS-MOTIVO(35:2)
               MOVE WS-NOME-ARQUIVO TO WS-QUE-ARQUIVO
               MOVE ZEROS TO WS-QUE-POSICAO WS-QUE-SEQUENCIA
               PERFORM REGISTRAR-QUEBRA
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-QTD-MEMBROS
           MOVE ZEROS TO WS-POSICAO
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LOG-ARQUIVO
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-POSICAO
                       MOVE ARQ-SEQUENCIA   TO SRT-SEQUENCIA
                       MOVE ARQ-HASH        TO SRT-HASH
                       MOVE ARQ-LANCAMENTO  TO SRT-LANCAMENTO
                       MOVE WS-NOME-ARQUIVO TO SRT-ARQUIVO
                       MOVE WS-POSICAO      TO SRT-POSICAO
                       RELEASE SORT-REC
               END-READ
           END-PERFORM
           CLOSE LOG-ARQUIVO.

       COLETAR-LOG-VIVO.

           OPEN INPUT LOG-AUDITORIA
           IF WS-AUD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WS-POSICAO
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LOG-AUDITORIA
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-POSICAO
                       MOVE AUD-SEQUENCIA   TO SRT-SEQUENCIA
                       MOVE AUD-HASH        TO SRT-HASH
                       MOVE AUD-LANCAMENTO  TO SRT-LANCAMENTO
                       MOVE 'auditoria.log' TO SRT-ARQUIVO
                       MOVE WS-POSICAO      TO SRT-POSICAO
                       RELEASE SORT-REC
               END-READ
           END-PERFORM
           CLOSE LOG-AUDITORIA.

      *SAIDA DO SORT: PASSADA UNICA NA ORDEM DA CADEIA, A PRIMEIRA
      *SEQUENCIA ESPERADA E 1 (HASH ANTERIOR ZERO).
       VERIFICAR-CADEIA.

           MOVE ZEROS TO WS-SEQ-ANTERIOR WS-HASH-ANTERIOR
           MOVE SPACES TO WS-LANC-ANTERIOR
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN WORK-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-LANCAMENTOS
                       PERFORM VERIFICAR-ELO
               END-RETURN
           END-PERFORM.

      *UM LANCAMENTO CONTRA O ELO ANTERIOR. DEPOIS DE UM BURACO OU DE
      *UM HASH QUE NAO CONFERE A PASSADA SE REALINHA PELO HASH
      *GRAVADO, PARA QUE SO O LANCAMENTO MEXIDO SEJA APONTADO E NAO
      *TODA A CADEIA DALI EM DIANTE.
       VERIFICAR-ELO.

           MOVE SRT-ARQUIVO   TO WS-QUE-ARQUIVO
           MOVE SRT-POSICAO   TO WS-QUE-POSICAO
           MOVE SRT-SEQUENCIA TO WS-QUE-SEQUENCIA

           IF SRT-SEQUENCIA = ZEROS
               MOVE 'LANCAMENTO SEM ELO NA CADEIA' TO WS-MOTIVO
               PERFORM REGISTRAR-QUEBRA
               EXIT PARAGRAPH
           END-IF

           IF SRT-SEQUENCIA = WS-SEQ-ANTERIOR
               IF SRT-HASH = WS-HASH-ANTERIOR
                   AND SRT-LANCAMENTO = WS-LANC-ANTERIOR
                   ADD 1 TO WS-QTD-COPIAS
               ELSE
                   MOVE 'SEQUENCIA REPETIDA COM OUTRO CONTEUDO'
                       TO WS-MOTIVO
                   PERFORM REGISTRAR-QUEBRA
               END-IF
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-SEQ-ESPERADA = WS-SEQ-ANTERIOR + 1
           IF SRT-SEQUENCIA > WS-SEQ-ESPERADA
               MOVE SPACES TO WS-MOTIVO
               STRING 'FALTAM LANCAMENTOS DESDE A SEQ '
                   WS-SEQ-ESPERADA
                   DELIMITED BY SIZE INTO WS-MOTIVO
               PERFORM REGISTRAR-QUEBRA
           ELSE
               MOVE 'C'              TO CAD-FUNCAO
               MOVE SRT-LANCAMENTO   TO CAD-LANCAMENTO
               MOVE SRT-SEQUENCIA    TO CAD-SEQUENCIA
               MOVE WS-HASH-ANTERIOR TO CAD-HASH-ANTERIOR
               CALL 'EncadeiaAuditoria' USING WS-CAD-AREA
               IF CAD-HASH NOT = SRT-HASH
                   MOVE 'LANCAMENTO ALTERADO (HASH NAO CONFERE)'
                       TO WS-MOTIVO
                   PERFORM REGISTRAR-QUEBRA
               END-IF
           END-IF

           MOVE SRT-SEQUENCIA  TO WS-SEQ-ANTERIOR
           MOVE SRT-HASH       TO WS-HASH-ANTERIOR
           MOVE SRT-LANCAMENTO TO WS-LANC-ANTERIOR.

      *FIM DA CADEIA CONTRA A ANCORA: ANCORA A FRENTE DO LOG SAO
      *LINHAS APAGADAS DO FIM; LOG A FRENTE DA ANCORA SAO LINHAS
      *INSERIDAS; MESMA SEQUENCIA COM HASH DIFERENTE E O ULTIMO
      *LANCAMENTO REFEITO.
       CONFERIR-ANCORA.

           MOVE 'ANCORA (auditoria_cadeia.dat)' TO WS-QUE-ARQUIVO
           MOVE ZEROS TO WS-QUE-POSICAO
           MOVE WS-SEQ-ANTERIOR TO WS-QUE-SEQUENCIA

           OPEN INPUT ANCORA-CADEIA
           IF WS-CAC-STATUS NOT = '00'
               IF WS-SEQ-ANTERIOR > ZEROS
                   MOVE 'ANCORA DA CADEIA AUSENTE' TO WS-MOTIVO
                   PERFORM REGISTRAR-QUEBRA
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CHAVE-AUDITORIA TO CAC-CHAVE
           READ ANCORA-CADEIA
               INVALID KEY
                   IF WS-SEQ-ANTERIOR > ZEROS
                       MOVE 'ANCORA DA CADEIA AUSENTE' TO WS-MOTIVO
                       PERFORM REGISTRAR-QUEBRA
                   END-IF
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CAC-ULTIMA-SEQ > WS-SEQ-ANTERIOR
                           MOVE SPACES TO WS-MOTIVO
                           STRING 'FALTAM OS ULTIMOS ATE A SEQ '
                               CAC-ULTIMA-SEQ
                               DELIMITED BY SIZE INTO WS-MOTIVO
                           PERFORM REGISTRAR-QUEBRA
                       WHEN CAC-ULTIMA-SEQ < WS-SEQ-ANTERIOR
                           MOVE 'LOG ALEM DA ANCORA (LINHAS INSERIDAS)'
                               TO WS-MOTIVO
                           PERFORM REGISTRAR-QUEBRA
                       WHEN CAC-ULTIMO-HASH NOT = WS-HASH-ANTERIOR
                           MOVE 'ULTIMO LANCAMENTO DIFERE DA ANCORA'
                               TO WS-MOTIVO
                           PERFORM REGISTRAR-QUEBRA
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           CLOSE ANCORA-CADEIA.

       REGISTRAR-QUEBRA.

           ADD 1 TO WS-QTD-QUEBRAS

           DISPLAY 'QUEBRA: ' WS-MOTIVO
           DISPLAY '        ARQUIVO ' WS-QUE-ARQUIVO
               ' POSICAO ' WS-QUE-POSICAO
               ' SEQUENCIA ' WS-QUE-SEQUENCIA

           MOVE 'L' TO REL-COMANDO
           MOVE SPACES TO REL-LINHA
           STRING 'QUEBRA: ' WS-MOTIVO
               ' ARQUIVO ' WS-QUE-ARQUIVO
               ' POSICAO ' WS-QUE-POSICAO
               ' SEQUENCIA ' WS-QUE-SEQUENCIA
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA.

       IMPRIMIR-RESUMO.

           MOVE 'L' TO REL-COMANDO
           MOVE SPACES TO REL-LINHA
           IF WS-QTD-QUEBRAS = ZEROS
               STRING 'CADEIA INTEGRA DA SEQUENCIA 1 A '
                   WS-SEQ-ANTERIOR
                   DELIMITED BY SIZE INTO REL-LINHA
           ELSE
               STRING 'CADEIA QUEBRADA: ' WS-QTD-QUEBRAS
                   ' QUEBRA(S) -- APURAR ANTES DA ABERTURA'
                   DELIMITED BY SIZE INTO REL-LINHA
           END-IF
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE 'L' TO REL-COMANDO
           MOVE SPACES TO REL-LINHA
           STRING 'MEMBROS LIDOS: ' WS-QTD-MEMBROS
               '  LANCAMENTOS: ' WS-QTD-LANCAMENTOS
               '  COPIAS IDENTICAS: ' WS-QTD-COPIAS
               '  QUEBRAS: ' WS-QTD-QUEBRAS
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE 'F' TO REL-COMANDO
           CALL 'GravaRelatorio' USING WS-REL-AREA

           DISPLAY ' '
           DISPLAY 'VERIFICACAO DO LOG DE AUDITORIA - DATA '
               WS-DATA-MOVIMENTO
           DISPLAY 'MEMBROS LIDOS.........: ' WS-QTD-MEMBROS
           DISPLAY 'LANCAMENTOS...........: ' WS-QTD-LANCAMENTOS
           DISPLAY 'COPIAS IDENTICAS......: ' WS-QTD-COPIAS
           DISPLAY 'QUEBRAS DA CADEIA.....: ' WS-QTD-QUEBRAS.

      *A DATA DO PASSO E A DO ARQUIVO DE MOVIMENTO (ABERTA OU
      *RECEM-FECHADA: A VERIFICACAO RODA DE MANHA, DEPOIS DO FECHAMENTO
      *DA NOITE); SEM ARQUIVO, A DATA DO DIA. O REGISTRO DO PASSO E
      *GRAVADO OU REFEITO 'EM CURSO' A CADA EXECUCAO.
       INICIAR-CONTROLE-EXECUCAO.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-MOVIMENTO

           OPEN INPUT DATA-MOVIMENTO
           IF WS-DTM-STATUS = '00'
               READ DATA-MOVIMENTO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE DTM-DATA TO WS-DATA-MOVIMENTO
               END-READ
               CLOSE DATA-MOVIMENTO
           END-IF

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
                   MOVE FUNCTION CURRENT-DATE TO CTE-INICIO
                   MOVE SPACES    TO CTE-FIM
                   MOVE 'EM CURSO' TO CTE-RESULTADO
                   REWRITE CONTROLE-EXECUCAO-REC
           END-READ
           CLOSE CONTROLE-EXECUCAO.

      *RESULTADO 'OK' COM A CADEIA INTEGRA, 'QUEBRA' COM QUALQUER
      *QUEBRA APONTADA; REGISTROS = LANCAMENTOS VERIFICADOS.
       ENCERRAR-CONTROLE-EXECUCAO.

           OPEN I-O CONTROLE-EXECUCAO
           MOVE WS-DATA-MOVIMENTO TO CTE-DATA
           MOVE WS-NOME-PASSO     TO CTE-PASSO
           READ CONTROLE-EXECUCAO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FUNCTION CURRENT-DATE TO CTE-FIM
                   MOVE WS-QTD-LANCAMENTOS TO CTE-REGISTROS
                   IF WS-QTD-QUEBRAS = ZEROS
                       MOVE 'OK' TO CTE-RESULTADO
                   ELSE
                       MOVE 'QUEBRA' TO CTE-RESULTADO
                   END-IF
                   REWRITE CONTROLE-EXECUCAO-REC
           END-READ
           CLOSE CONTROLE-EXECUCAO.

       ABORTAR-PASSO.

           MOVE 8 TO RETURN-CODE
           STOP RUN.
