      *=================================================================
       IDENTIFICATION                                  DIVISION.
      *=================================================================
       PROGRAM-ID. RecertificaOperadores.
      *******************************************************************
      * Author: Vinícius Azevedo
      * Date: 15/10/2026
      * Purpose: Recertificacao de acesso e inatividade de operadores
      * Tectonics: cobc
      ******************************************************************
      * Passo do batch noturno sobre o cadastro de operadores
      * (operadores.dat). Toda noite desativa o operador ativo com
      * ciclo de recertificacao pendente ('P') cujo prazo venceu sem
      * confirmacao de supervisor (RECERT-SITUACAO 'N'). No ultimo dia
      * util do mes (calendario compartilhado) tambem:
      *   - desativa o operador ativo sem sign-on ha mais de N dias
      *     (DATA-ULTIMO-ACESSO; RECERT-SITUACAO 'D');
      *   - abre o ciclo do mes: todo operador que continua ativo
      *     fica pendente ('P') desde a data de movimento -- quem ja
      *     estava pendente mantem a data (e o prazo) do ciclo dele;
      *   - imprime o relatorio de recertificacao com uma secao por
      *     supervisor ativo listando TODOS os operadores ativos e o
      *     nivel de cada um, para confirmar ou revogar na manutencao
      *     de operadores (opcao 5) dentro do prazo.
      * N (padrao 90 dias) e o prazo (padrao 10 dias corridos desde a
      * abertura do ciclo) vem de recertificacao_ctl.dat. O ultimo
      * supervisor ativo nunca e desativado (o cadastro ficaria sem
      * ninguem para administra-lo): fica ativo, com a ocorrencia no
      * relatorio. Cada desativacao vai para o log de auditoria
      * (encadeado pelo EncadeiaAuditoria) e toda decisao do passo
      * para o historico recertificacoes.dat, junto com as decisoes
      * dos supervisores, para a auditoria. Nas noites fora do fim do
      * mes o relatorio so sai quando alguem foi desativado.
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
           SELECT OPERADORES ASSIGN TO 'operadores.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS WS-OPR-STATUS.

           SELECT CONTROLE-RECERT ASSIGN TO 'recertificacao_ctl.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CTL-STATUS.

           SELECT RECERTIFICACOES ASSIGN TO 'recertificacoes.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RCH-STATUS.

           SELECT LOG-AUDITORIA ASSIGN TO 'auditoria.log'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.

           SELECT CALENDARIO ASSIGN TO 'calendario.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CAL-STATUS.

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
       FD  OPERADORES.
       01  OPERADOR-REC.
           COPY OPERREC REPLACING ==:PREFIX:== BY ==OPR==.

       FD  CONTROLE-RECERT.
       01  CONTROLE-RECERT-REC.
           05 RCT-DIAS-INATIVIDADE PIC 9(3).
           05 RCT-PRAZO-DIAS       PIC 9(3).

       FD  RECERTIFICACOES.
       01  RECERTIFICACAO-REC.
           COPY RECERTREC REPLACING ==:PREFIX:== BY ==RCH==.

      *MESMO LAYOUT DO LOG DE AUDITORIA DOS MENUS.
       FD  LOG-AUDITORIA.
       01  AUDITORIA-REC.
           05 AUD-TIMESTAMP        PIC X(21).
           05 AUD-OPERADOR         PIC X(8).
           05 AUD-OPCAO            PIC X(1).
           05 AUD-RESULTADO        PIC X(9).
           05 AUD-SEQUENCIA        PIC 9(9).
           05 AUD-HASH             PIC 9(10).

       FD  CALENDARIO.
       01  CALENDARIO-REC.
           COPY CALREC REPLACING ==:PREFIX:== BY ==CAL==.

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
       77 WS-OPR-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CTL-STATUS        PIC X(2)    VALUE '00'.
       77 WS-RCH-STATUS        PIC X(2)    VALUE '00'.
       77 WS-LOG-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CAL-STATUS        PIC X(2)    VALUE '00'.

       77 WS-EOF               PIC X(1)    VALUE 'N'.
       77 WS-I                 PIC 9(4)    VALUE ZEROS.
       77 WS-K                 PIC 9(4)    VALUE ZEROS.
       77 WS-QTD-PASSO         PIC 9(9)    VALUE ZEROS.

      *PARAMETROS COM PADRAO DE 90 DIAS SEM SIGN-ON E 10 DIAS DE
      *PRAZO QUANDO O ARQUIVO DE CONTROLE NAO INFORMA NADA.
       77 WS-DIAS-INATIVIDADE  PIC 9(3)    VALUE 90.
       77 WS-PRAZO-DIAS        PIC 9(3)    VALUE 10.

       77 WS-DIA-MOVIMENTO     PIC 9(7)    VALUE ZEROS.
       77 WS-DIAS-SEM-ACESSO   PIC S9(7)   VALUE ZEROS.
       77 WS-DIA-PRAZO         PIC 9(7)    VALUE ZEROS.
       77 WS-DATA-PRAZO        PIC 9(8)    VALUE ZEROS.

      *OPERADOR CORRENTE: MOTIVO DA DESATIVACAO ('D' INATIVIDADE,
      *'N' PRAZO VENCIDO) E SE O REGISTRO PRECISA SER REGRAVADO.
       77 WS-MOTIVO            PIC X(1)    VALUE SPACES.
       77 WS-ALTERADO          PIC X(1)    VALUE 'N'.
       77 WS-RESULTADO-RECERT  PIC X(1)    VALUE SPACES.
       77 WS-EVENTO-AUDITORIA  PIC X(9)    VALUE SPACES.

       77 WS-QTD-SUPER-ATIVOS  PIC 9(4)    VALUE ZEROS.
       77 WS-QTD-LIDOS         PIC 9(7)    VALUE ZEROS.
       77 WS-QTD-DORMENTES     PIC 9(7)    VALUE ZEROS.
       77 WS-QTD-NAO-CONF      PIC 9(7)    VALUE ZEROS.
       77 WS-QTD-MANTIDOS      PIC 9(7)    VALUE ZEROS.
       77 WS-QTD-CICLO-NOVO    PIC 9(7)    VALUE ZEROS.
       77 WS-QTD-REVISORES     PIC 9(4)    VALUE ZEROS.

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
       77 WS-FIM-DE-MES        PIC X(1)    VALUE 'N'.

      *OPERADORES QUE CONTINUAM ATIVOS DEPOIS DA CORRIDA (A LISTA DE
      *CADA SUPERVISOR NO RELATORIO DO FIM DO MES).
       01 WS-QTD-ATIVOS        PIC 9(4)    VALUE ZEROS.
       01 WS-TABELA-ATIVOS.
           05 WS-ATV-ENTRADA OCCURS 500 TIMES.
              10 WS-ATV-ID          PIC X(8).
              10 WS-ATV-NOME        PIC X(25).
              10 WS-ATV-NIVEL       PIC 9(1).
              10 WS-ATV-ULTIMO      PIC 9(8).
              10 WS-ATV-CICLO       PIC 9(8).

      *DESATIVACOES (E ULTIMO SUPERVISOR MANTIDO) DA CORRIDA.
       01 WS-QTD-EVENTOS       PIC 9(4)    VALUE ZEROS.
       01 WS-TABELA-EVENTOS.
           05 WS-EVT-ENTRADA OCCURS 500 TIMES.
              10 WS-EVT-ID          PIC X(8).
              10 WS-EVT-NOME        PIC X(25).
              10 WS-EVT-NIVEL       PIC 9(1).
              10 WS-EVT-ULTIMO      PIC 9(8).
              10 WS-EVT-RESULTADO   PIC X(1).

       01 WS-CAB-EVENTO.
           05 FILLER            PIC X(37)  VALUE
               '  ID       NOME                     '.
           05 FILLER            PIC X(21)  VALUE
               'NV  ULT.ACES SITUACAO'.

       01 WS-LINHA-EVENTO.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 EVL-ID            PIC X(8).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 EVL-NOME          PIC X(25).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 EVL-NIVEL         PIC 9(1).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 EVL-ULTIMO        PIC 9(8).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 EVL-TEXTO         PIC X(50).

       01 WS-CAB-REVISAO.
           05 FILLER            PIC X(37)  VALUE
               '  ID       NOME                     '.
           05 FILLER            PIC X(38)  VALUE
               'NV  ULT.ACES CICLO    PRAZO    DECISAO'.

       01 WS-LINHA-REVISAO.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RVL-ID            PIC X(8).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 RVL-NOME          PIC X(25).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 RVL-NIVEL         PIC 9(1).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RVL-ULTIMO        PIC 9(8).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 RVL-CICLO         PIC 9(8).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 RVL-PRAZO         PIC 9(8).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 RVL-DECISAO       PIC X(40).

      *AREA DE COMUNICACAO COM O ESCRITOR DE RELATORIOS COMPARTILHADO
      *(GravaRelatorio): RELATORIOS SAEM EM ARQUIVO DE IMPRESSAO DE
      *132 COLUNAS COM CABECALHO PADRAO, ALEM DO CONSOLE.
       01  WS-REL-AREA.
           COPY RELLINK REPLACING ==:PREFIX:== BY ==REL==.

      *AREA DE COMUNICACAO COM O MODULO DE ENCADEAMENTO DO LOG DE
      *AUDITORIA (EncadeiaAuditoria): TODO LANCAMENTO GRAVADO NO LOG
      *LEVA A SEQUENCIA E O HASH QUE O AMARRAM AO ANTERIOR.
       01  WS-CAD-AREA.
           COPY AUDLINK REPLACING ==:PREFIX:== BY ==CAD==.

      *CONTROLE DE EXECUCAO DO PASSO: DATA DE MOVIMENTO ABERTA PELA
      *ABERTURA DIARIA E REGISTRO POR PASSO COM INICIO/FIM, REGISTROS
      *E RESULTADO. PASSO JA 'OK' NA DATA NAO RODA DE NOVO.
       77 WS-DTM-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CTE-STATUS        PIC X(2)    VALUE '00'.
       77 WS-DATA-MOVIMENTO    PIC 9(8)    VALUE ZEROS.
       77 WS-NOME-PASSO        PIC X(12)   VALUE 'RECERTOPER  '.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
       PROGRAM-BEGIN.

           PERFORM INICIAR-CONTROLE-EXECUCAO
           PERFORM CARREGAR-CALENDARIO
           PERFORM CONFERIR-FIM-DE-MES
           PERFORM CARREGAR-PARAMETROS-RECERT

           COMPUTE WS-DIA-MOVIMENTO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO)

           PERFORM CONTAR-SUPERVISORES-ATIVOS
           PERFORM REVISAR-OPERADORES

           IF WS-FIM-DE-MES = 'Y' OR WS-QTD-EVENTOS > ZEROS
               PERFORM IMPRIMIR-RECERTIFICACAO
           END-IF

           DISPLAY ' '
           DISPLAY 'RECERTIFICACAO DE OPERADORES - ' WS-DATA-MOVIMENTO
           DISPLAY 'OPERADORES LIDOS.........: ' WS-QTD-LIDOS
           DISPLAY 'DESATIVADOS INATIVIDADE..: ' WS-QTD-DORMENTES
           DISPLAY 'DESATIVADOS SEM CONFIRMAR: ' WS-QTD-NAO-CONF
           DISPLAY 'ULTIMO SUPERVISOR MANTIDO: ' WS-QTD-MANTIDOS
           IF WS-FIM-DE-MES = 'Y'
               DISPLAY 'OPERADORES EM RECERTIFIC.: ' WS-QTD-ATIVOS
               DISPLAY 'ENTRARAM NO CICLO DO MES.: ' WS-QTD-CICLO-NOVO
           END-IF

           MOVE WS-QTD-LIDOS TO WS-QTD-PASSO
           PERFORM ENCERRAR-CONTROLE-EXECUCAO

           STOP RUN.

       CARREGAR-PARAMETROS-RECERT.

           OPEN INPUT CONTROLE-RECERT
           IF WS-CTL-STATUS = '00'
               READ CONTROLE-RECERT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RCT-DIAS-INATIVIDADE > ZEROS
                           MOVE RCT-DIAS-INATIVIDADE
                               TO WS-DIAS-INATIVIDADE
                       END-IF
                       IF RCT-PRAZO-DIAS > ZEROS
                           MOVE RCT-PRAZO-DIAS TO WS-PRAZO-DIAS
                       END-IF
               END-READ
               CLOSE CONTROLE-RECERT
           END-IF.

      *SUPERVISORES ATIVOS ANTES DA CORRIDA: A CONTAGEM CAI A CADA
      *SUPERVISOR DESATIVADO E O ULTIMO E SEMPRE MANTIDO.
       CONTAR-SUPERVISORES-ATIVOS.

           MOVE 'N' TO WS-EOF
           MOVE ZEROS TO WS-QTD-SUPER-ATIVOS

           OPEN INPUT OPERADORES
           IF WS-OPR-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE OPERADORES INDISPONIVEL, STATUS: '
                   WS-OPR-STATUS
               PERFORM ABORTAR-PASSO
           END-IF

           MOVE SPACES TO OPR-ID
           START OPERADORES KEY IS NOT LESS THAN OPR-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = 'Y'
               READ OPERADORES NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF OPR-ATIVO = 'Y' AND OPR-NIVEL >= 2
                           ADD 1 TO WS-QTD-SUPER-ATIVOS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE OPERADORES.

      *UMA PASSADA EM ORDEM DE ID, COM O CADASTRO EM I-O.
       REVISAR-OPERADORES.

           MOVE 'N' TO WS-EOF

           OPEN I-O OPERADORES
           IF WS-OPR-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE OPERADORES INDISPONIVEL, STATUS: '
                   WS-OPR-STATUS
               PERFORM ABORTAR-PASSO
           END-IF

           MOVE SPACES TO OPR-ID
           START OPERADORES KEY IS NOT LESS THAN OPR-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = 'Y'
               READ OPERADORES NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
               END-READ
               IF WS-OPR-STATUS NOT = '00' AND NOT = '10'
                   DISPLAY 'ERRO DE LEITURA EM OPERADORES, STATUS: '
                       WS-OPR-STATUS
                   CLOSE OPERADORES
                   PERFORM ABORTAR-PASSO
               END-IF
               IF WS-EOF NOT = 'Y'
                   ADD 1 TO WS-QTD-LIDOS
                   IF OPR-ATIVO = 'Y'
                       PERFORM REVISAR-UM-OPERADOR
                   END-IF
               END-IF
           END-PERFORM

           CLOSE OPERADORES.

      *OPERADOR ATIVO: PRIMEIRO O PRAZO DO CICLO PENDENTE (TODA
      *NOITE), DEPOIS A INATIVIDADE (SO NO FIM DO MES); QUEM CONTINUA
      *ATIVO NO FIM DO MES ENTRA (OU CONTINUA) NO CICLO DE
      *RECERTIFICACAO.
       REVISAR-UM-OPERADOR.

           MOVE SPACES TO WS-MOTIVO
           MOVE 'N' TO WS-ALTERADO

           IF OPR-RECERT-SITUACAO = 'P' AND OPR-RECERT-DATA > ZEROS
               COMPUTE WS-DIA-PRAZO =
                   FUNCTION INTEGER-OF-DATE(OPR-RECERT-DATA)
                   + WS-PRAZO-DIAS
               IF WS-DIA-MOVIMENTO > WS-DIA-PRAZO
                   MOVE 'N' TO WS-MOTIVO
               END-IF
           END-IF

           IF WS-MOTIVO = SPACES AND WS-FIM-DE-MES = 'Y'
               IF OPR-DATA-ULTIMO-ACESSO = ZEROS
                   MOVE 'D' TO WS-MOTIVO
               ELSE
                   COMPUTE WS-DIAS-SEM-ACESSO = WS-DIA-MOVIMENTO
                       - FUNCTION INTEGER-OF-DATE
                             (OPR-DATA-ULTIMO-ACESSO)
                   IF WS-DIAS-SEM-ACESSO > WS-DIAS-INATIVIDADE
                       MOVE 'D' TO WS-MOTIVO
                   END-IF
               END-IF
           END-IF

           IF WS-MOTIVO NOT = SPACES
               PERFORM DESATIVAR-OPERADOR
           END-IF

           IF OPR-ATIVO = 'Y' AND WS-FIM-DE-MES = 'Y'
               IF OPR-RECERT-SITUACAO NOT = 'P'
                   MOVE 'P' TO OPR-RECERT-SITUACAO
                   MOVE WS-DATA-MOVIMENTO TO OPR-RECERT-DATA
                   MOVE 'Y' TO WS-ALTERADO
                   ADD 1 TO WS-QTD-CICLO-NOVO
               END-IF
               PERFORM GUARDAR-OPERADOR-ATIVO
           END-IF

           IF WS-ALTERADO = 'Y'
               REWRITE OPERADOR-REC
                   INVALID KEY
                       DISPLAY 'REGRAVACAO FALHOU EM OPERADORES: '
                           OPR-ID
                       CLOSE OPERADORES
                       PERFORM ABORTAR-PASSO
               END-REWRITE
           END-IF.

      *DESATIVA PELO WS-MOTIVO, MENOS O ULTIMO SUPERVISOR ATIVO, QUE
      *FICA ATIVO COM A OCORRENCIA REGISTRADA ('M'). O LOG E O
      *HISTORICO SAO GRAVADOS COM O CICLO AINDA NO REGISTRO.
       DESATIVAR-OPERADOR.

           IF OPR-NIVEL >= 2 AND WS-QTD-SUPER-ATIVOS <= 1
               DISPLAY 'ULTIMO SUPERVISOR ATIVO MANTIDO: ' OPR-ID
               MOVE 'M'         TO WS-RESULTADO-RECERT
               MOVE 'ULT-SUPER' TO WS-EVENTO-AUDITORIA
               ADD 1 TO WS-QTD-MANTIDOS
           ELSE
               IF OPR-NIVEL >= 2
                   SUBTRACT 1 FROM WS-QTD-SUPER-ATIVOS
               END-IF
               MOVE WS-MOTIVO TO WS-RESULTADO-RECERT
               IF WS-MOTIVO = 'D'
                   MOVE 'DORMENTE' TO WS-EVENTO-AUDITORIA
                   ADD 1 TO WS-QTD-DORMENTES
               ELSE
                   MOVE 'NAO-CONF' TO WS-EVENTO-AUDITORIA
                   ADD 1 TO WS-QTD-NAO-CONF
               END-IF
           END-IF

           PERFORM GRAVAR-HISTORICO-RECERT
           PERFORM GRAVAR-EVENTO-AUDITORIA
           PERFORM GUARDAR-EVENTO

      *O SUPERVISOR MANTIDO SAI DO CICLO VENCIDO ('M') PARA A
      *OCORRENCIA NAO SE REPETIR TODA NOITE; VOLTA AO CICLO NO FIM DO
      *MES, COMO TODO OPERADOR ATIVO.
           IF WS-RESULTADO-RECERT = 'M'
               IF WS-MOTIVO = 'N'
                   MOVE 'M' TO OPR-RECERT-SITUACAO
                   MOVE 'Y' TO WS-ALTERADO
               END-IF
           ELSE
               MOVE 'N'       TO OPR-ATIVO
               MOVE WS-MOTIVO TO OPR-RECERT-SITUACAO
               MOVE 'Y'       TO WS-ALTERADO
           END-IF.

      *DECISAO DO PASSO NO HISTORICO DA RECERTIFICACAO. O CICLO SO
      *E INFORMADO QUANDO A DECISAO E DO PRAZO DELE.
       GRAVAR-HISTORICO-RECERT.

           OPEN EXTEND RECERTIFICACOES
           IF WS-RCH-STATUS = '35'
               OPEN OUTPUT RECERTIFICACOES
           END-IF
           IF WS-RCH-STATUS NOT = '00'
               DISPLAY 'HISTORICO DE RECERTIFICACAO INACESSIVEL, '
                   'STATUS: ' WS-RCH-STATUS
               CLOSE OPERADORES
               PERFORM ABORTAR-PASSO
           END-IF

           MOVE FUNCTION CURRENT-DATE  TO RCH-TIMESTAMP
           IF WS-MOTIVO = 'N'
               MOVE OPR-RECERT-DATA    TO RCH-DATA-CICLO
           ELSE
               MOVE ZEROS              TO RCH-DATA-CICLO
           END-IF
           MOVE OPR-ID                 TO RCH-OPERADOR
           MOVE OPR-NIVEL              TO RCH-NIVEL
           MOVE OPR-DATA-ULTIMO-ACESSO TO RCH-ULTIMO-ACESSO
           MOVE WS-RESULTADO-RECERT    TO RCH-RESULTADO
           MOVE 'BATCH'                TO RCH-SUPERVISOR
           WRITE RECERTIFICACAO-REC

           CLOSE RECERTIFICACOES.

      *LANCAMENTO NO LOG CONTRA O ID DESATIVADO, OPCAO 'R'
      *(RECERTIFICACAO), ENCADEADO AO ANTERIOR. SEM ANCORA ACESSIVEL
      *O LANCAMENTO E GRAVADO ASSIM MESMO, COM SEQUENCIA ZERADA -- A
      *VERIFICACAO DA CADEIA APONTA A FALHA.
       GRAVAR-EVENTO-AUDITORIA.

           OPEN EXTEND LOG-AUDITORIA
           IF WS-LOG-STATUS = '35'
               OPEN OUTPUT LOG-AUDITORIA
           END-IF

           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE OPR-ID                TO AUD-OPERADOR
           MOVE 'R'                   TO AUD-OPCAO
           MOVE WS-EVENTO-AUDITORIA   TO AUD-RESULTADO

           MOVE 'E' TO CAD-FUNCAO
           MOVE AUDITORIA-REC(1:39) TO CAD-LANCAMENTO
           CALL 'EncadeiaAuditoria' USING WS-CAD-AREA
           MOVE CAD-SEQUENCIA TO AUD-SEQUENCIA
           MOVE CAD-HASH      TO AUD-HASH
           WRITE AUDITORIA-REC

           CLOSE LOG-AUDITORIA.

       GUARDAR-EVENTO.

           IF WS-QTD-EVENTOS >= 500
               DISPLAY 'TABELA DE DESATIVACOES CHEIA, FORA DO '
                   'RELATORIO: ' OPR-ID
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-QTD-EVENTOS
           MOVE OPR-ID                 TO WS-EVT-ID(WS-QTD-EVENTOS)
           MOVE OPR-NOME               TO WS-EVT-NOME(WS-QTD-EVENTOS)
           MOVE OPR-NIVEL              TO WS-EVT-NIVEL(WS-QTD-EVENTOS)
           MOVE OPR-DATA-ULTIMO-ACESSO TO WS-EVT-ULTIMO(WS-QTD-EVENTOS)
           MOVE WS-RESULTADO-RECERT
               TO WS-EVT-RESULTADO(WS-QTD-EVENTOS).

       GUARDAR-OPERADOR-ATIVO.

           IF WS-QTD-ATIVOS >= 500
               DISPLAY 'TABELA DE OPERADORES ATIVOS CHEIA, FORA DO '
                   'RELATORIO: ' OPR-ID
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-QTD-ATIVOS
           MOVE OPR-ID                 TO WS-ATV-ID(WS-QTD-ATIVOS)
           MOVE OPR-NOME               TO WS-ATV-NOME(WS-QTD-ATIVOS)
           MOVE OPR-NIVEL              TO WS-ATV-NIVEL(WS-QTD-ATIVOS)
           MOVE OPR-DATA-ULTIMO-ACESSO TO WS-ATV-ULTIMO(WS-QTD-ATIVOS)
           MOVE OPR-RECERT-DATA        TO WS-ATV-CICLO(WS-QTD-ATIVOS).

      *RELATORIO: DESATIVACOES DA CORRIDA E, NO FIM DO MES, UMA
      *SECAO POR SUPERVISOR ATIVO COM TODOS OS OPERADORES ATIVOS.
       IMPRIMIR-RECERTIFICACAO.

           MOVE 'A' TO REL-COMANDO
           MOVE 'RecertificaOperadores' TO REL-PROGRAMA
           MOVE 'RECERT' TO REL-ID
           MOVE 'RECERTIFICACAO DE ACESSO DE OPERADORES'
               TO REL-TITULO
           CALL 'GravaRelatorio' USING WS-REL-AREA

           PERFORM IMPRIMIR-DESATIVACOES

           IF WS-FIM-DE-MES = 'Y'
               PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-QTD-ATIVOS
                   IF WS-ATV-NIVEL(WS-K) >= 2
                       ADD 1 TO WS-QTD-REVISORES
                       PERFORM IMPRIMIR-SECAO-SUPERVISOR
                   END-IF
               END-PERFORM
               IF WS-QTD-REVISORES = ZEROS
                   MOVE 'L' TO REL-COMANDO
                   MOVE SPACES TO REL-LINHA
                   CALL 'GravaRelatorio' USING WS-REL-AREA
                   MOVE 'NENHUM SUPERVISOR ATIVO PARA A RECERTIFICACAO.'
                       TO REL-LINHA
                   CALL 'GravaRelatorio' USING WS-REL-AREA
               END-IF
           END-IF

           PERFORM IMPRIMIR-TOTAIS-RECERT

           MOVE 'F' TO REL-COMANDO
           CALL 'GravaRelatorio' USING WS-REL-AREA.

       IMPRIMIR-DESATIVACOES.

           MOVE 'L' TO REL-COMANDO
           MOVE SPACES TO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA
           MOVE 'DESATIVACOES DA CORRIDA' TO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           IF WS-QTD-EVENTOS = ZEROS
               MOVE '  NENHUMA.' TO REL-LINHA
               CALL 'GravaRelatorio' USING WS-REL-AREA
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CAB-EVENTO TO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-QTD-EVENTOS
               MOVE WS-EVT-ID(WS-I)     TO EVL-ID
               MOVE WS-EVT-NOME(WS-I)   TO EVL-NOME
               MOVE WS-EVT-NIVEL(WS-I)  TO EVL-NIVEL
               MOVE WS-EVT-ULTIMO(WS-I) TO EVL-ULTIMO
               EVALUATE WS-EVT-RESULTADO(WS-I)
                   WHEN 'D'
                       MOVE SPACES TO EVL-TEXTO
                       STRING 'DESATIVADO: SEM SIGN-ON HA MAIS DE '
                           WS-DIAS-INATIVIDADE ' DIAS'
                           DELIMITED BY SIZE INTO EVL-TEXTO
                   WHEN 'N'
                       MOVE 'DESATIVADO: NAO CONFIRMADO NO PRAZO'
                           TO EVL-TEXTO
                   WHEN OTHER
                       MOVE 'MANTIDO: ULTIMO SUPERVISOR ATIVO'
                           TO EVL-TEXTO
               END-EVALUATE
               MOVE WS-LINHA-EVENTO TO REL-LINHA
               CALL 'GravaRelatorio' USING WS-REL-AREA
           END-PERFORM.

      *SECAO DO SUPERVISOR WS-K: TODOS OS OPERADORES ATIVOS, COM O
      *PRAZO DO CICLO DE CADA UM. O PROPRIO SUPERVISOR E CONFIRMADO
      *POR OUTRO SUPERVISOR.
       IMPRIMIR-SECAO-SUPERVISOR.

           MOVE 'L' TO REL-COMANDO
           MOVE SPACES TO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE SPACES TO REL-LINHA
           STRING 'REVISOR: ' WS-ATV-ID(WS-K) ' ' WS-ATV-NOME(WS-K)
               ' - CONFIRMAR OU REVOGAR ATE O PRAZO NA MANUTENCAO '
               'DE OPERADORES (OPCAO 5)'
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE WS-CAB-REVISAO TO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-QTD-ATIVOS
               MOVE WS-ATV-ID(WS-I)     TO RVL-ID
               MOVE WS-ATV-NOME(WS-I)   TO RVL-NOME
               MOVE WS-ATV-NIVEL(WS-I)  TO RVL-NIVEL
               MOVE WS-ATV-ULTIMO(WS-I) TO RVL-ULTIMO
               MOVE WS-ATV-CICLO(WS-I)  TO RVL-CICLO
               COMPUTE WS-DIA-PRAZO =
                   FUNCTION INTEGER-OF-DATE(WS-ATV-CICLO(WS-I))
                   + WS-PRAZO-DIAS
               COMPUTE WS-DATA-PRAZO =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-PRAZO)
               MOVE WS-DATA-PRAZO       TO RVL-PRAZO
               IF WS-I = WS-K
                   MOVE '(PROPRIO: OUTRO SUPERVISOR CONFIRMA)'
                       TO RVL-DECISAO
               ELSE
                   MOVE '[ ] CONFIRMA  [ ] NIVEL 1  [ ] REVOGA'
                       TO RVL-DECISAO
               END-IF
               MOVE WS-LINHA-REVISAO TO REL-LINHA
               CALL 'GravaRelatorio' USING WS-REL-AREA
           END-PERFORM.

       IMPRIMIR-TOTAIS-RECERT.

           MOVE 'L' TO REL-COMANDO
           MOVE SPACES TO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE SPACES TO REL-LINHA
           STRING 'OPERADORES LIDOS.............: ' WS-QTD-LIDOS
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE SPACES TO REL-LINHA
           STRING 'DESATIVADOS POR INATIVIDADE..: ' WS-QTD-DORMENTES
               ' (SEM SIGN-ON HA MAIS DE ' WS-DIAS-INATIVIDADE
               ' DIAS)'
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE SPACES TO REL-LINHA
           STRING 'DESATIVADOS SEM CONFIRMACAO..: ' WS-QTD-NAO-CONF
               ' (PRAZO DE ' WS-PRAZO-DIAS ' DIAS)'
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE SPACES TO REL-LINHA
           STRING 'ULTIMO SUPERVISOR MANTIDO....: ' WS-QTD-MANTIDOS
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           IF WS-FIM-DE-MES = 'Y'
               MOVE SPACES TO REL-LINHA
               STRING 'OPERADORES EM RECERTIFICACAO.: ' WS-QTD-ATIVOS
                   DELIMITED BY SIZE INTO REL-LINHA
               CALL 'GravaRelatorio' USING WS-REL-AREA

               MOVE SPACES TO REL-LINHA
               STRING 'SUPERVISORES REVISORES.......: '
                   WS-QTD-REVISORES
                   DELIMITED BY SIZE INTO REL-LINHA
               CALL 'GravaRelatorio' USING WS-REL-AREA
           END-IF.

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

      *ULTIMO DIA UTIL DO MES: O PROXIMO DIA UTIL DEPOIS DA DATA DE
      *MOVIMENTO JA ESTA EM OUTRO MES.
       CONFERIR-FIM-DE-MES.

           COMPUTE WS-DATA-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO) + 1
           COMPUTE WS-DATA-EXAME =
               FUNCTION DATE-OF-INTEGER(WS-DATA-INTEIRO)
           PERFORM ROLAR-PARA-DIA-UTIL

           IF WS-DATA-EXAME(1:6) NOT = WS-DATA-MOVIMENTO(1:6)
               MOVE 'Y' TO WS-FIM-DE-MES
           ELSE
               MOVE 'N' TO WS-FIM-DE-MES
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
      *PULADO COM SUCESSO (RC 0), SEM DESATIVAR NEM IMPRIMIR DE NOVO.
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
