      *    operador. O arquivamento move os lancamentos de um dia para
      *    o membro datado auditoria_AAAAMMDD.log e reescreve o log
      *    vivo so com o que sobrou, para ele continuar pequeno.
      *    Sequencia e hash de encadeamento viajam intactos com cada
      *    lancamento, e todo membro datado novo entra no indice de
      *    membros (auditoria_membros.dat), que a verificacao da
      *    cadeia (VerificaAuditoria) percorre junto com o log vivo.
      ******************************************************************
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           SELECT LOG-TRABALHO ASSIGN TO 'auditoria.wrk'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-WRK-STATUS.

           SELECT INDICE-MEMBROS ASSIGN TO 'auditoria_membros.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-IDX-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
           05 AUD-OPERADOR          PIC X(08).
           05 AUD-OPCAO             PIC X(01).
           05 AUD-RESULTADO         PIC X(09).
           05 AUD-SEQUENCIA         PIC 9(09).
           05 AUD-HASH              PIC 9(10).

       FD  LOG-ARQUIVO.
       01  ARQUIVO-REC.
           05 ARQ-OPERADOR          PIC X(08).
           05 ARQ-OPCAO             PIC X(01).
           05 ARQ-RESULTADO         PIC X(09).
           05 ARQ-SEQUENCIA         PIC 9(09).
           05 ARQ-HASH              PIC 9(10).

       FD  LOG-TRABALHO.
       01  TRABALHO-REC.
           05 WRK-OPERADOR          PIC X(08).
           05 WRK-OPCAO             PIC X(01).
           05 WRK-RESULTADO         PIC X(09).
           05 WRK-SEQUENCIA         PIC 9(09).
           05 WRK-HASH              PIC 9(10).

      *UM REGISTRO POR MEMBRO DATADO CRIADO, NA ORDEM DE CRIACAO.
       FD  INDICE-MEMBROS.
       01  INDICE-MEMBROS-REC.
           05 IDX-DATA              PIC 9(08).
           05 IDX-CRIADO            PIC X(21).

       WORKING-STORAGE SECTION.
       01  WS-LOG-STATUS           PIC X(02) VALUE '00'.
       01  WS-ARQ-STATUS           PIC X(02) VALUE '00'.
       01  WS-WRK-STATUS           PIC X(02) VALUE '00'.
       01  WS-IDX-STATUS           PIC X(02) VALUE '00'.
       01  WS-MEMBRO-NOVO          PIC X(01) VALUE 'N'.
       01  WS-EOF                  PIC X(01) VALUE 'N'.
       01  WS-OPCAO-MENU           PIC X(01) VALUE SPACES.

               DISPLAY 'LOG DE AUDITORIA NAO ABRIU, STATUS: '
                   WS-LOG-STATUS
           ELSE
               MOVE 'N' TO WS-MEMBRO-NOVO
               OPEN EXTEND LOG-ARQUIVO
               IF WS-ARQ-STATUS = '35'
                   OPEN OUTPUT LOG-ARQUIVO
                   MOVE 'Y' TO WS-MEMBRO-NOVO
               END-IF
               OPEN OUTPUT LOG-TRABALHO
               PERFORM UNTIL WS-EOF = 'Y'
               CLOSE LOG-AUDITORIA
               CLOSE LOG-ARQUIVO
               CLOSE LOG-TRABALHO
               IF WS-MEMBRO-NOVO = 'Y'
                   PERFORM REGISTRAR-MEMBRO
               END-IF
               PERFORM REESCREVER-LOG-VIVO
               DISPLAY 'ARQUIVADOS PARA ' WS-NOME-ARQUIVO ': '
                   WS-QTD-ARQUIVADOS
               MOVE AUD-OPERADOR  TO ARQ-OPERADOR
               MOVE AUD-OPCAO     TO ARQ-OPCAO
               MOVE AUD-RESULTADO TO ARQ-RESULTADO
               MOVE AUD-SEQUENCIA TO ARQ-SEQUENCIA
               MOVE AUD-HASH      TO ARQ-HASH
               WRITE ARQUIVO-REC
               ADD 1 TO WS-QTD-ARQUIVADOS
           ELSE
               MOVE AUD-OPERADOR  TO WRK-OPERADOR
               MOVE AUD-OPCAO     TO WRK-OPCAO
               MOVE AUD-RESULTADO TO WRK-RESULTADO
               MOVE AUD-SEQUENCIA TO WRK-SEQUENCIA
               MOVE AUD-HASH      TO WRK-HASH
               WRITE TRABALHO-REC
               ADD 1 TO WS-QTD-MANTIDOS
           END-IF.

      *MEMBRO REABERTO (RERUN DO MESMO DIA) JA ESTA NO INDICE.
       REGISTRAR-MEMBRO.

           OPEN EXTEND INDICE-MEMBROS.
           IF WS-IDX-STATUS = '35'
               OPEN OUTPUT INDICE-MEMBROS
           END-IF.
           MOVE WS-DATA-ARQUIVAR TO IDX-DATA.
           MOVE FUNCTION CURRENT-DATE TO IDX-CRIADO.
           WRITE INDICE-MEMBROS-REC.
           CLOSE INDICE-MEMBROS.

       REESCREVER-LOG-VIVO.

           MOVE 'N' TO WS-EOF.
                       MOVE WRK-OPERADOR  TO AUD-OPERADOR
                       MOVE WRK-OPCAO     TO AUD-OPCAO
                       MOVE WRK-RESULTADO TO AUD-RESULTADO
                       MOVE WRK-SEQUENCIA TO AUD-SEQUENCIA
                       MOVE WRK-HASH      TO AUD-HASH
                       WRITE AUDITORIA-REC
               END-READ
           END-PERFORM.
