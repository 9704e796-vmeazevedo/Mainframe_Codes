           FILE STATUS IS WS-EMM-STATUS.

           SELECT MOVIMENTOS ASSIGN TO 'movimentos.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-CHAVE
           FILE STATUS IS WS-MOV-STATUS.

      *=================================================================
       PROGRAM-BEGIN.

           MOVE 'A' TO REL-COMANDO
           MOVE 'AuditoriaCruzada' TO REL-PROGRAMA
           MOVE 'AUDCRUZ' TO REL-ID
           MOVE 'AUDITORIA CRUZADA DOS ELOS ENTRE OS MASTERS'
               TO REL-TITULO
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ MOVIMENTOS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
