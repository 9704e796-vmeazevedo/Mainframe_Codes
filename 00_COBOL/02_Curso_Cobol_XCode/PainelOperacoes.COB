      *CONTROLE DE EXECUCAO. OS MENSAIS (DORMENCIA, TARIFAS) E OS
      *PASSOS SEM CONTROLE POR PASSO NAO ENTRAM NA LISTA DE AUSENTES.
      *OS LOTES DE POSTAGEM CARIMBAM O CICLO NO NOME DO PASSO; O
      *CICLO 01 (NOITE) E O OBRIGATORIO DE TODA DATA. LIBCHEQUES,
      *COMPCHEQUES E EXTRATOCANAL RODAM UMA VEZ POR DATA, SEM SUFIXO
      *DE CICLO.
      *VERIFAUDIT E A VERIFICACAO DA CADEIA DO LOG DE AUDITORIA, QUE
      *RODA DE MANHA ANTES DO PAINEL.
       01 WS-TABELA-ESPERADOS.
           05 FILLER PIC X(12) VALUE 'DEPOSITOS 01'.
           05 FILLER PIC X(12) VALUE 'SAQUES    01'.
           05 FILLER PIC X(12) VALUE 'TRANSFER  01'.
           05 FILLER PIC X(12) VALUE 'LIBCHEQUES  '.
           05 FILLER PIC X(12) VALUE 'COMPCHEQUES '.
           05 FILLER PIC X(12) VALUE 'ORDENS      '.
           05 FILLER PIC X(12) VALUE 'MENSALIDADES'.
           05 FILLER PIC X(12) VALUE 'JUROSCHEQUE '.
           05 FILLER PIC X(12) VALUE 'ANALISECRED '.
           05 FILLER PIC X(12) VALUE 'CRONOGRAMA  '.
           05 FILLER PIC X(12) VALUE 'JUROS       '.
           05 FILLER PIC X(12) VALUE 'FECHOMENSAL '.
           05 FILLER PIC X(12) VALUE 'EXTRATOCANAL'.
           05 FILLER PIC X(12) VALUE 'VERIFAUDIT  '.
       01 WS-ESPERADOS REDEFINES WS-TABELA-ESPERADOS.
           05 WS-ESPERADO OCCURS 14 TIMES PIC X(12).

       77 WS-I                 PIC 9(2)    VALUE ZEROS.
       77 WS-J                 PIC 9(2)    VALUE ZEROS.
       IMPRIMIR-PAINEL.

           MOVE 'A' TO REL-COMANDO
           MOVE 'PainelOperacoes' TO REL-PROGRAMA
           MOVE 'PAINEL' TO REL-ID
           MOVE 'PAINEL DE OPERACAO DO BATCH NOTURNO' TO REL-TITULO
           CALL 'GravaRelatorio' USING WS-REL-AREA
           END-PERFORM

           PERFORM LISTAR-PASSOS-AUSENTES
           PERFORM ALERTAR-CADEIA-AUDITORIA

           MOVE 'L' TO REL-COMANDO
           MOVE SPACES TO REL-LINHA
       LISTAR-PASSOS-AUSENTES.

           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > 14
               MOVE 'N' TO WS-ACHADO
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-QTD-PASSOS
                   CALL 'GravaRelatorio' USING WS-REL-AREA
               END-IF
           END-PERFORM.

      *CADEIA DO LOG DE AUDITORIA QUEBRADA NA VERIFICACAO DA MANHA
      *GANHA LINHA PROPRIA, ALEM DA MARCA DE ATENCAO DO PASSO.
       ALERTAR-CADEIA-AUDITORIA.

           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-QTD-PASSOS
               IF WS-PAS-NOME(WS-I) = 'VERIFAUDIT  '
                   AND WS-PAS-RESULTADO(WS-I) NOT = 'OK'
                   DISPLAY '*** CADEIA DO LOG DE AUDITORIA QUEBRADA - '
                       'VER RELATORIO VERIFAUD ***'
                   MOVE 'L' TO REL-COMANDO
                   MOVE SPACES TO REL-LINHA
                   STRING '*** CADEIA DO LOG DE AUDITORIA QUEBRADA - '
                       'VER RELATORIO VERIFAUD ***'
                       DELIMITED BY SIZE INTO REL-LINHA
                   CALL 'GravaRelatorio' USING WS-REL-AREA
               END-IF
           END-PERFORM.
