      * gravada no GL; (3) qualquer diferenca vira linha de quebra no
      * relatorio nomeando o tipo e o valor, e a noite termina com
      * RETURN-CODE 8. Foi um tipo sem mapeamento que deixou o razao
      * descasado por tres semanas sem ninguem notar. Pares gravados
      * direto no extrato por passos que nao passam pelo diario (a
      * provisao de PDD do fim de mes, a reavaliacao cambial da
      * PosicaoCambial, a sobra/falta da conciliacao das gavetas de
      * caixa e os lancamentos da folha por centro de custo do
      * ContabilizaFolha) nao tem total de diario para amarrar: sao
      * provados tipo a tipo, debito = credito, e listados no
      * relatorio.
      ******************************************************************
      *=================================================================
       ENVIRONMENT                                     DIVISION.
           FILE STATUS IS WS-GL-STATUS.

           SELECT MOVIMENTOS ASSIGN TO 'movimentos.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-CHAVE
           FILE STATUS IS WS-MOV-STATUS.

           SELECT RELATORIO-PROVA ASSIGN TO 'prova_gl_rpt.dat'
      *TOTAIS POR CONTA CONTABIL, PARA O RESUMO DO RAZAO.
       01 WS-QTD-CONTAS-GL     PIC 9(2)    VALUE ZEROS.
       01 WS-TABELA-CONTAS-GL.
           05 WS-CGL-ENTRADA OCCURS 60 TIMES.
              10 WS-CGL-CONTA      PIC X(8).
              10 WS-CGL-DEBITO     PIC 9(15)V99.
              10 WS-CGL-CREDITO    PIC 9(15)V99.
      *AMARRAR O TIPO).
       01 WS-QTD-TIPOS-GL      PIC 9(2)    VALUE ZEROS.
       01 WS-TABELA-TIPOS-GL.
           05 WS-TGL-ENTRADA OCCURS 60 TIMES.
              10 WS-TGL-TIPO       PIC X(3).
              10 WS-TGL-VALOR      PIC 9(13)V99.
              10 WS-TGL-CREDITO    PIC 9(13)V99.

      *TOTAIS DO DIARIO POR TIPO, COM A MESMA LIQUIDACAO DO GERADOR.
       77 WS-TOTAL-DEP         PIC S9(13)V99 VALUE ZEROS.
       77 WS-TOTAL-SAL         PIC S9(13)V99 VALUE ZEROS.
       77 WS-TOTAL-ESC         PIC S9(13)V99 VALUE ZEROS.
       77 WS-TOTAL-ECR         PIC S9(13)V99 VALUE ZEROS.
       77 WS-TOTAL-BOL         PIC S9(13)V99 VALUE ZEROS.
       77 WS-TOTAL-TED         PIC S9(13)V99 VALUE ZEROS.
       77 WS-TOTAL-TEL         PIC S9(13)V99 VALUE ZEROS.
       77 WS-TOTAL-TDV         PIC S9(13)V99 VALUE ZEROS.
       77 WS-TOTAL-CDA         PIC S9(13)V99 VALUE ZEROS.
       77 WS-TOTAL-CDJ         PIC S9(13)V99 VALUE ZEROS.
       77 WS-TOTAL-CDR         PIC S9(13)V99 VALUE ZEROS.
       77 WS-TOTAL-CDY         PIC S9(13)V99 VALUE ZEROS.
       77 WS-TOTAL-IRF         PIC S9(13)V99 VALUE ZEROS.
       77 WS-TOTAL-TJD         PIC S9(13)V99 VALUE ZEROS.
       77 WS-TOTAL-MEN         PIC S9(13)V99 VALUE ZEROS.
       77 WS-TOTAL-CHQ         PIC S9(13)V99 VALUE ZEROS.
       77 WS-TOTAL-TDC         PIC S9(13)V99 VALUE ZEROS.

       77 WS-TIPO-CORRENTE     PIC X(3)    VALUE SPACES.
       77 WS-VALOR-DIARIO      PIC S9(13)V99 VALUE ZEROS.
           PERFORM TOTALIZAR-DIARIO-DO-DIA
           PERFORM CONFERIR-DEBITO-CREDITO
           PERFORM CONFERIR-TIPOS
           PERFORM CONFERIR-PARES-SEM-DIARIO
           PERFORM IMPRIMIR-RESUMO-RAZAO

           CLOSE RELATORIO-PROVA

           IF GL-DC = 'D'
               ADD GL-VALOR TO WS-GL-DEBITOS
           ELSE
               ADD GL-VALOR TO WS-GL-CREDITOS
           END-IF
           PERFORM SOMAR-NO-TIPO-GL.

       SOMAR-NA-CONTA-GL.

           END-PERFORM

           IF WS-ACHADO = 'N'
               IF WS-QTD-CONTAS-GL < 60
                   ADD 1 TO WS-QTD-CONTAS-GL
                   MOVE GL-CONTA TO WS-CGL-CONTA(WS-QTD-CONTAS-GL)
                   MOVE ZEROS TO WS-CGL-DEBITO(WS-QTD-CONTAS-GL)
                           TO WS-CGL-CREDITO(WS-QTD-CONTAS-GL)
                   END-IF
               ELSE
                   DISPLAY 'TABELA DE CONTAS CONTABEIS CHEIA (60), '
                       'CONTA FORA DO RESUMO: ' GL-CONTA
               END-IF
           END-IF.
               OR WS-ACHADO = 'Y'
               IF WS-TGL-TIPO(WS-I) = GL-TIPO
                   MOVE 'Y' TO WS-ACHADO
                   IF GL-DC = 'D'
                       ADD GL-VALOR TO WS-TGL-VALOR(WS-I)
                   ELSE
                       ADD GL-VALOR TO WS-TGL-CREDITO(WS-I)
                   END-IF
               END-IF
           END-PERFORM

           IF WS-ACHADO = 'N'
               IF WS-QTD-TIPOS-GL < 60
                   ADD 1 TO WS-QTD-TIPOS-GL
                   MOVE GL-TIPO  TO WS-TGL-TIPO(WS-QTD-TIPOS-GL)
                   MOVE ZEROS    TO WS-TGL-VALOR(WS-QTD-TIPOS-GL)
                   MOVE ZEROS    TO WS-TGL-CREDITO(WS-QTD-TIPOS-GL)
                   IF GL-DC = 'D'
                       MOVE GL-VALOR TO WS-TGL-VALOR(WS-QTD-TIPOS-GL)
                   ELSE
                       MOVE GL-VALOR
                           TO WS-TGL-CREDITO(WS-QTD-TIPOS-GL)
                   END-IF
               END-IF
           END-IF.

           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ MOVIMENTOS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                   ADD MOV-VALOR TO WS-TOTAL-ESC
               WHEN 'ECR'
                   ADD MOV-VALOR TO WS-TOTAL-ECR
               WHEN 'BOL'
                   ADD MOV-VALOR TO WS-TOTAL-BOL
               WHEN 'TED'
                   ADD MOV-VALOR TO WS-TOTAL-TED
               WHEN 'TEL'
                   ADD MOV-VALOR TO WS-TOTAL-TEL
               WHEN 'TDV'
                   ADD MOV-VALOR TO WS-TOTAL-TDV
               WHEN 'CDA'
                   ADD MOV-VALOR TO WS-TOTAL-CDA
               WHEN 'CDJ'
                   ADD MOV-VALOR TO WS-TOTAL-CDJ
               WHEN 'CDR'
                   ADD MOV-VALOR TO WS-TOTAL-CDR
               WHEN 'CDY'
                   ADD MOV-VALOR TO WS-TOTAL-CDY
               WHEN 'IRF'
                   ADD MOV-VALOR TO WS-TOTAL-IRF
               WHEN 'TJD'
                   ADD MOV-VALOR TO WS-TOTAL-TJD
               WHEN 'MEN'
                   ADD MOV-VALOR TO WS-TOTAL-MEN
               WHEN 'CHQ'
                   ADD MOV-VALOR TO WS-TOTAL-CHQ
               WHEN 'TDC'
                   ADD MOV-VALOR TO WS-TOTAL-TDC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           MOVE 'ECR' TO WS-TIPO-CORRENTE
           MOVE WS-TOTAL-ECR TO WS-VALOR-DIARIO
           PERFORM CONFERIR-UM-TIPO

           MOVE 'BOL' TO WS-TIPO-CORRENTE
           MOVE WS-TOTAL-BOL TO WS-VALOR-DIARIO
           PERFORM CONFERIR-UM-TIPO

           MOVE 'TED' TO WS-TIPO-CORRENTE
           MOVE WS-TOTAL-TED TO WS-VALOR-DIARIO
           PERFORM CONFERIR-UM-TIPO

           MOVE 'TEL' TO WS-TIPO-CORRENTE
           MOVE WS-TOTAL-TEL TO WS-VALOR-DIARIO
           PERFORM CONFERIR-UM-TIPO

           MOVE 'TDV' TO WS-TIPO-CORRENTE
           MOVE WS-TOTAL-TDV TO WS-VALOR-DIARIO
           PERFORM CONFERIR-UM-TIPO

           MOVE 'CDA' TO WS-TIPO-CORRENTE
           MOVE WS-TOTAL-CDA TO WS-VALOR-DIARIO
           PERFORM CONFERIR-UM-TIPO

           MOVE 'CDJ' TO WS-TIPO-CORRENTE
           MOVE WS-TOTAL-CDJ TO WS-VALOR-DIARIO
           PERFORM CONFERIR-UM-TIPO

           MOVE 'CDR' TO WS-TIPO-CORRENTE
           MOVE WS-TOTAL-CDR TO WS-VALOR-DIARIO
           PERFORM CONFERIR-UM-TIPO

           MOVE 'CDY' TO WS-TIPO-CORRENTE
           MOVE WS-TOTAL-CDY TO WS-VALOR-DIARIO
           PERFORM CONFERIR-UM-TIPO

           MOVE 'IRF' TO WS-TIPO-CORRENTE
           MOVE WS-TOTAL-IRF TO WS-VALOR-DIARIO
           PERFORM CONFERIR-UM-TIPO

           MOVE 'TJD' TO WS-TIPO-CORRENTE
           MOVE WS-TOTAL-TJD TO WS-VALOR-DIARIO
           PERFORM CONFERIR-UM-TIPO

           MOVE 'MEN' TO WS-TIPO-CORRENTE
           MOVE WS-TOTAL-MEN TO WS-VALOR-DIARIO
           PERFORM CONFERIR-UM-TIPO

           MOVE 'CHQ' TO WS-TIPO-CORRENTE
           MOVE WS-TOTAL-CHQ TO WS-VALOR-DIARIO
           PERFORM CONFERIR-UM-TIPO

           MOVE 'TDC' TO WS-TIPO-CORRENTE
           MOVE WS-TOTAL-TDC TO WS-VALOR-DIARIO
           PERFORM CONFERIR-UM-TIPO.

      *A PERNA DE DEBITO DO GL DO TIPO TEM QUE SER IGUAL AO TOTAL
                   ': DIARIO ' WS-VALOR-DIARIO ' GL ' WS-VALOR-GL
           END-IF.

      *TIPOS GRAVADOS DIRETO NO EXTRATO, SEM DIARIO POR TRAS: CADA
      *UM TEM QUE FECHAR DEBITO = CREDITO SOZINHO.
       CONFERIR-PARES-SEM-DIARIO.

           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-QTD-TIPOS-GL
               EVALUATE WS-TGL-TIPO(WS-I)
                   WHEN 'PDC'
                   WHEN 'PDR'
                   WHEN 'VCA'
                   WHEN 'VCP'
                   WHEN 'CXS'
                   WHEN 'CXF'
                   WHEN 'FPI'
                   WHEN 'FPR'
                   WHEN 'FPL'
                   WHEN 'FPD'
                   WHEN 'FPB'
                   WHEN 'FPC'
                       PERFORM CONFERIR-PAR-SEM-DIARIO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

       CONFERIR-PAR-SEM-DIARIO.

           MOVE SPACES TO LINHA-RELATORIO
           STRING 'SEM DIARIO TIPO ' WS-TGL-TIPO(WS-I)
               ' D ' WS-TGL-VALOR(WS-I) ' C ' WS-TGL-CREDITO(WS-I)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           IF WS-TGL-VALOR(WS-I) NOT = WS-TGL-CREDITO(WS-I)
               MOVE 'N' TO WS-PROVA-OK
               ADD 1 TO WS-QTD-QUEBRAS
               COMPUTE WS-DIFERENCA =
                   WS-TGL-VALOR(WS-I) - WS-TGL-CREDITO(WS-I)
               MOVE WS-TGL-TIPO(WS-I)    TO QBR-TIPO
               MOVE WS-TGL-VALOR(WS-I)   TO QBR-DIARIO
               MOVE WS-TGL-CREDITO(WS-I) TO QBR-GL
               MOVE WS-DIFERENCA         TO QBR-DIF
               MOVE WS-LINHA-QUEBRA      TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               DISPLAY 'PAR SEM DIARIO DESBALANCEADO NO TIPO '
                   WS-TGL-TIPO(WS-I)
           END-IF.

       IMPRIMIR-RESUMO-RAZAO.

           MOVE SPACES TO LINHA-RELATORIO
