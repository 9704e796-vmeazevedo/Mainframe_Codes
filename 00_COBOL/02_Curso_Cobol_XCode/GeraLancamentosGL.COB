
       FILE-CONTROL.
           SELECT MOVIMENTOS ASSIGN TO 'movimentos.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-CHAVE
           FILE STATUS IS WS-MOV-STATUS.

           SELECT GL-MAPA ASSIGN TO 'gl_mapa.dat'
      *A CONTA RECOLHIDA, ECR CREDITA A CUSTODIA).
       77 WS-TOTAL-ESC         PIC S9(13)V99 VALUE ZEROS.
       77 WS-TOTAL-ECR         PIC S9(13)V99 VALUE ZEROS.
      *RECEBIMENTO DE PARCELA POR BOLETO PAGO NO BANCO COBRADOR.
       77 WS-TOTAL-BOL         PIC S9(13)V99 VALUE ZEROS.
      *TED PARA OUTRO BANCO: O ENVIO (TED) CREDITA A CONTA-PONTE DE
      *TED; O RETORNO DEBITA A PONTE PELA TED ACATADA (TEL, CONTRA A
      *RESERVA) OU DEVOLVIDA (TDV, DE VOLTA AO CLIENTE). COM TODOS OS
      *RETORNOS RECEBIDOS A PONTE ZERA.
       77 WS-TOTAL-TED         PIC S9(13)V99 VALUE ZEROS.
       77 WS-TOTAL-TEL         PIC S9(13)V99 VALUE ZEROS.
       77 WS-TOTAL-TDV         PIC S9(13)V99 VALUE ZEROS.
      *CDB (DEPOSITO A PRAZO): A APLICACAO (CDA) TIRA O PRINCIPAL DOS
      *DEPOSITOS A VISTA PARA A CAPTACAO A PRAZO; A APROPRIACAO DIARIA
      *(CDJ) LANCA A DESPESA DE JUROS CONTRA JUROS A PAGAR; NO RESGATE
      *O PRINCIPAL (CDR) E O RENDIMENTO (CDY) VOLTAM AOS DEPOSITOS A
      *VISTA E O IR RETIDO (IRF) VAI PARA IR A RECOLHER.
       77 WS-TOTAL-CDA         PIC S9(13)V99 VALUE ZEROS.
       77 WS-TOTAL-CDJ         PIC S9(13)V99 VALUE ZEROS.
       77 WS-TOTAL-CDR         PIC S9(13)V99 VALUE ZEROS.
       77 WS-TOTAL-CDY         PIC S9(13)V99 VALUE ZEROS.
       77 WS-TOTAL-IRF         PIC S9(13)V99 VALUE ZEROS.
      *TRANSFERENCIA AO JUIZO DE VALOR BLOQUEADO (SISBAJUD): DEBITA OS
      *DEPOSITOS A VISTA CONTRA A CONTA-PONTE DE DEPOSITOS JUDICIAIS.
       77 WS-TOTAL-TJD         PIC S9(13)V99 VALUE ZEROS.
       77 WS-TOTAL-MEN         PIC S9(13)V99 VALUE ZEROS.
      *COMPENSACAO DE ENTRADA DOS CHEQUES SACADOS CONTRA NOS: O
      *CHEQUE PAGO (CHQ) DEBITA OS DEPOSITOS A VISTA CONTRA A RESERVA
      *DA COMPENSACAO; A TARIFA DE CHEQUE DEVOLVIDO (TDC) E RECEITA.
       77 WS-TOTAL-CHQ         PIC S9(13)V99 VALUE ZEROS.
       77 WS-TOTAL-TDC         PIC S9(13)V99 VALUE ZEROS.

       77 WS-TOTAL-DEBITOS     PIC 9(15)V99 VALUE ZEROS.
       77 WS-TOTAL-CREDITOS    PIC 9(15)V99 VALUE ZEROS.
      *MAPEAMENTO CARREGADO NA PARTIDA.
       01 WS-QTD-MAPAS         PIC 9(2)    VALUE ZEROS.
       01 WS-TABELA-MAPA.
           05 WS-MAPA-ENTRADA OCCURS 60 TIMES.
              10 WS-MAPA-TIPO      PIC X(3).
              10 WS-MAPA-DEBITO    PIC X(8).
              10 WS-MAPA-CREDITO   PIC X(8).
           MOVE WS-TOTAL-ECR TO WS-VALOR-CORRENTE
           PERFORM GERAR-PAR-CONTABIL

           MOVE 'BOL' TO WS-TIPO-CORRENTE
           MOVE WS-TOTAL-BOL TO WS-VALOR-CORRENTE
           PERFORM GERAR-PAR-CONTABIL

           MOVE 'TED' TO WS-TIPO-CORRENTE
           MOVE WS-TOTAL-TED TO WS-VALOR-CORRENTE
           PERFORM GERAR-PAR-CONTABIL

           MOVE 'TEL' TO WS-TIPO-CORRENTE
           MOVE WS-TOTAL-TEL TO WS-VALOR-CORRENTE
           PERFORM GERAR-PAR-CONTABIL

           MOVE 'TDV' TO WS-TIPO-CORRENTE
           MOVE WS-TOTAL-TDV TO WS-VALOR-CORRENTE
           PERFORM GERAR-PAR-CONTABIL

           MOVE 'CDA' TO WS-TIPO-CORRENTE
           MOVE WS-TOTAL-CDA TO WS-VALOR-CORRENTE
           PERFORM GERAR-PAR-CONTABIL

           MOVE 'CDJ' TO WS-TIPO-CORRENTE
           MOVE WS-TOTAL-CDJ TO WS-VALOR-CORRENTE
           PERFORM GERAR-PAR-CONTABIL

           MOVE 'CDR' TO WS-TIPO-CORRENTE
           MOVE WS-TOTAL-CDR TO WS-VALOR-CORRENTE
           PERFORM GERAR-PAR-CONTABIL

           MOVE 'CDY' TO WS-TIPO-CORRENTE
           MOVE WS-TOTAL-CDY TO WS-VALOR-CORRENTE
           PERFORM GERAR-PAR-CONTABIL

           MOVE 'IRF' TO WS-TIPO-CORRENTE
           MOVE WS-TOTAL-IRF TO WS-VALOR-CORRENTE
           PERFORM GERAR-PAR-CONTABIL

           MOVE 'TJD' TO WS-TIPO-CORRENTE
           MOVE WS-TOTAL-TJD TO WS-VALOR-CORRENTE
           PERFORM GERAR-PAR-CONTABIL

           MOVE 'MEN' TO WS-TIPO-CORRENTE
           MOVE WS-TOTAL-MEN TO WS-VALOR-CORRENTE
           PERFORM GERAR-PAR-CONTABIL

           MOVE 'CHQ' TO WS-TIPO-CORRENTE
           MOVE WS-TOTAL-CHQ TO WS-VALOR-CORRENTE
           PERFORM GERAR-PAR-CONTABIL

           MOVE 'TDC' TO WS-TIPO-CORRENTE
           MOVE WS-TOTAL-TDC TO WS-VALOR-CORRENTE
           PERFORM GERAR-PAR-CONTABIL

           CLOSE GL-MOVIMENTO

           DISPLAY ' '
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-QTD-MAPAS < 60
                           ADD 1 TO WS-QTD-MAPAS
                           MOVE MAP-TIPO
                               TO WS-MAPA-TIPO(WS-QTD-MAPAS)
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
