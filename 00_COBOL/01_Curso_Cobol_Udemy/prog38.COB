      ******************************************************************
      * Author: Vinicius Azevedo
      * Date: 15/10/2026
      * Purpose: Validacao do ponto mensal antes da folha
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PROG38.
      *Valida o arquivo de ponto do mes entregue pelo relogio de ponto
      *(ponto_entrada.dat: horas extras a 50% e a 100%, horas noturnas
      *e dias de falta injustificada por funcionario) contra o
      *cadastro de funcionarios, ANTES da folha mensal. Os registros
      *aceitos sao carregados em ponto.dat, indexado pelo codigo do
      *funcionario, que e o unico ponto que a folha (PROG30) le. Sao
      *rejeitados, com o motivo em ponto_rejeitados.dat: codigo fora
      *do cadastro, funcionario desligado, competencia diferente da
      *folha do mes, codigo repetido no arquivo, campos nao numericos
      *e faltas inconsistentes. O ponto.dat e refeito a cada execucao
      *(corrigido o arquivo do relogio, roda-se de novo).
      *Termina com RETURN-CODE 8 quando ha rejeicoes, que o RH precisa
      *resolver antes de rodar a folha.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PONTO-ENTRADA ASSIGN TO 'ponto_entrada.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PNE-STATUS.

           SELECT PONTO ASSIGN TO 'ponto.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PON-CODIGO
           FILE STATUS IS WS-PON-STATUS.

           SELECT FUNCIONARIOS ASSIGN TO 'funcionarios.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FR-CODIGO
           FILE STATUS IS WS-FILE-STATUS.

           SELECT PONTO-REJEITADOS ASSIGN TO 'ponto_rejeitados.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-REJ-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  PONTO-ENTRADA.
       01  PONTO-ENTRADA-REC.
           COPY PONTOREC REPLACING ==:PREFIX:== BY ==PNE==.

       FD  PONTO.
       01  PONTO-REC.
           COPY PONTOREC REPLACING ==:PREFIX:== BY ==PON==.

       FD  FUNCIONARIOS.
       01  FUNCIONARIO-REC.
           COPY FUNCREC REPLACING ==:PREFIX:== BY ==FR==.

       FD  PONTO-REJEITADOS.
       01  PONTO-REJEITADO-REC.
           05 REJ-TIMESTAMP    PIC X(21).
           05 REJ-COMPETENCIA  PIC 9(6).
           05 REJ-CODIGO       PIC X(6).
           05 REJ-MOTIVO       PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-PNE-STATUS       PIC X(2) VALUE '00'.
       01  WS-PON-STATUS       PIC X(2) VALUE '00'.
       01  WS-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-REJ-STATUS       PIC X(2) VALUE '00'.
       01  WS-EOF              PIC X(1) VALUE 'N'.
      *COMPETENCIA DA FOLHA QUE VAI CONSUMIR O PONTO: A FOLHA MENSAL
      *RODA SEMPRE NO MES CORRENTE.
       01  WS-COMPETENCIA      PIC 9(6) VALUE ZEROS.
       01  WS-REGISTRO-OK      PIC X(1) VALUE 'Y'.
       01  WS-QTD-LIDOS        PIC 9(5) VALUE ZEROS.
       01  WS-QTD-ACEITOS      PIC 9(5) VALUE ZEROS.
       01  WS-QTD-REJEITADOS   PIC 9(5) VALUE ZEROS.
      *O MES COMERCIAL TEM 30 DIAS; UMA SEMANA TEM NO MAXIMO UM DSR E
      *O MES NO MAXIMO 5 SEMANAS.
       01  WS-MAX-FALTAS       PIC 9(2) VALUE 30.
       01  WS-MAX-SEMANAS      PIC 9(1) VALUE 5.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-COMPETENCIA.
           PERFORM VALIDAR-PONTO.

           DISPLAY 'COMPETENCIA.........: ' WS-COMPETENCIA.
           DISPLAY 'REGISTROS LIDOS.....: ' WS-QTD-LIDOS.
           DISPLAY 'REGISTROS ACEITOS...: ' WS-QTD-ACEITOS.
           DISPLAY 'REGISTROS REJEITADOS: ' WS-QTD-REJEITADOS.
           IF WS-QTD-REJEITADOS > ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF.
       PROGRAM-DONE.
           STOP RUN.

       VALIDAR-PONTO.
           MOVE 'N' TO WS-EOF.

           OPEN INPUT PONTO-ENTRADA.
           IF WS-PNE-STATUS NOT = '00'
               DISPLAY 'ponto_entrada.dat NAO ABRIU, STATUS: '
                   WS-PNE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT FUNCIONARIOS.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE FUNCIONARIOS NAO ABRIU, STATUS: '
                   WS-FILE-STATUS
               CLOSE PONTO-ENTRADA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT PONTO.

           PERFORM UNTIL WS-EOF = 'Y'
               READ PONTO-ENTRADA
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       PERFORM VALIDAR-REGISTRO-PONTO
               END-READ
           END-PERFORM.

           CLOSE PONTO.
           CLOSE FUNCIONARIOS.
           CLOSE PONTO-ENTRADA.

      *AS REGRAS PARAM NA PRIMEIRA QUE FALHA: UM REGISTRO GERA UMA
      *UNICA REJEICAO, COM O PRIMEIRO MOTIVO ENCONTRADO.
       VALIDAR-REGISTRO-PONTO.
           MOVE 'Y' TO WS-REGISTRO-OK.

           IF PNE-CODIGO NOT NUMERIC
               OR PNE-COMPETENCIA NOT NUMERIC
               OR PNE-HORAS-EXTRA-50 NOT NUMERIC
               OR PNE-HORAS-EXTRA-100 NOT NUMERIC
               OR PNE-HORAS-NOTURNAS NOT NUMERIC
               OR PNE-FALTAS NOT NUMERIC
               OR PNE-SEMANAS-FALTA NOT NUMERIC
               MOVE 'CAMPOS NAO NUMERICOS' TO REJ-MOTIVO
               PERFORM REJEITAR-REGISTRO-PONTO
               EXIT PARAGRAPH
           END-IF.

           IF PNE-COMPETENCIA NOT = WS-COMPETENCIA
               MOVE 'COMPETENCIA DIFERENTE DA FOLHA DO MES'
                   TO REJ-MOTIVO
               PERFORM REJEITAR-REGISTRO-PONTO
               EXIT PARAGRAPH
           END-IF.

           MOVE PNE-CODIGO TO FR-CODIGO.
           READ FUNCIONARIOS KEY IS FR-CODIGO
               INVALID KEY
                   MOVE 'N' TO WS-REGISTRO-OK
           END-READ.
           IF WS-REGISTRO-OK = 'N'
               MOVE 'FUNCIONARIO FORA DO CADASTRO' TO REJ-MOTIVO
               PERFORM REJEITAR-REGISTRO-PONTO
               EXIT PARAGRAPH
           END-IF.

      *DESLIGADO NAO ENTRA NA FOLHA: HORAS LANCADAS PARA ELE NAO TEM
      *ONDE SER PAGAS E SO ACUSARIAM ERRO NO RELOGIO OU NO CADASTRO.
           IF FR-SITUACAO = 'D'
               MOVE 'FUNCIONARIO DESLIGADO' TO REJ-MOTIVO
               PERFORM REJEITAR-REGISTRO-PONTO
               EXIT PARAGRAPH
           END-IF.

           IF PNE-FALTAS > WS-MAX-FALTAS
               MOVE 'DIAS DE FALTA ACIMA DE 30' TO REJ-MOTIVO
               PERFORM REJEITAR-REGISTRO-PONTO
               EXIT PARAGRAPH
           END-IF.

      *CADA SEMANA COM FALTA PERDE UM DSR: NAO HA SEMANA COM FALTA SEM
      *FALTA, NEM FALTA QUE NAO CAIA EM ALGUMA SEMANA.
           IF PNE-SEMANAS-FALTA > WS-MAX-SEMANAS
               OR PNE-SEMANAS-FALTA > PNE-FALTAS
               OR (PNE-FALTAS > ZEROS AND PNE-SEMANAS-FALTA = ZEROS)
               MOVE 'SEMANAS COM FALTA INCONSISTENTES' TO REJ-MOTIVO
               PERFORM REJEITAR-REGISTRO-PONTO
               EXIT PARAGRAPH
           END-IF.

           MOVE PONTO-ENTRADA-REC TO PONTO-REC.
           WRITE PONTO-REC
               INVALID KEY
                   MOVE 'N' TO WS-REGISTRO-OK
           END-WRITE.
           IF WS-REGISTRO-OK = 'N'
               MOVE 'CODIGO REPETIDO NO ARQUIVO DE PONTO' TO REJ-MOTIVO
               PERFORM REJEITAR-REGISTRO-PONTO
           ELSE
               ADD 1 TO WS-QTD-ACEITOS
           END-IF.

      *ASSUME REJ-MOTIVO JA PREENCHIDO PELO CHAMADOR.
       REJEITAR-REGISTRO-PONTO.
           ADD 1 TO WS-QTD-REJEITADOS.

           OPEN EXTEND PONTO-REJEITADOS.
           IF WS-REJ-STATUS = '35'
               OPEN OUTPUT PONTO-REJEITADOS
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO REJ-TIMESTAMP.
           MOVE WS-COMPETENCIA        TO REJ-COMPETENCIA.
           MOVE PONTO-ENTRADA-REC(1:6) TO REJ-CODIGO.
           WRITE PONTO-REJEITADO-REC.

           CLOSE PONTO-REJEITADOS.

           DISPLAY 'PONTO REJEITADO ' REJ-CODIGO ': ' REJ-MOTIVO.
