      ******************************************************************
      * Author: Vinicius Azevedo
      * Date: 15/10/2026
      * Purpose: Reconciliacao dos recibos do eSocial
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PROG42.
      *Confere os recibos devolvidos pelo eSocial (esocial_recibos.dat,
      *um por evento processado, com o lote em que ele foi) contra a
      *fila de eventos enviados (eventos_esocial.dat, situacao 'E',
      *gravada pelo envio diario PROG41):
      *  - evento aceito fica 'A' com o numero do recibo;
      *  - evento rejeitado, ou enviado ha mais de WS-PRAZO-RECIBO
      *    dias sem recibo, vira excecao em esocial_excecoes.dat e
      *    volta a 'P' para sair de novo no proximo envelope, com a
      *    mensagem do governo em RETORNO. Depois de WS-MAX-TENTATIVAS
      *    envios fica retido ('X') para tratamento manual;
      *  - recibo de evento que nao esta na fila tambem e excecao.
      *Recibo de um lote anterior ao ultimo envio do evento (evento ja
      *reenviado) ou de evento ja aceito e ignorado. O operador da
      *manha precisa limpar as excecoes, como as do extrato de RH.
      *Termina com RETURN-CODE 8 quando ha excecoes.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENTOS-ESOCIAL ASSIGN TO 'eventos_esocial.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EVT-CHAVE
           FILE STATUS IS WS-EVT-STATUS.

           SELECT ESOCIAL-RECIBOS ASSIGN TO 'esocial_recibos.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RCB-STATUS.

           SELECT ESOCIAL-EXCECOES ASSIGN TO 'esocial_excecoes.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-EXC-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  EVENTOS-ESOCIAL.
       01  EVENTO-ESOCIAL-REC.
           COPY EVTREC REPLACING ==:PREFIX:== BY ==EVT==.

      *LAYOUT DO RETORNO DO ESOCIAL: LOTE E ID DO EVENTO COMO FORAM
      *ENVIADOS, SITUACAO 'A' ACEITO OU 'R' REJEITADO, RECIBO E
      *MENSAGEM.
       FD  ESOCIAL-RECIBOS.
       01  ESOCIAL-RECIBO-REC.
           05 RCB-LOTE           PIC 9(6).
           05 RCB-ID             PIC X(25).
           05 RCB-SITUACAO       PIC X(1).
           05 RCB-RECIBO         PIC X(20).
           05 RCB-MENSAGEM       PIC X(40).

       FD  ESOCIAL-EXCECOES.
       01  ESOCIAL-EXCECAO-REC.
           05 EXC-TIMESTAMP      PIC X(21).
           05 EXC-LOTE           PIC 9(6).
           05 EXC-EVENTO         PIC X(25).
           05 EXC-MOTIVO         PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-EVT-STATUS       PIC X(2) VALUE '00'.
       01  WS-RCB-STATUS       PIC X(2) VALUE '00'.
       01  WS-EXC-STATUS       PIC X(2) VALUE '00'.
       01  WS-EOF              PIC X(1) VALUE 'N'.
       01  WS-DATA-HOJE        PIC 9(8) VALUE ZEROS.
       01  WS-DIAS-ENVIADO     PIC S9(5) VALUE ZEROS.
      *DIAS DE ESPERA PELO RECIBO E ENVIOS ANTES DE RETER O EVENTO.
       01  WS-PRAZO-RECIBO     PIC 9(2) VALUE 2.
       01  WS-MAX-TENTATIVAS   PIC 9(2) VALUE 3.
       01  WS-QTD-RECIBOS      PIC 9(6) VALUE ZEROS.
       01  WS-QTD-ACEITOS      PIC 9(6) VALUE ZEROS.
       01  WS-QTD-REJEITADOS   PIC 9(6) VALUE ZEROS.
       01  WS-QTD-SEM-RECIBO   PIC 9(6) VALUE ZEROS.
       01  WS-QTD-RETIDOS      PIC 9(6) VALUE ZEROS.
       01  WS-QTD-IGNORADOS    PIC 9(6) VALUE ZEROS.
       01  WS-QTD-EXCECOES     PIC 9(5) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.

           OPEN I-O EVENTOS-ESOCIAL.
           IF WS-EVT-STATUS NOT = '00'
               DISPLAY 'SEM FILA DE EVENTOS DO ESOCIAL '
                   '(eventos_esocial.dat): NADA A CONFERIR.'
               STOP RUN
           END-IF.

           PERFORM PROCESSAR-RECIBOS.
           PERFORM CONFERIR-SEM-RECIBO.

           CLOSE EVENTOS-ESOCIAL.

           DISPLAY 'RECIBOS LIDOS.......: ' WS-QTD-RECIBOS.
           DISPLAY 'EVENTOS ACEITOS.....: ' WS-QTD-ACEITOS.
           DISPLAY 'EVENTOS REJEITADOS..: ' WS-QTD-REJEITADOS.
           DISPLAY 'SEM RECIBO NO PRAZO.: ' WS-QTD-SEM-RECIBO.
           DISPLAY 'RETIDOS (MANUAL)....: ' WS-QTD-RETIDOS.
           DISPLAY 'RECIBOS IGNORADOS...: ' WS-QTD-IGNORADOS.
           DISPLAY 'EXCECOES............: ' WS-QTD-EXCECOES.
           IF WS-QTD-EXCECOES > ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF.
       PROGRAM-DONE.
           STOP RUN.

       PROCESSAR-RECIBOS.
           MOVE 'N' TO WS-EOF.

           OPEN INPUT ESOCIAL-RECIBOS.
           IF WS-RCB-STATUS NOT = '00'
               DISPLAY 'esocial_recibos.dat NAO ABRIU, STATUS: '
                   WS-RCB-STATUS
               MOVE 'Y' TO WS-EOF
           END-IF.

           PERFORM UNTIL WS-EOF = 'Y'
               READ ESOCIAL-RECIBOS
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-RECIBOS
                       PERFORM CONFERIR-UM-RECIBO
               END-READ
           END-PERFORM.

           IF WS-RCB-STATUS = '00' OR WS-RCB-STATUS = '10'
               CLOSE ESOCIAL-RECIBOS
           END-IF.

       CONFERIR-UM-RECIBO.
           MOVE RCB-ID TO EVT-CHAVE.
           READ EVENTOS-ESOCIAL
               INVALID KEY
                   MOVE 'RECIBO SEM EVENTO NA FILA' TO EXC-MOTIVO
                   PERFORM GRAVAR-EXCECAO-RECIBO
                   EXIT PARAGRAPH
           END-READ.

           IF EVT-SITUACAO NOT = 'E' OR EVT-LOTE NOT = RCB-LOTE
               ADD 1 TO WS-QTD-IGNORADOS
               EXIT PARAGRAPH
           END-IF.

           EVALUATE RCB-SITUACAO
               WHEN 'A'
                   ADD 1 TO WS-QTD-ACEITOS
                   MOVE 'A'        TO EVT-SITUACAO
                   MOVE RCB-RECIBO TO EVT-RECIBO
                   MOVE SPACES     TO EVT-RETORNO
                   PERFORM REGRAVAR-EVENTO
               WHEN 'R'
                   ADD 1 TO WS-QTD-REJEITADOS
                   MOVE RCB-MENSAGEM TO EVT-RETORNO
                   MOVE 'EVENTO REJEITADO PELO ESOCIAL' TO EXC-MOTIVO
                   PERFORM GRAVAR-EXCECAO-RECIBO
                   PERFORM DEVOLVER-PARA-REENVIO
               WHEN OTHER
                   MOVE 'RECIBO COM SITUACAO INVALIDA' TO EXC-MOTIVO
                   PERFORM GRAVAR-EXCECAO-RECIBO
           END-EVALUATE.

      *EVENTO ENVIADO SEM RECIBO DEPOIS DO PRAZO: O GOVERNO NAO O
      *RECEBEU, OU O RECIBO SE PERDEU -- REENVIA.
       CONFERIR-SEM-RECIBO.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO EVT-CHAVE.
           START EVENTOS-ESOCIAL KEY IS NOT LESS THAN EVT-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.

           PERFORM UNTIL WS-EOF = 'Y'
               READ EVENTOS-ESOCIAL NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF EVT-SITUACAO = 'E'
                           PERFORM CONFERIR-PRAZO-RECIBO
                       END-IF
               END-READ
           END-PERFORM.

       CONFERIR-PRAZO-RECIBO.
           COMPUTE WS-DIAS-ENVIADO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
               - FUNCTION INTEGER-OF-DATE(EVT-DATA-ENVIO).
           IF WS-DIAS-ENVIADO <= WS-PRAZO-RECIBO
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-QTD-SEM-RECIBO.
           MOVE EVT-LOTE  TO RCB-LOTE.
           MOVE EVT-CHAVE TO RCB-ID.
           MOVE 'SEM RECIBO DO ESOCIAL NO PRAZO' TO EVT-RETORNO.
           MOVE 'SEM RECIBO DO ESOCIAL NO PRAZO' TO EXC-MOTIVO.
           PERFORM GRAVAR-EXCECAO-RECIBO.
           PERFORM DEVOLVER-PARA-REENVIO.

      *O EVENTO VOLTA PARA A FILA ('P') ATE O LIMITE DE ENVIOS; DAI EM
      *DIANTE FICA RETIDO ('X') E SO SAI POR TRATAMENTO MANUAL.
       DEVOLVER-PARA-REENVIO.
           IF EVT-TENTATIVAS >= WS-MAX-TENTATIVAS
               ADD 1 TO WS-QTD-RETIDOS
               MOVE 'X' TO EVT-SITUACAO
               MOVE 'LIMITE DE REENVIOS: TRATAR MANUALMENTE'
                   TO EXC-MOTIVO
               PERFORM GRAVAR-EXCECAO-RECIBO
           ELSE
               MOVE 'P' TO EVT-SITUACAO
           END-IF.
           PERFORM REGRAVAR-EVENTO.

       REGRAVAR-EVENTO.
           REWRITE EVENTO-ESOCIAL-REC
               INVALID KEY
                   DISPLAY 'EVENTO NAO REGRAVADO: ' EVT-CODIGO ' '
                       EVT-TIPO ' STATUS ' WS-EVT-STATUS
           END-REWRITE.

      *ASSUME EXC-MOTIVO, RCB-LOTE E RCB-ID JA PREENCHIDOS PELO
      *CHAMADOR.
       GRAVAR-EXCECAO-RECIBO.
           ADD 1 TO WS-QTD-EXCECOES.

           OPEN EXTEND ESOCIAL-EXCECOES.
           IF WS-EXC-STATUS = '35'
               OPEN OUTPUT ESOCIAL-EXCECOES
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO EXC-TIMESTAMP.
           MOVE RCB-LOTE              TO EXC-LOTE.
           MOVE RCB-ID                TO EXC-EVENTO.
           WRITE ESOCIAL-EXCECAO-REC.

           CLOSE ESOCIAL-EXCECOES.

           DISPLAY 'EXCECAO ESOCIAL LOTE ' EXC-LOTE ' EVENTO '
               EXC-EVENTO ': ' EXC-MOTIVO.
