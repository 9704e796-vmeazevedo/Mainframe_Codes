      ******************************************************************
      * Author: Vinicius Azevedo
      * Date: 15/10/2026
      * Purpose: Envio diario dos eventos do eSocial
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PROG41.
      *Passo diario do eSocial: pega na fila de eventos
      *(eventos_esocial.dat) tudo o que esta pendente ('P') --
      *admissoes, alteracoes de salario, desligamentos e alteracoes de
      *dependentes gravados pelo cadastro (PROG29b) e reajustes do
      *dissidio (PROG40), alem dos devolvidos para reenvio pela
      *reconciliacao dos recibos (PROG42) -- e grava um envelope
      *completo no arquivo de envio (esocial_envio.dat): HEADER 'H'
      *(data e sequencia), um DETALHE 'D' por evento e TRAILER 'T'
      *(contagem e hash dos codigos de funcionario), no mesmo molde do
      *extrato de RH. Cada envelope fica registrado no controle
      *(esocial_ctl.dat), de onde sai a proxima sequencia, e cada
      *evento enviado passa a 'E' com o lote e a data do envio.
      *Sem evento pendente nao grava envelope.
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

           SELECT ESOCIAL-ENVIO ASSIGN TO 'esocial_envio.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ENV-STATUS.

           SELECT ESOCIAL-CONTROLE ASSIGN TO 'esocial_ctl.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CTL-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  EVENTOS-ESOCIAL.
       01  EVENTO-ESOCIAL-REC.
           COPY EVTREC REPLACING ==:PREFIX:== BY ==EVT==.

      *LAYOUT FIXO DO ARQUIVO DE ENVIO. O ID DO EVENTO (REGISTRO,
      *CODIGO, TIPO E SEQUENCIA DO DEPENDENTE) VOLTA NO RECIBO DO
      *GOVERNO, JUNTO COM O LOTE, PARA A RECONCILIACAO.
       FD  ESOCIAL-ENVIO.
       01  ESOCIAL-ENVIO-HEADER.
           05 ENVH-TIPO          PIC X(1).
           05 ENVH-DATA          PIC 9(8).
           05 ENVH-SEQUENCIA     PIC 9(6).
           05 FILLER             PIC X(100).
       01  ESOCIAL-ENVIO-REC.
           05 ENVD-TIPO          PIC X(1).
           05 ENV-ID.
              10 ENV-REGISTRO    PIC X(16).
              10 ENV-CODIGO      PIC 9(6).
              10 ENV-EVENTO      PIC X(1).
              10 ENV-DEP-SEQ     PIC 9(2).
           05 ENV-NOME           PIC X(20).
           05 ENV-DATA-EVENTO    PIC 9(8).
           05 ENV-SALARIO        PIC 9(4)V9(2).
           05 ENV-SALARIO-ANT    PIC 9(4)V9(2).
           05 ENV-ACAO           PIC X(1).
           05 ENV-DEP-NOME       PIC X(30).
           05 ENV-DEP-NASCIMENTO PIC 9(8).
           05 ENV-MOTIVO         PIC X(1).
           05 ENV-AVISO          PIC X(1).
           05 ENV-LIQUIDO        PIC 9(6)V9(2).
       01  ESOCIAL-ENVIO-TRAILER.
           05 ENVT-TIPO          PIC X(1).
           05 ENVT-QTD           PIC 9(6).
           05 ENVT-HASH          PIC 9(12).
           05 FILLER             PIC X(96).

      *UM REGISTRO POR ENVELOPE ENVIADO.
       FD  ESOCIAL-CONTROLE.
       01  ESOCIAL-CONTROLE-REC.
           05 ECT-DATA           PIC 9(8).
           05 ECT-SEQUENCIA      PIC 9(6).
           05 ECT-QTD            PIC 9(6).
           05 ECT-HASH           PIC 9(12).

       WORKING-STORAGE SECTION.
       01  WS-EVT-STATUS       PIC X(2) VALUE '00'.
       01  WS-ENV-STATUS       PIC X(2) VALUE '00'.
       01  WS-CTL-STATUS       PIC X(2) VALUE '00'.
       01  WS-EOF              PIC X(1) VALUE 'N'.
       01  WS-CTL-EOF          PIC X(1) VALUE 'N'.
       01  WS-DATA-HOJE        PIC 9(8) VALUE ZEROS.
       01  WS-ENVELOPE-ABERTO  PIC X(1) VALUE 'N'.
       01  WS-SEQUENCIA        PIC 9(6) VALUE ZEROS.
       01  WS-QTD              PIC 9(6) VALUE ZEROS.
       01  WS-HASH             PIC 9(12) VALUE ZEROS.
       01  WS-QTD-ADMISSOES    PIC 9(6) VALUE ZEROS.
       01  WS-QTD-SALARIOS     PIC 9(6) VALUE ZEROS.
       01  WS-QTD-DESLIGAMENTOS PIC 9(6) VALUE ZEROS.
       01  WS-QTD-DEPENDENTES  PIC 9(6) VALUE ZEROS.
       01  WS-QTD-REENVIOS     PIC 9(6) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.

           OPEN I-O EVENTOS-ESOCIAL.
           IF WS-EVT-STATUS NOT = '00'
               DISPLAY 'SEM FILA DE EVENTOS DO ESOCIAL '
                   '(eventos_esocial.dat): NADA A ENVIAR.'
               STOP RUN
           END-IF.

           PERFORM OBTER-PROXIMA-SEQUENCIA.
           PERFORM ENVIAR-PENDENTES.

           CLOSE EVENTOS-ESOCIAL.

           IF WS-ENVELOPE-ABERTO = 'Y'
               PERFORM FECHAR-ENVELOPE
           ELSE
               DISPLAY 'NENHUM EVENTO PENDENTE: ENVELOPE NAO GERADO.'
           END-IF.

           DISPLAY 'ADMISSOES...........: ' WS-QTD-ADMISSOES.
           DISPLAY 'ALTERACOES SALARIO..: ' WS-QTD-SALARIOS.
           DISPLAY 'DESLIGAMENTOS.......: ' WS-QTD-DESLIGAMENTOS.
           DISPLAY 'DEPENDENTES.........: ' WS-QTD-DEPENDENTES.
           DISPLAY 'REENVIOS............: ' WS-QTD-REENVIOS.
           DISPLAY 'EVENTOS NO ENVELOPE.: ' WS-QTD.
       PROGRAM-DONE.
           STOP RUN.

       ENVIAR-PENDENTES.
           MOVE 'N' TO WS-EOF.

           PERFORM UNTIL WS-EOF = 'Y'
               READ EVENTOS-ESOCIAL NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF EVT-SITUACAO = 'P'
                           PERFORM ENVIAR-EVENTO
                       END-IF
               END-READ
           END-PERFORM.

      *O ENVELOPE SO E ABERTO NO PRIMEIRO EVENTO PENDENTE. O EVENTO
      *ENVIADO FICA 'E' COM O LOTE, A DATA E MAIS UMA TENTATIVA.
       ENVIAR-EVENTO.
           IF WS-ENVELOPE-ABERTO NOT = 'Y'
               PERFORM ABRIR-ENVELOPE
           END-IF.

           MOVE 'D'                TO ENVD-TIPO.
           MOVE EVT-CHAVE          TO ENV-ID.
           MOVE EVT-NOME           TO ENV-NOME.
           MOVE EVT-DATA-EVENTO    TO ENV-DATA-EVENTO.
           MOVE EVT-SALARIO        TO ENV-SALARIO.
           MOVE EVT-SALARIO-ANTERIOR TO ENV-SALARIO-ANT.
           MOVE EVT-ACAO           TO ENV-ACAO.
           MOVE EVT-DEP-NOME       TO ENV-DEP-NOME.
           MOVE EVT-DEP-NASCIMENTO TO ENV-DEP-NASCIMENTO.
           MOVE EVT-MOTIVO         TO ENV-MOTIVO.
           MOVE EVT-AVISO          TO ENV-AVISO.
           MOVE EVT-LIQUIDO-RESCISAO TO ENV-LIQUIDO.
           WRITE ESOCIAL-ENVIO-REC.

           ADD 1 TO WS-QTD.
           ADD EVT-CODIGO TO WS-HASH.
           IF EVT-TENTATIVAS > ZEROS
               ADD 1 TO WS-QTD-REENVIOS
           END-IF.
           EVALUATE EVT-TIPO
               WHEN 'A'
                   ADD 1 TO WS-QTD-ADMISSOES
               WHEN 'S'
                   ADD 1 TO WS-QTD-SALARIOS
               WHEN 'D'
                   ADD 1 TO WS-QTD-DESLIGAMENTOS
               WHEN OTHER
                   ADD 1 TO WS-QTD-DEPENDENTES
           END-EVALUATE.

           MOVE 'E'          TO EVT-SITUACAO.
           MOVE WS-SEQUENCIA TO EVT-LOTE.
           MOVE WS-DATA-HOJE TO EVT-DATA-ENVIO.
           ADD 1             TO EVT-TENTATIVAS.
           REWRITE EVENTO-ESOCIAL-REC
               INVALID KEY
                   DISPLAY 'EVENTO NAO MARCADO ENVIADO: ' EVT-CODIGO
                       ' ' EVT-TIPO ' STATUS ' WS-EVT-STATUS
           END-REWRITE.

      *O ARQUIVO DE ENVIO E EXTEND: CADA EXECUCAO ACRESCENTA UM
      *ENVELOPE COMPLETO, COMO O EXTRATO DE RH.
       ABRIR-ENVELOPE.
           OPEN EXTEND ESOCIAL-ENVIO.
           IF WS-ENV-STATUS = '35'
               OPEN OUTPUT ESOCIAL-ENVIO
           END-IF.

           MOVE 'Y' TO WS-ENVELOPE-ABERTO.
           MOVE ZEROS TO WS-QTD WS-HASH.

           MOVE SPACES       TO ESOCIAL-ENVIO-HEADER.
           MOVE 'H'          TO ENVH-TIPO.
           MOVE WS-DATA-HOJE TO ENVH-DATA.
           MOVE WS-SEQUENCIA TO ENVH-SEQUENCIA.
           WRITE ESOCIAL-ENVIO-HEADER.

      *TRAILER COM CONTAGEM E HASH, E O ENVELOPE NO CONTROLE.
       FECHAR-ENVELOPE.
           MOVE SPACES  TO ESOCIAL-ENVIO-TRAILER.
           MOVE 'T'     TO ENVT-TIPO.
           MOVE WS-QTD  TO ENVT-QTD.
           MOVE WS-HASH TO ENVT-HASH.
           WRITE ESOCIAL-ENVIO-TRAILER.

           CLOSE ESOCIAL-ENVIO.

           OPEN EXTEND ESOCIAL-CONTROLE.
           IF WS-CTL-STATUS = '35'
               OPEN OUTPUT ESOCIAL-CONTROLE
           END-IF.
           MOVE WS-DATA-HOJE TO ECT-DATA.
           MOVE WS-SEQUENCIA TO ECT-SEQUENCIA.
           MOVE WS-QTD       TO ECT-QTD.
           MOVE WS-HASH      TO ECT-HASH.
           WRITE ESOCIAL-CONTROLE-REC.
           CLOSE ESOCIAL-CONTROLE.

           DISPLAY 'ENVELOPE ' WS-SEQUENCIA ' GRAVADO: ' WS-QTD
               ' EVENTOS, HASH ' WS-HASH.

      *A SEQUENCIA DO ENVELOPE E A ULTIMA DO CONTROLE + 1.
       OBTER-PROXIMA-SEQUENCIA.
           MOVE ZEROS TO WS-SEQUENCIA.

           OPEN INPUT ESOCIAL-CONTROLE.
           IF WS-CTL-STATUS = '00'
               MOVE 'N' TO WS-CTL-EOF
               PERFORM UNTIL WS-CTL-EOF = 'Y'
                   READ ESOCIAL-CONTROLE
                       AT END
                           MOVE 'Y' TO WS-CTL-EOF
                       NOT AT END
                           MOVE ECT-SEQUENCIA TO WS-SEQUENCIA
                   END-READ
               END-PERFORM
               CLOSE ESOCIAL-CONTROLE
           END-IF.

           ADD 1 TO WS-SEQUENCIA.
