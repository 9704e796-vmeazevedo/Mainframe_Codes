      ******************************************************************
      * Author: Vinicius Azevedo
      * Date: 15/10/2026
      * Purpose: Conversao unica do acumulado da folha (FGTS)
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PROG37.
      *Conversao unica do acumulado da folha (folha_acumulada.dat) do
      *layout antigo, sem FGTS, para o layout FACREC com base, deposito
      *e multa do FGTS. O historico convertido ganha o FGTS que teria
      *sido depositado: base = bruto e deposito = 8% do bruto por
      *detalhe, e cada total 'T' recebe a soma dos detalhes da sua
      *corrida (que o precedem no arquivo), para a remessa mensal e a
      *multa rescisoria enxergarem o contrato inteiro.
      *
      *Procedimento de virada:
      *  1. renomear folha_acumulada.dat para folha_acumulada_old.dat;
      *  2. rodar este programa (le o antigo, grava o novo
      *     folha_acumulada.dat ja no layout novo);
      *  3. conferir o PASSA da prova: contagem e total de bruto do
      *     arquivo novo relidos do disco tem que bater com o antigo.
      *O programa termina com RETURN-CODE 8 quando a prova falha.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACUMULADO-ANTIGO ASSIGN TO 'folha_acumulada_old.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ANTIGO-STATUS.

           SELECT FOLHA-ACUMULADA ASSIGN TO 'folha_acumulada.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-NOVO-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      *LAYOUT ANTIGO, SO ESTE PROGRAMA AINDA O CONHECE.
       FD  ACUMULADO-ANTIGO.
       01  ACUMULADO-ANTIGO-REC.
           05 FAA-TIPO             PIC X(1).
           05 FAA-COMPETENCIA      PIC 9(6).
           05 FAA-ORIGEM           PIC X(1).
           05 FAA-CODIGO           PIC 9(6).
           05 FAA-BRUTO            PIC 9(9)V9(2).
           05 FAA-INSS             PIC 9(9)V9(2).
           05 FAA-IRRF             PIC 9(9)V9(2).
           05 FAA-LIQUIDO          PIC 9(9)V9(2).
           05 FAA-DEPENDENTES      PIC 9(2).

       FD  FOLHA-ACUMULADA.
       01  FOLHA-ACUMULADA-REC.
           COPY FACREC REPLACING ==:PREFIX:== BY ==FAC==.

       WORKING-STORAGE SECTION.
       01  WS-ANTIGO-STATUS    PIC X(2) VALUE '00'.
       01  WS-NOVO-STATUS      PIC X(2) VALUE '00'.
       01  WS-EOF              PIC X(1) VALUE 'N'.
       01  WS-QTD-ANTIGO       PIC 9(9) VALUE ZEROS.
       01  WS-TOTAL-ANTIGO     PIC 9(13)V9(2) VALUE ZEROS.
       01  WS-QTD-NOVO         PIC 9(9) VALUE ZEROS.
       01  WS-TOTAL-NOVO       PIC 9(13)V9(2) VALUE ZEROS.
       01  WS-CONVERSAO-OK     PIC X(1) VALUE 'Y'.
      *O HISTORICO E ANTERIOR A QUALQUER LINHA 'F' NA TABELA DE
      *PARAMETROS: VALE A ALIQUOTA LEGAL.
       01  WS-ALIQUOTA-FGTS    PIC 9V9(4) VALUE 0.0800.
      *FGTS DOS DETALHES DA CORRIDA CORRENTE, PARA O TOTAL 'T' DELA.
       01  WS-CORRIDA-BASE     PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-CORRIDA-FGTS     PIC 9(9)V9(2) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
           PERFORM CONVERTER-ACUMULADO.
           IF WS-CONVERSAO-OK = 'Y'
               PERFORM PROVAR-CONVERSAO
           END-IF.

           IF WS-CONVERSAO-OK = 'Y'
               DISPLAY 'CONVERSAO: PASSA'
           ELSE
               DISPLAY 'CONVERSAO: FALHA - NAO FAZER A VIRADA'
               MOVE 8 TO RETURN-CODE
           END-IF.
       PROGRAM-DONE.
           STOP RUN.

       CONVERTER-ACUMULADO.
           MOVE 'N' TO WS-EOF.

           OPEN INPUT ACUMULADO-ANTIGO.
           IF WS-ANTIGO-STATUS NOT = '00'
               DISPLAY 'folha_acumulada_old.dat NAO ABRIU, STATUS: '
                   WS-ANTIGO-STATUS
               DISPLAY 'RENOMEIE O ACUMULADO ATUAL ANTES DE CONVERTER.'
               MOVE 'N' TO WS-CONVERSAO-OK
           ELSE
               OPEN OUTPUT FOLHA-ACUMULADA
               PERFORM COPIAR-REGISTROS
               CLOSE FOLHA-ACUMULADA
               CLOSE ACUMULADO-ANTIGO
           END-IF.

      *A CONTAGEM E O TOTAL DO LADO ANTIGO SAEM DA LEITURA DO
      *ARQUIVO ANTIGO, ANTES DE QUALQUER GRAVACAO: A PROVA TEM QUE
      *SER INDEPENDENTE DO QUE FOI ESCRITO NO ARQUIVO NOVO.
       COPIAR-REGISTROS.
           MOVE ZEROS TO WS-CORRIDA-BASE WS-CORRIDA-FGTS.

           PERFORM UNTIL WS-EOF = 'Y'
               READ ACUMULADO-ANTIGO
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-ANTIGO
                       ADD FAA-BRUTO TO WS-TOTAL-ANTIGO
                       PERFORM GRAVAR-REGISTRO-NOVO
               END-READ
           END-PERFORM.

      *DETALHE: FGTS DE 8% SOBRE O BRUTO. TOTAL: A SOMA DOS DETALHES
      *DA CORRIDA, QUE RECOMECA DEPOIS DELE -- ASSIM DETALHES E
      *TOTAIS CONTINUAM AMARRANDO TAMBEM NO FGTS.
       GRAVAR-REGISTRO-NOVO.
           MOVE FAA-TIPO        TO FAC-TIPO.
           MOVE FAA-COMPETENCIA TO FAC-COMPETENCIA.
           MOVE FAA-ORIGEM      TO FAC-ORIGEM.
           MOVE FAA-CODIGO      TO FAC-CODIGO.
           MOVE FAA-BRUTO       TO FAC-BRUTO.
           MOVE FAA-INSS        TO FAC-INSS.
           MOVE FAA-IRRF        TO FAC-IRRF.
           MOVE FAA-LIQUIDO     TO FAC-LIQUIDO.
           MOVE FAA-DEPENDENTES TO FAC-DEPENDENTES.
           MOVE ZEROS           TO FAC-MULTA-FGTS.

           IF FAA-TIPO = 'T'
               MOVE WS-CORRIDA-BASE TO FAC-BASE-FGTS
               MOVE WS-CORRIDA-FGTS TO FAC-FGTS
               MOVE ZEROS TO WS-CORRIDA-BASE WS-CORRIDA-FGTS
           ELSE
               MOVE FAA-BRUTO TO FAC-BASE-FGTS
               COMPUTE FAC-FGTS ROUNDED =
                   FAA-BRUTO * WS-ALIQUOTA-FGTS
               ADD FAC-BASE-FGTS TO WS-CORRIDA-BASE
               ADD FAC-FGTS      TO WS-CORRIDA-FGTS
           END-IF.

           WRITE FOLHA-ACUMULADA-REC.

      *A PROVA RELE O ARQUIVO NOVO DO DISCO E RECONTA DO ZERO -- NAO
      *REAPROVEITA OS ACUMULADORES DA COPIA -- PARA PROVAR O QUE FICOU
      *GRAVADO, NAO O QUE PASSOU PELA MEMORIA.
       PROVAR-CONVERSAO.
           MOVE 'N' TO WS-EOF.

           OPEN INPUT FOLHA-ACUMULADA.
           PERFORM UNTIL WS-EOF = 'Y'
               READ FOLHA-ACUMULADA
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-NOVO
                       ADD FAC-BRUTO TO WS-TOTAL-NOVO
               END-READ
           END-PERFORM.
           CLOSE FOLHA-ACUMULADA.

           DISPLAY 'REGISTROS ANTIGO..: ' WS-QTD-ANTIGO.
           DISPLAY 'REGISTROS NOVO....: ' WS-QTD-NOVO.
           DISPLAY 'BRUTO ANTIGO......: ' WS-TOTAL-ANTIGO.
           DISPLAY 'BRUTO NOVO........: ' WS-TOTAL-NOVO.

           IF WS-QTD-ANTIGO NOT = WS-QTD-NOVO
               OR WS-TOTAL-ANTIGO NOT = WS-TOTAL-NOVO
               MOVE 'N' TO WS-CONVERSAO-OK
           END-IF.
