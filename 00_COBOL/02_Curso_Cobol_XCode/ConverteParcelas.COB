      *=================================================================
       IDENTIFICATION                                  DIVISION.
      *=================================================================
       PROGRAM-ID. ConverteParcelas.
      *******************************************************************
      * Author: Vinícius Azevedo
      * Date: 15/10/2026
      * Purpose: Conversao unica do cronograma de parcelas
      * Tectonics: cobc
      ******************************************************************
      * Corrida UNICA, fora do batch noturno, que passa o cronograma
      * de parcelas (parcelas.dat) do layout antigo para o layout com
      * a data de baixa da parcela (COPY PARCREC, DATA-PAGAMENTO).
      *   1. copia o cronograma antigo para parcelas.ant (o original
      *      fica preservado ate o fim);
      *   2. recria o cronograma com o mesmo nome no layout novo, na
      *      mesma ordem: a data de baixa entra ZERADA em toda parcela
      *      -- a data em que uma parcela antiga foi paga nao esta
      *      gravada em lugar nenhum, e os juros dela nao entram na
      *      rentabilidade de mes algum;
      *   3. prova a conversao: contagem e hash de valor mensal do
      *      .ant e do cronograma novo RELIDOS DO DISCO tem que bater.
      *      FALHA para a corrida com RC 8: restaure o cronograma a
      *      partir do .ant antes de tentar de novo.
      * A corrida recusa (RC 8) quando o parcelas.ant ja existe: a
      * conversao ja foi feita (ou foi interrompida e o cronograma
      * precisa ser restaurado antes). Rodar com o batch parado, de
      * preferencia na virada do mes, para o primeiro relatorio de
      * rentabilidade ja pegar o mes inteiro.
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
           SELECT PARCELAS-ORIGEM ASSIGN TO 'parcelas.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ORI-STATUS.

           SELECT PARCELAS-ANTIGO ASSIGN TO 'parcelas.ant'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ANT-STATUS.

           SELECT PARCELAS ASSIGN TO 'parcelas.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PARC-STATUS.

      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                    SECTION.
      *-----------------------------------------------------------------
      *LAYOUT ANTIGO DO CRONOGRAMA (ANTES DA DATA DE BAIXA).
       FD  PARCELAS-ORIGEM.
       01  PARCELA-ORI-REC.
           05 ORI-CONTRATO         PIC 9(6).
           05 ORI-NUMERO           PIC 9(3).
           05 ORI-VALOR-MENSAL     PIC 9(9)V99.
           05 ORI-VALOR-QUINZENAL  PIC 9(9)V99.
           05 ORI-CONTA-DEBITO     PIC 9(6).
           05 ORI-DATA-VENCIMENTO  PIC 9(8).
           05 ORI-SITUACAO         PIC X(1).
           05 ORI-VALOR-JUROS      PIC 9(9)V99.
           05 ORI-VALOR-PRINCIPAL  PIC 9(9)V99.

      *COPIA DE SEGURANCA (.ant), NO MESMO LAYOUT ANTIGO.
       FD  PARCELAS-ANTIGO.
       01  PARCELA-ANT-REC.
           05 ANT-CONTRATO         PIC 9(6).
           05 ANT-NUMERO           PIC 9(3).
           05 ANT-VALOR-MENSAL     PIC 9(9)V99.
           05 ANT-VALOR-QUINZENAL  PIC 9(9)V99.
           05 ANT-CONTA-DEBITO     PIC 9(6).
           05 ANT-DATA-VENCIMENTO  PIC 9(8).
           05 ANT-SITUACAO         PIC X(1).
           05 ANT-VALOR-JUROS      PIC 9(9)V99.
           05 ANT-VALOR-PRINCIPAL  PIC 9(9)V99.

       FD  PARCELAS.
       01  PARCELA-REC.
           COPY PARCREC REPLACING ==:PREFIX:== BY ==PARC==.

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
      *-----------------------------------------------------------------
       77 WS-ORI-STATUS        PIC X(2)    VALUE '00'.
       77 WS-ANT-STATUS        PIC X(2)    VALUE '00'.
       77 WS-PARC-STATUS       PIC X(2)    VALUE '00'.

       77 WS-EOF               PIC X(1)    VALUE 'N'.

      *CONTAGEM E HASH DE VALOR MENSAL DA COPIA .ant E DO CRONOGRAMA
      *NOVO, OS DOIS RELIDOS DO DISCO NA PROVA.
       77 WS-QTD-COPIADOS      PIC 9(9)    VALUE ZEROS.
       77 WS-QTD-CONVERTIDOS   PIC 9(9)    VALUE ZEROS.
       77 WS-QTD-PROVA-ANT     PIC 9(9)    VALUE ZEROS.
       77 WS-QTD-PROVA-NOV     PIC 9(9)    VALUE ZEROS.
       77 WS-HASH-COPIADOS     PIC 9(13)V99 VALUE ZEROS.
       77 WS-HASH-PROVA-ANT    PIC 9(13)V99 VALUE ZEROS.
       77 WS-HASH-PROVA-NOV    PIC 9(13)V99 VALUE ZEROS.
       77 WS-QTD-BAIXADAS      PIC 9(9)    VALUE ZEROS.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
       PROGRAM-BEGIN.

           PERFORM VERIFICAR-COPIA-ANTIGA

           OPEN INPUT PARCELAS-ORIGEM
           IF WS-ORI-STATUS = '35'
               DISPLAY 'CRONOGRAMA DE PARCELAS AUSENTE, NADA A '
                   'CONVERTER'
               STOP RUN
           END-IF
           IF WS-ORI-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR parcelas.dat, STATUS: '
                   WS-ORI-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM COPIAR-PARA-ANTIGO
           PERFORM RECONSTRUIR-CRONOGRAMA
           PERFORM PROVAR-CONVERSAO

           DISPLAY ' '
           DISPLAY 'CONVERSAO DO CRONOGRAMA DE PARCELAS: PASSA'
           DISPLAY 'PARCELAS CONVERTIDAS....: ' WS-QTD-CONVERTIDOS
           DISPLAY 'JA BAIXADAS (SEM DATA)..: ' WS-QTD-BAIXADAS

           STOP RUN.

      *COPIA .ant JA EXISTENTE = CRONOGRAMA JA CONVERTIDO (OU
      *CONVERSAO INTERROMPIDA): CONVERTER DE NOVO LERIA O LAYOUT NOVO
      *COMO SE FOSSE O ANTIGO E SOBRESCREVERIA A UNICA COPIA DO
      *ORIGINAL.
       VERIFICAR-COPIA-ANTIGA.

           OPEN INPUT PARCELAS-ANTIGO
           IF WS-ANT-STATUS NOT = '35'
               IF WS-ANT-STATUS = '00'
                   CLOSE PARCELAS-ANTIGO
               END-IF
               DISPLAY 'COPIA parcelas.ant JA EXISTE (STATUS '
                   WS-ANT-STATUS '): CRONOGRAMA JA CONVERTIDO, '
                   'CONVERSAO RECUSADA.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *PASSO 1: O CRONOGRAMA ANTIGO (JA ABERTO) VAI INTEIRO PARA O
      *.ant, NA ORDEM EM QUE FOI GRAVADO.
       COPIAR-PARA-ANTIGO.

           MOVE 'N' TO WS-EOF
           OPEN OUTPUT PARCELAS-ANTIGO

           PERFORM UNTIL WS-EOF = 'Y'
               READ PARCELAS-ORIGEM
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE PARCELA-ORI-REC TO PARCELA-ANT-REC
                       WRITE PARCELA-ANT-REC
                       ADD 1 TO WS-QTD-COPIADOS
                       ADD ORI-VALOR-MENSAL TO WS-HASH-COPIADOS
               END-READ
           END-PERFORM

           CLOSE PARCELAS-ORIGEM
           CLOSE PARCELAS-ANTIGO.

      *PASSO 2: O CRONOGRAMA E RECRIADO COM O MESMO NOME NO LAYOUT
      *NOVO, COM A DATA DE BAIXA ZERADA.
       RECONSTRUIR-CRONOGRAMA.

           MOVE 'N' TO WS-EOF
           OPEN INPUT PARCELAS-ANTIGO
           OPEN OUTPUT PARCELAS
           IF WS-PARC-STATUS NOT = '00'
               DISPLAY 'ERRO AO RECRIAR parcelas.dat, STATUS: '
                   WS-PARC-STATUS
                   ' - ORIGINAL PRESERVADO EM parcelas.ant'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ PARCELAS-ANTIGO
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE ANT-CONTRATO        TO PARC-CONTRATO
                       MOVE ANT-NUMERO          TO PARC-NUMERO
                       MOVE ANT-VALOR-MENSAL    TO PARC-VALOR-MENSAL
                       MOVE ANT-VALOR-QUINZENAL
                           TO PARC-VALOR-QUINZENAL
                       MOVE ANT-CONTA-DEBITO    TO PARC-CONTA-DEBITO
                       MOVE ANT-DATA-VENCIMENTO
                           TO PARC-DATA-VENCIMENTO
                       MOVE ANT-SITUACAO        TO PARC-SITUACAO
                       MOVE ANT-VALOR-JUROS     TO PARC-VALOR-JUROS
                       MOVE ANT-VALOR-PRINCIPAL
                           TO PARC-VALOR-PRINCIPAL
                       MOVE ZEROS               TO PARC-DATA-PAGAMENTO
                       WRITE PARCELA-REC
                       ADD 1 TO WS-QTD-CONVERTIDOS
                       IF ANT-SITUACAO = 'P' OR ANT-SITUACAO = 'F'
                           OR ANT-SITUACAO = 'Q'
                           ADD 1 TO WS-QTD-BAIXADAS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PARCELAS-ANTIGO
           CLOSE PARCELAS.

      *PASSO 3: A PROVA RELE O .ant E O CRONOGRAMA NOVO DO DISCO E
      *RECONTA DO ZERO.
       PROVAR-CONVERSAO.

           MOVE 'N' TO WS-EOF
           OPEN INPUT PARCELAS-ANTIGO
           PERFORM UNTIL WS-EOF = 'Y'
               READ PARCELAS-ANTIGO
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-PROVA-ANT
                       ADD ANT-VALOR-MENSAL TO WS-HASH-PROVA-ANT
               END-READ
           END-PERFORM
           CLOSE PARCELAS-ANTIGO

           MOVE 'N' TO WS-EOF
           OPEN INPUT PARCELAS
           PERFORM UNTIL WS-EOF = 'Y'
               READ PARCELAS
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-PROVA-NOV
                       ADD PARC-VALOR-MENSAL TO WS-HASH-PROVA-NOV
               END-READ
           END-PERFORM
           CLOSE PARCELAS

           DISPLAY 'parcelas.dat'
           DISPLAY '  COPIADAS (.ant)..: ' WS-QTD-PROVA-ANT
               ' HASH ' WS-HASH-PROVA-ANT
           DISPLAY '  CONVERTIDAS......: ' WS-QTD-PROVA-NOV
               ' HASH ' WS-HASH-PROVA-NOV

           IF WS-QTD-PROVA-ANT NOT = WS-QTD-COPIADOS
               OR WS-QTD-PROVA-NOV NOT = WS-QTD-CONVERTIDOS
               OR WS-QTD-PROVA-NOV NOT = WS-QTD-PROVA-ANT
               OR WS-HASH-PROVA-ANT NOT = WS-HASH-COPIADOS
               OR WS-HASH-PROVA-NOV NOT = WS-HASH-PROVA-ANT
               DISPLAY 'CONVERSAO: FALHA NO CRONOGRAMA DE PARCELAS'
                   ' - RESTAURE A PARTIR DE parcelas.ant'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
