      *=================================================================
       IDENTIFICATION                                  DIVISION.
      *=================================================================
       PROGRAM-ID. ConverteFaturas.
      *******************************************************************
      * Author: Vinícius Azevedo
      * Date: 15/10/2026
      * Purpose: Conversao unica do arquivo de faturas de mensalidade
      * Tectonics: cobc
      ******************************************************************
      * Corrida UNICA, fora do batch noturno, que passa as faturas de
      * mensalidade (invoices.dat) do layout antigo para o layout com
      * bolsas e descontos (COPY INVREC: GROSS, DISCOUNT).
      *   1. copia o arquivo antigo para invoices.ant (sequencial, o
      *      original fica preservado ate o fim);
      *   2. recria o arquivo com o mesmo nome no layout novo: as
      *      faturas antigas foram emitidas sem bolsa, entao o valor
      *      bruto (GROSS) e o proprio valor cobrado (AMOUNT) e o
      *      desconto e zero -- AMOUNT = GROSS - DISCOUNT continua
      *      valendo, e pagamento, atraso e debito automatico nao
      *      mudam;
      *   3. prova a conversao: contagem e hash de valor cobrado do
      *      .ant e do arquivo novo RELIDOS DO DISCO tem que bater.
      *      FALHA para a corrida com RC 8: restaure o arquivo a
      *      partir do .ant antes de tentar de novo.
      * A corrida recusa (RC 8) quando o invoices.ant ja existe: a
      * conversao ja foi feita (ou foi interrompida e o arquivo
      * precisa ser restaurado antes). Rodar sem ninguem no caixa de
      * mensalidades e com o batch parado.
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
           SELECT FATURAS-ORIGEM ASSIGN TO 'invoices.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORI-KEY
           FILE STATUS IS WS-ORI-STATUS.

           SELECT FATURAS-ANTIGO ASSIGN TO 'invoices.ant'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ANT-STATUS.

           SELECT FATURAS ASSIGN TO 'invoices.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INV-KEY
           FILE STATUS IS WS-INV-STATUS.

      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                    SECTION.
      *-----------------------------------------------------------------
      *LAYOUT ANTIGO DAS FATURAS (ANTES DAS BOLSAS E DESCONTOS).
       FD  FATURAS-ORIGEM.
       01  FATURA-ORI-REC.
           05 ORI-KEY.
               10 ORI-STUDENT-ID   PIC 9(5).
               10 ORI-MONTH        PIC 9(6).
           05 ORI-COURSE-CODE      PIC X(4).
           05 ORI-AMOUNT           PIC 9(5)V9(2).
           05 ORI-PAID             PIC 9(5)V9(2).
           05 ORI-STATUS           PIC X(1).

      *COPIA DE SEGURANCA (.ant), NO MESMO LAYOUT ANTIGO.
       FD  FATURAS-ANTIGO.
       01  FATURA-ANT-REC.
           05 ANT-KEY.
               10 ANT-STUDENT-ID   PIC 9(5).
               10 ANT-MONTH        PIC 9(6).
           05 ANT-COURSE-CODE      PIC X(4).
           05 ANT-AMOUNT           PIC 9(5)V9(2).
           05 ANT-PAID             PIC 9(5)V9(2).
           05 ANT-STATUS           PIC X(1).

       FD  FATURAS.
       01  INVOICE-REC.
           COPY INVREC REPLACING ==:PREFIX:== BY ==INV==.

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
      *-----------------------------------------------------------------
       77 WS-ORI-STATUS        PIC X(2)    VALUE '00'.
       77 WS-ANT-STATUS        PIC X(2)    VALUE '00'.
       77 WS-INV-STATUS        PIC X(2)    VALUE '00'.

       77 WS-EOF               PIC X(1)    VALUE 'N'.

      *CONTAGEM E HASH DE VALOR COBRADO DA COPIA .ant E DO ARQUIVO
      *NOVO, OS DOIS RELIDOS DO DISCO NA PROVA.
       77 WS-QTD-COPIADOS      PIC 9(9)    VALUE ZEROS.
       77 WS-QTD-CONVERTIDOS   PIC 9(9)    VALUE ZEROS.
       77 WS-QTD-PROVA-ANT     PIC 9(9)    VALUE ZEROS.
       77 WS-QTD-PROVA-NOV     PIC 9(9)    VALUE ZEROS.
       77 WS-HASH-COPIADOS     PIC 9(13)V99 VALUE ZEROS.
       77 WS-HASH-PROVA-ANT    PIC 9(13)V99 VALUE ZEROS.
       77 WS-HASH-PROVA-NOV    PIC 9(13)V99 VALUE ZEROS.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
       PROGRAM-BEGIN.

           PERFORM VERIFICAR-COPIA-ANTIGA

           OPEN INPUT FATURAS-ORIGEM
           IF WS-ORI-STATUS = '35'
               DISPLAY 'ARQUIVO DE FATURAS AUSENTE, NADA A '
                   'CONVERTER'
               STOP RUN
           END-IF
           IF WS-ORI-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR invoices.dat, STATUS: '
                   WS-ORI-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM COPIAR-PARA-ANTIGO
           PERFORM RECONSTRUIR-FATURAS
           PERFORM PROVAR-CONVERSAO

           DISPLAY ' '
           DISPLAY 'CONVERSAO DAS FATURAS DE MENSALIDADE: PASSA'
           DISPLAY 'FATURAS LIDAS...........: ' WS-QTD-COPIADOS
           DISPLAY 'FATURAS CONVERTIDAS.....: ' WS-QTD-CONVERTIDOS

           STOP RUN.

      *COPIA .ant JA EXISTENTE = ARQUIVO JA CONVERTIDO (OU CONVERSAO
      *INTERROMPIDA): CONVERTER DE NOVO LERIA O LAYOUT NOVO COMO SE
      *FOSSE O ANTIGO E SOBRESCREVERIA A UNICA COPIA DO ORIGINAL.
       VERIFICAR-COPIA-ANTIGA.

           OPEN INPUT FATURAS-ANTIGO
           IF WS-ANT-STATUS NOT = '35'
               IF WS-ANT-STATUS = '00'
                   CLOSE FATURAS-ANTIGO
               END-IF
               DISPLAY 'COPIA invoices.ant JA EXISTE (STATUS '
                   WS-ANT-STATUS '): FATURAS JA CONVERTIDAS, '
                   'CONVERSAO RECUSADA.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *PASSO 1: O ARQUIVO ANTIGO (JA ABERTO) VAI INTEIRO PARA O .ant,
      *NA ORDEM DE ALUNO + MES.
       COPIAR-PARA-ANTIGO.

           MOVE 'N' TO WS-EOF
           OPEN OUTPUT FATURAS-ANTIGO

           PERFORM UNTIL WS-EOF = 'Y'
               READ FATURAS-ORIGEM NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE FATURA-ORI-REC TO FATURA-ANT-REC
                       WRITE FATURA-ANT-REC
                       ADD 1 TO WS-QTD-COPIADOS
                       ADD ORI-AMOUNT TO WS-HASH-COPIADOS
               END-READ
           END-PERFORM

           CLOSE FATURAS-ORIGEM
           CLOSE FATURAS-ANTIGO.

      *PASSO 2: O ARQUIVO E RECRIADO COM O MESMO NOME NO LAYOUT NOVO.
      *BRUTO = VALOR COBRADO, DESCONTO ZERO.
       RECONSTRUIR-FATURAS.

           MOVE 'N' TO WS-EOF
           OPEN INPUT FATURAS-ANTIGO
           OPEN OUTPUT FATURAS
           IF WS-INV-STATUS NOT = '00'
               DISPLAY 'ERRO AO RECRIAR invoices.dat, '
                   'STATUS: ' WS-INV-STATUS
                   ' - ORIGINAL PRESERVADO EM invoices.ant'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ FATURAS-ANTIGO
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE ANT-STUDENT-ID    TO INV-STUDENT-ID
                       MOVE ANT-MONTH         TO INV-MONTH
                       MOVE ANT-COURSE-CODE   TO INV-COURSE-CODE
                       MOVE ANT-AMOUNT        TO INV-AMOUNT
                       MOVE ANT-PAID          TO INV-PAID
                       MOVE ANT-STATUS        TO INV-STATUS
                       MOVE ANT-AMOUNT        TO INV-GROSS
                       MOVE ZEROS             TO INV-DISCOUNT
                       WRITE INVOICE-REC
                           INVALID KEY
                               DISPLAY 'FATURA REPETIDA NO ARQUIVO: '
                                   INV-STUDENT-ID ' ' INV-MONTH
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-CONVERTIDOS
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE FATURAS-ANTIGO
           CLOSE FATURAS.

      *PASSO 3: A PROVA RELE O .ant E O ARQUIVO NOVO DO DISCO E
      *RECONTA DO ZERO.
       PROVAR-CONVERSAO.

           MOVE 'N' TO WS-EOF
           OPEN INPUT FATURAS-ANTIGO
           PERFORM UNTIL WS-EOF = 'Y'
               READ FATURAS-ANTIGO
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-PROVA-ANT
                       ADD ANT-AMOUNT TO WS-HASH-PROVA-ANT
               END-READ
           END-PERFORM
           CLOSE FATURAS-ANTIGO

           MOVE 'N' TO WS-EOF
           OPEN INPUT FATURAS
           PERFORM UNTIL WS-EOF = 'Y'
               READ FATURAS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-PROVA-NOV
                       ADD INV-AMOUNT TO WS-HASH-PROVA-NOV
               END-READ
           END-PERFORM
           CLOSE FATURAS

           DISPLAY 'invoices.dat'
           DISPLAY '  COPIADOS (.ant)..: ' WS-QTD-PROVA-ANT
               ' HASH ' WS-HASH-PROVA-ANT
           DISPLAY '  CONVERTIDOS......: ' WS-QTD-PROVA-NOV
               ' HASH ' WS-HASH-PROVA-NOV

           IF WS-QTD-PROVA-ANT NOT = WS-QTD-COPIADOS
               OR WS-QTD-PROVA-NOV NOT = WS-QTD-CONVERTIDOS
               OR WS-QTD-PROVA-NOV NOT = WS-QTD-PROVA-ANT
               OR WS-HASH-PROVA-ANT NOT = WS-HASH-COPIADOS
               OR WS-HASH-PROVA-NOV NOT = WS-HASH-PROVA-ANT
               DISPLAY 'CONVERSAO: FALHA NAS FATURAS DE MENSALIDADE'
                   ' - RESTAURE A PARTIR DE invoices.ant'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
