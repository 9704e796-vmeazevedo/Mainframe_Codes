      *=================================================================
       IDENTIFICATION                                  DIVISION.
      *=================================================================
       PROGRAM-ID. ConverteClientes.
      *******************************************************************
      * Author: Vinícius Azevedo
      * Date: 15/10/2026
      * Purpose: Conversao unica do cadastro de clientes
      * Tectonics: cobc
      ******************************************************************
      * Corrida UNICA, fora do batch noturno, que passa o cadastro de
      * clientes (clientes.dat) do layout antigo para o layout com os
      * dados de contato dos avisos aos clientes (COPY CLIREC:
      * CELULAR, EMAIL, AVISOS).
      *   1. copia o cadastro antigo para clientes.ant (sequencial,
      *      o original fica preservado ate o fim);
      *   2. recria o cadastro com o mesmo nome no layout novo: o
      *      contato nao esta gravado em lugar nenhum, entao todo
      *      cliente entra sem contato (celular zerado, e-mail em
      *      branco) e sem recusa de avisos (AVISOS em branco) -- os
      *      contatos sao completados pela manutencao de contas, e
      *      ate la o cliente so e contado como sem contato pelos
      *      avisos noturnos;
      *   3. prova a conversao: contagem e hash de CPF do .ant e do
      *      cadastro novo RELIDOS DO DISCO tem que bater. FALHA para
      *      a corrida com RC 8: restaure o cadastro a partir do .ant
      *      antes de tentar de novo.
      * A corrida recusa (RC 8) quando o clientes.ant ja existe: a
      * conversao ja foi feita (ou foi interrompida e o cadastro
      * precisa ser restaurado antes). Rodar sem ninguem nos menus e
      * com o batch parado.
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
           SELECT CLIENTES-ORIGEM ASSIGN TO 'clientes.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORI-CPF
           FILE STATUS IS WS-ORI-STATUS.

           SELECT CLIENTES-ANTIGO ASSIGN TO 'clientes.ant'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ANT-STATUS.

           SELECT CLIENTES ASSIGN TO 'clientes.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-CPF
           FILE STATUS IS WS-CLI-STATUS.

      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                    SECTION.
      *-----------------------------------------------------------------
      *LAYOUT ANTIGO DO CADASTRO (ANTES DOS DADOS DE CONTATO).
       FD  CLIENTES-ORIGEM.
       01  CLIENTE-ORI-REC.
           05 ORI-CPF              PIC 9(11).
           05 ORI-NOME             PIC X(30).
           05 ORI-ENDERECO         PIC X(30).

      *COPIA DE SEGURANCA (.ant), NO MESMO LAYOUT ANTIGO.
       FD  CLIENTES-ANTIGO.
       01  CLIENTE-ANT-REC.
           05 ANT-CPF              PIC 9(11).
           05 ANT-NOME             PIC X(30).
           05 ANT-ENDERECO         PIC X(30).

       FD  CLIENTES.
       01  CLIENTE-REC.
           COPY CLIREC REPLACING ==:PREFIX:== BY ==CLI==.

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
      *-----------------------------------------------------------------
       77 WS-ORI-STATUS        PIC X(2)    VALUE '00'.
       77 WS-ANT-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CLI-STATUS        PIC X(2)    VALUE '00'.

       77 WS-EOF               PIC X(1)    VALUE 'N'.

      *CONTAGEM E HASH DE CPF DA COPIA .ant E DO CADASTRO NOVO, OS
      *DOIS RELIDOS DO DISCO NA PROVA.
       77 WS-QTD-COPIADOS      PIC 9(9)    VALUE ZEROS.
       77 WS-QTD-CONVERTIDOS   PIC 9(9)    VALUE ZEROS.
       77 WS-QTD-PROVA-ANT     PIC 9(9)    VALUE ZEROS.
       77 WS-QTD-PROVA-NOV     PIC 9(9)    VALUE ZEROS.
       77 WS-HASH-COPIADOS     PIC 9(18)   VALUE ZEROS.
       77 WS-HASH-PROVA-ANT    PIC 9(18)   VALUE ZEROS.
       77 WS-HASH-PROVA-NOV    PIC 9(18)   VALUE ZEROS.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
       PROGRAM-BEGIN.

           PERFORM VERIFICAR-COPIA-ANTIGA

           OPEN INPUT CLIENTES-ORIGEM
           IF WS-ORI-STATUS = '35'
               DISPLAY 'CADASTRO DE CLIENTES AUSENTE, NADA A '
                   'CONVERTER'
               STOP RUN
           END-IF
           IF WS-ORI-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR clientes.dat, STATUS: '
                   WS-ORI-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM COPIAR-PARA-ANTIGO
           PERFORM RECONSTRUIR-CADASTRO
           PERFORM PROVAR-CONVERSAO

           DISPLAY ' '
           DISPLAY 'CONVERSAO DO CADASTRO DE CLIENTES: PASSA'
           DISPLAY 'CLIENTES LIDOS..........: ' WS-QTD-COPIADOS
           DISPLAY 'CLIENTES CONVERTIDOS....: ' WS-QTD-CONVERTIDOS

           STOP RUN.

      *COPIA .ant JA EXISTENTE = CADASTRO JA CONVERTIDO (OU CONVERSAO
      *INTERROMPIDA): CONVERTER DE NOVO LERIA O LAYOUT NOVO COMO SE
      *FOSSE O ANTIGO E SOBRESCREVERIA A UNICA COPIA DO ORIGINAL.
       VERIFICAR-COPIA-ANTIGA.

           OPEN INPUT CLIENTES-ANTIGO
           IF WS-ANT-STATUS NOT = '35'
               IF WS-ANT-STATUS = '00'
                   CLOSE CLIENTES-ANTIGO
               END-IF
               DISPLAY 'COPIA clientes.ant JA EXISTE (STATUS '
                   WS-ANT-STATUS '): CADASTRO JA CONVERTIDO, '
                   'CONVERSAO RECUSADA.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *PASSO 1: O CADASTRO ANTIGO (JA ABERTO) VAI INTEIRO PARA O .ant,
      *NA ORDEM DE CPF.
       COPIAR-PARA-ANTIGO.

           MOVE 'N' TO WS-EOF
           OPEN OUTPUT CLIENTES-ANTIGO

           PERFORM UNTIL WS-EOF = 'Y'
               READ CLIENTES-ORIGEM NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE CLIENTE-ORI-REC TO CLIENTE-ANT-REC
                       WRITE CLIENTE-ANT-REC
                       ADD 1 TO WS-QTD-COPIADOS
                       ADD ORI-CPF TO WS-HASH-COPIADOS
               END-READ
           END-PERFORM

           CLOSE CLIENTES-ORIGEM
           CLOSE CLIENTES-ANTIGO.

      *PASSO 2: O CADASTRO E RECRIADO COM O MESMO NOME NO LAYOUT
      *NOVO. SEM CONTATO E SEM RECUSA DE AVISOS.
       RECONSTRUIR-CADASTRO.

           MOVE 'N' TO WS-EOF
           OPEN INPUT CLIENTES-ANTIGO
           OPEN OUTPUT CLIENTES
           IF WS-CLI-STATUS NOT = '00'
               DISPLAY 'ERRO AO RECRIAR clientes.dat, '
                   'STATUS: ' WS-CLI-STATUS
                   ' - ORIGINAL PRESERVADO EM clientes.ant'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ CLIENTES-ANTIGO
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE ANT-CPF           TO CLI-CPF
                       MOVE ANT-NOME          TO CLI-NOME
                       MOVE ANT-ENDERECO      TO CLI-ENDERECO
                       MOVE ZEROS             TO CLI-CELULAR
                       MOVE SPACES            TO CLI-EMAIL
                       MOVE SPACES            TO CLI-AVISOS
                       WRITE CLIENTE-REC
                           INVALID KEY
                               DISPLAY 'CLIENTE REPETIDO NO CADASTRO: '
                                   CLI-CPF
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-CONVERTIDOS
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE CLIENTES-ANTIGO
           CLOSE CLIENTES.

      *PASSO 3: A PROVA RELE O .ant E O CADASTRO NOVO DO DISCO E
      *RECONTA DO ZERO.
       PROVAR-CONVERSAO.

           MOVE 'N' TO WS-EOF
           OPEN INPUT CLIENTES-ANTIGO
           PERFORM UNTIL WS-EOF = 'Y'
               READ CLIENTES-ANTIGO
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-PROVA-ANT
                       ADD ANT-CPF TO WS-HASH-PROVA-ANT
               END-READ
           END-PERFORM
           CLOSE CLIENTES-ANTIGO

           MOVE 'N' TO WS-EOF
           OPEN INPUT CLIENTES
           PERFORM UNTIL WS-EOF = 'Y'
               READ CLIENTES NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-PROVA-NOV
                       ADD CLI-CPF TO WS-HASH-PROVA-NOV
               END-READ
           END-PERFORM
           CLOSE CLIENTES

           DISPLAY 'clientes.dat'
           DISPLAY '  COPIADOS (.ant)..: ' WS-QTD-PROVA-ANT
               ' HASH ' WS-HASH-PROVA-ANT
           DISPLAY '  CONVERTIDOS......: ' WS-QTD-PROVA-NOV
               ' HASH ' WS-HASH-PROVA-NOV

           IF WS-QTD-PROVA-ANT NOT = WS-QTD-COPIADOS
               OR WS-QTD-PROVA-NOV NOT = WS-QTD-CONVERTIDOS
               OR WS-QTD-PROVA-NOV NOT = WS-QTD-PROVA-ANT
               OR WS-HASH-PROVA-ANT NOT = WS-HASH-COPIADOS
               OR WS-HASH-PROVA-NOV NOT = WS-HASH-PROVA-ANT
               DISPLAY 'CONVERSAO: FALHA NO CADASTRO DE CLIENTES'
                   ' - RESTAURE A PARTIR DE clientes.ant'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
