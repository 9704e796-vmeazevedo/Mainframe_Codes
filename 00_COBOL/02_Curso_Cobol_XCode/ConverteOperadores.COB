      *=================================================================
       IDENTIFICATION                                  DIVISION.
      *=================================================================
       PROGRAM-ID. ConverteOperadores.
      *******************************************************************
      * Author: Vinícius Azevedo
      * Date: 15/10/2026
      * Purpose: Conversao unica do cadastro de operadores
      * Tectonics: cobc
      ******************************************************************
      * Corrida UNICA, fora do batch noturno, que passa o cadastro de
      * operadores (operadores.dat) do layout antigo para o layout com
      * a data do ultimo acesso e o ciclo de recertificacao (COPY
      * OPERREC: DATA-ULTIMO-ACESSO, RECERT-SITUACAO, RECERT-DATA).
      *   1. copia o cadastro antigo para operadores.ant (sequencial,
      *      o original fica preservado ate o fim);
      *   2. recria o cadastro com o mesmo nome no layout novo: a data
      *      do ultimo acesso nao esta gravada em lugar nenhum, entao
      *      todo operador entra com a DATA DA CONVERSAO -- o relogio
      *      de inatividade comeca a contar dela, e ninguem e
      *      desativado por inatividade antes de N dias da conversao;
      *      nenhum operador entra em ciclo de recertificacao (situacao
      *      em branco, data zerada) -- o primeiro ciclo abre no fim do
      *      mes, pelo passo RecertificaOperadores;
      *   3. prova a conversao: contagem e hash de data de troca de
      *      senha do .ant e do cadastro novo RELIDOS DO DISCO tem que
      *      bater. FALHA para a corrida com RC 8: restaure o cadastro
      *      a partir do .ant antes de tentar de novo.
      * A corrida recusa (RC 8) quando o operadores.ant ja existe: a
      * conversao ja foi feita (ou foi interrompida e o cadastro
      * precisa ser restaurado antes). Rodar sem ninguem logado nos
      * menus e com o batch parado.
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
           SELECT OPERADORES-ORIGEM ASSIGN TO 'operadores.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORI-ID
           FILE STATUS IS WS-ORI-STATUS.

           SELECT OPERADORES-ANTIGO ASSIGN TO 'operadores.ant'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ANT-STATUS.

           SELECT OPERADORES ASSIGN TO 'operadores.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS WS-OPR-STATUS.

      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                    SECTION.
      *-----------------------------------------------------------------
      *LAYOUT ANTIGO DO CADASTRO (ANTES DA RECERTIFICACAO).
       FD  OPERADORES-ORIGEM.
       01  OPERADOR-ORI-REC.
           05 ORI-ID               PIC X(8).
           05 ORI-NOME             PIC X(25).
           05 ORI-NIVEL            PIC 9(1).
           05 ORI-ATIVO            PIC X(1).
           05 ORI-SENHA            PIC X(8).
           05 ORI-DATA-TROCA       PIC 9(8).
           05 ORI-FALHAS           PIC 9(1).
           05 ORI-BLOQUEADO        PIC X(1).
           05 ORI-TROCA-OBRIG      PIC X(1).

      *COPIA DE SEGURANCA (.ant), NO MESMO LAYOUT ANTIGO.
       FD  OPERADORES-ANTIGO.
       01  OPERADOR-ANT-REC.
           05 ANT-ID               PIC X(8).
           05 ANT-NOME             PIC X(25).
           05 ANT-NIVEL            PIC 9(1).
           05 ANT-ATIVO            PIC X(1).
           05 ANT-SENHA            PIC X(8).
           05 ANT-DATA-TROCA       PIC 9(8).
           05 ANT-FALHAS           PIC 9(1).
           05 ANT-BLOQUEADO        PIC X(1).
           05 ANT-TROCA-OBRIG      PIC X(1).

       FD  OPERADORES.
       01  OPERADOR-REC.
           COPY OPERREC REPLACING ==:PREFIX:== BY ==OPR==.

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
      *-----------------------------------------------------------------
       77 WS-ORI-STATUS        PIC X(2)    VALUE '00'.
       77 WS-ANT-STATUS        PIC X(2)    VALUE '00'.
       77 WS-OPR-STATUS        PIC X(2)    VALUE '00'.

       77 WS-EOF               PIC X(1)    VALUE 'N'.
       77 WS-DATA-CONVERSAO    PIC 9(8)    VALUE ZEROS.

      *CONTAGEM E HASH DE DATA DE TROCA DA COPIA .ant E DO CADASTRO
      *NOVO, OS DOIS RELIDOS DO DISCO NA PROVA.
       77 WS-QTD-COPIADOS      PIC 9(9)    VALUE ZEROS.
       77 WS-QTD-CONVERTIDOS   PIC 9(9)    VALUE ZEROS.
       77 WS-QTD-PROVA-ANT     PIC 9(9)    VALUE ZEROS.
       77 WS-QTD-PROVA-NOV     PIC 9(9)    VALUE ZEROS.
       77 WS-HASH-COPIADOS     PIC 9(15)   VALUE ZEROS.
       77 WS-HASH-PROVA-ANT    PIC 9(15)   VALUE ZEROS.
       77 WS-HASH-PROVA-NOV    PIC 9(15)   VALUE ZEROS.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
       PROGRAM-BEGIN.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-CONVERSAO

           PERFORM VERIFICAR-COPIA-ANTIGA

           OPEN INPUT OPERADORES-ORIGEM
           IF WS-ORI-STATUS = '35'
               DISPLAY 'CADASTRO DE OPERADORES AUSENTE, NADA A '
                   'CONVERTER'
               STOP RUN
           END-IF
           IF WS-ORI-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR operadores.dat, STATUS: '
                   WS-ORI-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM COPIAR-PARA-ANTIGO
           PERFORM RECONSTRUIR-CADASTRO
           PERFORM PROVAR-CONVERSAO

           DISPLAY ' '
           DISPLAY 'CONVERSAO DO CADASTRO DE OPERADORES: PASSA'
           DISPLAY 'OPERADORES CONVERTIDOS..: ' WS-QTD-CONVERTIDOS
           DISPLAY 'ULTIMO ACESSO ASSUMIDO..: ' WS-DATA-CONVERSAO

           STOP RUN.

      *COPIA .ant JA EXISTENTE = CADASTRO JA CONVERTIDO (OU CONVERSAO
      *INTERROMPIDA): CONVERTER DE NOVO LERIA O LAYOUT NOVO COMO SE
      *FOSSE O ANTIGO E SOBRESCREVERIA A UNICA COPIA DO ORIGINAL.
       VERIFICAR-COPIA-ANTIGA.

           OPEN INPUT OPERADORES-ANTIGO
           IF WS-ANT-STATUS NOT = '35'
               IF WS-ANT-STATUS = '00'
                   CLOSE OPERADORES-ANTIGO
               END-IF
               DISPLAY 'COPIA operadores.ant JA EXISTE (STATUS '
                   WS-ANT-STATUS '): CADASTRO JA CONVERTIDO, '
                   'CONVERSAO RECUSADA.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *PASSO 1: O CADASTRO ANTIGO (JA ABERTO) VAI INTEIRO PARA O .ant,
      *NA ORDEM DE ID.
       COPIAR-PARA-ANTIGO.

           MOVE 'N' TO WS-EOF
           OPEN OUTPUT OPERADORES-ANTIGO

           PERFORM UNTIL WS-EOF = 'Y'
               READ OPERADORES-ORIGEM NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE OPERADOR-ORI-REC TO OPERADOR-ANT-REC
                       WRITE OPERADOR-ANT-REC
                       ADD 1 TO WS-QTD-COPIADOS
                       ADD ORI-DATA-TROCA TO WS-HASH-COPIADOS
               END-READ
           END-PERFORM

           CLOSE OPERADORES-ORIGEM
           CLOSE OPERADORES-ANTIGO.

      *PASSO 2: O CADASTRO E RECRIADO COM O MESMO NOME NO LAYOUT
      *NOVO. ULTIMO ACESSO = DATA DA CONVERSAO; FORA DE CICLO.
       RECONSTRUIR-CADASTRO.

           MOVE 'N' TO WS-EOF
           OPEN INPUT OPERADORES-ANTIGO
           OPEN OUTPUT OPERADORES
           IF WS-OPR-STATUS NOT = '00'
               DISPLAY 'ERRO AO RECRIAR operadores.dat, '
                   'STATUS: ' WS-OPR-STATUS
                   ' - ORIGINAL PRESERVADO EM operadores.ant'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ OPERADORES-ANTIGO
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE ANT-ID            TO OPR-ID
                       MOVE ANT-NOME          TO OPR-NOME
                       MOVE ANT-NIVEL         TO OPR-NIVEL
                       MOVE ANT-ATIVO         TO OPR-ATIVO
                       MOVE ANT-SENHA         TO OPR-SENHA
                       MOVE ANT-DATA-TROCA    TO OPR-DATA-TROCA
                       MOVE ANT-FALHAS        TO OPR-FALHAS
                       MOVE ANT-BLOQUEADO     TO OPR-BLOQUEADO
                       MOVE ANT-TROCA-OBRIG   TO OPR-TROCA-OBRIG
                       MOVE WS-DATA-CONVERSAO TO OPR-DATA-ULTIMO-ACESSO
                       MOVE SPACES            TO OPR-RECERT-SITUACAO
                       MOVE ZEROS             TO OPR-RECERT-DATA
                       WRITE OPERADOR-REC
                           INVALID KEY
                               DISPLAY 'OPERADOR REPETIDO NO CADASTRO: '
                                   OPR-ID
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-CONVERTIDOS
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE OPERADORES-ANTIGO
           CLOSE OPERADORES.

      *PASSO 3: A PROVA RELE O .ant E O CADASTRO NOVO DO DISCO E
      *RECONTA DO ZERO.
       PROVAR-CONVERSAO.

           MOVE 'N' TO WS-EOF
           OPEN INPUT OPERADORES-ANTIGO
           PERFORM UNTIL WS-EOF = 'Y'
               READ OPERADORES-ANTIGO
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-PROVA-ANT
                       ADD ANT-DATA-TROCA TO WS-HASH-PROVA-ANT
               END-READ
           END-PERFORM
           CLOSE OPERADORES-ANTIGO

           MOVE 'N' TO WS-EOF
           OPEN INPUT OPERADORES
           PERFORM UNTIL WS-EOF = 'Y'
               READ OPERADORES NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-PROVA-NOV
                       ADD OPR-DATA-TROCA TO WS-HASH-PROVA-NOV
               END-READ
           END-PERFORM
           CLOSE OPERADORES

           DISPLAY 'operadores.dat'
           DISPLAY '  COPIADOS (.ant)..: ' WS-QTD-PROVA-ANT
               ' HASH ' WS-HASH-PROVA-ANT
           DISPLAY '  CONVERTIDOS......: ' WS-QTD-PROVA-NOV
               ' HASH ' WS-HASH-PROVA-NOV

           IF WS-QTD-PROVA-ANT NOT = WS-QTD-COPIADOS
               OR WS-QTD-PROVA-NOV NOT = WS-QTD-CONVERTIDOS
               OR WS-QTD-PROVA-NOV NOT = WS-QTD-PROVA-ANT
               OR WS-HASH-PROVA-ANT NOT = WS-HASH-COPIADOS
               OR WS-HASH-PROVA-NOV NOT = WS-HASH-PROVA-ANT
               DISPLAY 'CONVERSAO: FALHA NO CADASTRO DE OPERADORES'
                   ' - RESTAURE A PARTIR DE operadores.ant'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
