      *=================================================================
       IDENTIFICATION                                  DIVISION.
      *=================================================================
       PROGRAM-ID. ConverteCursos.
      *******************************************************************
      * Author: Vinícius Azevedo
      * Date: 15/10/2026
      * Purpose: Conversao unica do catalogo de cursos
      * Tectonics: cobc
      ******************************************************************
      * Corrida UNICA, fora do batch noturno, que passa o catalogo de
      * cursos (courses.dat) do layout antigo para o layout com as
      * horas de credito da auditoria de graduacao (COPY COURSEREC:
      * CREDITS).
      *   1. copia o catalogo antigo para courses.ant (sequencial, o
      *      original fica preservado ate o fim);
      *   2. recria o catalogo com o mesmo nome no layout novo: os
      *      creditos nao estao gravados em lugar nenhum, entao todo
      *      curso entra com CREDITS zerado -- a secretaria informa os
      *      creditos de cada curso pela manutencao do catalogo
      *      (03_Lendo_Arquivos) antes da primeira auditoria de
      *      graduacao, que ate la nao conta credito nenhum;
      *   3. prova a conversao: contagem e hash de mensalidade do .ant
      *      e do catalogo novo RELIDOS DO DISCO tem que bater. FALHA
      *      para a corrida com RC 8: restaure o catalogo a partir do
      *      .ant antes de tentar de novo.
      * A corrida recusa (RC 8) quando o courses.ant ja existe: a
      * conversao ja foi feita (ou foi interrompida e o catalogo
      * precisa ser restaurado antes). Rodar sem ninguem nos menus
      * academicos e com o batch parado.
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
           SELECT CURSOS-ORIGEM ASSIGN TO 'courses.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORI-CODE
           FILE STATUS IS WS-ORI-STATUS.

           SELECT CURSOS-ANTIGO ASSIGN TO 'courses.ant'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ANT-STATUS.

           SELECT COURSE-CATALOG ASSIGN TO 'courses.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COURSE-CODE
           FILE STATUS IS WS-CRS-STATUS.

      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                    SECTION.
      *-----------------------------------------------------------------
      *LAYOUT ANTIGO DO CATALOGO (ANTES DAS HORAS DE CREDITO).
       FD  CURSOS-ORIGEM.
       01  CURSO-ORI-REC.
           05 ORI-CODE             PIC X(4).
           05 ORI-TITLE            PIC X(30).
           05 ORI-MAX-CAPACITY     PIC 9(5).
           05 ORI-ENROLLED-COUNT   PIC 9(5).
           05 ORI-ACTIVE-FLAG      PIC X(1).
           05 ORI-TUITION          PIC 9(5)V9(2).
           05 ORI-PREREQ-1         PIC X(4).
           05 ORI-PREREQ-2         PIC X(4).

      *COPIA DE SEGURANCA (.ant), NO MESMO LAYOUT ANTIGO.
       FD  CURSOS-ANTIGO.
       01  CURSO-ANT-REC.
           05 ANT-CODE             PIC X(4).
           05 ANT-TITLE            PIC X(30).
           05 ANT-MAX-CAPACITY     PIC 9(5).
           05 ANT-ENROLLED-COUNT   PIC 9(5).
           05 ANT-ACTIVE-FLAG      PIC X(1).
           05 ANT-TUITION          PIC 9(5)V9(2).
           05 ANT-PREREQ-1         PIC X(4).
           05 ANT-PREREQ-2         PIC X(4).

       FD  COURSE-CATALOG.
       01  COURSE-FILE.
           COPY COURSEREC REPLACING ==:PREFIX:== BY ==COURSE==.

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
      *-----------------------------------------------------------------
       77 WS-ORI-STATUS        PIC X(2)    VALUE '00'.
       77 WS-ANT-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CRS-STATUS        PIC X(2)    VALUE '00'.

       77 WS-EOF               PIC X(1)    VALUE 'N'.

      *CONTAGEM E HASH DE MENSALIDADE DA COPIA .ant E DO CATALOGO
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

           OPEN INPUT CURSOS-ORIGEM
           IF WS-ORI-STATUS = '35'
               DISPLAY 'CATALOGO DE CURSOS AUSENTE, NADA A '
                   'CONVERTER'
               STOP RUN
           END-IF
           IF WS-ORI-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR courses.dat, STATUS: '
                   WS-ORI-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM COPIAR-PARA-ANTIGO
           PERFORM RECONSTRUIR-CATALOGO
           PERFORM PROVAR-CONVERSAO

           DISPLAY ' '
           DISPLAY 'CONVERSAO DO CATALOGO DE CURSOS: PASSA'
           DISPLAY 'CURSOS LIDOS............: ' WS-QTD-COPIADOS
           DISPLAY 'CURSOS CONVERTIDOS......: ' WS-QTD-CONVERTIDOS

           STOP RUN.

      *COPIA .ant JA EXISTENTE = CATALOGO JA CONVERTIDO (OU CONVERSAO
      *INTERROMPIDA): CONVERTER DE NOVO LERIA O LAYOUT NOVO COMO SE
      *FOSSE O ANTIGO E SOBRESCREVERIA A UNICA COPIA DO ORIGINAL.
       VERIFICAR-COPIA-ANTIGA.

           OPEN INPUT CURSOS-ANTIGO
           IF WS-ANT-STATUS NOT = '35'
               IF WS-ANT-STATUS = '00'
                   CLOSE CURSOS-ANTIGO
               END-IF
               DISPLAY 'COPIA courses.ant JA EXISTE (STATUS '
                   WS-ANT-STATUS '): CATALOGO JA CONVERTIDO, '
                   'CONVERSAO RECUSADA.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *PASSO 1: O CATALOGO ANTIGO (JA ABERTO) VAI INTEIRO PARA O
      *.ant, NA ORDEM DE CODIGO.
       COPIAR-PARA-ANTIGO.

           MOVE 'N' TO WS-EOF
           OPEN OUTPUT CURSOS-ANTIGO

           PERFORM UNTIL WS-EOF = 'Y'
               READ CURSOS-ORIGEM NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE CURSO-ORI-REC TO CURSO-ANT-REC
                       WRITE CURSO-ANT-REC
                       ADD 1 TO WS-QTD-COPIADOS
                       ADD ORI-TUITION TO WS-HASH-COPIADOS
               END-READ
           END-PERFORM

           CLOSE CURSOS-ORIGEM
           CLOSE CURSOS-ANTIGO.

      *PASSO 2: O CATALOGO E RECRIADO COM O MESMO NOME NO LAYOUT
      *NOVO. CREDITOS ZERADOS.
       RECONSTRUIR-CATALOGO.

           MOVE 'N' TO WS-EOF
           OPEN INPUT CURSOS-ANTIGO
           OPEN OUTPUT COURSE-CATALOG
           IF WS-CRS-STATUS NOT = '00'
               DISPLAY 'ERRO AO RECRIAR courses.dat, '
                   'STATUS: ' WS-CRS-STATUS
                   ' - ORIGINAL PRESERVADO EM courses.ant'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ CURSOS-ANTIGO
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE ANT-CODE          TO COURSE-CODE
                       MOVE ANT-TITLE         TO COURSE-TITLE
                       MOVE ANT-MAX-CAPACITY  TO COURSE-MAX-CAPACITY
                       MOVE ANT-ENROLLED-COUNT TO COURSE-ENROLLED-COUNT
                       MOVE ANT-ACTIVE-FLAG   TO COURSE-ACTIVE-FLAG
                       MOVE ANT-TUITION       TO COURSE-TUITION
                       MOVE ANT-PREREQ-1      TO COURSE-PREREQ-1
                       MOVE ANT-PREREQ-2      TO COURSE-PREREQ-2
                       MOVE ZEROS             TO COURSE-CREDITS
                       WRITE COURSE-FILE
                           INVALID KEY
                               DISPLAY 'CURSO REPETIDO NO CATALOGO: '
                                   COURSE-CODE
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-CONVERTIDOS
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE CURSOS-ANTIGO
           CLOSE COURSE-CATALOG.

      *PASSO 3: A PROVA RELE O .ant E O CATALOGO NOVO DO DISCO E
      *RECONTA DO ZERO.
       PROVAR-CONVERSAO.

           MOVE 'N' TO WS-EOF
           OPEN INPUT CURSOS-ANTIGO
           PERFORM UNTIL WS-EOF = 'Y'
               READ CURSOS-ANTIGO
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-PROVA-ANT
                       ADD ANT-TUITION TO WS-HASH-PROVA-ANT
               END-READ
           END-PERFORM
           CLOSE CURSOS-ANTIGO

           MOVE 'N' TO WS-EOF
           OPEN INPUT COURSE-CATALOG
           PERFORM UNTIL WS-EOF = 'Y'
               READ COURSE-CATALOG NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-PROVA-NOV
                       ADD COURSE-TUITION TO WS-HASH-PROVA-NOV
               END-READ
           END-PERFORM
           CLOSE COURSE-CATALOG

           DISPLAY 'courses.dat'
           DISPLAY '  COPIADOS (.ant)..: ' WS-QTD-PROVA-ANT
               ' HASH ' WS-HASH-PROVA-ANT
           DISPLAY '  CONVERTIDOS......: ' WS-QTD-PROVA-NOV
               ' HASH ' WS-HASH-PROVA-NOV

           IF WS-QTD-PROVA-ANT NOT = WS-QTD-COPIADOS
               OR WS-QTD-PROVA-NOV NOT = WS-QTD-CONVERTIDOS
               OR WS-QTD-PROVA-NOV NOT = WS-QTD-PROVA-ANT
               OR WS-HASH-PROVA-ANT NOT = WS-HASH-COPIADOS
               OR WS-HASH-PROVA-NOV NOT = WS-HASH-PROVA-ANT
               DISPLAY 'CONVERSAO: FALHA NO CATALOGO DE CURSOS'
                   ' - RESTAURE A PARTIR DE courses.ant'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
