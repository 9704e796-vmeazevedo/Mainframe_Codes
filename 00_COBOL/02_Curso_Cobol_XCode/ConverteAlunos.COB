      *=================================================================
       IDENTIFICATION                                  DIVISION.
      *=================================================================
       PROGRAM-ID. ConverteAlunos.
      *******************************************************************
      * Author: Vinícius Azevedo
      * Date: 15/10/2026
      * Purpose: Conversao unica dos cadastros de alunos
      * Tectonics: cobc
      ******************************************************************
      * Corrida UNICA, fora do batch noturno, que passa o cadastro de
      * alunos (student.dat), o arquivo de alunos da virada de termo
      * (student_arch.dat) e a fila de espera de cursos lotados
      * (waitlist.dat, sequencial, que carrega o registro do aluno)
      * do layout antigo para o layout com o curso de graduacao do
      * aluno (COPY STUDENTREC: PROGRAM; WAIT-PROGRAM na fila). Para
      * cada arquivo:
      *   1. copia o arquivo antigo para <nome>.ant (sequencial, o
      *      original fica preservado ate o fim);
      *   2. recria o arquivo com o mesmo nome no layout novo: o
      *      curso de graduacao nao esta gravado em lugar nenhum,
      *      entao todo aluno entra com PROGRAM em branco (ainda nao
      *      atribuido) -- a secretaria atribui o curso pela
      *      manutencao de alunos (03_Lendo_Arquivos) antes da
      *      auditoria de graduacao, que ate la ignora o aluno; a fila
      *      mantem a ordem de chegada e o aluno promovido dela entra
      *      sem curso de graduacao, como os demais;
      *   3. prova a conversao: contagem e hash de matricula do .ant
      *      e do arquivo novo RELIDOS DO DISCO tem que bater. FALHA
      *      para a corrida com RC 8: restaure o arquivo a partir do
      *      .ant antes de tentar de novo.
      * Arquivo da virada ausente (nenhum termo encerrado ainda) ou
      * fila ausente (nenhum curso lotou) e so avisado. A corrida
      * recusa (RC 8) quando qualquer das copias .ant ja existe: a
      * conversao ja foi feita (ou foi interrompida e os arquivos
      * precisam ser restaurados antes). Rodar sem ninguem nos menus
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
           SELECT ALUNOS-ORIGEM ASSIGN TO DYNAMIC WS-NOME-ARQUIVO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORI-ID
           ALTERNATE RECORD KEY IS ORI-NAME WITH DUPLICATES
           FILE STATUS IS WS-ORI-STATUS.

           SELECT ALUNOS-ANTIGO ASSIGN TO DYNAMIC WS-NOME-ANTIGO
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ANT-STATUS.

           SELECT ALUNOS-NOVO ASSIGN TO DYNAMIC WS-NOME-ARQUIVO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOV-ID
           ALTERNATE RECORD KEY IS NOV-NAME WITH DUPLICATES
           FILE STATUS IS WS-NOV-STATUS.

           SELECT ESPERA-ORIGEM ASSIGN TO 'waitlist.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ORI-STATUS.

           SELECT ESPERA-ANTIGO ASSIGN TO 'waitlist.ant'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ANT-STATUS.

           SELECT ESPERA-NOVA ASSIGN TO 'waitlist.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-NOV-STATUS.

      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                    SECTION.
      *-----------------------------------------------------------------
      *LAYOUT ANTIGO DO ALUNO (ANTES DO CURSO DE GRADUACAO), O MESMO
      *NO CADASTRO VIVO E NO ARQUIVO DA VIRADA DE TERMO.
       FD  ALUNOS-ORIGEM.
       01  ALUNO-ORI-REC.
           05 ORI-ID               PIC 9(5).
           05 ORI-NAME             PIC X(25).
           05 ORI-COURSE-CODE      PIC X(4).
           05 ORI-ENROLL-DATE      PIC 9(8).
           05 ORI-GPA              PIC 9(1)V9(2).

      *COPIA DE SEGURANCA (.ant), NO MESMO LAYOUT ANTIGO.
       FD  ALUNOS-ANTIGO.
       01  ALUNO-ANT-REC.
           05 ANT-ID               PIC 9(5).
           05 ANT-NAME             PIC X(25).
           05 ANT-COURSE-CODE      PIC X(4).
           05 ANT-ENROLL-DATE      PIC 9(8).
           05 ANT-GPA              PIC 9(1)V9(2).

       FD  ALUNOS-NOVO.
       01  ALUNO-NOV-REC.
           COPY STUDENTREC REPLACING ==:PREFIX:== BY ==NOV==.

      *LAYOUT ANTIGO DA FILA DE ESPERA (ANTES DO CURSO DE GRADUACAO),
      *NA ORDEM DE CHEGADA.
       FD  ESPERA-ORIGEM.
       01  ESPERA-ORI-REC.
           05 ORIW-TIMESTAMP       PIC X(21).
           05 ORIW-STUDENT-ID      PIC 9(5).
           05 ORIW-STUDENT-NAME    PIC X(25).
           05 ORIW-COURSE-CODE     PIC X(4).
           05 ORIW-ENROLL-DATE     PIC 9(8).
           05 ORIW-GPA             PIC 9(1)V9(2).

      *COPIA DE SEGURANCA (.ant), NO MESMO LAYOUT ANTIGO.
       FD  ESPERA-ANTIGO.
       01  ESPERA-ANT-REC.
           05 ANTW-TIMESTAMP       PIC X(21).
           05 ANTW-STUDENT-ID      PIC 9(5).
           05 ANTW-STUDENT-NAME    PIC X(25).
           05 ANTW-COURSE-CODE     PIC X(4).
           05 ANTW-ENROLL-DATE     PIC 9(8).
           05 ANTW-GPA             PIC 9(1)V9(2).

      *LAYOUT NOVO, O MESMO DO FD WAITLIST DE 03 E 06.
       FD  ESPERA-NOVA.
       01  ESPERA-NOV-REC.
           05 WAIT-TIMESTAMP       PIC X(21).
           05 WAIT-STUDENT-ID      PIC 9(5).
           05 WAIT-STUDENT-NAME    PIC X(25).
           05 WAIT-COURSE-CODE     PIC X(4).
           05 WAIT-ENROLL-DATE     PIC 9(8).
           05 WAIT-GPA             PIC 9(1)V9(2).
           05 WAIT-PROGRAM         PIC X(4).

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
      *-----------------------------------------------------------------
       77 WS-ORI-STATUS        PIC X(2)    VALUE '00'.
       77 WS-ANT-STATUS        PIC X(2)    VALUE '00'.
       77 WS-NOV-STATUS        PIC X(2)    VALUE '00'.

       77 WS-EOF               PIC X(1)    VALUE 'N'.
       77 WS-NOME-ARQUIVO      PIC X(30)   VALUE SPACES.
       77 WS-NOME-ANTIGO       PIC X(30)   VALUE SPACES.
       77 WS-QTD-ARQUIVOS      PIC 9(3)    VALUE ZEROS.

      *CONTAGEM E HASH DE MATRICULA DA COPIA .ant E DO ARQUIVO NOVO,
      *OS DOIS RELIDOS DO DISCO NA PROVA.
       77 WS-QTD-COPIADOS      PIC 9(9)    VALUE ZEROS.
       77 WS-QTD-CONVERTIDOS   PIC 9(9)    VALUE ZEROS.
       77 WS-QTD-PROVA-ANT     PIC 9(9)    VALUE ZEROS.
       77 WS-QTD-PROVA-NOV     PIC 9(9)    VALUE ZEROS.
       77 WS-HASH-COPIADOS     PIC 9(15)   VALUE ZEROS.
       77 WS-HASH-PROVA-ANT    PIC 9(15)   VALUE ZEROS.
       77 WS-HASH-PROVA-NOV    PIC 9(15)   VALUE ZEROS.
       77 WS-QTD-LIDOS-TOTAL   PIC 9(9)    VALUE ZEROS.
       77 WS-QTD-TOTAL         PIC 9(9)    VALUE ZEROS.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
       PROGRAM-BEGIN.

      *AS TRES COPIAS SAO CONFERIDAS ANTES DE CONVERTER QUALQUER UM:
      *UMA CORRIDA INTERROMPIDA ENTRE OS ARQUIVOS NAO PODE SER
      *RETOMADA POR CIMA.
           MOVE 'student.dat'      TO WS-NOME-ARQUIVO
           MOVE 'student.ant'      TO WS-NOME-ANTIGO
           PERFORM VERIFICAR-COPIA-ANTIGA
           MOVE 'student_arch.dat' TO WS-NOME-ARQUIVO
           MOVE 'student_arch.ant' TO WS-NOME-ANTIGO
           PERFORM VERIFICAR-COPIA-ANTIGA
           PERFORM VERIFICAR-COPIA-ESPERA

           MOVE 'student.dat'      TO WS-NOME-ARQUIVO
           MOVE 'student.ant'      TO WS-NOME-ANTIGO
           PERFORM CONVERTER-ARQUIVO
           MOVE 'student_arch.dat' TO WS-NOME-ARQUIVO
           MOVE 'student_arch.ant' TO WS-NOME-ANTIGO
           PERFORM CONVERTER-ARQUIVO
           MOVE 'waitlist.dat'     TO WS-NOME-ARQUIVO
           MOVE 'waitlist.ant'     TO WS-NOME-ANTIGO
           PERFORM CONVERTER-ESPERA

           DISPLAY ' '
           DISPLAY 'CONVERSAO DOS CADASTROS DE ALUNOS: PASSA'
           DISPLAY 'ARQUIVOS CONVERTIDOS....: ' WS-QTD-ARQUIVOS
           DISPLAY 'REGISTROS LIDOS.........: ' WS-QTD-LIDOS-TOTAL
           DISPLAY 'REGISTROS CONVERTIDOS...: ' WS-QTD-TOTAL

           STOP RUN.

      *COPIA .ant JA EXISTENTE = ARQUIVO JA CONVERTIDO (OU CONVERSAO
      *INTERROMPIDA): CONVERTER DE NOVO LERIA O LAYOUT NOVO COMO SE
      *FOSSE O ANTIGO E SOBRESCREVERIA A UNICA COPIA DO ORIGINAL.
       VERIFICAR-COPIA-ANTIGA.

           OPEN INPUT ALUNOS-ANTIGO
           IF WS-ANT-STATUS NOT = '35'
               IF WS-ANT-STATUS = '00'
                   CLOSE ALUNOS-ANTIGO
               END-IF
               DISPLAY 'COPIA ' WS-NOME-ANTIGO ' JA EXISTE (STATUS '
                   WS-ANT-STATUS '): ARQUIVO JA CONVERTIDO, '
                   'CONVERSAO RECUSADA.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *ASSUME WS-NOME-ARQUIVO E WS-NOME-ANTIGO CARREGADOS PELO
      *CHAMADOR. ARQUIVO AUSENTE NAO E ERRO: SO NAO HA O QUE CONVERTER.
       CONVERTER-ARQUIVO.

           OPEN INPUT ALUNOS-ORIGEM
           IF WS-ORI-STATUS = '35'
               DISPLAY 'ARQUIVO AUSENTE, NADA A CONVERTER: '
                   WS-NOME-ARQUIVO
               EXIT PARAGRAPH
           END-IF
           IF WS-ORI-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ' WS-NOME-ARQUIVO ', STATUS: '
                   WS-ORI-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ZEROS TO WS-QTD-COPIADOS WS-QTD-CONVERTIDOS
               WS-QTD-PROVA-ANT WS-QTD-PROVA-NOV
               WS-HASH-COPIADOS WS-HASH-PROVA-ANT WS-HASH-PROVA-NOV

           PERFORM COPIAR-PARA-ANTIGO
           PERFORM RECONSTRUIR-ARQUIVO
           PERFORM PROVAR-CONVERSAO

           ADD 1 TO WS-QTD-ARQUIVOS
           ADD WS-QTD-COPIADOS    TO WS-QTD-LIDOS-TOTAL
           ADD WS-QTD-CONVERTIDOS TO WS-QTD-TOTAL.

      *PASSO 1: O ARQUIVO ANTIGO (JA ABERTO) VAI INTEIRO PARA O .ant,
      *NA ORDEM DE MATRICULA.
       COPIAR-PARA-ANTIGO.

           MOVE 'N' TO WS-EOF
           OPEN OUTPUT ALUNOS-ANTIGO

           PERFORM UNTIL WS-EOF = 'Y'
               READ ALUNOS-ORIGEM NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE ALUNO-ORI-REC TO ALUNO-ANT-REC
                       WRITE ALUNO-ANT-REC
                       ADD 1 TO WS-QTD-COPIADOS
                       ADD ORI-ID TO WS-HASH-COPIADOS
               END-READ
           END-PERFORM

           CLOSE ALUNOS-ORIGEM
           CLOSE ALUNOS-ANTIGO.

      *PASSO 2: O ARQUIVO E RECRIADO COM O MESMO NOME NO LAYOUT NOVO.
      *CURSO DE GRADUACAO EM BRANCO.
       RECONSTRUIR-ARQUIVO.

           MOVE 'N' TO WS-EOF
           OPEN INPUT ALUNOS-ANTIGO
           OPEN OUTPUT ALUNOS-NOVO
           IF WS-NOV-STATUS NOT = '00'
               DISPLAY 'ERRO AO RECRIAR ' WS-NOME-ARQUIVO
                   ', STATUS: ' WS-NOV-STATUS
                   ' - ORIGINAL PRESERVADO EM ' WS-NOME-ANTIGO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ ALUNOS-ANTIGO
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE ANT-ID            TO NOV-ID
                       MOVE ANT-NAME          TO NOV-NAME
                       MOVE ANT-COURSE-CODE   TO NOV-COURSE-CODE
                       MOVE ANT-ENROLL-DATE   TO NOV-ENROLL-DATE
                       MOVE ANT-GPA           TO NOV-GPA
                       MOVE SPACES            TO NOV-PROGRAM
                       WRITE ALUNO-NOV-REC
                           INVALID KEY
                               DISPLAY 'ALUNO REPETIDO EM '
                                   WS-NOME-ARQUIVO ': ' NOV-ID
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-CONVERTIDOS
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE ALUNOS-ANTIGO
           CLOSE ALUNOS-NOVO.

      *PASSO 3: A PROVA RELE O .ant E O ARQUIVO NOVO DO DISCO E
      *RECONTA DO ZERO.
       PROVAR-CONVERSAO.

           MOVE 'N' TO WS-EOF
           OPEN INPUT ALUNOS-ANTIGO
           PERFORM UNTIL WS-EOF = 'Y'
               READ ALUNOS-ANTIGO
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-PROVA-ANT
                       ADD ANT-ID TO WS-HASH-PROVA-ANT
               END-READ
           END-PERFORM
           CLOSE ALUNOS-ANTIGO

           MOVE 'N' TO WS-EOF
           OPEN INPUT ALUNOS-NOVO
           PERFORM UNTIL WS-EOF = 'Y'
               READ ALUNOS-NOVO NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-PROVA-NOV
                       ADD NOV-ID TO WS-HASH-PROVA-NOV
               END-READ
           END-PERFORM
           CLOSE ALUNOS-NOVO

           DISPLAY WS-NOME-ARQUIVO
           DISPLAY '  COPIADOS (.ant)..: ' WS-QTD-PROVA-ANT
               ' HASH ' WS-HASH-PROVA-ANT
           DISPLAY '  CONVERTIDOS......: ' WS-QTD-PROVA-NOV
               ' HASH ' WS-HASH-PROVA-NOV

           IF WS-QTD-PROVA-ANT NOT = WS-QTD-COPIADOS
               OR WS-QTD-PROVA-NOV NOT = WS-QTD-CONVERTIDOS
               OR WS-QTD-PROVA-NOV NOT = WS-QTD-PROVA-ANT
               OR WS-HASH-PROVA-ANT NOT = WS-HASH-COPIADOS
               OR WS-HASH-PROVA-NOV NOT = WS-HASH-PROVA-ANT
               DISPLAY 'CONVERSAO: FALHA EM ' WS-NOME-ARQUIVO
                   ' - RESTAURE A PARTIR DE ' WS-NOME-ANTIGO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *MESMA CONFERENCIA PARA A COPIA DA FILA DE ESPERA.
       VERIFICAR-COPIA-ESPERA.

           OPEN INPUT ESPERA-ANTIGO
           IF WS-ANT-STATUS NOT = '35'
               IF WS-ANT-STATUS = '00'
                   CLOSE ESPERA-ANTIGO
               END-IF
               DISPLAY 'COPIA waitlist.ant JA EXISTE (STATUS '
                   WS-ANT-STATUS '): ARQUIVO JA CONVERTIDO, '
                   'CONVERSAO RECUSADA.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *A FILA DE ESPERA E SEQUENCIAL: OS MESMOS TRES PASSOS, COM O
      *ARQUIVO RECRIADO NA ORDEM DE CHEGADA (A ORDEM DA PROMOCAO).
       CONVERTER-ESPERA.

           OPEN INPUT ESPERA-ORIGEM
           IF WS-ORI-STATUS = '35'
               DISPLAY 'ARQUIVO AUSENTE, NADA A CONVERTER: '
                   WS-NOME-ARQUIVO
               EXIT PARAGRAPH
           END-IF
           IF WS-ORI-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ' WS-NOME-ARQUIVO ', STATUS: '
                   WS-ORI-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ZEROS TO WS-QTD-COPIADOS WS-QTD-CONVERTIDOS
               WS-QTD-PROVA-ANT WS-QTD-PROVA-NOV
               WS-HASH-COPIADOS WS-HASH-PROVA-ANT WS-HASH-PROVA-NOV

           PERFORM COPIAR-ESPERA-PARA-ANTIGO
           PERFORM RECONSTRUIR-ESPERA
           PERFORM PROVAR-CONVERSAO-ESPERA

           ADD 1 TO WS-QTD-ARQUIVOS
           ADD WS-QTD-COPIADOS    TO WS-QTD-LIDOS-TOTAL
           ADD WS-QTD-CONVERTIDOS TO WS-QTD-TOTAL.

      *PASSO 1 DA FILA: O ARQUIVO ANTIGO (JA ABERTO) VAI INTEIRO PARA
      *O .ant, NA ORDEM DE CHEGADA.
       COPIAR-ESPERA-PARA-ANTIGO.

           MOVE 'N' TO WS-EOF
           OPEN OUTPUT ESPERA-ANTIGO

           PERFORM UNTIL WS-EOF = 'Y'
               READ ESPERA-ORIGEM
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE ESPERA-ORI-REC TO ESPERA-ANT-REC
                       WRITE ESPERA-ANT-REC
                       ADD 1 TO WS-QTD-COPIADOS
                       ADD ORIW-STUDENT-ID TO WS-HASH-COPIADOS
               END-READ
           END-PERFORM

           CLOSE ESPERA-ORIGEM
           CLOSE ESPERA-ANTIGO.

      *PASSO 2 DA FILA: RECRIADA COM O MESMO NOME NO LAYOUT NOVO.
      *CURSO DE GRADUACAO EM BRANCO.
       RECONSTRUIR-ESPERA.

           MOVE 'N' TO WS-EOF
           OPEN INPUT ESPERA-ANTIGO
           OPEN OUTPUT ESPERA-NOVA
           IF WS-NOV-STATUS NOT = '00'
               DISPLAY 'ERRO AO RECRIAR ' WS-NOME-ARQUIVO
                   ', STATUS: ' WS-NOV-STATUS
                   ' - ORIGINAL PRESERVADO EM ' WS-NOME-ANTIGO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ ESPERA-ANTIGO
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE ANTW-TIMESTAMP    TO WAIT-TIMESTAMP
                       MOVE ANTW-STUDENT-ID   TO WAIT-STUDENT-ID
                       MOVE ANTW-STUDENT-NAME TO WAIT-STUDENT-NAME
                       MOVE ANTW-COURSE-CODE  TO WAIT-COURSE-CODE
                       MOVE ANTW-ENROLL-DATE  TO WAIT-ENROLL-DATE
                       MOVE ANTW-GPA          TO WAIT-GPA
                       MOVE SPACES            TO WAIT-PROGRAM
                       WRITE ESPERA-NOV-REC
                       ADD 1 TO WS-QTD-CONVERTIDOS
               END-READ
           END-PERFORM

           CLOSE ESPERA-ANTIGO
           CLOSE ESPERA-NOVA.

      *PASSO 3 DA FILA: A PROVA RELE O .ant E A FILA NOVA DO DISCO E
      *RECONTA DO ZERO.
       PROVAR-CONVERSAO-ESPERA.

           MOVE 'N' TO WS-EOF
           OPEN INPUT ESPERA-ANTIGO
           PERFORM UNTIL WS-EOF = 'Y'
               READ ESPERA-ANTIGO
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-PROVA-ANT
                       ADD ANTW-STUDENT-ID TO WS-HASH-PROVA-ANT
               END-READ
           END-PERFORM
           CLOSE ESPERA-ANTIGO

           MOVE 'N' TO WS-EOF
           OPEN INPUT ESPERA-NOVA
           PERFORM UNTIL WS-EOF = 'Y'
               READ ESPERA-NOVA
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-PROVA-NOV
                       ADD WAIT-STUDENT-ID TO WS-HASH-PROVA-NOV
               END-READ
           END-PERFORM
           CLOSE ESPERA-NOVA

           DISPLAY WS-NOME-ARQUIVO
           DISPLAY '  COPIADOS (.ant)..: ' WS-QTD-PROVA-ANT
               ' HASH ' WS-HASH-PROVA-ANT
           DISPLAY '  CONVERTIDOS......: ' WS-QTD-PROVA-NOV
               ' HASH ' WS-HASH-PROVA-NOV

           IF WS-QTD-PROVA-ANT NOT = WS-QTD-COPIADOS
               OR WS-QTD-PROVA-NOV NOT = WS-QTD-CONVERTIDOS
               OR WS-QTD-PROVA-NOV NOT = WS-QTD-PROVA-ANT
               OR WS-HASH-PROVA-ANT NOT = WS-HASH-COPIADOS
               OR WS-HASH-PROVA-NOV NOT = WS-HASH-PROVA-ANT
               DISPLAY 'CONVERSAO: FALHA EM ' WS-NOME-ARQUIVO
                   ' - RESTAURE A PARTIR DE ' WS-NOME-ANTIGO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
