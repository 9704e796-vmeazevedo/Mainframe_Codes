      * origem, com um resumo de contagem por tipo na primeira pagina
      * -- e uma pagina de "noite limpa" quando nao houve excecao.
      * Severidade 1 = dinheiro parado (saldo, situacao, cambio,
      * estorno, falha final, retorno de boleto, retorno de TED,
      * resgate de CDB, ordem judicial, caixa da agencia, debito de
      * mensalidade), 2 = registro rejeitado (admissao, TED,
      * transacao, divisor, tarifa, RH), 3 = informativo (tabelas
      * cheias). Arquivo de excecao ausente conta como zero.
      ******************************************************************
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ARQ-STATUS.

           SELECT EXC-BOLETOS ASSIGN TO 'boletos_exc.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ARQ-STATUS.

           SELECT EXC-TED ASSIGN TO 'ted_exc.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ARQ-STATUS.

           SELECT EXC-RETORNO-TED ASSIGN TO 'ted_ret_exc.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ARQ-STATUS.

           SELECT EXC-CDB ASSIGN TO 'cdb_exc.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ARQ-STATUS.

           SELECT EXC-SISBAJUD ASSIGN TO 'sisbajud_exc.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ARQ-STATUS.

           SELECT EXC-CAIXA ASSIGN TO 'caixa_exc.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ARQ-STATUS.

           SELECT EXC-MENSALIDADES ASSIGN TO 'mensalidades_exc.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ARQ-STATUS.

           SELECT EXC-COMPENSACAO ASSIGN TO 'cheques_comp_exc.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ARQ-STATUS.

           SELECT WORK-SORT-FILE ASSIGN TO 'excecoes.srt'.

           SELECT RELATORIO-EXCECOES ASSIGN TO 'excecoes_rpt.dat'
           05 FAL-DATA-RECEBIDO    PIC 9(8).
           05 FAL-TENTATIVAS       PIC 9(2).

       FD  EXC-BOLETOS.
       01  BOLETO-EXC-REC.
           05 EXB-TIMESTAMP        PIC X(21).
           05 EXB-NOSSO-NUMERO     PIC 9(11).
           05 EXB-CONTRATO         PIC 9(6).
           05 EXB-VALOR-PAGO       PIC 9(9)V99.
           05 EXB-MOTIVO           PIC X(30).

       FD  EXC-TED.
       01  TED-EXC-REC.
           05 EXE-TIMESTAMP        PIC X(21).
           05 EXE-CONTA-ORIGEM     PIC 9(6).
           05 EXE-BANCO            PIC 9(3).
           05 EXE-VALOR            PIC 9(9)V99.
           05 EXE-MOTIVO           PIC X(20).

       FD  EXC-RETORNO-TED.
       01  RETORNO-TED-EXC-REC.
           05 EXR-TIMESTAMP        PIC X(21).
           05 EXR-NUMERO-TED       PIC 9(10).
           05 EXR-CONTA-ORIGEM     PIC 9(6).
           05 EXR-VALOR            PIC 9(9)V99.
           05 EXR-MOTIVO           PIC X(20).

       FD  EXC-CDB.
       01  CDB-EXC-REC.
           05 EXD-TIMESTAMP        PIC X(21).
           05 EXD-NUMERO-CDB       PIC 9(8).
           05 EXD-CONTA            PIC 9(6).
           05 EXD-VALOR            PIC 9(9)V99.
           05 EXD-MOTIVO           PIC X(20).

       FD  EXC-SISBAJUD.
       01  SISBAJUD-EXC-REC.
           05 EXJ-TIMESTAMP        PIC X(21).
           05 EXJ-ORDEM            PIC X(20).
           05 EXJ-CPF              PIC 9(11).
           05 EXJ-VALOR            PIC 9(9)V99.
           05 EXJ-MOTIVO           PIC X(20).

       FD  EXC-CAIXA.
       01  CAIXA-EXC-REC.
           05 EXX-TIMESTAMP        PIC X(21).
           05 EXX-DATA             PIC 9(8).
           05 EXX-OPERADOR         PIC X(8).
           05 EXX-CONTA            PIC 9(6).
           05 EXX-MOTIVO           PIC X(20).
           05 EXX-VALOR            PIC S9(11)V99.

       FD  EXC-MENSALIDADES.
       01  MENSALIDADE-EXC-REC.
           05 EXM-TIMESTAMP        PIC X(21).
           05 EXM-ALUNO            PIC 9(5).
           05 EXM-MES              PIC 9(6).
           05 EXM-CONTA            PIC 9(6).
           05 EXM-VALOR            PIC 9(7)V99.
           05 EXM-MOTIVO           PIC X(20).

       FD  EXC-COMPENSACAO.
       01  COMPENSACAO-EXC-REC.
           05 CCX-TIMESTAMP        PIC X(21).
           05 CCX-CONTA            PIC 9(6).
           05 CCX-NUMERO-CHEQUE    PIC 9(6).
           05 CCX-VALOR            PIC 9(9)V99.
           05 CCX-MOTIVO           PIC X(20).

       SD  WORK-SORT-FILE.
       01  SORT-REC.
           05 SRT-SEVERIDADE       PIC 9(1).
       77 WS-DATA-PROC         PIC 9(8)    VALUE ZEROS.
       77 WS-EOF               PIC X(1)    VALUE 'N'.
       77 WS-SORT-EOF          PIC X(1)    VALUE 'N'.
       77 WS-EOF-ARQUIVAR      PIC X(1)    VALUE 'N'.
       77 WS-QTD-TOTAL         PIC 9(7)    VALUE ZEROS.
       77 WS-I                 PIC 9(2)    VALUE ZEROS.
       77 WS-TIPO-ACHADO       PIC X(1)    VALUE 'N'.
      *CONTAGEM POR TIPO PARA O RESUMO DA PRIMEIRA PAGINA.
       01 WS-QTD-TIPOS         PIC 9(2)    VALUE ZEROS.
       01 WS-TABELA-TIPOS.
           05 WS-TIPO-ENTRADA OCCURS 40 TIMES.
              10 WS-TIPO-NOME      PIC X(20).
              10 WS-TIPO-QTD       PIC 9(7).

           05 DET-DETALHE       PIC X(60).
           05 FILLER            PIC X(5)  VALUE SPACES.

      *AREA DE COMUNICACAO COM O ESCRITOR DE RELATORIOS COMPARTILHADO
      *(GravaRelatorio): O RELATORIO PRONTO E REPASSADO A ELE PARA
      *FICAR ARQUIVADO NO REPOSITORIO DE RELATORIOS COM A DATA.
       01  WS-REL-AREA.
           COPY RELLINK REPLACING ==:PREFIX:== BY ==REL==.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
               INPUT PROCEDURE IS COLETAR-TODAS-EXCECOES
               OUTPUT PROCEDURE IS IMPRIMIR-RELATORIO

           PERFORM ARQUIVAR-RELATORIO-EXCECOES

           DISPLAY 'EXCECOES CONSOLIDADAS: ' WS-QTD-TOTAL

           STOP RUN.
           MOVE 'FALHA FINAL SAQUE' TO WS-NOME-TIPO-ATUAL
           PERFORM COLETAR-FALHAS

           MOVE 1 TO WS-SEVERIDADE-ATUAL
           MOVE 'RETBOLETOS' TO WS-PROGRAMA-ATUAL
           MOVE 'RETORNO DE BOLETO' TO WS-NOME-TIPO-ATUAL
           PERFORM COLETAR-BOLETOS

           MOVE 1 TO WS-SEVERIDADE-ATUAL
           MOVE 'TEDRETORNO' TO WS-PROGRAMA-ATUAL
           MOVE 'RETORNO DE TED' TO WS-NOME-TIPO-ATUAL
           PERFORM COLETAR-RETORNO-TED

           MOVE 1 TO WS-SEVERIDADE-ATUAL
           MOVE 'CDBNOTURNO' TO WS-PROGRAMA-ATUAL
           MOVE 'RESGATE DE CDB' TO WS-NOME-TIPO-ATUAL
           PERFORM COLETAR-CDB

           MOVE 1 TO WS-SEVERIDADE-ATUAL
           MOVE 'SISBAJUD' TO WS-PROGRAMA-ATUAL
           MOVE 'ORDEM JUDICIAL' TO WS-NOME-TIPO-ATUAL
           PERFORM COLETAR-SISBAJUD

           MOVE 1 TO WS-SEVERIDADE-ATUAL
           MOVE 'CAIXAS' TO WS-PROGRAMA-ATUAL
           MOVE 'CAIXA DA AGENCIA' TO WS-NOME-TIPO-ATUAL
           PERFORM COLETAR-CAIXA

           MOVE 1 TO WS-SEVERIDADE-ATUAL
           MOVE 'MENSALIDADES' TO WS-PROGRAMA-ATUAL
           MOVE 'DEBITO MENSALIDADE' TO WS-NOME-TIPO-ATUAL
           PERFORM COLETAR-MENSALIDADES

           MOVE 1 TO WS-SEVERIDADE-ATUAL
           MOVE 'COMPCHEQUES' TO WS-PROGRAMA-ATUAL
           MOVE 'COMPENSACAO CHEQUE' TO WS-NOME-TIPO-ATUAL
           PERFORM COLETAR-COMPENSACAO

           MOVE 2 TO WS-SEVERIDADE-ATUAL
           MOVE 'ADMISSOES' TO WS-PROGRAMA-ATUAL
           MOVE 'ADMISSAO REJEITADA' TO WS-NOME-TIPO-ATUAL
           PERFORM COLETAR-ADMISSOES

           MOVE 2 TO WS-SEVERIDADE-ATUAL
           MOVE 'TEDENVIO' TO WS-PROGRAMA-ATUAL
           MOVE 'TED REJEITADA' TO WS-NOME-TIPO-ATUAL
           PERFORM COLETAR-TED

           MOVE 2 TO WS-SEVERIDADE-ATUAL
           MOVE 'TRANSACOES' TO WS-PROGRAMA-ATUAL
           MOVE 'TRANSACAO REJEITADA' TO WS-NOME-TIPO-ATUAL
               CLOSE EXC-ESTOURO
           END-IF.

       COLETAR-BOLETOS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT EXC-BOLETOS
           IF WS-ARQ-STATUS NOT = '00' MOVE 'Y' TO WS-EOF END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ EXC-BOLETOS
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF EXB-TIMESTAMP(1:8) = WS-DATA-PROC
                           MOVE SPACES TO SRT-DETALHE
                           STRING 'NN ' EXB-NOSSO-NUMERO ' CTR '
                               EXB-CONTRATO ' ' EXB-MOTIVO
                               DELIMITED BY SIZE INTO SRT-DETALHE
                           PERFORM SOLTAR-EXCECAO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ARQ-STATUS = '00' OR WS-ARQ-STATUS = '10'
               CLOSE EXC-BOLETOS
           END-IF.

       COLETAR-TED.
           MOVE 'N' TO WS-EOF
           OPEN INPUT EXC-TED
           IF WS-ARQ-STATUS NOT = '00' MOVE 'Y' TO WS-EOF END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ EXC-TED
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF EXE-TIMESTAMP(1:8) = WS-DATA-PROC
                           MOVE SPACES TO SRT-DETALHE
                           STRING 'CONTA ' EXE-CONTA-ORIGEM ' BCO '
                               EXE-BANCO ' ' EXE-MOTIVO
                               DELIMITED BY SIZE INTO SRT-DETALHE
                           PERFORM SOLTAR-EXCECAO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ARQ-STATUS = '00' OR WS-ARQ-STATUS = '10'
               CLOSE EXC-TED
           END-IF.

       COLETAR-RETORNO-TED.
           MOVE 'N' TO WS-EOF
           OPEN INPUT EXC-RETORNO-TED
           IF WS-ARQ-STATUS NOT = '00' MOVE 'Y' TO WS-EOF END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ EXC-RETORNO-TED
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF EXR-TIMESTAMP(1:8) = WS-DATA-PROC
                           MOVE SPACES TO SRT-DETALHE
                           STRING 'TED ' EXR-NUMERO-TED ' CONTA '
                               EXR-CONTA-ORIGEM ' ' EXR-MOTIVO
                               DELIMITED BY SIZE INTO SRT-DETALHE
                           PERFORM SOLTAR-EXCECAO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ARQ-STATUS = '00' OR WS-ARQ-STATUS = '10'
               CLOSE EXC-RETORNO-TED
           END-IF.

       COLETAR-CDB.
           MOVE 'N' TO WS-EOF
           OPEN INPUT EXC-CDB
           IF WS-ARQ-STATUS NOT = '00' MOVE 'Y' TO WS-EOF END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ EXC-CDB
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF EXD-TIMESTAMP(1:8) = WS-DATA-PROC
                           MOVE SPACES TO SRT-DETALHE
                           STRING 'CDB ' EXD-NUMERO-CDB ' CONTA '
                               EXD-CONTA ' ' EXD-MOTIVO
                               DELIMITED BY SIZE INTO SRT-DETALHE
                           PERFORM SOLTAR-EXCECAO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ARQ-STATUS = '00' OR WS-ARQ-STATUS = '10'
               CLOSE EXC-CDB
           END-IF.

       COLETAR-SISBAJUD.
           MOVE 'N' TO WS-EOF
           OPEN INPUT EXC-SISBAJUD
           IF WS-ARQ-STATUS NOT = '00' MOVE 'Y' TO WS-EOF END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ EXC-SISBAJUD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF EXJ-TIMESTAMP(1:8) = WS-DATA-PROC
                           MOVE SPACES TO SRT-DETALHE
                           STRING 'ORDEM ' EXJ-ORDEM ' CPF '
                               EXJ-CPF ' ' EXJ-MOTIVO
                               DELIMITED BY SIZE INTO SRT-DETALHE
                           PERFORM SOLTAR-EXCECAO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ARQ-STATUS = '00' OR WS-ARQ-STATUS = '10'
               CLOSE EXC-SISBAJUD
           END-IF.

       COLETAR-CAIXA.
           MOVE 'N' TO WS-EOF
           OPEN INPUT EXC-CAIXA
           IF WS-ARQ-STATUS NOT = '00' MOVE 'Y' TO WS-EOF END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ EXC-CAIXA
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF EXX-TIMESTAMP(1:8) = WS-DATA-PROC
                           MOVE SPACES TO SRT-DETALHE
                           STRING 'CAIXA ' EXX-OPERADOR ' CONTA '
                               EXX-CONTA ' ' EXX-MOTIVO
                               DELIMITED BY SIZE INTO SRT-DETALHE
                           PERFORM SOLTAR-EXCECAO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ARQ-STATUS = '00' OR WS-ARQ-STATUS = '10'
               CLOSE EXC-CAIXA
           END-IF.

       COLETAR-MENSALIDADES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT EXC-MENSALIDADES
           IF WS-ARQ-STATUS NOT = '00' MOVE 'Y' TO WS-EOF END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ EXC-MENSALIDADES
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF EXM-TIMESTAMP(1:8) = WS-DATA-PROC
                           MOVE SPACES TO SRT-DETALHE
                           STRING 'ALUNO ' EXM-ALUNO ' MES ' EXM-MES
                               ' CONTA ' EXM-CONTA ' ' EXM-MOTIVO
                               DELIMITED BY SIZE INTO SRT-DETALHE
                           PERFORM SOLTAR-EXCECAO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ARQ-STATUS = '00' OR WS-ARQ-STATUS = '10'
               CLOSE EXC-MENSALIDADES
           END-IF.

       COLETAR-COMPENSACAO.
           MOVE 'N' TO WS-EOF
           OPEN INPUT EXC-COMPENSACAO
           IF WS-ARQ-STATUS NOT = '00' MOVE 'Y' TO WS-EOF END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ EXC-COMPENSACAO
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CCX-TIMESTAMP(1:8) = WS-DATA-PROC
                           MOVE SPACES TO SRT-DETALHE
                           STRING 'CONTA ' CCX-CONTA ' CHQ '
                               CCX-NUMERO-CHEQUE ' VLR ' CCX-VALOR
                               ' ' CCX-MOTIVO
                               DELIMITED BY SIZE INTO SRT-DETALHE
                           PERFORM SOLTAR-EXCECAO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ARQ-STATUS = '00' OR WS-ARQ-STATUS = '10'
               CLOSE EXC-COMPENSACAO
           END-IF.

       SOLTAR-EXCECAO.

           MOVE WS-SEVERIDADE-ATUAL TO SRT-SEVERIDADE
                   MOVE 'Y' TO WS-TIPO-ACHADO
               END-IF
           END-PERFORM
           IF WS-TIPO-ACHADO = 'N' AND WS-QTD-TIPOS < 40
               ADD 1 TO WS-QTD-TIPOS
               MOVE WS-NOME-TIPO-ATUAL
                   TO WS-TIPO-NOME(WS-QTD-TIPOS)
               WRITE LINHA-RELATORIO
               DISPLAY WS-TIPO-NOME(WS-I) ': ' WS-TIPO-QTD(WS-I)
           END-PERFORM.

      *O RELATORIO FECHADO E RELIDO E REPASSADO LINHA A LINHA AO
      *ESCRITOR COMPARTILHADO, QUE O ARQUIVA NO REPOSITORIO SOB O ID
      *EXCECOES E A DATA DE MOVIMENTO.
       ARQUIVAR-RELATORIO-EXCECOES.

           MOVE 'A' TO REL-COMANDO
           MOVE 'ConsolidaExcecoes' TO REL-PROGRAMA
           MOVE 'EXCECOES' TO REL-ID
           MOVE 'RELATORIO CONSOLIDADO DE EXCECOES' TO REL-TITULO
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE 'N' TO WS-EOF-ARQUIVAR
           OPEN INPUT RELATORIO-EXCECOES
           IF WS-REL-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-ARQUIVAR
           END-IF
           PERFORM UNTIL WS-EOF-ARQUIVAR = 'Y'
               READ RELATORIO-EXCECOES
                   AT END
                       MOVE 'Y' TO WS-EOF-ARQUIVAR
                   NOT AT END
                       MOVE 'L' TO REL-COMANDO
                       MOVE LINHA-RELATORIO TO REL-LINHA
                       CALL 'GravaRelatorio' USING WS-REL-AREA
               END-READ
           END-PERFORM
           IF WS-REL-STATUS = '00' OR WS-REL-STATUS = '10'
               CLOSE RELATORIO-EXCECOES
           END-IF

           MOVE 'F' TO REL-COMANDO
           CALL 'GravaRelatorio' USING WS-REL-AREA.
