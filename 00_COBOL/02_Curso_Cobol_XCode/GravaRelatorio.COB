      * numero de pagina -- repetido a cada 60 linhas, e trailer com o
      * total de linhas impressas. Chamar com RELLINK: 'A' abre,
      * 'L' imprime uma linha, 'F' fecha.
      * No fechamento o relatorio e arquivado no repositorio: uma
      * copia vai para o membro relrep_<id>_<AAAAMMDD>_<seq>.prt
      * (seq = execucao do relatorio na data) e um registro de indice
      * (relatorios_indice.dat, layout RELIDXREC) guarda titulo,
      * paginas, linhas e a execucao que o gerou (programa, inicio e
      * fim). O relatorio_<id>.prt da noite continua sendo regravado
      * a cada execucao; o historico fica no repositorio, com retencao
      * por ID (ExpurgaRelatorios) e reimpressao/extracao pelo
      * operador (RepositorioRelatorios). Repositorio inacessivel nao
      * derruba o chamador: o aviso sai no console.
      ******************************************************************
      *=================================================================
       ENVIRONMENT                                     DIVISION.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-DTM-STATUS.

           SELECT MEMBRO-REPOSITORIO ASSIGN TO DYNAMIC WS-NOME-MEMBRO
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-MEM-STATUS.

           SELECT INDICE-RELATORIOS ASSIGN TO 'relatorios_indice.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RPI-CHAVE
           FILE STATUS IS WS-RPI-STATUS.

      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
           05 DTM-DATA             PIC 9(8).
           05 DTM-SITUACAO         PIC X(1).

       FD  MEMBRO-REPOSITORIO.
       01  LINHA-MEMBRO            PIC X(132).

       FD  INDICE-RELATORIOS.
       01  INDICE-RELATORIO-REC.
           COPY RELIDXREC REPLACING ==:PREFIX:== BY ==RPI==.

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
      *-----------------------------------------------------------------

       01 WS-TITULO-GUARDADO   PIC X(40)   VALUE SPACES.

      *ARQUIVAMENTO NO REPOSITORIO: O QUE FOI INFORMADO NO 'A' E A
      *PROXIMA EXECUCAO DO RELATORIO NA DATA.
       77 WS-MEM-STATUS        PIC X(2)    VALUE '00'.
       77 WS-RPI-STATUS        PIC X(2)    VALUE '00'.
       77 WS-NOME-MEMBRO       PIC X(40)   VALUE SPACES.
       77 WS-ID-GUARDADO       PIC X(8)    VALUE SPACES.
       77 WS-PROGRAMA-GUARDADO PIC X(30)   VALUE SPACES.
       77 WS-INICIO-GUARDADO   PIC X(21)   VALUE SPACES.
       77 WS-SEQ-REPOSITORIO   PIC 9(3)    VALUE ZEROS.
       77 WS-EOF-COPIA         PIC X(1)    VALUE 'N'.
       77 WS-EOF-INDICE        PIC X(1)    VALUE 'N'.

      *-----------------------------------------------------------------
       LINKAGE                                 SECTION.
      *-----------------------------------------------------------------
           OPEN OUTPUT ARQUIVO-RELATORIO
           MOVE 'Y' TO WS-ABERTO
           MOVE REL-TITULO TO WS-TITULO-GUARDADO
           MOVE REL-ID TO WS-ID-GUARDADO
           MOVE REL-PROGRAMA TO WS-PROGRAMA-GUARDADO
           MOVE FUNCTION CURRENT-DATE TO WS-INICIO-GUARDADO
           MOVE ZEROS TO WS-PAGINA WS-TOTAL-LINHAS

           PERFORM IMPRIMIR-CABECALHO.
               WRITE LINHA-IMPRESSA FROM WS-TRAILER
               CLOSE ARQUIVO-RELATORIO
               MOVE 'N' TO WS-ABERTO
               PERFORM ARQUIVAR-NO-REPOSITORIO
           END-IF.

      *COPIA O RELATORIO FECHADO PARA O PROXIMO MEMBRO DO ID NA DATA
      *E GRAVA O REGISTRO DE INDICE. O MEMBRO SO ENTRA NO INDICE
      *DEPOIS DE COPIADO INTEIRO.
       ARQUIVAR-NO-REPOSITORIO.

           OPEN I-O INDICE-RELATORIOS
           IF WS-RPI-STATUS = '35'
               OPEN OUTPUT INDICE-RELATORIOS
               CLOSE INDICE-RELATORIOS
               OPEN I-O INDICE-RELATORIOS
           END-IF
           IF WS-RPI-STATUS NOT = '00'
               DISPLAY 'GravaRelatorio: REPOSITORIO DE RELATORIOS '
                   'INACESSIVEL, STATUS: ' WS-RPI-STATUS
                   ' - RELATORIO ' WS-ID-GUARDADO ' NAO ARQUIVADO.'
               EXIT PARAGRAPH
           END-IF

           PERFORM ACHAR-PROXIMA-EXECUCAO
           IF WS-SEQ-REPOSITORIO > 998
               DISPLAY 'GravaRelatorio: LIMITE DE EXECUCOES NA DATA '
                   'PARA O RELATORIO ' WS-ID-GUARDADO
                   ', NAO ARQUIVADO.'
               CLOSE INDICE-RELATORIOS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SEQ-REPOSITORIO

           MOVE SPACES TO WS-NOME-MEMBRO
           STRING 'relrep_' FUNCTION TRIM(WS-ID-GUARDADO) '_'
               WS-DATA-PROC '_' WS-SEQ-REPOSITORIO '.prt'
               DELIMITED BY SIZE INTO WS-NOME-MEMBRO

           OPEN INPUT ARQUIVO-RELATORIO
           OPEN OUTPUT MEMBRO-REPOSITORIO
           IF WS-REL-STATUS NOT = '00' OR WS-MEM-STATUS NOT = '00'
               DISPLAY 'GravaRelatorio: FALHA AO COPIAR '
                   WS-NOME-ARQUIVO ' PARA ' WS-NOME-MEMBRO
               CLOSE ARQUIVO-RELATORIO MEMBRO-REPOSITORIO
               CLOSE INDICE-RELATORIOS
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-COPIA
           PERFORM UNTIL WS-EOF-COPIA = 'Y'
               READ ARQUIVO-RELATORIO
                   AT END
                       MOVE 'Y' TO WS-EOF-COPIA
                   NOT AT END
                       WRITE LINHA-MEMBRO FROM LINHA-IMPRESSA
               END-READ
           END-PERFORM

           CLOSE ARQUIVO-RELATORIO
           CLOSE MEMBRO-REPOSITORIO

           MOVE WS-ID-GUARDADO       TO RPI-ID
           MOVE WS-DATA-PROC         TO RPI-DATA
           MOVE WS-SEQ-REPOSITORIO   TO RPI-SEQ
           MOVE WS-TITULO-GUARDADO   TO RPI-TITULO
           MOVE WS-PAGINA            TO RPI-PAGINAS
           MOVE WS-TOTAL-LINHAS      TO RPI-LINHAS
           MOVE WS-PROGRAMA-GUARDADO TO RPI-PROGRAMA
           MOVE WS-INICIO-GUARDADO   TO RPI-INICIO
           MOVE FUNCTION CURRENT-DATE TO RPI-FIM
           MOVE WS-NOME-MEMBRO       TO RPI-MEMBRO
           WRITE INDICE-RELATORIO-REC
               INVALID KEY
                   DISPLAY 'GravaRelatorio: INDICE JA TEM '
                       WS-NOME-MEMBRO
           END-WRITE

           CLOSE INDICE-RELATORIOS.

      *MAIOR SEQUENCIA JA ARQUIVADA PARA O ID NA DATA (ZERO = PRIMEIRA
      *EXECUCAO DO DIA).
       ACHAR-PROXIMA-EXECUCAO.

           MOVE ZEROS TO WS-SEQ-REPOSITORIO
           MOVE 'N' TO WS-EOF-INDICE

           MOVE WS-ID-GUARDADO TO RPI-ID
           MOVE WS-DATA-PROC   TO RPI-DATA
           MOVE ZEROS          TO RPI-SEQ
           START INDICE-RELATORIOS KEY IS NOT LESS THAN RPI-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-INDICE
           END-START

           PERFORM UNTIL WS-EOF-INDICE = 'Y'
               READ INDICE-RELATORIOS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-INDICE
                   NOT AT END
                       IF RPI-ID = WS-ID-GUARDADO
                           AND RPI-DATA = WS-DATA-PROC
                           MOVE RPI-SEQ TO WS-SEQ-REPOSITORIO
                       ELSE
                           MOVE 'Y' TO WS-EOF-INDICE
                       END-IF
               END-READ
           END-PERFORM.

      *BLOCO DE CABECALHO PADRAO DO SHOP: NOME, RELATORIO, DATA DE
      *MOVIMENTO E PAGINA, MAIS A LINHA DE TITULO DO CHAMADOR.
       IMPRIMIR-CABECALHO.
