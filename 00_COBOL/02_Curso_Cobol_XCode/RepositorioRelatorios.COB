      *=================================================================
       IDENTIFICATION                                  DIVISION.
      *=================================================================
       PROGRAM-ID. RepositorioRelatorios.
      *******************************************************************
      * Author: Vinícius Azevedo
      * Date: 15/10/2026
      * Purpose: Consulta, reimpressao e extracao do repositorio de
      *          relatorios; manutencao da tabela de retencao
      * Tectonics: cobc
      ******************************************************************
      * Programa do operador sobre o repositorio de relatorios que o
      * escritor compartilhado (GravaRelatorio) alimenta a cada
      * relatorio fechado (indice relatorios_indice.dat, layout
      * RELIDXREC, e um membro relrep_<id>_<AAAAMMDD>_<seq>.prt por
      * execucao):
      *   - lista os relatorios arquivados num periodo de datas de
      *     movimento, de um ID ou de todos;
      *   - reimprime um relatorio: o membro inteiro, com a faixa de
      *     reimpressao no topo, em reimpressao_<id>_<data>_<seq>.prt;
      *   - extrai um relatorio: so as linhas do chamador, sem os
      *     blocos de cabecalho padrao e sem o trailer, em
      *     extracao_<id>_<data>_<seq>.txt, para conferencia em
      *     planilha ou envio ao auditor;
      *   - mantem a tabela de retencao por ID
      *     (retencao_relatorios.dat, layout RETRELREC) usada pelo
      *     expurgo noturno (ExpurgaRelatorios).
      * Execucao 000 na reimpressao/extracao = a ultima execucao do
      * relatorio na data.
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
           SELECT INDICE-RELATORIOS ASSIGN TO 'relatorios_indice.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RPI-CHAVE
           FILE STATUS IS WS-RPI-STATUS.

           SELECT RETENCAO-RELATORIOS
               ASSIGN TO 'retencao_relatorios.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RET-ID
           FILE STATUS IS WS-RET-STATUS.

           SELECT MEMBRO-REPOSITORIO ASSIGN TO DYNAMIC WS-NOME-MEMBRO
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-MEM-STATUS.

           SELECT ARQUIVO-SAIDA ASSIGN TO DYNAMIC WS-NOME-SAIDA
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SAI-STATUS.

      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                    SECTION.
      *-----------------------------------------------------------------
       FD  INDICE-RELATORIOS.
       01  INDICE-RELATORIO-REC.
           COPY RELIDXREC REPLACING ==:PREFIX:== BY ==RPI==.

       FD  RETENCAO-RELATORIOS.
       01  RETENCAO-RELATORIO-REC.
           COPY RETRELREC REPLACING ==:PREFIX:== BY ==RET==.

       FD  MEMBRO-REPOSITORIO.
       01  LINHA-MEMBRO            PIC X(132).

      *REIMPRESSAO (132 COLUNAS) OU EXTRACAO (LINHAS DO CHAMADOR).
       FD  ARQUIVO-SAIDA.
       01  LINHA-SAIDA             PIC X(132).

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
      *-----------------------------------------------------------------
       77 WS-RPI-STATUS        PIC X(2)    VALUE '00'.
       77 WS-RET-STATUS        PIC X(2)    VALUE '00'.
       77 WS-MEM-STATUS        PIC X(2)    VALUE '00'.
       77 WS-SAI-STATUS        PIC X(2)    VALUE '00'.
       77 WS-OPCAO-MENU        PIC X(1)    VALUE SPACES.
       77 WS-EOF               PIC X(1)    VALUE 'N'.
       77 WS-NOME-MEMBRO       PIC X(40)   VALUE SPACES.
       77 WS-NOME-SAIDA        PIC X(40)   VALUE SPACES.

      *FILTRO DA LISTAGEM: PERIODO DE DATAS DE MOVIMENTO E ID
      *(BRANCOS = TODOS OS IDS).
       77 WS-DATA-INICIAL      PIC 9(8)    VALUE ZEROS.
       77 WS-DATA-FINAL        PIC 9(8)    VALUE ZEROS.
       77 WS-FILTRO-ID         PIC X(8)    VALUE SPACES.
       77 WS-QTD-LISTADOS      PIC 9(5)    VALUE ZEROS.

      *RELATORIO PEDIDO PARA REIMPRESSAO/EXTRACAO.
       77 WS-PED-ID            PIC X(8)    VALUE SPACES.
       77 WS-PED-DATA          PIC 9(8)    VALUE ZEROS.
       77 WS-PED-SEQ           PIC 9(3)    VALUE ZEROS.
       77 WS-ACHOU             PIC X(1)    VALUE 'N'.
       77 WS-EOF-INDICE        PIC X(1)    VALUE 'N'.

      *EXTRACAO: LINHAS DO BLOCO DE CABECALHO PADRAO AINDA A PULAR
      *(LINHA DO SHOP, TITULO E A LINHA EM BRANCO).
       77 WS-PULAR             PIC 9(1)    VALUE ZEROS.
       77 WS-QTD-GRAVADAS      PIC 9(7)    VALUE ZEROS.

       01 WS-FAIXA-REIMPRESSAO.
           05 FILLER            PIC X(30)
               VALUE '*** REIMPRESSAO DO RELATORIO '.
           05 FXA-ID            PIC X(8).
           05 FILLER            PIC X(6)  VALUE ' DATA '.
           05 FXA-DATA          PIC 9(8).
           05 FILLER            PIC X(6)  VALUE ' EXEC '.
           05 FXA-SEQ           PIC 9(3).
           05 FILLER            PIC X(4)  VALUE ' EM '.
           05 FXA-QUANDO        PIC X(14).
           05 FILLER            PIC X(5)  VALUE ' ***'.
           05 FILLER            PIC X(48) VALUE SPACES.

       01 WS-FAIXA-ORIGEM.
           05 FILLER            PIC X(13) VALUE 'GERADO POR   '.
           05 FXO-PROGRAMA      PIC X(30).
           05 FILLER            PIC X(8)  VALUE ' INICIO '.
           05 FXO-INICIO        PIC X(14).
           05 FILLER            PIC X(5)  VALUE ' FIM '.
           05 FXO-FIM           PIC X(14).
           05 FILLER            PIC X(48) VALUE SPACES.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
       PROGRAM-BEGIN.

           PERFORM ABRIR-RETENCAO-MANUTENCAO

           PERFORM UNTIL WS-OPCAO-MENU = '0'
               DISPLAY ' '
               DISPLAY '1 - LISTAR RELATORIOS DE UM PERIODO'
               DISPLAY '2 - REIMPRIMIR RELATORIO'
               DISPLAY '3 - EXTRAIR RELATORIO (SEM CABECALHOS)'
               DISPLAY '4 - INCLUIR/ALTERAR RETENCAO DE UM ID'
               DISPLAY '5 - EXCLUIR RETENCAO DE UM ID'
               DISPLAY '6 - LISTAR TABELA DE RETENCAO'
               DISPLAY '0 - SAIR'
               DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO-MENU
               EVALUATE WS-OPCAO-MENU
                   WHEN '1'
                       PERFORM LISTAR-RELATORIOS
                   WHEN '2'
                       PERFORM REIMPRIMIR-RELATORIO
                   WHEN '3'
                       PERFORM EXTRAIR-RELATORIO
                   WHEN '4'
                       PERFORM GRAVAR-RETENCAO
                   WHEN '5'
                       PERFORM EXCLUIR-RETENCAO
                   WHEN '6'
                       PERFORM LISTAR-RETENCAO
                   WHEN '0'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA. TENTE NOVAMENTE.'
               END-EVALUATE
           END-PERFORM

           CLOSE RETENCAO-RELATORIOS

           STOP RUN.

       ABRIR-RETENCAO-MANUTENCAO.

           OPEN I-O RETENCAO-RELATORIOS
           IF WS-RET-STATUS = '35'
               OPEN OUTPUT RETENCAO-RELATORIOS
               CLOSE RETENCAO-RELATORIOS
               OPEN I-O RETENCAO-RELATORIOS
           END-IF.

      *O INDICE SO E LIDO AQUI: ABERTO A CADA CONSULTA E FECHADO NO
      *FIM DELA, PARA NAO PRENDER O ARQUIVO QUE O BATCH GRAVA.
       ABRIR-INDICE-CONSULTA.

           OPEN INPUT INDICE-RELATORIOS
           IF WS-RPI-STATUS NOT = '00'
               DISPLAY 'REPOSITORIO DE RELATORIOS VAZIO OU '
                   'INACESSIVEL, STATUS: ' WS-RPI-STATUS
           END-IF.

      *COM ID INFORMADO A LEITURA COMECA NO ID + DATA INICIAL E PARA
      *NO PRIMEIRO REGISTRO DE OUTRO ID; SEM ID O INDICE E LIDO
      *INTEIRO E FILTRADO PELO PERIODO.
       LISTAR-RELATORIOS.

           DISPLAY 'DATA INICIAL (AAAAMMDD): '
           ACCEPT WS-DATA-INICIAL
           DISPLAY 'DATA FINAL (AAAAMMDD): '
           ACCEPT WS-DATA-FINAL
           DISPLAY 'ID DO RELATORIO (BRANCOS = TODOS): '
           ACCEPT WS-FILTRO-ID

           IF WS-DATA-FINAL < WS-DATA-INICIAL
               DISPLAY 'PERIODO INVALIDO: FINAL ANTES DO INICIAL.'
               EXIT PARAGRAPH
           END-IF

           PERFORM ABRIR-INDICE-CONSULTA
           IF WS-RPI-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF
           MOVE ZEROS TO WS-QTD-LISTADOS
           MOVE WS-FILTRO-ID    TO RPI-ID
           MOVE WS-DATA-INICIAL TO RPI-DATA
           MOVE ZEROS           TO RPI-SEQ
           IF WS-FILTRO-ID = SPACES
               MOVE LOW-VALUES TO RPI-CHAVE
           END-IF
           START INDICE-RELATORIOS KEY IS NOT LESS THAN RPI-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START

           DISPLAY 'ID       DATA     EXEC PAGS LINHAS  PROGRAMA'
               '                       TITULO'
           PERFORM UNTIL WS-EOF = 'Y'
               READ INDICE-RELATORIOS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-FILTRO-ID NOT = SPACES
                           AND RPI-ID NOT = WS-FILTRO-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF RPI-DATA >= WS-DATA-INICIAL
                               AND RPI-DATA <= WS-DATA-FINAL
                               ADD 1 TO WS-QTD-LISTADOS
                               DISPLAY RPI-ID ' ' RPI-DATA ' '
                                   RPI-SEQ '  ' RPI-PAGINAS ' '
                                   RPI-LINHAS ' ' RPI-PROGRAMA ' '
                                   RPI-TITULO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE INDICE-RELATORIOS

           DISPLAY 'RELATORIOS LISTADOS: ' WS-QTD-LISTADOS.

      *REIMPRESSAO: A FAIXA DE REIMPRESSAO E A ORIGEM NO TOPO, DEPOIS
      *O MEMBRO INTEIRO COMO FOI IMPRESSO NA NOITE.
       REIMPRIMIR-RELATORIO.

           PERFORM LOCALIZAR-RELATORIO
           IF WS-ACHOU NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-NOME-SAIDA
           STRING 'reimpressao_' FUNCTION TRIM(RPI-ID) '_'
               RPI-DATA '_' RPI-SEQ '.prt'
               DELIMITED BY SIZE INTO WS-NOME-SAIDA

           PERFORM ABRIR-MEMBRO-E-SAIDA
           IF WS-MEM-STATUS NOT = '00' OR WS-SAI-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE RPI-ID   TO FXA-ID
           MOVE RPI-DATA TO FXA-DATA
           MOVE RPI-SEQ  TO FXA-SEQ
           MOVE FUNCTION CURRENT-DATE(1:14) TO FXA-QUANDO
           WRITE LINHA-SAIDA FROM WS-FAIXA-REIMPRESSAO
           MOVE RPI-PROGRAMA      TO FXO-PROGRAMA
           MOVE RPI-INICIO(1:14)  TO FXO-INICIO
           MOVE RPI-FIM(1:14)     TO FXO-FIM
           WRITE LINHA-SAIDA FROM WS-FAIXA-ORIGEM
           MOVE SPACES TO LINHA-SAIDA
           WRITE LINHA-SAIDA

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ MEMBRO-REPOSITORIO
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       WRITE LINHA-SAIDA FROM LINHA-MEMBRO
                       ADD 1 TO WS-QTD-GRAVADAS
               END-READ
           END-PERFORM

           CLOSE MEMBRO-REPOSITORIO ARQUIVO-SAIDA

           DISPLAY 'REIMPRESSO EM ' WS-NOME-SAIDA ': '
               WS-QTD-GRAVADAS ' LINHAS, ' RPI-PAGINAS ' PAGINA(S).'.

      *EXTRACAO: CADA LINHA DO SHOP ('CPD VINICIUS AZEVEDO') ABRE UM
      *BLOCO DE CABECALHO DE 3 LINHAS QUE E PULADO; O TRAILER DE FIM
      *DO RELATORIO TAMBEM NAO VAI. O RESTO E O QUE O PROGRAMA
      *IMPRIMIU.
       EXTRAIR-RELATORIO.

           PERFORM LOCALIZAR-RELATORIO
           IF WS-ACHOU NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-NOME-SAIDA
           STRING 'extracao_' FUNCTION TRIM(RPI-ID) '_'
               RPI-DATA '_' RPI-SEQ '.txt'
               DELIMITED BY SIZE INTO WS-NOME-SAIDA

           PERFORM ABRIR-MEMBRO-E-SAIDA
           IF WS-MEM-STATUS NOT = '00' OR WS-SAI-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WS-PULAR
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ MEMBRO-REPOSITORIO
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LINHA-MEMBRO(1:20) = 'CPD VINICIUS AZEVEDO'
                           MOVE 3 TO WS-PULAR
                       END-IF
                       EVALUATE TRUE
                           WHEN WS-PULAR > ZEROS
                               SUBTRACT 1 FROM WS-PULAR
                           WHEN LINHA-MEMBRO(1:26)
                               = 'FIM DO RELATORIO - LINHAS '
                               CONTINUE
                           WHEN OTHER
                               WRITE LINHA-SAIDA FROM LINHA-MEMBRO
                               ADD 1 TO WS-QTD-GRAVADAS
                       END-EVALUATE
               END-READ
           END-PERFORM

           CLOSE MEMBRO-REPOSITORIO ARQUIVO-SAIDA

           DISPLAY 'EXTRAIDO EM ' WS-NOME-SAIDA ': '
               WS-QTD-GRAVADAS ' LINHAS (O INDICE REGISTRA '
               RPI-LINHAS ').'.

      *PEDE ID, DATA E EXECUCAO E LE O REGISTRO DO INDICE. EXECUCAO
      *000 = A ULTIMA DO ID NA DATA.
       LOCALIZAR-RELATORIO.

           MOVE 'N' TO WS-ACHOU
           DISPLAY 'ID DO RELATORIO: '
           ACCEPT WS-PED-ID
           DISPLAY 'DATA DE MOVIMENTO (AAAAMMDD): '
           ACCEPT WS-PED-DATA
           DISPLAY 'EXECUCAO NA DATA (000 = ULTIMA): '
           ACCEPT WS-PED-SEQ

           PERFORM ABRIR-INDICE-CONSULTA
           IF WS-RPI-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           IF WS-PED-SEQ = ZEROS
               PERFORM ACHAR-ULTIMA-EXECUCAO
           END-IF

           IF WS-PED-SEQ = ZEROS
               DISPLAY 'NENHUM RELATORIO ' WS-PED-ID ' NA DATA '
                   WS-PED-DATA
           ELSE
               MOVE WS-PED-ID   TO RPI-ID
               MOVE WS-PED-DATA TO RPI-DATA
               MOVE WS-PED-SEQ  TO RPI-SEQ
               READ INDICE-RELATORIOS
                   INVALID KEY
                       DISPLAY 'RELATORIO NAO ENCONTRADO: ' WS-PED-ID
                           ' ' WS-PED-DATA ' EXEC ' WS-PED-SEQ
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ACHOU
                       DISPLAY 'RELATORIO: ' RPI-TITULO
                       DISPLAY 'GERADO POR ' RPI-PROGRAMA
                           ' EM ' RPI-FIM(1:14)
               END-READ
           END-IF

           CLOSE INDICE-RELATORIOS.

       ACHAR-ULTIMA-EXECUCAO.

           MOVE 'N' TO WS-EOF-INDICE
           MOVE WS-PED-ID   TO RPI-ID
           MOVE WS-PED-DATA TO RPI-DATA
           MOVE ZEROS       TO RPI-SEQ
           START INDICE-RELATORIOS KEY IS NOT LESS THAN RPI-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-INDICE
           END-START

           PERFORM UNTIL WS-EOF-INDICE = 'Y'
               READ INDICE-RELATORIOS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-INDICE
                   NOT AT END
                       IF RPI-ID = WS-PED-ID
                           AND RPI-DATA = WS-PED-DATA
                           MOVE RPI-SEQ TO WS-PED-SEQ
                       ELSE
                           MOVE 'Y' TO WS-EOF-INDICE
                       END-IF
               END-READ
           END-PERFORM.

      *MEMBRO EXPURGADO OU APAGADO NAO ABRE (OU ABRE VAZIO): O
      *OPERADOR E AVISADO E NADA E GRAVADO.
       ABRIR-MEMBRO-E-SAIDA.

           MOVE ZEROS TO WS-QTD-GRAVADAS
           MOVE RPI-MEMBRO TO WS-NOME-MEMBRO
           OPEN INPUT MEMBRO-REPOSITORIO
           IF WS-MEM-STATUS NOT = '00'
               DISPLAY 'MEMBRO DO REPOSITORIO NAO ABRE: '
                   WS-NOME-MEMBRO ' STATUS: ' WS-MEM-STATUS
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT ARQUIVO-SAIDA
           IF WS-SAI-STATUS NOT = '00'
               DISPLAY 'ARQUIVO DE SAIDA NAO ABRE: '
                   WS-NOME-SAIDA ' STATUS: ' WS-SAI-STATUS
               CLOSE MEMBRO-REPOSITORIO
           END-IF.

      *INCLUI OU, SE O ID JA ESTA NA TABELA, ALTERA. ID '*' E A
      *RETENCAO PADRAO DOS IDS FORA DA TABELA.
       GRAVAR-RETENCAO.

           DISPLAY 'ID DO RELATORIO (* = PADRAO): '
           ACCEPT RET-ID

           READ RETENCAO-RELATORIOS
               INVALID KEY
                   MOVE 'N' TO WS-ACHOU
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACHOU
                   DISPLAY 'RETENCAO ATUAL: ' RET-QTD ' ' RET-UNIDADE
                       ' (ALTERADA EM ' RET-ALTERADO(1:8) ')'
           END-READ

           DISPLAY 'QUANTIDADE (001-999): '
           ACCEPT RET-QTD
           DISPLAY 'UNIDADE (D = DIAS, M = MESES, A = ANOS): '
           ACCEPT RET-UNIDADE

           IF RET-QTD = ZEROS
               OR (RET-UNIDADE NOT = 'D' AND NOT = 'M' AND NOT = 'A')
               DISPLAY 'RETENCAO INVALIDA, NADA GRAVADO.'
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO RET-ALTERADO
           IF WS-ACHOU = 'Y'
               REWRITE RETENCAO-RELATORIO-REC
               DISPLAY 'RETENCAO ALTERADA: ' RET-ID
           ELSE
               WRITE RETENCAO-RELATORIO-REC
                   INVALID KEY
                       DISPLAY 'ERRO AO INCLUIR, STATUS: '
                           WS-RET-STATUS
                   NOT INVALID KEY
                       DISPLAY 'RETENCAO INCLUIDA: ' RET-ID
               END-WRITE
           END-IF.

      *ID EXCLUIDO PASSA A SEGUIR A RETENCAO PADRAO.
       EXCLUIR-RETENCAO.

           DISPLAY 'ID DO RELATORIO A EXCLUIR DA TABELA: '
           ACCEPT RET-ID

           DELETE RETENCAO-RELATORIOS RECORD
               INVALID KEY
                   DISPLAY 'ID NAO ESTA NA TABELA: ' RET-ID
               NOT INVALID KEY
                   DISPLAY 'RETENCAO EXCLUIDA: ' RET-ID
                       ' (PASSA A VALER A PADRAO)'
           END-DELETE.

       LISTAR-RETENCAO.

           MOVE 'N' TO WS-EOF
           MOVE ZEROS TO WS-QTD-LISTADOS

           DISPLAY 'ID       QTD UN ALTERADO EM'
           MOVE LOW-VALUES TO RET-ID
           START RETENCAO-RELATORIOS KEY IS NOT LESS THAN RET-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = 'Y'
               READ RETENCAO-RELATORIOS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-LISTADOS
                       DISPLAY RET-ID ' ' RET-QTD ' ' RET-UNIDADE
                           '  ' RET-ALTERADO(1:14)
               END-READ
           END-PERFORM

           DISPLAY 'IDS NA TABELA: ' WS-QTD-LISTADOS
               ' (SEM ENTRADA * OS DEMAIS FICAM 90 DIAS)'.
