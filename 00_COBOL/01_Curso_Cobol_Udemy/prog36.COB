      ******************************************************************
      * Author: Vinicius Azevedo
      * Date: 15/10/2026
      * Purpose: Remessa mensal do FGTS por funcionario
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PROG36.
      *Passo mensal do FGTS, que o RH refazia em planilha a partir do
      *registro impresso da folha: consolida, por FR-CODIGO, os
      *detalhes da competencia pedida no acumulado da folha
      *(folha_acumulada.dat) -- folha mensal, as duas parcelas do
      *13o, ferias pagas e rescisoes -- e grava a remessa do FGTS
      *(fgts_remessa.dat) num envelope proprio: header 'H' com data,
      *competencia e sequencia, um detalhe 'D' por funcionario (base,
      *deposito, FGTS do mes rescisorio e multa de 40%) e trailer 'T'
      *com contagem e totais. Cada envelope fica registrado no
      *controle de remessas (fgts_remessa_ctl.dat). Imprime pelo
      *escritor de relatorios compartilhado a remessa, a secao das
      *rescisoes da competencia (FGTS do mes rescisorio e multa de
      *40% da dispensa sem justa causa) e a pagina de totais, que TEM
      *QUE AMARRAR com a soma das linhas 'T' das corridas da
      *competencia -- divergencia termina com RETURN-CODE 8.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOLHA-ACUMULADA ASSIGN TO 'folha_acumulada.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FAC-STATUS.

           SELECT FUNCIONARIOS ASSIGN TO 'funcionarios.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FR-CODIGO
           FILE STATUS IS WS-FILE-STATUS.

           SELECT REMESSA-FGTS ASSIGN TO 'fgts_remessa.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-REM-STATUS.

           SELECT CONTROLE-REMESSA ASSIGN TO 'fgts_remessa_ctl.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CTL-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      *MESMO LAYOUT GRAVADO PELAS CORRIDAS DA FOLHA (FACREC).
       FD  FOLHA-ACUMULADA.
       01  FOLHA-ACUMULADA-REC.
           COPY FACREC REPLACING ==:PREFIX:== BY ==FAC==.

       FD  FUNCIONARIOS.
       01  FUNCIONARIO-REC.
           COPY FUNCREC REPLACING ==:PREFIX:== BY ==FR==.

      *UM ENVELOPE COMPLETO POR EXECUCAO: HEADER 'H' (DATA, COMPETENCIA
      *E SEQUENCIA), DETALHES 'D' E TRAILER 'T' (CONTAGEM E TOTAIS),
      *PARA QUEM RECEBE DETECTAR ARQUIVO TRUNCADO OU REENVIADO.
       FD  REMESSA-FGTS.
       01  REMESSA-HEADER.
           05 RMH-TIPO           PIC X(1).
           05 RMH-DATA           PIC 9(8).
           05 RMH-COMPETENCIA    PIC 9(6).
           05 RMH-SEQUENCIA      PIC 9(6).
           05 FILLER             PIC X(50).
       01  REMESSA-REC.
           05 RMD-TIPO           PIC X(1).
           05 RMD-CODIGO         PIC 9(6).
           05 RMD-NOME           PIC X(20).
           05 RMD-BASE           PIC 9(9)V9(2).
           05 RMD-DEPOSITO       PIC 9(9)V9(2).
           05 RMD-FGTS-RESCISAO  PIC 9(9)V9(2).
           05 RMD-MULTA          PIC 9(9)V9(2).
       01  REMESSA-TRAILER.
           05 RMT-TIPO           PIC X(1).
           05 RMT-QTD            PIC 9(6).
           05 RMT-TOTAL-BASE     PIC 9(11)V9(2).
           05 RMT-TOTAL-DEPOSITO PIC 9(11)V9(2).
           05 RMT-TOTAL-MULTA    PIC 9(11)V9(2).
           05 FILLER             PIC X(25).

      *UM REGISTRO POR ENVELOPE GERADO; A SEQUENCIA DO PROXIMO E A
      *ULTIMA DAQUI + 1.
       FD  CONTROLE-REMESSA.
       01  CONTROLE-REMESSA-REC.
           05 RMC-DATA           PIC 9(8).
           05 RMC-COMPETENCIA    PIC 9(6).
           05 RMC-SEQUENCIA      PIC 9(6).
           05 RMC-QTD            PIC 9(6).
           05 RMC-TOTAL-DEPOSITO PIC 9(11)V9(2).
           05 RMC-TOTAL-MULTA    PIC 9(11)V9(2).

       WORKING-STORAGE SECTION.
       01  WS-FAC-STATUS       PIC X(2) VALUE '00'.
       01  WS-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-REM-STATUS       PIC X(2) VALUE '00'.
       01  WS-CTL-STATUS       PIC X(2) VALUE '00'.
       01  WS-EOF              PIC X(1) VALUE 'N'.
       01  WS-CTL-EOF          PIC X(1) VALUE 'N'.
       01  WS-COMPETENCIA      PIC 9(6) VALUE ZEROS.
       01  WS-SEQUENCIA        PIC 9(6) VALUE ZEROS.
       01  WS-TEM-CADASTRO     PIC X(1) VALUE 'N'.
       01  WS-I                PIC 9(3) VALUE ZEROS.
       01  WS-ACHADO           PIC X(1) VALUE 'N'.
       01  WS-NOME-FUNC        PIC X(20) VALUE SPACES.

      *CONSOLIDADO POR FUNCIONARIO DA COMPETENCIA PEDIDA.
       01  WS-QTD-FUNC         PIC 9(3) VALUE ZEROS.
       01  WS-TABELA-FUNC.
           05 WS-FUN-ENTRADA OCCURS 200 TIMES.
              10 WS-FUN-CODIGO     PIC 9(6).
              10 WS-FUN-BASE       PIC 9(9)V9(2).
              10 WS-FUN-FGTS       PIC 9(9)V9(2).
              10 WS-FUN-FGTS-RESC  PIC 9(9)V9(2).
              10 WS-FUN-MULTA      PIC 9(9)V9(2).

      *SOMA DOS DETALHES E SOMA DAS LINHAS 'T' DAS CORRIDAS DA
      *COMPETENCIA: AS DUAS TEM QUE AMARRAR.
       01  WS-DET-BASE         PIC 9(11)V9(2) VALUE ZEROS.
       01  WS-DET-FGTS         PIC 9(11)V9(2) VALUE ZEROS.
       01  WS-DET-MULTA        PIC 9(11)V9(2) VALUE ZEROS.
       01  WS-TOT-FGTS         PIC 9(11)V9(2) VALUE ZEROS.
       01  WS-TOT-MULTA        PIC 9(11)V9(2) VALUE ZEROS.
       01  WS-QTD-CORRIDAS     PIC 9(3) VALUE ZEROS.
       01  WS-QTD-RESCISOES    PIC 9(3) VALUE ZEROS.
       01  WS-REMESSA-OK       PIC X(1) VALUE 'Y'.

      *AREA DE COMUNICACAO COM O ESCRITOR DE RELATORIOS COMPARTILHADO
      *(GravaRelatorio): RELATORIOS SAEM EM ARQUIVO DE IMPRESSAO DE
      *132 COLUNAS COM CABECALHO PADRAO, ALEM DO CONSOLE.
       01  WS-REL-AREA.
           COPY RELLINK REPLACING ==:PREFIX:== BY ==REL==.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
           DISPLAY 'COMPETENCIA DA REMESSA (AAAAMM): '.
           ACCEPT WS-COMPETENCIA.
           IF WS-COMPETENCIA = ZEROS
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-COMPETENCIA
           END-IF.

           PERFORM CONSOLIDAR-COMPETENCIA.
           PERFORM CONFERIR-AMARRACAO.

           IF WS-REMESSA-OK NOT = 'Y'
               DISPLAY 'REMESSA NAO GERADA: DETALHES NAO AMARRAM.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM GRAVAR-REMESSA.
           PERFORM EMITIR-RELATORIO.
       PROGRAM-DONE.
           STOP RUN.

       CONSOLIDAR-COMPETENCIA.
           MOVE 'N' TO WS-EOF.

           OPEN INPUT FOLHA-ACUMULADA.
           IF WS-FAC-STATUS NOT = '00'
               DISPLAY 'SEM REGISTRO ACUMULADO DA FOLHA '
                   '(folha_acumulada.dat).'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-EOF = 'Y'
               READ FOLHA-ACUMULADA
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FAC-COMPETENCIA = WS-COMPETENCIA
                           IF FAC-TIPO = 'D'
                               PERFORM SOMAR-DETALHE
                           ELSE
                               IF FAC-TIPO = 'T'
                                   PERFORM SOMAR-TOTAL-CORRIDA
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FOLHA-ACUMULADA.

      *DETALHE DE RESCISAO (ORIGEM 'R') SOMA O DEPOSITO NORMALMENTE E
      *GUARDA A PARTE RESCISORIA E A MULTA SEPARADAS, PARA A SECAO
      *PROPRIA DO RELATORIO.
       SOMAR-DETALHE.
           ADD FAC-BASE-FGTS  TO WS-DET-BASE.
           ADD FAC-FGTS       TO WS-DET-FGTS.
           ADD FAC-MULTA-FGTS TO WS-DET-MULTA.

           MOVE 'N' TO WS-ACHADO.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-QTD-FUNC
               OR WS-ACHADO = 'Y'
               IF WS-FUN-CODIGO(WS-I) = FAC-CODIGO
                   MOVE 'Y' TO WS-ACHADO
               END-IF
           END-PERFORM.

           IF WS-ACHADO = 'Y'
               SUBTRACT 1 FROM WS-I
           ELSE
               IF WS-QTD-FUNC < 200
                   ADD 1 TO WS-QTD-FUNC
                   MOVE WS-QTD-FUNC TO WS-I
                   MOVE FAC-CODIGO TO WS-FUN-CODIGO(WS-I)
                   MOVE ZEROS TO WS-FUN-BASE(WS-I) WS-FUN-FGTS(WS-I)
                       WS-FUN-FGTS-RESC(WS-I) WS-FUN-MULTA(WS-I)
               ELSE
                   DISPLAY 'TABELA DE FUNCIONARIOS CHEIA (200), '
                       'DETALHE FORA DA REMESSA: ' FAC-CODIGO
                   MOVE 'N' TO WS-REMESSA-OK
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           ADD FAC-BASE-FGTS TO WS-FUN-BASE(WS-I).
           ADD FAC-FGTS      TO WS-FUN-FGTS(WS-I).
           IF FAC-ORIGEM = 'R'
               ADD 1 TO WS-QTD-RESCISOES
               ADD FAC-FGTS       TO WS-FUN-FGTS-RESC(WS-I)
               ADD FAC-MULTA-FGTS TO WS-FUN-MULTA(WS-I)
           END-IF.

       SOMAR-TOTAL-CORRIDA.
           ADD 1 TO WS-QTD-CORRIDAS.
           ADD FAC-FGTS       TO WS-TOT-FGTS.
           ADD FAC-MULTA-FGTS TO WS-TOT-MULTA.

      *A REMESSA SO SAI QUANDO A SOMA DOS DETALHES DA COMPETENCIA
      *AMARRA COM A SOMA DAS LINHAS 'T' DAS CORRIDAS DELA.
       CONFERIR-AMARRACAO.
           DISPLAY ' '.
           DISPLAY 'REMESSA DO FGTS - COMPETENCIA ' WS-COMPETENCIA.
           DISPLAY 'FUNCIONARIOS NA REMESSA: ' WS-QTD-FUNC.
           DISPLAY 'DETALHES: FGTS ' WS-DET-FGTS
               ' MULTA ' WS-DET-MULTA.
           DISPLAY 'CORRIDAS: FGTS ' WS-TOT-FGTS
               ' MULTA ' WS-TOT-MULTA.

           IF WS-DET-FGTS NOT = WS-TOT-FGTS
               OR WS-DET-MULTA NOT = WS-TOT-MULTA
               DISPLAY 'DETALHES NAO AMARRAM COM OS TOTAIS DAS '
                   'CORRIDAS.'
               MOVE 'N' TO WS-REMESSA-OK
           END-IF.

       GRAVAR-REMESSA.
           PERFORM OBTER-PROXIMA-SEQUENCIA.

           MOVE 'N' TO WS-TEM-CADASTRO.
           OPEN INPUT FUNCIONARIOS.
           IF WS-FILE-STATUS = '00'
               MOVE 'Y' TO WS-TEM-CADASTRO
           END-IF.

           OPEN OUTPUT REMESSA-FGTS.

           MOVE SPACES                     TO REMESSA-HEADER.
           MOVE 'H'                        TO RMH-TIPO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RMH-DATA.
           MOVE WS-COMPETENCIA             TO RMH-COMPETENCIA.
           MOVE WS-SEQUENCIA               TO RMH-SEQUENCIA.
           WRITE REMESSA-HEADER.

           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-QTD-FUNC
               PERFORM BUSCAR-NOME-FUNCIONARIO
               MOVE 'D'                    TO RMD-TIPO
               MOVE WS-FUN-CODIGO(WS-I)    TO RMD-CODIGO
               MOVE WS-NOME-FUNC           TO RMD-NOME
               MOVE WS-FUN-BASE(WS-I)      TO RMD-BASE
               MOVE WS-FUN-FGTS(WS-I)      TO RMD-DEPOSITO
               MOVE WS-FUN-FGTS-RESC(WS-I) TO RMD-FGTS-RESCISAO
               MOVE WS-FUN-MULTA(WS-I)     TO RMD-MULTA
               WRITE REMESSA-REC
           END-PERFORM.

           MOVE SPACES       TO REMESSA-TRAILER.
           MOVE 'T'          TO RMT-TIPO.
           MOVE WS-QTD-FUNC  TO RMT-QTD.
           MOVE WS-DET-BASE  TO RMT-TOTAL-BASE.
           MOVE WS-DET-FGTS  TO RMT-TOTAL-DEPOSITO.
           MOVE WS-DET-MULTA TO RMT-TOTAL-MULTA.
           WRITE REMESSA-TRAILER.

           CLOSE REMESSA-FGTS.

           OPEN EXTEND CONTROLE-REMESSA.
           IF WS-CTL-STATUS = '35'
               OPEN OUTPUT CONTROLE-REMESSA
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RMC-DATA.
           MOVE WS-COMPETENCIA             TO RMC-COMPETENCIA.
           MOVE WS-SEQUENCIA               TO RMC-SEQUENCIA.
           MOVE WS-QTD-FUNC                TO RMC-QTD.
           MOVE WS-DET-FGTS                TO RMC-TOTAL-DEPOSITO.
           MOVE WS-DET-MULTA               TO RMC-TOTAL-MULTA.
           WRITE CONTROLE-REMESSA-REC.
           CLOSE CONTROLE-REMESSA.

           IF WS-TEM-CADASTRO = 'Y'
               CLOSE FUNCIONARIOS
           END-IF.

           DISPLAY 'REMESSA ' WS-SEQUENCIA ' GRAVADA EM '
               'fgts_remessa.dat.'.

      *A SEQUENCIA DO ENVELOPE E A ULTIMA DO CONTROLE + 1.
       OBTER-PROXIMA-SEQUENCIA.
           MOVE ZEROS TO WS-SEQUENCIA.

           OPEN INPUT CONTROLE-REMESSA.
           IF WS-CTL-STATUS = '00'
               MOVE 'N' TO WS-CTL-EOF
               PERFORM UNTIL WS-CTL-EOF = 'Y'
                   READ CONTROLE-REMESSA
                       AT END
                           MOVE 'Y' TO WS-CTL-EOF
                       NOT AT END
                           MOVE RMC-SEQUENCIA TO WS-SEQUENCIA
                   END-READ
               END-PERFORM
               CLOSE CONTROLE-REMESSA
           END-IF.

           ADD 1 TO WS-SEQUENCIA.

       BUSCAR-NOME-FUNCIONARIO.
           MOVE SPACES TO WS-NOME-FUNC.
           IF WS-TEM-CADASTRO = 'Y'
               MOVE WS-FUN-CODIGO(WS-I) TO FR-CODIGO
               READ FUNCIONARIOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FR-NOME TO WS-NOME-FUNC
               END-READ
           END-IF.

       EMITIR-RELATORIO.
           MOVE 'N' TO WS-TEM-CADASTRO.
           OPEN INPUT FUNCIONARIOS.
           IF WS-FILE-STATUS = '00'
               MOVE 'Y' TO WS-TEM-CADASTRO
           END-IF.

           MOVE 'A' TO REL-COMANDO.
           MOVE 'PROG36' TO REL-PROGRAMA.
           MOVE 'FGTSREM' TO REL-ID.
           MOVE 'REMESSA MENSAL DO FGTS' TO REL-TITULO.
           CALL 'GravaRelatorio' USING WS-REL-AREA.

           MOVE 'L' TO REL-COMANDO.
           MOVE SPACES TO REL-LINHA.
           STRING 'COMPETENCIA ' WS-COMPETENCIA ' - REMESSA '
               WS-SEQUENCIA
               DELIMITED BY SIZE INTO REL-LINHA.
           CALL 'GravaRelatorio' USING WS-REL-AREA.

           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-QTD-FUNC
               PERFORM IMPRIMIR-DEPOSITO
           END-PERFORM.

           IF WS-QTD-RESCISOES > ZEROS
               MOVE SPACES TO REL-LINHA
               CALL 'GravaRelatorio' USING WS-REL-AREA
               MOVE 'RESCISOES DA COMPETENCIA' TO REL-LINHA
               CALL 'GravaRelatorio' USING WS-REL-AREA
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-QTD-FUNC
                   IF WS-FUN-FGTS-RESC(WS-I) > ZEROS
                       OR WS-FUN-MULTA(WS-I) > ZEROS
                       PERFORM IMPRIMIR-RESCISAO
                   END-IF
               END-PERFORM
           END-IF.

           PERFORM IMPRIMIR-PAGINA-TOTAIS.

           MOVE 'F' TO REL-COMANDO.
           CALL 'GravaRelatorio' USING WS-REL-AREA.

           IF WS-TEM-CADASTRO = 'Y'
               CLOSE FUNCIONARIOS
           END-IF.

       IMPRIMIR-DEPOSITO.
           PERFORM BUSCAR-NOME-FUNCIONARIO.
           MOVE SPACES TO REL-LINHA.
           STRING '  FUNC ' WS-FUN-CODIGO(WS-I) ' ' WS-NOME-FUNC
               '  BASE ' WS-FUN-BASE(WS-I)
               '  DEPOSITO ' WS-FUN-FGTS(WS-I)
               DELIMITED BY SIZE INTO REL-LINHA.
           CALL 'GravaRelatorio' USING WS-REL-AREA.

       IMPRIMIR-RESCISAO.
           PERFORM BUSCAR-NOME-FUNCIONARIO.
           MOVE SPACES TO REL-LINHA.
           STRING '  FUNC ' WS-FUN-CODIGO(WS-I) ' ' WS-NOME-FUNC
               '  FGTS DO MES RESCISORIO ' WS-FUN-FGTS-RESC(WS-I)
               '  MULTA 40% ' WS-FUN-MULTA(WS-I)
               DELIMITED BY SIZE INTO REL-LINHA.
           CALL 'GravaRelatorio' USING WS-REL-AREA.

       IMPRIMIR-PAGINA-TOTAIS.
           MOVE SPACES TO REL-LINHA.
           CALL 'GravaRelatorio' USING WS-REL-AREA.

           MOVE SPACES TO REL-LINHA.
           STRING 'TOTAIS DA COMPETENCIA ' WS-COMPETENCIA ' ('
               WS-QTD-FUNC ' FUNCIONARIOS, ' WS-QTD-CORRIDAS
               ' CORRIDAS, ' WS-QTD-RESCISOES ' RESCISOES)'
               DELIMITED BY SIZE INTO REL-LINHA.
           CALL 'GravaRelatorio' USING WS-REL-AREA.

           MOVE SPACES TO REL-LINHA.
           STRING '  BASE ' WS-DET-BASE
               '  DEPOSITO ' WS-DET-FGTS
               '  MULTA 40% ' WS-DET-MULTA
               DELIMITED BY SIZE INTO REL-LINHA.
           CALL 'GravaRelatorio' USING WS-REL-AREA.

           MOVE SPACES TO REL-LINHA.
           STRING '  CORRIDAS: DEPOSITO ' WS-TOT-FGTS
               '  MULTA 40% ' WS-TOT-MULTA
               DELIMITED BY SIZE INTO REL-LINHA.
           CALL 'GravaRelatorio' USING WS-REL-AREA.
