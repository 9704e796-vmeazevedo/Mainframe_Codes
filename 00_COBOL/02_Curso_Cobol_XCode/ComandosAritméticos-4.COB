           FILE STATUS IS WS-CONTA-STATUS.

           SELECT MOVIMENTOS ASSIGN TO 'movimentos.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-CHAVE
           FILE STATUS IS WS-MOV-STATUS.

           SELECT EXCECOES-SITUACAO ASSIGN TO 'situacao_exc.dat'
           RECORD KEY IS CTE-CHAVE
           FILE STATUS IS WS-CTE-STATUS.

           SELECT FUNCIONARIOS ASSIGN TO 'funcionarios.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FR-CODIGO
           FILE STATUS IS WS-FR-STATUS.

           SELECT FOLHA-ACUMULADA ASSIGN TO 'folha_acumulada.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FAC-STATUS.

           SELECT TABELA-IMPOSTOS ASSIGN TO 'tabela_impostos.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-TAB-STATUS.

           SELECT ANALISE-CREDITO ASSIGN TO 'analise_credito.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRD-CONTRATO
           FILE STATUS IS WS-CRD-STATUS.

      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
      *TAXA MENSAL DO CONTRATO. ZERO = EMPRESTIMO FUNCIONAL SEM JUROS
      *(DIVISAO EM LINHA RETA, COMO SEMPRE FOI).
           05 EMP-TAXA-JUROS       PIC 9V9(4).
      *CONSIGNADO 'S' = EMPRESTIMO A FUNCIONARIO NOSSO, DESCONTADO NA
      *FOLHA MENSAL; EMP-FUNCIONARIO E O CODIGO DELE NO CADASTRO DE
      *FUNCIONARIOS. QUALQUER OUTRO VALOR = EMPRESTIMO COMUM.
           05 EMP-CONSIGNADO       PIC X(1).
           05 EMP-FUNCIONARIO      PIC 9(6).

       FD  PARCELAS.
       01  PARCELA-REC.
       01  CONTROLE-EXECUCAO-REC.
           COPY RUNCTL REPLACING ==:PREFIX:== BY ==CTE==.

       FD  FUNCIONARIOS.
       01  FUNCIONARIO-REC.
           COPY FUNCREC REPLACING ==:PREFIX:== BY ==FR==.

       FD  FOLHA-ACUMULADA.
       01  FOLHA-ACUMULADA-REC.
           COPY FACREC REPLACING ==:PREFIX:== BY ==FAC==.

       FD  TABELA-IMPOSTOS.
       01  TABELA-IMPOSTOS-REC.
           COPY TABIMPREC REPLACING ==:PREFIX:== BY ==TAB==.

       FD  ANALISE-CREDITO.
       01  ANALISE-CREDITO-REC.
           COPY CREDREC REPLACING ==:PREFIX:== BY ==CRD==.

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
      *-----------------------------------------------------------------
       77 WS-QTD-REJ-DESEMBOLSO PIC 9(7)    VALUE ZEROS.
       77 WS-TOTAL-DESEMBOLSADO PIC 9(13)V99 VALUE ZEROS.

      *ANALISE DE CREDITO (AnaliseCredito / RevisaoCredito): SO
      *ORIGINA CONTRATO COM ANALISE APROVADA. SEM ANALISE, PENDENTE
      *DO OFICIAL OU RECUSADO, O CONTRATO FICA FORA DO LOTE E VOLTA
      *A SER VISTO NA NOITE SEGUINTE (emprestimos.dat E CUMULATIVO).
       77 WS-CRD-STATUS         PIC X(2)    VALUE '00'.
       77 WS-CREDITO-OK         PIC X(1)    VALUE 'N'.
       77 WS-CRD-ABERTO         PIC X(1)    VALUE 'N'.
       77 WS-QTD-SEM-CREDITO    PIC 9(7)    VALUE ZEROS.

      *CONTROLE DE EXECUCAO DO PASSO: DATA DE MOVIMENTO ABERTA PELA
      *ABERTURA DIARIA E REGISTRO POR PASSO COM INICIO/FIM, REGISTROS
      *E RESULTADO. PASSO JA 'OK' NA DATA NAO RODA DE NOVO.
       77 WRK-PRINCIPAL-PARC    PIC 9(9)V99 VALUE ZEROS.
       77 WRK-QUINZENAL         PIC 9(9)V99 VALUE ZEROS.

      *MARGEM CONSIGNAVEL: A SOMA DAS PARCELAS DOS CONSIGNADOS ATIVOS
      *DO FUNCIONARIO, MAIS A PARCELA DO CONTRATO NOVO, NAO PODE
      *PASSAR DA MARGEM (LINHA 'C' DA TABELA DE IMPOSTOS, 35% SEM
      *ELA) SOBRE O LIQUIDO DA ULTIMA FOLHA MENSAL DELE (BRUTO MENOS
      *INSS E IRRF, DO ACUMULADO DA FOLHA).
       77 WS-FR-STATUS          PIC X(2)    VALUE '00'.
       77 WS-FAC-STATUS         PIC X(2)    VALUE '00'.
       77 WS-TAB-STATUS         PIC X(2)    VALUE '00'.
       77 WS-FAC-EOF            PIC X(1)    VALUE 'N'.
       77 WS-TAB-EOF            PIC X(1)    VALUE 'N'.
       77 WS-EMM-EOF            PIC X(1)    VALUE 'N'.
       77 WS-FUNC-ABERTO        PIC X(1)    VALUE 'N'.
       77 WS-MARGEM-OK          PIC X(1)    VALUE 'Y'.
       77 WS-PERC-MARGEM        PIC 9V9(4)  VALUE 0.3500.
       77 WS-VIGENCIA-MARGEM    PIC 9(8)    VALUE ZEROS.
       77 WS-COMPETENCIA-FOLHA  PIC 9(6)    VALUE ZEROS.
       77 WS-LIQUIDO-FOLHA      PIC 9(9)V99 VALUE ZEROS.
       77 WS-MARGEM-VALOR       PIC 9(9)V99 VALUE ZEROS.
       77 WS-PARCELAS-CONSIG    PIC 9(9)V99 VALUE ZEROS.
       77 WS-QTD-REJ-CONSIGNADO PIC 9(7)    VALUE ZEROS.

      *AREA DE COMUNICACAO COM O ESCRITOR DE RELATORIOS COMPARTILHADO
      *(GravaRelatorio): RELATORIOS SAEM EM ARQUIVO DE IMPRESSAO DE
      *132 COLUNAS COM CABECALHO PADRAO, ALEM DO CONSOLE.
       01  WS-REL-AREA.
           COPY RELLINK REPLACING ==:PREFIX:== BY ==REL==.

      *AREA DE COMUNICACAO COM O MODULO DE NUMERACAO DE MOVIMENTOS
      *(NumeraMovimento): TODO MOVIMENTO GRAVADO NO DIARIO LEVA O
      *PROXIMO NSU, QUE FECHA A CHAVE CONTA + DATA + NSU.
       01  WS-NSU-AREA.
           COPY NSULINK REPLACING ==:PREFIX:== BY ==NSU==.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
           PERFORM INICIAR-CONTROLE-EXECUCAO.
           PERFORM CARREGAR-CALENDARIO.
           PERFORM CARREGAR-DIVISOR-QUINZENAL.
           PERFORM CARREGAR-MARGEM-CONSIGNAVEL.
           PERFORM GERAR-CRONOGRAMAS.

           MOVE WS-QTD-CONTRATOS TO WS-QTD-PASSO.
               CLOSE CALENDARIO
           END-IF.

      *MARGEM CONSIGNAVEL EM VIGOR NA DATA DE MOVIMENTO: A LINHA 'C'
      *MAIS NOVA DA TABELA DE IMPOSTOS CUJA VIGENCIA NAO PASSOU DA
      *DATA. SEM TABELA OU SEM LINHA 'C', FICA O PADRAO DE 35%.
       CARREGAR-MARGEM-CONSIGNAVEL.

           MOVE ZEROS TO WS-VIGENCIA-MARGEM
           MOVE 'N' TO WS-TAB-EOF

           OPEN INPUT TABELA-IMPOSTOS
           IF WS-TAB-STATUS NOT = '00'
               MOVE 'Y' TO WS-TAB-EOF
           END-IF

           PERFORM UNTIL WS-TAB-EOF = 'Y'
               READ TABELA-IMPOSTOS
                   AT END
                       MOVE 'Y' TO WS-TAB-EOF
                   NOT AT END
                       IF TAB-TIPO = 'C'
                           AND TAB-DATA-VIGENCIA NOT > WS-DATA-MOVIMENTO
                           AND TAB-DATA-VIGENCIA
                               NOT < WS-VIGENCIA-MARGEM
                           MOVE TAB-DATA-VIGENCIA TO WS-VIGENCIA-MARGEM
                           MOVE TAB-ALIQUOTA      TO WS-PERC-MARGEM
                       END-IF
               END-READ
           END-PERFORM

           IF WS-TAB-STATUS = '00' OR WS-TAB-STATUS = '10'
               CLOSE TABELA-IMPOSTOS
           END-IF.

      *DIVISOR DA PARCELA QUINZENAL VEM DE UM ARQUIVO DE PARAMETROS.
      *SE O ARQUIVO NAO EXISTIR OU ESTIVER VAZIO, MANTEM O PADRAO DE 2.
       CARREGAR-DIVISOR-QUINZENAL.
           MOVE 'N' TO WS-EOF

           MOVE 'A' TO REL-COMANDO
           MOVE 'ComandosAritmeticos-4' TO REL-PROGRAMA
           MOVE 'AMORTIZA' TO REL-ID
           MOVE 'CRONOGRAMAS DE AMORTIZACAO DOS CONTRATOS'
               TO REL-TITULO
               OPEN I-O EMPRESTIMOS-MASTER
           END-IF
           OPEN I-O CONTAS
      *O DIARIO DE MOVIMENTOS FICA ABERTO (I-O) PARA O LOTE
      *INTEIRO: CADA ORIGINACAO GERA O LANCAMENTO 'LIB' DO
      *DESEMBOLSO.
           OPEN I-O MOVIMENTOS
           IF WS-MOV-STATUS = '35'
               OPEN OUTPUT MOVIMENTOS
           END-IF
           MOVE 'N' TO WS-FUNC-ABERTO
           OPEN INPUT FUNCIONARIOS
           IF WS-FR-STATUS = '00'
               MOVE 'Y' TO WS-FUNC-ABERTO
           END-IF
           MOVE 'N' TO WS-CRD-ABERTO
           OPEN INPUT ANALISE-CREDITO
           IF WS-CRD-STATUS = '00'
               MOVE 'Y' TO WS-CRD-ABERTO
           ELSE
               DISPLAY 'SEM ANALISE DE CREDITO (analise_credito.dat), '
                   'NENHUM CONTRATO NOVO SERA ORIGINADO.'
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ EMPRESTIMOS
           CLOSE EMPRESTIMOS-MASTER
           CLOSE CONTAS
           CLOSE MOVIMENTOS
           IF WS-FUNC-ABERTO = 'Y'
               CLOSE FUNCIONARIOS
           END-IF
           IF WS-CRD-ABERTO = 'Y'
               CLOSE ANALISE-CREDITO
           END-IF

           DISPLAY 'DESEMBOLSOS CREDITADOS: ' WS-QTD-DESEMBOLSOS
               ' REJEITADOS: ' WS-QTD-REJ-DESEMBOLSO
               ' TOTAL: ' WS-TOTAL-DESEMBOLSADO
           DISPLAY 'CONSIGNADOS RECUSADOS.: ' WS-QTD-REJ-CONSIGNADO
           DISPLAY 'SEM APROVACAO CREDITO.: ' WS-QTD-SEM-CREDITO

           MOVE 'F' TO REL-COMANDO
           CALL 'GravaRelatorio' USING WS-REL-AREA.
      *CONTRATO QUE NAO PODE SER DESEMBOLSADO NAO ORIGINA NADA (NEM
      *MASTER, NEM CRONOGRAMA) -- NUNCA MEIO EMPRESTIMO.
           IF WS-JA-NO-MASTER = 'N'
               PERFORM VERIFICAR-ANALISE-CREDITO
           END-IF
           IF WS-JA-NO-MASTER = 'N' AND WS-CREDITO-OK = 'Y'
               PERFORM VALIDAR-CONTA-DESEMBOLSO
               IF WS-CONTA-DESEMBOLSO-OK = 'Y'
                   PERFORM VALIDAR-DENOMINADORES
                   IF WS-EMPRESTIMO-VALIDO = 'Y'
                       PERFORM CALCULAR-PARCELA-MENSAL
                       PERFORM VALIDAR-MARGEM-CONSIGNADO
                       IF WS-MARGEM-OK = 'Y'
                           PERFORM REGISTRAR-AJUSTE-LINHA-RETA
                           PERFORM GERAR-PARCELAS-DO-CONTRATO
                           PERFORM GRAVAR-EMPRESTIMO-MASTER
                           PERFORM CREDITAR-DESEMBOLSO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *SO CONTRATO COM ANALISE DE CREDITO APROVADA (AUTOMATICA OU
      *PELO OFICIAL) E DESEMBOLSADO. RECUSADO JA FOI PARA AS EXCECOES
      *NA ANALISE; AQUI SO E CONTADO E PULADO.
       VERIFICAR-ANALISE-CREDITO.

           MOVE 'N' TO WS-CREDITO-OK

           MOVE SPACES TO CRD-SITUACAO
           IF WS-CRD-ABERTO = 'Y'
               MOVE EMP-CONTRATO TO CRD-CONTRATO
               READ ANALISE-CREDITO
                   INVALID KEY
                       MOVE SPACES TO CRD-SITUACAO
               END-READ
           END-IF

           EVALUATE CRD-SITUACAO
               WHEN 'A'
                   MOVE 'Y' TO WS-CREDITO-OK
               WHEN 'P'
                   ADD 1 TO WS-QTD-SEM-CREDITO
                   DISPLAY 'CONTRATO AGUARDANDO O OFICIAL DE CREDITO, '
                       'NAO ORIGINADO: ' EMP-CONTRATO
               WHEN 'R'
                   ADD 1 TO WS-QTD-SEM-CREDITO
                   DISPLAY 'CONTRATO RECUSADO NA ANALISE DE CREDITO, '
                       'NAO ORIGINADO: ' EMP-CONTRATO
               WHEN OTHER
                   ADD 1 TO WS-QTD-SEM-CREDITO
                   DISPLAY 'CONTRATO SEM ANALISE DE CREDITO, NAO '
                       'ORIGINADO: ' EMP-CONTRATO
           END-EVALUATE.

       VALIDAR-CONTA-DESEMBOLSO.

           MOVE 'N' TO WS-CONTA-DESEMBOLSO-OK
           MOVE EMP-PRINCIPAL              TO MOV-VALOR
           MOVE CONTA-SALDO                TO MOV-SALDO-RESULT
           MOVE 'DESEMBOLSO'               TO MOV-PROGRAMA
           PERFORM GRAVAR-MOVIMENTO

           ADD 1 TO WS-QTD-DESEMBOLSOS
           ADD EMP-PRINCIPAL TO WS-TOTAL-DESEMBOLSADO
           DISPLAY 'ORIGINACAO RECUSADA (CONTA ' WS-MOTIVO-SITUACAO
               '): CONTRATO ' EMP-CONTRATO.

      *CONSIGNADO SO ORIGINA PARA FUNCIONARIO DO CADASTRO, NAO
      *DESLIGADO, COM FOLHA MENSAL NO ACUMULADO E COM MARGEM PARA A
      *PARCELA NOVA. EMPRESTIMO COMUM PASSA DIRETO. ASSUME
      *WRK-RESULTADO JA CALCULADO (PARCELA PADRAO DO CONTRATO).
       VALIDAR-MARGEM-CONSIGNADO.

           MOVE 'Y' TO WS-MARGEM-OK
           IF EMP-CONSIGNADO NOT = 'S'
               EXIT PARAGRAPH
           END-IF

           IF WS-FUNC-ABERTO = 'N'
               MOVE 'FUNC INEXIST' TO WS-MOTIVO-SITUACAO
               PERFORM REGISTRAR-EXCECAO-CONSIGNADO
               EXIT PARAGRAPH
           END-IF
           MOVE EMP-FUNCIONARIO TO FR-CODIGO
           READ FUNCIONARIOS KEY IS FR-CODIGO
               INVALID KEY
                   MOVE 'FUNC INEXIST' TO WS-MOTIVO-SITUACAO
                   PERFORM REGISTRAR-EXCECAO-CONSIGNADO
           END-READ
           IF WS-MARGEM-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           IF FR-SITUACAO = 'D'
               MOVE 'FUNC DESLIG' TO WS-MOTIVO-SITUACAO
               PERFORM REGISTRAR-EXCECAO-CONSIGNADO
               EXIT PARAGRAPH
           END-IF

           PERFORM APURAR-LIQUIDO-ULTIMA-FOLHA
           IF WS-COMPETENCIA-FOLHA = ZEROS
               MOVE 'SEM FOLHA' TO WS-MOTIVO-SITUACAO
               PERFORM REGISTRAR-EXCECAO-CONSIGNADO
               EXIT PARAGRAPH
           END-IF

           PERFORM SOMAR-PARCELAS-CONSIGNADAS
           COMPUTE WS-MARGEM-VALOR ROUNDED =
               WS-LIQUIDO-FOLHA * WS-PERC-MARGEM
           ADD WRK-RESULTADO TO WS-PARCELAS-CONSIG
           IF WS-PARCELAS-CONSIG > WS-MARGEM-VALOR
               MOVE 'SEM MARGEM' TO WS-MOTIVO-SITUACAO
               PERFORM REGISTRAR-EXCECAO-CONSIGNADO
           END-IF.

      *LIQUIDO PARA A MARGEM = BRUTO - INSS - IRRF DO DETALHE DA
      *FOLHA MENSAL (ORIGEM 'M') MAIS RECENTE DO FUNCIONARIO NO
      *ACUMULADO. SEM DETALHE, WS-COMPETENCIA-FOLHA FICA ZERADA.
       APURAR-LIQUIDO-ULTIMA-FOLHA.

           MOVE ZEROS TO WS-COMPETENCIA-FOLHA WS-LIQUIDO-FOLHA
           MOVE 'N' TO WS-FAC-EOF

           OPEN INPUT FOLHA-ACUMULADA
           IF WS-FAC-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-FAC-EOF = 'Y'
               READ FOLHA-ACUMULADA
                   AT END
                       MOVE 'Y' TO WS-FAC-EOF
                   NOT AT END
                       IF FAC-TIPO = 'D' AND FAC-ORIGEM = 'M'
                           AND FAC-CODIGO = EMP-FUNCIONARIO
                           AND FAC-COMPETENCIA
                               NOT < WS-COMPETENCIA-FOLHA
                           MOVE FAC-COMPETENCIA TO WS-COMPETENCIA-FOLHA
                           COMPUTE WS-LIQUIDO-FOLHA =
                               FAC-BRUTO - FAC-INSS - FAC-IRRF
                               ON SIZE ERROR
                                   MOVE ZEROS TO WS-LIQUIDO-FOLHA
                           END-COMPUTE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE FOLHA-ACUMULADA.

      *PARCELA PADRAO DE CADA CONSIGNADO ATIVO DO FUNCIONARIO NO
      *MASTER (A CHAVE E O CONTRATO, ENTAO O MASTER E VARRIDO INTEIRO).
       SOMAR-PARCELAS-CONSIGNADAS.

           MOVE ZEROS TO WS-PARCELAS-CONSIG
           MOVE 'N' TO WS-EMM-EOF

           MOVE ZEROS TO EMM-CONTRATO
           START EMPRESTIMOS-MASTER KEY IS NOT LESS THAN EMM-CONTRATO
               INVALID KEY
                   MOVE 'Y' TO WS-EMM-EOF
           END-START

           PERFORM UNTIL WS-EMM-EOF = 'Y'
               READ EMPRESTIMOS-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EMM-EOF
                   NOT AT END
                       IF EMM-CONSIGNADO = 'S' AND EMM-SITUACAO = 'A'
                           AND EMM-FUNCIONARIO = EMP-FUNCIONARIO
                           ADD EMM-VALOR-PARCELA TO WS-PARCELAS-CONSIG
                       END-IF
               END-READ
           END-PERFORM.

      *ASSUME WS-MOTIVO-SITUACAO JA PREENCHIDO PELO CHAMADOR. O
      *CONTRATO RECUSADO NAO ORIGINA NADA; A AGENCIA REENVIA COMO
      *EMPRESTIMO COMUM OU COM PRAZO MAIOR.
       REGISTRAR-EXCECAO-CONSIGNADO.

           MOVE 'N' TO WS-MARGEM-OK
           ADD 1 TO WS-QTD-REJ-CONSIGNADO

           OPEN EXTEND EXCECOES-SITUACAO
           IF WS-SIT-STATUS = '35'
               OPEN OUTPUT EXCECOES-SITUACAO
           END-IF

           MOVE FUNCTION CURRENT-DATE TO EXS-TIMESTAMP
           MOVE EMP-CONTA-DEBITO      TO EXS-CONTA
           MOVE 'CONSIGNADO'          TO EXS-PROGRAMA
           MOVE WS-MOTIVO-SITUACAO    TO EXS-MOTIVO
           MOVE WRK-RESULTADO         TO EXS-VALOR

           WRITE EXCECAO-SITUACAO-REC

           CLOSE EXCECOES-SITUACAO

           DISPLAY 'CONSIGNADO RECUSADO (' WS-MOTIVO-SITUACAO
               '): CONTRATO ' EMP-CONTRATO
               ' FUNCIONARIO ' EMP-FUNCIONARIO.

      *O MASTER DE EMPRESTIMOS NASCE JUNTO COM O CRONOGRAMA DO
      *CONTRATO NOVO: SALDO DEVEDOR COMECA NO PRINCIPAL E DALI EM
      *DIANTE SO A COBRANCA NOTURNA O AMORTIZA -- ESTE PROGRAMA NUNCA
           MOVE EMP-CONTA-DEBITO TO EMM-CONTA-DEBITO
           MOVE EMP-PRINCIPAL    TO EMM-SALDO-DEVEDOR
           MOVE 'A'              TO EMM-SITUACAO
           IF EMP-CONSIGNADO = 'S'
               MOVE 'S'             TO EMM-CONSIGNADO
               MOVE EMP-FUNCIONARIO TO EMM-FUNCIONARIO
           ELSE
               MOVE 'N'             TO EMM-CONSIGNADO
               MOVE ZEROS           TO EMM-FUNCIONARIO
           END-IF
           MOVE WRK-RESULTADO    TO EMM-VALOR-PARCELA

           WRITE EMPRESTIMO-MASTER-REC
               INVALID KEY
      *PARA CIMA FAZ O CRONOGRAMA COBRAR A MAIS.
               COMPUTE WRK-AJUSTE ROUNDED =
                   EMP-PRINCIPAL - (WRK-RESULTADO * EMP-PRAZO-MESES)
           END-IF

           DIVIDE WRK-RESULTADO BY WS-DIVISOR-QUINZENAL GIVING WRK-VALOR
                   MOVE ZEROS TO WRK-RESULTADO
           END-COMPUTE.

      *O AJUSTE DA LINHA RETA SO E GRAVADO DEPOIS DA VALIDACAO DA
      *MARGEM: CONSIGNADO RECUSADO NAO DEIXA AJUSTE DE CONTRATO QUE
      *NAO EXISTE.
       REGISTRAR-AJUSTE-LINHA-RETA.

           IF EMP-TAXA-JUROS = ZEROS AND WRK-AJUSTE NOT = ZEROS
               PERFORM REGISTRAR-AJUSTE-ARREDONDAMENTO
           END-IF.

       REGISTRAR-AJUSTE-ARREDONDAMENTO.

           OPEN EXTEND AJUSTES-ARREDONDAMENTO
               MOVE 'A'               TO PARC-SITUACAO
               MOVE WRK-JUROS-PARC    TO PARC-VALOR-JUROS
               MOVE WRK-PRINCIPAL-PARC TO PARC-VALOR-PRINCIPAL
               MOVE ZEROS             TO PARC-DATA-PAGAMENTO
               WRITE PARCELA-REC
               DISPLAY WS-NUM-PARCELA '/' EMP-PRAZO-MESES '     '
                   WRK-PARCELA ' (J ' WRK-JUROS-PARC
                   ADD 1 TO WS-DATA-INTEIRO
               END-IF
           END-PERFORM.

      *CARIMBA O MOVIMENTO COM O PROXIMO NSU E GRAVA NO DIARIO
      *INDEXADO. SEM NSU, OU COM O NSU JA PRESENTE NO DIARIO, NAO HA
      *GRAVACAO E O PROGRAMA PARA.
       GRAVAR-MOVIMENTO.

           CALL 'NumeraMovimento' USING WS-NSU-AREA
           IF NSU-RETORNO NOT = '00'
               DISPLAY 'SEM NSU PARA O MOVIMENTO DA CONTA '
                   MOV-CONTA ', STATUS: ' NSU-RETORNO
               PERFORM ABORTAR-PASSO
           END-IF
           MOVE NSU-NUMERO TO MOV-NSU
           WRITE MOVIMENTO-REC
               INVALID KEY
                   DISPLAY 'MOVIMENTO JA EXISTE NO DIARIO: CONTA '
                       MOV-CONTA ' NSU ' MOV-NSU
                   PERFORM ABORTAR-PASSO
           END-WRITE.
