      *(holerites13.dat, com a parcela), imprime o registro proprio
      *(folha13_registro.dat) com os totais que o financeiro amarra, e
      *deixa o rastro do pagamento no historico de salarios (tipo
      *'3'), como as alteracoes e desligamentos ja deixam. Cada
      *parcela gera o deposito de FGTS do empregador sobre o que ela
      *paga (a primeira sobre a metade adiantada, a segunda sobre o
      *restante do 13o), levado ao acumulado da folha.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
      *IMPRESSO (folha_registro.dat) E SOBRESCRITO A CADA CORRIDA,
      *ENTAO CADA CORRIDA ACRESCENTA AQUI UM DETALHE 'D' POR
      *FUNCIONARIO E UM TOTAL 'T' DA CORRIDA -- E DESTE ACUMULADO QUE
      *O INFORME ANUAL DE RETENCOES (PROG35) CONSOLIDA O ANO E A
      *REMESSA DO FGTS (PROG36) O MES. ORIGENS NO FACREC.
       FD  FOLHA-ACUMULADA.
       01  FOLHA-ACUMULADA-REC.
           COPY FACREC REPLACING ==:PREFIX:== BY ==FAC==.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-HSAL-STATUS      PIC X(2) VALUE '00'.
       01  WS-FAC-STATUS       PIC X(2) VALUE '00'.
       01  WS-COMPETENCIA      PIC 9(6) VALUE ZEROS.
      *SO A SEGUNDA PARCELA LEVA BRUTO E RETENCOES AO ACUMULADO DA
      *FOLHA: O BRUTO DELA JA E O 13o CHEIO DO ANO (O ADIANTAMENTO DA
      *PRIMEIRA ESTA CONTIDO NELE; ACUMULAR AS DUAS SOMARIA 1,5 VEZES
      *O 13o NO INFORME ANUAL). A PRIMEIRA ENTRA COM ORIGEM '1' SO
      *COM O FGTS, QUE E DEVIDO NO MES EM QUE ELA E PAGA. E
      *COMPETENCIA JA ACUMULADA (REEXECUCAO) NAO ACRESCENTA DE NOVO.
       01  WS-ACUM-JA-GRAVADO  PIC X(1) VALUE 'N'.
       01  WS-ORIGEM-ACUM      PIC X(1) VALUE SPACES.
       01  WS-FAC-EOF          PIC X(1) VALUE 'N'.
       01  WS-EOF              PIC X(1) VALUE 'N'.
       01  WS-PARCELA          PIC 9(1) VALUE ZEROS.
       01  WS-TOTAL-DEDUCAO    PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-VIG-DED          PIC 9(8) VALUE ZEROS.
       01  WS-DEDUCAO-DEP      PIC 9(5)V9(2) VALUE ZEROS.
      *FGTS DO EMPREGADOR SOBRE O QUE A PARCELA PAGA: A METADE NA
      *PRIMEIRA, O 13o CHEIO MENOS A METADE NA SEGUNDA. ALIQUOTA DA
      *LINHA 'F' VIGENTE; SEM ELA, OS 8% DA LEI.
       01  WS-VIG-FGTS         PIC 9(8) VALUE ZEROS.
       01  WS-ALIQUOTA-FGTS    PIC 9V9(4) VALUE 0.0800.
       01  WS-BASE-FGTS        PIC 9(4)V9(2) VALUE ZEROS.
       01  WS-FGTS             PIC 9(4)V9(2) VALUE ZEROS.
       01  WS-TOTAL-BASE-FGTS  PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-TOTAL-FGTS       PIC 9(9)V9(2) VALUE ZEROS.

      *TABELAS DE FAIXAS DO INSS E DO IRRF CARREGADAS DO ARQUIVO DE
      *PARAMETROS NA PARTIDA, IGUAL A FOLHA MENSAL: A CORRIDA USA A
           ELSE
               PERFORM CALCULAR-SEGUNDA-PARCELA
           END-IF.
           COMPUTE WS-FGTS ROUNDED =
               WS-BASE-FGTS * WS-ALIQUOTA-FGTS.

           MOVE FR-CODIGO           TO HOL-CODIGO.
           MOVE FR-NOME             TO HOL-NOME.
           ADD WS-INSS             TO WS-TOTAL-INSS.
           ADD WS-IRRF             TO WS-TOTAL-IRRF.
           ADD WS-SALARIO-LIQUIDO  TO WS-TOTAL-LIQUIDO.
           ADD WS-BASE-FGTS        TO WS-TOTAL-BASE-FGTS.
           ADD WS-FGTS             TO WS-TOTAL-FGTS.

      *PRIMEIRA PARCELA: METADE DO SALARIO, SEM RETENCAO -- E O
      *ADIANTAMENTO LEGAL DE ATE NOVEMBRO.
           MOVE ZEROS TO WS-INSS WS-IRRF WS-TOTAL-DESCONTOS.
           MOVE ZEROS TO WS-QTD-DEPENDENTES.
           MOVE WS-METADE TO WS-SALARIO-LIQUIDO.
           MOVE WS-METADE TO WS-BASE-FGTS.

      *SEGUNDA PARCELA: INSS E IRRF SOBRE O 13o CHEIO (IRRF COM A
      *DEDUCAO POR DEPENDENTE), LIQUIDO = 13o - RETENCOES - PRIMEIRA
               WS-INSS + WS-IRRF + WS-METADE.
           SUBTRACT WS-TOTAL-DESCONTOS FROM WS-SALARIO-BRUTO
               GIVING WS-SALARIO-LIQUIDO.
           SUBTRACT WS-METADE FROM WS-SALARIO-BRUTO
               GIVING WS-BASE-FGTS.

       GRAVAR-CABECALHO-REGISTRO.
           MOVE SPACES TO LINHA-REGISTRO.
           MOVE WS-TOTAL-LIQUIDO         TO TOT-VALOR.
           PERFORM GRAVAR-LINHA-TOTAL.

           MOVE 'FGTS A DEPOSITAR....: ' TO TOT-ROTULO.
           MOVE WS-TOTAL-FGTS            TO TOT-VALOR.
           PERFORM GRAVAR-LINHA-TOTAL.

       GRAVAR-LINHA-TOTAL.
           MOVE WS-LINHA-TOTAL TO LINHA-REGISTRO.
           WRITE LINHA-REGISTRO.
           DISPLAY TOT-ROTULO TOT-VALOR.

      *A PRIMEIRA PARCELA ACUMULA COM ORIGEM '1' (SO O FGTS), A
      *SEGUNDA COM ORIGEM '3'; COMPETENCIA JA ACUMULADA NA MESMA
      *ORIGEM FICA COMO ESTA.
       CONFERIR-ACUMULADO-13.
           MOVE 'N' TO WS-ACUM-JA-GRAVADO.

           IF WS-PARCELA = 1
               MOVE '1' TO WS-ORIGEM-ACUM
           ELSE
               MOVE '3' TO WS-ORIGEM-ACUM
           END-IF.

           MOVE 'N' TO WS-FAC-EOF.
                   NOT AT END
                       IF FAC-TIPO = 'T'
                           AND FAC-COMPETENCIA = WS-COMPETENCIA
                           AND FAC-ORIGEM = WS-ORIGEM-ACUM
                           MOVE 'S' TO WS-ACUM-JA-GRAVADO
                       END-IF
               END-READ
               CLOSE FOLHA-ACUMULADA
           END-IF.

           IF WS-ACUM-JA-GRAVADO = 'S'
               DISPLAY 'COMPETENCIA ' WS-COMPETENCIA ' JA NO '
                   'ACUMULADO DO 13o (PARCELA ' WS-PARCELA '): '
                   'REEXECUCAO NAO ACUMULA DE NOVO.'
           END-IF.

      *ASSUME FOLHA-ACUMULADA ABERTA (EXTEND) PELA CORRIDA. NADA E
      *GRAVADO EM COMPETENCIA JA ACUMULADA. NA PRIMEIRA PARCELA SO O
      *FGTS VAI PARA O ACUMULADO.
       GRAVAR-DETALHE-ACUMULADO.
           IF WS-ACUM-JA-GRAVADO = 'S'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'D'                 TO FAC-TIPO.
           MOVE WS-COMPETENCIA      TO FAC-COMPETENCIA.
           MOVE WS-ORIGEM-ACUM      TO FAC-ORIGEM.
           MOVE FR-CODIGO           TO FAC-CODIGO.
           IF WS-PARCELA = 1
               MOVE ZEROS TO FAC-BRUTO FAC-INSS FAC-IRRF FAC-LIQUIDO
               MOVE ZEROS TO FAC-DEPENDENTES
           ELSE
               MOVE WS-SALARIO-BRUTO    TO FAC-BRUTO
               MOVE WS-INSS             TO FAC-INSS
               MOVE WS-IRRF             TO FAC-IRRF
               MOVE WS-SALARIO-LIQUIDO  TO FAC-LIQUIDO
               MOVE WS-QTD-DEPENDENTES  TO FAC-DEPENDENTES
           END-IF.
           MOVE WS-BASE-FGTS        TO FAC-BASE-FGTS.
           MOVE WS-FGTS             TO FAC-FGTS.
           MOVE ZEROS               TO FAC-MULTA-FGTS.
           WRITE FOLHA-ACUMULADA-REC.

       GRAVAR-TOTAL-ACUMULADO.
           END-IF.
           MOVE 'T'                 TO FAC-TIPO.
           MOVE WS-COMPETENCIA      TO FAC-COMPETENCIA.
           MOVE WS-ORIGEM-ACUM      TO FAC-ORIGEM.
           MOVE ZEROS               TO FAC-CODIGO.
           IF WS-PARCELA = 1
               MOVE ZEROS TO FAC-BRUTO FAC-INSS FAC-IRRF FAC-LIQUIDO
           ELSE
               MOVE WS-TOTAL-BRUTO      TO FAC-BRUTO
               MOVE WS-TOTAL-INSS       TO FAC-INSS
               MOVE WS-TOTAL-IRRF       TO FAC-IRRF
               MOVE WS-TOTAL-LIQUIDO    TO FAC-LIQUIDO
           END-IF.
           MOVE ZEROS               TO FAC-DEPENDENTES.
           MOVE WS-TOTAL-BASE-FGTS  TO FAC-BASE-FGTS.
           MOVE WS-TOTAL-FGTS       TO FAC-FGTS.
           MOVE ZEROS               TO FAC-MULTA-FGTS.
           WRITE FOLHA-ACUMULADA-REC.

      *O PAGAMENTO DO 13o FICA RASTREAVEL NO HISTORICO DE SALARIOS:
                   NOT AT END
                       PERFORM CARREGAR-FAIXA-VIGENTE
                       PERFORM CARREGAR-DEDUCAO-VIGENTE
                       PERFORM CARREGAR-ALIQUOTA-FGTS
               END-READ
           END-PERFORM.
           CLOSE TABELA-IMPOSTOS.
                   AND TBI-DATA-VIGENCIA > WS-VIG-DED
                   MOVE TBI-DATA-VIGENCIA TO WS-VIG-DED
               END-IF
               IF TBI-TIPO = 'F'
                   AND TBI-DATA-VIGENCIA > WS-VIG-FGTS
                   MOVE TBI-DATA-VIGENCIA TO WS-VIG-FGTS
               END-IF
           END-IF.

       CARREGAR-FAIXA-VIGENTE.
               MOVE TBI-FAIXA-ATE TO WS-DEDUCAO-DEP
           END-IF.

      *SEM LINHA 'F' VIGENTE FICA A ALIQUOTA LEGAL DE 8%.
       CARREGAR-ALIQUOTA-FGTS.
           IF TBI-TIPO = 'F'
               AND TBI-DATA-VIGENCIA = WS-VIG-FGTS
               AND WS-VIG-FGTS > ZEROS
               MOVE TBI-ALIQUOTA TO WS-ALIQUOTA-FGTS
           END-IF.

       ABORTAR-SEM-TABELA.
           DISPLAY 'NENHUMA TABELA DE INSS/IRRF VIGENTE PARA A DATA '
               WS-DATA-PROC '. CARREGUE tabela_impostos.dat.'.
