      *      faixas vigentes da folha mensal e a deducao por
      *      dependente -- gravando o holerite de ferias
      *      (holerites_ferias.dat), a linha do registro proprio
      *      (folha_ferias_registro.dat), o rastro tipo 'F' no
      *      historico de salarios e o detalhe de origem 'F' no
      *      acumulado da folha, com o FGTS do empregador sobre o
      *      pagamento (dias mais o terco);
      *  3 - lista os direitos de um funcionario;
      *  4 - relatorio de alerta dos direitos a vencer em 90 dias (ou
      *      ja vencidos), antes de virarem ferias em dobro.
           SELECT HISTORICO-SALARIOS ASSIGN TO 'historico_salarios.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-HSAL-STATUS.

           SELECT FOLHA-ACUMULADA ASSIGN TO 'folha_acumulada.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FAC-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
           05 HSAL-DATA              PIC 9(8).
           05 HSAL-OPERADOR          PIC X(8).

      *ACUMULADO DA FOLHA (FACREC): CADA GOZO PAGO ENTRA COMO UMA
      *CORRIDA DE ORIGEM 'F' -- UM DETALHE 'D' E O TOTAL 'T' DELE.
       FD  FOLHA-ACUMULADA.
       01  FOLHA-ACUMULADA-REC.
           COPY FACREC REPLACING ==:PREFIX:== BY ==FAC==.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-FER-STATUS       PIC X(2) VALUE '00'.
       01  WS-REG-STATUS       PIC X(2) VALUE '00'.
       01  WS-ALE-STATUS       PIC X(2) VALUE '00'.
       01  WS-HSAL-STATUS      PIC X(2) VALUE '00'.
       01  WS-FAC-STATUS       PIC X(2) VALUE '00'.
       01  WS-EOF              PIC X(1) VALUE 'N'.
       01  WS-OPCAO-MENU       PIC X(1) VALUE SPACES.

       01  WS-TOTAL-DEDUCAO    PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-VIG-DED          PIC 9(8) VALUE ZEROS.
       01  WS-DEDUCAO-DEP      PIC 9(5)V9(2) VALUE ZEROS.
      *FGTS DO EMPREGADOR SOBRE AS FERIAS GOZADAS: BASE E O BRUTO
      *(DIAS MAIS O TERCO). ALIQUOTA DA LINHA 'F' VIGENTE; SEM ELA,
      *OS 8% DA LEI.
       01  WS-VIG-FGTS         PIC 9(8) VALUE ZEROS.
       01  WS-ALIQUOTA-FGTS    PIC 9V9(4) VALUE 0.0800.
       01  WS-FGTS             PIC 9(5)V9(2) VALUE ZEROS.

      *ALERTA DE VENCIMENTO: DIREITO EM ABERTO COM LIMITE VENCIDO OU
      *A VENCER EM 90 DIAS.
           PERFORM GRAVAR-HOLERITE-FERIAS.
           PERFORM GRAVAR-REGISTRO-FERIAS.
           PERFORM GRAVAR-HISTORICO-FERIAS.
           PERFORM GRAVAR-ACUMULADO-FERIAS.

           ADD WS-DIAS-GOZO TO FER-DIAS-GOZADOS.
           IF FER-DIAS-GOZADOS >= FER-DIAS-DIREITO

           COMPUTE WS-SALARIO-LIQUIDO =
               WS-SALARIO-BRUTO - WS-INSS - WS-IRRF.
           COMPUTE WS-FGTS ROUNDED =
               WS-SALARIO-BRUTO * WS-ALIQUOTA-FGTS.

       GRAVAR-HOLERITE-FERIAS.
           OPEN EXTEND HOLERITES-FERIAS.

           CLOSE HISTORICO-SALARIOS.

      *O GOZO PAGO VAI AO ACUMULADO COMO UMA CORRIDA PROPRIA (ORIGEM
      *'F'): O DETALHE E UM TOTAL IGUAL, PARA O INFORME ANUAL E A
      *REMESSA DO FGTS AMARRAREM DETALHES COM TOTAIS.
       GRAVAR-ACUMULADO-FERIAS.
           OPEN EXTEND FOLHA-ACUMULADA.
           IF WS-FAC-STATUS = '35'
               OPEN OUTPUT FOLHA-ACUMULADA
           END-IF.

           MOVE 'D'                 TO FAC-TIPO.
           MOVE FUNCTION CURRENT-DATE(1:6) TO FAC-COMPETENCIA.
           MOVE 'F'                 TO FAC-ORIGEM.
           MOVE FR-CODIGO           TO FAC-CODIGO.
           MOVE WS-SALARIO-BRUTO    TO FAC-BRUTO.
           MOVE WS-INSS             TO FAC-INSS.
           MOVE WS-IRRF             TO FAC-IRRF.
           MOVE WS-SALARIO-LIQUIDO  TO FAC-LIQUIDO.
           MOVE WS-QTD-DEPENDENTES  TO FAC-DEPENDENTES.
           MOVE WS-SALARIO-BRUTO    TO FAC-BASE-FGTS.
           MOVE WS-FGTS             TO FAC-FGTS.
           MOVE ZEROS               TO FAC-MULTA-FGTS.
           WRITE FOLHA-ACUMULADA-REC.

           MOVE 'T'                 TO FAC-TIPO.
           MOVE ZEROS               TO FAC-CODIGO.
           MOVE ZEROS               TO FAC-DEPENDENTES.
           WRITE FOLHA-ACUMULADA-REC.

           CLOSE FOLHA-ACUMULADA.

       LISTAR-DIREITOS.
           DISPLAY 'CODIGO DO FUNCIONARIO: '.
           ACCEPT WS-CODIGO-GOZO.
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
