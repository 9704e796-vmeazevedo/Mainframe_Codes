      *INSS e IRRF do cadastro de admissao, grava um registro de
      *holerite por funcionario (bruto, cada desconto e liquido) e
      *imprime o registro de folha com os totais gerais que o
      *financeiro amarra na transferencia bancaria. Calcula tambem o
      *deposito de FGTS do empregador (aliquota vigente da tabela de
      *parametros, 8% sem linha 'F') sobre o bruto do mes e o leva ao
      *acumulado, de onde sai a remessa mensal do FGTS (PROG36).
      *O ponto do mes, validado antes pelo PROG38 (ponto.dat), entra
      *na remuneracao: horas extras a 50% e a 100% e adicional noturno
      *somam ao bruto, faltas injustificadas e o DSR perdido nas
      *semanas com falta saem dele, antes do INSS e do IRRF; cada
      *verba vai separada no holerite. Sem ponto.dat, ou sem registro
      *do funcionario nele, paga-se o salario do cadastro.
      *Os beneficios em que o funcionario esta inscrito
      *(beneficios.dat) saem do liquido depois do INSS e do IRRF: o
      *vale-transporte (ate 6% do salario do cadastro, nunca mais que
      *o custo das passagens) e a parte do funcionario no plano de
      *saude, pelos precos vigentes de tabela_beneficios.dat. Cada um
      *vai separado no holerite, e a corrida grava a fatura do mes
      *para os fornecedores (fatura_beneficios.dat), com as partes da
      *empresa e dos funcionarios.
      *Por ultimo sai a parcela do mes de cada emprestimo consignado
      *ativo do funcionario (emprestimos_master.dat com CONSIGNADO 'S'
      *e a parcela de parcelas.dat que vence na competencia), se
      *couber no que sobrou do liquido; a que nao couber fica para a
      *cobranca noturna debitar na conta. Cada parcela vai para o
      *registro de descontos do consignado (consignado_folha.dat),
      *descontada ('D') ou nao ('N'), inclusive as de funcionario que
      *nao entrou na folha.
      *Os atrasados do dissidio coletivo apurados pelo PROG40
      *(dissidio_atrasados.dat, linhas pendentes 'P') saem na folha
      *como evento proprio: a diferenca de cada mes, 13o e ferias
      *pagos desde a vigencia, com INSS recalculado mes a mes e IRRF
      *proprio sobre o total (rendimento recebido acumuladamente, a
      *faixa escolhida pela media mensal). Vao em linhas proprias no
      *holerite e no registro de folha, e no acumulado como detalhe e
      *total de origem 'A'; o credito em conta e o liquido do mes mais
      *o dos atrasados.
      *A folha roda em dois modos. A PREVIA ('P') faz o calculo
      *inteiro sem gravar nada nos arquivos da folha (holerites,
      *registro, acumulado, fatura, consignado e atrasados ficam como
      *estao) e grava o relatorio de variacao (folha_previa.dat): o
      *bruto, o INSS, o IRRF e o liquido de cada funcionario contra os
      *do mes anterior no acumulado, marcando a variacao acima do
      *limite informado, os funcionarios novos e os ausentes. A previa
      *fica registrada em folha_previa_ctl.dat esperando a aprovacao
      *de um supervisor (PROG43). A FINAL ('F') so comeca com a previa
      *da competencia aprovada e, no fim, confere os seus totais com os
      *da previa.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
           SELECT FOLHA-ACUMULADA ASSIGN TO 'folha_acumulada.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FAC-STATUS.

           SELECT PONTO ASSIGN TO 'ponto.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PON-CODIGO
           FILE STATUS IS WS-PON-STATUS.

           SELECT BENEFICIOS ASSIGN TO 'beneficios.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BEN-CODIGO
           FILE STATUS IS WS-BEN-STATUS.

           SELECT TABELA-BENEFICIOS ASSIGN TO 'tabela_beneficios.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-TBB-STATUS.

           SELECT FATURA-BENEFICIOS ASSIGN TO 'fatura_beneficios.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FAT-STATUS.

           SELECT EMPRESTIMOS-MASTER ASSIGN TO 'emprestimos_master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMM-CONTRATO
           FILE STATUS IS WS-EMM-STATUS.

           SELECT PARCELAS ASSIGN TO 'parcelas.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PARC-STATUS.

           SELECT CONSIGNADO-FOLHA ASSIGN TO 'consignado_folha.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CSG-CHAVE
           FILE STATUS IS WS-CSG-STATUS.

           SELECT DISSIDIO-ATRASADOS ASSIGN TO 'dissidio_atrasados.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DIS-CHAVE
           FILE STATUS IS WS-DIS-STATUS.

           SELECT FOLHA-PREVIA ASSIGN TO 'folha_previa.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PRE-STATUS.

           SELECT PREVIA-CONTROLE ASSIGN TO 'folha_previa_ctl.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRV-COMPETENCIA
           FILE STATUS IS WS-PRV-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
           COPY FUNCREC REPLACING ==:PREFIX:== BY ==FR==.

      *UM REGISTRO DE HOLERITE POR FUNCIONARIO POR FOLHA PROCESSADA.
      *CADA VERBA DO PONTO TEM A SUA LINHA, COM A REFERENCIA (HORAS
      *OU DIAS) E O VALOR. O BRUTO E A REMUNERACAO DO MES (SALARIO
      *MAIS EXTRAS E NOTURNO, MENOS FALTAS E DSR), BASE DO INSS, DO
      *IRRF E DO FGTS. OS BENEFICIOS TEM CADA UM O SEU DESCONTO, COM O
      *PLANO E AS VIDAS COBERTAS (TITULAR MAIS DEPENDENTES). O
      *CONSIGNADO E A SOMA DAS PARCELAS DE EMPRESTIMO DESCONTADAS.
      *OS ATRASADOS DO DISSIDIO VEM NO FIM, SEPARADOS DA REMUNERACAO
      *DO MES: MESES, DIFERENCAS (MENSAL, 13o, FERIAS), INSS, IRRF E
      *LIQUIDO PROPRIOS. O LIQUIDO A CREDITAR E A SOMA DOS DOIS.
       FD  HOLERITES.
       01  HOLERITE-REC.
           05 HOL-CODIGO           PIC 9(6).
           05 HOL-NOME             PIC X(20).
           05 HOL-SALARIO-BASE     PIC 9(4)V9(2).
           05 HOL-HORAS-EXTRA-50   PIC 9(3)V9(2).
           05 HOL-VALOR-EXTRA-50   PIC 9(5)V9(2).
           05 HOL-HORAS-EXTRA-100  PIC 9(3)V9(2).
           05 HOL-VALOR-EXTRA-100  PIC 9(5)V9(2).
           05 HOL-HORAS-NOTURNAS   PIC 9(3)V9(2).
           05 HOL-ADICIONAL-NOTURNO PIC 9(5)V9(2).
           05 HOL-DIAS-FALTA       PIC 9(2).
           05 HOL-DESCONTO-FALTAS  PIC 9(5)V9(2).
           05 HOL-SEMANAS-DSR      PIC 9(1).
           05 HOL-DESCONTO-DSR     PIC 9(5)V9(2).
           05 HOL-SALARIO-BRUTO    PIC 9(5)V9(2).
           05 HOL-INSS             PIC 9(4)V9(2).
           05 HOL-IRRF             PIC 9(4)V9(2).
           05 HOL-DESCONTO-VT      PIC 9(4)V9(2).
           05 HOL-PLANO-SAUDE      PIC X(4).
           05 HOL-VIDAS-PLANO      PIC 9(2).
           05 HOL-DESCONTO-SAUDE   PIC 9(4)V9(2).
           05 HOL-DESCONTO-CONSIGNADO PIC 9(5)V9(2).
           05 HOL-TOTAL-DESCONTOS  PIC 9(5)V9(2).
           05 HOL-SALARIO-LIQUIDO  PIC 9(5)V9(2).
           05 HOL-QTD-DEPENDENTES  PIC 9(2).
           05 HOL-ATR-MESES        PIC 9(2).
           05 HOL-ATR-DIF-MENSAL   PIC 9(7)V9(2).
           05 HOL-ATR-DIF-13       PIC 9(7)V9(2).
           05 HOL-ATR-DIF-FERIAS   PIC 9(7)V9(2).
           05 HOL-ATR-INSS         PIC 9(6)V9(2).
           05 HOL-ATR-IRRF         PIC 9(6)V9(2).
           05 HOL-ATR-LIQUIDO      PIC 9(7)V9(2).

       FD  REGISTRO-FOLHA.
       01  LINHA-REGISTRO          PIC X(80).
      *IMPRESSO (folha_registro.dat) E SOBRESCRITO A CADA CORRIDA,
      *ENTAO CADA CORRIDA ACRESCENTA AQUI UM DETALHE 'D' POR
      *FUNCIONARIO E UM TOTAL 'T' DA CORRIDA -- E DESTE ACUMULADO QUE
      *O INFORME ANUAL DE RETENCOES (PROG35) CONSOLIDA O ANO E A
      *REMESSA DO FGTS (PROG36) O MES. ORIGENS NO FACREC.
       FD  FOLHA-ACUMULADA.
       01  FOLHA-ACUMULADA-REC.
           COPY FACREC REPLACING ==:PREFIX:== BY ==FAC==.

      *PONTO DO MES JA VALIDADO CONTRA O CADASTRO (PROG38).
       FD  PONTO.
       01  PONTO-REC.
           COPY PONTOREC REPLACING ==:PREFIX:== BY ==PON==.

      *INSCRICOES NOS BENEFICIOS (MANTIDAS NO PROG29b) E A TABELA DE
      *PRECOS COM VIGENCIA, NO MOLDE DA TABELA DE IMPOSTOS.
       FD  BENEFICIOS.
       01  BENEFICIO-REC.
           COPY BENEFREC REPLACING ==:PREFIX:== BY ==BEN==.

       FD  TABELA-BENEFICIOS.
       01  TABELA-BENEFICIO-REC.
           COPY TABBENREC REPLACING ==:PREFIX:== BY ==TBB==.

      *FATURA DO MES PARA OS FORNECEDORES DE BENEFICIOS, REFEITA A
      *CADA CORRIDA COMO O REGISTRO DE FOLHA.
       FD  FATURA-BENEFICIOS.
       01  LINHA-FATURA            PIC X(80).

      *EMPRESTIMOS CONSIGNADOS A DESCONTAR E O REGISTRO DOS DESCONTOS
      *DO MES, QUE A COBRANCA NOTURNA E A CONTABILIZACAO DA FOLHA LEEM.
       FD  EMPRESTIMOS-MASTER.
       01  EMPRESTIMO-MASTER-REC.
           COPY EMPMREC REPLACING ==:PREFIX:== BY ==EMM==.

       FD  PARCELAS.
       01  PARCELA-REC.
           COPY PARCREC REPLACING ==:PREFIX:== BY ==PARC==.

       FD  CONSIGNADO-FOLHA.
       01  CONSIGNADO-FOLHA-REC.
           COPY CSGREC REPLACING ==:PREFIX:== BY ==CSG==.

      *ATRASADOS DO DISSIDIO (PROG40): AS LINHAS PENDENTES DO
      *FUNCIONARIO SAO PAGAS E MARCADAS COM A COMPETENCIA DESTA FOLHA.
       FD  DISSIDIO-ATRASADOS.
       01  DISSIDIO-ATRASADO-REC.
           COPY DISREC REPLACING ==:PREFIX:== BY ==DIS==.

      *RELATORIO DE VARIACAO DA PREVIA, REFEITO A CADA PREVIA, E O
      *CONTROLE DAS PREVIAS POR COMPETENCIA COM A APROVACAO.
       FD  FOLHA-PREVIA.
       01  LINHA-PREVIA            PIC X(80).

       FD  PREVIA-CONTROLE.
       01  PREVIA-CONTROLE-REC.
           COPY PRVREC REPLACING ==:PREFIX:== BY ==PRV==.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-HOL-STATUS       PIC X(2) VALUE '00'.
       01  WS-REG-STATUS       PIC X(2) VALUE '00'.
       01  WS-EOF              PIC X(1) VALUE 'N'.
       01  WS-SALARIO-BRUTO    PIC 9(5)V9(2) VALUE ZEROS.
       01  WS-INSS             PIC 9(4)V9(2) VALUE ZEROS.
       01  WS-IRRF             PIC 9(4)V9(2) VALUE ZEROS.
       01  WS-TOTAL-DESCONTOS  PIC 9(5)V9(2) VALUE ZEROS.
       01  WS-SALARIO-LIQUIDO  PIC 9(5)V9(2) VALUE ZEROS.
       01  WS-QTD-FUNCIONARIOS PIC 9(5) VALUE ZEROS.
       01  WS-TOTAL-BRUTO      PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-TOTAL-INSS       PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-QTD-DEPENDENTES  PIC 9(2) VALUE ZEROS.
      *BASE DE CALCULO DO IRRF: BRUTO MENOS A DEDUCAO POR DEPENDENTE
      *VIGENTE (LINHA TIPO 'D' DA TABELA DE PARAMETROS).
       01  WS-BASE-IRRF        PIC 9(5)V9(2) VALUE ZEROS.
       01  WS-TOTAL-DEDUCAO    PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-VIG-DED          PIC 9(8) VALUE ZEROS.
       01  WS-DEDUCAO-DEP      PIC 9(5)V9(2) VALUE ZEROS.
      *FGTS DO EMPREGADOR: NA FOLHA MENSAL A BASE E O BRUTO DO MES.
      *A ALIQUOTA VEM DA LINHA 'F' VIGENTE DA TABELA DE PARAMETROS;
      *SEM ELA, OS 8% DA LEI.
       01  WS-VIG-FGTS         PIC 9(8) VALUE ZEROS.
       01  WS-ALIQUOTA-FGTS    PIC 9V9(4) VALUE 0.0800.
       01  WS-BASE-FGTS        PIC 9(5)V9(2) VALUE ZEROS.
       01  WS-FGTS             PIC 9(4)V9(2) VALUE ZEROS.
       01  WS-TOTAL-BASE-FGTS  PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-TOTAL-FGTS       PIC 9(9)V9(2) VALUE ZEROS.

      *PONTO DO MES (PROG38). O VALOR DA HORA E O SALARIO DO CADASTRO
      *SOBRE O DIVISOR DE 220 HORAS MENSAIS; O DO DIA, SOBRE OS 30
      *DIAS DO MES COMERCIAL. FALTA INJUSTIFICADA DESCONTA O DIA E,
      *POR SEMANA COM FALTA, O DSR DAQUELA SEMANA. ZERADOS QUANDO O
      *FUNCIONARIO NAO TEM PONTO NO MES.
       01  WS-PON-STATUS       PIC X(2) VALUE '00'.
       01  WS-TEM-PONTO        PIC X(1) VALUE 'N'.
       01  WS-PONTO-ACHADO     PIC X(1) VALUE 'N'.
       01  WS-DIVISOR-HORAS    PIC 9(3) VALUE 220.
       01  WS-DIAS-MES         PIC 9(2) VALUE 30.
       01  WS-FATOR-EXTRA-50   PIC 9V9(2) VALUE 1.50.
       01  WS-FATOR-EXTRA-100  PIC 9V9(2) VALUE 2.00.
       01  WS-FATOR-NOTURNO    PIC 9V9(2) VALUE 0.20.
       01  WS-VALOR-HORA       PIC 9(3)V9(4) VALUE ZEROS.
       01  WS-VALOR-DIA        PIC 9(3)V9(4) VALUE ZEROS.
       01  WS-VALOR-EXTRA-50   PIC 9(5)V9(2) VALUE ZEROS.
       01  WS-VALOR-EXTRA-100  PIC 9(5)V9(2) VALUE ZEROS.
       01  WS-ADICIONAL-NOTURNO PIC 9(5)V9(2) VALUE ZEROS.
       01  WS-DESCONTO-FALTAS  PIC 9(5)V9(2) VALUE ZEROS.
       01  WS-DESCONTO-DSR     PIC 9(5)V9(2) VALUE ZEROS.
       01  WS-PROVENTOS        PIC 9(6)V9(2) VALUE ZEROS.
       01  WS-DESCONTOS-PONTO  PIC 9(6)V9(2) VALUE ZEROS.
       01  WS-TOTAL-EXTRAS     PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-TOTAL-NOTURNO    PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-TOTAL-FALTAS-DSR PIC 9(9)V9(2) VALUE ZEROS.

      *BENEFICIOS DESCONTADOS EM FOLHA. O VALE-TRANSPORTE DESCONTA NO
      *MAXIMO O PERCENTUAL VIGENTE (LINHA 'V' DA TABELA DE PRECOS; SEM
      *ELA, OS 6% DA LEI) DO SALARIO DO CADASTRO, NUNCA MAIS QUE O
      *CUSTO DAS PASSAGENS; O PLANO DE SAUDE, A PARTE DO FUNCIONARIO
      *NO PRECO DO TITULAR MAIS O DE CADA DEPENDENTE COBERTO. NENHUM
      *DOS DOIS PODE DEIXAR O LIQUIDO NEGATIVO: O QUE NAO COUBER FICA
      *COM A EMPRESA. SEM beneficios.dat NINGUEM TEM DESCONTO.
       01  WS-BEN-STATUS       PIC X(2) VALUE '00'.
       01  WS-TBB-STATUS       PIC X(2) VALUE '00'.
       01  WS-FAT-STATUS       PIC X(2) VALUE '00'.
       01  WS-BEN-EOF          PIC X(1) VALUE 'N'.
       01  WS-TBB-EOF          PIC X(1) VALUE 'N'.
       01  WS-TEM-BENEFICIOS   PIC X(1) VALUE 'N'.
       01  WS-BENEFICIO-ACHADO PIC X(1) VALUE 'N'.
       01  WS-VIG-VT           PIC 9(8) VALUE ZEROS.
       01  WS-PERC-VT          PIC 9V9(4) VALUE 0.0600.
       01  WS-TETO-VT          PIC 9(5)V9(2) VALUE ZEROS.
       01  WS-DESCONTO-VT      PIC 9(4)V9(2) VALUE ZEROS.
       01  WS-PLANO-FUNC       PIC X(4) VALUE SPACES.
       01  WS-DEP-PLANO        PIC 9(2) VALUE ZEROS.
       01  WS-VIDAS-PLANO      PIC 9(2) VALUE ZEROS.
       01  WS-CUSTO-PLANO      PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-DESCONTO-SAUDE   PIC 9(4)V9(2) VALUE ZEROS.
       01  WS-DISPONIVEL       PIC 9(6)V9(2) VALUE ZEROS.
       01  WS-QTD-OPTANTES-VT  PIC 9(5) VALUE ZEROS.
       01  WS-TOTAL-CUSTO-VT   PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-TOTAL-VT         PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-TOTAL-SAUDE      PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-PLANOS-SEM-PRECO PIC 9(5) VALUE ZEROS.
      *PRECO VIGENTE DE CADA PLANO E O QUE A CORRIDA ACUMULA NELE PARA
      *A FATURA: VIDAS, CUSTO TOTAL E PARTE DOS FUNCIONARIOS (A DA
      *EMPRESA E A DIFERENCA).
       01  WS-MAX-PLANOS       PIC 9(2) VALUE 20.
       01  WS-QTD-PLANOS       PIC 9(2) VALUE ZEROS.
       01  WS-IDX-PLANO        PIC 9(2) VALUE ZEROS.
       01  WS-PLANO-ACHADO     PIC X(1) VALUE 'N'.
       01  WS-PLANO-PROCURADO  PIC X(4) VALUE SPACES.
       01  WS-TABELA-PLANOS.
           05 WS-PLANO OCCURS 20 TIMES.
              10 WS-PLA-CODIGO      PIC X(4).
              10 WS-PLA-VIGENCIA    PIC 9(8).
              10 WS-PLA-DESCRICAO   PIC X(30).
              10 WS-PLA-TITULAR     PIC 9(5)V9(2).
              10 WS-PLA-DEPENDENTE  PIC 9(5)V9(2).
              10 WS-PLA-PERCENTUAL  PIC 9V9(4).
              10 WS-PLA-VIDAS       PIC 9(5).
              10 WS-PLA-CUSTO       PIC 9(9)V9(2).
              10 WS-PLA-FUNCIONARIO PIC 9(9)V9(2).
       01  WS-FAT-VIDAS        PIC 9(5) VALUE ZEROS.
       01  WS-FAT-CUSTO        PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-FAT-FUNCIONARIO  PIC 9(9)V9(2) VALUE ZEROS.

      *PARCELAS DE CONSIGNADO QUE VENCEM NA COMPETENCIA, CARREGADAS
      *NA PARTIDA. CADA UMA E DESCONTADA INTEIRA OU NAO E DESCONTADA
      *(NUNCA EM PARTE), NA ORDEM DO CRONOGRAMA, DO QUE SOBRA DO
      *LIQUIDO DEPOIS DO INSS, DO IRRF E DOS BENEFICIOS.
      *CSG-SITUACAO DA TABELA: 'D' DESCONTADA, 'N' NAO DESCONTADA,
      *ESPACO = FUNCIONARIO AINDA NAO PASSOU PELA FOLHA.
       01  WS-EMM-STATUS       PIC X(2) VALUE '00'.
       01  WS-PARC-STATUS      PIC X(2) VALUE '00'.
       01  WS-CSG-STATUS       PIC X(2) VALUE '00'.
       01  WS-PARC-EOF         PIC X(1) VALUE 'N'.
       01  WS-DESCONTO-CONSIGNADO PIC 9(5)V9(2) VALUE ZEROS.
       01  WS-TOTAL-CONSIGNADO PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-QTD-CONSIG-NAO-DESC PIC 9(5) VALUE ZEROS.
       01  WS-MAX-CONSIGNADOS  PIC 9(3) VALUE 200.
       01  WS-QTD-CONSIGNADOS  PIC 9(3) VALUE ZEROS.
       01  WS-IDX-CONSIG       PIC 9(3) VALUE ZEROS.
       01  WS-TABELA-CONSIGNADOS.
           05 WS-CONSIG OCCURS 200 TIMES.
              10 WS-CSG-FUNCIONARIO PIC 9(6).
              10 WS-CSG-CONTRATO    PIC 9(6).
              10 WS-CSG-PARCELA     PIC 9(3).
              10 WS-CSG-VENCIMENTO  PIC 9(8).
              10 WS-CSG-VALOR       PIC 9(9)V9(2).
              10 WS-CSG-SITUACAO    PIC X(1).

      *ATRASADOS DO DISSIDIO DO FUNCIONARIO. O INSS DE CADA PAGAMENTO
      *E REFEITO SOBRE O BRUTO PAGO MAIS A DIFERENCA, MENOS O QUE JA
      *FOI RETIDO NELE. O IRRF E O DE RENDIMENTO RECEBIDO
      *ACUMULADAMENTE: A BASE (DIFERENCAS MENOS O INSS DELAS E A
      *DEDUCAO DOS DEPENDENTES POR MES) TEM A FAIXA ESCOLHIDA PELA
      *MEDIA MENSAL E A ALIQUOTA APLICADA AO TODO. NUMA REEXECUCAO DO
      *MES AS LINHAS JA PAGAS NESTA COMPETENCIA ('G') VOLTAM AO
      *HOLERITE; AS PENDENTES FICAM PARA A PROXIMA FOLHA.
       01  WS-DIS-STATUS       PIC X(2) VALUE '00'.
       01  WS-DIS-EOF          PIC X(1) VALUE 'N'.
       01  WS-TEM-ATRASADOS    PIC X(1) VALUE 'N'.
       01  WS-ATR-MESES        PIC 9(2) VALUE ZEROS.
       01  WS-ATR-DIF-MENSAL   PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-ATR-DIF-13       PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-ATR-DIF-FERIAS   PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-ATR-DIFERENCA    PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-ATR-INSS         PIC 9(6)V9(2) VALUE ZEROS.
       01  WS-ATR-IRRF         PIC 9(6)V9(2) VALUE ZEROS.
       01  WS-ATR-LIQUIDO      PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-ATR-FGTS         PIC 9(6)V9(2) VALUE ZEROS.
       01  WS-ATR-BASE-INSS    PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-ATR-INSS-REVISTO PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-ATR-BASE-IRRF    PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-ATR-BASE-MES     PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-ATR-DEDUCAO      PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-ATR-ALIQUOTA     PIC 9V9(4) VALUE ZEROS.
       01  WS-QTD-COM-ATRASADOS PIC 9(5) VALUE ZEROS.
       01  WS-TOTAL-ATR-BRUTO  PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-TOTAL-ATR-INSS   PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-TOTAL-ATR-IRRF   PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-TOTAL-ATR-LIQUIDO PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-TOTAL-ATR-FGTS   PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-TOTAL-CREDITO    PIC 9(9)V9(2) VALUE ZEROS.

      *MODO DA CORRIDA: 'P' PREVIA (SO CALCULA E COMPARA) OU 'F' FINAL.
      *NA PREVIA, VARIACAO PERCENTUAL ACIMA DO LIMITE (5 DIGITOS COM
      *DUAS DECIMAIS; EM BRANCO, 10%) EM QUALQUER DOS QUATRO VALORES
      *MARCA O FUNCIONARIO. VALOR QUE SAI DE ZERO NAO TEM PERCENTUAL E
      *E SEMPRE MARCADO (APARECE COMO +999,99%).
       01  WS-MODO-FOLHA       PIC X(1) VALUE SPACES.
       01  WS-OPERADOR-ID      PIC X(8) VALUE SPACES.
       01  WS-PRE-STATUS       PIC X(2) VALUE '00'.
       01  WS-PRV-STATUS       PIC X(2) VALUE '00'.
       01  WS-PRV-EXISTE       PIC X(1) VALUE 'N'.
       01  WS-LIMITE-DIGITADO  PIC X(5) VALUE SPACES.
       01  WS-LIMITE-NUMERICO REDEFINES WS-LIMITE-DIGITADO
                               PIC 9(3)V9(2).
       01  WS-LIMITE-VARIACAO  PIC 9(3)V9(2) VALUE 10.00.
       01  WS-LIMITE-EDITADO   PIC ZZ9.99.
      *TOTAIS DA PREVIA APROVADA, CONFERIDOS NO FIM DA FINAL.
       01  WS-APR-QTD          PIC 9(5) VALUE ZEROS.
       01  WS-APR-BRUTO        PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-APR-CREDITO      PIC 9(9)V9(2) VALUE ZEROS.

      *FOLHA MENSAL ('D' DE ORIGEM 'M') DA COMPETENCIA ANTERIOR NO
      *ACUMULADO. WS-ANT-PAGO 'S' QUANDO O FUNCIONARIO ESTA NA PREVIA;
      *OS QUE FICAM 'N' SAO OS AUSENTES.
       01  WS-COMP-ANTERIOR    PIC 9(6) VALUE ZEROS.
       01  WS-COMP-ANTERIOR-R REDEFINES WS-COMP-ANTERIOR.
           05 WS-COMP-ANT-ANO  PIC 9(4).
           05 WS-COMP-ANT-MES  PIC 9(2).
       01  WS-MAX-ANTERIOR     PIC 9(3) VALUE 200.
       01  WS-QTD-ANTERIOR     PIC 9(3) VALUE ZEROS.
       01  WS-IDX-ANT          PIC 9(3) VALUE ZEROS.
       01  WS-ANT-ACHADO       PIC X(1) VALUE 'N'.
       01  WS-TABELA-ANTERIOR.
           05 WS-ANT OCCURS 200 TIMES.
              10 WS-ANT-CODIGO      PIC 9(6).
              10 WS-ANT-BRUTO       PIC 9(9)V9(2).
              10 WS-ANT-INSS        PIC 9(9)V9(2).
              10 WS-ANT-IRRF        PIC 9(9)V9(2).
              10 WS-ANT-LIQUIDO     PIC 9(9)V9(2).
              10 WS-ANT-PAGO        PIC X(1).
       01  WS-ANT-TOTAL-BRUTO  PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-ANT-TOTAL-LIQUIDO PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-FUNC-VARIOU      PIC X(1) VALUE 'N'.
       01  WS-VAR-ANTERIOR     PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-VAR-ATUAL        PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-VAR-PERCENTUAL   PIC S9(3)V9(2) VALUE ZEROS.
       01  WS-VAR-ABSOLUTO     PIC 9(3)V9(2) VALUE ZEROS.
       01  WS-QTD-VARIACOES    PIC 9(5) VALUE ZEROS.
       01  WS-QTD-NOVOS        PIC 9(5) VALUE ZEROS.
       01  WS-QTD-AUSENTES     PIC 9(5) VALUE ZEROS.

      *TABELAS DE FAIXAS DO INSS E DO IRRF CARREGADAS DO ARQUIVO DE
      *PARAMETROS NA PARTIDA, IGUAL AO CADASTRO DE ADMISSAO: A FOLHA
           05 FILLER           PIC X(1) VALUE ' '.
           05 DET-NOME         PIC X(20).
           05 FILLER           PIC X(7) VALUE ' BRUTO '.
           05 DET-BRUTO        PIC 9(5).99.
           05 FILLER           PIC X(6) VALUE ' DESC '.
           05 DET-DESCONTOS    PIC 9(5).99.
           05 FILLER           PIC X(5) VALUE ' LIQ '.
           05 DET-LIQUIDO      PIC 9(5).99.
           05 FILLER           PIC X(11) VALUE SPACES.

       01  WS-LINHA-TOTAL.
           05 TOT-ROTULO       PIC X(22).
           05 TOT-VALOR        PIC 9(9).99.
           05 FILLER           PIC X(46) VALUE SPACES.

       01  WS-LINHA-FATURA.
           05 FAT-PLANO        PIC X(4).
           05 FILLER           PIC X(1) VALUE ' '.
           05 FAT-DESCRICAO    PIC X(30).
           05 FILLER           PIC X(1) VALUE ' '.
           05 FAT-VIDAS        PIC 9(5).
           05 FILLER           PIC X(1) VALUE ' '.
           05 FAT-CUSTO        PIC 9(8).99.
           05 FILLER           PIC X(1) VALUE ' '.
           05 FAT-FUNCIONARIO  PIC 9(8).99.
           05 FILLER           PIC X(1) VALUE ' '.
           05 FAT-EMPRESA      PIC 9(8).99.
           05 FILLER           PIC X(3) VALUE SPACES.

       01  WS-LINHA-VARIACAO.
           05 VAR-CODIGO       PIC 9(6).
           05 FILLER           PIC X(1) VALUE ' '.
           05 VAR-NOME         PIC X(20).
           05 FILLER           PIC X(1) VALUE ' '.
           05 VAR-ITEM         PIC X(7).
           05 FILLER           PIC X(5) VALUE ' ANT '.
           05 VAR-ANTERIOR     PIC 9(7).99.
           05 FILLER           PIC X(5) VALUE ' ATU '.
           05 VAR-ATUAL        PIC 9(7).99.
           05 FILLER           PIC X(1) VALUE ' '.
           05 VAR-PERCENTUAL   PIC +9(3).99.
           05 FILLER           PIC X(1) VALUE '%'.
           05 FILLER           PIC X(6) VALUE SPACES.

       01  WS-LINHA-OCORRENCIA.
           05 OCO-CODIGO       PIC 9(6).
           05 FILLER           PIC X(1) VALUE ' '.
           05 OCO-NOME         PIC X(20).
           05 FILLER           PIC X(1) VALUE ' '.
           05 OCO-MOTIVO       PIC X(39).
           05 FILLER           PIC X(1) VALUE ' '.
           05 OCO-VALOR        PIC 9(7).99.
           05 FILLER           PIC X(2) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-COMPETENCIA.
           PERFORM ESCOLHER-MODO-FOLHA.
           PERFORM CARREGAR-TABELA-IMPOSTOS.
           PERFORM CARREGAR-TABELA-BENEFICIOS.
           PERFORM CONFERIR-PLANOS-INSCRITOS.
           PERFORM PROCESSAR-FOLHA-MENSAL.
       PROGRAM-DONE.
           STOP RUN.
               IF WS-DEP-STATUS NOT = '00'
                   MOVE 'N' TO WS-TEM-DEPENDENTES
               END-IF
      *SEM O PONTO VALIDADO DO MES, TODOS RECEBEM O SALARIO DO
      *CADASTRO, COMO ANTES DO PONTO EXISTIR.
               MOVE 'Y' TO WS-TEM-PONTO
               OPEN INPUT PONTO
               IF WS-PON-STATUS NOT = '00'
                   MOVE 'N' TO WS-TEM-PONTO
                   DISPLAY 'SEM PONTO VALIDADO (ponto.dat): FOLHA '
                       'SEM HORAS EXTRAS, NOTURNO OU FALTAS.'
               END-IF
               IF WS-TEM-BENEFICIOS = 'Y'
                   OPEN INPUT BENEFICIOS
               END-IF
      *A PREVIA NAO ABRE NENHUM ARQUIVO DA FOLHA PARA GRAVACAO: SO O
      *RELATORIO DE VARIACAO, COM O MES ANTERIOR CARREGADO DO ACUMULADO.
               IF WS-MODO-FOLHA = 'F'
                   OPEN OUTPUT HOLERITES
                   OPEN OUTPUT REGISTRO-FOLHA
               ELSE
                   OPEN OUTPUT FOLHA-PREVIA
                   PERFORM CARREGAR-MES-ANTERIOR
               END-IF
      *O ACUMULADO DA FOLHA E SEMPRE EXTEND: E O HISTORICO QUE O
      *INFORME ANUAL CONSOLIDA. COMPETENCIA JA ACUMULADA (REEXECUCAO
      *DO MES) NAO ACRESCENTA DE NOVO.
               PERFORM CONFERIR-ACUMULADO-DO-MES
               PERFORM CARREGAR-CONSIGNADOS
      *SEM O REGISTRO DE ATRASADOS NAO HA DISSIDIO A PAGAR.
               MOVE 'Y' TO WS-TEM-ATRASADOS
               IF WS-MODO-FOLHA = 'F'
                   OPEN I-O DISSIDIO-ATRASADOS
               ELSE
                   OPEN INPUT DISSIDIO-ATRASADOS
               END-IF
               IF WS-DIS-STATUS NOT = '00'
                   MOVE 'N' TO WS-TEM-ATRASADOS
               END-IF
               IF WS-MODO-FOLHA = 'F'
                   OPEN EXTEND FOLHA-ACUMULADA
                   IF WS-FAC-STATUS = '35'
                       OPEN OUTPUT FOLHA-ACUMULADA
                   END-IF
               END-IF
               PERFORM GRAVAR-CABECALHO-REGISTRO
               PERFORM PERCORRER-FUNCIONARIOS
               PERFORM GRAVAR-CONSIGNADOS-SEM-FOLHA
               IF WS-MODO-FOLHA = 'P'
                   PERFORM LISTAR-AUSENTES
               END-IF
               PERFORM GRAVAR-TOTAIS-REGISTRO
               IF WS-MODO-FOLHA = 'F'
                   PERFORM GRAVAR-FATURA-BENEFICIOS
                   PERFORM GRAVAR-TOTAL-ACUMULADO
                   PERFORM GRAVAR-TOTAL-ATRASADOS
                   CLOSE FOLHA-ACUMULADA
                   CLOSE HOLERITES
                   CLOSE REGISTRO-FOLHA
                   PERFORM CONFERIR-FINAL-COM-PREVIA
               ELSE
                   PERFORM GRAVAR-RESUMO-PREVIA
                   CLOSE FOLHA-PREVIA
                   PERFORM REGISTRAR-PREVIA
               END-IF
               IF WS-TEM-ATRASADOS = 'Y'
                   CLOSE DISSIDIO-ATRASADOS
               END-IF
               CLOSE FUNCIONARIOS
               IF WS-TEM-DEPENDENTES = 'Y'
                   CLOSE DEPENDENTES
               END-IF
               IF WS-TEM-PONTO = 'Y'
                   CLOSE PONTO
               END-IF
               IF WS-TEM-BENEFICIOS = 'Y'
                   CLOSE BENEFICIOS
               END-IF
           END-IF.

       PERCORRER-FUNCIONARIOS.
           END-PERFORM.

       PAGAR-FUNCIONARIO.
           MOVE FR-CODIGO  TO WS-CODIGO-DEP.
           PERFORM CONTAR-DEPENDENTES-FOLHA.
           PERFORM CALCULAR-DESCONTOS-FOLHA.
           PERFORM CALCULAR-FGTS-FOLHA.
           PERFORM CALCULAR-ATRASADOS-FOLHA.

           MOVE FR-CODIGO           TO HOL-CODIGO.
           MOVE FR-NOME             TO HOL-NOME.
           MOVE FR-SALARIO          TO HOL-SALARIO-BASE.
           MOVE WS-VALOR-EXTRA-50   TO HOL-VALOR-EXTRA-50.
           MOVE WS-VALOR-EXTRA-100  TO HOL-VALOR-EXTRA-100.
           MOVE WS-ADICIONAL-NOTURNO TO HOL-ADICIONAL-NOTURNO.
           MOVE WS-DESCONTO-FALTAS  TO HOL-DESCONTO-FALTAS.
           MOVE WS-DESCONTO-DSR     TO HOL-DESCONTO-DSR.
           IF WS-PONTO-ACHADO = 'Y'
               MOVE PON-HORAS-EXTRA-50  TO HOL-HORAS-EXTRA-50
               MOVE PON-HORAS-EXTRA-100 TO HOL-HORAS-EXTRA-100
               MOVE PON-HORAS-NOTURNAS  TO HOL-HORAS-NOTURNAS
               MOVE PON-FALTAS          TO HOL-DIAS-FALTA
               MOVE PON-SEMANAS-FALTA   TO HOL-SEMANAS-DSR
           ELSE
               MOVE ZEROS TO HOL-HORAS-EXTRA-50 HOL-HORAS-EXTRA-100
                   HOL-HORAS-NOTURNAS HOL-DIAS-FALTA HOL-SEMANAS-DSR
           END-IF.
           MOVE WS-SALARIO-BRUTO    TO HOL-SALARIO-BRUTO.
           MOVE WS-INSS             TO HOL-INSS.
           MOVE WS-IRRF             TO HOL-IRRF.
           MOVE WS-DESCONTO-VT      TO HOL-DESCONTO-VT.
           MOVE WS-PLANO-FUNC       TO HOL-PLANO-SAUDE.
           MOVE WS-VIDAS-PLANO      TO HOL-VIDAS-PLANO.
           MOVE WS-DESCONTO-SAUDE   TO HOL-DESCONTO-SAUDE.
           MOVE WS-DESCONTO-CONSIGNADO TO HOL-DESCONTO-CONSIGNADO.
           MOVE WS-TOTAL-DESCONTOS  TO HOL-TOTAL-DESCONTOS.
           MOVE WS-SALARIO-LIQUIDO  TO HOL-SALARIO-LIQUIDO.
           MOVE WS-QTD-DEPENDENTES  TO HOL-QTD-DEPENDENTES.
           MOVE WS-ATR-MESES        TO HOL-ATR-MESES.
           MOVE WS-ATR-DIF-MENSAL   TO HOL-ATR-DIF-MENSAL.
           MOVE WS-ATR-DIF-13       TO HOL-ATR-DIF-13.
           MOVE WS-ATR-DIF-FERIAS   TO HOL-ATR-DIF-FERIAS.
           MOVE WS-ATR-INSS         TO HOL-ATR-INSS.
           MOVE WS-ATR-IRRF         TO HOL-ATR-IRRF.
           MOVE WS-ATR-LIQUIDO      TO HOL-ATR-LIQUIDO.
      *NA PREVIA O FUNCIONARIO SO E COMPARADO COM O MES ANTERIOR.
           IF WS-MODO-FOLHA = 'P'
               PERFORM CONFERIR-VARIACAO-FUNCIONARIO
           ELSE
               WRITE HOLERITE-REC
               PERFORM GRAVAR-DETALHE-ACUMULADO
               PERFORM GRAVAR-DETALHE-REGISTRO
           END-IF.

           IF WS-ATR-DIFERENCA > ZEROS
               PERFORM GRAVAR-DETALHE-ATRASADOS
               PERFORM GRAVAR-ATRASADOS-REGISTRO
               ADD 1                TO WS-QTD-COM-ATRASADOS
               ADD WS-ATR-DIFERENCA TO WS-TOTAL-ATR-BRUTO
               ADD WS-ATR-INSS      TO WS-TOTAL-ATR-INSS
               ADD WS-ATR-IRRF      TO WS-TOTAL-ATR-IRRF
               ADD WS-ATR-LIQUIDO   TO WS-TOTAL-ATR-LIQUIDO
               ADD WS-ATR-FGTS      TO WS-TOTAL-ATR-FGTS
           END-IF.

           ADD 1                   TO WS-QTD-FUNCIONARIOS.
           ADD WS-SALARIO-BRUTO    TO WS-TOTAL-BRUTO.
           ADD WS-INSS             TO WS-TOTAL-INSS.
           ADD WS-IRRF             TO WS-TOTAL-IRRF.
           ADD WS-DESCONTO-VT      TO WS-TOTAL-VT.
           ADD WS-DESCONTO-SAUDE   TO WS-TOTAL-SAUDE.
           ADD WS-DESCONTO-CONSIGNADO TO WS-TOTAL-CONSIGNADO.
           ADD WS-SALARIO-LIQUIDO  TO WS-TOTAL-LIQUIDO.
           ADD WS-BASE-FGTS        TO WS-TOTAL-BASE-FGTS.
           ADD WS-FGTS             TO WS-TOTAL-FGTS.
           ADD WS-VALOR-EXTRA-50 WS-VALOR-EXTRA-100 TO WS-TOTAL-EXTRAS.
           ADD WS-ADICIONAL-NOTURNO TO WS-TOTAL-NOTURNO.
           ADD WS-DESCONTO-FALTAS WS-DESCONTO-DSR
               TO WS-TOTAL-FALTAS-DSR.

      *MESMAS FAIXAS DO CALCULO DE ADMISSAO: OS DOIS PROGRAMAS CARREGAM
      *A MESMA TABELA DE PARAMETROS VIGENTE (VER CARREGAR-TABELA-
      *IMPOSTOS) E TEM QUE DESCONTAR IGUAL.
      *O BRUTO QUE ENTRA NAS FAIXAS JA E A REMUNERACAO DO MES, COM O
      *PONTO APURADO (VER APURAR-PONTO-FOLHA).
       CALCULAR-DESCONTOS-FOLHA.
           PERFORM APURAR-PONTO-FOLHA.
           PERFORM BUSCAR-ALIQUOTA-INSS.
           PERFORM CALCULAR-BASE-IRRF.
           PERFORM BUSCAR-ALIQUOTA-IRRF.
           PERFORM CALCULAR-BENEFICIOS-FOLHA.
           PERFORM CALCULAR-CONSIGNADO-FOLHA.

           ADD WS-INSS WS-IRRF WS-DESCONTO-VT WS-DESCONTO-SAUDE
               WS-DESCONTO-CONSIGNADO GIVING WS-TOTAL-DESCONTOS.
           SUBTRACT WS-TOTAL-DESCONTOS FROM WS-SALARIO-BRUTO
               GIVING WS-SALARIO-LIQUIDO.

      *PROVENTOS DO MES: SALARIO DO CADASTRO, HORAS EXTRAS (VALOR DA
      *HORA COM 50% OU 100%) E ADICIONAL NOTURNO (20% DO VALOR DA
      *HORA). SAEM DELES O DIA DE CADA FALTA E O DSR DE CADA SEMANA
      *COM FALTA. FALTAS ACIMA DOS PROVENTOS ZERAM O BRUTO, NUNCA O
      *DEIXAM NEGATIVO.
       APURAR-PONTO-FOLHA.
           MOVE ZEROS TO WS-VALOR-EXTRA-50 WS-VALOR-EXTRA-100.
           MOVE ZEROS TO WS-ADICIONAL-NOTURNO.
           MOVE ZEROS TO WS-DESCONTO-FALTAS WS-DESCONTO-DSR.
           PERFORM LER-PONTO-FUNCIONARIO.

           IF WS-PONTO-ACHADO = 'Y'
               COMPUTE WS-VALOR-HORA = FR-SALARIO / WS-DIVISOR-HORAS
               COMPUTE WS-VALOR-DIA  = FR-SALARIO / WS-DIAS-MES
               COMPUTE WS-VALOR-EXTRA-50 ROUNDED =
                   PON-HORAS-EXTRA-50 * WS-VALOR-HORA
                   * WS-FATOR-EXTRA-50
               COMPUTE WS-VALOR-EXTRA-100 ROUNDED =
                   PON-HORAS-EXTRA-100 * WS-VALOR-HORA
                   * WS-FATOR-EXTRA-100
               COMPUTE WS-ADICIONAL-NOTURNO ROUNDED =
                   PON-HORAS-NOTURNAS * WS-VALOR-HORA
                   * WS-FATOR-NOTURNO
               COMPUTE WS-DESCONTO-FALTAS ROUNDED =
                   PON-FALTAS * WS-VALOR-DIA
               COMPUTE WS-DESCONTO-DSR ROUNDED =
                   PON-SEMANAS-FALTA * WS-VALOR-DIA
           END-IF.

           ADD FR-SALARIO WS-VALOR-EXTRA-50 WS-VALOR-EXTRA-100
               WS-ADICIONAL-NOTURNO GIVING WS-PROVENTOS.
           ADD WS-DESCONTO-FALTAS WS-DESCONTO-DSR
               GIVING WS-DESCONTOS-PONTO.

           IF WS-DESCONTOS-PONTO >= WS-PROVENTOS
               MOVE ZEROS TO WS-SALARIO-BRUTO
           ELSE
               SUBTRACT WS-DESCONTOS-PONTO FROM WS-PROVENTOS
                   GIVING WS-SALARIO-BRUTO
           END-IF.

      *O PONTO.DAT E REFEITO PELA VALIDACAO A CADA MES; REGISTRO DE
      *OUTRA COMPETENCIA (VALIDACAO NAO RODADA NESTE MES) NAO VALE.
       LER-PONTO-FUNCIONARIO.
           MOVE 'N' TO WS-PONTO-ACHADO.
           IF WS-TEM-PONTO = 'Y'
               MOVE 'Y' TO WS-PONTO-ACHADO
               MOVE FR-CODIGO TO PON-CODIGO
               READ PONTO KEY IS PON-CODIGO
                   INVALID KEY
                       MOVE 'N' TO WS-PONTO-ACHADO
               END-READ
               IF WS-PONTO-ACHADO = 'Y'
                   AND PON-COMPETENCIA NOT = WS-COMPETENCIA
                   DISPLAY 'PONTO DE ' FR-CODIGO ' E DA COMPETENCIA '
                       PON-COMPETENCIA ', IGNORADO.'
                   MOVE 'N' TO WS-PONTO-ACHADO
               END-IF
           END-IF.

      *OS BENEFICIOS SAEM DO QUE SOBRA DEPOIS DO INSS E DO IRRF, O
      *VALE-TRANSPORTE PRIMEIRO. OS DEPENDENTES COBERTOS PELO PLANO
      *NUNCA PASSAM DOS CADASTRADOS EM dependentes.dat (CONTADOS EM
      *CONTAR-DEPENDENTES-FOLHA): DEPENDENTE EXCLUIDO DEPOIS DA
      *INSCRICAO DEIXA DE SER COBRADO.
       CALCULAR-BENEFICIOS-FOLHA.
           MOVE ZEROS  TO WS-DESCONTO-VT WS-DESCONTO-SAUDE.
           MOVE ZEROS  TO WS-VIDAS-PLANO.
           MOVE SPACES TO WS-PLANO-FUNC.
           PERFORM LER-BENEFICIOS-FUNCIONARIO.
           IF WS-BENEFICIO-ACHADO = 'N'
               EXIT PARAGRAPH
           END-IF.

           SUBTRACT WS-INSS WS-IRRF FROM WS-SALARIO-BRUTO
               GIVING WS-DISPONIVEL.

           IF BEN-OPTA-VT = 'S'
               COMPUTE WS-TETO-VT ROUNDED = FR-SALARIO * WS-PERC-VT
               IF BEN-CUSTO-VT < WS-TETO-VT
                   MOVE BEN-CUSTO-VT TO WS-DESCONTO-VT
               ELSE
                   MOVE WS-TETO-VT TO WS-DESCONTO-VT
               END-IF
               IF WS-DESCONTO-VT > WS-DISPONIVEL
                   MOVE WS-DISPONIVEL TO WS-DESCONTO-VT
               END-IF
               SUBTRACT WS-DESCONTO-VT FROM WS-DISPONIVEL
               ADD 1            TO WS-QTD-OPTANTES-VT
               ADD BEN-CUSTO-VT TO WS-TOTAL-CUSTO-VT
           END-IF.

           IF BEN-PLANO NOT = SPACES
               MOVE BEN-PLANO TO WS-PLANO-FUNC
               MOVE BEN-PLANO TO WS-PLANO-PROCURADO
               PERFORM LOCALIZAR-PLANO
               MOVE BEN-DEPENDENTES-PLANO TO WS-DEP-PLANO
               IF WS-DEP-PLANO > WS-QTD-DEPENDENTES
                   DISPLAY 'PLANO DE ' FR-CODIGO ': ' WS-DEP-PLANO
                       ' DEPENDENTES INSCRITOS, ' WS-QTD-DEPENDENTES
                       ' CADASTRADOS. COBRADOS OS CADASTRADOS.'
                   MOVE WS-QTD-DEPENDENTES TO WS-DEP-PLANO
               END-IF
               ADD 1 WS-DEP-PLANO GIVING WS-VIDAS-PLANO
               COMPUTE WS-CUSTO-PLANO = WS-PLA-TITULAR(WS-IDX-PLANO)
                   + WS-DEP-PLANO * WS-PLA-DEPENDENTE(WS-IDX-PLANO)
               COMPUTE WS-DESCONTO-SAUDE ROUNDED = WS-CUSTO-PLANO
                   * WS-PLA-PERCENTUAL(WS-IDX-PLANO)
               IF WS-DESCONTO-SAUDE > WS-DISPONIVEL
                   MOVE WS-DISPONIVEL TO WS-DESCONTO-SAUDE
               END-IF
               ADD WS-VIDAS-PLANO    TO WS-PLA-VIDAS(WS-IDX-PLANO)
               ADD WS-CUSTO-PLANO    TO WS-PLA-CUSTO(WS-IDX-PLANO)
               ADD WS-DESCONTO-SAUDE
                   TO WS-PLA-FUNCIONARIO(WS-IDX-PLANO)
           END-IF.

       LER-BENEFICIOS-FUNCIONARIO.
           MOVE 'N' TO WS-BENEFICIO-ACHADO.
           IF WS-TEM-BENEFICIOS = 'Y'
               MOVE 'Y' TO WS-BENEFICIO-ACHADO
               MOVE FR-CODIGO TO BEN-CODIGO
               READ BENEFICIOS KEY IS BEN-CODIGO
                   INVALID KEY
                       MOVE 'N' TO WS-BENEFICIO-ACHADO
               END-READ
           END-IF.

      *O CONSIGNADO SAI POR ULTIMO, DO QUE SOBROU DEPOIS DO INSS, DO
      *IRRF E DOS BENEFICIOS. PARCELA QUE NAO CABE INTEIRA NAO E
      *DESCONTADA: A COBRANCA NOTURNA DEBITA NA CONTA DO FUNCIONARIO.
       CALCULAR-CONSIGNADO-FOLHA.
           MOVE ZEROS TO WS-DESCONTO-CONSIGNADO.
           IF WS-QTD-CONSIGNADOS = ZEROS
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-DISPONIVEL = WS-SALARIO-BRUTO - WS-INSS
               - WS-IRRF - WS-DESCONTO-VT - WS-DESCONTO-SAUDE
               ON SIZE ERROR
                   MOVE ZEROS TO WS-DISPONIVEL
           END-COMPUTE.

           PERFORM VARYING WS-IDX-CONSIG FROM 1 BY 1
                   UNTIL WS-IDX-CONSIG > WS-QTD-CONSIGNADOS
               IF WS-CSG-FUNCIONARIO(WS-IDX-CONSIG) = FR-CODIGO
                   IF WS-CSG-VALOR(WS-IDX-CONSIG) <= WS-DISPONIVEL
                       MOVE 'D' TO WS-CSG-SITUACAO(WS-IDX-CONSIG)
                       SUBTRACT WS-CSG-VALOR(WS-IDX-CONSIG)
                           FROM WS-DISPONIVEL
                       ADD WS-CSG-VALOR(WS-IDX-CONSIG)
                           TO WS-DESCONTO-CONSIGNADO
                   ELSE
                       MOVE 'N' TO WS-CSG-SITUACAO(WS-IDX-CONSIG)
                       DISPLAY 'CONSIGNADO DE ' FR-CODIGO
                           ' NAO DESCONTADO, SEM LIQUIDO: CONTRATO '
                           WS-CSG-CONTRATO(WS-IDX-CONSIG)
                   END-IF
                   PERFORM GRAVAR-DESCONTO-CONSIGNADO
               END-IF
           END-PERFORM.

      *O FGTS NAO E DESCONTO DO FUNCIONARIO: E DEPOSITO DO EMPREGADOR
      *SOBRE A REMUNERACAO DO MES, FORA DO LIQUIDO.
       CALCULAR-FGTS-FOLHA.
           MOVE WS-SALARIO-BRUTO TO WS-BASE-FGTS.
           COMPUTE WS-FGTS ROUNDED =
               WS-BASE-FGTS * WS-ALIQUOTA-FGTS.

      *ATRASADOS DO DISSIDIO DO FUNCIONARIO: LINHAS PENDENTES (SO NA
      *PRIMEIRA CORRIDA DA COMPETENCIA) OU JA PAGAS NESTA COMPETENCIA
      *(REEXECUCAO). A CHAVE DO REGISTRO COMECA PELO CODIGO.
       CALCULAR-ATRASADOS-FOLHA.
           MOVE ZEROS TO WS-ATR-MESES WS-ATR-DIF-MENSAL WS-ATR-DIF-13
               WS-ATR-DIF-FERIAS WS-ATR-DIFERENCA WS-ATR-INSS
               WS-ATR-IRRF WS-ATR-LIQUIDO WS-ATR-FGTS.
           IF WS-TEM-ATRASADOS NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.

           MOVE FR-CODIGO TO DIS-CODIGO.
           MOVE ZEROS     TO DIS-VIGENCIA DIS-COMPETENCIA.
           MOVE SPACES    TO DIS-ORIGEM.
           MOVE 'N' TO WS-DIS-EOF.
           START DISSIDIO-ATRASADOS KEY IS NOT LESS THAN DIS-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-DIS-EOF
           END-START.

           PERFORM UNTIL WS-DIS-EOF = 'Y'
               READ DISSIDIO-ATRASADOS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DIS-EOF
                   NOT AT END
                       IF DIS-CODIGO NOT = FR-CODIGO
                           MOVE 'Y' TO WS-DIS-EOF
                       ELSE
                           IF (DIS-SITUACAO = 'P'
                               AND WS-ACUM-JA-GRAVADO = 'N')
                               OR (DIS-SITUACAO = 'G'
                               AND DIS-COMPETENCIA-PAGTO
                                   = WS-COMPETENCIA)
                               PERFORM PAGAR-LINHA-ATRASADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-ATR-DIFERENCA = ZEROS
               EXIT PARAGRAPH
           END-IF.

      *IRRF DOS ATRASADOS: DEDUCAO DOS DEPENDENTES POR MES DE
      *COMPETENCIA (NO MINIMO UM) E FAIXA PELA MEDIA MENSAL DA BASE.
           IF WS-ATR-MESES = ZEROS
               MOVE 1 TO WS-ATR-MESES
           END-IF.
           COMPUTE WS-ATR-DEDUCAO =
               WS-QTD-DEPENDENTES * WS-DEDUCAO-DEP * WS-ATR-MESES.
           IF WS-ATR-DEDUCAO + WS-ATR-INSS >= WS-ATR-DIFERENCA
               MOVE ZEROS TO WS-ATR-BASE-IRRF
           ELSE
               COMPUTE WS-ATR-BASE-IRRF = WS-ATR-DIFERENCA
                   - WS-ATR-INSS - WS-ATR-DEDUCAO
           END-IF.
           COMPUTE WS-ATR-BASE-MES ROUNDED =
               WS-ATR-BASE-IRRF / WS-ATR-MESES.
           PERFORM BUSCAR-ALIQUOTA-IRRF-ATRASADO.
           COMPUTE WS-ATR-IRRF ROUNDED =
               WS-ATR-BASE-IRRF * WS-ATR-ALIQUOTA.

           COMPUTE WS-ATR-LIQUIDO = WS-ATR-DIFERENCA
               - WS-ATR-INSS - WS-ATR-IRRF.
           COMPUTE WS-ATR-FGTS ROUNDED =
               WS-ATR-DIFERENCA * WS-ALIQUOTA-FGTS.

      *INSS REFEITO DO PAGAMENTO ORIGINAL COM A DIFERENCA; NUNCA
      *NEGATIVO (A DIFERENCA NAO DEVOLVE INSS) NEM MAIOR QUE A
      *PROPRIA DIFERENCA (MUDANCA DE FAIXA). A LINHA PENDENTE E
      *MARCADA PAGA NESTA COMPETENCIA; UMA JA PAGA (REEXECUCAO) SO
      *VOLTA AO HOLERITE.
       PAGAR-LINHA-ATRASADO.
           IF DIS-SITUACAO = 'P'
               COMPUTE WS-ATR-BASE-INSS =
                   DIS-BRUTO-PAGO + DIS-DIFERENCA
               PERFORM BUSCAR-ALIQUOTA-INSS-ATRASADO
               COMPUTE WS-ATR-INSS-REVISTO ROUNDED =
                   WS-ATR-BASE-INSS * WS-ATR-ALIQUOTA
               IF WS-ATR-INSS-REVISTO > DIS-INSS-PAGO
                   SUBTRACT DIS-INSS-PAGO FROM WS-ATR-INSS-REVISTO
                       GIVING DIS-INSS-DIFERENCA
               ELSE
                   MOVE ZEROS TO DIS-INSS-DIFERENCA
               END-IF
               IF DIS-INSS-DIFERENCA > DIS-DIFERENCA
                   MOVE DIS-DIFERENCA TO DIS-INSS-DIFERENCA
               END-IF
               IF WS-MODO-FOLHA = 'F'
                   MOVE 'G'            TO DIS-SITUACAO
                   MOVE WS-COMPETENCIA TO DIS-COMPETENCIA-PAGTO
                   REWRITE DISSIDIO-ATRASADO-REC
                       INVALID KEY
                           DISPLAY 'ATRASADO NAO MARCADO PAGO: '
                               DIS-CODIGO ' ' DIS-COMPETENCIA
                               ' ' DIS-ORIGEM
                   END-REWRITE
               END-IF
           END-IF.

           EVALUATE DIS-ORIGEM
               WHEN 'M'
                   ADD 1 TO WS-ATR-MESES
                   ADD DIS-DIFERENCA TO WS-ATR-DIF-MENSAL
               WHEN '3'
                   ADD DIS-DIFERENCA TO WS-ATR-DIF-13
               WHEN OTHER
                   ADD DIS-DIFERENCA TO WS-ATR-DIF-FERIAS
           END-EVALUATE.
           ADD DIS-DIFERENCA      TO WS-ATR-DIFERENCA.
           ADD DIS-INSS-DIFERENCA TO WS-ATR-INSS.

       GRAVAR-CABECALHO-REGISTRO.
           IF WS-MODO-FOLHA = 'P'
               PERFORM GRAVAR-CABECALHO-PREVIA
               EXIT PARAGRAPH
           END-IF.
           MOVE 'REGISTRO DE FOLHA DE PAGAMENTO MENSAL'
               TO LINHA-REGISTRO.
           WRITE LINHA-REGISTRO.
           MOVE WS-LINHA-DETALHE   TO LINHA-REGISTRO.
           WRITE LINHA-REGISTRO.

       GRAVAR-ATRASADOS-REGISTRO.
           IF WS-MODO-FOLHA = 'P'
               EXIT PARAGRAPH
           END-IF.
           MOVE FR-CODIGO            TO DET-CODIGO.
           MOVE 'ATRASADOS DISSIDIO' TO DET-NOME.
           MOVE WS-ATR-DIFERENCA     TO DET-BRUTO.
           ADD WS-ATR-INSS WS-ATR-IRRF GIVING DET-DESCONTOS.
           MOVE WS-ATR-LIQUIDO       TO DET-LIQUIDO.
           MOVE WS-LINHA-DETALHE     TO LINHA-REGISTRO.
           WRITE LINHA-REGISTRO.

       GRAVAR-TOTAIS-REGISTRO.
           MOVE 'FUNCIONARIOS PAGOS..: ' TO TOT-ROTULO.
           MOVE WS-QTD-FUNCIONARIOS      TO TOT-VALOR.
           PERFORM GRAVAR-LINHA-TOTAL.

           MOVE 'TOTAL HORAS EXTRAS..: ' TO TOT-ROTULO.
           MOVE WS-TOTAL-EXTRAS          TO TOT-VALOR.
           PERFORM GRAVAR-LINHA-TOTAL.

           MOVE 'TOTAL AD. NOTURNO...: ' TO TOT-ROTULO.
           MOVE WS-TOTAL-NOTURNO         TO TOT-VALOR.
           PERFORM GRAVAR-LINHA-TOTAL.

           MOVE 'TOTAL FALTAS E DSR..: ' TO TOT-ROTULO.
           MOVE WS-TOTAL-FALTAS-DSR      TO TOT-VALOR.
           PERFORM GRAVAR-LINHA-TOTAL.

           MOVE 'TOTAL BRUTO.........: ' TO TOT-ROTULO.
           MOVE WS-TOTAL-BRUTO           TO TOT-VALOR.
           PERFORM GRAVAR-LINHA-TOTAL.
           MOVE WS-TOTAL-IRRF            TO TOT-VALOR.
           PERFORM GRAVAR-LINHA-TOTAL.

           MOVE 'TOTAL VALE-TRANSP...: ' TO TOT-ROTULO.
           MOVE WS-TOTAL-VT              TO TOT-VALOR.
           PERFORM GRAVAR-LINHA-TOTAL.

           MOVE 'TOTAL PLANO SAUDE...: ' TO TOT-ROTULO.
           MOVE WS-TOTAL-SAUDE           TO TOT-VALOR.
           PERFORM GRAVAR-LINHA-TOTAL.

           MOVE 'TOTAL CONSIGNADO....: ' TO TOT-ROTULO.
           MOVE WS-TOTAL-CONSIGNADO      TO TOT-VALOR.
           PERFORM GRAVAR-LINHA-TOTAL.

           MOVE 'ATRASADOS DISSIDIO..: ' TO TOT-ROTULO.
           MOVE WS-TOTAL-ATR-BRUTO       TO TOT-VALOR.
           PERFORM GRAVAR-LINHA-TOTAL.

           MOVE 'INSS ATRASADOS......: ' TO TOT-ROTULO.
           MOVE WS-TOTAL-ATR-INSS        TO TOT-VALOR.
           PERFORM GRAVAR-LINHA-TOTAL.

           MOVE 'IRRF ATRASADOS......: ' TO TOT-ROTULO.
           MOVE WS-TOTAL-ATR-IRRF        TO TOT-VALOR.
           PERFORM GRAVAR-LINHA-TOTAL.

           MOVE 'LIQUIDO ATRASADOS...: ' TO TOT-ROTULO.
           MOVE WS-TOTAL-ATR-LIQUIDO     TO TOT-VALOR.
           PERFORM GRAVAR-LINHA-TOTAL.

      *O CREDITO EM CONTA AMARRA NESTA LINHA: LIQUIDO DO MES MAIS O
      *DOS ATRASADOS.
           ADD WS-TOTAL-LIQUIDO WS-TOTAL-ATR-LIQUIDO
               GIVING WS-TOTAL-CREDITO.
           MOVE 'TOTAL LIQUIDO.......: ' TO TOT-ROTULO.
           MOVE WS-TOTAL-CREDITO         TO TOT-VALOR.
           PERFORM GRAVAR-LINHA-TOTAL.

           MOVE 'FGTS A DEPOSITAR....: ' TO TOT-ROTULO.
           ADD WS-TOTAL-FGTS WS-TOTAL-ATR-FGTS GIVING TOT-VALOR.
           PERFORM GRAVAR-LINHA-TOTAL.

      *NA PREVIA OS TOTAIS VAO PARA O RELATORIO DE VARIACAO.
       GRAVAR-LINHA-TOTAL.
           IF WS-MODO-FOLHA = 'P'
               MOVE WS-LINHA-TOTAL TO LINHA-PREVIA
               WRITE LINHA-PREVIA
           ELSE
               MOVE WS-LINHA-TOTAL TO LINHA-REGISTRO
               WRITE LINHA-REGISTRO
           END-IF.
           DISPLAY TOT-ROTULO TOT-VALOR.

      *UMA LINHA POR PLANO COM VIDAS NO MES E UMA DO VALE-TRANSPORTE:
      *CUSTO TOTAL A PAGAR AO FORNECEDOR, PARTE DESCONTADA DOS
      *FUNCIONARIOS E PARTE DA EMPRESA (A DIFERENCA).
       GRAVAR-FATURA-BENEFICIOS.
           OPEN OUTPUT FATURA-BENEFICIOS.
           MOVE SPACES TO LINHA-FATURA.
           STRING 'FATURA MENSAL DE BENEFICIOS - COMPETENCIA '
               WS-COMPETENCIA DELIMITED BY SIZE INTO LINHA-FATURA.
           WRITE LINHA-FATURA.
           MOVE 'PLANO DESCRICAO                      VIDAS '
               TO LINHA-FATURA.
           MOVE '      TOTAL FUNCIONARIO     EMPRESA'
               TO LINHA-FATURA(43:).
           WRITE LINHA-FATURA.

           MOVE ZEROS TO WS-FAT-VIDAS WS-FAT-CUSTO WS-FAT-FUNCIONARIO.
           PERFORM VARYING WS-IDX-PLANO FROM 1 BY 1
               UNTIL WS-IDX-PLANO > WS-QTD-PLANOS
               IF WS-PLA-VIDAS(WS-IDX-PLANO) > ZEROS
                   MOVE WS-PLA-CODIGO(WS-IDX-PLANO)    TO FAT-PLANO
                   MOVE WS-PLA-DESCRICAO(WS-IDX-PLANO) TO FAT-DESCRICAO
                   MOVE WS-PLA-VIDAS(WS-IDX-PLANO)     TO FAT-VIDAS
                   MOVE WS-PLA-CUSTO(WS-IDX-PLANO)     TO FAT-CUSTO
                   MOVE WS-PLA-FUNCIONARIO(WS-IDX-PLANO)
                       TO FAT-FUNCIONARIO
                   SUBTRACT WS-PLA-FUNCIONARIO(WS-IDX-PLANO)
                       FROM WS-PLA-CUSTO(WS-IDX-PLANO)
                       GIVING FAT-EMPRESA
                   PERFORM GRAVAR-LINHA-FATURA
                   ADD WS-PLA-VIDAS(WS-IDX-PLANO) TO WS-FAT-VIDAS
                   ADD WS-PLA-CUSTO(WS-IDX-PLANO) TO WS-FAT-CUSTO
                   ADD WS-PLA-FUNCIONARIO(WS-IDX-PLANO)
                       TO WS-FAT-FUNCIONARIO
               END-IF
           END-PERFORM.

           IF WS-QTD-OPTANTES-VT > ZEROS
               MOVE 'VT'                 TO FAT-PLANO
               MOVE 'VALE-TRANSPORTE'    TO FAT-DESCRICAO
               MOVE WS-QTD-OPTANTES-VT   TO FAT-VIDAS
               MOVE WS-TOTAL-CUSTO-VT    TO FAT-CUSTO
               MOVE WS-TOTAL-VT          TO FAT-FUNCIONARIO
               SUBTRACT WS-TOTAL-VT FROM WS-TOTAL-CUSTO-VT
                   GIVING FAT-EMPRESA
               PERFORM GRAVAR-LINHA-FATURA
               ADD WS-QTD-OPTANTES-VT TO WS-FAT-VIDAS
               ADD WS-TOTAL-CUSTO-VT  TO WS-FAT-CUSTO
               ADD WS-TOTAL-VT        TO WS-FAT-FUNCIONARIO
           END-IF.

           MOVE SPACES             TO FAT-PLANO.
           MOVE 'TOTAL DA FATURA'  TO FAT-DESCRICAO.
           MOVE WS-FAT-VIDAS       TO FAT-VIDAS.
           MOVE WS-FAT-CUSTO       TO FAT-CUSTO.
           MOVE WS-FAT-FUNCIONARIO TO FAT-FUNCIONARIO.
           SUBTRACT WS-FAT-FUNCIONARIO FROM WS-FAT-CUSTO
               GIVING FAT-EMPRESA.
           PERFORM GRAVAR-LINHA-FATURA.
           CLOSE FATURA-BENEFICIOS.

       GRAVAR-LINHA-FATURA.
           MOVE WS-LINHA-FATURA TO LINHA-FATURA.
           WRITE LINHA-FATURA.
           DISPLAY WS-LINHA-FATURA.

      *A COMPETENCIA JA GRAVADA NO ACUMULADO FICA COMO ESTA: E O
      *INFORME ANUAL QUE DEPENDE DE CADA MES APARECER UMA UNICA VEZ.
       CONFERIR-ACUMULADO-DO-MES.
           MOVE WS-IRRF             TO FAC-IRRF.
           MOVE WS-SALARIO-LIQUIDO  TO FAC-LIQUIDO.
           MOVE WS-QTD-DEPENDENTES  TO FAC-DEPENDENTES.
           MOVE WS-BASE-FGTS        TO FAC-BASE-FGTS.
           MOVE WS-FGTS             TO FAC-FGTS.
           MOVE ZEROS               TO FAC-MULTA-FGTS.
           WRITE FOLHA-ACUMULADA-REC.

       GRAVAR-TOTAL-ACUMULADO.
           MOVE WS-TOTAL-IRRF       TO FAC-IRRF.
           MOVE WS-TOTAL-LIQUIDO    TO FAC-LIQUIDO.
           MOVE ZEROS               TO FAC-DEPENDENTES.
           MOVE WS-TOTAL-BASE-FGTS  TO FAC-BASE-FGTS.
           MOVE WS-TOTAL-FGTS       TO FAC-FGTS.
           MOVE ZEROS               TO FAC-MULTA-FGTS.
           WRITE FOLHA-ACUMULADA-REC.

      *OS ATRASADOS DO DISSIDIO VAO PARA O ACUMULADO COMO EVENTO
      *PROPRIO (ORIGEM 'A'): DETALHE POR FUNCIONARIO E TOTAL DA
      *CORRIDA, FORA DO TOTAL 'M' DA FOLHA DO MES.
       GRAVAR-DETALHE-ATRASADOS.
           IF WS-ACUM-JA-GRAVADO = 'S' OR WS-MODO-FOLHA = 'P'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'D'                 TO FAC-TIPO.
           MOVE WS-COMPETENCIA      TO FAC-COMPETENCIA.
           MOVE 'A'                 TO FAC-ORIGEM.
           MOVE FR-CODIGO           TO FAC-CODIGO.
           MOVE WS-ATR-DIFERENCA    TO FAC-BRUTO.
           MOVE WS-ATR-INSS         TO FAC-INSS.
           MOVE WS-ATR-IRRF         TO FAC-IRRF.
           MOVE WS-ATR-LIQUIDO      TO FAC-LIQUIDO.
           MOVE WS-QTD-DEPENDENTES  TO FAC-DEPENDENTES.
           MOVE WS-ATR-DIFERENCA    TO FAC-BASE-FGTS.
           MOVE WS-ATR-FGTS         TO FAC-FGTS.
           MOVE ZEROS               TO FAC-MULTA-FGTS.
           WRITE FOLHA-ACUMULADA-REC.

       GRAVAR-TOTAL-ATRASADOS.
           IF WS-ACUM-JA-GRAVADO = 'S'
               OR WS-QTD-COM-ATRASADOS = ZEROS
               EXIT PARAGRAPH
           END-IF.
           MOVE 'T'                 TO FAC-TIPO.
           MOVE WS-COMPETENCIA      TO FAC-COMPETENCIA.
           MOVE 'A'                 TO FAC-ORIGEM.
           MOVE ZEROS               TO FAC-CODIGO.
           MOVE WS-TOTAL-ATR-BRUTO  TO FAC-BRUTO.
           MOVE WS-TOTAL-ATR-INSS   TO FAC-INSS.
           MOVE WS-TOTAL-ATR-IRRF   TO FAC-IRRF.
           MOVE WS-TOTAL-ATR-LIQUIDO TO FAC-LIQUIDO.
           MOVE ZEROS               TO FAC-DEPENDENTES.
           MOVE WS-TOTAL-ATR-BRUTO  TO FAC-BASE-FGTS.
           MOVE WS-TOTAL-ATR-FGTS   TO FAC-FGTS.
           MOVE ZEROS               TO FAC-MULTA-FGTS.
           WRITE FOLHA-ACUMULADA-REC.

      *PREVIA: O OPERADOR QUE RODA FICA NO CONTROLE (NAO PODE SER O
      *SUPERVISOR QUE APROVA) E O LIMITE DE VARIACAO E INFORMADO A CADA
      *PREVIA. FINAL: SO COM A PREVIA DA COMPETENCIA APROVADA.
       ESCOLHER-MODO-FOLHA.
           DISPLAY 'MODO DA FOLHA (P = PREVIA, F = FINAL): '.
           ACCEPT WS-MODO-FOLHA.
           EVALUATE WS-MODO-FOLHA
               WHEN 'P'
                   PERFORM PREPARAR-PREVIA
               WHEN 'F'
                   PERFORM CONFERIR-PREVIA-APROVADA
               WHEN OTHER
                   DISPLAY 'MODO INVALIDO, NADA PROCESSADO.'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       PREPARAR-PREVIA.
           DISPLAY 'DIGITE O ID DO OPERADOR: '.
           ACCEPT WS-OPERADOR-ID.
           IF WS-OPERADOR-ID = SPACES
               DISPLAY 'OPERADOR OBRIGATORIO NA PREVIA, NADA '
                   'PROCESSADO.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY 'LIMITE DE VARIACAO (5 DIGITOS, 2 DECIMAIS, '
               'EX.: 01000 = 10,00%; EM BRANCO = 10%): '.
           ACCEPT WS-LIMITE-DIGITADO.
           IF WS-LIMITE-DIGITADO NOT = SPACES
               IF WS-LIMITE-NUMERICO NOT NUMERIC
                   OR WS-LIMITE-NUMERICO = ZEROS
                   DISPLAY 'LIMITE DE VARIACAO INVALIDO, NADA '
                       'PROCESSADO.'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-LIMITE-NUMERICO TO WS-LIMITE-VARIACAO
           END-IF.

       CONFERIR-PREVIA-APROVADA.
           MOVE SPACES TO PRV-SITUACAO.
           OPEN INPUT PREVIA-CONTROLE.
           IF WS-PRV-STATUS = '00'
               MOVE WS-COMPETENCIA TO PRV-COMPETENCIA
               READ PREVIA-CONTROLE
                   INVALID KEY
                       MOVE SPACES TO PRV-SITUACAO
               END-READ
               IF PRV-SITUACAO = 'A'
                   MOVE PRV-QTD-FUNCIONARIOS TO WS-APR-QTD
                   MOVE PRV-TOTAL-BRUTO      TO WS-APR-BRUTO
                   MOVE PRV-TOTAL-CREDITO    TO WS-APR-CREDITO
                   DISPLAY 'PREVIA DE ' WS-COMPETENCIA ' APROVADA POR '
                       PRV-SUPERVISOR ' EM ' PRV-DATA-APROVACAO '.'
               END-IF
               CLOSE PREVIA-CONTROLE
           END-IF.

           IF PRV-SITUACAO NOT = 'A'
               DISPLAY 'PREVIA DA COMPETENCIA ' WS-COMPETENCIA
                   ' NAO APROVADA PELO SUPERVISOR: FOLHA FINAL NAO '
                   'INICIADA.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *ALTERACAO NO CADASTRO, NO PONTO OU NOS BENEFICIOS DEPOIS DA
      *PREVIA APROVADA MUDA A FINAL: A DIFERENCA E AVISADA (RETURN-CODE
      *4) PARA O FINANCEIRO CONFERIR ANTES DO CREDITO EM CONTA.
       CONFERIR-FINAL-COM-PREVIA.
           IF WS-QTD-FUNCIONARIOS NOT = WS-APR-QTD
               OR WS-TOTAL-BRUTO NOT = WS-APR-BRUTO
               OR WS-TOTAL-CREDITO NOT = WS-APR-CREDITO
               DISPLAY 'FOLHA FINAL DIFERENTE DA PREVIA APROVADA:'
               DISPLAY '  FUNCIONARIOS ' WS-QTD-FUNCIONARIOS
                   ' PREVIA ' WS-APR-QTD
               DISPLAY '  BRUTO ' WS-TOTAL-BRUTO
                   ' PREVIA ' WS-APR-BRUTO
               DISPLAY '  LIQUIDO ' WS-TOTAL-CREDITO
                   ' PREVIA ' WS-APR-CREDITO
               MOVE 4 TO RETURN-CODE
           END-IF.

      *DETALHES DA FOLHA MENSAL DA COMPETENCIA ANTERIOR E O TOTAL 'T'
      *DELA (PARA O RESUMO). SEM ACUMULADO, TODOS SAEM COMO NOVOS.
       CARREGAR-MES-ANTERIOR.
           MOVE WS-COMPETENCIA TO WS-COMP-ANTERIOR.
           IF WS-COMP-ANT-MES = 1
               SUBTRACT 1 FROM WS-COMP-ANT-ANO
               MOVE 12 TO WS-COMP-ANT-MES
           ELSE
               SUBTRACT 1 FROM WS-COMP-ANT-MES
           END-IF.

           MOVE ZEROS TO WS-QTD-ANTERIOR.
           MOVE ZEROS TO WS-ANT-TOTAL-BRUTO WS-ANT-TOTAL-LIQUIDO.
           MOVE 'N' TO WS-FAC-EOF.
           OPEN INPUT FOLHA-ACUMULADA.
           IF WS-FAC-STATUS NOT = '00'
               MOVE 'Y' TO WS-FAC-EOF
           END-IF.

           PERFORM UNTIL WS-FAC-EOF = 'Y'
               READ FOLHA-ACUMULADA
                   AT END
                       MOVE 'Y' TO WS-FAC-EOF
                   NOT AT END
                       IF FAC-COMPETENCIA = WS-COMP-ANTERIOR
                           AND FAC-ORIGEM = 'M'
                           IF FAC-TIPO = 'T'
                               MOVE FAC-BRUTO   TO WS-ANT-TOTAL-BRUTO
                               MOVE FAC-LIQUIDO TO WS-ANT-TOTAL-LIQUIDO
                           ELSE
                               PERFORM GUARDAR-FUNCIONARIO-ANTERIOR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FAC-STATUS = '00' OR WS-FAC-STATUS = '10'
               CLOSE FOLHA-ACUMULADA
           END-IF.

           IF WS-QTD-ANTERIOR = ZEROS
               DISPLAY 'SEM FOLHA DE ' WS-COMP-ANTERIOR ' NO '
                   'ACUMULADO: TODOS OS FUNCIONARIOS SAEM COMO NOVOS.'
           END-IF.

       GUARDAR-FUNCIONARIO-ANTERIOR.
           IF WS-QTD-ANTERIOR NOT < WS-MAX-ANTERIOR
               DISPLAY 'MAIS DE 200 FUNCIONARIOS EM ' WS-COMP-ANTERIOR
                   ', ' FAC-CODIGO ' FICA FORA DA COMPARACAO.'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-QTD-ANTERIOR.
           MOVE FAC-CODIGO  TO WS-ANT-CODIGO(WS-QTD-ANTERIOR).
           MOVE FAC-BRUTO   TO WS-ANT-BRUTO(WS-QTD-ANTERIOR).
           MOVE FAC-INSS    TO WS-ANT-INSS(WS-QTD-ANTERIOR).
           MOVE FAC-IRRF    TO WS-ANT-IRRF(WS-QTD-ANTERIOR).
           MOVE FAC-LIQUIDO TO WS-ANT-LIQUIDO(WS-QTD-ANTERIOR).
           MOVE 'N'         TO WS-ANT-PAGO(WS-QTD-ANTERIOR).

       GRAVAR-CABECALHO-PREVIA.
           MOVE SPACES TO LINHA-PREVIA.
           STRING 'PREVIA DA FOLHA MENSAL - COMPETENCIA '
               WS-COMPETENCIA ' CONTRA ' WS-COMP-ANTERIOR
               DELIMITED BY SIZE INTO LINHA-PREVIA.
           WRITE LINHA-PREVIA.
           DISPLAY LINHA-PREVIA.
           MOVE WS-LIMITE-VARIACAO TO WS-LIMITE-EDITADO.
           MOVE SPACES TO LINHA-PREVIA.
           STRING 'OPERADOR ' WS-OPERADOR-ID
               ' - LIMITE DE VARIACAO (%): ' WS-LIMITE-EDITADO
               DELIMITED BY SIZE INTO LINHA-PREVIA.
           WRITE LINHA-PREVIA.
           DISPLAY LINHA-PREVIA.

      *COMPARA O BRUTO, O INSS, O IRRF E O LIQUIDO DO MES (SEM OS
      *ATRASADOS, QUE TEM ORIGEM PROPRIA NO ACUMULADO).
       CONFERIR-VARIACAO-FUNCIONARIO.
           MOVE 'N' TO WS-ANT-ACHADO.
           PERFORM VARYING WS-IDX-ANT FROM 1 BY 1
                   UNTIL WS-IDX-ANT > WS-QTD-ANTERIOR
                   OR WS-ANT-ACHADO = 'Y'
               IF WS-ANT-CODIGO(WS-IDX-ANT) = FR-CODIGO
                   MOVE 'Y' TO WS-ANT-ACHADO
               END-IF
           END-PERFORM.

           IF WS-ANT-ACHADO = 'N'
               ADD 1 TO WS-QTD-NOVOS
               MOVE FR-CODIGO TO OCO-CODIGO
               MOVE FR-NOME   TO OCO-NOME
               MOVE 'FUNCIONARIO NOVO - LIQUIDO ATUAL'
                   TO OCO-MOTIVO
               MOVE WS-SALARIO-LIQUIDO TO OCO-VALOR
               MOVE WS-LINHA-OCORRENCIA TO LINHA-PREVIA
               WRITE LINHA-PREVIA
               EXIT PARAGRAPH
           END-IF.

      *O VARYING PAROU UMA POSICAO DEPOIS DO ACHADO.
           SUBTRACT 1 FROM WS-IDX-ANT.
           MOVE 'S' TO WS-ANT-PAGO(WS-IDX-ANT).
           MOVE 'N' TO WS-FUNC-VARIOU.

           MOVE 'BRUTO'            TO VAR-ITEM.
           MOVE WS-ANT-BRUTO(WS-IDX-ANT) TO WS-VAR-ANTERIOR.
           MOVE WS-SALARIO-BRUTO   TO WS-VAR-ATUAL.
           PERFORM COMPARAR-VALOR-ANTERIOR.

           MOVE 'INSS'             TO VAR-ITEM.
           MOVE WS-ANT-INSS(WS-IDX-ANT) TO WS-VAR-ANTERIOR.
           MOVE WS-INSS            TO WS-VAR-ATUAL.
           PERFORM COMPARAR-VALOR-ANTERIOR.

           MOVE 'IRRF'             TO VAR-ITEM.
           MOVE WS-ANT-IRRF(WS-IDX-ANT) TO WS-VAR-ANTERIOR.
           MOVE WS-IRRF            TO WS-VAR-ATUAL.
           PERFORM COMPARAR-VALOR-ANTERIOR.

           MOVE 'LIQUIDO'          TO VAR-ITEM.
           MOVE WS-ANT-LIQUIDO(WS-IDX-ANT) TO WS-VAR-ANTERIOR.
           MOVE WS-SALARIO-LIQUIDO TO WS-VAR-ATUAL.
           PERFORM COMPARAR-VALOR-ANTERIOR.

           IF WS-FUNC-VARIOU = 'S'
               ADD 1 TO WS-QTD-VARIACOES
           END-IF.

      *ASSUME VAR-ITEM, WS-VAR-ANTERIOR E WS-VAR-ATUAL CARREGADOS.
       COMPARAR-VALOR-ANTERIOR.
           IF WS-VAR-ATUAL = WS-VAR-ANTERIOR
               EXIT PARAGRAPH
           END-IF.

           IF WS-VAR-ANTERIOR = ZEROS
               MOVE 999.99 TO WS-VAR-PERCENTUAL
           ELSE
               COMPUTE WS-VAR-PERCENTUAL ROUNDED =
                   (WS-VAR-ATUAL - WS-VAR-ANTERIOR) * 100
                   / WS-VAR-ANTERIOR
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-VAR-PERCENTUAL
               END-COMPUTE
           END-IF.

           IF WS-VAR-PERCENTUAL < ZEROS
               COMPUTE WS-VAR-ABSOLUTO = 0 - WS-VAR-PERCENTUAL
           ELSE
               MOVE WS-VAR-PERCENTUAL TO WS-VAR-ABSOLUTO
           END-IF.
           IF WS-VAR-ABSOLUTO NOT > WS-LIMITE-VARIACAO
               EXIT PARAGRAPH
           END-IF.

           MOVE 'S'               TO WS-FUNC-VARIOU.
           MOVE FR-CODIGO         TO VAR-CODIGO.
           MOVE FR-NOME           TO VAR-NOME.
           MOVE WS-VAR-ANTERIOR   TO VAR-ANTERIOR.
           MOVE WS-VAR-ATUAL      TO VAR-ATUAL.
           MOVE WS-VAR-PERCENTUAL TO VAR-PERCENTUAL.
           MOVE WS-LINHA-VARIACAO TO LINHA-PREVIA.
           WRITE LINHA-PREVIA.

      *QUEM RECEBEU NO MES ANTERIOR E NAO ESTA NA PREVIA: DESLIGADO
      *(SITUACAO 'D') OU FORA DO CADASTRO.
       LISTAR-AUSENTES.
           PERFORM VARYING WS-IDX-ANT FROM 1 BY 1
                   UNTIL WS-IDX-ANT > WS-QTD-ANTERIOR
               IF WS-ANT-PAGO(WS-IDX-ANT) = 'N'
                   PERFORM GRAVAR-AUSENTE
               END-IF
           END-PERFORM.

       GRAVAR-AUSENTE.
           ADD 1 TO WS-QTD-AUSENTES.
           MOVE WS-ANT-CODIGO(WS-IDX-ANT)  TO OCO-CODIGO.
           MOVE WS-ANT-LIQUIDO(WS-IDX-ANT) TO OCO-VALOR.
           MOVE WS-ANT-CODIGO(WS-IDX-ANT)  TO FR-CODIGO.
           READ FUNCIONARIOS KEY IS FR-CODIGO
               INVALID KEY
                   MOVE SPACES TO OCO-NOME
                   MOVE 'AUSENTE (FORA DO CADASTRO) - LIQ. ANT.'
                       TO OCO-MOTIVO
               NOT INVALID KEY
                   MOVE FR-NOME TO OCO-NOME
                   IF FR-SITUACAO = 'D'
                       MOVE 'AUSENTE (DESLIGADO) - LIQ. ANTERIOR'
                           TO OCO-MOTIVO
                   ELSE
                       MOVE 'AUSENTE DA FOLHA - LIQUIDO ANTERIOR'
                           TO OCO-MOTIVO
                   END-IF
           END-READ.
           MOVE WS-LINHA-OCORRENCIA TO LINHA-PREVIA.
           WRITE LINHA-PREVIA.

       GRAVAR-RESUMO-PREVIA.
           MOVE 'FUNC. COM VARIACAO..: ' TO TOT-ROTULO.
           MOVE WS-QTD-VARIACOES         TO TOT-VALOR.
           PERFORM GRAVAR-LINHA-TOTAL.

           MOVE 'FUNCIONARIOS NOVOS..: ' TO TOT-ROTULO.
           MOVE WS-QTD-NOVOS             TO TOT-VALOR.
           PERFORM GRAVAR-LINHA-TOTAL.

           MOVE 'FUNC. AUSENTES......: ' TO TOT-ROTULO.
           MOVE WS-QTD-AUSENTES          TO TOT-VALOR.
           PERFORM GRAVAR-LINHA-TOTAL.

           MOVE 'BRUTO MES ANTERIOR..: ' TO TOT-ROTULO.
           MOVE WS-ANT-TOTAL-BRUTO       TO TOT-VALOR.
           PERFORM GRAVAR-LINHA-TOTAL.

           MOVE 'LIQUIDO MES ANTERIOR: ' TO TOT-ROTULO.
           MOVE WS-ANT-TOTAL-LIQUIDO     TO TOT-VALOR.
           PERFORM GRAVAR-LINHA-TOTAL.

      *UMA LINHA POR COMPETENCIA: NOVA PREVIA SUBSTITUI A ANTERIOR E
      *VOLTA A ESPERAR APROVACAO, MESMO QUE A ANTERIOR JA ESTIVESSE
      *APROVADA. O CONTROLE NASCE VAZIO NA PRIMEIRA PREVIA.
       REGISTRAR-PREVIA.
           OPEN I-O PREVIA-CONTROLE.
           IF WS-PRV-STATUS = '35'
               OPEN OUTPUT PREVIA-CONTROLE
               CLOSE PREVIA-CONTROLE
               OPEN I-O PREVIA-CONTROLE
           END-IF.
           IF WS-PRV-STATUS NOT = '00'
               DISPLAY 'CONTROLE DAS PREVIAS NAO ABRIU, STATUS: '
                   WS-PRV-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'Y' TO WS-PRV-EXISTE.
           MOVE WS-COMPETENCIA TO PRV-COMPETENCIA.
           READ PREVIA-CONTROLE
               INVALID KEY
                   MOVE 'N' TO WS-PRV-EXISTE
           END-READ.

           MOVE WS-COMPETENCIA      TO PRV-COMPETENCIA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PRV-DATA-PREVIA.
           MOVE WS-OPERADOR-ID      TO PRV-OPERADOR.
           MOVE WS-LIMITE-VARIACAO  TO PRV-LIMITE.
           MOVE WS-QTD-FUNCIONARIOS TO PRV-QTD-FUNCIONARIOS.
           MOVE WS-TOTAL-BRUTO      TO PRV-TOTAL-BRUTO.
           MOVE WS-TOTAL-CREDITO    TO PRV-TOTAL-CREDITO.
           MOVE WS-QTD-VARIACOES    TO PRV-VARIACOES.
           MOVE WS-QTD-NOVOS        TO PRV-NOVOS.
           MOVE WS-QTD-AUSENTES     TO PRV-AUSENTES.
           MOVE 'P'                 TO PRV-SITUACAO.
           MOVE SPACES              TO PRV-SUPERVISOR.
           MOVE ZEROS               TO PRV-DATA-APROVACAO.
           IF WS-PRV-EXISTE = 'Y'
               REWRITE PREVIA-CONTROLE-REC
           ELSE
               WRITE PREVIA-CONTROLE-REC
           END-IF.
           CLOSE PREVIA-CONTROLE.

           DISPLAY 'PREVIA DE ' WS-COMPETENCIA ' EM folha_previa.dat, '
               'AGUARDANDO APROVACAO DO SUPERVISOR.'.

      *PARCELAS QUE VENCEM NA COMPETENCIA ('A' EM ABERTO; 'F' QUANDO
      *A COBRANCA JA BAIXOU A PARCELA PELA FOLHA E O MES E REEXECUTADO)
      *DE CONTRATO CONSIGNADO ATIVO NO MASTER. SEM O MASTER OU SEM O
      *CRONOGRAMA NAO HA CONSIGNADO A DESCONTAR.
       CARREGAR-CONSIGNADOS.
           MOVE ZEROS TO WS-QTD-CONSIGNADOS.

           OPEN INPUT EMPRESTIMOS-MASTER.
           IF WS-EMM-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT PARCELAS.
           IF WS-PARC-STATUS NOT = '00'
               CLOSE EMPRESTIMOS-MASTER
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-PARC-EOF.
           PERFORM UNTIL WS-PARC-EOF = 'Y'
               READ PARCELAS
                   AT END
                       MOVE 'Y' TO WS-PARC-EOF
                   NOT AT END
                       IF PARC-DATA-VENCIMENTO(1:6) = WS-COMPETENCIA
                           AND (PARC-SITUACAO = 'A'
                               OR PARC-SITUACAO = 'F')
                           PERFORM CARREGAR-PARCELA-CONSIGNADA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PARCELAS.
           CLOSE EMPRESTIMOS-MASTER.

           IF WS-QTD-CONSIGNADOS = ZEROS OR WS-MODO-FOLHA = 'P'
               EXIT PARAGRAPH
           END-IF.

      *O REGISTRO DE DESCONTOS E INDEXADO E SO CRESCE; NASCE VAZIO
      *NA PRIMEIRA FOLHA COM CONSIGNADO.
           OPEN I-O CONSIGNADO-FOLHA.
           IF WS-CSG-STATUS = '35'
               OPEN OUTPUT CONSIGNADO-FOLHA
               CLOSE CONSIGNADO-FOLHA
               OPEN I-O CONSIGNADO-FOLHA
           END-IF.
           IF WS-CSG-STATUS NOT = '00'
               DISPLAY 'REGISTRO DO CONSIGNADO NAO ABRIU, STATUS: '
                   WS-CSG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CARREGAR-PARCELA-CONSIGNADA.
           MOVE PARC-CONTRATO TO EMM-CONTRATO.
           READ EMPRESTIMOS-MASTER KEY IS EMM-CONTRATO
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF EMM-CONSIGNADO NOT = 'S' OR EMM-SITUACAO NOT = 'A'
               EXIT PARAGRAPH
           END-IF.
           IF WS-QTD-CONSIGNADOS NOT < WS-MAX-CONSIGNADOS
               DISPLAY 'MAIS DE 200 PARCELAS DE CONSIGNADO NO MES, '
                   'CONTRATO ' PARC-CONTRATO ' FICA PARA A COBRANCA.'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-QTD-CONSIGNADOS.
           MOVE EMM-FUNCIONARIO
               TO WS-CSG-FUNCIONARIO(WS-QTD-CONSIGNADOS).
           MOVE PARC-CONTRATO  TO WS-CSG-CONTRATO(WS-QTD-CONSIGNADOS).
           MOVE PARC-NUMERO    TO WS-CSG-PARCELA(WS-QTD-CONSIGNADOS).
           MOVE PARC-DATA-VENCIMENTO
               TO WS-CSG-VENCIMENTO(WS-QTD-CONSIGNADOS).
           MOVE PARC-VALOR-MENSAL
               TO WS-CSG-VALOR(WS-QTD-CONSIGNADOS).
           MOVE SPACE TO WS-CSG-SITUACAO(WS-QTD-CONSIGNADOS).

      *PARCELA DE FUNCIONARIO QUE NAO PASSOU PELA FOLHA (DESLIGADO NO
      *MES OU FORA DO CADASTRO) NAO FOI DESCONTADA: VAI PARA O
      *REGISTRO COMO 'N' E A COBRANCA DEBITA NA CONTA. FECHA O
      *REGISTRO DO CONSIGNADO.
       GRAVAR-CONSIGNADOS-SEM-FOLHA.
           IF WS-QTD-CONSIGNADOS = ZEROS
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-IDX-CONSIG FROM 1 BY 1
                   UNTIL WS-IDX-CONSIG > WS-QTD-CONSIGNADOS
               IF WS-CSG-SITUACAO(WS-IDX-CONSIG) = SPACE
                   MOVE 'N' TO WS-CSG-SITUACAO(WS-IDX-CONSIG)
                   PERFORM GRAVAR-DESCONTO-CONSIGNADO
               END-IF
           END-PERFORM.
           IF WS-MODO-FOLHA = 'F'
               CLOSE CONSIGNADO-FOLHA
           END-IF.
           DISPLAY 'PARCELAS DE CONSIGNADO NO MES: ' WS-QTD-CONSIGNADOS
               ' NAO DESCONTADAS: ' WS-QTD-CONSIG-NAO-DESC.

      *ASSUME WS-IDX-CONSIG NA PARCELA. COMO O ACUMULADO, O REGISTRO
      *NAO RECEBE DE NOVO A COMPETENCIA JA GRAVADA (REEXECUCAO).
       GRAVAR-DESCONTO-CONSIGNADO.
           IF WS-CSG-SITUACAO(WS-IDX-CONSIG) = 'N'
               ADD 1 TO WS-QTD-CONSIG-NAO-DESC
           END-IF.
           IF WS-ACUM-JA-GRAVADO = 'S' OR WS-MODO-FOLHA = 'P'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-COMPETENCIA TO CSG-COMPETENCIA.
           MOVE WS-CSG-FUNCIONARIO(WS-IDX-CONSIG) TO CSG-FUNCIONARIO.
           MOVE WS-CSG-CONTRATO(WS-IDX-CONSIG)    TO CSG-CONTRATO.
           MOVE WS-CSG-PARCELA(WS-IDX-CONSIG)     TO CSG-PARCELA.
           MOVE WS-CSG-VENCIMENTO(WS-IDX-CONSIG)  TO CSG-VENCIMENTO.
           MOVE WS-CSG-VALOR(WS-IDX-CONSIG)       TO CSG-VALOR.
           MOVE WS-CSG-SITUACAO(WS-IDX-CONSIG)    TO CSG-SITUACAO.
           WRITE CONSIGNADO-FOLHA-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.

      *DUAS PASSADAS NO ARQUIVO DE PARAMETROS: A PRIMEIRA ESCOLHE, PARA
      *CADA TIPO, A DATA DE VIGENCIA MAIS RECENTE QUE NAO PASSA DA DATA
      *DE PROCESSAMENTO; A SEGUNDA CARREGA NAS TABELAS SO AS FAIXAS
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

      *UMA PASSADA SO: PARA CADA PLANO FICA A LINHA 'P' DE VIGENCIA
      *MAIS RECENTE QUE NAO PASSA DA DATA DE PROCESSAMENTO (UMA LINHA
      *MAIS NOVA SUBSTITUI A QUE JA ESTAVA NA TABELA). SEM O ARQUIVO
      *NAO HA PLANO COM PRECO, E O VALE-TRANSPORTE FICA NOS 6%.
       CARREGAR-TABELA-BENEFICIOS.
           MOVE ZEROS TO WS-QTD-PLANOS WS-VIG-VT.

           OPEN INPUT TABELA-BENEFICIOS.
           IF WS-TBB-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-TBB-EOF.
           PERFORM UNTIL WS-TBB-EOF = 'Y'
               READ TABELA-BENEFICIOS
                   AT END
                       MOVE 'Y' TO WS-TBB-EOF
                   NOT AT END
                       IF TBB-DATA-VIGENCIA <= WS-DATA-PROC
                           PERFORM CARREGAR-PRECO-VIGENTE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TABELA-BENEFICIOS.

       CARREGAR-PRECO-VIGENTE.
           IF TBB-TIPO = 'V'
               AND TBB-DATA-VIGENCIA > WS-VIG-VT
               MOVE TBB-DATA-VIGENCIA TO WS-VIG-VT
               MOVE TBB-PERCENTUAL    TO WS-PERC-VT
           END-IF.
           IF TBB-TIPO = 'P'
               MOVE TBB-PLANO TO WS-PLANO-PROCURADO
               PERFORM LOCALIZAR-PLANO
               IF WS-PLANO-ACHADO = 'N'
                   IF WS-QTD-PLANOS < WS-MAX-PLANOS
                       ADD 1 TO WS-QTD-PLANOS
                       MOVE WS-QTD-PLANOS TO WS-IDX-PLANO
                       MOVE TBB-PLANO TO WS-PLA-CODIGO(WS-IDX-PLANO)
                       MOVE ZEROS TO WS-PLA-VIGENCIA(WS-IDX-PLANO)
                           WS-PLA-VIDAS(WS-IDX-PLANO)
                           WS-PLA-CUSTO(WS-IDX-PLANO)
                           WS-PLA-FUNCIONARIO(WS-IDX-PLANO)
                       MOVE 'Y' TO WS-PLANO-ACHADO
                   ELSE
                       DISPLAY 'TABELA DE BENEFICIOS COM MAIS DE 20 '
                           'PLANOS, PLANO IGNORADO: ' TBB-PLANO
                   END-IF
               END-IF
               IF WS-PLANO-ACHADO = 'Y'
                   AND TBB-DATA-VIGENCIA > WS-PLA-VIGENCIA(WS-IDX-PLANO)
                   MOVE TBB-DATA-VIGENCIA
                       TO WS-PLA-VIGENCIA(WS-IDX-PLANO)
                   MOVE TBB-DESCRICAO
                       TO WS-PLA-DESCRICAO(WS-IDX-PLANO)
                   MOVE TBB-VALOR-TITULAR
                       TO WS-PLA-TITULAR(WS-IDX-PLANO)
                   MOVE TBB-VALOR-DEPENDENTE
                       TO WS-PLA-DEPENDENTE(WS-IDX-PLANO)
                   MOVE TBB-PERCENTUAL
                       TO WS-PLA-PERCENTUAL(WS-IDX-PLANO)
               END-IF
           END-IF.

      *DEVOLVE WS-IDX-PLANO NA ENTRADA DE WS-PLANO-PROCURADO, OU
      *WS-PLANO-ACHADO = 'N'.
       LOCALIZAR-PLANO.
           MOVE 'N' TO WS-PLANO-ACHADO.
           PERFORM VARYING WS-IDX-PLANO FROM 1 BY 1
               UNTIL WS-IDX-PLANO > WS-QTD-PLANOS
               OR WS-PLANO-ACHADO = 'Y'
               IF WS-PLA-CODIGO(WS-IDX-PLANO) = WS-PLANO-PROCURADO
                   MOVE 'Y' TO WS-PLANO-ACHADO
               END-IF
           END-PERFORM.
           IF WS-PLANO-ACHADO = 'Y'
               SUBTRACT 1 FROM WS-IDX-PLANO
           END-IF.

      *TODO PLANO COM INSCRITO TEM QUE TER PRECO VIGENTE ANTES DE
      *QUALQUER HOLERITE SAIR: DESCONTAR ZERO DE QUEM TEM PLANO E
      *EXATAMENTE O ACERTO A MAO QUE A FOLHA DEIXOU DE PRECISAR.
       CONFERIR-PLANOS-INSCRITOS.
           MOVE 'Y' TO WS-TEM-BENEFICIOS.
           OPEN INPUT BENEFICIOS.
           IF WS-BEN-STATUS NOT = '00'
               MOVE 'N' TO WS-TEM-BENEFICIOS
               DISPLAY 'SEM INSCRICOES EM BENEFICIOS (beneficios.dat):'
                   ' FOLHA SEM VALE-TRANSPORTE OU PLANO DE SAUDE.'
               EXIT PARAGRAPH
           END-IF.

           MOVE ZEROS TO WS-PLANOS-SEM-PRECO.
           MOVE 'N' TO WS-BEN-EOF.
           PERFORM UNTIL WS-BEN-EOF = 'Y'
               READ BENEFICIOS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BEN-EOF
                   NOT AT END
                       IF BEN-PLANO NOT = SPACES
                           MOVE BEN-PLANO TO WS-PLANO-PROCURADO
                           PERFORM LOCALIZAR-PLANO
                           IF WS-PLANO-ACHADO = 'N'
                               ADD 1 TO WS-PLANOS-SEM-PRECO
                               DISPLAY 'FUNCIONARIO ' BEN-CODIGO
                                   ' INSCRITO NO PLANO ' BEN-PLANO
                                   ' SEM PRECO VIGENTE.'
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BENEFICIOS.

           IF WS-PLANOS-SEM-PRECO > ZEROS
               DISPLAY 'CARREGUE OS PRECOS EM tabela_beneficios.dat '
                   'ANTES DE RODAR A FOLHA.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *CONTA OS DEPENDENTES DE WS-CODIGO-DEP NO ARQUIVO JA ABERTO PARA
      *A FOLHA INTEIRA.
       CONTAR-DEPENDENTES-FOLHA.
               COMPUTE WS-IRRF ROUNDED = WS-BASE-IRRF
                   * WS-IRRF-ALIQUOTA(WS-QTD-FAIXAS-IRRF)
           END-IF.

      *MESMAS FAIXAS, PARA OS ATRASADOS: BASE EM WS-ATR-BASE-INSS OU
      *WS-ATR-BASE-MES, ALIQUOTA DEVOLVIDA EM WS-ATR-ALIQUOTA.
       BUSCAR-ALIQUOTA-INSS-ATRASADO.
           MOVE 'N' TO WS-FAIXA-ACHADA.
           MOVE WS-INSS-ALIQUOTA(WS-QTD-FAIXAS-INSS) TO WS-ATR-ALIQUOTA.
           PERFORM VARYING WS-IDX-FAIXA FROM 1 BY 1
               UNTIL WS-IDX-FAIXA > WS-QTD-FAIXAS-INSS
               OR WS-FAIXA-ACHADA = 'Y'
               IF WS-ATR-BASE-INSS <= WS-INSS-ATE(WS-IDX-FAIXA)
                   MOVE WS-INSS-ALIQUOTA(WS-IDX-FAIXA)
                       TO WS-ATR-ALIQUOTA
                   MOVE 'Y' TO WS-FAIXA-ACHADA
               END-IF
           END-PERFORM.

       BUSCAR-ALIQUOTA-IRRF-ATRASADO.
           MOVE 'N' TO WS-FAIXA-ACHADA.
           MOVE WS-IRRF-ALIQUOTA(WS-QTD-FAIXAS-IRRF) TO WS-ATR-ALIQUOTA.
           PERFORM VARYING WS-IDX-FAIXA FROM 1 BY 1
               UNTIL WS-IDX-FAIXA > WS-QTD-FAIXAS-IRRF
               OR WS-FAIXA-ACHADA = 'Y'
               IF WS-ATR-BASE-MES <= WS-IRRF-ATE(WS-IDX-FAIXA)
                   MOVE WS-IRRF-ALIQUOTA(WS-IDX-FAIXA)
                       TO WS-ATR-ALIQUOTA
                   MOVE 'Y' TO WS-FAIXA-ACHADA
               END-IF
           END-PERFORM.
