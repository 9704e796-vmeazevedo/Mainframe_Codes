           'folha_rescisao_registro.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-REGR-STATUS.

           SELECT FOLHA-ACUMULADA ASSIGN TO 'folha_acumulada.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FAC-STATUS.

           SELECT CENTROS-CUSTO ASSIGN TO 'centros_custo.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CC-CODIGO
           FILE STATUS IS WS-CC-STATUS.

           SELECT BENEFICIOS ASSIGN TO 'beneficios.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BEN-CODIGO
           FILE STATUS IS WS-BEN-STATUS.

           SELECT TABELA-BENEFICIOS ASSIGN TO 'tabela_beneficios.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-TBB-STATUS.

           SELECT EMPRESTIMOS-MASTER ASSIGN TO 'emprestimos_master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMM-CONTRATO
           FILE STATUS IS WS-EMM-STATUS.

           SELECT EVENTOS-ESOCIAL ASSIGN TO 'eventos_esocial.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EVT-CHAVE
           FILE STATUS IS WS-EVT-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FD  REGISTRO-RESCISAO.
       01  LINHA-RESCISAO          PIC X(80).

      *ACUMULADO DA FOLHA (FACREC): A RESCISAO ENTRA COMO UMA CORRIDA
      *DE ORIGEM 'R' -- UM DETALHE 'D' E O TOTAL 'T' DELE -- COM O
      *FGTS DO MES RESCISORIO E A MULTA DE 40% QUANDO DEVIDA.
       FD  FOLHA-ACUMULADA.
       01  FOLHA-ACUMULADA-REC.
           COPY FACREC REPLACING ==:PREFIX:== BY ==FAC==.

      *CADASTRO DE CENTROS DE CUSTO: CADA FUNCIONARIO APONTA PARA UM,
      *E E NA CONTA DE DESPESA DELE QUE A CONTABILIZACAO DA FOLHA
      *DEBITA OS SALARIOS.
       FD  CENTROS-CUSTO.
       01  CENTRO-CUSTO-REC.
           COPY CCUSTOREC REPLACING ==:PREFIX:== BY ==CC==.

      *INSCRICOES NOS BENEFICIOS QUE A FOLHA MENSAL DESCONTA (PLANO DE
      *SAUDE E VALE-TRANSPORTE). A TABELA DE PRECOS SO E CONSULTADA
      *AQUI, PARA NAO INSCREVER NINGUEM EM PLANO QUE ELA NAO CONHECE.
       FD  BENEFICIOS.
       01  BENEFICIO-REC.
           COPY BENEFREC REPLACING ==:PREFIX:== BY ==BEN==.

       FD  TABELA-BENEFICIOS.
       01  TABELA-BENEFICIO-REC.
           COPY TABBENREC REPLACING ==:PREFIX:== BY ==TBB==.

      *EMPRESTIMOS CONSIGNADOS DO FUNCIONARIO DESLIGADO VOLTAM PARA A
      *COBRANCA NA CONTA.
       FD  EMPRESTIMOS-MASTER.
       01  EMPRESTIMO-MASTER-REC.
           COPY EMPMREC REPLACING ==:PREFIX:== BY ==EMM==.

      *FILA DE EVENTOS DO ESOCIAL: ADMISSAO, ALTERACAO DE SALARIO,
      *DESLIGAMENTO E ALTERACAO DE DEPENDENTES ENTRAM PENDENTES ('P')
      *QUANDO A ALTERACAO E GRAVADA; O ENVIO DIARIO (PROG41) MANDA.
       FD  EVENTOS-ESOCIAL.
       01  EVENTO-ESOCIAL-REC.
           COPY EVTREC REPLACING ==:PREFIX:== BY ==EVT==.

       WORKING-STORAGE SECTION.
       01  FUNCIONARIO.
           05 CODIGO     PIC 9(6).
           05 ENDERECO   PIC X(20).
           05 FILLER     PIC X(2) VALUE '  '.
           05 SALARIO    PIC 9(4)V9(2).
           05 FILLER     PIC X(2) VALUE '  '.
           05 CENTRO-CUSTO PIC 9(4).
       01  WS-FILE-STATUS   PIC X(2) VALUE '00'.
       01  WS-CAMPO-VALIDO  PIC X(1) VALUE 'N'.
      *BASE DE RETENCAO COM FOLGA PARA A RESCISAO: SALDO DE SALARIO
       01  WS-FERIAS-PROP      PIC 9(5)V9(2) VALUE ZEROS.
       01  WS-AVISO            PIC 9(5)V9(2) VALUE ZEROS.
       01  WS-LIQUIDO-RESCISAO PIC 9(6)V9(2) VALUE ZEROS.
      *FGTS DA RESCISAO: O DEPOSITO DO MES RESCISORIO INCIDE SOBRE O
      *SALDO DE SALARIO, O 13o PROPORCIONAL E O AVISO INDENIZADO
      *(FERIAS INDENIZADAS NAO ENTRAM). NA DISPENSA SEM JUSTA CAUSA A
      *MULTA E 40% DE TUDO O QUE FOI DEPOSITADO NO CONTRATO -- OS
      *DETALHES DO FUNCIONARIO NO ACUMULADO DA FOLHA -- MAIS O
      *DEPOSITO DO MES RESCISORIO.
       01  WS-FAC-STATUS       PIC X(2) VALUE '00'.
       01  WS-FAC-EOF          PIC X(1) VALUE 'N'.
       01  WS-SEM-JUSTA-CAUSA  PIC X(1) VALUE SPACES.
       01  WS-VIG-FGTS         PIC 9(8) VALUE ZEROS.
       01  WS-ALIQUOTA-FGTS    PIC 9V9(4) VALUE 0.0800.
       01  WS-BASE-FGTS        PIC 9(6)V9(2) VALUE ZEROS.
       01  WS-FGTS-RESCISAO    PIC 9(6)V9(2) VALUE ZEROS.
       01  WS-FGTS-DEPOSITADO  PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-MULTA-FGTS       PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-DEP-EOF          PIC X(1) VALUE 'N'.
      *'Y' ENQUANTO DEPENDENTES ESTA ABERTO PELO LOTE DE ADMISSOES --
      *CONTAR-DEPENDENTES ENTAO NAO ABRE/FECHA POR REGISTRO.
       01  WS-ENV-TEM-HEADER   PIC X(1)    VALUE 'N'.
       01  WS-ENV-TEM-TRAILER  PIC X(1)    VALUE 'N'.
       01  WS-ENV-OK           PIC X(1)    VALUE 'Y'.
      *CENTROS DE CUSTO: 0000 E 'A DEFINIR PELO RH' (ADMISSAO EM LOTE);
      *QUALQUER OUTRO CODIGO TEM QUE EXISTIR E ESTAR ATIVO NO CADASTRO.
       01  WS-CC-STATUS        PIC X(2) VALUE '00'.
       01  WS-CC-EOF           PIC X(1) VALUE 'N'.
       01  WS-CC-VALIDO        PIC X(1) VALUE 'N'.
       01  WS-OPCAO-CC         PIC X(1) VALUE SPACES.
       01  WS-CC-DESCRICAO     PIC X(30) VALUE SPACES.
       01  WS-CC-CONTA         PIC X(8) VALUE SPACES.
       01  WS-CC-SITUACAO      PIC X(1) VALUE SPACES.
      *BENEFICIOS: WS-BEN-NOVO 'S' QUANDO O FUNCIONARIO AINDA NAO TEM
      *INSCRICAO (WRITE EM VEZ DE REWRITE).
       01  WS-BEN-STATUS       PIC X(2) VALUE '00'.
       01  WS-BEN-EOF          PIC X(1) VALUE 'N'.
       01  WS-BEN-NOVO         PIC X(1) VALUE 'N'.
       01  WS-OPCAO-BEN        PIC X(1) VALUE SPACES.
       01  WS-TBB-STATUS       PIC X(2) VALUE '00'.
       01  WS-TBB-EOF          PIC X(1) VALUE 'N'.
       01  WS-PLANO-VALIDO     PIC X(1) VALUE 'N'.
       01  WS-EMM-STATUS       PIC X(2) VALUE '00'.
       01  WS-EMM-EOF          PIC X(1) VALUE 'N'.
       01  WS-QTD-CONSIG-REVERTIDOS PIC 9(3) VALUE ZEROS.
      *'Y' ENQUANTO A FILA DO ESOCIAL ESTA ABERTA PELO LOTE DE
      *ADMISSOES -- GRAVAR-EVENTO-ESOCIAL ENTAO NAO ABRE/FECHA POR
      *EVENTO.
       01  WS-EVT-STATUS       PIC X(2) VALUE '00'.
       01  WS-EVT-ABERTO       PIC X(1) VALUE 'N'.
       01  WS-EVT-TIPO         PIC X(1) VALUE SPACES.
       01  WS-EVT-ACAO         PIC X(1) VALUE SPACES.

      *TABELAS DE FAIXAS DO INSS E DO IRRF CARREGADAS DO ARQUIVO DE
      *PARAMETROS NA PARTIDA. CADA EXECUCAO USA A TABELA MAIS RECENTE
           DISPLAY '3 - MANUTENCAO (SALARIO/ENDERECO/DESLIGAMENTO)'.
           DISPLAY '4 - DEPENDENTES (INCLUIR/EXCLUIR/LISTAR)'.
           DISPLAY '5 - CONTA BANCARIA P/ CREDITO DE SALARIO'.
           DISPLAY '6 - CENTROS DE CUSTO (INCLUIR/ALTERAR/LISTAR)'.
           DISPLAY '7 - BENEFICIOS (PLANO DE SAUDE/VALE-TRANSPORTE)'.
           DISPLAY 'ESCOLHA UMA OPCAO: '.
           ACCEPT WS-MODO-OPERACAO.

                   PERFORM MANUTENCAO-DEPENDENTES
               WHEN '5'
                   PERFORM VINCULAR-CONTA-SALARIO
               WHEN '6'
                   PERFORM MANUTENCAO-CENTROS-CUSTO
               WHEN '7'
                   PERFORM MANUTENCAO-BENEFICIOS
               WHEN OTHER
                   PERFORM PROCESSAR-FUNCIONARIO-INTERATIVO
           END-EVALUATE.
           PERFORM ACEITAR-NOME.
           PERFORM ACEITAR-ENDERECO.
           PERFORM ACEITAR-SALARIO.
           PERFORM ACEITAR-CENTRO-CUSTO.

           DISPLAY '========================'
           DISPLAY FUNCIONARIO.
               MOVE 'Y' TO WS-DEP-ABERTO
           END-IF

           PERFORM ABRIR-EVENTOS-ESOCIAL
           MOVE 'Y' TO WS-EVT-ABERTO

           PERFORM UNTIL WS-EOF = 'Y'
               READ ADMISSOES
                   AT END
                           MOVE ADM-NOME     TO NOME
                           MOVE ADM-ENDERECO TO ENDERECO
                           MOVE ADM-SALARIO  TO SALARIO
                           MOVE ZEROS        TO CENTRO-CUSTO
                           DISPLAY '========================'
                           DISPLAY FUNCIONARIO
                           PERFORM SAVE-FUNCIONARIO
               CLOSE DEPENDENTES
               MOVE 'N' TO WS-DEP-ABERTO
           END-IF.
           CLOSE EVENTOS-ESOCIAL.
           MOVE 'N' TO WS-EVT-ABERTO.
           PERFORM FECHAR-ENVELOPE-HR.

      *MANUTENCAO CONTRA FR-CODIGO: ALTERACAO DE SALARIO, ALTERACAO DE
      *ENDERECO, DESLIGAMENTO E TROCA DE CENTRO DE CUSTO. TODA
      *ALTERACAO DE SALARIO (E TODO DESLIGAMENTO) VAI PARA O HISTORICO
      *DE SALARIOS COM VALOR ANTERIOR, VALOR NOVO, DATA E OPERADOR.
       MANUTENCAO-FUNCIONARIOS.
           DISPLAY 'DIGITE O ID DO OPERADOR: '.
           ACCEPT WS-OPERADOR-ID.
                   DISPLAY '1 - ALTERAR SALARIO'
                   DISPLAY '2 - ALTERAR ENDERECO'
                   DISPLAY '3 - DESLIGAR FUNCIONARIO'
                   DISPLAY '4 - ALTERAR CENTRO DE CUSTO'
                   DISPLAY '0 - VOLTAR'
                   DISPLAY 'ESCOLHA UMA OPCAO: '
                   ACCEPT WS-OPCAO-MANUTENCAO
                           PERFORM ALTERAR-ENDERECO
                       WHEN '3'
                           PERFORM DESLIGAR-FUNCIONARIO
                       WHEN '4'
                           PERFORM ALTERAR-CENTRO-CUSTO
                       WHEN '0'
                           CONTINUE
                       WHEN OTHER
                           NOT INVALID KEY
                               MOVE 'S' TO HSAL-TIPO
                               PERFORM GRAVAR-HISTORICO-SALARIO
                               IF FR-SALARIO NOT = WS-SALARIO-ANTERIOR
                                   PERFORM REGISTRAR-EVENTO-SALARIO
                               END-IF
                               DISPLAY 'SALARIO ALTERADO: ' FR-CODIGO
                       END-REWRITE
                   ELSE
                   END-REWRITE
           END-READ.

      *A TROCA VALE DAQUI EM DIANTE: A CONTABILIZACAO DA FOLHA DEBITA
      *A DESPESA NO CENTRO DE CUSTO QUE O FUNCIONARIO TEM QUANDO A
      *CORRIDA E CONTABILIZADA. SO ACEITA CENTRO ATIVO NO CADASTRO.
       ALTERAR-CENTRO-CUSTO.
           DISPLAY 'DIGITE O CODIGO DO FUNCIONARIO: '.
           ACCEPT FR-CODIGO.

           READ FUNCIONARIOS
               INVALID KEY
                   DISPLAY 'FUNCIONARIO NAO ENCONTRADO: ' FR-CODIGO
               NOT INVALID KEY
                   DISPLAY 'FUNCIONARIO: ' FR-NOME
                   DISPLAY 'CENTRO DE CUSTO ATUAL: ' FR-CENTRO-CUSTO
                   DISPLAY 'DIGITE O NOVO CENTRO DE CUSTO: '
                   ACCEPT CENTRO-CUSTO
                   PERFORM CONFERIR-CENTRO-CUSTO
                   IF WS-CC-VALIDO = 'Y' AND CENTRO-CUSTO > ZEROS
                       MOVE CENTRO-CUSTO TO FR-CENTRO-CUSTO
                       REWRITE FUNCIONARIO-REC
                           INVALID KEY
                               DISPLAY 'REGRAVACAO FALHOU: ' FR-CODIGO
                           NOT INVALID KEY
                               DISPLAY 'CENTRO DE CUSTO ALTERADO: '
                                   FR-CODIGO ' -> ' FR-CENTRO-CUSTO
                       END-REWRITE
                   ELSE
                       DISPLAY 'CENTRO DE CUSTO INVALIDO, NADA '
                           'ALTERADO.'
                   END-IF
           END-READ.

      *O DESLIGAMENTO NAO APAGA MAIS O REGISTRO: MARCA A SITUACAO
      *'D' (A FOLHA MENSAL, O 13o E O ACUMULO DE FERIAS PULAM OS
      *DESLIGADOS), CALCULA A RESCISAO -- SALDO DE SALARIO, 13o E
      *FERIAS PROPORCIONAIS COM O TERCO, AVISO PREVIO QUANDO
      *INDENIZADO, COM INSS E IRRF SOBRE AS VERBAS TRIBUTAVEIS -- E
      *DEIXA O TIPO 'D' NO HISTORICO COM O ULTIMO SALARIO. OS
      *EMPRESTIMOS CONSIGNADOS DELE DEIXAM DE SER DESCONTADOS NA FOLHA.
      *O EVENTO DE DESLIGAMENTO DO ESOCIAL LEVA O MOTIVO, O AVISO E O
      *LIQUIDO APURADOS EM CALCULAR-RESCISAO, E SO E GRAVADO QUANDO A
      *SITUACAO 'D' FOI REGRAVADA NO CADASTRO.
       DESLIGAR-FUNCIONARIO.
           DISPLAY 'DIGITE O CODIGO DO FUNCIONARIO: '.
           ACCEPT FR-CODIGO.
                               NOT INVALID KEY
                                   MOVE 'D' TO HSAL-TIPO
                                   PERFORM GRAVAR-HISTORICO-SALARIO
                                   PERFORM REGISTRAR-EVENTO-DESLIGAMENTO
                                   DISPLAY 'FUNCIONARIO DESLIGADO: '
                                       FR-CODIGO ' LIQUIDO DA '
                                       'RESCISAO ' WS-LIQUIDO-RESCISAO
                                   PERFORM REVERTER-CONSIGNADOS
                           END-REWRITE
                       ELSE
                           DISPLAY 'DESLIGAMENTO CANCELADO.'
                   END-IF
           END-READ.

      *CONTRATOS CONSIGNADOS ('S') DO DESLIGADO AINDA NAO QUITADOS
      *VOLTAM A 'N': A FOLHA PARA DE DESCONTAR E A COBRANCA NOTURNA
      *PASSA A DEBITAR AS PARCELAS NA CONTA DO CONTRATO. O CODIGO DO
      *FUNCIONARIO FICA NO CONTRATO. SEM MASTER NAO HA EMPRESTIMO.
       REVERTER-CONSIGNADOS.
           MOVE ZEROS TO WS-QTD-CONSIG-REVERTIDOS.
           MOVE 'N' TO WS-EMM-EOF.

           OPEN I-O EMPRESTIMOS-MASTER.
           IF WS-EMM-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EMM-EOF = 'Y'
               READ EMPRESTIMOS-MASTER NEXT
                   AT END
                       MOVE 'Y' TO WS-EMM-EOF
                   NOT AT END
                       IF EMM-CONSIGNADO = 'S'
                           AND EMM-FUNCIONARIO = FR-CODIGO
                           AND EMM-SITUACAO = 'A'
                           MOVE 'N' TO EMM-CONSIGNADO
                           REWRITE EMPRESTIMO-MASTER-REC
                               INVALID KEY
                                   DISPLAY 'CONSIGNADO NAO REVERTIDO: '
                                       EMM-CONTRATO
                               NOT INVALID KEY
                                   ADD 1 TO WS-QTD-CONSIG-REVERTIDOS
                                   DISPLAY 'CONSIGNADO ' EMM-CONTRATO
                                       ' VOLTA PARA COBRANCA NA CONTA '
                                       EMM-CONTA-DEBITO
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE EMPRESTIMOS-MASTER.
           IF WS-QTD-CONSIG-REVERTIDOS > ZEROS
               DISPLAY 'CONSIGNADOS REVERTIDOS: '
                   WS-QTD-CONSIG-REVERTIDOS
           END-IF.

      *VERBAS PROPORCIONAIS DA RESCISAO. AS TRIBUTAVEIS (SALDO DE
      *SALARIO E 13o PROPORCIONAL) PASSAM PELAS MESMAS FAIXAS DE
      *INSS/IRRF DA FOLHA; FERIAS INDENIZADAS COM O TERCO E AVISO
           ACCEPT WS-MESES-ANO.
           DISPLAY 'AVISO PREVIO INDENIZADO (S/N)? '.
           ACCEPT WS-AVISO-INDENIZADO.
           DISPLAY 'DISPENSA SEM JUSTA CAUSA (S/N)? '.
           ACCEPT WS-SEM-JUSTA-CAUSA.

           IF WS-DIAS-TRABALHADOS > 30
               MOVE 30 TO WS-DIAS-TRABALHADOS
               WS-SALDO-SALARIO + WS-13-PROPORCIONAL
               + WS-FERIAS-PROP + WS-AVISO - WS-INSS - WS-IRRF.

           PERFORM CALCULAR-FGTS-RESCISAO.

           PERFORM GRAVAR-HOLERITE-RESCISAO.
           PERFORM GRAVAR-REGISTRO-RESCISAO.
           PERFORM GRAVAR-ACUMULADO-RESCISAO.

           DISPLAY 'RESCISAO: SALDO ' WS-SALDO-SALARIO
               ' 13o ' WS-13-PROPORCIONAL
               ' AVISO ' WS-AVISO
               ' INSS ' WS-INSS ' IRRF ' WS-IRRF
               ' LIQUIDO ' WS-LIQUIDO-RESCISAO.
           DISPLAY 'FGTS DO MES RESCISORIO ' WS-FGTS-RESCISAO
               ' MULTA 40% ' WS-MULTA-FGTS.

      *A MULTA SO E DEVIDA NA DISPENSA SEM JUSTA CAUSA; A BASE DELA E
      *O FGTS JA DEPOSITADO NO CONTRATO (SOMA DOS DETALHES DO
      *FUNCIONARIO NO ACUMULADO) MAIS O DEPOSITO DO MES RESCISORIO.
       CALCULAR-FGTS-RESCISAO.
           COMPUTE WS-BASE-FGTS =
               WS-SALDO-SALARIO + WS-13-PROPORCIONAL + WS-AVISO.
           COMPUTE WS-FGTS-RESCISAO ROUNDED =
               WS-BASE-FGTS * WS-ALIQUOTA-FGTS.

           MOVE ZEROS TO WS-MULTA-FGTS.
           IF WS-SEM-JUSTA-CAUSA NOT = 'S' AND NOT = 's'
               EXIT PARAGRAPH
           END-IF.

           PERFORM SOMAR-FGTS-DEPOSITADO.
           COMPUTE WS-MULTA-FGTS ROUNDED =
               (WS-FGTS-DEPOSITADO + WS-FGTS-RESCISAO) * 0.40.

       SOMAR-FGTS-DEPOSITADO.
           MOVE ZEROS TO WS-FGTS-DEPOSITADO.
           MOVE 'N' TO WS-FAC-EOF.

           OPEN INPUT FOLHA-ACUMULADA.
           IF WS-FAC-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-FAC-EOF = 'Y'
               READ FOLHA-ACUMULADA
                   AT END
                       MOVE 'Y' TO WS-FAC-EOF
                   NOT AT END
                       IF FAC-TIPO = 'D' AND FAC-CODIGO = FR-CODIGO
                           ADD FAC-FGTS TO WS-FGTS-DEPOSITADO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FOLHA-ACUMULADA.

      *A RESCISAO VAI AO ACUMULADO COMO UMA CORRIDA PROPRIA (ORIGEM
      *'R'): BRUTO TRIBUTAVEL, RETENCOES, LIQUIDO DO ACERTO, O FGTS
      *DO MES RESCISORIO E A MULTA, NO DETALHE E NUM TOTAL IGUAL.
       GRAVAR-ACUMULADO-RESCISAO.
           OPEN EXTEND FOLHA-ACUMULADA.
           IF WS-FAC-STATUS = '35'
               OPEN OUTPUT FOLHA-ACUMULADA
           END-IF.

           MOVE 'D'                  TO FAC-TIPO.
           MOVE FUNCTION CURRENT-DATE(1:6) TO FAC-COMPETENCIA.
           MOVE 'R'                  TO FAC-ORIGEM.
           MOVE FR-CODIGO            TO FAC-CODIGO.
           MOVE WS-SALARIO-BRUTO     TO FAC-BRUTO.
           MOVE WS-INSS              TO FAC-INSS.
           MOVE WS-IRRF              TO FAC-IRRF.
           MOVE WS-LIQUIDO-RESCISAO  TO FAC-LIQUIDO.
           MOVE WS-QTD-DEPENDENTES   TO FAC-DEPENDENTES.
           MOVE WS-BASE-FGTS         TO FAC-BASE-FGTS.
           MOVE WS-FGTS-RESCISAO     TO FAC-FGTS.
           MOVE WS-MULTA-FGTS        TO FAC-MULTA-FGTS.
           WRITE FOLHA-ACUMULADA-REC.

           MOVE 'T'                  TO FAC-TIPO.
           MOVE ZEROS                TO FAC-CODIGO.
           MOVE ZEROS                TO FAC-DEPENDENTES.
           WRITE FOLHA-ACUMULADA-REC.

           CLOSE FOLHA-ACUMULADA.

       GRAVAR-HOLERITE-RESCISAO.
           OPEN EXTEND HOLERITES-RESCISAO.
               DELIMITED BY SIZE INTO LINHA-RESCISAO.
           WRITE LINHA-RESCISAO.

           MOVE SPACES TO LINHA-RESCISAO.
           STRING '       FGTS DO MES ' WS-FGTS-RESCISAO
               ' MULTA 40% ' WS-MULTA-FGTS
               DELIMITED BY SIZE INTO LINHA-RESCISAO.
           WRITE LINHA-RESCISAO.

           CLOSE REGISTRO-RESCISAO.

      *ASSUME HSAL-TIPO JA PREENCHIDO PELO CHAMADOR. ABRE/FECHA POR
               NOT INVALID KEY
                   DISPLAY 'DEPENDENTE INCLUIDO: ' DEP-CODIGO
                       '/' DEP-SEQ
                   MOVE 'I' TO WS-EVT-ACAO
                   PERFORM REGISTRAR-EVENTO-DEPENDENTE
           END-WRITE.

      *LE O DEPENDENTE ANTES DE EXCLUIR: O EVENTO DO ESOCIAL LEVA O
      *NOME E O NASCIMENTO DE QUEM SAIU.
       EXCLUIR-DEPENDENTE.
           DISPLAY 'DIGITE O CODIGO DO FUNCIONARIO: '.
           ACCEPT DEP-CODIGO.
           DISPLAY 'DIGITE A SEQUENCIA DO DEPENDENTE (01-99): '.
           ACCEPT DEP-SEQ.

           READ DEPENDENTES
               INVALID KEY
                   DISPLAY 'DEPENDENTE NAO ENCONTRADO: ' DEP-CODIGO
                       '/' DEP-SEQ
                   EXIT PARAGRAPH
           END-READ.

           DELETE DEPENDENTES RECORD
               INVALID KEY
                   DISPLAY 'DEPENDENTE NAO ENCONTRADO: ' DEP-CODIGO
               NOT INVALID KEY
                   DISPLAY 'DEPENDENTE EXCLUIDO: ' DEP-CODIGO
                       '/' DEP-SEQ
                   MOVE 'E' TO WS-EVT-ACAO
                   PERFORM REGISTRAR-EVENTO-DEPENDENTE
           END-DELETE.

       LISTAR-DEPENDENTES.
               END-IF
           END-PERFORM.

      *CADASTRO DE CENTROS DE CUSTO. CENTRO NAO E EXCLUIDO: INATIVADO
      *('I') NAO RECEBE MAIS FUNCIONARIOS, MAS OS QUE AINDA ESTAO NELE
      *CONTINUAM SENDO CONTABILIZADOS NA CONTA DE DESPESA DELE.
       MANUTENCAO-CENTROS-CUSTO.
           OPEN I-O CENTROS-CUSTO.
           IF WS-CC-STATUS = '35'
               OPEN OUTPUT CENTROS-CUSTO
               CLOSE CENTROS-CUSTO
               OPEN I-O CENTROS-CUSTO
           END-IF.

           MOVE SPACES TO WS-OPCAO-CC.
           PERFORM UNTIL WS-OPCAO-CC = '0'
               DISPLAY ' '
               DISPLAY '1 - INCLUIR CENTRO DE CUSTO'
               DISPLAY '2 - ALTERAR CENTRO DE CUSTO'
               DISPLAY '3 - LISTAR CENTROS DE CUSTO'
               DISPLAY '0 - VOLTAR'
               DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO-CC
               EVALUATE WS-OPCAO-CC
                   WHEN '1'
                       PERFORM INCLUIR-CENTRO-CUSTO
                   WHEN '2'
                       PERFORM ALTERAR-CADASTRO-CENTRO-CUSTO
                   WHEN '3'
                       PERFORM LISTAR-CENTROS-CUSTO
                   WHEN '0'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA. TENTE NOVAMENTE.'
               END-EVALUATE
           END-PERFORM.

           CLOSE CENTROS-CUSTO.

      *A CONTA DE DESPESA E A CONTA CONTABIL DE SALARIOS DO CENTRO
      *(A MESMA NUMERACAO DO MAPA CONTABIL, gl_mapa.dat).
       INCLUIR-CENTRO-CUSTO.
           DISPLAY 'DIGITE O CODIGO DO CENTRO DE CUSTO (0001-9999): '.
           ACCEPT CC-CODIGO.
           IF CC-CODIGO NOT NUMERIC OR CC-CODIGO = ZEROS
               DISPLAY 'CODIGO INVALIDO, NADA INCLUIDO.'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'DIGITE A DESCRICAO: '.
           ACCEPT CC-DESCRICAO.
           DISPLAY 'DIGITE A CONTA CONTABIL DE DESPESA DE SALARIOS: '.
           ACCEPT CC-CONTA-DESPESA.
           IF CC-DESCRICAO = SPACES OR CC-CONTA-DESPESA = SPACES
               DISPLAY 'DESCRICAO E CONTA DE DESPESA SAO '
                   'OBRIGATORIAS, NADA INCLUIDO.'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'A' TO CC-SITUACAO.

           WRITE CENTRO-CUSTO-REC
               INVALID KEY
                   DISPLAY 'CENTRO DE CUSTO JA CADASTRADO: ' CC-CODIGO
               NOT INVALID KEY
                   DISPLAY 'CENTRO DE CUSTO INCLUIDO: ' CC-CODIGO
           END-WRITE.

      *CAMPO DEIXADO EM BRANCO MANTEM O VALOR ATUAL.
       ALTERAR-CADASTRO-CENTRO-CUSTO.
           DISPLAY 'DIGITE O CODIGO DO CENTRO DE CUSTO: '.
           ACCEPT CC-CODIGO.

           READ CENTROS-CUSTO
               INVALID KEY
                   DISPLAY 'CENTRO DE CUSTO NAO ENCONTRADO: ' CC-CODIGO
               NOT INVALID KEY
                   DISPLAY 'DESCRICAO ATUAL: ' CC-DESCRICAO
                   DISPLAY 'CONTA DE DESPESA ATUAL: ' CC-CONTA-DESPESA
                   DISPLAY 'SITUACAO ATUAL: ' CC-SITUACAO
                   MOVE SPACES TO WS-CC-DESCRICAO WS-CC-CONTA
                       WS-CC-SITUACAO
                   DISPLAY 'NOVA DESCRICAO (BRANCO = MANTER): '
                   ACCEPT WS-CC-DESCRICAO
                   DISPLAY 'NOVA CONTA DE DESPESA (BRANCO = MANTER): '
                   ACCEPT WS-CC-CONTA
                   DISPLAY 'NOVA SITUACAO A/I (BRANCO = MANTER): '
                   ACCEPT WS-CC-SITUACAO
                   IF WS-CC-DESCRICAO NOT = SPACES
                       MOVE WS-CC-DESCRICAO TO CC-DESCRICAO
                   END-IF
                   IF WS-CC-CONTA NOT = SPACES
                       MOVE WS-CC-CONTA TO CC-CONTA-DESPESA
                   END-IF
                   IF WS-CC-SITUACAO = 'A' OR WS-CC-SITUACAO = 'I'
                       MOVE WS-CC-SITUACAO TO CC-SITUACAO
                   END-IF
                   REWRITE CENTRO-CUSTO-REC
                       INVALID KEY
                           DISPLAY 'REGRAVACAO FALHOU: ' CC-CODIGO
                       NOT INVALID KEY
                           DISPLAY 'CENTRO DE CUSTO ALTERADO: '
                               CC-CODIGO
                   END-REWRITE
           END-READ.

       LISTAR-CENTROS-CUSTO.
           MOVE 'N' TO WS-CC-EOF.
           MOVE ZEROS TO CC-CODIGO.
           START CENTROS-CUSTO KEY IS NOT LESS THAN CC-CODIGO
               INVALID KEY
                   MOVE 'Y' TO WS-CC-EOF
           END-START.

           PERFORM UNTIL WS-CC-EOF = 'Y'
               READ CENTROS-CUSTO NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CC-EOF
                   NOT AT END
                       DISPLAY CC-CODIGO ' ' CC-DESCRICAO ' '
                           CC-CONTA-DESPESA ' ' CC-SITUACAO
               END-READ
           END-PERFORM.

      *INSCRICAO NOS BENEFICIOS DESCONTADOS PELA FOLHA MENSAL. TIRAR
      *O FUNCIONARIO DE TUDO (SEM PLANO E SEM VALE) EXCLUI A
      *INSCRICAO.
       MANUTENCAO-BENEFICIOS.
           OPEN INPUT FUNCIONARIOS.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE FUNCIONARIOS NAO ABRIU, STATUS: '
                   WS-FILE-STATUS
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O BENEFICIOS.
           IF WS-BEN-STATUS = '35'
               OPEN OUTPUT BENEFICIOS
               CLOSE BENEFICIOS
               OPEN I-O BENEFICIOS
           END-IF.

           MOVE SPACES TO WS-OPCAO-BEN.
           PERFORM UNTIL WS-OPCAO-BEN = '0'
               DISPLAY ' '
               DISPLAY '1 - INSCREVER/ALTERAR BENEFICIOS'
               DISPLAY '2 - LISTAR INSCRICOES'
               DISPLAY '0 - VOLTAR'
               DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO-BEN
               EVALUATE WS-OPCAO-BEN
                   WHEN '1'
                       PERFORM INSCREVER-BENEFICIOS
                   WHEN '2'
                       PERFORM LISTAR-BENEFICIOS
                   WHEN '0'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA. TENTE NOVAMENTE.'
               END-EVALUATE
           END-PERFORM.

           CLOSE BENEFICIOS.
           CLOSE FUNCIONARIOS.

      *OS DEPENDENTES DO PLANO SAEM DOS CADASTRADOS EM
      *dependentes.dat: NAO SE INSCREVE MAIS DO QUE HA LA. O CUSTO DO
      *VALE E O DAS PASSAGENS DO MES; O DESCONTO (ATE 6% DO SALARIO)
      *E CALCULADO PELA FOLHA.
       INSCREVER-BENEFICIOS.
           DISPLAY 'DIGITE O CODIGO DO FUNCIONARIO: '.
           ACCEPT FR-CODIGO.
           READ FUNCIONARIOS
               INVALID KEY
                   DISPLAY 'FUNCIONARIO NAO ENCONTRADO: ' FR-CODIGO
                   EXIT PARAGRAPH
           END-READ.
           IF FR-SITUACAO = 'D'
               DISPLAY 'FUNCIONARIO DESLIGADO, NADA GRAVADO.'
               EXIT PARAGRAPH
           END-IF.

           MOVE FR-CODIGO TO BEN-CODIGO.
           MOVE 'N' TO WS-BEN-NOVO.
           READ BENEFICIOS
               INVALID KEY
                   MOVE 'S' TO WS-BEN-NOVO
                   MOVE SPACES TO BEN-PLANO
                   MOVE ZEROS TO BEN-DEPENDENTES-PLANO BEN-CUSTO-VT
                   MOVE 'N' TO BEN-OPTA-VT
           END-READ.

           DISPLAY 'FUNCIONARIO: ' FR-NOME.
           DISPLAY 'PLANO ATUAL: ' BEN-PLANO
               '  DEPENDENTES NO PLANO: ' BEN-DEPENDENTES-PLANO.
           DISPLAY 'VALE-TRANSPORTE: ' BEN-OPTA-VT
               '  CUSTO MENSAL: ' BEN-CUSTO-VT.

           DISPLAY 'PLANO DE SAUDE (BRANCO = SEM PLANO): '.
           ACCEPT BEN-PLANO.
           IF BEN-PLANO = SPACES
               MOVE ZEROS TO BEN-DEPENDENTES-PLANO
           ELSE
               PERFORM CONFERIR-PLANO-SAUDE
               IF WS-PLANO-VALIDO = 'N'
                   DISPLAY 'PLANO SEM PRECO EM tabela_beneficios.dat, '
                       'NADA GRAVADO.'
                   EXIT PARAGRAPH
               END-IF
               MOVE FR-CODIGO TO WS-CODIGO-DEP
               PERFORM CONTAR-DEPENDENTES
               DISPLAY 'DEPENDENTES CADASTRADOS: ' WS-QTD-DEPENDENTES
               DISPLAY 'DEPENDENTES COBERTOS PELO PLANO: '
               ACCEPT BEN-DEPENDENTES-PLANO
               IF BEN-DEPENDENTES-PLANO NOT NUMERIC
                   OR BEN-DEPENDENTES-PLANO > WS-QTD-DEPENDENTES
                   DISPLAY 'MAIS DEPENDENTES QUE OS CADASTRADOS, '
                       'NADA GRAVADO.'
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           DISPLAY 'OPTA PELO VALE-TRANSPORTE (S/N): '.
           ACCEPT BEN-OPTA-VT.
           IF BEN-OPTA-VT = 'S'
               DISPLAY 'CUSTO MENSAL DAS PASSAGENS: '
               ACCEPT BEN-CUSTO-VT
               IF BEN-CUSTO-VT NOT NUMERIC OR BEN-CUSTO-VT = ZEROS
                   DISPLAY 'CUSTO INVALIDO, NADA GRAVADO.'
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE 'N' TO BEN-OPTA-VT
               MOVE ZEROS TO BEN-CUSTO-VT
           END-IF.

           IF BEN-PLANO = SPACES AND BEN-OPTA-VT = 'N'
               IF WS-BEN-NOVO = 'N'
                   DELETE BENEFICIOS RECORD
                   DISPLAY 'INSCRICAO EXCLUIDA: ' BEN-CODIGO
               ELSE
                   DISPLAY 'SEM BENEFICIOS, NADA GRAVADO.'
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF WS-BEN-NOVO = 'S'
               WRITE BENEFICIO-REC
               DISPLAY 'INSCRICAO GRAVADA: ' BEN-CODIGO
           ELSE
               REWRITE BENEFICIO-REC
               DISPLAY 'INSCRICAO ALTERADA: ' BEN-CODIGO
           END-IF.

      *PLANO VALIDO: TEM ALGUMA LINHA 'P' NA TABELA DE PRECOS, MESMO
      *QUE SO COM VIGENCIA FUTURA (A FOLHA CONFERE O PRECO VIGENTE).
       CONFERIR-PLANO-SAUDE.
           MOVE 'N' TO WS-PLANO-VALIDO.
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
                       IF TBB-TIPO = 'P' AND TBB-PLANO = BEN-PLANO
                           MOVE 'Y' TO WS-PLANO-VALIDO
                           MOVE 'Y' TO WS-TBB-EOF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TABELA-BENEFICIOS.

       LISTAR-BENEFICIOS.
           MOVE 'N' TO WS-BEN-EOF.
           MOVE ZEROS TO BEN-CODIGO.
           START BENEFICIOS KEY IS NOT LESS THAN BEN-CODIGO
               INVALID KEY
                   MOVE 'Y' TO WS-BEN-EOF
           END-START.

           PERFORM UNTIL WS-BEN-EOF = 'Y'
               READ BENEFICIOS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BEN-EOF
                   NOT AT END
                       DISPLAY BEN-CODIGO ' PLANO ' BEN-PLANO
                           ' DEP ' BEN-DEPENDENTES-PLANO
                           ' VT ' BEN-OPTA-VT ' ' BEN-CUSTO-VT
               END-READ
           END-PERFORM.

      *VINCULA (OU DESFAZ O VINCULO DE) UM FUNCIONARIO A UMA CONTA DO
      *MASTER DE CONTAS: CONTA ZERADA REMOVE O VINCULO. O NUMERO NAO
      *E VALIDADO CONTRA O MASTER AQUI (ARQUIVO DO OUTRO LADO DA
               END-IF
           END-PERFORM.

      *0000 DEIXA O CENTRO A DEFINIR PELO RH (MESMO CASO DA ADMISSAO
      *EM LOTE); A CONTABILIZACAO DA FOLHA RECUSA A CORRIDA ENQUANTO
      *HOUVER FUNCIONARIO PAGO SEM CENTRO DE CUSTO.
       ACEITAR-CENTRO-CUSTO.
           MOVE 'N' TO WS-CAMPO-VALIDO.
           PERFORM UNTIL WS-CAMPO-VALIDO = 'Y'
               DISPLAY 'Digite o centro de custo (0000 = a definir):'
               ACCEPT CENTRO-CUSTO
               IF CENTRO-CUSTO IS NUMERIC AND CENTRO-CUSTO = ZEROS
                   DISPLAY 'CENTRO DE CUSTO A DEFINIR PELO RH.'
                   MOVE 'Y' TO WS-CAMPO-VALIDO
               ELSE
                   PERFORM CONFERIR-CENTRO-CUSTO
                   IF WS-CC-VALIDO = 'Y'
                       MOVE 'Y' TO WS-CAMPO-VALIDO
                   ELSE
                       DISPLAY 'CENTRO DE CUSTO INEXISTENTE OU '
                           'INATIVO. TENTE NOVAMENTE.'
                   END-IF
               END-IF
           END-PERFORM.

      *CENTRO-CUSTO VALIDO: NUMERICO, NO CADASTRO E ATIVO. ABRE O
      *CADASTRO SO PARA A CONSULTA, COMO CONTAR-DEPENDENTES.
       CONFERIR-CENTRO-CUSTO.
           MOVE 'N' TO WS-CC-VALIDO.
           IF CENTRO-CUSTO NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT CENTROS-CUSTO.
           IF WS-CC-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE CENTROS DE CUSTO NAO ABRIU, '
                   'STATUS: ' WS-CC-STATUS
               EXIT PARAGRAPH
           END-IF.

           MOVE CENTRO-CUSTO TO CC-CODIGO.
           READ CENTROS-CUSTO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CC-SITUACAO = 'A'
                       MOVE 'Y' TO WS-CC-VALIDO
                   END-IF
           END-READ.

           CLOSE CENTROS-CUSTO.

      *ASSUME QUE FUNCIONARIOS JA ESTA ABERTO (I-O) PELO CHAMADOR --
      *ISSO PERMITE ABRIR UMA UNICA VEZ PARA O LOTE INTEIRO EM VEZ DE
      *A CADA REGISTRO.
           MOVE ENDERECO TO FR-ENDERECO.
           MOVE SALARIO  TO FR-SALARIO.
           MOVE 'A'      TO FR-SITUACAO.
           MOVE CENTRO-CUSTO TO FR-CENTRO-CUSTO.

           WRITE FUNCIONARIO-REC
               INVALID KEY
                   DISPLAY 'CODIGO JA CADASTRADO: ' CODIGO
               NOT INVALID KEY
                   DISPLAY 'FUNCIONARIO GRAVADO: ' CODIGO
                   PERFORM REGISTRAR-EVENTO-ADMISSAO
           END-WRITE.

      *EVENTOS DO ESOCIAL. CADA REGISTRAR-EVENTO-* MONTA O EVENTO A
      *PARTIR DO QUE ACABOU DE SER GRAVADO E O ACRESCENTA A FILA,
      *PENDENTE, COM A DATA DE HOJE COMO DATA DO EVENTO.
       REGISTRAR-EVENTO-ADMISSAO.
           MOVE 'A'      TO WS-EVT-TIPO.
           PERFORM PREPARAR-EVENTO-ESOCIAL.
           MOVE CODIGO   TO EVT-CODIGO.
           MOVE NOME     TO EVT-NOME.
           MOVE SALARIO  TO EVT-SALARIO.
           PERFORM GRAVAR-EVENTO-ESOCIAL.

       REGISTRAR-EVENTO-SALARIO.
           MOVE 'S'                 TO WS-EVT-TIPO.
           PERFORM PREPARAR-EVENTO-ESOCIAL.
           MOVE FR-CODIGO           TO EVT-CODIGO.
           MOVE FR-NOME             TO EVT-NOME.
           MOVE FR-SALARIO          TO EVT-SALARIO.
           MOVE WS-SALARIO-ANTERIOR TO EVT-SALARIO-ANTERIOR.
           PERFORM GRAVAR-EVENTO-ESOCIAL.

      *MOTIVO 'S' = DISPENSA SEM JUSTA CAUSA, 'O' = OUTROS MOTIVOS.
       REGISTRAR-EVENTO-DESLIGAMENTO.
           MOVE 'D'                 TO WS-EVT-TIPO.
           PERFORM PREPARAR-EVENTO-ESOCIAL.
           MOVE FR-CODIGO           TO EVT-CODIGO.
           MOVE FR-NOME             TO EVT-NOME.
           MOVE FR-SALARIO          TO EVT-SALARIO.
           MOVE FR-SALARIO          TO EVT-SALARIO-ANTERIOR.
           IF WS-SEM-JUSTA-CAUSA = 'S' OR WS-SEM-JUSTA-CAUSA = 's'
               MOVE 'S' TO EVT-MOTIVO
           ELSE
               MOVE 'O' TO EVT-MOTIVO
           END-IF.
           IF WS-AVISO-INDENIZADO = 'S' OR WS-AVISO-INDENIZADO = 's'
               MOVE 'S' TO EVT-AVISO
           ELSE
               MOVE 'N' TO EVT-AVISO
           END-IF.
           MOVE WS-LIQUIDO-RESCISAO TO EVT-LIQUIDO-RESCISAO.
           PERFORM GRAVAR-EVENTO-ESOCIAL.

      *ASSUME WS-EVT-ACAO ('I' OU 'E') JA PREENCHIDO PELO CHAMADOR E
      *O DEPENDENTE EM DEPENDENTE-REC.
       REGISTRAR-EVENTO-DEPENDENTE.
           MOVE 'P'            TO WS-EVT-TIPO.
           PERFORM PREPARAR-EVENTO-ESOCIAL.
           MOVE WS-EVT-ACAO    TO EVT-ACAO.
           MOVE DEP-CODIGO     TO EVT-CODIGO.
           MOVE DEP-SEQ        TO EVT-DEP-SEQ.
           MOVE DEP-NOME       TO EVT-DEP-NOME.
           MOVE DEP-NASCIMENTO TO EVT-DEP-NASCIMENTO.
           PERFORM GRAVAR-EVENTO-ESOCIAL.

      *ASSUME WS-EVT-TIPO JA PREENCHIDO PELO CHAMADOR. LIMPA O
      *EVENTO E CARIMBA O TIPO, O REGISTRO, A DATA E O OPERADOR.
       PREPARAR-EVENTO-ESOCIAL.
           MOVE SPACES TO EVENTO-ESOCIAL-REC.
           MOVE WS-EVT-TIPO TO EVT-TIPO.
           MOVE ZEROS TO EVT-CODIGO EVT-DEP-SEQ EVT-SALARIO
               EVT-SALARIO-ANTERIOR EVT-DEP-NASCIMENTO
               EVT-LIQUIDO-RESCISAO EVT-LOTE EVT-DATA-ENVIO
               EVT-TENTATIVAS.
           MOVE FUNCTION CURRENT-DATE(1:16) TO EVT-REGISTRO.
           MOVE FUNCTION CURRENT-DATE(1:8)  TO EVT-DATA-EVENTO.
           IF WS-OPERADOR-ID = SPACES
               MOVE 'PROG29B' TO EVT-OPERADOR
           ELSE
               MOVE WS-OPERADOR-ID TO EVT-OPERADOR
           END-IF.
           MOVE 'P' TO EVT-SITUACAO.

      *NO LOTE DE ADMISSOES A FILA JA ESTA ABERTA (WS-EVT-ABERTO);
      *NOS DEMAIS CAMINHOS ABRE E FECHA POR EVENTO, COMO AS TRILHAS.
       GRAVAR-EVENTO-ESOCIAL.
           IF WS-EVT-ABERTO NOT = 'Y'
               PERFORM ABRIR-EVENTOS-ESOCIAL
           END-IF.

           WRITE EVENTO-ESOCIAL-REC
               INVALID KEY
                   DISPLAY 'EVENTO ESOCIAL NAO GRAVADO: ' EVT-TIPO
                       ' ' EVT-CODIGO ' STATUS ' WS-EVT-STATUS
           END-WRITE.

           IF WS-EVT-ABERTO NOT = 'Y'
               CLOSE EVENTOS-ESOCIAL
           END-IF.

       ABRIR-EVENTOS-ESOCIAL.
           OPEN I-O EVENTOS-ESOCIAL.
           IF WS-EVT-STATUS = '35'
               OPEN OUTPUT EVENTOS-ESOCIAL
               CLOSE EVENTOS-ESOCIAL
               OPEN I-O EVENTOS-ESOCIAL
           END-IF.

      *ASSUME QUE O ENVELOPE HR JA ESTA ABERTO (VER ABRIR-ENVELOPE-HR)
      *PELO CHAMADOR. SO CHAMAR QUANDO WS-FUNCIONARIO-SALVO = 'Y'
      *(VER PROCESSAR-*-FUNCIONARIO*).
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
