      ******************************************************************
      * Author: Vinicius Azevedo
      * Date: 15/10/2026
      * Purpose: Dissidio coletivo - reajuste retroativo e atrasados
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PROG40.
      *Aplica o reajuste da convencao coletiva (dissidio), que o
      *sindicato assina meses depois da data-base, e apura o que cada
      *funcionario deixou de receber desde ela -- conta que o RH
      *fazia na mao. O operador informa o percentual e a data de
      *vigencia do reajuste:
      *  - o salario de cada funcionario ativo (FR-SALARIO) e
      *    reajustado, com o rastro tipo 'C' (reajuste coletivo) no
      *    historico de salarios;
      *  - cada pagamento do acumulado da folha (folha_acumulada.dat)
      *    desde a competencia da vigencia -- folha mensal (origem
      *    'M'), 13o cheio da segunda parcela ('3') e ferias ('F') --
      *    gera uma linha de diferenca (bruto pago vezes o percentual)
      *    no registro de atrasados do dissidio
      *    (dissidio_atrasados.dat), pendente ('P');
      *  - o registro impresso (dissidio_registro.dat) lista salario
      *    anterior e novo e as diferencas por funcionario;
      *  - cada reajuste entra na fila de eventos do eSocial
      *    (eventos_esocial.dat) como alteracao de salario, com a
      *    vigencia como data do evento.
      *Os atrasados sao pagos como evento proprio na proxima folha
      *mensal (PROG30), com INSS e IRRF proprios e linhas proprias no
      *holerite. Cada dissidio aplicado fica no controle
      *(dissidio_ctl.dat), gravado ANTES da primeira alteracao: a
      *mesma vigencia nao e aplicada duas vezes, nem depois de uma
      *corrida interrompida (confira o historico de salarios).
      *Termina com RETURN-CODE 8 sem alterar nada quando os dados
      *informados sao invalidos, a vigencia ja foi aplicada ou algum
      *salario reajustado nao cabe no cadastro.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIOS ASSIGN TO 'funcionarios.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FR-CODIGO
           FILE STATUS IS WS-FILE-STATUS.

           SELECT FOLHA-ACUMULADA ASSIGN TO 'folha_acumulada.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FAC-STATUS.

           SELECT DISSIDIO-ATRASADOS ASSIGN TO 'dissidio_atrasados.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DIS-CHAVE
           FILE STATUS IS WS-DIS-STATUS.

           SELECT DISSIDIO-CONTROLE ASSIGN TO 'dissidio_ctl.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CTL-STATUS.

           SELECT HISTORICO-SALARIOS ASSIGN TO 'historico_salarios.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-HSAL-STATUS.

           SELECT REGISTRO-DISSIDIO ASSIGN TO 'dissidio_registro.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-REG-STATUS.

           SELECT EVENTOS-ESOCIAL ASSIGN TO 'eventos_esocial.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EVT-CHAVE
           FILE STATUS IS WS-EVT-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  FUNCIONARIOS.
       01  FUNCIONARIO-REC.
           COPY FUNCREC REPLACING ==:PREFIX:== BY ==FR==.

       FD  FOLHA-ACUMULADA.
       01  FOLHA-ACUMULADA-REC.
           COPY FACREC REPLACING ==:PREFIX:== BY ==FAC==.

       FD  DISSIDIO-ATRASADOS.
       01  DISSIDIO-ATRASADO-REC.
           COPY DISREC REPLACING ==:PREFIX:== BY ==DIS==.

      *UM REGISTRO POR DISSIDIO APLICADO.
       FD  DISSIDIO-CONTROLE.
       01  DISSIDIO-CONTROLE-REC.
           05 CTL-VIGENCIA           PIC 9(8).
           05 CTL-PERCENTUAL         PIC 9(3)V9(2).
           05 CTL-DATA               PIC 9(8).
           05 CTL-OPERADOR           PIC X(8).

      *MESMA TRILHA DA MANUTENCAO DE FUNCIONARIOS: O REAJUSTE DO
      *DISSIDIO ENTRA COM TIPO 'C' E OS SALARIOS ANTERIOR E NOVO.
       FD  HISTORICO-SALARIOS.
       01  HISTORICO-SALARIO-REC.
           05 HSAL-TIPO              PIC X(1).
           05 HSAL-CODIGO            PIC 9(6).
           05 HSAL-SALARIO-ANTERIOR  PIC 9(4)V9(2).
           05 HSAL-SALARIO-NOVO      PIC 9(4)V9(2).
           05 HSAL-DATA              PIC 9(8).
           05 HSAL-OPERADOR          PIC X(8).

       FD  REGISTRO-DISSIDIO.
       01  LINHA-REGISTRO          PIC X(80).

       FD  EVENTOS-ESOCIAL.
       01  EVENTO-ESOCIAL-REC.
           COPY EVTREC REPLACING ==:PREFIX:== BY ==EVT==.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-FAC-STATUS       PIC X(2) VALUE '00'.
       01  WS-DIS-STATUS       PIC X(2) VALUE '00'.
       01  WS-CTL-STATUS       PIC X(2) VALUE '00'.
       01  WS-HSAL-STATUS      PIC X(2) VALUE '00'.
       01  WS-REG-STATUS       PIC X(2) VALUE '00'.
       01  WS-EVT-STATUS       PIC X(2) VALUE '00'.
       01  WS-EOF              PIC X(1) VALUE 'N'.
       01  WS-FAC-EOF          PIC X(1) VALUE 'N'.
       01  WS-DIS-EOF          PIC X(1) VALUE 'N'.
       01  WS-CTL-EOF          PIC X(1) VALUE 'N'.
       01  WS-OPERADOR-ID      PIC X(8) VALUE SPACES.
       01  WS-DATA-PROC        PIC 9(8) VALUE ZEROS.
      *PERCENTUAL COM DUAS DECIMAIS (00650 = 6,50%) E DATA DE
      *VIGENCIA. A DIFERENCA VALE A PARTIR DA COMPETENCIA DA VIGENCIA:
      *A FOLHA E MENSAL, NAO HA PAGAMENTO POR DIA.
       01  WS-PERCENTUAL       PIC 9(3)V9(2) VALUE ZEROS.
       01  WS-MAX-PERCENTUAL   PIC 9(3)V9(2) VALUE 100.00.
       01  WS-VIGENCIA         PIC 9(8) VALUE ZEROS.
       01  WS-VIGENCIA-R REDEFINES WS-VIGENCIA.
           05 WS-VIG-ANO       PIC 9(4).
           05 WS-VIG-MES       PIC 9(2).
           05 WS-VIG-DIA       PIC 9(2).
       01  WS-COMPETENCIA-INICIO PIC 9(6) VALUE ZEROS.
       01  WS-JA-APLICADO      PIC X(1) VALUE 'N'.
      *SALARIO REAJUSTADO: O CAMPO DO CADASTRO E 9(4)V9(2), ENTAO O
      *CALCULO E FEITO COM FOLGA E CONFERIDO ANTES DE GRAVAR.
       01  WS-SALARIO-NOVO     PIC 9(6)V9(2) VALUE ZEROS.
       01  WS-TETO-SALARIO     PIC 9(4)V9(2) VALUE 9999.99.
       01  WS-SALARIO-ANTERIOR PIC 9(4)V9(2) VALUE ZEROS.
       01  WS-QTD-ESTOURO      PIC 9(5) VALUE ZEROS.
       01  WS-DIFERENCA        PIC 9(9)V9(2) VALUE ZEROS.
      *ATRASADOS DE UM FUNCIONARIO, SOMADOS DO REGISTRO PARA O
      *IMPRESSO, E OS TOTAIS DA CORRIDA.
       01  WS-MESES            PIC 9(2) VALUE ZEROS.
       01  WS-DIF-MENSAL       PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-DIF-13           PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-DIF-FERIAS       PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-QTD-PAGAMENTOS   PIC 9(7) VALUE ZEROS.
       01  WS-QTD-REAJUSTADOS  PIC 9(5) VALUE ZEROS.
       01  WS-QTD-COM-ATRASADO PIC 9(5) VALUE ZEROS.
       01  WS-TOTAL-FOLHA-ANT  PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-TOTAL-FOLHA-NOVA PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-TOTAL-MENSAL     PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-TOTAL-13         PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-TOTAL-FERIAS     PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-TOTAL-ATRASADOS  PIC 9(9)V9(2) VALUE ZEROS.

       01  WS-LINHA-DETALHE.
           05 DET-CODIGO       PIC 9(6).
           05 FILLER           PIC X(1) VALUE ' '.
           05 DET-NOME         PIC X(20).
           05 FILLER           PIC X(1) VALUE ' '.
           05 DET-ANTERIOR     PIC 9(4).99.
           05 FILLER           PIC X(1) VALUE ' '.
           05 DET-NOVO         PIC 9(4).99.
           05 FILLER           PIC X(1) VALUE ' '.
           05 DET-MESES        PIC 9(2).
           05 FILLER           PIC X(1) VALUE ' '.
           05 DET-MENSAL       PIC 9(6).99.
           05 FILLER           PIC X(1) VALUE ' '.
           05 DET-13           PIC 9(5).99.
           05 FILLER           PIC X(1) VALUE ' '.
           05 DET-FERIAS       PIC 9(5).99.
           05 FILLER           PIC X(6) VALUE SPACES.

       01  WS-LINHA-TOTAL.
           05 TOT-ROTULO       PIC X(22).
           05 TOT-VALOR        PIC 9(9).99.
           05 FILLER           PIC X(46) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-PROC.

           DISPLAY 'DIGITE O ID DO OPERADOR: '.
           ACCEPT WS-OPERADOR-ID.
           DISPLAY 'PERCENTUAL DO REAJUSTE (5 DIGITOS, 2 DECIMAIS, '
               'EX.: 00650 = 6,50%): '.
           ACCEPT WS-PERCENTUAL.
           DISPLAY 'DATA DE VIGENCIA DO REAJUSTE (AAAAMMDD): '.
           ACCEPT WS-VIGENCIA.

           PERFORM VALIDAR-PARAMETROS.
           PERFORM CONFERIR-DISSIDIO-APLICADO.
           PERFORM CONFERIR-NOVOS-SALARIOS.
           PERFORM REGISTRAR-CONTROLE-DISSIDIO.

           PERFORM APURAR-ATRASADOS.
           PERFORM APLICAR-REAJUSTE.

           DISPLAY 'VIGENCIA............: ' WS-VIGENCIA.
           DISPLAY 'PERCENTUAL..........: ' WS-PERCENTUAL.
           DISPLAY 'PAGAMENTOS REVISTOS.: ' WS-QTD-PAGAMENTOS.
           DISPLAY 'SALARIOS REAJUSTADOS: ' WS-QTD-REAJUSTADOS.
           DISPLAY 'COM ATRASADOS.......: ' WS-QTD-COM-ATRASADO.
       PROGRAM-DONE.
           STOP RUN.

       VALIDAR-PARAMETROS.
           IF WS-PERCENTUAL NOT NUMERIC
               OR WS-PERCENTUAL = ZEROS
               OR WS-PERCENTUAL > WS-MAX-PERCENTUAL
               DISPLAY 'PERCENTUAL INVALIDO, NADA ALTERADO.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-VIGENCIA NOT NUMERIC
               OR WS-VIG-MES < 1 OR WS-VIG-MES > 12
               OR WS-VIG-DIA < 1 OR WS-VIG-DIA > 31
               DISPLAY 'DATA DE VIGENCIA INVALIDA, NADA ALTERADO.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *O DISSIDIO E SEMPRE RETROATIVO OU DO PROPRIO DIA: VIGENCIA
      *FUTURA E REAJUSTE AGENDADO, QUE SE FAZ PELA MANUTENCAO NO DIA.
           IF WS-VIGENCIA > WS-DATA-PROC
               DISPLAY 'VIGENCIA ' WS-VIGENCIA ' POSTERIOR A DATA DE '
                   'PROCESSAMENTO, NADA ALTERADO.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-VIGENCIA(1:6) TO WS-COMPETENCIA-INICIO.

      *A MESMA VIGENCIA NAO E APLICADA DUAS VEZES: O SALARIO SERIA
      *REAJUSTADO DE NOVO E OS ATRASADOS APURADOS EM DOBRO.
       CONFERIR-DISSIDIO-APLICADO.
           MOVE 'N' TO WS-JA-APLICADO.
           MOVE 'N' TO WS-CTL-EOF.

           OPEN INPUT DISSIDIO-CONTROLE.
           IF WS-CTL-STATUS NOT = '00'
               MOVE 'Y' TO WS-CTL-EOF
           END-IF.

           PERFORM UNTIL WS-CTL-EOF = 'Y'
               READ DISSIDIO-CONTROLE
                   AT END
                       MOVE 'Y' TO WS-CTL-EOF
                   NOT AT END
                       IF CTL-VIGENCIA = WS-VIGENCIA
                           MOVE 'S' TO WS-JA-APLICADO
                           DISPLAY 'DISSIDIO DE VIGENCIA ' WS-VIGENCIA
                               ' JA APLICADO EM ' CTL-DATA
                               ' (PERCENTUAL ' CTL-PERCENTUAL
                               ', OPERADOR ' CTL-OPERADOR ').'
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-CTL-STATUS = '00' OR WS-CTL-STATUS = '10'
               CLOSE DISSIDIO-CONTROLE
           END-IF.

           IF WS-JA-APLICADO = 'S'
               DISPLAY 'NADA ALTERADO.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *TODO SALARIO REAJUSTADO TEM QUE CABER NO CADASTRO ANTES DA
      *PRIMEIRA ALTERACAO: OU O DISSIDIO ENTRA PARA TODOS, OU PARA
      *NINGUEM.
       CONFERIR-NOVOS-SALARIOS.
           MOVE ZEROS TO WS-QTD-ESTOURO.
           MOVE 'N' TO WS-EOF.

           OPEN INPUT FUNCIONARIOS.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE FUNCIONARIOS NAO ABRIU, STATUS: '
                   WS-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-EOF = 'Y'
               READ FUNCIONARIOS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FR-SITUACAO NOT = 'D'
                           PERFORM CALCULAR-SALARIO-NOVO
                           IF WS-SALARIO-NOVO > WS-TETO-SALARIO
                               ADD 1 TO WS-QTD-ESTOURO
                               DISPLAY 'SALARIO DE ' FR-CODIGO
                                   ' REAJUSTADO PARA ' WS-SALARIO-NOVO
                                   ' NAO CABE NO CADASTRO.'
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FUNCIONARIOS.

           IF WS-QTD-ESTOURO > ZEROS
               DISPLAY 'DISSIDIO NAO APLICADO: ' WS-QTD-ESTOURO
                   ' SALARIO(S) ACIMA DO TETO DO CADASTRO.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CALCULAR-SALARIO-NOVO.
           COMPUTE WS-SALARIO-NOVO ROUNDED =
               FR-SALARIO + FR-SALARIO * WS-PERCENTUAL / 100.

       REGISTRAR-CONTROLE-DISSIDIO.
           OPEN EXTEND DISSIDIO-CONTROLE.
           IF WS-CTL-STATUS = '35'
               OPEN OUTPUT DISSIDIO-CONTROLE
           END-IF.

           MOVE WS-VIGENCIA    TO CTL-VIGENCIA.
           MOVE WS-PERCENTUAL  TO CTL-PERCENTUAL.
           MOVE WS-DATA-PROC   TO CTL-DATA.
           MOVE WS-OPERADOR-ID TO CTL-OPERADOR.
           WRITE DISSIDIO-CONTROLE-REC.

           CLOSE DISSIDIO-CONTROLE.

      *UMA PASSADA NO ACUMULADO: CADA PAGAMENTO DE FUNCIONARIO ATIVO
      *DESDE A COMPETENCIA DA VIGENCIA VIRA UMA LINHA PENDENTE NO
      *REGISTRO DE ATRASADOS. A PRIMEIRA PARCELA DO 13o (ORIGEM '1')
      *NAO ENTRA: O 13o CHEIO ESTA NA SEGUNDA, E SE ELA AINDA NAO FOI
      *PAGA SAI COM O SALARIO NOVO. RESCISOES NAO ENTRAM (SO ATIVOS).
       APURAR-ATRASADOS.
           MOVE ZEROS TO WS-QTD-PAGAMENTOS.

           OPEN INPUT FOLHA-ACUMULADA.
           IF WS-FAC-STATUS NOT = '00'
               DISPLAY 'SEM ACUMULADO DA FOLHA (folha_acumulada.dat): '
                   'NENHUM ATRASADO A APURAR.'
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT FUNCIONARIOS.
           OPEN I-O DISSIDIO-ATRASADOS.
           IF WS-DIS-STATUS = '35'
               OPEN OUTPUT DISSIDIO-ATRASADOS
               CLOSE DISSIDIO-ATRASADOS
               OPEN I-O DISSIDIO-ATRASADOS
           END-IF.
           IF WS-DIS-STATUS NOT = '00'
               DISPLAY 'REGISTRO DE ATRASADOS NAO ABRIU, STATUS: '
                   WS-DIS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-FAC-EOF.
           PERFORM UNTIL WS-FAC-EOF = 'Y'
               READ FOLHA-ACUMULADA
                   AT END
                       MOVE 'Y' TO WS-FAC-EOF
                   NOT AT END
                       IF FAC-TIPO = 'D'
                           AND FAC-COMPETENCIA >= WS-COMPETENCIA-INICIO
                           AND (FAC-ORIGEM = 'M' OR FAC-ORIGEM = '3'
                               OR FAC-ORIGEM = 'F')
                           AND FAC-BRUTO > ZEROS
                           PERFORM APURAR-PAGAMENTO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE DISSIDIO-ATRASADOS.
           CLOSE FUNCIONARIOS.
           CLOSE FOLHA-ACUMULADA.

       APURAR-PAGAMENTO.
           MOVE FAC-CODIGO TO FR-CODIGO.
           READ FUNCIONARIOS KEY IS FR-CODIGO
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF FR-SITUACAO = 'D'
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-DIFERENCA ROUNDED =
               FAC-BRUTO * WS-PERCENTUAL / 100.
           ADD 1 TO WS-QTD-PAGAMENTOS.

           MOVE FAC-CODIGO      TO DIS-CODIGO.
           MOVE WS-VIGENCIA     TO DIS-VIGENCIA.
           MOVE FAC-COMPETENCIA TO DIS-COMPETENCIA.
           MOVE FAC-ORIGEM      TO DIS-ORIGEM.
           MOVE WS-PERCENTUAL   TO DIS-PERCENTUAL.
           MOVE FAC-BRUTO       TO DIS-BRUTO-PAGO.
           MOVE FAC-INSS        TO DIS-INSS-PAGO.
           MOVE WS-DIFERENCA    TO DIS-DIFERENCA.
           MOVE 'P'             TO DIS-SITUACAO.
           MOVE ZEROS           TO DIS-COMPETENCIA-PAGTO.
           MOVE ZEROS           TO DIS-INSS-DIFERENCA.
           WRITE DISSIDIO-ATRASADO-REC
               INVALID KEY
                   PERFORM SOMAR-PAGAMENTO-REPETIDO
           END-WRITE.

      *DOIS PAGAMENTOS DA MESMA ORIGEM NA MESMA COMPETENCIA (FERIAS
      *GOZADAS EM DOIS PERIODOS NO MES) FICAM NUMA LINHA SO.
       SOMAR-PAGAMENTO-REPETIDO.
           READ DISSIDIO-ATRASADOS KEY IS DIS-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           ADD FAC-BRUTO    TO DIS-BRUTO-PAGO.
           ADD FAC-INSS     TO DIS-INSS-PAGO.
           ADD WS-DIFERENCA TO DIS-DIFERENCA.
           REWRITE DISSIDIO-ATRASADO-REC
               INVALID KEY
                   DISPLAY 'ATRASADO NAO REGRAVADO: ' DIS-CODIGO
                       ' ' DIS-COMPETENCIA ' ' DIS-ORIGEM
           END-REWRITE.

      *SEGUNDA PASSADA NO CADASTRO: REAJUSTA CADA ATIVO, DEIXA O
      *RASTRO NO HISTORICO E IMPRIME A LINHA DELE COM OS ATRASADOS
      *APURADOS.
       APLICAR-REAJUSTE.
           MOVE 'N' TO WS-EOF.

           OPEN I-O FUNCIONARIOS.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE FUNCIONARIOS NAO ABRIU, STATUS: '
                   WS-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT DISSIDIO-ATRASADOS.
           OPEN I-O EVENTOS-ESOCIAL.
           IF WS-EVT-STATUS = '35'
               OPEN OUTPUT EVENTOS-ESOCIAL
               CLOSE EVENTOS-ESOCIAL
               OPEN I-O EVENTOS-ESOCIAL
           END-IF.
           OPEN OUTPUT REGISTRO-DISSIDIO.
           PERFORM GRAVAR-CABECALHO-REGISTRO.

           MOVE ZEROS TO FR-CODIGO.
           START FUNCIONARIOS KEY IS NOT LESS THAN FR-CODIGO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.

           PERFORM UNTIL WS-EOF = 'Y'
               READ FUNCIONARIOS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FR-SITUACAO NOT = 'D'
                           PERFORM REAJUSTAR-FUNCIONARIO
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM GRAVAR-TOTAIS-REGISTRO.
           CLOSE REGISTRO-DISSIDIO.
           CLOSE EVENTOS-ESOCIAL.
           IF WS-DIS-STATUS = '00' OR WS-DIS-STATUS = '10'
               OR WS-DIS-STATUS = '23'
               CLOSE DISSIDIO-ATRASADOS
           END-IF.
           CLOSE FUNCIONARIOS.

       REAJUSTAR-FUNCIONARIO.
           MOVE FR-SALARIO TO WS-SALARIO-ANTERIOR.
           PERFORM CALCULAR-SALARIO-NOVO.
           MOVE WS-SALARIO-NOVO TO FR-SALARIO.
           REWRITE FUNCIONARIO-REC
               INVALID KEY
                   DISPLAY 'REAJUSTE NAO GRAVADO: ' FR-CODIGO
                   EXIT PARAGRAPH
           END-REWRITE.

           PERFORM GRAVAR-HISTORICO-DISSIDIO.
           PERFORM GRAVAR-EVENTO-ESOCIAL.
           PERFORM SOMAR-ATRASADOS-FUNCIONARIO.

           ADD 1 TO WS-QTD-REAJUSTADOS.
           ADD WS-SALARIO-ANTERIOR TO WS-TOTAL-FOLHA-ANT.
           ADD FR-SALARIO          TO WS-TOTAL-FOLHA-NOVA.
           IF WS-DIF-MENSAL + WS-DIF-13 + WS-DIF-FERIAS > ZEROS
               ADD 1 TO WS-QTD-COM-ATRASADO
           END-IF.
           ADD WS-DIF-MENSAL TO WS-TOTAL-MENSAL.
           ADD WS-DIF-13     TO WS-TOTAL-13.
           ADD WS-DIF-FERIAS TO WS-TOTAL-FERIAS.

           PERFORM GRAVAR-DETALHE-REGISTRO.

      *LINHAS DESTA VIGENCIA DO FUNCIONARIO NO REGISTRO DE ATRASADOS
      *(A CHAVE COMECA POR CODIGO E VIGENCIA).
       SOMAR-ATRASADOS-FUNCIONARIO.
           MOVE ZEROS TO WS-MESES WS-DIF-MENSAL WS-DIF-13 WS-DIF-FERIAS.
           IF WS-DIS-STATUS NOT = '00' AND WS-DIS-STATUS NOT = '10'
               AND WS-DIS-STATUS NOT = '23'
               EXIT PARAGRAPH
           END-IF.

           MOVE FR-CODIGO   TO DIS-CODIGO.
           MOVE WS-VIGENCIA TO DIS-VIGENCIA.
           MOVE ZEROS       TO DIS-COMPETENCIA.
           MOVE SPACES      TO DIS-ORIGEM.
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
                           OR DIS-VIGENCIA NOT = WS-VIGENCIA
                           MOVE 'Y' TO WS-DIS-EOF
                       ELSE
                           EVALUATE DIS-ORIGEM
                               WHEN 'M'
                                   ADD 1 TO WS-MESES
                                   ADD DIS-DIFERENCA TO WS-DIF-MENSAL
                               WHEN '3'
                                   ADD DIS-DIFERENCA TO WS-DIF-13
                               WHEN OTHER
                                   ADD DIS-DIFERENCA TO WS-DIF-FERIAS
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.

      *REAJUSTE COLETIVO: TIPO 'C', COM OS SALARIOS ANTERIOR E NOVO.
       GRAVAR-HISTORICO-DISSIDIO.
           OPEN EXTEND HISTORICO-SALARIOS.
           IF WS-HSAL-STATUS = '35'
               OPEN OUTPUT HISTORICO-SALARIOS
           END-IF.

           MOVE 'C'                  TO HSAL-TIPO.
           MOVE FR-CODIGO            TO HSAL-CODIGO.
           MOVE WS-SALARIO-ANTERIOR  TO HSAL-SALARIO-ANTERIOR.
           MOVE FR-SALARIO           TO HSAL-SALARIO-NOVO.
           MOVE WS-DATA-PROC         TO HSAL-DATA.
           MOVE WS-OPERADOR-ID       TO HSAL-OPERADOR.

           WRITE HISTORICO-SALARIO-REC.

           CLOSE HISTORICO-SALARIOS.

      *ALTERACAO DE SALARIO PARA O ESOCIAL, PENDENTE DO ENVIO DIARIO.
       GRAVAR-EVENTO-ESOCIAL.
           MOVE SPACES TO EVENTO-ESOCIAL-REC.
           MOVE ZEROS TO EVT-DEP-SEQ EVT-DEP-NASCIMENTO
               EVT-LIQUIDO-RESCISAO EVT-LOTE EVT-DATA-ENVIO
               EVT-TENTATIVAS.
           MOVE FUNCTION CURRENT-DATE(1:16) TO EVT-REGISTRO.
           MOVE FR-CODIGO           TO EVT-CODIGO.
           MOVE 'S'                 TO EVT-TIPO.
           MOVE FR-NOME             TO EVT-NOME.
           MOVE WS-VIGENCIA         TO EVT-DATA-EVENTO.
           MOVE FR-SALARIO          TO EVT-SALARIO.
           MOVE WS-SALARIO-ANTERIOR TO EVT-SALARIO-ANTERIOR.
           MOVE WS-OPERADOR-ID      TO EVT-OPERADOR.
           MOVE 'P'                 TO EVT-SITUACAO.
           WRITE EVENTO-ESOCIAL-REC
               INVALID KEY
                   DISPLAY 'EVENTO ESOCIAL NAO GRAVADO: ' FR-CODIGO
                       ' STATUS ' WS-EVT-STATUS
           END-WRITE.

       GRAVAR-CABECALHO-REGISTRO.
           MOVE SPACES TO LINHA-REGISTRO.
           STRING 'REGISTRO DO DISSIDIO - VIGENCIA ' WS-VIGENCIA
               ' PERCENTUAL ' WS-PERCENTUAL
               DELIMITED BY SIZE INTO LINHA-REGISTRO.
           WRITE LINHA-REGISTRO.
           DISPLAY LINHA-REGISTRO.
           MOVE 'CODIGO NOME                 ANTERIOR    NOVO MS'
               TO LINHA-REGISTRO.
           MOVE '    MENSAL      13o   FERIAS' TO LINHA-REGISTRO(47:).
           WRITE LINHA-REGISTRO.

       GRAVAR-DETALHE-REGISTRO.
           MOVE FR-CODIGO           TO DET-CODIGO.
           MOVE FR-NOME             TO DET-NOME.
           MOVE WS-SALARIO-ANTERIOR TO DET-ANTERIOR.
           MOVE FR-SALARIO          TO DET-NOVO.
           MOVE WS-MESES            TO DET-MESES.
           MOVE WS-DIF-MENSAL       TO DET-MENSAL.
           MOVE WS-DIF-13           TO DET-13.
           MOVE WS-DIF-FERIAS       TO DET-FERIAS.
           MOVE WS-LINHA-DETALHE    TO LINHA-REGISTRO.
           WRITE LINHA-REGISTRO.

       GRAVAR-TOTAIS-REGISTRO.
           MOVE 'SALARIOS REAJUSTADOS: ' TO TOT-ROTULO.
           MOVE WS-QTD-REAJUSTADOS       TO TOT-VALOR.
           PERFORM GRAVAR-LINHA-TOTAL.

           MOVE 'FOLHA ANTERIOR......: ' TO TOT-ROTULO.
           MOVE WS-TOTAL-FOLHA-ANT       TO TOT-VALOR.
           PERFORM GRAVAR-LINHA-TOTAL.

           MOVE 'FOLHA REAJUSTADA....: ' TO TOT-ROTULO.
           MOVE WS-TOTAL-FOLHA-NOVA      TO TOT-VALOR.
           PERFORM GRAVAR-LINHA-TOTAL.

           MOVE 'ATRASADOS MENSAIS...: ' TO TOT-ROTULO.
           MOVE WS-TOTAL-MENSAL          TO TOT-VALOR.
           PERFORM GRAVAR-LINHA-TOTAL.

           MOVE 'ATRASADOS 13o.......: ' TO TOT-ROTULO.
           MOVE WS-TOTAL-13              TO TOT-VALOR.
           PERFORM GRAVAR-LINHA-TOTAL.

           MOVE 'ATRASADOS FERIAS....: ' TO TOT-ROTULO.
           MOVE WS-TOTAL-FERIAS          TO TOT-VALOR.
           PERFORM GRAVAR-LINHA-TOTAL.

           ADD WS-TOTAL-MENSAL WS-TOTAL-13 WS-TOTAL-FERIAS
               GIVING WS-TOTAL-ATRASADOS.
           MOVE 'TOTAL DE ATRASADOS..: ' TO TOT-ROTULO.
           MOVE WS-TOTAL-ATRASADOS       TO TOT-VALOR.
           PERFORM GRAVAR-LINHA-TOTAL.

       GRAVAR-LINHA-TOTAL.
           MOVE WS-LINHA-TOTAL TO LINHA-REGISTRO.
           WRITE LINHA-REGISTRO.
           DISPLAY TOT-ROTULO TOT-VALOR.
