      * colateral do INVALID KEY do lote de depositos, e um bloqueio de
      * fraude exigia editar o arquivo na mao. Os lotes de postagem
      * honram a situacao gravada aqui (ver POSTAR-DEPOSITO e
      * POSTAR-SAQUE). O encerramento chama o modulo de acerto
      * EncerramentoConta, que confere as pendencias, liquida juros,
      * tarifa e saldo e imprime o extrato de encerramento.
      ******************************************************************
      *=================================================================
       ENVIRONMENT                                     DIVISION.
           RECORD KEY IS COT-CHAVE
           FILE STATUS IS WS-COT-STATUS.

           SELECT GRUPOS-ECONOMICOS ASSIGN TO 'grupos_economicos.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GRP-CPF
           FILE STATUS IS WS-GRP-STATUS.

      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
       01  COTITULAR-REC.
           COPY COTITREC REPLACING ==:PREFIX:== BY ==COT==.

       FD  GRUPOS-ECONOMICOS.
       01  GRUPO-ECONOMICO-REC.
           COPY GRUPOREC REPLACING ==:PREFIX:== BY ==GRP==.

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
      *-----------------------------------------------------------------
       77 WS-EOF-COT           PIC X(1)    VALUE 'N'.
       77 WS-QTD-COTITULARES   PIC 9(5)    VALUE ZEROS.
       77 WS-CONTA-LISTA       PIC 9(6)    VALUE ZEROS.
       77 WS-GRP-STATUS        PIC X(2)    VALUE '00'.
       77 WS-EOF-GRP           PIC X(1)    VALUE 'N'.
       77 WS-QTD-MEMBROS       PIC 9(5)    VALUE ZEROS.
       77 WS-GRUPO-LISTA       PIC 9(6)    VALUE ZEROS.

      *AREA DO MODULO DE ACERTO DE ENCERRAMENTO (EncerramentoConta).
       01 WS-ENC-AREA.
           COPY ENCLINK REPLACING ==:PREFIX:== BY ==WS-ENC==.

      *VALIDACAO DO DIGITO VERIFICADOR DO CPF (MODULO 11, DOIS
      *DIGITOS). CPF DE DIGITOS TODOS IGUAIS (00000000000 E AFINS)
               DISPLAY '6 - CADASTRAR/ALTERAR CLIENTE'
               DISPLAY '7 - POSICAO CONSOLIDADA DE UM CLIENTE'
               DISPLAY '8 - COTITULARES DE UMA CONTA'
               DISPLAY '9 - GRUPOS ECONOMICOS'
               DISPLAY '0 - SAIR'
               DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO-MENU
                       PERFORM POSICAO-DO-CLIENTE
                   WHEN '8'
                       PERFORM MANTER-COTITULARES
                   WHEN '9'
                       PERFORM MANTER-GRUPOS
                   WHEN '0'
                       CONTINUE
                   WHEN OTHER
                   END-IF
           END-READ.

      *O ACERTO (JUROS, TARIFA PRO RATA, SAIDA DO SALDO, ORDENS E
      *LIMITE) E DO MODULO EncerramentoConta, QUE ABRE O MASTER POR
      *CONTA PROPRIA: O MASTER E FECHADO DURANTE A CHAMADA.
       ENCERRAR-CONTA.

           DISPLAY 'NUMERO DA CONTA A ENCERRAR: '
           ACCEPT WS-ENC-CONTA
           MOVE 'R' TO WS-ENC-RESULTADO

           CLOSE CONTAS
           CALL 'EncerramentoConta' USING WS-ENC-AREA
           PERFORM ABRIR-CONTAS-MANUTENCAO

           EVALUATE WS-ENC-RESULTADO
               WHEN 'E'
                   DISPLAY 'ENCERRAMENTO CONCLUIDO: ' WS-ENC-CONTA
               WHEN 'C'
                   DISPLAY 'ENCERRAMENTO CANCELADO PELO OPERADOR.'
               WHEN OTHER
                   DISPLAY 'CONTA NAO ENCERRADA: ' WS-ENC-CONTA
           END-EVALUATE.

       CONSULTAR-CONTA.

                   ELSE
                       DISPLAY 'ENDERECO: '
                       ACCEPT CLI-ENDERECO
                       PERFORM CAPTURAR-CONTATO-CLIENTE
                       WRITE CLIENTE-REC
                       DISPLAY 'CLIENTE CADASTRADO: ' CLI-CPF
                       MOVE 'Y' TO WS-CLIENTE-OK
                   ACCEPT CLI-NOME
                   DISPLAY 'ENDERECO: '
                   ACCEPT CLI-ENDERECO
                   PERFORM CAPTURAR-CONTATO-CLIENTE
                   WRITE CLIENTE-REC
                   DISPLAY 'CLIENTE CADASTRADO: ' CLI-CPF
               NOT INVALID KEY
                   DISPLAY 'NOME ATUAL....: ' CLI-NOME
                   DISPLAY 'ENDERECO ATUAL: ' CLI-ENDERECO
                   DISPLAY 'CELULAR ATUAL.: ' CLI-CELULAR
                   DISPLAY 'E-MAIL ATUAL..: ' CLI-EMAIL
                   DISPLAY 'AVISOS ATUAL..: ' CLI-AVISOS
                   DISPLAY 'NOVO NOME: '
                   ACCEPT CLI-NOME
                   DISPLAY 'NOVO ENDERECO: '
                   ACCEPT CLI-ENDERECO
                   PERFORM CAPTURAR-CONTATO-CLIENTE
                   REWRITE CLIENTE-REC
                   DISPLAY 'CLIENTE ALTERADO: ' CLI-CPF
           END-READ

           CLOSE CLIENTES.

      *CONTATO PARA OS AVISOS NOTURNOS AO CLIENTE (CHEQUE DEVOLVIDO,
      *SAQUE RECUSADO, PARCELA A VENCER...). QUEM RECUSA OS AVISOS
      *FICA COM 'N' E E PULADO PELO PASSO DE AVISOS.
       CAPTURAR-CONTATO-CLIENTE.

           DISPLAY 'CELULAR COM DDD (ZEROS = NAO INFORMADO): '
           ACCEPT CLI-CELULAR
           DISPLAY 'E-MAIL (BRANCO = NAO INFORMADO): '
           ACCEPT CLI-EMAIL
           DISPLAY 'ACEITA AVISOS POR SMS/E-MAIL (S/N)? '
           ACCEPT CLI-AVISOS
           IF CLI-AVISOS = 'N' OR CLI-AVISOS = 'n'
               MOVE 'N' TO CLI-AVISOS
           ELSE
               MOVE 'S' TO CLI-AVISOS
           END-IF.

      *UMA PAGINA COM TODAS AS CONTAS E SALDOS DO CLIENTE: VARRE O
      *MASTER DE CONTAS FILTRANDO PELO CPF DO TITULAR. E O RELATORIO
      *QUE O COMPLIANCE PEDE ("TODAS AS CONTAS DO CPF X").
           END-PERFORM

           DISPLAY 'COTITULARES DA CONTA: ' WS-QTD-COTITULARES.

      *GRUPO ECONOMICO: CPFS RELACIONADOS (SOCIOS, EMPRESAS DO MESMO
      *CONTROLADOR, FAMILIA) QUE O RISCO DE CREDITO ENXERGA COMO UMA
      *EXPOSICAO SO. CADA CPF PERTENCE A NO MAXIMO UM GRUPO.
       MANTER-GRUPOS.

           OPEN I-O GRUPOS-ECONOMICOS
           IF WS-GRP-STATUS = '35'
               OPEN OUTPUT GRUPOS-ECONOMICOS
               CLOSE GRUPOS-ECONOMICOS
               OPEN I-O GRUPOS-ECONOMICOS
           END-IF

           MOVE SPACES TO WS-OPCAO-MENU
           PERFORM UNTIL WS-OPCAO-MENU = '0'
               DISPLAY ' '
               DISPLAY '1 - INCLUIR/MUDAR CPF DE GRUPO'
               DISPLAY '2 - RETIRAR CPF DO GRUPO'
               DISPLAY '3 - LISTAR MEMBROS DE UM GRUPO'
               DISPLAY '0 - VOLTAR'
               DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO-MENU
               EVALUATE WS-OPCAO-MENU
                   WHEN '1'
                       PERFORM INCLUIR-MEMBRO-GRUPO
                   WHEN '2'
                       PERFORM RETIRAR-MEMBRO-GRUPO
                   WHEN '3'
                       PERFORM LISTAR-MEMBROS-GRUPO
                   WHEN '0'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA. TENTE NOVAMENTE.'
               END-EVALUATE
           END-PERFORM

           CLOSE GRUPOS-ECONOMICOS
           MOVE SPACES TO WS-OPCAO-MENU.

      *O MEMBRO TEM QUE SER CLIENTE DO CADASTRO (CPF VALIDO E
      *CADASTRADO). CPF QUE JA ESTA EM UM GRUPO E MUDADO DE GRUPO.
       INCLUIR-MEMBRO-GRUPO.

           DISPLAY 'CPF DO CLIENTE: '
           ACCEPT CLI-CPF
           MOVE CLI-CPF TO WS-CPF-TRABALHO
           PERFORM VALIDAR-CPF
           IF WS-CPF-VALIDO NOT = 'Y'
               DISPLAY 'CPF COM DIGITO VERIFICADOR INVALIDO: ' CLI-CPF
               EXIT PARAGRAPH
           END-IF
           PERFORM GARANTIR-CLIENTE
           IF WS-CLIENTE-OK NOT = 'Y'
               DISPLAY 'INCLUSAO CANCELADA: CLIENTE NAO CADASTRADO.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'CODIGO DO GRUPO: '
           ACCEPT WS-GRUPO-LISTA
           IF WS-GRUPO-LISTA = ZEROS
               DISPLAY 'CODIGO DE GRUPO INVALIDO, NADA GRAVADO.'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'NOME DO GRUPO: '
           ACCEPT GRP-NOME

           MOVE CLI-CPF TO GRP-CPF
           READ GRUPOS-ECONOMICOS
               INVALID KEY
                   MOVE WS-GRUPO-LISTA TO GRP-CODIGO
                   WRITE GRUPO-ECONOMICO-REC
                   DISPLAY 'CPF ' GRP-CPF ' INCLUIDO NO GRUPO '
                       GRP-CODIGO
               NOT INVALID KEY
                   DISPLAY 'CPF ESTAVA NO GRUPO ' GRP-CODIGO
                   MOVE WS-GRUPO-LISTA TO GRP-CODIGO
                   REWRITE GRUPO-ECONOMICO-REC
                   DISPLAY 'CPF ' GRP-CPF ' AGORA NO GRUPO '
                       GRP-CODIGO
           END-READ.

       RETIRAR-MEMBRO-GRUPO.

           DISPLAY 'CPF A RETIRAR DO GRUPO: '
           ACCEPT GRP-CPF

           DELETE GRUPOS-ECONOMICOS RECORD
               INVALID KEY
                   DISPLAY 'CPF NAO PERTENCE A NENHUM GRUPO: ' GRP-CPF
               NOT INVALID KEY
                   DISPLAY 'CPF RETIRADO DO GRUPO: ' GRP-CPF
           END-DELETE.

       LISTAR-MEMBROS-GRUPO.

           DISPLAY 'CODIGO DO GRUPO: '
           ACCEPT WS-GRUPO-LISTA
           MOVE ZEROS TO WS-QTD-MEMBROS
           MOVE ZEROS TO GRP-CPF

           MOVE 'N' TO WS-EOF-GRP
           START GRUPOS-ECONOMICOS KEY IS NOT LESS THAN GRP-CPF
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-GRP
           END-START

           DISPLAY 'CPF          GRUPO'
           PERFORM UNTIL WS-EOF-GRP = 'Y'
               READ GRUPOS-ECONOMICOS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-GRP
               END-READ
               IF WS-GRP-STATUS NOT = '00' AND NOT = '10'
                   MOVE 'Y' TO WS-EOF-GRP
               ELSE
                   IF WS-EOF-GRP NOT = 'Y'
                       AND GRP-CODIGO = WS-GRUPO-LISTA
                       ADD 1 TO WS-QTD-MEMBROS
                       DISPLAY GRP-CPF '  ' GRP-NOME
                   END-IF
               END-IF
           END-PERFORM

           DISPLAY 'MEMBROS DO GRUPO: ' WS-QTD-MEMBROS.
