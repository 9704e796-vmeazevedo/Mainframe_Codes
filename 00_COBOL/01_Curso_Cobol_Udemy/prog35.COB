       PROGRAM-ID. PROG35.
      *Fechamento do ano da folha: consolida o registro acumulado
      *legivel por maquina (folha_acumulada.dat, acrescentado pela
      *folha mensal, pelo 13o, pelas ferias pagas e pelas rescisoes
      *a cada corrida -- o registro impresso
      *folha_registro.dat e sobrescrito todo mes, por isso o RH
      *re-somava doze registros na mao) por FR-CODIGO no ano pedido:
      *bruto pago, INSS retido, IRRF retido e dependentes
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      *MESMO LAYOUT GRAVADO PELAS CORRIDAS DA FOLHA (FACREC). OS
      *REGISTROS DE ORIGEM '1' (PRIMEIRA PARCELA DO 13o) SO TEM FGTS
      *E FICAM FORA DO INFORME.
       FD  FOLHA-ACUMULADA.
       01  FOLHA-ACUMULADA-REC.
           COPY FACREC REPLACING ==:PREFIX:== BY ==FAC==.

       FD  FUNCIONARIOS.
       01  FUNCIONARIO-REC.
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FAC-COMPETENCIA(1:4) = WS-ANO-INFORME
                           AND FAC-ORIGEM NOT = '1'
                           IF FAC-TIPO = 'D'
                               PERFORM SOMAR-DETALHE
                           ELSE
           END-IF.

           MOVE 'A' TO REL-COMANDO.
           MOVE 'PROG35' TO REL-PROGRAMA.
           MOVE 'INFIRRF' TO REL-ID.
           MOVE 'INFORME ANUAL DE RETENCOES DA FOLHA'
               TO REL-TITULO.
