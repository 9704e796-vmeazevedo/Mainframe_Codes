               MOVE 'A'               TO PARN-SITUACAO
               MOVE WRK-JUROS-PARC    TO PARN-VALOR-JUROS
               MOVE WRK-PRINCIPAL-PARC TO PARN-VALOR-PRINCIPAL
               MOVE ZEROS             TO PARN-DATA-PAGAMENTO
               WRITE PARCELA-NOVA-REC
               DISPLAY WS-NUM-PARCELA '/' WS-PRAZO-NOVO '  '
                   WRK-PARCELA ' (J ' WRK-JUROS-PARC

      *O PRINCIPAL ORIGINAL E O SALDO DEVEDOR FICAM COMO ESTAO; SO OS
      *TERMOS (TAXA E PRAZO) MUDAM -- A TRILHA DE RENEGOCIACOES
      *GUARDA OS ANTIGOS. A PARCELA PADRAO PASSA A SER A DO
      *CRONOGRAMA NOVO (E A QUE A MARGEM DO CONSIGNADO ENXERGA).
       ATUALIZAR-MASTER.

           MOVE WS-TAXA-NOVA  TO EMM-TAXA-JUROS
           MOVE WS-PRAZO-NOVO TO EMM-PRAZO-MESES
           MOVE WRK-RESULTADO TO EMM-VALOR-PARCELA
           REWRITE EMPRESTIMO-MASTER-REC.
