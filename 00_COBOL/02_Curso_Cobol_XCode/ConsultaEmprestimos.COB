                       DISPLAY 'CONTA DEBITO..: ' EMM-CONTA-DEBITO
                       DISPLAY 'SALDO DEVEDOR.: ' EMM-SALDO-DEVEDOR
                       DISPLAY 'SITUACAO......: ' EMM-SITUACAO
                       DISPLAY 'CONSIGNADO....: ' EMM-CONSIGNADO
                           ' FUNCIONARIO ' EMM-FUNCIONARIO
                       DISPLAY 'VALOR PARCELA.: ' EMM-VALOR-PARCELA
               END-READ
               CLOSE EMPRESTIMOS-MASTER
           END-IF.
