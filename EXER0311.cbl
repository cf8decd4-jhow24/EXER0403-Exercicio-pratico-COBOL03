      *    HISTORICO DE ALTERACOES                                      *
      *    DATA       AUTOR      DESCRICAO                              *
      *    02/09/2026 JOHNATHAN  CRIACAO DO PROGRAMA                    *
      *    15/10/2026 JOHNATHAN  CONTAS SEM PAGAMENTO PASSAM A SAIR COM *
      *                          OS DIAS E A FAIXA DA PARCELA EM ABERTO *
      *                          MAIS ANTIGA. FD-ARQSAI03 AJUSTADO PARA *
      *                          40                                     *
      *================================================================*
      *
      *================================================================*
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQSAI03             PIC X(40).

      *----------------------------------------------------------------*
      *    OUTPUT:    EXTRATO DELIMITADO P/ RISCO DE CREDITO           *
           MOVE ARQSAI03-CONTA             TO WRK-CSV-CONTA
           MOVE ZEROS                      TO WRK-CSV-DAT-EMP
           MOVE ARQSAI03-CODIGO-PRODUTO    TO WRK-CSV-PRODUTO
           MOVE ARQSAI03-QTDE-DIAS-ATRASO  TO WRK-CSV-DIAS-ATRASO

           EVALUATE TRUE
               WHEN ARQSAI03-EM-DIA
                    MOVE 'SEM ATRASO'      TO WRK-CSV-FAIXA
               WHEN ARQSAI03-FAIXA-31-60
                    MOVE '31-60 DIAS'      TO WRK-CSV-FAIXA
               WHEN ARQSAI03-FAIXA-61-90
                    MOVE '61-90 DIAS'      TO WRK-CSV-FAIXA
               WHEN ARQSAI03-FAIXA-91-180
                    MOVE '91-180 DIAS'     TO WRK-CSV-FAIXA
               WHEN ARQSAI03-FAIXA-180-MAIS
                    MOVE 'MAIS DE 180 DIAS' TO WRK-CSV-FAIXA
               WHEN OTHER
                    MOVE 'SEM PAGAMENTO'   TO WRK-CSV-FAIXA
           END-EVALUATE

           MOVE ARQSAI03-VLR-SALDO         TO WRK-CSV-VLR-SALDO
           MOVE ZEROS                      TO WRK-CSV-VLR-PAGO
           MOVE ZEROS                      TO WRK-CSV-VLR-JUROS
