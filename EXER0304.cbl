      *                          ORDENADA DE AGENCIAS COM MOVIMENTO,    *
      *                          COM BUSCA E INSERCAO PELA ROTINA       *
      *                          2800-LOCALIZAR-AGENCIA                 *
      *    15/10/2026 JOHNATHAN  AJUSTADO O TAMANHO DE FD-ARQSAI04 PARA *
      *                          33 (DATA E VALOR DO PAGAMENTO NAO      *
      *                          APLICADO INCLUIDOS NO SAI03403)        *
      *    15/10/2026 JOHNATHAN  AJUSTADO O TAMANHO DE FD-ARQSAI03 PARA *
      *                          40 (PARCELA E FAIXA DE ATRASO DA CONTA *
      *                          SEM PAGAMENTO INCLUIDAS NO SAI03303)   *
      *================================================================*
      *
      *================================================================*
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSAI03             PIC X(40).

       FD  ARQSAI04
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSAI04             PIC X(33).

      *---------------------------------------------------------------*
      *    INPUT:     TABELA DE REGIAO POR AGENCIA                    *
