      *    HISTORICO DE ALTERACOES                                      *
      *    DATA       AUTOR      DESCRICAO                              *
      *    02/09/2026 JOHNATHAN  CRIACAO DO BOOK                        *
      *    15/10/2026 JOHNATHAN  O ARQUIVO PASSA A SER VSAM KSDS, CHAVE *
      *                          ARQCTL01-CHAVE (AGENCIA+CONTA)         *
      *================================================================*
       01  ARQCTL01-REGISTRO.
           05  ARQCTL01-CHAVE.
