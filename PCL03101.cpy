      *================================================================*
      *    BOOK.......: PCL03101                                        *
      *    OBJETIVO....: LAYOUT DO CRONOGRAMA DE PARCELAS DOS          *
      *                  EMPRESTIMOS (ARQPCL01) - 1 REGISTRO POR       *
      *                  CONTA E PARCELA, COM O VENCIMENTO (AAAAMMDD), *
      *                  O VALOR DEVIDO E O VALOR JA PAGO NA PARCELA   *
      *                  ATE O CICLO ANTERIOR. CLASSIFICADO POR        *
      *                  AGENCIA+CONTA+NUMERO DA PARCELA (A NUMERACAO  *
      *                  SEGUE A ORDEM DE VENCIMENTO)  -  LRECL = 40   *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES                                      *
      *    DATA       AUTOR      DESCRICAO                              *
      *    15/10/2026 JOHNATHAN  CRIACAO DO BOOK                        *
      *================================================================*
       01  ARQPCL01-REGISTRO.
           05  ARQPCL01-CHAVE.
               10  ARQPCL01-AGENCIA        PIC 9(004).
               10  ARQPCL01-CONTA          PIC 9(007).
           05  ARQPCL01-NUM-PARCELA        PIC 9(003).
           05  ARQPCL01-DAT-VENCTO         PIC 9(008).
           05  ARQPCL01-VLR-PARCELA        PIC S9(009)V99 COMP-3.
           05  ARQPCL01-VLR-PAGO           PIC S9(009)V99 COMP-3.
           05  FILLER                      PIC X(006).
