      *================================================================*
      *    BOOK.......: SUS03101                                        *
      *    OBJETIVO....: LAYOUT DO SUSPENSE PERMANENTE DE PAGAMENTOS   *
      *                  NAO APLICADOS (ARQSUS01/ARQSUS02), MANTIDO    *
      *                  PELO EXER0313 - 1 REGISTRO POR PAGAMENTO DO   *
      *                  MOVIMENTO SEM CONTA NO CADASTRO, COM O VALOR  *
      *                  E A DATA DO PAGAMENTO, CLASSIFICADO POR       *
      *                  AGENCIA+CONTA  -  LRECL = 60                  *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES                                      *
      *    DATA       AUTOR      DESCRICAO                              *
      *    15/10/2026 JOHNATHAN  CRIACAO DO BOOK                        *
      *================================================================*
       01  ARQSUS01-REGISTRO.
           05  ARQSUS01-CHAVE.
               10  ARQSUS01-AGENCIA        PIC 9(004).
               10  ARQSUS01-CONTA          PIC 9(007).
           05  ARQSUS01-DAT-PAG            PIC 9(008).
           05  ARQSUS01-CODIGO-PRODUTO     PIC X(002).
           05  ARQSUS01-VLR-PAGO           PIC S9(009)V99 COMP-3.
           05  ARQSUS01-DAT-INCLUSAO       PIC 9(008).
           05  ARQSUS01-SITUACAO           PIC X(001).
               88  ARQSUS01-PENDENTE            VALUE 'P'.
               88  ARQSUS01-APLICADO            VALUE 'A'.
           05  ARQSUS01-DAT-APLICACAO      PIC 9(008).
           05  ARQSUS01-CHAVE-APLICACAO.
               10  ARQSUS01-AGENCIA-APLIC  PIC 9(004).
               10  ARQSUS01-CONTA-APLIC    PIC 9(007).
           05  FILLER                      PIC X(005).
