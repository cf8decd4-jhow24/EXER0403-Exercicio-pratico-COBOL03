      *================================================================*
      *    BOOK.......: SAI03603                                        *
      *    OBJETIVO....: LAYOUT DAS RECUPERACOES (ARQSAI06): PAGAMENTOS *
      *                  DO MOVIMENTO (ARQENT02) PARA CONTAS JA         *
      *                  BAIXADAS PARA PREJUIZO, QUE NAO ENTRAM NOS     *
      *                  PAGOS EM DIA (ARQSAI01) NEM NOS ATRASADOS      *
      *                  (ARQSAI02). 1 REGISTRO POR PAGAMENTO, COM A    *
      *                  DATA E O SALDO DA BAIXA                        *
      *                  LRECL = 45                                     *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES                                      *
      *    DATA       AUTOR      DESCRICAO                              *
      *    15/10/2026 JOHNATHAN  CRIACAO DO BOOK                        *
      *================================================================*
       01  ARQSAI06-REGISTRO.
           05  ARQSAI06-TIPO-REG          PIC X(001).
               88  ARQSAI06-DETALHE           VALUE '1'.
               88  ARQSAI06-TRAILER           VALUE '9'.
           05  ARQSAI06-AGENCIA           PIC 9(004).
           05  ARQSAI06-CONTA             PIC 9(007).
           05  ARQSAI06-CODIGO-PRODUTO    PIC X(002).
           05  ARQSAI06-DAT-PAG           PIC 9(008).
           05  ARQSAI06-VLR-PAGO          PIC S9(009)V99 COMP-3.
           05  ARQSAI06-DATA-BAIXA        PIC 9(008).
           05  ARQSAI06-VLR-SALDO-BAIXA   PIC S9(009)V99 COMP-3.
           05  ARQSAI06-IND-ORIGEM        PIC X(001).
               88  ARQSAI06-CONTA-NO-CADASTRO VALUE 'C'.
               88  ARQSAI06-CONTA-FORA-CADASTRO
                                              VALUE 'F'.
           05  FILLER                     PIC X(002).

       01  ARQSAI06-REG-TRAILER REDEFINES ARQSAI06-REGISTRO.
           05  ARQSAI06-TRL-TIPO-REG      PIC X(001).
           05  ARQSAI06-TRL-QTDE-REG      PIC 9(005).
           05  ARQSAI06-TRL-DATA-EXEC     PIC 9(008).
           05  FILLER                     PIC X(031).
