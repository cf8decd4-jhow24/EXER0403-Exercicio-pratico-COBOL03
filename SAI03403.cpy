      *================================================================*
      *    BOOK.......: SAI03403                                        *
      *    OBJETIVO....: LAYOUT DAS CONTAS NAO CADASTRADAS (ARQSAI04)  *
      *                  LRECL = 33                                     *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES                                      *
      *    DATA       AUTOR      DESCRICAO                              *
      *                          DIGITOS E CONTA COM 7 DIGITOS, PARA   *
      *                          ACOMODAR A REDE DE AGENCIAS           *
      *                          INCORPORADA NA FUSAO                  *
      *    15/10/2026 JOHNATHAN  INCLUIDOS A DATA E O VALOR DO          *
      *                          PAGAMENTO NAO APLICADO, PARA O         *
      *                          SUSPENSE DE PAGAMENTOS (EXER0313)      *
      *================================================================*
       01  ARQSAI04-REGISTRO.
           05  ARQSAI04-TIPO-REG          PIC X(001).
           05  ARQSAI04-AGENCIA           PIC 9(004).
           05  ARQSAI04-CONTA             PIC 9(007).
           05  ARQSAI04-CODIGO-PRODUTO    PIC X(002).
           05  ARQSAI04-DAT-PAG           PIC 9(008).
           05  ARQSAI04-VLR-PAGO          PIC S9(009)V99 COMP-3.
           05  FILLER                     PIC X(005).

       01  ARQSAI04-REG-TRAILER REDEFINES ARQSAI04-REGISTRO.
           05  ARQSAI04-TRL-TIPO-REG      PIC X(001).
           05  ARQSAI04-TRL-QTDE-REG      PIC 9(005).
           05  ARQSAI04-TRL-DATA-EXEC     PIC 9(008).
           05  FILLER                     PIC X(019).
