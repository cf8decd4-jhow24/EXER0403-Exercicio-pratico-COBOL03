      *================================================================*
      *    BOOK.......: SAI03303                                        *
      *    OBJETIVO....: LAYOUT DAS CONTAS SEM PAGAMENTO (ARQSAI03)    *
      *                  LRECL = 40                                     *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES                                      *
      *    DATA       AUTOR      DESCRICAO                              *
      *                          DIGITOS E CONTA COM 7 DIGITOS, PARA   *
      *                          ACOMODAR A REDE DE AGENCIAS           *
      *                          INCORPORADA NA FUSAO                  *
      *    15/10/2026 JOHNATHAN  INCLUIDO O ENVELHECIMENTO DA CONTA     *
      *                          PELA PARCELA EM ABERTO MAIS ANTIGA DO  *
      *                          CRONOGRAMA (ARQPCL01): PARCELA,        *
      *                          VENCIMENTO, DIAS DE ATRASO NA DATA DO  *
      *                          CICLO E FAIXA. FAIXA EM BRANCO = CONTA *
      *                          SEM CRONOGRAMA OU COM VENCIMENTO       *
      *                          REJEITADO PELO CALE2000                *
      *================================================================*
       01  ARQSAI03-REGISTRO.
           05  ARQSAI03-TIPO-REG          PIC X(001).
           05  ARQSAI03-CONTA             PIC 9(007).
           05  ARQSAI03-CODIGO-PRODUTO    PIC X(002).
           05  ARQSAI03-VLR-SALDO         PIC S9(009)V99 COMP-3.
           05  ARQSAI03-NUM-PARCELA       PIC 9(003).
           05  ARQSAI03-DAT-VENCTO        PIC 9(008).
           05  ARQSAI03-QTDE-DIAS-ATRASO  PIC 9(005).
           05  ARQSAI03-FAIXA-ATRASO      PIC X(001).
               88  ARQSAI03-NAO-ENVELHECIDA   VALUE ' '.
               88  ARQSAI03-EM-DIA            VALUE '0'.
               88  ARQSAI03-FAIXA-31-60       VALUE '1'.
               88  ARQSAI03-FAIXA-61-90       VALUE '2'.
               88  ARQSAI03-FAIXA-91-180      VALUE '3'.
               88  ARQSAI03-FAIXA-180-MAIS    VALUE '4'.
           05  FILLER                     PIC X(003).

       01  ARQSAI03-REG-TRAILER REDEFINES ARQSAI03-REGISTRO.
           05  ARQSAI03-TRL-TIPO-REG      PIC X(001).
           05  ARQSAI03-TRL-QTDE-REG      PIC 9(005).
           05  ARQSAI03-TRL-DATA-EXEC     PIC 9(008).
           05  FILLER                     PIC X(026).
