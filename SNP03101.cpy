      *================================================================*
      *    BOOK.......: SNP03101                                        *
      *    OBJETIVO....: LAYOUT DA FOTOGRAFIA POR CONTA DA SITUACAO DE  *
      *                  COBRANCA NO CICLO (ARQSNP01), GRAVADA PELO     *
      *                  EXER0303 NA ORDEM AGENCIA+CONTA DO CADASTRO E  *
      *                  CONFRONTADA COM A DO CICLO ANTERIOR PELO       *
      *                  EXER0314 (MATRIZ DE MIGRACAO)                  *
      *                  LRECL = 30                                     *
      *----------------------------------------------------------------*
      *    SITUACAO DA CONTA NO CICLO:                                  *
      *      CONTA COM PAGAMENTO - PIOR ATRASO ENTRE OS PAGAMENTOS DO   *
      *      CICLO (EM DIA OU FAIXA 31-60/61-90/91-180/180+); SEM       *
      *      PAGAMENTO COM DATA VALIDA FICA SEM PAGTO.                  *
      *      CONTA SEM PAGAMENTO - FAIXA DA PARCELA EM ABERTO MAIS      *
      *      ANTIGA (ARQSAI03); SEM CRONOGRAMA FICA SEM PAGTO.          *
      *      SALDO EM ABERTO ZERADO - LIQUIDADA, EM QUALQUER CASO.      *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES                                      *
      *    DATA       AUTOR      DESCRICAO                              *
      *    15/10/2026 JOHNATHAN  CRIACAO DO BOOK                        *
      *================================================================*
       01  ARQSNP01-REGISTRO.
           05  ARQSNP01-TIPO-REG          PIC X(001).
               88  ARQSNP01-DETALHE           VALUE '1'.
               88  ARQSNP01-TRAILER           VALUE '9'.
           05  ARQSNP01-AGENCIA           PIC 9(004).
           05  ARQSNP01-CONTA             PIC 9(007).
           05  ARQSNP01-CODIGO-PRODUTO    PIC X(002).
           05  ARQSNP01-SITUACAO          PIC X(001).
               88  ARQSNP01-SIT-EM-DIA        VALUE '0'.
               88  ARQSNP01-SIT-31-60         VALUE '1'.
               88  ARQSNP01-SIT-61-90         VALUE '2'.
               88  ARQSNP01-SIT-91-180        VALUE '3'.
               88  ARQSNP01-SIT-180-MAIS      VALUE '4'.
               88  ARQSNP01-SIT-SEM-PGTO      VALUE '5'.
               88  ARQSNP01-SIT-LIQUIDADA     VALUE '6'.
           05  ARQSNP01-QTDE-DIAS-ATRASO  PIC 9(005).
           05  ARQSNP01-VLR-SALDO         PIC S9(009)V99 COMP-3.
           05  FILLER                     PIC X(004).

       01  ARQSNP01-REG-TRAILER REDEFINES ARQSNP01-REGISTRO.
           05  ARQSNP01-TRL-TIPO-REG      PIC X(001).
           05  ARQSNP01-TRL-QTDE-REG      PIC 9(005).
           05  ARQSNP01-TRL-DATA-EXEC     PIC 9(008).
           05  FILLER                     PIC X(016).
