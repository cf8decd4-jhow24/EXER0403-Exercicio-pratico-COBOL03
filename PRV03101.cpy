      *================================================================*
      *    BOOK.......: PRV03101                                        *
      *    OBJETIVO....: POSICAO DA PROVISAO PARA DEVEDORES DUVIDOSOS   *
      *                  (ARQPRV01) GRAVADA PELO EXER0315 A CADA        *
      *                  FECHAMENTO DO MES: 1 REGISTRO POR AGENCIA+     *
      *                  PRODUTO+CLASSE DE RISCO COM A QTDE DE CONTAS,  *
      *                  O SALDO EM ABERTO E A PROVISAO CONSTITUIDA, E  *
      *                  TRAILER COM A QTDE DE REGISTROS E A DATA BASE. *
      *                  A POSICAO DO MES ANTERIOR E A BASE DO          *
      *                  MOVIMENTO DE CONSTITUICAO/REVERSAO DO MES      *
      *                  LRECL = 30                                     *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES                                      *
      *    DATA       AUTOR      DESCRICAO                              *
      *    15/10/2026 JOHNATHAN  CRIACAO DO BOOK                        *
      *================================================================*
       01  ARQPRV01-REGISTRO.
           05  ARQPRV01-TIPO-REG          PIC X(001).
               88  ARQPRV01-DETALHE           VALUE '1'.
               88  ARQPRV01-TRAILER           VALUE '9'.
           05  ARQPRV01-AGENCIA           PIC 9(004).
           05  ARQPRV01-CODIGO-PRODUTO    PIC X(002).
           05  ARQPRV01-CLASSE            PIC X(002).
           05  ARQPRV01-QTDE-CONTAS       PIC 9(007) COMP-3.
           05  ARQPRV01-VLR-SALDO         PIC S9(011)V99 COMP-3.
           05  ARQPRV01-VLR-PROVISAO      PIC S9(011)V99 COMP-3.
           05  FILLER                     PIC X(003).

       01  ARQPRV01-REG-TRAILER REDEFINES ARQPRV01-REGISTRO.
           05  ARQPRV01-TRL-TIPO-REG      PIC X(001).
           05  ARQPRV01-TRL-QTDE-REG      PIC 9(005).
           05  ARQPRV01-TRL-DATA-BASE     PIC 9(008).
           05  FILLER                     PIC X(016).
