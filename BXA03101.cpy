      *================================================================*
      *    BOOK.......: BXA03101                                        *
      *    OBJETIVO....: REGISTRO PERMANENTE DAS CONTAS BAIXADAS PARA   *
      *                  PREJUIZO (ARQBXA01/ARQBXA02), MANTIDO PELO     *
      *                  EXER0303 NA ORDEM AGENCIA+CONTA: 1 REGISTRO    *
      *                  POR CONTA BAIXADA, COM O SALDO EM ABERTO E OS  *
      *                  JUROS DE MORA NA DATA DA BAIXA E O VALOR JA    *
      *                  RECUPERADO DEPOIS DELA, E TRAILER COM A QTDE   *
      *                  DE REGISTROS E A DATA DO CICLO                 *
      *                  LRECL = 70                                     *
      *----------------------------------------------------------------*
      *    RECUPERACAO: DATA-ULT-RECUP E A DATA DO CICLO EM QUE HOUVE   *
      *    A ULTIMA RECUPERACAO E VLR-RECUP-ULT-CICLO O QUE FOI         *
      *    RECUPERADO NAQUELE CICLO - PERMITEM DESFAZER A RECUPERACAO   *
      *    NO REPROCESSAMENTO DO MESMO CICLO                            *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES                                      *
      *    DATA       AUTOR      DESCRICAO                              *
      *    15/10/2026 JOHNATHAN  CRIACAO DO BOOK                        *
      *================================================================*
       01  ARQBXA01-REGISTRO.
           05  ARQBXA01-TIPO-REG          PIC X(001).
               88  ARQBXA01-DETALHE           VALUE '1'.
               88  ARQBXA01-TRAILER           VALUE '9'.
           05  ARQBXA01-CHAVE.
               10  ARQBXA01-AGENCIA       PIC 9(004).
               10  ARQBXA01-CONTA         PIC 9(007).
           05  ARQBXA01-CODIGO-PRODUTO    PIC X(002).
           05  ARQBXA01-DAT-EMP           PIC 9(008).
           05  ARQBXA01-DATA-BAIXA        PIC 9(008).
           05  ARQBXA01-QTDE-DIAS-ATRASO  PIC 9(005).
           05  ARQBXA01-VLR-SALDO         PIC S9(009)V99 COMP-3.
           05  ARQBXA01-VLR-JUROS         PIC S9(009)V99 COMP-3.
           05  ARQBXA01-VLR-RECUPERADO    PIC S9(009)V99 COMP-3.
           05  ARQBXA01-DATA-ULT-RECUP    PIC 9(008).
           05  ARQBXA01-VLR-RECUP-ULT-CICLO
                                          PIC S9(009)V99 COMP-3.
           05  FILLER                     PIC X(003).

       01  ARQBXA01-REG-TRAILER REDEFINES ARQBXA01-REGISTRO.
           05  ARQBXA01-TRL-TIPO-REG      PIC X(001).
           05  ARQBXA01-TRL-QTDE-REG      PIC 9(007).
           05  ARQBXA01-TRL-DATA-EXEC     PIC 9(008).
           05  FILLER                     PIC X(054).
