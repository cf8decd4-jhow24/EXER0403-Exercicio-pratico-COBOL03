      *================================================================*
      *    BOOK.......: SCR03101                                        *
      *    OBJETIVO....: LAYOUT DA CORRECAO DE CONTA DOS PAGAMENTOS    *
      *                  EM SUSPENSE (ARQSCR01), INFORMADA PELA        *
      *                  TESOURARIA QUANDO O PAGAMENTO FOI DIGITADO    *
      *                  COM AGENCIA/CONTA ERRADA - CHAVE AGENCIA+     *
      *                  CONTA DO PAGAMENTO, MESMA ORDENACAO DO        *
      *                  SUSPENSE  -  LRECL = 22                       *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES                                      *
      *    DATA       AUTOR      DESCRICAO                              *
      *    15/10/2026 JOHNATHAN  CRIACAO DO BOOK                        *
      *================================================================*
       01  ARQSCR01-REGISTRO.
           05  ARQSCR01-CHAVE.
               10  ARQSCR01-AGENCIA        PIC 9(004).
               10  ARQSCR01-CONTA          PIC 9(007).
           05  ARQSCR01-CHAVE-CORRETA.
               10  ARQSCR01-AGENCIA-CORRETA PIC 9(004).
               10  ARQSCR01-CONTA-CORRETA  PIC 9(007).
