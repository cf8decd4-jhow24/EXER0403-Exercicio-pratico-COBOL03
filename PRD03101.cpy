      *================================================================*
      *    BOOK.......: PRD03101                                        *
      *    OBJETIVO....: TABELA DE REFERENCIA DOS PRODUTOS EM CARTEIRA  *
      *                  (ARQPRD01) - 1 CARTAO POR CODIGO DE PRODUTO/   *
      *                  MOEDA ACEITO NO CADASTRO E NO MOVIMENTO, USADA *
      *                  NA VALIDACAO DE CONTEUDO DO EXER0319           *
      *                  LRECL = 80                                     *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES                                      *
      *    DATA       AUTOR      DESCRICAO                              *
      *    15/10/2026 JOHNATHAN  CRIACAO DO BOOK                        *
      *================================================================*
       01  ARQPRD01-REGISTRO.
           05  ARQPRD01-CODIGO-PRODUTO    PIC X(002).
           05  ARQPRD01-DESCRICAO         PIC X(030).
           05  FILLER                     PIC X(048).
