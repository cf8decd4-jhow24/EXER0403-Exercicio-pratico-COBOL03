      *================================================================*
      *    BOOK.......: PAR03104                                        *
      *    OBJETIVO....: TABELA DE CLASSES DE RISCO DO EXER0315 -       *
      *                  1 CARTAO POR CLASSE, NA ORDEM CRESCENTE DE     *
      *                  ATRASO (AA, A, B, ... H): FAIXA DE DIAS DE     *
      *                  ATRASO (DE/ATE, CONTIGUAS A PARTIR DE ZERO) E  *
      *                  PERCENTUAL DE PROVISAO SOBRE O SALDO EM ABERTO *
      *                  (999V99). O INDICADOR 'S' MARCA A CLASSE DAS   *
      *                  CONTAS SEM PAGAMENTO E SEM ENVELHECIMENTO      *
      *                  (SEM CRONOGRAMA OU VENCIMENTO REJEITADO); SEM  *
      *                  CARTAO MARCADO, VALE A ULTIMA CLASSE           *
      *                  LRECL = 80                                     *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES                                      *
      *    DATA       AUTOR      DESCRICAO                              *
      *    15/10/2026 JOHNATHAN  CRIACAO DO BOOK                        *
      *================================================================*
       01  PAR03104-REGISTRO.
           05  PAR03104-CLASSE             PIC X(002).
           05  PAR03104-DIAS-DE            PIC 9(005).
           05  PAR03104-DIAS-ATE           PIC 9(005).
           05  PAR03104-PERCENTUAL         PIC 9(003)V99.
           05  PAR03104-IND-SEM-ENVELHEC   PIC X(001).
               88  PAR03104-CLASSE-SEM-ENVELHEC VALUE 'S'.
           05  FILLER                      PIC X(062).
