      *                          INDICADOR DE REPROCESSAMENTO          *
      *                          AUTORIZADO ('S' = PERMITE RODAR DE    *
      *                          NOVO UM CICLO JA CONCLUIDO)           *
      *    15/10/2026 JOHNATHAN  INCLUIDOS OS LIMITES DA BAIXA PARA     *
      *                          PREJUIZO: DIAS DE ATRASO E IDADE DO    *
      *                          EMPRESTIMO EM DIAS (ZEROS OU BRANCOS   *
      *                          NOS DIAS DE ATRASO = NAO BAIXA)        *
      *    15/10/2026 JOHNATHAN  INCLUIDOS OS PERCENTUAIS MAXIMOS DE    *
      *                          REJEICAO DA VALIDACAO DE CONTEUDO DO   *
      *                          CADASTRO E DO MOVIMENTO (999V99; ACIMA *
      *                          DELES O EXER0319 PARA O JOB ANTES DO   *
      *                          BALANCE LINE; ZEROS OU BRANCOS = SEM   *
      *                          LIMITE)                                *
      *================================================================*
       01  PAR03101-REGISTRO.
           05  PAR03101-QTDE-DIAS-LIMITE  PIC 9(003).
           05  PAR03101-DATA-MOVTO        PIC 9(008).
           05  PAR03101-IND-REPROCESSO    PIC X(001).
               88  PAR03101-REPROCESSO-AUTORIZADO VALUE 'S'.
           05  PAR03101-DIAS-ATRASO-BAIXA PIC 9(005).
           05  PAR03101-IDADE-MIN-BAIXA   PIC 9(005).
           05  PAR03101-PCT-MAX-REJ-ENT01 PIC 9(003)V99.
           05  PAR03101-PCT-MAX-REJ-ENT02 PIC 9(003)V99.
           05  FILLER                     PIC X(041).
