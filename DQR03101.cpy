      *================================================================*
      *    BOOK.......: DQR03101                                        *
      *    OBJETIVO....: LAYOUT DAS REJEICOES DA VALIDACAO DE CONTEUDO  *
      *                  DO CADASTRO E DO MOVIMENTO (ARQDQR01) - 1      *
      *                  REGISTRO POR ERRO ENCONTRADO, COM O MOTIVO E A *
      *                  IMAGEM DO REGISTRO DE ORIGEM, PARA O DONO DO   *
      *                  EXTRATO UPSTREAM CORRIGIR                      *
      *                  LRECL = 104                                    *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES                                      *
      *    DATA       AUTOR      DESCRICAO                              *
      *    15/10/2026 JOHNATHAN  CRIACAO DO BOOK                        *
      *================================================================*
       01  ARQDQR01-REGISTRO.
           05  ARQDQR01-ORIGEM            PIC X(008).
               88  ARQDQR01-ORIGEM-ENT01      VALUE 'ARQENT01'.
               88  ARQDQR01-ORIGEM-ENT02      VALUE 'ARQENT02'.
           05  ARQDQR01-AGENCIA           PIC 9(004).
           05  ARQDQR01-CONTA             PIC 9(007).
           05  ARQDQR01-COD-MOTIVO        PIC 9(002).
               88  ARQDQR01-MOT-DATA-ZERADA   VALUE 01.
               88  ARQDQR01-MOT-DATA-INEXIST  VALUE 02.
               88  ARQDQR01-MOT-DATA-FUTURA   VALUE 03.
               88  ARQDQR01-MOT-VALOR-INVALIDO VALUE 04.
               88  ARQDQR01-MOT-VALOR-NEGATIVO VALUE 05.
               88  ARQDQR01-MOT-NOME-BRANCO   VALUE 06.
               88  ARQDQR01-MOT-END-BRANCO    VALUE 07.
               88  ARQDQR01-MOT-PRODUTO       VALUE 08.
           05  ARQDQR01-IMAGEM            PIC X(083).
