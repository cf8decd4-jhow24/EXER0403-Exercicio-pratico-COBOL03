      *                  E A IMAGEM COMPLETA DA TRANSACAO DE ARQMNT01, *
      *                  PARA A MESA DE COBRANCA CORRIGIR E            *
      *                  RESSUBMETER                                   *
      *                  LRECL = 95                                    *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES                                      *
      *    DATA       AUTOR      DESCRICAO                              *
      *    02/09/2026 JOHNATHAN  AJUSTADA A IMAGEM PARA ACOMODAR OS     *
      *                          CAMPOS DE PREFERENCIA DE CONTATO DA   *
      *                          TRANSACAO                             *
      *    15/10/2026 JOHNATHAN  AJUSTADA A IMAGEM PARA ACOMODAR O      *
      *                          DOCUMENTO DO CLIENTE DA TRANSACAO      *
      *================================================================*
       01  ARQREJ01-REGISTRO.
           05  ARQREJ01-COD-MOTIVO         PIC X(002).
               88  ARQREJ01-MOT-CHAVE-DUPLICADA VALUE '01'.
               88  ARQREJ01-MOT-NAO-ENCONTRADA  VALUE '02'.
               88  ARQREJ01-MOT-TIPO-INVALIDO   VALUE '03'.
           05  ARQREJ01-IMAGEM-TRANSACAO   PIC X(093).
