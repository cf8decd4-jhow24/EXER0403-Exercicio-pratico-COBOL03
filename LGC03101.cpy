      *    HISTORICO DE ALTERACOES                                      *
      *    DATA       AUTOR      DESCRICAO                              *
      *    02/09/2026 JOHNATHAN  CRIACAO DO BOOK                        *
      *    15/10/2026 JOHNATHAN  INCLUIDOS OS MOTIVOS DE TELEFONE E DE  *
      *                          ENDERECO MARCADOS COMO INVALIDOS PELO  *
      *                          RETORNO DA COBRANCA (EXER0318)         *
      *================================================================*
       01  ARQLGC01-REGISTRO.
           05  ARQLGC01-DATA-CICLO         PIC 9(008).
               88  ARQLGC01-MOT-OPTOUT-CARTA    VALUE '01'.
               88  ARQLGC01-MOT-OPTOUT-FONE     VALUE '02'.
               88  ARQLGC01-MOT-CANAL-DIVERSO   VALUE '03'.
               88  ARQLGC01-MOT-END-INVALIDO    VALUE '04'.
               88  ARQLGC01-MOT-FONE-INVALIDO   VALUE '05'.
           05  ARQLGC01-DAT-PREFERENCIA    PIC 9(008).
