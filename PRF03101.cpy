      *                  INDEXADO: O EXER0308 ACRESCENTA 1 REGISTRO A  *
      *                  CADA TRANSACAO APLICADA E O EXER0305 APLICA   *
      *                  NA CARGA O ULTIMO REGISTRO DE CADA CHAVE      *
      *                  LRECL = 41                                    *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES                                      *
      *    DATA       AUTOR      DESCRICAO                              *
      *    02/09/2026 JOHNATHAN  CRIACAO DO BOOK                        *
      *    15/10/2026 JOHNATHAN  INCLUIDAS AS MARCAS DE TELEFONE E DE   *
      *                          ENDERECO INVALIDOS, COM O TELEFONE E O *
      *                          ENDERECO A QUE A MARCA SE REFERE: NA   *
      *                          RECARGA A MARCA SO VALE SE O CADASTRO  *
      *                          SEQUENCIAL AINDA TRAZ O MESMO DADO -   *
      *                          DADO CORRIGIDO NA ORIGEM DESFAZ A      *
      *                          MARCA                                  *
      *    15/10/2026 JOHNATHAN  O ARQUIVO E COMPACTADO PERIODICAMENTE  *
      *                          PELO EXER0320, QUE MANTEM SO O ULTIMO  *
      *                          REGISTRO DE CADA CHAVE                 *
      *================================================================*
       01  ARQPRF01-REGISTRO.
           05  ARQPRF01-CHAVE.
           05  ARQPRF01-OPT-OUT-CARTA      PIC X(001).
           05  ARQPRF01-OPT-OUT-FONE       PIC X(001).
           05  ARQPRF01-DAT-PREFERENCIA    PIC 9(008).
           05  ARQPRF01-IND-FONE-INVALIDO  PIC X(001).
               88  ARQPRF01-FONE-INVALIDO       VALUE 'S'.
           05  ARQPRF01-IND-END-INVALIDO   PIC X(001).
               88  ARQPRF01-ENDERECO-INVALIDO   VALUE 'S'.
           05  ARQPRF01-TELEFONE-REF       PIC X(005).
           05  ARQPRF01-ENDERECO-REF       PIC X(012).
