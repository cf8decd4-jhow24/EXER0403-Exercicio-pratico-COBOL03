      *================================================================*
      *    BOOK.......: RET03101                                        *
      *    OBJETIVO....: LAYOUT DO ARQUIVO DE RETORNO DA COBRANCA      *
      *                  (ARQRET01), RECEBIDO DA CENTRAL DE TELE-      *
      *                  COBRANCA E DA GRAFICA DA MALA DIRETA - 1      *
      *                  REGISTRO POR RESULTADO DE LIGACAO OU CARTA    *
      *                  DEVOLVIDA, CHAVE AGENCIA+CONTA. A DATA DA     *
      *                  PROMESSA SO E INFORMADA NO RESULTADO          *
      *                  PROMESSA DE PAGAMENTO                         *
      *                  LRECL = 30                                    *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES                                      *
      *    DATA       AUTOR      DESCRICAO                              *
      *    15/10/2026 JOHNATHAN  CRIACAO DO BOOK                        *
      *================================================================*
       01  ARQRET01-REGISTRO.
           05  ARQRET01-CHAVE.
               10  ARQRET01-AGENCIA        PIC 9(004).
               10  ARQRET01-CONTA          PIC 9(007).
           05  ARQRET01-COD-RESULTADO      PIC X(001).
               88  ARQRET01-CONTATADO           VALUE 'C'.
               88  ARQRET01-NUMERO-ERRADO       VALUE 'N'.
               88  ARQRET01-SEM-RESPOSTA        VALUE 'S'.
               88  ARQRET01-END-DESCONHECIDO    VALUE 'E'.
               88  ARQRET01-PROMESSA            VALUE 'P'.
               88  ARQRET01-RESULTADO-VALIDO    VALUE 'C' 'N' 'S'
                                                      'E' 'P'.
           05  ARQRET01-DAT-RESULTADO      PIC 9(008).
           05  ARQRET01-DAT-PROMESSA       PIC 9(008).
           05  FILLER                      PIC X(002).
