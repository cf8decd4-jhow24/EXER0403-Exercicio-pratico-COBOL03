      *================================================================*
      *    BOOK.......: SIT03101                                        *
      *    OBJETIVO....: LAYOUT DA SITUACAO DA CONTA PARA A CONSULTA   *
      *                  ONLINE DA MESA DE COBRANCA (ARQSIT01) -       *
      *                  VSAM KSDS, CHAVE = AGENCIA + CONTA            *
      *                  LRECL = 42                                    *
      *----------------------------------------------------------------*
      *    CARREGADO A CADA CICLO PELO EXER0322 A PARTIR DA FOTOGRAFIA *
      *    POR CONTA (ARQSNP01 - SITUACAO E DIAS DE ATRASO APURADOS NO *
      *    ARQSAI02/ARQSAI03) E DO ULTIMO ACORDO DE CADA CONTA NO      *
      *    ARQACO01. A TRANSACAO EX21 (EXER0321) ATUALIZA O ACORDO     *
      *    QUANDO A MESA REGISTRA UMA PROMESSA DE PAGAMENTO.           *
      *    SITUACAO EM BRANCO = CONTA SEM POSICAO NO CICLO (INCLUIDA   *
      *    NO CADASTRO DEPOIS DA ULTIMA CARGA).                        *
      *    SITUACAO DO ACORDO EM BRANCO = CONTA SEM ACORDO             *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES                                      *
      *    DATA       AUTOR      DESCRICAO                              *
      *    15/10/2026 JOHNATHAN  CRIACAO DO BOOK                        *
      *================================================================*
       01  ARQSIT01-REGISTRO.
           05  ARQSIT01-CHAVE.
               10  ARQSIT01-AGENCIA        PIC 9(004).
               10  ARQSIT01-CONTA          PIC 9(007).
           05  ARQSIT01-CODIGO-PRODUTO     PIC X(002).
           05  ARQSIT01-SITUACAO           PIC X(001).
               88  ARQSIT01-SIT-EM-DIA          VALUE '0'.
               88  ARQSIT01-SIT-31-60           VALUE '1'.
               88  ARQSIT01-SIT-61-90           VALUE '2'.
               88  ARQSIT01-SIT-91-180          VALUE '3'.
               88  ARQSIT01-SIT-180-MAIS        VALUE '4'.
               88  ARQSIT01-SIT-SEM-PGTO        VALUE '5'.
               88  ARQSIT01-SIT-LIQUIDADA       VALUE '6'.
               88  ARQSIT01-SEM-POSICAO         VALUE ' '.
           05  ARQSIT01-QTDE-DIAS-ATRASO   PIC 9(005).
           05  ARQSIT01-VLR-SALDO          PIC S9(009)V99 COMP-3.
           05  ARQSIT01-DAT-ACORDO         PIC 9(008).
           05  ARQSIT01-DAT-PROMESSA       PIC 9(008).
           05  ARQSIT01-SIT-ACORDO         PIC X(001).
               88  ARQSIT01-ACORDO-ATIVO        VALUE 'A'.
               88  ARQSIT01-ACORDO-CUMPRIDO     VALUE 'C'.
               88  ARQSIT01-ACORDO-CANCELADO    VALUE 'X'.
               88  ARQSIT01-SEM-ACORDO          VALUE ' '.
