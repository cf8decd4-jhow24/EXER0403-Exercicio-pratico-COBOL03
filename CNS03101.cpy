      *================================================================*
      *    BOOK.......: CNS03101                                        *
      *    OBJETIVO....: ITEM DE CONTATO POR CONTA, LIBERADO PELO       *
      *                  EXER0306 PARA A CONSOLIDACAO POR CLIENTE DOS   *
      *                  AVISOS DE COBRANCA (CANAL CARTA) E DO EXTRATO  *
      *                  DE TELE-COBRANCA (CANAL TELEFONE)              *
      *                  LRECL = 80                                     *
      *----------------------------------------------------------------*
      *    CHAVE DO CLIENTE: O DOCUMENTO (CPF/CNPJ) DO CADASTRO, OU,    *
      *    QUANDO NAO INFORMADO, A PROPRIA AGENCIA+CONTA - A CONTA SEM  *
      *    DOCUMENTO FORMA UM CLIENTE SOZINHA                           *
      *    GRAU: ORDEM DE SEVERIDADE DO CONTATO, PARA ESCOLHER A PIOR   *
      *    CONTA DO CLIENTE (CARTA: 1=SEM PAGTO 2=1o AVISO 3=2o AVISO   *
      *    4=AVISO FORMAL / TELEFONE: A PROPRIA FAIXA DE ATRASO)        *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES                                      *
      *    DATA       AUTOR      DESCRICAO                              *
      *    15/10/2026 JOHNATHAN  CRIACAO DO BOOK                        *
      *================================================================*
       01  ARQCNS01-REGISTRO.
           05  ARQCNS01-CHAVE-CLIENTE.
               10  ARQCNS01-IND-DOCUMENTO PIC X(001).
                   88  ARQCNS01-COM-DOCUMENTO     VALUE '1'.
                   88  ARQCNS01-SEM-DOCUMENTO     VALUE '2'.
               10  ARQCNS01-DOC-CLIENTE   PIC 9(014).
           05  ARQCNS01-CANAL             PIC X(001).
               88  ARQCNS01-CANAL-CARTA       VALUE 'C'.
               88  ARQCNS01-CANAL-TELEFONE    VALUE 'T'.
           05  ARQCNS01-AGENCIA           PIC 9(004).
           05  ARQCNS01-CONTA             PIC 9(007).
           05  ARQCNS01-NOME              PIC X(025).
           05  ARQCNS01-ENDERECO          PIC X(012).
           05  ARQCNS01-TELEFONE          PIC X(005).
           05  ARQCNS01-QTDE-DIAS-ATRASO  PIC 9(005).
           05  ARQCNS01-SITUACAO          PIC X(001).
               88  ARQCNS01-SIT-ATR-1A-AVISO      VALUE '2'.
               88  ARQCNS01-SIT-ATR-2A-AVISO      VALUE '4'.
               88  ARQCNS01-SIT-ATR-AVISO-FORMAL  VALUE '5'.
               88  ARQCNS01-SIT-SEM-PGTO          VALUE '3'.
           05  ARQCNS01-FAIXA-ATRASO      PIC X(001).
               88  ARQCNS01-FAIXA-180-MAIS    VALUE '4'.
               88  ARQCNS01-FAIXA-91-180      VALUE '3'.
               88  ARQCNS01-FAIXA-61-90       VALUE '2'.
               88  ARQCNS01-FAIXA-31-60       VALUE '1'.
               88  ARQCNS01-SEM-PGTO          VALUE '0'.
           05  ARQCNS01-GRAU              PIC 9(001).
           05  FILLER                     PIC X(003).
