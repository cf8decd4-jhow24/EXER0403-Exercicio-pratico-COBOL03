      *================================================================*
      *    BOOK.......: ENT03103                                        *
      *    OBJETIVO....: LAYOUT DO CADASTRO DE CONTAS (ARQENT01)        *
      *                  LRECL = 83                                     *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES                                      *
      *    DATA       AUTOR      DESCRICAO                              *
      *                          DIGITOS E CONTA COM 7 DIGITOS, PARA   *
      *                          ACOMODAR A REDE DE AGENCIAS           *
      *                          INCORPORADA NA FUSAO                  *
      *    15/10/2026 JOHNATHAN  INCLUIDO O DOCUMENTO DO CLIENTE (CPF   *
      *                          OU CNPJ, ALINHADO A DIREITA COM        *
      *                          ZEROS; ZEROS = NAO INFORMADO), PARA    *
      *                          CONSOLIDAR AS CONTAS DO MESMO DEVEDOR  *
      *================================================================*
       01  ARQENT01-REGISTRO.
           05  ARQENT01-AGENCIA           PIC 9(004).
           05  ARQENT01-TELEFONE          PIC X(005).
           05  ARQENT01-CODIGO-PRODUTO    PIC X(002).
           05  ARQENT01-VLR-SALDO         PIC S9(009)V99 COMP-3.
           05  ARQENT01-CPF-CNPJ          PIC 9(014).
