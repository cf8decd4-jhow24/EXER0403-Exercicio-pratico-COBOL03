      *================================================================*
      *    BOOK.......: NOT03101                                        *
      *    OBJETIVO....: LAYOUT DO AVISO DE COBRANCA P/ MALA DIRETA    *
      *                  (ARQNOT01)  -  LRECL = 76                     *
      *                  1 AVISO POR CLIENTE: REGISTRO 'C' (CLIENTE)    *
      *                  COM NOME/ENDERECO DA CONTA MAIS GRAVE, A PIOR  *
      *                  SITUACAO, O MAIOR ATRASO E A QTDE DE CONTAS,   *
      *                  SEGUIDO DE 1 REGISTRO 'D' POR CONTA ATRASADA   *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES                                      *
      *    DATA       AUTOR      DESCRICAO                              *
      *                          DIGITOS E CONTA COM 7 DIGITOS, PARA   *
      *                          ACOMODAR A REDE DE AGENCIAS           *
      *                          INCORPORADA NA FUSAO                  *
      *    15/10/2026 JOHNATHAN  AVISO CONSOLIDADO POR CLIENTE          *
      *                          (DOCUMENTO CPF/CNPJ DO CADASTRO), COM  *
      *                          REGISTRO DE CLIENTE E REGISTROS DE     *
      *                          CONTA                                  *
      *================================================================*
       01  ARQNOT01-REGISTRO.
           05  ARQNOT01-TIPO-REG            PIC X(001).
               88  ARQNOT01-CLIENTE                VALUE 'C'.
               88  ARQNOT01-DETALHE                VALUE 'D'.
           05  ARQNOT01-CHAVE-CLIENTE.
               10  ARQNOT01-IND-DOCUMENTO   PIC X(001).
                   88  ARQNOT01-COM-DOCUMENTO      VALUE '1'.
                   88  ARQNOT01-SEM-DOCUMENTO      VALUE '2'.
               10  ARQNOT01-DOC-CLIENTE     PIC 9(014).
           05  ARQNOT01-AGENCIA            PIC 9(004).
           05  ARQNOT01-CONTA               PIC 9(007).
           05  ARQNOT01-NOME                PIC X(025).
               88  ARQNOT01-SIT-ATR-2A-AVISO       VALUE '4'.
               88  ARQNOT01-SIT-ATR-AVISO-FORMAL   VALUE '5'.
               88  ARQNOT01-SIT-SEM-PGTO           VALUE '3'.
           05  ARQNOT01-QTDE-CONTAS         PIC 9(003).
           05  FILLER                       PIC X(003).
