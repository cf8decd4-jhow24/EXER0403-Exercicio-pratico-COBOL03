      *================================================================*
      *    BOOK.......: TEL03101                                        *
      *    OBJETIVO....: LAYOUT DO EXTRATO DE CONTATO PARA A           *
      *                  TELE-COBRANCA (ARQTEL01)  -  LRECL = 62       *
      *                  1 CONTATO POR CLIENTE: REGISTRO 'C' (CLIENTE)  *
      *                  COM NOME/TELEFONE DA CONTA MAIS GRAVE E A QTDE *
      *                  DE CONTAS, SEGUIDO DE 1 REGISTRO 'D' POR CONTA *
      *                  ATRASADA. GERADO CLASSIFICADO PELA PIOR FAIXA  *
      *                  DE ATRASO DO CLIENTE, DA MAIS GRAVE PARA A     *
      *                  MAIS LEVE                                      *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES                                      *
      *    DATA       AUTOR      DESCRICAO                              *
      *                          DIGITOS E CONTA COM 7 DIGITOS, PARA   *
      *                          ACOMODAR A REDE DE AGENCIAS           *
      *                          INCORPORADA NA FUSAO                  *
      *    15/10/2026 JOHNATHAN  CONTATO CONSOLIDADO POR CLIENTE        *
      *                          (DOCUMENTO CPF/CNPJ DO CADASTRO): A    *
      *                          FAIXA DO REGISTRO PASSA A SER A PIOR   *
      *                          DO CLIENTE, E A DA CONTA VAI EM        *
      *                          FAIXA-CONTA                            *
      *================================================================*
       01  ARQTEL01-REGISTRO.
           05  ARQTEL01-FAIXA-ATRASO      PIC X(001).
               88  ARQTEL01-FAIXA-61-90       VALUE '2'.
               88  ARQTEL01-FAIXA-31-60       VALUE '1'.
               88  ARQTEL01-SEM-PGTO          VALUE '0'.
           05  ARQTEL01-TIPO-REG          PIC X(001).
               88  ARQTEL01-CLIENTE           VALUE 'C'.
               88  ARQTEL01-DETALHE           VALUE 'D'.
           05  ARQTEL01-CHAVE-CLIENTE.
               10  ARQTEL01-IND-DOCUMENTO PIC X(001).
                   88  ARQTEL01-COM-DOCUMENTO     VALUE '1'.
                   88  ARQTEL01-SEM-DOCUMENTO     VALUE '2'.
               10  ARQTEL01-DOC-CLIENTE   PIC 9(014).
           05  ARQTEL01-AGENCIA           PIC 9(004).
           05  ARQTEL01-CONTA             PIC 9(007).
           05  ARQTEL01-NOME              PIC X(025).
           05  ARQTEL01-TELEFONE          PIC X(005).
           05  ARQTEL01-FAIXA-CONTA       PIC X(001).
           05  ARQTEL01-QTDE-CONTAS       PIC 9(003).
