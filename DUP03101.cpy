      *================================================================*
      *    BOOK.......: DUP03101                                        *
      *    OBJETIVO....: LAYOUT DO RELATORIO DE EXCECAO DE CHAVES      *
      *                  DUPLICADAS (ARQDUP01)  -  LRECL = 104         *
      *                  UM REGISTRO POR OCORRENCIA DA CHAVE           *
      *                  DUPLICADA, COM A IMAGEM DO REGISTRO DE        *
      *                  ORIGEM, PARA O DONO DO EXTRATO UPSTREAM       *
      *                          DIGITOS E CONTA COM 7 DIGITOS, PARA   *
      *                          ACOMODAR A REDE DE AGENCIAS           *
      *                          INCORPORADA NA FUSAO                  *
      *    15/10/2026 JOHNATHAN  AJUSTADA A IMAGEM PARA ACOMODAR O      *
      *                          DOCUMENTO DO CLIENTE DO ARQENT01       *
      *================================================================*
       01  ARQDUP01-REGISTRO.
           05  ARQDUP01-ORIGEM            PIC X(008).
           05  ARQDUP01-AGENCIA           PIC 9(004).
           05  ARQDUP01-CONTA             PIC 9(007).
           05  ARQDUP01-OCORRENCIA        PIC 9(002).
           05  ARQDUP01-IMAGEM            PIC X(083).
