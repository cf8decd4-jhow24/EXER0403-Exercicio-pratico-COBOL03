      *                  ARQCAD01 ANTES E DEPOIS DA TRANSACAO          *
      *                  (INCLUSAO: ANTES EM BRANCOS / EXCLUSAO:       *
      *                  DEPOIS EM BRANCOS)                            *
      *                  LRECL = 208                                   *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES                                      *
      *    DATA       AUTOR      DESCRICAO                              *
      *    02/09/2026 JOHNATHAN  AJUSTADAS AS IMAGENS PARA ACOMODAR OS  *
      *                          CAMPOS DE PREFERENCIA DE CONTATO DO   *
      *                          CADASTRO                              *
      *    15/10/2026 JOHNATHAN  AJUSTADAS AS IMAGENS PARA ACOMODAR O   *
      *                          DOCUMENTO DO CLIENTE DO CADASTRO       *
      *    15/10/2026 JOHNATHAN  AJUSTADAS AS IMAGENS PARA ACOMODAR AS  *
      *                          MARCAS DE CONTATO INVALIDO E INCLUIDO  *
      *                          O TIPO R (MARCA GRAVADA PELO RETORNO   *
      *                          DA COBRANCA - EXER0318)                *
      *================================================================*
       01  ARQJRN01-REGISTRO.
           05  ARQJRN01-DATA-MOVTO         PIC 9(008).
               88  ARQJRN01-INCLUSAO            VALUE 'I'.
               88  ARQJRN01-ALTERACAO           VALUE 'A'.
               88  ARQJRN01-EXCLUSAO            VALUE 'E'.
               88  ARQJRN01-RETORNO-COBRANCA    VALUE 'R'.
           05  ARQJRN01-CHAVE.
               10  ARQJRN01-AGENCIA        PIC 9(004).
               10  ARQJRN01-CONTA          PIC 9(007).
           05  ARQJRN01-IMAGEM-ANTES       PIC X(094).
           05  ARQJRN01-IMAGEM-DEPOIS      PIC X(094).
