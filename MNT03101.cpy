      *                  INDEXADO (ARQCAD01), CHAVE AGENCIA+CONTA,     *
      *                  USADA PELO EXER0308 PARA INCLUSAO/ALTERACAO/  *
      *                  EXCLUSAO SEM A CARGA COMPLETA DO STEP050      *
      *                  LRECL = 93                                     *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES                                      *
      *    DATA       AUTOR      DESCRICAO                              *
      *                          CARTA, OPT-OUT DE TELEFONE E DATA DO  *
      *                          REGISTRO DA PREFERENCIA), EXIGIDOS    *
      *                          PELAS REGRAS DE PROTECAO DE DADOS     *
      *    15/10/2026 JOHNATHAN  INCLUIDO O DOCUMENTO DO CLIENTE (CPF   *
      *                          OU CNPJ). NA ALTERACAO, ZEROS = MANTEM *
      *                          O DOCUMENTO DO CADASTRO                *
      *================================================================*
       01  ARQMNT01-REGISTRO.
           05  ARQMNT01-TIPO-TRANSACAO     PIC X(001).
           05  ARQMNT01-OPT-OUT-CARTA      PIC X(001).
           05  ARQMNT01-OPT-OUT-FONE       PIC X(001).
           05  ARQMNT01-DAT-PREFERENCIA    PIC 9(008).
           05  ARQMNT01-CPF-CNPJ           PIC 9(014).
