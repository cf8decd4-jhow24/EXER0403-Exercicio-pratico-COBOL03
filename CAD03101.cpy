      *================================================================*
      *    BOOK.......: CAD03101                                        *
      *    OBJETIVO....: LAYOUT DO CADASTRO INDEXADO (VSAM KSDS)       *
      *                  CHAVE = AGENCIA + CONTA  -  LRECL = 94        *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES                                      *
      *    DATA       AUTOR      DESCRICAO                              *
      *                          CARTA, OPT-OUT DE TELEFONE E DATA DO  *
      *                          REGISTRO DA PREFERENCIA), EXIGIDOS    *
      *                          PELAS REGRAS DE PROTECAO DE DADOS     *
      *    15/10/2026 JOHNATHAN  INCLUIDO O DOCUMENTO DO CLIENTE (CPF   *
      *                          OU CNPJ; ZEROS = NAO INFORMADO), PARA  *
      *                          CONSOLIDAR AS CONTAS DO MESMO DEVEDOR  *
      *    15/10/2026 JOHNATHAN  INCLUIDAS AS MARCAS DE TELEFONE E DE   *
      *                          ENDERECO INVALIDOS, GRAVADAS PELO      *
      *                          RETORNO DA COBRANCA (EXER0318) E       *
      *                          DESFEITAS NA CORRECAO DO DADO          *
      *================================================================*
       01  ARQCAD01-REGISTRO.
           05  ARQCAD01-CHAVE.
           05  ARQCAD01-OPT-OUT-FONE      PIC X(001).
               88  ARQCAD01-SEM-FONE           VALUE 'S'.
           05  ARQCAD01-DAT-PREFERENCIA   PIC 9(008).
           05  ARQCAD01-CPF-CNPJ          PIC 9(014).
           05  ARQCAD01-IND-FONE-INVALIDO PIC X(001).
               88  ARQCAD01-FONE-INVALIDO      VALUE 'S'.
           05  ARQCAD01-IND-END-INVALIDO  PIC X(001).
               88  ARQCAD01-ENDERECO-INVALIDO  VALUE 'S'.
