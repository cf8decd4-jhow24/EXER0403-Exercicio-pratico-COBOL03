      *                          PERMANENTE DE PREFERENCIAS (ARQPRF01), *
      *                          SISTEMA DE REGISTRO QUE SOBREVIVE A    *
      *                          RECARGA COMPLETA DO KSDS PELO EXER0305 *
      *    15/10/2026 JOHNATHAN  AS TRANSACOES PASSAM A MANTER O        *
      *                          DOCUMENTO DO CLIENTE (CPF/CNPJ) DO     *
      *                          CADASTRO - NA ALTERACAO, DOCUMENTO     *
      *                          ZERADO MANTEM O QUE JA ESTA NO KSDS    *
      *    15/10/2026 JOHNATHAN  A ALTERACAO QUE CORRIGE O TELEFONE OU  *
      *                          O ENDERECO DESFAZ A MARCA DE CONTATO   *
      *                          INVALIDO GRAVADA PELO RETORNO DA       *
      *                          COBRANCA (EXER0318), E O REGISTRO DE   *
      *                          ARQPRF01 PASSA A LEVAR AS MARCAS       *
      *================================================================*
      *
      *================================================================*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    INPUT:     TRANSACOES DE MANUTENCAO   -   LRECL = 93        *
      *----------------------------------------------------------------*
       FD  ARQMNT01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQMNT01             PIC X(93).

      *----------------------------------------------------------------*
      *    I-O:       CADASTRO INDEXADO (VSAM KSDS)  -  LRECL = 94     *
      *----------------------------------------------------------------*
       FD  ARQCAD01
           LABEL RECORD   IS STANDARD.
           COPY CAD03101.

      *----------------------------------------------------------------*
      *    OUTPUT:    JORNAL DE AUDITORIA DA MANUTENCAO - LRECL = 208  *
      *----------------------------------------------------------------*
       FD  ARQJRN01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQJRN01             PIC X(208).

      *----------------------------------------------------------------*
      *    OUTPUT:    TRANSACOES REJEITADAS   -   LRECL = 95           *
      *----------------------------------------------------------------*
       FD  ARQREJ01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQREJ01             PIC X(95).

      *----------------------------------------------------------------*
      *    OUTPUT:    ARQUIVO PERMANENTE DE PREFERENCIAS DE CONTATO -  *
      *               LRECL = 41, ACUMULADO ENTRE EXECUCOES            *
      *----------------------------------------------------------------*
       FD  ARQPRF01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPRF01             PIC X(41).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
       77 ACU-GRAVA-ARQPRF01      PIC  9(005) VALUE ZEROS.
      *
       77 WRK-DATA-MOVTO          PIC  9(008) VALUE ZEROS.
       77 WRK-IMAGEM-ANTES        PIC  X(094) VALUE SPACES.
      *
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQMNT01      VALUE 'MNT03101'.
           MOVE ARQMNT01-OPT-OUT-CARTA     TO ARQCAD01-OPT-OUT-CARTA
           MOVE ARQMNT01-OPT-OUT-FONE      TO ARQCAD01-OPT-OUT-FONE
           MOVE ARQMNT01-DAT-PREFERENCIA   TO ARQCAD01-DAT-PREFERENCIA
           MOVE ARQMNT01-CPF-CNPJ          TO ARQCAD01-CPF-CNPJ
           MOVE 'N'                        TO ARQCAD01-IND-FONE-INVALIDO
           MOVE 'N'                        TO ARQCAD01-IND-END-INVALIDO

           SET WRK-CN-WRITE                TO TRUE
           SET WRK-CN-ARQCAD01              TO TRUE
               WHEN '00'
                    MOVE ARQCAD01-REGISTRO   TO WRK-IMAGEM-ANTES

      *             TELEFONE OU ENDERECO CORRIGIDO DESFAZ A MARCA DE  *
      *             CONTATO INVALIDO                                  *
                    IF ARQMNT01-TELEFONE NOT EQUAL ARQCAD01-TELEFONE
                       MOVE 'N'         TO ARQCAD01-IND-FONE-INVALIDO
                    END-IF
                    IF ARQMNT01-ENDERECO NOT EQUAL ARQCAD01-ENDERECO
                       MOVE 'N'         TO ARQCAD01-IND-END-INVALIDO
                    END-IF

                    MOVE ARQMNT01-NOME       TO ARQCAD01-NOME
                    MOVE ARQMNT01-ENDERECO   TO ARQCAD01-ENDERECO
                    MOVE ARQMNT01-TELEFONE   TO ARQCAD01-TELEFONE
                                          TO ARQCAD01-OPT-OUT-FONE
                    MOVE ARQMNT01-DAT-PREFERENCIA
                                          TO ARQCAD01-DAT-PREFERENCIA
                    IF ARQMNT01-CPF-CNPJ NOT EQUAL ZEROS
                       MOVE ARQMNT01-CPF-CNPJ
                                          TO ARQCAD01-CPF-CNPJ
                    END-IF

                    SET WRK-CN-REWRITE       TO TRUE

           EXIT.
      *----------------------------------------------------------------*
      *    REGISTRA NO ARQUIVO PERMANENTE DE PREFERENCIAS O ESTADO DA  *
      *    PREFERENCIA DE CONTATO DA TRANSACAO APLICADA E AS MARCAS DE *
      *    CONTATO INVALIDO DO KSDS, COM O TELEFONE E O ENDERECO A QUE *
      *    SE REFEREM - O EXER0305 APLICA NA RECARGA O ULTIMO REGISTRO *
      *    DE CADA CHAVE                                               *
      *----------------------------------------------------------------*
       3300-GRAVAR-PREFERENCIA SECTION.
      *----------------------------------------------------------------*
           MOVE ARQMNT01-OPT-OUT-CARTA     TO ARQPRF01-OPT-OUT-CARTA
           MOVE ARQMNT01-OPT-OUT-FONE      TO ARQPRF01-OPT-OUT-FONE
           MOVE ARQMNT01-DAT-PREFERENCIA   TO ARQPRF01-DAT-PREFERENCIA
           MOVE ARQCAD01-IND-FONE-INVALIDO TO ARQPRF01-IND-FONE-INVALIDO
           MOVE ARQCAD01-IND-END-INVALIDO  TO ARQPRF01-IND-END-INVALIDO
           MOVE ARQCAD01-TELEFONE          TO ARQPRF01-TELEFONE-REF
           MOVE ARQCAD01-ENDERECO          TO ARQPRF01-ENDERECO-REF

           SET WRK-CN-WRITE                TO TRUE
           SET WRK-CN-ARQPRF01              TO TRUE
