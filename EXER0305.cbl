      *                          TODOS OS LAYOUTS E AREAS DE CHAVE,    *
      *                          PARA ACOMODAR A REDE DE AGENCIAS      *
      *                          INCORPORADA NA FUSAO                  *
      *    15/10/2026 JOHNATHAN  CARREGADO NO CADASTRO INDEXADO O       *
      *                          DOCUMENTO DO CLIENTE (CPF/CNPJ) DO     *
      *                          CADASTRO SEQUENCIAL                    *
      *    15/10/2026 JOHNATHAN  A CARGA PASSA A APLICAR AS MARCAS DE   *
      *                          TELEFONE E DE ENDERECO INVALIDOS DO    *
      *                          ARQPRF01 - SO QUANDO O CADASTRO        *
      *                          SEQUENCIAL AINDA TRAZ O MESMO DADO QUE *
      *                          FOI MARCADO (DADO CORRIGIDO NA ORIGEM  *
      *                          DESFAZ A MARCA)                        *
      *    15/10/2026 JOHNATHAN  AS PREFERENCIAS DO ARQPRF01 PASSAM A   *
      *                          SER CLASSIFICADAS POR AGENCIA+CONTA E  *
      *                          CASADAS COM O CADASTRO SEQUENCIAL, NO  *
      *                          LUGAR DA TABELA EM MEMORIA LIMITADA A  *
      *                          5000 CHAVES (QUE CANCELAVA A CARGA COM *
      *                          RC=12 QUANDO ESGOTAVA)                 *
      *================================================================*
      *
      *================================================================*

           SELECT ARQPRF01 ASSIGN      TO UT-S-ARQPRF01
                      FILE STATUS      IS WRK-FS-ARQPRF01.

           SELECT CLASSIFICA ASSIGN    TO SORTWK01.
      *
      *================================================================*
       DATA                            DIVISION.
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    INPUT:     CADASTRO SEQUENCIAL   -   LRECL = 83             *
      *----------------------------------------------------------------*
       FD  ARQENT01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQENT01             PIC X(83).

      *----------------------------------------------------------------*
      *    OUTPUT:    CADASTRO INDEXADO (VSAM KSDS)  -  LRECL = 94     *
      *----------------------------------------------------------------*
       FD  ARQCAD01
           LABEL RECORD   IS STANDARD.

      *----------------------------------------------------------------*
      *    INPUT:     PREFERENCIAS DE CONTATO REGISTRADAS PELO         *
      *               EXER0308   -   LRECL = 41. ARQUIVO OPCIONAL:     *
      *               SE NAO EXISTIR, NAO HA PREFERENCIA A APLICAR     *
      *----------------------------------------------------------------*
       FD  ARQPRF01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPRF01             PIC X(41).

      *----------------------------------------------------------------*
      *    SORT:      CLASSIFICA AS PREFERENCIAS POR AGENCIA+CONTA,    *
      *               MANTENDO A ORDEM DE GRAVACAO DENTRO DA CHAVE     *
      *               (O ULTIMO REGISTRO DE CADA CHAVE E O QUE VALE)   *
      *----------------------------------------------------------------*
       SD  CLASSIFICA.
       01 SRT-REGISTRO.
          05 SRT-CHAVE.
             10 SRT-AGENCIA       PIC  9(004).
             10 SRT-CONTA         PIC  9(007).
          05 FILLER               PIC  X(030).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
       77 ACU-GRAVA-ARQCAD01      PIC  9(005) VALUE ZEROS.
       77 ACU-LIDOS-ARQPRF01      PIC  9(005) VALUE ZEROS.
       77 ACU-PREF-APLICADAS      PIC  9(005) VALUE ZEROS.
       77 ACU-MARCAS-APLICADAS    PIC  9(005) VALUE ZEROS.
      *
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQENT01      VALUE 'ENT03103'.
             88 WRK-FS-PRF01-FIM              VALUE '10'.

          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.
      *
       77 WRK-SW-CLASSIFICA       PIC  X(001) VALUE 'N'.
          88 WRK-CN-FIM-CLASSIFICA        VALUE 'S'.
      *----------------------------------------------------------------*
      *    CHAVE DEVOLVIDA PELA CLASSIFICACAO (HIGH-VALUES NO FIM) E   *
      *    CHAVE DA PREFERENCIA CORRENTE, CUJO ULTIMO REGISTRO FICA NA *
      *    AREA ARQPRF01-REGISTRO. A CHAVE DO CADASTRO SEQUENCIAL E    *
      *    CASADA COM ELA NA MESMA ORDEM ASCENDENTE DE AGENCIA+CONTA   *
      *----------------------------------------------------------------*
       01 WRK-CHAVE-RETORNO.
          05 WRK-AG-RETORNO       PIC  9(004).
          05 WRK-CTA-RETORNO      PIC  9(007).

       01 WRK-CHAVE-PREFERENCIA.
          05 WRK-AG-PREFERENCIA   PIC  9(004).
          05 WRK-CTA-PREFERENCIA  PIC  9(007).

       01 WRK-CHAVE-CADASTRO.
          05 WRK-AG-CADASTRO      PIC  9(004).
          05 WRK-CTA-CADASTRO     PIC  9(007).
      *----------------------------------------------------------------*
      *    AREA DO CADASTRO SEQUENCIAL DE ENTRADA                      *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
           PERFORM 1000-INICIALIZAR

           SORT CLASSIFICA
                ON ASCENDING KEY SRT-CHAVE
                WITH DUPLICATES IN ORDER
                INPUT PROCEDURE IS 1300-CARREGAR-PREFERENCIAS
                OUTPUT PROCEDURE IS 2000-PROCESSAR

           IF SORT-RETURN NOT EQUAL ZEROS
              DISPLAY '*** ERRO NA CLASSIFICACAO DAS PREFERENCIAS '
                      '- SORT-RETURN: ' SORT-RETURN
              MOVE 12                      TO RETURN-CODE
           END-IF

           PERFORM 9900-FINALIZAR
           .
              MOVE WRK-FS-ARQCAD01             TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCEDIMENTO DE ENTRADA DA CLASSIFICACAO: LIBERA AS         *
      *    PREFERENCIAS DE CONTATO DO ARQUIVO PERMANENTE ARQPRF01. O   *
      *    ARQUIVO E OPCIONAL (PRIMEIRA EXECUCAO SEM PREFERENCIA       *
      *    REGISTRADA) E, POR SER UM DIARIO, O ULTIMO REGISTRO DE CADA *
      *    CHAVE E O QUE VALE                                          *
      *----------------------------------------------------------------*
       1300-CARREGAR-PREFERENCIAS SECTION.
      *----------------------------------------------------------------*
           EVALUATE WRK-FS-ARQPRF01
               WHEN '00'
                    ADD 1 TO ACU-LIDOS-ARQPRF01
                    PERFORM 1320-LIBERAR-PREFERENCIA
               WHEN '10'
                    CONTINUE
               WHEN OTHER
       1310-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       1320-LIBERAR-PREFERENCIA SECTION.
      *----------------------------------------------------------------*
           MOVE ARQPRF01-REGISTRO          TO SRT-REGISTRO

           RELEASE SRT-REGISTRO
           .
      *----------------------------------------------------------------*
       1320-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCEDIMENTO DE SAIDA DA CLASSIFICACAO: LE O CADASTRO       *
      *    SEQUENCIAL E GRAVA CADA REGISTRO NO CADASTRO INDEXADO, NA   *
      *    MESMA ORDEM ASCENDENTE DE AGENCIA+CONTA, CASANDO-O COM AS   *
      *    PREFERENCIAS CLASSIFICADAS                                  *
      *----------------------------------------------------------------*
       2000-PROCESSAR SECTION.
      *----------------------------------------------------------------*
           PERFORM 2200-RETORNAR-CLASSIFICA
           PERFORM 2210-OBTER-PREFERENCIA

           PERFORM 2100-LER-CADASTRO
           PERFORM 2100-LER-CADASTRO UNTIL WRK-FS-ENT01-FIM
           .
           MOVE ARQENT01-ENDERECO          TO ARQCAD01-ENDERECO
           MOVE ARQENT01-TELEFONE          TO ARQCAD01-TELEFONE
           MOVE ARQENT01-VLR-SALDO         TO ARQCAD01-VLR-SALDO
           MOVE ARQENT01-CPF-CNPJ          TO ARQCAD01-CPF-CNPJ

      *    O CADASTRO SEQUENCIAL NAO CARREGA PREFERENCIA DE CONTATO - *
      *    A CARGA INICIA COM OS VALORES PADRAO E DEPOIS APLICA O     *
           MOVE 'N'                        TO ARQCAD01-OPT-OUT-CARTA
           MOVE 'N'                        TO ARQCAD01-OPT-OUT-FONE
           MOVE ZEROS                      TO ARQCAD01-DAT-PREFERENCIA
           MOVE 'N'                        TO ARQCAD01-IND-FONE-INVALIDO
           MOVE 'N'                        TO ARQCAD01-IND-END-INVALIDO

           PERFORM 2150-APLICAR-PREFERENCIA

       2110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    AVANCA AS PREFERENCIAS ATE A CHAVE DO CADASTRO CORRENTE     *
      *    (CHAVES SEM CADASTRO SAO DESPREZADAS) E, SE HOUVER          *
      *    PREFERENCIA PARA ELA, SOBREPOE OS VALORES PADRAO.           *
      *    A MARCA DE CONTATO INVALIDO SO E APLICADA SE O TELEFONE OU  *
      *    O ENDERECO DO CADASTRO SEQUENCIAL AINDA E O QUE FOI MARCADO *
      *----------------------------------------------------------------*
       2150-APLICAR-PREFERENCIA SECTION.
      *----------------------------------------------------------------*
           MOVE ARQENT01-AGENCIA           TO WRK-AG-CADASTRO
           MOVE ARQENT01-CONTA             TO WRK-CTA-CADASTRO

           PERFORM 2210-OBTER-PREFERENCIA
              UNTIL WRK-CHAVE-PREFERENCIA NOT LESS WRK-CHAVE-CADASTRO

           IF WRK-CHAVE-PREFERENCIA EQUAL WRK-CHAVE-CADASTRO
              MOVE ARQPRF01-CANAL-PREFERIDO
                                        TO ARQCAD01-CANAL-PREFERIDO
              MOVE ARQPRF01-OPT-OUT-CARTA  TO ARQCAD01-OPT-OUT-CARTA
              MOVE ARQPRF01-OPT-OUT-FONE   TO ARQCAD01-OPT-OUT-FONE
              MOVE ARQPRF01-DAT-PREFERENCIA
                                        TO ARQCAD01-DAT-PREFERENCIA
              ADD 1 TO ACU-PREF-APLICADAS
              PERFORM 2160-APLICAR-MARCAS
           END-IF
           .
      *----------------------------------------------------------------*
       2150-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    APLICA AS MARCAS DE TELEFONE E DE ENDERECO INVALIDOS DA     *
      *    PREFERENCIA CASADA (ARQPRF01-REGISTRO) QUE AINDA VALEM PARA *
      *    O DADO TRAZIDO PELO CADASTRO SEQUENCIAL                     *
      *----------------------------------------------------------------*
       2160-APLICAR-MARCAS SECTION.
      *----------------------------------------------------------------*
           IF  ARQPRF01-FONE-INVALIDO
           AND ARQPRF01-TELEFONE-REF EQUAL ARQENT01-TELEFONE
              SET ARQCAD01-FONE-INVALIDO   TO TRUE
              ADD 1 TO ACU-MARCAS-APLICADAS
           END-IF

           IF  ARQPRF01-ENDERECO-INVALIDO
           AND ARQPRF01-ENDERECO-REF EQUAL ARQENT01-ENDERECO
              SET ARQCAD01-ENDERECO-INVALIDO TO TRUE
              ADD 1 TO ACU-MARCAS-APLICADAS
           END-IF
           .
      *----------------------------------------------------------------*
       2160-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       2200-RETORNAR-CLASSIFICA SECTION.
      *----------------------------------------------------------------*
           RETURN CLASSIFICA
               AT END
                  SET WRK-CN-FIM-CLASSIFICA TO TRUE
                  MOVE HIGH-VALUES         TO WRK-CHAVE-RETORNO
               NOT AT END
                  MOVE SRT-CHAVE           TO WRK-CHAVE-RETORNO
           END-RETURN
           .
      *----------------------------------------------------------------*
       2200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    OBTEM A PROXIMA CHAVE DE PREFERENCIA, GUARDANDO O ULTIMO    *
      *    REGISTRO DELA EM ARQPRF01-REGISTRO. NO FIM DA CLASSIFICACAO *
      *    A CHAVE DA PREFERENCIA VAI A HIGH-VALUES E NAO CASA MAIS    *
      *    COM NENHUM CADASTRO                                         *
      *----------------------------------------------------------------*
       2210-OBTER-PREFERENCIA SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-CHAVE-RETORNO          TO WRK-CHAVE-PREFERENCIA

           IF NOT WRK-CN-FIM-CLASSIFICA
              PERFORM 2220-GUARDAR-PREFERENCIA
                 UNTIL WRK-CHAVE-RETORNO NOT EQUAL
                       WRK-CHAVE-PREFERENCIA
           END-IF
           .
      *----------------------------------------------------------------*
       2210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       2220-GUARDAR-PREFERENCIA SECTION.
      *----------------------------------------------------------------*
           MOVE SRT-REGISTRO               TO ARQPRF01-REGISTRO

           PERFORM 2200-RETORNAR-CLASSIFICA
           .
      *----------------------------------------------------------------*
       2220-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       9100-ERROS-ARQUIVOS SECTION.
      *----------------------------------------------------------------*
           MOVE ACU-PREF-APLICADAS TO WRK-MASK-QTDREG
           DISPLAY '* QTDE DE PREFERENCIAS APLICADAS..: '
                                                    WRK-MASK-QTDREG
           MOVE ACU-MARCAS-APLICADAS TO WRK-MASK-QTDREG
           DISPLAY '* QTDE DE MARCAS DE CONTATO INVALIDO: '
                                                    WRK-MASK-QTDREG
           DISPLAY '***************************************************'
           DISPLAY '* FIM DO PROGRAMA 'WRK-PROGRAMA'                  *'
           DISPLAY '***************************************************'
