      *                          MEMORIA, PARA NAO ENCAMINHAR DE NOVO   *
      *                          A MESMA CONTA QUANDO ELA TEM MAIS DE   *
      *                          UM MOVIMENTO DE PAGAMENTO NO CICLO     *
      *    15/10/2026 JOHNATHAN  O CONTROLE ACUMULATIVO ARQCTL01 PASSA  *
      *                          A SER VSAM KSDS, CHAVE AGENCIA+CONTA,  *
      *                          CONSULTADO E ATUALIZADO POR ACESSO     *
      *                          ALEATORIO, NO LUGAR DA TABELA EM       *
      *                          MEMORIA LIMITADA A 2000 CONTAS         *
      *================================================================*
      *
      *================================================================*
           SELECT ARQPAR03 ASSIGN       TO UT-S-ARQPAR03
                      FILE STATUS      IS WRK-FS-ARQPAR03.

           SELECT ARQCTL01 ASSIGN      TO UT-S-ARQCTL01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS ARQCTL01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQCTL01.

           SELECT ARQJUR01 ASSIGN       TO UT-S-ARQJUR01
       01 FD-ARQSAI02             PIC X(47).

      *----------------------------------------------------------------*
      *    INPUT:     CADASTRO INDEXADO (VSAM KSDS)  -  LRECL = 94     *
      *----------------------------------------------------------------*
       FD  ARQCAD01
           LABEL RECORD   IS STANDARD.

      *----------------------------------------------------------------*
      *    I-O:       CONTROLE ACUMULATIVO DE CONTAS JA ENCAMINHADAS   *
      *               AO JURIDICO (VSAM KSDS)  -  LRECL = 19           *
      *----------------------------------------------------------------*
       FD  ARQCTL01
           LABEL RECORD   IS STANDARD.
           COPY CTL03101.

      *----------------------------------------------------------------*
      *    OUTPUT:    EXTRATO DE ENCAMINHAMENTO AO JURIDICO -          *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0312'.
       77 WRK-MASK-QTDREG         PIC  ZZ.ZZ9.
       77 ACU-LIDOS-ARQSAI02      PIC  9(005) VALUE ZEROS.
       77 ACU-GRAVA-ARQCTL01      PIC  9(005) VALUE ZEROS.
       77 ACU-GRAVA-ARQJUR01      PIC  9(005) VALUE ZEROS.
       77 ACU-JA-ENCAMINHADAS     PIC  9(005) VALUE ZEROS.
       77 ACU-CAD-NAO-LOCALIZADO  PIC  9(005) VALUE ZEROS.
             88 WRK-FS-PAR03-OK               VALUE '00'.
          05 WRK-FS-ARQCTL01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CTL01-OK               VALUE '00'.
             88 WRK-FS-CTL01-NAOLOC           VALUE '23'.
             88 WRK-FS-CTL01-INEXISTENTE      VALUE '35'.
          05 WRK-FS-ARQJUR01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-JUR01-OK               VALUE '00'.
          05 WRK-FS-ARQREL03      PIC  X(002) VALUE SPACES.

       77 WRK-VLR-TOTAL-CONTA     PIC S9(009)V99 COMP-3 VALUE ZEROS.
       77 WRK-DATA-EXECUCAO       PIC  9(008) VALUE ZEROS.
      *
       77 WRK-SW-JA-ENCAMINHADA   PIC  X(001) VALUE 'N'.
          88 WRK-CN-JA-ENCAMINHADA        VALUE 'S'.
          88 WRK-CN-NAO-ENCAMINHADA       VALUE 'N'.
      *----------------------------------------------------------------*
           COPY SAI03203.
           COPY PAR03103.
           COPY JUR03101.
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE

           PERFORM 1100-LER-PARAMETRO

           PERFORM 1200-ABRIR-CONTROLE

           PERFORM 3600-IMPRIMIR-CABECALHO
           .
       1100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    ABRE O CONTROLE ACUMULATIVO (KSDS) PARA CONSULTA E INCLUSAO *
      *    DOS ENCAMINHAMENTOS DESTE CICLO. NA PRIMEIRA EXECUCAO O     *
      *    ARQUIVO AINDA NAO TEM REGISTRO: E CRIADO EM OUTPUT E        *
      *    REABERTO EM I-O                                             *
      *----------------------------------------------------------------*
       1200-ABRIR-CONTROLE SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-OPEN                 TO TRUE
           SET WRK-CN-ARQCTL01              TO TRUE

           OPEN I-O ARQCTL01

           IF WRK-FS-CTL01-INEXISTENTE
              OPEN OUTPUT ARQCTL01
              IF WRK-FS-CTL01-OK
                 SET WRK-CN-CLOSE          TO TRUE
                 CLOSE ARQCTL01
                 SET WRK-CN-OPEN           TO TRUE
                 OPEN I-O ARQCTL01
              END-IF
           END-IF

           IF NOT WRK-FS-CTL01-OK
      *----------------------------------------------------------------*
       1200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LE OS ATRASADOS, PULA OS TRAILERS E AVALIA CADA DETALHE     *
      *----------------------------------------------------------------*
                                          + ARQSAI02-VLR-JUROS

              IF WRK-VLR-TOTAL-CONTA GREATER WRK-VLR-LIMITE
                 PERFORM 2300-CONSULTAR-CONTROLE

                 IF WRK-CN-JA-ENCAMINHADA
       2200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    CONSULTA A CONTA NO CONTROLE ACUMULATIVO DE CONTAS JA       *
      *    ENCAMINHADAS, POR ACESSO ALEATORIO                          *
      *----------------------------------------------------------------*
       2300-CONSULTAR-CONTROLE SECTION.
      *----------------------------------------------------------------*
           MOVE ARQSAI02-AGENCIA           TO ARQCTL01-AGENCIA
           MOVE ARQSAI02-CONTA             TO ARQCTL01-CONTA

           SET WRK-CN-READ                 TO TRUE
           SET WRK-CN-ARQCTL01              TO TRUE

           READ ARQCTL01.

           EVALUATE TRUE
               WHEN WRK-FS-CTL01-OK
                    SET WRK-CN-JA-ENCAMINHADA  TO TRUE
               WHEN WRK-FS-CTL01-NAOLOC
                    SET WRK-CN-NAO-ENCAMINHADA TO TRUE
               WHEN OTHER
                    MOVE WRK-FS-ARQCTL01     TO WRK-FS-DISPLAY
                    PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       2300-99-FIM.
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    REGISTRA A CONTA ENCAMINHADA NO CONTROLE ACUMULATIVO. O     *
      *    ARQSAI02 TRAZ 1 DETALHE POR MOVIMENTO DE PAGAMENTO DA MESMA *
      *    CONTA: O PROXIMO MOVIMENTO DO MESMO CICLO JA ENCONTRA A     *
      *    CONTA NO CONTROLE E NAO E ENCAMINHADO DE NOVO               *
      *----------------------------------------------------------------*
       3200-GRAVAR-CONTROLE SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE                TO TRUE
           SET WRK-CN-ARQCTL01              TO TRUE

           WRITE ARQCTL01-REGISTRO.

           IF NOT WRK-FS-CTL01-OK
              MOVE WRK-FS-ARQCTL01          TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           ELSE
              ADD 1 TO ACU-GRAVA-ARQCTL01
           END-IF
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           MOVE ACU-LIDOS-ARQSAI02 TO WRK-MASK-QTDREG
           DISPLAY '***************************************************'
           DISPLAY '* QTDE DE REGS LIDOS EM ARQSAI02..: 'WRK-MASK-QTDREG
           MOVE ACU-GRAVA-ARQCTL01 TO WRK-MASK-QTDREG
           DISPLAY '* QTDE DE CONTROLES GRAVADOS......: 'WRK-MASK-QTDREG
           MOVE ACU-GRAVA-ARQJUR01 TO WRK-MASK-QTDREG
           DISPLAY '* QTDE DE CONTAS ENCAMINHADAS.....: 'WRK-MASK-QTDREG
           MOVE ACU-JA-ENCAMINHADAS TO WRK-MASK-QTDREG
