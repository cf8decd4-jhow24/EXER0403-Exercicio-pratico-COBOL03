      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0317.
       AUTHOR.     JOHNATHAN.
      *================================================================*
      *              C A P G E M I N I - S I S T E M A S               *
      *================================================================*
      *    PROGRAMA....: EXER0317
      *    PROGRAMADOR.: JOHNATHAN
      *    ANALISTA....: ARI BORGES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   EMITIR O RELATORIO DE EXPOSICAO POR CLIENTE *
      *                    (ARQREL08): CADA CONTA DOS PAGTOS EM DIA    *
      *                    (ARQSAI01), ATRASADOS (ARQSAI02) E SEM      *
      *                    PAGAMENTO (ARQSAI03) GERADOS PELO EXER0303  *
      *                    E LOCALIZADA NO CADASTRO INDEXADO           *
      *                    (ARQCAD01) PARA OBTER O DOCUMENTO DO        *
      *                    CLIENTE (CPF/CNPJ), E O RELATORIO SOMA,     *
      *                    POR CLIENTE, O SALDO EM ABERTO E OS JUROS   *
      *                    DE MORA DE TODAS AS SUAS CONTAS, EM         *
      *                    QUALQUER AGENCIA. CONTA SEM DOCUMENTO NO    *
      *                    CADASTRO E TRATADA COMO UM CLIENTE SOZINHA  *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQSAI01                                  SAI03103
      *      ARQSAI02                                  SAI03203
      *      ARQSAI03                                  SAI03303
      *      ARQCAD01                                  CAD03101
      *      ARQREL08                                  (LINHA X(120))  *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES                                      *
      *    DATA       AUTOR      DESCRICAO                              *
      *    15/10/2026 JOHNATHAN  CRIACAO DO PROGRAMA                    *
      *================================================================*
      *
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       CONFIGURATION                   SECTION.
      *----------------------------------------------------------------*
      *
       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.
      *
      *----------------------------------------------------------------
       INPUT-OUTPUT                    SECTION.
      *----------------------------------------------------------------*
      *
       FILE-CONTROL.
      *
           SELECT ARQSAI01 ASSIGN       TO UT-S-ARQSAI01
                      FILE STATUS      IS WRK-FS-ARQSAI01.

           SELECT ARQSAI02 ASSIGN       TO UT-S-ARQSAI02
                      FILE STATUS      IS WRK-FS-ARQSAI02.

           SELECT ARQSAI03 ASSIGN       TO UT-S-ARQSAI03
                      FILE STATUS      IS WRK-FS-ARQSAI03.

           SELECT ARQCAD01 ASSIGN      TO UT-S-ARQCAD01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS ARQCAD01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQCAD01.

           SELECT ARQREL08 ASSIGN       TO UT-S-ARQREL08
                      FILE STATUS      IS WRK-FS-ARQREL08.

           SELECT CLASSIFICA ASSIGN     TO SORTWK01.
      *
      *================================================================*
       DATA                            DIVISION.
      *================================================================
      *----------------------------------------------------------------
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    INPUT:     PAGTOS EM DIA DO BALANCE LINE  -   LRECL = 35    *
      *----------------------------------------------------------------*
       FD  ARQSAI01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQSAI01             PIC X(35).

      *----------------------------------------------------------------*
      *    INPUT:     ATRASADOS DO BALANCE LINE   -   LRECL = 47       *
      *----------------------------------------------------------------*
       FD  ARQSAI02
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQSAI02             PIC X(47).

      *----------------------------------------------------------------*
      *    INPUT:     SEM PAGAMENTO DO BALANCE LINE  -   LRECL = 40    *
      *----------------------------------------------------------------*
       FD  ARQSAI03
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQSAI03             PIC X(40).

      *----------------------------------------------------------------*
      *    INPUT:     CADASTRO INDEXADO (VSAM KSDS)  -  LRECL = 94     *
      *----------------------------------------------------------------*
       FD  ARQCAD01
           LABEL RECORD   IS STANDARD.
           COPY CAD03101.

      *----------------------------------------------------------------*
      *    OUTPUT:    RELATORIO DE EXPOSICAO POR CLIENTE - LRECL = 120 *
      *----------------------------------------------------------------*
       FD  ARQREL08
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQREL08             PIC X(120).

      *----------------------------------------------------------------*
      *    SORT:      CLASSIFICA AS CONTAS POR CLIENTE (DOCUMENTO OU,  *
      *               SEM ELE, A PROPRIA CONTA) + AGENCIA + CONTA,     *
      *               PARA A QUEBRA POR CLIENTE DO RELATORIO           *
      *----------------------------------------------------------------*
       SD  CLASSIFICA.
       01 SRT-REGISTRO.
          05 SRT-CHAVE-CLIENTE.
             10 SRT-IND-DOCUMENTO PIC  X(001).
                88 SRT-COM-DOCUMENTO          VALUE '1'.
                88 SRT-SEM-DOCUMENTO          VALUE '2'.
             10 SRT-DOC-CLIENTE   PIC  9(014).
          05 SRT-AGENCIA          PIC  9(004).
          05 SRT-CONTA            PIC  9(007).
          05 SRT-NOME             PIC  X(025).
          05 SRT-IND-ATRASO       PIC  X(001).
             88 SRT-CONTA-ATRASADA            VALUE 'S'.
          05 SRT-QTDE-DIAS        PIC  9(005).
          05 SRT-VLR-SALDO        PIC S9(009)V99 COMP-3.
          05 SRT-VLR-JUROS        PIC S9(009)V99 COMP-3.

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 FILLER                  PIC  X(050) VALUE
             'EXER0317 - INICIO DA AREA DE WORKING'.
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0317'.
       77 WRK-MASK-QTDREG         PIC  ZZ.ZZ9.
       77 ACU-LIDOS-ARQSAI01      PIC  9(005) VALUE ZEROS.
       77 ACU-LIDOS-ARQSAI02      PIC  9(005) VALUE ZEROS.
       77 ACU-LIDOS-ARQSAI03      PIC  9(005) VALUE ZEROS.
       77 ACU-CONTAS-AVALIADAS    PIC  9(005) VALUE ZEROS.
       77 ACU-CAD-NAO-LOCALIZADO  PIC  9(005) VALUE ZEROS.
       77 ACU-CONTAS-SEM-DOCUMENTO PIC 9(005) VALUE ZEROS.
       77 ACU-GRAVA-ARQREL08      PIC  9(005) VALUE ZEROS.
      *
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQSAI01      VALUE 'SAI03103'.
          88 WRK-CN-ARQSAI02      VALUE 'SAI03203'.
          88 WRK-CN-ARQSAI03      VALUE 'SAI03303'.
          88 WRK-CN-ARQCAD01      VALUE 'CAD03101'.
          88 WRK-CN-ARQREL08      VALUE 'ARQREL08'.

       77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
          88 WRK-CN-OPEN          VALUE 'OPEN '.
          88 WRK-CN-CLOSE         VALUE 'CLOSE'.
          88 WRK-CN-READ          VALUE 'READ '.
          88 WRK-CN-WRITE         VALUE 'WRITE'.
      *
       01 WRK-AREA-FS.
          05 WRK-FS-ARQSAI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI01-OK               VALUE '00'.
             88 WRK-FS-SAI01-FIM              VALUE '10'.
          05 WRK-FS-ARQSAI02      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI02-OK               VALUE '00'.
             88 WRK-FS-SAI02-FIM              VALUE '10'.
          05 WRK-FS-ARQSAI03      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI03-OK               VALUE '00'.
             88 WRK-FS-SAI03-FIM              VALUE '10'.
          05 WRK-FS-ARQCAD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CAD01-OK               VALUE '00'.
             88 WRK-FS-CAD01-NAOLOC           VALUE '23'.
          05 WRK-FS-ARQREL08      PIC  X(002) VALUE SPACES.
             88 WRK-FS-REL08-OK               VALUE '00'.

          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.
      *
       77 WRK-DATA-BASE           PIC  9(008) VALUE ZEROS.
      *----------------------------------------------------------------*
      *    CONTA CORRENTE NO CONFRONTO DOS TRES ARQUIVOS DE SAIDA DO   *
      *    BALANCE LINE (TODOS NA ORDEM AGENCIA+CONTA). UMA CONTA COM  *
      *    MAIS DE 1 PAGAMENTO TEM 1 REGISTRO POR PAGAMENTO, CADA UM   *
      *    COM O SALDO EM ABERTO APOS AQUELE PAGAMENTO: VALE O MENOR   *
      *    SALDO (O SALDO FINAL DA CONTA) E O MAIOR ATRASO, E OS JUROS *
      *    DE MORA DOS ATRASADOS SAO SOMADOS                           *
      *----------------------------------------------------------------*
       01 WRK-CHAVE-SAI01.
          05 WRK-AG-SAI01         PIC  9(004).
          05 WRK-CTA-SAI01        PIC  9(007).
       01 WRK-CHAVE-SAI02.
          05 WRK-AG-SAI02         PIC  9(004).
          05 WRK-CTA-SAI02        PIC  9(007).
       01 WRK-CHAVE-SAI03.
          05 WRK-AG-SAI03         PIC  9(004).
          05 WRK-CTA-SAI03        PIC  9(007).
       01 WRK-CHAVE-CONTA.
          05 WRK-AG-CONTA         PIC  9(004).
          05 WRK-CTA-CONTA        PIC  9(007).

       77 WRK-DIAS-CONTA          PIC  9(005) VALUE ZEROS.
       77 WRK-VLR-SALDO-CONTA     PIC S9(009)V99 COMP-3 VALUE ZEROS.
       77 WRK-VLR-SALDO-REG       PIC S9(009)V99 COMP-3 VALUE ZEROS.
       77 WRK-VLR-JUROS-CONTA     PIC S9(009)V99 COMP-3 VALUE ZEROS.

       77 WRK-SW-SALDO            PIC  X(001) VALUE 'N'.
          88 WRK-CN-SALDO-INFORMADO       VALUE 'S'.
          88 WRK-CN-SALDO-NAO-INFORMADO   VALUE 'N'.

       77 WRK-SW-ATRASO           PIC  X(001) VALUE 'N'.
          88 WRK-CN-CONTA-ATRASADA        VALUE 'S'.
          88 WRK-CN-CONTA-SEM-ATRASO      VALUE 'N'.

       77 WRK-SW-CLASSIFICA       PIC  X(001) VALUE 'N'.
          88 WRK-CN-FIM-CLASSIFICA        VALUE 'S'.
      *----------------------------------------------------------------*
      *    CHAVE DO CLIENTE DEVOLVIDO PELA CLASSIFICACAO E CHAVE DA    *
      *    QUEBRA CORRENTE. NO FIM DA CLASSIFICACAO A CHAVE DEVOLVIDA  *
      *    VAI A HIGH-VALUES, FECHANDO A ULTIMA QUEBRA                 *
      *----------------------------------------------------------------*
       01 WRK-CHAVE-RETORNO.
          05 WRK-RET-IND-DOCUMENTO PIC X(001).
          05 WRK-RET-DOC-CLIENTE  PIC  9(014).

       01 WRK-CHAVE-QUEBRA.
          05 WRK-QBR-IND-DOCUMENTO PIC X(001).
             88 WRK-QBR-COM-DOCUMENTO         VALUE '1'.
          05 WRK-QBR-DOC-CLIENTE  PIC  9(014).
      *----------------------------------------------------------------*
      *    TOTAIS DO CLIENTE E TOTAIS GERAIS                           *
      *----------------------------------------------------------------*
       01 WRK-TOTAIS-CLIENTE.
          05 WRK-TCL-NOME         PIC  X(025).
          05 WRK-TCL-AGENCIA      PIC  9(004).
          05 WRK-TCL-CONTA        PIC  9(007).
          05 WRK-TCL-QTDE-CONTAS  PIC  9(005) COMP-3.
          05 WRK-TCL-QTDE-ATRASO  PIC  9(005) COMP-3.
          05 WRK-TCL-MAIOR-DIAS   PIC  9(005).
          05 WRK-TCL-SALDO        PIC S9(011)V99 COMP-3.
          05 WRK-TCL-JUROS        PIC S9(011)V99 COMP-3.

       01 WRK-TOTAIS-GERAL.
          05 WRK-TGE-QTDE-CLIENTES PIC 9(007) COMP-3.
          05 WRK-TGE-QTDE-MULTI   PIC  9(007) COMP-3.
          05 WRK-TGE-QTDE-CONTAS  PIC  9(007) COMP-3.
          05 WRK-TGE-QTDE-ATRASO  PIC  9(007) COMP-3.
          05 WRK-TGE-SALDO        PIC S9(013)V99 COMP-3.
          05 WRK-TGE-JUROS        PIC S9(013)V99 COMP-3.
      *----------------------------------------------------------------*
      *    LINHAS DO RELATORIO DE EXPOSICAO POR CLIENTE                *
      *----------------------------------------------------------------*
       01 WRK-LINHA-TITULO.
          05 FILLER               PIC  X(050) VALUE
             'EXPOSICAO POR CLIENTE (CPF/CNPJ) - TODAS AS CONTAS'.
          05 FILLER               PIC  X(050) VALUE
             ' E AGENCIAS - EXER0317               DATA BASE:   '.
          05 WRK-TIT-DATA-BASE    PIC  9(008).
          05 FILLER               PIC  X(012) VALUE SPACES.

       01 WRK-LINHA-CABECALHO.
          05 FILLER               PIC  X(022) VALUE
             'CLIENTE'.
          05 FILLER               PIC  X(027) VALUE
             'NOME'.
          05 FILLER               PIC  X(017) VALUE
             'CTS  ATR   DIAS'.
          05 FILLER               PIC  X(016) VALUE
             '  SALDO ABERTO'.
          05 FILLER               PIC  X(016) VALUE
             '  JUROS DE MORA'.
          05 FILLER               PIC  X(022) VALUE
             '     EXPOSICAO'.

       01 WRK-LINHA-DETALHE.
          05 WRK-DET-CLIENTE      PIC  X(020).
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 WRK-DET-NOME         PIC  X(025).
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 WRK-DET-QTDE-CONTAS  PIC  ZZ9.
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 WRK-DET-QTDE-ATRASO  PIC  ZZ9.
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 WRK-DET-MAIOR-DIAS   PIC  ZZZZ9.
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 WRK-DET-SALDO        PIC  Z(010)9,99.
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 WRK-DET-JUROS        PIC  Z(010)9,99.
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 WRK-DET-EXPOSICAO    PIC  Z(010)9,99.
          05 FILLER               PIC  X(008) VALUE SPACES.

       01 WRK-CLIENTE-SEM-DOC.
          05 FILLER               PIC  X(008) VALUE 'SEM DOC '.
          05 WRK-SDO-AGENCIA      PIC  9(004).
          05 FILLER               PIC  X(001) VALUE '/'.
          05 WRK-SDO-CONTA        PIC  9(007).

       01 WRK-LINHA-TOTAL.
          05 WRK-TOT-ROTULO       PIC  X(066).
          05 WRK-TOT-SALDO        PIC  Z(010)9,99.
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 WRK-TOT-JUROS        PIC  Z(010)9,99.
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 WRK-TOT-EXPOSICAO    PIC  Z(010)9,99.
          05 FILLER               PIC  X(008) VALUE SPACES.

       01 WRK-LINHA-RESUMO.
          05 WRK-RES-ROTULO       PIC  X(040).
          05 WRK-RES-QTDE         PIC  Z.ZZZ.ZZ9.
          05 FILLER               PIC  X(071) VALUE SPACES.

       01 WRK-LINHA-BRANCO        PIC  X(120) VALUE SPACES.
      *----------------------------------------------------------------*
      *    AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA                      *
      *----------------------------------------------------------------*
           COPY SAI03103.
           COPY SAI03203.
           COPY SAI03303.
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'EXER0317 - FIM DA AREA DE WORKING'.
      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
      *    ROTINA PRINCIPAL DO PROGRAMA                                *
      *----------------------------------------------------------------*
       0000-PRINCIPAL SECTION.
      *----------------------------------------------------------------
           PERFORM 1000-INICIALIZAR

           SORT CLASSIFICA
                ON ASCENDING KEY SRT-CHAVE-CLIENTE
                                 SRT-AGENCIA
                                 SRT-CONTA
                INPUT PROCEDURE IS 2000-SELECIONAR-CONTAS
                OUTPUT PROCEDURE IS 3000-EMITIR-EXPOSICAO

           IF SORT-RETURN NOT EQUAL ZEROS
              DISPLAY '*** ERRO NA CLASSIFICACAO DA EXPOSICAO '
                      'POR CLIENTE - SORT-RETURN: ' SORT-RETURN
              MOVE 12                      TO RETURN-CODE
           END-IF

           PERFORM 9900-FINALIZAR
           .
      *----------------------------------------------------------------*
       0000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE INICIALIZACAO DO PROGRAMA                         *
      *----------------------------------------------------------------*
       1000-INICIALIZAR SECTION.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-BASE               FROM DATE YYYYMMDD

           INITIALIZE WRK-TOTAIS-GERAL

           SET WRK-CN-OPEN                    TO TRUE

           OPEN INPUT ARQSAI01
           SET WRK-CN-ARQSAI01                 TO TRUE
           IF NOT WRK-FS-SAI01-OK
              MOVE WRK-FS-ARQSAI01             TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           OPEN INPUT ARQSAI02
           SET WRK-CN-ARQSAI02                 TO TRUE
           IF NOT WRK-FS-SAI02-OK
              MOVE WRK-FS-ARQSAI02             TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           OPEN INPUT ARQSAI03
           SET WRK-CN-ARQSAI03                 TO TRUE
           IF NOT WRK-FS-SAI03-OK
              MOVE WRK-FS-ARQSAI03             TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           OPEN INPUT ARQCAD01
           SET WRK-CN-ARQCAD01                 TO TRUE
           IF NOT WRK-FS-CAD01-OK
              MOVE WRK-FS-ARQCAD01             TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           OPEN OUTPUT ARQREL08
           SET WRK-CN-ARQREL08                 TO TRUE
           IF NOT WRK-FS-REL08-OK
              MOVE WRK-FS-ARQREL08             TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCEDIMENTO DE ENTRADA DA CLASSIFICACAO: CONFRONTA OS TRES *
      *    ARQUIVOS POR AGENCIA+CONTA E LIBERA 1 REGISTRO POR CONTA,   *
      *    COM A CHAVE DO CLIENTE OBTIDA NO CADASTRO INDEXADO          *
      *----------------------------------------------------------------*
       2000-SELECIONAR-CONTAS SECTION.
      *----------------------------------------------------------------*
           PERFORM 2110-LER-ARQSAI01
           PERFORM 2210-LER-ARQSAI02
           PERFORM 2310-LER-ARQSAI03

           PERFORM 2050-TRATAR-CONTA
              UNTIL (WRK-CHAVE-SAI01 EQUAL HIGH-VALUES)
              AND   (WRK-CHAVE-SAI02 EQUAL HIGH-VALUES)
              AND   (WRK-CHAVE-SAI03 EQUAL HIGH-VALUES)
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    REUNE OS REGISTROS DA PROXIMA CONTA (MENOR CHAVE ENTRE OS   *
      *    TRES ARQUIVOS) E LIBERA A CONTA                             *
      *----------------------------------------------------------------*
       2050-TRATAR-CONTA SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-CHAVE-SAI01            TO WRK-CHAVE-CONTA

           IF WRK-CHAVE-SAI02 LESS WRK-CHAVE-CONTA
              MOVE WRK-CHAVE-SAI02         TO WRK-CHAVE-CONTA
           END-IF

           IF WRK-CHAVE-SAI03 LESS WRK-CHAVE-CONTA
              MOVE WRK-CHAVE-SAI03         TO WRK-CHAVE-CONTA
           END-IF

           MOVE ZEROS                      TO WRK-DIAS-CONTA
                                              WRK-VLR-SALDO-CONTA
                                              WRK-VLR-JUROS-CONTA
           SET WRK-CN-SALDO-NAO-INFORMADO  TO TRUE
           SET WRK-CN-CONTA-SEM-ATRASO     TO TRUE

           PERFORM 2120-ACUMULAR-ARQSAI01
              UNTIL WRK-CHAVE-SAI01 NOT EQUAL WRK-CHAVE-CONTA

           PERFORM 2220-ACUMULAR-ARQSAI02
              UNTIL WRK-CHAVE-SAI02 NOT EQUAL WRK-CHAVE-CONTA

           PERFORM 2320-ACUMULAR-ARQSAI03
              UNTIL WRK-CHAVE-SAI03 NOT EQUAL WRK-CHAVE-CONTA

           PERFORM 2500-LIBERAR-CONTA
           .
      *----------------------------------------------------------------*
       2050-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LE O PROXIMO PAGTO EM DIA. O TRAILER FORNECE A DATA BASE    *
      *    DO RELATORIO E E PULADO (A RETOMADA DE UM CHECKPOINT DO     *
      *    EXER0303 DEIXA UM TRAILER NO MEIO DO ARQUIVO). O FIM DO     *
      *    ARQUIVO O ENCERRA NO CONFRONTO. IDEM ARQSAI02 E ARQSAI03    *
      *----------------------------------------------------------------*
       2110-LER-ARQSAI01 SECTION.
      *----------------------------------------------------------------*
           PERFORM 2115-LER-REGISTRO-ARQSAI01
           PERFORM 2115-LER-REGISTRO-ARQSAI01
              UNTIL ARQSAI01-DETALHE OR WRK-FS-SAI01-FIM
           .
      *----------------------------------------------------------------*
       2110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       2115-LER-REGISTRO-ARQSAI01 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                 TO TRUE
           SET WRK-CN-ARQSAI01              TO TRUE

           READ ARQSAI01 INTO ARQSAI01-REGISTRO.

           EVALUATE WRK-FS-ARQSAI01
               WHEN '00'
                    IF ARQSAI01-DETALHE
                       ADD 1 TO ACU-LIDOS-ARQSAI01
                       MOVE ARQSAI01-AGENCIA   TO WRK-AG-SAI01
                       MOVE ARQSAI01-CONTA     TO WRK-CTA-SAI01
                    ELSE
                       MOVE ARQSAI01-TRL-DATA-EXEC
                                               TO WRK-DATA-BASE
                    END-IF
               WHEN '10'
                    MOVE HIGH-VALUES         TO WRK-CHAVE-SAI01
               WHEN OTHER
                    MOVE WRK-FS-ARQSAI01     TO WRK-FS-DISPLAY
                    PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       2115-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       2120-ACUMULAR-ARQSAI01 SECTION.
      *----------------------------------------------------------------*
           MOVE ARQSAI01-VLR-SALDO         TO WRK-VLR-SALDO-REG
           PERFORM 2400-GUARDAR-SALDO

           PERFORM 2110-LER-ARQSAI01
           .
      *----------------------------------------------------------------*
       2120-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       2210-LER-ARQSAI02 SECTION.
      *----------------------------------------------------------------*
           PERFORM 2215-LER-REGISTRO-ARQSAI02
           PERFORM 2215-LER-REGISTRO-ARQSAI02
              UNTIL ARQSAI02-DETALHE OR WRK-FS-SAI02-FIM
           .
      *----------------------------------------------------------------*
       2210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       2215-LER-REGISTRO-ARQSAI02 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                 TO TRUE
           SET WRK-CN-ARQSAI02              TO TRUE

           READ ARQSAI02 INTO ARQSAI02-REGISTRO.

           EVALUATE WRK-FS-ARQSAI02
               WHEN '00'
                    IF ARQSAI02-DETALHE
                       ADD 1 TO ACU-LIDOS-ARQSAI02
                       MOVE ARQSAI02-AGENCIA   TO WRK-AG-SAI02
                       MOVE ARQSAI02-CONTA     TO WRK-CTA-SAI02
                    ELSE
                       MOVE ARQSAI02-TRL-DATA-EXEC
                                               TO WRK-DATA-BASE
                    END-IF
               WHEN '10'
                    MOVE HIGH-VALUES         TO WRK-CHAVE-SAI02
               WHEN OTHER
                    MOVE WRK-FS-ARQSAI02     TO WRK-FS-DISPLAY
                    PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       2215-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    PAGAMENTO ATRASADO: CONTA EM ATRASO, VALE O MAIOR ATRASO E  *
      *    OS JUROS DE MORA DE CADA PAGAMENTO SAO SOMADOS              *
      *----------------------------------------------------------------*
       2220-ACUMULAR-ARQSAI02 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-CONTA-ATRASADA       TO TRUE

           IF ARQSAI02-QTDE-DIAS-ATRASO GREATER WRK-DIAS-CONTA
              MOVE ARQSAI02-QTDE-DIAS-ATRASO TO WRK-DIAS-CONTA
           END-IF

           ADD ARQSAI02-VLR-JUROS          TO WRK-VLR-JUROS-CONTA

           MOVE ARQSAI02-VLR-SALDO         TO WRK-VLR-SALDO-REG
           PERFORM 2400-GUARDAR-SALDO

           PERFORM 2210-LER-ARQSAI02
           .
      *----------------------------------------------------------------*
       2220-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       2310-LER-ARQSAI03 SECTION.
      *----------------------------------------------------------------*
           PERFORM 2315-LER-REGISTRO-ARQSAI03
           PERFORM 2315-LER-REGISTRO-ARQSAI03
              UNTIL ARQSAI03-DETALHE OR WRK-FS-SAI03-FIM
           .
      *----------------------------------------------------------------*
       2310-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       2315-LER-REGISTRO-ARQSAI03 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                 TO TRUE
           SET WRK-CN-ARQSAI03              TO TRUE

           READ ARQSAI03 INTO ARQSAI03-REGISTRO.

           EVALUATE WRK-FS-ARQSAI03
               WHEN '00'
                    IF ARQSAI03-DETALHE
                       ADD 1 TO ACU-LIDOS-ARQSAI03
                       MOVE ARQSAI03-AGENCIA   TO WRK-AG-SAI03
                       MOVE ARQSAI03-CONTA     TO WRK-CTA-SAI03
                    ELSE
                       MOVE ARQSAI03-TRL-DATA-EXEC
                                               TO WRK-DATA-BASE
                    END-IF
               WHEN '10'
                    MOVE HIGH-VALUES         TO WRK-CHAVE-SAI03
               WHEN OTHER
                    MOVE WRK-FS-ARQSAI03     TO WRK-FS-DISPLAY
                    PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       2315-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    CONTA SEM PAGAMENTO: EM ATRASO, SALVO QUANDO AS PARCELAS    *
      *    ESTAO EM DIA NA DATA DO CICLO (MESMO CRITERIO DO AVISO DE   *
      *    COBRANCA DO EXER0306)                                       *
      *----------------------------------------------------------------*
       2320-ACUMULAR-ARQSAI03 SECTION.
      *----------------------------------------------------------------*
           IF NOT ARQSAI03-EM-DIA
              SET WRK-CN-CONTA-ATRASADA    TO TRUE
           END-IF

           IF ARQSAI03-QTDE-DIAS-ATRASO GREATER WRK-DIAS-CONTA
              MOVE ARQSAI03-QTDE-DIAS-ATRASO TO WRK-DIAS-CONTA
           END-IF

           MOVE ARQSAI03-VLR-SALDO         TO WRK-VLR-SALDO-REG
           PERFORM 2400-GUARDAR-SALDO

           PERFORM 2310-LER-ARQSAI03
           .
      *----------------------------------------------------------------*
       2320-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GUARDA O MENOR SALDO EM ABERTO ENTRE OS REGISTROS DA CONTA  *
      *----------------------------------------------------------------*
       2400-GUARDAR-SALDO SECTION.
      *----------------------------------------------------------------*
           IF (WRK-CN-SALDO-NAO-INFORMADO)
           OR (WRK-VLR-SALDO-REG LESS WRK-VLR-SALDO-CONTA)
              MOVE WRK-VLR-SALDO-REG       TO WRK-VLR-SALDO-CONTA
              SET WRK-CN-SALDO-INFORMADO   TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       2400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LOCALIZA A CONTA NO CADASTRO INDEXADO PARA OBTER O          *
      *    DOCUMENTO E O NOME DO CLIENTE E LIBERA A CONTA PARA A       *
      *    CLASSIFICACAO. CONTA LIQUIDADA (SALDO NAO POSITIVO) ENTRA   *
      *    COM SALDO ZERO. CONTA SEM DOCUMENTO OU FORA DO CADASTRO E   *
      *    UM CLIENTE SOZINHA, PELA PROPRIA AGENCIA+CONTA              *
      *----------------------------------------------------------------*
       2500-LIBERAR-CONTA SECTION.
      *----------------------------------------------------------------*
           ADD 1                           TO ACU-CONTAS-AVALIADAS

           MOVE WRK-AG-CONTA               TO ARQCAD01-AGENCIA
           MOVE WRK-CTA-CONTA              TO ARQCAD01-CONTA

           SET WRK-CN-READ                 TO TRUE
           SET WRK-CN-ARQCAD01              TO TRUE

           READ ARQCAD01.

           EVALUATE TRUE
               WHEN WRK-FS-CAD01-OK
                    MOVE ARQCAD01-NOME     TO SRT-NOME
               WHEN WRK-FS-CAD01-NAOLOC
                    ADD 1 TO ACU-CAD-NAO-LOCALIZADO
                    MOVE ZEROS             TO ARQCAD01-CPF-CNPJ
                    MOVE '*** SEM CADASTRO ***'
                                           TO SRT-NOME
               WHEN OTHER
                    MOVE WRK-FS-ARQCAD01   TO WRK-FS-DISPLAY
                    PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE

           IF  ARQCAD01-CPF-CNPJ NUMERIC
           AND ARQCAD01-CPF-CNPJ GREATER ZEROS
              SET SRT-COM-DOCUMENTO        TO TRUE
              MOVE ARQCAD01-CPF-CNPJ       TO SRT-DOC-CLIENTE
           ELSE
              ADD 1 TO ACU-CONTAS-SEM-DOCUMENTO
              SET SRT-SEM-DOCUMENTO        TO TRUE
              COMPUTE SRT-DOC-CLIENTE =
                      WRK-AG-CONTA * 10000000 + WRK-CTA-CONTA
           END-IF

           MOVE WRK-AG-CONTA               TO SRT-AGENCIA
           MOVE WRK-CTA-CONTA              TO SRT-CONTA
           MOVE WRK-DIAS-CONTA             TO SRT-QTDE-DIAS
           MOVE WRK-VLR-JUROS-CONTA        TO SRT-VLR-JUROS

           IF WRK-CN-CONTA-ATRASADA
              SET SRT-CONTA-ATRASADA       TO TRUE
           ELSE
              MOVE 'N'                     TO SRT-IND-ATRASO
           END-IF

           IF WRK-VLR-SALDO-CONTA GREATER ZEROS
              MOVE WRK-VLR-SALDO-CONTA     TO SRT-VLR-SALDO
           ELSE
              MOVE ZEROS                   TO SRT-VLR-SALDO
           END-IF

           RELEASE SRT-REGISTRO
           .
      *----------------------------------------------------------------*
       2500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCEDIMENTO DE SAIDA DA CLASSIFICACAO: QUEBRA POR CLIENTE, *
      *    1 LINHA POR CLIENTE COM OS TOTAIS DE TODAS AS SUAS CONTAS,  *
      *    E O TOTAL GERAL NO FIM                                      *
      *----------------------------------------------------------------*
       3000-EMITIR-EXPOSICAO SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-DATA-BASE              TO WRK-TIT-DATA-BASE
           MOVE WRK-LINHA-TITULO           TO FD-ARQREL08
           PERFORM 3900-GRAVAR-LINHA

           MOVE WRK-LINHA-BRANCO           TO FD-ARQREL08
           PERFORM 3900-GRAVAR-LINHA

           MOVE WRK-LINHA-CABECALHO        TO FD-ARQREL08
           PERFORM 3900-GRAVAR-LINHA

           PERFORM 3100-RETORNAR-CLASSIFICA

           PERFORM 3200-TRATAR-CLIENTE UNTIL WRK-CN-FIM-CLASSIFICA

           PERFORM 3700-IMPRIMIR-TOTAIS
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3100-RETORNAR-CLASSIFICA SECTION.
      *----------------------------------------------------------------*
           RETURN CLASSIFICA
               AT END
                  SET WRK-CN-FIM-CLASSIFICA TO TRUE
                  MOVE HIGH-VALUES         TO WRK-CHAVE-RETORNO
               NOT AT END
                  MOVE SRT-CHAVE-CLIENTE   TO WRK-CHAVE-RETORNO
           END-RETURN
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    O NOME E A CONTA DE REFERENCIA DO CLIENTE SAO OS DA         *
      *    PRIMEIRA CONTA (MENOR AGENCIA+CONTA)                        *
      *----------------------------------------------------------------*
       3200-TRATAR-CLIENTE SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-CHAVE-RETORNO          TO WRK-CHAVE-QUEBRA
           INITIALIZE WRK-TOTAIS-CLIENTE
           MOVE SRT-NOME                   TO WRK-TCL-NOME
           MOVE SRT-AGENCIA                TO WRK-TCL-AGENCIA
           MOVE SRT-CONTA                  TO WRK-TCL-CONTA

           PERFORM 3210-ACUMULAR-CONTA
              UNTIL WRK-CHAVE-RETORNO NOT EQUAL WRK-CHAVE-QUEBRA

           PERFORM 3300-IMPRIMIR-CLIENTE

           ADD 1                           TO WRK-TGE-QTDE-CLIENTES
           IF WRK-TCL-QTDE-CONTAS GREATER 1
              ADD 1                        TO WRK-TGE-QTDE-MULTI
           END-IF
           ADD WRK-TCL-QTDE-CONTAS         TO WRK-TGE-QTDE-CONTAS
           ADD WRK-TCL-QTDE-ATRASO         TO WRK-TGE-QTDE-ATRASO
           ADD WRK-TCL-SALDO               TO WRK-TGE-SALDO
           ADD WRK-TCL-JUROS               TO WRK-TGE-JUROS
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3210-ACUMULAR-CONTA SECTION.
      *----------------------------------------------------------------*
           ADD 1                           TO WRK-TCL-QTDE-CONTAS

           IF SRT-CONTA-ATRASADA
              ADD 1                        TO WRK-TCL-QTDE-ATRASO
           END-IF

           IF SRT-QTDE-DIAS GREATER WRK-TCL-MAIOR-DIAS
              MOVE SRT-QTDE-DIAS           TO WRK-TCL-MAIOR-DIAS
           END-IF

           ADD SRT-VLR-SALDO               TO WRK-TCL-SALDO
           ADD SRT-VLR-JUROS               TO WRK-TCL-JUROS

           PERFORM 3100-RETORNAR-CLASSIFICA
           .
      *----------------------------------------------------------------*
       3210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3300-IMPRIMIR-CLIENTE SECTION.
      *----------------------------------------------------------------*
           IF WRK-QBR-COM-DOCUMENTO
              MOVE WRK-QBR-DOC-CLIENTE     TO WRK-DET-CLIENTE
           ELSE
              MOVE WRK-TCL-AGENCIA         TO WRK-SDO-AGENCIA
              MOVE WRK-TCL-CONTA           TO WRK-SDO-CONTA
              MOVE WRK-CLIENTE-SEM-DOC     TO WRK-DET-CLIENTE
           END-IF

           MOVE WRK-TCL-NOME               TO WRK-DET-NOME
           MOVE WRK-TCL-QTDE-CONTAS        TO WRK-DET-QTDE-CONTAS
           MOVE WRK-TCL-QTDE-ATRASO        TO WRK-DET-QTDE-ATRASO
           MOVE WRK-TCL-MAIOR-DIAS         TO WRK-DET-MAIOR-DIAS
           MOVE WRK-TCL-SALDO              TO WRK-DET-SALDO
           MOVE WRK-TCL-JUROS              TO WRK-DET-JUROS
           COMPUTE WRK-DET-EXPOSICAO = WRK-TCL-SALDO + WRK-TCL-JUROS

           MOVE WRK-LINHA-DETALHE          TO FD-ARQREL08
           PERFORM 3900-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       3300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    TOTAL GERAL DE SALDO, JUROS E EXPOSICAO E O RESUMO DAS      *
      *    QUANTIDADES DE CLIENTES E CONTAS                            *
      *----------------------------------------------------------------*
       3700-IMPRIMIR-TOTAIS SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-LINHA-BRANCO           TO FD-ARQREL08
           PERFORM 3900-GRAVAR-LINHA

           MOVE 'TOTAL GERAL'              TO WRK-TOT-ROTULO
           MOVE WRK-TGE-SALDO              TO WRK-TOT-SALDO
           MOVE WRK-TGE-JUROS              TO WRK-TOT-JUROS
           COMPUTE WRK-TOT-EXPOSICAO = WRK-TGE-SALDO + WRK-TGE-JUROS
           MOVE WRK-LINHA-TOTAL            TO FD-ARQREL08
           PERFORM 3900-GRAVAR-LINHA

           MOVE WRK-LINHA-BRANCO           TO FD-ARQREL08
           PERFORM 3900-GRAVAR-LINHA

           MOVE 'QTDE DE CLIENTES.....................:'
                                           TO WRK-RES-ROTULO
           MOVE WRK-TGE-QTDE-CLIENTES      TO WRK-RES-QTDE
           MOVE WRK-LINHA-RESUMO           TO FD-ARQREL08
           PERFORM 3900-GRAVAR-LINHA

           MOVE 'QTDE DE CLIENTES COM MAIS DE 1 CONTA.:'
                                           TO WRK-RES-ROTULO
           MOVE WRK-TGE-QTDE-MULTI         TO WRK-RES-QTDE
           MOVE WRK-LINHA-RESUMO           TO FD-ARQREL08
           PERFORM 3900-GRAVAR-LINHA

           MOVE 'QTDE DE CONTAS.......................:'
                                           TO WRK-RES-ROTULO
           MOVE WRK-TGE-QTDE-CONTAS        TO WRK-RES-QTDE
           MOVE WRK-LINHA-RESUMO           TO FD-ARQREL08
           PERFORM 3900-GRAVAR-LINHA

           MOVE 'QTDE DE CONTAS EM ATRASO.............:'
                                           TO WRK-RES-ROTULO
           MOVE WRK-TGE-QTDE-ATRASO        TO WRK-RES-QTDE
           MOVE WRK-LINHA-RESUMO           TO FD-ARQREL08
           PERFORM 3900-GRAVAR-LINHA

           MOVE 'QTDE DE CONTAS SEM DOCUMENTO.........:'
                                           TO WRK-RES-ROTULO
           MOVE ACU-CONTAS-SEM-DOCUMENTO   TO WRK-RES-QTDE
           MOVE WRK-LINHA-RESUMO           TO FD-ARQREL08
           PERFORM 3900-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       3700-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3900-GRAVAR-LINHA SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE                TO TRUE
           SET WRK-CN-ARQREL08              TO TRUE

           WRITE FD-ARQREL08

           IF NOT WRK-FS-REL08-OK
              MOVE WRK-FS-ARQREL08          TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           ELSE
              ADD 1 TO ACU-GRAVA-ARQREL08
           END-IF
           .
      *----------------------------------------------------------------*
       3900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       9100-ERROS-ARQUIVOS SECTION.
      *----------------------------------------------------------------*
           DISPLAY '************************************************'
           DISPLAY '*       ERRO EM OPERACAO COM ARQUIVOS          *'
           DISPLAY '* COMANDO: 'WRK-COMANDO'                       *'
           DISPLAY '* ARQUIVO: 'WRK-ARQUIVO'                       *'
           DISPLAY '* FILE-STATUS: ' WRK-FS-DISPLAY                '*'
           DISPLAY '* 'WRK-PROGRAMA'  CANCELADO                    *'
           DISPLAY '************************************************'

           MOVE 12                   TO RETURN-CODE

           PERFORM 9900-FINALIZAR.
      *----------------------------------------------------------------*
       9100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       9900-FINALIZAR SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-CLOSE        TO TRUE

           CLOSE ARQSAI01
           CLOSE ARQSAI02
           CLOSE ARQSAI03
           CLOSE ARQCAD01
           CLOSE ARQREL08

           MOVE ACU-LIDOS-ARQSAI01 TO WRK-MASK-QTDREG
           DISPLAY '***************************************************'
           DISPLAY '* QTDE DE REGS LIDOS EM ARQSAI01..: 'WRK-MASK-QTDREG
           MOVE ACU-LIDOS-ARQSAI02 TO WRK-MASK-QTDREG
           DISPLAY '* QTDE DE REGS LIDOS EM ARQSAI02..: 'WRK-MASK-QTDREG
           MOVE ACU-LIDOS-ARQSAI03 TO WRK-MASK-QTDREG
           DISPLAY '* QTDE DE REGS LIDOS EM ARQSAI03..: 'WRK-MASK-QTDREG
           MOVE ACU-CONTAS-AVALIADAS TO WRK-MASK-QTDREG
           DISPLAY '* QTDE DE CONTAS AVALIADAS........: 'WRK-MASK-QTDREG
           MOVE ACU-CAD-NAO-LOCALIZADO TO WRK-MASK-QTDREG
           DISPLAY '* QTDE DE CADASTROS NAO LOCALIZADOS: '
                                                    WRK-MASK-QTDREG
           MOVE ACU-CONTAS-SEM-DOCUMENTO TO WRK-MASK-QTDREG
           DISPLAY '* QTDE DE CONTAS SEM DOCUMENTO....: 'WRK-MASK-QTDREG
           MOVE ACU-GRAVA-ARQREL08 TO WRK-MASK-QTDREG
           DISPLAY '* QTDE DE LINHAS DO RELATORIO.....: 'WRK-MASK-QTDREG
           DISPLAY '***************************************************'
           DISPLAY '* FIM DO PROGRAMA 'WRK-PROGRAMA'                  *'
           DISPLAY '***************************************************'

           PERFORM 9900-FIM-PROGRAMA
           .
      *----------------------------------------------------------------*
       9900-FIM-PROGRAMA SECTION.
      *----------------------------------------------------------------*
           STOP RUN.
      *----------------------------------------------------------------*
