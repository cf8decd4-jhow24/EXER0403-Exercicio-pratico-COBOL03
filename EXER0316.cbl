      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0316.
       AUTHOR.     JOHNATHAN.
      *================================================================*
      *              C A P G E M I N I - S I S T E M A S               *
      *================================================================*
      *    PROGRAMA....: EXER0316
      *    PROGRAMADOR.: JOHNATHAN
      *    ANALISTA....: ARI BORGES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   EMITIR O RELATORIO DE BAIXAS PARA PREJUIZO  *
      *                    E RECUPERACOES DO CICLO (ARQREL07), A       *
      *                    PARTIR DO REGISTRO DE BAIXAS ATUALIZADO E   *
      *                    DAS RECUPERACOES GRAVADOS PELO EXER0303:    *
      *                    - CONTAS BAIXADAS NO CICLO, COM O SALDO E   *
      *                      OS JUROS DE MORA NA DATA DA BAIXA, POR    *
      *                      AGENCIA;                                  *
      *                    - PAGAMENTOS RECEBIDOS NO CICLO PARA CONTAS *
      *                      JA BAIXADAS, POR AGENCIA;                 *
      *                    - POSICAO ACUMULADA DO REGISTRO: CONTAS,    *
      *                      SALDO BAIXADO, JUROS, VALOR RECUPERADO E  *
      *                      PERCENTUAL RECUPERADO                     *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPAR01                                  PAR03101
      *      ARQBXA01                                  BXA03101
      *      ARQSAI06                                  SAI03603
      *      ARQREL07                                  (LINHA X(120))  *
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
           SELECT ARQPAR01 ASSIGN       TO UT-S-ARQPAR01
                      FILE STATUS      IS WRK-FS-ARQPAR01.

           SELECT ARQBXA01 ASSIGN       TO UT-S-ARQBXA01
                      FILE STATUS      IS WRK-FS-ARQBXA01.

           SELECT ARQSAI06 ASSIGN       TO UT-S-ARQSAI06
                      FILE STATUS      IS WRK-FS-ARQSAI06.

           SELECT ARQREL07 ASSIGN       TO UT-S-ARQREL07
                      FILE STATUS      IS WRK-FS-ARQREL07.
      *
      *================================================================*
       DATA                            DIVISION.
      *================================================================
      *----------------------------------------------------------------
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    INPUT:     CARTAO DE PARAMETROS DO CICLO   -   LRECL = 80   *
      *----------------------------------------------------------------*
       FD  ARQPAR01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPAR01             PIC X(80).

      *----------------------------------------------------------------*
      *    INPUT:     REGISTRO DE BAIXAS ATUALIZADO NO CICLO -         *
      *               LRECL = 70                                       *
      *----------------------------------------------------------------*
       FD  ARQBXA01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQBXA01             PIC X(70).

      *----------------------------------------------------------------*
      *    INPUT:     RECUPERACOES DO CICLO   -   LRECL = 45           *
      *----------------------------------------------------------------*
       FD  ARQSAI06
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQSAI06             PIC X(45).

      *----------------------------------------------------------------*
      *    OUTPUT:    BAIXAS PARA PREJUIZO E RECUPERACOES              *
      *----------------------------------------------------------------*
       FD  ARQREL07
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQREL07             PIC X(120).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 FILLER                  PIC  X(050) VALUE
             'EXER0316 - INICIO DA AREA DE WORKING'.
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0316'.
       77 WRK-MASK-QTDREG         PIC  Z.ZZZ.ZZ9.
       77 ACU-LIDOS-ARQBXA01      PIC  9(007) VALUE ZEROS.
       77 ACU-LIDOS-ARQSAI06      PIC  9(007) VALUE ZEROS.
       77 ACU-GRAVA-ARQREL07      PIC  9(007) VALUE ZEROS.
      *
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQPAR01      VALUE 'PAR03101'.
          88 WRK-CN-ARQBXA01      VALUE 'BXA03101'.
          88 WRK-CN-ARQSAI06      VALUE 'SAI03603'.
          88 WRK-CN-ARQREL07      VALUE 'ARQREL07'.

       77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
          88 WRK-CN-OPEN          VALUE 'OPEN '.
          88 WRK-CN-CLOSE         VALUE 'CLOSE'.
          88 WRK-CN-READ          VALUE 'READ '.
          88 WRK-CN-WRITE         VALUE 'WRITE'.
      *
       01 WRK-AREA-FS.
          05 WRK-FS-ARQPAR01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-PAR01-OK               VALUE '00'.
          05 WRK-FS-ARQBXA01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-BXA01-OK               VALUE '00'.
             88 WRK-FS-BXA01-FIM              VALUE '10'.
          05 WRK-FS-ARQSAI06      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI06-OK               VALUE '00'.
             88 WRK-FS-SAI06-FIM              VALUE '10'.
          05 WRK-FS-ARQREL07      PIC  X(002) VALUE SPACES.
             88 WRK-FS-REL07-OK               VALUE '00'.

          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.

       77 WRK-DATA-EXECUCAO       PIC  9(008) VALUE ZEROS.
      *----------------------------------------------------------------*
      *    ACUMULADORES DAS BAIXAS DO CICLO (QUEBRA POR AGENCIA)       *
      *----------------------------------------------------------------*
       77 ACU-AGE-QTDE-BXA        PIC  9(007) VALUE ZEROS.
       77 ACU-AGE-SALDO-BXA       PIC S9(011)V99 COMP-3 VALUE ZEROS.
       77 ACU-AGE-JUROS-BXA       PIC S9(011)V99 COMP-3 VALUE ZEROS.
       77 ACU-GER-QTDE-BXA        PIC  9(007) VALUE ZEROS.
       77 ACU-GER-SALDO-BXA       PIC S9(011)V99 COMP-3 VALUE ZEROS.
       77 ACU-GER-JUROS-BXA       PIC S9(011)V99 COMP-3 VALUE ZEROS.
      *----------------------------------------------------------------*
      *    ACUMULADORES DAS RECUPERACOES DO CICLO (QUEBRA POR AGENCIA) *
      *----------------------------------------------------------------*
       77 ACU-AGE-QTDE-REC        PIC  9(007) VALUE ZEROS.
       77 ACU-AGE-VLR-REC         PIC S9(011)V99 COMP-3 VALUE ZEROS.
       77 ACU-GER-QTDE-REC        PIC  9(007) VALUE ZEROS.
       77 ACU-GER-VLR-REC         PIC S9(011)V99 COMP-3 VALUE ZEROS.
      *----------------------------------------------------------------*
      *    ACUMULADORES DA POSICAO DO REGISTRO DE BAIXAS               *
      *----------------------------------------------------------------*
       77 ACU-POS-QTDE            PIC  9(007) VALUE ZEROS.
       77 ACU-POS-SALDO           PIC S9(011)V99 COMP-3 VALUE ZEROS.
       77 ACU-POS-JUROS           PIC S9(011)V99 COMP-3 VALUE ZEROS.
       77 ACU-POS-RECUPERADO      PIC S9(011)V99 COMP-3 VALUE ZEROS.
       77 WRK-PERC-RECUPERADO     PIC  9(005)V99 VALUE ZEROS.

       77 WRK-AGENCIA-ATUAL       PIC  9(004) VALUE ZEROS.

       77 WRK-SW-PRIMEIRA-AGENCIA PIC  X(001) VALUE 'S'.
          88 WRK-1A-AGENCIA               VALUE 'S'.
          88 WRK-NAO-1A-AGENCIA           VALUE 'N'.
      *----------------------------------------------------------------*
      *    LINHAS DO RELATORIO                                         *
      *----------------------------------------------------------------*
       77 WRK-LINHA-IMPRESSAO     PIC  X(120) VALUE SPACES.

       01 WRK-LINHA-TITULO.
          05 FILLER               PIC  X(050) VALUE
             'BAIXAS PARA PREJUIZO E RECUPERACOES - EXER0316    '.
          05 FILLER               PIC  X(012) VALUE ' DATA BASE: '.
          05 WRK-TIT-DATA         PIC  9(008).
          05 FILLER               PIC  X(050) VALUE SPACES.

       01 WRK-LINHA-SECAO.
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 WRK-SEC-TEXTO        PIC  X(060).
          05 FILLER               PIC  X(059) VALUE SPACES.

       01 WRK-LINHA-CAB-BAIXA.
          05 FILLER               PIC  X(045) VALUE
             '  AGEN   CONTA  PR   DT.EMPR   DIAS  DT.BAIXA'.
          05 FILLER               PIC  X(033) VALUE
             '    SALDO BAIXADO   JUROS DE MORA'.
          05 FILLER               PIC  X(042) VALUE SPACES.

       01 WRK-LINHA-DET-BAIXA.
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 WRK-DBX-AGENCIA      PIC  9(004).
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 WRK-DBX-CONTA        PIC  9(007).
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 WRK-DBX-PRODUTO      PIC  X(002).
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 WRK-DBX-DAT-EMP      PIC  9(008).
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 WRK-DBX-DIAS         PIC  ZZ.ZZ9.
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 WRK-DBX-DATA-BAIXA   PIC  9(008).
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 WRK-DBX-SALDO        PIC  ZZZ.ZZZ.ZZ9,99-.
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 WRK-DBX-JUROS        PIC  ZZZ.ZZZ.ZZ9,99-.
          05 FILLER               PIC  X(042) VALUE SPACES.

       01 WRK-LINHA-SUB-BAIXA.
          05 WRK-SBX-ROTULO.
             10 WRK-SBX-TEXTO     PIC  X(008).
             10 WRK-SBX-AGENCIA   PIC  X(004).
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 WRK-SBX-QTDE         PIC  Z.ZZZ.ZZ9.
          05 FILLER               PIC  X(021) VALUE SPACES.
          05 WRK-SBX-SALDO        PIC  Z.ZZZ.ZZZ.ZZ9,99-.
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 WRK-SBX-JUROS        PIC  Z.ZZZ.ZZZ.ZZ9,99-.
          05 FILLER               PIC  X(042) VALUE SPACES.

       01 WRK-LINHA-CAB-RECUP.
          05 FILLER               PIC  X(044) VALUE
             '  AGEN   CONTA  PR  DT.PAGTO      VALOR PAGO'.
          05 FILLER               PIC  X(033) VALUE
             ' DT.BAIXA   SALDO BAIXADO  ORIGEM'.
          05 FILLER               PIC  X(043) VALUE SPACES.

       01 WRK-LINHA-DET-RECUP.
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 WRK-DRC-AGENCIA      PIC  9(004).
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 WRK-DRC-CONTA        PIC  9(007).
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 WRK-DRC-PRODUTO      PIC  X(002).
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 WRK-DRC-DAT-PAG      PIC  9(008).
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 WRK-DRC-VLR-PAGO     PIC  ZZZ.ZZZ.ZZ9,99-.
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 WRK-DRC-DATA-BAIXA   PIC  9(008).
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 WRK-DRC-SALDO-BAIXA  PIC  ZZZ.ZZZ.ZZ9,99-.
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 WRK-DRC-ORIGEM       PIC  X(012).
          05 FILLER               PIC  X(037) VALUE SPACES.

       01 WRK-LINHA-SUB-RECUP.
          05 WRK-SRC-ROTULO.
             10 WRK-SRC-TEXTO     PIC  X(008).
             10 WRK-SRC-AGENCIA   PIC  X(004).
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 WRK-SRC-QTDE         PIC  Z.ZZZ.ZZ9.
          05 FILLER               PIC  X(010) VALUE SPACES.
          05 WRK-SRC-VLR-PAGO     PIC  Z.ZZZ.ZZZ.ZZ9,99-.
          05 FILLER               PIC  X(071) VALUE SPACES.

       01 WRK-LINHA-POS-QTDE.
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 WRK-PQT-ROTULO       PIC  X(040).
          05 FILLER               PIC  X(008) VALUE SPACES.
          05 WRK-PQT-QTDE         PIC  Z.ZZZ.ZZ9.
          05 FILLER               PIC  X(061) VALUE SPACES.

       01 WRK-LINHA-POS-VALOR.
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 WRK-PVL-ROTULO       PIC  X(040).
          05 WRK-PVL-VALOR        PIC  Z.ZZZ.ZZZ.ZZ9,99-.
          05 FILLER               PIC  X(061) VALUE SPACES.

       01 WRK-LINHA-POS-PERC.
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 WRK-PPC-ROTULO       PIC  X(040).
          05 FILLER               PIC  X(008) VALUE SPACES.
          05 WRK-PPC-PERC         PIC  ZZ.ZZ9,99.
          05 FILLER               PIC  X(061) VALUE SPACES.
      *----------------------------------------------------------------*
      *    AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA                      *
      *----------------------------------------------------------------*
           COPY PAR03101.
           COPY BXA03101.
           COPY SAI03603.
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'EXER0316 - FIM DA AREA DE WORKING'.
      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
      *    ROTINA PRINCIPAL DO PROGRAMA                                *
      *----------------------------------------------------------------*
       0000-PRINCIPAL SECTION.
      *----------------------------------------------------------------
           PERFORM 1000-INICIALIZAR

           PERFORM 2000-LISTAR-BAIXAS

           PERFORM 3000-LISTAR-RECUPERACOES

           PERFORM 4000-IMPRIMIR-POSICAO

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
           ACCEPT WRK-DATA-EXECUCAO           FROM DATE YYYYMMDD

           PERFORM 1100-LER-PARAMETRO

           SET WRK-CN-OPEN                    TO TRUE

           OPEN INPUT ARQBXA01
           SET WRK-CN-ARQBXA01                 TO TRUE
           IF NOT WRK-FS-BXA01-OK
              MOVE WRK-FS-ARQBXA01             TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           OPEN INPUT ARQSAI06
           SET WRK-CN-ARQSAI06                 TO TRUE
           IF NOT WRK-FS-SAI06-OK
              MOVE WRK-FS-ARQSAI06             TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           OPEN OUTPUT ARQREL07
           SET WRK-CN-ARQREL07                 TO TRUE
           IF NOT WRK-FS-REL07-OK
              MOVE WRK-FS-ARQREL07             TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE WRK-DATA-EXECUCAO             TO WRK-TIT-DATA
           MOVE WRK-LINHA-TITULO              TO WRK-LINHA-IMPRESSAO
           PERFORM 8000-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LE O CARTAO DE PARAMETROS DO CICLO (O MESMO PAR03101 DO     *
      *    EXER0303): A DATA DE MOVIMENTO, QUANDO INFORMADA,           *
      *    SUBSTITUI A DATA DA MAQUINA COMO DATA DO CICLO - E A DATA   *
      *    QUE O EXER0303 GRAVOU NAS BAIXAS DO CICLO                   *
      *----------------------------------------------------------------*
       1100-LER-PARAMETRO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-OPEN                 TO TRUE
           SET WRK-CN-ARQPAR01              TO TRUE

           OPEN INPUT ARQPAR01

           IF WRK-FS-PAR01-OK
              SET WRK-CN-READ              TO TRUE

              READ ARQPAR01 INTO PAR03101-REGISTRO

              IF WRK-FS-PAR01-OK
                 IF (PAR03101-DATA-MOVTO NUMERIC)
                 AND (PAR03101-DATA-MOVTO GREATER ZEROS)
                    MOVE PAR03101-DATA-MOVTO
                                          TO WRK-DATA-EXECUCAO
                 END-IF
              END-IF

              SET WRK-CN-CLOSE             TO TRUE
              CLOSE ARQPAR01
           END-IF
           .
      *----------------------------------------------------------------*
       1100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    PRIMEIRA PARTE: LE O REGISTRO DE BAIXAS INTEIRO, SOMANDO A  *
      *    POSICAO ACUMULADA, E LISTA AS CONTAS BAIXADAS NO CICLO POR  *
      *    AGENCIA (O REGISTRO ESTA NA ORDEM AGENCIA+CONTA)            *
      *----------------------------------------------------------------*
       2000-LISTAR-BAIXAS SECTION.
      *----------------------------------------------------------------*
           MOVE 'CONTAS BAIXADAS PARA PREJUIZO NO CICLO'
                                           TO WRK-SEC-TEXTO
           MOVE WRK-LINHA-SECAO            TO WRK-LINHA-IMPRESSAO
           PERFORM 8000-GRAVAR-LINHA

           MOVE WRK-LINHA-CAB-BAIXA        TO WRK-LINHA-IMPRESSAO
           PERFORM 8000-GRAVAR-LINHA

           SET WRK-1A-AGENCIA              TO TRUE

           PERFORM 2100-LER-BAIXA

           PERFORM 2200-TRATAR-BAIXA
              UNTIL WRK-FS-BXA01-FIM

           IF WRK-NAO-1A-AGENCIA
              PERFORM 2400-IMPRIMIR-SUBTOTAL-BAIXA
           END-IF

           MOVE SPACES                     TO WRK-LINHA-SUB-BAIXA
           MOVE 'TOTAL GERAL'              TO WRK-SBX-ROTULO
           MOVE ACU-GER-QTDE-BXA           TO WRK-SBX-QTDE
           MOVE ACU-GER-SALDO-BXA          TO WRK-SBX-SALDO
           MOVE ACU-GER-JUROS-BXA          TO WRK-SBX-JUROS
           MOVE WRK-LINHA-SUB-BAIXA        TO WRK-LINHA-IMPRESSAO
           PERFORM 8000-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LE O REGISTRO DE BAIXAS, DESPREZANDO O TRAILER              *
      *----------------------------------------------------------------*
       2100-LER-BAIXA SECTION.
      *----------------------------------------------------------------*
           PERFORM 2110-LER-REGISTRO-BAIXA
           PERFORM 2110-LER-REGISTRO-BAIXA
              UNTIL ARQBXA01-DETALHE OR WRK-FS-BXA01-FIM
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       2110-LER-REGISTRO-BAIXA SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                 TO TRUE
           SET WRK-CN-ARQBXA01              TO TRUE

           READ ARQBXA01 INTO ARQBXA01-REGISTRO.

           EVALUATE WRK-FS-ARQBXA01
               WHEN '00'
                    IF ARQBXA01-DETALHE
                       ADD 1 TO ACU-LIDOS-ARQBXA01
                    END-IF
               WHEN '10'
                    CONTINUE
               WHEN OTHER
                    MOVE WRK-FS-ARQBXA01     TO WRK-FS-DISPLAY
                    PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       2110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    SOMA A CONTA NA POSICAO ACUMULADA E, SE FOI BAIXADA NESTE   *
      *    CICLO, IMPRIME NA QUEBRA DA SUA AGENCIA                     *
      *----------------------------------------------------------------*
       2200-TRATAR-BAIXA SECTION.
      *----------------------------------------------------------------*
           ADD 1                           TO ACU-POS-QTDE
           ADD ARQBXA01-VLR-SALDO          TO ACU-POS-SALDO
           ADD ARQBXA01-VLR-JUROS          TO ACU-POS-JUROS
           ADD ARQBXA01-VLR-RECUPERADO     TO ACU-POS-RECUPERADO

           IF ARQBXA01-DATA-BAIXA EQUAL WRK-DATA-EXECUCAO
              IF WRK-1A-AGENCIA
                 SET WRK-NAO-1A-AGENCIA    TO TRUE
                 MOVE ARQBXA01-AGENCIA     TO WRK-AGENCIA-ATUAL
              END-IF

              IF ARQBXA01-AGENCIA NOT EQUAL WRK-AGENCIA-ATUAL
                 PERFORM 2400-IMPRIMIR-SUBTOTAL-BAIXA
                 MOVE ARQBXA01-AGENCIA     TO WRK-AGENCIA-ATUAL
              END-IF

              PERFORM 2300-IMPRIMIR-DET-BAIXA

              ADD 1                        TO ACU-AGE-QTDE-BXA
              ADD ARQBXA01-VLR-SALDO       TO ACU-AGE-SALDO-BXA
              ADD ARQBXA01-VLR-JUROS       TO ACU-AGE-JUROS-BXA
           END-IF

           PERFORM 2100-LER-BAIXA
           .
      *----------------------------------------------------------------*
       2200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       2300-IMPRIMIR-DET-BAIXA SECTION.
      *----------------------------------------------------------------*
           MOVE ARQBXA01-AGENCIA           TO WRK-DBX-AGENCIA
           MOVE ARQBXA01-CONTA             TO WRK-DBX-CONTA
           MOVE ARQBXA01-CODIGO-PRODUTO    TO WRK-DBX-PRODUTO
           MOVE ARQBXA01-DAT-EMP           TO WRK-DBX-DAT-EMP
           MOVE ARQBXA01-QTDE-DIAS-ATRASO  TO WRK-DBX-DIAS
           MOVE ARQBXA01-DATA-BAIXA        TO WRK-DBX-DATA-BAIXA
           MOVE ARQBXA01-VLR-SALDO         TO WRK-DBX-SALDO
           MOVE ARQBXA01-VLR-JUROS         TO WRK-DBX-JUROS

           MOVE WRK-LINHA-DET-BAIXA        TO WRK-LINHA-IMPRESSAO
           PERFORM 8000-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       2300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    SUBTOTAL DA AGENCIA QUE ACABOU DE FECHAR: SOMA NO TOTAL     *
      *    GERAL E ZERA OS ACUMULADORES DA QUEBRA                      *
      *----------------------------------------------------------------*
       2400-IMPRIMIR-SUBTOTAL-BAIXA SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                     TO WRK-LINHA-SUB-BAIXA
           MOVE 'AGENCIA '                 TO WRK-SBX-TEXTO
           MOVE WRK-AGENCIA-ATUAL          TO WRK-SBX-AGENCIA
           MOVE ACU-AGE-QTDE-BXA           TO WRK-SBX-QTDE
           MOVE ACU-AGE-SALDO-BXA          TO WRK-SBX-SALDO
           MOVE ACU-AGE-JUROS-BXA          TO WRK-SBX-JUROS
           MOVE WRK-LINHA-SUB-BAIXA        TO WRK-LINHA-IMPRESSAO
           PERFORM 8000-GRAVAR-LINHA

           ADD ACU-AGE-QTDE-BXA            TO ACU-GER-QTDE-BXA
           ADD ACU-AGE-SALDO-BXA           TO ACU-GER-SALDO-BXA
           ADD ACU-AGE-JUROS-BXA           TO ACU-GER-JUROS-BXA

           MOVE ZEROS                      TO ACU-AGE-QTDE-BXA
                                              ACU-AGE-SALDO-BXA
                                              ACU-AGE-JUROS-BXA
           .
      *----------------------------------------------------------------*
       2400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    SEGUNDA PARTE: LISTA OS PAGAMENTOS DO CICLO PARA CONTAS JA  *
      *    BAIXADAS (ARQSAI06, NA ORDEM AGENCIA+CONTA DO MOVIMENTO)    *
      *----------------------------------------------------------------*
       3000-LISTAR-RECUPERACOES SECTION.
      *----------------------------------------------------------------*
           MOVE 'RECUPERACOES DO CICLO (PAGAMENTOS DE CONTAS BAIXADAS)'
                                           TO WRK-SEC-TEXTO
           MOVE WRK-LINHA-SECAO            TO WRK-LINHA-IMPRESSAO
           PERFORM 8000-GRAVAR-LINHA

           MOVE WRK-LINHA-CAB-RECUP        TO WRK-LINHA-IMPRESSAO
           PERFORM 8000-GRAVAR-LINHA

           SET WRK-1A-AGENCIA              TO TRUE

           PERFORM 3100-LER-RECUPERACAO

           PERFORM 3200-TRATAR-RECUPERACAO
              UNTIL WRK-FS-SAI06-FIM

           IF WRK-NAO-1A-AGENCIA
              PERFORM 3400-IMPRIMIR-SUBTOTAL-RECUP
           END-IF

           MOVE SPACES                     TO WRK-LINHA-SUB-RECUP
           MOVE 'TOTAL GERAL'              TO WRK-SRC-ROTULO
           MOVE ACU-GER-QTDE-REC           TO WRK-SRC-QTDE
           MOVE ACU-GER-VLR-REC            TO WRK-SRC-VLR-PAGO
           MOVE WRK-LINHA-SUB-RECUP        TO WRK-LINHA-IMPRESSAO
           PERFORM 8000-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LE AS RECUPERACOES DO CICLO, DESPREZANDO O TRAILER          *
      *----------------------------------------------------------------*
       3100-LER-RECUPERACAO SECTION.
      *----------------------------------------------------------------*
           PERFORM 3110-LER-REGISTRO-RECUPERACAO
           PERFORM 3110-LER-REGISTRO-RECUPERACAO
              UNTIL ARQSAI06-DETALHE OR WRK-FS-SAI06-FIM
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3110-LER-REGISTRO-RECUPERACAO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                 TO TRUE
           SET WRK-CN-ARQSAI06              TO TRUE

           READ ARQSAI06 INTO ARQSAI06-REGISTRO.

           EVALUATE WRK-FS-ARQSAI06
               WHEN '00'
                    IF ARQSAI06-DETALHE
                       ADD 1 TO ACU-LIDOS-ARQSAI06
                    END-IF
               WHEN '10'
                    CONTINUE
               WHEN OTHER
                    MOVE WRK-FS-ARQSAI06     TO WRK-FS-DISPLAY
                    PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3200-TRATAR-RECUPERACAO SECTION.
      *----------------------------------------------------------------*
           IF WRK-1A-AGENCIA
              SET WRK-NAO-1A-AGENCIA       TO TRUE
              MOVE ARQSAI06-AGENCIA        TO WRK-AGENCIA-ATUAL
           END-IF

           IF ARQSAI06-AGENCIA NOT EQUAL WRK-AGENCIA-ATUAL
              PERFORM 3400-IMPRIMIR-SUBTOTAL-RECUP
              MOVE ARQSAI06-AGENCIA        TO WRK-AGENCIA-ATUAL
           END-IF

           PERFORM 3300-IMPRIMIR-DET-RECUP

           ADD 1                           TO ACU-AGE-QTDE-REC
           ADD ARQSAI06-VLR-PAGO           TO ACU-AGE-VLR-REC

           PERFORM 3100-LER-RECUPERACAO
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3300-IMPRIMIR-DET-RECUP SECTION.
      *----------------------------------------------------------------*
           MOVE ARQSAI06-AGENCIA           TO WRK-DRC-AGENCIA
           MOVE ARQSAI06-CONTA             TO WRK-DRC-CONTA
           MOVE ARQSAI06-CODIGO-PRODUTO    TO WRK-DRC-PRODUTO
           MOVE ARQSAI06-DAT-PAG           TO WRK-DRC-DAT-PAG
           MOVE ARQSAI06-VLR-PAGO          TO WRK-DRC-VLR-PAGO
           MOVE ARQSAI06-DATA-BAIXA        TO WRK-DRC-DATA-BAIXA
           MOVE ARQSAI06-VLR-SALDO-BAIXA   TO WRK-DRC-SALDO-BAIXA

           IF ARQSAI06-CONTA-FORA-CADASTRO
              MOVE 'FORA CADASTR'          TO WRK-DRC-ORIGEM
           ELSE
              MOVE 'NO CADASTRO '          TO WRK-DRC-ORIGEM
           END-IF

           MOVE WRK-LINHA-DET-RECUP        TO WRK-LINHA-IMPRESSAO
           PERFORM 8000-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       3300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3400-IMPRIMIR-SUBTOTAL-RECUP SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                     TO WRK-LINHA-SUB-RECUP
           MOVE 'AGENCIA '                 TO WRK-SRC-TEXTO
           MOVE WRK-AGENCIA-ATUAL          TO WRK-SRC-AGENCIA
           MOVE ACU-AGE-QTDE-REC           TO WRK-SRC-QTDE
           MOVE ACU-AGE-VLR-REC            TO WRK-SRC-VLR-PAGO
           MOVE WRK-LINHA-SUB-RECUP        TO WRK-LINHA-IMPRESSAO
           PERFORM 8000-GRAVAR-LINHA

           ADD ACU-AGE-QTDE-REC            TO ACU-GER-QTDE-REC
           ADD ACU-AGE-VLR-REC             TO ACU-GER-VLR-REC

           MOVE ZEROS                      TO ACU-AGE-QTDE-REC
                                              ACU-AGE-VLR-REC
           .
      *----------------------------------------------------------------*
       3400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    TERCEIRA PARTE: POSICAO ACUMULADA DO REGISTRO DE BAIXAS     *
      *    DEPOIS DO CICLO                                             *
      *----------------------------------------------------------------*
       4000-IMPRIMIR-POSICAO SECTION.
      *----------------------------------------------------------------*
           MOVE 'POSICAO ACUMULADA DO REGISTRO DE BAIXAS'
                                           TO WRK-SEC-TEXTO
           MOVE WRK-LINHA-SECAO            TO WRK-LINHA-IMPRESSAO
           PERFORM 8000-GRAVAR-LINHA

           MOVE 'CONTAS NO REGISTRO DE BAIXAS...........'
                                           TO WRK-PQT-ROTULO
           MOVE ACU-POS-QTDE               TO WRK-PQT-QTDE
           MOVE WRK-LINHA-POS-QTDE         TO WRK-LINHA-IMPRESSAO
           PERFORM 8000-GRAVAR-LINHA

           MOVE 'SALDO BAIXADO PARA PREJUIZO............'
                                           TO WRK-PVL-ROTULO
           MOVE ACU-POS-SALDO              TO WRK-PVL-VALOR
           MOVE WRK-LINHA-POS-VALOR        TO WRK-LINHA-IMPRESSAO
           PERFORM 8000-GRAVAR-LINHA

           MOVE 'JUROS DE MORA NA DATA DA BAIXA.........'
                                           TO WRK-PVL-ROTULO
           MOVE ACU-POS-JUROS              TO WRK-PVL-VALOR
           MOVE WRK-LINHA-POS-VALOR        TO WRK-LINHA-IMPRESSAO
           PERFORM 8000-GRAVAR-LINHA

           MOVE 'VALOR RECUPERADO APOS A BAIXA..........'
                                           TO WRK-PVL-ROTULO
           MOVE ACU-POS-RECUPERADO         TO WRK-PVL-VALOR
           MOVE WRK-LINHA-POS-VALOR        TO WRK-LINHA-IMPRESSAO
           PERFORM 8000-GRAVAR-LINHA

           MOVE ZEROS                      TO WRK-PERC-RECUPERADO
           IF ACU-POS-SALDO GREATER ZEROS
              COMPUTE WRK-PERC-RECUPERADO ROUNDED =
                      (ACU-POS-RECUPERADO * 100) / ACU-POS-SALDO
           END-IF

           MOVE 'PERCENTUAL RECUPERADO SOBRE O SALDO (%)'
                                           TO WRK-PPC-ROTULO
           MOVE WRK-PERC-RECUPERADO        TO WRK-PPC-PERC
           MOVE WRK-LINHA-POS-PERC         TO WRK-LINHA-IMPRESSAO
           PERFORM 8000-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       4000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA NO RELATORIO A LINHA MONTADA EM WRK-LINHA-IMPRESSAO   *
      *----------------------------------------------------------------*
       8000-GRAVAR-LINHA SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE                TO TRUE
           SET WRK-CN-ARQREL07              TO TRUE

           WRITE FD-ARQREL07 FROM WRK-LINHA-IMPRESSAO

           IF NOT WRK-FS-REL07-OK
              MOVE WRK-FS-ARQREL07          TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           ELSE
              ADD 1 TO ACU-GRAVA-ARQREL07
           END-IF
           .
      *----------------------------------------------------------------*
       8000-99-FIM.
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

           CLOSE ARQBXA01
           CLOSE ARQSAI06
           CLOSE ARQREL07

           MOVE ACU-LIDOS-ARQBXA01 TO WRK-MASK-QTDREG
           DISPLAY '***************************************************'
           DISPLAY '* QTDE DE CONTAS NO REGISTRO DE BAIXAS: '
                                                    WRK-MASK-QTDREG
           MOVE ACU-GER-QTDE-BXA   TO WRK-MASK-QTDREG
           DISPLAY '* QTDE DE CONTAS BAIXADAS NO CICLO..: '
                                                    WRK-MASK-QTDREG
           MOVE ACU-LIDOS-ARQSAI06 TO WRK-MASK-QTDREG
           DISPLAY '* QTDE DE RECUPERACOES DO CICLO.....: '
                                                    WRK-MASK-QTDREG
           MOVE ACU-GRAVA-ARQREL07 TO WRK-MASK-QTDREG
           DISPLAY '* QTDE DE LINHAS DO RELATORIO.......: '
                                                    WRK-MASK-QTDREG
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
