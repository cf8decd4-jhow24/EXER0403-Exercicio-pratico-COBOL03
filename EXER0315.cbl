      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0315.
       AUTHOR.     JOHNATHAN.
      *================================================================*
      *              C A P G E M I N I - S I S T E M A S               *
      *================================================================*
      *    PROGRAMA....: EXER0315
      *    PROGRAMADOR.: JOHNATHAN
      *    ANALISTA....: ARI BORGES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   APURAR A PROVISAO PARA DEVEDORES DUVIDOSOS  *
      *                    DA CARTEIRA ENVELHECIDA PELO EXER0303:      *
      *                    CADA CONTA DOS PAGTOS EM DIA (ARQSAI01),    *
      *                    ATRASADOS (ARQSAI02) E SEM PAGAMENTO        *
      *                    (ARQSAI03) RECEBE A CLASSE DE RISCO DA      *
      *                    FAIXA DE DIAS DE ATRASO DA TABELA DE        *
      *                    PARAMETROS (ARQPAR04) E O PERCENTUAL DA     *
      *                    CLASSE SOBRE O SALDO EM ABERTO. EMITE O     *
      *                    RELATORIO POR AGENCIA+PRODUTO+CLASSE        *
      *                    (ARQREL06), GRAVA A NOVA POSICAO DA         *
      *                    PROVISAO (ARQPRV02) E O MOVIMENTO DE        *
      *                    CONSTITUICAO/REVERSAO CONTRA A POSICAO DO   *
      *                    FECHAMENTO DO MES ANTERIOR (ARQPRV01) NO    *
      *                    FORMATO DE LOTE DO RAZAO (ARQCTB02, BOOK    *
      *                    CTB03101).                                  *
      *                    RODADO SO NO FECHAMENTO DO MES (JOB         *
      *                    EXER0315, DEPOIS DO EXER0303 DO ULTIMO DIA  *
      *                    UTIL), DE FORMA QUE CADA GERACAO DA POSICAO *
      *                    E A DE UM FECHAMENTO MENSAL                 *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPAR04                                  PAR03104
      *      ARQSAI01                                  SAI03103
      *      ARQSAI02                                  SAI03203
      *      ARQSAI03                                  SAI03303
      *      ARQPRV01                                  PRV03101
      *      ARQPRV02                                  PRV03101
      *      ARQCTB02                                  CTB03101
      *      ARQREL06                                  (LINHA X(120))  *
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
           SELECT ARQPAR04 ASSIGN       TO UT-S-ARQPAR04
                      FILE STATUS      IS WRK-FS-ARQPAR04.

           SELECT ARQSAI01 ASSIGN       TO UT-S-ARQSAI01
                      FILE STATUS      IS WRK-FS-ARQSAI01.

           SELECT ARQSAI02 ASSIGN       TO UT-S-ARQSAI02
                      FILE STATUS      IS WRK-FS-ARQSAI02.

           SELECT ARQSAI03 ASSIGN       TO UT-S-ARQSAI03
                      FILE STATUS      IS WRK-FS-ARQSAI03.

           SELECT ARQPRV01 ASSIGN       TO UT-S-ARQPRV01
                      FILE STATUS      IS WRK-FS-ARQPRV01.

           SELECT ARQPRV02 ASSIGN       TO UT-S-ARQPRV02
                      FILE STATUS      IS WRK-FS-ARQPRV02.

           SELECT ARQCTB02 ASSIGN       TO UT-S-ARQCTB02
                      FILE STATUS      IS WRK-FS-ARQCTB02.

           SELECT ARQREL06 ASSIGN       TO UT-S-ARQREL06
                      FILE STATUS      IS WRK-FS-ARQREL06.

           SELECT CLASSIFICA ASSIGN     TO SORTWK01.
      *
      *================================================================*
       DATA                            DIVISION.
      *================================================================
      *----------------------------------------------------------------
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    INPUT:     TABELA DE CLASSES DE RISCO  -   LRECL = 80       *
      *----------------------------------------------------------------*
       FD  ARQPAR04
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPAR04             PIC X(80).

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
      *    INPUT:     POSICAO DA PROVISAO DO FECHAMENTO ANTERIOR       *
      *    OUTPUT:    POSICAO DA PROVISAO DESTA EXECUCAO               *
      *               LRECL = 30                                       *
      *----------------------------------------------------------------*
       FD  ARQPRV01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPRV01             PIC X(30).

       FD  ARQPRV02
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPRV02             PIC X(30).

      *----------------------------------------------------------------*
      *    OUTPUT:    MOVIMENTO CONTABIL DA PROVISAO - LRECL = 30      *
      *----------------------------------------------------------------*
       FD  ARQCTB02
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQCTB02             PIC X(30).

      *----------------------------------------------------------------*
      *    OUTPUT:    RELATORIO DA PROVISAO       -   LRECL = 120      *
      *----------------------------------------------------------------*
       FD  ARQREL06
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQREL06             PIC X(120).

      *----------------------------------------------------------------*
      *    SORT:      CLASSIFICA AS CONTAS PROVISIONADAS E A POSICAO   *
      *               ANTERIOR POR AGENCIA+PRODUTO+CLASSE (NA ORDEM DA *
      *               TABELA), PARA AS QUEBRAS DO RELATORIO E DO       *
      *               MOVIMENTO CONTABIL                               *
      *----------------------------------------------------------------*
       SD  CLASSIFICA.
       01 SRT-REGISTRO.
          05 SRT-CHAVE.
             10 SRT-AGENCIA       PIC  9(004).
             10 SRT-PRODUTO       PIC  X(002).
             10 SRT-SEQ-CLASSE    PIC  9(002).
             10 SRT-CLASSE        PIC  X(002).
          05 SRT-ORIGEM           PIC  X(001).
             88 SRT-ORIGEM-ATUAL              VALUE 'A'.
             88 SRT-ORIGEM-ANTERIOR           VALUE 'P'.
          05 SRT-QTDE-CONTAS      PIC  9(007) COMP-3.
          05 SRT-VLR-SALDO        PIC S9(011)V99 COMP-3.
          05 SRT-VLR-PROVISAO     PIC S9(011)V99 COMP-3.

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 FILLER                  PIC  X(050) VALUE
             'EXER0315 - INICIO DA AREA DE WORKING'.
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0315'.
       77 WRK-MASK-QTDREG         PIC  ZZ.ZZ9.
       77 ACU-LIDOS-ARQSAI01      PIC  9(005) VALUE ZEROS.
       77 ACU-LIDOS-ARQSAI02      PIC  9(005) VALUE ZEROS.
       77 ACU-LIDOS-ARQSAI03      PIC  9(005) VALUE ZEROS.
       77 ACU-LIDOS-ARQPRV01      PIC  9(005) VALUE ZEROS.
       77 ACU-CONTAS-AVALIADAS    PIC  9(005) VALUE ZEROS.
       77 ACU-CONTAS-SEM-SALDO    PIC  9(005) VALUE ZEROS.
       77 ACU-CONTAS-SEM-ENVELHEC PIC  9(005) VALUE ZEROS.
       77 ACU-GRAVA-ARQPRV02      PIC  9(005) VALUE ZEROS.
       77 ACU-GRAVA-ARQCTB02      PIC  9(005) VALUE ZEROS.
       77 ACU-GRAVA-ARQREL06      PIC  9(005) VALUE ZEROS.
       77 ACU-QTDE-LANCAMENTOS    PIC  9(007) VALUE ZEROS.
       77 ACU-HASH-VALOR          PIC S9(013)V99 COMP-3 VALUE ZEROS.
       77 ACU-VLR-CONSTITUICAO    PIC S9(011)V99 COMP-3 VALUE ZEROS.
       77 ACU-VLR-REVERSAO        PIC S9(011)V99 COMP-3 VALUE ZEROS.
      *
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQPAR04      VALUE 'PAR03104'.
          88 WRK-CN-ARQSAI01      VALUE 'SAI03103'.
          88 WRK-CN-ARQSAI02      VALUE 'SAI03203'.
          88 WRK-CN-ARQSAI03      VALUE 'SAI03303'.
          88 WRK-CN-ARQPRV01      VALUE 'PRV03101'.
          88 WRK-CN-ARQPRV02      VALUE 'PRV03101'.
          88 WRK-CN-ARQCTB02      VALUE 'CTB03101'.
          88 WRK-CN-ARQREL06      VALUE 'ARQREL06'.

       77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
          88 WRK-CN-OPEN          VALUE 'OPEN '.
          88 WRK-CN-CLOSE         VALUE 'CLOSE'.
          88 WRK-CN-READ          VALUE 'READ '.
          88 WRK-CN-WRITE         VALUE 'WRITE'.
      *
       01 WRK-AREA-FS.
          05 WRK-FS-ARQPAR04      PIC  X(002) VALUE SPACES.
             88 WRK-FS-PAR04-OK               VALUE '00'.
             88 WRK-FS-PAR04-FIM              VALUE '10'.
          05 WRK-FS-ARQSAI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI01-OK               VALUE '00'.
             88 WRK-FS-SAI01-FIM              VALUE '10'.
          05 WRK-FS-ARQSAI02      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI02-OK               VALUE '00'.
             88 WRK-FS-SAI02-FIM              VALUE '10'.
          05 WRK-FS-ARQSAI03      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI03-OK               VALUE '00'.
             88 WRK-FS-SAI03-FIM              VALUE '10'.
          05 WRK-FS-ARQPRV01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-PRV01-OK               VALUE '00'.
             88 WRK-FS-PRV01-FIM              VALUE '10'.
          05 WRK-FS-ARQPRV02      PIC  X(002) VALUE SPACES.
             88 WRK-FS-PRV02-OK               VALUE '00'.
          05 WRK-FS-ARQCTB02      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CTB02-OK               VALUE '00'.
          05 WRK-FS-ARQREL06      PIC  X(002) VALUE SPACES.
             88 WRK-FS-REL06-OK               VALUE '00'.

          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.
      *----------------------------------------------------------------*
      *    CONTAS CONTABEIS DO MOVIMENTO DA PROVISAO:                  *
      *    CONSTITUICAO - DEBITO DESPESA DE PROVISAO / CREDITO         *
      *                   PROVISAO PARA DEVEDORES DUVIDOSOS            *
      *    REVERSAO     - DEBITO PROVISAO PARA DEVEDORES DUVIDOSOS /   *
      *                   CREDITO RECEITA DE REVERSAO DE PROVISAO      *
      *----------------------------------------------------------------*
       77 WRK-CTA-DESPESA-PROVISAO PIC 9(008) VALUE 81830010.
       77 WRK-CTA-PROVISAO        PIC  9(008) VALUE 16990010.
       77 WRK-CTA-REVERSAO-PROV   PIC  9(008) VALUE 71990010.
      *
       77 WRK-DATA-BASE           PIC  9(008) VALUE ZEROS.
       77 WRK-CTA-LANCAMENTO      PIC  9(008) VALUE ZEROS.
       77 WRK-NATUREZA            PIC  X(001) VALUE SPACES.
       77 WRK-VLR-MOVIMENTO       PIC S9(011)V99 COMP-3 VALUE ZEROS.
       77 WRK-VLR-SALDO-REF       PIC S9(011)V99 COMP-3 VALUE ZEROS.
       77 WRK-MSG-TABELA          PIC  X(040) VALUE SPACES.
      *----------------------------------------------------------------*
      *    TABELA DE CLASSES DE RISCO (ARQPAR04), NA ORDEM CRESCENTE   *
      *    DE ATRASO, COM OS TOTAIS DA CLASSE PARA O RESUMO FINAL      *
      *----------------------------------------------------------------*
       77 WRK-MAX-CLASSES         PIC  9(004) COMP VALUE 20.
       77 WRK-IND-SEM-ENVELHEC    PIC  9(004) COMP VALUE ZEROS.
       77 WRK-PROX-DIAS-DE        PIC  9(005) VALUE ZEROS.

       01 TAB-CLASSES.
          05 TAB-CLS-QTDE         PIC  9(004) COMP VALUE ZEROS.
          05 TAB-CLS-ENTRADA      OCCURS 20 TIMES
                                   INDEXED BY IDX-CLS.
             10 TAB-CLS-CLASSE    PIC  X(002).
             10 TAB-CLS-DIAS-DE   PIC  9(005).
             10 TAB-CLS-DIAS-ATE  PIC  9(005).
             10 TAB-CLS-PERCENTUAL PIC 9(003)V99.
             10 TAB-CLS-QTDE-CONTAS PIC 9(007) COMP-3.
             10 TAB-CLS-VLR-SALDO PIC S9(011)V99 COMP-3.
             10 TAB-CLS-VLR-PROVISAO PIC S9(011)V99 COMP-3.
             10 TAB-CLS-VLR-PROV-ANT PIC S9(011)V99 COMP-3.
      *----------------------------------------------------------------*
      *    CONTA CORRENTE NO CONFRONTO DOS TRES ARQUIVOS DE SAIDA DO   *
      *    BALANCE LINE (TODOS NA ORDEM AGENCIA+CONTA). UMA CONTA COM  *
      *    MAIS DE 1 PAGAMENTO TEM 1 REGISTRO POR PAGAMENTO, CADA UM   *
      *    COM O SALDO EM ABERTO APOS AQUELE PAGAMENTO: VALE O MAIOR   *
      *    ATRASO E O MENOR SALDO (O SALDO FINAL DA CONTA)             *
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

       77 WRK-PRODUTO-CONTA       PIC  X(002) VALUE SPACES.
       77 WRK-DIAS-CONTA          PIC  9(005) VALUE ZEROS.
       77 WRK-VLR-SALDO-CONTA     PIC S9(009)V99 COMP-3 VALUE ZEROS.
       77 WRK-VLR-SALDO-REG       PIC S9(009)V99 COMP-3 VALUE ZEROS.

       77 WRK-SW-SALDO            PIC  X(001) VALUE 'N'.
          88 WRK-CN-SALDO-INFORMADO       VALUE 'S'.
          88 WRK-CN-SALDO-NAO-INFORMADO   VALUE 'N'.

       77 WRK-SW-ENVELHEC         PIC  X(001) VALUE 'S'.
          88 WRK-CN-ENVELHECIDA           VALUE 'S'.
          88 WRK-CN-SEM-ENVELHEC          VALUE 'N'.

       77 WRK-SW-CLASSIFICA       PIC  X(001) VALUE 'N'.
          88 WRK-CN-FIM-CLASSIFICA        VALUE 'S'.
      *----------------------------------------------------------------*
      *    CHAVE DO REGISTRO DEVOLVIDO PELA CLASSIFICACAO E CHAVE DA   *
      *    QUEBRA CORRENTE (AGENCIA / AGENCIA+PRODUTO / +CLASSE). NO   *
      *    FIM DA CLASSIFICACAO A CHAVE DEVOLVIDA VAI A HIGH-VALUES,   *
      *    FECHANDO TODAS AS QUEBRAS                                   *
      *----------------------------------------------------------------*
       01 WRK-CHAVE-RETORNO.
          05 WRK-RET-CHAVE-PRODUTO.
             10 WRK-RET-CHAVE-AGENCIA.
                15 WRK-RET-AGENCIA PIC 9(004).
             10 WRK-RET-PRODUTO   PIC  X(002).
          05 WRK-RET-SEQ-CLASSE   PIC  9(002).
          05 WRK-RET-CLASSE       PIC  X(002).

       01 WRK-CHAVE-QUEBRA.
          05 WRK-QBR-CHAVE-PRODUTO.
             10 WRK-QBR-CHAVE-AGENCIA.
                15 WRK-QBR-AGENCIA PIC 9(004).
             10 WRK-QBR-PRODUTO   PIC  X(002).
          05 WRK-QBR-SEQ-CLASSE   PIC  9(002).
          05 WRK-QBR-CLASSE       PIC  X(002).
      *----------------------------------------------------------------*
      *    TOTAIS DAS QUEBRAS: QTDE DE CONTAS, SALDO EM ABERTO,        *
      *    PROVISAO ATUAL E PROVISAO DO FECHAMENTO ANTERIOR            *
      *----------------------------------------------------------------*
       01 WRK-TOTAIS-CLASSE.
          05 WRK-TCL-QTDE         PIC  9(007) COMP-3.
          05 WRK-TCL-SALDO        PIC S9(011)V99 COMP-3.
          05 WRK-TCL-PROVISAO     PIC S9(011)V99 COMP-3.
          05 WRK-TCL-PROV-ANT     PIC S9(011)V99 COMP-3.

       01 WRK-TOTAIS-PRODUTO.
          05 WRK-TPR-QTDE         PIC  9(007) COMP-3.
          05 WRK-TPR-SALDO        PIC S9(011)V99 COMP-3.
          05 WRK-TPR-PROVISAO     PIC S9(011)V99 COMP-3.
          05 WRK-TPR-PROV-ANT     PIC S9(011)V99 COMP-3.

       01 WRK-TOTAIS-AGENCIA.
          05 WRK-TAG-QTDE         PIC  9(007) COMP-3.
          05 WRK-TAG-SALDO        PIC S9(011)V99 COMP-3.
          05 WRK-TAG-PROVISAO     PIC S9(011)V99 COMP-3.
          05 WRK-TAG-PROV-ANT     PIC S9(011)V99 COMP-3.

       01 WRK-TOTAIS-GERAL.
          05 WRK-TGE-QTDE         PIC  9(007) COMP-3.
          05 WRK-TGE-SALDO        PIC S9(011)V99 COMP-3.
          05 WRK-TGE-PROVISAO     PIC S9(011)V99 COMP-3.
          05 WRK-TGE-PROV-ANT     PIC S9(011)V99 COMP-3.
      *----------------------------------------------------------------*
      *    LINHAS DO RELATORIO DA PROVISAO                             *
      *----------------------------------------------------------------*
       01 WRK-LINHA-TITULO.
          05 FILLER               PIC  X(050) VALUE
             'PROVISAO PARA DEVEDORES DUVIDOSOS POR AGENCIA/PROD'.
          05 FILLER               PIC  X(050) VALUE
             'UTO/CLASSE DE RISCO - EXER0315       DATA BASE:   '.
          05 WRK-TIT-DATA-BASE    PIC  9(008).
          05 FILLER               PIC  X(012) VALUE SPACES.

       01 WRK-LINHA-CABECALHO.
          05 FILLER               PIC  X(048) VALUE
             'AGEN  PR   CL   FAIXA DE DIAS    PERC     CONTAS'.
          05 FILLER               PIC  X(048) VALUE
             '    SALDO ABERTO        PROVISAO   PROV.ANTERIOR'.
          05 FILLER               PIC  X(024) VALUE
             '        MOVIMENTO       '.

       01 WRK-LINHA-DETALHE.
          05 WRK-DET-AGENCIA      PIC  X(004).
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 WRK-DET-PRODUTO      PIC  X(002).
          05 FILLER               PIC  X(003) VALUE SPACES.
          05 WRK-DET-CLASSE       PIC  X(002).
          05 FILLER               PIC  X(003) VALUE SPACES.
          05 WRK-DET-DIAS-DE      PIC  ZZZZ9.
          05 FILLER               PIC  X(003) VALUE ' A '.
          05 WRK-DET-DIAS-ATE     PIC  ZZZZ9.
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 WRK-DET-PERCENTUAL   PIC  ZZ9,99.
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 WRK-DET-QTDE         PIC  Z.ZZZ.ZZ9.
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 WRK-DET-SALDO        PIC  Z(010)9,99.
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 WRK-DET-PROVISAO     PIC  Z(010)9,99.
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 WRK-DET-PROV-ANT     PIC  Z(010)9,99.
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 WRK-DET-MOVIMENTO    PIC  -Z(010)9,99.
          05 FILLER               PIC  X(007) VALUE SPACES.

       01 WRK-LINHA-TOTAL.
          05 WRK-TOT-ROTULO       PIC  X(039).
          05 WRK-TOT-QTDE         PIC  Z.ZZZ.ZZ9.
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 WRK-TOT-SALDO        PIC  Z(010)9,99.
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 WRK-TOT-PROVISAO     PIC  Z(010)9,99.
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 WRK-TOT-PROV-ANT     PIC  Z(010)9,99.
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 WRK-TOT-MOVIMENTO    PIC  -Z(010)9,99.
          05 FILLER               PIC  X(007) VALUE SPACES.

       01 WRK-LINHA-MOVIMENTO.
          05 FILLER               PIC  X(039) VALUE
             'MOVIMENTO CONTABIL - CONSTITUICAO:'.
          05 WRK-MOV-CONSTITUICAO PIC  Z(010)9,99.
          05 FILLER               PIC  X(016) VALUE
             '    REVERSAO:'.
          05 WRK-MOV-REVERSAO     PIC  Z(010)9,99.
          05 FILLER               PIC  X(037) VALUE SPACES.

       01 WRK-LINHA-RESUMO.
          05 FILLER               PIC  X(050) VALUE
             'RESUMO POR CLASSE DE RISCO'.
          05 FILLER               PIC  X(070) VALUE SPACES.

       01 WRK-LINHA-BRANCO        PIC  X(120) VALUE SPACES.
      *----------------------------------------------------------------*
      *    AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA E SAIDA              *
      *----------------------------------------------------------------*
           COPY PAR03104.
           COPY SAI03103.
           COPY SAI03203.
           COPY SAI03303.
           COPY PRV03101.
           COPY CTB03101.
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'EXER0315 - FIM DA AREA DE WORKING'.
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
                ON ASCENDING KEY SRT-CHAVE
                INPUT PROCEDURE IS 2000-SELECIONAR-CONTAS
                OUTPUT PROCEDURE IS 3000-EMITIR-PROVISAO

           IF SORT-RETURN NOT EQUAL ZEROS
              DISPLAY '*** ERRO NA CLASSIFICACAO DA PROVISAO '
                      '- SORT-RETURN: ' SORT-RETURN
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

           PERFORM 1100-CARREGAR-CLASSES

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

           OPEN OUTPUT ARQPRV02
           SET WRK-CN-ARQPRV02                 TO TRUE
           IF NOT WRK-FS-PRV02-OK
              MOVE WRK-FS-ARQPRV02             TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           OPEN OUTPUT ARQCTB02
           SET WRK-CN-ARQCTB02                 TO TRUE
           IF NOT WRK-FS-CTB02-OK
              MOVE WRK-FS-ARQCTB02             TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           OPEN OUTPUT ARQREL06
           SET WRK-CN-ARQREL06                 TO TRUE
           IF NOT WRK-FS-REL06-OK
              MOVE WRK-FS-ARQREL06             TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 1200-ABRIR-POSICAO-ANTERIOR
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    CARREGA A TABELA DE CLASSES DE RISCO. A TABELA E            *
      *    OBRIGATORIA E E VALIDADA NA CARGA: CLASSE INFORMADA, CAMPOS *
      *    NUMERICOS, FAIXAS CONTIGUAS A PARTIR DE ZERO DIAS E         *
      *    PERCENTUAL ATE 100 - UMA TABELA MAL FORMADA CANCELA O       *
      *    PASSO ANTES DE GERAR QUALQUER LANCAMENTO                    *
      *----------------------------------------------------------------*
       1100-CARREGAR-CLASSES SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-OPEN                 TO TRUE
           SET WRK-CN-ARQPAR04              TO TRUE

           OPEN INPUT ARQPAR04

           IF NOT WRK-FS-PAR04-OK
              MOVE WRK-FS-ARQPAR04          TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE ZEROS                      TO WRK-PROX-DIAS-DE

           PERFORM 1110-LER-ARQPAR04
           PERFORM 1120-INCLUIR-CLASSE UNTIL WRK-FS-PAR04-FIM

           SET WRK-CN-CLOSE                TO TRUE
           CLOSE ARQPAR04

           IF TAB-CLS-QTDE EQUAL ZEROS
              MOVE 'TABELA DE CLASSES DE RISCO VAZIA'
                                           TO WRK-MSG-TABELA
              PERFORM 1190-TABELA-INVALIDA
           END-IF

           IF WRK-IND-SEM-ENVELHEC EQUAL ZEROS
              MOVE TAB-CLS-QTDE            TO WRK-IND-SEM-ENVELHEC
           END-IF
           .
      *----------------------------------------------------------------*
       1100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       1110-LER-ARQPAR04 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                 TO TRUE
           SET WRK-CN-ARQPAR04              TO TRUE

           READ ARQPAR04 INTO PAR03104-REGISTRO.

           EVALUATE WRK-FS-ARQPAR04
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    CONTINUE
               WHEN OTHER
                    MOVE WRK-FS-ARQPAR04     TO WRK-FS-DISPLAY
                    PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       1110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       1120-INCLUIR-CLASSE SECTION.
      *----------------------------------------------------------------*
           IF TAB-CLS-QTDE NOT LESS WRK-MAX-CLASSES
              MOVE 'TABELA DE CLASSES DE RISCO ESGOTADA'
                                           TO WRK-MSG-TABELA
              PERFORM 1190-TABELA-INVALIDA
           END-IF

           IF (PAR03104-CLASSE EQUAL SPACES)
           OR (PAR03104-DIAS-DE NOT NUMERIC)
           OR (PAR03104-DIAS-ATE NOT NUMERIC)
           OR (PAR03104-PERCENTUAL NOT NUMERIC)
              MOVE 'CARTAO DE CLASSE COM CAMPO INVALIDO'
                                           TO WRK-MSG-TABELA
              PERFORM 1190-TABELA-INVALIDA
           END-IF

           IF (PAR03104-DIAS-DE NOT EQUAL WRK-PROX-DIAS-DE)
           OR (PAR03104-DIAS-ATE LESS PAR03104-DIAS-DE)
              MOVE 'FAIXAS DE DIAS NAO CONTIGUAS'
                                           TO WRK-MSG-TABELA
              PERFORM 1190-TABELA-INVALIDA
           END-IF

           IF PAR03104-PERCENTUAL GREATER 100
              MOVE 'PERCENTUAL DE PROVISAO ACIMA DE 100'
                                           TO WRK-MSG-TABELA
              PERFORM 1190-TABELA-INVALIDA
           END-IF

           ADD 1                           TO TAB-CLS-QTDE
           SET IDX-CLS                     TO TAB-CLS-QTDE
           INITIALIZE TAB-CLS-ENTRADA (IDX-CLS)
           MOVE PAR03104-CLASSE            TO TAB-CLS-CLASSE (IDX-CLS)
           MOVE PAR03104-DIAS-DE           TO TAB-CLS-DIAS-DE (IDX-CLS)
           MOVE PAR03104-DIAS-ATE          TO TAB-CLS-DIAS-ATE
                                              (IDX-CLS)
           MOVE PAR03104-PERCENTUAL        TO TAB-CLS-PERCENTUAL
                                              (IDX-CLS)

           IF PAR03104-CLASSE-SEM-ENVELHEC
              MOVE TAB-CLS-QTDE            TO WRK-IND-SEM-ENVELHEC
           END-IF

           IF PAR03104-DIAS-ATE LESS 99999
              COMPUTE WRK-PROX-DIAS-DE = PAR03104-DIAS-ATE + 1
           ELSE
              MOVE 99999                   TO WRK-PROX-DIAS-DE
           END-IF

           PERFORM 1110-LER-ARQPAR04
           .
      *----------------------------------------------------------------*
       1120-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       1190-TABELA-INVALIDA SECTION.
      *----------------------------------------------------------------*
           DISPLAY '************************************************'
           DISPLAY '*  ERRO NA TABELA DE CLASSES DE RISCO (PAR04)  *'
           DISPLAY '* ' WRK-MSG-TABELA
           DISPLAY '* CARTAO: ' PAR03104-REGISTRO (1:18)
           DISPLAY '* 'WRK-PROGRAMA'  CANCELADO                    *'
           DISPLAY '************************************************'

           MOVE 12                         TO RETURN-CODE

           PERFORM 9900-FINALIZAR
           .
      *----------------------------------------------------------------*
       1190-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    ABRE A POSICAO DA PROVISAO DO FECHAMENTO ANTERIOR. NA       *
      *    PRIMEIRA EXECUCAO E LIDA A GERACAO INICIAL VAZIA DO GDG E   *
      *    TODA A PROVISAO E CONSTITUIDA. SEM A POSICAO ANTERIOR O     *
      *    PROGRAMA E CANCELADO, PARA NAO CONTABILIZAR DE NOVO A       *
      *    PROVISAO JA CONSTITUIDA                                     *
      *----------------------------------------------------------------*
       1200-ABRIR-POSICAO-ANTERIOR SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-OPEN                 TO TRUE
           SET WRK-CN-ARQPRV01              TO TRUE

           OPEN INPUT ARQPRV01

           IF NOT WRK-FS-PRV01-OK
              MOVE WRK-FS-ARQPRV01         TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       1200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCEDIMENTO DE ENTRADA DA CLASSIFICACAO: CONFRONTA OS TRES *
      *    ARQUIVOS POR AGENCIA+CONTA, LIBERA 1 REGISTRO POR CONTA COM *
      *    SALDO E, EM SEGUIDA, A POSICAO DO FECHAMENTO ANTERIOR       *
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

           IF NOT WRK-FS-PRV01-FIM
              PERFORM 2610-LER-ARQPRV01
              PERFORM 2620-LIBERAR-POSICAO UNTIL WRK-FS-PRV01-FIM
           END-IF
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    REUNE OS REGISTROS DA PROXIMA CONTA (MENOR CHAVE ENTRE OS   *
      *    TRES ARQUIVOS) E CLASSIFICA A CONTA                         *
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
           MOVE SPACES                     TO WRK-PRODUTO-CONTA
           SET WRK-CN-SALDO-NAO-INFORMADO  TO TRUE
           SET WRK-CN-ENVELHECIDA          TO TRUE

           PERFORM 2120-ACUMULAR-ARQSAI01
              UNTIL WRK-CHAVE-SAI01 NOT EQUAL WRK-CHAVE-CONTA

           PERFORM 2220-ACUMULAR-ARQSAI02
              UNTIL WRK-CHAVE-SAI02 NOT EQUAL WRK-CHAVE-CONTA

           PERFORM 2320-ACUMULAR-ARQSAI03
              UNTIL WRK-CHAVE-SAI03 NOT EQUAL WRK-CHAVE-CONTA

           PERFORM 2500-CLASSIFICAR-CONTA
           .
      *----------------------------------------------------------------*
       2050-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LE O PROXIMO PAGTO EM DIA. O TRAILER FORNECE A DATA BASE    *
      *    DA PROVISAO E E PULADO (A RETOMADA DE UM CHECKPOINT DO      *
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
      *    PAGAMENTO EM DIA: ATRASO ZERO                               *
      *----------------------------------------------------------------*
       2120-ACUMULAR-ARQSAI01 SECTION.
      *----------------------------------------------------------------*
           MOVE ARQSAI01-CODIGO-PRODUTO    TO WRK-PRODUTO-CONTA
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
      *    PAGAMENTO ATRASADO: VALE O MAIOR ATRASO DA CONTA            *
      *----------------------------------------------------------------*
       2220-ACUMULAR-ARQSAI02 SECTION.
      *----------------------------------------------------------------*
           MOVE ARQSAI02-CODIGO-PRODUTO    TO WRK-PRODUTO-CONTA

           IF ARQSAI02-QTDE-DIAS-ATRASO GREATER WRK-DIAS-CONTA
              MOVE ARQSAI02-QTDE-DIAS-ATRASO TO WRK-DIAS-CONTA
           END-IF

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
      *    CONTA SEM PAGAMENTO: ATRASO DA PARCELA EM ABERTO MAIS       *
      *    ANTIGA. SEM ENVELHECIMENTO (SEM CRONOGRAMA OU VENCIMENTO    *
      *    REJEITADO), A CONTA VAI PARA A CLASSE MARCADA NA TABELA     *
      *----------------------------------------------------------------*
       2320-ACUMULAR-ARQSAI03 SECTION.
      *----------------------------------------------------------------*
           MOVE ARQSAI03-CODIGO-PRODUTO    TO WRK-PRODUTO-CONTA

           IF ARQSAI03-NAO-ENVELHECIDA
              SET WRK-CN-SEM-ENVELHEC      TO TRUE
           ELSE
              IF ARQSAI03-QTDE-DIAS-ATRASO GREATER WRK-DIAS-CONTA
                 MOVE ARQSAI03-QTDE-DIAS-ATRASO TO WRK-DIAS-CONTA
              END-IF
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
      *    ENQUADRA A CONTA NA CLASSE DE RISCO E LIBERA PARA A         *
      *    CLASSIFICACAO COM A PROVISAO CALCULADA. CONTA SEM SALDO EM  *
      *    ABERTO (LIQUIDADA) NAO TEM PROVISAO E SO E CONTADA          *
      *----------------------------------------------------------------*
       2500-CLASSIFICAR-CONTA SECTION.
      *----------------------------------------------------------------*
           ADD 1                           TO ACU-CONTAS-AVALIADAS

           IF WRK-VLR-SALDO-CONTA NOT GREATER ZEROS
              ADD 1                        TO ACU-CONTAS-SEM-SALDO
           ELSE
              PERFORM 2510-LOCALIZAR-CLASSE
              PERFORM 2520-LIBERAR-CONTA
           END-IF
           .
      *----------------------------------------------------------------*
       2500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    AS FAIXAS SAO CONTIGUAS E CRESCENTES: A CLASSE E A PRIMEIRA *
      *    CUJO LIMITE SUPERIOR COBRE O ATRASO DA CONTA. ATRASO ALEM   *
      *    DA ULTIMA FAIXA FICA NA ULTIMA CLASSE                       *
      *----------------------------------------------------------------*
       2510-LOCALIZAR-CLASSE SECTION.
      *----------------------------------------------------------------*
           IF WRK-CN-SEM-ENVELHEC
              ADD 1                        TO ACU-CONTAS-SEM-ENVELHEC
              SET IDX-CLS                  TO WRK-IND-SEM-ENVELHEC
           ELSE
              SET IDX-CLS                  TO 1

              SEARCH TAB-CLS-ENTRADA
                  AT END
                     SET IDX-CLS           TO TAB-CLS-QTDE
                  WHEN (IDX-CLS GREATER TAB-CLS-QTDE)
                     SET IDX-CLS           TO TAB-CLS-QTDE
                  WHEN (WRK-DIAS-CONTA NOT GREATER
                                           TAB-CLS-DIAS-ATE (IDX-CLS))
                     CONTINUE
              END-SEARCH
           END-IF
           .
      *----------------------------------------------------------------*
       2510-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       2520-LIBERAR-CONTA SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-AG-CONTA               TO SRT-AGENCIA
           MOVE WRK-PRODUTO-CONTA          TO SRT-PRODUTO
           SET SRT-SEQ-CLASSE              TO IDX-CLS
           MOVE TAB-CLS-CLASSE (IDX-CLS)   TO SRT-CLASSE
           SET SRT-ORIGEM-ATUAL            TO TRUE
           MOVE 1                          TO SRT-QTDE-CONTAS
           MOVE WRK-VLR-SALDO-CONTA        TO SRT-VLR-SALDO

           COMPUTE SRT-VLR-PROVISAO ROUNDED =
                   WRK-VLR-SALDO-CONTA * TAB-CLS-PERCENTUAL (IDX-CLS)
                                       / 100

           RELEASE SRT-REGISTRO
           .
      *----------------------------------------------------------------*
       2520-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LE A POSICAO ANTERIOR. O TRAILER E O ULTIMO REGISTRO        *
      *----------------------------------------------------------------*
       2610-LER-ARQPRV01 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                 TO TRUE
           SET WRK-CN-ARQPRV01              TO TRUE

           READ ARQPRV01 INTO ARQPRV01-REGISTRO.

           EVALUATE WRK-FS-ARQPRV01
               WHEN '00'
                    IF ARQPRV01-DETALHE
                       ADD 1 TO ACU-LIDOS-ARQPRV01
                    ELSE
                       MOVE '10'               TO WRK-FS-ARQPRV01
                    END-IF
               WHEN '10'
                    CONTINUE
               WHEN OTHER
                    MOVE WRK-FS-ARQPRV01     TO WRK-FS-DISPLAY
                    PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       2610-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LIBERA A PROVISAO ANTERIOR DA AGENCIA+PRODUTO+CLASSE PARA   *
      *    SER CONFRONTADA COM A ATUAL NA MESMA QUEBRA. CLASSE QUE     *
      *    SAIU DA TABELA VAI PARA O FIM DO PRODUTO (SEQUENCIA 99) E   *
      *    TEM A PROVISAO INTEGRALMENTE REVERTIDA                      *
      *----------------------------------------------------------------*
       2620-LIBERAR-POSICAO SECTION.
      *----------------------------------------------------------------*
           MOVE ARQPRV01-AGENCIA           TO SRT-AGENCIA
           MOVE ARQPRV01-CODIGO-PRODUTO    TO SRT-PRODUTO
           MOVE ARQPRV01-CLASSE            TO SRT-CLASSE
           SET SRT-ORIGEM-ANTERIOR         TO TRUE
           MOVE ZEROS                      TO SRT-QTDE-CONTAS
                                              SRT-VLR-SALDO
           MOVE ARQPRV01-VLR-PROVISAO      TO SRT-VLR-PROVISAO

           SET IDX-CLS                     TO 1

           SEARCH TAB-CLS-ENTRADA
               AT END
                  MOVE 99                  TO SRT-SEQ-CLASSE
               WHEN (IDX-CLS GREATER TAB-CLS-QTDE)
                  MOVE 99                  TO SRT-SEQ-CLASSE
               WHEN (TAB-CLS-CLASSE (IDX-CLS) EQUAL ARQPRV01-CLASSE)
                  SET SRT-SEQ-CLASSE       TO IDX-CLS
           END-SEARCH

           RELEASE SRT-REGISTRO

           PERFORM 2610-LER-ARQPRV01
           .
      *----------------------------------------------------------------*
       2620-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCEDIMENTO DE SAIDA DA CLASSIFICACAO: QUEBRAS POR         *
      *    AGENCIA, PRODUTO E CLASSE. A CADA CLASSE, 1 LINHA DO        *
      *    RELATORIO E 1 REGISTRO DA NOVA POSICAO; A CADA PRODUTO, O   *
      *    PAR DE LANCAMENTOS DA DIFERENCA CONTRA A POSICAO ANTERIOR   *
      *----------------------------------------------------------------*
       3000-EMITIR-PROVISAO SECTION.
      *----------------------------------------------------------------*
           PERFORM 3050-GRAVAR-HEADER

           MOVE WRK-DATA-BASE              TO WRK-TIT-DATA-BASE
           MOVE WRK-LINHA-TITULO           TO FD-ARQREL06
           PERFORM 3900-GRAVAR-LINHA

           MOVE WRK-LINHA-BRANCO           TO FD-ARQREL06
           PERFORM 3900-GRAVAR-LINHA

           MOVE WRK-LINHA-CABECALHO        TO FD-ARQREL06
           PERFORM 3900-GRAVAR-LINHA

           PERFORM 3100-RETORNAR-CLASSIFICA

           PERFORM 3200-TRATAR-AGENCIA UNTIL WRK-CN-FIM-CLASSIFICA

           PERFORM 3700-IMPRIMIR-RESUMO

           PERFORM 3800-GRAVAR-TRAILERS
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    HEADER DO LOTE CONTABIL COM A DATA BASE DA PROVISAO         *
      *----------------------------------------------------------------*
       3050-GRAVAR-HEADER SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                     TO ARQCTB01-REGISTRO
           MOVE '0'                        TO ARQCTB01-HDR-TIPO-REG
           MOVE WRK-DATA-BASE              TO ARQCTB01-HDR-DATA-CICLO
           MOVE WRK-PROGRAMA               TO ARQCTB01-HDR-SISTEMA

           PERFORM 3950-GRAVAR-ARQCTB02
           .
      *----------------------------------------------------------------*
       3050-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3100-RETORNAR-CLASSIFICA SECTION.
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
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3200-TRATAR-AGENCIA SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-RET-CHAVE-AGENCIA      TO WRK-QBR-CHAVE-AGENCIA
           INITIALIZE WRK-TOTAIS-AGENCIA

           PERFORM 3300-TRATAR-PRODUTO
              UNTIL WRK-RET-CHAVE-AGENCIA NOT EQUAL
                                           WRK-QBR-CHAVE-AGENCIA

           MOVE SPACES                     TO WRK-TOT-ROTULO
           STRING 'TOTAL DA AGENCIA ' WRK-QBR-AGENCIA
                  DELIMITED BY SIZE      INTO WRK-TOT-ROTULO
           END-STRING
           MOVE WRK-TAG-QTDE               TO WRK-TOT-QTDE
           MOVE WRK-TAG-SALDO              TO WRK-TOT-SALDO
           MOVE WRK-TAG-PROVISAO           TO WRK-TOT-PROVISAO
           MOVE WRK-TAG-PROV-ANT           TO WRK-TOT-PROV-ANT
           COMPUTE WRK-TOT-MOVIMENTO = WRK-TAG-PROVISAO
                                     - WRK-TAG-PROV-ANT
           MOVE WRK-LINHA-TOTAL            TO FD-ARQREL06
           PERFORM 3900-GRAVAR-LINHA

           MOVE WRK-LINHA-BRANCO           TO FD-ARQREL06
           PERFORM 3900-GRAVAR-LINHA

           ADD WRK-TAG-QTDE                TO WRK-TGE-QTDE
           ADD WRK-TAG-SALDO               TO WRK-TGE-SALDO
           ADD WRK-TAG-PROVISAO            TO WRK-TGE-PROVISAO
           ADD WRK-TAG-PROV-ANT            TO WRK-TGE-PROV-ANT
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3300-TRATAR-PRODUTO SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-RET-CHAVE-PRODUTO      TO WRK-QBR-CHAVE-PRODUTO
           INITIALIZE WRK-TOTAIS-PRODUTO

           PERFORM 3400-TRATAR-CLASSE
              UNTIL WRK-RET-CHAVE-PRODUTO NOT EQUAL
                                           WRK-QBR-CHAVE-PRODUTO

           MOVE SPACES                     TO WRK-TOT-ROTULO
           STRING '   TOTAL DO PRODUTO ' WRK-QBR-PRODUTO
                  DELIMITED BY SIZE      INTO WRK-TOT-ROTULO
           END-STRING
           MOVE WRK-TPR-QTDE               TO WRK-TOT-QTDE
           MOVE WRK-TPR-SALDO              TO WRK-TOT-SALDO
           MOVE WRK-TPR-PROVISAO           TO WRK-TOT-PROVISAO
           MOVE WRK-TPR-PROV-ANT           TO WRK-TOT-PROV-ANT
           COMPUTE WRK-TOT-MOVIMENTO = WRK-TPR-PROVISAO
                                     - WRK-TPR-PROV-ANT
           MOVE WRK-LINHA-TOTAL            TO FD-ARQREL06
           PERFORM 3900-GRAVAR-LINHA

           PERFORM 3500-GRAVAR-MOVIMENTO

           ADD WRK-TPR-QTDE                TO WRK-TAG-QTDE
           ADD WRK-TPR-SALDO               TO WRK-TAG-SALDO
           ADD WRK-TPR-PROVISAO            TO WRK-TAG-PROVISAO
           ADD WRK-TPR-PROV-ANT            TO WRK-TAG-PROV-ANT
           .
      *----------------------------------------------------------------*
       3300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3400-TRATAR-CLASSE SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-CHAVE-RETORNO          TO WRK-CHAVE-QUEBRA
           INITIALIZE WRK-TOTAIS-CLASSE

           PERFORM 3410-ACUMULAR-CLASSE
              UNTIL WRK-CHAVE-RETORNO NOT EQUAL WRK-CHAVE-QUEBRA

           PERFORM 3420-IMPRIMIR-CLASSE

           IF WRK-TCL-QTDE GREATER ZEROS
              PERFORM 3430-GRAVAR-POSICAO
           END-IF

           IF WRK-QBR-SEQ-CLASSE NOT GREATER TAB-CLS-QTDE
              SET IDX-CLS                  TO WRK-QBR-SEQ-CLASSE
              ADD WRK-TCL-QTDE          TO TAB-CLS-QTDE-CONTAS (IDX-CLS)
              ADD WRK-TCL-SALDO         TO TAB-CLS-VLR-SALDO (IDX-CLS)
              ADD WRK-TCL-PROVISAO      TO TAB-CLS-VLR-PROVISAO
                                           (IDX-CLS)
              ADD WRK-TCL-PROV-ANT      TO TAB-CLS-VLR-PROV-ANT
                                           (IDX-CLS)
           END-IF

           ADD WRK-TCL-QTDE                TO WRK-TPR-QTDE
           ADD WRK-TCL-SALDO               TO WRK-TPR-SALDO
           ADD WRK-TCL-PROVISAO            TO WRK-TPR-PROVISAO
           ADD WRK-TCL-PROV-ANT            TO WRK-TPR-PROV-ANT
           .
      *----------------------------------------------------------------*
       3400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3410-ACUMULAR-CLASSE SECTION.
      *----------------------------------------------------------------*
           IF SRT-ORIGEM-ATUAL
              ADD SRT-QTDE-CONTAS          TO WRK-TCL-QTDE
              ADD SRT-VLR-SALDO            TO WRK-TCL-SALDO
              ADD SRT-VLR-PROVISAO         TO WRK-TCL-PROVISAO
           ELSE
              ADD SRT-VLR-PROVISAO         TO WRK-TCL-PROV-ANT
           END-IF

           PERFORM 3100-RETORNAR-CLASSIFICA
           .
      *----------------------------------------------------------------*
       3410-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3420-IMPRIMIR-CLASSE SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-QBR-AGENCIA            TO WRK-DET-AGENCIA
           MOVE WRK-QBR-PRODUTO            TO WRK-DET-PRODUTO
           MOVE WRK-QBR-CLASSE             TO WRK-DET-CLASSE

           IF WRK-QBR-SEQ-CLASSE NOT GREATER TAB-CLS-QTDE
              SET IDX-CLS                  TO WRK-QBR-SEQ-CLASSE
              PERFORM 3440-MOVER-FAIXA-CLASSE
           ELSE
              MOVE ZEROS                   TO WRK-DET-DIAS-DE
                                              WRK-DET-DIAS-ATE
                                              WRK-DET-PERCENTUAL
           END-IF

           MOVE WRK-TCL-QTDE               TO WRK-DET-QTDE
           MOVE WRK-TCL-SALDO              TO WRK-DET-SALDO
           MOVE WRK-TCL-PROVISAO           TO WRK-DET-PROVISAO
           MOVE WRK-TCL-PROV-ANT           TO WRK-DET-PROV-ANT
           COMPUTE WRK-DET-MOVIMENTO = WRK-TCL-PROVISAO
                                     - WRK-TCL-PROV-ANT

           MOVE WRK-LINHA-DETALHE          TO FD-ARQREL06
           PERFORM 3900-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       3420-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3430-GRAVAR-POSICAO SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                     TO ARQPRV01-REGISTRO
           SET ARQPRV01-DETALHE            TO TRUE
           MOVE WRK-QBR-AGENCIA            TO ARQPRV01-AGENCIA
           MOVE WRK-QBR-PRODUTO            TO ARQPRV01-CODIGO-PRODUTO
           MOVE WRK-QBR-CLASSE             TO ARQPRV01-CLASSE
           MOVE WRK-TCL-QTDE               TO ARQPRV01-QTDE-CONTAS
           MOVE WRK-TCL-SALDO              TO ARQPRV01-VLR-SALDO
           MOVE WRK-TCL-PROVISAO           TO ARQPRV01-VLR-PROVISAO

           PERFORM 3960-GRAVAR-ARQPRV02
           .
      *----------------------------------------------------------------*
       3430-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3440-MOVER-FAIXA-CLASSE SECTION.
      *----------------------------------------------------------------*
           MOVE TAB-CLS-DIAS-DE (IDX-CLS)  TO WRK-DET-DIAS-DE
           MOVE TAB-CLS-DIAS-ATE (IDX-CLS) TO WRK-DET-DIAS-ATE
           MOVE TAB-CLS-PERCENTUAL (IDX-CLS)
                                           TO WRK-DET-PERCENTUAL
           .
      *----------------------------------------------------------------*
       3440-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    MOVIMENTO DA AGENCIA+PRODUTO: A DIFERENCA ENTRE A PROVISAO  *
      *    ATUAL E A ANTERIOR. AUMENTO = CONSTITUICAO (DEBITO DESPESA  *
      *    / CREDITO PROVISAO); REDUCAO = REVERSAO (DEBITO PROVISAO /  *
      *    CREDITO RECEITA). O SALDO DE REFERENCIA E A PROVISAO ATUAL, *
      *    PARA AMARRAR O LOTE COM O RELATORIO                         *
      *----------------------------------------------------------------*
       3500-GRAVAR-MOVIMENTO SECTION.
      *----------------------------------------------------------------*
           COMPUTE WRK-VLR-MOVIMENTO = WRK-TPR-PROVISAO
                                     - WRK-TPR-PROV-ANT
           MOVE WRK-TPR-PROVISAO           TO WRK-VLR-SALDO-REF

           EVALUATE TRUE
               WHEN WRK-VLR-MOVIMENTO GREATER ZEROS
                    ADD WRK-VLR-MOVIMENTO  TO ACU-VLR-CONSTITUICAO

                    MOVE WRK-CTA-DESPESA-PROVISAO
                                           TO WRK-CTA-LANCAMENTO
                    MOVE 'D'               TO WRK-NATUREZA
                    PERFORM 3510-GRAVAR-LANCAMENTO

                    MOVE WRK-CTA-PROVISAO  TO WRK-CTA-LANCAMENTO
                    MOVE 'C'               TO WRK-NATUREZA
                    PERFORM 3510-GRAVAR-LANCAMENTO

               WHEN WRK-VLR-MOVIMENTO LESS ZEROS
                    COMPUTE WRK-VLR-MOVIMENTO = WRK-VLR-MOVIMENTO * -1
                    ADD WRK-VLR-MOVIMENTO  TO ACU-VLR-REVERSAO

                    MOVE WRK-CTA-PROVISAO  TO WRK-CTA-LANCAMENTO
                    MOVE 'D'               TO WRK-NATUREZA
                    PERFORM 3510-GRAVAR-LANCAMENTO

                    MOVE WRK-CTA-REVERSAO-PROV
                                           TO WRK-CTA-LANCAMENTO
                    MOVE 'C'               TO WRK-NATUREZA
                    PERFORM 3510-GRAVAR-LANCAMENTO

               WHEN OTHER
                    CONTINUE
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3510-GRAVAR-LANCAMENTO SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                     TO ARQCTB01-REGISTRO
           SET ARQCTB01-DETALHE            TO TRUE
           MOVE WRK-QBR-AGENCIA            TO ARQCTB01-AGENCIA
           MOVE WRK-QBR-PRODUTO            TO ARQCTB01-CODIGO-PRODUTO
           MOVE WRK-CTA-LANCAMENTO         TO ARQCTB01-CONTA-CONTABIL
           MOVE WRK-NATUREZA               TO ARQCTB01-NATUREZA
           MOVE WRK-VLR-MOVIMENTO          TO ARQCTB01-VLR-LANCAMENTO
           MOVE WRK-VLR-SALDO-REF          TO ARQCTB01-VLR-SALDO-REF

           ADD 1                           TO ACU-QTDE-LANCAMENTOS
           ADD WRK-VLR-MOVIMENTO           TO ACU-HASH-VALOR

           PERFORM 3950-GRAVAR-ARQCTB02
           .
      *----------------------------------------------------------------*
       3510-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    RESUMO FINAL: 1 LINHA POR CLASSE DA TABELA, O TOTAL GERAL   *
      *    E OS TOTAIS DE CONSTITUICAO E REVERSAO DO LOTE CONTABIL     *
      *----------------------------------------------------------------*
       3700-IMPRIMIR-RESUMO SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-LINHA-RESUMO           TO FD-ARQREL06
           PERFORM 3900-GRAVAR-LINHA

           MOVE WRK-LINHA-CABECALHO        TO FD-ARQREL06
           PERFORM 3900-GRAVAR-LINHA

           PERFORM 3710-IMPRIMIR-RESUMO-CLASSE
              VARYING IDX-CLS FROM 1 BY 1
              UNTIL IDX-CLS GREATER TAB-CLS-QTDE

           MOVE 'TOTAL GERAL'              TO WRK-TOT-ROTULO
           MOVE WRK-TGE-QTDE               TO WRK-TOT-QTDE
           MOVE WRK-TGE-SALDO              TO WRK-TOT-SALDO
           MOVE WRK-TGE-PROVISAO           TO WRK-TOT-PROVISAO
           MOVE WRK-TGE-PROV-ANT           TO WRK-TOT-PROV-ANT
           COMPUTE WRK-TOT-MOVIMENTO = WRK-TGE-PROVISAO
                                     - WRK-TGE-PROV-ANT
           MOVE WRK-LINHA-TOTAL            TO FD-ARQREL06
           PERFORM 3900-GRAVAR-LINHA

           MOVE WRK-LINHA-BRANCO           TO FD-ARQREL06
           PERFORM 3900-GRAVAR-LINHA

           MOVE ACU-VLR-CONSTITUICAO       TO WRK-MOV-CONSTITUICAO
           MOVE ACU-VLR-REVERSAO           TO WRK-MOV-REVERSAO
           MOVE WRK-LINHA-MOVIMENTO        TO FD-ARQREL06
           PERFORM 3900-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       3700-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3710-IMPRIMIR-RESUMO-CLASSE SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                     TO WRK-DET-AGENCIA
                                              WRK-DET-PRODUTO
           MOVE TAB-CLS-CLASSE (IDX-CLS)   TO WRK-DET-CLASSE
           PERFORM 3440-MOVER-FAIXA-CLASSE

           MOVE TAB-CLS-QTDE-CONTAS (IDX-CLS)  TO WRK-DET-QTDE
           MOVE TAB-CLS-VLR-SALDO (IDX-CLS)    TO WRK-DET-SALDO
           MOVE TAB-CLS-VLR-PROVISAO (IDX-CLS) TO WRK-DET-PROVISAO
           MOVE TAB-CLS-VLR-PROV-ANT (IDX-CLS) TO WRK-DET-PROV-ANT
           COMPUTE WRK-DET-MOVIMENTO = TAB-CLS-VLR-PROVISAO (IDX-CLS)
                                     - TAB-CLS-VLR-PROV-ANT (IDX-CLS)

           MOVE WRK-LINHA-DETALHE          TO FD-ARQREL06
           PERFORM 3900-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       3710-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    TRAILERS DA NOVA POSICAO (QTDE + DATA BASE) E DO LOTE       *
      *    CONTABIL (QTDE DE LANCAMENTOS + HASH DOS VALORES)           *
      *----------------------------------------------------------------*
       3800-GRAVAR-TRAILERS SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                     TO ARQPRV01-REGISTRO
           MOVE '9'                        TO ARQPRV01-TRL-TIPO-REG
           MOVE ACU-GRAVA-ARQPRV02         TO ARQPRV01-TRL-QTDE-REG
           MOVE WRK-DATA-BASE              TO ARQPRV01-TRL-DATA-BASE
           PERFORM 3960-GRAVAR-ARQPRV02

           MOVE SPACES                     TO ARQCTB01-REGISTRO
           MOVE '9'                        TO ARQCTB01-TRL-TIPO-REG
           MOVE ACU-QTDE-LANCAMENTOS       TO ARQCTB01-TRL-QTDE-LANC
           MOVE ACU-HASH-VALOR             TO ARQCTB01-TRL-HASH-VALOR
           PERFORM 3950-GRAVAR-ARQCTB02
           .
      *----------------------------------------------------------------*
       3800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3900-GRAVAR-LINHA SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE                TO TRUE
           SET WRK-CN-ARQREL06              TO TRUE

           WRITE FD-ARQREL06

           IF NOT WRK-FS-REL06-OK
              MOVE WRK-FS-ARQREL06          TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           ELSE
              ADD 1 TO ACU-GRAVA-ARQREL06
           END-IF
           .
      *----------------------------------------------------------------*
       3900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3950-GRAVAR-ARQCTB02 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE                TO TRUE
           SET WRK-CN-ARQCTB02              TO TRUE

           WRITE FD-ARQCTB02 FROM ARQCTB01-REGISTRO.

           IF NOT WRK-FS-CTB02-OK
              MOVE WRK-FS-ARQCTB02          TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           ELSE
              ADD 1 TO ACU-GRAVA-ARQCTB02
           END-IF
           .
      *----------------------------------------------------------------*
       3950-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3960-GRAVAR-ARQPRV02 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE                TO TRUE
           SET WRK-CN-ARQPRV02              TO TRUE

           WRITE FD-ARQPRV02 FROM ARQPRV01-REGISTRO.

           IF NOT WRK-FS-PRV02-OK
              MOVE WRK-FS-ARQPRV02          TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           ELSE
              IF ARQPRV01-DETALHE
                 ADD 1 TO ACU-GRAVA-ARQPRV02
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3960-99-FIM.
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
           CLOSE ARQPRV01
           CLOSE ARQPRV02
           CLOSE ARQCTB02
           CLOSE ARQREL06

           MOVE ACU-LIDOS-ARQSAI01 TO WRK-MASK-QTDREG
           DISPLAY '***************************************************'
           DISPLAY '* QTDE DE REGS LIDOS EM ARQSAI01..: 'WRK-MASK-QTDREG
           MOVE ACU-LIDOS-ARQSAI02 TO WRK-MASK-QTDREG
           DISPLAY '* QTDE DE REGS LIDOS EM ARQSAI02..: 'WRK-MASK-QTDREG
           MOVE ACU-LIDOS-ARQSAI03 TO WRK-MASK-QTDREG
           DISPLAY '* QTDE DE REGS LIDOS EM ARQSAI03..: 'WRK-MASK-QTDREG
           MOVE TAB-CLS-QTDE       TO WRK-MASK-QTDREG
           DISPLAY '* QTDE DE CLASSES DE RISCO........: 'WRK-MASK-QTDREG
           MOVE ACU-CONTAS-AVALIADAS TO WRK-MASK-QTDREG
           DISPLAY '* QTDE DE CONTAS AVALIADAS........: 'WRK-MASK-QTDREG
           MOVE ACU-CONTAS-SEM-SALDO TO WRK-MASK-QTDREG
           DISPLAY '* QTDE DE CONTAS SEM SALDO........: 'WRK-MASK-QTDREG
           MOVE ACU-CONTAS-SEM-ENVELHEC TO WRK-MASK-QTDREG
           DISPLAY '* QTDE DE CONTAS SEM ENVELHECIMENTO: '
                                                    WRK-MASK-QTDREG
           MOVE ACU-LIDOS-ARQPRV01 TO WRK-MASK-QTDREG
           DISPLAY '* QTDE DE REGS POSICAO ANTERIOR...: 'WRK-MASK-QTDREG
           MOVE ACU-GRAVA-ARQPRV02 TO WRK-MASK-QTDREG
           DISPLAY '* QTDE DE REGS POSICAO ATUAL......: 'WRK-MASK-QTDREG
           MOVE ACU-QTDE-LANCAMENTOS TO WRK-MASK-QTDREG
           DISPLAY '* QTDE DE LANCAMENTOS CONTABEIS...: 'WRK-MASK-QTDREG
           MOVE ACU-GRAVA-ARQCTB02 TO WRK-MASK-QTDREG
           DISPLAY '* QTDE DE REGS GRAVADOS (C/ HDR+TRL): '
                                                    WRK-MASK-QTDREG
           MOVE ACU-GRAVA-ARQREL06 TO WRK-MASK-QTDREG
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
