      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0313.
       AUTHOR.     JOHNATHAN.
      *================================================================*
      *              C A P G E M I N I - S I S T E M A S               *
      *================================================================*
      *    PROGRAMA....: EXER0313
      *    PROGRAMADOR.: JOHNATHAN
      *    ANALISTA....: ARI BORGES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   MANTER O SUSPENSE PERMANENTE DE PAGAMENTOS  *
      *                    NAO APLICADOS: INCLUIR OS PAGAMENTOS SEM    *
      *                    CONTA NO CADASTRO GRAVADOS PELO EXER0303    *
      *                    NO CICLO (ARQSAI04), COM VALOR E DATA DO    *
      *                    PAGAMENTO, E TENTAR DE NOVO A CADA CICLO A  *
      *                    APLICACAO DE TODO ITEM PENDENTE CONTRA O    *
      *                    CADASTRO INDEXADO (ARQCAD01) - CONTA ABERTA *
      *                    DEPOIS DO PAGAMENTO OU CONTA CORRIGIDA PELA *
      *                    TESOURARIA NO ARQUIVO DE CORRECAO DE CONTA  *
      *                    (ARQSCR01). O ITEM APLICADO VOLTA COMO      *
      *                    MOVIMENTO DE PAGAMENTO (LAYOUT DO ARQENT02) *
      *                    EM ARQAPL01, QUE ENTRA NA ORDENACAO DO      *
      *                    MOVIMENTO DO CICLO SEGUINTE. OS PENDENTES   *
      *                    SAO LISTADOS NO RELATORIO DE ENVELHECIMENTO *
      *                    POR AGENCIA (ARQREL04), PARA A TESOURARIA   *
      *                    ZERAR A CONTA TRANSITORIA                   *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPAR01                                  PAR03101
      *      ARQSUS01                                  SUS03101
      *      ARQSAI04                                  SAI03403
      *      ARQSCR01                                  SCR03101
      *      ARQCAD01                                  CAD03101
      *      ARQSUS02                                  SUS03101
      *      ARQAPL01                                  ENT03203
      *      ARQREL04                                  (LINHA X(120))  *
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

           SELECT ARQSUS01 ASSIGN       TO UT-S-ARQSUS01
                      FILE STATUS      IS WRK-FS-ARQSUS01.

           SELECT ARQSAI04 ASSIGN       TO UT-S-ARQSAI04
                      FILE STATUS      IS WRK-FS-ARQSAI04.

           SELECT ARQSCR01 ASSIGN       TO UT-S-ARQSCR01
                      FILE STATUS      IS WRK-FS-ARQSCR01.

           SELECT ARQCAD01 ASSIGN      TO UT-S-ARQCAD01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS ARQCAD01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQCAD01.

           SELECT ARQSUS02 ASSIGN       TO UT-S-ARQSUS02
                      FILE STATUS      IS WRK-FS-ARQSUS02.

           SELECT ARQAPL01 ASSIGN       TO UT-S-ARQAPL01
                      FILE STATUS      IS WRK-FS-ARQAPL01.

           SELECT ARQREL04 ASSIGN       TO UT-S-ARQREL04
                      FILE STATUS      IS WRK-FS-ARQREL04.
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
      *    INPUT:     SUSPENSE DE PAGAMENTOS DO CICLO ANTERIOR -       *
      *               LRECL = 60. ARQUIVO OPCIONAL: SE NAO EXISTIR,    *
      *               O SUSPENSE COMECA VAZIO                          *
      *----------------------------------------------------------------*
       FD  ARQSUS01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQSUS01             PIC X(60).

      *----------------------------------------------------------------*
      *    INPUT:     PAGAMENTOS SEM CONTA NO CADASTRO DO CICLO -      *
      *               LRECL = 33                                       *
      *----------------------------------------------------------------*
       FD  ARQSAI04
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQSAI04             PIC X(33).

      *----------------------------------------------------------------*
      *    INPUT:     CORRECAO DE CONTA DOS PAGAMENTOS EM SUSPENSE -   *
      *               LRECL = 22. ARQUIVO OPCIONAL: SE NAO EXISTIR,    *
      *               NAO HA CORRECAO A APLICAR                        *
      *----------------------------------------------------------------*
       FD  ARQSCR01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQSCR01             PIC X(22).

      *----------------------------------------------------------------*
      *    INPUT:     CADASTRO INDEXADO (VSAM KSDS)  -  LRECL = 94     *
      *----------------------------------------------------------------*
       FD  ARQCAD01
           LABEL RECORD   IS STANDARD.
           COPY CAD03101.

      *----------------------------------------------------------------*
      *    OUTPUT:    SUSPENSE DE PAGAMENTOS ATUALIZADO - LRECL = 60   *
      *----------------------------------------------------------------*
       FD  ARQSUS02
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQSUS02             PIC X(60).

      *----------------------------------------------------------------*
      *    OUTPUT:    PAGAMENTOS DO SUSPENSE APLICADOS, NO LAYOUT DO   *
      *               MOVIMENTO (ARQENT02)   -   LRECL = 27            *
      *----------------------------------------------------------------*
       FD  ARQAPL01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQAPL01             PIC X(27).

      *----------------------------------------------------------------*
      *    OUTPUT:    ENVELHECIMENTO DOS PAGAMENTOS NAO APLICADOS      *
      *               POR AGENCIA                                      *
      *----------------------------------------------------------------*
       FD  ARQREL04
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQREL04             PIC X(120).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 FILLER                  PIC  X(050) VALUE
             'EXER0313 - INICIO DA AREA DE WORKING'.
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0313'.
       77 WRK-MASK-QTDREG         PIC  ZZ.ZZ9.
       77 ACU-LIDOS-ARQSUS01      PIC  9(005) VALUE ZEROS.
       77 ACU-LIDOS-ARQSAI04      PIC  9(005) VALUE ZEROS.
       77 ACU-INCLUIDOS           PIC  9(005) VALUE ZEROS.
       77 ACU-APLICADOS           PIC  9(005) VALUE ZEROS.
       77 ACU-APLIC-CORRECAO      PIC  9(005) VALUE ZEROS.
       77 ACU-PENDENTES           PIC  9(005) VALUE ZEROS.
       77 ACU-DESCARTADOS         PIC  9(005) VALUE ZEROS.
       77 ACU-REABERTOS           PIC  9(005) VALUE ZEROS.
       77 ACU-GRAVA-ARQSUS02      PIC  9(005) VALUE ZEROS.
       77 ACU-GRAVA-ARQAPL01      PIC  9(005) VALUE ZEROS.
       77 ACU-GRAVA-ARQREL04      PIC  9(005) VALUE ZEROS.
      *
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQPAR01      VALUE 'PAR03101'.
          88 WRK-CN-ARQSUS01      VALUE 'SUS03101'.
          88 WRK-CN-ARQSAI04      VALUE 'SAI03403'.
          88 WRK-CN-ARQSCR01      VALUE 'SCR03101'.
          88 WRK-CN-ARQCAD01      VALUE 'CAD03101'.
          88 WRK-CN-ARQSUS02      VALUE 'SUS03101'.
          88 WRK-CN-ARQAPL01      VALUE 'ENT03203'.
          88 WRK-CN-ARQREL04      VALUE 'ARQREL04'.

       77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
          88 WRK-CN-OPEN          VALUE 'OPEN '.
          88 WRK-CN-CLOSE         VALUE 'CLOSE'.
          88 WRK-CN-READ          VALUE 'READ '.
          88 WRK-CN-WRITE         VALUE 'WRITE'.
      *
       01 WRK-AREA-FS.
          05 WRK-FS-ARQPAR01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-PAR01-OK               VALUE '00'.
          05 WRK-FS-ARQSUS01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SUS01-OK               VALUE '00'.
             88 WRK-FS-SUS01-FIM              VALUE '10'.
          05 WRK-FS-ARQSAI04      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI04-OK               VALUE '00'.
             88 WRK-FS-SAI04-FIM              VALUE '10'.
          05 WRK-FS-ARQSCR01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SCR01-OK               VALUE '00'.
             88 WRK-FS-SCR01-FIM              VALUE '10'.
          05 WRK-FS-ARQCAD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CAD01-OK               VALUE '00'.
             88 WRK-FS-CAD01-NAOLOC           VALUE '23'.
          05 WRK-FS-ARQSUS02      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SUS02-OK               VALUE '00'.
          05 WRK-FS-ARQAPL01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-APL01-OK               VALUE '00'.
          05 WRK-FS-ARQREL04      PIC  X(002) VALUE SPACES.
             88 WRK-FS-REL04-OK               VALUE '00'.

          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.
      *----------------------------------------------------------------*
      *    CHAVES DO CONFRONTO SUSPENSE ANTERIOR X PAGAMENTOS NOVOS    *
      *    (AMBOS CLASSIFICADOS POR AGENCIA+CONTA) E DA CORRECAO       *
      *----------------------------------------------------------------*
       01 WRK-CHAVE-SUSPENSO.
          05 WRK-AG-SUSPENSO      PIC  9(004).
          05 WRK-CTA-SUSPENSO     PIC  9(007).

       01 WRK-CHAVE-NOVO.
          05 WRK-AG-NOVO          PIC  9(004).
          05 WRK-CTA-NOVO         PIC  9(007).

       01 WRK-CHAVE-CORRECAO.
          05 WRK-AG-COR           PIC  9(004).
          05 WRK-CTA-COR          PIC  9(007).

       77 WRK-SW-COR-ABERTO       PIC  X(001) VALUE 'N'.
          88 WRK-CN-COR-ABERTO            VALUE 'S'.
          88 WRK-CN-COR-FECHADO           VALUE 'N'.

       77 WRK-DATA-EXECUCAO       PIC  9(008) VALUE ZEROS.
      *----------------------------------------------------------------*
      *    AREA DO ITEM DO SUSPENSE EM TRATAMENTO: O REGISTRO LIDO DO  *
      *    SUSPENSE ANTERIOR FICA RETIDO AQUI ENQUANTO O PROXIMO E     *
      *    LIDO, E O ITEM NOVO DO ARQSAI04 E MONTADO AQUI              *
      *----------------------------------------------------------------*
       01 WRK-ITEM-SUSPENSO       PIC  X(060) VALUE SPACES.
      *----------------------------------------------------------------*
      *    AREA DO ENVELHECIMENTO - 5 FAIXAS DE DIAS DESDE A DATA DO   *
      *    PAGAMENTO: ATE 30 / 31-60 / 61-90 / 91-180 / ACIMA DE 180   *
      *----------------------------------------------------------------*
       77 WRK-QTDE-DIAS           PIC  9(005) VALUE ZEROS.
       77 WRK-IND-FAIXA           PIC  9(001) VALUE ZEROS.
       77 WRK-IND-IMPRESSAO       PIC  9(001) VALUE ZEROS.

       01 ACU-FAIXAS-AGENCIA.
          05 ACU-AGE-VLR-FAIXA    PIC S9(011)V99 COMP-3 OCCURS 5 TIMES.
       77 ACU-AGE-QTDE            PIC  9(005) VALUE ZEROS.
       77 ACU-AGE-VLR-TOTAL       PIC S9(011)V99 COMP-3 VALUE ZEROS.

       01 ACU-FAIXAS-GERAL.
          05 ACU-GER-VLR-FAIXA    PIC S9(011)V99 COMP-3 OCCURS 5 TIMES.
       77 ACU-GER-QTDE            PIC  9(005) VALUE ZEROS.
       77 ACU-GER-VLR-TOTAL       PIC S9(011)V99 COMP-3 VALUE ZEROS.

       77 WRK-AGENCIA-ATUAL       PIC  9(004) VALUE ZEROS.

       77 WRK-SW-PRIMEIRA-AGENCIA PIC  X(001) VALUE 'S'.
          88 WRK-1A-AGENCIA               VALUE 'S'.
          88 WRK-NAO-1A-AGENCIA           VALUE 'N'.
      *----------------------------------------------------------------*
      *    LINHAS DO RELATORIO DE ENVELHECIMENTO                       *
      *----------------------------------------------------------------*
       01 WRK-LINHA-TITULO.
          05 FILLER               PIC  X(050) VALUE
             'PAGAMENTOS NAO APLICADOS (SUSPENSE) - ENVELHECIMEN'.
          05 FILLER               PIC  X(025) VALUE
             'TO POR AGENCIA - EXER0313'.
          05 FILLER               PIC  X(012) VALUE ' DATA BASE: '.
          05 WRK-TIT-DATA         PIC  9(008).
          05 FILLER               PIC  X(025) VALUE SPACES.

       01 WRK-LINHA-CAB-DETALHE.
          05 FILLER               PIC  X(050) VALUE
             '  AGEN   CONTA    DT.PAGTO  PR       VALOR PAGO'.
          05 FILLER               PIC  X(030) VALUE
             ' DIAS  FX  DT.INCL'.
          05 FILLER               PIC  X(040) VALUE SPACES.

       01 WRK-LINHA-DETALHE.
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 WRK-DET-AGENCIA      PIC  9(004).
          05 FILLER               PIC  X(003) VALUE SPACES.
          05 WRK-DET-CONTA        PIC  9(007).
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 WRK-DET-DAT-PAG      PIC  9(008).
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 WRK-DET-PRODUTO      PIC  X(002).
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 WRK-DET-VLR          PIC  ZZZ.ZZZ.ZZ9,99-.
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 WRK-DET-DIAS         PIC  ZZ.ZZ9.
          05 FILLER               PIC  X(003) VALUE SPACES.
          05 WRK-DET-FAIXA        PIC  9(001).
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 WRK-DET-DAT-INCLUSAO PIC  9(008).
          05 FILLER               PIC  X(051) VALUE SPACES.

       01 WRK-LINHA-CAB-FAIXAS.
          05 FILLER               PIC  X(020) VALUE
             'AGENCIA       QTDE  '.
          05 FILLER               PIC  X(045) VALUE
             '   ATE 30 DIAS   31 A 60 DIAS   61 A 90 DIAS '.
          05 FILLER               PIC  X(046) VALUE
             '  91 A 180 DIAS  ACIMA DE 180      TOTAL GERAL'.
          05 FILLER               PIC  X(009) VALUE SPACES.

       01 WRK-LINHA-SUBTOTAL.
          05 WRK-SUB-ROTULO.
             10 WRK-SUB-TEXTO     PIC  X(008).
             10 WRK-SUB-AGENCIA   PIC  X(004).
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 WRK-SUB-QTDE         PIC  ZZ.ZZ9.
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 WRK-SUB-FAIXA        OCCURS 5 TIMES.
             10 WRK-SUB-VLR-FAIXA PIC  ZZZ.ZZZ.ZZ9,99.
             10 FILLER            PIC  X(001).
          05 WRK-SUB-VLR-TOTAL    PIC  Z.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC  X(008) VALUE SPACES.
      *----------------------------------------------------------------*
       01 FILLER                  PIC X(050) VALUE
           '* AREA DE COMUNICACAO COM CALE2000 *'.
      *
       77 WRK-CALE2000            PIC X(008) VALUE 'CALE2000'.

       01 CALE01-REGISTRO.
          03 CALE01-ID-BLOCO                  PIC X(008).
          03 CALE01-TAM-BLOCO                 PIC 9(004) COMP.
          03 CALE01-FUNCAO                    PIC X(002).
          03 CALE01-SUB-FUNCAO                PIC X(006).
          03 CALE01-FORMATO-ARGUMENTO-INI     PIC 9(003).
          03 CALE01-VLR-ARGUMENTO-INI         PIC X(010).
          03 CALE01-FORMATO-ARGUMENTO-FINAL   PIC 9(003).
          03 CALE01-VLR-ARGUMENTO-FINAL       PIC X(010).
          03 CALE01-TP-INCL-ARGUMENTO-INI     PIC X(001).
          03 CALE01-TP-INCL-ARGUMENTO-FINAL   PIC X(001).
          03 CALE01-COD-IDIOMA                PIC 9(002).
          03 CALE01-COD-LOCALIDADE            PIC 9(002).
          03 CALE01-COD-RETORNO               PIC X(002).
          03 CALE01-QTDE-DIAS-PERIODO         PIC S9(005) COMP-3.
      *----------------------------------------------------------------*
      *    AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA E SAIDA              *
      *----------------------------------------------------------------*
           COPY PAR03101.
           COPY SUS03101.
           COPY SAI03403.
           COPY SCR03101.
           COPY ENT03203.
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'EXER0313 - FIM DA AREA DE WORKING'.
      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
      *    ROTINA PRINCIPAL DO PROGRAMA                                *
      *----------------------------------------------------------------*
       0000-PRINCIPAL SECTION.
      *----------------------------------------------------------------
           PERFORM 1000-INICIALIZAR

           PERFORM 2000-PROCESSAR

           PERFORM 3700-ENCERRAR-RELATORIO

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

           INITIALIZE ACU-FAIXAS-AGENCIA
                      ACU-FAIXAS-GERAL

           SET WRK-CN-OPEN                    TO TRUE

           OPEN INPUT ARQSAI04
           SET WRK-CN-ARQSAI04                 TO TRUE
           IF NOT WRK-FS-SAI04-OK
              MOVE WRK-FS-ARQSAI04             TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           OPEN INPUT ARQCAD01
           SET WRK-CN-ARQCAD01                 TO TRUE
           IF NOT WRK-FS-CAD01-OK
              MOVE WRK-FS-ARQCAD01             TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           OPEN OUTPUT ARQSUS02
           SET WRK-CN-ARQSUS02                 TO TRUE
           IF NOT WRK-FS-SUS02-OK
              MOVE WRK-FS-ARQSUS02             TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           OPEN OUTPUT ARQAPL01
           SET WRK-CN-ARQAPL01                 TO TRUE
           IF NOT WRK-FS-APL01-OK
              MOVE WRK-FS-ARQAPL01             TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           OPEN OUTPUT ARQREL04
           SET WRK-CN-ARQREL04                 TO TRUE
           IF NOT WRK-FS-REL04-OK
              MOVE WRK-FS-ARQREL04             TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 1200-ABRIR-SUSPENSO

           PERFORM 1300-ABRIR-CORRECAO

           PERFORM 3600-IMPRIMIR-CABECALHO
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LE O CARTAO DE PARAMETROS DO CICLO (O MESMO PAR03101 DO     *
      *    EXER0303): A DATA DE MOVIMENTO, QUANDO INFORMADA,           *
      *    SUBSTITUI A DATA DA MAQUINA COMO DATA DE INCLUSAO/          *
      *    APLICACAO DOS ITENS E DATA BASE DO ENVELHECIMENTO. O        *
      *    CARTAO E OPCIONAL                                           *
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
      *    ABRE O SUSPENSE DO CICLO ANTERIOR. A PRIMEIRA EXECUCAO LE A *
      *    GERACAO INICIAL VAZIA DO GDG - SEM O SUSPENSE ANTERIOR O    *
      *    PROGRAMA E CANCELADO, PARA NAO CATALOGAR UMA NOVA GERACAO   *
      *    SEM OS ITENS PENDENTES                                      *
      *----------------------------------------------------------------*
       1200-ABRIR-SUSPENSO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-OPEN                 TO TRUE
           SET WRK-CN-ARQSUS01              TO TRUE

           OPEN INPUT ARQSUS01

           IF NOT WRK-FS-SUS01-OK
              MOVE WRK-FS-ARQSUS01         TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       1200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    ABRE O ARQUIVO OPCIONAL DE CORRECAO DE CONTA. SE NAO        *
      *    EXISTIR NESTA EXECUCAO, NAO HA CORRECAO A APLICAR           *
      *----------------------------------------------------------------*
       1300-ABRIR-CORRECAO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-OPEN                 TO TRUE
           SET WRK-CN-ARQSCR01              TO TRUE

           OPEN INPUT ARQSCR01

           IF WRK-FS-SCR01-OK
              SET WRK-CN-COR-ABERTO         TO TRUE
              PERFORM 2710-LER-CORRECAO
           ELSE
              SET WRK-CN-COR-FECHADO        TO TRUE
              MOVE HIGH-VALUES              TO WRK-CHAVE-CORRECAO
           END-IF
           .
      *----------------------------------------------------------------*
       1300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    CONFRONTA O SUSPENSE ANTERIOR COM OS PAGAMENTOS SEM CONTA   *
      *    DO CICLO, AMBOS POR AGENCIA+CONTA. NA MESMA CHAVE, O ITEM   *
      *    ANTIGO SAI ANTES DO NOVO, PRESERVANDO A ORDEM DE CHEGADA    *
      *----------------------------------------------------------------*
       2000-PROCESSAR SECTION.
      *----------------------------------------------------------------*
           IF NOT WRK-FS-SUS01-FIM
              PERFORM 2100-LER-SUSPENSO
           END-IF

           PERFORM 2200-LER-ARQSAI04

           PERFORM 2300-TRATAR-PROXIMO-ITEM
              UNTIL (WRK-CHAVE-SUSPENSO EQUAL HIGH-VALUES)
              AND   (WRK-CHAVE-NOVO     EQUAL HIGH-VALUES)
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       2100-LER-SUSPENSO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                 TO TRUE
           SET WRK-CN-ARQSUS01              TO TRUE

           READ ARQSUS01 INTO ARQSUS01-REGISTRO.

           EVALUATE WRK-FS-ARQSUS01
               WHEN '00'
                    ADD 1 TO ACU-LIDOS-ARQSUS01
                    MOVE ARQSUS01-REGISTRO   TO WRK-ITEM-SUSPENSO
                    MOVE ARQSUS01-AGENCIA    TO WRK-AG-SUSPENSO
                    MOVE ARQSUS01-CONTA      TO WRK-CTA-SUSPENSO
               WHEN '10'
                    MOVE HIGH-VALUES         TO WRK-CHAVE-SUSPENSO
               WHEN OTHER
                    MOVE WRK-FS-ARQSUS01     TO WRK-FS-DISPLAY
                    PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    OBTEM O PROXIMO DETALHE DO ARQSAI04, PULANDO O TRAILER DE   *
      *    BALANCEAMENTO                                               *
      *----------------------------------------------------------------*
       2200-LER-ARQSAI04 SECTION.
      *----------------------------------------------------------------*
           PERFORM 2210-LER-REGISTRO-ARQSAI04
           PERFORM 2210-LER-REGISTRO-ARQSAI04
              UNTIL ARQSAI04-DETALHE OR WRK-FS-SAI04-FIM
           .
      *----------------------------------------------------------------*
       2200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       2210-LER-REGISTRO-ARQSAI04 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                 TO TRUE
           SET WRK-CN-ARQSAI04              TO TRUE

           READ ARQSAI04 INTO ARQSAI04-REGISTRO.

           EVALUATE WRK-FS-ARQSAI04
               WHEN '00'
                    ADD 1 TO ACU-LIDOS-ARQSAI04
                    IF ARQSAI04-DETALHE
                       MOVE ARQSAI04-AGENCIA TO WRK-AG-NOVO
                       MOVE ARQSAI04-CONTA   TO WRK-CTA-NOVO
                    END-IF
               WHEN '10'
                    MOVE HIGH-VALUES         TO WRK-CHAVE-NOVO
               WHEN OTHER
                    MOVE WRK-FS-ARQSAI04     TO WRK-FS-DISPLAY
                    PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       2210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    TRATA O PROXIMO ITEM NA ORDEM AGENCIA+CONTA: O DO SUSPENSE  *
      *    ANTERIOR OU O PAGAMENTO NOVO DO CICLO                       *
      *----------------------------------------------------------------*
       2300-TRATAR-PROXIMO-ITEM SECTION.
      *----------------------------------------------------------------*
           IF WRK-CHAVE-SUSPENSO NOT GREATER WRK-CHAVE-NOVO
              MOVE WRK-ITEM-SUSPENSO       TO ARQSUS01-REGISTRO
              PERFORM 2400-TRATAR-ITEM-ANTERIOR
              PERFORM 2100-LER-SUSPENSO
           ELSE
              PERFORM 2500-INCLUIR-ITEM-NOVO
              PERFORM 2200-LER-ARQSAI04
           END-IF
           .
      *----------------------------------------------------------------*
       2300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    ITEM DO SUSPENSE ANTERIOR. SE O CICLO ESTA SENDO            *
      *    REPROCESSADO (MESMA DATA DE MOVIMENTO), O ITEM INCLUIDO     *
      *    PELA EXECUCAO ANTERIOR DO MESMO CICLO E DESCARTADO - O      *
      *    ARQSAI04 DESTA EXECUCAO O INCLUI DE NOVO - E O ITEM         *
      *    APLICADO POR ELA VOLTA A PENDENTE ANTES DE SER REAVALIADO.  *
      *    ITEM JA APLICADO EM CICLO ANTERIOR E SO MANTIDO NO          *
      *    SUSPENSE, COMO REGISTRO DA APLICACAO                        *
      *----------------------------------------------------------------*
       2400-TRATAR-ITEM-ANTERIOR SECTION.
      *----------------------------------------------------------------*
           IF ARQSUS01-DAT-INCLUSAO EQUAL WRK-DATA-EXECUCAO
              ADD 1                        TO ACU-DESCARTADOS
           ELSE
              IF (ARQSUS01-APLICADO)
              AND (ARQSUS01-DAT-APLICACAO EQUAL WRK-DATA-EXECUCAO)
                 ADD 1                     TO ACU-REABERTOS
                 SET ARQSUS01-PENDENTE     TO TRUE
                 MOVE ZEROS                TO ARQSUS01-DAT-APLICACAO
                 MOVE ZEROS                TO ARQSUS01-CHAVE-APLICACAO
              END-IF

              IF ARQSUS01-PENDENTE
                 PERFORM 2600-TENTAR-APLICACAO
              END-IF

              PERFORM 2900-GRAVAR-SUSPENSO
           END-IF
           .
      *----------------------------------------------------------------*
       2400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    INCLUI NO SUSPENSE O PAGAMENTO SEM CONTA DO CICLO, COM O    *
      *    VALOR E A DATA DO PAGAMENTO, E JA TENTA A APLICACAO (A      *
      *    CONTA PODE TER CORRECAO INFORMADA OU TER SIDO INCLUIDA NO   *
      *    KSDS PELA MANUTENCAO DO CADASTRO DEPOIS DA CARGA)           *
      *----------------------------------------------------------------*
       2500-INCLUIR-ITEM-NOVO SECTION.
      *----------------------------------------------------------------*
           INITIALIZE                      ARQSUS01-REGISTRO

           MOVE ARQSAI04-AGENCIA           TO ARQSUS01-AGENCIA
           MOVE ARQSAI04-CONTA             TO ARQSUS01-CONTA
           MOVE ARQSAI04-DAT-PAG           TO ARQSUS01-DAT-PAG
           MOVE ARQSAI04-CODIGO-PRODUTO    TO ARQSUS01-CODIGO-PRODUTO
           MOVE ARQSAI04-VLR-PAGO          TO ARQSUS01-VLR-PAGO
           MOVE WRK-DATA-EXECUCAO          TO ARQSUS01-DAT-INCLUSAO
           SET ARQSUS01-PENDENTE           TO TRUE
           MOVE ZEROS                      TO ARQSUS01-DAT-APLICACAO
           MOVE ZEROS                      TO ARQSUS01-CHAVE-APLICACAO

           ADD 1                           TO ACU-INCLUIDOS

           PERFORM 2600-TENTAR-APLICACAO

           PERFORM 2900-GRAVAR-SUSPENSO
           .
      *----------------------------------------------------------------*
       2500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    TENTA APLICAR O ITEM PENDENTE: APLICA A CORRECAO DE CONTA,  *
      *    SE HOUVER, E PROCURA A CONTA NO CADASTRO INDEXADO. ACHANDO, *
      *    GRAVA O MOVIMENTO DE PAGAMENTO PARA O PROXIMO CICLO E MARCA *
      *    O ITEM COMO APLICADO; NAO ACHANDO, O ITEM CONTINUA          *
      *    PENDENTE E ENTRA NO RELATORIO DE ENVELHECIMENTO             *
      *----------------------------------------------------------------*
       2600-TENTAR-APLICACAO SECTION.
      *----------------------------------------------------------------*
           MOVE ARQSUS01-AGENCIA           TO ARQCAD01-AGENCIA
           MOVE ARQSUS01-CONTA             TO ARQCAD01-CONTA

           PERFORM 2700-CONSULTAR-CORRECAO

           SET WRK-CN-READ                 TO TRUE
           SET WRK-CN-ARQCAD01              TO TRUE

           READ ARQCAD01.

           EVALUATE WRK-FS-ARQCAD01
               WHEN '00'
                    SET ARQSUS01-APLICADO    TO TRUE
                    MOVE WRK-DATA-EXECUCAO   TO ARQSUS01-DAT-APLICACAO
                    MOVE ARQCAD01-AGENCIA    TO ARQSUS01-AGENCIA-APLIC
                    MOVE ARQCAD01-CONTA      TO ARQSUS01-CONTA-APLIC
                    ADD 1                    TO ACU-APLICADOS
                    IF ARQSUS01-CHAVE-APLICACAO NOT EQUAL
                       ARQSUS01-CHAVE
                       ADD 1                 TO ACU-APLIC-CORRECAO
                    END-IF
                    PERFORM 2800-GRAVAR-APLICACAO
               WHEN '23'
                    ADD 1                    TO ACU-PENDENTES
                    PERFORM 3000-ENVELHECER-ITEM
               WHEN OTHER
                    MOVE WRK-FS-ARQCAD01     TO WRK-FS-DISPLAY
                    PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       2600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    POSICIONA O ARQUIVO DE CORRECAO NA CHAVE DO ITEM (AMBOS     *
      *    CLASSIFICADOS POR AGENCIA+CONTA) E, SE HOUVER CORRECAO      *
      *    PARA ELA, TROCA A CHAVE DE PESQUISA NO CADASTRO PELA CONTA  *
      *    CORRETA INFORMADA PELA TESOURARIA                           *
      *----------------------------------------------------------------*
       2700-CONSULTAR-CORRECAO SECTION.
      *----------------------------------------------------------------*
           IF WRK-CN-COR-ABERTO
              PERFORM 2710-LER-CORRECAO
                 UNTIL (WRK-CHAVE-CORRECAO NOT LESS ARQSUS01-CHAVE)

              IF WRK-CHAVE-CORRECAO EQUAL ARQSUS01-CHAVE
                 MOVE ARQSCR01-AGENCIA-CORRETA
                                          TO ARQCAD01-AGENCIA
                 MOVE ARQSCR01-CONTA-CORRETA
                                          TO ARQCAD01-CONTA
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2700-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       2710-LER-CORRECAO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                 TO TRUE
           SET WRK-CN-ARQSCR01              TO TRUE

           READ ARQSCR01 INTO ARQSCR01-REGISTRO.

           EVALUATE WRK-FS-ARQSCR01
               WHEN '00'
                    MOVE ARQSCR01-AGENCIA    TO WRK-AG-COR
                    MOVE ARQSCR01-CONTA      TO WRK-CTA-COR
               WHEN '10'
                    MOVE HIGH-VALUES         TO WRK-CHAVE-CORRECAO
               WHEN OTHER
                    MOVE WRK-FS-ARQSCR01     TO WRK-FS-DISPLAY
                    PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       2710-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA O PAGAMENTO APLICADO NO LAYOUT DO MOVIMENTO, COM A    *
      *    CONTA ENCONTRADA NO CADASTRO E A DATA ORIGINAL DO           *
      *    PAGAMENTO - O ATRASO E MEDIDO NO BALANCE LINE DO PROXIMO    *
      *    CICLO COMO SE O PAGAMENTO TIVESSE CAIDO NA CONTA CERTA      *
      *----------------------------------------------------------------*
       2800-GRAVAR-APLICACAO SECTION.
      *----------------------------------------------------------------*
           INITIALIZE                      ARQENT02-REGISTRO

           MOVE ARQSUS01-AGENCIA-APLIC     TO ARQENT02-AGENCIA
           MOVE ARQSUS01-CONTA-APLIC       TO ARQENT02-CONTA
           MOVE ARQSUS01-DAT-PAG           TO ARQENT02-DAT-PAG
           MOVE ARQSUS01-CODIGO-PRODUTO    TO ARQENT02-CODIGO-PRODUTO
           MOVE ARQSUS01-VLR-PAGO          TO ARQENT02-VLR-PAGO

           SET WRK-CN-WRITE                TO TRUE
           SET WRK-CN-ARQAPL01              TO TRUE

           WRITE FD-ARQAPL01 FROM ARQENT02-REGISTRO.

           IF NOT WRK-FS-APL01-OK
              MOVE WRK-FS-ARQAPL01          TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           ELSE
              ADD 1 TO ACU-GRAVA-ARQAPL01
           END-IF
           .
      *----------------------------------------------------------------*
       2800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       2900-GRAVAR-SUSPENSO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE                TO TRUE
           SET WRK-CN-ARQSUS02              TO TRUE

           WRITE FD-ARQSUS02 FROM ARQSUS01-REGISTRO.

           IF NOT WRK-FS-SUS02-OK
              MOVE WRK-FS-ARQSUS02          TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           ELSE
              ADD 1 TO ACU-GRAVA-ARQSUS02
           END-IF
           .
      *----------------------------------------------------------------*
       2900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    CALCULA OS DIAS DESDE O PAGAMENTO ATE A DATA BASE, ENQUADRA *
      *    O ITEM PENDENTE NA FAIXA DE ENVELHECIMENTO, IMPRIME O       *
      *    DETALHE E ACUMULA A AGENCIA (QUEBRA POR AGENCIA - O         *
      *    SUSPENSE E GRAVADO NA ORDEM AGENCIA+CONTA)                  *
      *----------------------------------------------------------------*
       3000-ENVELHECER-ITEM SECTION.
      *----------------------------------------------------------------*
           IF (WRK-NAO-1A-AGENCIA)
           AND (ARQSUS01-AGENCIA NOT EQUAL WRK-AGENCIA-ATUAL)
              PERFORM 3650-IMPRIMIR-SUBTOTAL-AGENCIA
           END-IF

           SET WRK-NAO-1A-AGENCIA          TO TRUE
           MOVE ARQSUS01-AGENCIA           TO WRK-AGENCIA-ATUAL

           PERFORM 3100-CALCULA-QTDE-DIAS

           EVALUATE TRUE
              WHEN WRK-QTDE-DIAS NOT GREATER 30
                 MOVE 1                    TO WRK-IND-FAIXA
              WHEN WRK-QTDE-DIAS NOT GREATER 60
                 MOVE 2                    TO WRK-IND-FAIXA
              WHEN WRK-QTDE-DIAS NOT GREATER 90
                 MOVE 3                    TO WRK-IND-FAIXA
              WHEN WRK-QTDE-DIAS NOT GREATER 180
                 MOVE 4                    TO WRK-IND-FAIXA
              WHEN OTHER
                 MOVE 5                    TO WRK-IND-FAIXA
           END-EVALUATE

           ADD 1                           TO ACU-AGE-QTDE
           ADD ARQSUS01-VLR-PAGO           TO ACU-AGE-VLR-FAIXA
                                              (WRK-IND-FAIXA)
           ADD ARQSUS01-VLR-PAGO           TO ACU-AGE-VLR-TOTAL

           PERFORM 3200-IMPRIMIR-DETALHE
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    OBTEM A QTDE DE DIAS CORRIDOS ENTRE A DATA DO PAGAMENTO E   *
      *    A DATA BASE. DATA REJEITADA PELO CALE2000 VAI PARA A FAIXA  *
      *    MAIS VELHA, PARA NAO ESCONDER O ITEM DA TESOURARIA          *
      *----------------------------------------------------------------*
       3100-CALCULA-QTDE-DIAS SECTION.
      *----------------------------------------------------------------*
           INITIALIZE CALE01-REGISTRO.

           MOVE 'CALE0001'            TO CALE01-ID-BLOCO
           MOVE LENGTH                OF CALE01-REGISTRO
                                      TO CALE01-TAM-BLOCO.

           MOVE 'F3'                  TO CALE01-FUNCAO.
           MOVE 'SF3004'              TO CALE01-SUB-FUNCAO.

           MOVE 003                   TO CALE01-FORMATO-ARGUMENTO-INI
           MOVE ARQSUS01-DAT-PAG      TO CALE01-VLR-ARGUMENTO-INI.

           MOVE 003                   TO CALE01-FORMATO-ARGUMENTO-FINAL.
           MOVE WRK-DATA-EXECUCAO     TO CALE01-VLR-ARGUMENTO-FINAL.

           MOVE 'I'                   TO CALE01-TP-INCL-ARGUMENTO-INI
                                         CALE01-TP-INCL-ARGUMENTO-FINAL.
           MOVE ZEROS                 TO CALE01-COD-IDIOMA
           MOVE ZEROS                 TO CALE01-COD-LOCALIDADE

           CALL WRK-CALE2000          USING CALE01-REGISTRO.

           EVALUATE CALE01-COD-RETORNO
              WHEN ZEROS
                 IF CALE01-QTDE-DIAS-PERIODO LESS ZEROS
                    MOVE ZEROS             TO WRK-QTDE-DIAS
                 ELSE
                    MOVE CALE01-QTDE-DIAS-PERIODO
                                           TO WRK-QTDE-DIAS
                 END-IF
              WHEN OTHER
                 MOVE 99999                TO WRK-QTDE-DIAS
                 DISPLAY '* CALE2000 REJEITOU A DATA DO PAGAMENTO - '
                         'AG/CTA ' ARQSUS01-AGENCIA ARQSUS01-CONTA
                         ' COD.RETORNO: ' CALE01-COD-RETORNO
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3200-IMPRIMIR-DETALHE SECTION.
      *----------------------------------------------------------------*
           MOVE ARQSUS01-AGENCIA           TO WRK-DET-AGENCIA
           MOVE ARQSUS01-CONTA             TO WRK-DET-CONTA
           MOVE ARQSUS01-DAT-PAG           TO WRK-DET-DAT-PAG
           MOVE ARQSUS01-CODIGO-PRODUTO    TO WRK-DET-PRODUTO
           MOVE ARQSUS01-VLR-PAGO          TO WRK-DET-VLR
           MOVE WRK-QTDE-DIAS              TO WRK-DET-DIAS
           MOVE WRK-IND-FAIXA              TO WRK-DET-FAIXA
           MOVE ARQSUS01-DAT-INCLUSAO      TO WRK-DET-DAT-INCLUSAO

           SET WRK-CN-WRITE                TO TRUE
           SET WRK-CN-ARQREL04              TO TRUE

           WRITE FD-ARQREL04 FROM WRK-LINHA-DETALHE

           IF NOT WRK-FS-REL04-OK
              MOVE WRK-FS-ARQREL04          TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           ELSE
              ADD 1 TO ACU-GRAVA-ARQREL04
           END-IF
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3600-IMPRIMIR-CABECALHO SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-DATA-EXECUCAO          TO WRK-TIT-DATA

           SET WRK-CN-WRITE                TO TRUE
           SET WRK-CN-ARQREL04              TO TRUE

           WRITE FD-ARQREL04 FROM WRK-LINHA-TITULO

           IF NOT WRK-FS-REL04-OK
              MOVE WRK-FS-ARQREL04          TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           WRITE FD-ARQREL04 FROM WRK-LINHA-CAB-DETALHE

           IF NOT WRK-FS-REL04-OK
              MOVE WRK-FS-ARQREL04          TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 2 TO ACU-GRAVA-ARQREL04
           .
      *----------------------------------------------------------------*
       3600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    IMPRIME O SUBTOTAL DA AGENCIA QUE ACABOU DE FECHAR, COM O   *
      *    VALOR EM CADA FAIXA DE ENVELHECIMENTO, SOMA NO TOTAL GERAL  *
      *    E ZERA OS ACUMULADORES DA QUEBRA                            *
      *----------------------------------------------------------------*
       3650-IMPRIMIR-SUBTOTAL-AGENCIA SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                     TO WRK-LINHA-SUBTOTAL
           MOVE 'AGENCIA '                 TO WRK-SUB-TEXTO
           MOVE WRK-AGENCIA-ATUAL          TO WRK-SUB-AGENCIA
           MOVE ACU-AGE-QTDE               TO WRK-SUB-QTDE
           MOVE ACU-AGE-VLR-TOTAL          TO WRK-SUB-VLR-TOTAL

           PERFORM 3660-MOVER-FAIXA-AGENCIA
              VARYING WRK-IND-IMPRESSAO FROM 1 BY 1
              UNTIL WRK-IND-IMPRESSAO GREATER 5

           PERFORM 3680-GRAVAR-LINHA-FAIXAS

           ADD ACU-AGE-QTDE                TO ACU-GER-QTDE
           ADD ACU-AGE-VLR-TOTAL           TO ACU-GER-VLR-TOTAL

           MOVE ZEROS                      TO ACU-AGE-QTDE
           MOVE ZEROS                      TO ACU-AGE-VLR-TOTAL
           INITIALIZE                      ACU-FAIXAS-AGENCIA
           .
      *----------------------------------------------------------------*
       3650-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3660-MOVER-FAIXA-AGENCIA SECTION.
      *----------------------------------------------------------------*
           MOVE ACU-AGE-VLR-FAIXA (WRK-IND-IMPRESSAO)
                           TO WRK-SUB-VLR-FAIXA (WRK-IND-IMPRESSAO)
           ADD ACU-AGE-VLR-FAIXA (WRK-IND-IMPRESSAO)
                           TO ACU-GER-VLR-FAIXA (WRK-IND-IMPRESSAO)
           .
      *----------------------------------------------------------------*
       3660-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3670-MOVER-FAIXA-GERAL SECTION.
      *----------------------------------------------------------------*
           MOVE ACU-GER-VLR-FAIXA (WRK-IND-IMPRESSAO)
                           TO WRK-SUB-VLR-FAIXA (WRK-IND-IMPRESSAO)
           .
      *----------------------------------------------------------------*
       3670-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3680-GRAVAR-LINHA-FAIXAS SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE                TO TRUE
           SET WRK-CN-ARQREL04              TO TRUE

           WRITE FD-ARQREL04 FROM WRK-LINHA-SUBTOTAL

           IF NOT WRK-FS-REL04-OK
              MOVE WRK-FS-ARQREL04          TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           ELSE
              ADD 1 TO ACU-GRAVA-ARQREL04
           END-IF
           .
      *----------------------------------------------------------------*
       3680-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    FECHA O RELATORIO: SUBTOTAL DA ULTIMA AGENCIA COM ITEM      *
      *    PENDENTE, CABECALHO DAS FAIXAS E LINHA DE TOTAL GERAL       *
      *----------------------------------------------------------------*
       3700-ENCERRAR-RELATORIO SECTION.
      *----------------------------------------------------------------*
           IF (WRK-NAO-1A-AGENCIA)
           AND (ACU-AGE-QTDE GREATER ZEROS)
              PERFORM 3650-IMPRIMIR-SUBTOTAL-AGENCIA
           END-IF

           SET WRK-CN-WRITE                TO TRUE
           SET WRK-CN-ARQREL04              TO TRUE

           WRITE FD-ARQREL04 FROM WRK-LINHA-CAB-FAIXAS

           IF NOT WRK-FS-REL04-OK
              MOVE WRK-FS-ARQREL04          TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           ELSE
              ADD 1 TO ACU-GRAVA-ARQREL04
           END-IF

           MOVE SPACES                     TO WRK-LINHA-SUBTOTAL
           MOVE 'TOTAL GERAL'              TO WRK-SUB-ROTULO
           MOVE ACU-GER-QTDE               TO WRK-SUB-QTDE
           MOVE ACU-GER-VLR-TOTAL          TO WRK-SUB-VLR-TOTAL

           PERFORM 3670-MOVER-FAIXA-GERAL
              VARYING WRK-IND-IMPRESSAO FROM 1 BY 1
              UNTIL WRK-IND-IMPRESSAO GREATER 5

           PERFORM 3680-GRAVAR-LINHA-FAIXAS
           .
      *----------------------------------------------------------------*
       3700-99-FIM.
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

           CLOSE ARQSUS01
           CLOSE ARQSAI04
           CLOSE ARQCAD01
           CLOSE ARQSUS02
           CLOSE ARQAPL01
           CLOSE ARQREL04

           IF WRK-CN-COR-ABERTO
              CLOSE ARQSCR01
           END-IF

           MOVE ACU-LIDOS-ARQSUS01 TO WRK-MASK-QTDREG
           DISPLAY '***************************************************'
           DISPLAY '* QTDE DE ITENS DO SUSPENSE ANTERIOR: '
                                                    WRK-MASK-QTDREG
           MOVE ACU-LIDOS-ARQSAI04 TO WRK-MASK-QTDREG
           DISPLAY '* QTDE DE REGS LIDOS EM ARQSAI04..: 'WRK-MASK-QTDREG
           MOVE ACU-INCLUIDOS      TO WRK-MASK-QTDREG
           DISPLAY '* QTDE DE ITENS NOVOS NO SUSPENSE.: 'WRK-MASK-QTDREG
           MOVE ACU-APLICADOS      TO WRK-MASK-QTDREG
           DISPLAY '* QTDE DE ITENS APLICADOS NO CICLO: 'WRK-MASK-QTDREG
           MOVE ACU-APLIC-CORRECAO TO WRK-MASK-QTDREG
           DISPLAY '* - APLICADOS POR CORRECAO CONTA..: 'WRK-MASK-QTDREG
           MOVE ACU-PENDENTES      TO WRK-MASK-QTDREG
           DISPLAY '* QTDE DE ITENS AINDA PENDENTES...: 'WRK-MASK-QTDREG
           MOVE ACU-DESCARTADOS    TO WRK-MASK-QTDREG
           DISPLAY '* QTDE DESCARTADOS (REPROCESSO)...: 'WRK-MASK-QTDREG
           MOVE ACU-REABERTOS      TO WRK-MASK-QTDREG
           DISPLAY '* QTDE REABERTOS (REPROCESSO).....: 'WRK-MASK-QTDREG
           MOVE ACU-GRAVA-ARQSUS02 TO WRK-MASK-QTDREG
           DISPLAY '* QTDE DE ITENS GRAVADOS NO SUSPENSE: '
                                                    WRK-MASK-QTDREG
           MOVE ACU-GRAVA-ARQAPL01 TO WRK-MASK-QTDREG
           DISPLAY '* QTDE DE MOVIMENTOS REAPLICADOS..: 'WRK-MASK-QTDREG
           MOVE ACU-GRAVA-ARQREL04 TO WRK-MASK-QTDREG
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
