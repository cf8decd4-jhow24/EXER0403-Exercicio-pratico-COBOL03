      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0319.
       AUTHOR.     JOHNATHAN.
      *================================================================*
      *              C A P G E M I N I - S I S T E M A S               *
      *================================================================*
      *    PROGRAMA....: EXER0319
      *    PROGRAMADOR.: JOHNATHAN
      *    ANALISTA....: ARI BORGES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   VALIDAR O CONTEUDO DOS CAMPOS DO CADASTRO   *
      *                    (ARQENT01) E DO MOVIMENTO DE PAGAMENTOS     *
      *                    (ARQENT02) ANTES DO BALANCE LINE: DATAS     *
      *                    ZERADAS, INEXISTENTES OU FUTURAS, VALORES   *
      *                    COMPACTADOS NAO NUMERICOS, PAGAMENTOS       *
      *                    NEGATIVOS, NOME E ENDERECO EM BRANCO E      *
      *                    PRODUTOS FORA DA TABELA DE REFERENCIA       *
      *                    (ARQPRD01). OS REGISTROS VALIDOS SAO        *
      *                    GRAVADOS EM ARQVAL01/ARQVAL02 PARA AS       *
      *                    ORDENACOES DO JOB; OS REJEITADOS VAO PARA   *
      *                    ARQDQR01 COM O MOTIVO, 1 REGISTRO POR ERRO. *
      *                    EMITE O RESUMO DA QUALIDADE POR MOTIVO      *
      *                    (ARQREL10). REJEICAO DENTRO DO LIMITE DO    *
      *                    CARTAO DE PARAMETROS TERMINA COM RC=4; UM   *
      *                    PERCENTUAL DE REJEICAO ACIMA DO LIMITE      *
      *                    TERMINA COM RC=12, PARANDO O JOB ANTES DO   *
      *                    EXER0303                                    *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQENT01                                  ENT03103
      *      ARQENT02                                  ENT03203
      *      ARQPAR01                                  PAR03101
      *      ARQPRD01                                  PRD03101
      *      ARQVAL01                                  ENT03103
      *      ARQVAL02                                  ENT03203
      *      ARQDQR01                                  DQR03101
      *      ARQREL10                                  (LINHA X(120))  *
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
           SELECT ARQENT01 ASSIGN      TO UT-S-ARQENT01
                      FILE STATUS      IS WRK-FS-ARQENT01.

           SELECT ARQENT02 ASSIGN      TO UT-S-ARQENT02
                      FILE STATUS      IS WRK-FS-ARQENT02.

           SELECT ARQPAR01 ASSIGN       TO UT-S-ARQPAR01
                      FILE STATUS      IS WRK-FS-ARQPAR01.

           SELECT ARQPRD01 ASSIGN       TO UT-S-ARQPRD01
                      FILE STATUS      IS WRK-FS-ARQPRD01.

           SELECT ARQVAL01 ASSIGN      TO UT-S-ARQVAL01
                      FILE STATUS      IS WRK-FS-ARQVAL01.

           SELECT ARQVAL02 ASSIGN      TO UT-S-ARQVAL02
                      FILE STATUS      IS WRK-FS-ARQVAL02.

           SELECT ARQDQR01 ASSIGN      TO UT-S-ARQDQR01
                      FILE STATUS      IS WRK-FS-ARQDQR01.

           SELECT ARQREL10 ASSIGN       TO UT-S-ARQREL10
                      FILE STATUS      IS WRK-FS-ARQREL10.
      *
      *================================================================*
       DATA                            DIVISION.
      *================================================================
      *----------------------------------------------------------------
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
      *    INPUT:     MOVIMENTO DE PAGAMENTOS  -  LRECL = 27           *
      *----------------------------------------------------------------*
       FD  ARQENT02
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQENT02             PIC X(27).

      *----------------------------------------------------------------*
      *    INPUT:     CARTAO DE PARAMETROS  -   LRECL = 80             *
      *----------------------------------------------------------------*
       FD  ARQPAR01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPAR01             PIC X(80).

      *----------------------------------------------------------------*
      *    INPUT:     TABELA DE PRODUTOS EM CARTEIRA - LRECL = 80      *
      *----------------------------------------------------------------*
       FD  ARQPRD01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPRD01             PIC X(80).

      *----------------------------------------------------------------*
      *    OUTPUT:    CADASTRO VALIDADO     -   LRECL = 83             *
      *----------------------------------------------------------------*
       FD  ARQVAL01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQVAL01             PIC X(83).

      *----------------------------------------------------------------*
      *    OUTPUT:    MOVIMENTO VALIDADO    -   LRECL = 27             *
      *----------------------------------------------------------------*
       FD  ARQVAL02
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQVAL02             PIC X(27).

      *----------------------------------------------------------------*
      *    OUTPUT:    REJEICOES DA VALIDACAO DE CONTEUDO - LRECL = 104 *
      *----------------------------------------------------------------*
       FD  ARQDQR01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQDQR01             PIC X(104).

      *----------------------------------------------------------------*
      *    OUTPUT:    RESUMO DA QUALIDADE DOS DADOS - LRECL = 120      *
      *----------------------------------------------------------------*
       FD  ARQREL10
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQREL10             PIC X(120).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 FILLER                  PIC  X(050) VALUE
             'EXER0319 - INICIO DA AREA DE WORKING'.
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0319'.
       77 WRK-MASK-QTDREG         PIC  ZZ.ZZ9.
       77 ACU-LIDOS-ARQENT01      PIC  9(005) VALUE ZEROS.
       77 ACU-LIDOS-ARQENT02      PIC  9(005) VALUE ZEROS.
       77 ACU-REJ-ARQENT01        PIC  9(005) VALUE ZEROS.
       77 ACU-REJ-ARQENT02        PIC  9(005) VALUE ZEROS.
       77 ACU-GRAVA-ARQVAL01      PIC  9(005) VALUE ZEROS.
       77 ACU-GRAVA-ARQVAL02      PIC  9(005) VALUE ZEROS.
       77 ACU-GRAVA-ARQDQR01      PIC  9(005) VALUE ZEROS.
       77 ACU-GRAVA-ARQREL10      PIC  9(005) VALUE ZEROS.
      *
       77 WRK-DATA-MOVTO          PIC  9(008) VALUE ZEROS.
       77 WRK-PCT-MAX-ENT01       PIC  9(003)V99 VALUE ZEROS.
       77 WRK-PCT-MAX-ENT02       PIC  9(003)V99 VALUE ZEROS.
       77 WRK-PCT-REJ-ENT01       PIC  9(003)V99 VALUE ZEROS.
       77 WRK-PCT-REJ-ENT02       PIC  9(003)V99 VALUE ZEROS.
       77 WRK-MSG-TABELA          PIC  X(040) VALUE SPACES.
       77 WRK-MAX-PRODUTOS        PIC  9(004) COMP VALUE 200.
       77 WRK-IND-MOT             PIC  9(004) COMP VALUE ZEROS.
       77 WRK-QTDE-MOTIVOS        PIC  9(004) COMP VALUE 8.
      *
       77 WRK-SW-REJEITADO        PIC  X(001) VALUE 'N'.
          88 WRK-REG-REJEITADO            VALUE 'S'.
          88 WRK-REG-VALIDO               VALUE 'N'.

       77 WRK-SW-LIMITE           PIC  X(001) VALUE 'N'.
          88 WRK-LIMITE-EXCEDIDO          VALUE 'S'.
      *
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQENT01      VALUE 'ENT03103'.
          88 WRK-CN-ARQENT02      VALUE 'ENT03203'.
          88 WRK-CN-ARQPAR01      VALUE 'PAR03101'.
          88 WRK-CN-ARQPRD01      VALUE 'PRD03101'.
          88 WRK-CN-ARQVAL01      VALUE 'ENT03103'.
          88 WRK-CN-ARQVAL02      VALUE 'ENT03203'.
          88 WRK-CN-ARQDQR01      VALUE 'DQR03101'.
          88 WRK-CN-ARQREL10      VALUE 'ARQREL10'.

       77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
          88 WRK-CN-OPEN          VALUE 'OPEN '.
          88 WRK-CN-CLOSE         VALUE 'CLOSE'.
          88 WRK-CN-READ          VALUE 'READ '.
          88 WRK-CN-WRITE         VALUE 'WRITE'.
      *
       01 WRK-AREA-FS.
          05 WRK-FS-ARQENT01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-ENT01-OK               VALUE '00'.
             88 WRK-FS-ENT01-FIM              VALUE '10'.
          05 WRK-FS-ARQENT02      PIC  X(002) VALUE SPACES.
             88 WRK-FS-ENT02-OK               VALUE '00'.
             88 WRK-FS-ENT02-FIM              VALUE '10'.
          05 WRK-FS-ARQPAR01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-PAR01-OK               VALUE '00'.
          05 WRK-FS-ARQPRD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-PRD01-OK               VALUE '00'.
             88 WRK-FS-PRD01-FIM              VALUE '10'.
          05 WRK-FS-ARQVAL01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-VAL01-OK               VALUE '00'.
          05 WRK-FS-ARQVAL02      PIC  X(002) VALUE SPACES.
             88 WRK-FS-VAL02-OK               VALUE '00'.
          05 WRK-FS-ARQDQR01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-DQR01-OK               VALUE '00'.
          05 WRK-FS-ARQREL10      PIC  X(002) VALUE SPACES.
             88 WRK-FS-REL10-OK               VALUE '00'.

          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.
      *----------------------------------------------------------------*
      *    DATA EM VALIDACAO E O SEU FORMATO NO CALE2000 (007 DATA DO  *
      *    EMPRESTIMO, 003 DATA DO PAGAMENTO - OS MESMOS DO EXER0303)  *
      *----------------------------------------------------------------*
       01 WRK-DATA-VALIDAR        PIC  X(008) VALUE SPACES.
       01 WRK-DATA-VALIDAR-N      REDEFINES WRK-DATA-VALIDAR
                                  PIC  9(008).

       77 WRK-FMT-VALIDAR         PIC  9(003) VALUE ZEROS.
       77 WRK-MOT-DATA            PIC  9(002) VALUE ZEROS.

       77 WRK-CALE2000            PIC X(008) VALUE 'CALE2000'.

      *----------------------------------------------------------------*
       01 FILLER                  PIC X(050) VALUE
           '* AREA DE COMUNICACAO COM CALE2000 *'.
      *
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
      *    TABELA DE PRODUTOS EM CARTEIRA (ARQPRD01)                   *
      *----------------------------------------------------------------*
       01 WRK-TABELA-PRODUTOS.
          05 TAB-PRD-QTDE         PIC  9(004) COMP VALUE ZEROS.
          05 TAB-PRD-ENTRADA      OCCURS 200 TIMES
                                  INDEXED BY IDX-PRD.
             10 TAB-PRD-CODIGO    PIC  X(002).
      *----------------------------------------------------------------*
      *    DESCRICAO E QUANTIDADE DE ERROS POR MOTIVO DE REJEICAO, NA  *
      *    ORDEM DOS CODIGOS DO BOOK DQR03101                          *
      *----------------------------------------------------------------*
       01 WRK-MOTIVOS-VALORES.
          05 FILLER               PIC  X(035) VALUE
             'DATA ZERADA OU NAO NUMERICA'.
          05 FILLER               PIC  X(035) VALUE
             'DATA INEXISTENTE'.
          05 FILLER               PIC  X(035) VALUE
             'DATA POSTERIOR AO MOVIMENTO'.
          05 FILLER               PIC  X(035) VALUE
             'VALOR COMPACTADO NAO NUMERICO'.
          05 FILLER               PIC  X(035) VALUE
             'VALOR PAGO NEGATIVO'.
          05 FILLER               PIC  X(035) VALUE
             'NOME EM BRANCO'.
          05 FILLER               PIC  X(035) VALUE
             'ENDERECO EM BRANCO'.
          05 FILLER               PIC  X(035) VALUE
             'PRODUTO FORA DA TABELA DE PRODUTOS'.
       01 WRK-MOTIVOS             REDEFINES WRK-MOTIVOS-VALORES.
          05 TAB-MOT-DESCRICAO    PIC  X(035) OCCURS 8 TIMES.

       01 WRK-QTDES-MOTIVO.
          05 TAB-MOT-QTDES        OCCURS 8 TIMES.
             10 TAB-MOT-QTDE-ENT01 PIC 9(007) COMP-3.
             10 TAB-MOT-QTDE-ENT02 PIC 9(007) COMP-3.
      *----------------------------------------------------------------*
      *    LINHAS DO RESUMO DA QUALIDADE DOS DADOS                     *
      *----------------------------------------------------------------*
       01 WRK-LINHA-TITULO.
          05 FILLER               PIC  X(050) VALUE
             'QUALIDADE DOS DADOS - CADASTRO E MOVIMENTO'.
          05 FILLER               PIC  X(050) VALUE
             ' - EXER0319                          DATA MOVTO:  '.
          05 WRK-TIT-DATA-MOVTO   PIC  9(008).
          05 FILLER               PIC  X(012) VALUE SPACES.

       01 WRK-LINHA-CABECALHO.
          05 FILLER               PIC  X(041) VALUE
             'MT  MOTIVO DA REJEICAO'.
          05 FILLER               PIC  X(013) VALUE '     ARQENT01'.
          05 FILLER               PIC  X(013) VALUE '     ARQENT02'.
          05 FILLER               PIC  X(053) VALUE SPACES.

       01 WRK-LINHA-DETALHE.
          05 WRK-DET-COD-MOTIVO   PIC  9(002).
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 WRK-DET-DESCRICAO    PIC  X(035).
          05 FILLER               PIC  X(006) VALUE SPACES.
          05 WRK-DET-QTDE-ENT01   PIC  Z.ZZZ.ZZ9.
          05 FILLER               PIC  X(004) VALUE SPACES.
          05 WRK-DET-QTDE-ENT02   PIC  Z.ZZZ.ZZ9.
          05 FILLER               PIC  X(053) VALUE SPACES.

       01 WRK-LINHA-TOTAL.
          05 WRK-TOT-ROTULO       PIC  X(041).
          05 FILLER               PIC  X(004) VALUE SPACES.
          05 WRK-TOT-QTDE-ENT01   PIC  Z.ZZZ.ZZ9.
          05 FILLER               PIC  X(004) VALUE SPACES.
          05 WRK-TOT-QTDE-ENT02   PIC  Z.ZZZ.ZZ9.
          05 FILLER               PIC  X(053) VALUE SPACES.

       01 WRK-LINHA-PERCENTUAL.
          05 WRK-PCT-ROTULO       PIC  X(041).
          05 FILLER               PIC  X(007) VALUE SPACES.
          05 WRK-PCT-ENT01        PIC  ZZ9,99.
          05 FILLER               PIC  X(007) VALUE SPACES.
          05 WRK-PCT-ENT02        PIC  ZZ9,99.
          05 FILLER               PIC  X(053) VALUE SPACES.

       01 WRK-LINHA-SITUACAO      PIC  X(120) VALUE SPACES.

       01 WRK-LINHA-BRANCO        PIC  X(120) VALUE SPACES.
      *----------------------------------------------------------------*
      *    AREA DO CADASTRO, DO MOVIMENTO, DO CARTAO DE PARAMETROS, DA *
      *    TABELA DE PRODUTOS E DAS REJEICOES                          *
      *----------------------------------------------------------------*
           COPY ENT03103.
           COPY ENT03203.
           COPY PAR03101.
           COPY PRD03101.
           COPY DQR03101.
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'EXER0319 - FIM DA AREA DE WORKING'.
      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
      *    ROTINA PRINCIPAL DO PROGRAMA                                *
      *----------------------------------------------------------------*
       0000-PRINCIPAL SECTION.
      *----------------------------------------------------------------
           PERFORM 1000-INICIALIZAR

           PERFORM 2000-VALIDAR-ARQENT01

           PERFORM 2500-VALIDAR-ARQENT02

           PERFORM 8000-IMPRIMIR-RESUMO

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
           ACCEPT WRK-DATA-MOVTO              FROM DATE YYYYMMDD

           INITIALIZE WRK-QTDES-MOTIVO

           PERFORM 1100-LER-PARAMETRO

           PERFORM 1200-CARREGAR-PRODUTOS

           SET WRK-CN-OPEN                    TO TRUE

           OPEN INPUT ARQENT01
           SET WRK-CN-ARQENT01                 TO TRUE
           IF NOT WRK-FS-ENT01-OK
              MOVE WRK-FS-ARQENT01             TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           OPEN INPUT ARQENT02
           SET WRK-CN-ARQENT02                 TO TRUE
           IF NOT WRK-FS-ENT02-OK
              MOVE WRK-FS-ARQENT02             TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           OPEN OUTPUT ARQVAL01
           SET WRK-CN-ARQVAL01                 TO TRUE
           IF NOT WRK-FS-VAL01-OK
              MOVE WRK-FS-ARQVAL01             TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           OPEN OUTPUT ARQVAL02
           SET WRK-CN-ARQVAL02                 TO TRUE
           IF NOT WRK-FS-VAL02-OK
              MOVE WRK-FS-ARQVAL02             TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           OPEN OUTPUT ARQDQR01
           SET WRK-CN-ARQDQR01                 TO TRUE
           IF NOT WRK-FS-DQR01-OK
              MOVE WRK-FS-ARQDQR01             TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           OPEN OUTPUT ARQREL10
           SET WRK-CN-ARQREL10                 TO TRUE
           IF NOT WRK-FS-REL10-OK
              MOVE WRK-FS-ARQREL10             TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LE O CARTAO DE PARAMETROS DO CICLO: DATA DE MOVIMENTO (BASE *
      *    DAS DATAS FUTURAS; ZEROS = DATA DO DIA) E OS PERCENTUAIS    *
      *    MAXIMOS DE REJEICAO (ZEROS OU BRANCOS = SEM LIMITE). O      *
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
                                          TO WRK-DATA-MOVTO
                 END-IF
                 IF PAR03101-PCT-MAX-REJ-ENT01 NUMERIC
                    MOVE PAR03101-PCT-MAX-REJ-ENT01
                                          TO WRK-PCT-MAX-ENT01
                 END-IF
                 IF PAR03101-PCT-MAX-REJ-ENT02 NUMERIC
                    MOVE PAR03101-PCT-MAX-REJ-ENT02
                                          TO WRK-PCT-MAX-ENT02
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
      *    CARREGA A TABELA DE PRODUTOS EM CARTEIRA. A TABELA E        *
      *    OBRIGATORIA: VAZIA, ESGOTADA OU COM CODIGO EM BRANCO        *
      *    CANCELA O PASSO ANTES DE VALIDAR QUALQUER REGISTRO          *
      *----------------------------------------------------------------*
       1200-CARREGAR-PRODUTOS SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-OPEN                 TO TRUE
           SET WRK-CN-ARQPRD01              TO TRUE

           OPEN INPUT ARQPRD01

           IF NOT WRK-FS-PRD01-OK
              MOVE WRK-FS-ARQPRD01          TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 1210-LER-ARQPRD01
           PERFORM 1220-INCLUIR-PRODUTO UNTIL WRK-FS-PRD01-FIM

           SET WRK-CN-CLOSE                TO TRUE
           CLOSE ARQPRD01

           IF TAB-PRD-QTDE EQUAL ZEROS
              MOVE 'TABELA DE PRODUTOS VAZIA'
                                           TO WRK-MSG-TABELA
              PERFORM 1290-TABELA-INVALIDA
           END-IF
           .
      *----------------------------------------------------------------*
       1200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       1210-LER-ARQPRD01 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                 TO TRUE
           SET WRK-CN-ARQPRD01              TO TRUE

           READ ARQPRD01 INTO ARQPRD01-REGISTRO.

           EVALUATE WRK-FS-ARQPRD01
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    CONTINUE
               WHEN OTHER
                    MOVE WRK-FS-ARQPRD01     TO WRK-FS-DISPLAY
                    PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       1210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       1220-INCLUIR-PRODUTO SECTION.
      *----------------------------------------------------------------*
           IF TAB-PRD-QTDE NOT LESS WRK-MAX-PRODUTOS
              MOVE 'TABELA DE PRODUTOS ESGOTADA'
                                           TO WRK-MSG-TABELA
              PERFORM 1290-TABELA-INVALIDA
           END-IF

           IF ARQPRD01-CODIGO-PRODUTO EQUAL SPACES
              MOVE 'CARTAO DE PRODUTO SEM CODIGO'
                                           TO WRK-MSG-TABELA
              PERFORM 1290-TABELA-INVALIDA
           END-IF

           ADD 1                           TO TAB-PRD-QTDE
           SET IDX-PRD                     TO TAB-PRD-QTDE
           MOVE ARQPRD01-CODIGO-PRODUTO    TO TAB-PRD-CODIGO (IDX-PRD)

           PERFORM 1210-LER-ARQPRD01
           .
      *----------------------------------------------------------------*
       1220-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       1290-TABELA-INVALIDA SECTION.
      *----------------------------------------------------------------*
           DISPLAY '************************************************'
           DISPLAY '*   ERRO NA TABELA DE PRODUTOS (ARQPRD01)      *'
           DISPLAY '* ' WRK-MSG-TABELA
           DISPLAY '* CARTAO: ' ARQPRD01-REGISTRO (1:32)
           DISPLAY '* 'WRK-PROGRAMA'  CANCELADO                    *'
           DISPLAY '************************************************'

           MOVE 12                         TO RETURN-CODE

           PERFORM 9900-FINALIZAR
           .
      *----------------------------------------------------------------*
       1290-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LE O CADASTRO INTEIRO, VALIDANDO O CONTEUDO DE CADA         *
      *    REGISTRO                                                    *
      *----------------------------------------------------------------*
       2000-VALIDAR-ARQENT01 SECTION.
      *----------------------------------------------------------------*
           PERFORM 2100-LER-ARQENT01
           PERFORM 2100-LER-ARQENT01 UNTIL WRK-FS-ENT01-FIM
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       2100-LER-ARQENT01 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                 TO TRUE
           SET WRK-CN-ARQENT01              TO TRUE

           READ ARQENT01 INTO ARQENT01-REGISTRO.

           EVALUATE WRK-FS-ARQENT01
               WHEN '00'
                    ADD 1 TO ACU-LIDOS-ARQENT01
                    PERFORM 2110-CONFERIR-CONTEUDO-ENT01
               WHEN '10'
                    CONTINUE
               WHEN OTHER
                    MOVE WRK-FS-ARQENT01     TO WRK-FS-DISPLAY
                    PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    CONFERE TODOS OS CAMPOS DO REGISTRO DO CADASTRO, GRAVANDO   *
      *    UMA REJEICAO POR ERRO ENCONTRADO. SO O REGISTRO SEM NENHUM  *
      *    ERRO SEGUE PARA O CADASTRO VALIDADO                         *
      *----------------------------------------------------------------*
       2110-CONFERIR-CONTEUDO-ENT01 SECTION.
      *----------------------------------------------------------------*
           SET WRK-REG-VALIDO              TO TRUE
           SET ARQDQR01-ORIGEM-ENT01       TO TRUE
           MOVE ARQENT01-AGENCIA           TO ARQDQR01-AGENCIA
           MOVE ARQENT01-CONTA             TO ARQDQR01-CONTA
           MOVE ARQENT01-REGISTRO          TO ARQDQR01-IMAGEM

           MOVE ARQENT01-DAT-EMP           TO WRK-DATA-VALIDAR
           MOVE 007                        TO WRK-FMT-VALIDAR
           PERFORM 2900-VALIDAR-DATA
           IF WRK-MOT-DATA NOT EQUAL ZEROS
              MOVE WRK-MOT-DATA            TO ARQDQR01-COD-MOTIVO
              PERFORM 3000-REJEITAR-REGISTRO
           END-IF

           IF ARQENT01-VLR-SALDO NOT NUMERIC
              SET ARQDQR01-MOT-VALOR-INVALIDO TO TRUE
              PERFORM 3000-REJEITAR-REGISTRO
           END-IF

           IF ARQENT01-NOME EQUAL SPACES
              SET ARQDQR01-MOT-NOME-BRANCO TO TRUE
              PERFORM 3000-REJEITAR-REGISTRO
           END-IF

           IF ARQENT01-ENDERECO EQUAL SPACES
              SET ARQDQR01-MOT-END-BRANCO  TO TRUE
              PERFORM 3000-REJEITAR-REGISTRO
           END-IF

           SET IDX-PRD                     TO 1
           SEARCH TAB-PRD-ENTRADA
               AT END
                  SET ARQDQR01-MOT-PRODUTO TO TRUE
                  PERFORM 3000-REJEITAR-REGISTRO
               WHEN IDX-PRD GREATER TAB-PRD-QTDE
                  SET ARQDQR01-MOT-PRODUTO TO TRUE
                  PERFORM 3000-REJEITAR-REGISTRO
               WHEN TAB-PRD-CODIGO (IDX-PRD) EQUAL
                    ARQENT01-CODIGO-PRODUTO
                  CONTINUE
           END-SEARCH

           IF WRK-REG-REJEITADO
              ADD 1 TO ACU-REJ-ARQENT01
           ELSE
              PERFORM 3100-GRAVAR-ARQVAL01
           END-IF
           .
      *----------------------------------------------------------------*
       2110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LE O MOVIMENTO INTEIRO, VALIDANDO O CONTEUDO DE CADA        *
      *    REGISTRO                                                    *
      *----------------------------------------------------------------*
       2500-VALIDAR-ARQENT02 SECTION.
      *----------------------------------------------------------------*
           PERFORM 2600-LER-ARQENT02
           PERFORM 2600-LER-ARQENT02 UNTIL WRK-FS-ENT02-FIM
           .
      *----------------------------------------------------------------*
       2500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       2600-LER-ARQENT02 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                 TO TRUE
           SET WRK-CN-ARQENT02              TO TRUE

           READ ARQENT02 INTO ARQENT02-REGISTRO.

           EVALUATE WRK-FS-ARQENT02
               WHEN '00'
                    ADD 1 TO ACU-LIDOS-ARQENT02
                    PERFORM 2610-CONFERIR-CONTEUDO-ENT02
               WHEN '10'
                    CONTINUE
               WHEN OTHER
                    MOVE WRK-FS-ARQENT02     TO WRK-FS-DISPLAY
                    PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       2600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    CONFERE TODOS OS CAMPOS DO REGISTRO DO MOVIMENTO, GRAVANDO  *
      *    UMA REJEICAO POR ERRO ENCONTRADO. SO O REGISTRO SEM NENHUM  *
      *    ERRO SEGUE PARA O MOVIMENTO VALIDADO                        *
      *----------------------------------------------------------------*
       2610-CONFERIR-CONTEUDO-ENT02 SECTION.
      *----------------------------------------------------------------*
           SET WRK-REG-VALIDO              TO TRUE
           SET ARQDQR01-ORIGEM-ENT02       TO TRUE
           MOVE ARQENT02-AGENCIA           TO ARQDQR01-AGENCIA
           MOVE ARQENT02-CONTA             TO ARQDQR01-CONTA
           MOVE ARQENT02-REGISTRO          TO ARQDQR01-IMAGEM

           MOVE ARQENT02-DAT-PAG           TO WRK-DATA-VALIDAR
           MOVE 003                        TO WRK-FMT-VALIDAR
           PERFORM 2900-VALIDAR-DATA
           IF WRK-MOT-DATA NOT EQUAL ZEROS
              MOVE WRK-MOT-DATA            TO ARQDQR01-COD-MOTIVO
              PERFORM 3000-REJEITAR-REGISTRO
           END-IF

           EVALUATE TRUE
               WHEN ARQENT02-VLR-PAGO NOT NUMERIC
                    SET ARQDQR01-MOT-VALOR-INVALIDO TO TRUE
                    PERFORM 3000-REJEITAR-REGISTRO
               WHEN ARQENT02-VLR-PAGO LESS ZEROS
                    SET ARQDQR01-MOT-VALOR-NEGATIVO TO TRUE
                    PERFORM 3000-REJEITAR-REGISTRO
               WHEN OTHER
                    CONTINUE
           END-EVALUATE

           SET IDX-PRD                     TO 1
           SEARCH TAB-PRD-ENTRADA
               AT END
                  SET ARQDQR01-MOT-PRODUTO TO TRUE
                  PERFORM 3000-REJEITAR-REGISTRO
               WHEN IDX-PRD GREATER TAB-PRD-QTDE
                  SET ARQDQR01-MOT-PRODUTO TO TRUE
                  PERFORM 3000-REJEITAR-REGISTRO
               WHEN TAB-PRD-CODIGO (IDX-PRD) EQUAL
                    ARQENT02-CODIGO-PRODUTO
                  CONTINUE
           END-SEARCH

           IF WRK-REG-REJEITADO
              ADD 1 TO ACU-REJ-ARQENT02
           ELSE
              PERFORM 3200-GRAVAR-ARQVAL02
           END-IF
           .
      *----------------------------------------------------------------*
       2610-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    VALIDA A DATA EM WRK-DATA-VALIDAR, NO FORMATO DO CALE2000   *
      *    INFORMADO EM WRK-FMT-VALIDAR, DEVOLVENDO EM WRK-MOT-DATA O  *
      *    MOTIVO DA REJEICAO (ZEROS = DATA VALIDA): ZERADA OU NAO     *
      *    NUMERICA, REJEITADA PELO CALE2000 (INEXISTENTE) OU          *
      *    POSTERIOR A DATA DE MOVIMENTO. A DATA E CONFERIDA PELA      *
      *    MESMA ROTINA QUE O EXER0303 USA PARA CALCULAR O ATRASO      *
      *----------------------------------------------------------------*
       2900-VALIDAR-DATA SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                      TO WRK-MOT-DATA

           EVALUATE TRUE
               WHEN WRK-DATA-VALIDAR NOT NUMERIC
               WHEN WRK-DATA-VALIDAR-N EQUAL ZEROS
                    MOVE 01                TO WRK-MOT-DATA
               WHEN OTHER
                    PERFORM 2910-CONSULTAR-CALE2000
                    EVALUATE TRUE
                        WHEN CALE01-COD-RETORNO NOT EQUAL ZEROS
                             MOVE 02       TO WRK-MOT-DATA
                        WHEN CALE01-QTDE-DIAS-PERIODO LESS ZEROS
                             MOVE 03       TO WRK-MOT-DATA
                        WHEN OTHER
                             CONTINUE
                    END-EVALUATE
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       2900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    QTDE DE DIAS CORRIDOS DA DATA EM VALIDACAO ATE A DATA DE    *
      *    MOVIMENTO (003 - AAAAMMDD). RETORNO DIFERENTE DE ZEROS E    *
      *    DATA INEXISTENTE; QTDE NEGATIVA E DATA FUTURA               *
      *----------------------------------------------------------------*
       2910-CONSULTAR-CALE2000 SECTION.
      *----------------------------------------------------------------*
           INITIALIZE CALE01-REGISTRO.

           MOVE 'CALE0001'            TO CALE01-ID-BLOCO
           MOVE LENGTH                OF CALE01-REGISTRO
                                      TO CALE01-TAM-BLOCO.

           MOVE 'F3'                  TO CALE01-FUNCAO.
           MOVE 'SF3004'              TO CALE01-SUB-FUNCAO.

           MOVE WRK-FMT-VALIDAR       TO CALE01-FORMATO-ARGUMENTO-INI
           MOVE WRK-DATA-VALIDAR      TO CALE01-VLR-ARGUMENTO-INI.

           MOVE 003                   TO CALE01-FORMATO-ARGUMENTO-FINAL.
           MOVE WRK-DATA-MOVTO        TO CALE01-VLR-ARGUMENTO-FINAL.

           MOVE 'I'                   TO CALE01-TP-INCL-ARGUMENTO-INI
                                         CALE01-TP-INCL-ARGUMENTO-FINAL.
           MOVE ZEROS                 TO CALE01-COD-IDIOMA
           MOVE ZEROS                 TO CALE01-COD-LOCALIDADE

           CALL WRK-CALE2000          USING CALE01-REGISTRO
           .
      *----------------------------------------------------------------*
       2910-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA 1 REJEICAO COM O MOTIVO JA POSICIONADO EM             *
      *    ARQDQR01-COD-MOTIVO E SOMA O ERRO NO RESUMO POR MOTIVO      *
      *----------------------------------------------------------------*
       3000-REJEITAR-REGISTRO SECTION.
      *----------------------------------------------------------------*
           SET WRK-REG-REJEITADO           TO TRUE

           MOVE ARQDQR01-COD-MOTIVO        TO WRK-IND-MOT
           IF ARQDQR01-ORIGEM-ENT01
              ADD 1 TO TAB-MOT-QTDE-ENT01 (WRK-IND-MOT)
           ELSE
              ADD 1 TO TAB-MOT-QTDE-ENT02 (WRK-IND-MOT)
           END-IF

           SET WRK-CN-WRITE                TO TRUE
           SET WRK-CN-ARQDQR01              TO TRUE

           WRITE FD-ARQDQR01 FROM ARQDQR01-REGISTRO.

           IF NOT WRK-FS-DQR01-OK
              MOVE WRK-FS-ARQDQR01          TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           ELSE
              ADD 1 TO ACU-GRAVA-ARQDQR01
           END-IF
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3100-GRAVAR-ARQVAL01 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE                TO TRUE
           SET WRK-CN-ARQVAL01              TO TRUE

           WRITE FD-ARQVAL01 FROM ARQENT01-REGISTRO.

           IF NOT WRK-FS-VAL01-OK
              MOVE WRK-FS-ARQVAL01          TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           ELSE
              ADD 1 TO ACU-GRAVA-ARQVAL01
           END-IF
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3200-GRAVAR-ARQVAL02 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE                TO TRUE
           SET WRK-CN-ARQVAL02              TO TRUE

           WRITE FD-ARQVAL02 FROM ARQENT02-REGISTRO.

           IF NOT WRK-FS-VAL02-OK
              MOVE WRK-FS-ARQVAL02          TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           ELSE
              ADD 1 TO ACU-GRAVA-ARQVAL02
           END-IF
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    RESUMO DA QUALIDADE: ERROS POR MOTIVO, REGISTROS LIDOS E    *
      *    REJEITADOS, PERCENTUAL DE REJEICAO CONTRA O LIMITE DO       *
      *    CARTAO E A SITUACAO FINAL DO PASSO                          *
      *----------------------------------------------------------------*
       8000-IMPRIMIR-RESUMO SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-DATA-MOVTO             TO WRK-TIT-DATA-MOVTO
           MOVE WRK-LINHA-TITULO           TO FD-ARQREL10
           PERFORM 8900-GRAVAR-LINHA

           MOVE WRK-LINHA-BRANCO           TO FD-ARQREL10
           PERFORM 8900-GRAVAR-LINHA

           MOVE WRK-LINHA-CABECALHO        TO FD-ARQREL10
           PERFORM 8900-GRAVAR-LINHA

           PERFORM 8100-IMPRIMIR-MOTIVO
              VARYING WRK-IND-MOT FROM 1 BY 1
                UNTIL WRK-IND-MOT GREATER WRK-QTDE-MOTIVOS

           MOVE WRK-LINHA-BRANCO           TO FD-ARQREL10
           PERFORM 8900-GRAVAR-LINHA

           MOVE 'REGISTROS LIDOS'          TO WRK-TOT-ROTULO
           MOVE ACU-LIDOS-ARQENT01         TO WRK-TOT-QTDE-ENT01
           MOVE ACU-LIDOS-ARQENT02         TO WRK-TOT-QTDE-ENT02
           MOVE WRK-LINHA-TOTAL            TO FD-ARQREL10
           PERFORM 8900-GRAVAR-LINHA

           MOVE 'REGISTROS REJEITADOS'     TO WRK-TOT-ROTULO
           MOVE ACU-REJ-ARQENT01           TO WRK-TOT-QTDE-ENT01
           MOVE ACU-REJ-ARQENT02           TO WRK-TOT-QTDE-ENT02
           MOVE WRK-LINHA-TOTAL            TO FD-ARQREL10
           PERFORM 8900-GRAVAR-LINHA

           MOVE 'REGISTROS VALIDOS'        TO WRK-TOT-ROTULO
           MOVE ACU-GRAVA-ARQVAL01         TO WRK-TOT-QTDE-ENT01
           MOVE ACU-GRAVA-ARQVAL02         TO WRK-TOT-QTDE-ENT02
           MOVE WRK-LINHA-TOTAL            TO FD-ARQREL10
           PERFORM 8900-GRAVAR-LINHA

           PERFORM 8200-AVALIAR-LIMITES

           MOVE 'PERCENTUAL DE REJEICAO'   TO WRK-PCT-ROTULO
           MOVE WRK-PCT-REJ-ENT01          TO WRK-PCT-ENT01
           MOVE WRK-PCT-REJ-ENT02          TO WRK-PCT-ENT02
           MOVE WRK-LINHA-PERCENTUAL       TO FD-ARQREL10
           PERFORM 8900-GRAVAR-LINHA

           MOVE 'PERCENTUAL MAXIMO (ZEROS = SEM LIMITE)'
                                           TO WRK-PCT-ROTULO
           MOVE WRK-PCT-MAX-ENT01          TO WRK-PCT-ENT01
           MOVE WRK-PCT-MAX-ENT02          TO WRK-PCT-ENT02
           MOVE WRK-LINHA-PERCENTUAL       TO FD-ARQREL10
           PERFORM 8900-GRAVAR-LINHA

           MOVE WRK-LINHA-BRANCO           TO FD-ARQREL10
           PERFORM 8900-GRAVAR-LINHA

           MOVE WRK-LINHA-SITUACAO         TO FD-ARQREL10
           PERFORM 8900-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       8000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       8100-IMPRIMIR-MOTIVO SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-IND-MOT                TO WRK-DET-COD-MOTIVO
           MOVE TAB-MOT-DESCRICAO (WRK-IND-MOT)
                                           TO WRK-DET-DESCRICAO
           MOVE TAB-MOT-QTDE-ENT01 (WRK-IND-MOT)
                                           TO WRK-DET-QTDE-ENT01
           MOVE TAB-MOT-QTDE-ENT02 (WRK-IND-MOT)
                                           TO WRK-DET-QTDE-ENT02

           MOVE WRK-LINHA-DETALHE          TO FD-ARQREL10
           PERFORM 8900-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       8100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    CALCULA O PERCENTUAL DE REGISTROS REJEITADOS DE CADA        *
      *    ARQUIVO E COMPARA COM O LIMITE DO CARTAO. LIMITE EXCEDIDO   *
      *    TERMINA O PASSO COM RC=12 (EXTRATO UPSTREAM COM PROBLEMA -  *
      *    O JOB PARA ANTES DO BALANCE LINE); REJEICAO DENTRO DO       *
      *    LIMITE TERMINA COM RC=4 E O CICLO SEGUE SO COM OS VALIDOS   *
      *----------------------------------------------------------------*
       8200-AVALIAR-LIMITES SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                      TO WRK-PCT-REJ-ENT01
                                              WRK-PCT-REJ-ENT02

           IF ACU-LIDOS-ARQENT01 GREATER ZEROS
              COMPUTE WRK-PCT-REJ-ENT01 ROUNDED =
                      ACU-REJ-ARQENT01 * 100 / ACU-LIDOS-ARQENT01
           END-IF

           IF ACU-LIDOS-ARQENT02 GREATER ZEROS
              COMPUTE WRK-PCT-REJ-ENT02 ROUNDED =
                      ACU-REJ-ARQENT02 * 100 / ACU-LIDOS-ARQENT02
           END-IF

           IF (WRK-PCT-MAX-ENT01 GREATER ZEROS)
           AND (WRK-PCT-REJ-ENT01 GREATER WRK-PCT-MAX-ENT01)
              SET WRK-LIMITE-EXCEDIDO      TO TRUE
              DISPLAY '*** REJEICAO DO CADASTRO ACIMA DO LIMITE: '
                      WRK-PCT-REJ-ENT01 ' > ' WRK-PCT-MAX-ENT01
           END-IF

           IF (WRK-PCT-MAX-ENT02 GREATER ZEROS)
           AND (WRK-PCT-REJ-ENT02 GREATER WRK-PCT-MAX-ENT02)
              SET WRK-LIMITE-EXCEDIDO      TO TRUE
              DISPLAY '*** REJEICAO DO MOVIMENTO ACIMA DO LIMITE: '
                      WRK-PCT-REJ-ENT02 ' > ' WRK-PCT-MAX-ENT02
           END-IF

           EVALUATE TRUE
               WHEN WRK-LIMITE-EXCEDIDO
                    MOVE 'SITUACAO: REJEICAO ACIMA DO LIMITE - RC=12'
                                           TO WRK-LINHA-SITUACAO
                    MOVE 12                TO RETURN-CODE
               WHEN ACU-GRAVA-ARQDQR01 GREATER ZEROS
                    MOVE 'SITUACAO: REJEICAO DENTRO DO LIMITE - RC=4'
                                           TO WRK-LINHA-SITUACAO
                    MOVE 4                 TO RETURN-CODE
               WHEN OTHER
                    MOVE 'SITUACAO: NENHUM REGISTRO REJEITADO'
                                           TO WRK-LINHA-SITUACAO
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       8200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       8900-GRAVAR-LINHA SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE                TO TRUE
           SET WRK-CN-ARQREL10              TO TRUE

           WRITE FD-ARQREL10

           IF NOT WRK-FS-REL10-OK
              MOVE WRK-FS-ARQREL10          TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           ELSE
              ADD 1 TO ACU-GRAVA-ARQREL10
           END-IF
           .
      *----------------------------------------------------------------*
       8900-99-FIM.
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

           CLOSE ARQENT01
           CLOSE ARQENT02
           CLOSE ARQVAL01
           CLOSE ARQVAL02
           CLOSE ARQDQR01
           CLOSE ARQREL10

           MOVE ACU-LIDOS-ARQENT01 TO WRK-MASK-QTDREG
           DISPLAY '***************************************************'
           DISPLAY '* QTDE DE REGS LIDOS EM ARQENT01..: 'WRK-MASK-QTDREG
           MOVE ACU-LIDOS-ARQENT02 TO WRK-MASK-QTDREG
           DISPLAY '* QTDE DE REGS LIDOS EM ARQENT02..: 'WRK-MASK-QTDREG
           MOVE ACU-REJ-ARQENT01   TO WRK-MASK-QTDREG
           DISPLAY '* REGS REJEITADOS DE ARQENT01.....: 'WRK-MASK-QTDREG
           MOVE ACU-REJ-ARQENT02   TO WRK-MASK-QTDREG
           DISPLAY '* REGS REJEITADOS DE ARQENT02.....: 'WRK-MASK-QTDREG
           MOVE ACU-GRAVA-ARQVAL01 TO WRK-MASK-QTDREG
           DISPLAY '* QTDE DE REGS GRAVADOS EM ARQVAL01: '
                                                    WRK-MASK-QTDREG
           MOVE ACU-GRAVA-ARQVAL02 TO WRK-MASK-QTDREG
           DISPLAY '* QTDE DE REGS GRAVADOS EM ARQVAL02: '
                                                    WRK-MASK-QTDREG
           MOVE ACU-GRAVA-ARQDQR01 TO WRK-MASK-QTDREG
           DISPLAY '* ERROS GRAVADOS EM ARQDQR01......: 'WRK-MASK-QTDREG
           MOVE ACU-GRAVA-ARQREL10 TO WRK-MASK-QTDREG
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
