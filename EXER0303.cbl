      *      ARQSAI04                                  SAI03403
      *      ARQHIS01                                  HIS03101
      *      ARQCOR01                                  COR03101
      *      ARQPCL01                                  PCL03101
      *      ARQSNP01                                  SNP03101
      *      ARQBXA01                                  BXA03101
      *      ARQBXA02                                  BXA03101
      *      ARQSAI06                                  SAI03603
      *----------------------------------------------------------------*
      *    ROTINAS.....:                                               *
      *                                                                *
      *                          PARA QUE UMA EXECUCAO RECUSADA NAO     *
      *                          TRUNQUE OS ARQUIVOS DO CICLO JA        *
      *                          CONCLUIDO                              *
      *    15/10/2026 JOHNATHAN  O ARQSAI04 (PAGAMENTOS SEM CONTA NO    *
      *                          CADASTRO) PASSA A GRAVAR A DATA E O    *
      *                          VALOR PAGO, PARA ALIMENTAR O SUSPENSE  *
      *                          DE PAGAMENTOS NAO APLICADOS (EXER0313) *
      *    15/10/2026 JOHNATHAN  O ATRASO PASSA A SER MEDIDO CONTRA O   *
      *                          VENCIMENTO DA PARCELA EM ABERTO MAIS   *
      *                          ANTIGA DO CRONOGRAMA (ARQPCL01), E NAO *
      *                          MAIS CONTRA A DATA DO EMPRESTIMO: CADA *
      *                          PAGAMENTO E CASADO COM A PARCELA MAIS  *
      *                          ANTIGA AINDA EM ABERTO E ABATIDO DAS   *
      *                          PARCELAS NA ORDEM DE VENCIMENTO. AS    *
      *                          CONTAS SEM PAGAMENTO (ARQSAI03) SAO    *
      *                          ENVELHECIDAS PELA PARCELA EM ABERTO    *
      *                          MAIS ANTIGA NA DATA DO CICLO. CONTA    *
      *                          SEM CRONOGRAMA MANTEM O CALCULO PELA   *
      *                          DATA DO EMPRESTIMO                     *
      *    15/10/2026 JOHNATHAN  GRAVADA A FOTOGRAFIA POR CONTA DA      *
      *                          SITUACAO NO CICLO (ARQSNP01 - EM DIA,  *
      *                          FAIXAS, SEM PAGTO, LIQUIDADA), BASE DA *
      *                          MATRIZ DE MIGRACAO DO EXER0314. A QTDE *
      *                          GRAVADA ENTRA NO CHECKPOINT            *
      *    15/10/2026 JOHNATHAN  BAIXA PARA PREJUIZO: A CONTA SEM       *
      *                          PAGAMENTO NO CICLO QUE PASSA DOS       *
      *                          LIMITES DE DIAS DE ATRASO E DE IDADE   *
      *                          DO EMPRESTIMO DO CARTAO DE PARAMETROS  *
      *                          E BAIXADA: GRAVADA NO REGISTRO         *
      *                          PERMANENTE DE BAIXAS (ARQBXA01 -> 02)  *
      *                          COM O SALDO E OS JUROS NA DATA DA      *
      *                          BAIXA, E NAO SAI MAIS EM ARQSAI02/03   *
      *                          NEM NA FOTOGRAFIA - DEIXA DE ENTRAR    *
      *                          NOS AVISOS, NOS JUROS E NA EXPOSICAO.  *
      *                          PAGAMENTO DE CONTA BAIXADA, COM OU SEM *
      *                          CADASTRO, E RECUPERACAO (ARQSAI06) E   *
      *                          ACUMULA NO REGISTRO. CORRIGIDA A       *
      *                          COMPARACAO DO MATCH-MERGE PARA USAR A  *
      *                          CHAVE AGENCIA+CONTA INTEIRA            *
      *    15/10/2026 JOHNATHAN  AJUSTADO O TAMANHO DO CADASTRO PARA    *
      *                          O DOCUMENTO DO CLIENTE (ENT03103)      *
      *    15/10/2026 JOHNATHAN  O TRAILER DO REGISTRO DE BAIXAS        *
      *                          ANTERIOR E PULADO, NAO ENCERRA A       *
      *                          LEITURA (RETOMADA DE CHECKPOINT)       *
      *================================================================*
      *                                                                *
      *================================================================*
           SELECT ARQCOR01 ASSIGN       TO UT-S-ARQCOR01
                      FILE STATUS      IS WRK-FS-ARQCOR01.

           SELECT ARQPCL01 ASSIGN       TO UT-S-ARQPCL01
                      FILE STATUS      IS WRK-FS-ARQPCL01.

           SELECT ARQSNP01 ASSIGN       TO UT-S-ARQSNP01
                      FILE STATUS      IS WRK-FS-ARQSNP01.

           SELECT ARQBXA01 ASSIGN       TO UT-S-ARQBXA01
                      FILE STATUS      IS WRK-FS-ARQBXA01.

           SELECT ARQBXA02 ASSIGN       TO UT-S-ARQBXA02
                      FILE STATUS      IS WRK-FS-ARQBXA02.

           SELECT ARQSAI06 ASSIGN       TO UT-S-ARQSAI06
                      FILE STATUS      IS WRK-FS-ARQSAI06.

      *
      *================================================================*
       DATA                            DIVISION.
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQENT01             PIC X(83).

       FD  ARQENT02
           RECORDING MODE IS F
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSAI03             PIC X(40).

       FD  ARQSAI04
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSAI04             PIC X(33).

      *---------------------------------------------------------------*
      *   INPUT:     CARTAO DE PARAMETROS   -   LRECL = 80            *
       01 FD-ARQSAI05             PIC X(15).

      *---------------------------------------------------------------*
      *   CHECKPOINT:  SNAPSHOT DO BALANCE LINE  -  LRECL = 100       *
      *---------------------------------------------------------------*

       FD  ARQCKP01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQCKP01             PIC X(100).

      *---------------------------------------------------------------*
      *   OUTPUT:    HISTORICO PERMANENTE DE EXECUCOES - LRECL = 56   *
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQCOR01             PIC X(27).

      *---------------------------------------------------------------*
      *   INPUT:     CRONOGRAMA DE PARCELAS DOS EMPRESTIMOS           *
      *               ORG. SEQUENCIAL   -   LRECL = 40                *
      *---------------------------------------------------------------*

       FD  ARQPCL01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQPCL01             PIC X(40).

      *---------------------------------------------------------------*
      *   OUTPUT:    FOTOGRAFIA DA SITUACAO POR CONTA NO CICLO        *
      *               ORG. SEQUENCIAL   -   LRECL = 30                *
      *---------------------------------------------------------------*

       FD  ARQSNP01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSNP01             PIC X(30).

      *---------------------------------------------------------------*
      *   INPUT:     REGISTRO DE BAIXAS DO CICLO ANTERIOR             *
      *               ORG. SEQUENCIAL   -   LRECL = 70                *
      *---------------------------------------------------------------*

       FD  ARQBXA01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQBXA01             PIC X(70).

      *---------------------------------------------------------------*
      *   OUTPUT:    REGISTRO DE BAIXAS ATUALIZADO NO CICLO           *
      *               ORG. SEQUENCIAL   -   LRECL = 70                *
      *---------------------------------------------------------------*

       FD  ARQBXA02
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQBXA02             PIC X(70).

      *---------------------------------------------------------------*
      *   OUTPUT:    RECUPERACOES DE CONTAS BAIXADAS                  *
      *               ORG. SEQUENCIAL   -   LRECL = 45                *
      *---------------------------------------------------------------*

       FD  ARQSAI06
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSAI06             PIC X(45).

      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       77 ACU-GRAVA-ARQSAI02      PIC  9(005) VALUE ZEROS.
       77 ACU-GRAVA-ARQSAI03      PIC  9(005) VALUE ZEROS.
       77 ACU-GRAVA-ARQSAI04      PIC  9(005) VALUE ZEROS.
       77 ACU-GRAVA-ARQSNP01      PIC  9(005) VALUE ZEROS.

       77 ACU-VLR-ARQSAI01        PIC S9(009)V99 COMP-3 VALUE ZEROS.
       77 ACU-VLR-ARQSAI02        PIC S9(009)V99 COMP-3 VALUE ZEROS.
          03 WRK-AG-COR           PIC 9(004).
          03 WRK-CTA-COR          PIC 9(007).

       01 WRK-CHAVE-PARCELA.
          03 WRK-AG-PCL           PIC 9(004).
          03 WRK-CTA-PCL          PIC 9(007).

       01 WRK-DATAS-CALCULO.
          03 WRK-DAT-EMP-CALC     PIC 9(008).
          03 WRK-DAT-PAG-CALC     PIC 9(008).
          03 WRK-DAT-BASE-CALC    PIC 9(008).

      *    DATA BASE DO ATRASO ENVIADA AO CALE2000 (VENCIMENTO DA      *
      *    PARCELA, FORMATO 003, OU DATA DO EMPRESTIMO, FORMATO 007)   *
      *    E A QTDE DE DIAS DE ATRASO RESULTANTE                       *
       77 WRK-FMT-BASE-CALC       PIC 9(003) VALUE ZEROS.
       77 WRK-QTDE-DIAS-ATRASO    PIC S9(005) COMP-3 VALUE ZEROS.
       77 WRK-MSG-DATA-REJEITADA  PIC X(035) VALUE SPACES.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
       77 WRK-VLR-SALDO-ABERTO    PIC S9(009)V99 COMP-3 VALUE ZEROS.
       77 WRK-VLR-PAGO-CONTA      PIC S9(009)V99 COMP-3 VALUE ZEROS.

      *    PIOR ATRASO ENTRE OS PAGAMENTOS DA CONTA NO CICLO, PARA A   *
      *    FOTOGRAFIA DA SITUACAO (ARQSNP01)                           *
       77 WRK-SIT-CONTA           PIC  X(001) VALUE SPACES.
       77 WRK-DIAS-CONTA          PIC  9(005) VALUE ZEROS.

      *
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQENT01      VALUE 'ENT03103'.
          88 WRK-CN-ARQCKP01      VALUE 'CKP03101'.
          88 WRK-CN-ARQHIS01      VALUE 'HIS03101'.
          88 WRK-CN-ARQCOR01      VALUE 'COR03101'.
          88 WRK-CN-ARQPCL01      VALUE 'PCL03101'.
          88 WRK-CN-ARQSNP01      VALUE 'SNP03101'.
          88 WRK-CN-ARQBXA01      VALUE 'BXA03101'.
          88 WRK-CN-ARQBXA02      VALUE 'BXA03101'.
          88 WRK-CN-ARQSAI06      VALUE 'SAI03603'.

       77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
          88 WRK-CN-OPEN          VALUE 'OPEN '.
           05 WRK-FS-ARQCOR01         PIC  X(002) VALUE SPACES.
               88 WRK-FS-COR01-OK                  VALUE '00'.
               88 WRK-FS-COR01-FIM                 VALUE '10'.
           05 WRK-FS-ARQPCL01         PIC  X(002) VALUE SPACES.
               88 WRK-FS-PCL01-OK                  VALUE '00'.
               88 WRK-FS-PCL01-FIM                 VALUE '10'.
           05 WRK-FS-ARQSNP01         PIC  X(002) VALUE SPACES.
               88 WRK-FS-SNP01-OK                  VALUE '00'.
           05 WRK-FS-ARQBXA01         PIC  X(002) VALUE SPACES.
               88 WRK-FS-BXA01-OK                  VALUE '00'.
               88 WRK-FS-BXA01-FIM                 VALUE '10'.
           05 WRK-FS-ARQBXA02         PIC  X(002) VALUE SPACES.
               88 WRK-FS-BXA02-OK                  VALUE '00'.
           05 WRK-FS-ARQSAI06         PIC  X(002) VALUE SPACES.
               88 WRK-FS-SAI06-OK                  VALUE '00'.

           05 WRK-FS-DISPLAY          PIC X(002) VALUE SPACES.
      *
          88 WRK-CN-COR-ABERTO            VALUE 'S'.
          88 WRK-CN-COR-FECHADO           VALUE 'N'.

       77 WRK-SW-PCL-ABERTO       PIC  X(001) VALUE 'N'.
          88 WRK-CN-PCL-ABERTO            VALUE 'S'.
          88 WRK-CN-PCL-FECHADO           VALUE 'N'.

       77 WRK-SW-BXA-ABERTO       PIC  X(001) VALUE 'N'.
          88 WRK-CN-BXA-ABERTO            VALUE 'S'.
          88 WRK-CN-BXA-FECHADO           VALUE 'N'.

       01 WRK-RETOMA-CHAVE-CADASTRO.
          03 WRK-RETOMA-AG-CADASTRO  PIC  9(004).
          03 WRK-RETOMA-CTA-CADASTRO PIC  9(007).
          03 WRK-RETOMA-AG-MOV       PIC  9(004).
          03 WRK-RETOMA-CTA-MOV      PIC  9(007).
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DO CRONOGRAMA DE PARCELAS DA CONTA'.
      *----------------------------------------------------------------*
      *    PARCELAS DA CONTA CORRENTE DO CADASTRO, CARREGADAS DO       *
      *    ARQPCL01 NA ORDEM DE VENCIMENTO, COM O VALOR AINDA EM       *
      *    ABERTO DE CADA UMA. O NUMERO DA PARCELA TEM 3 DIGITOS, POR  *
      *    ISSO A TABELA COMPORTA QUALQUER CRONOGRAMA VALIDO           *
      *----------------------------------------------------------------*
      *
       77 WRK-MAX-PARCELAS        PIC  9(004) COMP VALUE 999.
       77 WRK-IND-PCL-ABERTA      PIC  9(004) COMP VALUE ZEROS.
       77 WRK-VLR-A-ABATER        PIC S9(009)V99 COMP-3 VALUE ZEROS.
       77 ACU-LIDOS-ARQPCL01      PIC  9(005) VALUE ZEROS.

       77 WRK-SW-PARCELA          PIC  X(001) VALUE 'N'.
          88 WRK-PARCELA-LOCALIZADA       VALUE 'S'.
          88 WRK-SEM-PARCELA-ABERTA       VALUE 'N'.

       01 TAB-PARCELAS.
          05 TAB-PCL-QTDE         PIC  9(004) COMP VALUE ZEROS.
          05 TAB-PCL-ENTRADA      OCCURS 999 TIMES
                                   INDEXED BY IDX-PCL.
             10 TAB-PCL-NUM-PARCELA  PIC 9(003).
             10 TAB-PCL-DAT-VENCTO   PIC 9(008).
             10 TAB-PCL-VLR-ABERTO   PIC S9(009)V99 COMP-3.
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DA BAIXA PARA PREJUIZO E DAS RECUPERACOES'.
      *----------------------------------------------------------------*
      *    O REGISTRO DE BAIXAS ANTERIOR E LIDO NA ORDEM AGENCIA+CONTA *
      *    JUNTO COM O CADASTRO E O MOVIMENTO: O REGISTRO LIDO FICA    *
      *    RETIDO NO BOOK ATE A CHAVE EM PROCESSAMENTO PASSAR DELE,    *
      *    QUANDO E COPIADO PARA O REGISTRO NOVO COM AS RECUPERACOES   *
      *    DO CICLO. A BAIXA NOVA E MONTADA NO MESMO BOOK, POR ISSO O  *
      *    REGISTRO RETIDO E GUARDADO EM WRK-REG-BAIXA-RETIDO          *
      *----------------------------------------------------------------*
      *
       77 WRK-DIAS-ATRASO-BAIXA   PIC  9(005) VALUE ZEROS.
       77 WRK-IDADE-MIN-BAIXA     PIC  9(005) VALUE ZEROS.
       77 WRK-DIAS-CONTA-BAIXA    PIC  9(005) VALUE ZEROS.
       77 WRK-IDADE-CONTA         PIC  9(005) VALUE ZEROS.

       77 ACU-LIDOS-ARQBXA01      PIC  9(007) VALUE ZEROS.
       77 ACU-GRAVA-ARQBXA02      PIC  9(007) VALUE ZEROS.
       77 ACU-BAIXAS-CICLO        PIC  9(005) VALUE ZEROS.
       77 ACU-GRAVA-ARQSAI06      PIC  9(005) VALUE ZEROS.
       77 ACU-DESCARTADAS-BXA     PIC  9(005) VALUE ZEROS.

       77 WRK-SW-BAIXA            PIC  X(001) VALUE 'N'.
          88 WRK-CN-BAIXAR                VALUE 'S'.
          88 WRK-CN-NAO-BAIXAR            VALUE 'N'.

       01 WRK-CHAVE-BAIXA.
          03 WRK-AG-BXA           PIC 9(004).
          03 WRK-CTA-BXA          PIC 9(007).

      *    MENOR CHAVE AINDA NAO PROCESSADA ENTRE CADASTRO E MOVIMENTO *
       01 WRK-CHAVE-POSICAO.
          03 WRK-AG-POSICAO       PIC 9(004).
          03 WRK-CTA-POSICAO      PIC 9(007).

       01 WRK-REG-BAIXA-RETIDO    PIC X(070) VALUE SPACES.
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA E SAIDA'.
           COPY CKP03101.
           COPY HIS03101.
           COPY COR03101.
           COPY PCL03101.
           COPY SNP03101.
           COPY BXA03101.
           COPY SAI03603.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
      *
           PERFORM 3000-PROCESSAR UNTIL (WRK-FS-ENT01-FIM)
                                  AND   (WRK-FS-ENT02-FIM)
      *
           MOVE HIGH-VALUES              TO WRK-CHAVE-POSICAO
           PERFORM 3830-POSICIONAR-BAIXA
      *
           PERFORM 1500-LIMPAR-CHECKPOINT
      *
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-CN-RESTART
              OPEN EXTEND ARQSNP01
           ELSE
              OPEN OUTPUT ARQSNP01
           END-IF
           SET WRK-CN-ARQSNP01                 TO TRUE
      *
           IF NOT WRK-FS-SNP01-OK
              MOVE WRK-FS-ARQSNP01             TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-CN-RESTART
              OPEN EXTEND ARQBXA02
           ELSE
              OPEN OUTPUT ARQBXA02
           END-IF
           SET WRK-CN-ARQBXA02                 TO TRUE
      *
           IF NOT WRK-FS-BXA02-OK
              MOVE WRK-FS-ARQBXA02             TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-CN-RESTART
              OPEN EXTEND ARQSAI06
           ELSE
              OPEN OUTPUT ARQSAI06
           END-IF
           SET WRK-CN-ARQSAI06                 TO TRUE
      *
           IF NOT WRK-FS-SAI06-OK
              MOVE WRK-FS-ARQSAI06             TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-SAIDAS-ABERTAS           TO TRUE

           PERFORM 1260-ABRIR-CORRECAO

           PERFORM 1265-ABRIR-PARCELAS

           PERFORM 1280-ABRIR-BAIXAS

           IF WRK-CN-RESTART
              PERFORM 1200-RETOMAR-CHECKPOINT
           ELSE
                 IF PAR03101-REPROCESSO-AUTORIZADO
                    SET WRK-CN-REPROCESSO-AUTORIZADO TO TRUE
                 END-IF

      *          LIMITES DA BAIXA PARA PREJUIZO - CARTAO ANTIGO, COM   *
      *          BRANCOS NESSAS POSICOES, NAO BAIXA NENHUMA CONTA      *
                 IF PAR03101-DIAS-ATRASO-BAIXA NUMERIC
                    MOVE PAR03101-DIAS-ATRASO-BAIXA
                                         TO WRK-DIAS-ATRASO-BAIXA
                 END-IF
                 IF PAR03101-IDADE-MIN-BAIXA NUMERIC
                    MOVE PAR03101-IDADE-MIN-BAIXA
                                         TO WRK-IDADE-MIN-BAIXA
                 END-IF
              END-IF

              SET WRK-CN-CLOSE                TO TRUE
                                          TO ACU-GRAVA-ARQSAI04
                    MOVE ARQCKP01-ACU-GRAVA-SAI05
                                          TO ACU-GRAVA-ARQSAI05
                    MOVE ARQCKP01-ACU-GRAVA-SNP01
                                          TO ACU-GRAVA-ARQSNP01
                    MOVE ARQCKP01-ACU-GRAVA-BXA02
                                          TO ACU-GRAVA-ARQBXA02
                    MOVE ARQCKP01-ACU-BAIXAS-CICLO
                                          TO ACU-BAIXAS-CICLO
                    MOVE ARQCKP01-ACU-GRAVA-SAI06
                                          TO ACU-GRAVA-ARQSAI06
                    MOVE ARQCKP01-ACU-VLR-SAI01
                                          TO ACU-VLR-ARQSAI01
                    MOVE ARQCKP01-ACU-VLR-SAI02
              PERFORM 9900-FINALIZAR
           END-IF

      *    O REGISTRO DE BAIXAS JA FOI COPIADO ATE A MENOR CHAVE       *
      *    PENDENTE NO CHECKPOINT - SO SALTA OS REGISTROS ANTERIORES   *
           PERFORM 3825-MONTAR-CHAVE-POSICAO
           PERFORM 3835-LER-BAIXA
              UNTIL (WRK-CHAVE-BAIXA NOT LESS WRK-CHAVE-POSICAO)

           SET WRK-CN-EM-PROCESSAMENTO      TO TRUE
           .
      *----------------------------------------------------------------*
       1260-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    ABRE O CRONOGRAMA DE PARCELAS, CLASSIFICADO PELA MESMA       *
      *    CHAVE DO CADASTRO. SE O ARQUIVO NAO EXISTIR NESTA EXECUCAO, *
      *    TODAS AS CONTAS TEM O ATRASO MEDIDO PELA DATA DO            *
      *    EMPRESTIMO, COMO ANTES DO CRONOGRAMA - NAO E ERRO           *
      *----------------------------------------------------------------*
       1265-ABRIR-PARCELAS SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-OPEN                 TO TRUE
           SET WRK-CN-ARQPCL01              TO TRUE

           OPEN INPUT ARQPCL01

           IF WRK-FS-PCL01-OK
              SET WRK-CN-PCL-ABERTO         TO TRUE
              PERFORM 3820-LER-PARCELA
           ELSE
              SET WRK-CN-PCL-FECHADO        TO TRUE
              MOVE HIGH-VALUES              TO WRK-CHAVE-PARCELA
              DISPLAY '* CRONOGRAMA DE PARCELAS NAO DISPONIVEL - '
                      'ATRASO PELA DATA DO EMPRESTIMO'
           END-IF
           .
      *----------------------------------------------------------------*
       1265-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    ABRE O REGISTRO DE BAIXAS DO CICLO ANTERIOR, CLASSIFICADO   *
      *    PELA MESMA CHAVE DO CADASTRO. A PRIMEIRA EXECUCAO LE A      *
      *    GERACAO INICIAL VAZIA DO GDG - SEM O REGISTRO ANTERIOR O    *
      *    PROGRAMA E CANCELADO, PARA NAO CATALOGAR UMA NOVA GERACAO   *
      *    SEM AS BAIXAS ACUMULADAS                                    *
      *----------------------------------------------------------------*
       1280-ABRIR-BAIXAS SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-OPEN                 TO TRUE
           SET WRK-CN-ARQBXA01              TO TRUE

           OPEN INPUT ARQBXA01

           IF WRK-FS-BXA01-OK
              SET WRK-CN-BXA-ABERTO         TO TRUE
              PERFORM 3835-LER-BAIXA
           ELSE
              SET WRK-CN-BXA-FECHADO        TO TRUE
              MOVE WRK-FS-ARQBXA01          TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       1280-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA UM NOVO REGISTRO DE CHECKPOINT COM A SITUACAO ATUAL   *
      *    DO BALANCE LINE, PARA PERMITIR A RETOMADA EM CASO DE        *
      *    INTERRUPCAO DESTA EXECUCAO                                  *
           MOVE ACU-GRAVA-ARQSAI03        TO ARQCKP01-ACU-GRAVA-SAI03
           MOVE ACU-GRAVA-ARQSAI04        TO ARQCKP01-ACU-GRAVA-SAI04
           MOVE ACU-GRAVA-ARQSAI05        TO ARQCKP01-ACU-GRAVA-SAI05
           MOVE ACU-GRAVA-ARQSNP01        TO ARQCKP01-ACU-GRAVA-SNP01
           MOVE ACU-GRAVA-ARQBXA02        TO ARQCKP01-ACU-GRAVA-BXA02
           MOVE ACU-BAIXAS-CICLO          TO ARQCKP01-ACU-BAIXAS-CICLO
           MOVE ACU-GRAVA-ARQSAI06        TO ARQCKP01-ACU-GRAVA-SAI06
           MOVE ACU-VLR-ARQSAI01          TO ARQCKP01-ACU-VLR-SAI01
           MOVE ACU-VLR-ARQSAI02          TO ARQCKP01-ACU-VLR-SAI02
           MOVE ACU-VLR-ARQSAI03          TO ARQCKP01-ACU-VLR-SAI03
       3000-PROCESSAR SECTION.
      *----------------------------------------------------------------*

      *    COPIA PARA O REGISTRO NOVO AS BAIXAS DE CHAVE MENOR QUE A   *
      *    CHAVE EM PROCESSAMENTO, DEIXANDO RETIDA A BAIXA DESTA CHAVE *
           PERFORM 3825-MONTAR-CHAVE-POSICAO
           PERFORM 3830-POSICIONAR-BAIXA

           IF WRK-CHAVE-CADASTRO EQUAL WRK-CHAVE-MOVIMENTO
              IF WRK-CHAVE-BAIXA EQUAL WRK-CHAVE-CADASTRO
                 PERFORM 3290-RECUPERAR-MOVS-CONTA
              ELSE
                 PERFORM 3250-PROCESSAR-MOVS-CONTA
              END-IF
           ELSE
               IF WRK-CHAVE-CADASTRO LESS WRK-CHAVE-MOVIMENTO
      *            CONTA JA BAIXADA SEM PAGAMENTO NO CICLO NAO SAI EM  *
      *            NENHUMA SAIDA - SO CONTINUA NO REGISTRO DE BAIXAS   *
                   IF (WRK-SEM-FILTRO-PRODUTO
                   OR ARQENT01-CODIGO-PRODUTO EQUAL WRK-PRODUTO-FILTRO)
                   AND WRK-CHAVE-BAIXA NOT EQUAL WRK-CHAVE-CADASTRO
                      PERFORM 3050-CARREGAR-PARCELAS
                      PERFORM 3500-LAYOUT-SAIDA3
                      PERFORM 3550-ENVELHECER-SAIDA3
                      PERFORM 3580-AVALIAR-BAIXA
                      IF WRK-CN-BAIXAR
                         PERFORM 3590-LAYOUT-BAIXA
                         PERFORM 3970-GRAVAR-BAIXA-NOVA
                      ELSE
                         PERFORM 3570-LAYOUT-SNAPSHOT-SAIDA3
                         PERFORM 3930-GRAVAR-SAIDA3
                         PERFORM 3960-GRAVAR-SNAPSHOT
                      END-IF
                   END-IF
                   PERFORM 3800-LER-CADASTRO
               ELSE
                   IF (WRK-SEM-FILTRO-PRODUTO)
                   OR (ARQENT02-CODIGO-PRODUTO EQUAL WRK-PRODUTO-FILTRO)
                      IF WRK-CHAVE-BAIXA EQUAL WRK-CHAVE-MOVIMENTO
                         SET ARQSAI06-CONTA-FORA-CADASTRO TO TRUE
                         PERFORM 3750-LAYOUT-SAIDA6
                         PERFORM 3760-ACUMULAR-RECUPERACAO
                         PERFORM 3980-GRAVAR-SAIDA6
                      ELSE
                         PERFORM 3600-LAYOUT-SAIDA4
                         PERFORM 3940-GRAVAR-SAIDA4
                      END-IF
                   END-IF
                   PERFORM 3850-LER-MOVIMENTO
                END-IF
           ADD 1 TO WRK-CKP-CONTADOR
           IF (WRK-CKP-CONTADOR NOT LESS WRK-CKP-INTERVALO)
           AND (WRK-CHAVE-MOVIMENTO NOT EQUAL WRK-CHAVE-MOV-ANTERIOR)
      *       O REGISTRO DE BAIXAS E COPIADO ATE A MENOR CHAVE AINDA   *
      *       PENDENTE, QUE E ONDE A RETOMADA VAI REPOSICIONA-LO       *
              PERFORM 3825-MONTAR-CHAVE-POSICAO
              PERFORM 3830-POSICIONAR-BAIXA
              PERFORM 1400-GRAVAR-CHECKPOINT
              MOVE ZEROS                  TO WRK-CKP-CONTADOR
           END-IF
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    CARREGA NA TABELA AS PARCELAS DA CONTA CORRENTE DO          *
      *    CADASTRO, SALTANDO AS PARCELAS DE CONTAS QUE NAO ESTAO NO   *
      *    CADASTRO. CONTA SEM PARCELAS FICA COM A TABELA VAZIA        *
      *----------------------------------------------------------------*
       3050-CARREGAR-PARCELAS SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                      TO TAB-PCL-QTDE

           IF WRK-CN-PCL-ABERTO
              PERFORM 3820-LER-PARCELA
                 UNTIL (WRK-CHAVE-PARCELA NOT LESS WRK-CHAVE-CADASTRO)

              PERFORM 3060-EMPILHAR-PARCELA
                 UNTIL (WRK-CHAVE-PARCELA NOT EQUAL WRK-CHAVE-CADASTRO)
           END-IF
           .
      *----------------------------------------------------------------*
       3050-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GUARDA NA TABELA A PARCELA LIDA, COM O VALOR AINDA EM       *
      *    ABERTO (DEVIDO MENOS O JA PAGO ATE O CICLO ANTERIOR), E LE  *
      *    A PROXIMA                                                   *
      *----------------------------------------------------------------*
       3060-EMPILHAR-PARCELA SECTION.
      *----------------------------------------------------------------*
           IF TAB-PCL-QTDE NOT LESS WRK-MAX-PARCELAS
      *       SO ACONTECE COM PARCELA REPETIDA NO CRONOGRAMA - ABATER  *
      *       PAGAMENTO NUM CRONOGRAMA TRUNCADO DARIA ATRASO ERRADO    *
              DISPLAY '************************************************'
              DISPLAY '*  CRONOGRAMA COM MAIS PARCELAS QUE A TABELA   *'
              DISPLAY '*  AG/CTA ' WRK-AG-PCL WRK-CTA-PCL
                      '                          *'
              DISPLAY '* 'WRK-PROGRAMA'  CANCELADO                    *'
              DISPLAY '************************************************'
              MOVE 12                      TO RETURN-CODE
              PERFORM 9900-FINALIZAR
           END-IF

           ADD 1                           TO TAB-PCL-QTDE
           SET IDX-PCL                     TO TAB-PCL-QTDE

           MOVE ARQPCL01-NUM-PARCELA       TO TAB-PCL-NUM-PARCELA
                                              (IDX-PCL)
           MOVE ARQPCL01-DAT-VENCTO        TO TAB-PCL-DAT-VENCTO
                                              (IDX-PCL)
           COMPUTE TAB-PCL-VLR-ABERTO (IDX-PCL) =
                   ARQPCL01-VLR-PARCELA - ARQPCL01-VLR-PAGO

           IF TAB-PCL-VLR-ABERTO (IDX-PCL) LESS ZEROS
              MOVE ZEROS                   TO TAB-PCL-VLR-ABERTO
                                              (IDX-PCL)
           END-IF

           PERFORM 3820-LER-PARCELA
           .
      *----------------------------------------------------------------*
       3060-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESSA TODOS OS MOVIMENTOS (ARQENT02) DA MESMA CONTA,      *
      *    UM A UM, ANTES DE AVANCAR O CADASTRO - PERMITE MAIS DE UM   *
      *    MOVIMENTO (PAGAMENTO) POR CONTA NO MATCH-MERGE              *
      *----------------------------------------------------------------*
           MOVE ARQENT01-VLR-SALDO         TO WRK-VLR-SALDO-ABERTO
           MOVE ZEROS                      TO WRK-VLR-PAGO-CONTA
           MOVE '5'                        TO WRK-SIT-CONTA
           MOVE ZEROS                      TO WRK-DIAS-CONTA

           PERFORM 3050-CARREGAR-PARCELAS

           PERFORM 3260-PROCESSAR-1-MOV
           PERFORM 3260-PROCESSAR-1-MOV
              UNTIL (WRK-AG-CADASTRO NOT EQUAL WRK-AG-MOV)
              OR    (WRK-CTA-CADASTRO NOT EQUAL WRK-CTA-MOV)

           IF (WRK-SEM-FILTRO-PRODUTO)
           OR (ARQENT01-CODIGO-PRODUTO EQUAL WRK-PRODUTO-FILTRO)
              PERFORM 3280-LAYOUT-SNAPSHOT-PAGTO
              PERFORM 3960-GRAVAR-SNAPSHOT
           END-IF

           PERFORM 3800-LER-CADASTRO
           .
      *----------------------------------------------------------------*

           PERFORM 3150-APLICAR-CORRECAO

           PERFORM 3170-CALCULAR-ATRASO-PAGTO

      *    ABATE O VALOR PAGO DESTE MOVIMENTO DO SALDO EM ABERTO DA    *
      *    CONTA, SEM DEIXAR O SALDO FICAR NEGATIVO - O QUE EXCEDE O   *
              MOVE ZEROS                   TO WRK-VLR-SALDO-ABERTO
           END-IF

      *    ABATE O MESMO VALOR DAS PARCELAS EM ABERTO, DA MAIS ANTIGA  *
      *    PARA A MAIS NOVA - O PROXIMO PAGAMENTO DA CONTA NO CICLO    *
      *    JA E CASADO COM A PARCELA SEGUINTE                          *
           IF WRK-PARCELA-LOCALIZADA
              MOVE ARQENT02-VLR-PAGO       TO WRK-VLR-A-ABATER
              PERFORM 3180-ABATER-PARCELA
                 VARYING IDX-PCL FROM WRK-IND-PCL-ABERTA BY 1
                 UNTIL (IDX-PCL GREATER TAB-PCL-QTDE)
                 OR    (WRK-VLR-A-ABATER NOT GREATER ZEROS)
           END-IF

           IF WRK-DATA-INVALIDA
              IF (WRK-SEM-FILTRO-PRODUTO)
              OR (ARQENT01-CODIGO-PRODUTO EQUAL WRK-PRODUTO-FILTRO)
           ELSE
              IF (WRK-SEM-FILTRO-PRODUTO)
              OR (ARQENT01-CODIGO-PRODUTO EQUAL WRK-PRODUTO-FILTRO)
                 IF WRK-QTDE-DIAS-ATRASO
                    LESS WRK-LIMITE-DIAS-ATRASO
                    PERFORM 3300-LAYOUT-SAIDA1
                    PERFORM 3910-GRAVAR-SAIDA1
                    PERFORM 3400-LAYOUT-SAIDA2
                    PERFORM 3920-GRAVAR-SAIDA2
                 END-IF
                 PERFORM 3270-ACUMULAR-SITUACAO-CONTA
              END-IF
           END-IF

       3260-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GUARDA O MAIOR ATRASO ENTRE OS PAGAMENTOS DE DATA VALIDA DA *
      *    CONTA NO CICLO E A SITUACAO CORRESPONDENTE, NAS MESMAS      *
      *    FAIXAS DO ARQSAI02                                          *
      *----------------------------------------------------------------*
       3270-ACUMULAR-SITUACAO-CONTA SECTION.
      *----------------------------------------------------------------*
           IF (WRK-SIT-CONTA EQUAL '5')
           OR (WRK-QTDE-DIAS-ATRASO GREATER WRK-DIAS-CONTA)
              MOVE WRK-QTDE-DIAS-ATRASO    TO WRK-DIAS-CONTA
              EVALUATE TRUE
                 WHEN WRK-DIAS-CONTA LESS WRK-LIMITE-DIAS-ATRASO
                    MOVE '0'               TO WRK-SIT-CONTA
                 WHEN WRK-DIAS-CONTA NOT GREATER 60
                    MOVE '1'               TO WRK-SIT-CONTA
                 WHEN WRK-DIAS-CONTA NOT GREATER 90
                    MOVE '2'               TO WRK-SIT-CONTA
                 WHEN WRK-DIAS-CONTA NOT GREATER 180
                    MOVE '3'               TO WRK-SIT-CONTA
                 WHEN OTHER
                    MOVE '4'               TO WRK-SIT-CONTA
              END-EVALUATE
           END-IF
           .
      *----------------------------------------------------------------*
       3270-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    MONTA A FOTOGRAFIA DA CONTA QUE TEVE PAGAMENTO NO CICLO:    *
      *    SALDO EM ABERTO APOS OS PAGAMENTOS E PIOR SITUACAO ENTRE    *
      *    ELES. SALDO ZERADO E CONTA LIQUIDADA                        *
      *----------------------------------------------------------------*
       3280-LAYOUT-SNAPSHOT-PAGTO SECTION.
      *----------------------------------------------------------------*
           SET ARQSNP01-DETALHE         TO TRUE
           MOVE ARQENT01-AGENCIA        TO ARQSNP01-AGENCIA
           MOVE ARQENT01-CONTA          TO ARQSNP01-CONTA
           MOVE ARQENT01-CODIGO-PRODUTO TO ARQSNP01-CODIGO-PRODUTO
           MOVE WRK-SIT-CONTA           TO ARQSNP01-SITUACAO
           MOVE WRK-DIAS-CONTA          TO ARQSNP01-QTDE-DIAS-ATRASO
           MOVE WRK-VLR-SALDO-ABERTO    TO ARQSNP01-VLR-SALDO

           IF WRK-VLR-SALDO-ABERTO NOT GREATER ZEROS
              SET ARQSNP01-SIT-LIQUIDADA TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       3280-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    CONTA DO CADASTRO JA BAIXADA PARA PREJUIZO: TODOS OS        *
      *    PAGAMENTOS DELA NO CICLO SAO RECUPERACAO (ARQSAI06) - NAO   *
      *    ENTRAM EM ARQSAI01/ARQSAI02 NEM NA FOTOGRAFIA               *
      *----------------------------------------------------------------*
       3290-RECUPERAR-MOVS-CONTA SECTION.
      *----------------------------------------------------------------*
           PERFORM 3295-RECUPERAR-1-MOV
              UNTIL (WRK-CHAVE-MOVIMENTO NOT EQUAL WRK-CHAVE-CADASTRO)

           PERFORM 3800-LER-CADASTRO
           .
      *----------------------------------------------------------------*
       3290-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA 1 PAGAMENTO DA CONTA BAIXADA COMO RECUPERACAO E LE O  *
      *    PROXIMO MOVIMENTO                                           *
      *----------------------------------------------------------------*
       3295-RECUPERAR-1-MOV SECTION.
      *----------------------------------------------------------------*
           IF (WRK-SEM-FILTRO-PRODUTO)
           OR (ARQENT01-CODIGO-PRODUTO EQUAL WRK-PRODUTO-FILTRO)
              SET ARQSAI06-CONTA-NO-CADASTRO TO TRUE
              PERFORM 3750-LAYOUT-SAIDA6
              PERFORM 3760-ACUMULAR-RECUPERACAO
              PERFORM 3980-GRAVAR-SAIDA6
           END-IF

           PERFORM 3850-LER-MOVIMENTO
           .
      *----------------------------------------------------------------*
       3295-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    MONTA AS DATAS QUE SERAO ENVIADAS AO CALE2000, SUBSTITUINDO *
      *    A DATA DE EMISSAO E/OU A DE PAGAMENTO PELAS DATAS FIXAS DO  *
      *    ARQUIVO DE CORRECAO QUANDO A CONTA CORRENTE TIVER UM        *
       3150-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LOCALIZA NA TABELA A PARCELA EM ABERTO MAIS ANTIGA DA       *
      *    CONTA, GUARDANDO A SUA POSICAO EM WRK-IND-PCL-ABERTA        *
      *----------------------------------------------------------------*
       3160-LOCALIZAR-PARCELA-ABERTA SECTION.
      *----------------------------------------------------------------*
           SET WRK-SEM-PARCELA-ABERTA      TO TRUE
           MOVE ZEROS                      TO WRK-IND-PCL-ABERTA

           IF TAB-PCL-QTDE GREATER ZEROS
              SET IDX-PCL                  TO 1
              SEARCH TAB-PCL-ENTRADA
                  AT END
                     CONTINUE
                  WHEN (IDX-PCL GREATER TAB-PCL-QTDE)
                     CONTINUE
                  WHEN (TAB-PCL-VLR-ABERTO (IDX-PCL) GREATER ZEROS)
                     SET WRK-PARCELA-LOCALIZADA TO TRUE
                     SET WRK-IND-PCL-ABERTA     TO IDX-PCL
              END-SEARCH
           END-IF
           .
      *----------------------------------------------------------------*
       3160-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    DIAS DE ATRASO DO PAGAMENTO: CONTADOS DO VENCIMENTO DA      *
      *    PARCELA EM ABERTO MAIS ANTIGA ATE A DATA DO PAGAMENTO.      *
      *    PAGAMENTO ATE O VENCIMENTO, OU DE CONTA SEM PARCELA EM      *
      *    ABERTO (ADIANTAMENTO), NAO TEM ATRASO. CONTA SEM            *
      *    CRONOGRAMA CONTINUA MEDIDA PELA DATA DO EMPRESTIMO          *
      *----------------------------------------------------------------*
       3170-CALCULAR-ATRASO-PAGTO SECTION.
      *----------------------------------------------------------------*
           SET WRK-DATA-VALIDA             TO TRUE
           MOVE ZEROS                      TO WRK-QTDE-DIAS-ATRASO
           MOVE ' - ENVIADO PARA SUSPENSE' TO WRK-MSG-DATA-REJEITADA

           PERFORM 3160-LOCALIZAR-PARCELA-ABERTA

           IF WRK-PARCELA-LOCALIZADA
              SET IDX-PCL                  TO WRK-IND-PCL-ABERTA
              IF WRK-DAT-PAG-CALC GREATER TAB-PCL-DAT-VENCTO (IDX-PCL)
                 MOVE TAB-PCL-DAT-VENCTO (IDX-PCL)
                                           TO WRK-DAT-BASE-CALC
                 MOVE 003                  TO WRK-FMT-BASE-CALC
                 PERFORM 3100-CALCULA-QTDE-DIAS
              END-IF
           ELSE
              IF TAB-PCL-QTDE EQUAL ZEROS
                 MOVE WRK-DAT-EMP-CALC     TO WRK-DAT-BASE-CALC
                 MOVE 007                  TO WRK-FMT-BASE-CALC
                 PERFORM 3100-CALCULA-QTDE-DIAS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3170-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    ABATE O SALDO DO PAGAMENTO DA PARCELA APONTADA POR IDX-PCL  *
      *----------------------------------------------------------------*
       3180-ABATER-PARCELA SECTION.
      *----------------------------------------------------------------*
           IF WRK-VLR-A-ABATER NOT LESS TAB-PCL-VLR-ABERTO (IDX-PCL)
              SUBTRACT TAB-PCL-VLR-ABERTO (IDX-PCL)
                                           FROM WRK-VLR-A-ABATER
              MOVE ZEROS                   TO TAB-PCL-VLR-ABERTO
                                              (IDX-PCL)
           ELSE
              SUBTRACT WRK-VLR-A-ABATER    FROM TAB-PCL-VLR-ABERTO
                                              (IDX-PCL)
              MOVE ZEROS                   TO WRK-VLR-A-ABATER
           END-IF
           .
      *----------------------------------------------------------------*
       3180-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA PARA OBTER QTDE DE DIAS CORRIDOS ENTRE DUAS DATAS    *
      *----------------------------------------------------------------*
           MOVE 'F3'                  TO CALE01-FUNCAO.
           MOVE 'SF3004'              TO CALE01-SUB-FUNCAO.

           MOVE WRK-FMT-BASE-CALC     TO CALE01-FORMATO-ARGUMENTO-INI
           MOVE WRK-DAT-BASE-CALC     TO CALE01-VLR-ARGUMENTO-INI.

           MOVE 003                   TO CALE01-FORMATO-ARGUMENTO-FINAL.
           MOVE WRK-DAT-PAG-CALC      TO CALE01-VLR-ARGUMENTO-FINAL.
           MOVE ZEROS                 TO CALE01-COD-IDIOMA
           MOVE ZEROS                 TO CALE01-COD-LOCALIDADE

           MOVE WRK-DAT-BASE-CALC     TO CALE01-VLR-ARGUMENTO-INI.
           MOVE WRK-DAT-PAG-CALC      TO CALE01-VLR-ARGUMENTO-FINAL.

           CALL WRK-CALE2000          USING CALE01-REGISTRO.
           EVALUATE CALE01-COD-RETORNO

              WHEN ZEROS
                 MOVE CALE01-QTDE-DIAS-PERIODO
                                         TO WRK-QTDE-DIAS-ATRASO
              WHEN OTHER
                 SET WRK-DATA-INVALIDA   TO TRUE
                 DISPLAY '* CALE2000 REJEITOU A DATA - AG/CTA '
                          ARQENT01-AGENCIA ARQENT01-CONTA
                          ' COD.RETORNO: ' CALE01-COD-RETORNO
                          WRK-MSG-DATA-REJEITADA
           END-EVALUATE

           . 
           MOVE ARQENT01-AGENCIA        TO ARQSAI02-AGENCIA
           MOVE ARQENT01-CONTA          TO ARQSAI02-CONTA
           MOVE ARQENT01-DAT-EMP        TO ARQSAI02-DAT-EMP
           MOVE WRK-QTDE-DIAS-ATRASO    TO ARQSAI02-QTDE-DIAS-ATRASO
           MOVE ARQENT01-CODIGO-PRODUTO
                                        TO ARQSAI02-CODIGO-PRODUTO
           MOVE WRK-VLR-SALDO-ABERTO   TO ARQSAI02-VLR-SALDO

           COMPUTE ARQSAI02-VLR-JUROS ROUNDED =
                   (ARQENT01-VLR-SALDO * WRK-TAXA-JUROS-DIA
                    * WRK-QTDE-DIAS-ATRASO) / 100

           EVALUATE TRUE
              WHEN WRK-QTDE-DIAS-ATRASO NOT GREATER 60
                 SET ARQSAI02-FAIXA-31-60    TO TRUE
              WHEN WRK-QTDE-DIAS-ATRASO NOT GREATER 90
                 SET ARQSAI02-FAIXA-61-90    TO TRUE
              WHEN WRK-QTDE-DIAS-ATRASO NOT GREATER 180
                 SET ARQSAI02-FAIXA-91-180   TO TRUE
              WHEN OTHER
                 SET ARQSAI02-FAIXA-180-MAIS TO TRUE
       3500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    ENVELHECE A CONTA SEM PAGAMENTO PELA PARCELA EM ABERTO MAIS *
      *    ANTIGA: DIAS DO VENCIMENTO ATE A DATA DO CICLO, NAS MESMAS  *
      *    FAIXAS DOS ATRASADOS. PARCELA AINDA A VENCER, OU ATRASO     *
      *    ABAIXO DO LIMITE DO CARTAO, E CONTA EM DIA. CONTA SEM       *
      *    CRONOGRAMA OU COM VENCIMENTO REJEITADO PELO CALE2000 FICA   *
      *    SEM FAIXA                                                   *
      *----------------------------------------------------------------*
       3550-ENVELHECER-SAIDA3 SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                   TO ARQSAI03-NUM-PARCELA
                                           ARQSAI03-DAT-VENCTO
                                           ARQSAI03-QTDE-DIAS-ATRASO
           SET ARQSAI03-NAO-ENVELHECIDA TO TRUE

           IF TAB-PCL-QTDE GREATER ZEROS
              PERFORM 3160-LOCALIZAR-PARCELA-ABERTA

              IF WRK-SEM-PARCELA-ABERTA
                 SET ARQSAI03-EM-DIA    TO TRUE
              ELSE
                 SET IDX-PCL            TO WRK-IND-PCL-ABERTA
                 MOVE TAB-PCL-NUM-PARCELA (IDX-PCL)
                                        TO ARQSAI03-NUM-PARCELA
                 MOVE TAB-PCL-DAT-VENCTO (IDX-PCL)
                                        TO ARQSAI03-DAT-VENCTO

                 IF TAB-PCL-DAT-VENCTO (IDX-PCL)
                    NOT LESS WRK-DATA-EXECUCAO
                    SET ARQSAI03-EM-DIA TO TRUE
                 ELSE
                    PERFORM 3560-CALCULAR-ATRASO-SAIDA3
                 END-IF
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3550-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    DIAS DO VENCIMENTO DA PARCELA EM ABERTO MAIS ANTIGA ATE A   *
      *    DATA DO CICLO E FAIXA CORRESPONDENTE                        *
      *----------------------------------------------------------------*
       3560-CALCULAR-ATRASO-SAIDA3 SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                   TO WRK-QTDE-DIAS-ATRASO
           MOVE TAB-PCL-DAT-VENCTO (IDX-PCL)
                                        TO WRK-DAT-BASE-CALC
           MOVE 003                     TO WRK-FMT-BASE-CALC
           MOVE WRK-DATA-EXECUCAO       TO WRK-DAT-PAG-CALC
           MOVE ' - CONTA SEM PAGTO NAO ENVELHECIDA'
                                        TO WRK-MSG-DATA-REJEITADA

           PERFORM 3100-CALCULA-QTDE-DIAS

           IF WRK-DATA-VALIDA
              MOVE WRK-QTDE-DIAS-ATRASO TO ARQSAI03-QTDE-DIAS-ATRASO
              EVALUATE TRUE
                 WHEN WRK-QTDE-DIAS-ATRASO LESS WRK-LIMITE-DIAS-ATRASO
                    SET ARQSAI03-EM-DIA          TO TRUE
                 WHEN WRK-QTDE-DIAS-ATRASO NOT GREATER 60
                    SET ARQSAI03-FAIXA-31-60     TO TRUE
                 WHEN WRK-QTDE-DIAS-ATRASO NOT GREATER 90
                    SET ARQSAI03-FAIXA-61-90     TO TRUE
                 WHEN WRK-QTDE-DIAS-ATRASO NOT GREATER 180
                    SET ARQSAI03-FAIXA-91-180    TO TRUE
                 WHEN OTHER
                    SET ARQSAI03-FAIXA-180-MAIS  TO TRUE
              END-EVALUATE
           END-IF
           .
      *----------------------------------------------------------------*
       3560-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    MONTA A FOTOGRAFIA DA CONTA SEM PAGAMENTO A PARTIR DO       *
      *    ARQSAI03 JA ENVELHECIDO: A FAIXA DA PARCELA EM ABERTO MAIS  *
      *    ANTIGA; SEM CRONOGRAMA FICA SEM PAGTO. SALDO ZERADO E       *
      *    CONTA LIQUIDADA                                             *
      *----------------------------------------------------------------*
       3570-LAYOUT-SNAPSHOT-SAIDA3 SECTION.
      *----------------------------------------------------------------*
           SET ARQSNP01-DETALHE          TO TRUE
           MOVE ARQSAI03-AGENCIA         TO ARQSNP01-AGENCIA
           MOVE ARQSAI03-CONTA           TO ARQSNP01-CONTA
           MOVE ARQSAI03-CODIGO-PRODUTO  TO ARQSNP01-CODIGO-PRODUTO
           MOVE ARQSAI03-QTDE-DIAS-ATRASO
                                         TO ARQSNP01-QTDE-DIAS-ATRASO
           MOVE ARQSAI03-VLR-SALDO       TO ARQSNP01-VLR-SALDO

           EVALUATE TRUE
              WHEN ARQSAI03-VLR-SALDO NOT GREATER ZEROS
                 SET ARQSNP01-SIT-LIQUIDADA  TO TRUE
              WHEN ARQSAI03-NAO-ENVELHECIDA
                 SET ARQSNP01-SIT-SEM-PGTO   TO TRUE
              WHEN OTHER
                 MOVE ARQSAI03-FAIXA-ATRASO  TO ARQSNP01-SITUACAO
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3570-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    BAIXA PARA PREJUIZO DA CONTA SEM PAGAMENTO NO CICLO: BAIXA  *
      *    QUANDO O ATRASO DA PARCELA EM ABERTO MAIS ANTIGA ATINGE O   *
      *    LIMITE DE DIAS DO CARTAO E O EMPRESTIMO TEM PELO MENOS A    *
      *    IDADE MINIMA DO CARTAO (DIAS DESDE A DATA DO EMPRESTIMO).   *
      *    O ATRASO E SEMPRE O DA PARCELA (ARQSAI03): CONTA SEM        *
      *    ATRASO APURADO (SEM CRONOGRAMA OU COM VENCIMENTO REJEITADO  *
      *    PELO CALE2000) OU COM SALDO ZERADO NAO E BAIXADA, POR MAIS  *
      *    ANTIGO QUE SEJA O EMPRESTIMO. CONTA QUE PAGOU NO CICLO      *
      *    NAO E AVALIADA - VOLTA A SER AVALIADA NO CICLO SEGUINTE     *
      *----------------------------------------------------------------*
       3580-AVALIAR-BAIXA SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-NAO-BAIXAR        TO TRUE
           MOVE ZEROS                   TO WRK-DIAS-CONTA-BAIXA
                                           WRK-IDADE-CONTA

           IF (WRK-DIAS-ATRASO-BAIXA GREATER ZEROS)
           AND (ARQSAI03-VLR-SALDO GREATER ZEROS)
              EVALUATE TRUE
                 WHEN ARQSAI03-NAO-ENVELHECIDA
                    CONTINUE
                 WHEN ARQSAI03-QTDE-DIAS-ATRASO
                      NOT LESS WRK-DIAS-ATRASO-BAIXA
                    MOVE ARQSAI03-QTDE-DIAS-ATRASO
                                             TO WRK-DIAS-CONTA-BAIXA
                    PERFORM 3585-CALCULAR-IDADE-CONTA
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE

              IF (WRK-DIAS-CONTA-BAIXA NOT LESS WRK-DIAS-ATRASO-BAIXA)
              AND (WRK-IDADE-CONTA NOT LESS WRK-IDADE-MIN-BAIXA)
              AND (WRK-DATA-VALIDA)
                 SET WRK-CN-BAIXAR      TO TRUE
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3580-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    IDADE DO EMPRESTIMO: DIAS DA DATA DO EMPRESTIMO ATE A DATA  *
      *    DO CICLO                                                    *
      *----------------------------------------------------------------*
       3585-CALCULAR-IDADE-CONTA SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                   TO WRK-QTDE-DIAS-ATRASO
           MOVE ARQENT01-DAT-EMP        TO WRK-DAT-BASE-CALC
           MOVE 007                     TO WRK-FMT-BASE-CALC
           MOVE WRK-DATA-EXECUCAO       TO WRK-DAT-PAG-CALC
           MOVE ' - CONTA NAO AVALIADA PARA BAIXA'
                                        TO WRK-MSG-DATA-REJEITADA

           PERFORM 3100-CALCULA-QTDE-DIAS

           IF WRK-DATA-VALIDA
              MOVE WRK-QTDE-DIAS-ATRASO TO WRK-IDADE-CONTA
           END-IF
           .
      *----------------------------------------------------------------*
       3585-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    MONTA O REGISTRO DA CONTA BAIXADA NO CICLO, COM O SALDO EM  *
      *    ABERTO E OS JUROS DE MORA NA DATA DA BAIXA (MESMA FORMULA   *
      *    DO ARQSAI02). O REGISTRO DE BAIXAS ANTERIOR RETIDO NO BOOK  *
      *    E GUARDADO E VOLTA DEPOIS DA GRAVACAO                       *
      *----------------------------------------------------------------*
       3590-LAYOUT-BAIXA SECTION.
      *----------------------------------------------------------------*
           MOVE ARQBXA01-REGISTRO       TO WRK-REG-BAIXA-RETIDO

           INITIALIZE                   ARQBXA01-REGISTRO
           SET ARQBXA01-DETALHE         TO TRUE
           MOVE ARQENT01-AGENCIA        TO ARQBXA01-AGENCIA
           MOVE ARQENT01-CONTA          TO ARQBXA01-CONTA
           MOVE ARQENT01-CODIGO-PRODUTO TO ARQBXA01-CODIGO-PRODUTO
           MOVE ARQENT01-DAT-EMP        TO ARQBXA01-DAT-EMP
           MOVE WRK-DATA-EXECUCAO       TO ARQBXA01-DATA-BAIXA
           MOVE WRK-DIAS-CONTA-BAIXA    TO ARQBXA01-QTDE-DIAS-ATRASO
           MOVE ARQSAI03-VLR-SALDO      TO ARQBXA01-VLR-SALDO

           COMPUTE ARQBXA01-VLR-JUROS ROUNDED =
                   (ARQSAI03-VLR-SALDO * WRK-TAXA-JUROS-DIA
                    * WRK-DIAS-CONTA-BAIXA) / 100
           .
      *----------------------------------------------------------------*
       3590-99-FIM.
           EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *          NÃO CADASTRADOS (INEXISTENTES)                         *
           MOVE ARQENT02-AGENCIA        TO ARQSAI04-AGENCIA
           MOVE ARQENT02-CONTA          TO ARQSAI04-CONTA
           MOVE ARQENT02-CODIGO-PRODUTO TO ARQSAI04-CODIGO-PRODUTO
           MOVE ARQENT02-DAT-PAG        TO ARQSAI04-DAT-PAG
           MOVE ARQENT02-VLR-PAGO       TO ARQSAI04-VLR-PAGO
           .
      *----------------------------------------------------------------*
       3600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *          RECUPERACAO - PAGAMENTO DE CONTA BAIXADA              *
      *----------------------------------------------------------------*
       3750-LAYOUT-SAIDA6 SECTION.
      *----------------------------------------------------------------*
           SET ARQSAI06-DETALHE         TO TRUE
           MOVE ARQENT02-AGENCIA        TO ARQSAI06-AGENCIA
           MOVE ARQENT02-CONTA          TO ARQSAI06-CONTA
           MOVE ARQENT02-CODIGO-PRODUTO TO ARQSAI06-CODIGO-PRODUTO
           MOVE ARQENT02-DAT-PAG        TO ARQSAI06-DAT-PAG
           MOVE ARQENT02-VLR-PAGO       TO ARQSAI06-VLR-PAGO
           MOVE ARQBXA01-DATA-BAIXA     TO ARQSAI06-DATA-BAIXA
           MOVE ARQBXA01-VLR-SALDO      TO ARQSAI06-VLR-SALDO-BAIXA
           .
      *----------------------------------------------------------------*
       3750-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    SOMA A RECUPERACAO NO REGISTRO DE BAIXAS RETIDO, QUE SERA   *
      *    COPIADO PARA O REGISTRO NOVO QUANDO A CHAVE PASSAR DELE     *
      *----------------------------------------------------------------*
       3760-ACUMULAR-RECUPERACAO SECTION.
      *----------------------------------------------------------------*
           IF ARQBXA01-DATA-ULT-RECUP NOT EQUAL WRK-DATA-EXECUCAO
              MOVE WRK-DATA-EXECUCAO    TO ARQBXA01-DATA-ULT-RECUP
              MOVE ZEROS                TO ARQBXA01-VLR-RECUP-ULT-CICLO
           END-IF

           ADD ARQENT02-VLR-PAGO        TO ARQBXA01-VLR-RECUPERADO
                                           ARQBXA01-VLR-RECUP-ULT-CICLO
           .
      *----------------------------------------------------------------*
       3760-99-FIM.
           EXIT.
      *----------------------------------------------------------------*

       3800-LER-CADASTRO SECTION.
      *----------------------------------------------------------------*
           INITIALIZE                     ARQENT01-REGISTRO 
       3810-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LE UM REGISTRO DO CRONOGRAMA DE PARCELAS, POSICIONANDO A    *
      *    CHAVE AGENCIA+CONTA PARA O CONFRONTO COM O CADASTRO FEITO   *
      *    EM 3050-CARREGAR-PARCELAS                                   *
      *----------------------------------------------------------------*
       3820-LER-PARCELA SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                TO TRUE
           SET WRK-CN-ARQPCL01            TO TRUE

           READ ARQPCL01 INTO ARQPCL01-REGISTRO.
      *
           EVALUATE WRK-FS-ARQPCL01
                WHEN '00'
                     ADD 1 TO ACU-LIDOS-ARQPCL01
                     MOVE ARQPCL01-AGENCIA TO WRK-AG-PCL
                     MOVE ARQPCL01-CONTA   TO WRK-CTA-PCL
                WHEN '10'
                     MOVE HIGH-VALUES     TO WRK-CHAVE-PARCELA
                WHEN OTHER
                     MOVE WRK-FS-ARQPCL01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *
      *----------------------------------------------------------------*
       3820-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    MENOR CHAVE AINDA NAO PROCESSADA ENTRE O CADASTRO E O       *
      *    MOVIMENTO - ATE ONDE O REGISTRO DE BAIXAS PODE SER COPIADO  *
      *----------------------------------------------------------------*
       3825-MONTAR-CHAVE-POSICAO SECTION.
      *----------------------------------------------------------------*
           IF WRK-CHAVE-CADASTRO LESS WRK-CHAVE-MOVIMENTO
              MOVE WRK-CHAVE-CADASTRO      TO WRK-CHAVE-POSICAO
           ELSE
              MOVE WRK-CHAVE-MOVIMENTO     TO WRK-CHAVE-POSICAO
           END-IF
           .
      *----------------------------------------------------------------*
       3825-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    COPIA PARA O REGISTRO NOVO AS BAIXAS DE CHAVE MENOR QUE     *
      *    WRK-CHAVE-POSICAO. HIGH-VALUES COPIA O RESTANTE             *
      *----------------------------------------------------------------*
       3830-POSICIONAR-BAIXA SECTION.
      *----------------------------------------------------------------*
           PERFORM 3840-COPIAR-BAIXA
              UNTIL (WRK-CHAVE-BAIXA NOT LESS WRK-CHAVE-POSICAO)
           .
      *----------------------------------------------------------------*
       3830-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LE O PROXIMO REGISTRO VALIDO DO REGISTRO DE BAIXAS          *
      *    ANTERIOR (VER 3836-LER-REG-BAIXA)                           *
      *----------------------------------------------------------------*
       3835-LER-BAIXA SECTION.
      *----------------------------------------------------------------*
           MOVE LOW-VALUES                 TO WRK-CHAVE-BAIXA

           PERFORM 3836-LER-REG-BAIXA
              UNTIL (WRK-CHAVE-BAIXA NOT EQUAL LOW-VALUES)
           .
      *----------------------------------------------------------------*
       3835-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LE UM REGISTRO DO REGISTRO DE BAIXAS ANTERIOR. NO           *
      *    REPROCESSAMENTO DE UM CICLO, A BAIXA FEITA NA EXECUCAO      *
      *    ANTERIOR DO MESMO CICLO E DESCARTADA (A CONTA E AVALIADA DE *
      *    NOVO) E A RECUPERACAO DO MESMO CICLO E DESFEITA (OS         *
      *    PAGAMENTOS VOLTAM NO MOVIMENTO). O TRAILER E PULADO (A      *
      *    RETOMADA DE UM CHECKPOINT DEIXA UM TRAILER NO MEIO DO       *
      *    ARQUIVO) E O FIM DO ARQUIVO ENCERRA A LEITURA               *
      *----------------------------------------------------------------*
       3836-LER-REG-BAIXA SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                TO TRUE
           SET WRK-CN-ARQBXA01            TO TRUE

           READ ARQBXA01 INTO ARQBXA01-REGISTRO.
      *
           EVALUATE WRK-FS-ARQBXA01
                WHEN '00'
                     IF ARQBXA01-TRAILER
                        CONTINUE
                     ELSE
                        ADD 1 TO ACU-LIDOS-ARQBXA01
                        IF ARQBXA01-DATA-BAIXA EQUAL WRK-DATA-EXECUCAO
                           ADD 1 TO ACU-DESCARTADAS-BXA
                        ELSE
                           IF ARQBXA01-DATA-ULT-RECUP
                              EQUAL WRK-DATA-EXECUCAO
                              SUBTRACT ARQBXA01-VLR-RECUP-ULT-CICLO
                                          FROM ARQBXA01-VLR-RECUPERADO
                              MOVE ZEROS
                                TO ARQBXA01-VLR-RECUP-ULT-CICLO
                                   ARQBXA01-DATA-ULT-RECUP
                           END-IF
                           MOVE ARQBXA01-AGENCIA TO WRK-AG-BXA
                           MOVE ARQBXA01-CONTA   TO WRK-CTA-BXA
                        END-IF
                     END-IF
                WHEN '10'
                     MOVE HIGH-VALUES     TO WRK-CHAVE-BAIXA
                WHEN OTHER
                     MOVE WRK-FS-ARQBXA01 TO WRK-FS-DISPLAY
                     PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *
      *----------------------------------------------------------------*
       3836-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    COPIA A BAIXA RETIDA PARA O REGISTRO NOVO E LE A PROXIMA    *
      *----------------------------------------------------------------*
       3840-COPIAR-BAIXA SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE               TO TRUE
           SET WRK-CN-ARQBXA02            TO TRUE

           WRITE FD-ARQBXA02 FROM ARQBXA01-REGISTRO.

           IF NOT WRK-FS-BXA02-OK
              MOVE WRK-FS-ARQBXA02        TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1                          TO ACU-GRAVA-ARQBXA02

           PERFORM 3835-LER-BAIXA
           .
      *----------------------------------------------------------------*
       3840-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
       3910-GRAVAR-SAIDA1 SECTION.
      *----------------------------------------------------------------*
       3950-99-FIM.
           EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------
       3960-GRAVAR-SNAPSHOT SECTION.
      *----------------------------------------------------------------*

           SET WRK-CN-WRITE        TO TRUE
           SET WRK-CN-ARQSNP01     TO TRUE

           WRITE FD-ARQSNP01 FROM ARQSNP01-REGISTRO.

           IF NOT WRK-FS-SNP01-OK
              MOVE WRK-FS-ARQSNP01 TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           COMPUTE ACU-GRAVA-ARQSNP01 = ACU-GRAVA-ARQSNP01 + 1

           INITIALIZE ARQSNP01-REGISTRO
           .

      *----------------------------------------------------------------*
       3960-99-FIM.
           EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------
       3970-GRAVAR-BAIXA-NOVA SECTION.
      *----------------------------------------------------------------*

           SET WRK-CN-WRITE        TO TRUE
           SET WRK-CN-ARQBXA02     TO TRUE

           WRITE FD-ARQBXA02 FROM ARQBXA01-REGISTRO.

           IF NOT WRK-FS-BXA02-OK
              MOVE WRK-FS-ARQBXA02 TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1                   TO ACU-GRAVA-ARQBXA02
           ADD 1                   TO ACU-BAIXAS-CICLO

           MOVE WRK-REG-BAIXA-RETIDO TO ARQBXA01-REGISTRO
           INITIALIZE ARQSAI03-REGISTRO
           .

      *----------------------------------------------------------------*
       3970-99-FIM.
           EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------
       3980-GRAVAR-SAIDA6 SECTION.
      *----------------------------------------------------------------*

           SET WRK-CN-WRITE        TO TRUE
           SET WRK-CN-ARQSAI06     TO TRUE

           WRITE FD-ARQSAI06 FROM ARQSAI06-REGISTRO.

           IF NOT WRK-FS-SAI06-OK
              MOVE WRK-FS-ARQSAI06 TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           COMPUTE ACU-GRAVA-ARQSAI06 = ACU-GRAVA-ARQSAI06 + 1

           INITIALIZE ARQSAI06-REGISTRO
           .

      *----------------------------------------------------------------*
       3980-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA O TRAILER DE BALANCEAMENTO (QTDE DE REGISTROS E DATA   *
      *    DE EXECUCAO) NOS QUATRO ARQUIVOS DE SAIDA DO BALANCE LINE,   *
      *    PARA CONFERENCIA PELOS PASSOS SEGUINTES DO JOB               *
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQSNP01          TO TRUE

           SET ARQSNP01-TRAILER         TO TRUE
           MOVE ACU-GRAVA-ARQSNP01      TO ARQSNP01-TRL-QTDE-REG
           MOVE WRK-DATA-EXECUCAO       TO ARQSNP01-TRL-DATA-EXEC

           WRITE FD-ARQSNP01 FROM ARQSNP01-REG-TRAILER.

           IF NOT WRK-FS-SNP01-OK
              MOVE WRK-FS-ARQSNP01      TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQBXA02          TO TRUE

           INITIALIZE                   ARQBXA01-REGISTRO
           SET ARQBXA01-TRAILER         TO TRUE
           MOVE ACU-GRAVA-ARQBXA02      TO ARQBXA01-TRL-QTDE-REG
           MOVE WRK-DATA-EXECUCAO       TO ARQBXA01-TRL-DATA-EXEC

           WRITE FD-ARQBXA02 FROM ARQBXA01-REG-TRAILER.

           IF NOT WRK-FS-BXA02-OK
              MOVE WRK-FS-ARQBXA02      TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQSAI06          TO TRUE

           SET ARQSAI06-TRAILER         TO TRUE
           MOVE ACU-GRAVA-ARQSAI06      TO ARQSAI06-TRL-QTDE-REG
           MOVE WRK-DATA-EXECUCAO       TO ARQSAI06-TRL-DATA-EXEC

           WRITE FD-ARQSAI06 FROM ARQSAI06-REG-TRAILER.

           IF NOT WRK-FS-SAI06-OK
              MOVE WRK-FS-ARQSAI06      TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           .
      *----------------------------------------------------------------*
       9850-99-FIM.
                 MOVE WRK-FS-ARQSAI05 TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF

              SET WRK-CN-ARQSNP01  TO TRUE

              CLOSE ARQSNP01
              IF NOT WRK-FS-SNP01-OK
                 MOVE WRK-FS-ARQSNP01 TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF

              SET WRK-CN-ARQBXA02  TO TRUE

              CLOSE ARQBXA02
              IF NOT WRK-FS-BXA02-OK
                 MOVE WRK-FS-ARQBXA02 TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF

              SET WRK-CN-ARQSAI06  TO TRUE

              CLOSE ARQSAI06
              IF NOT WRK-FS-SAI06-OK
                 MOVE WRK-FS-ARQSAI06 TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF

           IF WRK-CN-CKP-ABERTO
              END-IF
           END-IF

           IF WRK-CN-PCL-ABERTO
              SET WRK-CN-PCL-FECHADO TO TRUE
              SET WRK-CN-ARQPCL01  TO TRUE

              CLOSE ARQPCL01
              IF NOT WRK-FS-PCL01-OK
                 MOVE WRK-FS-ARQPCL01 TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF

           IF WRK-CN-BXA-ABERTO
              SET WRK-CN-BXA-FECHADO TO TRUE
              SET WRK-CN-ARQBXA01  TO TRUE

              CLOSE ARQBXA01
              IF NOT WRK-FS-BXA01-OK
                 MOVE WRK-FS-ARQBXA01 TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF

           MOVE ACU-LIDOS-ARQENT01 TO WRK-MASK-QTDREG
           DISPLAY '***************************************************'
           DISPLAY '* QTDE DE CADASTROS LIDOS 'WRK-MASK-QTDREG'       *'
           DISPLAY '* QTDE DE DATAS REJEITADAS (SUSPENSE):'
                                                  WRK-MASK-QTDREG' *'
           DISPLAY '***************************************************'
           MOVE ACU-LIDOS-ARQPCL01 TO WRK-MASK-QTDREG
           DISPLAY '***************************************************'
           DISPLAY '* QTDE DE PARCELAS LIDAS: 'WRK-MASK-QTDREG'       *'
           DISPLAY '***************************************************'
           MOVE ACU-GRAVA-ARQSNP01 TO WRK-MASK-QTDREG
           DISPLAY '***************************************************'
           DISPLAY '* QTDE DE CONTAS NA FOTOGRAFIA: 'WRK-MASK-QTDREG' *'
           DISPLAY '***************************************************'
           MOVE ACU-BAIXAS-CICLO   TO WRK-MASK-QTDREG
           DISPLAY '***************************************************'
           DISPLAY '* QTDE DE CONTAS BAIXADAS NO CICLO:'
                                                  WRK-MASK-QTDREG'*'
           MOVE ACU-DESCARTADAS-BXA TO WRK-MASK-QTDREG
           DISPLAY '* QTDE BAIXAS DESCARTADAS (REPROC):'
                                                  WRK-MASK-QTDREG'*'
           MOVE ACU-GRAVA-ARQBXA02 TO WRK-MASK-QTDREG
           DISPLAY '* QTDE NO REGISTRO DE BAIXAS:   'WRK-MASK-QTDREG' *'
           MOVE ACU-GRAVA-ARQSAI06 TO WRK-MASK-QTDREG
           DISPLAY '* QTDE DE RECUPERACOES GRAVADAS: 'WRK-MASK-QTDREG'*'
           DISPLAY '***************************************************'
           DISPLAY '***************************************************'
           DISPLAY '* FIM DO PROGRAMA 'WRK-PROGRAMA'                  *'
           DISPLAY '***************************************************'
