      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0314.
       AUTHOR.     JOHNATHAN.
      *================================================================*
      *              C A P G E M I N I - S I S T E M A S               *
      *================================================================*
      *    PROGRAMA....: EXER0314
      *    PROGRAMADOR.: JOHNATHAN
      *    ANALISTA....: ARI BORGES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   CONFRONTAR A FOTOGRAFIA POR CONTA DO CICLO  *
      *                    ANTERIOR (ARQSNP01) COM A DO CICLO ATUAL    *
      *                    (ARQSNP02), AMBAS GRAVADAS PELO EXER0303 NA *
      *                    ORDEM AGENCIA+CONTA, E EMITIR A MATRIZ DE   *
      *                    MIGRACAO (ROLL RATE) POR REGIAO (ARQREG01)  *
      *                    E NO TOTAL GERAL: QUANTIDADE DE CONTAS E    *
      *                    SALDO QUE PASSARAM DE CADA SITUACAO PARA    *
      *                    CADA SITUACAO, COM A TAXA DE CURA E A TAXA  *
      *                    DE ROLAGEM (PIORA DE FAIXA).                *
      *                    CONTA QUE SO EXISTE NO CICLO ATUAL ENTRA NA *
      *                    LINHA NOVA; CONTA QUE SO EXISTE NO ANTERIOR *
      *                    ENTRA NA COLUNA SAIU. O SALDO DA MATRIZ E O *
      *                    SALDO DE ORIGEM (CICLO ANTERIOR), EXCETO NA *
      *                    LINHA NOVA, QUE USA O SALDO ATUAL           *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQSNP01                                  SNP03101
      *      ARQSNP02                                  SNP03101
      *      ARQREG01                                  REG03101
      *      ARQREL05                                  (LINHA X(120))  *
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
           SELECT ARQSNP01 ASSIGN       TO UT-S-ARQSNP01
                      FILE STATUS      IS WRK-FS-ARQSNP01.

           SELECT ARQSNP02 ASSIGN       TO UT-S-ARQSNP02
                      FILE STATUS      IS WRK-FS-ARQSNP02.

           SELECT ARQREG01 ASSIGN       TO UT-S-ARQREG01
                      FILE STATUS      IS WRK-FS-ARQREG01.

           SELECT ARQREL05 ASSIGN       TO UT-S-ARQREL05
                      FILE STATUS      IS WRK-FS-ARQREL05.
      *
      *================================================================*
       DATA                            DIVISION.
      *================================================================
      *----------------------------------------------------------------
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *---------------------------------------------------------------*
      *    INPUT:     FOTOGRAFIA DO CICLO ANTERIOR E DO CICLO ATUAL   *
      *               ORG. SEQUENCIAL   -   LRECL = 30                *
      *---------------------------------------------------------------*
       FD  ARQSNP01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSNP01             PIC X(30).

       FD  ARQSNP02
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSNP02             PIC X(30).

      *---------------------------------------------------------------*
      *    INPUT:     TABELA DE REGIAO POR AGENCIA                    *
      *---------------------------------------------------------------*
       FD  ARQREG01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQREG01             PIC X(06).

      *---------------------------------------------------------------*
      *    OUTPUT:    RELATORIO DA MATRIZ DE MIGRACAO                 *
      *---------------------------------------------------------------*
       FD  ARQREL05
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQREL05             PIC X(120).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 FILLER                  PIC  X(050) VALUE
             'EXER0314 - INICIO DA AREA DE WORKING'.
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0314'.
       77 WRK-MASK-QTDREG         PIC  ZZ.ZZ9.
       77 ACU-LIDOS-ARQSNP01      PIC  9(005) VALUE ZEROS.
       77 ACU-LIDOS-ARQSNP02      PIC  9(005) VALUE ZEROS.
       77 ACU-LIDOS-ARQREG01      PIC  9(005) VALUE ZEROS.
       77 ACU-CONFRONTADAS        PIC  9(005) VALUE ZEROS.
       77 ACU-CONTAS-NOVAS        PIC  9(005) VALUE ZEROS.
       77 ACU-CONTAS-SAIRAM       PIC  9(005) VALUE ZEROS.
       77 ACU-SIT-INVALIDA        PIC  9(005) VALUE ZEROS.
       77 ACU-GRAVA-ARQREL05      PIC  9(005) VALUE ZEROS.
      *
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQSNP01      VALUE 'SNP03101'.
          88 WRK-CN-ARQSNP02      VALUE 'SNP03101'.
          88 WRK-CN-ARQREG01      VALUE 'REG03101'.
          88 WRK-CN-ARQREL05      VALUE 'ARQREL05'.

       77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
          88 WRK-CN-OPEN          VALUE 'OPEN '.
          88 WRK-CN-CLOSE         VALUE 'CLOSE'.
          88 WRK-CN-READ          VALUE 'READ '.
          88 WRK-CN-WRITE         VALUE 'WRITE'.
      *
       01 WRK-AREA-FS.
          05 WRK-FS-ARQSNP01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SNP01-OK               VALUE '00'.
             88 WRK-FS-SNP01-FIM              VALUE '10'.
          05 WRK-FS-ARQSNP02      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SNP02-OK               VALUE '00'.
             88 WRK-FS-SNP02-FIM              VALUE '10'.
          05 WRK-FS-ARQREG01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-REG01-OK               VALUE '00'.
             88 WRK-FS-REG01-FIM              VALUE '10'.
          05 WRK-FS-ARQREL05      PIC  X(002) VALUE SPACES.
             88 WRK-FS-REL05-OK               VALUE '00'.

          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.
      *----------------------------------------------------------------*
      *    CONTA CORRENTE DE CADA FOTOGRAFIA NO CONFRONTO - AS DUAS    *
      *    USAM O MESMO BOOK, POR ISSO CADA LEITURA GUARDA AQUI OS     *
      *    CAMPOS DA CONTA LIDA                                        *
      *----------------------------------------------------------------*
       01 WRK-CHAVE-ANTERIOR.
          05 WRK-AG-ANTERIOR      PIC  9(004).
          05 WRK-CTA-ANTERIOR     PIC  9(007).
       77 WRK-SIT-ANTERIOR        PIC  X(001) VALUE SPACES.
          88 WRK-SIT-ANT-VALIDA           VALUE '0' THRU '6'.
       77 WRK-VLR-ANTERIOR        PIC S9(009)V99 COMP-3 VALUE ZEROS.
       77 WRK-DATA-ANTERIOR       PIC  9(008) VALUE ZEROS.

       01 WRK-CHAVE-ATUAL.
          05 WRK-AG-ATUAL         PIC  9(004).
          05 WRK-CTA-ATUAL        PIC  9(007).
       77 WRK-SIT-ATUAL           PIC  X(001) VALUE SPACES.
          88 WRK-SIT-ATU-VALIDA           VALUE '0' THRU '6'.
       77 WRK-VLR-ATUAL           PIC S9(009)V99 COMP-3 VALUE ZEROS.
       77 WRK-DATA-ATUAL          PIC  9(008) VALUE ZEROS.
      *----------------------------------------------------------------*
      *    REGIAO POR AGENCIA - ENDERECAMENTO DIRETO PELO NUMERO DA    *
      *    AGENCIA (0001-9999), SO COM O CODIGO DA REGIAO POR ENTRADA  *
      *----------------------------------------------------------------*
       01 TAB-REGIAO-AGENCIA.
          05 TAB-RAG-REGIAO       PIC  9(002) OCCURS 9999 TIMES.
      *----------------------------------------------------------------*
      *    MATRIZ DE MIGRACAO: 1 POR REGIAO (01-98, 99 = AGENCIA SEM   *
      *    REGIAO CADASTRADA) E A 100 PARA O TOTAL GERAL.              *
      *    LINHAS (DE) E COLUNAS (PARA) 1-7 = SITUACAO 0-6 DO BOOK     *
      *    SNP03101 (EM DIA, 31-60, 61-90, 91-180, 180+, SEM PGTO,     *
      *    LIQUIDADA); LINHA 8 = CONTA NOVA, COLUNA 8 = CONTA QUE SAIU *
      *----------------------------------------------------------------*
       77 WRK-IND-TOTAL-GERAL     PIC  9(003) VALUE 100.
       77 WRK-QTDE-SIT            PIC  9(001) VALUE 8.

       01 TAB-MIGRACAO.
          05 TAB-MIG-REGIAO       OCCURS 100 TIMES
                                   INDEXED BY IDX-MREG.
             10 TAB-MIG-QTDE-CONTAS PIC 9(007) COMP-3.
             10 TAB-MIG-DE        OCCURS 8 TIMES
                                   INDEXED BY IDX-DE.
                15 TAB-MIG-PARA   OCCURS 8 TIMES
                                   INDEXED BY IDX-PARA.
                   20 TAB-MIG-QTDE PIC 9(007) COMP-3.
                   20 TAB-MIG-VLR  PIC S9(011)V99 COMP-3.

       77 WRK-IND-DE              PIC  9(001) VALUE ZEROS.
       77 WRK-IND-PARA            PIC  9(001) VALUE ZEROS.
       77 WRK-AGENCIA             PIC  9(004) VALUE ZEROS.
       77 WRK-REGIAO              PIC  9(003) VALUE ZEROS.
       77 WRK-VLR-MIGRACAO        PIC S9(009)V99 COMP-3 VALUE ZEROS.
      *----------------------------------------------------------------*
      *    TOTAIS DA MATRIZ EM IMPRESSAO E BASES DAS TAXAS             *
      *----------------------------------------------------------------*
       01 WRK-TOTAIS-COLUNA.
          05 WRK-TCOL             OCCURS 8 TIMES.
             10 WRK-TCOL-QTDE     PIC  9(007) COMP-3.
             10 WRK-TCOL-VLR      PIC S9(011)V99 COMP-3.
       77 WRK-TLIN-QTDE           PIC  9(007) COMP-3 VALUE ZEROS.
       77 WRK-TLIN-VLR            PIC S9(011)V99 COMP-3 VALUE ZEROS.
       77 WRK-TGER-QTDE           PIC  9(007) COMP-3 VALUE ZEROS.
       77 WRK-TGER-VLR            PIC S9(011)V99 COMP-3 VALUE ZEROS.

       77 WRK-CURA-BASE-QTDE      PIC  9(007) COMP-3 VALUE ZEROS.
       77 WRK-CURA-BASE-VLR       PIC S9(011)V99 COMP-3 VALUE ZEROS.
       77 WRK-CURA-QTDE           PIC  9(007) COMP-3 VALUE ZEROS.
       77 WRK-CURA-VLR            PIC S9(011)V99 COMP-3 VALUE ZEROS.
       77 WRK-ROLA-BASE-QTDE      PIC  9(007) COMP-3 VALUE ZEROS.
       77 WRK-ROLA-BASE-VLR       PIC S9(011)V99 COMP-3 VALUE ZEROS.
       77 WRK-ROLA-QTDE           PIC  9(007) COMP-3 VALUE ZEROS.
       77 WRK-ROLA-VLR            PIC S9(011)V99 COMP-3 VALUE ZEROS.
       77 WRK-PCT-CALC            PIC  9(003)V99 VALUE ZEROS.

       77 WRK-SW-MATRIZ           PIC  X(001) VALUE 'Q'.
          88 WRK-CN-MATRIZ-QTDE           VALUE 'Q'.
          88 WRK-CN-MATRIZ-VLR            VALUE 'V'.
      *----------------------------------------------------------------*
      *    ROTULOS DAS SITUACOES, NA ORDEM DAS LINHAS DA MATRIZ        *
      *----------------------------------------------------------------*
       01 WRK-ROTULOS-SITUACAO.
          05 FILLER               PIC  X(012) VALUE 'EM DIA'.
          05 FILLER               PIC  X(012) VALUE '31-60 DIAS'.
          05 FILLER               PIC  X(012) VALUE '61-90 DIAS'.
          05 FILLER               PIC  X(012) VALUE '91-180 DIAS'.
          05 FILLER               PIC  X(012) VALUE 'MAIS DE 180'.
          05 FILLER               PIC  X(012) VALUE 'SEM PGTO'.
          05 FILLER               PIC  X(012) VALUE 'LIQUIDADA'.
          05 FILLER               PIC  X(012) VALUE 'NOVA'.
       01 WRK-TAB-ROTULOS REDEFINES WRK-ROTULOS-SITUACAO.
          05 WRK-ROTULO-SIT       PIC  X(012) OCCURS 8 TIMES.
      *----------------------------------------------------------------*
      *    LINHAS DO RELATORIO DA MATRIZ DE MIGRACAO                   *
      *----------------------------------------------------------------*
       01 WRK-LINHA-TITULO.
          05 FILLER               PIC  X(050) VALUE
             'MATRIZ DE MIGRACAO DA SITUACAO DAS CONTAS (ROLL RA'.
          05 FILLER               PIC  X(017) VALUE
             'TE) - EXER0314   '.
          05 FILLER               PIC  X(017) VALUE
             'CICLO ANTERIOR: '.
          05 WRK-TIT-DATA-ANTERIOR PIC 9(008).
          05 FILLER               PIC  X(016) VALUE
             '   CICLO ATUAL: '.
          05 WRK-TIT-DATA-ATUAL   PIC  9(008).
          05 FILLER               PIC  X(004) VALUE SPACES.

       01 WRK-LINHA-REGIAO.
          05 WRK-REG-ROTULO       PIC  X(012).
          05 WRK-REG-CODIGO       PIC  X(002).
          05 FILLER               PIC  X(003) VALUE ' - '.
          05 WRK-REG-TEXTO        PIC  X(050).
          05 FILLER               PIC  X(053) VALUE SPACES.

       01 WRK-LINHA-CAB-MATRIZ.
          05 FILLER               PIC  X(012) VALUE 'DE \ PARA'.
          05 FILLER               PIC  X(048) VALUE
             '      EM DIA  31-60 DIAS  61-90 DIAS 91-180 DIAS'.
          05 FILLER               PIC  X(048) VALUE
             ' MAIS DE 180    SEM PGTO   LIQUIDADA        SAIU'.
          05 FILLER               PIC  X(012) VALUE
             '       TOTAL'.

       01 WRK-LINHA-QTDE.
          05 WRK-LQT-ROTULO       PIC  X(012).
          05 WRK-LQT-COLUNA       OCCURS 9 TIMES.
             10 FILLER            PIC  X(003).
             10 WRK-LQT-CELULA    PIC  Z.ZZZ.ZZ9.

       01 WRK-LINHA-VLR.
          05 WRK-LVL-ROTULO       PIC  X(012).
          05 WRK-LVL-COLUNA       OCCURS 9 TIMES.
             10 FILLER            PIC  X(001).
             10 WRK-LVL-CELULA    PIC  Z(007)9,99.

       01 WRK-LINHA-TAXAS.
          05 WRK-TAX-ROTULO       PIC  X(030).
          05 FILLER               PIC  X(007) VALUE ' QTDE: '.
          05 WRK-TAX-PCT-QTDE     PIC  ZZ9,99.
          05 FILLER               PIC  X(011) VALUE ' %  SALDO: '.
          05 WRK-TAX-PCT-VLR      PIC  ZZ9,99.
          05 FILLER               PIC  X(004) VALUE ' %  '.
          05 WRK-TAX-DESCRICAO    PIC  X(056).

       01 WRK-LINHA-BRANCO        PIC  X(120) VALUE SPACES.
      *----------------------------------------------------------------*
      *    AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA E SAIDA              *
      *----------------------------------------------------------------*
           COPY SNP03101.
           COPY REG03101.
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'EXER0314 - FIM DA AREA DE WORKING'.
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

           PERFORM 3000-IMPRIMIR

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
           INITIALIZE TAB-MIGRACAO
                      TAB-REGIAO-AGENCIA

           SET WRK-CN-OPEN                    TO TRUE

           OPEN INPUT ARQSNP02
           SET WRK-CN-ARQSNP02                 TO TRUE
           IF NOT WRK-FS-SNP02-OK
              MOVE WRK-FS-ARQSNP02             TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           OPEN INPUT ARQREG01
           SET WRK-CN-ARQREG01                 TO TRUE
           IF NOT WRK-FS-REG01-OK
              MOVE WRK-FS-ARQREG01             TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           OPEN OUTPUT ARQREL05
           SET WRK-CN-ARQREL05                 TO TRUE
           IF NOT WRK-FS-REL05-OK
              MOVE WRK-FS-ARQREL05             TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 1200-ABRIR-ANTERIOR

           PERFORM 1300-CARREGAR-REGIOES
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    ABRE A FOTOGRAFIA DO CICLO ANTERIOR. NO PRIMEIRO CICLO E    *
      *    LIDA A GERACAO INICIAL VAZIA DA BASE GDG: O FIM DE ARQUIVO  *
      *    NA PRIMEIRA LEITURA FAZ TODAS AS CONTAS ENTRAREM COMO       *
      *    NOVAS. FALHA NA ABERTURA E ERRO DE ARQUIVO                  *
      *----------------------------------------------------------------*
       1200-ABRIR-ANTERIOR SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-OPEN                 TO TRUE
           SET WRK-CN-ARQSNP01              TO TRUE

           OPEN INPUT ARQSNP01

           IF NOT WRK-FS-SNP01-OK
              MOVE WRK-FS-ARQSNP01         TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       1200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    CARREGA A REGIAO DE CADA AGENCIA (ARQREG01) NA TABELA DE    *
      *    ENDERECAMENTO DIRETO                                        *
      *----------------------------------------------------------------*
       1300-CARREGAR-REGIOES SECTION.
      *----------------------------------------------------------------*
           PERFORM 1310-LER-ARQREG01
           PERFORM 1320-GUARDAR-ARQREG01 UNTIL WRK-FS-REG01-FIM
           .
      *----------------------------------------------------------------*
       1300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       1310-LER-ARQREG01 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ          TO TRUE
           SET WRK-CN-ARQREG01      TO TRUE

           READ ARQREG01 INTO ARQREG01-REGISTRO.

           EVALUATE WRK-FS-ARQREG01
               WHEN '00'
                    ADD 1 TO ACU-LIDOS-ARQREG01
               WHEN '10'
                    CONTINUE
               WHEN OTHER
                    MOVE WRK-FS-ARQREG01 TO WRK-FS-DISPLAY
                    PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       1310-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       1320-GUARDAR-ARQREG01 SECTION.
      *----------------------------------------------------------------*
           IF ARQREG01-AGENCIA NOT EQUAL ZEROS
              MOVE ARQREG01-REGIAO   TO TAB-RAG-REGIAO
                                        (ARQREG01-AGENCIA)
           END-IF
           PERFORM 1310-LER-ARQREG01
           .
      *----------------------------------------------------------------*
       1320-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    CONFRONTA AS DUAS FOTOGRAFIAS POR AGENCIA+CONTA,            *
      *    ACUMULANDO CADA CONTA NA CELULA DE/PARA DA SUA REGIAO       *
      *----------------------------------------------------------------*
       2000-PROCESSAR SECTION.
      *----------------------------------------------------------------*
           IF NOT WRK-FS-SNP01-FIM
              PERFORM 2100-LER-ANTERIOR
           END-IF

           PERFORM 2200-LER-ATUAL

           PERFORM 2300-CONFRONTAR
              UNTIL (WRK-CHAVE-ANTERIOR EQUAL HIGH-VALUES)
              AND   (WRK-CHAVE-ATUAL    EQUAL HIGH-VALUES)

           PERFORM 2900-CONFERIR-DATAS
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LE A PROXIMA CONTA DA FOTOGRAFIA DO CICLO ANTERIOR. O       *
      *    TRAILER SO FORNECE A DATA DO CICLO E E PULADO - A RETOMADA  *
      *    DE UM CHECKPOINT DO EXER0303 DEIXA UM TRAILER NO MEIO DO    *
      *    ARQUIVO. O FIM DO ARQUIVO ENCERRA O CONFRONTO DESTE LADO    *
      *----------------------------------------------------------------*
       2100-LER-ANTERIOR SECTION.
      *----------------------------------------------------------------*
           PERFORM 2110-LER-REGISTRO-ANTERIOR
           PERFORM 2110-LER-REGISTRO-ANTERIOR
              UNTIL ARQSNP01-DETALHE OR WRK-FS-SNP01-FIM
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       2110-LER-REGISTRO-ANTERIOR SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                 TO TRUE
           SET WRK-CN-ARQSNP01              TO TRUE

           READ ARQSNP01 INTO ARQSNP01-REGISTRO.

           EVALUATE WRK-FS-ARQSNP01
               WHEN '00'
                    IF ARQSNP01-DETALHE
                       ADD 1 TO ACU-LIDOS-ARQSNP01
                       MOVE ARQSNP01-AGENCIA   TO WRK-AG-ANTERIOR
                       MOVE ARQSNP01-CONTA     TO WRK-CTA-ANTERIOR
                       MOVE ARQSNP01-SITUACAO  TO WRK-SIT-ANTERIOR
                       MOVE ARQSNP01-VLR-SALDO TO WRK-VLR-ANTERIOR
                    ELSE
                       MOVE ARQSNP01-TRL-DATA-EXEC
                                               TO WRK-DATA-ANTERIOR
                    END-IF
               WHEN '10'
                    MOVE HIGH-VALUES         TO WRK-CHAVE-ANTERIOR
               WHEN OTHER
                    MOVE WRK-FS-ARQSNP01     TO WRK-FS-DISPLAY
                    PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       2110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LE A FOTOGRAFIA DO CICLO ATUAL, COM O MESMO TRATAMENTO DO   *
      *    TRAILER                                                     *
      *----------------------------------------------------------------*
       2200-LER-ATUAL SECTION.
      *----------------------------------------------------------------*
           PERFORM 2210-LER-REGISTRO-ATUAL
           PERFORM 2210-LER-REGISTRO-ATUAL
              UNTIL ARQSNP01-DETALHE OR WRK-FS-SNP02-FIM
           .
      *----------------------------------------------------------------*
       2200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       2210-LER-REGISTRO-ATUAL SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                 TO TRUE
           SET WRK-CN-ARQSNP02              TO TRUE

           READ ARQSNP02 INTO ARQSNP01-REGISTRO.

           EVALUATE WRK-FS-ARQSNP02
               WHEN '00'
                    IF ARQSNP01-DETALHE
                       ADD 1 TO ACU-LIDOS-ARQSNP02
                       MOVE ARQSNP01-AGENCIA   TO WRK-AG-ATUAL
                       MOVE ARQSNP01-CONTA     TO WRK-CTA-ATUAL
                       MOVE ARQSNP01-SITUACAO  TO WRK-SIT-ATUAL
                       MOVE ARQSNP01-VLR-SALDO TO WRK-VLR-ATUAL
                    ELSE
                       MOVE ARQSNP01-TRL-DATA-EXEC
                                               TO WRK-DATA-ATUAL
                    END-IF
               WHEN '10'
                    MOVE HIGH-VALUES         TO WRK-CHAVE-ATUAL
               WHEN OTHER
                    MOVE WRK-FS-ARQSNP02     TO WRK-FS-DISPLAY
                    PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       2210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    A FOTOGRAFIA ANTERIOR TEM DE SER DE UM CICLO ANTERIOR AO    *
      *    ATUAL (DATAS DOS TRAILERS). NO REPROCESSAMENTO DE UM CICLO  *
      *    A GERACAO 0 E A DA PRIMEIRA EXECUCAO DO MESMO CICLO - A     *
      *    MATRIZ CONFRONTARIA O CICLO COM ELE MESMO. SEM FOTOGRAFIA   *
      *    ANTERIOR (PRIMEIRO CICLO) A DATA FICA ZERADA                *
      *----------------------------------------------------------------*
       2900-CONFERIR-DATAS SECTION.
      *----------------------------------------------------------------*
           IF WRK-DATA-ANTERIOR NOT LESS WRK-DATA-ATUAL
              DISPLAY '************************************************'
              DISPLAY '*  FOTOGRAFIA ANTERIOR NAO E DE CICLO ANTERIOR *'
              DISPLAY '* DATA DA ANTERIOR: ' WRK-DATA-ANTERIOR
              DISPLAY '* DATA DA ATUAL...: ' WRK-DATA-ATUAL
              DISPLAY '* 'WRK-PROGRAMA'  CANCELADO                    *'
              DISPLAY '************************************************'

              MOVE 12                      TO RETURN-CODE

              PERFORM 9900-FINALIZAR
           END-IF
           .
      *----------------------------------------------------------------*
       2900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    TRATA A PROXIMA CONTA NA ORDEM AGENCIA+CONTA: PRESENTE NAS  *
      *    DUAS FOTOGRAFIAS, SO NA ANTERIOR (SAIU) OU SO NA ATUAL      *
      *    (NOVA)                                                      *
      *----------------------------------------------------------------*
       2300-CONFRONTAR SECTION.
      *----------------------------------------------------------------*
           EVALUATE TRUE
               WHEN WRK-CHAVE-ANTERIOR EQUAL WRK-CHAVE-ATUAL
                    ADD 1 TO ACU-CONFRONTADAS
                    PERFORM 2410-SITUACAO-ANTERIOR
                    PERFORM 2420-SITUACAO-ATUAL
                    MOVE WRK-AG-ATUAL         TO WRK-AGENCIA
                    MOVE WRK-VLR-ANTERIOR     TO WRK-VLR-MIGRACAO
                    PERFORM 2500-ACUMULAR-MIGRACAO
                    PERFORM 2100-LER-ANTERIOR
                    PERFORM 2200-LER-ATUAL

               WHEN WRK-CHAVE-ANTERIOR LESS WRK-CHAVE-ATUAL
                    ADD 1 TO ACU-CONTAS-SAIRAM
                    PERFORM 2410-SITUACAO-ANTERIOR
                    MOVE 8                    TO WRK-IND-PARA
                    MOVE WRK-AG-ANTERIOR      TO WRK-AGENCIA
                    MOVE WRK-VLR-ANTERIOR     TO WRK-VLR-MIGRACAO
                    PERFORM 2500-ACUMULAR-MIGRACAO
                    PERFORM 2100-LER-ANTERIOR

               WHEN OTHER
                    ADD 1 TO ACU-CONTAS-NOVAS
                    MOVE 8                    TO WRK-IND-DE
                    PERFORM 2420-SITUACAO-ATUAL
                    MOVE WRK-AG-ATUAL         TO WRK-AGENCIA
                    MOVE WRK-VLR-ATUAL        TO WRK-VLR-MIGRACAO
                    PERFORM 2500-ACUMULAR-MIGRACAO
                    PERFORM 2200-LER-ATUAL
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       2300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LINHA DA MATRIZ PELA SITUACAO NO CICLO ANTERIOR. SITUACAO   *
      *    FORA DO BOOK E CONTADA E TRATADA COMO SEM PGTO              *
      *----------------------------------------------------------------*
       2410-SITUACAO-ANTERIOR SECTION.
      *----------------------------------------------------------------*
           IF NOT WRK-SIT-ANT-VALIDA
              ADD 1 TO ACU-SIT-INVALIDA
              MOVE '5'                     TO WRK-SIT-ANTERIOR
           END-IF
           MOVE WRK-SIT-ANTERIOR           TO WRK-IND-DE
           ADD 1                           TO WRK-IND-DE
           .
      *----------------------------------------------------------------*
       2410-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    COLUNA DA MATRIZ PELA SITUACAO NO CICLO ATUAL               *
      *----------------------------------------------------------------*
       2420-SITUACAO-ATUAL SECTION.
      *----------------------------------------------------------------*
           IF NOT WRK-SIT-ATU-VALIDA
              ADD 1 TO ACU-SIT-INVALIDA
              MOVE '5'                     TO WRK-SIT-ATUAL
           END-IF
           MOVE WRK-SIT-ATUAL              TO WRK-IND-PARA
           ADD 1                           TO WRK-IND-PARA
           .
      *----------------------------------------------------------------*
       2420-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    SOMA A CONTA NA CELULA DE/PARA DA REGIAO DA AGENCIA E NA    *
      *    DO TOTAL GERAL. AGENCIA SEM REGIAO CADASTRADA (OU ZERADA)   *
      *    VAI PARA A REGIAO 99                                        *
      *----------------------------------------------------------------*
       2500-ACUMULAR-MIGRACAO SECTION.
      *----------------------------------------------------------------*
           MOVE 99                         TO WRK-REGIAO

           IF WRK-AGENCIA GREATER ZEROS
              IF TAB-RAG-REGIAO (WRK-AGENCIA) GREATER ZEROS
                 MOVE TAB-RAG-REGIAO (WRK-AGENCIA) TO WRK-REGIAO
              END-IF
           END-IF

           SET IDX-MREG                    TO WRK-REGIAO
           PERFORM 2510-SOMAR-CELULA

           SET IDX-MREG                    TO WRK-IND-TOTAL-GERAL
           PERFORM 2510-SOMAR-CELULA
           .
      *----------------------------------------------------------------*
       2500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       2510-SOMAR-CELULA SECTION.
      *----------------------------------------------------------------*
           SET IDX-DE                      TO WRK-IND-DE
           SET IDX-PARA                    TO WRK-IND-PARA

           ADD 1 TO TAB-MIG-QTDE-CONTAS (IDX-MREG)
           ADD 1 TO TAB-MIG-QTDE (IDX-MREG IDX-DE IDX-PARA)
           ADD WRK-VLR-MIGRACAO
                  TO TAB-MIG-VLR (IDX-MREG IDX-DE IDX-PARA)
           .
      *----------------------------------------------------------------*
       2510-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    IMPRIME O TITULO, 1 BLOCO POR REGIAO COM CONTA E O BLOCO    *
      *    DO TOTAL GERAL                                              *
      *----------------------------------------------------------------*
       3000-IMPRIMIR SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-DATA-ANTERIOR          TO WRK-TIT-DATA-ANTERIOR
           MOVE WRK-DATA-ATUAL             TO WRK-TIT-DATA-ATUAL
           MOVE WRK-LINHA-TITULO           TO FD-ARQREL05
           PERFORM 3900-GRAVAR-LINHA

           PERFORM 3100-IMPRIMIR-REGIAO
              VARYING IDX-MREG FROM 1 BY 1
              UNTIL IDX-MREG GREATER WRK-IND-TOTAL-GERAL
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    BLOCO DE UMA REGIAO (OU DO TOTAL GERAL): MATRIZ DE          *
      *    QUANTIDADES, MATRIZ DE SALDOS E AS DUAS TAXAS               *
      *----------------------------------------------------------------*
       3100-IMPRIMIR-REGIAO SECTION.
      *----------------------------------------------------------------*
           IF TAB-MIG-QTDE-CONTAS (IDX-MREG) GREATER ZEROS
              MOVE WRK-LINHA-BRANCO        TO FD-ARQREL05
              PERFORM 3900-GRAVAR-LINHA

              SET WRK-CN-MATRIZ-QTDE       TO TRUE
              PERFORM 3200-IMPRIMIR-MATRIZ

              SET WRK-CN-MATRIZ-VLR        TO TRUE
              PERFORM 3200-IMPRIMIR-MATRIZ

              PERFORM 3500-IMPRIMIR-TAXAS
           END-IF
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    IMPRIME UMA MATRIZ (QUANTIDADES OU SALDOS) DA REGIAO        *
      *    CORRENTE: IDENTIFICACAO, CABECALHO, 8 LINHAS DE/PARA COM O  *
      *    TOTAL DA LINHA E A LINHA DE TOTAL POR COLUNA                *
      *----------------------------------------------------------------*
       3200-IMPRIMIR-MATRIZ SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                     TO WRK-LINHA-REGIAO
           SET WRK-REGIAO                  TO IDX-MREG

           IF WRK-REGIAO EQUAL WRK-IND-TOTAL-GERAL
              MOVE 'TOTAL GERAL'           TO WRK-REG-ROTULO
              MOVE SPACES                  TO WRK-REG-CODIGO
           ELSE
              MOVE 'REGIAO'                TO WRK-REG-ROTULO
              MOVE WRK-REGIAO (2:2)        TO WRK-REG-CODIGO
           END-IF

           IF WRK-CN-MATRIZ-QTDE
              MOVE 'QUANTIDADE DE CONTAS'  TO WRK-REG-TEXTO
           ELSE
              MOVE 'SALDO EM ABERTO DE ORIGEM (NOVA: SALDO ATUAL)'
                                           TO WRK-REG-TEXTO
           END-IF

           MOVE WRK-LINHA-REGIAO           TO FD-ARQREL05
           PERFORM 3900-GRAVAR-LINHA

           MOVE WRK-LINHA-CAB-MATRIZ       TO FD-ARQREL05
           PERFORM 3900-GRAVAR-LINHA

           INITIALIZE WRK-TOTAIS-COLUNA
           MOVE ZEROS                      TO WRK-TGER-QTDE
                                              WRK-TGER-VLR

           PERFORM 3300-IMPRIMIR-LINHA-MATRIZ
              VARYING IDX-DE FROM 1 BY 1
              UNTIL IDX-DE GREATER WRK-QTDE-SIT

           PERFORM 3400-IMPRIMIR-TOTAL-MATRIZ
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3300-IMPRIMIR-LINHA-MATRIZ SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                     TO WRK-LINHA-QTDE
                                              WRK-LINHA-VLR
           MOVE ZEROS                      TO WRK-TLIN-QTDE
                                              WRK-TLIN-VLR

           PERFORM 3310-MOVER-CELULA
              VARYING IDX-PARA FROM 1 BY 1
              UNTIL IDX-PARA GREATER WRK-QTDE-SIT

           ADD WRK-TLIN-QTDE               TO WRK-TGER-QTDE
           ADD WRK-TLIN-VLR                TO WRK-TGER-VLR

           IF WRK-CN-MATRIZ-QTDE
              MOVE WRK-ROTULO-SIT (IDX-DE) TO WRK-LQT-ROTULO
              MOVE WRK-TLIN-QTDE           TO WRK-LQT-CELULA (9)
              MOVE WRK-LINHA-QTDE          TO FD-ARQREL05
           ELSE
              MOVE WRK-ROTULO-SIT (IDX-DE) TO WRK-LVL-ROTULO
              MOVE WRK-TLIN-VLR            TO WRK-LVL-CELULA (9)
              MOVE WRK-LINHA-VLR           TO FD-ARQREL05
           END-IF

           PERFORM 3900-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       3300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3310-MOVER-CELULA SECTION.
      *----------------------------------------------------------------*
           ADD TAB-MIG-QTDE (IDX-MREG IDX-DE IDX-PARA)
                                   TO WRK-TLIN-QTDE
                                      WRK-TCOL-QTDE (IDX-PARA)
           ADD TAB-MIG-VLR (IDX-MREG IDX-DE IDX-PARA)
                                   TO WRK-TLIN-VLR
                                      WRK-TCOL-VLR (IDX-PARA)

           IF WRK-CN-MATRIZ-QTDE
              MOVE TAB-MIG-QTDE (IDX-MREG IDX-DE IDX-PARA)
                                   TO WRK-LQT-CELULA (IDX-PARA)
           ELSE
              MOVE TAB-MIG-VLR (IDX-MREG IDX-DE IDX-PARA)
                                   TO WRK-LVL-CELULA (IDX-PARA)
           END-IF
           .
      *----------------------------------------------------------------*
       3310-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3400-IMPRIMIR-TOTAL-MATRIZ SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                     TO WRK-LINHA-QTDE
                                              WRK-LINHA-VLR

           PERFORM 3410-MOVER-TOTAL-COLUNA
              VARYING IDX-PARA FROM 1 BY 1
              UNTIL IDX-PARA GREATER WRK-QTDE-SIT

           IF WRK-CN-MATRIZ-QTDE
              MOVE 'TOTAL'                 TO WRK-LQT-ROTULO
              MOVE WRK-TGER-QTDE           TO WRK-LQT-CELULA (9)
              MOVE WRK-LINHA-QTDE          TO FD-ARQREL05
           ELSE
              MOVE 'TOTAL'                 TO WRK-LVL-ROTULO
              MOVE WRK-TGER-VLR            TO WRK-LVL-CELULA (9)
              MOVE WRK-LINHA-VLR           TO FD-ARQREL05
           END-IF

           PERFORM 3900-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       3400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3410-MOVER-TOTAL-COLUNA SECTION.
      *----------------------------------------------------------------*
           IF WRK-CN-MATRIZ-QTDE
              MOVE WRK-TCOL-QTDE (IDX-PARA)
                                   TO WRK-LQT-CELULA (IDX-PARA)
           ELSE
              MOVE WRK-TCOL-VLR (IDX-PARA)
                                   TO WRK-LVL-CELULA (IDX-PARA)
           END-IF
           .
      *----------------------------------------------------------------*
       3410-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    TAXAS DA REGIAO CORRENTE, EM QUANTIDADE E EM SALDO:         *
      *    CURA    - CONTAS QUE ESTAVAM NAS FAIXAS DE ATRASO (31-60 A  *
      *              180+) E PASSARAM A EM DIA OU LIQUIDADA, SOBRE     *
      *              TODAS AS QUE ESTAVAM NESSAS FAIXAS                *
      *    ROLAGEM - CONTAS QUE ESTAVAM EM DIA OU NAS FAIXAS 31-60 A   *
      *              91-180 E PASSARAM PARA UMA FAIXA PIOR, SOBRE      *
      *              TODAS AS QUE ESTAVAM NESSAS SITUACOES             *
      *    SEM PGTO, NOVA E SAIU NAO TEM FAIXA E NAO ENTRAM NA ROLAGEM *
      *----------------------------------------------------------------*
       3500-IMPRIMIR-TAXAS SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                      TO WRK-CURA-BASE-QTDE
                                              WRK-CURA-BASE-VLR
                                              WRK-CURA-QTDE
                                              WRK-CURA-VLR
                                              WRK-ROLA-BASE-QTDE
                                              WRK-ROLA-BASE-VLR
                                              WRK-ROLA-QTDE
                                              WRK-ROLA-VLR

           PERFORM 3510-SOMAR-TAXAS
              VARYING IDX-DE FROM 1 BY 1
              UNTIL IDX-DE GREATER 5
              AFTER IDX-PARA FROM 1 BY 1
              UNTIL IDX-PARA GREATER WRK-QTDE-SIT

           MOVE SPACES                     TO WRK-LINHA-TAXAS
           MOVE 'TAXA DE CURA..................'
                                           TO WRK-TAX-ROTULO
           MOVE 'ATRASADAS QUE VOLTARAM A EM DIA OU LIQUIDARAM'
                                           TO WRK-TAX-DESCRICAO

           MOVE ZEROS                      TO WRK-PCT-CALC
           IF WRK-CURA-BASE-QTDE GREATER ZEROS
              COMPUTE WRK-PCT-CALC ROUNDED =
                      WRK-CURA-QTDE * 100 / WRK-CURA-BASE-QTDE
           END-IF
           MOVE WRK-PCT-CALC               TO WRK-TAX-PCT-QTDE

           MOVE ZEROS                      TO WRK-PCT-CALC
           IF WRK-CURA-BASE-VLR GREATER ZEROS
              COMPUTE WRK-PCT-CALC ROUNDED =
                      WRK-CURA-VLR * 100 / WRK-CURA-BASE-VLR
           END-IF
           MOVE WRK-PCT-CALC               TO WRK-TAX-PCT-VLR

           MOVE WRK-LINHA-TAXAS            TO FD-ARQREL05
           PERFORM 3900-GRAVAR-LINHA

           MOVE SPACES                     TO WRK-LINHA-TAXAS
           MOVE 'TAXA DE ROLAGEM (PIORA)......'
                                           TO WRK-TAX-ROTULO
           MOVE 'EM DIA/ATRASADAS QUE PASSARAM A UMA FAIXA PIOR'
                                           TO WRK-TAX-DESCRICAO

           MOVE ZEROS                      TO WRK-PCT-CALC
           IF WRK-ROLA-BASE-QTDE GREATER ZEROS
              COMPUTE WRK-PCT-CALC ROUNDED =
                      WRK-ROLA-QTDE * 100 / WRK-ROLA-BASE-QTDE
           END-IF
           MOVE WRK-PCT-CALC               TO WRK-TAX-PCT-QTDE

           MOVE ZEROS                      TO WRK-PCT-CALC
           IF WRK-ROLA-BASE-VLR GREATER ZEROS
              COMPUTE WRK-PCT-CALC ROUNDED =
                      WRK-ROLA-VLR * 100 / WRK-ROLA-BASE-VLR
           END-IF
           MOVE WRK-PCT-CALC               TO WRK-TAX-PCT-VLR

           MOVE WRK-LINHA-TAXAS            TO FD-ARQREL05
           PERFORM 3900-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       3500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LINHAS 1-5 DA MATRIZ (EM DIA A 180+): A LINHA 1 SO ENTRA NA *
      *    ROLAGEM; AS LINHAS 2-5 ENTRAM NA CURA E, ATE A 4, NA        *
      *    ROLAGEM. COLUNA MAIOR QUE A LINHA, ATE A 5, E FAIXA PIOR    *
      *----------------------------------------------------------------*
       3510-SOMAR-TAXAS SECTION.
      *----------------------------------------------------------------*
           IF IDX-DE GREATER 1
              ADD TAB-MIG-QTDE (IDX-MREG IDX-DE IDX-PARA)
                                   TO WRK-CURA-BASE-QTDE
              ADD TAB-MIG-VLR (IDX-MREG IDX-DE IDX-PARA)
                                   TO WRK-CURA-BASE-VLR
              IF (IDX-PARA EQUAL 1)
              OR (IDX-PARA EQUAL 7)
                 ADD TAB-MIG-QTDE (IDX-MREG IDX-DE IDX-PARA)
                                   TO WRK-CURA-QTDE
                 ADD TAB-MIG-VLR (IDX-MREG IDX-DE IDX-PARA)
                                   TO WRK-CURA-VLR
              END-IF
           END-IF

           IF IDX-DE LESS 5
              ADD TAB-MIG-QTDE (IDX-MREG IDX-DE IDX-PARA)
                                   TO WRK-ROLA-BASE-QTDE
              ADD TAB-MIG-VLR (IDX-MREG IDX-DE IDX-PARA)
                                   TO WRK-ROLA-BASE-VLR
              IF (IDX-PARA GREATER IDX-DE)
              AND (IDX-PARA NOT GREATER 5)
                 ADD TAB-MIG-QTDE (IDX-MREG IDX-DE IDX-PARA)
                                   TO WRK-ROLA-QTDE
                 ADD TAB-MIG-VLR (IDX-MREG IDX-DE IDX-PARA)
                                   TO WRK-ROLA-VLR
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3510-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA A LINHA MONTADA EM FD-ARQREL05                        *
      *----------------------------------------------------------------*
       3900-GRAVAR-LINHA SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE                TO TRUE
           SET WRK-CN-ARQREL05              TO TRUE

           WRITE FD-ARQREL05

           IF NOT WRK-FS-REL05-OK
              MOVE WRK-FS-ARQREL05          TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           ELSE
              ADD 1 TO ACU-GRAVA-ARQREL05
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

           CLOSE ARQSNP01
           CLOSE ARQSNP02
           CLOSE ARQREG01
           CLOSE ARQREL05

           MOVE ACU-LIDOS-ARQSNP01 TO WRK-MASK-QTDREG
           DISPLAY '***************************************************'
           DISPLAY '* QTDE DE CONTAS NO CICLO ANTERIOR: 'WRK-MASK-QTDREG
           MOVE ACU-LIDOS-ARQSNP02 TO WRK-MASK-QTDREG
           DISPLAY '* QTDE DE CONTAS NO CICLO ATUAL...: 'WRK-MASK-QTDREG
           MOVE ACU-CONFRONTADAS   TO WRK-MASK-QTDREG
           DISPLAY '* QTDE DE CONTAS NOS DOIS CICLOS..: 'WRK-MASK-QTDREG
           MOVE ACU-CONTAS-NOVAS   TO WRK-MASK-QTDREG
           DISPLAY '* QTDE DE CONTAS NOVAS............: 'WRK-MASK-QTDREG
           MOVE ACU-CONTAS-SAIRAM  TO WRK-MASK-QTDREG
           DISPLAY '* QTDE DE CONTAS QUE SAIRAM.......: 'WRK-MASK-QTDREG
           MOVE ACU-SIT-INVALIDA   TO WRK-MASK-QTDREG
           DISPLAY '* QTDE DE SITUACAO INVALIDA.......: 'WRK-MASK-QTDREG
           MOVE ACU-LIDOS-ARQREG01 TO WRK-MASK-QTDREG
           DISPLAY '* QTDE DE AGENCIAS C/ REGIAO LIDAS: 'WRK-MASK-QTDREG
           MOVE ACU-GRAVA-ARQREL05 TO WRK-MASK-QTDREG
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
