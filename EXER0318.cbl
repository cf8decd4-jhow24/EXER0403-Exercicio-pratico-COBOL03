      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0318.
       AUTHOR.     JOHNATHAN.
      *================================================================*
      *              C A P G E M I N I - S I S T E M A S               *
      *================================================================*
      *    PROGRAMA....: EXER0318
      *    PROGRAMADOR.: JOHNATHAN
      *    ANALISTA....: ARI BORGES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   PROCESSAR O RETORNO DA COBRANCA (ARQRET01): *
      *                    RESULTADOS DAS LIGACOES DA TELE-COBRANCA E  *
      *                    CARTAS DEVOLVIDAS PELA GRAFICA. NUMERO      *
      *                    ERRADO MARCA O TELEFONE E ENDERECO          *
      *                    DESCONHECIDO MARCA O ENDERECO COMO INVALIDO *
      *                    NO CADASTRO INDEXADO (ARQCAD01), COM A      *
      *                    IMAGEM NO JORNAL DE AUDITORIA (ARQJRN01) E  *
      *                    O REGISTRO NO ARQUIVO PERMANENTE DE         *
      *                    PREFERENCIAS (ARQPRF01), PARA QUE O EXER0306*
      *                    DEIXE DE USAR O CONTATO ATE A CORRECAO DO   *
      *                    DADO. PROMESSA DE PAGAMENTO GERA UM ACORDO  *
      *                    ATIVO NO ARQUIVO DE ACORDOS (ARQACO01).     *
      *                    EMITE O RELATORIO DE CONTACTABILIDADE POR   *
      *                    AGENCIA (ARQREL09)                          *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQRET01                                  RET03101
      *      ARQCAD01                                  CAD03101
      *      ARQACO01                                  ACO03101
      *      ARQPRF01                                  PRF03101
      *      ARQJRN01                                  JRN03101
      *      ARQREL09                                  (LINHA X(120))  *
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
           SELECT ARQRET01 ASSIGN       TO UT-S-ARQRET01
                      FILE STATUS      IS WRK-FS-ARQRET01.

           SELECT ARQCAD01 ASSIGN      TO UT-S-ARQCAD01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS ARQCAD01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQCAD01.

           SELECT ARQACO01 ASSIGN       TO UT-S-ARQACO01
                      FILE STATUS      IS WRK-FS-ARQACO01.

           SELECT ARQPRF01 ASSIGN      TO UT-S-ARQPRF01
                      FILE STATUS      IS WRK-FS-ARQPRF01.

           SELECT ARQJRN01 ASSIGN      TO UT-S-ARQJRN01
                      FILE STATUS      IS WRK-FS-ARQJRN01.

           SELECT ARQREL09 ASSIGN       TO UT-S-ARQREL09
                      FILE STATUS      IS WRK-FS-ARQREL09.

           SELECT CLASSIFICA ASSIGN     TO SORTWK01.
      *
      *================================================================*
       DATA                            DIVISION.
      *================================================================
      *----------------------------------------------------------------
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    INPUT:     RETORNO DA COBRANCA   -   LRECL = 30             *
      *----------------------------------------------------------------*
       FD  ARQRET01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQRET01             PIC X(30).

      *----------------------------------------------------------------*
      *    I-O:       CADASTRO INDEXADO (VSAM KSDS)  -  LRECL = 94     *
      *----------------------------------------------------------------*
       FD  ARQCAD01
           LABEL RECORD   IS STANDARD.
           COPY CAD03101.

      *----------------------------------------------------------------*
      *    OUTPUT:    ACORDOS DE PAGAMENTO DA MESA DE COBRANCA -       *
      *               LRECL = 28, ACRESCIDO DAS PROMESSAS DO RETORNO   *
      *----------------------------------------------------------------*
       FD  ARQACO01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQACO01             PIC X(28).

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
      *    OUTPUT:    JORNAL DE AUDITORIA DO CADASTRO - LRECL = 208    *
      *----------------------------------------------------------------*
       FD  ARQJRN01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQJRN01             PIC X(208).

      *----------------------------------------------------------------*
      *    OUTPUT:    RELATORIO DE CONTACTABILIDADE - LRECL = 120      *
      *----------------------------------------------------------------*
       FD  ARQREL09
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQREL09             PIC X(120).

      *----------------------------------------------------------------*
      *    SORT:      CLASSIFICA O RETORNO POR AGENCIA + CONTA + DATA  *
      *               DO RESULTADO, PARA A QUEBRA POR AGENCIA E PARA   *
      *               APLICAR OS RESULTADOS DE CADA CONTA EM ORDEM     *
      *----------------------------------------------------------------*
       SD  CLASSIFICA.
       01 SRT-REGISTRO.
          05 SRT-CHAVE.
             10 SRT-AGENCIA       PIC  9(004).
             10 SRT-CONTA         PIC  9(007).
          05 SRT-COD-RESULTADO    PIC  X(001).
          05 SRT-DAT-RESULTADO    PIC  9(008).
          05 SRT-DAT-PROMESSA     PIC  9(008).
          05 FILLER               PIC  X(002).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 FILLER                  PIC  X(050) VALUE
             'EXER0318 - INICIO DA AREA DE WORKING'.
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0318'.
       77 WRK-MASK-QTDREG         PIC  ZZ.ZZ9.
       77 ACU-LIDOS-ARQRET01      PIC  9(005) VALUE ZEROS.
       77 ACU-REJ-RESULTADO       PIC  9(005) VALUE ZEROS.
       77 ACU-REJ-DATA            PIC  9(005) VALUE ZEROS.
       77 ACU-REJ-CADASTRO        PIC  9(005) VALUE ZEROS.
       77 ACU-GRAVA-ARQACO01      PIC  9(005) VALUE ZEROS.
       77 ACU-GRAVA-ARQPRF01      PIC  9(005) VALUE ZEROS.
       77 ACU-GRAVA-ARQJRN01      PIC  9(005) VALUE ZEROS.
       77 ACU-GRAVA-ARQREL09      PIC  9(005) VALUE ZEROS.
      *
       77 WRK-DATA-MOVTO          PIC  9(008) VALUE ZEROS.
       77 WRK-IMAGEM-ANTES        PIC  X(094) VALUE SPACES.
      *
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQRET01      VALUE 'RET03101'.
          88 WRK-CN-ARQCAD01      VALUE 'CAD03101'.
          88 WRK-CN-ARQACO01      VALUE 'ACO03101'.
          88 WRK-CN-ARQPRF01      VALUE 'PRF03101'.
          88 WRK-CN-ARQJRN01      VALUE 'JRN03101'.
          88 WRK-CN-ARQREL09      VALUE 'ARQREL09'.

       77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
          88 WRK-CN-OPEN          VALUE 'OPEN '.
          88 WRK-CN-CLOSE         VALUE 'CLOSE'.
          88 WRK-CN-READ          VALUE 'READ '.
          88 WRK-CN-WRITE         VALUE 'WRITE'.
          88 WRK-CN-REWRITE       VALUE 'REWRT'.
      *
       01 WRK-AREA-FS.
          05 WRK-FS-ARQRET01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-RET01-OK               VALUE '00'.
          05 WRK-FS-ARQCAD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CAD01-OK               VALUE '00'.
             88 WRK-FS-CAD01-NAO-ENCONTRADA   VALUE '23'.
          05 WRK-FS-ARQACO01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-ACO01-OK               VALUE '00'.
          05 WRK-FS-ARQPRF01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-PRF01-OK               VALUE '00'.
          05 WRK-FS-ARQJRN01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-JRN01-OK               VALUE '00'.
          05 WRK-FS-ARQREL09      PIC  X(002) VALUE SPACES.
             88 WRK-FS-REL09-OK               VALUE '00'.

          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.
      *
       77 WRK-SW-CLASSIFICA       PIC  X(001) VALUE 'N'.
          88 WRK-CN-FIM-CLASSIFICA        VALUE 'S'.
      *----------------------------------------------------------------*
      *    AGENCIA DO RESULTADO DEVOLVIDO PELA CLASSIFICACAO E AGENCIA *
      *    DA QUEBRA CORRENTE. NO FIM DA CLASSIFICACAO A AGENCIA       *
      *    DEVOLVIDA VAI A HIGH-VALUES, FECHANDO A ULTIMA QUEBRA       *
      *----------------------------------------------------------------*
       01 WRK-CHAVE-RETORNO.
          05 WRK-AG-RETORNO       PIC  9(004).

       01 WRK-CHAVE-QUEBRA.
          05 WRK-AG-QUEBRA        PIC  9(004).
      *----------------------------------------------------------------*
      *    TOTAIS DA AGENCIA E TOTAIS GERAIS DO RETORNO                *
      *----------------------------------------------------------------*
       01 WRK-TOTAIS-AGENCIA.
          05 WRK-TAG-RETORNOS     PIC  9(007) COMP-3.
          05 WRK-TAG-CONTATADOS   PIC  9(007) COMP-3.
          05 WRK-TAG-PROMESSAS    PIC  9(007) COMP-3.
          05 WRK-TAG-SEM-RESPOSTA PIC  9(007) COMP-3.
          05 WRK-TAG-NUM-ERRADO   PIC  9(007) COMP-3.
          05 WRK-TAG-END-DESCON   PIC  9(007) COMP-3.
          05 WRK-TAG-FONES-MARC   PIC  9(007) COMP-3.
          05 WRK-TAG-END-MARC     PIC  9(007) COMP-3.

       01 WRK-TOTAIS-GERAL.
          05 WRK-TGE-RETORNOS     PIC  9(007) COMP-3.
          05 WRK-TGE-CONTATADOS   PIC  9(007) COMP-3.
          05 WRK-TGE-PROMESSAS    PIC  9(007) COMP-3.
          05 WRK-TGE-SEM-RESPOSTA PIC  9(007) COMP-3.
          05 WRK-TGE-NUM-ERRADO   PIC  9(007) COMP-3.
          05 WRK-TGE-END-DESCON   PIC  9(007) COMP-3.
          05 WRK-TGE-FONES-MARC   PIC  9(007) COMP-3.
          05 WRK-TGE-END-MARC     PIC  9(007) COMP-3.
      *----------------------------------------------------------------*
      *    LINHAS DO RELATORIO DE CONTACTABILIDADE POR AGENCIA. A TAXA *
      *    DE CONTATO E O PERCENTUAL DOS RETORNOS EM QUE O CLIENTE FOI *
      *    ALCANCADO (CONTATADO OU PROMESSA DE PAGAMENTO)              *
      *----------------------------------------------------------------*
       01 WRK-LINHA-TITULO.
          05 FILLER               PIC  X(050) VALUE
             'CONTACTABILIDADE POR AGENCIA - RETORNO DA COBRANCA'.
          05 FILLER               PIC  X(050) VALUE
             ' - EXER0318                          DATA MOVTO:  '.
          05 WRK-TIT-DATA-MOVTO   PIC  9(008).
          05 FILLER               PIC  X(012) VALUE SPACES.

       01 WRK-LINHA-CABECALHO.
          05 FILLER               PIC  X(009) VALUE 'AGENCIA'.
          05 FILLER               PIC  X(011) VALUE '   RETORNOS'.
          05 FILLER               PIC  X(011) VALUE ' CONTATADOS'.
          05 FILLER               PIC  X(011) VALUE '  PROMESSAS'.
          05 FILLER               PIC  X(011) VALUE ' SEM RESPOS'.
          05 FILLER               PIC  X(011) VALUE ' NUM ERRADO'.
          05 FILLER               PIC  X(011) VALUE ' END DESCON'.
          05 FILLER               PIC  X(011) VALUE ' FONES MARC'.
          05 FILLER               PIC  X(011) VALUE '   END MARC'.
          05 FILLER               PIC  X(010) VALUE '  CONTATO%'.
          05 FILLER               PIC  X(013) VALUE SPACES.

       01 WRK-LINHA-DETALHE.
          05 WRK-DET-AGENCIA      PIC  X(009).
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 WRK-DET-RETORNOS     PIC  Z.ZZZ.ZZ9.
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 WRK-DET-CONTATADOS   PIC  Z.ZZZ.ZZ9.
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 WRK-DET-PROMESSAS    PIC  Z.ZZZ.ZZ9.
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 WRK-DET-SEM-RESPOSTA PIC  Z.ZZZ.ZZ9.
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 WRK-DET-NUM-ERRADO   PIC  Z.ZZZ.ZZ9.
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 WRK-DET-END-DESCON   PIC  Z.ZZZ.ZZ9.
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 WRK-DET-FONES-MARC   PIC  Z.ZZZ.ZZ9.
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 WRK-DET-END-MARC     PIC  Z.ZZZ.ZZ9.
          05 FILLER               PIC  X(004) VALUE SPACES.
          05 WRK-DET-TAXA         PIC  ZZ9,99.
          05 FILLER               PIC  X(013) VALUE SPACES.

       01 WRK-LINHA-RESUMO.
          05 WRK-RES-ROTULO       PIC  X(040).
          05 WRK-RES-QTDE         PIC  Z.ZZZ.ZZ9.
          05 FILLER               PIC  X(071) VALUE SPACES.

       01 WRK-LINHA-BRANCO        PIC  X(120) VALUE SPACES.
      *----------------------------------------------------------------*
      *    AREA DO RETORNO DA COBRANCA, DOS ACORDOS, DO ARQUIVO        *
      *    PERMANENTE DE PREFERENCIAS E DO JORNAL DE AUDITORIA         *
      *----------------------------------------------------------------*
           COPY RET03101.
           COPY ACO03101.
           COPY PRF03101.
           COPY JRN03101.
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'EXER0318 - FIM DA AREA DE WORKING'.
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
                                 SRT-DAT-RESULTADO
                USING ARQRET01
                OUTPUT PROCEDURE IS 2000-PROCESSAR-RETORNOS

           IF SORT-RETURN NOT EQUAL ZEROS
              DISPLAY '*** ERRO NA CLASSIFICACAO DO RETORNO DA '
                      'COBRANCA - SORT-RETURN: ' SORT-RETURN
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
           ACCEPT WRK-DATA-MOVTO              FROM DATE YYYYMMDD

           INITIALIZE WRK-TOTAIS-GERAL

           SET WRK-CN-OPEN                    TO TRUE

           OPEN I-O ARQCAD01
           SET WRK-CN-ARQCAD01                 TO TRUE
           IF NOT WRK-FS-CAD01-OK
              MOVE WRK-FS-ARQCAD01             TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           OPEN OUTPUT ARQJRN01
           SET WRK-CN-ARQJRN01                 TO TRUE
           IF NOT WRK-FS-JRN01-OK
              MOVE WRK-FS-ARQJRN01             TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           OPEN OUTPUT ARQREL09
           SET WRK-CN-ARQREL09                 TO TRUE
           IF NOT WRK-FS-REL09-OK
              MOVE WRK-FS-ARQREL09             TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 1200-ABRIR-ACORDOS
           PERFORM 1300-ABRIR-PREFERENCIAS
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    ABRE O ARQUIVO DE ACORDOS EM MODO EXTEND SE JA EXISTIR OU   *
      *    EM MODO OUTPUT SE A MESA AINDA NAO REGISTROU NENHUM ACORDO, *
      *    PARA ACRESCENTAR OS ACORDOS DAS PROMESSAS DO RETORNO        *
      *----------------------------------------------------------------*
       1200-ABRIR-ACORDOS SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-OPEN                 TO TRUE
           SET WRK-CN-ARQACO01              TO TRUE

           OPEN INPUT ARQACO01

           IF WRK-FS-ACO01-OK
              CLOSE ARQACO01
              OPEN EXTEND ARQACO01
           ELSE
              OPEN OUTPUT ARQACO01
           END-IF

           IF NOT WRK-FS-ACO01-OK
              MOVE WRK-FS-ARQACO01          TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       1200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    ABRE O ARQUIVO PERMANENTE DE PREFERENCIAS DE CONTATO, EM    *
      *    MODO EXTEND SE JA EXISTIR OU EM MODO OUTPUT NA PRIMEIRA     *
      *    EXECUCAO (MESMO TRATAMENTO DO EXER0308)                     *
      *----------------------------------------------------------------*
       1300-ABRIR-PREFERENCIAS SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-OPEN                 TO TRUE
           SET WRK-CN-ARQPRF01              TO TRUE

           OPEN INPUT ARQPRF01

           IF WRK-FS-PRF01-OK
              CLOSE ARQPRF01
              OPEN EXTEND ARQPRF01
           ELSE
              OPEN OUTPUT ARQPRF01
           END-IF

           IF NOT WRK-FS-PRF01-OK
              MOVE WRK-FS-ARQPRF01          TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       1300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCEDIMENTO DE SAIDA DA CLASSIFICACAO: APLICA OS           *
      *    RESULTADOS COM QUEBRA POR AGENCIA, 1 LINHA POR AGENCIA NO   *
      *    RELATORIO E O TOTAL GERAL NO FIM                            *
      *----------------------------------------------------------------*
       2000-PROCESSAR-RETORNOS SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-DATA-MOVTO             TO WRK-TIT-DATA-MOVTO
           MOVE WRK-LINHA-TITULO           TO FD-ARQREL09
           PERFORM 3900-GRAVAR-LINHA

           MOVE WRK-LINHA-BRANCO           TO FD-ARQREL09
           PERFORM 3900-GRAVAR-LINHA

           MOVE WRK-LINHA-CABECALHO        TO FD-ARQREL09
           PERFORM 3900-GRAVAR-LINHA

           PERFORM 2100-RETORNAR-CLASSIFICA

           PERFORM 2200-TRATAR-AGENCIA UNTIL WRK-CN-FIM-CLASSIFICA

           PERFORM 3700-IMPRIMIR-TOTAIS
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       2100-RETORNAR-CLASSIFICA SECTION.
      *----------------------------------------------------------------*
           RETURN CLASSIFICA INTO ARQRET01-REGISTRO
               AT END
                  SET WRK-CN-FIM-CLASSIFICA TO TRUE
                  MOVE HIGH-VALUES         TO WRK-CHAVE-RETORNO
               NOT AT END
                  ADD 1 TO ACU-LIDOS-ARQRET01
                  MOVE ARQRET01-AGENCIA    TO WRK-AG-RETORNO
           END-RETURN
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       2200-TRATAR-AGENCIA SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-CHAVE-RETORNO          TO WRK-CHAVE-QUEBRA
           INITIALIZE WRK-TOTAIS-AGENCIA

           PERFORM 2300-TRATAR-RETORNO
              UNTIL WRK-CHAVE-RETORNO NOT EQUAL WRK-CHAVE-QUEBRA

           IF WRK-TAG-RETORNOS GREATER ZEROS
              PERFORM 3300-IMPRIMIR-AGENCIA
           END-IF

           ADD WRK-TAG-RETORNOS            TO WRK-TGE-RETORNOS
           ADD WRK-TAG-CONTATADOS          TO WRK-TGE-CONTATADOS
           ADD WRK-TAG-PROMESSAS           TO WRK-TGE-PROMESSAS
           ADD WRK-TAG-SEM-RESPOSTA        TO WRK-TGE-SEM-RESPOSTA
           ADD WRK-TAG-NUM-ERRADO          TO WRK-TGE-NUM-ERRADO
           ADD WRK-TAG-END-DESCON          TO WRK-TGE-END-DESCON
           ADD WRK-TAG-FONES-MARC          TO WRK-TGE-FONES-MARC
           ADD WRK-TAG-END-MARC            TO WRK-TGE-END-MARC
           .
      *----------------------------------------------------------------*
       2200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    VALIDA O RESULTADO E, SE A CONTA ESTA NO CADASTRO INDEXADO, *
      *    APLICA. RESULTADO INVALIDO, DATA INVALIDA OU CONTA FORA DO  *
      *    CADASTRO E REJEITADO SEM ABORTAR O JOB                      *
      *----------------------------------------------------------------*
       2300-TRATAR-RETORNO SECTION.
      *----------------------------------------------------------------*
           EVALUATE TRUE
               WHEN NOT ARQRET01-RESULTADO-VALIDO
                    ADD 1 TO ACU-REJ-RESULTADO
                    DISPLAY '* RETORNO REJEITADO - RESULTADO INVALIDO '
                            '(' ARQRET01-COD-RESULTADO ') AG/CTA '
                            ARQRET01-AGENCIA ARQRET01-CONTA
               WHEN ARQRET01-DAT-RESULTADO NOT NUMERIC
               WHEN ARQRET01-DAT-RESULTADO EQUAL ZEROS
                    ADD 1 TO ACU-REJ-DATA
                    DISPLAY '* RETORNO REJEITADO - DATA DO RESULTADO '
                            'INVALIDA AG/CTA '
                            ARQRET01-AGENCIA ARQRET01-CONTA
               WHEN ARQRET01-PROMESSA
                AND ARQRET01-DAT-PROMESSA NOT NUMERIC
                    ADD 1 TO ACU-REJ-DATA
                    DISPLAY '* RETORNO REJEITADO - DATA DA PROMESSA '
                            'INVALIDA AG/CTA '
                            ARQRET01-AGENCIA ARQRET01-CONTA
               WHEN ARQRET01-PROMESSA
                AND ARQRET01-DAT-PROMESSA LESS ARQRET01-DAT-RESULTADO
                    ADD 1 TO ACU-REJ-DATA
                    DISPLAY '* RETORNO REJEITADO - DATA DA PROMESSA '
                            'INVALIDA AG/CTA '
                            ARQRET01-AGENCIA ARQRET01-CONTA
               WHEN OTHER
                    PERFORM 2400-LOCALIZAR-CADASTRO
           END-EVALUATE

           PERFORM 2100-RETORNAR-CLASSIFICA
           .
      *----------------------------------------------------------------*
       2300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       2400-LOCALIZAR-CADASTRO SECTION.
      *----------------------------------------------------------------*
           MOVE ARQRET01-AGENCIA           TO ARQCAD01-AGENCIA
           MOVE ARQRET01-CONTA             TO ARQCAD01-CONTA

           SET WRK-CN-READ                 TO TRUE
           SET WRK-CN-ARQCAD01              TO TRUE

           READ ARQCAD01.

           EVALUATE WRK-FS-ARQCAD01
               WHEN '00'
                    PERFORM 2500-APLICAR-RETORNO
               WHEN '23'
                    ADD 1 TO ACU-REJ-CADASTRO
                    DISPLAY '* RETORNO REJEITADO - CONTA NAO '
                            'ENCONTRADA AG/CTA '
                            ARQRET01-AGENCIA ARQRET01-CONTA
               WHEN OTHER
                    MOVE WRK-FS-ARQCAD01     TO WRK-FS-DISPLAY
                    PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       2400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    CONTA O RESULTADO NA AGENCIA E APLICA: NUMERO ERRADO E      *
      *    ENDERECO DESCONHECIDO MARCAM O DADO NO CADASTRO (SE AINDA   *
      *    NAO ESTIVER MARCADO); PROMESSA GRAVA O ACORDO               *
      *----------------------------------------------------------------*
       2500-APLICAR-RETORNO SECTION.
      *----------------------------------------------------------------*
           ADD 1                           TO WRK-TAG-RETORNOS

           EVALUATE TRUE
               WHEN ARQRET01-CONTATADO
                    ADD 1 TO WRK-TAG-CONTATADOS
               WHEN ARQRET01-PROMESSA
                    ADD 1 TO WRK-TAG-PROMESSAS
                    PERFORM 2600-GRAVAR-ACORDO
               WHEN ARQRET01-SEM-RESPOSTA
                    ADD 1 TO WRK-TAG-SEM-RESPOSTA
               WHEN ARQRET01-NUMERO-ERRADO
                    ADD 1 TO WRK-TAG-NUM-ERRADO
                    IF NOT ARQCAD01-FONE-INVALIDO
                       MOVE ARQCAD01-REGISTRO TO WRK-IMAGEM-ANTES
                       SET ARQCAD01-FONE-INVALIDO TO TRUE
                       PERFORM 2700-MARCAR-CADASTRO
                       ADD 1 TO WRK-TAG-FONES-MARC
                    END-IF
               WHEN ARQRET01-END-DESCONHECIDO
                    ADD 1 TO WRK-TAG-END-DESCON
                    IF NOT ARQCAD01-ENDERECO-INVALIDO
                       MOVE ARQCAD01-REGISTRO TO WRK-IMAGEM-ANTES
                       SET ARQCAD01-ENDERECO-INVALIDO TO TRUE
                       PERFORM 2700-MARCAR-CADASTRO
                       ADD 1 TO WRK-TAG-END-MARC
                    END-IF
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       2500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA O ACORDO ATIVO DA PROMESSA DE PAGAMENTO, COM A DATA   *
      *    DO RESULTADO COMO DATA DO ACORDO                            *
      *----------------------------------------------------------------*
       2600-GRAVAR-ACORDO SECTION.
      *----------------------------------------------------------------*
           MOVE ARQRET01-AGENCIA           TO ARQACO01-AGENCIA
           MOVE ARQRET01-CONTA             TO ARQACO01-CONTA
           MOVE ARQRET01-DAT-RESULTADO     TO ARQACO01-DAT-ACORDO
           MOVE ARQRET01-DAT-PROMESSA      TO ARQACO01-DAT-PROMESSA
           SET ARQACO01-ATIVO              TO TRUE

           SET WRK-CN-WRITE                TO TRUE
           SET WRK-CN-ARQACO01              TO TRUE

           WRITE FD-ARQACO01 FROM ARQACO01-REGISTRO.

           IF NOT WRK-FS-ACO01-OK
              MOVE WRK-FS-ARQACO01          TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           ELSE
              ADD 1 TO ACU-GRAVA-ARQACO01
           END-IF
           .
      *----------------------------------------------------------------*
       2600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    REGRAVA O CADASTRO COM A MARCA JA POSICIONADA PELA ROTINA   *
      *    CHAMADORA (IMAGEM ANTERIOR RETIDA EM WRK-IMAGEM-ANTES) E    *
      *    REGISTRA A ALTERACAO NO JORNAL E NO ARQUIVO PERMANENTE DE   *
      *    PREFERENCIAS                                                *
      *----------------------------------------------------------------*
       2700-MARCAR-CADASTRO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-REWRITE              TO TRUE
           SET WRK-CN-ARQCAD01              TO TRUE

           REWRITE ARQCAD01-REGISTRO.

           IF NOT WRK-FS-CAD01-OK
              MOVE WRK-FS-ARQCAD01          TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3100-GRAVAR-JORNAL
           PERFORM 3200-GRAVAR-PREFERENCIA
           .
      *----------------------------------------------------------------*
       2700-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA 1 REGISTRO NO JORNAL DE AUDITORIA (TIPO R - RETORNO   *
      *    DA COBRANCA) COM AS IMAGENS DO CADASTRO ANTES E DEPOIS DA   *
      *    MARCA                                                       *
      *----------------------------------------------------------------*
       3100-GRAVAR-JORNAL SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-DATA-MOVTO             TO ARQJRN01-DATA-MOVTO
           SET ARQJRN01-RETORNO-COBRANCA   TO TRUE
           MOVE ARQCAD01-AGENCIA           TO ARQJRN01-AGENCIA
           MOVE ARQCAD01-CONTA             TO ARQJRN01-CONTA
           MOVE WRK-IMAGEM-ANTES           TO ARQJRN01-IMAGEM-ANTES
           MOVE ARQCAD01-REGISTRO          TO ARQJRN01-IMAGEM-DEPOIS

           SET WRK-CN-WRITE                TO TRUE
           SET WRK-CN-ARQJRN01              TO TRUE

           WRITE FD-ARQJRN01 FROM ARQJRN01-REGISTRO.

           IF NOT WRK-FS-JRN01-OK
              MOVE WRK-FS-ARQJRN01          TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           ELSE
              ADD 1 TO ACU-GRAVA-ARQJRN01
           END-IF
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    REGISTRA NO ARQUIVO PERMANENTE DE PREFERENCIAS O ESTADO DE  *
      *    CONTATO DO CADASTRO COM A NOVA MARCA, PARA QUE ELA          *
      *    SOBREVIVA A RECARGA DO KSDS PELO EXER0305                   *
      *----------------------------------------------------------------*
       3200-GRAVAR-PREFERENCIA SECTION.
      *----------------------------------------------------------------*
           MOVE ARQCAD01-AGENCIA           TO ARQPRF01-AGENCIA
           MOVE ARQCAD01-CONTA             TO ARQPRF01-CONTA
           MOVE ARQCAD01-CANAL-PREFERIDO   TO ARQPRF01-CANAL-PREFERIDO
           MOVE ARQCAD01-OPT-OUT-CARTA     TO ARQPRF01-OPT-OUT-CARTA
           MOVE ARQCAD01-OPT-OUT-FONE      TO ARQPRF01-OPT-OUT-FONE
           MOVE ARQCAD01-DAT-PREFERENCIA   TO ARQPRF01-DAT-PREFERENCIA
           MOVE ARQCAD01-IND-FONE-INVALIDO TO ARQPRF01-IND-FONE-INVALIDO
           MOVE ARQCAD01-IND-END-INVALIDO  TO ARQPRF01-IND-END-INVALIDO
           MOVE ARQCAD01-TELEFONE          TO ARQPRF01-TELEFONE-REF
           MOVE ARQCAD01-ENDERECO          TO ARQPRF01-ENDERECO-REF

           SET WRK-CN-WRITE                TO TRUE
           SET WRK-CN-ARQPRF01              TO TRUE

           WRITE FD-ARQPRF01 FROM ARQPRF01-REGISTRO.

           IF NOT WRK-FS-PRF01-OK
              MOVE WRK-FS-ARQPRF01          TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           ELSE
              ADD 1 TO ACU-GRAVA-ARQPRF01
           END-IF
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3300-IMPRIMIR-AGENCIA SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-AG-QUEBRA              TO WRK-DET-AGENCIA
           MOVE WRK-TAG-RETORNOS           TO WRK-DET-RETORNOS
           MOVE WRK-TAG-CONTATADOS         TO WRK-DET-CONTATADOS
           MOVE WRK-TAG-PROMESSAS          TO WRK-DET-PROMESSAS
           MOVE WRK-TAG-SEM-RESPOSTA       TO WRK-DET-SEM-RESPOSTA
           MOVE WRK-TAG-NUM-ERRADO         TO WRK-DET-NUM-ERRADO
           MOVE WRK-TAG-END-DESCON         TO WRK-DET-END-DESCON
           MOVE WRK-TAG-FONES-MARC         TO WRK-DET-FONES-MARC
           MOVE WRK-TAG-END-MARC           TO WRK-DET-END-MARC
           COMPUTE WRK-DET-TAXA ROUNDED =
                   (WRK-TAG-CONTATADOS + WRK-TAG-PROMESSAS) * 100
                   / WRK-TAG-RETORNOS

           MOVE WRK-LINHA-DETALHE          TO FD-ARQREL09
           PERFORM 3900-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       3300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    TOTAL GERAL DO RETORNO E O RESUMO DAS REJEICOES E DOS       *
      *    REGISTROS GRAVADOS                                          *
      *----------------------------------------------------------------*
       3700-IMPRIMIR-TOTAIS SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-LINHA-BRANCO           TO FD-ARQREL09
           PERFORM 3900-GRAVAR-LINHA

           MOVE 'TOTAL'                    TO WRK-DET-AGENCIA
           MOVE WRK-TGE-RETORNOS           TO WRK-DET-RETORNOS
           MOVE WRK-TGE-CONTATADOS         TO WRK-DET-CONTATADOS
           MOVE WRK-TGE-PROMESSAS          TO WRK-DET-PROMESSAS
           MOVE WRK-TGE-SEM-RESPOSTA       TO WRK-DET-SEM-RESPOSTA
           MOVE WRK-TGE-NUM-ERRADO         TO WRK-DET-NUM-ERRADO
           MOVE WRK-TGE-END-DESCON         TO WRK-DET-END-DESCON
           MOVE WRK-TGE-FONES-MARC         TO WRK-DET-FONES-MARC
           MOVE WRK-TGE-END-MARC           TO WRK-DET-END-MARC
           IF WRK-TGE-RETORNOS GREATER ZEROS
              COMPUTE WRK-DET-TAXA ROUNDED =
                      (WRK-TGE-CONTATADOS + WRK-TGE-PROMESSAS) * 100
                      / WRK-TGE-RETORNOS
           ELSE
              MOVE ZEROS                   TO WRK-DET-TAXA
           END-IF

           MOVE WRK-LINHA-DETALHE          TO FD-ARQREL09
           PERFORM 3900-GRAVAR-LINHA

           MOVE WRK-LINHA-BRANCO           TO FD-ARQREL09
           PERFORM 3900-GRAVAR-LINHA

           MOVE 'QTDE DE RETORNOS RECEBIDOS...........:'
                                           TO WRK-RES-ROTULO
           MOVE ACU-LIDOS-ARQRET01         TO WRK-RES-QTDE
           MOVE WRK-LINHA-RESUMO           TO FD-ARQREL09
           PERFORM 3900-GRAVAR-LINHA

           MOVE 'REJEITADOS - RESULTADO INVALIDO......:'
                                           TO WRK-RES-ROTULO
           MOVE ACU-REJ-RESULTADO          TO WRK-RES-QTDE
           MOVE WRK-LINHA-RESUMO           TO FD-ARQREL09
           PERFORM 3900-GRAVAR-LINHA

           MOVE 'REJEITADOS - DATA INVALIDA...........:'
                                           TO WRK-RES-ROTULO
           MOVE ACU-REJ-DATA               TO WRK-RES-QTDE
           MOVE WRK-LINHA-RESUMO           TO FD-ARQREL09
           PERFORM 3900-GRAVAR-LINHA

           MOVE 'REJEITADOS - CONTA NAO CADASTRADA....:'
                                           TO WRK-RES-ROTULO
           MOVE ACU-REJ-CADASTRO           TO WRK-RES-QTDE
           MOVE WRK-LINHA-RESUMO           TO FD-ARQREL09
           PERFORM 3900-GRAVAR-LINHA

           MOVE 'ACORDOS GRAVADOS (PROMESSAS).........:'
                                           TO WRK-RES-ROTULO
           MOVE ACU-GRAVA-ARQACO01         TO WRK-RES-QTDE
           MOVE WRK-LINHA-RESUMO           TO FD-ARQREL09
           PERFORM 3900-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       3700-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3900-GRAVAR-LINHA SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE                TO TRUE
           SET WRK-CN-ARQREL09              TO TRUE

           WRITE FD-ARQREL09

           IF NOT WRK-FS-REL09-OK
              MOVE WRK-FS-ARQREL09          TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           ELSE
              ADD 1 TO ACU-GRAVA-ARQREL09
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

           CLOSE ARQCAD01
           CLOSE ARQACO01
           CLOSE ARQPRF01
           CLOSE ARQJRN01
           CLOSE ARQREL09

           MOVE ACU-LIDOS-ARQRET01 TO WRK-MASK-QTDREG
           DISPLAY '***************************************************'
           DISPLAY '* QTDE DE RETORNOS LIDOS..........: 'WRK-MASK-QTDREG
           MOVE ACU-REJ-RESULTADO  TO WRK-MASK-QTDREG
           DISPLAY '* QTDE REJEITADA - RESULTADO......: 'WRK-MASK-QTDREG
           MOVE ACU-REJ-DATA       TO WRK-MASK-QTDREG
           DISPLAY '* QTDE REJEITADA - DATA...........: 'WRK-MASK-QTDREG
           MOVE ACU-REJ-CADASTRO   TO WRK-MASK-QTDREG
           DISPLAY '* QTDE REJEITADA - SEM CADASTRO...: 'WRK-MASK-QTDREG
           MOVE ACU-GRAVA-ARQACO01 TO WRK-MASK-QTDREG
           DISPLAY '* QTDE DE ACORDOS GRAVADOS........: 'WRK-MASK-QTDREG
           MOVE ACU-GRAVA-ARQJRN01 TO WRK-MASK-QTDREG
           DISPLAY '* QTDE DE REGS NO JORNAL AUDITORIA: 'WRK-MASK-QTDREG
           MOVE ACU-GRAVA-ARQPRF01 TO WRK-MASK-QTDREG
           DISPLAY '* QTDE DE PREFERENCIAS GRAVADAS...: '
                                                    WRK-MASK-QTDREG
           MOVE ACU-GRAVA-ARQREL09 TO WRK-MASK-QTDREG
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
