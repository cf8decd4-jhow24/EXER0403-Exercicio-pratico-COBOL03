      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0322.
       AUTHOR.     JOHNATHAN.
      *================================================================*
      *              C A P G E M I N I - S I S T E M A S               *
      *================================================================*
      *    PROGRAMA....: EXER0322
      *    PROGRAMADOR.: JOHNATHAN
      *    ANALISTA....: ARI BORGES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   CARREGAR A SITUACAO DA CONTA PARA A         *
      *                    CONSULTA ONLINE DA MESA DE COBRANCA         *
      *                    (ARQSIT01 - VSAM KSDS, CHAVE AGENCIA+CONTA) *
      *                    COM A SITUACAO E OS DIAS DE ATRASO DA       *
      *                    FOTOGRAFIA POR CONTA DO CICLO (ARQSNP01) E  *
      *                    O ULTIMO ACORDO DE CADA CONTA NO ARQUIVO DE *
      *                    ACORDOS (ARQACO01). OS ACORDOS SAO          *
      *                    CLASSIFICADOS POR AGENCIA+CONTA+DATA DO     *
      *                    ACORDO E CASADOS COM A FOTOGRAFIA, QUE JA   *
      *                    VEM NA ORDEM AGENCIA+CONTA DO CADASTRO.     *
      *                    ACORDOS DE CONTAS FORA DA FOTOGRAFIA SAO    *
      *                    DESPREZADOS                                 *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQSNP01                                  SNP03101
      *      ARQACO01                                  ACO03101
      *      ARQSIT01                                  SIT03101
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
           SELECT ARQSNP01 ASSIGN      TO UT-S-ARQSNP01
                      FILE STATUS      IS WRK-FS-ARQSNP01.

           SELECT ARQACO01 ASSIGN      TO UT-S-ARQACO01
                      FILE STATUS      IS WRK-FS-ARQACO01.

           SELECT ARQSIT01 ASSIGN      TO UT-S-ARQSIT01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS SEQUENTIAL
                      RECORD KEY       IS ARQSIT01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQSIT01.

           SELECT CLASSIFICA ASSIGN    TO SORTWK01.
      *
      *================================================================*
       DATA                            DIVISION.
      *================================================================
      *----------------------------------------------------------------
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    INPUT:     FOTOGRAFIA POR CONTA DO CICLO  -  LRECL = 30     *
      *----------------------------------------------------------------*
       FD  ARQSNP01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQSNP01             PIC X(30).

      *----------------------------------------------------------------*
      *    INPUT:     ACORDOS DE PAGAMENTO   -   LRECL = 28            *
      *----------------------------------------------------------------*
       FD  ARQACO01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQACO01             PIC X(28).

      *----------------------------------------------------------------*
      *    OUTPUT:    SITUACAO DA CONTA PARA A CONSULTA ONLINE         *
      *               (VSAM KSDS)  -  LRECL = 42                       *
      *----------------------------------------------------------------*
       FD  ARQSIT01
           LABEL RECORD   IS STANDARD.
           COPY SIT03101.

      *----------------------------------------------------------------*
      *    SORT:      CLASSIFICA OS ACORDOS POR AGENCIA+CONTA+DATA DO  *
      *               ACORDO, MANTENDO A ORDEM DE GRAVACAO NA MESMA    *
      *               DATA (O ULTIMO REGISTRO DE CADA CONTA E O QUE    *
      *               VALE)                                            *
      *----------------------------------------------------------------*
       SD  CLASSIFICA.
       01 SRT-REGISTRO.
          05 SRT-CHAVE.
             10 SRT-AGENCIA       PIC  9(004).
             10 SRT-CONTA         PIC  9(007).
          05 SRT-DAT-ACORDO       PIC  9(008).
          05 FILLER               PIC  X(009).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 FILLER                  PIC  X(050) VALUE
             'EXER0322 - INICIO DA AREA DE WORKING'.
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0322'.
       77 WRK-MASK-QTDREG         PIC  ZZ.ZZ9.
       77 ACU-LIDOS-ARQSNP01      PIC  9(005) VALUE ZEROS.
       77 ACU-LIDOS-ARQACO01      PIC  9(005) VALUE ZEROS.
       77 ACU-GRAVA-ARQSIT01      PIC  9(005) VALUE ZEROS.
       77 ACU-COM-ACORDO          PIC  9(005) VALUE ZEROS.
      *
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQSNP01      VALUE 'SNP03101'.
          88 WRK-CN-ARQACO01      VALUE 'ACO03101'.
          88 WRK-CN-ARQSIT01      VALUE 'SIT03101'.

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
          05 WRK-FS-ARQACO01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-ACO01-OK               VALUE '00'.
          05 WRK-FS-ARQSIT01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SIT01-OK               VALUE '00'.

          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.
      *
       77 WRK-SW-CLASSIFICA       PIC  X(001) VALUE 'N'.
          88 WRK-CN-FIM-CLASSIFICA        VALUE 'S'.
      *----------------------------------------------------------------*
      *    CHAVE DEVOLVIDA PELA CLASSIFICACAO (HIGH-VALUES NO FIM) E   *
      *    CHAVE DO ACORDO CORRENTE, CUJO ULTIMO REGISTRO FICA NA AREA *
      *    ARQACO01-REGISTRO. A CHAVE DA FOTOGRAFIA E CASADA COM ELA   *
      *    NA MESMA ORDEM ASCENDENTE DE AGENCIA+CONTA                  *
      *----------------------------------------------------------------*
       01 WRK-CHAVE-RETORNO.
          05 WRK-AG-RETORNO       PIC  9(004).
          05 WRK-CTA-RETORNO      PIC  9(007).

       01 WRK-CHAVE-ACORDO.
          05 WRK-AG-ACORDO        PIC  9(004).
          05 WRK-CTA-ACORDO       PIC  9(007).

       01 WRK-CHAVE-FOTOGRAFIA.
          05 WRK-AG-FOTOGRAFIA    PIC  9(004).
          05 WRK-CTA-FOTOGRAFIA   PIC  9(007).
      *----------------------------------------------------------------*
      *    AREA DA FOTOGRAFIA POR CONTA DO CICLO                       *
      *----------------------------------------------------------------*
           COPY SNP03101.
      *----------------------------------------------------------------*
      *    AREA DO ARQUIVO DE ACORDOS, COM O ULTIMO ACORDO DA CONTA    *
      *    CORRENTE                                                    *
      *----------------------------------------------------------------*
           COPY ACO03101.
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'EXER0322 - FIM DA AREA DE WORKING'.
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
                                 SRT-DAT-ACORDO
                WITH DUPLICATES IN ORDER
                USING ARQACO01
                OUTPUT PROCEDURE IS 2000-PROCESSAR

           IF SORT-RETURN NOT EQUAL ZEROS
              DISPLAY '*** ERRO NA CLASSIFICACAO DOS ACORDOS '
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
           SET WRK-CN-OPEN                    TO TRUE

           OPEN INPUT ARQSNP01
           SET WRK-CN-ARQSNP01                 TO TRUE
           IF NOT WRK-FS-SNP01-OK
              MOVE WRK-FS-ARQSNP01             TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           OPEN OUTPUT ARQSIT01
           SET WRK-CN-ARQSIT01                 TO TRUE
           IF NOT WRK-FS-SIT01-OK
              MOVE WRK-FS-ARQSIT01             TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCEDIMENTO DE SAIDA DA CLASSIFICACAO: LE A FOTOGRAFIA E   *
      *    GRAVA CADA CONTA NO KSDS, NA MESMA ORDEM ASCENDENTE DE      *
      *    AGENCIA+CONTA, CASANDO-A COM OS ACORDOS CLASSIFICADOS       *
      *----------------------------------------------------------------*
       2000-PROCESSAR SECTION.
      *----------------------------------------------------------------*
           PERFORM 2200-RETORNAR-CLASSIFICA
           PERFORM 2210-OBTER-ACORDO

           PERFORM 2100-LER-FOTOGRAFIA
           PERFORM 2100-LER-FOTOGRAFIA UNTIL WRK-FS-SNP01-FIM
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    O TRAILER DA FOTOGRAFIA SO TRAZ A QTDE DE REGISTROS E A     *
      *    DATA DO CICLO - NAO VAI PARA O KSDS                         *
      *----------------------------------------------------------------*
       2100-LER-FOTOGRAFIA SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                 TO TRUE
           SET WRK-CN-ARQSNP01              TO TRUE

           READ ARQSNP01 INTO ARQSNP01-REGISTRO.

           EVALUATE WRK-FS-ARQSNP01
               WHEN '00'
                    IF ARQSNP01-DETALHE
                       ADD 1 TO ACU-LIDOS-ARQSNP01
                       PERFORM 2110-GRAVAR-SITUACAO
                    END-IF
               WHEN '10'
                    CONTINUE
               WHEN OTHER
                    MOVE WRK-FS-ARQSNP01     TO WRK-FS-DISPLAY
                    PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       2110-GRAVAR-SITUACAO SECTION.
      *----------------------------------------------------------------*
           MOVE ARQSNP01-AGENCIA           TO ARQSIT01-AGENCIA
           MOVE ARQSNP01-CONTA             TO ARQSIT01-CONTA
           MOVE ARQSNP01-CODIGO-PRODUTO    TO ARQSIT01-CODIGO-PRODUTO
           MOVE ARQSNP01-SITUACAO          TO ARQSIT01-SITUACAO
           MOVE ARQSNP01-QTDE-DIAS-ATRASO  TO ARQSIT01-QTDE-DIAS-ATRASO
           MOVE ARQSNP01-VLR-SALDO         TO ARQSIT01-VLR-SALDO

           MOVE ZEROS                      TO ARQSIT01-DAT-ACORDO
           MOVE ZEROS                      TO ARQSIT01-DAT-PROMESSA
           SET ARQSIT01-SEM-ACORDO         TO TRUE

           PERFORM 2150-APLICAR-ACORDO

           SET WRK-CN-WRITE                TO TRUE
           SET WRK-CN-ARQSIT01              TO TRUE

           WRITE ARQSIT01-REGISTRO.

           IF NOT WRK-FS-SIT01-OK
              MOVE WRK-FS-ARQSIT01          TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           ELSE
              ADD 1 TO ACU-GRAVA-ARQSIT01
           END-IF
           .
      *----------------------------------------------------------------*
       2110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    AVANCA OS ACORDOS ATE A CHAVE DA FOTOGRAFIA CORRENTE        *
      *    (CHAVES FORA DA FOTOGRAFIA SAO DESPREZADAS) E, SE HOUVER    *
      *    ACORDO PARA ELA, LEVA O ULTIMO AO KSDS                      *
      *----------------------------------------------------------------*
       2150-APLICAR-ACORDO SECTION.
      *----------------------------------------------------------------*
           MOVE ARQSNP01-AGENCIA           TO WRK-AG-FOTOGRAFIA
           MOVE ARQSNP01-CONTA             TO WRK-CTA-FOTOGRAFIA

           PERFORM 2210-OBTER-ACORDO
              UNTIL WRK-CHAVE-ACORDO NOT LESS WRK-CHAVE-FOTOGRAFIA

           IF WRK-CHAVE-ACORDO EQUAL WRK-CHAVE-FOTOGRAFIA
              MOVE ARQACO01-DAT-ACORDO     TO ARQSIT01-DAT-ACORDO
              MOVE ARQACO01-DAT-PROMESSA   TO ARQSIT01-DAT-PROMESSA
              MOVE ARQACO01-SITUACAO       TO ARQSIT01-SIT-ACORDO
              ADD 1 TO ACU-COM-ACORDO
           END-IF
           .
      *----------------------------------------------------------------*
       2150-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       2200-RETORNAR-CLASSIFICA SECTION.
      *----------------------------------------------------------------*
           RETURN CLASSIFICA
               AT END
                  SET WRK-CN-FIM-CLASSIFICA TO TRUE
                  MOVE HIGH-VALUES         TO WRK-CHAVE-RETORNO
               NOT AT END
                  ADD 1                    TO ACU-LIDOS-ARQACO01
                  MOVE SRT-CHAVE           TO WRK-CHAVE-RETORNO
           END-RETURN
           .
      *----------------------------------------------------------------*
       2200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    OBTEM A PROXIMA CHAVE DE ACORDO, GUARDANDO O ULTIMO         *
      *    REGISTRO DELA EM ARQACO01-REGISTRO. NO FIM DA CLASSIFICACAO *
      *    A CHAVE DO ACORDO VAI A HIGH-VALUES E NAO CASA MAIS COM     *
      *    NENHUMA CONTA                                               *
      *----------------------------------------------------------------*
       2210-OBTER-ACORDO SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-CHAVE-RETORNO          TO WRK-CHAVE-ACORDO

           IF NOT WRK-CN-FIM-CLASSIFICA
              PERFORM 2220-GUARDAR-ACORDO
                 UNTIL WRK-CHAVE-RETORNO NOT EQUAL WRK-CHAVE-ACORDO
           END-IF
           .
      *----------------------------------------------------------------*
       2210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       2220-GUARDAR-ACORDO SECTION.
      *----------------------------------------------------------------*
           MOVE SRT-REGISTRO               TO ARQACO01-REGISTRO

           PERFORM 2200-RETORNAR-CLASSIFICA
           .
      *----------------------------------------------------------------*
       2220-99-FIM.
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
           CLOSE ARQSIT01

           MOVE ACU-LIDOS-ARQSNP01 TO WRK-MASK-QTDREG
           DISPLAY '***************************************************'
           DISPLAY '* QTDE DE CONTAS LIDAS NA FOTOGRAFIA: '
                                                    WRK-MASK-QTDREG
           MOVE ACU-LIDOS-ARQACO01 TO WRK-MASK-QTDREG
           DISPLAY '* QTDE DE ACORDOS LIDOS...........: 'WRK-MASK-QTDREG
           MOVE ACU-GRAVA-ARQSIT01 TO WRK-MASK-QTDREG
           DISPLAY '* QTDE DE CONTAS GRAVADAS NO KSDS.: 'WRK-MASK-QTDREG
           MOVE ACU-COM-ACORDO     TO WRK-MASK-QTDREG
           DISPLAY '* QTDE DE CONTAS COM ACORDO.......: 'WRK-MASK-QTDREG
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
