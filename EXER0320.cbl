      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0320.
       AUTHOR.     JOHNATHAN.
      *================================================================*
      *              C A P G E M I N I - S I S T E M A S               *
      *================================================================*
      *    PROGRAMA....: EXER0320
      *    PROGRAMADOR.: JOHNATHAN
      *    ANALISTA....: ARI BORGES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   COMPACTAR O ARQUIVO PERMANENTE DE           *
      *                    PREFERENCIAS DE CONTATO (ARQPRF01). O       *
      *                    ARQUIVO E UM DIARIO ACUMULATIVO: O EXER0308 *
      *                    E O EXER0318 ACRESCENTAM 1 REGISTRO A CADA  *
      *                    ALTERACAO E O EXER0305 SO APLICA O ULTIMO   *
      *                    REGISTRO DE CADA CHAVE. O PROGRAMA          *
      *                    CLASSIFICA O ARQUIVO POR AGENCIA+CONTA,     *
      *                    MANTENDO A ORDEM DE GRAVACAO DENTRO DA      *
      *                    CHAVE, E GRAVA NO ARQPRF02 SO O ULTIMO      *
      *                    REGISTRO DE CADA CHAVE. O ARQPRF02 SUBSTITUI*
      *                    O ARQUIVO PERMANENTE NO PASSO SEGUINTE DO   *
      *                    JOB EXER0320                                *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPRF01                                  PRF03101
      *      ARQPRF02                                  PRF03101
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
           SELECT ARQPRF01 ASSIGN      TO UT-S-ARQPRF01
                      FILE STATUS      IS WRK-FS-ARQPRF01.

           SELECT ARQPRF02 ASSIGN      TO UT-S-ARQPRF02
                      FILE STATUS      IS WRK-FS-ARQPRF02.

           SELECT CLASSIFICA ASSIGN    TO SORTWK01.
      *
      *================================================================*
       DATA                            DIVISION.
      *================================================================
      *----------------------------------------------------------------
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    INPUT:     ARQUIVO PERMANENTE DE PREFERENCIAS DE CONTATO -  *
      *               LRECL = 41                                       *
      *----------------------------------------------------------------*
       FD  ARQPRF01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPRF01             PIC X(41).

      *----------------------------------------------------------------*
      *    OUTPUT:    ARQUIVO DE PREFERENCIAS COMPACTADO, 1 REGISTRO   *
      *               POR AGENCIA+CONTA  -  LRECL = 41                 *
      *----------------------------------------------------------------*
       FD  ARQPRF02
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPRF02             PIC X(41).

      *----------------------------------------------------------------*
      *    SORT:      CLASSIFICA AS PREFERENCIAS POR AGENCIA+CONTA,    *
      *               MANTENDO A ORDEM DE GRAVACAO DENTRO DA CHAVE     *
      *               (O ULTIMO REGISTRO DE CADA CHAVE E O QUE VALE)   *
      *----------------------------------------------------------------*
       SD  CLASSIFICA.
       01 SRT-REGISTRO.
          05 SRT-CHAVE.
             10 SRT-AGENCIA       PIC  9(004).
             10 SRT-CONTA         PIC  9(007).
          05 FILLER               PIC  X(030).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 FILLER                  PIC  X(050) VALUE
             'EXER0320 - INICIO DA AREA DE WORKING'.
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0320'.
       77 WRK-MASK-QTDREG         PIC  ZZ.ZZ9.
       77 ACU-LIDOS-ARQPRF01      PIC  9(005) VALUE ZEROS.
       77 ACU-GRAVA-ARQPRF02      PIC  9(005) VALUE ZEROS.
       77 ACU-DESCARTADOS         PIC  9(005) VALUE ZEROS.
      *
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQPRF01      VALUE 'PRF03101'.
          88 WRK-CN-ARQPRF02      VALUE 'PRF03101'.

       77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
          88 WRK-CN-OPEN          VALUE 'OPEN '.
          88 WRK-CN-CLOSE         VALUE 'CLOSE'.
          88 WRK-CN-READ          VALUE 'READ '.
          88 WRK-CN-WRITE         VALUE 'WRITE'.
      *
       01 WRK-AREA-FS.
          05 WRK-FS-ARQPRF01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-PRF01-OK               VALUE '00'.
          05 WRK-FS-ARQPRF02      PIC  X(002) VALUE SPACES.
             88 WRK-FS-PRF02-OK               VALUE '00'.

          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.
      *
       77 WRK-SW-CLASSIFICA       PIC  X(001) VALUE 'N'.
          88 WRK-CN-FIM-CLASSIFICA        VALUE 'S'.
      *----------------------------------------------------------------*
      *    CHAVE DEVOLVIDA PELA CLASSIFICACAO E CHAVE DA QUEBRA        *
      *    CORRENTE. NO FIM DA CLASSIFICACAO A CHAVE DEVOLVIDA VAI A   *
      *    HIGH-VALUES, FECHANDO A ULTIMA QUEBRA                       *
      *----------------------------------------------------------------*
       01 WRK-CHAVE-RETORNO.
          05 WRK-AG-RETORNO       PIC  9(004).
          05 WRK-CTA-RETORNO      PIC  9(007).

       01 WRK-CHAVE-QUEBRA.
          05 WRK-AG-QUEBRA        PIC  9(004).
          05 WRK-CTA-QUEBRA       PIC  9(007).
      *----------------------------------------------------------------*
      *    AREA DO ARQUIVO PERMANENTE DE PREFERENCIAS DE CONTATO,      *
      *    COM O ULTIMO REGISTRO DA CHAVE CORRENTE                     *
      *----------------------------------------------------------------*
           COPY PRF03101.
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'EXER0320 - FIM DA AREA DE WORKING'.
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
                WITH DUPLICATES IN ORDER
                USING ARQPRF01
                OUTPUT PROCEDURE IS 2000-COMPACTAR

           IF SORT-RETURN NOT EQUAL ZEROS
              DISPLAY '*** ERRO NA CLASSIFICACAO DAS PREFERENCIAS '
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

           OPEN OUTPUT ARQPRF02
           SET WRK-CN-ARQPRF02                 TO TRUE
           IF NOT WRK-FS-PRF02-OK
              MOVE WRK-FS-ARQPRF02             TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCEDIMENTO DE SAIDA DA CLASSIFICACAO: PARA CADA CHAVE     *
      *    AGENCIA+CONTA GRAVA SO O ULTIMO REGISTRO NO ARQPRF02        *
      *----------------------------------------------------------------*
       2000-COMPACTAR SECTION.
      *----------------------------------------------------------------*
           PERFORM 2100-RETORNAR-CLASSIFICA

           PERFORM 2200-TRATAR-CHAVE UNTIL WRK-CN-FIM-CLASSIFICA
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       2100-RETORNAR-CLASSIFICA SECTION.
      *----------------------------------------------------------------*
           RETURN CLASSIFICA
               AT END
                  SET WRK-CN-FIM-CLASSIFICA TO TRUE
                  MOVE HIGH-VALUES         TO WRK-CHAVE-RETORNO
               NOT AT END
                  ADD 1                    TO ACU-LIDOS-ARQPRF01
                  MOVE SRT-CHAVE           TO WRK-CHAVE-RETORNO
           END-RETURN
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GUARDA OS REGISTROS DA CHAVE, UM SOBRE O OUTRO, E GRAVA O   *
      *    ULTIMO DELES                                                *
      *----------------------------------------------------------------*
       2200-TRATAR-CHAVE SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-CHAVE-RETORNO          TO WRK-CHAVE-QUEBRA

           PERFORM 2210-GUARDAR-PREFERENCIA
              UNTIL WRK-CHAVE-RETORNO NOT EQUAL WRK-CHAVE-QUEBRA

           PERFORM 2300-GRAVAR-ARQPRF02
           .
      *----------------------------------------------------------------*
       2200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       2210-GUARDAR-PREFERENCIA SECTION.
      *----------------------------------------------------------------*
           MOVE SRT-REGISTRO               TO ARQPRF01-REGISTRO

           PERFORM 2100-RETORNAR-CLASSIFICA
           .
      *----------------------------------------------------------------*
       2210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       2300-GRAVAR-ARQPRF02 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE                TO TRUE
           SET WRK-CN-ARQPRF02             TO TRUE

           WRITE FD-ARQPRF02 FROM ARQPRF01-REGISTRO.

           IF NOT WRK-FS-PRF02-OK
              MOVE WRK-FS-ARQPRF02          TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           ELSE
              ADD 1 TO ACU-GRAVA-ARQPRF02
           END-IF
           .
      *----------------------------------------------------------------*
       2300-99-FIM.
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

           CLOSE ARQPRF02

           SUBTRACT ACU-GRAVA-ARQPRF02 FROM ACU-LIDOS-ARQPRF01
                                   GIVING ACU-DESCARTADOS

           MOVE ACU-LIDOS-ARQPRF01 TO WRK-MASK-QTDREG
           DISPLAY '***************************************************'
           DISPLAY '* QTDE DE PREFERENCIAS LIDAS......: 'WRK-MASK-QTDREG
           MOVE ACU-GRAVA-ARQPRF02 TO WRK-MASK-QTDREG
           DISPLAY '* QTDE DE PREFERENCIAS GRAVADAS...: 'WRK-MASK-QTDREG
           MOVE ACU-DESCARTADOS    TO WRK-MASK-QTDREG
           DISPLAY '* QTDE DE REGISTROS SUPERADOS.....: 'WRK-MASK-QTDREG
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
