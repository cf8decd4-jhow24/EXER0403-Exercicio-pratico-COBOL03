      *                          TODOS OS LAYOUTS E AREAS DE CHAVE,    *
      *                          PARA ACOMODAR A REDE DE AGENCIAS      *
      *                          INCORPORADA NA FUSAO                  *
      *    15/10/2026 JOHNATHAN  A SUMARIZACAO POR AGENCIA+PRODUTO     *
      *                          PASSA A SER FEITA POR CLASSIFICACAO   *
      *                          INTERNA COM QUEBRA DE CHAVE, NO LUGAR *
      *                          DA TABELA EM MEMORIA LIMITADA A 2000  *
      *                          SUMARIOS                              *
      *================================================================*
      *
      *================================================================*

           SELECT ARQCTB01 ASSIGN       TO UT-S-ARQCTB01
                      FILE STATUS      IS WRK-FS-ARQCTB01.

           SELECT CLASSIFICA ASSIGN     TO SORTWK01.
      *
      *================================================================*
       DATA                            DIVISION.
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQCTB01             PIC X(30).

      *----------------------------------------------------------------*
      *    SORT:      CLASSIFICA OS DETALHES DOS ATRASADOS POR         *
      *               AGENCIA+PRODUTO PARA A SUMARIZACAO               *
      *----------------------------------------------------------------*
       SD  CLASSIFICA.
       01 SRT-REGISTRO.
          05 SRT-CHAVE.
             10 SRT-AGENCIA       PIC  9(004).
             10 SRT-PRODUTO       PIC  X(002).
          05 SRT-VLR-SALDO        PIC S9(009)V99 COMP-3.
          05 SRT-VLR-JUROS        PIC S9(009)V99 COMP-3.

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77 WRK-MASK-QTDREG         PIC  ZZ.ZZ9.
       77 ACU-LIDOS-ARQSAI02      PIC  9(005) VALUE ZEROS.
       77 ACU-GRAVA-ARQCTB01      PIC  9(005) VALUE ZEROS.
       77 ACU-QTDE-SUMARIOS       PIC  9(005) VALUE ZEROS.
       77 ACU-QTDE-LANCAMENTOS    PIC  9(007) VALUE ZEROS.
       77 ACU-HASH-VALOR          PIC S9(013)V99 COMP-3 VALUE ZEROS.
      *
       77 WRK-CTA-RECEITA-JUROS   PIC  9(008) VALUE 71150010.
      *
       77 WRK-DATA-CICLO          PIC  9(008) VALUE ZEROS.
      *
       77 WRK-SW-CLASSIFICA       PIC  X(001) VALUE 'N'.
          88 WRK-CN-FIM-CLASSIFICA        VALUE 'S'.
      *----------------------------------------------------------------*
      *    CHAVE AGENCIA+PRODUTO DEVOLVIDA PELA CLASSIFICACAO E CHAVE  *
      *    DO SUMARIO CORRENTE. NO FIM DA CLASSIFICACAO A CHAVE        *
      *    DEVOLVIDA VAI A HIGH-VALUES, FECHANDO O ULTIMO SUMARIO      *
      *----------------------------------------------------------------*
       01 WRK-CHAVE-RETORNO.
          05 WRK-AG-RETORNO       PIC  9(004).
          05 WRK-PROD-RETORNO     PIC  X(002).

       01 WRK-CHAVE-QUEBRA.
          05 WRK-AG-QUEBRA        PIC  9(004).
          05 WRK-PROD-QUEBRA      PIC  X(002).

       77 WRK-SUM-VLR-SALDO       PIC S9(009)V99 COMP-3 VALUE ZEROS.
       77 WRK-SUM-VLR-JUROS       PIC S9(009)V99 COMP-3 VALUE ZEROS.
      *----------------------------------------------------------------*
      *    AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA E SAIDA              *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
           PERFORM 1000-INICIALIZAR

           SORT CLASSIFICA
                ON ASCENDING KEY SRT-CHAVE
                INPUT PROCEDURE IS 2000-SUMARIZAR
                OUTPUT PROCEDURE IS 3000-GRAVAR-INTERFACE

           IF SORT-RETURN NOT EQUAL ZEROS
              DISPLAY '*** ERRO NA CLASSIFICACAO DOS ATRASADOS '
                      '- SORT-RETURN: ' SORT-RETURN
              MOVE 12                      TO RETURN-CODE
           END-IF

           PERFORM 9900-FINALIZAR
           .
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCEDIMENTO DE ENTRADA DA CLASSIFICACAO: LE OS ATRASADOS E *
      *    LIBERA CADA DETALHE COM O SALDO EM ABERTO E OS JUROS DE     *
      *    MORA PARA A SUMARIZACAO. A DATA DO CICLO E CAPTURADA DO     *
      *    TRAILER DE BALANCEAMENTO DO PROPRIO ARQSAI02, PARA QUE O    *
      *    LOTE CONTABIL CARREGUE A MESMA DATA DA EXECUCAO QUE O       *
      *    GEROU, E NAO A DATA EM QUE ESTE PASSO RODOU                 *
               WHEN '00'
                    ADD 1 TO ACU-LIDOS-ARQSAI02
                    IF ARQSAI02-DETALHE
                       PERFORM 2200-LIBERAR-DETALHE
                    ELSE
                       IF ARQSAI02-TRAILER
                          MOVE ARQSAI02-TRL-DATA-EXEC
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       2200-LIBERAR-DETALHE SECTION.
      *----------------------------------------------------------------*
           MOVE ARQSAI02-AGENCIA           TO SRT-AGENCIA
           MOVE ARQSAI02-CODIGO-PRODUTO    TO SRT-PRODUTO
           MOVE ARQSAI02-VLR-SALDO         TO SRT-VLR-SALDO
           MOVE ARQSAI02-VLR-JUROS         TO SRT-VLR-JUROS

           RELEASE SRT-REGISTRO
           .
      *----------------------------------------------------------------*
       2200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCEDIMENTO DE SAIDA DA CLASSIFICACAO. GRAVA A INTERFACE   *
      *    CONTABIL: HEADER COM A DATA DO CICLO,                       *
      *    1 PAR DEBITO/CREDITO POR AGENCIA+PRODUTO COM O VALOR DOS    *
      *    JUROS DE MORA ACUMULADO (O SALDO EM ABERTO VAI COMO VALOR   *
      *    DE REFERENCIA, PARA AMARRAR COM O RELATORIO DE EXPOSICAO)   *
      *    E TRAILER COM A QTDE DE LANCAMENTOS E O HASH DOS VALORES    *
      *----------------------------------------------------------------*
       3000-GRAVAR-INTERFACE SECTION.
      *----------------------------------------------------------------*
           PERFORM 3100-GRAVAR-HEADER

           PERFORM 3050-RETORNAR-CLASSIFICA

           PERFORM 3150-TRATAR-SUMARIO UNTIL WRK-CN-FIM-CLASSIFICA

           PERFORM 3300-GRAVAR-TRAILER
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3050-RETORNAR-CLASSIFICA SECTION.
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
       3050-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    ACUMULA OS DETALHES DE UMA AGENCIA+PRODUTO E GRAVA O PAR DE *
      *    LANCAMENTOS DO SUMARIO                                      *
      *----------------------------------------------------------------*
       3150-TRATAR-SUMARIO SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-CHAVE-RETORNO          TO WRK-CHAVE-QUEBRA
           MOVE ZEROS                      TO WRK-SUM-VLR-SALDO
                                              WRK-SUM-VLR-JUROS

           PERFORM 3160-ACUMULAR-DETALHE
              UNTIL WRK-CHAVE-RETORNO NOT EQUAL WRK-CHAVE-QUEBRA

           ADD 1                           TO ACU-QTDE-SUMARIOS

           PERFORM 3200-GRAVAR-PAR-LANCAMENTOS
           .
      *----------------------------------------------------------------*
       3150-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3160-ACUMULAR-DETALHE SECTION.
      *----------------------------------------------------------------*
           ADD SRT-VLR-SALDO               TO WRK-SUM-VLR-SALDO
           ADD SRT-VLR-JUROS               TO WRK-SUM-VLR-JUROS

           PERFORM 3050-RETORNAR-CLASSIFICA
           .
      *----------------------------------------------------------------*
       3160-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3100-GRAVAR-HEADER SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                     TO ARQCTB01-REGISTRO
           SET ARQCTB01-DETALHE            TO TRUE
           MOVE WRK-AG-QUEBRA              TO ARQCTB01-AGENCIA
           MOVE WRK-PROD-QUEBRA            TO ARQCTB01-CODIGO-PRODUTO
           MOVE WRK-CTA-JUROS-RECEBER      TO ARQCTB01-CONTA-CONTABIL
           SET ARQCTB01-DEBITO             TO TRUE
           MOVE WRK-SUM-VLR-JUROS          TO ARQCTB01-VLR-LANCAMENTO
           MOVE WRK-SUM-VLR-SALDO          TO ARQCTB01-VLR-SALDO-REF

           ADD 1                           TO ACU-QTDE-LANCAMENTOS
           ADD WRK-SUM-VLR-JUROS           TO ACU-HASH-VALOR

           PERFORM 3900-GRAVAR-ARQCTB01

           MOVE SPACES                     TO ARQCTB01-REGISTRO
           SET ARQCTB01-DETALHE            TO TRUE
           MOVE WRK-AG-QUEBRA              TO ARQCTB01-AGENCIA
           MOVE WRK-PROD-QUEBRA            TO ARQCTB01-CODIGO-PRODUTO
           MOVE WRK-CTA-RECEITA-JUROS      TO ARQCTB01-CONTA-CONTABIL
           SET ARQCTB01-CREDITO            TO TRUE
           MOVE WRK-SUM-VLR-JUROS          TO ARQCTB01-VLR-LANCAMENTO
           MOVE WRK-SUM-VLR-SALDO          TO ARQCTB01-VLR-SALDO-REF

           ADD 1                           TO ACU-QTDE-LANCAMENTOS
           ADD WRK-SUM-VLR-JUROS           TO ACU-HASH-VALOR

           PERFORM 3900-GRAVAR-ARQCTB01
           .
           MOVE ACU-LIDOS-ARQSAI02 TO WRK-MASK-QTDREG
           DISPLAY '***************************************************'
           DISPLAY '* QTDE DE REGS LIDOS EM ARQSAI02..: 'WRK-MASK-QTDREG
           MOVE ACU-QTDE-SUMARIOS  TO WRK-MASK-QTDREG
           DISPLAY '* QTDE DE SUMARIOS AGENCIA+PRODUTO: 'WRK-MASK-QTDREG
           MOVE ACU-QTDE-LANCAMENTOS TO WRK-MASK-QTDREG
           DISPLAY '* QTDE DE LANCAMENTOS CONTABEIS...: 'WRK-MASK-QTDREG
