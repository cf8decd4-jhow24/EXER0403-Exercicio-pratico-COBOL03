      *                    ALEATORIO PARA EMITIR O AVISO DE COBRANCA   *
      *                    (MALA DIRETA) COM NOME/ENDERECO E DIAS      *
      *                    DE ATRASO                                   *
      *                    OS AVISOS E OS CONTATOS DE TELE-COBRANCA    *
      *                    SAO CONSOLIDADOS POR CLIENTE (DOCUMENTO     *
      *                    CPF/CNPJ DO CADASTRO): 1 AVISO E 1 CONTATO  *
      *                    POR CLIENTE, LISTANDO TODAS AS CONTAS EM    *
      *                    ATRASO, NA SEVERIDADE DA PIOR CONTA         *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQAGD01                                  AGD03101
      *      ARQPAR01                                  PAR03101
      *      ARQLGC01                                  LGC03101
      *      ARQNOT02                                  NOT03101
      *      ARQTEL02                                  TEL03101
      *      ARQACO02                                  ACO03101
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES                                      *
      *    DATA       AUTOR      DESCRICAO                              *
      *                          2000 ENTRADAS E O ESTOURO PASSA A      *
      *                          CANCELAR A EXECUCAO - ACORDO IGNORADO  *
      *                          GERARIA AVISO E LIGACAO INDEVIDOS      *
      *    15/10/2026 JOHNATHAN  CONTA SEM PAGAMENTO (ARQSAI03) PASSA A *
      *                          SER AVISADA PELA FAIXA DA PARCELA EM   *
      *                          ABERTO MAIS ANTIGA, NA MESMA ESCALA    *
      *                          DOS ATRASADOS; CONTA COM AS PARCELAS   *
      *                          EM DIA NAO RECEBE AVISO NEM LIGACAO.   *
      *                          FD-ARQSAI03 AJUSTADO PARA 40           *
      *    15/10/2026 JOHNATHAN  AVISO E TELE-COBRANCA CONSOLIDADOS POR *
      *                          CLIENTE (DOCUMENTO CPF/CNPJ DO         *
      *                          CADASTRO; CONTA SEM DOCUMENTO E UM     *
      *                          CLIENTE SOZINHA): AS CONTAS AVISADAS   *
      *                          SAO LIBERADAS PARA A CLASSIFICACAO     *
      *                          CONSOLIDA, QUE AGRUPA POR CLIENTE COM  *
      *                          A PIOR CONTA PRIMEIRO, E CADA CLIENTE  *
      *                          GERA 1 REGISTRO DE CLIENTE (PIOR       *
      *                          SITUACAO/FAIXA, MAIOR ATRASO E QTDE DE *
      *                          CONTAS) E 1 REGISTRO POR CONTA EM      *
      *                          ARQNOT01 E ARQTEL01. ACORDOS,          *
      *                          PREFERENCIAS E LOG DE CONFORMIDADE     *
      *                          CONTINUAM AVALIADOS POR CONTA          *
      *    15/10/2026 JOHNATHAN  TELEFONE OU ENDERECO MARCADO COMO      *
      *                          INVALIDO PELO RETORNO DA COBRANCA      *
      *                          (EXER0318) SUPRIME A LIGACAO OU A      *
      *                          CARTA, COM O MOTIVO NO LOG DE          *
      *                          CONFORMIDADE. COM MAIS DE 1 ACORDO     *
      *                          ATIVO PARA A CONTA, VALE O DE DATA     *
      *                          MAIS RECENTE (PROMESSA REGISTRADA      *
      *                          PELO EXER0318 SOBRE ACORDO ANTIGO)     *
      *    15/10/2026 JOHNATHAN  OS ACORDOS ATIVOS PASSAM A SER         *
      *                          CLASSIFICADOS POR AGENCIA+CONTA+DATA   *
      *                          DO ACORDO NO ARQUIVO DE TRABALHO       *
      *                          ARQACO02 E CASADOS COM O ARQSAI02 E    *
      *                          COM O ARQSAI03, NO LUGAR DA TABELA EM  *
      *                          MEMORIA LIMITADA A 2000 ACORDOS        *
      *    15/10/2026 JOHNATHAN  QUEBRA POR AGENCIA+CONTA NO ARQSAI02:  *
      *                          1 AVISO POR CONTA, COM A PIOR FAIXA E  *
      *                          O MAIOR ATRASO DOS SEUS PAGAMENTOS.    *
      *                          CONTA EM DIA NO ARQSAI03 NAO E MAIS    *
      *                          COBRADA POR ACORDO VENCIDO             *
      *================================================================*
      *
      *================================================================*
           SELECT ARQLGC01 ASSIGN       TO UT-S-ARQLGC01
                      FILE STATUS      IS WRK-FS-ARQLGC01.

           SELECT ARQNOT02 ASSIGN       TO UT-S-ARQNOT02
                      FILE STATUS      IS WRK-FS-ARQNOT02.

           SELECT ARQTEL02 ASSIGN       TO UT-S-ARQTEL02
                      FILE STATUS      IS WRK-FS-ARQTEL02.

           SELECT ARQACO02 ASSIGN       TO UT-S-ARQACO02
                      FILE STATUS      IS WRK-FS-ARQACO02.

           SELECT ORDENA-ACORDO ASSIGN  TO SORTWK01.

           SELECT CONSOLIDA ASSIGN      TO SORTWK01.

           SELECT ORDENA-AVISO ASSIGN   TO SORTWK01.

           SELECT CLASSIFICA ASSIGN     TO SORTWK01.
      *
      *================================================================*
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQSAI03              PIC X(40).

      *----------------------------------------------------------------*
      *    INPUT:     CADASTRO INDEXADO (VSAM KSDS)  -  LRECL = 94     *
      *----------------------------------------------------------------*
       FD  ARQCAD01
           LABEL RECORD   IS STANDARD.
           COPY CAD03101.

      *----------------------------------------------------------------*
      *    OUTPUT:    AVISO DE COBRANCA PARA MALA DIRETA - LRECL = 76  *
      *----------------------------------------------------------------*
       FD  ARQNOT01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQNOT01              PIC X(76).

      *----------------------------------------------------------------*
      *    OUTPUT:    EXTRATO DE CONTATO P/ TELE-COBRANCA - LRECL = 62 *
      *----------------------------------------------------------------*
       FD  ARQTEL01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQTEL01              PIC X(62).

      *----------------------------------------------------------------*
      *    WORK:      AVISOS CONSOLIDADOS POR CLIENTE, ANTES DA        *
      *               ORDENACAO FINAL   -   LRECL = 76                 *
      *----------------------------------------------------------------*
       FD  ARQNOT02
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
           COPY NOT03101.

      *----------------------------------------------------------------*
      *    WORK:      CONTATOS DE TELE-COBRANCA CONSOLIDADOS POR       *
      *               CLIENTE, ANTES DA ORDENACAO FINAL - LRECL = 62   *
      *----------------------------------------------------------------*
       FD  ARQTEL02
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
           COPY TEL03101.

      *----------------------------------------------------------------*
      *    INPUT:     ACORDOS DE PAGAMENTO DA MESA DE COBRANCA -       *
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQACO01              PIC X(28).

      *----------------------------------------------------------------*
      *    WORK:      ACORDOS ATIVOS CLASSIFICADOS POR AGENCIA+CONTA+  *
      *               DATA DO ACORDO   -   LRECL = 28                  *
      *----------------------------------------------------------------*
       FD  ARQACO02
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQACO02              PIC X(28).

      *----------------------------------------------------------------*
      *    OUTPUT:    EXTRATO DE CONTAS SOB ACORDO   -   LRECL = 53    *
      *----------------------------------------------------------------*
       01 FD-ARQLGC01              PIC X(30).

      *----------------------------------------------------------------*
      *    SORT:      CLASSIFICA OS ACORDOS ATIVOS POR AGENCIA+CONTA E *
      *               DATA DO ACORDO, MANTENDO A ORDEM DE GRAVACAO     *
      *               ENTRE ACORDOS DA MESMA DATA                      *
      *----------------------------------------------------------------*
       SD  ORDENA-ACORDO.
       01 SRT-ACO-REGISTRO.
          05 SRT-ACO-CHAVE.
             10 SRT-ACO-AGENCIA      PIC  9(004).
             10 SRT-ACO-CONTA        PIC  9(007).
          05 SRT-ACO-DAT-ACORDO      PIC  9(008).
          05 FILLER                  PIC  X(009).

      *----------------------------------------------------------------*
      *    SORT:      AGRUPA AS CONTAS AVISADAS POR CLIENTE E CANAL,   *
      *               COM A CONTA MAIS GRAVE PRIMEIRO                  *
      *----------------------------------------------------------------*
       SD  CONSOLIDA.
           COPY CNS03101.

      *----------------------------------------------------------------*
      *    SORT:      ORDENA O AVISO CONSOLIDADO: REGISTRO DO CLIENTE  *
      *               SEGUIDO DAS SUAS CONTAS                          *
      *----------------------------------------------------------------*
       SD  ORDENA-AVISO.
       01 SRT-AVI-REGISTRO.
          05 SRT-AVI-TIPO-REG        PIC  X(001).
          05 SRT-AVI-CHAVE-CLIENTE   PIC  X(015).
          05 SRT-AVI-AGENCIA         PIC  9(004).
          05 SRT-AVI-CONTA           PIC  9(007).
          05 FILLER                  PIC  X(049).

      *----------------------------------------------------------------*
      *    SORT:      CLASSIFICA O EXTRATO DE TELE-COBRANCA PELA PIOR  *
      *               FAIXA DE ATRASO DO CLIENTE, DA MAIS GRAVE PARA A *
      *               MAIS LEVE, COM O REGISTRO DO CLIENTE SEGUIDO DAS *
      *               SUAS CONTAS                                      *
      *----------------------------------------------------------------*
       SD  CLASSIFICA.
       01 SRT-TEL-REGISTRO.
          05 SRT-TEL-FAIXA-ATRASO    PIC  X(001).
          05 SRT-TEL-TIPO-REG        PIC  X(001).
          05 SRT-TEL-CHAVE-CLIENTE   PIC  X(015).
          05 SRT-TEL-AGENCIA         PIC  9(004).
          05 SRT-TEL-CONTA           PIC  9(007).
          05 FILLER                  PIC  X(034).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
       77 ACU-LIDOS-ARQACO01      PIC  9(005) VALUE ZEROS.
       77 ACU-GRAVA-ARQAGD01      PIC  9(005) VALUE ZEROS.
       77 ACU-ACORDOS-VENCIDOS    PIC  9(005) VALUE ZEROS.
       77 ACU-SAI03-EM-DIA        PIC  9(005) VALUE ZEROS.
       77 ACU-SUPR-CARTA          PIC  9(005) VALUE ZEROS.
       77 ACU-SUPR-FONE           PIC  9(005) VALUE ZEROS.
       77 ACU-GRAVA-ARQLGC01      PIC  9(005) VALUE ZEROS.
       77 ACU-CONTAS-CARTA        PIC  9(005) VALUE ZEROS.
       77 ACU-CONTAS-FONE         PIC  9(005) VALUE ZEROS.
      *
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQSAI02      VALUE 'SAI03203'.
          88 WRK-CN-ARQAGD01      VALUE 'AGD03101'.
          88 WRK-CN-ARQPAR01      VALUE 'PAR03101'.
          88 WRK-CN-ARQLGC01      VALUE 'LGC03101'.
          88 WRK-CN-ARQNOT02      VALUE 'NOT03101'.
          88 WRK-CN-ARQTEL02      VALUE 'TEL03101'.
          88 WRK-CN-ARQACO02      VALUE 'ACO03101'.

       77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
          88 WRK-CN-OPEN          VALUE 'OPEN '.
             88 WRK-FS-PAR01-OK               VALUE '00'.
          05 WRK-FS-ARQLGC01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-LGC01-OK               VALUE '00'.
          05 WRK-FS-ARQNOT02      PIC  X(002) VALUE SPACES.
             88 WRK-FS-NOT02-OK               VALUE '00'.
          05 WRK-FS-ARQTEL02      PIC  X(002) VALUE SPACES.
             88 WRK-FS-TEL02-OK               VALUE '00'.
          05 WRK-FS-ARQACO02      PIC  X(002) VALUE SPACES.
             88 WRK-FS-ACO02-OK               VALUE '00'.
             88 WRK-FS-ACO02-FIM              VALUE '10'.

          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.
      *----------------------------------------------------------------*
      *    CASAMENTO COM OS ACORDOS ATIVOS CLASSIFICADOS (ARQACO02),   *
      *    REFEITO EM CADA ARQUIVO DE CONTAS (ARQSAI02 E ARQSAI03,     *
      *    AMBOS EM ORDEM ASCENDENTE DE AGENCIA+CONTA): CHAVE DO       *
      *    ULTIMO REGISTRO LIDO (HIGH-VALUES NO FIM) E CHAVE E DATAS   *
      *    DO ACORDO MAIS RECENTE DA CONTA CORRENTE DO ARQACO02        *
      *----------------------------------------------------------------*
       01 WRK-CHAVE-ARQACO02.
          05 WRK-AG-ARQACO02      PIC  9(004).
          05 WRK-CTA-ARQACO02     PIC  9(007).

       01 WRK-ACORDO-ATUAL.
          05 WRK-CHAVE-ACORDO.
             10 WRK-AG-ACORDO     PIC  9(004).
             10 WRK-CTA-ACORDO    PIC  9(007).
          05 WRK-ACO-DAT-ACORDO   PIC  9(008).
          05 WRK-ACO-DAT-PROMESSA PIC  9(008).

       01 WRK-CHAVE-PESQUISA.
          05 WRK-AG-PESQUISA      PIC  9(004).
          05 WRK-CTA-PESQUISA     PIC  9(007).

      *----------------------------------------------------------------*
      *    QUEBRA POR CONTA DOS ATRASADOS: CHAVE DO ULTIMO DETALHE     *
      *    LIDO (HIGH-VALUES NO FIM) E CHAVE, MAIOR ATRASO E PIOR      *
      *    FAIXA DOS PAGAMENTOS DA CONTA CORRENTE                      *
      *----------------------------------------------------------------*
       01 WRK-CHAVE-SAI02.
          05 WRK-AG-SAI02         PIC  9(004).
          05 WRK-CTA-SAI02        PIC  9(007).

       01 WRK-CONTA-SAI02.
          05 WRK-CHAVE-CONTA-SAI02.
             10 WRK-AG-CONTA-SAI02  PIC 9(004).
             10 WRK-CTA-CONTA-SAI02 PIC 9(007).
          05 WRK-DIAS-CONTA-SAI02 PIC  9(005).
          05 WRK-FAIXA-CONTA-SAI02 PIC X(001).
             88 WRK-FAIXA-SAI02-31-60         VALUE '1'.
             88 WRK-FAIXA-SAI02-61-90         VALUE '2'.

       77 WRK-DAT-ACORDO-LOC      PIC  9(008) VALUE ZEROS.
       77 WRK-DAT-PROMESSA-LOC    PIC  9(008) VALUE ZEROS.
       77 WRK-DATA-EXECUCAO       PIC  9(008) VALUE ZEROS.
           COPY SAI03203.
           COPY SAI03303.
      *----------------------------------------------------------------*
      *    AVISO E FAIXA DA CONTA, POSICIONADOS PELA ROTINA CHAMADORA  *
      *    ANTES DE LIBERAR A CARTA E O CONTATO DE TELE-COBRANCA       *
      *----------------------------------------------------------------*
       01 WRK-CONTATO-CONTA.
          05 WRK-SIT-AVISO        PIC  X(001) VALUE SPACES.
             88 WRK-SIT-ATR-1A-AVISO          VALUE '2'.
             88 WRK-SIT-ATR-2A-AVISO          VALUE '4'.
             88 WRK-SIT-ATR-AVISO-FORMAL      VALUE '5'.
             88 WRK-SIT-SEM-PGTO              VALUE '3'.
          05 WRK-DIAS-AVISO       PIC  9(005) VALUE ZEROS.
          05 WRK-FAIXA-CONTATO    PIC  X(001) VALUE SPACES.
             88 WRK-FAIXA-SEM-PGTO            VALUE '0'.
      *----------------------------------------------------------------*
      *    CONTROLE DA CONSOLIDACAO POR CLIENTE: O GRUPO E O CLIENTE   *
      *    NO CANAL, E O PRIMEIRO ITEM DO GRUPO E A CONTA MAIS GRAVE   *
      *----------------------------------------------------------------*
       77 WRK-SW-CONSOLIDA        PIC  X(001) VALUE 'N'.
          88 WRK-CN-FIM-CONSOLIDA             VALUE 'S'.

       01 WRK-GRUPO-RETORNO.
          05 WRK-CHAVE-RETORNO    PIC  X(015) VALUE SPACES.
          05 WRK-CANAL-RETORNO    PIC  X(001) VALUE SPACES.

       01 WRK-GRUPO-ATUAL.
          05 WRK-CHAVE-ATUAL      PIC  X(015) VALUE SPACES.
          05 WRK-CANAL-ATUAL      PIC  X(001) VALUE SPACES.
             88 WRK-GRUPO-CARTA               VALUE 'C'.

       01 WRK-CLIENTE-ATUAL.
          05 WRK-CLI-IND-DOCUMENTO PIC X(001) VALUE SPACES.
          05 WRK-CLI-DOC-CLIENTE  PIC  9(014) VALUE ZEROS.
          05 WRK-CLI-AGENCIA      PIC  9(004) VALUE ZEROS.
          05 WRK-CLI-CONTA        PIC  9(007) VALUE ZEROS.
          05 WRK-CLI-NOME         PIC  X(025) VALUE SPACES.
          05 WRK-CLI-ENDERECO     PIC  X(012) VALUE SPACES.
          05 WRK-CLI-TELEFONE     PIC  X(005) VALUE SPACES.
          05 WRK-CLI-SITUACAO     PIC  X(001) VALUE SPACES.
          05 WRK-CLI-FAIXA        PIC  X(001) VALUE SPACES.
          05 WRK-CLI-MAIOR-DIAS   PIC  9(005) VALUE ZEROS.
          05 WRK-CLI-QTDE-CONTAS  PIC  9(003) VALUE ZEROS.
      *----------------------------------------------------------------*
      *    AREA DOS ACORDOS E DO EXTRATO DE CONTAS SOB ACORDO           *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
           PERFORM 1000-INICIALIZAR

           SORT CONSOLIDA
                ON ASCENDING  KEY ARQCNS01-CHAVE-CLIENTE
                                  ARQCNS01-CANAL
                ON DESCENDING KEY ARQCNS01-GRAU
                ON ASCENDING  KEY ARQCNS01-AGENCIA
                                  ARQCNS01-CONTA
                INPUT PROCEDURE IS 1500-GERAR-AVISOS
                OUTPUT PROCEDURE IS 4000-CONSOLIDAR-CLIENTES

           IF SORT-RETURN NOT EQUAL ZEROS
              DISPLAY '*** ERRO NA CONSOLIDACAO DOS AVISOS POR '
                      'CLIENTE - SORT-RETURN: ' SORT-RETURN
              MOVE 12                      TO RETURN-CODE
              PERFORM 9900-FINALIZAR
           END-IF

           SORT ORDENA-AVISO
                ON ASCENDING KEY SRT-AVI-CHAVE-CLIENTE
                                 SRT-AVI-TIPO-REG
                                 SRT-AVI-AGENCIA
                                 SRT-AVI-CONTA
                USING ARQNOT02
                GIVING ARQNOT01

           IF SORT-RETURN NOT EQUAL ZEROS
              DISPLAY '*** ERRO NA ORDENACAO DOS AVISOS DE '
                      'COBRANCA - SORT-RETURN: ' SORT-RETURN
              MOVE 12                      TO RETURN-CODE
              PERFORM 9900-FINALIZAR
           END-IF

           SORT CLASSIFICA
                ON DESCENDING KEY SRT-TEL-FAIXA-ATRASO
                ON ASCENDING  KEY SRT-TEL-CHAVE-CLIENTE
                                  SRT-TEL-TIPO-REG
                                  SRT-TEL-AGENCIA
                                  SRT-TEL-CONTA
                USING ARQTEL02
                GIVING ARQTEL01

           IF SORT-RETURN NOT EQUAL ZEROS
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           OPEN OUTPUT ARQAGD01
           SET WRK-CN-ARQAGD01                 TO TRUE
           IF NOT WRK-FS-AGD01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 1600-CLASSIFICAR-ACORDOS
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
       1100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    CLASSIFICA OS ACORDOS ATIVOS DA MESA DE COBRANCA POR        *
      *    AGENCIA+CONTA+DATA DO ACORDO NO ARQUIVO DE TRABALHO         *
      *    ARQACO02, CASADO DEPOIS COM CADA ARQUIVO DE CONTAS          *
      *----------------------------------------------------------------*
       1600-CLASSIFICAR-ACORDOS SECTION.
      *----------------------------------------------------------------*
           SORT ORDENA-ACORDO
                ON ASCENDING KEY SRT-ACO-CHAVE
                                 SRT-ACO-DAT-ACORDO
                WITH DUPLICATES IN ORDER
                INPUT PROCEDURE IS 1610-SELECIONAR-ACORDOS
                GIVING ARQACO02

           IF SORT-RETURN NOT EQUAL ZEROS
              DISPLAY '*** ERRO NA CLASSIFICACAO DOS ACORDOS '
                      '- SORT-RETURN: ' SORT-RETURN
              MOVE 12                      TO RETURN-CODE
              PERFORM 9900-FINALIZAR
           END-IF
           .
      *----------------------------------------------------------------*
       1600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCEDIMENTO DE ENTRADA DA CLASSIFICACAO DOS ACORDOS: LIBERA*
      *    OS ACORDOS ATIVOS DO ARQUIVO DA MESA DE COBRANCA. O ARQUIVO *
      *    E OPCIONAL: SE NAO EXISTIR NESTA EXECUCAO, NAO HA ACORDO A  *
      *    CONSIDERAR - NAO E ERRO                                     *
      *----------------------------------------------------------------*
       1610-SELECIONAR-ACORDOS SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-OPEN                 TO TRUE
           SET WRK-CN-ARQACO01              TO TRUE
           OPEN INPUT ARQACO01

           IF WRK-FS-ACO01-OK
              PERFORM 1620-LER-ACORDO
              PERFORM 1620-LER-ACORDO UNTIL WRK-FS-ACO01-FIM

              SET WRK-CN-CLOSE             TO TRUE
              CLOSE ARQACO01
           END-IF
           .
      *----------------------------------------------------------------*
       1610-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       1620-LER-ACORDO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                 TO TRUE
           SET WRK-CN-ARQACO01              TO TRUE
               WHEN '00'
                    ADD 1 TO ACU-LIDOS-ARQACO01
                    IF ARQACO01-ATIVO
                       MOVE ARQACO01-REGISTRO TO SRT-ACO-REGISTRO
                       RELEASE SRT-ACO-REGISTRO
                    END-IF
               WHEN '10'
                    CONTINUE
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       1620-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    ABRE O ARQACO02 PARA O CASAMENTO COM UM ARQUIVO DE CONTAS E *
      *    POSICIONA NO ACORDO DA PRIMEIRA CONTA                       *
      *----------------------------------------------------------------*
       1650-ABRIR-ACORDOS SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-OPEN                 TO TRUE
           SET WRK-CN-ARQACO02              TO TRUE

           OPEN INPUT ARQACO02

           IF NOT WRK-FS-ACO02-OK
              MOVE WRK-FS-ARQACO02         TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3710-LER-ARQACO02
           PERFORM 3720-OBTER-ACORDO
           .
      *----------------------------------------------------------------*
       1650-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       1690-FECHAR-ACORDOS SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-CLOSE                TO TRUE
           SET WRK-CN-ARQACO02              TO TRUE

           CLOSE ARQACO02
           .
      *----------------------------------------------------------------*
       1690-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCEDIMENTO DE ENTRADA DA CONSOLIDACAO: AVALIA AS CONTAS   *
      *    DOS DOIS ARQUIVOS E LIBERA 1 ITEM DE CARTA E 1 ITEM DE      *
      *    TELE-COBRANCA PARA CADA CONTA AVISADA                       *
      *----------------------------------------------------------------*
       1500-GERAR-AVISOS SECTION.
      *----------------------------------------------------------------*
           EXIT.
      *----------------------------------------------------------------*
      *    LE OS ATRASADOS, PULA OS REGISTROS DE TRAILER E EMITE O     *
      *    AVISO DE COBRANCA PARA CADA CONTA LOCALIZADA NO CADASTRO.   *
      *    O ARQSAI02 TEM 1 DETALHE POR PAGAMENTO EM ATRASO, EM ORDEM  *
      *    DE AGENCIA+CONTA: NA QUEBRA DA CONTA E EMITIDO 1 AVISO, COM *
      *    A PIOR FAIXA E O MAIOR ATRASO DOS SEUS PAGAMENTOS           *
      *----------------------------------------------------------------*
       2000-PROCESSAR-ARQSAI02 SECTION.
      *----------------------------------------------------------------*
           PERFORM 1650-ABRIR-ACORDOS

           PERFORM 2100-LER-ARQSAI02
           PERFORM 2050-TRATAR-CONTA-SAI02
             UNTIL WRK-CHAVE-SAI02 EQUAL HIGH-VALUES

           PERFORM 1690-FECHAR-ACORDOS
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    TRATA OS PAGAMENTOS EM ATRASO DE UMA CONTA E EMITE O AVISO  *
      *    NA QUEBRA                                                   *
      *----------------------------------------------------------------*
       2050-TRATAR-CONTA-SAI02 SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-CHAVE-SAI02            TO WRK-CHAVE-CONTA-SAI02
           MOVE ZEROS                      TO WRK-DIAS-CONTA-SAI02
           MOVE LOW-VALUES                 TO WRK-FAIXA-CONTA-SAI02

           PERFORM 2060-ACUMULAR-CONTA-SAI02
             UNTIL WRK-CHAVE-SAI02 NOT EQUAL WRK-CHAVE-CONTA-SAI02

           PERFORM 2110-EMITIR-AVISO-SAI02
           .
      *----------------------------------------------------------------*
       2050-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GUARDA A PIOR FAIXA E O MAIOR ATRASO DA CONTA E LE O        *
      *    PROXIMO PAGAMENTO EM ATRASO                                 *
      *----------------------------------------------------------------*
       2060-ACUMULAR-CONTA-SAI02 SECTION.
      *----------------------------------------------------------------*
           IF ARQSAI02-QTDE-DIAS-ATRASO GREATER WRK-DIAS-CONTA-SAI02
              MOVE ARQSAI02-QTDE-DIAS-ATRASO
                                           TO WRK-DIAS-CONTA-SAI02
           END-IF

           IF ARQSAI02-FAIXA-ATRASO GREATER WRK-FAIXA-CONTA-SAI02
              MOVE ARQSAI02-FAIXA-ATRASO   TO WRK-FAIXA-CONTA-SAI02
           END-IF

           PERFORM 2100-LER-ARQSAI02
           .
      *----------------------------------------------------------------*
       2060-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LE O PROXIMO PAGAMENTO EM ATRASO, PULANDO OS TRAILERS. NO   *
      *    FIM DO ARQUIVO A CHAVE VAI A HIGH-VALUES                    *
      *----------------------------------------------------------------*
       2100-LER-ARQSAI02 SECTION.
      *----------------------------------------------------------------*
           MOVE LOW-VALUES                 TO WRK-CHAVE-SAI02

           PERFORM 2105-LER-REGISTRO-SAI02
             UNTIL WRK-CHAVE-SAI02 NOT EQUAL LOW-VALUES
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       2105-LER-REGISTRO-SAI02 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                 TO TRUE
           SET WRK-CN-ARQSAI02              TO TRUE
               WHEN '00'
                    ADD 1 TO ACU-LIDOS-ARQSAI02
                    IF ARQSAI02-DETALHE
                       MOVE ARQSAI02-AGENCIA TO WRK-AG-SAI02
                       MOVE ARQSAI02-CONTA   TO WRK-CTA-SAI02
                    END-IF
               WHEN '10'
                    MOVE HIGH-VALUES         TO WRK-CHAVE-SAI02
               WHEN OTHER
                    MOVE WRK-FS-ARQSAI02     TO WRK-FS-DISPLAY
                    PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       2105-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       2110-EMITIR-AVISO-SAI02 SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-AG-CONTA-SAI02         TO ARQCAD01-AGENCIA
           MOVE WRK-CTA-CONTA-SAI02        TO ARQCAD01-CONTA

           PERFORM 3000-LOCALIZAR-CADASTRO

           IF WRK-FS-CAD01-OK
              MOVE WRK-AG-CONTA-SAI02      TO WRK-AG-PESQUISA
              MOVE WRK-CTA-CONTA-SAI02     TO WRK-CTA-PESQUISA
              PERFORM 3700-CONSULTAR-ACORDO

      *       A CONTA PAGOU NO CICLO (ESTA EM ARQSAI02): QUALQUER      *
      *       ACORDO ATIVO SUPRIME O AVISO E A TELE-COBRANCA, MESMO    *
      *       COM A PROMESSA JA VENCIDA                                *
              IF NOT WRK-SEM-ACORDO
                 MOVE WRK-FAIXA-CONTA-SAI02
                                           TO ARQAGD01-FAIXA-ATRASO
                 PERFORM 3800-GRAVAR-SOB-ACORDO
              ELSE
                 EVALUATE TRUE
                     WHEN WRK-FAIXA-SAI02-31-60
                          SET WRK-SIT-ATR-1A-AVISO           TO TRUE
                     WHEN WRK-FAIXA-SAI02-61-90
                          SET WRK-SIT-ATR-2A-AVISO           TO TRUE
                     WHEN OTHER
                          SET WRK-SIT-ATR-AVISO-FORMAL       TO TRUE
                 END-EVALUATE
                 MOVE WRK-DIAS-CONTA-SAI02 TO WRK-DIAS-AVISO
                 PERFORM 3510-EMITIR-CARTA
                 MOVE WRK-FAIXA-CONTA-SAI02
                                           TO WRK-FAIXA-CONTATO
                 PERFORM 3610-EMITIR-TELEFONE
              END-IF
           END-IF
      *----------------------------------------------------------------*
       2500-PROCESSAR-ARQSAI03 SECTION.
      *----------------------------------------------------------------*
           PERFORM 1650-ABRIR-ACORDOS

           PERFORM 2600-LER-ARQSAI03
           PERFORM 2600-LER-ARQSAI03 UNTIL WRK-FS-SAI03-FIM

           PERFORM 1690-FECHAR-ACORDOS
           .
      *----------------------------------------------------------------*
       2500-99-FIM.
              EVALUATE TRUE
      *           ACORDO VIGENTE: SUPRIME O AVISO E A TELE-COBRANCA    *
                  WHEN WRK-ACORDO-VIGENTE
                       IF ARQSAI03-NAO-ENVELHECIDA
                       OR ARQSAI03-EM-DIA
                          SET ARQAGD01-SEM-PGTO-FAIXA TO TRUE
                       ELSE
                          MOVE ARQSAI03-FAIXA-ATRASO
                                           TO ARQAGD01-FAIXA-ATRASO
                       END-IF
                       PERFORM 3800-GRAVAR-SOB-ACORDO

      *           PARCELAS EM DIA NA DATA DO CICLO: NADA A COBRAR      *
                  WHEN ARQSAI03-EM-DIA
                       ADD 1 TO ACU-SAI03-EM-DIA

      *           PROMESSA VENCIDA E SEM PAGAMENTO NO CICLO: A CONTA   *
      *           VOLTA PARA A CARTA, JA NA SEVERIDADE ESCALONADA      *
                  WHEN WRK-ACORDO-VENCIDO
                       ADD 1 TO ACU-ACORDOS-VENCIDOS
                       SET WRK-SIT-ATR-AVISO-FORMAL TO TRUE
                       MOVE ARQSAI03-QTDE-DIAS-ATRASO
                                           TO WRK-DIAS-AVISO
                       PERFORM 3510-EMITIR-CARTA
                       IF ARQSAI03-NAO-ENVELHECIDA
                          SET WRK-FAIXA-SEM-PGTO   TO TRUE
                       ELSE
                          MOVE ARQSAI03-FAIXA-ATRASO
                                           TO WRK-FAIXA-CONTATO
                       END-IF
                       PERFORM 3610-EMITIR-TELEFONE

      *           CONTA SEM CRONOGRAMA: AVISO GENERICO DE SEM PAGTO    *
                  WHEN ARQSAI03-NAO-ENVELHECIDA
                       SET WRK-SIT-SEM-PGTO        TO TRUE
                       MOVE ZEROS       TO WRK-DIAS-AVISO
                       PERFORM 3510-EMITIR-CARTA
                       SET WRK-FAIXA-SEM-PGTO      TO TRUE
                       PERFORM 3610-EMITIR-TELEFONE

      *           PARCELA VENCIDA: MESMA ESCALA DOS ATRASADOS          *
                  WHEN OTHER
                       EVALUATE TRUE
                           WHEN ARQSAI03-FAIXA-31-60
                                SET WRK-SIT-ATR-1A-AVISO       TO TRUE
                           WHEN ARQSAI03-FAIXA-61-90
                                SET WRK-SIT-ATR-2A-AVISO       TO TRUE
                           WHEN OTHER
                                SET WRK-SIT-ATR-AVISO-FORMAL   TO TRUE
                       END-EVALUATE
                       MOVE ARQSAI03-QTDE-DIAS-ATRASO
                                           TO WRK-DIAS-AVISO
                       PERFORM 3510-EMITIR-CARTA
                       MOVE ARQSAI03-FAIXA-ATRASO
                                           TO WRK-FAIXA-CONTATO
                       PERFORM 3610-EMITIR-TELEFONE
              END-EVALUATE
           END-IF
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    MONTA E LIBERA PARA A CONSOLIDACAO 1 ITEM DE CARTA DA       *
      *    CONTA, COM OS DADOS DO CADASTRO. A SITUACAO E OS DIAS DO    *
      *    AVISO SAO PREENCHIDOS PELA ROTINA CHAMADORA                 *
      *----------------------------------------------------------------*
       3500-LIBERAR-AVISO SECTION.
      *----------------------------------------------------------------*
           PERFORM 3550-MONTAR-ITEM-CONTA

           SET ARQCNS01-CANAL-CARTA        TO TRUE
           MOVE WRK-SIT-AVISO              TO ARQCNS01-SITUACAO
           MOVE SPACES                     TO ARQCNS01-FAIXA-ATRASO

      *    GRAU DA CARTA: SEM PAGTO < 1o AVISO < 2o AVISO < FORMAL      *
           EVALUATE TRUE
               WHEN WRK-SIT-SEM-PGTO
                    MOVE 1                 TO ARQCNS01-GRAU
               WHEN WRK-SIT-ATR-1A-AVISO
                    MOVE 2                 TO ARQCNS01-GRAU
               WHEN WRK-SIT-ATR-2A-AVISO
                    MOVE 3                 TO ARQCNS01-GRAU
               WHEN OTHER
                    MOVE 4                 TO ARQCNS01-GRAU
           END-EVALUATE

           RELEASE ARQCNS01-REGISTRO

           ADD 1 TO ACU-CONTAS-CARTA
           .
      *----------------------------------------------------------------*
       3500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    MONTA A PARTE COMUM DO ITEM DE CONTATO: A CHAVE DO CLIENTE  *
      *    (DOCUMENTO DO CADASTRO OU, SEM ELE, A PROPRIA CONTA) E OS   *
      *    DADOS DE CONTATO DA CONTA                                   *
      *----------------------------------------------------------------*
       3550-MONTAR-ITEM-CONTA SECTION.
      *----------------------------------------------------------------*
           IF  ARQCAD01-CPF-CNPJ NUMERIC
           AND ARQCAD01-CPF-CNPJ GREATER ZEROS
              SET ARQCNS01-COM-DOCUMENTO   TO TRUE
              MOVE ARQCAD01-CPF-CNPJ       TO ARQCNS01-DOC-CLIENTE
           ELSE
              SET ARQCNS01-SEM-DOCUMENTO   TO TRUE
              COMPUTE ARQCNS01-DOC-CLIENTE =
                      ARQCAD01-AGENCIA * 10000000 + ARQCAD01-CONTA
           END-IF

           MOVE ARQCAD01-AGENCIA           TO ARQCNS01-AGENCIA
           MOVE ARQCAD01-CONTA             TO ARQCNS01-CONTA
           MOVE ARQCAD01-NOME              TO ARQCNS01-NOME
           MOVE ARQCAD01-ENDERECO          TO ARQCNS01-ENDERECO
           MOVE ARQCAD01-TELEFONE          TO ARQCNS01-TELEFONE
           MOVE WRK-DIAS-AVISO             TO ARQCNS01-QTDE-DIAS-ATRASO
           .
      *----------------------------------------------------------------*
       3550-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    MONTA E LIBERA PARA A CONSOLIDACAO 1 ITEM DE TELE-COBRANCA  *
      *    DA CONTA, COM OS DADOS DE CONTATO DO CADASTRO. A FAIXA DE   *
      *    ATRASO E PREENCHIDA PELA ROTINA CHAMADORA                   *
      *----------------------------------------------------------------*
       3600-LIBERAR-TELEFONE SECTION.
      *----------------------------------------------------------------*
           PERFORM 3550-MONTAR-ITEM-CONTA

           SET ARQCNS01-CANAL-TELEFONE     TO TRUE
           MOVE SPACES                     TO ARQCNS01-SITUACAO
           MOVE WRK-FAIXA-CONTATO          TO ARQCNS01-FAIXA-ATRASO

      *    GRAU DO TELEFONE: A PROPRIA FAIXA DE ATRASO (0 A 4)         *
           MOVE WRK-FAIXA-CONTATO          TO ARQCNS01-GRAU

           RELEASE ARQCNS01-REGISTRO

           ADD 1 TO ACU-CONTAS-FONE
           .
      *----------------------------------------------------------------*
       3600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    EMITE A CARTA DE COBRANCA RESPEITANDO A PREFERENCIA DE      *
      *    CONTATO DO CADASTRO: OPT-OUT DE CARTA, CANAL PREFERIDO      *
      *    TELEFONE OU ENDERECO MARCADO COMO INVALIDO SUPRIMEM A       *
      *    CARTA, REGISTRANDO O MOTIVO NO LOG DE CONFORMIDADE. O       *
      *    AVISO (SITUACAO/DIAS) JA VEM MONTADO PELA ROTINA CHAMADORA  *
      *----------------------------------------------------------------*
       3510-EMITIR-CARTA SECTION.
      *----------------------------------------------------------------*
                    SET ARQLGC01-CANAL-CARTA       TO TRUE
                    SET ARQLGC01-MOT-CANAL-DIVERSO TO TRUE
                    PERFORM 3850-GRAVAR-LOG-CONFORMIDADE
               WHEN ARQCAD01-ENDERECO-INVALIDO
                    ADD 1 TO ACU-SUPR-CARTA
                    SET ARQLGC01-CANAL-CARTA       TO TRUE
                    SET ARQLGC01-MOT-END-INVALIDO  TO TRUE
                    PERFORM 3850-GRAVAR-LOG-CONFORMIDADE
               WHEN OTHER
                    PERFORM 3500-LIBERAR-AVISO
           END-EVALUATE
           .
      *----------------------------------------------------------------*
           EXIT.
      *----------------------------------------------------------------*
      *    LIBERA O CONTATO DE TELE-COBRANCA RESPEITANDO A             *
      *    PREFERENCIA DE CONTATO DO CADASTRO: OPT-OUT DE TELEFONE,    *
      *    CANAL PREFERIDO CARTA OU TELEFONE MARCADO COMO INVALIDO     *
      *    SUPRIMEM O CONTATO, REGISTRANDO O MOTIVO NO LOG DE          *
      *    CONFORMIDADE. A FAIXA DE ATRASO JA VEM POSICIONADA PELA     *
      *    ROTINA CHAMADORA                                            *
      *----------------------------------------------------------------*
       3610-EMITIR-TELEFONE SECTION.
      *----------------------------------------------------------------*
                    SET ARQLGC01-CANAL-TELEFONE    TO TRUE
                    SET ARQLGC01-MOT-CANAL-DIVERSO TO TRUE
                    PERFORM 3850-GRAVAR-LOG-CONFORMIDADE
               WHEN ARQCAD01-FONE-INVALIDO
                    ADD 1 TO ACU-SUPR-FONE
                    SET ARQLGC01-CANAL-TELEFONE    TO TRUE
                    SET ARQLGC01-MOT-FONE-INVALIDO TO TRUE
                    PERFORM 3850-GRAVAR-LOG-CONFORMIDADE
               WHEN OTHER
                    PERFORM 3600-LIBERAR-TELEFONE
           END-EVALUATE
       3610-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    AVANCA O ARQACO02 ATE A CHAVE AGENCIA+CONTA EM              *
      *    WRK-CHAVE-PESQUISA (AS CONTAS CHEGAM EM ORDEM ASCENDENTE;   *
      *    ACORDOS DE CONTAS SEM AVISO SAO DESPREZADOS). DEVOLVE SEM   *
      *    ACORDO, ACORDO VIGENTE (PROMESSA AINDA NO PRAZO) OU ACORDO  *
      *    VENCIDO (PROMESSA ANTERIOR A DATA DE EXECUCAO)              *
      *----------------------------------------------------------------*
       3700-CONSULTAR-ACORDO SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                      TO WRK-DAT-ACORDO-LOC
           MOVE ZEROS                      TO WRK-DAT-PROMESSA-LOC

           PERFORM 3720-OBTER-ACORDO
              UNTIL WRK-CHAVE-ACORDO NOT LESS WRK-CHAVE-PESQUISA

           IF WRK-CHAVE-ACORDO EQUAL WRK-CHAVE-PESQUISA
              MOVE WRK-ACO-DAT-ACORDO      TO WRK-DAT-ACORDO-LOC
              MOVE WRK-ACO-DAT-PROMESSA    TO WRK-DAT-PROMESSA-LOC
              IF WRK-ACO-DAT-PROMESSA LESS WRK-DATA-EXECUCAO
                 SET WRK-ACORDO-VENCIDO    TO TRUE
              ELSE
                 SET WRK-ACORDO-VIGENTE    TO TRUE
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3700-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3710-LER-ARQACO02 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                 TO TRUE
           SET WRK-CN-ARQACO02              TO TRUE

           READ ARQACO02 INTO ARQACO01-REGISTRO.

           EVALUATE WRK-FS-ARQACO02
               WHEN '00'
                    MOVE ARQACO01-AGENCIA    TO WRK-AG-ARQACO02
                    MOVE ARQACO01-CONTA      TO WRK-CTA-ARQACO02
               WHEN '10'
                    MOVE HIGH-VALUES         TO WRK-CHAVE-ARQACO02
               WHEN OTHER
                    MOVE WRK-FS-ARQACO02     TO WRK-FS-DISPLAY
                    PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3710-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    AVANCA PARA A PROXIMA CONTA DO ARQACO02, GUARDANDO AS DATAS *
      *    DO ULTIMO ACORDO DELA (O DE DATA MAIS RECENTE). NO FIM DO   *
      *    ARQUIVO A CHAVE DO ACORDO VAI A HIGH-VALUES E NAO CASA MAIS *
      *    COM NENHUMA CONTA                                           *
      *----------------------------------------------------------------*
       3720-OBTER-ACORDO SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-CHAVE-ARQACO02         TO WRK-CHAVE-ACORDO

           IF NOT WRK-FS-ACO02-FIM
              PERFORM 3730-GUARDAR-ACORDO
                 UNTIL WRK-CHAVE-ARQACO02 NOT EQUAL WRK-CHAVE-ACORDO
           END-IF
           .
      *----------------------------------------------------------------*
       3720-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3730-GUARDAR-ACORDO SECTION.
      *----------------------------------------------------------------*
           MOVE ARQACO01-DAT-ACORDO        TO WRK-ACO-DAT-ACORDO
           MOVE ARQACO01-DAT-PROMESSA      TO WRK-ACO-DAT-PROMESSA

           PERFORM 3710-LER-ARQACO02
           .
      *----------------------------------------------------------------*
       3730-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA A CONTA SUPRIMIDA NO EXTRATO DE CONTAS SOB ACORDO,    *
      *    COM OS DADOS DO CADASTRO E AS DATAS DO ACORDO LOCALIZADO.   *
      *----------------------------------------------------------------*
       3850-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCEDIMENTO DE SAIDA DA CONSOLIDACAO: PARA CADA CLIENTE EM *
      *    CADA CANAL, GRAVA 1 REGISTRO POR CONTA E, NO FIM DO GRUPO,  *
      *    O REGISTRO DO CLIENTE NOS ARQUIVOS DE TRABALHO, QUE AS      *
      *    ORDENACOES FINAIS COLOCAM NA FRENTE DAS SUAS CONTAS         *
      *----------------------------------------------------------------*
       4000-CONSOLIDAR-CLIENTES SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-OPEN                 TO TRUE

           OPEN OUTPUT ARQNOT02
           SET WRK-CN-ARQNOT02              TO TRUE
           IF NOT WRK-FS-NOT02-OK
              MOVE WRK-FS-ARQNOT02          TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           OPEN OUTPUT ARQTEL02
           SET WRK-CN-ARQTEL02              TO TRUE
           IF NOT WRK-FS-TEL02-OK
              MOVE WRK-FS-ARQTEL02          TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 4100-RETORNAR-ITEM
           PERFORM 4200-TRATAR-CLIENTE UNTIL WRK-CN-FIM-CONSOLIDA

           SET WRK-CN-CLOSE                TO TRUE
           CLOSE ARQNOT02
           CLOSE ARQTEL02
           .
      *----------------------------------------------------------------*
       4000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       4100-RETORNAR-ITEM SECTION.
      *----------------------------------------------------------------*
           RETURN CONSOLIDA
               AT END
                  SET WRK-CN-FIM-CONSOLIDA TO TRUE
                  MOVE HIGH-VALUES         TO WRK-GRUPO-RETORNO
               NOT AT END
                  MOVE ARQCNS01-CHAVE-CLIENTE
                                           TO WRK-CHAVE-RETORNO
                  MOVE ARQCNS01-CANAL      TO WRK-CANAL-RETORNO
           END-RETURN
           .
      *----------------------------------------------------------------*
       4100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    TRATA O GRUPO DE UM CLIENTE NO CANAL. O PRIMEIRO ITEM E A   *
      *    CONTA MAIS GRAVE (CLASSIFICACAO POR GRAU DESCENDENTE): DELA *
      *    VEM A SEVERIDADE DO CLIENTE E OS DADOS DE CONTATO DO        *
      *    REGISTRO DO CLIENTE                                         *
      *----------------------------------------------------------------*
       4200-TRATAR-CLIENTE SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-GRUPO-RETORNO          TO WRK-GRUPO-ATUAL

           MOVE ARQCNS01-IND-DOCUMENTO     TO WRK-CLI-IND-DOCUMENTO
           MOVE ARQCNS01-DOC-CLIENTE       TO WRK-CLI-DOC-CLIENTE
           MOVE ARQCNS01-AGENCIA           TO WRK-CLI-AGENCIA
           MOVE ARQCNS01-CONTA             TO WRK-CLI-CONTA
           MOVE ARQCNS01-NOME              TO WRK-CLI-NOME
           MOVE ARQCNS01-ENDERECO          TO WRK-CLI-ENDERECO
           MOVE ARQCNS01-TELEFONE          TO WRK-CLI-TELEFONE
           MOVE ARQCNS01-SITUACAO          TO WRK-CLI-SITUACAO
           MOVE ARQCNS01-FAIXA-ATRASO      TO WRK-CLI-FAIXA
           MOVE ZEROS                      TO WRK-CLI-MAIOR-DIAS
           MOVE ZEROS                      TO WRK-CLI-QTDE-CONTAS

           PERFORM 4300-TRATAR-CONTA
             UNTIL WRK-GRUPO-RETORNO NOT EQUAL WRK-GRUPO-ATUAL

           IF WRK-GRUPO-CARTA
              PERFORM 4500-GRAVAR-CLIENTE-AVISO
           ELSE
              PERFORM 4600-GRAVAR-CLIENTE-FONE
           END-IF
           .
      *----------------------------------------------------------------*
       4200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       4300-TRATAR-CONTA SECTION.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-CLI-QTDE-CONTAS

           IF ARQCNS01-QTDE-DIAS-ATRASO GREATER WRK-CLI-MAIOR-DIAS
              MOVE ARQCNS01-QTDE-DIAS-ATRASO
                                           TO WRK-CLI-MAIOR-DIAS
           END-IF

           IF WRK-GRUPO-CARTA
              PERFORM 4310-GRAVAR-CONTA-AVISO
           ELSE
              PERFORM 4320-GRAVAR-CONTA-FONE
           END-IF

           PERFORM 4100-RETORNAR-ITEM
           .
      *----------------------------------------------------------------*
       4300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       4310-GRAVAR-CONTA-AVISO SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                     TO ARQNOT01-REGISTRO
           SET ARQNOT01-DETALHE            TO TRUE
           MOVE ARQCNS01-CHAVE-CLIENTE     TO ARQNOT01-CHAVE-CLIENTE
           MOVE ARQCNS01-AGENCIA           TO ARQNOT01-AGENCIA
           MOVE ARQCNS01-CONTA             TO ARQNOT01-CONTA
           MOVE ARQCNS01-NOME              TO ARQNOT01-NOME
           MOVE ARQCNS01-ENDERECO          TO ARQNOT01-ENDERECO
           MOVE ARQCNS01-QTDE-DIAS-ATRASO  TO ARQNOT01-QTDE-DIAS-ATRASO
           MOVE ARQCNS01-SITUACAO          TO ARQNOT01-SITUACAO
           MOVE ZEROS                      TO ARQNOT01-QTDE-CONTAS

           PERFORM 4700-GRAVAR-ARQNOT02
           .
      *----------------------------------------------------------------*
       4310-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    A FAIXA DO REGISTRO E A PIOR DO CLIENTE, PARA A ORDENACAO   *
      *    MANTER AS CONTAS JUNTO DO CLIENTE; A DA CONTA VAI EM        *
      *    FAIXA-CONTA                                                 *
      *----------------------------------------------------------------*
       4320-GRAVAR-CONTA-FONE SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                     TO ARQTEL01-REGISTRO
           MOVE WRK-CLI-FAIXA              TO ARQTEL01-FAIXA-ATRASO
           SET ARQTEL01-DETALHE            TO TRUE
           MOVE ARQCNS01-CHAVE-CLIENTE     TO ARQTEL01-CHAVE-CLIENTE
           MOVE ARQCNS01-AGENCIA           TO ARQTEL01-AGENCIA
           MOVE ARQCNS01-CONTA             TO ARQTEL01-CONTA
           MOVE ARQCNS01-NOME              TO ARQTEL01-NOME
           MOVE ARQCNS01-TELEFONE          TO ARQTEL01-TELEFONE
           MOVE ARQCNS01-FAIXA-ATRASO      TO ARQTEL01-FAIXA-CONTA
           MOVE ZEROS                      TO ARQTEL01-QTDE-CONTAS

           PERFORM 4800-GRAVAR-ARQTEL02
           .
      *----------------------------------------------------------------*
       4320-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    REGISTRO DO CLIENTE NO AVISO: DADOS DA CONTA MAIS GRAVE,    *
      *    PIOR SITUACAO, MAIOR ATRASO E QTDE DE CONTAS DO AVISO       *
      *----------------------------------------------------------------*
       4500-GRAVAR-CLIENTE-AVISO SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                     TO ARQNOT01-REGISTRO
           SET ARQNOT01-CLIENTE            TO TRUE
           MOVE WRK-CLI-IND-DOCUMENTO      TO ARQNOT01-IND-DOCUMENTO
           MOVE WRK-CLI-DOC-CLIENTE        TO ARQNOT01-DOC-CLIENTE
           MOVE WRK-CLI-AGENCIA            TO ARQNOT01-AGENCIA
           MOVE WRK-CLI-CONTA              TO ARQNOT01-CONTA
           MOVE WRK-CLI-NOME               TO ARQNOT01-NOME
           MOVE WRK-CLI-ENDERECO           TO ARQNOT01-ENDERECO
           MOVE WRK-CLI-MAIOR-DIAS         TO ARQNOT01-QTDE-DIAS-ATRASO
           MOVE WRK-CLI-SITUACAO           TO ARQNOT01-SITUACAO
           MOVE WRK-CLI-QTDE-CONTAS        TO ARQNOT01-QTDE-CONTAS

           PERFORM 4700-GRAVAR-ARQNOT02

           ADD 1 TO ACU-GRAVA-ARQNOT01
           .
      *----------------------------------------------------------------*
       4500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    REGISTRO DO CLIENTE NA TELE-COBRANCA: DADOS DA CONTA MAIS   *
      *    GRAVE, PIOR FAIXA E QTDE DE CONTAS DO CONTATO               *
      *----------------------------------------------------------------*
       4600-GRAVAR-CLIENTE-FONE SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                     TO ARQTEL01-REGISTRO
           MOVE WRK-CLI-FAIXA              TO ARQTEL01-FAIXA-ATRASO
           SET ARQTEL01-CLIENTE            TO TRUE
           MOVE WRK-CLI-IND-DOCUMENTO      TO ARQTEL01-IND-DOCUMENTO
           MOVE WRK-CLI-DOC-CLIENTE        TO ARQTEL01-DOC-CLIENTE
           MOVE WRK-CLI-AGENCIA            TO ARQTEL01-AGENCIA
           MOVE WRK-CLI-CONTA              TO ARQTEL01-CONTA
           MOVE WRK-CLI-NOME               TO ARQTEL01-NOME
           MOVE WRK-CLI-TELEFONE           TO ARQTEL01-TELEFONE
           MOVE WRK-CLI-FAIXA              TO ARQTEL01-FAIXA-CONTA
           MOVE WRK-CLI-QTDE-CONTAS        TO ARQTEL01-QTDE-CONTAS

           PERFORM 4800-GRAVAR-ARQTEL02

           ADD 1 TO ACU-GRAVA-ARQTEL01
           .
      *----------------------------------------------------------------*
       4600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       4700-GRAVAR-ARQNOT02 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE                TO TRUE
           SET WRK-CN-ARQNOT02              TO TRUE

           WRITE ARQNOT01-REGISTRO.

           IF NOT WRK-FS-NOT02-OK
              MOVE WRK-FS-ARQNOT02          TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       4700-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       4800-GRAVAR-ARQTEL02 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE                TO TRUE
           SET WRK-CN-ARQTEL02              TO TRUE

           WRITE ARQTEL01-REGISTRO.

           IF NOT WRK-FS-TEL02-OK
              MOVE WRK-FS-ARQTEL02          TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       4800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       9100-ERROS-ARQUIVOS SECTION.
      *----------------------------------------------------------------*
           CLOSE ARQSAI02
           CLOSE ARQSAI03
           CLOSE ARQCAD01
           CLOSE ARQAGD01
           CLOSE ARQLGC01
           CLOSE ARQNOT02
           CLOSE ARQTEL02
           CLOSE ARQACO02

           MOVE ACU-LIDOS-ARQSAI02 TO WRK-MASK-QTDREG
           DISPLAY '***************************************************'
           DISPLAY '* QTDE DE REGS LIDOS EM ARQSAI02..: 'WRK-MASK-QTDREG
           MOVE ACU-LIDOS-ARQSAI03 TO WRK-MASK-QTDREG
           DISPLAY '* QTDE DE REGS LIDOS EM ARQSAI03..: 'WRK-MASK-QTDREG
           MOVE ACU-CONTAS-CARTA   TO WRK-MASK-QTDREG
           DISPLAY '* QTDE DE CONTAS AVISADAS.........: 'WRK-MASK-QTDREG
           MOVE ACU-GRAVA-ARQNOT01 TO WRK-MASK-QTDREG
           DISPLAY '* QTDE DE AVISOS GRAVADOS(CLIENTE): 'WRK-MASK-QTDREG
           MOVE ACU-CONTAS-FONE    TO WRK-MASK-QTDREG
           DISPLAY '* QTDE DE CONTAS TELE-COBRANCA....: 'WRK-MASK-QTDREG
           MOVE ACU-GRAVA-ARQTEL01 TO WRK-MASK-QTDREG
           DISPLAY '* QTDE DE CONTATOS TELE-COBRANCA..: 'WRK-MASK-QTDREG
           MOVE ACU-CAD-NAO-LOCALIZADO TO WRK-MASK-QTDREG
           MOVE ACU-ACORDOS-VENCIDOS TO WRK-MASK-QTDREG
           DISPLAY '* QTDE DE ACORDOS VENCIDOS S/PGTO.: '
                                                    WRK-MASK-QTDREG
           MOVE ACU-SAI03-EM-DIA     TO WRK-MASK-QTDREG
           DISPLAY '* QTDE DE S/PGTO COM PARCELAS EM DIA: '
                                                    WRK-MASK-QTDREG
           MOVE ACU-SUPR-CARTA     TO WRK-MASK-QTDREG
           DISPLAY '* QTDE DE CARTAS SUPRIMIDAS.......: 'WRK-MASK-QTDREG
           MOVE ACU-SUPR-FONE      TO WRK-MASK-QTDREG
