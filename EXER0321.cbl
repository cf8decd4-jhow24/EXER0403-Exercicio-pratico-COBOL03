      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0321.
       AUTHOR.     JOHNATHAN.
      *================================================================*
      *              C A P G E M I N I - S I S T E M A S               *
      *================================================================*
      *    PROGRAMA....: EXER0321
      *    PROGRAMADOR.: JOHNATHAN
      *    ANALISTA....: ARI BORGES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   CONSULTA ONLINE DA CONTA PARA A MESA DE     *
      *                    COBRANCA (TRANSACAO EX21), POR AGENCIA+     *
      *                    CONTA, REUNINDO NUMA SO TELA O CADASTRO E   *
      *                    AS PREFERENCIAS DE CONTATO (ARQCAD01), A    *
      *                    SITUACAO E OS DIAS DE ATRASO DO ULTIMO      *
      *                    CICLO E O ULTIMO ACORDO (ARQSIT01, CARREGADO*
      *                    PELO EXER0322) E O ENCAMINHAMENTO AO        *
      *                    JURIDICO (ARQCTL01).                        *
      *                    O USUARIO AUTORIZADO PODE AINDA REGISTRAR:  *
      *                    - PF5: PROMESSA DE PAGAMENTO - GRAVA O      *
      *                      ACORDO ATIVO NO ARQUIVO DE ACORDOS, COMO  *
      *                      O EXER0318, E ATUALIZA O ACORDO DA CONTA  *
      *                      NO ARQSIT01;                              *
      *                    - PF6: OPT-OUT DE CARTA E/OU TELEFONE -     *
      *                      ALTERA O CADASTRO INDEXADO E GRAVA O      *
      *                      JORNAL DE AUDITORIA E O ARQUIVO           *
      *                      PERMANENTE DE PREFERENCIAS, COMO O        *
      *                      EXER0308.                                 *
      *                    OS DOIS REGISTROS VALEM NO PROCESSAMENTO DA *
      *                    MESMA NOITE (EXER0305 REAPLICA A PREFERENCIA*
      *                    NA RECARGA DO KSDS E EXER0306 LE O ACORDO), *
      *                    SEM ARQUIVO DE TRANSACOES EM LOTE.          *
      *                    AUTORIZADO = USUARIO COM ACESSO DE          *
      *                    ATUALIZACAO (UPDATE) AO ARQUIVO CICS        *
      *                    ATUALIZADO (ARQSIT01 NA PROMESSA, ARQCAD01  *
      *                    NO OPT-OUT) NO PERFIL DE SEGURANCA          *
      *----------------------------------------------------------------*
      *    CONVERSACAO.:   PSEUDO-CONVERSACIONAL. A COMMAREA GUARDA A  *
      *                    ULTIMA CONTA CONSULTADA - PF5/PF6 SO        *
      *                    ATUALIZAM A CONTA QUE ESTA NA TELA          *
      *----------------------------------------------------------------*
      *    RECURSOS CICS:                                              *
      *       MAPSET EXS0321 (MAPA EXM0321)              EXS0321
      *       ARQUIVO/FILA                           INCLUDE/BOOK      *
      *      ARQCAD01 - ARQUIVO (KSDS)                 CAD03101
      *      ARQSIT01 - ARQUIVO (KSDS)                 SIT03101
      *      ARQCTL01 - ARQUIVO (KSDS)                 CTL03101
      *      ACO1     - FILA TD EXTRAPARTICAO          ACO03101
      *                 (PAY.CONTAB.ACORDOS)
      *      PRF1     - FILA TD EXTRAPARTICAO          PRF03101
      *                 (PAY.CONTAB.PREFERENCIA)
      *      JRN1     - FILA TD EXTRAPARTICAO          JRN03101
      *                 (PAY.CONTAB.ARQJRN03)
      *    AS FILAS SAO ABERTAS COM DISP=MOD. ANTES DA JANELA BATCH    *
      *    (EXER0303, EXER0308, EXER0312 E EXER0320) A OPERACAO FECHA  *
      *    AS FILAS E OS ARQUIVOS DA TRANSACAO NA REGIAO CICS          *
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
      *================================================================*
       DATA                            DIVISION.
      *================================================================
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 FILLER                  PIC  X(050) VALUE
             'EXER0321 - INICIO DA AREA DE WORKING'.
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0321'.
       77 WRK-RESP                PIC S9(008) COMP VALUE ZEROS.
       77 WRK-CVDA-ATUALIZA       PIC S9(008) COMP VALUE ZEROS.
       77 WRK-ABSTIME             PIC S9(015) COMP-3 VALUE ZEROS.
       77 WRK-RECURSO             PIC  X(008) VALUE SPACES.
       77 WRK-MENSAGEM            PIC  X(079) VALUE SPACES.
       77 WRK-MASK-VALOR          PIC  ZZZ.ZZZ.ZZ9,99-.
       77 WRK-MASK-DIAS           PIC  ZZZZ9.
      *
       77 WRK-DATA-MOVTO          PIC  9(008) VALUE ZEROS.
       77 WRK-DATA-HOJE           PIC  X(010) VALUE SPACES.
       77 WRK-DATA-EXIBIR         PIC  X(010) VALUE SPACES.
       77 WRK-IMAGEM-ANTES        PIC  X(094) VALUE SPACES.
      *
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-EXS0321       VALUE 'EXS0321 '.
          88 WRK-CN-ARQCAD01      VALUE 'CAD03101'.
          88 WRK-CN-ARQSIT01      VALUE 'SIT03101'.
          88 WRK-CN-ARQCTL01      VALUE 'CTL03101'.
          88 WRK-CN-ARQACO01      VALUE 'ACO03101'.
          88 WRK-CN-ARQPRF01      VALUE 'PRF03101'.
          88 WRK-CN-ARQJRN01      VALUE 'JRN03101'.

       77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
          88 WRK-CN-RECEIVE       VALUE 'RECV '.
          88 WRK-CN-SEND          VALUE 'SEND '.
          88 WRK-CN-READ          VALUE 'READ '.
          88 WRK-CN-WRITE         VALUE 'WRITE'.
          88 WRK-CN-REWRITE       VALUE 'REWRT'.
          88 WRK-CN-UNLOCK        VALUE 'UNLCK'.
          88 WRK-CN-WRITEQ        VALUE 'WRTQ '.
          88 WRK-CN-QUERY         VALUE 'QUERY'.
      *
       77 WRK-SW-TELA             PIC  X(001) VALUE 'N'.
          88 WRK-CN-TELA-OK               VALUE 'N'.
          88 WRK-CN-TELA-ERRO             VALUE 'S'.

       77 WRK-SW-BISSEXTO         PIC  X(001) VALUE 'N'.
          88 WRK-CN-BISSEXTO              VALUE 'S'.
          88 WRK-CN-NAO-BISSEXTO          VALUE 'N'.
      *----------------------------------------------------------------*
      *    COMMAREA DA CONVERSACAO: ULTIMA CONTA CONSULTADA            *
      *----------------------------------------------------------------*
       01 WRK-COMMAREA.
          05 WRK-COM-CHAVE.
             10 WRK-COM-AGENCIA   PIC  9(004).
             10 WRK-COM-CONTA     PIC  9(007).
          05 WRK-COM-SW-CONSULTA  PIC  X(001).
             88 WRK-COM-CONTA-CONSULTADA      VALUE 'S'.
             88 WRK-COM-SEM-CONSULTA          VALUE 'N'.
      *----------------------------------------------------------------*
      *    CAMPOS RECEBIDOS DA TELA E CHAVE DE PESQUISA NOS ARQUIVOS   *
      *----------------------------------------------------------------*
       01 WRK-CHAVE-TELA.
          05 WRK-AG-TELA          PIC  X(004).
          05 WRK-CTA-TELA         PIC  X(007).

       01 WRK-CHAVE-PESQUISA.
          05 WRK-AG-PESQUISA      PIC  9(004).
          05 WRK-CTA-PESQUISA     PIC  9(007).

       77 WRK-OPT-CARTA-TELA      PIC  X(001) VALUE SPACES.
          88 WRK-CN-OPT-CARTA-VALIDO      VALUE 'S' 'N'.
       77 WRK-OPT-FONE-TELA       PIC  X(001) VALUE SPACES.
          88 WRK-CN-OPT-FONE-VALIDO       VALUE 'S' 'N'.

       01 WRK-PROMESSA-TELA.
          05 WRK-PRM-DIA          PIC  9(002).
          05 WRK-PRM-MES          PIC  9(002).
          05 WRK-PRM-ANO          PIC  9(004).
      *----------------------------------------------------------------*
      *    DATA DA PROMESSA NO FORMATO DOS ARQUIVOS (AAAAMMDD) E       *
      *    TABELA DE DIAS POR MES PARA A VALIDACAO                     *
      *----------------------------------------------------------------*
       01 WRK-DATA-PROMESSA.
          05 WRK-DPR-ANO          PIC  9(004).
          05 WRK-DPR-MES          PIC  9(002).
          05 WRK-DPR-DIA          PIC  9(002).

       77 WRK-ULTIMO-DIA          PIC  9(002) VALUE ZEROS.
       77 WRK-QUOCIENTE           PIC  9(004) VALUE ZEROS.
       77 WRK-RESTO               PIC  9(004) VALUE ZEROS.

       01 WRK-DIAS-MES-VALORES.
          05 FILLER               PIC  X(024) VALUE
             '312831303130313130313031'.
       01 WRK-TAB-DIAS-MES REDEFINES WRK-DIAS-MES-VALORES.
          05 WRK-DIAS-MES         PIC  9(002) OCCURS 12 TIMES.
      *----------------------------------------------------------------*
      *    EDICAO DE DATA AAAAMMDD PARA DD/MM/AAAA                     *
      *----------------------------------------------------------------*
       01 WRK-DATA-AAAAMMDD.
          05 WRK-DT-ANO           PIC  9(004).
          05 WRK-DT-MES           PIC  9(002).
          05 WRK-DT-DIA           PIC  9(002).

       01 WRK-DATA-EDITADA.
          05 WRK-ED-DIA           PIC  9(002).
          05 FILLER               PIC  X(001) VALUE '/'.
          05 WRK-ED-MES           PIC  9(002).
          05 FILLER               PIC  X(001) VALUE '/'.
          05 WRK-ED-ANO           PIC  9(004).
      *----------------------------------------------------------------*
      *    LINHA GRAVADA NA FILA CSMT QUANDO A TRANSACAO E CANCELADA   *
      *----------------------------------------------------------------*
       01 WRK-LINHA-ERRO.
          05 WRK-ERR-PROGRAMA     PIC  X(008) VALUE SPACES.
          05 FILLER               PIC  X(019) VALUE
             ' - ERRO NO COMANDO '.
          05 WRK-ERR-COMANDO      PIC  X(005) VALUE SPACES.
          05 FILLER               PIC  X(010) VALUE ' RECURSO: '.
          05 WRK-ERR-ARQUIVO      PIC  X(008) VALUE SPACES.
          05 FILLER               PIC  X(007) VALUE ' RESP: '.
          05 WRK-ERR-RESP         PIC  9(008) VALUE ZEROS.
          05 FILLER               PIC  X(012) VALUE ' - CANCELADO'.
      *----------------------------------------------------------------*
      *    AREAS DOS ARQUIVOS E DAS FILAS                              *
      *----------------------------------------------------------------*
           COPY CAD03101.
           COPY SIT03101.
           COPY CTL03101.
           COPY ACO03101.
           COPY PRF03101.
           COPY JRN03101.
      *----------------------------------------------------------------*
      *    MAPA SIMBOLICO DA TELA E TECLAS DE FUNCAO                   *
      *----------------------------------------------------------------*
           COPY EXS0321.
           COPY DFHAID.
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'EXER0321 - FIM DA AREA DE WORKING'.
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       01 DFHCOMMAREA             PIC  X(012).
      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
      *    ROTINA PRINCIPAL DO PROGRAMA                                *
      *----------------------------------------------------------------*
       0000-PRINCIPAL SECTION.
      *----------------------------------------------------------------
           PERFORM 1000-INICIALIZAR

           IF EIBCALEN EQUAL ZEROS
              PERFORM 2000-PRIMEIRA-TELA
           ELSE
              PERFORM 3000-TRATAR-TECLA
           END-IF

           PERFORM 8000-ENVIAR-TELA

           PERFORM 9000-RETORNAR-TRANSACAO
           .
      *----------------------------------------------------------------*
       0000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE INICIALIZACAO: DATA DO DIA E COMMAREA             *
      *----------------------------------------------------------------*
       1000-INICIALIZAR SECTION.
      *----------------------------------------------------------------*
           EXEC CICS ASKTIME
                ABSTIME(WRK-ABSTIME)
           END-EXEC

           EXEC CICS FORMATTIME
                ABSTIME(WRK-ABSTIME)
                YYYYMMDD(WRK-DATA-MOVTO)
           END-EXEC

           MOVE WRK-DATA-MOVTO             TO WRK-DATA-AAAAMMDD
           PERFORM 8100-EDITAR-DATA
           MOVE WRK-DATA-EXIBIR            TO WRK-DATA-HOJE

           MOVE SPACES                     TO WRK-MENSAGEM
           SET WRK-CN-TELA-OK              TO TRUE

           IF EIBCALEN EQUAL ZEROS
              MOVE ZEROS                   TO WRK-COM-CHAVE
              SET WRK-COM-SEM-CONSULTA     TO TRUE
           ELSE
              MOVE DFHCOMMAREA             TO WRK-COMMAREA
           END-IF
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    PRIMEIRA ENTRADA NA TRANSACAO: TELA EM BRANCO               *
      *----------------------------------------------------------------*
       2000-PRIMEIRA-TELA SECTION.
      *----------------------------------------------------------------*
           MOVE LOW-VALUES                 TO EXM0321O
           MOVE SPACES                     TO WRK-CHAVE-TELA

           MOVE 'INFORME AGENCIA E CONTA E TECLE ENTER'
                                           TO WRK-MENSAGEM
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    TRATA A TECLA PRESSIONADA NA TELA ENVIADA ANTERIORMENTE     *
      *----------------------------------------------------------------*
       3000-TRATAR-TECLA SECTION.
      *----------------------------------------------------------------*
           IF EIBAID EQUAL DFHPF3 OR DFHCLEAR
              PERFORM 9500-ENCERRAR
           END-IF

           PERFORM 3100-RECEBER-TELA

           EVALUATE EIBAID
               WHEN DFHENTER
                    PERFORM 4000-CONSULTAR-CONTA
                    IF WRK-CN-TELA-OK
                       MOVE 'CONSULTADA - PF5 PROMESSA, PF6 OPT-OUT'
                                           TO WRK-MENSAGEM
                    END-IF
               WHEN DFHPF5
                    PERFORM 5000-REGISTRAR-PROMESSA
               WHEN DFHPF6
                    PERFORM 6000-REGISTRAR-OPT-OUT
               WHEN OTHER
                    PERFORM 4000-CONSULTAR-CONTA
                    MOVE 'TECLA INVALIDA - USE ENTER, PF3, PF5 OU PF6'
                                           TO WRK-MENSAGEM
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    RECEBE A TELA E GUARDA OS CAMPOS DIGITADOS, LIMPANDO O MAPA *
      *    PARA A MONTAGEM DA RESPOSTA                                 *
      *----------------------------------------------------------------*
       3100-RECEBER-TELA SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-RECEIVE              TO TRUE
           SET WRK-CN-EXS0321              TO TRUE

           EXEC CICS RECEIVE
                MAP('EXM0321')
                MAPSET('EXS0321')
                INTO(EXM0321I)
                RESP(WRK-RESP)
           END-EXEC

           EVALUATE WRK-RESP
               WHEN DFHRESP(NORMAL)
                    CONTINUE
               WHEN DFHRESP(MAPFAIL)
                    MOVE LOW-VALUES          TO EXM0321I
               WHEN OTHER
                    PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE

           MOVE AGENCI                     TO WRK-AG-TELA
           MOVE CONTAI                     TO WRK-CTA-TELA
           MOVE OPTCARI                    TO WRK-OPT-CARTA-TELA
           MOVE OPTFONI                    TO WRK-OPT-FONE-TELA
           MOVE NPROMI                     TO WRK-PROMESSA-TELA

           MOVE LOW-VALUES                 TO EXM0321O
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    CONSULTA A CONTA INFORMADA NOS TRES ARQUIVOS E MONTA A TELA.*
      *    SO A CONTA ENCONTRADA NO CADASTRO FICA COMO CONSULTADA NA   *
      *    COMMAREA                                                    *
      *----------------------------------------------------------------*
       4000-CONSULTAR-CONTA SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-TELA-OK              TO TRUE
           SET WRK-COM-SEM-CONSULTA        TO TRUE

           PERFORM 4100-VALIDAR-CHAVE

           IF WRK-CN-TELA-OK
              PERFORM 4200-LER-CADASTRO
           END-IF

           IF WRK-CN-TELA-OK
              PERFORM 4300-LER-SITUACAO
              PERFORM 4400-LER-CONTROLE-JURIDICO
              MOVE WRK-CHAVE-PESQUISA      TO WRK-COM-CHAVE
              SET WRK-COM-CONTA-CONSULTADA TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       4000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       4100-VALIDAR-CHAVE SECTION.
      *----------------------------------------------------------------*
           IF  WRK-AG-TELA  IS NUMERIC
           AND WRK-CTA-TELA IS NUMERIC
              MOVE WRK-AG-TELA             TO WRK-AG-PESQUISA
              MOVE WRK-CTA-TELA            TO WRK-CTA-PESQUISA
           ELSE
              SET WRK-CN-TELA-ERRO         TO TRUE
              MOVE 'INFORME AGENCIA E CONTA SO COM NUMEROS'
                                           TO WRK-MENSAGEM
              MOVE -1                      TO AGENCL
           END-IF
           .
      *----------------------------------------------------------------*
       4100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       4200-LER-CADASTRO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                 TO TRUE
           SET WRK-CN-ARQCAD01              TO TRUE

           EXEC CICS READ
                FILE('ARQCAD01')
                INTO(ARQCAD01-REGISTRO)
                RIDFLD(WRK-CHAVE-PESQUISA)
                RESP(WRK-RESP)
           END-EXEC

           EVALUATE WRK-RESP
               WHEN DFHRESP(NORMAL)
                    PERFORM 4210-MOSTRAR-CADASTRO
               WHEN DFHRESP(NOTFND)
                    SET WRK-CN-TELA-ERRO     TO TRUE
                    MOVE 'CONTA NAO ENCONTRADA NO CADASTRO'
                                           TO WRK-MENSAGEM
                    MOVE -1                  TO AGENCL
               WHEN OTHER
                    PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       4200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    DADOS CADASTRAIS, MARCAS DE CONTATO INVALIDO E PREFERENCIAS *
      *    DE CONTATO DO CADASTRO INDEXADO                             *
      *----------------------------------------------------------------*
       4210-MOSTRAR-CADASTRO SECTION.
      *----------------------------------------------------------------*
           MOVE ARQCAD01-NOME              TO NOMEO
           MOVE ARQCAD01-ENDERECO          TO ENDERO
           MOVE ARQCAD01-TELEFONE          TO FONEO

           IF ARQCAD01-CPF-CNPJ EQUAL ZEROS
              MOVE 'NAO INFORMADO'         TO DOCTOO
           ELSE
              MOVE ARQCAD01-CPF-CNPJ       TO DOCTOO
           END-IF

           IF ARQCAD01-ENDERECO-INVALIDO
              MOVE 'SIM'                   TO ENDINVO
           ELSE
              MOVE 'NAO'                   TO ENDINVO
           END-IF

           IF ARQCAD01-FONE-INVALIDO
              MOVE 'SIM'                   TO FONINVO
           ELSE
              MOVE 'NAO'                   TO FONINVO
           END-IF

           MOVE ARQCAD01-DAT-EMP           TO WRK-DATA-AAAAMMDD
           PERFORM 8100-EDITAR-DATA
           MOVE WRK-DATA-EXIBIR            TO DATEMPO

           MOVE ARQCAD01-VLR-SALDO         TO WRK-MASK-VALOR
           MOVE WRK-MASK-VALOR             TO SALDOO

           EVALUATE TRUE
               WHEN ARQCAD01-CANAL-CARTA
                    MOVE 'CARTA'             TO CANALO
               WHEN ARQCAD01-CANAL-TELEFONE
                    MOVE 'TELEFONE'          TO CANALO
               WHEN OTHER
                    MOVE 'NENHUM'            TO CANALO
           END-EVALUATE

           MOVE ARQCAD01-OPT-OUT-CARTA     TO OPTCARO
           MOVE ARQCAD01-OPT-OUT-FONE      TO OPTFONO

           MOVE ARQCAD01-DAT-PREFERENCIA   TO WRK-DATA-AAAAMMDD
           PERFORM 8100-EDITAR-DATA
           MOVE WRK-DATA-EXIBIR            TO DTPREFO
           .
      *----------------------------------------------------------------*
       4210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       4300-LER-SITUACAO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                 TO TRUE
           SET WRK-CN-ARQSIT01              TO TRUE

           EXEC CICS READ
                FILE('ARQSIT01')
                INTO(ARQSIT01-REGISTRO)
                RIDFLD(WRK-CHAVE-PESQUISA)
                RESP(WRK-RESP)
           END-EXEC

           EVALUATE WRK-RESP
               WHEN DFHRESP(NORMAL)
                    PERFORM 4310-MOSTRAR-SITUACAO
               WHEN DFHRESP(NOTFND)
                    MOVE 'SEM POSICAO NO CICLO'
                                           TO SITUACO
                    MOVE 'NENHUM'            TO ACOSITO
               WHEN OTHER
                    PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       4300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    SITUACAO E DIAS DE ATRASO DO ULTIMO CICLO E ULTIMO ACORDO   *
      *----------------------------------------------------------------*
       4310-MOSTRAR-SITUACAO SECTION.
      *----------------------------------------------------------------*
           IF ARQSIT01-SEM-POSICAO
              MOVE 'SEM POSICAO NO CICLO'  TO SITUACO
           ELSE
              MOVE ARQSIT01-CODIGO-PRODUTO TO PRODO
              MOVE ARQSIT01-QTDE-DIAS-ATRASO
                                           TO WRK-MASK-DIAS
              MOVE WRK-MASK-DIAS           TO DIASO
              MOVE ARQSIT01-VLR-SALDO      TO WRK-MASK-VALOR
              MOVE WRK-MASK-VALOR          TO SLDABTO
           END-IF

           EVALUATE TRUE
               WHEN ARQSIT01-SIT-EM-DIA
                    MOVE 'EM DIA'            TO SITUACO
               WHEN ARQSIT01-SIT-31-60
                    MOVE 'ATRASO 31-60 DIAS' TO SITUACO
               WHEN ARQSIT01-SIT-61-90
                    MOVE 'ATRASO 61-90 DIAS' TO SITUACO
               WHEN ARQSIT01-SIT-91-180
                    MOVE 'ATRASO 91-180 DIAS'
                                           TO SITUACO
               WHEN ARQSIT01-SIT-180-MAIS
                    MOVE 'ATRASO 180+ DIAS'  TO SITUACO
               WHEN ARQSIT01-SIT-SEM-PGTO
                    MOVE 'SEM PAGAMENTO'     TO SITUACO
               WHEN ARQSIT01-SIT-LIQUIDADA
                    MOVE 'LIQUIDADA'         TO SITUACO
               WHEN OTHER
                    CONTINUE
           END-EVALUATE

           EVALUATE TRUE
               WHEN ARQSIT01-ACORDO-ATIVO
                    MOVE 'ATIVO'             TO ACOSITO
               WHEN ARQSIT01-ACORDO-CUMPRIDO
                    MOVE 'CUMPRIDO'          TO ACOSITO
               WHEN ARQSIT01-ACORDO-CANCELADO
                    MOVE 'CANCELADO'         TO ACOSITO
               WHEN OTHER
                    MOVE 'NENHUM'            TO ACOSITO
           END-EVALUATE

           IF NOT ARQSIT01-SEM-ACORDO
              MOVE ARQSIT01-DAT-ACORDO     TO WRK-DATA-AAAAMMDD
              PERFORM 8100-EDITAR-DATA
              MOVE WRK-DATA-EXIBIR         TO DTACOO
              MOVE ARQSIT01-DAT-PROMESSA   TO WRK-DATA-AAAAMMDD
              PERFORM 8100-EDITAR-DATA
              MOVE WRK-DATA-EXIBIR         TO DTPROMO
           END-IF
           .
      *----------------------------------------------------------------*
       4310-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       4400-LER-CONTROLE-JURIDICO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                 TO TRUE
           SET WRK-CN-ARQCTL01              TO TRUE

           EXEC CICS READ
                FILE('ARQCTL01')
                INTO(ARQCTL01-REGISTRO)
                RIDFLD(WRK-CHAVE-PESQUISA)
                RESP(WRK-RESP)
           END-EXEC

           EVALUATE WRK-RESP
               WHEN DFHRESP(NORMAL)
                    MOVE 'SIM'               TO JURIDO
                    MOVE ARQCTL01-DAT-ENCAMINHADO
                                           TO WRK-DATA-AAAAMMDD
                    PERFORM 8100-EDITAR-DATA
                    MOVE WRK-DATA-EXIBIR     TO DTJURO
               WHEN DFHRESP(NOTFND)
                    MOVE 'NAO'               TO JURIDO
               WHEN OTHER
                    PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       4400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    REGISTRA A PROMESSA DE PAGAMENTO DA CONTA CONSULTADA E      *
      *    MOSTRA A CONTA DE NOVO, JA COM O ACORDO                     *
      *----------------------------------------------------------------*
       5000-REGISTRAR-PROMESSA SECTION.
      *----------------------------------------------------------------*
           PERFORM 5100-CONFERIR-CONSULTA

           IF WRK-CN-TELA-OK
              MOVE 'ARQSIT01'              TO WRK-RECURSO
              PERFORM 5200-CONFERIR-AUTORIZACAO
           END-IF

           IF WRK-CN-TELA-OK
              PERFORM 5300-VALIDAR-PROMESSA
           END-IF

           IF WRK-CN-TELA-OK
              PERFORM 5400-GRAVAR-ACORDO
              PERFORM 5500-ATUALIZAR-SITUACAO
              MOVE 'PROMESSA REGISTRADA - VALE NO LOTE DESTA NOITE'
                                           TO WRK-MENSAGEM
           END-IF

           PERFORM 4000-CONSULTAR-CONTA
           .
      *----------------------------------------------------------------*
       5000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    A ATUALIZACAO SO VALE PARA A CONTA QUE JA ESTA NA TELA. SE  *
      *    O USUARIO DIGITOU OUTRA CONTA, ELA E CONSULTADA PRIMEIRO    *
      *----------------------------------------------------------------*
       5100-CONFERIR-CONSULTA SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-TELA-OK              TO TRUE

           PERFORM 4100-VALIDAR-CHAVE

           IF WRK-CN-TELA-OK
              IF NOT WRK-COM-CONTA-CONSULTADA
              OR WRK-CHAVE-PESQUISA NOT EQUAL WRK-COM-CHAVE
                 SET WRK-CN-TELA-ERRO      TO TRUE
                 MOVE 'CONFIRA A CONTA CONSULTADA E TECLE A PF DE NOVO'
                                           TO WRK-MENSAGEM
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       5100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    O USUARIO PRECISA TER ACESSO DE ATUALIZACAO AO ARQUIVO CICS *
      *    INFORMADO EM WRK-RECURSO                                    *
      *----------------------------------------------------------------*
       5200-CONFERIR-AUTORIZACAO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-QUERY                TO TRUE
           MOVE WRK-RECURSO                TO WRK-ARQUIVO

           EXEC CICS QUERY SECURITY
                RESTYPE('FILE')
                RESID(WRK-RECURSO)
                UPDATE(WRK-CVDA-ATUALIZA)
                RESP(WRK-RESP)
           END-EXEC

           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-CVDA-ATUALIZA NOT EQUAL DFHVALUE(UPDATABLE)
              SET WRK-CN-TELA-ERRO         TO TRUE
              MOVE 'USUARIO SEM AUTORIZACAO PARA ESTA ATUALIZACAO'
                                           TO WRK-MENSAGEM
           END-IF
           .
      *----------------------------------------------------------------*
       5200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    DATA DA PROMESSA (DDMMAAAA) VALIDA E NAO ANTERIOR A HOJE    *
      *----------------------------------------------------------------*
       5300-VALIDAR-PROMESSA SECTION.
      *----------------------------------------------------------------*
           IF WRK-PROMESSA-TELA NOT NUMERIC
              SET WRK-CN-TELA-ERRO         TO TRUE
           ELSE
              IF WRK-PRM-MES LESS 1 OR WRK-PRM-MES GREATER 12
                 SET WRK-CN-TELA-ERRO      TO TRUE
              ELSE
                 PERFORM 5310-OBTER-ULTIMO-DIA
                 IF WRK-PRM-DIA LESS 1
                 OR WRK-PRM-DIA GREATER WRK-ULTIMO-DIA
                    SET WRK-CN-TELA-ERRO   TO TRUE
                 END-IF
              END-IF
           END-IF

           IF WRK-CN-TELA-ERRO
              MOVE 'DATA DA PROMESSA INVALIDA - INFORME DDMMAAAA'
                                           TO WRK-MENSAGEM
           ELSE
              MOVE WRK-PRM-ANO             TO WRK-DPR-ANO
              MOVE WRK-PRM-MES             TO WRK-DPR-MES
              MOVE WRK-PRM-DIA             TO WRK-DPR-DIA
              IF WRK-DATA-PROMESSA LESS WRK-DATA-MOVTO
                 SET WRK-CN-TELA-ERRO      TO TRUE
                 MOVE 'DATA DA PROMESSA NAO PODE SER ANTERIOR A HOJE'
                                           TO WRK-MENSAGEM
              END-IF
           END-IF

           IF WRK-CN-TELA-ERRO
              MOVE WRK-PROMESSA-TELA       TO NPROMO
              MOVE -1                      TO NPROML
           END-IF
           .
      *----------------------------------------------------------------*
       5300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    ULTIMO DIA DO MES DA PROMESSA - FEVEREIRO TEM 29 DIAS NO    *
      *    ANO BISSEXTO (DIVISIVEL POR 4, EXCETO OS SECULARES NAO      *
      *    DIVISIVEIS POR 400)                                         *
      *----------------------------------------------------------------*
       5310-OBTER-ULTIMO-DIA SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-DIAS-MES (WRK-PRM-MES) TO WRK-ULTIMO-DIA

           SET WRK-CN-NAO-BISSEXTO         TO TRUE

           DIVIDE WRK-PRM-ANO BY 4 GIVING WRK-QUOCIENTE
                                   REMAINDER WRK-RESTO
           IF WRK-RESTO EQUAL ZEROS
              SET WRK-CN-BISSEXTO          TO TRUE
           END-IF

           DIVIDE WRK-PRM-ANO BY 100 GIVING WRK-QUOCIENTE
                                     REMAINDER WRK-RESTO
           IF WRK-RESTO EQUAL ZEROS
              SET WRK-CN-NAO-BISSEXTO      TO TRUE
           END-IF

           DIVIDE WRK-PRM-ANO BY 400 GIVING WRK-QUOCIENTE
                                     REMAINDER WRK-RESTO
           IF WRK-RESTO EQUAL ZEROS
              SET WRK-CN-BISSEXTO          TO TRUE
           END-IF

           IF WRK-PRM-MES EQUAL 2 AND WRK-CN-BISSEXTO
              MOVE 29                      TO WRK-ULTIMO-DIA
           END-IF
           .
      *----------------------------------------------------------------*
       5310-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA O ACORDO ATIVO NO ARQUIVO DE ACORDOS, COM A DATA DE   *
      *    HOJE COMO DATA DO ACORDO - MESMO REGISTRO QUE O EXER0318    *
      *    GRAVA PARA AS PROMESSAS DA TELE-COBRANCA                    *
      *----------------------------------------------------------------*
       5400-GRAVAR-ACORDO SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-AG-PESQUISA            TO ARQACO01-AGENCIA
           MOVE WRK-CTA-PESQUISA           TO ARQACO01-CONTA
           MOVE WRK-DATA-MOVTO             TO ARQACO01-DAT-ACORDO
           MOVE WRK-DATA-PROMESSA          TO ARQACO01-DAT-PROMESSA
           SET ARQACO01-ATIVO              TO TRUE

           SET WRK-CN-WRITEQ               TO TRUE
           SET WRK-CN-ARQACO01              TO TRUE

           EXEC CICS WRITEQ TD
                QUEUE('ACO1')
                FROM(ARQACO01-REGISTRO)
                RESP(WRK-RESP)
           END-EXEC

           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       5400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LEVA O ACORDO PARA A SITUACAO DA CONTA. CONTA SEM POSICAO   *
      *    NO CICLO (INCLUIDA DEPOIS DA CARGA) GANHA O REGISTRO AQUI   *
      *----------------------------------------------------------------*
       5500-ATUALIZAR-SITUACAO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                 TO TRUE
           SET WRK-CN-ARQSIT01              TO TRUE

           EXEC CICS READ
                FILE('ARQSIT01')
                INTO(ARQSIT01-REGISTRO)
                RIDFLD(WRK-CHAVE-PESQUISA)
                UPDATE
                RESP(WRK-RESP)
           END-EXEC

           EVALUATE WRK-RESP
               WHEN DFHRESP(NORMAL)
                    PERFORM 5510-MOVER-ACORDO
                    SET WRK-CN-REWRITE       TO TRUE
                    EXEC CICS REWRITE
                         FILE('ARQSIT01')
                         FROM(ARQSIT01-REGISTRO)
                         RESP(WRK-RESP)
                    END-EXEC
               WHEN DFHRESP(NOTFND)
                    MOVE WRK-AG-PESQUISA     TO ARQSIT01-AGENCIA
                    MOVE WRK-CTA-PESQUISA    TO ARQSIT01-CONTA
                    MOVE SPACES              TO ARQSIT01-CODIGO-PRODUTO
                    SET ARQSIT01-SEM-POSICAO TO TRUE
                    MOVE ZEROS               TO ARQSIT01-VLR-SALDO
                                               ARQSIT01-QTDE-DIAS-ATRASO
                    PERFORM 5510-MOVER-ACORDO
                    SET WRK-CN-WRITE         TO TRUE
                    EXEC CICS WRITE
                         FILE('ARQSIT01')
                         FROM(ARQSIT01-REGISTRO)
                         RIDFLD(ARQSIT01-CHAVE)
                         RESP(WRK-RESP)
                    END-EXEC
               WHEN OTHER
                    CONTINUE
           END-EVALUATE

           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       5500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       5510-MOVER-ACORDO SECTION.
      *----------------------------------------------------------------*
           MOVE ARQACO01-DAT-ACORDO        TO ARQSIT01-DAT-ACORDO
           MOVE ARQACO01-DAT-PROMESSA      TO ARQSIT01-DAT-PROMESSA
           MOVE ARQACO01-SITUACAO          TO ARQSIT01-SIT-ACORDO
           .
      *----------------------------------------------------------------*
       5510-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    REGISTRA O OPT-OUT DE CARTA E/OU TELEFONE DA CONTA          *
      *    CONSULTADA E MOSTRA A CONTA DE NOVO, JA ALTERADA            *
      *----------------------------------------------------------------*
       6000-REGISTRAR-OPT-OUT SECTION.
      *----------------------------------------------------------------*
           PERFORM 5100-CONFERIR-CONSULTA

           IF WRK-CN-TELA-OK
              MOVE 'ARQCAD01'              TO WRK-RECURSO
              PERFORM 5200-CONFERIR-AUTORIZACAO
           END-IF

           IF WRK-CN-TELA-OK
              PERFORM 6100-VALIDAR-OPT-OUT
           END-IF

           IF WRK-CN-TELA-OK
              PERFORM 6200-ALTERAR-CADASTRO
           END-IF

           PERFORM 4000-CONSULTAR-CONTA
           .
      *----------------------------------------------------------------*
       6000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       6100-VALIDAR-OPT-OUT SECTION.
      *----------------------------------------------------------------*
           INSPECT WRK-OPT-CARTA-TELA CONVERTING 'sn' TO 'SN'
           INSPECT WRK-OPT-FONE-TELA  CONVERTING 'sn' TO 'SN'

           IF NOT WRK-CN-OPT-CARTA-VALIDO
           OR NOT WRK-CN-OPT-FONE-VALIDO
              SET WRK-CN-TELA-ERRO         TO TRUE
              MOVE 'OPT-OUT DEVE SER S (SIM) OU N (NAO)'
                                           TO WRK-MENSAGEM
              MOVE -1                      TO OPTCARL
           END-IF
           .
      *----------------------------------------------------------------*
       6100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LE O CADASTRO PARA ATUALIZACAO E APLICA O OPT-OUT, COM A    *
      *    DATA DE HOJE COMO DATA DO REGISTRO DA PREFERENCIA           *
      *----------------------------------------------------------------*
       6200-ALTERAR-CADASTRO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                 TO TRUE
           SET WRK-CN-ARQCAD01              TO TRUE

           EXEC CICS READ
                FILE('ARQCAD01')
                INTO(ARQCAD01-REGISTRO)
                RIDFLD(WRK-CHAVE-PESQUISA)
                UPDATE
                RESP(WRK-RESP)
           END-EXEC

           EVALUATE WRK-RESP
               WHEN DFHRESP(NORMAL)
                    PERFORM 6210-APLICAR-OPT-OUT
               WHEN DFHRESP(NOTFND)
                    SET WRK-CN-TELA-ERRO     TO TRUE
                    MOVE 'CONTA NAO ENCONTRADA NO CADASTRO'
                                           TO WRK-MENSAGEM
               WHEN OTHER
                    PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       6200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    SEM MUDANCA NOS OPT-OUTS, LIBERA O REGISTRO E AVISA. COM    *
      *    MUDANCA, REGRAVA O CADASTRO E GRAVA O JORNAL DE AUDITORIA E *
      *    O ARQUIVO PERMANENTE DE PREFERENCIAS, COMO O EXER0308       *
      *----------------------------------------------------------------*
       6210-APLICAR-OPT-OUT SECTION.
      *----------------------------------------------------------------*
           IF  WRK-OPT-CARTA-TELA EQUAL ARQCAD01-OPT-OUT-CARTA
           AND WRK-OPT-FONE-TELA  EQUAL ARQCAD01-OPT-OUT-FONE
              SET WRK-CN-TELA-ERRO         TO TRUE
              MOVE 'OPT-OUT SEM ALTERACAO - NADA A REGISTRAR'
                                           TO WRK-MENSAGEM
              SET WRK-CN-UNLOCK            TO TRUE
              EXEC CICS UNLOCK
                   FILE('ARQCAD01')
                   RESP(WRK-RESP)
              END-EXEC
           ELSE
              MOVE ARQCAD01-REGISTRO       TO WRK-IMAGEM-ANTES
              MOVE WRK-OPT-CARTA-TELA      TO ARQCAD01-OPT-OUT-CARTA
              MOVE WRK-OPT-FONE-TELA       TO ARQCAD01-OPT-OUT-FONE
              MOVE WRK-DATA-MOVTO          TO ARQCAD01-DAT-PREFERENCIA
              SET WRK-CN-REWRITE           TO TRUE
              EXEC CICS REWRITE
                   FILE('ARQCAD01')
                   FROM(ARQCAD01-REGISTRO)
                   RESP(WRK-RESP)
              END-EXEC
           END-IF

           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-CN-TELA-OK
              PERFORM 6300-GRAVAR-JORNAL
              PERFORM 6400-GRAVAR-PREFERENCIA
              MOVE 'OPT-OUT REGISTRADO - VALE NO LOTE DESTA NOITE'
                                           TO WRK-MENSAGEM
           END-IF
           .
      *----------------------------------------------------------------*
       6210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA 1 REGISTRO NO JORNAL DE AUDITORIA COM A DATA, O TIPO  *
      *    ALTERACAO E AS IMAGENS DO CADASTRO ANTES E DEPOIS DO        *
      *    OPT-OUT                                                     *
      *----------------------------------------------------------------*
       6300-GRAVAR-JORNAL SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-DATA-MOVTO             TO ARQJRN01-DATA-MOVTO
           SET ARQJRN01-ALTERACAO          TO TRUE
           MOVE ARQCAD01-AGENCIA           TO ARQJRN01-AGENCIA
           MOVE ARQCAD01-CONTA             TO ARQJRN01-CONTA
           MOVE WRK-IMAGEM-ANTES           TO ARQJRN01-IMAGEM-ANTES
           MOVE ARQCAD01-REGISTRO          TO ARQJRN01-IMAGEM-DEPOIS

           SET WRK-CN-WRITEQ               TO TRUE
           SET WRK-CN-ARQJRN01              TO TRUE

           EXEC CICS WRITEQ TD
                QUEUE('JRN1')
                FROM(ARQJRN01-REGISTRO)
                RESP(WRK-RESP)
           END-EXEC

           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       6300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    REGISTRA NO ARQUIVO PERMANENTE DE PREFERENCIAS O ESTADO DA  *
      *    PREFERENCIA DE CONTATO E AS MARCAS DE CONTATO INVALIDO DO   *
      *    CADASTRO JA ALTERADO - O EXER0305 APLICA NA RECARGA O       *
      *    ULTIMO REGISTRO DE CADA CHAVE                               *
      *----------------------------------------------------------------*
       6400-GRAVAR-PREFERENCIA SECTION.
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

           SET WRK-CN-WRITEQ               TO TRUE
           SET WRK-CN-ARQPRF01              TO TRUE

           EXEC CICS WRITEQ TD
                QUEUE('PRF1')
                FROM(ARQPRF01-REGISTRO)
                RESP(WRK-RESP)
           END-EXEC

           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       6400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    ENVIA A TELA MONTADA COM A DATA, A CHAVE E A MENSAGEM. SEM  *
      *    CAMPO DE ERRO MARCADO, O CURSOR VAI PARA A AGENCIA          *
      *----------------------------------------------------------------*
       8000-ENVIAR-TELA SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-DATA-HOJE              TO DATAO
           MOVE WRK-AG-TELA                TO AGENCO
           MOVE WRK-CTA-TELA               TO CONTAO
           MOVE WRK-MENSAGEM               TO MSGO

           IF  NPROML  EQUAL ZEROS
           AND OPTCARL EQUAL ZEROS
              MOVE -1                      TO AGENCL
           END-IF

           SET WRK-CN-SEND                 TO TRUE
           SET WRK-CN-EXS0321              TO TRUE

           EXEC CICS SEND
                MAP('EXM0321')
                MAPSET('EXS0321')
                FROM(EXM0321O)
                ERASE
                CURSOR
                FREEKB
                RESP(WRK-RESP)
           END-EXEC

           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       8000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    EDITA WRK-DATA-AAAAMMDD EM WRK-DATA-EXIBIR (DD/MM/AAAA).    *
      *    DATA ZERADA FICA EM BRANCO                                  *
      *----------------------------------------------------------------*
       8100-EDITAR-DATA SECTION.
      *----------------------------------------------------------------*
           IF WRK-DATA-AAAAMMDD EQUAL ZEROS
              MOVE SPACES                  TO WRK-DATA-EXIBIR
           ELSE
              MOVE WRK-DT-DIA              TO WRK-ED-DIA
              MOVE WRK-DT-MES              TO WRK-ED-MES
              MOVE WRK-DT-ANO              TO WRK-ED-ANO
              MOVE WRK-DATA-EDITADA        TO WRK-DATA-EXIBIR
           END-IF
           .
      *----------------------------------------------------------------*
       8100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    DEVOLVE O CONTROLE AO CICS, AGUARDANDO A PROXIMA TECLA NA   *
      *    MESMA TRANSACAO COM A COMMAREA DA CONVERSACAO               *
      *----------------------------------------------------------------*
       9000-RETORNAR-TRANSACAO SECTION.
      *----------------------------------------------------------------*
           EXEC CICS RETURN
                TRANSID(EIBTRNID)
                COMMAREA(WRK-COMMAREA)
           END-EXEC

           GOBACK
           .
      *----------------------------------------------------------------*
       9000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    ERRO INESPERADO EM COMANDO CICS: REGISTRA NA FILA CSMT E    *
      *    CANCELA A TRANSACAO, DESFAZENDO AS ATUALIZACOES DA TAREFA   *
      *----------------------------------------------------------------*
       9100-ERROS-ARQUIVOS SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-PROGRAMA               TO WRK-ERR-PROGRAMA
           MOVE WRK-COMANDO                TO WRK-ERR-COMANDO
           MOVE WRK-ARQUIVO                TO WRK-ERR-ARQUIVO
           MOVE WRK-RESP                   TO WRK-ERR-RESP

           EXEC CICS WRITEQ TD
                QUEUE('CSMT')
                FROM(WRK-LINHA-ERRO)
                NOHANDLE
           END-EXEC

           EXEC CICS ABEND
                ABCODE('EX21')
           END-EXEC
           .
      *----------------------------------------------------------------*
       9100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    PF3/CLEAR: LIMPA A TELA E ENCERRA A CONVERSACAO             *
      *----------------------------------------------------------------*
       9500-ENCERRAR SECTION.
      *----------------------------------------------------------------*
           EXEC CICS SEND CONTROL
                ERASE
                FREEKB
           END-EXEC

           EXEC CICS RETURN
           END-EXEC

           GOBACK
           .
      *----------------------------------------------------------------*
       9500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
