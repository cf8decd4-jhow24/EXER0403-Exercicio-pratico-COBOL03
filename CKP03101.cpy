      *    BOOK.......: CKP03101                                        *
      *    OBJETIVO....: LAYOUT DO ARQUIVO DE CHECKPOINT DO BALANCE    *
      *                  LINE CADASTRO X MOVIMENTO (ARQCKP01)         *
      *                  LRECL = 100                                    *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES                                      *
      *    DATA       AUTOR      DESCRICAO                              *
      *                          DIGITOS E CONTA COM 7 DIGITOS, PARA   *
      *                          ACOMODAR A REDE DE AGENCIAS           *
      *                          INCORPORADA NA FUSAO                  *
      *    15/10/2026 JOHNATHAN  INCLUIDA A QTDE GRAVADA NA FOTOGRAFIA  *
      *                          POR CONTA (ARQSNP01), OCUPANDO PARTE   *
      *                          DO FILLER - LRECL MANTIDO              *
      *    15/10/2026 JOHNATHAN  INCLUIDAS AS QTDES GRAVADAS NO         *
      *                          REGISTRO DE BAIXAS (ARQBXA02), DE      *
      *                          CONTAS BAIXADAS NO CICLO E DE          *
      *                          RECUPERACOES (ARQSAI06). LRECL = 100   *
      *================================================================*
       01  ARQCKP01-REGISTRO.
           05  ARQCKP01-CHAVE-CADASTRO.
           05  ARQCKP01-ACU-VLR-SAI01      PIC S9(009)V99 COMP-3.
           05  ARQCKP01-ACU-VLR-SAI02      PIC S9(009)V99 COMP-3.
           05  ARQCKP01-ACU-VLR-SAI03      PIC S9(009)V99 COMP-3.
           05  ARQCKP01-ACU-GRAVA-SNP01    PIC 9(005).
           05  ARQCKP01-ACU-GRAVA-BXA02    PIC 9(007).
           05  ARQCKP01-ACU-BAIXAS-CICLO   PIC 9(005).
           05  ARQCKP01-ACU-GRAVA-SAI06    PIC 9(005).
           05  FILLER                      PIC X(003).
