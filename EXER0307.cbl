      *                          TODOS OS LAYOUTS E AREAS DE CHAVE,    *
      *                          PARA ACOMODAR A REDE DE AGENCIAS      *
      *                          INCORPORADA NA FUSAO                  *
      *    15/10/2026 JOHNATHAN  AJUSTADOS OS TAMANHOS DO CADASTRO E DA *
      *                          EXCECAO PARA O DOCUMENTO DO CLIENTE    *
      *================================================================*
      *
      *================================================================*
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
       01 FD-ARQENT02             PIC X(27).

      *----------------------------------------------------------------*
      *    OUTPUT:    EXCECAO DE CHAVES DUPLICADAS   -   LRECL = 104   *
      *----------------------------------------------------------------*
       FD  ARQDUP01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQDUP01             PIC X(104).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
          05 WRK-AG-ATU-ENT02     PIC  9(004) VALUE ZEROS.
          05 WRK-CT-ATU-ENT02     PIC  9(007) VALUE ZEROS.
      *
       77 WRK-IMAGEM-ANT-ENT01    PIC  X(083) VALUE SPACES.
       77 WRK-IMAGEM-ANT-ENT02    PIC  X(027) VALUE SPACES.
       77 WRK-OCOR-ENT01          PIC  9(002) VALUE ZEROS.
       77 WRK-OCOR-ENT02          PIC  9(002) VALUE ZEROS.
