      *    BRAD7100 - MODULO TRATAMENTO DE ERRO.                       *
      *    BRAD7110 - MODULO DE LOG DE AUDITORIA.                      *
      *    BRAD7130 - MODULO DE TOTAIS DE EXECUCAO (RUNSTAT).          *
      *    BRAD7310 - CONVERSAO DE IMAGEM DO LAYOUT ANTERIOR.          *
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
               ' - FILE STATUS = '.
           05  WRK-FILE-STATUS         PIC  X(002)         VALUE SPACES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DA BRAD7310 - CONVERSAO DE IMAGEM     ***'.
      *----------------------------------------------------------------*

       01  WRK-AREA-BRAD7310.
           05  WRK-7310-IMAGEM         PIC  X(280)         VALUE SPACES.
           05  WRK-7310-COD-RETORNO    PIC  X(001)         VALUE SPACES.
               88  WRK-IMAGEM-CONVERTIDA-7310              VALUE 'S'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DA BRAD7130 - TOTAIS DE EXECUCAO      ***'.

           ADD 1                       TO WRK-TOT-LIDOS.

           PERFORM 2050-CONVERTER-IMAGENS.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2050-CONVERTER-IMAGENS          SECTION.
      *----------------------------------------------------------------*
      *    OCORRENCIA GRAVADA ANTES DA CONVERSAO DO CPF/CNPJ PARA      *
      *    ALFANUMERICO TEM AS IMAGENS NO LAYOUT ANTERIOR: A BRAD7310  *
      *    AS CONVERTE PARA O LAYOUT ATUAL DO I#CADREG (IMAGEM JA      *
      *    ATUAL OU VAZIA VOLTA SEM ALTERACAO).                        *
      *----------------------------------------------------------------*

           MOVE HST-IMAGEM-ANTES       TO WRK-7310-IMAGEM.
           CALL 'BRAD7310'             USING WRK-AREA-BRAD7310.
           MOVE WRK-7310-IMAGEM        TO HST-IMAGEM-ANTES.

           MOVE HST-IMAGEM-DEPOIS      TO WRK-7310-IMAGEM.
           CALL 'BRAD7310'             USING WRK-AREA-BRAD7310.
           MOVE WRK-7310-IMAGEM        TO HST-IMAGEM-DEPOIS.

      *----------------------------------------------------------------*
       2050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2400-SELECIONAR-OCORRENCIA      SECTION.
      *----------------------------------------------------------------*
