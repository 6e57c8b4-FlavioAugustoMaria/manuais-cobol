      *                   (BRAD0310/0330/0340). IMPRIME O RELATORIO    *
      *                   DO QUE FOI MOVIDO. O RESGATE DE UM REGISTRO  *
      *                   ARQUIVADO E FEITO PELO BRAD0410.             *
      *                   CADA REMOCAO E GRAVADA NO JORNAL DE          *
      *                   ALTERACOES (CADHIST) PELA BRAD7140 COMO      *
      *                   EXCLUSAO DA TRANSACAO 'BRAD0400', PARA QUE   *
      *                   O ARQUIVO DO CCS (BRAD0580) INFORME O FIM    *
      *                   DO RELACIONAMENTO AO BANCO CENTRAL.          *
      *----------------------------------------------------------------*
      *    PARAMETRO...:  ANOS DE INATIVIDADE PARA ARQUIVAR: PARAMETRO *
      *                   BRAD0400/ANOSARQV NO PARMCAD (VIA BRAD7160), *
      *    BOOK'S......:                                               *
      *    I#CADREG - LAYOUT DO REGISTRO DE CLIENTES (CADACLIE).       *
      *    I#CADARQ - LAYOUT DO ARQUIVO MORTO DE CONTAS ENCERRADAS.    *
      *    I#CADHSC - AREA DE COMUNICACAO COM O MODULO BRAD7140.       *
      *    I#BRAD7C - AREA PARA TRATAMENTO DE ERRO PELA BRAD7100       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD7100 - MODULO TRATAMENTO DE ERRO.                       *
      *    BRAD7110 - MODULO DE LOG DE AUDITORIA.                      *
      *    BRAD7130 - MODULO DE TOTAIS DE EXECUCAO (RUNSTAT).          *
      *    BRAD7140 - MODULO DO JORNAL DE ALTERACOES (CADHIST).        *
      *    BRAD7160 - MODULO DE PARAMETROS OPERACIONAIS (PARMCAD).     *
      *================================================================*
       ENVIRONMENT                     DIVISION.
               ' - FILE STATUS = '.
           05  WRK-FILE-STATUS         PIC  X(002)         VALUE SPACES.

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE COMUNICACAO COM A BRAD7140         ***'.
      *----------------------------------------------------------------*

       COPY 'I#CADHSC'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DA BRAD7130 - TOTAIS DE EXECUCAO      ***'.
           MOVE WRK-FS-CADAVSAM        TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           PERFORM 2460-GRAVAR-JORNAL.

           ADD 1                       TO WRK-TOT-ARQUIVADOS.

           PERFORM 2500-IMPRIMIR-DETALHE.
       2450-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2460-GRAVAR-JORNAL              SECTION.
      *----------------------------------------------------------------*
      *    A IMAGEM REMOVIDA CONTINUA EM REG-CADACLIE APOS O DELETE.   *
      *----------------------------------------------------------------*

           MOVE CAD-AGENCIA            TO HSTA-AGENCIA.
           MOVE CAD-RAZAO              TO HSTA-RAZAO.
           MOVE CAD-CONTA              TO HSTA-CONTA.
           MOVE 'E'                    TO HSTA-OPERACAO.
           MOVE WRK-BATCH              TO HSTA-COD-USER.
           MOVE WRK-BATCH              TO HSTA-COD-DEPTO.
           MOVE 'BRAD0400'             TO HSTA-TRANSACAO.
           MOVE REG-CADACLIE           TO HSTA-IMAGEM-ANTES.
           MOVE LOW-VALUES             TO HSTA-IMAGEM-DEPOIS.

           CALL 'BRAD7140'             USING HST-AREA.

      *----------------------------------------------------------------*
       2460-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2500-IMPRIMIR-DETALHE           SECTION.
      *----------------------------------------------------------------*
