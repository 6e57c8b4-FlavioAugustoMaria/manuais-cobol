      *                   (CADACLIE) COM QUEBRA DE PAGINA E SUBTOTAIS  *
      *                   POR POSTO DE SERVICO E RAMO DE ATIVIDADE.    *
      *----------------------------------------------------------------*
      *    ESTRUTURA...:  A LOGICA DA SAIDA ESTA NO MODULO BRAD7320,   *
      *                   COMPARTILHADO COM A PASSADA UNICA DA CADEIA  *
      *                   NOTURNA (BRAD0640, QUE LE O CADACLIE UMA SO  *
      *                   VEZ E ALIMENTA TODAS AS SAIDAS LIGADAS NO    *
      *                   PARMCAD). ESTE PROGRAMA FICA PARA A EXECUCAO *
      *                   AVULSA DESTA SAIDA (REPROCESSAMENTO OU SAIDA *
      *                   DESLIGADA NA PASSADA UNICA): LE O CADACLIE E *
      *                   REPASSA CADA REGISTRO AO MODULO, QUE PRODUZ  *
      *                   A MESMA SAIDA E GRAVA O MESMO RUNSTAT        *
      *                   (BRAD0310).                                  *
      *----------------------------------------------------------------*
      *    RETORNO.....:  RETURN-CODE 12 EM ERRO DE ARQUIVO, AQUI OU   *
      *                   NO MODULO.                                   *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#CADREG - LAYOUT DO REGISTRO DE CLIENTES (CADACLIE).       *
      *    I#CADSAI - AREA DE COMUNICACAO COM O MODULO DA SAIDA.       *
      *    I#BRAD7C - AREA PARA TRATAMENTO DE ERRO PELA BRAD7100       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD7100 - MODULO TRATAMENTO DE ERRO.                       *
      *    BRAD7110 - MODULO DE LOG DE AUDITORIA.                      *
      *    BRAD7320 - LISTAGEM DE CLIENTES POR POSTO/RAMO (RELCLIE).   *
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
           SELECT CADACLIE  ASSIGN     TO UT-S-CADACLIE
                      FILE STATUS      IS WRK-FS-CADACLIE.

      *================================================================*
       DATA DIVISION.
      *================================================================*

       COPY 'I#CADREG'.

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
           '*** VARIAVEIS AUXILIARES                       ***'.
      *----------------------------------------------------------------*

       77  WRK-FECHAR                  PIC  X(001)         VALUE 'N'.
       77  WRK-PGM                     PIC  X(008)         VALUE
           'BRAD0310'.
       77  WRK-BATCH                   PIC  X(008)         VALUE
           'BATCH'.
       77  WRK-SQLCA-OU-STATUS         PIC  X(136)         VALUE SPACES.
       77  WRK-ABORTAR                 PIC  X(001)         VALUE 'N'.
           88  WRK-EXECUCAO-ABORTADA                       VALUE 'S'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE COMUNICACAO COM O MODULO DA SAIDA  ***'.
      *----------------------------------------------------------------*

       COPY 'I#CADSAI'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
      *----------------------------------------------------------------*

       01  WRK-FS-CADACLIE             PIC  X(002)         VALUE SPACES.

       01  WRK-ERRO-ARQUIVO.
           05  FILLER                  PIC  X(005)         VALUE
               ' - FILE STATUS = '.
           05  WRK-FILE-STATUS         PIC  X(002)         VALUE SPACES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DA BRAD7100                           ***'.

           PERFORM 1000-INICIALIZAR.

           PERFORM 2000-LER-ARQUIVO.

           PERFORM UNTIL WRK-FECHAR    EQUAL 'S'
                      OR SAI-ERRO
               PERFORM 2500-REPASSAR-REGISTRO
               PERFORM 2000-LER-ARQUIVO
           END-PERFORM.

           PERFORM 2600-CONCLUIR-SAIDA.

           PERFORM 3000-FECHAR-ARQUIVO.

       1000-INICIALIZAR                SECTION.
      *----------------------------------------------------------------*

           INITIALIZE REG-CADACLIE.

           OPEN INPUT  CADACLIE.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'CADACLIE'            TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-CADACLIE       TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           SET SAI-ABRIR              TO TRUE.
           CALL 'BRAD7320'             USING SAI-AREA.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-LER-ARQUIVO                SECTION.
      *----------------------------------------------------------------*

           READ CADACLIE               INTO REG-CADACLIE.

           IF WRK-FS-CADACLIE          EQUAL '10'
              MOVE 'S'                 TO WRK-FECHAR
              GO TO 2000-99-FIM
           END-IF.

           SET WRK-LEITURA             TO TRUE.
           MOVE WRK-FS-CADACLIE        TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2500-REPASSAR-REGISTRO          SECTION.
      *----------------------------------------------------------------*

           MOVE REG-CADACLIE           TO SAI-REG-CADACLIE.

           SET SAI-REGISTRO            TO TRUE.
           CALL 'BRAD7320'             USING SAI-AREA.

      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2600-CONCLUIR-SAIDA             SECTION.
      *----------------------------------------------------------------*
      *    O MODULO QUE DEVOLVEU ERRO JA ACIONOU A BRAD7100 E GRAVOU   *
      *    O RUNSTAT; NAO E CHAMADO DE NOVO PARA O FECHAMENTO.         *
      *----------------------------------------------------------------*

           IF  SAI-ERRO
               SET WRK-EXECUCAO-ABORTADA
                                       TO TRUE
               GO TO 2600-99-FIM
           END-IF.

           SET SAI-FECHAR              TO TRUE.
           CALL 'BRAD7320'             USING SAI-AREA.

           IF  SAI-ERRO
               SET WRK-EXECUCAO-ABORTADA
                                       TO TRUE
           END-IF.

      *----------------------------------------------------------------*
       2600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-FECHAR-ARQUIVO             SECTION.
      *----------------------------------------------------------------*

           CLOSE CADACLIE.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'CADACLIE'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-CADACLIE        TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *    OS TOTAIS DE EXECUCAO (RUNSTAT) SAO GRAVADOS PELO MODULO DA *
      *    SAIDA. O RETURN-CODE E CARREGADO SO DEPOIS DA ULTIMA CALL.  *
      *----------------------------------------------------------------*

           IF  WRK-EXECUCAO-ABORTADA
               MOVE 12                 TO RETURN-CODE
           END-IF.

           GOBACK.

       9999-ROTINA-ERRO                SECTION.
      *----------------------------------------------------------------*

           SET WRK-EXECUCAO-ABORTADA   TO TRUE.

           MOVE WRK-PGM                TO ERR-PGM.

           CALL 'BRAD7110'             USING ERRO-AREA
                                             WRK-SQLCA-OU-STATUS.

           CALL 'BRAD7100'             USING WRK-BATCH
                                             ERRO-AREA.

