      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. BRAD7320.
       AUTHOR.     FLAVIO AUGUSTO MARIA.
      *================================================================*
      *                   P R I M E  I N F O R M A T I C A             *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  BRAD7320                                     *
      *    PROGRAMADOR.:  FLAVIO AUGUSTO MARIA              -  PRIME   *
      *    ANALISTA....:                                    -          *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  MODULO DA LISTAGEM IMPRESSA DO CADASTRO DE   *
      *                   CLIENTES (RELCLIE, SAIDA DO BRAD0310) COM    *
      *                   QUEBRA DE PAGINA E SUBTOTAIS POR POSTO DE    *
      *                   SERVICO E RAMO DE ATIVIDADE. NAO LE O        *
      *                   CADACLIE: RECEBE CADA REGISTRO DO CHAMADOR   *
      *                   (BRAD0640 NA PASSADA UNICA DA CADEIA         *
      *                   NOTURNA, OU BRAD0310 NA EXECUCAO AVULSA), DE *
      *                   MODO QUE AS DUAS FORMAS PRODUZEM A MESMA     *
      *                   LISTAGEM.                                    *
      *----------------------------------------------------------------*
      *    USO.........:  CALL 'BRAD7320' USING SAI-AREA (BOOK         *
      *                   I#CADSAI): 'A' ABRE A LISTAGEM E O ARQUIVO   *
      *                   DE TRABALHO; 'R' GRAVA O REGISTRO NO ARQUIVO *
      *                   DE TRABALHO COM AS CHAVES DE ORDENACAO; 'F'  *
      *                   ORDENA O ARQUIVO DE TRABALHO POR POSTO/RAMO, *
      *                   IMPRIME, FECHA E GRAVA O RUNSTAT COMO        *
      *                   BRAD0310 (O MONITOR BRAD0470 CONTINUA        *
      *                   CONFERINDO A CADEIA PELO NOME DO PROGRAMA).  *
      *                   EM ERRO DEVOLVE SAI-COD-RETORNO 'N'.         *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#CADSAI - AREA DE COMUNICACAO COM O CHAMADOR.              *
      *    I#CADREG - LAYOUT DO REGISTRO DE CLIENTES (CADACLIE).       *
      *    I#BRAD7C - AREA PARA TRATAMENTO DE ERRO PELA BRAD7100       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD7100 - MODULO TRATAMENTO DE ERRO.                       *
      *    BRAD7130 - MODULO DE TOTAIS DE EXECUCAO (RUNSTAT).          *
      *    BRAD7250 - DESCRICAO DE POSTO/RAMO (DOMCAD) NAS QUEBRAS.    *
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       CONFIGURATION                   SECTION.
      *----------------------------------------------------------------*

       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.

      *----------------------------------------------------------------*
       INPUT-OUTPUT                    SECTION.
      *----------------------------------------------------------------*

       FILE-CONTROL.

           SELECT WRKCLIE   ASSIGN     TO UT-S-WRKCLIE
                      FILE STATUS      IS WRK-FS-WRKCLIE.

           SELECT RELCLIE   ASSIGN     TO UT-S-RELCLIE
                      FILE STATUS      IS WRK-FS-RELCLIE.

           SELECT SRTCLIE   ASSIGN     TO UT-S-SRTCLIE.

      *================================================================*
       DATA DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    I-O    :  ARQUIVO DE TRABALHO - REGISTROS RECEBIDOS DO     *
      *              CHAMADOR, JA COM AS CHAVES DE ORDENACAO           *
      *              ORG. SEQUENCIAL   -   LRECL = 285                 *
      *----------------------------------------------------------------*

       FD  WRKCLIE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  REG-WRKCLIE.
           05  TRB-POSTO                PIC  9(03)  COMP-3.
           05  TRB-RAMO                 PIC  9(05)  COMP-3.
           05  TRB-REG-CADACLIE         PIC  X(280).

      *----------------------------------------------------------------*
      *    OUTPUT :  LISTAGEM DE CLIENTES                              *
      *              ORG. SEQUENCIAL   -   LRECL = 132                 *
      *----------------------------------------------------------------*

       FD  RELCLIE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  REG-RELCLIE                  PIC  X(132).

      *----------------------------------------------------------------*
      *    SORT  :  ARQUIVO DE TRABALHO DA ORDENACAO INTERNA, USADO    *
      *              PARA APRESENTAR WRKCLIE ORDENADO POR POSTO DE     *
      *              SERVICO (QUEBRA MAIOR) E RAMO DE ATIVIDADE        *
      *              (QUEBRA MENOR) ANTES DA IMPRESSAO/SUBTOTAIS.      *
      *----------------------------------------------------------------*

       SD  SRTCLIE.

       01  REG-SRTCLIE.
           05  SRT-POSTO                PIC  9(03)  COMP-3.
           05  SRT-RAMO                 PIC  9(05)  COMP-3.
           05  SRT-REG-CADACLIE         PIC  X(280).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** INICIO DA WORKING BRAD7320                 ***'.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** VARIAVEIS AUXILIARES                       ***'.
      *----------------------------------------------------------------*

       77  WRK-ABRIR                   PIC  X(001)         VALUE 'S'.
       77  WRK-FECHAR                  PIC  X(001)         VALUE 'N'.
       77  WRK-PGM                     PIC  X(008)         VALUE
           'BRAD7320'.
       77  WRK-BATCH                   PIC  X(008)         VALUE
           'BATCH'.
       77  WRK-LINHAS-POR-PAGINA       PIC  9(002) COMP    VALUE 55.
       77  WRK-CONT-LINHAS             PIC  9(002) COMP    VALUE ZEROS.
       77  WRK-CONT-PAGINA             PIC  9(004) COMP    VALUE ZEROS.
       77  WRK-PRIMEIRO-REG            PIC  X(001)         VALUE 'S'.
       77  WRK-TOT-GERAL               PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-POSTO               PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-RAMO                PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-SAVE-POSTO              PIC  9(003) COMP-3  VALUE ZEROS.
       77  WRK-SAVE-RAMO               PIC  9(005) COMP-3  VALUE ZEROS.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** REGISTRO CORRENTE DO CADASTRO              ***'.
      *----------------------------------------------------------------*

       COPY 'I#CADREG'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** LINHAS DE IMPRESSAO DA LISTAGEM            ***'.
      *----------------------------------------------------------------*

       01  LIN-CABECALHO-1.
           05  FILLER                  PIC  X(032)         VALUE
               'BRAD0310 - LISTAGEM DE CLIENTES'.
           05  FILLER                  PIC  X(080)         VALUE SPACES.
           05  FILLER                  PIC  X(008)         VALUE
               'PAGINA: '.
           05  LIN-1-PAGINA            PIC  ZZZ9.
           05  FILLER                  PIC  X(008)         VALUE SPACES.

       01  LIN-CABECALHO-2.
           05  FILLER                  PIC  X(010)         VALUE
               'AGENCIA'.
           05  FILLER                  PIC  X(006)         VALUE SPACES.
           05  FILLER                  PIC  X(007)         VALUE
               'CONTA'.
           05  FILLER                  PIC  X(006)         VALUE SPACES.
           05  FILLER                  PIC  X(040)         VALUE
               'NOME DO CLIENTE'.
           05  FILLER                  PIC  X(040)         VALUE
               'ENDERECO'.
           05  FILLER                  PIC  X(023)         VALUE SPACES.

       01  LIN-DETALHE.
           05  LIN-DET-AGENCIA         PIC  ZZZZ9.
           05  FILLER                  PIC  X(003)         VALUE SPACES.
           05  LIN-DET-CONTA           PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-NOME            PIC  X(040).
           05  LIN-DET-ENDERECO        PIC  X(040).
           05  FILLER                  PIC  X(023)         VALUE SPACES.

       01  LIN-SUBTOTAL-RAMO.
           05  FILLER                  PIC  X(020)         VALUE
               'SUBTOTAL RAMO ATIV.:'.
           05  LIN-STR-RAMO            PIC  ZZZZ9.
           05  FILLER                  PIC  X(003)         VALUE ' - '.
           05  LIN-STR-DESCRICAO       PIC  X(030).
           05  FILLER                  PIC  X(011)         VALUE
               '  CLIENTES:'.
           05  LIN-STR-QTDE            PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(050)         VALUE SPACES.

       01  LIN-SUBTOTAL-POSTO.
           05  FILLER                  PIC  X(020)         VALUE
               'SUBTOTAL POSTO SERV:'.
           05  LIN-STP-POSTO           PIC  ZZZ9.
           05  FILLER                  PIC  X(003)         VALUE ' - '.
           05  LIN-STP-DESCRICAO       PIC  X(030).
           05  FILLER                  PIC  X(011)         VALUE
               '  CLIENTES:'.
           05  LIN-STP-QTDE            PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(050)         VALUE SPACES.

       01  LIN-TOTAL-GERAL.
           05  FILLER                  PIC  X(022)         VALUE
               'TOTAL GERAL CLIENTES:'.
           05  LIN-TG-QTDE             PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(091)         VALUE SPACES.

       01  LIN-BRANCO                  PIC  X(132)         VALUE SPACES.

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE COMUNICACAO COM A BRAD7250         ***'.
      *----------------------------------------------------------------*

       01  WRK-AREA-BRAD7250.
           05  WRK-7250-TIPO           PIC  X(01)          VALUE SPACES.
           05  WRK-7250-CODIGO         PIC  9(05)          VALUE ZEROS.
           05  WRK-7250-DESCRICAO      PIC  X(30)          VALUE SPACES.
           05  WRK-7250-COD-RETORNO    PIC  X(01)          VALUE SPACES.
               88  WRK-DOM-VALIDO-7250                     VALUE 'S'.
               88  WRK-DOM-INVALIDO-7250                   VALUE 'N'.
           05  WRK-7250-COD-MENSAGEM   PIC  X(04)          VALUE SPACES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** ENDERECO COMPOSTO PARA IMPRESSAO          ***'.
      *----------------------------------------------------------------*
      *    LOGRADOURO + NUMERO DO ENDERECO ESTRUTURADO, COMPOSTOS EM   *
      *    UMA COLUNA DE 40 POSICOES PARA A LISTAGEM.                  *
      *----------------------------------------------------------------*

       01  WRK-ENDERECO-IMPRESSO       PIC  X(040)         VALUE SPACES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** MENSAGEM DE ERRO DE FILE-STATUS            ***'.
      *----------------------------------------------------------------*

       01  WRK-FS-RELCLIE              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-WRKCLIE              PIC  X(002)         VALUE SPACES.

       01  WRK-ERRO-ARQUIVO.
           05  FILLER                  PIC  X(005)         VALUE
               'ERRO '.
           05  WRK-OPERACAO            PIC  X(013)         VALUE SPACES.
               88  WRK-ABERTURA                            VALUE
                   ' NA ABERTURA '.
               88  WRK-LEITURA                             VALUE
                   ' NA  LEITURA '.
               88  WRK-GRAVACAO                            VALUE
                   ' NA GRAVACAO '.
               88  WRK-FECHAMENTO                          VALUE
                   'NO FECHAMENTO'.
           05  FILLER                  PIC  X(012)         VALUE
               ' DO ARQUIVO '.
           05  WRK-NOME-ARQUIVO        PIC  X(008)         VALUE SPACES.
           05  FILLER                  PIC  X(017)         VALUE
               ' - FILE STATUS = '.
           05  WRK-FILE-STATUS         PIC  X(002)         VALUE SPACES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DA BRAD7130 - TOTAIS DE EXECUCAO      ***'.
      *----------------------------------------------------------------*

       COPY 'I#BRAD7S'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DA BRAD7100                           ***'.
      *----------------------------------------------------------------*

       COPY 'I#BRAD7C'.

      *----------------------------------------------------------------*
       LINKAGE SECTION.
      *----------------------------------------------------------------*

           COPY 'I#CADSAI'.

      *================================================================*
       PROCEDURE DIVISION            USING SAI-AREA.
      *================================================================*

      *----------------------------------------------------------------*
       0000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*

           SET SAI-OK                  TO TRUE.

           EVALUATE TRUE

               WHEN SAI-ABRIR
                   PERFORM 1000-INICIALIZAR

               WHEN SAI-REGISTRO
                   PERFORM 1500-GRAVAR-TRABALHO

               WHEN SAI-FECHAR
                   PERFORM 1800-FECHAR-TRABALHO
                   SORT SRTCLIE
                       ON ASCENDING KEY SRT-POSTO SRT-RAMO
                       USING WRKCLIE
                       OUTPUT PROCEDURE IS 2000-PROCESSAR-ORDENADOS
                   PERFORM 2600-IMPRIMIR-TOTAIS
                   PERFORM 3000-FECHAR-ARQUIVO
                   PERFORM 4000-FINALIZAR

           END-EVALUATE.

           GOBACK.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-INICIALIZAR                SECTION.
      *----------------------------------------------------------------*

           MOVE FUNCTION CURRENT-DATE  TO STA-DATA-HORA-INICIO.

           INITIALIZE REG-CADACLIE.

           OPEN OUTPUT RELCLIE.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'RELCLIE'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELCLIE        TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           OPEN OUTPUT WRKCLIE.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'WRKCLIE'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-WRKCLIE        TO WRK-FILE-STATUS.
           MOVE WRK-FS-WRKCLIE        TO WRK-FS-RELCLIE.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-TESTAR-FILE-STATUS          SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-RELCLIE           NOT EQUAL '00'
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE WRK-ERRO-ARQUIVO    TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1500-GRAVAR-TRABALHO            SECTION.
      *----------------------------------------------------------------*
      *    CADA REGISTRO RECEBIDO DO CHAMADOR VAI PARA O ARQUIVO DE    *
      *    TRABALHO COM AS CHAVES DE ORDENACAO POR POSTO DE SERVICO    *
      *    (MAIOR) / RAMO DE ATIVIDADE (MENOR), NA MESMA ORDEM FISICA  *
      *    DO CADACLIE EM QUE ANTES ERA LIBERADO PELA INPUT PROCEDURE  *
      *    DO SORT.                                                    *
      *----------------------------------------------------------------*

           MOVE SAI-REG-CADACLIE       TO REG-CADACLIE.

           MOVE CAD-POSTO-SERV         TO TRB-POSTO.
           MOVE CAD-RAMO-ATIV          TO TRB-RAMO.
           MOVE REG-CADACLIE           TO TRB-REG-CADACLIE.
           WRITE REG-WRKCLIE.

           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'WRKCLIE'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-WRKCLIE         TO WRK-FILE-STATUS.
           MOVE WRK-FS-WRKCLIE         TO WRK-FS-RELCLIE.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       1500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1800-FECHAR-TRABALHO            SECTION.
      *----------------------------------------------------------------*
      *    O ARQUIVO DE TRABALHO E FECHADO ANTES DO SORT, QUE O LE     *
      *    PELA CLAUSULA USING.                                        *
      *----------------------------------------------------------------*

           CLOSE WRKCLIE.

           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'WRKCLIE'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-WRKCLIE         TO WRK-FILE-STATUS.
           MOVE WRK-FS-WRKCLIE         TO WRK-FS-RELCLIE.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       1800-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-PROCESSAR-ORDENADOS        SECTION.
      *----------------------------------------------------------------*
      *    OUTPUT PROCEDURE DO SORT: DEVOLVE OS REGISTROS DE CADACLIE  *
      *    JA ORDENADOS POR POSTO/RAMO E CONDUZ O FLUXO DE QUEBRA DE   *
      *    CONTROLE + IMPRESSAO.                                       *
      *----------------------------------------------------------------*

           PERFORM 2010-RETORNAR-ORDENADO.

           PERFORM UNTIL WRK-FECHAR    EQUAL 'S'
               PERFORM 2500-IMPRIMIR-DETALHE
               PERFORM 2010-RETORNAR-ORDENADO
           END-PERFORM.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2010-RETORNAR-ORDENADO          SECTION.
      *----------------------------------------------------------------*

           RETURN SRTCLIE
               AT END
                   MOVE 'S'            TO WRK-FECHAR
                   GO TO 2010-99-FIM
           END-RETURN.

           MOVE SRT-REG-CADACLIE       TO REG-CADACLIE.

           PERFORM 2100-CONTROLAR-QUEBRA.

      *----------------------------------------------------------------*
       2010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-CONTROLAR-QUEBRA           SECTION.
      *----------------------------------------------------------------*
      *    RAMO DE ATIVIDADE E QUEBRA MENOR DENTRO DO POSTO DE SERVICO *
      *    (QUEBRA MAIOR): UMA TROCA DE POSTO SEMPRE FECHA O RAMO E O  *
      *    POSTO CORRENTES; UMA TROCA DE RAMO SEM TROCA DE POSTO FECHA *
      *    APENAS O RAMO.                                              *
      *----------------------------------------------------------------*

           IF  WRK-PRIMEIRO-REG        EQUAL 'S'
               MOVE CAD-POSTO-SERV     TO WRK-SAVE-POSTO
               MOVE CAD-RAMO-ATIV      TO WRK-SAVE-RAMO
               MOVE 'N'                TO WRK-PRIMEIRO-REG
           ELSE
               IF  CAD-POSTO-SERV      NOT EQUAL WRK-SAVE-POSTO
                   PERFORM 2610-IMPRIMIR-SUBTOTAL-RAMO
                   PERFORM 2620-IMPRIMIR-SUBTOTAL-POSTO
                   MOVE CAD-RAMO-ATIV  TO WRK-SAVE-RAMO
                   MOVE CAD-POSTO-SERV TO WRK-SAVE-POSTO
               ELSE
                   IF  CAD-RAMO-ATIV   NOT EQUAL WRK-SAVE-RAMO
                       PERFORM 2610-IMPRIMIR-SUBTOTAL-RAMO
                       MOVE CAD-RAMO-ATIV TO WRK-SAVE-RAMO
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2500-IMPRIMIR-DETALHE           SECTION.
      *----------------------------------------------------------------*

           IF  WRK-CONT-LINHAS         EQUAL ZEROS OR
               WRK-CONT-LINHAS         >= WRK-LINHAS-POR-PAGINA
               PERFORM 2510-IMPRIMIR-CABECALHO
           END-IF.

           MOVE CAD-AGENCIA            TO LIN-DET-AGENCIA.
           MOVE CAD-CONTA              TO LIN-DET-CONTA.
           MOVE CAD-NOME-CLIE          TO LIN-DET-NOME.
           MOVE SPACES                 TO WRK-ENDERECO-IMPRESSO.
           STRING FUNCTION TRIM(CAD-END-LOGRADOURO)
                                       DELIMITED BY SIZE
                  ', '                 DELIMITED BY SIZE
                  CAD-END-NUMERO       DELIMITED BY SIZE
                  INTO WRK-ENDERECO-IMPRESSO
           END-STRING.
           MOVE WRK-ENDERECO-IMPRESSO  TO LIN-DET-ENDERECO.

           PERFORM 2700-GRAVAR-LINHA-DETALHE.

           ADD 1                       TO WRK-TOT-GERAL
                                           WRK-TOT-POSTO
                                           WRK-TOT-RAMO.

      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2510-IMPRIMIR-CABECALHO         SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO WRK-CONT-PAGINA.
           MOVE WRK-CONT-PAGINA        TO LIN-1-PAGINA.

           MOVE LIN-CABECALHO-1        TO REG-RELCLIE.
           WRITE REG-RELCLIE.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELCLIE'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELCLIE         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           MOVE LIN-BRANCO             TO REG-RELCLIE.
           WRITE REG-RELCLIE.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELCLIE'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELCLIE         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           MOVE LIN-CABECALHO-2        TO REG-RELCLIE.
           WRITE REG-RELCLIE.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELCLIE'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELCLIE         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           MOVE LIN-BRANCO             TO REG-RELCLIE.
           WRITE REG-RELCLIE.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELCLIE'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELCLIE         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           MOVE ZEROS                  TO WRK-CONT-LINHAS.

      *----------------------------------------------------------------*
       2510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2600-IMPRIMIR-TOTAIS            SECTION.
      *----------------------------------------------------------------*

           IF  WRK-PRIMEIRO-REG        EQUAL 'N'
               PERFORM 2610-IMPRIMIR-SUBTOTAL-RAMO
               PERFORM 2620-IMPRIMIR-SUBTOTAL-POSTO
           END-IF.

           MOVE LIN-BRANCO             TO REG-RELCLIE.
           WRITE REG-RELCLIE.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELCLIE'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELCLIE         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           MOVE WRK-TOT-GERAL          TO LIN-TG-QTDE.
           MOVE LIN-TOTAL-GERAL        TO REG-RELCLIE.
           WRITE REG-RELCLIE.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELCLIE'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELCLIE         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       2600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2610-IMPRIMIR-SUBTOTAL-RAMO     SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-SAVE-RAMO          TO LIN-STR-RAMO.
           MOVE 'R'                    TO WRK-7250-TIPO.
           MOVE WRK-SAVE-RAMO          TO WRK-7250-CODIGO.
           CALL 'BRAD7250'             USING WRK-AREA-BRAD7250.
           MOVE WRK-7250-DESCRICAO     TO LIN-STR-DESCRICAO.
           MOVE WRK-TOT-RAMO           TO LIN-STR-QTDE.
           MOVE LIN-SUBTOTAL-RAMO      TO REG-RELCLIE.
           WRITE REG-RELCLIE.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELCLIE'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELCLIE         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           MOVE ZEROS                  TO WRK-TOT-RAMO.

      *----------------------------------------------------------------*
       2610-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2620-IMPRIMIR-SUBTOTAL-POSTO    SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-SAVE-POSTO         TO LIN-STP-POSTO.
           MOVE 'P'                    TO WRK-7250-TIPO.
           MOVE WRK-SAVE-POSTO         TO WRK-7250-CODIGO.
           CALL 'BRAD7250'             USING WRK-AREA-BRAD7250.
           MOVE WRK-7250-DESCRICAO     TO LIN-STP-DESCRICAO.
           MOVE WRK-TOT-POSTO          TO LIN-STP-QTDE.
           MOVE LIN-SUBTOTAL-POSTO     TO REG-RELCLIE.
           WRITE REG-RELCLIE.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELCLIE'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELCLIE         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           MOVE LIN-BRANCO             TO REG-RELCLIE.
           WRITE REG-RELCLIE.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELCLIE'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELCLIE         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           ADD 2                       TO WRK-CONT-LINHAS.

           MOVE ZEROS                  TO WRK-TOT-POSTO.

      *----------------------------------------------------------------*
       2620-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2700-GRAVAR-LINHA-DETALHE       SECTION.
      *----------------------------------------------------------------*

           MOVE LIN-DETALHE            TO REG-RELCLIE.
           WRITE REG-RELCLIE.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELCLIE'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELCLIE         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           ADD 1                       TO WRK-CONT-LINHAS.

      *----------------------------------------------------------------*
       2700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-FECHAR-ARQUIVO             SECTION.
      *----------------------------------------------------------------*

           CLOSE RELCLIE.

           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'RELCLIE'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELCLIE         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE 'BRAD0310'             TO STA-PGM.
           MOVE WRK-TOT-GERAL          TO STA-TOT-LIDOS.
           MOVE WRK-TOT-GERAL          TO STA-TOT-GRAVADOS.

           CALL 'BRAD7130'             USING STA-AREA.

           GOBACK.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9999-ROTINA-ERRO                SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-PGM                TO ERR-PGM.

           CALL 'BRAD7100'             USING WRK-BATCH
                                             ERRO-AREA.

           SET SAI-ERRO                TO TRUE.

           PERFORM 4000-FINALIZAR.

      *----------------------------------------------------------------*
       9999-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
