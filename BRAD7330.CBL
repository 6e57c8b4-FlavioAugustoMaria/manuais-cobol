      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. BRAD7330.
       AUTHOR.     FLAVIO AUGUSTO MARIA.
      *================================================================*
      *                   P R I M E  I N F O R M A T I C A             *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  BRAD7330                                     *
      *    PROGRAMADOR.:  FLAVIO AUGUSTO MARIA              -  PRIME   *
      *    ANALISTA....:                                    -          *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  MODULO DA LISTAGEM DE CANDIDATOS A           *
      *                   ENCERRAMENTO POR INATIVIDADE (RELDORM, SAIDA *
      *                   DO BRAD0320): CONTAS DO CADASTRO DE CLIENTES *
      *                   CUJA ULTIMA MOVIMENTACAO (CAD-DT-ULTMV) SEJA *
      *                   MAIS ANTIGA QUE O LIMITE PARAMETRIZADO EM    *
      *                   WRK-DIAS-INATIVIDADE, AGRUPADAS E            *
      *                   SUBTOTALIZADAS POR CAD-POSTO-SERV. NAO LE O  *
      *                   CADACLIE: RECEBE CADA REGISTRO DO CHAMADOR   *
      *                   (BRAD0640 NA PASSADA UNICA DA CADEIA         *
      *                   NOTURNA, OU BRAD0320 NA EXECUCAO AVULSA), DE *
      *                   MODO QUE AS DUAS FORMAS PRODUZEM A MESMA     *
      *                   LISTAGEM. O PARAMETRO CONTINUA SENDO         *
      *                   BRAD0320/DIASINAT NO PARMCAD.                *
      *----------------------------------------------------------------*
      *    USO.........:  CALL 'BRAD7330' USING SAI-AREA (BOOK         *
      *                   I#CADSAI): 'A' ABRE A LISTAGEM E O ARQUIVO   *
      *                   DE TRABALHO E CALCULA A DATA LIMITE; 'R'     *
      *                   SELECIONA A CONTA DORMENTE E A GRAVA NO      *
      *                   ARQUIVO DE TRABALHO COM A CHAVE DE           *
      *                   ORDENACAO; 'F' ORDENA O ARQUIVO DE TRABALHO  *
      *                   POR POSTO, IMPRIME, FECHA E GRAVA O RUNSTAT  *
      *                   COMO BRAD0320 (O MONITOR BRAD0470 CONTINUA   *
      *                   CONFERINDO A CADEIA PELO NOME DO PROGRAMA).  *
      *                   EM ERRO DEVOLVE SAI-COD-RETORNO 'N'.         *
      *----------------------------------------------------------------*
      *    FORMATO DE DATA:  CAD-DT-ULTMV/ABERT/NASCI (I#CADREG) SAO   *
      *                   NUMERICOS PIC 9(09) NO FORMATO AAAAMMDD      *
      *                   (OS 8 DIGITOS SIGNIFICATIVOS, COM ZERO A     *
      *                   ESQUERDA), COMPATIVEL COM AS FUNCOES         *
      *                   INTRINSECAS INTEGER-OF-DATE/DATE-OF-INTEGER. *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#CADSAI - AREA DE COMUNICACAO COM O CHAMADOR.              *
      *    I#CADREG - LAYOUT DO REGISTRO DE CLIENTES (CADACLIE).       *
      *    I#BRAD7C - AREA PARA TRATAMENTO DE ERRO PELA BRAD7100       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD7100 - MODULO TRATAMENTO DE ERRO.                       *
      *    BRAD7130 - MODULO DE TOTAIS DE EXECUCAO (RUNSTAT).          *
      *    BRAD7160 - MODULO DE PARAMETROS OPERACIONAIS (PARMCAD).     *
      *    BRAD7240 - MODULO DE DIAS UTEIS (CALCAD) - O LIMIAR DE      *
      *               INATIVIDADE E CONTADO EM DIAS UTEIS, NAO EM      *
      *               DIAS CORRIDOS.                                   *
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

           SELECT WRKDORM   ASSIGN     TO UT-S-WRKDORM
                      FILE STATUS      IS WRK-FS-WRKDORM.

           SELECT RELDORM   ASSIGN     TO UT-S-RELDORM
                      FILE STATUS      IS WRK-FS-RELDORM.

           SELECT SRTDORM   ASSIGN     TO UT-S-SRTDORM.

      *================================================================*
       DATA DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    I-O    :  ARQUIVO DE TRABALHO - CONTAS DORMENTES RECEBIDAS *
      *              DO CHAMADOR, JA COM A CHAVE DE ORDENACAO          *
      *              ORG. SEQUENCIAL   -   LRECL = 282                 *
      *----------------------------------------------------------------*

       FD  WRKDORM
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  REG-WRKDORM.
           05  TRB-POSTO                PIC  9(03)  COMP-3.
           05  TRB-REG-CADACLIE         PIC  X(280).

      *----------------------------------------------------------------*
      *    OUTPUT :  LISTAGEM DE CONTAS DORMENTES                      *
      *              ORG. SEQUENCIAL   -   LRECL = 132                 *
      *----------------------------------------------------------------*

       FD  RELDORM
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  REG-RELDORM                  PIC  X(132).

      *----------------------------------------------------------------*
      *    SORT  :  ARQUIVO DE TRABALHO DA ORDENACAO INTERNA, USADO    *
      *              PARA APRESENTAR AS CONTAS DORMENTES ORDENADAS     *
      *              POR POSTO DE SERVICO ANTES DA IMPRESSAO/SUBTOTAL. *
      *----------------------------------------------------------------*

       SD  SRTDORM.

       01  REG-SRTDORM.
           05  SRT-POSTO                PIC  9(03)  COMP-3.
           05  SRT-REG-CADACLIE         PIC  X(280).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** INICIO DA WORKING BRAD7330                 ***'.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** VARIAVEIS AUXILIARES                       ***'.
      *----------------------------------------------------------------*

       77  WRK-ABRIR                   PIC  X(001)         VALUE 'S'.
       77  WRK-FECHAR                  PIC  X(001)         VALUE 'N'.
       77  WRK-PGM                     PIC  X(008)         VALUE
           'BRAD7330'.
       77  WRK-BATCH                   PIC  X(008)         VALUE
           'BATCH'.
       77  WRK-SQLCA-OU-STATUS         PIC  X(136)         VALUE SPACES.
       77  WRK-LINHAS-POR-PAGINA       PIC  9(002) COMP    VALUE 55.
       77  WRK-CONT-LINHAS             PIC  9(002) COMP    VALUE ZEROS.
       77  WRK-CONT-PAGINA             PIC  9(004) COMP    VALUE ZEROS.
       77  WRK-PRIMEIRO-REG            PIC  X(001)         VALUE 'S'.
       77  WRK-TOT-LIDOS               PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-GERAL               PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-POSTO               PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-SAVE-POSTO              PIC  9(003) COMP-3  VALUE ZEROS.

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** PARAMETRO DE INATIVIDADE (CONTA DORMENTE)  ***'.
      *----------------------------------------------------------------*
      *    LIMITE DE DIAS SEM MOVIMENTACAO PARA UMA CONTA SER LISTADA  *
      *    COMO CANDIDATA A ENCERRAMENTO. O VALOR COMPILADO (365) E    *
      *    APENAS O DEFAULT: NA INICIALIZACAO O PROGRAMA CONSULTA O    *
      *    PARAMETRO BRAD0320/DIASINAT NO PARMCAD (VIA BRAD7160) E O   *
      *    VALOR EFETIVAMENTE USADO SAI NO CABECALHO DO RELATORIO.     *
      *----------------------------------------------------------------*

       77  WRK-DIAS-INATIVIDADE        PIC  9(005) COMP    VALUE 365.

       01  WRK-AREA-BRAD7160.
           05  WRK-7160-PGM            PIC  X(008)         VALUE
               'BRAD0320'.
           05  WRK-7160-NOME           PIC  X(008)         VALUE
               'DIASINAT'.
           05  WRK-7160-VALOR          PIC  9(009)         VALUE ZEROS.
           05  WRK-7160-COD-RETORNO    PIC  X(001)         VALUE SPACES.
               88  WRK-PRM-ENCONTRADO                      VALUE 'S'.
               88  WRK-PRM-DEFAULT                         VALUE 'N'.

       77  WRK-HOJE-AAAAMMDD           PIC  9(008)         VALUE ZEROS.
       77  WRK-HOJE-INTEGER            PIC  S9(009) COMP   VALUE ZEROS.
       77  WRK-LIMITE-INTEGER          PIC  S9(009) COMP   VALUE ZEROS.
       77  WRK-LIMITE-AAAAMMDD         PIC  9(008)         VALUE ZEROS.
       77  WRK-ULTMV-INTEGER           PIC  S9(009) COMP   VALUE ZEROS.
       77  WRK-DIAS-SEM-MOVTO          PIC  9(005) COMP    VALUE ZEROS.
       77  WRK-CONT-UTEIS              PIC  9(005) COMP    VALUE ZEROS.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE COMUNICACAO COM A BRAD7240         ***'.
      *----------------------------------------------------------------*

       01  WRK-AREA-BRAD7240.
           05  WRK-7240-FUNCAO         PIC  X(01)          VALUE SPACES.
           05  WRK-7240-DATA           PIC  9(08)          VALUE ZEROS.
           05  WRK-7240-DATA-2         PIC  9(08)          VALUE ZEROS.
           05  WRK-7240-QTD-UTEIS      PIC  9(05)          VALUE ZEROS.
           05  WRK-7240-EH-UTIL        PIC  X(01)          VALUE SPACES.
           05  WRK-7240-COD-RETORNO    PIC  X(01)          VALUE SPACES.
               88  WRK-7240-OK                             VALUE 'S'.

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
           05  FILLER                  PIC  X(036)         VALUE
               'BRAD0320 - CONTAS DORMENTES/ENCERRA'.
           05  FILLER                  PIC  X(008)         VALUE
               'LIMITE: '.
           05  LIN-1-LIMITE            PIC  ZZZZ9.
           05  FILLER                  PIC  X(007)         VALUE
               ' DIAS ('.
           05  LIN-1-ORIGEM            PIC  X(007).
           05  FILLER                  PIC  X(001)         VALUE ')'.
           05  FILLER                  PIC  X(048)         VALUE SPACES.
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
           05  FILLER                  PIC  X(012)         VALUE
               'ULT.MOVTO'.
           05  FILLER                  PIC  X(010)         VALUE
               'DIAS INAT.'.
           05  FILLER                  PIC  X(041)         VALUE SPACES.

       01  LIN-DETALHE.
           05  LIN-DET-AGENCIA         PIC  ZZZZ9.
           05  FILLER                  PIC  X(003)         VALUE SPACES.
           05  LIN-DET-CONTA           PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-NOME            PIC  X(040).
           05  LIN-DET-ULTMV           PIC  9999/99/99.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-DIAS            PIC  ZZ.ZZ9.
           05  FILLER                  PIC  X(039)         VALUE SPACES.

       01  LIN-SUBTOTAL-POSTO.
           05  FILLER                  PIC  X(020)         VALUE
               'SUBTOTAL POSTO SERV:'.
           05  LIN-STP-POSTO           PIC  ZZZ9.
           05  FILLER                  PIC  X(011)         VALUE
               '  CLIENTES:'.
           05  LIN-STP-QTDE            PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(083)         VALUE SPACES.

       01  LIN-TOTAL-GERAL.
           05  FILLER                  PIC  X(022)         VALUE
               'TOTAL GERAL DORMENTES:'.
           05  LIN-TG-QTDE             PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(090)         VALUE SPACES.

       01  LIN-BRANCO                  PIC  X(132)         VALUE SPACES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** MENSAGEM DE ERRO DE FILE-STATUS            ***'.
      *----------------------------------------------------------------*

       01  WRK-FS-RELDORM              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-WRKDORM              PIC  X(002)         VALUE SPACES.

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
                   SORT SRTDORM
                       ON ASCENDING KEY SRT-POSTO
                       USING WRKDORM
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

           OPEN OUTPUT RELDORM.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'RELDORM'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELDORM        TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           OPEN OUTPUT WRKDORM.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'WRKDORM'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-WRKDORM        TO WRK-FILE-STATUS.
           MOVE WRK-FS-WRKDORM        TO WRK-FS-RELDORM.
           PERFORM 1100-TESTAR-FILE-STATUS.

           PERFORM 1030-OBTER-PARAMETROS.

           PERFORM 1050-CALCULAR-LIMITE-INATIVIDADE.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1030-OBTER-PARAMETROS           SECTION.
      *----------------------------------------------------------------*
      *    BUSCA O LIMITE DE INATIVIDADE NO PARMCAD (BRAD7160); SE O   *
      *    PARAMETRO NAO EXISTIR, VALE O DEFAULT COMPILADO. O VALOR E  *
      *    A ORIGEM USADOS SAEM NO CABECALHO DE CADA PAGINA.           *
      *----------------------------------------------------------------*

           MOVE WRK-DIAS-INATIVIDADE   TO WRK-7160-VALOR.

           CALL 'BRAD7160'             USING WRK-AREA-BRAD7160.

           MOVE WRK-7160-VALOR         TO WRK-DIAS-INATIVIDADE.

           MOVE WRK-DIAS-INATIVIDADE   TO LIN-1-LIMITE.

           IF  WRK-PRM-ENCONTRADO
               MOVE 'PARMCAD'          TO LIN-1-ORIGEM
           ELSE
               MOVE 'DEFAULT'          TO LIN-1-ORIGEM
           END-IF.

      *----------------------------------------------------------------*
       1030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1050-CALCULAR-LIMITE-INATIVIDADE SECTION.
      *----------------------------------------------------------------*
      *    DATA LIMITE = DATA DE HOJE MENOS WRK-DIAS-INATIVIDADE DIAS  *
      *    UTEIS, RECUADOS UM A UM PELA BRAD7240 (FINS DE SEMANA E     *
      *    FERIADOS DO CALCAD NAO CONTAM). UMA CONTA E DORMENTE        *
      *    QUANDO CAD-DT-ULTMV < DATA LIMITE.                          *
      *----------------------------------------------------------------*

           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WRK-HOJE-AAAAMMDD.

           COMPUTE WRK-HOJE-INTEGER   =
                   FUNCTION INTEGER-OF-DATE(WRK-HOJE-AAAAMMDD).

           MOVE WRK-HOJE-AAAAMMDD      TO WRK-LIMITE-AAAAMMDD.

           PERFORM VARYING WRK-CONT-UTEIS FROM 1 BY 1
                     UNTIL WRK-CONT-UTEIS > WRK-DIAS-INATIVIDADE
               MOVE 'A'                TO WRK-7240-FUNCAO
               MOVE WRK-LIMITE-AAAAMMDD
                                       TO WRK-7240-DATA
               CALL 'BRAD7240'         USING WRK-AREA-BRAD7240
               IF  WRK-7240-OK
                   MOVE WRK-7240-DATA-2
                                       TO WRK-LIMITE-AAAAMMDD
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       1050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-TESTAR-FILE-STATUS          SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-RELDORM           NOT EQUAL '00'
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
      *    RECEBE O REGISTRO DO CHAMADOR (NA ORDEM FISICA DO           *
      *    CADACLIE), JA FILTRA AS CONTAS DORMENTES (UNICAS QUE        *
      *    INTERESSAM AO RELATORIO) E GRAVA CADA UMA NO ARQUIVO DE     *
      *    TRABALHO COM A CHAVE DA QUEBRA DE CONTROLE (POSTO DE        *
      *    SERVICO), NA MESMA ORDEM EM QUE ANTES ERA LIBERADA PELA     *
      *    INPUT PROCEDURE DO SORT.                                    *
      *----------------------------------------------------------------*

           MOVE SAI-REG-CADACLIE       TO REG-CADACLIE.

           ADD 1                       TO WRK-TOT-LIDOS.

           IF  CAD-DT-ULTMV            NOT < WRK-LIMITE-AAAAMMDD
               GO TO 1500-99-FIM
           END-IF.

           MOVE CAD-POSTO-SERV         TO TRB-POSTO.
           MOVE REG-CADACLIE           TO TRB-REG-CADACLIE.
           WRITE REG-WRKDORM.

           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'WRKDORM'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-WRKDORM         TO WRK-FILE-STATUS.
           MOVE WRK-FS-WRKDORM         TO WRK-FS-RELDORM.
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

           CLOSE WRKDORM.

           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'WRKDORM'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-WRKDORM         TO WRK-FILE-STATUS.
           MOVE WRK-FS-WRKDORM         TO WRK-FS-RELDORM.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       1800-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-PROCESSAR-ORDENADOS        SECTION.
      *----------------------------------------------------------------*
      *    OUTPUT PROCEDURE DO SORT: DEVOLVE AS CONTAS DORMENTES JA    *
      *    ORDENADAS POR POSTO DE SERVICO E CONDUZ O FLUXO DE QUEBRA   *
      *    DE CONTROLE + IMPRESSAO.                                    *
      *----------------------------------------------------------------*

           PERFORM 2010-RETORNAR-ORDENADO.

           PERFORM UNTIL WRK-FECHAR    EQUAL 'S'
               PERFORM 2410-CONTROLAR-QUEBRA
               PERFORM 2500-IMPRIMIR-DETALHE
               PERFORM 2010-RETORNAR-ORDENADO
           END-PERFORM.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2010-RETORNAR-ORDENADO          SECTION.
      *----------------------------------------------------------------*

           RETURN SRTDORM
               AT END
                   MOVE 'S'            TO WRK-FECHAR
                   GO TO 2010-99-FIM
           END-RETURN.

           MOVE SRT-REG-CADACLIE       TO REG-CADACLIE.

      *----------------------------------------------------------------*
       2010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2410-CONTROLAR-QUEBRA           SECTION.
      *----------------------------------------------------------------*

           IF  WRK-PRIMEIRO-REG        EQUAL 'S'
               MOVE CAD-POSTO-SERV     TO WRK-SAVE-POSTO
               MOVE 'N'                TO WRK-PRIMEIRO-REG
           ELSE
               IF  CAD-POSTO-SERV      NOT EQUAL WRK-SAVE-POSTO
                   PERFORM 2620-IMPRIMIR-SUBTOTAL-POSTO
                   MOVE CAD-POSTO-SERV TO WRK-SAVE-POSTO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       2410-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2500-IMPRIMIR-DETALHE           SECTION.
      *----------------------------------------------------------------*

           IF  WRK-CONT-LINHAS         EQUAL ZEROS OR
               WRK-CONT-LINHAS         >= WRK-LINHAS-POR-PAGINA
               PERFORM 2510-IMPRIMIR-CABECALHO
           END-IF.

      *    DIAS SEM MOVIMENTO EM DIAS UTEIS (BRAD7240/CALCAD); SE O
      *    MODULO NAO PUDER RESPONDER, CAI NOS DIAS CORRIDOS.
           MOVE 'Q'                    TO WRK-7240-FUNCAO.
           MOVE CAD-DT-ULTMV           TO WRK-7240-DATA.
           MOVE WRK-HOJE-AAAAMMDD      TO WRK-7240-DATA-2.

           CALL 'BRAD7240'             USING WRK-AREA-BRAD7240.

           IF  WRK-7240-OK
               MOVE WRK-7240-QTD-UTEIS TO WRK-DIAS-SEM-MOVTO
           ELSE
               COMPUTE WRK-ULTMV-INTEGER  =
                       FUNCTION INTEGER-OF-DATE(CAD-DT-ULTMV)
               COMPUTE WRK-DIAS-SEM-MOVTO =
                       WRK-HOJE-INTEGER - WRK-ULTMV-INTEGER
           END-IF.

           MOVE CAD-AGENCIA            TO LIN-DET-AGENCIA.
           MOVE CAD-CONTA              TO LIN-DET-CONTA.
           MOVE CAD-NOME-CLIE          TO LIN-DET-NOME.
           MOVE CAD-DT-ULTMV           TO LIN-DET-ULTMV.
           MOVE WRK-DIAS-SEM-MOVTO     TO LIN-DET-DIAS.

           PERFORM 2700-GRAVAR-LINHA-DETALHE.

           ADD 1                       TO WRK-TOT-GERAL
                                           WRK-TOT-POSTO.

      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2510-IMPRIMIR-CABECALHO         SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO WRK-CONT-PAGINA.
           MOVE WRK-CONT-PAGINA        TO LIN-1-PAGINA.

           MOVE LIN-CABECALHO-1        TO REG-RELDORM.
           WRITE REG-RELDORM.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELDORM'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELDORM         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           MOVE LIN-BRANCO             TO REG-RELDORM.
           WRITE REG-RELDORM.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELDORM'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELDORM         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           MOVE LIN-CABECALHO-2        TO REG-RELDORM.
           WRITE REG-RELDORM.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELDORM'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELDORM         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           MOVE LIN-BRANCO             TO REG-RELDORM.
           WRITE REG-RELDORM.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELDORM'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELDORM         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           MOVE ZEROS                  TO WRK-CONT-LINHAS.

      *----------------------------------------------------------------*
       2510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2600-IMPRIMIR-TOTAIS            SECTION.
      *----------------------------------------------------------------*

           IF  WRK-PRIMEIRO-REG        EQUAL 'N'
               PERFORM 2620-IMPRIMIR-SUBTOTAL-POSTO
           END-IF.

           MOVE LIN-BRANCO             TO REG-RELDORM.
           WRITE REG-RELDORM.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELDORM'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELDORM         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           MOVE WRK-TOT-GERAL          TO LIN-TG-QTDE.
           MOVE LIN-TOTAL-GERAL        TO REG-RELDORM.
           WRITE REG-RELDORM.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELDORM'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELDORM         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       2600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2620-IMPRIMIR-SUBTOTAL-POSTO    SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-SAVE-POSTO         TO LIN-STP-POSTO.
           MOVE WRK-TOT-POSTO          TO LIN-STP-QTDE.
           MOVE LIN-SUBTOTAL-POSTO     TO REG-RELDORM.
           WRITE REG-RELDORM.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELDORM'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELDORM         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           MOVE LIN-BRANCO             TO REG-RELDORM.
           WRITE REG-RELDORM.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELDORM'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELDORM         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           ADD 2                       TO WRK-CONT-LINHAS.

           MOVE ZEROS                  TO WRK-TOT-POSTO.

      *----------------------------------------------------------------*
       2620-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2700-GRAVAR-LINHA-DETALHE       SECTION.
      *----------------------------------------------------------------*

           MOVE LIN-DETALHE            TO REG-RELDORM.
           WRITE REG-RELDORM.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELDORM'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELDORM         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           ADD 1                       TO WRK-CONT-LINHAS.

      *----------------------------------------------------------------*
       2700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-FECHAR-ARQUIVO             SECTION.
      *----------------------------------------------------------------*

           CLOSE RELDORM.

           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'RELDORM'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELDORM         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE 'BRAD0320'             TO STA-PGM.
           MOVE WRK-TOT-LIDOS          TO STA-TOT-LIDOS.
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

           CALL 'BRAD7110'             USING ERRO-AREA
                                             WRK-SQLCA-OU-STATUS.

           CALL 'BRAD7100'             USING WRK-BATCH
                                             ERRO-AREA.

           SET SAI-ERRO                TO TRUE.

           PERFORM 4000-FINALIZAR.

      *----------------------------------------------------------------*
       9999-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
