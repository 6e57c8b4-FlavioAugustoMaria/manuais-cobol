      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. BRAD7370.
       AUTHOR.     FLAVIO AUGUSTO MARIA.
      *================================================================*
      *                   P R I M E  I N F O R M A T I C A             *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  BRAD7370                                     *
      *    PROGRAMADOR.:  FLAVIO AUGUSTO MARIA              -  PRIME   *
      *    ANALISTA....:                                    -          *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  MODULO DO RELATORIO GERENCIAL MENSAL DA      *
      *                   DEMOGRAFIA DA BASE DE CLIENTES (RELDEMO,     *
      *                   SAIDA DO BRAD0370): PARA CADA POSTO DE       *
      *                   SERVICO (UMA PAGINA POR POSTO) E, DENTRO     *
      *                   DELE, PARA CADA RAMO DE ATIVIDADE, IMPRIME A *
      *                   QUANTIDADE DE CLIENTES, A DISTRIBUICAO POR   *
      *                   SEXO, A DISTRIBUICAO POR FAIXA ETARIA (DE    *
      *                   CAD-DT-NASCI) E A IDADE MEDIA DA CONTA EM    *
      *                   ANOS (DE CAD-DT-ABERT). SEM LINHAS DE        *
      *                   DETALHE POR CLIENTE; PAGINA FINAL COM O      *
      *                   TOTAL GERAL DA BASE. NAO LE O CADACLIE:      *
      *                   RECEBE CADA REGISTRO DO CHAMADOR (BRAD0640   *
      *                   NA PASSADA UNICA DA CADEIA NOTURNA, OU       *
      *                   BRAD0370 NA EXECUCAO AVULSA), DE MODO QUE AS *
      *                   DUAS FORMAS PRODUZEM O MESMO RELATORIO.      *
      *----------------------------------------------------------------*
      *    USO.........:  CALL 'BRAD7370' USING SAI-AREA (BOOK         *
      *                   I#CADSAI): 'A' ABRE O RELATORIO E O ARQUIVO  *
      *                   DE TRABALHO; 'R' GRAVA O REGISTRO NO ARQUIVO *
      *                   DE TRABALHO COM AS CHAVES DE ORDENACAO; 'F'  *
      *                   ORDENA O ARQUIVO DE TRABALHO POR POSTO/RAMO, *
      *                   IMPRIME, FECHA E GRAVA O RUNSTAT COMO        *
      *                   BRAD0370 (O MONITOR BRAD0470 CONTINUA        *
      *                   CONFERINDO A CADEIA PELO NOME DO PROGRAMA).  *
      *                   EM ERRO DEVOLVE SAI-COD-RETORNO 'N'.         *
      *----------------------------------------------------------------*
      *    FAIXAS......:  ATE 25 / 26-35 / 36-50 / 51-65 / MAIOR 65 /  *
      *                   N/D (DATA DE NASCIMENTO ZERADA OU INVALIDA,  *
      *                   CASO DAS PESSOAS JURIDICAS).                 *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#CADSAI - AREA DE COMUNICACAO COM O CHAMADOR.              *
      *    I#CADREG - LAYOUT DO REGISTRO DE CLIENTES (CADACLIE).       *
      *    I#BRAD7C - AREA PARA TRATAMENTO DE ERRO PELA BRAD7100       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD7100 - MODULO TRATAMENTO DE ERRO.                       *
      *    BRAD7110 - MODULO DE LOG DE AUDITORIA.                      *
      *    BRAD7130 - MODULO DE TOTAIS DE EXECUCAO (RUNSTAT).          *
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

           SELECT WRKDEMO   ASSIGN     TO UT-S-WRKDEMO
                      FILE STATUS      IS WRK-FS-WRKDEMO.

           SELECT RELDEMO   ASSIGN     TO UT-S-RELDEMO
                      FILE STATUS      IS WRK-FS-RELDEMO.

           SELECT SRTDEMO   ASSIGN     TO UT-S-SRTDEMO.

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

       FD  WRKDEMO
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  REG-WRKDEMO.
           05  TRB-POSTO                PIC  9(03)  COMP-3.
           05  TRB-RAMO                 PIC  9(05)  COMP-3.
           05  TRB-REG-CADACLIE         PIC  X(280).

      *----------------------------------------------------------------*
      *    OUTPUT :  RELATORIO DEMOGRAFICO                             *
      *              ORG. SEQUENCIAL   -   LRECL = 132                 *
      *----------------------------------------------------------------*

       FD  RELDEMO
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  REG-RELDEMO                  PIC  X(132).

      *----------------------------------------------------------------*
      *    SORT  :  ORDENACAO POR POSTO DE SERVICO (QUEBRA MAIOR) E    *
      *              RAMO DE ATIVIDADE (QUEBRA MENOR).                 *
      *----------------------------------------------------------------*

       SD  SRTDEMO.

       01  REG-SRTDEMO.
           05  SRT-POSTO                PIC  9(03)  COMP-3.
           05  SRT-RAMO                 PIC  9(05)  COMP-3.
           05  SRT-REG-CADACLIE         PIC  X(280).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** INICIO DA WORKING BRAD7370                 ***'.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** VARIAVEIS AUXILIARES                       ***'.
      *----------------------------------------------------------------*

       77  WRK-FECHAR                  PIC  X(001)         VALUE 'N'.
       77  WRK-PGM                     PIC  X(008)         VALUE
           'BRAD7370'.
       77  WRK-BATCH                   PIC  X(008)         VALUE
           'BATCH'.
       77  WRK-SQLCA-OU-STATUS         PIC  X(136)         VALUE SPACES.
       77  WRK-CONT-PAGINA             PIC  9(004) COMP    VALUE ZEROS.
       77  WRK-PRIMEIRO-REG            PIC  X(001)         VALUE 'S'.
       77  WRK-SAVE-POSTO              PIC  9(003) COMP-3  VALUE ZEROS.
       77  WRK-SAVE-RAMO               PIC  9(005) COMP-3  VALUE ZEROS.
       77  WRK-HOJE-AAAAMMDD           PIC  9(008)         VALUE ZEROS.
       77  WRK-HOJE-INTEGER            PIC  S9(009) COMP   VALUE ZEROS.
       77  WRK-DATA-INTEGER            PIC  S9(009) COMP   VALUE ZEROS.
       77  WRK-IDADE-ANOS              PIC  9(004) COMP    VALUE ZEROS.
       77  WRK-FAIXA                   PIC  9(001) COMP    VALUE ZEROS.
       77  WRK-MEDIA-ANOS              PIC  9(003)V9(01)   VALUE ZEROS.

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE VALIDACAO DE DATA AAAAMMDD         ***'.
      *----------------------------------------------------------------*

       01  WRK-DATA-TESTE              PIC  9(008)         VALUE ZEROS.
       01  FILLER REDEFINES WRK-DATA-TESTE.
           05  WRK-DT-ANO              PIC  9(004).
           05  WRK-DT-MES              PIC  9(002).
           05  WRK-DT-DIA              PIC  9(002).
       77  WRK-DATA-VALIDA             PIC  X(001)         VALUE 'N'.
       77  WRK-DIAS-NO-MES             PIC  9(002) COMP    VALUE ZEROS.
       77  WRK-RESTO-4                 PIC  9(004) COMP    VALUE ZEROS.
       77  WRK-RESTO-100               PIC  9(004) COMP    VALUE ZEROS.
       77  WRK-RESTO-400               PIC  9(004) COMP    VALUE ZEROS.

       01  WRK-TAB-DIAS-MES-LIT.
           05  FILLER                  PIC  X(024)         VALUE
               '312831303130313130313031'.
       01  WRK-TAB-DIAS-MES REDEFINES WRK-TAB-DIAS-MES-LIT.
           05  WRK-DIAS-MES            PIC  9(002)
                                       OCCURS 12 TIMES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** ACUMULADORES POR RAMO / POSTO / GERAL      ***'.
      *----------------------------------------------------------------*
      *    CADA NIVEL GUARDA: CLIENTES, SEXO M/F/OUTROS, AS 6 FAIXAS   *
      *    ETARIAS E A SOMA DOS DIAS DE VIDA DA CONTA (P/ A MEDIA).    *
      *----------------------------------------------------------------*

       01  WRK-ACUM-RAMO.
           05  WRK-RA-CLIENTES         PIC  9(007) COMP    VALUE ZEROS.
           05  WRK-RA-MASC             PIC  9(007) COMP    VALUE ZEROS.
           05  WRK-RA-FEM              PIC  9(007) COMP    VALUE ZEROS.
           05  WRK-RA-OUTROS           PIC  9(007) COMP    VALUE ZEROS.
           05  WRK-RA-FAIXA            PIC  9(007) COMP
                                       OCCURS 6 TIMES.
           05  WRK-RA-SOMA-DIAS        PIC  S9(011) COMP-3 VALUE ZEROS.
           05  WRK-RA-CONTAS-VALIDAS   PIC  9(007) COMP    VALUE ZEROS.

       01  WRK-ACUM-POSTO.
           05  WRK-PO-CLIENTES         PIC  9(007) COMP    VALUE ZEROS.
           05  WRK-PO-MASC             PIC  9(007) COMP    VALUE ZEROS.
           05  WRK-PO-FEM              PIC  9(007) COMP    VALUE ZEROS.
           05  WRK-PO-OUTROS           PIC  9(007) COMP    VALUE ZEROS.
           05  WRK-PO-FAIXA            PIC  9(007) COMP
                                       OCCURS 6 TIMES.
           05  WRK-PO-SOMA-DIAS        PIC  S9(011) COMP-3 VALUE ZEROS.
           05  WRK-PO-CONTAS-VALIDAS   PIC  9(007) COMP    VALUE ZEROS.

       01  WRK-ACUM-GERAL.
           05  WRK-GE-CLIENTES         PIC  9(007) COMP    VALUE ZEROS.
           05  WRK-GE-MASC             PIC  9(007) COMP    VALUE ZEROS.
           05  WRK-GE-FEM              PIC  9(007) COMP    VALUE ZEROS.
           05  WRK-GE-OUTROS           PIC  9(007) COMP    VALUE ZEROS.
           05  WRK-GE-FAIXA            PIC  9(007) COMP
                                       OCCURS 6 TIMES.
           05  WRK-GE-SOMA-DIAS        PIC  S9(011) COMP-3 VALUE ZEROS.
           05  WRK-GE-CONTAS-VALIDAS   PIC  9(007) COMP    VALUE ZEROS.

       77  WRK-IDX-FAIXA               PIC  9(001) COMP    VALUE ZEROS.

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
           05  FILLER                  PIC  X(042)         VALUE
               'BRAD0370 - DEMOGRAFIA DA BASE DE CLIENTES'.
           05  FILLER                  PIC  X(007)         VALUE
               'POSTO: '.
           05  LIN-1-POSTO             PIC  ZZZZ9.
           05  FILLER                  PIC  X(003)         VALUE ' - '.
           05  LIN-1-POSTO-DESC        PIC  X(030).
           05  FILLER                  PIC  X(025)         VALUE SPACES.
           05  FILLER                  PIC  X(008)         VALUE
               'PAGINA: '.
           05  LIN-1-PAGINA            PIC  ZZZ9.
           05  FILLER                  PIC  X(008)         VALUE SPACES.

       01  LIN-CABECALHO-GERAL.
           05  FILLER                  PIC  X(049)         VALUE
               'BRAD0370 - DEMOGRAFIA DA BASE DE CLIENTES - GERAL'.
           05  FILLER                  PIC  X(058)         VALUE SPACES.
           05  FILLER                  PIC  X(008)         VALUE
               'PAGINA: '.
           05  LIN-1-PAGINA-G          PIC  ZZZ9.
           05  FILLER                  PIC  X(013)         VALUE SPACES.

       01  LIN-CABECALHO-2.
           05  FILLER                  PIC  X(010)         VALUE
               'RAMO'.
           05  FILLER                  PIC  X(008)         VALUE
               'CLIENTES'.
           05  FILLER                  PIC  X(008)         VALUE
               '    MASC'.
           05  FILLER                  PIC  X(008)         VALUE
               '     FEM'.
           05  FILLER                  PIC  X(008)         VALUE
               '  OUTROS'.
           05  FILLER                  PIC  X(008)         VALUE
               '  ATE 25'.
           05  FILLER                  PIC  X(008)         VALUE
               '   26-35'.
           05  FILLER                  PIC  X(008)         VALUE
               '   36-50'.
           05  FILLER                  PIC  X(008)         VALUE
               '   51-65'.
           05  FILLER                  PIC  X(008)         VALUE
               ' MAIOR65'.
           05  FILLER                  PIC  X(008)         VALUE
               '     N/D'.
           05  FILLER                  PIC  X(009)         VALUE
               'IDADE CTA'.
           05  FILLER                  PIC  X(033)         VALUE SPACES.

       01  LIN-RESUMO.
           05  LIN-RES-LABEL           PIC  X(005).
           05  LIN-RES-RAMO            PIC  ZZZZ9.
           05  FILLER REDEFINES LIN-RES-RAMO.
               10  LIN-RES-TEXTO       PIC  X(005).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  LIN-RES-CLIENTES        PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  LIN-RES-MASC            PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  LIN-RES-FEM             PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  LIN-RES-OUTROS          PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  LIN-RES-FX1             PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  LIN-RES-FX2             PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  LIN-RES-FX3             PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  LIN-RES-FX4             PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  LIN-RES-FX5             PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  LIN-RES-FX6             PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(004)         VALUE SPACES.
           05  LIN-RES-MEDIA           PIC  ZZ9,9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-RES-DESCRICAO       PIC  X(025).

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
           '*** MENSAGEM DE ERRO DE FILE-STATUS            ***'.
      *----------------------------------------------------------------*

       01  WRK-FS-RELDEMO              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-WRKDEMO              PIC  X(002)         VALUE SPACES.

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
                   SORT SRTDEMO
                       ON ASCENDING KEY SRT-POSTO SRT-RAMO
                       USING WRKDEMO
                       OUTPUT PROCEDURE IS 2000-PROCESSAR-ORDENADOS
                   PERFORM 2600-IMPRIMIR-TOTAL-GERAL
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

           INITIALIZE REG-CADACLIE
                      WRK-ACUM-RAMO
                      WRK-ACUM-POSTO
                      WRK-ACUM-GERAL.

           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WRK-HOJE-AAAAMMDD.

           COMPUTE WRK-HOJE-INTEGER   =
                   FUNCTION INTEGER-OF-DATE(WRK-HOJE-AAAAMMDD).

           OPEN OUTPUT RELDEMO.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'RELDEMO'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELDEMO        TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           OPEN OUTPUT WRKDEMO.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'WRKDEMO'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-WRKDEMO        TO WRK-FILE-STATUS.
           MOVE WRK-FS-WRKDEMO        TO WRK-FS-RELDEMO.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-TESTAR-FILE-STATUS          SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-RELDEMO           NOT EQUAL '00'
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
           WRITE REG-WRKDEMO.

           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'WRKDEMO'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-WRKDEMO         TO WRK-FILE-STATUS.
           MOVE WRK-FS-WRKDEMO         TO WRK-FS-RELDEMO.
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

           CLOSE WRKDEMO.

           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'WRKDEMO'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-WRKDEMO         TO WRK-FILE-STATUS.
           MOVE WRK-FS-WRKDEMO         TO WRK-FS-RELDEMO.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       1800-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-PROCESSAR-ORDENADOS        SECTION.
      *----------------------------------------------------------------*

           PERFORM 2010-RETORNAR-ORDENADO.

           PERFORM UNTIL WRK-FECHAR    EQUAL 'S'
               PERFORM 2100-CONTROLAR-QUEBRA
               PERFORM 2200-ACUMULAR-CLIENTE
               PERFORM 2010-RETORNAR-ORDENADO
           END-PERFORM.

           IF  WRK-PRIMEIRO-REG        EQUAL 'N'
               PERFORM 2610-IMPRIMIR-RESUMO-RAMO
               PERFORM 2620-IMPRIMIR-RESUMO-POSTO
           END-IF.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2010-RETORNAR-ORDENADO          SECTION.
      *----------------------------------------------------------------*

           RETURN SRTDEMO
               AT END
                   MOVE 'S'            TO WRK-FECHAR
                   GO TO 2010-99-FIM
           END-RETURN.

           MOVE SRT-REG-CADACLIE       TO REG-CADACLIE.

      *----------------------------------------------------------------*
       2010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-CONTROLAR-QUEBRA           SECTION.
      *----------------------------------------------------------------*
      *    CADA POSTO ABRE UMA PAGINA NOVA; A TROCA DE RAMO DENTRO DO  *
      *    POSTO SO FECHA A LINHA-RESUMO DO RAMO CORRENTE.             *
      *----------------------------------------------------------------*

           IF  WRK-PRIMEIRO-REG        EQUAL 'S'
               MOVE CAD-POSTO-SERV     TO WRK-SAVE-POSTO
               MOVE CAD-RAMO-ATIV      TO WRK-SAVE-RAMO
               MOVE 'N'                TO WRK-PRIMEIRO-REG
               PERFORM 2510-IMPRIMIR-CABECALHO-POSTO
           ELSE
               IF  CAD-POSTO-SERV      NOT EQUAL WRK-SAVE-POSTO
                   PERFORM 2610-IMPRIMIR-RESUMO-RAMO
                   PERFORM 2620-IMPRIMIR-RESUMO-POSTO
                   MOVE CAD-RAMO-ATIV  TO WRK-SAVE-RAMO
                   MOVE CAD-POSTO-SERV TO WRK-SAVE-POSTO
                   PERFORM 2510-IMPRIMIR-CABECALHO-POSTO
               ELSE
                   IF  CAD-RAMO-ATIV   NOT EQUAL WRK-SAVE-RAMO
                       PERFORM 2610-IMPRIMIR-RESUMO-RAMO
                       MOVE CAD-RAMO-ATIV TO WRK-SAVE-RAMO
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-ACUMULAR-CLIENTE           SECTION.
      *----------------------------------------------------------------*
      *    CLASSIFICA O CLIENTE (SEXO, FAIXA ETARIA E DIAS DE VIDA DA  *
      *    CONTA) E SOMA NOS TRES NIVEIS DE ACUMULACAO.                *
      *----------------------------------------------------------------*

           ADD 1                       TO WRK-RA-CLIENTES
                                           WRK-PO-CLIENTES
                                           WRK-GE-CLIENTES.

           EVALUATE CAD-SEXO
               WHEN 'M'
                   ADD 1               TO WRK-RA-MASC
                                           WRK-PO-MASC
                                           WRK-GE-MASC
               WHEN 'F'
                   ADD 1               TO WRK-RA-FEM
                                           WRK-PO-FEM
                                           WRK-GE-FEM
               WHEN OTHER
                   ADD 1               TO WRK-RA-OUTROS
                                           WRK-PO-OUTROS
                                           WRK-GE-OUTROS
           END-EVALUATE.

           PERFORM 2210-CLASSIFICAR-FAIXA.

           ADD 1                       TO WRK-RA-FAIXA(WRK-FAIXA)
                                           WRK-PO-FAIXA(WRK-FAIXA)
                                           WRK-GE-FAIXA(WRK-FAIXA).

           PERFORM 2220-ACUMULAR-IDADE-CONTA.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2210-CLASSIFICAR-FAIXA          SECTION.
      *----------------------------------------------------------------*

           MOVE 6                      TO WRK-FAIXA.

           MOVE CAD-DT-NASCI           TO WRK-DATA-TESTE.
           PERFORM 5100-VALIDAR-DATA.

           IF  WRK-DATA-VALIDA         EQUAL 'N'
               GO TO 2210-99-FIM
           END-IF.

           COMPUTE WRK-DATA-INTEGER   =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-TESTE).

           COMPUTE WRK-IDADE-ANOS     =
                   (WRK-HOJE-INTEGER - WRK-DATA-INTEGER) / 365,25.

           EVALUATE TRUE
               WHEN WRK-IDADE-ANOS     <= 25
                   MOVE 1              TO WRK-FAIXA
               WHEN WRK-IDADE-ANOS     <= 35
                   MOVE 2              TO WRK-FAIXA
               WHEN WRK-IDADE-ANOS     <= 50
                   MOVE 3              TO WRK-FAIXA
               WHEN WRK-IDADE-ANOS     <= 65
                   MOVE 4              TO WRK-FAIXA
               WHEN OTHER
                   MOVE 5              TO WRK-FAIXA
           END-EVALUATE.

      *----------------------------------------------------------------*
       2210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2220-ACUMULAR-IDADE-CONTA       SECTION.
      *----------------------------------------------------------------*
      *    A IDADE MEDIA DA CONTA SO CONSIDERA DATAS DE ABERTURA       *
      *    VALIDAS; AS DEMAIS FICAM FORA DA MEDIA.                     *
      *----------------------------------------------------------------*

           MOVE CAD-DT-ABERT           TO WRK-DATA-TESTE.
           PERFORM 5100-VALIDAR-DATA.

           IF  WRK-DATA-VALIDA         EQUAL 'N'
               GO TO 2220-99-FIM
           END-IF.

           COMPUTE WRK-DATA-INTEGER   =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-TESTE).

           ADD WRK-HOJE-INTEGER        TO WRK-RA-SOMA-DIAS
                                           WRK-PO-SOMA-DIAS
                                           WRK-GE-SOMA-DIAS.
           SUBTRACT WRK-DATA-INTEGER   FROM WRK-RA-SOMA-DIAS
                                            WRK-PO-SOMA-DIAS
                                            WRK-GE-SOMA-DIAS.

           ADD 1                       TO WRK-RA-CONTAS-VALIDAS
                                           WRK-PO-CONTAS-VALIDAS
                                           WRK-GE-CONTAS-VALIDAS.

      *----------------------------------------------------------------*
       2220-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2510-IMPRIMIR-CABECALHO-POSTO   SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO WRK-CONT-PAGINA.
           MOVE WRK-CONT-PAGINA        TO LIN-1-PAGINA.
           MOVE WRK-SAVE-POSTO         TO LIN-1-POSTO.
           MOVE 'P'                    TO WRK-7250-TIPO.
           MOVE WRK-SAVE-POSTO         TO WRK-7250-CODIGO.
           CALL 'BRAD7250'             USING WRK-AREA-BRAD7250.
           MOVE WRK-7250-DESCRICAO     TO LIN-1-POSTO-DESC.

           WRITE REG-RELDEMO           FROM LIN-CABECALHO-1.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELDEMO'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELDEMO         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           WRITE REG-RELDEMO           FROM LIN-CABECALHO-2.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELDEMO'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELDEMO         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           WRITE REG-RELDEMO           FROM LIN-BRANCO.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELDEMO'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELDEMO         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       2510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2610-IMPRIMIR-RESUMO-RAMO       SECTION.
      *----------------------------------------------------------------*

           MOVE 'RAMO '                TO LIN-RES-LABEL.
           MOVE WRK-SAVE-RAMO          TO LIN-RES-RAMO.
           MOVE 'R'                    TO WRK-7250-TIPO.
           MOVE WRK-SAVE-RAMO          TO WRK-7250-CODIGO.
           CALL 'BRAD7250'             USING WRK-AREA-BRAD7250.
           MOVE WRK-7250-DESCRICAO     TO LIN-RES-DESCRICAO.
           MOVE WRK-RA-CLIENTES        TO LIN-RES-CLIENTES.
           MOVE WRK-RA-MASC            TO LIN-RES-MASC.
           MOVE WRK-RA-FEM             TO LIN-RES-FEM.
           MOVE WRK-RA-OUTROS          TO LIN-RES-OUTROS.
           MOVE WRK-RA-FAIXA(1)        TO LIN-RES-FX1.
           MOVE WRK-RA-FAIXA(2)        TO LIN-RES-FX2.
           MOVE WRK-RA-FAIXA(3)        TO LIN-RES-FX3.
           MOVE WRK-RA-FAIXA(4)        TO LIN-RES-FX4.
           MOVE WRK-RA-FAIXA(5)        TO LIN-RES-FX5.
           MOVE WRK-RA-FAIXA(6)        TO LIN-RES-FX6.

           IF  WRK-RA-CONTAS-VALIDAS   > ZEROS
               COMPUTE WRK-MEDIA-ANOS ROUNDED =
                       WRK-RA-SOMA-DIAS
                       / WRK-RA-CONTAS-VALIDAS / 365,25
               MOVE WRK-MEDIA-ANOS     TO LIN-RES-MEDIA
           ELSE
               MOVE ZEROS              TO LIN-RES-MEDIA
           END-IF.

           WRITE REG-RELDEMO           FROM LIN-RESUMO.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELDEMO'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELDEMO         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           INITIALIZE WRK-ACUM-RAMO.

      *----------------------------------------------------------------*
       2610-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2620-IMPRIMIR-RESUMO-POSTO      SECTION.
      *----------------------------------------------------------------*

           WRITE REG-RELDEMO           FROM LIN-BRANCO.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELDEMO'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELDEMO         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           MOVE 'POSTO'                TO LIN-RES-LABEL.
           MOVE WRK-SAVE-POSTO         TO LIN-RES-RAMO.
           MOVE 'P'                    TO WRK-7250-TIPO.
           MOVE WRK-SAVE-POSTO         TO WRK-7250-CODIGO.
           CALL 'BRAD7250'             USING WRK-AREA-BRAD7250.
           MOVE WRK-7250-DESCRICAO     TO LIN-RES-DESCRICAO.
           MOVE WRK-PO-CLIENTES        TO LIN-RES-CLIENTES.
           MOVE WRK-PO-MASC            TO LIN-RES-MASC.
           MOVE WRK-PO-FEM             TO LIN-RES-FEM.
           MOVE WRK-PO-OUTROS          TO LIN-RES-OUTROS.
           MOVE WRK-PO-FAIXA(1)        TO LIN-RES-FX1.
           MOVE WRK-PO-FAIXA(2)        TO LIN-RES-FX2.
           MOVE WRK-PO-FAIXA(3)        TO LIN-RES-FX3.
           MOVE WRK-PO-FAIXA(4)        TO LIN-RES-FX4.
           MOVE WRK-PO-FAIXA(5)        TO LIN-RES-FX5.
           MOVE WRK-PO-FAIXA(6)        TO LIN-RES-FX6.

           IF  WRK-PO-CONTAS-VALIDAS   > ZEROS
               COMPUTE WRK-MEDIA-ANOS ROUNDED =
                       WRK-PO-SOMA-DIAS
                       / WRK-PO-CONTAS-VALIDAS / 365,25
               MOVE WRK-MEDIA-ANOS     TO LIN-RES-MEDIA
           ELSE
               MOVE ZEROS              TO LIN-RES-MEDIA
           END-IF.

           WRITE REG-RELDEMO           FROM LIN-RESUMO.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELDEMO'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELDEMO         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           INITIALIZE WRK-ACUM-POSTO.

      *----------------------------------------------------------------*
       2620-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2600-IMPRIMIR-TOTAL-GERAL       SECTION.
      *----------------------------------------------------------------*
      *    PAGINA FINAL COM O CONSOLIDADO DE TODA A BASE.              *
      *----------------------------------------------------------------*

           ADD 1                       TO WRK-CONT-PAGINA.
           MOVE WRK-CONT-PAGINA        TO LIN-1-PAGINA-G.

           WRITE REG-RELDEMO           FROM LIN-CABECALHO-GERAL.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELDEMO'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELDEMO         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           WRITE REG-RELDEMO           FROM LIN-CABECALHO-2.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELDEMO'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELDEMO         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           WRITE REG-RELDEMO           FROM LIN-BRANCO.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELDEMO'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELDEMO         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           MOVE 'GERAL'                TO LIN-RES-LABEL.
           MOVE SPACES                 TO LIN-RES-TEXTO.
           MOVE SPACES                 TO LIN-RES-DESCRICAO.
           MOVE WRK-GE-CLIENTES        TO LIN-RES-CLIENTES.
           MOVE WRK-GE-MASC            TO LIN-RES-MASC.
           MOVE WRK-GE-FEM             TO LIN-RES-FEM.
           MOVE WRK-GE-OUTROS          TO LIN-RES-OUTROS.
           MOVE WRK-GE-FAIXA(1)        TO LIN-RES-FX1.
           MOVE WRK-GE-FAIXA(2)        TO LIN-RES-FX2.
           MOVE WRK-GE-FAIXA(3)        TO LIN-RES-FX3.
           MOVE WRK-GE-FAIXA(4)        TO LIN-RES-FX4.
           MOVE WRK-GE-FAIXA(5)        TO LIN-RES-FX5.
           MOVE WRK-GE-FAIXA(6)        TO LIN-RES-FX6.

           IF  WRK-GE-CONTAS-VALIDAS   > ZEROS
               COMPUTE WRK-MEDIA-ANOS ROUNDED =
                       WRK-GE-SOMA-DIAS
                       / WRK-GE-CONTAS-VALIDAS / 365,25
               MOVE WRK-MEDIA-ANOS     TO LIN-RES-MEDIA
           ELSE
               MOVE ZEROS              TO LIN-RES-MEDIA
           END-IF.

           WRITE REG-RELDEMO           FROM LIN-RESUMO.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELDEMO'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELDEMO         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       2600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-FECHAR-ARQUIVO             SECTION.
      *----------------------------------------------------------------*

           CLOSE RELDEMO.

           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'RELDEMO'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELDEMO         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE 'BRAD0370'             TO STA-PGM.
           MOVE WRK-GE-CLIENTES        TO STA-TOT-LIDOS.

           CALL 'BRAD7130'             USING STA-AREA.

           GOBACK.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5100-VALIDAR-DATA               SECTION.
      *----------------------------------------------------------------*
      *    VALIDA WRK-DATA-TESTE COMO AAAAMMDD (MESMA CONVENCAO DAS    *
      *    FUNCOES INTRINSECAS INTEGER-OF-DATE/DATE-OF-INTEGER E DA    *
      *    BRAD0360): ANO >= 1601, MES 01-12 E DIA DENTRO DO MES,      *
      *    CONSIDERANDO ANO BISSEXTO PARA FEVEREIRO.                   *
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-DATA-VALIDA.

           IF  WRK-DT-ANO              < 1601
               GO TO 5100-99-FIM
           END-IF.

           IF  WRK-DT-MES              < 01 OR
               WRK-DT-MES              > 12
               GO TO 5100-99-FIM
           END-IF.

           MOVE WRK-DIAS-MES(WRK-DT-MES)
                                       TO WRK-DIAS-NO-MES.

           IF  WRK-DT-MES              EQUAL 02
               COMPUTE WRK-RESTO-4     = FUNCTION MOD(WRK-DT-ANO, 4)
               COMPUTE WRK-RESTO-100   = FUNCTION MOD(WRK-DT-ANO, 100)
               COMPUTE WRK-RESTO-400   = FUNCTION MOD(WRK-DT-ANO, 400)
               IF  (WRK-RESTO-4        EQUAL ZEROS AND
                    WRK-RESTO-100      NOT EQUAL ZEROS) OR
                    WRK-RESTO-400      EQUAL ZEROS
                   MOVE 29             TO WRK-DIAS-NO-MES
               END-IF
           END-IF.

           IF  WRK-DT-DIA              < 01 OR
               WRK-DT-DIA              > WRK-DIAS-NO-MES
               GO TO 5100-99-FIM
           END-IF.

           MOVE 'S'                    TO WRK-DATA-VALIDA.

      *----------------------------------------------------------------*
       5100-99-FIM.                    EXIT.
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
