      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. BRAD0640.
       AUTHOR.     FLAVIO AUGUSTO MARIA.
      *================================================================*
      *                   P R I M E  I N F O R M A T I C A             *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  BRAD0640                                     *
      *    PROGRAMADOR.:  FLAVIO AUGUSTO MARIA              -  PRIME   *
      *    ANALISTA....:                                    -          *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  PASSADA UNICA DA CADEIA NOTURNA SOBRE O      *
      *                   CADASTRO DE CLIENTES: LE O CADACLIE UMA SO   *
      *                   VEZ E REPASSA CADA REGISTRO AOS MODULOS DE   *
      *                   SAIDA, EM VEZ DE CADA PROGRAMA DA CADEIA LER *
      *                   (E, QUANDO FOR O CASO, ORDENAR) A BASE       *
      *                   INTEIRA POR CONTA PROPRIA. OS RELATORIOS E   *
      *                   ARQUIVOS GERADOS SAO OS MESMOS DA EXECUCAO   *
      *                   AVULSA DE CADA PROGRAMA, POIS A LOGICA DE    *
      *                   CADA SAIDA ESTA NUM SO MODULO, CHAMADO PELOS *
      *                   DOIS.                                        *
      *----------------------------------------------------------------*
      *    SAIDAS......:  PROGRAMA MODULO   PARAMETRO SAIDA            *
      *                   BRAD0310 BRAD7320 SAI0310   RELCLIE          *
      *                   BRAD0320 BRAD7330 SAI0320   RELDORM          *
      *                   BRAD0330 BRAD7340 SAI0330   EXTCLIE          *
      *                   BRAD0340 BRAD7350 SAI0340   RELCONC          *
      *                   BRAD0360 BRAD7360 SAI0360   RELAUDI/REJAUDI  *
      *                   BRAD0370 BRAD7370 SAI0370   RELDEMO          *
      *                   BRAD0380 BRAD7380 SAI0380   RELDUPL          *
      *                   OS ARQUIVOS DE TRABALHO DOS MODULOS QUE      *
      *                   ORDENAM (WRKCLIE, WRKDORM, WRKDEMO, WRKDUPL) *
      *                   E OS DEMAIS ARQUIVOS DE CADA SAIDA (EXTSTAT, *
      *                   TITCAD, PARMCAD, CALCAD, ...) SAO ALOCADOS   *
      *                   NO PASSO DESTE PROGRAMA.                     *
      *----------------------------------------------------------------*
      *    PARAMETROS..:  CADA SAIDA E LIGADA OU DESLIGADA NO PARMCAD  *
      *                   (BRAD7160), PROGRAMA BRAD0640, NOME DO       *
      *                   PARAMETRO CONFORME A TABELA ACIMA: VALOR     *
      *                   ZERO = DESLIGADA; QUALQUER OUTRO VALOR, OU   *
      *                   PARAMETRO AUSENTE, = LIGADA.                 *
      *----------------------------------------------------------------*
      *    RUNSTAT.....:  CADA MODULO GRAVA O RUNSTAT (BRAD7130) COM O *
      *                   NOME DO PROGRAMA DA SAIDA, COMO NA EXECUCAO  *
      *                   AVULSA, E O MONITOR BRAD0470 CONTINUA        *
      *                   CONFERINDO A CADEIA PELO PRGESP SEM MUDANCA. *
      *                   UMA SAIDA DESLIGADA NAO GRAVA RUNSTAT: SE O  *
      *                   PROGRAMA DELA CONSTAR DO PRGESP, DEVE SER    *
      *                   EXECUTADO AVULSO NA MESMA JANELA. ESTE       *
      *                   PROGRAMA GRAVA AINDA O SEU PROPRIO RUNSTAT:  *
      *                   LIDOS = REGISTROS DO CADACLIE, GRAVADOS =    *
      *                   SAIDAS CONCLUIDAS, REJEITADOS = SAIDAS COM   *
      *                   ERRO.                                        *
      *----------------------------------------------------------------*
      *    ERRO........:  O MODULO QUE ENCONTRA ERRO ACIONA A BRAD7100 *
      *                   E GRAVA O SEU RUNSTAT; A PASSADA CONTINUA    *
      *                   PARA AS DEMAIS SAIDAS E AQUELA SAIDA DEVE    *
      *                   SER REEXECUTADA AVULSA PELO SEU PROGRAMA. A  *
      *                   SITUACAO DE CADA SAIDA SAI NO RESUMO         *
      *                   (RELSAID).                                   *
      *----------------------------------------------------------------*
      *    RETORNO.....:  RETURN-CODE 12 EM ERRO DE ARQUIVO DESTE      *
      *                   PROGRAMA OU DE QUALQUER SAIDA.               *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#CADREG - LAYOUT DO REGISTRO DE CLIENTES (CADACLIE).       *
      *    I#CADSAI - AREA DE COMUNICACAO COM OS MODULOS DE SAIDA.     *
      *    I#BRAD7S - AREA DE COMUNICACAO COM O MODULO BRAD7130.       *
      *    I#BRAD7C - AREA PARA TRATAMENTO DE ERRO PELA BRAD7100       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD7100 - MODULO TRATAMENTO DE ERRO.                       *
      *    BRAD7110 - MODULO DE LOG DE AUDITORIA.                      *
      *    BRAD7130 - MODULO DE TOTAIS DE EXECUCAO (RUNSTAT).          *
      *    BRAD7160 - MODULO DE PARAMETROS OPERACIONAIS (PARMCAD).     *
      *    BRAD7320 A BRAD7380 - MODULOS DE SAIDA (TABELA ACIMA).      *
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

           SELECT CADACLIE  ASSIGN     TO UT-S-CADACLIE
                      FILE STATUS      IS WRK-FS-CADACLIE.

           SELECT RELSAID   ASSIGN     TO UT-S-RELSAID
                      FILE STATUS      IS WRK-FS-RELSAID.

      *================================================================*
       DATA DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INPUT  :  ARQUIVO DE ENTRADA                                *
      *              ORG. SEQUENCIAL   -   LRECL = 280                 *
      *----------------------------------------------------------------*

       FD  CADACLIE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       COPY 'I#CADREG'.

      *----------------------------------------------------------------*
      *    OUTPUT :  RESUMO DA PASSADA UNICA - SITUACAO DE CADA SAIDA  *
      *              ORG. SEQUENCIAL   -   LRECL = 132                 *
      *----------------------------------------------------------------*

       FD  RELSAID
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  REG-RELSAID                  PIC  X(132).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** INICIO DA WORKING BRAD0640                 ***'.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** VARIAVEIS AUXILIARES                       ***'.
      *----------------------------------------------------------------*

       77  WRK-FECHAR                  PIC  X(001)         VALUE 'N'.
       77  WRK-PGM                     PIC  X(008)         VALUE
           'BRAD0640'.
       77  WRK-BATCH                   PIC  X(008)         VALUE
           'BATCH'.
       77  WRK-SQLCA-OU-STATUS         PIC  X(136)         VALUE SPACES.
       77  WRK-TOT-LIDOS               PIC  9(009) COMP    VALUE ZEROS.
       77  WRK-IDX                     PIC  9(003) COMP    VALUE ZEROS.
       77  WRK-QTD-SAIDAS              PIC  9(003) COMP    VALUE 7.
       77  WRK-QTD-ATIVAS              PIC  9(003) COMP    VALUE ZEROS.
       77  WRK-QTD-CONCLUIDAS          PIC  9(003) COMP    VALUE ZEROS.
       77  WRK-QTD-COM-ERRO            PIC  9(003) COMP    VALUE ZEROS.
       77  WRK-QTD-DESLIGADAS          PIC  9(003) COMP    VALUE ZEROS.
       77  WRK-ABORTAR                 PIC  X(001)         VALUE 'N'.
           88  WRK-EXECUCAO-ABORTADA                       VALUE 'S'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** TABELA DAS SAIDAS DA PASSADA UNICA         ***'.
      *----------------------------------------------------------------*
      *    POR SAIDA: PROGRAMA (NOME NO RUNSTAT), MODULO CHAMADO,      *
      *    PARAMETRO DO PARMCAD E DESCRICAO PARA O RESUMO. A ORDEM DA  *
      *    TABELA E A ORDEM DAS CHAMADAS.                              *
      *----------------------------------------------------------------*

       01  WRK-TAB-SAIDAS-VALORES.
           05  FILLER                  PIC  X(024)         VALUE
               'BRAD0310BRAD7320SAI0310 '.
           05  FILLER                  PIC  X(040)         VALUE
               'LISTAGEM DE CLIENTES (RELCLIE)'.
           05  FILLER                  PIC  X(024)         VALUE
               'BRAD0320BRAD7330SAI0320 '.
           05  FILLER                  PIC  X(040)         VALUE
               'CONTAS DORMENTES (RELDORM)'.
           05  FILLER                  PIC  X(024)         VALUE
               'BRAD0330BRAD7340SAI0330 '.
           05  FILLER                  PIC  X(040)         VALUE
               'EXTRACAO CSV PARA O CRM (EXTCLIE)'.
           05  FILLER                  PIC  X(024)         VALUE
               'BRAD0340BRAD7350SAI0340 '.
           05  FILLER                  PIC  X(040)         VALUE
               'RECONCILIACAO X EXTSTAT (RELCONC)'.
           05  FILLER                  PIC  X(024)         VALUE
               'BRAD0360BRAD7360SAI0360 '.
           05  FILLER                  PIC  X(040)         VALUE
               'AUDITORIA DE QUALIDADE (RELAUDI/REJAUDI)'.
           05  FILLER                  PIC  X(024)         VALUE
               'BRAD0370BRAD7370SAI0370 '.
           05  FILLER                  PIC  X(040)         VALUE
               'DEMOGRAFIA DA BASE (RELDEMO)'.
           05  FILLER                  PIC  X(024)         VALUE
               'BRAD0380BRAD7380SAI0380 '.
           05  FILLER                  PIC  X(040)         VALUE
               'CPF/CNPJ DUPLICADO (RELDUPL)'.

       01  WRK-TAB-SAIDAS REDEFINES WRK-TAB-SAIDAS-VALORES.
           05  WRK-SAI-ENTRADA         OCCURS 7 TIMES.
               10  WRK-SAI-PGM         PIC  X(008).
               10  WRK-SAI-MODULO      PIC  X(008).
               10  WRK-SAI-PARAMETRO   PIC  X(008).
               10  WRK-SAI-DESCRICAO   PIC  X(040).

      *----------------------------------------------------------------*
      *    SITUACAO DE CADA SAIDA NA EXECUCAO                          *
      *----------------------------------------------------------------*

       01  WRK-TAB-SITUACAO.
           05  WRK-SIT-ENTRADA         OCCURS 7 TIMES.
               10  WRK-SIT-SAIDA       PIC  X(001).
                   88  WRK-SAIDA-DESLIGADA                 VALUE 'D'.
                   88  WRK-SAIDA-ATIVA                     VALUE 'A'.
                   88  WRK-SAIDA-CONCLUIDA                 VALUE 'C'.
                   88  WRK-SAIDA-COM-ERRO                  VALUE 'E'.
               10  WRK-SIT-ORIGEM      PIC  X(001).
                   88  WRK-ORIGEM-PARMCAD                  VALUE 'S'.
                   88  WRK-ORIGEM-DEFAULT                  VALUE 'N'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE COMUNICACAO COM A BRAD7160         ***'.
      *----------------------------------------------------------------*

       01  WRK-AREA-BRAD7160.
           05  WRK-7160-PGM            PIC  X(008)         VALUE
               'BRAD0640'.
           05  WRK-7160-NOME           PIC  X(008)         VALUE SPACES.
           05  WRK-7160-VALOR          PIC  9(009)         VALUE ZEROS.
           05  WRK-7160-COD-RETORNO    PIC  X(001)         VALUE SPACES.
               88  WRK-PRM-ENCONTRADO                      VALUE 'S'.
               88  WRK-PRM-DEFAULT                         VALUE 'N'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE COMUNICACAO COM OS MODULOS         ***'.
      *----------------------------------------------------------------*

       COPY 'I#CADSAI'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** LINHAS DE IMPRESSAO DO RESUMO              ***'.
      *----------------------------------------------------------------*

       01  LIN-CABECALHO-1.
           05  FILLER                  PIC  X(060)         VALUE
               'BRAD0640 - PASSADA UNICA DA CADEIA NOTURNA (CADACLIE)'.
           05  FILLER                  PIC  X(040)         VALUE SPACES.
           05  FILLER                  PIC  X(006)         VALUE
               'DATA: '.
           05  LIN-1-DATA              PIC  9999/99/99.
           05  FILLER                  PIC  X(016)         VALUE SPACES.

       01  LIN-CABECALHO-2.
           05  FILLER                  PIC  X(010)         VALUE
               'PROGRAMA'.
           05  FILLER                  PIC  X(010)         VALUE
               'MODULO'.
           05  FILLER                  PIC  X(042)         VALUE
               'SAIDA'.
           05  FILLER                  PIC  X(018)         VALUE
               'PARAMETRO'.
           05  FILLER                  PIC  X(052)         VALUE
               'SITUACAO'.

       01  LIN-DETALHE.
           05  LIN-DET-PGM             PIC  X(008).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-MODULO          PIC  X(008).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-DESCRICAO       PIC  X(040).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-PARAMETRO       PIC  X(008).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  LIN-DET-ORIGEM          PIC  X(009).
           05  LIN-DET-SITUACAO        PIC  X(052).

       01  LIN-TOTAL.
           05  LIN-TOT-DESCRICAO       PIC  X(045).
           05  LIN-TOT-VALOR           PIC  ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(076)         VALUE SPACES.

       01  LIN-BRANCO                  PIC  X(132)         VALUE SPACES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** MENSAGEM DE ERRO DE FILE-STATUS            ***'.
      *----------------------------------------------------------------*

       01  WRK-FS-CADACLIE             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-RELSAID              PIC  X(002)         VALUE SPACES.

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

      *================================================================*
       PROCEDURE DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       0000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIALIZAR.

           PERFORM 2000-LER-ARQUIVO.

           PERFORM UNTIL WRK-FECHAR    EQUAL 'S'
                      OR WRK-QTD-ATIVAS EQUAL ZEROS
               PERFORM 2500-REPASSAR-REGISTRO
               PERFORM 2000-LER-ARQUIVO
           END-PERFORM.

           PERFORM 2600-CONCLUIR-SAIDAS.

           PERFORM 2700-IMPRIMIR-RESUMO.

           PERFORM 3000-FECHAR-ARQUIVO.

           PERFORM 4000-FINALIZAR.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-INICIALIZAR                SECTION.
      *----------------------------------------------------------------*

           MOVE FUNCTION CURRENT-DATE  TO STA-DATA-HORA-INICIO.

           INITIALIZE REG-CADACLIE.

           OPEN INPUT  CADACLIE.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'CADACLIE'            TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-CADACLIE       TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           OPEN OUTPUT RELSAID.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'RELSAID'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELSAID        TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELSAID        TO WRK-FS-CADACLIE.
           PERFORM 1100-TESTAR-FILE-STATUS.

           PERFORM VARYING WRK-IDX     FROM 1 BY 1
                     UNTIL WRK-IDX     > WRK-QTD-SAIDAS
               PERFORM 1030-OBTER-CHAVE-SAIDA
               PERFORM 1050-ABRIR-SAIDA
           END-PERFORM.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1030-OBTER-CHAVE-SAIDA          SECTION.
      *----------------------------------------------------------------*
      *    BUSCA A CHAVE DA SAIDA NO PARMCAD (BRAD7160). SEM O         *
      *    PARAMETRO, A SAIDA FICA LIGADA (DEFAULT 1).                 *
      *----------------------------------------------------------------*

           MOVE WRK-SAI-PARAMETRO(WRK-IDX)
                                       TO WRK-7160-NOME.
           MOVE 1                      TO WRK-7160-VALOR.

           CALL 'BRAD7160'             USING WRK-AREA-BRAD7160.

           MOVE WRK-7160-COD-RETORNO   TO WRK-SIT-ORIGEM(WRK-IDX).

           IF  WRK-7160-VALOR          EQUAL ZEROS
               SET WRK-SAIDA-DESLIGADA(WRK-IDX)
                                       TO TRUE
               ADD 1                   TO WRK-QTD-DESLIGADAS
           ELSE
               SET WRK-SAIDA-ATIVA(WRK-IDX)
                                       TO TRUE
               ADD 1                   TO WRK-QTD-ATIVAS
           END-IF.

      *----------------------------------------------------------------*
       1030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1050-ABRIR-SAIDA                SECTION.
      *----------------------------------------------------------------*

           IF  NOT WRK-SAIDA-ATIVA(WRK-IDX)
               GO TO 1050-99-FIM
           END-IF.

           SET SAI-ABRIR               TO TRUE.
           CALL WRK-SAI-MODULO(WRK-IDX) USING SAI-AREA.

           PERFORM 2900-TESTAR-RETORNO-SAIDA.

      *----------------------------------------------------------------*
       1050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-TESTAR-FILE-STATUS          SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-CADACLIE          NOT EQUAL '00'
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE WRK-ERRO-ARQUIVO    TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
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
           MOVE 'CADACLIE'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-CADACLIE        TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           ADD 1                       TO WRK-TOT-LIDOS.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2500-REPASSAR-REGISTRO          SECTION.
      *----------------------------------------------------------------*

           PERFORM VARYING WRK-IDX     FROM 1 BY 1
                     UNTIL WRK-IDX     > WRK-QTD-SAIDAS
               PERFORM 2510-REPASSAR-A-SAIDA
           END-PERFORM.

      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2510-REPASSAR-A-SAIDA           SECTION.
      *----------------------------------------------------------------*

           IF  NOT WRK-SAIDA-ATIVA(WRK-IDX)
               GO TO 2510-99-FIM
           END-IF.

           MOVE REG-CADACLIE           TO SAI-REG-CADACLIE.

           SET SAI-REGISTRO            TO TRUE.
           CALL WRK-SAI-MODULO(WRK-IDX) USING SAI-AREA.

           PERFORM 2900-TESTAR-RETORNO-SAIDA.

      *----------------------------------------------------------------*
       2510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2600-CONCLUIR-SAIDAS            SECTION.
      *----------------------------------------------------------------*
      *    FIM DO CADACLIE: CADA SAIDA ATIVA ORDENA (SE FOR O CASO),   *
      *    IMPRIME OS TOTAIS, FECHA OS SEUS ARQUIVOS E GRAVA O RUNSTAT.*
      *----------------------------------------------------------------*

           PERFORM VARYING WRK-IDX     FROM 1 BY 1
                     UNTIL WRK-IDX     > WRK-QTD-SAIDAS
               PERFORM 2610-CONCLUIR-A-SAIDA
           END-PERFORM.

      *----------------------------------------------------------------*
       2600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2610-CONCLUIR-A-SAIDA           SECTION.
      *----------------------------------------------------------------*

           IF  NOT WRK-SAIDA-ATIVA(WRK-IDX)
               GO TO 2610-99-FIM
           END-IF.

           SET SAI-FECHAR              TO TRUE.
           CALL WRK-SAI-MODULO(WRK-IDX) USING SAI-AREA.

           PERFORM 2900-TESTAR-RETORNO-SAIDA.

           IF  WRK-SAIDA-ATIVA(WRK-IDX)
               SET WRK-SAIDA-CONCLUIDA(WRK-IDX)
                                       TO TRUE
               ADD 1                   TO WRK-QTD-CONCLUIDAS
           END-IF.

      *----------------------------------------------------------------*
       2610-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2700-IMPRIMIR-RESUMO            SECTION.
      *----------------------------------------------------------------*

           MOVE STA-DATA-HORA-INICIO(1:8)
                                       TO LIN-1-DATA.
           MOVE LIN-CABECALHO-1        TO REG-RELSAID.
           PERFORM 2780-ESCREVER-RELSAID.

           MOVE LIN-BRANCO             TO REG-RELSAID.
           PERFORM 2780-ESCREVER-RELSAID.

           MOVE LIN-CABECALHO-2        TO REG-RELSAID.
           PERFORM 2780-ESCREVER-RELSAID.

           MOVE LIN-BRANCO             TO REG-RELSAID.
           PERFORM 2780-ESCREVER-RELSAID.

           PERFORM VARYING WRK-IDX     FROM 1 BY 1
                     UNTIL WRK-IDX     > WRK-QTD-SAIDAS
               PERFORM 2710-IMPRIMIR-SAIDA
           END-PERFORM.

           MOVE LIN-BRANCO             TO REG-RELSAID.
           PERFORM 2780-ESCREVER-RELSAID.

           MOVE 'REGISTROS LIDOS NO CADACLIE.................'
                                       TO LIN-TOT-DESCRICAO.
           MOVE WRK-TOT-LIDOS          TO LIN-TOT-VALOR.
           PERFORM 2790-IMPRIMIR-TOTAL.

           MOVE 'SAIDAS CONCLUIDAS...........................'
                                       TO LIN-TOT-DESCRICAO.
           MOVE WRK-QTD-CONCLUIDAS     TO LIN-TOT-VALOR.
           PERFORM 2790-IMPRIMIR-TOTAL.

           MOVE 'SAIDAS DESLIGADAS NO PARMCAD................'
                                       TO LIN-TOT-DESCRICAO.
           MOVE WRK-QTD-DESLIGADAS     TO LIN-TOT-VALOR.
           PERFORM 2790-IMPRIMIR-TOTAL.

           MOVE 'SAIDAS COM ERRO.............................'
                                       TO LIN-TOT-DESCRICAO.
           MOVE WRK-QTD-COM-ERRO       TO LIN-TOT-VALOR.
           PERFORM 2790-IMPRIMIR-TOTAL.

      *----------------------------------------------------------------*
       2700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2710-IMPRIMIR-SAIDA             SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-SAI-PGM(WRK-IDX)   TO LIN-DET-PGM.
           MOVE WRK-SAI-MODULO(WRK-IDX)
                                       TO LIN-DET-MODULO.
           MOVE WRK-SAI-DESCRICAO(WRK-IDX)
                                       TO LIN-DET-DESCRICAO.
           MOVE WRK-SAI-PARAMETRO(WRK-IDX)
                                       TO LIN-DET-PARAMETRO.

           IF  WRK-ORIGEM-PARMCAD(WRK-IDX)
               MOVE '(PARMCAD)'        TO LIN-DET-ORIGEM
           ELSE
               MOVE '(DEFAULT)'        TO LIN-DET-ORIGEM
           END-IF.

           EVALUATE TRUE
               WHEN WRK-SAIDA-CONCLUIDA(WRK-IDX)
                   MOVE 'CONCLUIDA'    TO LIN-DET-SITUACAO
               WHEN WRK-SAIDA-DESLIGADA(WRK-IDX)
                   MOVE 'DESLIGADA - RODAR O PROGRAMA AVULSO'
                                       TO LIN-DET-SITUACAO
               WHEN OTHER
                   MOVE 'ERRO (VER BRAD7100) - REEXECUTAR AVULSO'
                                       TO LIN-DET-SITUACAO
           END-EVALUATE.

           MOVE LIN-DETALHE            TO REG-RELSAID.
           PERFORM 2780-ESCREVER-RELSAID.

      *----------------------------------------------------------------*
       2710-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2780-ESCREVER-RELSAID           SECTION.
      *----------------------------------------------------------------*

           WRITE REG-RELSAID.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELSAID'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELSAID         TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELSAID         TO WRK-FS-CADACLIE.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       2780-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2790-IMPRIMIR-TOTAL             SECTION.
      *----------------------------------------------------------------*

           MOVE LIN-TOTAL              TO REG-RELSAID.
           PERFORM 2780-ESCREVER-RELSAID.

      *----------------------------------------------------------------*
       2790-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2900-TESTAR-RETORNO-SAIDA       SECTION.
      *----------------------------------------------------------------*
      *    O MODULO QUE DEVOLVE ERRO JA ACIONOU A BRAD7100 E GRAVOU O  *
      *    RUNSTAT DA SUA SAIDA: SAI DA PASSADA E NAO E MAIS CHAMADO;  *
      *    AS DEMAIS SAIDAS CONTINUAM.                                 *
      *----------------------------------------------------------------*

           IF  SAI-OK
               GO TO 2900-99-FIM
           END-IF.

           SET WRK-SAIDA-COM-ERRO(WRK-IDX)
                                       TO TRUE.
           SUBTRACT 1                  FROM WRK-QTD-ATIVAS.
           ADD 1                       TO WRK-QTD-COM-ERRO.
           SET WRK-EXECUCAO-ABORTADA   TO TRUE.

      *----------------------------------------------------------------*
       2900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-FECHAR-ARQUIVO             SECTION.
      *----------------------------------------------------------------*

           CLOSE CADACLIE.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'CADACLIE'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-CADACLIE        TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           CLOSE RELSAID.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'RELSAID'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELSAID         TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELSAID         TO WRK-FS-CADACLIE.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *    O RETURN-CODE E CARREGADO SO DEPOIS DA ULTIMA CALL - CADA   *
      *    CALL QUE RETORNA SOBREPOE O RETURN-CODE DO CHAMADOR COM O   *
      *    DO MODULO CHAMADO (MESMA OBSERVACAO DA BRAD0335).           *
      *----------------------------------------------------------------*

           MOVE 'BRAD0640'             TO STA-PGM.
           MOVE WRK-TOT-LIDOS          TO STA-TOT-LIDOS.
           MOVE WRK-QTD-CONCLUIDAS     TO STA-TOT-GRAVADOS.
           MOVE WRK-QTD-COM-ERRO       TO STA-TOT-REJEITADOS.

           CALL 'BRAD7130'             USING STA-AREA.

           IF  WRK-EXECUCAO-ABORTADA
               MOVE 12                 TO RETURN-CODE
           END-IF.

           GOBACK.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9999-ROTINA-ERRO                SECTION.
      *----------------------------------------------------------------*

           SET WRK-EXECUCAO-ABORTADA   TO TRUE.

           MOVE WRK-PGM                TO ERR-PGM.

           CALL 'BRAD7110'             USING ERRO-AREA
                                             WRK-SQLCA-OU-STATUS.

           CALL 'BRAD7100'             USING WRK-BATCH
                                             ERRO-AREA.

           PERFORM 4000-FINALIZAR.

      *----------------------------------------------------------------*
       9999-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
