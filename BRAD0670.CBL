      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. BRAD0670.
       AUTHOR.     FLAVIO AUGUSTO MARIA.
      *================================================================*
      *                   P R I M E  I N F O R M A T I C A             *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  BRAD0670                                     *
      *    PROGRAMADOR.:  FLAVIO AUGUSTO MARIA              -  PRIME   *
      *    ANALISTA....:                                    -          *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  RELATORIO MENSAL DE USO DAS TRANSACOES       *
      *                   ONLINE DO CADASTRO (CADU12XX), A PARTIR DO   *
      *                   ARQUIVO DE USO GRAVADO PELA BRAD7390 - BASE  *
      *                   PARA O PLANEJAMENTO DE CAPACIDADE E PARA A   *
      *                   REVISAO DE ACESSOS. TRES VISOES:             *
      *                   1) POR TRANSACAO E DEPARTAMENTO - VOLUME,    *
      *                      NORMAIS, ERROS DE TELA, RECUSAS (ALCADA   *
      *                      NO MENU CADU1201 E JANELA DE MANUTENCAO), *
      *                      USOS DO 'FORCAR' NA JANELA, ERROS DE      *
      *                      SISTEMA E TEMPO DE RESPOSTA MEDIO E       *
      *                      MAXIMO; ABAIXO DE CADA DEPARTAMENTO, AS   *
      *                      FUNCOES (OPCAO DO MENU, TECLA OU ENTER)   *
      *                      QUE TIVERAM RECUSA OU 'FORCAR';           *
      *                   2) POR HORA DO DIA - MESMAS COLUNAS;         *
      *                   3) AS INTERACOES MAIS LENTAS DO PERIODO.     *
      *----------------------------------------------------------------*
      *    PERIODO.....:  O ARQUIVO USOCAD E LIDO POR INTEIRO (MESMO   *
      *                   CRITERIO DA BRAD7170): O JCL FORNECE A       *
      *                   GERACAO DO MES A SER RELATADO. O PERIODO     *
      *                   IMPRESSO NO CABECALHO E O DA PRIMEIRA E DA   *
      *                   ULTIMA DATA ENCONTRADAS NO ARQUIVO.          *
      *----------------------------------------------------------------*
      *    PARAMETROS..:  PARMCAD (BRAD7160), PROGRAMA BRAD0670 - SEM  *
      *                   O PARAMETRO VALE O DEFAULT ENTRE PARENTESES: *
      *                   QTDLENTO (20) QUANTIDADE DE INTERACOES MAIS  *
      *                   LENTAS LISTADAS (MAXIMO 50).                 *
      *----------------------------------------------------------------*
      *    SAIDAS......:  RELUSO  - RELATORIO DE USO.                  *
      *                   RUNSTAT - LIDOS = REGISTROS DO USOCAD,       *
      *                   GRAVADOS = LINHAS DE TRANSACAO/DEPARTAMENTO  *
      *                   IMPRESSAS (BRAD7130).                        *
      *----------------------------------------------------------------*
      *    RETORNO.....:  RETURN-CODE 12 EM ERRO DE ARQUIVO.           *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#USOCAD - LAYOUT DO REGISTRO DE USO (USOCAD).              *
      *    I#BRAD7S - AREA DE COMUNICACAO COM O MODULO BRAD7130.       *
      *    I#BRAD7C - AREA PARA TRATAMENTO DE ERRO PELA BRAD7100       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD7100 - MODULO TRATAMENTO DE ERRO.                       *
      *    BRAD7110 - MODULO DE LOG DE AUDITORIA.                      *
      *    BRAD7130 - MODULO DE TOTAIS DE EXECUCAO (RUNSTAT).          *
      *    BRAD7160 - MODULO DE PARAMETROS OPERACIONAIS (PARMCAD).     *
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

           SELECT USOCAD    ASSIGN     TO UT-S-USOCAD
                      FILE STATUS      IS WRK-FS-USOCAD.

           SELECT RELUSO    ASSIGN     TO UT-S-RELUSO
                      FILE STATUS      IS WRK-FS-RELUSO.

           SELECT SRTUSO    ASSIGN     TO UT-S-SRTUSO.

      *================================================================*
       DATA DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INPUT  :  USO DAS TRANSACOES ONLINE DO CADASTRO             *
      *              ORG. SEQUENCIAL   -   LRECL = 064                 *
      *----------------------------------------------------------------*

       FD  USOCAD
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

           COPY 'I#USOCAD'.

      *----------------------------------------------------------------*
      *    OUTPUT :  RELATORIO MENSAL DE USO DAS TRANSACOES ONLINE     *
      *              ORG. SEQUENCIAL   -   LRECL = 132                 *
      *----------------------------------------------------------------*

       FD  RELUSO
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  REG-RELUSO                   PIC  X(132).

      *----------------------------------------------------------------*
      *    SORT  :  INTERACOES POR TRANSACAO, DEPARTAMENTO E FUNCAO    *
      *----------------------------------------------------------------*

       SD  SRTUSO.

       01  REG-SRTUSO.
           05  SRT-TRANSACAO            PIC  X(08).
           05  SRT-COD-DEPTO            PIC  X(06).
           05  SRT-FUNCAO               PIC  X(08).
           05  SRT-RESULTADO            PIC  X(01).
           05  SRT-TEMPO-RESP           PIC  9(07)  COMP-3.

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** INICIO DA WORKING BRAD0670                 ***'.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** VARIAVEIS AUXILIARES                       ***'.
      *----------------------------------------------------------------*

       77  WRK-FECHAR                  PIC  X(001)         VALUE 'N'.
       77  WRK-PGM                     PIC  X(008)         VALUE
           'BRAD0670'.
       77  WRK-BATCH                   PIC  X(008)         VALUE
           'BATCH'.
       77  WRK-SQLCA-OU-STATUS         PIC  X(136)         VALUE SPACES.
       77  WRK-TOT-LIDOS               PIC  9(009) COMP    VALUE ZEROS.
       77  WRK-TOT-LINHAS-DEPTO        PIC  9(009) COMP    VALUE ZEROS.
       77  WRK-TOT-TRANSACOES          PIC  9(009) COMP    VALUE ZEROS.
       77  WRK-TOT-FUNCOES-OMITIDAS    PIC  9(009) COMP    VALUE ZEROS.
       77  WRK-HOJE-AAAAMMDD           PIC  9(008)         VALUE ZEROS.
       77  WRK-PRIMEIRA-DATA           PIC  9(008)         VALUE ZEROS.
       77  WRK-ULTIMA-DATA             PIC  9(008)         VALUE ZEROS.
       77  WRK-IDX                     PIC  9(003) COMP    VALUE ZEROS.
       77  WRK-IDX-HORA                PIC  9(003) COMP    VALUE ZEROS.
       77  WRK-TEMPO-SEGUNDOS          PIC  9(005)V99      VALUE ZEROS.
       77  WRK-HORA-EDITADA            PIC  9(002)         VALUE ZEROS.
       77  WRK-ABORTAR                 PIC  X(001)         VALUE 'N'.
           88  WRK-EXECUCAO-ABORTADA                       VALUE 'S'.

      *----------------------------------------------------------------*
      *    CONTROLE DAS QUEBRAS DA ORDENACAO                           *
      *----------------------------------------------------------------*

       01  WRK-PRIMEIRO-REG            PIC  X(001)         VALUE 'S'.
       01  WRK-TRANSACAO-ATUAL         PIC  X(008)         VALUE SPACES.
       01  WRK-DEPTO-ATUAL             PIC  X(006)         VALUE SPACES.
       01  WRK-FUNCAO-ATUAL            PIC  X(008)         VALUE SPACES.
       01  WRK-FUNCAO-RECUSAS          PIC  9(009) COMP    VALUE ZEROS.
       01  WRK-FUNCAO-FORCAR           PIC  9(009) COMP    VALUE ZEROS.

      *----------------------------------------------------------------*
      *    ACUMULADORES POR DEPARTAMENTO, POR TRANSACAO E GERAL, E A   *
      *    AREA DE MONTAGEM DA LINHA (MESMO LEIAUTE NOS QUATRO).       *
      *    TEMPOS EM CENTESIMOS DE SEGUNDO.                            *
      *----------------------------------------------------------------*

       01  WRK-ACM-DEPTO.
           05  WRK-DEP-VOLUME          PIC  9(009) COMP    VALUE ZEROS.
           05  WRK-DEP-NORMAL          PIC  9(009) COMP    VALUE ZEROS.
           05  WRK-DEP-ERRO-TELA       PIC  9(009) COMP    VALUE ZEROS.
           05  WRK-DEP-RECUSA          PIC  9(009) COMP    VALUE ZEROS.
           05  WRK-DEP-FORCAR          PIC  9(009) COMP    VALUE ZEROS.
           05  WRK-DEP-ERRO-SISTEMA    PIC  9(009) COMP    VALUE ZEROS.
           05  WRK-DEP-TEMPO-TOTAL     PIC  9(015) COMP-3  VALUE ZEROS.
           05  WRK-DEP-TEMPO-MAXIMO    PIC  9(007) COMP-3  VALUE ZEROS.

       01  WRK-ACM-TRANSACAO.
           05  WRK-TRN-VOLUME          PIC  9(009) COMP    VALUE ZEROS.
           05  WRK-TRN-NORMAL          PIC  9(009) COMP    VALUE ZEROS.
           05  WRK-TRN-ERRO-TELA       PIC  9(009) COMP    VALUE ZEROS.
           05  WRK-TRN-RECUSA          PIC  9(009) COMP    VALUE ZEROS.
           05  WRK-TRN-FORCAR          PIC  9(009) COMP    VALUE ZEROS.
           05  WRK-TRN-ERRO-SISTEMA    PIC  9(009) COMP    VALUE ZEROS.
           05  WRK-TRN-TEMPO-TOTAL     PIC  9(015) COMP-3  VALUE ZEROS.
           05  WRK-TRN-TEMPO-MAXIMO    PIC  9(007) COMP-3  VALUE ZEROS.

       01  WRK-ACM-GERAL.
           05  WRK-GER-VOLUME          PIC  9(009) COMP    VALUE ZEROS.
           05  WRK-GER-NORMAL          PIC  9(009) COMP    VALUE ZEROS.
           05  WRK-GER-ERRO-TELA       PIC  9(009) COMP    VALUE ZEROS.
           05  WRK-GER-RECUSA          PIC  9(009) COMP    VALUE ZEROS.
           05  WRK-GER-FORCAR          PIC  9(009) COMP    VALUE ZEROS.
           05  WRK-GER-ERRO-SISTEMA    PIC  9(009) COMP    VALUE ZEROS.
           05  WRK-GER-TEMPO-TOTAL     PIC  9(015) COMP-3  VALUE ZEROS.
           05  WRK-GER-TEMPO-MAXIMO    PIC  9(007) COMP-3  VALUE ZEROS.

       01  WRK-ACM-LINHA.
           05  WRK-LIN-VOLUME          PIC  9(009) COMP    VALUE ZEROS.
           05  WRK-LIN-NORMAL          PIC  9(009) COMP    VALUE ZEROS.
           05  WRK-LIN-ERRO-TELA       PIC  9(009) COMP    VALUE ZEROS.
           05  WRK-LIN-RECUSA          PIC  9(009) COMP    VALUE ZEROS.
           05  WRK-LIN-FORCAR          PIC  9(009) COMP    VALUE ZEROS.
           05  WRK-LIN-ERRO-SISTEMA    PIC  9(009) COMP    VALUE ZEROS.
           05  WRK-LIN-TEMPO-TOTAL     PIC  9(015) COMP-3  VALUE ZEROS.
           05  WRK-LIN-TEMPO-MAXIMO    PIC  9(007) COMP-3  VALUE ZEROS.

      *----------------------------------------------------------------*
      *    ACUMULADORES POR HORA DO DIA (ENTRADA 1 = 00H ... 24 = 23H) *
      *----------------------------------------------------------------*

       01  WRK-TAB-HORAS.
           05  WRK-HOR-ENTRADA         OCCURS 24 TIMES.
               10  WRK-HOR-VOLUME      PIC  9(009) COMP.
               10  WRK-HOR-NORMAL      PIC  9(009) COMP.
               10  WRK-HOR-ERRO-TELA   PIC  9(009) COMP.
               10  WRK-HOR-RECUSA      PIC  9(009) COMP.
               10  WRK-HOR-FORCAR      PIC  9(009) COMP.
               10  WRK-HOR-ERRO-SISTEMA
                                       PIC  9(009) COMP.
               10  WRK-HOR-TEMPO-TOTAL PIC  9(015) COMP-3.
               10  WRK-HOR-TEMPO-MAXIMO
                                       PIC  9(007) COMP-3.

      *----------------------------------------------------------------*
      *    FUNCOES COM RECUSA OU 'FORCAR' NO DEPARTAMENTO CORRENTE,    *
      *    IMPRESSAS ABAIXO DA LINHA DO DEPARTAMENTO. ACIMA DE 40 AS   *
      *    DEMAIS SO ENTRAM NOS TOTAIS DA LINHA.                       *
      *----------------------------------------------------------------*

       77  WRK-QTD-FUNCOES             PIC  9(003) COMP    VALUE ZEROS.
       77  WRK-MAX-FUNCOES             PIC  9(003) COMP    VALUE 40.

       01  WRK-TAB-FUNCOES.
           05  WRK-FUN-ENTRADA         OCCURS 40 TIMES.
               10  WRK-FUN-FUNCAO      PIC  X(008).
               10  WRK-FUN-RECUSAS     PIC  9(009) COMP.
               10  WRK-FUN-FORCAR      PIC  9(009) COMP.

      *----------------------------------------------------------------*
      *    INTERACOES MAIS LENTAS, EM ORDEM DECRESCENTE DE TEMPO.      *
      *    WRK-MAX-LENTAS VEM DO PARAMETRO QTDLENTO (LIMITE 50).       *
      *----------------------------------------------------------------*

       77  WRK-QTD-LENTAS              PIC  9(003) COMP    VALUE ZEROS.
       77  WRK-MAX-LENTAS              PIC  9(003) COMP    VALUE 20.
       77  WRK-LIMITE-TAB-LENTAS       PIC  9(003) COMP    VALUE 50.
       77  WRK-IDX-LNT                 PIC  9(003) COMP    VALUE ZEROS.
       77  WRK-POSICAO-ACHADA          PIC  X(001)         VALUE 'N'.

       01  WRK-TAB-LENTAS.
           05  WRK-LNT-ENTRADA         OCCURS 50 TIMES.
               10  WRK-LNT-DATA        PIC  9(008).
               10  WRK-LNT-HH          PIC  9(002).
               10  WRK-LNT-MM          PIC  9(002).
               10  WRK-LNT-SS          PIC  9(002).
               10  WRK-LNT-COD-USER    PIC  X(007).
               10  WRK-LNT-COD-DEPTO   PIC  X(006).
               10  WRK-LNT-TRANSACAO   PIC  X(008).
               10  WRK-LNT-FUNCAO      PIC  X(008).
               10  WRK-LNT-RESULTADO   PIC  X(001).
               10  WRK-LNT-COD-MENSAGEM
                                       PIC  X(004).
               10  WRK-LNT-TEMPO-RESP  PIC  9(007) COMP-3.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE COMUNICACAO COM A BRAD7160         ***'.
      *----------------------------------------------------------------*

       01  WRK-AREA-BRAD7160.
           05  WRK-7160-PGM            PIC  X(008)         VALUE
               'BRAD0670'.
           05  WRK-7160-NOME           PIC  X(008)         VALUE SPACES.
           05  WRK-7160-VALOR          PIC  9(009)         VALUE ZEROS.
           05  WRK-7160-COD-RETORNO    PIC  X(001)         VALUE SPACES.
               88  WRK-PRM-ENCONTRADO                      VALUE 'S'.
               88  WRK-PRM-DEFAULT                         VALUE 'N'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** LINHAS DE IMPRESSAO DO RELATORIO           ***'.
      *----------------------------------------------------------------*

       77  WRK-LINHAS-POR-PAGINA       PIC  9(002) COMP    VALUE 55.
       77  WRK-CONT-LINHAS             PIC  9(002) COMP    VALUE ZEROS.
       77  WRK-CONT-PAGINA             PIC  9(004) COMP    VALUE ZEROS.

       01  LIN-CABECALHO-1.
           05  FILLER                  PIC  X(070)         VALUE
               'BRAD0670 - USO DAS TRANSACOES ONLINE DO CADASTRO (CADU12
      -        'XX)'.
           05  FILLER                  PIC  X(042)         VALUE SPACES.
           05  FILLER                  PIC  X(008)         VALUE
               'PAGINA: '.
           05  LIN-1-PAGINA            PIC  ZZZ9.
           05  FILLER                  PIC  X(008)         VALUE SPACES.

       01  LIN-CABECALHO-2.
           05  FILLER                  PIC  X(006)         VALUE
               'DATA: '.
           05  LIN-2-DATA              PIC  9999/99/99.
           05  FILLER                  PIC  X(012)         VALUE
               '   PERIODO: '.
           05  LIN-2-PRIMEIRA-DATA     PIC  9999/99/99.
           05  FILLER                  PIC  X(003)         VALUE
               ' A '.
           05  LIN-2-ULTIMA-DATA       PIC  9999/99/99.
           05  FILLER                  PIC  X(003)         VALUE SPACES.
           05  LIN-2-SECAO             PIC  X(060)         VALUE SPACES.
           05  FILLER                  PIC  X(018)         VALUE SPACES.

      *----------------------------------------------------------------*
      *    TITULO DAS COLUNAS DA SECAO CORRENTE, IMPRESSO NO           *
      *    CABECALHO DE CADA PAGINA.                                   *
      *----------------------------------------------------------------*

       01  WRK-LIN-COLUNAS             PIC  X(132)         VALUE SPACES.

       01  LIN-COLUNAS-USO.
           05  FILLER                  PIC  X(004)         VALUE SPACES.
           05  LIN-COL-ROTULO-1        PIC  X(008)         VALUE SPACES.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-COL-ROTULO-2        PIC  X(006)         VALUE SPACES.
           05  FILLER                  PIC  X(013)         VALUE
               '       VOLUME'.
           05  FILLER                  PIC  X(013)         VALUE
               '      NORMAIS'.
           05  FILLER                  PIC  X(013)         VALUE
               '   ERROS TELA'.
           05  FILLER                  PIC  X(013)         VALUE
               '      RECUSAS'.
           05  FILLER                  PIC  X(013)         VALUE
               '       FORCAR'.
           05  FILLER                  PIC  X(013)         VALUE
               '  ERROS SIST.'.
           05  FILLER                  PIC  X(011)         VALUE
               '   MEDIO(S)'.
           05  FILLER                  PIC  X(011)         VALUE
               '  MAXIMO(S)'.
           05  FILLER                  PIC  X(012)         VALUE SPACES.

       01  LIN-COLUNAS-LENTAS.
           05  FILLER                  PIC  X(004)         VALUE SPACES.
           05  FILLER                  PIC  X(021)         VALUE
               'DATA       HORA     '.
           05  FILLER                  PIC  X(010)         VALUE
               'TRANSAC.  '.
           05  FILLER                  PIC  X(010)         VALUE
               'FUNCAO    '.
           05  FILLER                  PIC  X(009)         VALUE
               'USUARIO  '.
           05  FILLER                  PIC  X(008)         VALUE
               'DEPTO   '.
           05  FILLER                  PIC  X(005)         VALUE
               'RES  '.
           05  FILLER                  PIC  X(006)         VALUE
               'MSG.  '.
           05  FILLER                  PIC  X(009)         VALUE
               ' TEMPO(S)'.
           05  FILLER                  PIC  X(050)         VALUE SPACES.

       01  LIN-DETALHE.
           05  FILLER                  PIC  X(004)         VALUE SPACES.
           05  LIN-DET-ROTULO-1        PIC  X(008).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-ROTULO-2        PIC  X(006).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-VOLUME          PIC  ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-NORMAL          PIC  ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-ERRO-TELA       PIC  ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-RECUSA          PIC  ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-FORCAR          PIC  ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-ERRO-SISTEMA    PIC  ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-TEMPO-MEDIO     PIC  ZZ.ZZ9,99.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-TEMPO-MAXIMO    PIC  ZZ.ZZ9,99.
           05  FILLER                  PIC  X(012)         VALUE SPACES.

       01  LIN-FUNCAO.
           05  FILLER                  PIC  X(022)         VALUE
               '          FUNCAO:     '.
           05  LIN-FUN-FUNCAO          PIC  X(008).
           05  FILLER                  PIC  X(011)         VALUE
               '  RECUSAS: '.
           05  LIN-FUN-RECUSAS         PIC  ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(010)         VALUE
               '  FORCAR: '.
           05  LIN-FUN-FORCAR          PIC  ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(059)         VALUE SPACES.

       01  LIN-LENTA.
           05  FILLER                  PIC  X(004)         VALUE SPACES.
           05  LIN-LNT-DATA            PIC  9999/99/99.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  LIN-LNT-HORA.
               10  LIN-LNT-HH          PIC  9(002).
               10  FILLER              PIC  X(001)         VALUE ':'.
               10  LIN-LNT-MM          PIC  9(002).
               10  FILLER              PIC  X(001)         VALUE ':'.
               10  LIN-LNT-SS          PIC  9(002).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-LNT-TRANSACAO       PIC  X(008).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-LNT-FUNCAO          PIC  X(008).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-LNT-COD-USER        PIC  X(007).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-LNT-COD-DEPTO       PIC  X(006).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-LNT-RESULTADO       PIC  X(001).
           05  FILLER                  PIC  X(004)         VALUE SPACES.
           05  LIN-LNT-COD-MENSAGEM    PIC  X(004).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-LNT-TEMPO           PIC  ZZ.ZZ9,99.
           05  FILLER                  PIC  X(050)         VALUE SPACES.

       01  LIN-LEGENDA.
           05  FILLER                  PIC  X(050)         VALUE
               'RES: N = NORMAL  V = ERRO DE TELA  R = RECUSA  '.
           05  FILLER                  PIC  X(082)         VALUE
               'F = FORCAR  E = ERRO DE SISTEMA'.

       01  LIN-TOTAL.
           05  LIN-TOT-DESCRICAO       PIC  X(045).
           05  LIN-TOT-VALOR           PIC  ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(076)         VALUE SPACES.

       01  LIN-BRANCO                  PIC  X(132)         VALUE SPACES.
       01  WRK-LINHA-PENDENTE          PIC  X(132)         VALUE SPACES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** MENSAGEM DE ERRO DE FILE-STATUS            ***'.
      *----------------------------------------------------------------*

       01  WRK-FS-USOCAD               PIC  X(002)         VALUE SPACES.
       01  WRK-FS-RELUSO               PIC  X(002)         VALUE SPACES.

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

           SORT SRTUSO
               ON ASCENDING KEY SRT-TRANSACAO
                                SRT-COD-DEPTO
                                SRT-FUNCAO
               INPUT PROCEDURE  IS 1500-CARREGAR-ORDENACAO
               OUTPUT PROCEDURE IS 2000-IMPRIMIR-TRANSACOES.

           PERFORM 2400-IMPRIMIR-HORAS.

           PERFORM 2500-IMPRIMIR-LENTAS.

           PERFORM 2900-IMPRIMIR-TOTAIS.

           PERFORM 3000-FECHAR-ARQUIVO.

           PERFORM 4000-FINALIZAR.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-INICIALIZAR                SECTION.
      *----------------------------------------------------------------*

           MOVE FUNCTION CURRENT-DATE  TO STA-DATA-HORA-INICIO.
           MOVE STA-DATA-HORA-INICIO(1:8)
                                       TO WRK-HOJE-AAAAMMDD.

           INITIALIZE WRK-TAB-HORAS
                      WRK-TAB-FUNCOES
                      WRK-TAB-LENTAS.

           PERFORM 1030-OBTER-PARAMETROS.

           OPEN INPUT  USOCAD.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'USOCAD'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-USOCAD         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           OPEN OUTPUT RELUSO.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'RELUSO'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELUSO         TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELUSO         TO WRK-FS-USOCAD.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1030-OBTER-PARAMETROS           SECTION.
      *----------------------------------------------------------------*
      *    QUANTIDADE DE INTERACOES MAIS LENTAS A LISTAR (PARMCAD,     *
      *    BRAD7160), LIMITADA AO TAMANHO DA TABELA.                   *
      *----------------------------------------------------------------*

           MOVE 'QTDLENTO'             TO WRK-7160-NOME.
           MOVE WRK-MAX-LENTAS         TO WRK-7160-VALOR.

           CALL 'BRAD7160'             USING WRK-AREA-BRAD7160.

           IF  WRK-7160-VALOR          > WRK-LIMITE-TAB-LENTAS
               MOVE WRK-LIMITE-TAB-LENTAS
                                       TO WRK-MAX-LENTAS
           ELSE
               MOVE WRK-7160-VALOR     TO WRK-MAX-LENTAS
           END-IF.

      *----------------------------------------------------------------*
       1030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-TESTAR-FILE-STATUS          SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-USOCAD            NOT EQUAL '00'
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE WRK-ERRO-ARQUIVO    TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1500-CARREGAR-ORDENACAO         SECTION.
      *----------------------------------------------------------------*
      *    PASSA TODAS AS INTERACOES PARA O SORT E, NA MESMA LEITURA,  *
      *    ACUMULA A VISAO POR HORA DO DIA E AS MAIS LENTAS.           *
      *----------------------------------------------------------------*

           PERFORM 1510-LER-USOCAD.

           PERFORM UNTIL WRK-FECHAR    EQUAL 'S'
               IF  WRK-PRIMEIRA-DATA   EQUAL ZEROS OR
                   USO-DATA            LESS WRK-PRIMEIRA-DATA
                   MOVE USO-DATA       TO WRK-PRIMEIRA-DATA
               END-IF
               IF  USO-DATA            > WRK-ULTIMA-DATA
                   MOVE USO-DATA       TO WRK-ULTIMA-DATA
               END-IF
               PERFORM 1550-ACUMULAR-HORA
               PERFORM 1560-CLASSIFICAR-LENTA
               MOVE USO-TRANSACAO      TO SRT-TRANSACAO
               MOVE USO-COD-DEPTO      TO SRT-COD-DEPTO
               MOVE USO-FUNCAO         TO SRT-FUNCAO
               MOVE USO-RESULTADO      TO SRT-RESULTADO
               MOVE USO-TEMPO-RESP     TO SRT-TEMPO-RESP
               RELEASE REG-SRTUSO
               PERFORM 1510-LER-USOCAD
           END-PERFORM.

           MOVE 'N'                    TO WRK-FECHAR.

      *----------------------------------------------------------------*
       1500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1510-LER-USOCAD                 SECTION.
      *----------------------------------------------------------------*

           READ USOCAD.

           IF WRK-FS-USOCAD            EQUAL '10'
              MOVE 'S'                 TO WRK-FECHAR
              GO TO 1510-99-FIM
           END-IF.

           SET WRK-LEITURA             TO TRUE.
           MOVE 'USOCAD'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-USOCAD          TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           ADD 1                       TO WRK-TOT-LIDOS.

      *----------------------------------------------------------------*
       1510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1550-ACUMULAR-HORA              SECTION.
      *----------------------------------------------------------------*

           IF  USO-HH                  NOT NUMERIC OR
               USO-HH                  > 23
               GO TO 1550-99-FIM
           END-IF.

           COMPUTE WRK-IDX-HORA        = USO-HH + 1.

           ADD 1                       TO WRK-HOR-VOLUME(WRK-IDX-HORA).
           ADD USO-TEMPO-RESP          TO
               WRK-HOR-TEMPO-TOTAL(WRK-IDX-HORA).

           IF  USO-TEMPO-RESP          >
               WRK-HOR-TEMPO-MAXIMO(WRK-IDX-HORA)
               MOVE USO-TEMPO-RESP     TO
                    WRK-HOR-TEMPO-MAXIMO(WRK-IDX-HORA)
           END-IF.

           EVALUATE TRUE
               WHEN USO-RESULT-RECUSA
                   ADD 1               TO WRK-HOR-RECUSA(WRK-IDX-HORA)
               WHEN USO-RESULT-FORCAR
                   ADD 1               TO WRK-HOR-FORCAR(WRK-IDX-HORA)
               WHEN USO-RESULT-ERRO-TELA
                   ADD 1               TO
                       WRK-HOR-ERRO-TELA(WRK-IDX-HORA)
               WHEN USO-RESULT-ERRO-SISTEMA
                   ADD 1               TO
                       WRK-HOR-ERRO-SISTEMA(WRK-IDX-HORA)
               WHEN OTHER
                   ADD 1               TO WRK-HOR-NORMAL(WRK-IDX-HORA)
           END-EVALUATE.

      *----------------------------------------------------------------*
       1550-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1560-CLASSIFICAR-LENTA          SECTION.
      *----------------------------------------------------------------*
      *    MANTEM A TABELA DAS MAIS LENTAS EM ORDEM DECRESCENTE DE     *
      *    TEMPO: COM A TABELA CHEIA, SO ENTRA A INTERACAO MAIS LENTA  *
      *    QUE A ULTIMA, QUE SAI. EM EMPATE FICA A MAIS ANTIGA.        *
      *----------------------------------------------------------------*

           IF  WRK-MAX-LENTAS          EQUAL ZEROS
               GO TO 1560-99-FIM
           END-IF.

           IF  WRK-QTD-LENTAS          LESS WRK-MAX-LENTAS
               ADD 1                   TO WRK-QTD-LENTAS
               MOVE WRK-QTD-LENTAS     TO WRK-IDX-LNT
           ELSE
               IF  USO-TEMPO-RESP      NOT >
                   WRK-LNT-TEMPO-RESP(WRK-QTD-LENTAS)
                   GO TO 1560-99-FIM
               END-IF
               MOVE WRK-QTD-LENTAS     TO WRK-IDX-LNT
           END-IF.

           MOVE 'N'                    TO WRK-POSICAO-ACHADA.

           PERFORM UNTIL WRK-POSICAO-ACHADA EQUAL 'S'
               IF  WRK-IDX-LNT         EQUAL 1
                   MOVE 'S'            TO WRK-POSICAO-ACHADA
               ELSE
                   IF  USO-TEMPO-RESP  NOT >
                       WRK-LNT-TEMPO-RESP(WRK-IDX-LNT - 1)
                       MOVE 'S'        TO WRK-POSICAO-ACHADA
                   ELSE
                       MOVE WRK-LNT-ENTRADA(WRK-IDX-LNT - 1)
                                       TO WRK-LNT-ENTRADA(WRK-IDX-LNT)
                       SUBTRACT 1      FROM WRK-IDX-LNT
                   END-IF
               END-IF
           END-PERFORM.

           MOVE USO-DATA               TO WRK-LNT-DATA(WRK-IDX-LNT).
           MOVE USO-HH                 TO WRK-LNT-HH(WRK-IDX-LNT).
           MOVE USO-MM                 TO WRK-LNT-MM(WRK-IDX-LNT).
           MOVE USO-SS                 TO WRK-LNT-SS(WRK-IDX-LNT).
           MOVE USO-COD-USER           TO WRK-LNT-COD-USER(WRK-IDX-LNT).
           MOVE USO-COD-DEPTO          TO
                WRK-LNT-COD-DEPTO(WRK-IDX-LNT).
           MOVE USO-TRANSACAO          TO
                WRK-LNT-TRANSACAO(WRK-IDX-LNT).
           MOVE USO-FUNCAO             TO WRK-LNT-FUNCAO(WRK-IDX-LNT).
           MOVE USO-RESULTADO          TO
                WRK-LNT-RESULTADO(WRK-IDX-LNT).
           MOVE USO-COD-MENSAGEM       TO
                WRK-LNT-COD-MENSAGEM(WRK-IDX-LNT).
           MOVE USO-TEMPO-RESP         TO
                WRK-LNT-TEMPO-RESP(WRK-IDX-LNT).

      *----------------------------------------------------------------*
       1560-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-IMPRIMIR-TRANSACOES        SECTION.
      *----------------------------------------------------------------*
      *    VISAO POR TRANSACAO E DEPARTAMENTO, COM QUEBRA POR FUNCAO   *
      *    PARA DESTACAR AS RECUSAS E OS USOS DO 'FORCAR'.             *
      *----------------------------------------------------------------*

           MOVE 'VOLUME POR TRANSACAO E DEPARTAMENTO'
                                       TO LIN-2-SECAO.
           MOVE 'TRANSAC.'             TO LIN-COL-ROTULO-1.
           MOVE 'DEPTO'                TO LIN-COL-ROTULO-2.
           MOVE LIN-COLUNAS-USO        TO WRK-LIN-COLUNAS.
           MOVE ZEROS                  TO WRK-CONT-LINHAS.

           PERFORM 2010-RETORNAR-USO.

           PERFORM UNTIL WRK-FECHAR    EQUAL 'S'
               PERFORM 2100-ACUMULAR-USO
               PERFORM 2010-RETORNAR-USO
           END-PERFORM.

           IF  WRK-PRIMEIRO-REG        EQUAL 'N'
               PERFORM 2150-FECHAR-FUNCAO
               PERFORM 2200-FECHAR-DEPTO
               PERFORM 2250-FECHAR-TRANSACAO
           END-IF.

           MOVE 'TOTAL'                TO LIN-DET-ROTULO-1.
           MOVE SPACES                 TO LIN-DET-ROTULO-2.
           MOVE WRK-ACM-GERAL          TO WRK-ACM-LINHA.
           PERFORM 2650-IMPRIMIR-DETALHE.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2010-RETORNAR-USO               SECTION.
      *----------------------------------------------------------------*

           RETURN SRTUSO
               AT END
                   MOVE 'S'            TO WRK-FECHAR
           END-RETURN.

      *----------------------------------------------------------------*
       2010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-ACUMULAR-USO               SECTION.
      *----------------------------------------------------------------*

           IF  WRK-PRIMEIRO-REG        EQUAL 'N'
               IF  SRT-TRANSACAO       NOT EQUAL WRK-TRANSACAO-ATUAL
                   PERFORM 2150-FECHAR-FUNCAO
                   PERFORM 2200-FECHAR-DEPTO
                   PERFORM 2250-FECHAR-TRANSACAO
               ELSE
                   IF  SRT-COD-DEPTO   NOT EQUAL WRK-DEPTO-ATUAL
                       PERFORM 2150-FECHAR-FUNCAO
                       PERFORM 2200-FECHAR-DEPTO
                   ELSE
                       IF  SRT-FUNCAO  NOT EQUAL WRK-FUNCAO-ATUAL
                           PERFORM 2150-FECHAR-FUNCAO
                       END-IF
                   END-IF
               END-IF
           END-IF.

           MOVE 'N'                    TO WRK-PRIMEIRO-REG.
           MOVE SRT-TRANSACAO          TO WRK-TRANSACAO-ATUAL.
           MOVE SRT-COD-DEPTO          TO WRK-DEPTO-ATUAL.
           MOVE SRT-FUNCAO             TO WRK-FUNCAO-ATUAL.

           ADD 1                       TO WRK-DEP-VOLUME
                                          WRK-TRN-VOLUME
                                          WRK-GER-VOLUME.
           ADD SRT-TEMPO-RESP          TO WRK-DEP-TEMPO-TOTAL
                                          WRK-TRN-TEMPO-TOTAL
                                          WRK-GER-TEMPO-TOTAL.

           IF  SRT-TEMPO-RESP          > WRK-DEP-TEMPO-MAXIMO
               MOVE SRT-TEMPO-RESP     TO WRK-DEP-TEMPO-MAXIMO
           END-IF.
           IF  SRT-TEMPO-RESP          > WRK-TRN-TEMPO-MAXIMO
               MOVE SRT-TEMPO-RESP     TO WRK-TRN-TEMPO-MAXIMO
           END-IF.
           IF  SRT-TEMPO-RESP          > WRK-GER-TEMPO-MAXIMO
               MOVE SRT-TEMPO-RESP     TO WRK-GER-TEMPO-MAXIMO
           END-IF.

           EVALUATE SRT-RESULTADO
               WHEN 'R'
                   ADD 1               TO WRK-DEP-RECUSA
                                          WRK-TRN-RECUSA
                                          WRK-GER-RECUSA
                                          WRK-FUNCAO-RECUSAS
               WHEN 'F'
                   ADD 1               TO WRK-DEP-FORCAR
                                          WRK-TRN-FORCAR
                                          WRK-GER-FORCAR
                                          WRK-FUNCAO-FORCAR
               WHEN 'V'
                   ADD 1               TO WRK-DEP-ERRO-TELA
                                          WRK-TRN-ERRO-TELA
                                          WRK-GER-ERRO-TELA
               WHEN 'E'
                   ADD 1               TO WRK-DEP-ERRO-SISTEMA
                                          WRK-TRN-ERRO-SISTEMA
                                          WRK-GER-ERRO-SISTEMA
               WHEN OTHER
                   ADD 1               TO WRK-DEP-NORMAL
                                          WRK-TRN-NORMAL
                                          WRK-GER-NORMAL
           END-EVALUATE.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2150-FECHAR-FUNCAO              SECTION.
      *----------------------------------------------------------------*
      *    FUNCAO COM RECUSA OU 'FORCAR' ENTRA NA LISTA DO             *
      *    DEPARTAMENTO CORRENTE.                                      *
      *----------------------------------------------------------------*

           IF  WRK-FUNCAO-RECUSAS      EQUAL ZEROS AND
               WRK-FUNCAO-FORCAR       EQUAL ZEROS
               GO TO 2150-99-FIM
           END-IF.

           IF  WRK-QTD-FUNCOES         NOT LESS WRK-MAX-FUNCOES
               ADD 1                   TO WRK-TOT-FUNCOES-OMITIDAS
           ELSE
               ADD 1                   TO WRK-QTD-FUNCOES
               MOVE WRK-FUNCAO-ATUAL   TO
                    WRK-FUN-FUNCAO(WRK-QTD-FUNCOES)
               MOVE WRK-FUNCAO-RECUSAS TO
                    WRK-FUN-RECUSAS(WRK-QTD-FUNCOES)
               MOVE WRK-FUNCAO-FORCAR  TO
                    WRK-FUN-FORCAR(WRK-QTD-FUNCOES)
           END-IF.

           MOVE ZEROS                  TO WRK-FUNCAO-RECUSAS
                                          WRK-FUNCAO-FORCAR.

      *----------------------------------------------------------------*
       2150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-FECHAR-DEPTO               SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-TRANSACAO-ATUAL    TO LIN-DET-ROTULO-1.
           MOVE WRK-DEPTO-ATUAL        TO LIN-DET-ROTULO-2.
           MOVE WRK-ACM-DEPTO          TO WRK-ACM-LINHA.
           PERFORM 2650-IMPRIMIR-DETALHE.

           ADD 1                       TO WRK-TOT-LINHAS-DEPTO.

           PERFORM VARYING WRK-IDX     FROM 1 BY 1
                     UNTIL WRK-IDX     > WRK-QTD-FUNCOES
               MOVE WRK-FUN-FUNCAO(WRK-IDX)
                                       TO LIN-FUN-FUNCAO
               MOVE WRK-FUN-RECUSAS(WRK-IDX)
                                       TO LIN-FUN-RECUSAS
               MOVE WRK-FUN-FORCAR(WRK-IDX)
                                       TO LIN-FUN-FORCAR
               MOVE LIN-FUNCAO         TO REG-RELUSO
               PERFORM 2770-GRAVAR-LINHA
           END-PERFORM.

           MOVE ZEROS                  TO WRK-QTD-FUNCOES.
           INITIALIZE WRK-ACM-DEPTO.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2250-FECHAR-TRANSACAO           SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-TRANSACAO-ATUAL    TO LIN-DET-ROTULO-1.
           MOVE 'TOTAL'                TO LIN-DET-ROTULO-2.
           MOVE WRK-ACM-TRANSACAO      TO WRK-ACM-LINHA.
           PERFORM 2650-IMPRIMIR-DETALHE.

           MOVE LIN-BRANCO             TO REG-RELUSO.
           PERFORM 2770-GRAVAR-LINHA.

           ADD 1                       TO WRK-TOT-TRANSACOES.
           INITIALIZE WRK-ACM-TRANSACAO.

      *----------------------------------------------------------------*
       2250-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2400-IMPRIMIR-HORAS             SECTION.
      *----------------------------------------------------------------*
      *    VISAO POR HORA DO DIA, EM NOVA PAGINA. HORAS SEM USO NAO    *
      *    SAO IMPRESSAS.                                              *
      *----------------------------------------------------------------*

           MOVE 'VOLUME POR HORA DO DIA'
                                       TO LIN-2-SECAO.
           MOVE 'HORA'                 TO LIN-COL-ROTULO-1.
           MOVE SPACES                 TO LIN-COL-ROTULO-2.
           MOVE LIN-COLUNAS-USO        TO WRK-LIN-COLUNAS.
           MOVE ZEROS                  TO WRK-CONT-LINHAS.

           PERFORM VARYING WRK-IDX-HORA FROM 1 BY 1
                     UNTIL WRK-IDX-HORA > 24
               IF  WRK-HOR-VOLUME(WRK-IDX-HORA)
                                       > ZEROS
                   PERFORM 2410-IMPRIMIR-HORA
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2410-IMPRIMIR-HORA              SECTION.
      *----------------------------------------------------------------*

           COMPUTE WRK-HORA-EDITADA    = WRK-IDX-HORA - 1.
           MOVE SPACES                 TO LIN-DET-ROTULO-1
                                          LIN-DET-ROTULO-2.
           MOVE WRK-HORA-EDITADA       TO LIN-DET-ROTULO-1(1:2).
           MOVE 'H'                    TO LIN-DET-ROTULO-1(3:1).

           MOVE WRK-HOR-VOLUME(WRK-IDX-HORA)
                                       TO WRK-LIN-VOLUME.
           MOVE WRK-HOR-NORMAL(WRK-IDX-HORA)
                                       TO WRK-LIN-NORMAL.
           MOVE WRK-HOR-ERRO-TELA(WRK-IDX-HORA)
                                       TO WRK-LIN-ERRO-TELA.
           MOVE WRK-HOR-RECUSA(WRK-IDX-HORA)
                                       TO WRK-LIN-RECUSA.
           MOVE WRK-HOR-FORCAR(WRK-IDX-HORA)
                                       TO WRK-LIN-FORCAR.
           MOVE WRK-HOR-ERRO-SISTEMA(WRK-IDX-HORA)
                                       TO WRK-LIN-ERRO-SISTEMA.
           MOVE WRK-HOR-TEMPO-TOTAL(WRK-IDX-HORA)
                                       TO WRK-LIN-TEMPO-TOTAL.
           MOVE WRK-HOR-TEMPO-MAXIMO(WRK-IDX-HORA)
                                       TO WRK-LIN-TEMPO-MAXIMO.

           PERFORM 2650-IMPRIMIR-DETALHE.

      *----------------------------------------------------------------*
       2410-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2500-IMPRIMIR-LENTAS            SECTION.
      *----------------------------------------------------------------*
      *    AS QTDLENTO INTERACOES MAIS LENTAS DO PERIODO, EM NOVA      *
      *    PAGINA.                                                     *
      *----------------------------------------------------------------*

           MOVE 'INTERACOES MAIS LENTAS DO PERIODO'
                                       TO LIN-2-SECAO.
           MOVE LIN-COLUNAS-LENTAS     TO WRK-LIN-COLUNAS.
           MOVE ZEROS                  TO WRK-CONT-LINHAS.

           PERFORM VARYING WRK-IDX-LNT FROM 1 BY 1
                     UNTIL WRK-IDX-LNT > WRK-QTD-LENTAS
               MOVE WRK-LNT-DATA(WRK-IDX-LNT)
                                       TO LIN-LNT-DATA
               MOVE WRK-LNT-HH(WRK-IDX-LNT)
                                       TO LIN-LNT-HH
               MOVE WRK-LNT-MM(WRK-IDX-LNT)
                                       TO LIN-LNT-MM
               MOVE WRK-LNT-SS(WRK-IDX-LNT)
                                       TO LIN-LNT-SS
               MOVE WRK-LNT-TRANSACAO(WRK-IDX-LNT)
                                       TO LIN-LNT-TRANSACAO
               MOVE WRK-LNT-FUNCAO(WRK-IDX-LNT)
                                       TO LIN-LNT-FUNCAO
               MOVE WRK-LNT-COD-USER(WRK-IDX-LNT)
                                       TO LIN-LNT-COD-USER
               MOVE WRK-LNT-COD-DEPTO(WRK-IDX-LNT)
                                       TO LIN-LNT-COD-DEPTO
               MOVE WRK-LNT-RESULTADO(WRK-IDX-LNT)
                                       TO LIN-LNT-RESULTADO
               MOVE WRK-LNT-COD-MENSAGEM(WRK-IDX-LNT)
                                       TO LIN-LNT-COD-MENSAGEM
               COMPUTE WRK-TEMPO-SEGUNDOS =
                       WRK-LNT-TEMPO-RESP(WRK-IDX-LNT) / 100
               MOVE WRK-TEMPO-SEGUNDOS TO LIN-LNT-TEMPO
               MOVE LIN-LENTA          TO REG-RELUSO
               PERFORM 2770-GRAVAR-LINHA
           END-PERFORM.

           MOVE LIN-BRANCO             TO REG-RELUSO.
           PERFORM 2770-GRAVAR-LINHA.

           MOVE LIN-LEGENDA            TO REG-RELUSO.
           PERFORM 2770-GRAVAR-LINHA.

      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2650-IMPRIMIR-DETALHE           SECTION.
      *----------------------------------------------------------------*
      *    IMPRIME OS ACUMULADORES DE WRK-ACM-LINHA COM OS ROTULOS JA  *
      *    MOVIDOS PARA LIN-DETALHE. TEMPO MEDIO EM SEGUNDOS.          *
      *----------------------------------------------------------------*

           MOVE WRK-LIN-VOLUME         TO LIN-DET-VOLUME.
           MOVE WRK-LIN-NORMAL         TO LIN-DET-NORMAL.
           MOVE WRK-LIN-ERRO-TELA      TO LIN-DET-ERRO-TELA.
           MOVE WRK-LIN-RECUSA         TO LIN-DET-RECUSA.
           MOVE WRK-LIN-FORCAR         TO LIN-DET-FORCAR.
           MOVE WRK-LIN-ERRO-SISTEMA   TO LIN-DET-ERRO-SISTEMA.

           IF  WRK-LIN-VOLUME          EQUAL ZEROS
               MOVE ZEROS              TO WRK-TEMPO-SEGUNDOS
           ELSE
               COMPUTE WRK-TEMPO-SEGUNDOS ROUNDED =
                       WRK-LIN-TEMPO-TOTAL / WRK-LIN-VOLUME / 100
           END-IF.
           MOVE WRK-TEMPO-SEGUNDOS     TO LIN-DET-TEMPO-MEDIO.

           COMPUTE WRK-TEMPO-SEGUNDOS  = WRK-LIN-TEMPO-MAXIMO / 100.
           MOVE WRK-TEMPO-SEGUNDOS     TO LIN-DET-TEMPO-MAXIMO.

           MOVE LIN-DETALHE            TO REG-RELUSO.
           PERFORM 2770-GRAVAR-LINHA.

      *----------------------------------------------------------------*
       2650-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2750-IMPRIMIR-CABECALHO         SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO WRK-CONT-PAGINA.
           MOVE WRK-CONT-PAGINA        TO LIN-1-PAGINA.

           MOVE WRK-HOJE-AAAAMMDD      TO LIN-2-DATA.
           MOVE WRK-PRIMEIRA-DATA      TO LIN-2-PRIMEIRA-DATA.
           MOVE WRK-ULTIMA-DATA        TO LIN-2-ULTIMA-DATA.

           MOVE LIN-CABECALHO-1        TO REG-RELUSO.
           PERFORM 2780-ESCREVER-RELUSO.

           MOVE LIN-CABECALHO-2        TO REG-RELUSO.
           PERFORM 2780-ESCREVER-RELUSO.

           MOVE LIN-BRANCO             TO REG-RELUSO.
           PERFORM 2780-ESCREVER-RELUSO.

           MOVE WRK-LIN-COLUNAS        TO REG-RELUSO.
           PERFORM 2780-ESCREVER-RELUSO.

           MOVE LIN-BRANCO             TO REG-RELUSO.
           PERFORM 2780-ESCREVER-RELUSO.

           MOVE ZEROS                  TO WRK-CONT-LINHAS.

      *----------------------------------------------------------------*
       2750-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2770-GRAVAR-LINHA               SECTION.
      *----------------------------------------------------------------*
      *    GRAVA A LINHA JA MOVIDA PARA REG-RELUSO, ABRINDO NOVA       *
      *    PAGINA QUANDO NECESSARIO (CADA SECAO ZERA WRK-CONT-LINHAS   *
      *    PARA COMECAR EM PAGINA PROPRIA).                            *
      *----------------------------------------------------------------*

           IF  WRK-CONT-LINHAS         EQUAL ZEROS OR
               WRK-CONT-LINHAS         >= WRK-LINHAS-POR-PAGINA
               MOVE REG-RELUSO         TO WRK-LINHA-PENDENTE
               PERFORM 2750-IMPRIMIR-CABECALHO
               MOVE WRK-LINHA-PENDENTE TO REG-RELUSO
           END-IF.

           PERFORM 2780-ESCREVER-RELUSO.

           ADD 1                       TO WRK-CONT-LINHAS.

      *----------------------------------------------------------------*
       2770-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2780-ESCREVER-RELUSO            SECTION.
      *----------------------------------------------------------------*

           WRITE REG-RELUSO.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELUSO'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELUSO          TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELUSO          TO WRK-FS-USOCAD.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       2780-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2900-IMPRIMIR-TOTAIS            SECTION.
      *----------------------------------------------------------------*

           MOVE 'TOTAIS DA EXECUCAO'   TO LIN-2-SECAO.
           MOVE SPACES                 TO WRK-LIN-COLUNAS.
           MOVE ZEROS                  TO WRK-CONT-LINHAS.

           MOVE 'INTERACOES LIDAS NO USOCAD..................'
                                       TO LIN-TOT-DESCRICAO.
           MOVE WRK-TOT-LIDOS          TO LIN-TOT-VALOR.
           PERFORM 2910-IMPRIMIR-TOTAL.

           MOVE '  NORMAIS...................................'
                                       TO LIN-TOT-DESCRICAO.
           MOVE WRK-GER-NORMAL         TO LIN-TOT-VALOR.
           PERFORM 2910-IMPRIMIR-TOTAL.

           MOVE '  COM ERRO DE TELA..........................'
                                       TO LIN-TOT-DESCRICAO.
           MOVE WRK-GER-ERRO-TELA      TO LIN-TOT-VALOR.
           PERFORM 2910-IMPRIMIR-TOTAL.

           MOVE '  RECUSADAS (ALCADA / JANELA)...............'
                                       TO LIN-TOT-DESCRICAO.
           MOVE WRK-GER-RECUSA         TO LIN-TOT-VALOR.
           PERFORM 2910-IMPRIMIR-TOTAL.

           MOVE '  COM USO DO FORCAR NA JANELA...............'
                                       TO LIN-TOT-DESCRICAO.
           MOVE WRK-GER-FORCAR         TO LIN-TOT-VALOR.
           PERFORM 2910-IMPRIMIR-TOTAL.

           MOVE '  COM ERRO DE SISTEMA.......................'
                                       TO LIN-TOT-DESCRICAO.
           MOVE WRK-GER-ERRO-SISTEMA   TO LIN-TOT-VALOR.
           PERFORM 2910-IMPRIMIR-TOTAL.

           MOVE 'TRANSACOES DISTINTAS........................'
                                       TO LIN-TOT-DESCRICAO.
           MOVE WRK-TOT-TRANSACOES     TO LIN-TOT-VALOR.
           PERFORM 2910-IMPRIMIR-TOTAL.

           MOVE 'LINHAS TRANSACAO/DEPARTAMENTO IMPRESSAS.....'
                                       TO LIN-TOT-DESCRICAO.
           MOVE WRK-TOT-LINHAS-DEPTO   TO LIN-TOT-VALOR.
           PERFORM 2910-IMPRIMIR-TOTAL.

           MOVE 'FUNCOES NAO DETALHADAS (LIMITE DA TABELA)...'
                                       TO LIN-TOT-DESCRICAO.
           MOVE WRK-TOT-FUNCOES-OMITIDAS
                                       TO LIN-TOT-VALOR.
           PERFORM 2910-IMPRIMIR-TOTAL.

      *----------------------------------------------------------------*
       2900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2910-IMPRIMIR-TOTAL             SECTION.
      *----------------------------------------------------------------*

           MOVE LIN-TOTAL              TO REG-RELUSO.
           PERFORM 2770-GRAVAR-LINHA.

      *----------------------------------------------------------------*
       2910-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-FECHAR-ARQUIVO             SECTION.
      *----------------------------------------------------------------*

           CLOSE USOCAD.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'USOCAD'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-USOCAD          TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           CLOSE RELUSO.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'RELUSO'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELUSO          TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELUSO          TO WRK-FS-USOCAD.
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

           MOVE 'BRAD0670'             TO STA-PGM.
           MOVE WRK-TOT-LIDOS          TO STA-TOT-LIDOS.
           MOVE WRK-TOT-LINHAS-DEPTO   TO STA-TOT-GRAVADOS.
           MOVE ZEROS                  TO STA-TOT-REJEITADOS.

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
