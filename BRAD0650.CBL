      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. BRAD0650.
       AUTHOR.     FLAVIO AUGUSTO MARIA.
      *================================================================*
      *                   P R I M E  I N F O R M A T I C A             *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  BRAD0650                                     *
      *    PROGRAMADOR.:  FLAVIO AUGUSTO MARIA              -  PRIME   *
      *    ANALISTA....:                                    -          *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  MONITORACAO DIARIA DE TOMADA DE CONTA: LE O  *
      *                   JORNAL CADHIST, COMPARA AS IMAGENS ANTES E   *
      *                   DEPOIS DAS ALTERACOES E SEPARA AS QUE MEXEM  *
      *                   NOS DADOS DE CONTATO - ENDERECO (CAD-        *
      *                   ENDERECO/CAD-CEP), TELEFONE (CAD-TELEFONE),  *
      *                   E-MAIL (CAD-EMAIL) E PREFERENCIA DE CONTATO  *
      *                   (CAD-PREF-CONTATO). CADA CONTA RECEBE UMA    *
      *                   PONTUACAO PELA COMBINACAO DESSAS ALTERACOES  *
      *                   NA JANELA E POR QUEM AS FEZ; AS CONTAS QUE   *
      *                   ATINGEM O LIMITE VAO PARA O RELATORIO DE     *
      *                   REVISAO DA PREVENCAO A FRAUDE COM A TRILHA   *
      *                   COMPLETA (DATA/HORA, OPERADOR, DEPARTAMENTO, *
      *                   TRANSACAO E VALOR ANTES/DEPOIS DE CADA CAMPO *
      *                   ALTERADO).                                   *
      *----------------------------------------------------------------*
      *    JANELA......:  OCORRENCIAS DE ALTERACAO (A) DO CADHIST COM  *
      *                   DATA A PARTIR DE HOJE MENOS (JANDIAS - 1)    *
      *                   DIAS. INCLUSAO E EXCLUSAO NAO ENTRAM. A      *
      *                   CONTA CONTINUA NO RELATORIO ENQUANTO AS      *
      *                   ALTERACOES QUE A LEVARAM AO LIMITE ESTIVEREM *
      *                   DENTRO DA JANELA. O CADHIST CORRENTE SO TEM  *
      *                   O MES EM CURSO: NOS PRIMEIROS DIAS DO MES O  *
      *                   JCL CONCATENA A GERACAO DO MES ANTERIOR.     *
      *----------------------------------------------------------------*
      *    PONTUACAO...:  SOMA DOS PESOS DOS FATORES PRESENTES NA      *
      *                   CONTA DENTRO DA JANELA:                      *
      *                   ENDERECO/TELEFONE/E-MAIL/PREFERENCIA - CADA  *
      *                     CATEGORIA ALTERADA AO MENOS UMA VEZ;       *
      *                   COMBINACAO - QTDCOMB OU MAIS CATEGORIAS      *
      *                     DIFERENTES ALTERADAS;                      *
      *                   OPERADOR UNICO - DUAS OU MAIS OCORRENCIAS,   *
      *                     DUAS OU MAIS CATEGORIAS, TODAS PELO MESMO  *
      *                     HST-COD-USER;                              *
      *                   FORA DO HORARIO - ALGUMA OCORRENCIA ANTES DE *
      *                     HRINICIO, A PARTIR DE HRFIM OU EM DIA NAO  *
      *                     UTIL (BRAD7240/CALCAD);                    *
      *                   OPERADOR EM MASSA - ALGUMA OCORRENCIA FEITA  *
      *                     POR UM HST-COD-USER QUE ALTEROU DADOS DE   *
      *                     CONTATO DE QTDMASSA OU MAIS CONTAS NA      *
      *                     JANELA (ESSES OPERADORES SAO LISTADOS NO   *
      *                     FIM DO RELATORIO).                         *
      *                   OCORRENCIA GRAVADA POR PROGRAMA BATCH        *
      *                   (HST-COD-USER 'BATCH' OU TRANSACAO BRADXXXX, *
      *                   COMO O TRANMNT DA BRAD0430 E OS AGENDAMENTOS *
      *                   APLICADOS PELA BRAD0690 DE MADRUGADA) CONTA  *
      *                   NAS CATEGORIAS E NA COMBINACAO, MAS NAO NOS  *
      *                   FATORES DE OPERADOR E DE HORARIO.            *
      *                   A CONTA E IMPRESSA QUANDO A SOMA ATINGE O    *
      *                   LIMITE.                                      *
      *----------------------------------------------------------------*
      *    PARAMETROS..:  PARMCAD (BRAD7160), PROGRAMA BRAD0650 - SEM  *
      *                   O PARAMETRO VALE O DEFAULT ENTRE PARENTESES: *
      *                   JANDIAS  (7)  DIAS DA JANELA;                *
      *                   LIMITE   (70) PONTUACAO MINIMA P/ REVISAO;   *
      *                   PTSEND   (30) PTSFONE (25) PTSEMAIL (25)     *
      *                   PTSPREF  (10) PESOS DAS CATEGORIAS;          *
      *                   QTDCOMB  (3)  PTSCOMB  (20) COMBINACAO;      *
      *                   PTSOPUNI (15) OPERADOR UNICO;                *
      *                   HRINICIO (8)  HRFIM    (20) PTSHORA (15)     *
      *                   FORA DO HORARIO;                             *
      *                   QTDMASSA (10) PTSMASSA (20) OPERADOR EM      *
      *                   MASSA.                                       *
      *                   OS VALORES EM USO SAEM NO CABECALHO.         *
      *----------------------------------------------------------------*
      *    SAIDAS......:  RELFRAU - CONTAS PARA REVISAO, OPERADORES EM *
      *                   MASSA E TOTAIS.                              *
      *                   RUNSTAT - LIDOS = REGISTROS DO CADHIST,      *
      *                   GRAVADOS = CONTAS NO RELATORIO (BRAD7130).   *
      *----------------------------------------------------------------*
      *    TRABALHO....:  WRKATO - OCORRENCIAS DE CONTATO DA JANELA    *
      *                   ORDENADAS POR OPERADOR, RELIDAS PELA         *
      *                   ORDENACAO POR CONTA (LRECL = 616).           *
      *----------------------------------------------------------------*
      *    RETORNO.....:  RETURN-CODE 12 EM ERRO DE ARQUIVO.           *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#CADHST - LAYOUT DO JORNAL DE ALTERACOES (CADHIST).        *
      *    I#CADREG - LAYOUT DO REGISTRO DE CLIENTES (CADACLIE).       *
      *    I#BRAD7S - AREA DE COMUNICACAO COM O MODULO BRAD7130.       *
      *    I#BRAD7C - AREA PARA TRATAMENTO DE ERRO PELA BRAD7100       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD7100 - MODULO TRATAMENTO DE ERRO.                       *
      *    BRAD7110 - MODULO DE LOG DE AUDITORIA.                      *
      *    BRAD7130 - MODULO DE TOTAIS DE EXECUCAO (RUNSTAT).          *
      *    BRAD7160 - MODULO DE PARAMETROS OPERACIONAIS (PARMCAD).     *
      *    BRAD7240 - MODULO DE DIAS UTEIS (CALCAD).                   *
      *    BRAD7310 - CONVERSAO DE IMAGEM DO LAYOUT ANTERIOR.          *
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

           SELECT CADHIST   ASSIGN     TO UT-S-CADHIST
                      FILE STATUS      IS WRK-FS-CADHIST.

           SELECT WRKATO    ASSIGN     TO UT-S-WRKATO
                      FILE STATUS      IS WRK-FS-WRKATO.

           SELECT RELFRAU   ASSIGN     TO UT-S-RELFRAU
                      FILE STATUS      IS WRK-FS-RELFRAU.

           SELECT SRTOPR    ASSIGN     TO UT-S-SRTOPR.

           SELECT SRTCTA    ASSIGN     TO UT-S-SRTCTA.

      *================================================================*
       DATA DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INPUT  :  JORNAL DE ALTERACOES DO CADASTRO DE CLIENTES      *
      *              ORG. SEQUENCIAL   -   LRECL = 613                 *
      *----------------------------------------------------------------*

       FD  CADHIST
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

           COPY 'I#CADHST'.

      *----------------------------------------------------------------*
      *    WORK   :  OCORRENCIAS DE CONTATO DA JANELA POR OPERADOR     *
      *              ORG. SEQUENCIAL   -   LRECL = 616                 *
      *----------------------------------------------------------------*

       FD  WRKATO
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  REG-WRKATO                   PIC  X(616).

      *----------------------------------------------------------------*
      *    OUTPUT :  RELATORIO DE REVISAO DA PREVENCAO A FRAUDE        *
      *              ORG. SEQUENCIAL   -   LRECL = 132                 *
      *----------------------------------------------------------------*

       FD  RELFRAU
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  REG-RELFRAU                  PIC  X(132).

      *----------------------------------------------------------------*
      *    SORT  :  OCORRENCIAS POR OPERADOR E CONTA (CONTAGEM DAS     *
      *              CONTAS ALTERADAS POR CADA HST-COD-USER).          *
      *----------------------------------------------------------------*

       SD  SRTOPR.

       01  REG-SRTOPR.
           05  SRO-COD-USER             PIC  X(07).
           05  SRO-CHAVE.
               10  SRO-AGENCIA          PIC  9(05)  COMP-3.
               10  SRO-RAZAO            PIC  9(05)  COMP-3.
               10  SRO-CONTA            PIC  9(07)  COMP-3.
           05  SRO-DATA-HORA            PIC  X(16).
           05  SRO-SEQ-LEITURA          PIC  9(09)  COMP.
           05  SRO-COD-DEPTO            PIC  X(06).
           05  SRO-TRANSACAO            PIC  X(08).
           05  SRO-MUDANCAS             PIC  X(04).
           05  SRO-FORA-HORARIO         PIC  X(01).
           05  SRO-IMAGEM-ANTES         PIC  X(280).
           05  SRO-IMAGEM-DEPOIS        PIC  X(280).

      *----------------------------------------------------------------*
      *    SORT  :  OCORRENCIAS POR CONTA, DATA/HORA E ORDEM DE        *
      *              LEITURA (TRILHA DA CONTA). MESMO LEIAUTE DO       *
      *              SRTOPR, RELIDO DO WRKATO.                         *
      *----------------------------------------------------------------*

       SD  SRTCTA.

       01  REG-SRTCTA.
           05  SRC-COD-USER             PIC  X(07).
           05  SRC-CHAVE.
               10  SRC-AGENCIA          PIC  9(05)  COMP-3.
               10  SRC-RAZAO            PIC  9(05)  COMP-3.
               10  SRC-CONTA            PIC  9(07)  COMP-3.
           05  SRC-DATA-HORA            PIC  X(16).
           05  SRC-SEQ-LEITURA          PIC  9(09)  COMP.
           05  SRC-COD-DEPTO            PIC  X(06).
           05  SRC-TRANSACAO            PIC  X(08).
           05  SRC-MUDANCAS.
               10  SRC-MUDOU-END        PIC  X(01).
               10  SRC-MUDOU-FONE       PIC  X(01).
               10  SRC-MUDOU-EMAIL      PIC  X(01).
               10  SRC-MUDOU-PREF       PIC  X(01).
           05  SRC-FORA-HORARIO         PIC  X(01).
           05  SRC-IMAGEM-ANTES         PIC  X(280).
           05  SRC-IMAGEM-DEPOIS        PIC  X(280).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** INICIO DA WORKING BRAD0650                 ***'.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** VARIAVEIS AUXILIARES                       ***'.
      *----------------------------------------------------------------*

       77  WRK-FECHAR                  PIC  X(001)         VALUE 'N'.
       77  WRK-PGM                     PIC  X(008)         VALUE
           'BRAD0650'.
       77  WRK-BATCH                   PIC  X(008)         VALUE
           'BATCH'.
       77  WRK-SQLCA-OU-STATUS         PIC  X(136)         VALUE SPACES.
       77  WRK-TOT-LIDOS               PIC  9(009) COMP    VALUE ZEROS.
       77  WRK-TOT-FORA-JANELA         PIC  9(009) COMP    VALUE ZEROS.
       77  WRK-TOT-SEM-CONTATO         PIC  9(009) COMP    VALUE ZEROS.
       77  WRK-TOT-CONTATO             PIC  9(009) COMP    VALUE ZEROS.
       77  WRK-TOT-CONTAS              PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-SUSPEITAS           PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-OPERADORES          PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-OPR-NAO-TABELADOS   PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-TRILHA-OMITIDA      PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-HOJE-AAAAMMDD           PIC  9(008)         VALUE ZEROS.
       77  WRK-INICIO-JANELA           PIC  9(008)         VALUE ZEROS.
       77  WRK-IDX                     PIC  9(003) COMP    VALUE ZEROS.
       77  WRK-IDX-OPR                 PIC  9(003) COMP    VALUE ZEROS.
       77  WRK-ABORTAR                 PIC  X(001)         VALUE 'N'.
           88  WRK-EXECUCAO-ABORTADA                       VALUE 'S'.

      *----------------------------------------------------------------*
      *    HORARIO E DIA UTIL DA OCORRENCIA. O CADHIST ESTA EM ORDEM   *
      *    CRONOLOGICA: O RESULTADO DA BRAD7240 FICA GUARDADO PARA A   *
      *    ULTIMA DATA CONSULTADA.                                     *
      *----------------------------------------------------------------*

       01  WRK-HORA-OCORRENCIA         PIC  9(002)         VALUE ZEROS.
       01  WRK-DATA-OCORRENCIA         PIC  9(008)         VALUE ZEROS.
       01  WRK-ULT-DATA-CONSULTADA     PIC  9(008)         VALUE ZEROS.
       01  WRK-ULT-DATA-UTIL           PIC  X(001)         VALUE 'S'.
           88  WRK-ULT-DATA-EH-UTIL                        VALUE 'S'.

      *----------------------------------------------------------------*
      *    DADOS DE CONTATO DA IMAGEM ANTES, PARA COMPARACAO COM A     *
      *    IMAGEM DEPOIS (MESMO FORMATO DOS CAMPOS DO I#CADREG).       *
      *----------------------------------------------------------------*

       01  WRK-CONTATO-ANTES.
           05  WRK-ANT-ENDERECO        PIC  X(103)         VALUE SPACES.
           05  WRK-ANT-CEP             PIC  X(006)         VALUE SPACES.
           05  WRK-ANT-TELEFONE        PIC  X(009)         VALUE SPACES.
           05  WRK-ANT-EMAIL           PIC  X(040)         VALUE SPACES.
           05  WRK-ANT-PREF-CONTATO    PIC  X(001)         VALUE SPACES.

       01  WRK-MUDANCAS.
           05  WRK-MUDOU-END           PIC  X(001)         VALUE 'N'.
           05  WRK-MUDOU-FONE          PIC  X(001)         VALUE 'N'.
           05  WRK-MUDOU-EMAIL         PIC  X(001)         VALUE 'N'.
           05  WRK-MUDOU-PREF          PIC  X(001)         VALUE 'N'.

      *----------------------------------------------------------------*
      *    CONTAGEM DE CONTAS POR OPERADOR (1A. ORDENACAO)             *
      *----------------------------------------------------------------*

       01  WRK-PRIMEIRO-OPR            PIC  X(001)         VALUE 'S'.
       01  WRK-OPR-ATUAL               PIC  X(007)         VALUE SPACES.
       01  WRK-OPR-DEPTO-ATUAL         PIC  X(006)         VALUE SPACES.
       01  WRK-OPR-CHAVE-ANT           PIC  X(010)         VALUE
           LOW-VALUES.
       01  WRK-OPR-CONTAS-ATUAL        PIC  9(007) COMP    VALUE ZEROS.

      *----------------------------------------------------------------*
      *    OPERADORES EM MASSA (QTDMASSA OU MAIS CONTAS NA JANELA).    *
      *    ACIMA DE 500 OPERADORES OS EXCEDENTES SO SAO CONTADOS.      *
      *----------------------------------------------------------------*

       77  WRK-QTD-OPERADORES          PIC  9(003) COMP    VALUE ZEROS.
       77  WRK-MAX-OPERADORES          PIC  9(003) COMP    VALUE 500.

       01  WRK-TAB-OPERADORES.
           05  WRK-OPR-ENTRADA         OCCURS 500 TIMES.
               10  WRK-OPR-COD-USER    PIC  X(007).
               10  WRK-OPR-COD-DEPTO   PIC  X(006).
               10  WRK-OPR-QTD-CONTAS  PIC  9(007) COMP.

      *----------------------------------------------------------------*
      *    TRILHA DA CONTA (2A. ORDENACAO). ACIMA DE 100 OCORRENCIAS   *
      *    NA JANELA AS DEMAIS ENTRAM NA PONTUACAO MAS NAO SAO         *
      *    IMPRESSAS (CONTADAS NOS TOTAIS).                            *
      *----------------------------------------------------------------*

       77  WRK-QTD-TRILHA              PIC  9(003) COMP    VALUE ZEROS.
       77  WRK-MAX-TRILHA              PIC  9(003) COMP    VALUE 100.
       77  WRK-QTD-OCO-CONTA           PIC  9(005) COMP    VALUE ZEROS.
       77  WRK-QTD-OCO-OPERADOR        PIC  9(005) COMP    VALUE ZEROS.

       01  WRK-TAB-TRILHA.
           05  WRK-TRL-ENTRADA         OCCURS 100 TIMES.
               10  WRK-TRL-DATA-HORA   PIC  X(016).
               10  WRK-TRL-COD-USER    PIC  X(007).
               10  WRK-TRL-COD-DEPTO   PIC  X(006).
               10  WRK-TRL-TRANSACAO   PIC  X(008).
               10  WRK-TRL-MUDOU-END   PIC  X(001).
               10  WRK-TRL-MUDOU-FONE  PIC  X(001).
               10  WRK-TRL-MUDOU-EMAIL PIC  X(001).
               10  WRK-TRL-MUDOU-PREF  PIC  X(001).
               10  WRK-TRL-FORA-HORARIO
                                       PIC  X(001).
               10  WRK-TRL-OPR-MASSA   PIC  X(001).
               10  WRK-TRL-IMAGEM-ANTES
                                       PIC  X(280).
               10  WRK-TRL-IMAGEM-DEPOIS
                                       PIC  X(280).

       01  WRK-PRIMEIRO-REG            PIC  X(001)         VALUE 'S'.
       01  WRK-CHAVE-ATUAL             PIC  X(010)         VALUE
           LOW-VALUES.
       01  WRK-CTA-PRIMEIRO-USER       PIC  X(007)         VALUE SPACES.
       01  WRK-CTA-IMAGEM              PIC  X(280)         VALUE SPACES.
       01  WRK-CTA-FATORES.
           05  WRK-CTA-MUDOU-END       PIC  X(001)         VALUE 'N'.
           05  WRK-CTA-MUDOU-FONE      PIC  X(001)         VALUE 'N'.
           05  WRK-CTA-MUDOU-EMAIL     PIC  X(001)         VALUE 'N'.
           05  WRK-CTA-MUDOU-PREF      PIC  X(001)         VALUE 'N'.
           05  WRK-CTA-OPR-UNICO       PIC  X(001)         VALUE 'S'.
           05  WRK-CTA-FORA-HORARIO    PIC  X(001)         VALUE 'N'.
           05  WRK-CTA-OPR-MASSA       PIC  X(001)         VALUE 'N'.
           05  WRK-CTA-COMBINACAO      PIC  X(001)         VALUE 'N'.
       01  WRK-CTA-QTD-CATEGORIAS      PIC  9(001) COMP    VALUE ZEROS.
       01  WRK-CTA-PONTOS              PIC  9(005) COMP    VALUE ZEROS.
       01  WRK-OCO-OPR-MASSA           PIC  X(001)         VALUE 'N'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** PARAMETROS DA PONTUACAO (PARMCAD)          ***'.
      *----------------------------------------------------------------*
      *    NOME DO PARAMETRO NO PARMCAD E VALOR DEFAULT; O VALOR E     *
      *    SUBSTITUIDO PELO DO PARMCAD NA INICIALIZACAO.               *
      *----------------------------------------------------------------*

       77  WRK-QTD-PARAMETROS          PIC  9(003) COMP    VALUE 14.

       01  WRK-TAB-PARAMETROS.
           05  FILLER                  PIC  X(017)         VALUE
               'JANDIAS 000000007'.
           05  FILLER                  PIC  X(017)         VALUE
               'LIMITE  000000070'.
           05  FILLER                  PIC  X(017)         VALUE
               'PTSEND  000000030'.
           05  FILLER                  PIC  X(017)         VALUE
               'PTSFONE 000000025'.
           05  FILLER                  PIC  X(017)         VALUE
               'PTSEMAIL000000025'.
           05  FILLER                  PIC  X(017)         VALUE
               'PTSPREF 000000010'.
           05  FILLER                  PIC  X(017)         VALUE
               'QTDCOMB 000000003'.
           05  FILLER                  PIC  X(017)         VALUE
               'PTSCOMB 000000020'.
           05  FILLER                  PIC  X(017)         VALUE
               'PTSOPUNI000000015'.
           05  FILLER                  PIC  X(017)         VALUE
               'HRINICIO000000008'.
           05  FILLER                  PIC  X(017)         VALUE
               'HRFIM   000000020'.
           05  FILLER                  PIC  X(017)         VALUE
               'PTSHORA 000000015'.
           05  FILLER                  PIC  X(017)         VALUE
               'QTDMASSA000000010'.
           05  FILLER                  PIC  X(017)         VALUE
               'PTSMASSA000000020'.

       01  FILLER REDEFINES WRK-TAB-PARAMETROS.
           05  WRK-PRM-ENTRADA         OCCURS 14 TIMES.
               10  WRK-PRM-NOME        PIC  X(008).
               10  WRK-PRM-VALOR       PIC  9(009).

       01  FILLER REDEFINES WRK-TAB-PARAMETROS.
           05  FILLER                  PIC  X(008).
           05  WRK-JANELA-DIAS         PIC  9(009).
           05  FILLER                  PIC  X(008).
           05  WRK-LIMITE-PONTOS       PIC  9(009).
           05  FILLER                  PIC  X(008).
           05  WRK-PTS-ENDERECO        PIC  9(009).
           05  FILLER                  PIC  X(008).
           05  WRK-PTS-TELEFONE        PIC  9(009).
           05  FILLER                  PIC  X(008).
           05  WRK-PTS-EMAIL           PIC  9(009).
           05  FILLER                  PIC  X(008).
           05  WRK-PTS-PREFERENCIA     PIC  9(009).
           05  FILLER                  PIC  X(008).
           05  WRK-QTD-COMBINACAO      PIC  9(009).
           05  FILLER                  PIC  X(008).
           05  WRK-PTS-COMBINACAO      PIC  9(009).
           05  FILLER                  PIC  X(008).
           05  WRK-PTS-OPR-UNICO       PIC  9(009).
           05  FILLER                  PIC  X(008).
           05  WRK-HORA-INICIO         PIC  9(009).
           05  FILLER                  PIC  X(008).
           05  WRK-HORA-FIM            PIC  9(009).
           05  FILLER                  PIC  X(008).
           05  WRK-PTS-FORA-HORARIO    PIC  9(009).
           05  FILLER                  PIC  X(008).
           05  WRK-QTD-MASSA           PIC  9(009).
           05  FILLER                  PIC  X(008).
           05  WRK-PTS-OPR-MASSA       PIC  9(009).

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE COMUNICACAO COM A BRAD7160         ***'.
      *----------------------------------------------------------------*

       01  WRK-AREA-BRAD7160.
           05  WRK-7160-PGM            PIC  X(008)         VALUE
               'BRAD0650'.
           05  WRK-7160-NOME           PIC  X(008)         VALUE SPACES.
           05  WRK-7160-VALOR          PIC  9(009)         VALUE ZEROS.
           05  WRK-7160-COD-RETORNO    PIC  X(001)         VALUE SPACES.
               88  WRK-PRM-ENCONTRADO                      VALUE 'S'.
               88  WRK-PRM-DEFAULT                         VALUE 'N'.

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
               88  WRK-7240-DIA-NAO-UTIL                   VALUE 'N'.
           05  WRK-7240-COD-RETORNO    PIC  X(01)          VALUE SPACES.
               88  WRK-7240-OK                             VALUE 'S'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE DECODIFICACAO DAS IMAGENS          ***'.
      *----------------------------------------------------------------*

       COPY 'I#CADREG'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** LINHAS DE IMPRESSAO DO RELATORIO           ***'.
      *----------------------------------------------------------------*

       77  WRK-LINHAS-POR-PAGINA       PIC  9(002) COMP    VALUE 55.
       77  WRK-CONT-LINHAS             PIC  9(002) COMP    VALUE ZEROS.
       77  WRK-CONT-PAGINA             PIC  9(004) COMP    VALUE ZEROS.

       01  LIN-CABECALHO-1.
           05  FILLER                  PIC  X(070)         VALUE
               'BRAD0650 - ALTERACOES DE CONTATO SUSPEITAS (TOMADA DE CO
      -        'NTA)'.
           05  FILLER                  PIC  X(042)         VALUE SPACES.
           05  FILLER                  PIC  X(008)         VALUE
               'PAGINA: '.
           05  LIN-1-PAGINA            PIC  ZZZ9.
           05  FILLER                  PIC  X(008)         VALUE SPACES.

       01  LIN-CABECALHO-2.
           05  FILLER                  PIC  X(006)         VALUE
               'DATA: '.
           05  LIN-2-DATA              PIC  9999/99/99.
           05  FILLER                  PIC  X(011)         VALUE
               '   JANELA: '.
           05  LIN-2-INICIO-JANELA     PIC  9999/99/99.
           05  FILLER                  PIC  X(003)         VALUE
               ' A '.
           05  LIN-2-FIM-JANELA        PIC  9999/99/99.
           05  FILLER                  PIC  X(033)         VALUE
               '   PONTUACAO MINIMA P/ REVISAO: '.
           05  LIN-2-LIMITE            PIC  ZZZZ9.
           05  FILLER                  PIC  X(044)         VALUE SPACES.

       01  LIN-CABECALHO-3.
           05  FILLER                  PIC  X(017)         VALUE
               'PESOS: ENDERECO '.
           05  LIN-3-PTS-END           PIC  ZZZ9.
           05  FILLER                  PIC  X(011)         VALUE
               '  TELEFONE '.
           05  LIN-3-PTS-FONE          PIC  ZZZ9.
           05  FILLER                  PIC  X(009)         VALUE
               '  E-MAIL '.
           05  LIN-3-PTS-EMAIL         PIC  ZZZ9.
           05  FILLER                  PIC  X(014)         VALUE
               '  PREFERENCIA '.
           05  LIN-3-PTS-PREF          PIC  ZZZ9.
           05  FILLER                  PIC  X(014)         VALUE
               '  COMBINACAO ('.
           05  LIN-3-QTD-COMB          PIC  9.
           05  FILLER                  PIC  X(003)         VALUE
               '+) '.
           05  LIN-3-PTS-COMB          PIC  ZZZ9.
           05  FILLER                  PIC  X(017)         VALUE
               '  OPERADOR UNICO '.
           05  LIN-3-PTS-OPUN          PIC  ZZZ9.
           05  FILLER                  PIC  X(022)         VALUE SPACES.

       01  LIN-CABECALHO-4.
           05  FILLER                  PIC  X(023)         VALUE
               '       FORA DO HORARIO '.
           05  FILLER                  PIC  X(001)         VALUE
               '('.
           05  LIN-4-HORA-INICIO       PIC  99.
           05  FILLER                  PIC  X(005)         VALUE
               'H AS '.
           05  LIN-4-HORA-FIM          PIC  99.
           05  FILLER                  PIC  X(018)         VALUE
               'H E DIA NAO UTIL) '.
           05  LIN-4-PTS-HORA          PIC  ZZZ9.
           05  FILLER                  PIC  X(021)         VALUE
               '  OPERADOR EM MASSA ('.
           05  LIN-4-QTD-MASSA         PIC  ZZZ9.
           05  FILLER                  PIC  X(012)         VALUE
               '+ CONTAS) '.
           05  LIN-4-PTS-MASSA         PIC  ZZZ9.
           05  FILLER                  PIC  X(036)         VALUE SPACES.

       01  LIN-CONTA.
           05  FILLER                  PIC  X(007)         VALUE
               'CONTA: '.
           05  LIN-CTA-AGENCIA         PIC  ZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE '/'.
           05  LIN-CTA-RAZAO           PIC  ZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE '/'.
           05  LIN-CTA-CONTA           PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE '-'.
           05  LIN-CTA-DIG-CTA         PIC  X(001).
           05  FILLER                  PIC  X(012)         VALUE
               '  CPF/CNPJ: '.
           05  LIN-CTA-PRINCIPAL       PIC  X(009).
           05  FILLER                  PIC  X(001)         VALUE '/'.
           05  LIN-CTA-FILIAL          PIC  X(005).
           05  FILLER                  PIC  X(001)         VALUE '-'.
           05  LIN-CTA-CTLE            PIC  9(002).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-CTA-NOME            PIC  X(040).
           05  FILLER                  PIC  X(010)         VALUE
               '  PONTOS: '.
           05  LIN-CTA-PONTOS          PIC  ZZZZ9.
           05  FILLER                  PIC  X(016)         VALUE SPACES.

       01  LIN-FATORES.
           05  FILLER                  PIC  X(013)         VALUE
               '    FATORES: '.
           05  LIN-FAT-LISTA.
               10  LIN-FAT-END         PIC  X(009).
               10  LIN-FAT-FONE        PIC  X(009).
               10  LIN-FAT-EMAIL       PIC  X(007).
               10  LIN-FAT-PREF        PIC  X(012).
               10  LIN-FAT-COMB        PIC  X(011).
               10  LIN-FAT-OPUN        PIC  X(015).
               10  LIN-FAT-FORA        PIC  X(016).
               10  LIN-FAT-MASSA       PIC  X(018).
           05  FILLER                  PIC  X(013)         VALUE
               'OCORRENCIAS: '.
           05  LIN-FAT-QTD-OCO         PIC  ZZZZ9.
           05  FILLER                  PIC  X(004)         VALUE SPACES.

       01  LIN-OCORRENCIA.
           05  FILLER                  PIC  X(004)         VALUE SPACES.
           05  LIN-OCO-DATA            PIC  9999/99/99.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  LIN-OCO-HORA.
               10  LIN-OCO-HH          PIC  X(002).
               10  FILLER              PIC  X(001)         VALUE ':'.
               10  LIN-OCO-MM          PIC  X(002).
               10  FILLER              PIC  X(001)         VALUE ':'.
               10  LIN-OCO-SS          PIC  X(002).
           05  FILLER                  PIC  X(012)         VALUE
               '  OPERADOR: '.
           05  LIN-OCO-COD-USER        PIC  X(007).
           05  FILLER                  PIC  X(009)         VALUE
               '  DEPTO: '.
           05  LIN-OCO-COD-DEPTO       PIC  X(006).
           05  FILLER                  PIC  X(013)         VALUE
               '  TRANSACAO: '.
           05  LIN-OCO-TRANSACAO       PIC  X(008).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-OCO-FORA-HORARIO    PIC  X(016).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  LIN-OCO-OPR-MASSA       PIC  X(018).
           05  FILLER                  PIC  X(017)         VALUE SPACES.

       01  LIN-CAMPO.
           05  FILLER                  PIC  X(008)         VALUE SPACES.
           05  LIN-CPO-CAMPO           PIC  X(012).
           05  LIN-CPO-ROTULO          PIC  X(008).
           05  LIN-CPO-VALOR           PIC  X(100).
           05  LIN-CPO-ENDERECO        REDEFINES LIN-CPO-VALOR.
               10  LIN-CPO-LOGRADOURO  PIC  X(030).
               10  FILLER              PIC  X(001).
               10  LIN-CPO-END-NUMERO  PIC  X(006).
               10  FILLER              PIC  X(001).
               10  LIN-CPO-COMPLEM     PIC  X(015).
               10  FILLER              PIC  X(001).
               10  LIN-CPO-BAIRRO      PIC  X(020).
               10  FILLER              PIC  X(001).
               10  LIN-CPO-UF          PIC  X(002).
               10  FILLER              PIC  X(001).
               10  LIN-CPO-NRO-CEP     PIC  9(005).
               10  LIN-CPO-HIFEN-CEP   PIC  X(001).
               10  LIN-CPO-COMPL-CEP   PIC  X(003).
               10  FILLER              PIC  X(013).
           05  LIN-CPO-TELEFONE        REDEFINES LIN-CPO-VALOR.
               10  LIN-CPO-DDD-FONE    PIC  X(004).
               10  FILLER              PIC  X(001).
               10  LIN-CPO-NRO-FONE    PIC  Z(008)9.
               10  FILLER              PIC  X(086).
           05  LIN-CPO-PREFERENCIA     REDEFINES LIN-CPO-VALOR.
               10  LIN-CPO-PREF-COD    PIC  X(001).
               10  FILLER              PIC  X(003).
               10  LIN-CPO-PREF-DESC   PIC  X(015).
               10  FILLER              PIC  X(081).
           05  FILLER                  PIC  X(004)         VALUE SPACES.

       01  LIN-TITULO-OPERADORES.
           05  FILLER                  PIC  X(040)         VALUE
               'OPERADORES COM ALTERACOES DE CONTATO EM '.
           05  LIN-TIT-QTD-MASSA       PIC  ZZZ9.
           05  FILLER                  PIC  X(025)         VALUE
               ' OU MAIS CONTAS NA JANELA'.
           05  FILLER                  PIC  X(063)         VALUE SPACES.

       01  LIN-OPERADOR.
           05  FILLER                  PIC  X(014)         VALUE
               '    OPERADOR: '.
           05  LIN-OPR-COD-USER        PIC  X(007).
           05  FILLER                  PIC  X(009)         VALUE
               '  DEPTO: '.
           05  LIN-OPR-COD-DEPTO       PIC  X(006).
           05  FILLER                  PIC  X(020)         VALUE
               '  CONTAS ALTERADAS: '.
           05  LIN-OPR-QTD-CONTAS      PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(069)         VALUE SPACES.

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

       01  WRK-FS-CADHIST              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-WRKATO               PIC  X(002)         VALUE SPACES.
       01  WRK-FS-RELFRAU              PIC  X(002)         VALUE SPACES.

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
           '*** AREA DA BRAD7310 - CONVERSAO DE IMAGEM     ***'.
      *----------------------------------------------------------------*

       01  WRK-AREA-BRAD7310.
           05  WRK-7310-IMAGEM         PIC  X(280)         VALUE SPACES.
           05  WRK-7310-COD-RETORNO    PIC  X(001)         VALUE SPACES.
               88  WRK-IMAGEM-CONVERTIDA-7310              VALUE 'S'.

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

           SORT SRTOPR
               ON ASCENDING KEY SRO-COD-USER
                                SRO-CHAVE
               INPUT PROCEDURE  IS 1500-CARREGAR-ORDENACAO
               OUTPUT PROCEDURE IS 2000-CONTAR-POR-OPERADOR.

           SORT SRTCTA
               ON ASCENDING KEY SRC-CHAVE
                                SRC-DATA-HORA
                                SRC-SEQ-LEITURA
               USING WRKATO
               OUTPUT PROCEDURE IS 2500-AVALIAR-CONTAS.

           PERFORM 2800-IMPRIMIR-OPERADORES.

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

           INITIALIZE REG-CADHST.

           PERFORM 1030-OBTER-PARAMETROS.

           COMPUTE WRK-INICIO-JANELA  =
                   FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WRK-HOJE-AAAAMMDD)
                    - WRK-JANELA-DIAS + 1).

           OPEN INPUT  CADHIST.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'CADHIST'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-CADHIST        TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           OPEN OUTPUT RELFRAU.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'RELFRAU'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELFRAU        TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELFRAU        TO WRK-FS-CADHIST.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1030-OBTER-PARAMETROS           SECTION.
      *----------------------------------------------------------------*
      *    CADA PARAMETRO DA TABELA E BUSCADO NO PARMCAD (BRAD7160)    *
      *    COM O DEFAULT DA TABELA. JANELA ZERADA VALE UM DIA (SO      *
      *    HOJE).                                                      *
      *----------------------------------------------------------------*

           PERFORM VARYING WRK-IDX     FROM 1 BY 1
                     UNTIL WRK-IDX     > WRK-QTD-PARAMETROS
               MOVE WRK-PRM-NOME(WRK-IDX)
                                       TO WRK-7160-NOME
               MOVE WRK-PRM-VALOR(WRK-IDX)
                                       TO WRK-7160-VALOR
               CALL 'BRAD7160'         USING WRK-AREA-BRAD7160
               MOVE WRK-7160-VALOR     TO WRK-PRM-VALOR(WRK-IDX)
           END-PERFORM.

           IF  WRK-JANELA-DIAS         EQUAL ZEROS
               MOVE 1                  TO WRK-JANELA-DIAS
           END-IF.

      *----------------------------------------------------------------*
       1030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-TESTAR-FILE-STATUS          SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-CADHIST           NOT EQUAL '00'
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
      *    PASSA PARA O SORT SO AS ALTERACOES DA JANELA QUE MEXEM EM   *
      *    ALGUM DADO DE CONTATO.                                      *
      *----------------------------------------------------------------*

           PERFORM 1510-LER-CADHIST.

           PERFORM UNTIL WRK-FECHAR    EQUAL 'S'
               IF  HST-DATA-HORA(1:8)  LESS WRK-INICIO-JANELA
                   ADD 1               TO WRK-TOT-FORA-JANELA
               ELSE
                   PERFORM 1550-COMPARAR-CONTATO
               END-IF
               PERFORM 1510-LER-CADHIST
           END-PERFORM.

           MOVE 'N'                    TO WRK-FECHAR.

      *----------------------------------------------------------------*
       1500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1510-LER-CADHIST                SECTION.
      *----------------------------------------------------------------*

           READ CADHIST                INTO REG-CADHST.

           IF WRK-FS-CADHIST           EQUAL '10'
              MOVE 'S'                 TO WRK-FECHAR
              GO TO 1510-99-FIM
           END-IF.

           SET WRK-LEITURA             TO TRUE.
           MOVE 'CADHIST'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-CADHIST         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           ADD 1                       TO WRK-TOT-LIDOS.

      *----------------------------------------------------------------*
       1510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1550-COMPARAR-CONTATO           SECTION.
      *----------------------------------------------------------------*
      *    SO ALTERACAO TEM AS DUAS IMAGENS. IMAGEM NO LAYOUT ANTERIOR *
      *    DO CPF/CNPJ E CONVERTIDA PELA BRAD7310 ANTES DA COMPARACAO, *
      *    SENAO OS CAMPOS DE CONTATO NAO ESTARIAM NA MESMA POSICAO.   *
      *----------------------------------------------------------------*

           IF  NOT HST-OPER-ALTERACAO
               ADD 1                   TO WRK-TOT-SEM-CONTATO
               GO TO 1550-99-FIM
           END-IF.

           MOVE HST-IMAGEM-ANTES       TO WRK-7310-IMAGEM.
           CALL 'BRAD7310'             USING WRK-AREA-BRAD7310.
           MOVE WRK-7310-IMAGEM        TO SRO-IMAGEM-ANTES
                                          REG-CADACLIE.

           MOVE CAD-ENDERECO           TO WRK-ANT-ENDERECO.
           MOVE CAD-CEP                TO WRK-ANT-CEP.
           MOVE CAD-TELEFONE           TO WRK-ANT-TELEFONE.
           MOVE CAD-EMAIL              TO WRK-ANT-EMAIL.
           MOVE CAD-PREF-CONTATO       TO WRK-ANT-PREF-CONTATO.

           MOVE HST-IMAGEM-DEPOIS      TO WRK-7310-IMAGEM.
           CALL 'BRAD7310'             USING WRK-AREA-BRAD7310.
           MOVE WRK-7310-IMAGEM        TO SRO-IMAGEM-DEPOIS
                                          REG-CADACLIE.

           MOVE 'NNNN'                 TO WRK-MUDANCAS.

           IF  CAD-ENDERECO            NOT EQUAL WRK-ANT-ENDERECO OR
               CAD-CEP                 NOT EQUAL WRK-ANT-CEP
               MOVE 'S'                TO WRK-MUDOU-END
           END-IF.

           IF  CAD-TELEFONE            NOT EQUAL WRK-ANT-TELEFONE
               MOVE 'S'                TO WRK-MUDOU-FONE
           END-IF.

           IF  CAD-EMAIL               NOT EQUAL WRK-ANT-EMAIL
               MOVE 'S'                TO WRK-MUDOU-EMAIL
           END-IF.

           IF  CAD-PREF-CONTATO        NOT EQUAL WRK-ANT-PREF-CONTATO
               MOVE 'S'                TO WRK-MUDOU-PREF
           END-IF.

           IF  WRK-MUDANCAS            EQUAL 'NNNN'
               ADD 1                   TO WRK-TOT-SEM-CONTATO
               GO TO 1550-99-FIM
           END-IF.

           ADD 1                       TO WRK-TOT-CONTATO.

           MOVE HST-COD-USER           TO SRO-COD-USER.
           MOVE HST-CHAVE              TO SRO-CHAVE.
           MOVE HST-DATA-HORA(1:16)    TO SRO-DATA-HORA.
           MOVE WRK-TOT-LIDOS          TO SRO-SEQ-LEITURA.
           MOVE HST-COD-DEPTO          TO SRO-COD-DEPTO.
           MOVE HST-TRANSACAO          TO SRO-TRANSACAO.
           MOVE WRK-MUDANCAS           TO SRO-MUDANCAS.

           PERFORM 1560-VERIFICAR-HORARIO.

           RELEASE REG-SRTOPR.

      *----------------------------------------------------------------*
       1550-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1560-VERIFICAR-HORARIO          SECTION.
      *----------------------------------------------------------------*
      *    FORA DO HORARIO: ANTES DE HRINICIO, A PARTIR DE HRFIM OU EM *
      *    DIA NAO UTIL. SE A BRAD7240 NAO RESPONDER, O DIA E TRATADO  *
      *    COMO UTIL (VALE SO A HORA).                                 *
      *----------------------------------------------------------------*

           MOVE 'N'                    TO SRO-FORA-HORARIO.

      *    OCORRENCIA GRAVADA POR PROGRAMA BATCH RODA FORA DO HORARIO
      *    POR NATUREZA E NAO CONTA NESTE FATOR.
           IF  HST-COD-USER            EQUAL WRK-BATCH OR
               HST-TRANSACAO(1:4)      EQUAL 'BRAD'
               GO TO 1560-99-FIM
           END-IF.

           MOVE HST-DATA-HORA(9:2)     TO WRK-HORA-OCORRENCIA.

           IF  WRK-HORA-OCORRENCIA     LESS WRK-HORA-INICIO OR
               WRK-HORA-OCORRENCIA     NOT LESS WRK-HORA-FIM
               MOVE 'S'                TO SRO-FORA-HORARIO
               GO TO 1560-99-FIM
           END-IF.

           MOVE HST-DATA-HORA(1:8)     TO WRK-DATA-OCORRENCIA.

           IF  WRK-DATA-OCORRENCIA     NOT EQUAL
                                       WRK-ULT-DATA-CONSULTADA
               MOVE WRK-DATA-OCORRENCIA
                                       TO WRK-ULT-DATA-CONSULTADA
               MOVE 'S'                TO WRK-ULT-DATA-UTIL
               MOVE 'U'                TO WRK-7240-FUNCAO
               MOVE WRK-DATA-OCORRENCIA
                                       TO WRK-7240-DATA
               CALL 'BRAD7240'         USING WRK-AREA-BRAD7240
               IF  WRK-7240-OK         AND
                   WRK-7240-DIA-NAO-UTIL
                   MOVE 'N'            TO WRK-ULT-DATA-UTIL
               END-IF
           END-IF.

           IF  NOT WRK-ULT-DATA-EH-UTIL
               MOVE 'S'                TO SRO-FORA-HORARIO
           END-IF.

      *----------------------------------------------------------------*
       1560-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-CONTAR-POR-OPERADOR        SECTION.
      *----------------------------------------------------------------*
      *    CONTA AS CONTAS DISTINTAS ALTERADAS POR CADA OPERADOR E     *
      *    GRAVA AS OCORRENCIAS NO WRKATO PARA A ORDENACAO POR CONTA.  *
      *----------------------------------------------------------------*

           OPEN OUTPUT WRKATO.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'WRKATO'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-WRKATO         TO WRK-FILE-STATUS.
           MOVE WRK-FS-WRKATO         TO WRK-FS-CADHIST.
           PERFORM 1100-TESTAR-FILE-STATUS.

           PERFORM 2010-RETORNAR-OPERADOR.

           PERFORM UNTIL WRK-FECHAR    EQUAL 'S'
               PERFORM 2100-CONTAR-OCORRENCIA
               PERFORM 2010-RETORNAR-OPERADOR
           END-PERFORM.

           IF  WRK-PRIMEIRO-OPR        EQUAL 'N'
               PERFORM 2150-FECHAR-OPERADOR
           END-IF.

           MOVE 'N'                    TO WRK-FECHAR.

           CLOSE WRKATO.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'WRKATO'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-WRKATO          TO WRK-FILE-STATUS.
           MOVE WRK-FS-WRKATO          TO WRK-FS-CADHIST.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2010-RETORNAR-OPERADOR          SECTION.
      *----------------------------------------------------------------*

           RETURN SRTOPR
               AT END
                   MOVE 'S'            TO WRK-FECHAR
           END-RETURN.

      *----------------------------------------------------------------*
       2010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-CONTAR-OCORRENCIA          SECTION.
      *----------------------------------------------------------------*

           IF  WRK-PRIMEIRO-OPR        EQUAL 'N' AND
               SRO-COD-USER            NOT EQUAL WRK-OPR-ATUAL
               PERFORM 2150-FECHAR-OPERADOR
               MOVE 'S'                TO WRK-PRIMEIRO-OPR
           END-IF.

           IF  WRK-PRIMEIRO-OPR        EQUAL 'S'
               MOVE 'N'                TO WRK-PRIMEIRO-OPR
               MOVE SRO-COD-USER       TO WRK-OPR-ATUAL
               MOVE LOW-VALUES         TO WRK-OPR-CHAVE-ANT
               MOVE ZEROS              TO WRK-OPR-CONTAS-ATUAL
           END-IF.

      *    OCORRENCIA GRAVADA POR PROGRAMA BATCH NAO CONTA PARA O
      *    OPERADOR EM MASSA.
           IF  SRO-COD-USER            NOT EQUAL WRK-BATCH  AND
               SRO-TRANSACAO(1:4)      NOT EQUAL 'BRAD'     AND
               SRO-CHAVE               NOT EQUAL WRK-OPR-CHAVE-ANT
               MOVE SRO-CHAVE          TO WRK-OPR-CHAVE-ANT
               ADD 1                   TO WRK-OPR-CONTAS-ATUAL
           END-IF.

           MOVE SRO-COD-DEPTO          TO WRK-OPR-DEPTO-ATUAL.

           MOVE REG-SRTOPR             TO REG-WRKATO.
           WRITE REG-WRKATO.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'WRKATO'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-WRKATO          TO WRK-FILE-STATUS.
           MOVE WRK-FS-WRKATO          TO WRK-FS-CADHIST.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2150-FECHAR-OPERADOR            SECTION.
      *----------------------------------------------------------------*
      *    OPERADOR COM QTDMASSA OU MAIS CONTAS ENTRA NA TABELA DE     *
      *    OPERADORES EM MASSA (DEPARTAMENTO DA ULTIMA OCORRENCIA).    *
      *    USUARIO SO COM OCORRENCIAS BATCH NAO E OPERADOR.            *
      *----------------------------------------------------------------*

           IF  WRK-OPR-CONTAS-ATUAL    EQUAL ZEROS
               GO TO 2150-99-FIM
           END-IF.

           ADD 1                       TO WRK-TOT-OPERADORES.

           IF  WRK-OPR-CONTAS-ATUAL    LESS WRK-QTD-MASSA
               GO TO 2150-99-FIM
           END-IF.

           IF  WRK-QTD-OPERADORES      NOT LESS WRK-MAX-OPERADORES
               ADD 1                   TO WRK-TOT-OPR-NAO-TABELADOS
               GO TO 2150-99-FIM
           END-IF.

           ADD 1                       TO WRK-QTD-OPERADORES.
           MOVE WRK-OPR-ATUAL          TO
                WRK-OPR-COD-USER(WRK-QTD-OPERADORES).
           MOVE WRK-OPR-DEPTO-ATUAL    TO
                WRK-OPR-COD-DEPTO(WRK-QTD-OPERADORES).
           MOVE WRK-OPR-CONTAS-ATUAL   TO
                WRK-OPR-QTD-CONTAS(WRK-QTD-OPERADORES).

      *----------------------------------------------------------------*
       2150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2500-AVALIAR-CONTAS             SECTION.
      *----------------------------------------------------------------*

           PERFORM 2510-RETORNAR-CONTA.

           PERFORM UNTIL WRK-FECHAR    EQUAL 'S'
               PERFORM 2550-ACUMULAR-OCORRENCIA
               PERFORM 2510-RETORNAR-CONTA
           END-PERFORM.

           IF  WRK-PRIMEIRO-REG        EQUAL 'N'
               PERFORM 2600-PONTUAR-CONTA
           END-IF.

      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2510-RETORNAR-CONTA             SECTION.
      *----------------------------------------------------------------*

           RETURN SRTCTA
               AT END
                   MOVE 'S'            TO WRK-FECHAR
           END-RETURN.

      *----------------------------------------------------------------*
       2510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2550-ACUMULAR-OCORRENCIA        SECTION.
      *----------------------------------------------------------------*
      *    ACUMULA OS FATORES DA CONTA E GUARDA A OCORRENCIA NA TRILHA.*
      *----------------------------------------------------------------*

           IF  WRK-PRIMEIRO-REG        EQUAL 'N' AND
               SRC-CHAVE               NOT EQUAL WRK-CHAVE-ATUAL
               PERFORM 2600-PONTUAR-CONTA
               MOVE 'S'                TO WRK-PRIMEIRO-REG
           END-IF.

           IF  WRK-PRIMEIRO-REG        EQUAL 'S'
               MOVE 'N'                TO WRK-PRIMEIRO-REG
               MOVE SRC-CHAVE          TO WRK-CHAVE-ATUAL
               MOVE SPACES             TO WRK-CTA-PRIMEIRO-USER
               MOVE 'NNNNSNNN'         TO WRK-CTA-FATORES
               MOVE ZEROS              TO WRK-QTD-TRILHA
                                          WRK-QTD-OCO-CONTA
                                          WRK-QTD-OCO-OPERADOR
               ADD 1                   TO WRK-TOT-CONTAS
           END-IF.

           ADD 1                       TO WRK-QTD-OCO-CONTA.
           MOVE SRC-IMAGEM-DEPOIS      TO WRK-CTA-IMAGEM.

           IF  SRC-MUDOU-END           EQUAL 'S'
               MOVE 'S'                TO WRK-CTA-MUDOU-END
           END-IF.
           IF  SRC-MUDOU-FONE          EQUAL 'S'
               MOVE 'S'                TO WRK-CTA-MUDOU-FONE
           END-IF.
           IF  SRC-MUDOU-EMAIL         EQUAL 'S'
               MOVE 'S'                TO WRK-CTA-MUDOU-EMAIL
           END-IF.
           IF  SRC-MUDOU-PREF          EQUAL 'S'
               MOVE 'S'                TO WRK-CTA-MUDOU-PREF
           END-IF.
           IF  SRC-FORA-HORARIO        EQUAL 'S'
               MOVE 'S'                TO WRK-CTA-FORA-HORARIO
           END-IF.

           MOVE 'N'                    TO WRK-OCO-OPR-MASSA.

      *    OCORRENCIA GRAVADA POR PROGRAMA BATCH NAO ENTRA NOS FATORES
      *    DE OPERADOR (UNICO E EM MASSA).
           IF  SRC-COD-USER            NOT EQUAL WRK-BATCH AND
               SRC-TRANSACAO(1:4)      NOT EQUAL 'BRAD'
               PERFORM 2560-AVALIAR-OPERADOR
           END-IF.

           IF  WRK-QTD-TRILHA          NOT LESS WRK-MAX-TRILHA
               ADD 1                   TO WRK-TOT-TRILHA-OMITIDA
               GO TO 2550-99-FIM
           END-IF.

           ADD 1                       TO WRK-QTD-TRILHA.
           MOVE WRK-QTD-TRILHA         TO WRK-IDX.

           MOVE SRC-DATA-HORA          TO WRK-TRL-DATA-HORA(WRK-IDX).
           MOVE SRC-COD-USER           TO WRK-TRL-COD-USER(WRK-IDX).
           MOVE SRC-COD-DEPTO          TO WRK-TRL-COD-DEPTO(WRK-IDX).
           MOVE SRC-TRANSACAO          TO WRK-TRL-TRANSACAO(WRK-IDX).
           MOVE SRC-MUDOU-END          TO WRK-TRL-MUDOU-END(WRK-IDX).
           MOVE SRC-MUDOU-FONE         TO WRK-TRL-MUDOU-FONE(WRK-IDX).
           MOVE SRC-MUDOU-EMAIL        TO WRK-TRL-MUDOU-EMAIL(WRK-IDX).
           MOVE SRC-MUDOU-PREF         TO WRK-TRL-MUDOU-PREF(WRK-IDX).
           MOVE SRC-FORA-HORARIO       TO
                WRK-TRL-FORA-HORARIO(WRK-IDX).
           MOVE WRK-OCO-OPR-MASSA      TO WRK-TRL-OPR-MASSA(WRK-IDX).
           MOVE SRC-IMAGEM-ANTES       TO
                WRK-TRL-IMAGEM-ANTES(WRK-IDX).
           MOVE SRC-IMAGEM-DEPOIS      TO
                WRK-TRL-IMAGEM-DEPOIS(WRK-IDX).

      *----------------------------------------------------------------*
       2550-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2560-AVALIAR-OPERADOR           SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO WRK-QTD-OCO-OPERADOR.

           IF  WRK-CTA-PRIMEIRO-USER   EQUAL SPACES
               MOVE SRC-COD-USER       TO WRK-CTA-PRIMEIRO-USER
           END-IF.

           IF  SRC-COD-USER            NOT EQUAL WRK-CTA-PRIMEIRO-USER
               MOVE 'N'                TO WRK-CTA-OPR-UNICO
           END-IF.

           PERFORM VARYING WRK-IDX-OPR FROM 1 BY 1
                     UNTIL WRK-IDX-OPR > WRK-QTD-OPERADORES
                        OR WRK-OCO-OPR-MASSA EQUAL 'S'
               IF  WRK-OPR-COD-USER(WRK-IDX-OPR)
                                       EQUAL SRC-COD-USER
                   MOVE 'S'            TO WRK-OCO-OPR-MASSA
                   MOVE 'S'            TO WRK-CTA-OPR-MASSA
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       2560-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2600-PONTUAR-CONTA              SECTION.
      *----------------------------------------------------------------*
      *    SOMA OS PESOS DOS FATORES PRESENTES (VER PONTUACAO NO       *
      *    CABECALHO) E IMPRIME A CONTA QUE ATINGE O LIMITE.           *
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-CTA-PONTOS
                                          WRK-CTA-QTD-CATEGORIAS.

           IF  WRK-CTA-MUDOU-END       EQUAL 'S'
               ADD 1                   TO WRK-CTA-QTD-CATEGORIAS
               ADD WRK-PTS-ENDERECO    TO WRK-CTA-PONTOS
           END-IF.
           IF  WRK-CTA-MUDOU-FONE      EQUAL 'S'
               ADD 1                   TO WRK-CTA-QTD-CATEGORIAS
               ADD WRK-PTS-TELEFONE    TO WRK-CTA-PONTOS
           END-IF.
           IF  WRK-CTA-MUDOU-EMAIL     EQUAL 'S'
               ADD 1                   TO WRK-CTA-QTD-CATEGORIAS
               ADD WRK-PTS-EMAIL       TO WRK-CTA-PONTOS
           END-IF.
           IF  WRK-CTA-MUDOU-PREF      EQUAL 'S'
               ADD 1                   TO WRK-CTA-QTD-CATEGORIAS
               ADD WRK-PTS-PREFERENCIA TO WRK-CTA-PONTOS
           END-IF.

           IF  WRK-CTA-QTD-CATEGORIAS  NOT LESS WRK-QTD-COMBINACAO
               MOVE 'S'                TO WRK-CTA-COMBINACAO
               ADD WRK-PTS-COMBINACAO  TO WRK-CTA-PONTOS
           END-IF.

           IF  WRK-CTA-OPR-UNICO       EQUAL 'S' AND
               WRK-QTD-OCO-OPERADOR    > 1       AND
               WRK-CTA-QTD-CATEGORIAS  > 1
               ADD WRK-PTS-OPR-UNICO   TO WRK-CTA-PONTOS
           ELSE
               MOVE 'N'                TO WRK-CTA-OPR-UNICO
           END-IF.

           IF  WRK-CTA-FORA-HORARIO    EQUAL 'S'
               ADD WRK-PTS-FORA-HORARIO
                                       TO WRK-CTA-PONTOS
           END-IF.

           IF  WRK-CTA-OPR-MASSA       EQUAL 'S'
               ADD WRK-PTS-OPR-MASSA   TO WRK-CTA-PONTOS
           END-IF.

           IF  WRK-CTA-PONTOS          LESS WRK-LIMITE-PONTOS
               GO TO 2600-99-FIM
           END-IF.

           ADD 1                       TO WRK-TOT-SUSPEITAS.

           PERFORM 2700-IMPRIMIR-CONTA.

      *----------------------------------------------------------------*
       2600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2700-IMPRIMIR-CONTA             SECTION.
      *----------------------------------------------------------------*
      *    IDENTIFICACAO DA CONTA (DADOS DA ULTIMA IMAGEM DEPOIS),     *
      *    FATORES E A TRILHA DAS OCORRENCIAS EM ORDEM CRONOLOGICA.    *
      *----------------------------------------------------------------*

           MOVE WRK-CTA-IMAGEM         TO REG-CADACLIE.

           MOVE CAD-AGENCIA            TO LIN-CTA-AGENCIA.
           MOVE CAD-RAZAO              TO LIN-CTA-RAZAO.
           MOVE CAD-CONTA              TO LIN-CTA-CONTA.
           MOVE CAD-DIG-CTA            TO LIN-CTA-DIG-CTA.
           MOVE CAD-PRINCIPAL          TO LIN-CTA-PRINCIPAL.
           MOVE CAD-FILIAL             TO LIN-CTA-FILIAL.
           MOVE CAD-CTLE               TO LIN-CTA-CTLE.
           MOVE CAD-NOME-CLIE          TO LIN-CTA-NOME.
           MOVE WRK-CTA-PONTOS         TO LIN-CTA-PONTOS.

           IF  WRK-CONT-LINHAS         NOT EQUAL ZEROS
               MOVE LIN-BRANCO         TO REG-RELFRAU
               PERFORM 2770-GRAVAR-LINHA
           END-IF.

           MOVE LIN-CONTA              TO REG-RELFRAU.
           PERFORM 2770-GRAVAR-LINHA.

           MOVE SPACES                 TO LIN-FAT-LISTA.

           IF  WRK-CTA-MUDOU-END       EQUAL 'S'
               MOVE 'ENDERECO'         TO LIN-FAT-END
           END-IF.
           IF  WRK-CTA-MUDOU-FONE      EQUAL 'S'
               MOVE 'TELEFONE'         TO LIN-FAT-FONE
           END-IF.
           IF  WRK-CTA-MUDOU-EMAIL     EQUAL 'S'
               MOVE 'E-MAIL'           TO LIN-FAT-EMAIL
           END-IF.
           IF  WRK-CTA-MUDOU-PREF      EQUAL 'S'
               MOVE 'PREFERENCIA'      TO LIN-FAT-PREF
           END-IF.
           IF  WRK-CTA-COMBINACAO      EQUAL 'S'
               MOVE 'COMBINACAO'       TO LIN-FAT-COMB
           END-IF.
           IF  WRK-CTA-OPR-UNICO       EQUAL 'S'
               MOVE 'OPERADOR-UNICO'   TO LIN-FAT-OPUN
           END-IF.
           IF  WRK-CTA-FORA-HORARIO    EQUAL 'S'
               MOVE 'FORA-DO-HORARIO'  TO LIN-FAT-FORA
           END-IF.
           IF  WRK-CTA-OPR-MASSA       EQUAL 'S'
               MOVE 'OPERADOR-EM-MASSA'
                                       TO LIN-FAT-MASSA
           END-IF.

           MOVE WRK-QTD-OCO-CONTA      TO LIN-FAT-QTD-OCO.
           MOVE LIN-FATORES            TO REG-RELFRAU.
           PERFORM 2770-GRAVAR-LINHA.

           PERFORM VARYING WRK-IDX     FROM 1 BY 1
                     UNTIL WRK-IDX     > WRK-QTD-TRILHA
               PERFORM 2710-IMPRIMIR-OCORRENCIA
           END-PERFORM.

      *----------------------------------------------------------------*
       2700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2710-IMPRIMIR-OCORRENCIA        SECTION.
      *----------------------------------------------------------------*
      *    LINHA DA OCORRENCIA E, PARA CADA CATEGORIA ALTERADA NELA,   *
      *    O VALOR ANTES E O VALOR DEPOIS.                             *
      *----------------------------------------------------------------*

           MOVE WRK-TRL-DATA-HORA(WRK-IDX)(1:8)
                                       TO LIN-OCO-DATA.
           MOVE WRK-TRL-DATA-HORA(WRK-IDX)(9:2)
                                       TO LIN-OCO-HH.
           MOVE WRK-TRL-DATA-HORA(WRK-IDX)(11:2)
                                       TO LIN-OCO-MM.
           MOVE WRK-TRL-DATA-HORA(WRK-IDX)(13:2)
                                       TO LIN-OCO-SS.
           MOVE WRK-TRL-COD-USER(WRK-IDX)
                                       TO LIN-OCO-COD-USER.
           MOVE WRK-TRL-COD-DEPTO(WRK-IDX)
                                       TO LIN-OCO-COD-DEPTO.
           MOVE WRK-TRL-TRANSACAO(WRK-IDX)
                                       TO LIN-OCO-TRANSACAO.

           IF  WRK-TRL-FORA-HORARIO(WRK-IDX)
                                       EQUAL 'S'
               MOVE 'FORA DO HORARIO'  TO LIN-OCO-FORA-HORARIO
           ELSE
               MOVE SPACES             TO LIN-OCO-FORA-HORARIO
           END-IF.

           IF  WRK-TRL-OPR-MASSA(WRK-IDX)
                                       EQUAL 'S'
               MOVE 'OPERADOR EM MASSA'
                                       TO LIN-OCO-OPR-MASSA
           ELSE
               MOVE SPACES             TO LIN-OCO-OPR-MASSA
           END-IF.

           MOVE LIN-OCORRENCIA         TO REG-RELFRAU.
           PERFORM 2770-GRAVAR-LINHA.

           IF  WRK-TRL-MUDOU-END(WRK-IDX)
                                       EQUAL 'S'
               MOVE 'ENDERECO'         TO LIN-CPO-CAMPO
               MOVE 'ANTES:'           TO LIN-CPO-ROTULO
               MOVE WRK-TRL-IMAGEM-ANTES(WRK-IDX)
                                       TO REG-CADACLIE
               PERFORM 2720-IMPRIMIR-ENDERECO
               MOVE SPACES             TO LIN-CPO-CAMPO
               MOVE 'DEPOIS:'          TO LIN-CPO-ROTULO
               MOVE WRK-TRL-IMAGEM-DEPOIS(WRK-IDX)
                                       TO REG-CADACLIE
               PERFORM 2720-IMPRIMIR-ENDERECO
           END-IF.

           IF  WRK-TRL-MUDOU-FONE(WRK-IDX)
                                       EQUAL 'S'
               MOVE 'TELEFONE'         TO LIN-CPO-CAMPO
               MOVE 'ANTES:'           TO LIN-CPO-ROTULO
               MOVE WRK-TRL-IMAGEM-ANTES(WRK-IDX)
                                       TO REG-CADACLIE
               PERFORM 2730-IMPRIMIR-TELEFONE
               MOVE SPACES             TO LIN-CPO-CAMPO
               MOVE 'DEPOIS:'          TO LIN-CPO-ROTULO
               MOVE WRK-TRL-IMAGEM-DEPOIS(WRK-IDX)
                                       TO REG-CADACLIE
               PERFORM 2730-IMPRIMIR-TELEFONE
           END-IF.

           IF  WRK-TRL-MUDOU-EMAIL(WRK-IDX)
                                       EQUAL 'S'
               MOVE 'E-MAIL'           TO LIN-CPO-CAMPO
               MOVE 'ANTES:'           TO LIN-CPO-ROTULO
               MOVE WRK-TRL-IMAGEM-ANTES(WRK-IDX)
                                       TO REG-CADACLIE
               PERFORM 2740-IMPRIMIR-EMAIL
               MOVE SPACES             TO LIN-CPO-CAMPO
               MOVE 'DEPOIS:'          TO LIN-CPO-ROTULO
               MOVE WRK-TRL-IMAGEM-DEPOIS(WRK-IDX)
                                       TO REG-CADACLIE
               PERFORM 2740-IMPRIMIR-EMAIL
           END-IF.

           IF  WRK-TRL-MUDOU-PREF(WRK-IDX)
                                       EQUAL 'S'
               MOVE 'PREFERENCIA'      TO LIN-CPO-CAMPO
               MOVE 'ANTES:'           TO LIN-CPO-ROTULO
               MOVE WRK-TRL-IMAGEM-ANTES(WRK-IDX)
                                       TO REG-CADACLIE
               PERFORM 2745-IMPRIMIR-PREFERENCIA
               MOVE SPACES             TO LIN-CPO-CAMPO
               MOVE 'DEPOIS:'          TO LIN-CPO-ROTULO
               MOVE WRK-TRL-IMAGEM-DEPOIS(WRK-IDX)
                                       TO REG-CADACLIE
               PERFORM 2745-IMPRIMIR-PREFERENCIA
           END-IF.

      *----------------------------------------------------------------*
       2710-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2720-IMPRIMIR-ENDERECO          SECTION.
      *----------------------------------------------------------------*
      *    CIDADE NAO E IMPRESSA: VEM DO CEPCAD PELO CEP (I#CADREG).   *
      *----------------------------------------------------------------*

           MOVE SPACES                 TO LIN-CPO-VALOR.
           MOVE CAD-END-LOGRADOURO     TO LIN-CPO-LOGRADOURO.
           MOVE CAD-END-NUMERO         TO LIN-CPO-END-NUMERO.
           MOVE CAD-END-COMPLEM        TO LIN-CPO-COMPLEM.
           MOVE CAD-END-BAIRRO         TO LIN-CPO-BAIRRO.
           MOVE CAD-END-UF             TO LIN-CPO-UF.
           MOVE CAD-NRO-CEP            TO LIN-CPO-NRO-CEP.
           MOVE '-'                    TO LIN-CPO-HIFEN-CEP.

           IF  CAD-COMPL-CEP           NUMERIC
               MOVE CAD-COMPL-CEP-NULL TO LIN-CPO-COMPL-CEP
           END-IF.

           MOVE LIN-CAMPO              TO REG-RELFRAU.
           PERFORM 2770-GRAVAR-LINHA.

      *----------------------------------------------------------------*
       2720-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2730-IMPRIMIR-TELEFONE          SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO LIN-CPO-VALOR.
           MOVE CAD-DDD-FONE           TO LIN-CPO-DDD-FONE.

           IF  CAD-NRO-FONE            NUMERIC
               MOVE CAD-NRO-FONE       TO LIN-CPO-NRO-FONE
           END-IF.

           MOVE LIN-CAMPO              TO REG-RELFRAU.
           PERFORM 2770-GRAVAR-LINHA.

      *----------------------------------------------------------------*
       2730-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2740-IMPRIMIR-EMAIL             SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO LIN-CPO-VALOR.
           MOVE CAD-EMAIL              TO LIN-CPO-VALOR.

           MOVE LIN-CAMPO              TO REG-RELFRAU.
           PERFORM 2770-GRAVAR-LINHA.

      *----------------------------------------------------------------*
       2740-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2745-IMPRIMIR-PREFERENCIA       SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO LIN-CPO-VALOR.
           MOVE CAD-PREF-CONTATO       TO LIN-CPO-PREF-COD.

           EVALUATE TRUE
               WHEN CAD-PREF-CARTA
                   MOVE 'CARTA'        TO LIN-CPO-PREF-DESC
               WHEN CAD-PREF-TELEFONE
                   MOVE 'TELEFONE'     TO LIN-CPO-PREF-DESC
               WHEN CAD-PREF-EMAIL
                   MOVE 'E-MAIL'       TO LIN-CPO-PREF-DESC
               WHEN CAD-PREF-NAO-CONTATAR
                   MOVE 'NAO CONTATAR' TO LIN-CPO-PREF-DESC
               WHEN OTHER
                   MOVE 'NAO INFORMADA'
                                       TO LIN-CPO-PREF-DESC
           END-EVALUATE.

           MOVE LIN-CAMPO              TO REG-RELFRAU.
           PERFORM 2770-GRAVAR-LINHA.

      *----------------------------------------------------------------*
       2745-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2750-IMPRIMIR-CABECALHO         SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO WRK-CONT-PAGINA.
           MOVE WRK-CONT-PAGINA        TO LIN-1-PAGINA.

           MOVE WRK-HOJE-AAAAMMDD      TO LIN-2-DATA
                                          LIN-2-FIM-JANELA.
           MOVE WRK-INICIO-JANELA      TO LIN-2-INICIO-JANELA.
           MOVE WRK-LIMITE-PONTOS      TO LIN-2-LIMITE.

           MOVE WRK-PTS-ENDERECO       TO LIN-3-PTS-END.
           MOVE WRK-PTS-TELEFONE       TO LIN-3-PTS-FONE.
           MOVE WRK-PTS-EMAIL          TO LIN-3-PTS-EMAIL.
           MOVE WRK-PTS-PREFERENCIA    TO LIN-3-PTS-PREF.
           MOVE WRK-QTD-COMBINACAO     TO LIN-3-QTD-COMB.
           MOVE WRK-PTS-COMBINACAO     TO LIN-3-PTS-COMB.
           MOVE WRK-PTS-OPR-UNICO      TO LIN-3-PTS-OPUN.

           MOVE WRK-HORA-INICIO        TO LIN-4-HORA-INICIO.
           MOVE WRK-HORA-FIM           TO LIN-4-HORA-FIM.
           MOVE WRK-PTS-FORA-HORARIO   TO LIN-4-PTS-HORA.
           MOVE WRK-QTD-MASSA          TO LIN-4-QTD-MASSA.
           MOVE WRK-PTS-OPR-MASSA      TO LIN-4-PTS-MASSA.

           MOVE LIN-CABECALHO-1        TO REG-RELFRAU.
           PERFORM 2780-ESCREVER-RELFRAU.

           MOVE LIN-CABECALHO-2        TO REG-RELFRAU.
           PERFORM 2780-ESCREVER-RELFRAU.

           MOVE LIN-CABECALHO-3        TO REG-RELFRAU.
           PERFORM 2780-ESCREVER-RELFRAU.

           MOVE LIN-CABECALHO-4        TO REG-RELFRAU.
           PERFORM 2780-ESCREVER-RELFRAU.

           MOVE LIN-BRANCO             TO REG-RELFRAU.
           PERFORM 2780-ESCREVER-RELFRAU.

           MOVE ZEROS                  TO WRK-CONT-LINHAS.

      *----------------------------------------------------------------*
       2750-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2770-GRAVAR-LINHA               SECTION.
      *----------------------------------------------------------------*
      *    GRAVA A LINHA JA MOVIDA PARA REG-RELFRAU, ABRINDO NOVA      *
      *    PAGINA QUANDO NECESSARIO.                                   *
      *----------------------------------------------------------------*

           IF  WRK-CONT-LINHAS         EQUAL ZEROS OR
               WRK-CONT-LINHAS         >= WRK-LINHAS-POR-PAGINA
               MOVE REG-RELFRAU        TO WRK-LINHA-PENDENTE
               PERFORM 2750-IMPRIMIR-CABECALHO
               MOVE WRK-LINHA-PENDENTE TO REG-RELFRAU
           END-IF.

           PERFORM 2780-ESCREVER-RELFRAU.

           ADD 1                       TO WRK-CONT-LINHAS.

      *----------------------------------------------------------------*
       2770-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2780-ESCREVER-RELFRAU           SECTION.
      *----------------------------------------------------------------*

           WRITE REG-RELFRAU.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELFRAU'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELFRAU         TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELFRAU         TO WRK-FS-CADHIST.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       2780-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2800-IMPRIMIR-OPERADORES        SECTION.
      *----------------------------------------------------------------*

           IF  WRK-CONT-LINHAS         NOT EQUAL ZEROS
               MOVE LIN-BRANCO         TO REG-RELFRAU
               PERFORM 2770-GRAVAR-LINHA
           END-IF.

           MOVE WRK-QTD-MASSA          TO LIN-TIT-QTD-MASSA.
           MOVE LIN-TITULO-OPERADORES  TO REG-RELFRAU.
           PERFORM 2770-GRAVAR-LINHA.

           PERFORM VARYING WRK-IDX-OPR FROM 1 BY 1
                     UNTIL WRK-IDX-OPR > WRK-QTD-OPERADORES
               MOVE WRK-OPR-COD-USER(WRK-IDX-OPR)
                                       TO LIN-OPR-COD-USER
               MOVE WRK-OPR-COD-DEPTO(WRK-IDX-OPR)
                                       TO LIN-OPR-COD-DEPTO
               MOVE WRK-OPR-QTD-CONTAS(WRK-IDX-OPR)
                                       TO LIN-OPR-QTD-CONTAS
               MOVE LIN-OPERADOR       TO REG-RELFRAU
               PERFORM 2770-GRAVAR-LINHA
           END-PERFORM.

      *----------------------------------------------------------------*
       2800-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2900-IMPRIMIR-TOTAIS            SECTION.
      *----------------------------------------------------------------*

           MOVE LIN-BRANCO             TO REG-RELFRAU.
           PERFORM 2770-GRAVAR-LINHA.

           MOVE 'OCORRENCIAS LIDAS NO CADHIST................'
                                       TO LIN-TOT-DESCRICAO.
           MOVE WRK-TOT-LIDOS          TO LIN-TOT-VALOR.
           PERFORM 2910-IMPRIMIR-TOTAL.

           MOVE '  ANTERIORES A JANELA.......................'
                                       TO LIN-TOT-DESCRICAO.
           MOVE WRK-TOT-FORA-JANELA    TO LIN-TOT-VALOR.
           PERFORM 2910-IMPRIMIR-TOTAL.

           MOVE '  SEM ALTERACAO DE CONTATO..................'
                                       TO LIN-TOT-DESCRICAO.
           MOVE WRK-TOT-SEM-CONTATO    TO LIN-TOT-VALOR.
           PERFORM 2910-IMPRIMIR-TOTAL.

           MOVE '  COM ALTERACAO DE CONTATO..................'
                                       TO LIN-TOT-DESCRICAO.
           MOVE WRK-TOT-CONTATO        TO LIN-TOT-VALOR.
           PERFORM 2910-IMPRIMIR-TOTAL.

           MOVE 'CONTAS COM ALTERACAO DE CONTATO.............'
                                       TO LIN-TOT-DESCRICAO.
           MOVE WRK-TOT-CONTAS         TO LIN-TOT-VALOR.
           PERFORM 2910-IMPRIMIR-TOTAL.

           MOVE '  NO LIMITE OU ACIMA (PARA REVISAO).........'
                                       TO LIN-TOT-DESCRICAO.
           MOVE WRK-TOT-SUSPEITAS      TO LIN-TOT-VALOR.
           PERFORM 2910-IMPRIMIR-TOTAL.

           MOVE 'OPERADORES COM ALTERACAO DE CONTATO.........'
                                       TO LIN-TOT-DESCRICAO.
           MOVE WRK-TOT-OPERADORES     TO LIN-TOT-VALOR.
           PERFORM 2910-IMPRIMIR-TOTAL.

           MOVE '  EM MASSA..................................'
                                       TO LIN-TOT-DESCRICAO.
           MOVE WRK-QTD-OPERADORES     TO LIN-TOT-VALOR.
           PERFORM 2910-IMPRIMIR-TOTAL.

           MOVE '  EM MASSA ALEM DA TABELA (NAO PONTUADOS)...'
                                       TO LIN-TOT-DESCRICAO.
           MOVE WRK-TOT-OPR-NAO-TABELADOS
                                       TO LIN-TOT-VALOR.
           PERFORM 2910-IMPRIMIR-TOTAL.

           MOVE 'OCORRENCIAS NAO IMPRESSAS (LIMITE DA TRILHA)'
                                       TO LIN-TOT-DESCRICAO.
           MOVE WRK-TOT-TRILHA-OMITIDA TO LIN-TOT-VALOR.
           PERFORM 2910-IMPRIMIR-TOTAL.

      *----------------------------------------------------------------*
       2900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2910-IMPRIMIR-TOTAL             SECTION.
      *----------------------------------------------------------------*

           MOVE LIN-TOTAL              TO REG-RELFRAU.
           PERFORM 2770-GRAVAR-LINHA.

      *----------------------------------------------------------------*
       2910-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-FECHAR-ARQUIVO             SECTION.
      *----------------------------------------------------------------*

           CLOSE CADHIST.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'CADHIST'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-CADHIST         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           CLOSE RELFRAU.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'RELFRAU'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELFRAU         TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELFRAU         TO WRK-FS-CADHIST.
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

           MOVE 'BRAD0650'             TO STA-PGM.
           MOVE WRK-TOT-LIDOS          TO STA-TOT-LIDOS.
           MOVE WRK-TOT-SUSPEITAS      TO STA-TOT-GRAVADOS.
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
