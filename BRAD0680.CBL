      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. BRAD0680.
       AUTHOR.     FLAVIO AUGUSTO MARIA.
      *================================================================*
      *                   P R I M E  I N F O R M A T I C A             *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  BRAD0680                                     *
      *    PROGRAMADOR.:  FLAVIO AUGUSTO MARIA              -  PRIME   *
      *    ANALISTA....:                                    -          *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  RELATORIO MENSAL DAS ALTERACOES NOS ARQUIVOS *
      *                   DE REFERENCIA (PARMCAD, DOMCAD, CALCAD E     *
      *                   DDDCAD) FEITAS PELA TRANSACAO CADU1213, A    *
      *                   PARTIR DO JORNAL REFHIST GRAVADO PELA        *
      *                   BRAD7400, PARA CONFERENCIA E VISTO DA        *
      *                   AUDITORIA. UMA SECAO POR ARQUIVO, EM ORDEM   *
      *                   DE CHAVE E DATA/HORA (TODAS AS ALTERACOES DE *
      *                   UM MESMO REGISTRO FICAM JUNTAS): QUEM        *
      *                   ALTEROU (USUARIO/DEPARTAMENTO), QUANDO, A    *
      *                   OPERACAO E OS VALORES ANTES E DEPOIS. AO     *
      *                   FINAL, TOTAIS POR ARQUIVO E OPERACAO E O     *
      *                   QUADRO DE VISTO DA AUDITORIA - IMPRESSO      *
      *                   MESMO QUANDO NAO HOUVE ALTERACAO NO MES.     *
      *----------------------------------------------------------------*
      *    PERIODO.....:  O ARQUIVO REFHIST E LIDO POR INTEIRO (MESMO  *
      *                   CRITERIO DA BRAD0670): O JCL FORNECE A       *
      *                   GERACAO DO MES A SER RELATADO. O PERIODO     *
      *                   IMPRESSO NO CABECALHO E O DA PRIMEIRA E DA   *
      *                   ULTIMA DATA ENCONTRADAS NO ARQUIVO.          *
      *----------------------------------------------------------------*
      *    SAIDAS......:  RELREF  - RELATORIO DE ALTERACOES.           *
      *                   RUNSTAT - LIDOS = REGISTROS DO REFHIST,      *
      *                   GRAVADOS = ALTERACOES LISTADAS (BRAD7130).   *
      *----------------------------------------------------------------*
      *    RETORNO.....:  RETURN-CODE 12 EM ERRO DE ARQUIVO.           *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#REFHST - LAYOUT DO JORNAL DE ALTERACOES DE REFERENCIA.    *
      *    I#PARMCD - LAYOUT DO PARMCAD (IMAGENS ANTES/DEPOIS).        *
      *    I#DOMCAD - LAYOUT DO DOMCAD  (IMAGENS ANTES/DEPOIS).        *
      *    I#CALCAD - LAYOUT DO CALCAD  (IMAGENS ANTES/DEPOIS).        *
      *    I#DDDCAD - LAYOUT DO DDDCAD  (IMAGENS ANTES/DEPOIS).        *
      *    I#BRAD7S - AREA DE COMUNICACAO COM O MODULO BRAD7130.       *
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

           SELECT REFHIST   ASSIGN     TO UT-S-REFHIST
                      FILE STATUS      IS WRK-FS-REFHIST.

           SELECT RELREF    ASSIGN     TO UT-S-RELREF
                      FILE STATUS      IS WRK-FS-RELREF.

           SELECT SRTREF    ASSIGN     TO UT-S-SRTREF.

      *================================================================*
       DATA DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INPUT  :  JORNAL DE ALTERACOES DOS ARQUIVOS DE REFERENCIA   *
      *              ORG. SEQUENCIAL   -   LRECL = 187                 *
      *----------------------------------------------------------------*

       FD  REFHIST
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  REG-REFHIST                  PIC  X(187).

      *----------------------------------------------------------------*
      *    OUTPUT :  RELATORIO MENSAL DE ALTERACOES DE REFERENCIA      *
      *              ORG. SEQUENCIAL   -   LRECL = 132                 *
      *----------------------------------------------------------------*

       FD  RELREF
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  REG-RELREF                   PIC  X(132).

      *----------------------------------------------------------------*
      *    SORT  :  ALTERACOES POR ARQUIVO, CHAVE E DATA/HORA          *
      *----------------------------------------------------------------*

       SD  SRTREF.

       01  REG-SRTREF.
           05  SRT-ARQUIVO              PIC  X(08).
           05  SRT-CHAVE                PIC  X(16).
           05  SRT-DATA-HORA            PIC  X(21).
           05  SRT-REGISTRO             PIC  X(187).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** INICIO DA WORKING BRAD0680                 ***'.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** VARIAVEIS AUXILIARES                       ***'.
      *----------------------------------------------------------------*

       77  WRK-FECHAR                  PIC  X(001)         VALUE 'N'.
       77  WRK-PGM                     PIC  X(008)         VALUE
           'BRAD0680'.
       77  WRK-BATCH                   PIC  X(008)         VALUE
           'BATCH'.
       77  WRK-SQLCA-OU-STATUS         PIC  X(136)         VALUE SPACES.
       77  WRK-TOT-LIDOS               PIC  9(009) COMP    VALUE ZEROS.
       77  WRK-TOT-LISTADOS            PIC  9(009) COMP    VALUE ZEROS.
       77  WRK-HOJE-AAAAMMDD           PIC  9(008)         VALUE ZEROS.
       77  WRK-PRIMEIRA-DATA           PIC  9(008)         VALUE ZEROS.
       77  WRK-ULTIMA-DATA             PIC  9(008)         VALUE ZEROS.
       77  WRK-IDX                     PIC  9(003) COMP    VALUE ZEROS.
       77  WRK-ABORTAR                 PIC  X(001)         VALUE 'N'.
           88  WRK-EXECUCAO-ABORTADA                       VALUE 'S'.

      *----------------------------------------------------------------*
      *    CARIMBO DATA/HORA DO JORNAL (AAAAMMDDHHMMSSCC...)           *
      *----------------------------------------------------------------*

       01  WRK-CARIMBO.
           05  WRK-CRB-DATA            PIC  9(008).
           05  WRK-CRB-HH              PIC  9(002).
           05  WRK-CRB-MM              PIC  9(002).
           05  WRK-CRB-SS              PIC  9(002).
           05  FILLER                  PIC  X(007).

      *----------------------------------------------------------------*
      *    CONTROLE DA QUEBRA POR ARQUIVO                              *
      *----------------------------------------------------------------*

       01  WRK-PRIMEIRO-REG            PIC  X(001)         VALUE 'S'.
       01  WRK-ARQUIVO-ATUAL           PIC  X(008)         VALUE SPACES.

      *----------------------------------------------------------------*
      *    TOTAIS POR ARQUIVO E OPERACAO. A ORDEM DA TABELA E A DA     *
      *    IMPRESSAO DOS TOTAIS; ARQUIVO NAO PREVISTO CAI NA ULTIMA    *
      *    ENTRADA ("OUTROS").                                         *
      *----------------------------------------------------------------*

       01  WRK-TAB-ARQUIVOS-LIT.
           05  FILLER                  PIC  X(008)         VALUE
               'PARMCAD'.
           05  FILLER                  PIC  X(008)         VALUE
               'DOMCAD'.
           05  FILLER                  PIC  X(008)         VALUE
               'CALCAD'.
           05  FILLER                  PIC  X(008)         VALUE
               'DDDCAD'.
           05  FILLER                  PIC  X(008)         VALUE
               'OUTROS'.

       01  WRK-TAB-ARQUIVOS REDEFINES WRK-TAB-ARQUIVOS-LIT.
           05  WRK-ARQ-NOME            PIC  X(008)
                                       OCCURS 5 TIMES.

       77  WRK-QTD-ARQUIVOS            PIC  9(003) COMP    VALUE 5.

       01  WRK-TAB-TOTAIS.
           05  WRK-TOT-ENTRADA         OCCURS 5 TIMES.
               10  WRK-TOT-INCLUSOES   PIC  9(009) COMP.
               10  WRK-TOT-ALTERACOES  PIC  9(009) COMP.
               10  WRK-TOT-EXCLUSOES   PIC  9(009) COMP.

       01  WRK-GER-INCLUSOES           PIC  9(009) COMP    VALUE ZEROS.
       01  WRK-GER-ALTERACOES          PIC  9(009) COMP    VALUE ZEROS.
       01  WRK-GER-EXCLUSOES           PIC  9(009) COMP    VALUE ZEROS.

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** REGISTRO DO JORNAL E IMAGENS DOS ARQUIVOS  ***'.
      *----------------------------------------------------------------*
      *    AS IMAGENS ANTES/DEPOIS SAO INTERPRETADAS NO LAYOUT DO      *
      *    PROPRIO ARQUIVO DE REFERENCIA PARA A IMPRESSAO DOS VALORES. *
      *----------------------------------------------------------------*

           COPY 'I#REFHST'.

           COPY 'I#PARMCD'.

           COPY 'I#DOMCAD'.

           COPY 'I#CALCAD'.

           COPY 'I#DDDCAD'.

       01  WRK-IMAGEM                  PIC  X(060)         VALUE SPACES.
       01  WRK-TEXTO-IMAGEM            PIC  X(100)         VALUE SPACES.
       01  WRK-TEXTO-CHAVE             PIC  X(020)         VALUE SPACES.
       01  WRK-DATA-EDITADA            PIC  9999/99/99.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** LINHAS DE IMPRESSAO DO RELATORIO           ***'.
      *----------------------------------------------------------------*

       77  WRK-LINHAS-POR-PAGINA       PIC  9(002) COMP    VALUE 55.
       77  WRK-CONT-LINHAS             PIC  9(002) COMP    VALUE ZEROS.
       77  WRK-CONT-PAGINA             PIC  9(004) COMP    VALUE ZEROS.

       01  LIN-CABECALHO-1.
           05  FILLER                  PIC  X(070)         VALUE
               'BRAD0680 - ALTERACOES NOS ARQUIVOS DE REFERENCIA (AUDITO
      -        'RIA)'.
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

       01  LIN-COLUNAS-ALTERACAO.
           05  FILLER                  PIC  X(004)         VALUE SPACES.
           05  FILLER                  PIC  X(021)         VALUE
               'DATA       HORA     '.
           05  FILLER                  PIC  X(009)         VALUE
               'USUARIO  '.
           05  FILLER                  PIC  X(008)         VALUE
               'DEPTO   '.
           05  FILLER                  PIC  X(010)         VALUE
               'TRANSAC.  '.
           05  FILLER                  PIC  X(011)         VALUE
               'OPERACAO   '.
           05  FILLER                  PIC  X(020)         VALUE
               'CHAVE'.
           05  FILLER                  PIC  X(049)         VALUE SPACES.

       01  LIN-COLUNAS-TOTAIS.
           05  FILLER                  PIC  X(004)         VALUE SPACES.
           05  FILLER                  PIC  X(008)         VALUE
               'ARQUIVO'.
           05  FILLER                  PIC  X(013)         VALUE
               '    INCLUSOES'.
           05  FILLER                  PIC  X(013)         VALUE
               '   ALTERACOES'.
           05  FILLER                  PIC  X(013)         VALUE
               '    EXCLUSOES'.
           05  FILLER                  PIC  X(013)         VALUE
               '        TOTAL'.
           05  FILLER                  PIC  X(068)         VALUE SPACES.

       01  LIN-ARQUIVO.
           05  FILLER                  PIC  X(009)         VALUE
               'ARQUIVO: '.
           05  LIN-ARQ-NOME            PIC  X(008).
           05  FILLER                  PIC  X(003)         VALUE
               ' - '.
           05  LIN-ARQ-DESCRICAO       PIC  X(050).
           05  FILLER                  PIC  X(062)         VALUE SPACES.

       01  LIN-DETALHE.
           05  FILLER                  PIC  X(004)         VALUE SPACES.
           05  LIN-DET-DATA            PIC  9999/99/99.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  LIN-DET-HORA.
               10  LIN-DET-HH          PIC  9(002).
               10  FILLER              PIC  X(001)         VALUE ':'.
               10  LIN-DET-MM          PIC  9(002).
               10  FILLER              PIC  X(001)         VALUE ':'.
               10  LIN-DET-SS          PIC  9(002).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-COD-USER        PIC  X(007).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-COD-DEPTO       PIC  X(006).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-TRANSACAO       PIC  X(008).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-OPERACAO        PIC  X(009).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-CHAVE           PIC  X(020).
           05  FILLER                  PIC  X(049)         VALUE SPACES.

       01  LIN-IMAGEM.
           05  FILLER                  PIC  X(025)         VALUE SPACES.
           05  LIN-IMG-ROTULO          PIC  X(008).
           05  LIN-IMG-TEXTO           PIC  X(099).

       01  LIN-SUBTOTAL.
           05  FILLER                  PIC  X(004)         VALUE SPACES.
           05  FILLER                  PIC  X(010)         VALUE
               'TOTAL DO '.
           05  LIN-SUB-ARQUIVO         PIC  X(008).
           05  FILLER                  PIC  X(013)         VALUE
               ' - INCLUSOES:'.
           05  LIN-SUB-INCLUSOES       PIC  ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(013)         VALUE
               '  ALTERACOES:'.
           05  LIN-SUB-ALTERACOES      PIC  ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(012)         VALUE
               '  EXCLUSOES:'.
           05  LIN-SUB-EXCLUSOES       PIC  ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(039)         VALUE SPACES.

       01  LIN-TOTAL-ARQUIVO.
           05  FILLER                  PIC  X(004)         VALUE SPACES.
           05  LIN-TAR-ARQUIVO         PIC  X(008).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-TAR-INCLUSOES       PIC  ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-TAR-ALTERACOES      PIC  ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-TAR-EXCLUSOES       PIC  ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-TAR-TOTAL           PIC  ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(068)         VALUE SPACES.

       01  LIN-SEM-ALTERACAO.
           05  FILLER                  PIC  X(004)         VALUE SPACES.
           05  FILLER                  PIC  X(060)         VALUE
               'NENHUMA ALTERACAO DE REFERENCIA REGISTRADA NO PERIODO.'.
           05  FILLER                  PIC  X(068)         VALUE SPACES.

       01  LIN-VISTO-TITULO.
           05  FILLER                  PIC  X(004)         VALUE SPACES.
           05  FILLER                  PIC  X(060)         VALUE
               'CONFERENCIA E VISTO DAS ALTERACOES DE REFERENCIA'.
           05  FILLER                  PIC  X(068)         VALUE SPACES.

       01  LIN-VISTO.
           05  FILLER                  PIC  X(004)         VALUE SPACES.
           05  LIN-VIS-ROTULO          PIC  X(026).
           05  FILLER                  PIC  X(040)         VALUE
               '______________________________  DATA: '.
           05  FILLER                  PIC  X(024)         VALUE
               '____/____/______  VISTO:'.
           05  FILLER                  PIC  X(038)         VALUE
               ' ____________________'.

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

       01  WRK-FS-REFHIST              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-RELREF               PIC  X(002)         VALUE SPACES.

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

           SORT SRTREF
               ON ASCENDING KEY SRT-ARQUIVO
                                SRT-CHAVE
                                SRT-DATA-HORA
               INPUT PROCEDURE  IS 1500-CARREGAR-ORDENACAO
               OUTPUT PROCEDURE IS 2000-IMPRIMIR-ALTERACOES.

           PERFORM 2900-IMPRIMIR-TOTAIS.

           PERFORM 2950-IMPRIMIR-VISTO.

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

           INITIALIZE WRK-TAB-TOTAIS.

           OPEN INPUT  REFHIST.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'REFHIST'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-REFHIST        TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           OPEN OUTPUT RELREF.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'RELREF'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELREF         TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELREF         TO WRK-FS-REFHIST.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-TESTAR-FILE-STATUS          SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-REFHIST           NOT EQUAL '00'
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
      *    PASSA TODAS AS ALTERACOES DO JORNAL PARA O SORT, ANOTANDO   *
      *    A PRIMEIRA E A ULTIMA DATA PARA O CABECALHO.                *
      *----------------------------------------------------------------*

           PERFORM 1510-LER-REFHIST.

           PERFORM UNTIL WRK-FECHAR    EQUAL 'S'
               MOVE RHS-DATA-HORA      TO WRK-CARIMBO
               IF  WRK-CRB-DATA        NUMERIC
                   IF  WRK-PRIMEIRA-DATA   EQUAL ZEROS OR
                       WRK-CRB-DATA        LESS WRK-PRIMEIRA-DATA
                       MOVE WRK-CRB-DATA   TO WRK-PRIMEIRA-DATA
                   END-IF
                   IF  WRK-CRB-DATA        > WRK-ULTIMA-DATA
                       MOVE WRK-CRB-DATA   TO WRK-ULTIMA-DATA
                   END-IF
               END-IF
               MOVE RHS-ARQUIVO        TO SRT-ARQUIVO
               MOVE RHS-CHAVE          TO SRT-CHAVE
               MOVE RHS-DATA-HORA      TO SRT-DATA-HORA
               MOVE REG-REFHST         TO SRT-REGISTRO
               RELEASE REG-SRTREF
               PERFORM 1510-LER-REFHIST
           END-PERFORM.

           MOVE 'N'                    TO WRK-FECHAR.

      *----------------------------------------------------------------*
       1500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1510-LER-REFHIST                SECTION.
      *----------------------------------------------------------------*

           READ REFHIST                INTO REG-REFHST.

           IF WRK-FS-REFHIST           EQUAL '10'
              MOVE 'S'                 TO WRK-FECHAR
              GO TO 1510-99-FIM
           END-IF.

           SET WRK-LEITURA             TO TRUE.
           MOVE 'REFHIST'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-REFHIST         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           ADD 1                       TO WRK-TOT-LIDOS.

      *----------------------------------------------------------------*
       1510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-IMPRIMIR-ALTERACOES        SECTION.
      *----------------------------------------------------------------*
      *    UMA SECAO (PAGINA PROPRIA) POR ARQUIVO DE REFERENCIA, COM   *
      *    O SUBTOTAL DE OPERACOES AO FINAL DE CADA UMA.               *
      *----------------------------------------------------------------*

           MOVE LIN-COLUNAS-ALTERACAO  TO WRK-LIN-COLUNAS.

           PERFORM 2010-RETORNAR-ALTERACAO.

           PERFORM UNTIL WRK-FECHAR    EQUAL 'S'
               PERFORM 2100-TRATAR-ALTERACAO
               PERFORM 2010-RETORNAR-ALTERACAO
           END-PERFORM.

           IF  WRK-PRIMEIRO-REG        EQUAL 'N'
               PERFORM 2200-FECHAR-ARQUIVO-REF
           ELSE
               MOVE 'ALTERACOES DE REFERENCIA'
                                       TO LIN-2-SECAO
               MOVE ZEROS              TO WRK-CONT-LINHAS
               MOVE LIN-SEM-ALTERACAO  TO REG-RELREF
               PERFORM 2770-GRAVAR-LINHA
           END-IF.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2010-RETORNAR-ALTERACAO         SECTION.
      *----------------------------------------------------------------*

           RETURN SRTREF
               AT END
                   MOVE 'S'            TO WRK-FECHAR
           END-RETURN.

      *----------------------------------------------------------------*
       2010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-TRATAR-ALTERACAO           SECTION.
      *----------------------------------------------------------------*
      *    IMPRIME A ALTERACAO (LINHA DE IDENTIFICACAO + VALORES ANTES *
      *    E DEPOIS) E ACUMULA NOS TOTAIS DO ARQUIVO.                  *
      *----------------------------------------------------------------*

           MOVE SRT-REGISTRO           TO REG-REFHST.

           IF  WRK-PRIMEIRO-REG        EQUAL 'N' AND
               RHS-ARQUIVO             NOT EQUAL WRK-ARQUIVO-ATUAL
               PERFORM 2200-FECHAR-ARQUIVO-REF
           END-IF.

           IF  WRK-PRIMEIRO-REG        EQUAL 'S' OR
               RHS-ARQUIVO             NOT EQUAL WRK-ARQUIVO-ATUAL
               PERFORM 2150-INICIAR-ARQUIVO-REF
           END-IF.

           MOVE 'N'                    TO WRK-PRIMEIRO-REG.

           PERFORM 2110-LOCALIZAR-ARQUIVO.

           MOVE RHS-DATA-HORA          TO WRK-CARIMBO.
           IF  WRK-CARIMBO(1:14)       NUMERIC
               MOVE WRK-CRB-DATA       TO LIN-DET-DATA
               MOVE WRK-CRB-HH         TO LIN-DET-HH
               MOVE WRK-CRB-MM         TO LIN-DET-MM
               MOVE WRK-CRB-SS         TO LIN-DET-SS
           ELSE
               MOVE ZEROS              TO LIN-DET-DATA
                                          LIN-DET-HH
                                          LIN-DET-MM
                                          LIN-DET-SS
           END-IF.

           MOVE RHS-COD-USER           TO LIN-DET-COD-USER.
           MOVE RHS-COD-DEPTO          TO LIN-DET-COD-DEPTO.
           MOVE RHS-TRANSACAO          TO LIN-DET-TRANSACAO.

           EVALUATE TRUE
               WHEN RHS-OPER-INCLUSAO
                   MOVE 'INCLUSAO'     TO LIN-DET-OPERACAO
                   ADD 1               TO WRK-TOT-INCLUSOES(WRK-IDX)
                                          WRK-GER-INCLUSOES
               WHEN RHS-OPER-EXCLUSAO
                   MOVE 'EXCLUSAO'     TO LIN-DET-OPERACAO
                   ADD 1               TO WRK-TOT-EXCLUSOES(WRK-IDX)
                                          WRK-GER-EXCLUSOES
               WHEN OTHER
                   MOVE 'ALTERACAO'    TO LIN-DET-OPERACAO
                   ADD 1               TO WRK-TOT-ALTERACOES(WRK-IDX)
                                          WRK-GER-ALTERACOES
           END-EVALUATE.

           PERFORM 2300-FORMATAR-CHAVE.
           MOVE WRK-TEXTO-CHAVE        TO LIN-DET-CHAVE.

           MOVE LIN-DETALHE            TO REG-RELREF.
           PERFORM 2770-GRAVAR-LINHA.

      *    NA INCLUSAO NAO HA IMAGEM ANTES E NA EXCLUSAO NAO HA IMAGEM
      *    DEPOIS (LOW-VALUES NO JORNAL).
           MOVE 'ANTES :'              TO LIN-IMG-ROTULO.
           IF  RHS-IMAGEM-ANTES        EQUAL LOW-VALUES
               MOVE '(REGISTRO NAO EXISTIA)'
                                       TO WRK-TEXTO-IMAGEM
           ELSE
               MOVE RHS-IMAGEM-ANTES   TO WRK-IMAGEM
               PERFORM 2310-FORMATAR-IMAGEM
           END-IF.
           MOVE WRK-TEXTO-IMAGEM       TO LIN-IMG-TEXTO.
           MOVE LIN-IMAGEM             TO REG-RELREF.
           PERFORM 2770-GRAVAR-LINHA.

           MOVE 'DEPOIS:'              TO LIN-IMG-ROTULO.
           IF  RHS-IMAGEM-DEPOIS       EQUAL LOW-VALUES
               MOVE '(REGISTRO EXCLUIDO)'
                                       TO WRK-TEXTO-IMAGEM
           ELSE
               MOVE RHS-IMAGEM-DEPOIS  TO WRK-IMAGEM
               PERFORM 2310-FORMATAR-IMAGEM
           END-IF.
           MOVE WRK-TEXTO-IMAGEM       TO LIN-IMG-TEXTO.
           MOVE LIN-IMAGEM             TO REG-RELREF.
           PERFORM 2770-GRAVAR-LINHA.

           ADD 1                       TO WRK-TOT-LISTADOS.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2110-LOCALIZAR-ARQUIVO          SECTION.
      *----------------------------------------------------------------*
      *    POSICIONA WRK-IDX NA ENTRADA DO ARQUIVO NA TABELA DE        *
      *    TOTAIS (ULTIMA ENTRADA = OUTROS).                           *
      *----------------------------------------------------------------*

           PERFORM VARYING WRK-IDX     FROM 1 BY 1
                     UNTIL WRK-IDX     NOT LESS WRK-QTD-ARQUIVOS
                        OR WRK-ARQ-NOME(WRK-IDX) EQUAL RHS-ARQUIVO
               CONTINUE
           END-PERFORM.

      *----------------------------------------------------------------*
       2110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2150-INICIAR-ARQUIVO-REF        SECTION.
      *----------------------------------------------------------------*
      *    CADA ARQUIVO COMECA EM PAGINA PROPRIA, COM A LINHA DE       *
      *    IDENTIFICACAO DO ARQUIVO.                                   *
      *----------------------------------------------------------------*

           MOVE RHS-ARQUIVO            TO WRK-ARQUIVO-ATUAL
                                          LIN-ARQ-NOME.

           EVALUATE TRUE
               WHEN RHS-ARQ-PARMCAD
                   MOVE 'PARAMETROS OPERACIONAIS (BRAD7160)'
                                       TO LIN-ARQ-DESCRICAO
               WHEN RHS-ARQ-DOMCAD
                   MOVE 'DOMINIOS - AGENCIA, POSTO E RAMO DE ATIVIDADE'
                                       TO LIN-ARQ-DESCRICAO
               WHEN RHS-ARQ-CALCAD
                   MOVE 'CALENDARIO DE DIAS UTEIS (BRAD7240)'
                                       TO LIN-ARQ-DESCRICAO
               WHEN RHS-ARQ-DDDCAD
                   MOVE 'CODIGOS DDD (BRAD7220)'
                                       TO LIN-ARQ-DESCRICAO
               WHEN OTHER
                   MOVE 'ARQUIVO NAO PREVISTO'
                                       TO LIN-ARQ-DESCRICAO
           END-EVALUATE.

           MOVE SPACES                 TO LIN-2-SECAO.
           STRING 'ALTERACOES NO '     DELIMITED BY SIZE
                  RHS-ARQUIVO          DELIMITED BY SPACE
                  INTO LIN-2-SECAO
           END-STRING.

           MOVE ZEROS                  TO WRK-CONT-LINHAS.

           MOVE LIN-ARQUIVO            TO REG-RELREF.
           PERFORM 2770-GRAVAR-LINHA.

           MOVE LIN-BRANCO             TO REG-RELREF.
           PERFORM 2770-GRAVAR-LINHA.

      *----------------------------------------------------------------*
       2150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-FECHAR-ARQUIVO-REF         SECTION.
      *----------------------------------------------------------------*

           PERFORM VARYING WRK-IDX     FROM 1 BY 1
                     UNTIL WRK-IDX     NOT LESS WRK-QTD-ARQUIVOS
                        OR WRK-ARQ-NOME(WRK-IDX) EQUAL WRK-ARQUIVO-ATUAL
               CONTINUE
           END-PERFORM.

           MOVE WRK-ARQUIVO-ATUAL      TO LIN-SUB-ARQUIVO.
           MOVE WRK-TOT-INCLUSOES(WRK-IDX)
                                       TO LIN-SUB-INCLUSOES.
           MOVE WRK-TOT-ALTERACOES(WRK-IDX)
                                       TO LIN-SUB-ALTERACOES.
           MOVE WRK-TOT-EXCLUSOES(WRK-IDX)
                                       TO LIN-SUB-EXCLUSOES.

           MOVE LIN-BRANCO             TO REG-RELREF.
           PERFORM 2770-GRAVAR-LINHA.

           MOVE LIN-SUBTOTAL           TO REG-RELREF.
           PERFORM 2770-GRAVAR-LINHA.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2300-FORMATAR-CHAVE             SECTION.
      *----------------------------------------------------------------*
      *    CHAVE DO REGISTRO NO FORMATO DIGITADO NA CADU1213.          *
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-TEXTO-CHAVE.

           EVALUATE TRUE
               WHEN RHS-ARQ-PARMCAD
                   MOVE RHS-CHAVE      TO PRM-CHAVE
                   STRING PRM-PGM      DELIMITED BY SPACE
                          '/'          DELIMITED BY SIZE
                          PRM-NOME     DELIMITED BY SPACE
                          INTO WRK-TEXTO-CHAVE
                   END-STRING
               WHEN RHS-ARQ-DOMCAD
                   MOVE RHS-CHAVE(1:6) TO DOM-CHAVE
                   STRING DOM-TIPO     DELIMITED BY SIZE
                          '/'          DELIMITED BY SIZE
                          DOM-CODIGO   DELIMITED BY SIZE
                          INTO WRK-TEXTO-CHAVE
                   END-STRING
               WHEN RHS-ARQ-CALCAD
                   MOVE RHS-CHAVE(1:8) TO CAL-CHAVE
                   IF  CAL-DATA        NUMERIC
                       MOVE CAL-DATA   TO WRK-DATA-EDITADA
                       MOVE WRK-DATA-EDITADA
                                       TO WRK-TEXTO-CHAVE
                   ELSE
                       MOVE RHS-CHAVE  TO WRK-TEXTO-CHAVE
                   END-IF
               WHEN OTHER
                   MOVE RHS-CHAVE      TO WRK-TEXTO-CHAVE
           END-EVALUATE.

      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2310-FORMATAR-IMAGEM            SECTION.
      *----------------------------------------------------------------*
      *    INTERPRETA A IMAGEM (WRK-IMAGEM) NO LAYOUT DO ARQUIVO E     *
      *    MONTA OS CAMPOS DE DADOS EM WRK-TEXTO-IMAGEM.               *
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-TEXTO-IMAGEM.

           EVALUATE TRUE
               WHEN RHS-ARQ-PARMCAD
                   MOVE WRK-IMAGEM(1:55)
                                       TO REG-PARMCAD
                   STRING 'VALOR: '    DELIMITED BY SIZE
                          PRM-VALOR    DELIMITED BY SIZE
                          '  DESCRICAO: '
                                       DELIMITED BY SIZE
                          PRM-DESCRICAO
                                       DELIMITED BY SIZE
                          INTO WRK-TEXTO-IMAGEM
                   END-STRING
               WHEN RHS-ARQ-DOMCAD
                   MOVE WRK-IMAGEM(1:40)
                                       TO REG-DOMCAD
                   STRING 'SITUACAO: ' DELIMITED BY SIZE
                          DOM-SITUACAO DELIMITED BY SIZE
                          '  DESCRICAO: '
                                       DELIMITED BY SIZE
                          DOM-DESCRICAO
                                       DELIMITED BY SIZE
                          INTO WRK-TEXTO-IMAGEM
                   END-STRING
               WHEN RHS-ARQ-CALCAD
                   MOVE WRK-IMAGEM(1:40)
                                       TO REG-CALCAD
                   STRING 'TIPO DO DIA: '
                                       DELIMITED BY SIZE
                          CAL-TIPO-DIA DELIMITED BY SIZE
                          '  DESCRICAO: '
                                       DELIMITED BY SIZE
                          CAL-DESCRICAO
                                       DELIMITED BY SIZE
                          INTO WRK-TEXTO-IMAGEM
                   END-STRING
               WHEN RHS-ARQ-DDDCAD
                   MOVE WRK-IMAGEM(1:26)
                                       TO REG-DDDCAD
                   STRING 'UF: '       DELIMITED BY SIZE
                          DDD-UF       DELIMITED BY SIZE
                          '  DESCRICAO: '
                                       DELIMITED BY SIZE
                          DDD-DESCRICAO
                                       DELIMITED BY SIZE
                          INTO WRK-TEXTO-IMAGEM
                   END-STRING
               WHEN OTHER
                   MOVE WRK-IMAGEM     TO WRK-TEXTO-IMAGEM
           END-EVALUATE.

      *----------------------------------------------------------------*
       2310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2750-IMPRIMIR-CABECALHO         SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO WRK-CONT-PAGINA.
           MOVE WRK-CONT-PAGINA        TO LIN-1-PAGINA.

           MOVE WRK-HOJE-AAAAMMDD      TO LIN-2-DATA.
           MOVE WRK-PRIMEIRA-DATA      TO LIN-2-PRIMEIRA-DATA.
           MOVE WRK-ULTIMA-DATA        TO LIN-2-ULTIMA-DATA.

           MOVE LIN-CABECALHO-1        TO REG-RELREF.
           PERFORM 2780-ESCREVER-RELREF.

           MOVE LIN-CABECALHO-2        TO REG-RELREF.
           PERFORM 2780-ESCREVER-RELREF.

           MOVE LIN-BRANCO             TO REG-RELREF.
           PERFORM 2780-ESCREVER-RELREF.

           MOVE WRK-LIN-COLUNAS        TO REG-RELREF.
           PERFORM 2780-ESCREVER-RELREF.

           MOVE LIN-BRANCO             TO REG-RELREF.
           PERFORM 2780-ESCREVER-RELREF.

           MOVE ZEROS                  TO WRK-CONT-LINHAS.

      *----------------------------------------------------------------*
       2750-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2770-GRAVAR-LINHA               SECTION.
      *----------------------------------------------------------------*
      *    GRAVA A LINHA JA MOVIDA PARA REG-RELREF, ABRINDO NOVA       *
      *    PAGINA QUANDO NECESSARIO (CADA SECAO ZERA WRK-CONT-LINHAS   *
      *    PARA COMECAR EM PAGINA PROPRIA).                            *
      *----------------------------------------------------------------*

           IF  WRK-CONT-LINHAS         EQUAL ZEROS OR
               WRK-CONT-LINHAS         >= WRK-LINHAS-POR-PAGINA
               MOVE REG-RELREF         TO WRK-LINHA-PENDENTE
               PERFORM 2750-IMPRIMIR-CABECALHO
               MOVE WRK-LINHA-PENDENTE TO REG-RELREF
           END-IF.

           PERFORM 2780-ESCREVER-RELREF.

           ADD 1                       TO WRK-CONT-LINHAS.

      *----------------------------------------------------------------*
       2770-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2780-ESCREVER-RELREF            SECTION.
      *----------------------------------------------------------------*

           WRITE REG-RELREF.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELREF'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELREF          TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELREF          TO WRK-FS-REFHIST.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       2780-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2900-IMPRIMIR-TOTAIS            SECTION.
      *----------------------------------------------------------------*
      *    TOTAIS POR ARQUIVO E OPERACAO, EM NOVA PAGINA. A LINHA      *
      *    "OUTROS" SO APARECE SE O JORNAL TROUXER ARQUIVO NAO         *
      *    PREVISTO.                                                   *
      *----------------------------------------------------------------*

           MOVE 'TOTAIS DA EXECUCAO'   TO LIN-2-SECAO.
           MOVE LIN-COLUNAS-TOTAIS     TO WRK-LIN-COLUNAS.
           MOVE ZEROS                  TO WRK-CONT-LINHAS.

           PERFORM VARYING WRK-IDX     FROM 1 BY 1
                     UNTIL WRK-IDX     > WRK-QTD-ARQUIVOS
               IF  WRK-IDX             LESS WRK-QTD-ARQUIVOS OR
                   WRK-TOT-INCLUSOES(WRK-IDX)  > ZEROS       OR
                   WRK-TOT-ALTERACOES(WRK-IDX) > ZEROS       OR
                   WRK-TOT-EXCLUSOES(WRK-IDX)  > ZEROS
                   MOVE WRK-ARQ-NOME(WRK-IDX)
                                       TO LIN-TAR-ARQUIVO
                   MOVE WRK-TOT-INCLUSOES(WRK-IDX)
                                       TO LIN-TAR-INCLUSOES
                   MOVE WRK-TOT-ALTERACOES(WRK-IDX)
                                       TO LIN-TAR-ALTERACOES
                   MOVE WRK-TOT-EXCLUSOES(WRK-IDX)
                                       TO LIN-TAR-EXCLUSOES
                   COMPUTE LIN-TAR-TOTAL =
                           WRK-TOT-INCLUSOES(WRK-IDX)
                         + WRK-TOT-ALTERACOES(WRK-IDX)
                         + WRK-TOT-EXCLUSOES(WRK-IDX)
                   MOVE LIN-TOTAL-ARQUIVO
                                       TO REG-RELREF
                   PERFORM 2770-GRAVAR-LINHA
               END-IF
           END-PERFORM.

           MOVE 'TOTAL'                TO LIN-TAR-ARQUIVO.
           MOVE WRK-GER-INCLUSOES      TO LIN-TAR-INCLUSOES.
           MOVE WRK-GER-ALTERACOES     TO LIN-TAR-ALTERACOES.
           MOVE WRK-GER-EXCLUSOES      TO LIN-TAR-EXCLUSOES.
           COMPUTE LIN-TAR-TOTAL       = WRK-GER-INCLUSOES
                                       + WRK-GER-ALTERACOES
                                       + WRK-GER-EXCLUSOES.
           MOVE LIN-BRANCO             TO REG-RELREF.
           PERFORM 2770-GRAVAR-LINHA.
           MOVE LIN-TOTAL-ARQUIVO      TO REG-RELREF.
           PERFORM 2770-GRAVAR-LINHA.

           MOVE LIN-BRANCO             TO REG-RELREF.
           PERFORM 2770-GRAVAR-LINHA.

           MOVE 'REGISTROS LIDOS NO REFHIST..................'
                                       TO LIN-TOT-DESCRICAO.
           MOVE WRK-TOT-LIDOS          TO LIN-TOT-VALOR.
           PERFORM 2910-IMPRIMIR-TOTAL.

           MOVE 'ALTERACOES LISTADAS.........................'
                                       TO LIN-TOT-DESCRICAO.
           MOVE WRK-TOT-LISTADOS       TO LIN-TOT-VALOR.
           PERFORM 2910-IMPRIMIR-TOTAL.

      *----------------------------------------------------------------*
       2900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2910-IMPRIMIR-TOTAL             SECTION.
      *----------------------------------------------------------------*

           MOVE LIN-TOTAL              TO REG-RELREF.
           PERFORM 2770-GRAVAR-LINHA.

      *----------------------------------------------------------------*
       2910-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2950-IMPRIMIR-VISTO             SECTION.
      *----------------------------------------------------------------*
      *    QUADRO DE CONFERENCIA E VISTO, NA MESMA PAGINA DOS TOTAIS.  *
      *----------------------------------------------------------------*

           MOVE LIN-BRANCO             TO REG-RELREF.
           PERFORM 2770-GRAVAR-LINHA.
           PERFORM 2770-GRAVAR-LINHA.

           MOVE LIN-VISTO-TITULO       TO REG-RELREF.
           PERFORM 2770-GRAVAR-LINHA.

           MOVE LIN-BRANCO             TO REG-RELREF.
           PERFORM 2770-GRAVAR-LINHA.

           MOVE 'RESPONSAVEL PELA AREA   :'
                                       TO LIN-VIS-ROTULO.
           MOVE LIN-VISTO              TO REG-RELREF.
           PERFORM 2770-GRAVAR-LINHA.

           MOVE LIN-BRANCO             TO REG-RELREF.
           PERFORM 2770-GRAVAR-LINHA.

           MOVE 'CONFERIDO PELA AUDITORIA:'
                                       TO LIN-VIS-ROTULO.
           MOVE LIN-VISTO              TO REG-RELREF.
           PERFORM 2770-GRAVAR-LINHA.

      *----------------------------------------------------------------*
       2950-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-FECHAR-ARQUIVO             SECTION.
      *----------------------------------------------------------------*

           CLOSE REFHIST.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'REFHIST'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-REFHIST         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           CLOSE RELREF.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'RELREF'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELREF          TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELREF          TO WRK-FS-REFHIST.
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

           MOVE 'BRAD0680'             TO STA-PGM.
           MOVE WRK-TOT-LIDOS          TO STA-TOT-LIDOS.
           MOVE WRK-TOT-LISTADOS       TO STA-TOT-GRAVADOS.
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
