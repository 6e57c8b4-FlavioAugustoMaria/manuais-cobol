      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. BRAD0600.
       AUTHOR.     FLAVIO AUGUSTO MARIA.
      *================================================================*
      *                   P R I M E  I N F O R M A T I C A             *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  BRAD0600                                     *
      *    PROGRAMADOR.:  FLAVIO AUGUSTO MARIA              -  PRIME   *
      *    ANALISTA....:                                    -          *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  RE-CHAVEAMENTO DE CONTAS NO FECHAMENTO OU    *
      *                   INCORPORACAO DE AGENCIA. DIRIGIDO PELO       *
      *                   ARQUIVO DE MAPEAMENTO MAPCHV (CHAVE ANTIGA   *
      *                   -> CHAVE NOVA), PARA CADA CONTA:             *
      *                   - GRAVA O REGISTRO DO CADACLIE-VSAM NA       *
      *                     CHAVE NOVA E EXCLUI O DA CHAVE ANTIGA,     *
      *                     JORNALIZANDO OS DOIS LADOS NO CADHIST      *
      *                     (INCLUSAO NA NOVA / EXCLUSAO NA ANTIGA)    *
      *                     PELA BRAD7140;                             *
      *                   - LEVA PARA A CHAVE NOVA A PENDENCIA DE      *
      *                     APROVACAO (APRCAD), A ENTRADA DA BUSCA     *
      *                     FONETICA (FONCAD), OS TITULARES            *
      *                     SECUNDARIOS (TITCAD, JORNALIZADOS NO       *
      *                     TITHIST PELA BRAD7290), AS OCORRENCIAS     *
      *                     DE LISTA RESTRITIVA (OCLCAD) E AS          *
      *                     ALTERACOES AGENDADAS AINDA NAO APLICADAS   *
      *                     (AGDCAD);                                  *
      *                   - GRAVA A REFERENCIA CRUZADA PERMANENTE      *
      *                     XREFCAD (ANTIGA -> NOVA), CONSULTADA PELA  *
      *                     BRAD7300 NO CADU1204, NO CADU1210 E NO     *
      *                     BRAD0410.                                  *
      *----------------------------------------------------------------*
      *    MAPEAMENTO..:  MAPCHV - AGENCIA(5) RAZAO(5) CONTA(7)        *
      *                   ANTIGAS + AGENCIA(5) RAZAO(5) CONTA(7)       *
      *                   NOVAS, NUMERICO DISPLAY, LRECL 80.           *
      *                   RAZAO E CONTA ANTIGAS ZERADAS (E AS NOVAS    *
      *                   TAMBEM) = AGENCIA INTEIRA: TODAS AS CONTAS   *
      *                   DA AGENCIA ANTIGA PASSAM PARA A AGENCIA      *
      *                   NOVA COM A MESMA RAZAO E CONTA.              *
      *----------------------------------------------------------------*
      *    REGRAS......:  A AGENCIA NOVA TEM DE ESTAR ATIVA NO DOMCAD  *
      *                   (BRAD7250, TIPO 'A'). CONTA ANTIGA           *
      *                   INEXISTENTE OU CHAVE NOVA JA OCUPADA NO      *
      *                   CADASTRO = CONTA REJEITADA (NADA E MOVIDO).  *
      *                   PENDENCIA JA EXISTENTE NA CHAVE NOVA DO      *
      *                   APRCAD = A PENDENCIA ANTIGA FICA ONDE ESTA   *
      *                   E SAI AVISO NO RELATORIO; O MESMO VALE PARA  *
      *                   A ALTERACAO AGENDADA DO AGDCAD JA EXISTENTE  *
      *                   NA CHAVE NOVA PARA A MESMA DATA DE           *
      *                   VIGENCIA. A CHAVE NOVA QUE                   *
      *                   CONSTAVA COMO ANTIGA NA XREFCAD (CHAVE       *
      *                   REAPROVEITADA) TEM A REFERENCIA REMOVIDA,    *
      *                   PARA QUE A BUSCA PELA CHAVE VIVA NAO SEJA    *
      *                   DESVIADA.                                    *
      *----------------------------------------------------------------*
      *    EXECUCAO....:  DENTRO DA JANELA BATCH (ENTRE OS PASSOS DE   *
      *                   ABERTURA E FECHAMENTO DO SEMAFORO PELO       *
      *                   BRAD0520), ANTES DO BRAD0530 - A FONCAD      *
      *                   E RECRIADA DE QUALQUER FORMA NA MESMA        *
      *                   NOITE.                                       *
      *----------------------------------------------------------------*
      *    RELATORIO...:  RELRECH - UMA LINHA POR MAPEAMENTO E UMA     *
      *                   POR CONTA (CHAVE ANTIGA -> NOVA, RESULTADO   *
      *                   E QUANTIDADES MOVIDAS DE CADA ARQUIVO).      *
      *----------------------------------------------------------------*
      *    RETORNO.....:  RETURN-CODE 04 QUANDO ALGUM MAPEAMENTO OU    *
      *                   CONTA FOI REJEITADO OU SAIU AVISO; 12 EM     *
      *                   ERRO DE ARQUIVO.                             *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#CADREG - LAYOUT DO REGISTRO DE CLIENTES (CADACLIE).       *
      *    I#CADAPR - LAYOUT DAS PENDENCIAS DE APROVACAO (APRCAD).     *
      *    I#FONCAD - LAYOUT DA BUSCA FONETICA (FONCAD).               *
      *    I#TITCAD - LAYOUT DOS TITULARES SECUNDARIOS (TITCAD).       *
      *    I#OCLCAD - LAYOUT DAS OCORRENCIAS DE LISTA (OCLCAD).        *
      *    I#AGDCAD - LAYOUT DAS ALTERACOES AGENDADAS (AGDCAD).        *
      *    I#XRFCAD - LAYOUT DA REFERENCIA CRUZADA (XREFCAD).          *
      *    I#CADHSC - AREA DE COMUNICACAO COM O MODULO BRAD7140.       *
      *    I#TITHSC - AREA DE COMUNICACAO COM O MODULO BRAD7290.       *
      *    I#BRAD7C - AREA PARA TRATAMENTO DE ERRO PELA BRAD7100       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD7100 - MODULO TRATAMENTO DE ERRO.                       *
      *    BRAD7110 - MODULO DE LOG DE AUDITORIA.                      *
      *    BRAD7130 - MODULO DE TOTAIS DE EXECUCAO (RUNSTAT).          *
      *    BRAD7140 - MODULO DO JORNAL DE ALTERACOES (CADHIST).        *
      *    BRAD7250 - MODULO DE VALIDACAO DE DOMINIOS (DOMCAD).        *
      *    BRAD7270 - MODULO DE NORMALIZACAO FONETICA DE NOME.         *
      *    BRAD7290 - MODULO DO JORNAL DE TITULARES (TITHIST).         *
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

           SELECT MAPCHV    ASSIGN     TO UT-S-MAPCHV
                      FILE STATUS      IS WRK-FS-MAPCHV.

           SELECT CADACLIE-VSAM ASSIGN     TO UT-S-CADAVSAM
                      ORGANIZATION         IS INDEXED
                      ACCESS MODE          IS DYNAMIC
                      RECORD KEY           IS CAD-CHAVE
                      ALTERNATE RECORD KEY IS CAD-CGC-CPF
                                           WITH DUPLICATES
                      FILE STATUS          IS WRK-FS-CADAVSAM.

           SELECT APRCAD    ASSIGN     TO UT-S-APRCAD
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS APR-CHAVE
                      FILE STATUS      IS WRK-FS-APRCAD.

           SELECT FONCAD    ASSIGN     TO UT-S-FONCAD
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS FON-CHAVE
                      FILE STATUS      IS WRK-FS-FONCAD.

           SELECT TITCAD    ASSIGN     TO UT-S-TITCAD
                      ORGANIZATION         IS INDEXED
                      ACCESS MODE          IS DYNAMIC
                      RECORD KEY           IS TIT-CHAVE
                      ALTERNATE RECORD KEY IS TIT-CGC-CPF
                                           WITH DUPLICATES
                      FILE STATUS          IS WRK-FS-TITCAD.

           SELECT OCLCAD    ASSIGN     TO UT-S-OCLCAD
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS OCL-CHAVE
                      FILE STATUS      IS WRK-FS-OCLCAD.

           SELECT AGDCAD    ASSIGN     TO UT-S-AGDCAD
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS AGD-CHAVE
                      FILE STATUS      IS WRK-FS-AGDCAD.

           SELECT XREFCAD   ASSIGN     TO UT-S-XREFCAD
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS XRF-CHAVE-ANTIGA
                      FILE STATUS      IS WRK-FS-XREFCAD.

           SELECT RELRECH   ASSIGN     TO UT-S-RELRECH
                      FILE STATUS      IS WRK-FS-RELRECH.

      *================================================================*
       DATA DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INPUT  :  MAPEAMENTO CHAVE ANTIGA -> CHAVE NOVA             *
      *              ORG. SEQUENCIAL   -   LRECL = 080                 *
      *----------------------------------------------------------------*

       FD  MAPCHV
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  REG-MAPCHV.
           05  MAP-CHAVE-ANTIGA.
               10  MAP-AGENCIA-ANT      PIC  9(05).
               10  MAP-RAZAO-ANT        PIC  9(05).
               10  MAP-CONTA-ANT        PIC  9(07).
           05  MAP-CHAVE-NOVA.
               10  MAP-AGENCIA-NOVA     PIC  9(05).
               10  MAP-RAZAO-NOVA       PIC  9(05).
               10  MAP-CONTA-NOVA       PIC  9(07).
           05  FILLER                   PIC  X(46).

      *----------------------------------------------------------------*
      *    I/O    :  CADACLIE-VSAM (COM AIX POR CAD-CGC-CPF)           *
      *              ORG. INDEXADA (KSDS)   -   LRECL = 280            *
      *----------------------------------------------------------------*

       FD  CADACLIE-VSAM
           LABEL RECORD IS STANDARD.

       COPY 'I#CADREG'.

      *----------------------------------------------------------------*
      *    I/O    :  PENDENCIAS DE APROVACAO - ORG. INDEXADA (KSDS)    *
      *----------------------------------------------------------------*

       FD  APRCAD
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

           COPY 'I#CADAPR'.

      *----------------------------------------------------------------*
      *    I/O    :  BUSCA FONETICA - ORG. INDEXADA (KSDS)             *
      *----------------------------------------------------------------*

       FD  FONCAD
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

           COPY 'I#FONCAD'.

      *----------------------------------------------------------------*
      *    I/O    :  TITULARES SECUNDARIOS - ORG. INDEXADA (KSDS)      *
      *----------------------------------------------------------------*

       FD  TITCAD
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

           COPY 'I#TITCAD'.

      *----------------------------------------------------------------*
      *    I/O    :  OCORRENCIAS DE LISTA RESTRITIVA - ORG. INDEXADA   *
      *----------------------------------------------------------------*

       FD  OCLCAD
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

           COPY 'I#OCLCAD'.

      *----------------------------------------------------------------*
      *    I/O    :  ALTERACOES AGENDADAS - ORG. INDEXADA (KSDS)       *
      *----------------------------------------------------------------*

       FD  AGDCAD
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

           COPY 'I#AGDCAD'.

      *----------------------------------------------------------------*
      *    I/O    :  REFERENCIA CRUZADA DE CHAVES - ORG. INDEXADA      *
      *              (VSAM KSDS)   -   LRECL = 60                      *
      *----------------------------------------------------------------*

       FD  XREFCAD
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

           COPY 'I#XRFCAD'.

      *----------------------------------------------------------------*
      *    OUTPUT :  RELATORIO DO RE-CHAVEAMENTO                       *
      *              ORG. SEQUENCIAL   -   LRECL = 132                 *
      *----------------------------------------------------------------*

       FD  RELRECH
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  REG-RELRECH                  PIC  X(132).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** INICIO DA WORKING BRAD0600                 ***'.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** VARIAVEIS AUXILIARES                       ***'.
      *----------------------------------------------------------------*

       77  WRK-FECHAR                  PIC  X(001)         VALUE 'N'.
       77  WRK-PGM                     PIC  X(008)         VALUE
           'BRAD0600'.
       77  WRK-BATCH                   PIC  X(008)         VALUE
           'BATCH'.
       77  WRK-SQLCA-OU-STATUS         PIC  X(136)         VALUE SPACES.
       77  WRK-LINHAS-POR-PAGINA       PIC  9(002) COMP    VALUE 55.
       77  WRK-CONT-LINHAS             PIC  9(002) COMP    VALUE ZEROS.
       77  WRK-CONT-PAGINA             PIC  9(004) COMP    VALUE ZEROS.
       77  WRK-TOT-MAPEAMENTOS         PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-RECHAVEADAS         PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-REJEITADAS          PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-AVISOS              PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-QTD-AGENCIA             PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-QTD-APR                 PIC  9(003) COMP    VALUE ZEROS.
       77  WRK-QTD-FON                 PIC  9(003) COMP    VALUE ZEROS.
       77  WRK-QTD-TIT                 PIC  9(003) COMP    VALUE ZEROS.
       77  WRK-QTD-OCL                 PIC  9(003) COMP    VALUE ZEROS.
       77  WRK-QTD-AGD                 PIC  9(003) COMP    VALUE ZEROS.
       77  WRK-ABORTAR                 PIC  X(001)         VALUE 'N'.
           88  WRK-EXECUCAO-ABORTADA                       VALUE 'S'.
       77  WRK-FIM-AGENCIA             PIC  X(001)         VALUE 'N'.
           88  WRK-AGENCIA-ESGOTADA                        VALUE 'S'.
       77  WRK-FIM-SATELITE            PIC  X(001)         VALUE 'N'.
           88  WRK-SATELITE-ESGOTADO                       VALUE 'S'.
       77  WRK-APRCAD-AUSENTE          PIC  X(001)         VALUE 'N'.
       77  WRK-FONCAD-AUSENTE          PIC  X(001)         VALUE 'N'.
       77  WRK-TITCAD-AUSENTE          PIC  X(001)         VALUE 'N'.
       77  WRK-OCLCAD-AUSENTE          PIC  X(001)         VALUE 'N'.
       77  WRK-AGDCAD-AUSENTE          PIC  X(001)         VALUE 'N'.

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** CHAVES DA CONTA EM MOVIMENTACAO            ***'.
      *----------------------------------------------------------------*
      *    MESMO FORMATO DE CAD-CHAVE (COMP-3, 10 BYTES), PARA SEREM   *
      *    MOVIDAS INTEIRAS PARA AS CHAVES DE TODOS OS ARQUIVOS.       *
      *----------------------------------------------------------------*

       01  WRK-CHAVE-ANTIGA.
           05  WRK-AGENCIA-ANT         PIC  9(05)  COMP-3  VALUE ZEROS.
           05  WRK-RAZAO-ANT           PIC  9(05)  COMP-3  VALUE ZEROS.
           05  WRK-CONTA-ANT           PIC  9(07)  COMP-3  VALUE ZEROS.

       01  WRK-CHAVE-NOVA.
           05  WRK-AGENCIA-NOVA        PIC  9(05)  COMP-3  VALUE ZEROS.
           05  WRK-RAZAO-NOVA          PIC  9(05)  COMP-3  VALUE ZEROS.
           05  WRK-CONTA-NOVA          PIC  9(07)  COMP-3  VALUE ZEROS.

       01  WRK-ULTIMA-TITCAD           PIC  X(027)         VALUE
           LOW-VALUES.
       01  WRK-ULTIMA-OCLCAD           PIC  X(022)         VALUE
           LOW-VALUES.
       01  WRK-ULTIMA-AGDCAD           PIC  X(018)         VALUE
           LOW-VALUES.
       01  WRK-REG-TITCAD-ANTES        PIC  X(100)         VALUE
           LOW-VALUES.

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
       77  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE COMUNICACAO COM A BRAD7270         ***'.
      *----------------------------------------------------------------*

       01  WRK-AREA-BRAD7270.
           05  WRK-7270-NOME           PIC  X(40)          VALUE SPACES.
           05  WRK-7270-FONETICO       PIC  X(20)          VALUE SPACES.

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE COMUNICACAO COM A BRAD7140/7290    ***'.
      *----------------------------------------------------------------*

       01  WRK-IMAGEM-ANTIGA           PIC  X(280)         VALUE
           LOW-VALUES.

       COPY 'I#CADHSC'.

       COPY 'I#TITHSC'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** LINHAS DE IMPRESSAO DO RELATORIO           ***'.
      *----------------------------------------------------------------*

       01  LIN-CABECALHO-1.
           05  FILLER                  PIC  X(052)         VALUE
               'BRAD0600 - RE-CHAVEAMENTO DE CONTAS POR AGENCIA'.
           05  FILLER                  PIC  X(060)         VALUE SPACES.
           05  FILLER                  PIC  X(008)         VALUE
               'PAGINA: '.
           05  LIN-1-PAGINA            PIC  ZZZ9.
           05  FILLER                  PIC  X(008)         VALUE SPACES.

       01  LIN-CABECALHO-2.
           05  FILLER                  PIC  X(028)         VALUE
               '    CHAVE ANTIGA'.
           05  FILLER                  PIC  X(023)         VALUE
               'CHAVE NOVA'.
           05  FILLER                  PIC  X(042)         VALUE
               'RESULTADO'.
           05  FILLER                  PIC  X(039)         VALUE
               'APR FON TIT OCL AGD'.

       01  LIN-MAPEAMENTO.
           05  FILLER                  PIC  X(012)         VALUE
               'MAPEAMENTO: '.
           05  LIN-MAP-AGENCIA-ANT     PIC  ZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE '/'.
           05  LIN-MAP-RAZAO-ANT       PIC  ZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE '/'.
           05  LIN-MAP-CONTA-ANT       PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(004)         VALUE
               ' -> '.
           05  LIN-MAP-AGENCIA-NOVA    PIC  ZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE '/'.
           05  LIN-MAP-RAZAO-NOVA      PIC  ZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE '/'.
           05  LIN-MAP-CONTA-NOVA      PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-MAP-TEXTO           PIC  X(050)         VALUE SPACES.
           05  FILLER                  PIC  X(026)         VALUE SPACES.

       01  LIN-DETALHE.
           05  FILLER                  PIC  X(004)         VALUE SPACES.
           05  LIN-DET-AGENCIA-ANT     PIC  ZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE '/'.
           05  LIN-DET-RAZAO-ANT       PIC  ZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE '/'.
           05  LIN-DET-CONTA-ANT       PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(005)         VALUE SPACES.
           05  LIN-DET-AGENCIA-NOVA    PIC  ZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE '/'.
           05  LIN-DET-RAZAO-NOVA      PIC  ZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE '/'.
           05  LIN-DET-CONTA-NOVA      PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(004)         VALUE SPACES.
           05  LIN-DET-TEXTO           PIC  X(040).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-QTD-APR         PIC  ZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  LIN-DET-QTD-FON         PIC  ZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  LIN-DET-QTD-TIT         PIC  ZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  LIN-DET-QTD-OCL         PIC  ZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  LIN-DET-QTD-AGD         PIC  ZZ9.
           05  FILLER                  PIC  X(020)         VALUE SPACES.

       01  LIN-TOTAIS.
           05  FILLER                  PIC  X(014)         VALUE
               'MAPEAMENTOS: '.
           05  LIN-TOT-MAPEAMENTOS     PIC  Z.ZZZ.ZZ9.
           05  FILLER                  PIC  X(024)         VALUE
               '  CONTAS RE-CHAVEADAS: '.
           05  LIN-TOT-RECHAVEADAS     PIC  Z.ZZZ.ZZ9.
           05  FILLER                  PIC  X(015)         VALUE
               '  REJEICOES: '.
           05  LIN-TOT-REJEITADAS      PIC  Z.ZZZ.ZZ9.
           05  FILLER                  PIC  X(012)         VALUE
               '  AVISOS: '.
           05  LIN-TOT-AVISOS          PIC  Z.ZZZ.ZZ9.
           05  FILLER                  PIC  X(031)         VALUE SPACES.

       01  LIN-BRANCO                  PIC  X(132)         VALUE SPACES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** TEXTOS DO RELATORIO                        ***'.
      *----------------------------------------------------------------*

       01  WRK-TXT-MAP-NAO-NUMERICO    PIC  X(050)         VALUE
           'REGISTRO COM CAMPO NAO NUMERICO - REJEITADO'.
       01  WRK-TXT-MAP-AGENCIA-INV     PIC  X(050)         VALUE
           'AGENCIA NOVA INEXISTENTE OU INATIVA - REJEITADO'.
       01  WRK-TXT-MAP-CHAVE-IGUAL     PIC  X(050)         VALUE
           'CHAVE NOVA IGUAL A ANTIGA - REJEITADO'.
       01  WRK-TXT-MAP-INCOMPLETO      PIC  X(050)         VALUE
           'CHAVE NOVA INCOMPLETA - REJEITADO'.
       01  WRK-TXT-MAP-AGENCIA-VAZIA   PIC  X(050)         VALUE
           'AGENCIA ANTIGA SEM CONTAS NO CADASTRO'.
       01  WRK-TXT-MAP-AGENCIA         PIC  X(050)         VALUE
           'AGENCIA INTEIRA'.
       01  WRK-TXT-RECHAVEADA          PIC  X(040)         VALUE
           'CONTA RE-CHAVEADA'.
       01  WRK-TXT-ANTIGA-AUSENTE      PIC  X(040)         VALUE
           'CONTA ANTIGA NAO ENCONTRADA - REJEITADA'.
       01  WRK-TXT-NOVA-OCUPADA        PIC  X(040)         VALUE
           'CHAVE NOVA JA EXISTE - REJEITADA'.
       01  WRK-TXT-APR-CONFLITO        PIC  X(040)         VALUE
           'AVISO: PENDENCIA APRCAD FICOU NA ANTIGA'.
       01  WRK-TXT-TIT-CONFLITO        PIC  X(040)         VALUE
           'AVISO: VINCULO TITCAD FICOU NA ANTIGA'.
       01  WRK-TXT-AGD-CONFLITO        PIC  X(040)         VALUE
           'AVISO: AGENDA AGDCAD FICOU NA ANTIGA'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** MENSAGEM DE ERRO DE FILE-STATUS            ***'.
      *----------------------------------------------------------------*

       01  WRK-FS-MAPCHV               PIC  X(002)         VALUE SPACES.
       01  WRK-FS-CADAVSAM             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-APRCAD               PIC  X(002)         VALUE SPACES.
       01  WRK-FS-FONCAD               PIC  X(002)         VALUE SPACES.
       01  WRK-FS-TITCAD               PIC  X(002)         VALUE SPACES.
       01  WRK-FS-OCLCAD               PIC  X(002)         VALUE SPACES.
       01  WRK-FS-AGDCAD               PIC  X(002)         VALUE SPACES.
       01  WRK-FS-XREFCAD              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-RELRECH              PIC  X(002)         VALUE SPACES.

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

           PERFORM 2000-LER-MAPCHV.

           PERFORM UNTIL WRK-FECHAR    EQUAL 'S'
               PERFORM 2100-PROCESSAR-MAPEAMENTO
               PERFORM 2000-LER-MAPCHV
           END-PERFORM.

           PERFORM 5900-IMPRIMIR-TOTAIS.

           PERFORM 6000-FECHAR-ARQUIVO.

           PERFORM 7000-FINALIZAR.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-INICIALIZAR                SECTION.
      *----------------------------------------------------------------*

           MOVE FUNCTION CURRENT-DATE  TO STA-DATA-HORA-INICIO.

           OPEN INPUT  MAPCHV.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'MAPCHV'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-MAPCHV         TO WRK-FILE-STATUS.
           MOVE WRK-FS-MAPCHV         TO WRK-FS-CADAVSAM.
           PERFORM 1100-TESTAR-FILE-STATUS.

           OPEN I-O    CADACLIE-VSAM.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'CADAVSAM'            TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-CADAVSAM       TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *    ARQUIVO SATELITE AINDA NUNCA CARREGADO ('35') = NAO HA O
      *    QUE MOVER NELE.
           OPEN I-O    APRCAD.
           IF  WRK-FS-APRCAD           EQUAL '35'
               MOVE 'S'                TO WRK-APRCAD-AUSENTE
           ELSE
               SET WRK-ABERTURA        TO TRUE
               MOVE 'APRCAD'           TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-APRCAD      TO WRK-FILE-STATUS
               MOVE WRK-FS-APRCAD      TO WRK-FS-CADAVSAM
               PERFORM 1100-TESTAR-FILE-STATUS
           END-IF.

           OPEN I-O    FONCAD.
           IF  WRK-FS-FONCAD           EQUAL '35'
               MOVE 'S'                TO WRK-FONCAD-AUSENTE
           ELSE
               SET WRK-ABERTURA        TO TRUE
               MOVE 'FONCAD'           TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-FONCAD      TO WRK-FILE-STATUS
               MOVE WRK-FS-FONCAD      TO WRK-FS-CADAVSAM
               PERFORM 1100-TESTAR-FILE-STATUS
           END-IF.

           OPEN I-O    TITCAD.
           IF  WRK-FS-TITCAD           EQUAL '35'
               MOVE 'S'                TO WRK-TITCAD-AUSENTE
           ELSE
               SET WRK-ABERTURA        TO TRUE
               MOVE 'TITCAD'           TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-TITCAD      TO WRK-FILE-STATUS
               MOVE WRK-FS-TITCAD      TO WRK-FS-CADAVSAM
               PERFORM 1100-TESTAR-FILE-STATUS
           END-IF.

           OPEN I-O    OCLCAD.
           IF  WRK-FS-OCLCAD           EQUAL '35'
               MOVE 'S'                TO WRK-OCLCAD-AUSENTE
           ELSE
               SET WRK-ABERTURA        TO TRUE
               MOVE 'OCLCAD'           TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-OCLCAD      TO WRK-FILE-STATUS
               MOVE WRK-FS-OCLCAD      TO WRK-FS-CADAVSAM
               PERFORM 1100-TESTAR-FILE-STATUS
           END-IF.

           OPEN I-O    AGDCAD.
           IF  WRK-FS-AGDCAD           EQUAL '35'
               MOVE 'S'                TO WRK-AGDCAD-AUSENTE
           ELSE
               SET WRK-ABERTURA        TO TRUE
               MOVE 'AGDCAD'           TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-AGDCAD      TO WRK-FILE-STATUS
               MOVE WRK-FS-AGDCAD      TO WRK-FS-CADAVSAM
               PERFORM 1100-TESTAR-FILE-STATUS
           END-IF.

      *    NO PRIMEIRO RE-CHAVEAMENTO O CLUSTER XREFCAD ESTA VAZIO E O
      *    OPEN I-O RETORNA '35' - CARREGA-O COM OPEN OUTPUT/CLOSE E
      *    REABRE EM I-O (MESMO TRATAMENTO DO CADARQV NO BRAD0400).
           OPEN I-O    XREFCAD.
           IF  WRK-FS-XREFCAD          EQUAL '35'
               OPEN OUTPUT XREFCAD
               SET WRK-ABERTURA        TO TRUE
               MOVE 'XREFCAD'          TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-XREFCAD     TO WRK-FILE-STATUS
               MOVE WRK-FS-XREFCAD     TO WRK-FS-CADAVSAM
               PERFORM 1100-TESTAR-FILE-STATUS
               CLOSE XREFCAD
               OPEN I-O XREFCAD
           END-IF.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'XREFCAD'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-XREFCAD        TO WRK-FILE-STATUS.
           MOVE WRK-FS-XREFCAD        TO WRK-FS-CADAVSAM.
           PERFORM 1100-TESTAR-FILE-STATUS.

           OPEN OUTPUT RELRECH.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'RELRECH'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELRECH        TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELRECH        TO WRK-FS-CADAVSAM.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-TESTAR-FILE-STATUS          SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-CADAVSAM          NOT EQUAL '00'
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE WRK-ERRO-ARQUIVO    TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-LER-MAPCHV                 SECTION.
      *----------------------------------------------------------------*

           READ MAPCHV.

           IF WRK-FS-MAPCHV            EQUAL '10'
              MOVE 'S'                 TO WRK-FECHAR
              GO TO 2000-99-FIM
           END-IF.

           SET WRK-LEITURA             TO TRUE.
           MOVE 'MAPCHV'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-MAPCHV          TO WRK-FILE-STATUS.
           MOVE WRK-FS-MAPCHV          TO WRK-FS-CADAVSAM.
           PERFORM 1100-TESTAR-FILE-STATUS.

           ADD 1                       TO WRK-TOT-MAPEAMENTOS.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-PROCESSAR-MAPEAMENTO       SECTION.
      *----------------------------------------------------------------*
      *    VALIDA O REGISTRO DE MAPEAMENTO E DESPACHA PARA A CONTA     *
      *    INDIVIDUAL OU PARA A AGENCIA INTEIRA.                       *
      *----------------------------------------------------------------*

           MOVE SPACES                 TO LIN-MAP-TEXTO.

           IF  MAP-CHAVE-ANTIGA        NOT NUMERIC OR
               MAP-CHAVE-NOVA          NOT NUMERIC
               MOVE ZEROS              TO MAP-CHAVE-ANTIGA
                                          MAP-CHAVE-NOVA
               MOVE WRK-TXT-MAP-NAO-NUMERICO
                                       TO LIN-MAP-TEXTO
               PERFORM 5100-IMPRIMIR-MAPEAMENTO
               ADD 1                   TO WRK-TOT-REJEITADAS
               GO TO 2100-99-FIM
           END-IF.

           IF  MAP-CHAVE-ANTIGA        EQUAL MAP-CHAVE-NOVA
               MOVE WRK-TXT-MAP-CHAVE-IGUAL
                                       TO LIN-MAP-TEXTO
               PERFORM 5100-IMPRIMIR-MAPEAMENTO
               ADD 1                   TO WRK-TOT-REJEITADAS
               GO TO 2100-99-FIM
           END-IF.

      *    NA AGENCIA INTEIRA RAZAO/CONTA NOVAS TEM DE VIR ZERADAS; NA
      *    CONTA INDIVIDUAL A CHAVE NOVA TEM DE VIR COMPLETA.
           IF  MAP-RAZAO-ANT           EQUAL ZEROS AND
               MAP-CONTA-ANT           EQUAL ZEROS
               IF  MAP-RAZAO-NOVA      NOT EQUAL ZEROS OR
                   MAP-CONTA-NOVA      NOT EQUAL ZEROS
                   MOVE WRK-TXT-MAP-INCOMPLETO
                                       TO LIN-MAP-TEXTO
               END-IF
           ELSE
               IF  MAP-RAZAO-NOVA      EQUAL ZEROS OR
                   MAP-CONTA-NOVA      EQUAL ZEROS
                   MOVE WRK-TXT-MAP-INCOMPLETO
                                       TO LIN-MAP-TEXTO
               END-IF
           END-IF.

           IF  LIN-MAP-TEXTO           NOT EQUAL SPACES
               PERFORM 5100-IMPRIMIR-MAPEAMENTO
               ADD 1                   TO WRK-TOT-REJEITADAS
               GO TO 2100-99-FIM
           END-IF.

           MOVE 'A'                    TO WRK-7250-TIPO.
           MOVE MAP-AGENCIA-NOVA       TO WRK-7250-CODIGO.

           CALL 'BRAD7250'             USING WRK-AREA-BRAD7250.

           IF  NOT WRK-DOM-VALIDO-7250
               MOVE WRK-TXT-MAP-AGENCIA-INV
                                       TO LIN-MAP-TEXTO
               PERFORM 5100-IMPRIMIR-MAPEAMENTO
               ADD 1                   TO WRK-TOT-REJEITADAS
               GO TO 2100-99-FIM
           END-IF.

           IF  MAP-RAZAO-ANT           EQUAL ZEROS AND
               MAP-CONTA-ANT           EQUAL ZEROS
               MOVE WRK-TXT-MAP-AGENCIA
                                       TO LIN-MAP-TEXTO
               PERFORM 5100-IMPRIMIR-MAPEAMENTO
               PERFORM 2300-RECHAVEAR-AGENCIA
           ELSE
               PERFORM 5100-IMPRIMIR-MAPEAMENTO
               MOVE MAP-AGENCIA-ANT    TO WRK-AGENCIA-ANT
               MOVE MAP-RAZAO-ANT      TO WRK-RAZAO-ANT
               MOVE MAP-CONTA-ANT      TO WRK-CONTA-ANT
               MOVE MAP-AGENCIA-NOVA   TO WRK-AGENCIA-NOVA
               MOVE MAP-RAZAO-NOVA     TO WRK-RAZAO-NOVA
               MOVE MAP-CONTA-NOVA     TO WRK-CONTA-NOVA
               PERFORM 3000-RECHAVEAR-CONTA
           END-IF.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2300-RECHAVEAR-AGENCIA          SECTION.
      *----------------------------------------------------------------*
      *    PERCORRE AS CONTAS DA AGENCIA ANTIGA PELA CHAVE PRIMARIA.   *
      *    CADA CONTA MOVIDA E EXCLUIDA DA CHAVE ANTIGA E A GRAVACAO   *
      *    NA CHAVE NOVA DESLOCA O PONTEIRO DO ARQUIVO, POR ISSO A     *
      *    LEITURA E REPOSICIONADA COM START ALEM DA ULTIMA CHAVE      *
      *    ANTIGA TRATADA (MESMA TECNICA DO BRAD0460).                 *
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTD-AGENCIA.
           MOVE 'N'                    TO WRK-FIM-AGENCIA.

           MOVE MAP-AGENCIA-ANT        TO CAD-AGENCIA.
           MOVE ZEROS                  TO CAD-RAZAO
                                          CAD-CONTA.

           START CADACLIE-VSAM KEY NOT LESS CAD-CHAVE.

           PERFORM 2310-TESTAR-POSICIONAMENTO.

           PERFORM UNTIL WRK-AGENCIA-ESGOTADA

               ADD 1                   TO WRK-QTD-AGENCIA
               MOVE CAD-CHAVE          TO WRK-CHAVE-ANTIGA
               MOVE MAP-AGENCIA-NOVA   TO WRK-AGENCIA-NOVA
               MOVE CAD-RAZAO          TO WRK-RAZAO-NOVA
               MOVE CAD-CONTA          TO WRK-CONTA-NOVA

               PERFORM 3000-RECHAVEAR-CONTA

               MOVE WRK-CHAVE-ANTIGA   TO CAD-CHAVE
               START CADACLIE-VSAM KEY GREATER CAD-CHAVE
               PERFORM 2310-TESTAR-POSICIONAMENTO

           END-PERFORM.

           IF  WRK-QTD-AGENCIA         EQUAL ZEROS
               MOVE WRK-TXT-MAP-AGENCIA-VAZIA
                                       TO LIN-MAP-TEXTO
               PERFORM 5100-IMPRIMIR-MAPEAMENTO
               ADD 1                   TO WRK-TOT-AVISOS
           END-IF.

      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2310-TESTAR-POSICIONAMENTO      SECTION.
      *----------------------------------------------------------------*
      *    TESTA O START E LE A PROXIMA CONTA; FIM DE ARQUIVO OU       *
      *    CONTA DE OUTRA AGENCIA ENCERRA A AGENCIA.                   *
      *----------------------------------------------------------------*

           IF  WRK-FS-CADAVSAM         EQUAL '23' OR '46' OR '10'
               SET WRK-AGENCIA-ESGOTADA TO TRUE
               GO TO 2310-99-FIM
           END-IF.

           IF  WRK-FS-CADAVSAM         NOT EQUAL '00'
               MOVE 'APL'              TO ERR-TIPO-ACESSO
               MOVE WRK-FS-CADAVSAM    TO ERR-TEXTO
               MOVE 'CADACLIE-VSAM'    TO ERR-MODULO
               PERFORM 9999-ROTINA-ERRO
           END-IF.

           READ CADACLIE-VSAM NEXT.

           IF  WRK-FS-CADAVSAM         EQUAL '10' OR '46'
               SET WRK-AGENCIA-ESGOTADA TO TRUE
               GO TO 2310-99-FIM
           END-IF.

           IF  WRK-FS-CADAVSAM         NOT EQUAL '00' AND '02'
               MOVE 'APL'              TO ERR-TIPO-ACESSO
               MOVE WRK-FS-CADAVSAM    TO ERR-TEXTO
               MOVE 'CADACLIE-VSAM'    TO ERR-MODULO
               PERFORM 9999-ROTINA-ERRO
           END-IF.

           IF  CAD-AGENCIA             NOT EQUAL MAP-AGENCIA-ANT
               SET WRK-AGENCIA-ESGOTADA TO TRUE
           END-IF.

      *----------------------------------------------------------------*
       2310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-RECHAVEAR-CONTA            SECTION.
      *----------------------------------------------------------------*
      *    MOVE A CONTA DE WRK-CHAVE-ANTIGA PARA WRK-CHAVE-NOVA NO     *
      *    CADACLIE-VSAM E NOS ARQUIVOS SATELITES E GRAVA A            *
      *    REFERENCIA CRUZADA.                                         *
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTD-APR
                                          WRK-QTD-FON
                                          WRK-QTD-TIT
                                          WRK-QTD-OCL
                                          WRK-QTD-AGD.

           MOVE WRK-CHAVE-ANTIGA       TO CAD-CHAVE.

           READ CADACLIE-VSAM
                KEY IS CAD-CHAVE
                INVALID KEY
                MOVE '23'               TO WRK-FS-CADAVSAM
                NOT INVALID KEY
                MOVE '00'               TO WRK-FS-CADAVSAM
           END-READ.

           IF  WRK-FS-CADAVSAM         EQUAL '23'
               MOVE WRK-TXT-ANTIGA-AUSENTE
                                       TO LIN-DET-TEXTO
               PERFORM 5200-IMPRIMIR-DETALHE
               ADD 1                   TO WRK-TOT-REJEITADAS
               GO TO 3000-99-FIM
           END-IF.

           IF  WRK-FS-CADAVSAM         NOT EQUAL '00'
               MOVE 'APL'              TO ERR-TIPO-ACESSO
               MOVE WRK-FS-CADAVSAM    TO ERR-TEXTO
               MOVE 'CADACLIE-VSAM'    TO ERR-MODULO
               PERFORM 9999-ROTINA-ERRO
           END-IF.

           MOVE REG-CADACLIE           TO WRK-IMAGEM-ANTIGA.

           MOVE WRK-CHAVE-NOVA         TO CAD-CHAVE.

           WRITE REG-CADACLIE.

           IF  WRK-FS-CADAVSAM         EQUAL '22'
               MOVE WRK-TXT-NOVA-OCUPADA
                                       TO LIN-DET-TEXTO
               PERFORM 5200-IMPRIMIR-DETALHE
               ADD 1                   TO WRK-TOT-REJEITADAS
               GO TO 3000-99-FIM
           END-IF.

           IF  WRK-FS-CADAVSAM         NOT EQUAL '00'
               MOVE 'APL'              TO ERR-TIPO-ACESSO
               MOVE WRK-FS-CADAVSAM    TO ERR-TEXTO
               MOVE 'CADACLIE-VSAM'    TO ERR-MODULO
               PERFORM 9999-ROTINA-ERRO
           END-IF.

           MOVE 'I'                    TO HSTA-OPERACAO.
           MOVE LOW-VALUES             TO HSTA-IMAGEM-ANTES.
           MOVE REG-CADACLIE           TO HSTA-IMAGEM-DEPOIS.
           PERFORM 4400-GRAVAR-JORNAL.

           MOVE WRK-CHAVE-ANTIGA       TO CAD-CHAVE.

           DELETE CADACLIE-VSAM RECORD.

           IF  WRK-FS-CADAVSAM         NOT EQUAL '00'
               MOVE 'APL'              TO ERR-TIPO-ACESSO
               MOVE WRK-FS-CADAVSAM    TO ERR-TEXTO
               MOVE 'CADACLIE-VSAM'    TO ERR-MODULO
               PERFORM 9999-ROTINA-ERRO
           END-IF.

           MOVE 'E'                    TO HSTA-OPERACAO.
           MOVE WRK-IMAGEM-ANTIGA      TO HSTA-IMAGEM-ANTES.
           MOVE LOW-VALUES             TO HSTA-IMAGEM-DEPOIS.
           PERFORM 4400-GRAVAR-JORNAL.

           MOVE WRK-TXT-RECHAVEADA     TO LIN-DET-TEXTO.

           PERFORM 3100-MOVER-APRCAD.
           PERFORM 3200-MOVER-FONCAD.
           PERFORM 3300-MOVER-TITCAD.
           PERFORM 3400-MOVER-OCLCAD.
           PERFORM 3600-MOVER-AGDCAD.
           PERFORM 3500-GRAVAR-XREFCAD.

           PERFORM 5200-IMPRIMIR-DETALHE.

           ADD 1                       TO WRK-TOT-RECHAVEADAS.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-MOVER-APRCAD               SECTION.
      *----------------------------------------------------------------*
      *    A PENDENCIA DE APROVACAO E UMA SO POR CONTA. AS IMAGENS     *
      *    ATUAL E PROPOSTA COMECAM PELA CAD-CHAVE, QUE TAMBEM E       *
      *    TROCADA (IMAGEM LOW-VALUES = INCLUSAO/EXCLUSAO, FICA).      *
      *----------------------------------------------------------------*

           IF  WRK-APRCAD-AUSENTE      EQUAL 'S'
               GO TO 3100-99-FIM
           END-IF.

           MOVE WRK-CHAVE-ANTIGA       TO APR-CHAVE.

           READ APRCAD.

           IF  WRK-FS-APRCAD           EQUAL '23'
               GO TO 3100-99-FIM
           END-IF.

           SET WRK-LEITURA             TO TRUE.
           MOVE 'APRCAD'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-APRCAD          TO WRK-FILE-STATUS.
           MOVE WRK-FS-APRCAD          TO WRK-FS-CADAVSAM.
           PERFORM 1100-TESTAR-FILE-STATUS.

           MOVE WRK-CHAVE-NOVA         TO APR-CHAVE.
           IF  APR-IMAGEM-ATUAL(1:10)  NOT EQUAL LOW-VALUES
               MOVE WRK-CHAVE-NOVA     TO APR-IMAGEM-ATUAL(1:10)
           END-IF.
           IF  APR-IMAGEM-PROPOSTA(1:10) NOT EQUAL LOW-VALUES
               MOVE WRK-CHAVE-NOVA     TO APR-IMAGEM-PROPOSTA(1:10)
           END-IF.

           WRITE REG-CADAPR.

           IF  WRK-FS-APRCAD           EQUAL '22'
               MOVE WRK-TXT-APR-CONFLITO
                                       TO LIN-DET-TEXTO
               ADD 1                   TO WRK-TOT-AVISOS
               GO TO 3100-99-FIM
           END-IF.

           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'APRCAD'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-APRCAD          TO WRK-FILE-STATUS.
           MOVE WRK-FS-APRCAD          TO WRK-FS-CADAVSAM.
           PERFORM 1100-TESTAR-FILE-STATUS.

           MOVE WRK-CHAVE-ANTIGA       TO APR-CHAVE.

           DELETE APRCAD RECORD.

           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'APRCAD'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-APRCAD          TO WRK-FILE-STATUS.
           MOVE WRK-FS-APRCAD          TO WRK-FS-CADAVSAM.
           PERFORM 1100-TESTAR-FILE-STATUS.

           ADD 1                       TO WRK-QTD-APR.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3200-MOVER-FONCAD               SECTION.
      *----------------------------------------------------------------*
      *    A CHAVE FONETICA E REFEITA PELA BRAD7270 A PARTIR DO NOME   *
      *    DO TITULAR (O MESMO QUE O BRAD0530 USOU NA CARGA), PARA     *
      *    LOCALIZAR A ENTRADA DA CHAVE ANTIGA.                        *
      *----------------------------------------------------------------*

           IF  WRK-FONCAD-AUSENTE      EQUAL 'S'
               GO TO 3200-99-FIM
           END-IF.

           MOVE WRK-IMAGEM-ANTIGA      TO REG-CADACLIE.
           MOVE CAD-NOME-CLIE          TO WRK-7270-NOME.

           CALL 'BRAD7270'             USING WRK-AREA-BRAD7270.

           IF  WRK-7270-FONETICO       EQUAL SPACES
               GO TO 3200-99-FIM
           END-IF.

           MOVE WRK-7270-FONETICO      TO FON-FONETICO.
           MOVE WRK-CHAVE-ANTIGA       TO FON-CHAVE-CONTA.

           READ FONCAD.

           IF  WRK-FS-FONCAD           EQUAL '23'
               GO TO 3200-99-FIM
           END-IF.

           SET WRK-LEITURA             TO TRUE.
           MOVE 'FONCAD'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-FONCAD          TO WRK-FILE-STATUS.
           MOVE WRK-FS-FONCAD          TO WRK-FS-CADAVSAM.
           PERFORM 1100-TESTAR-FILE-STATUS.

           DELETE FONCAD RECORD.

           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'FONCAD'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-FONCAD          TO WRK-FILE-STATUS.
           MOVE WRK-FS-FONCAD          TO WRK-FS-CADAVSAM.
           PERFORM 1100-TESTAR-FILE-STATUS.

           MOVE WRK-CHAVE-NOVA         TO FON-CHAVE-CONTA.

           WRITE REG-FONCAD.

      *    ENTRADA JA PRESENTE NA CHAVE NOVA ('22') = NADA A GRAVAR.
           IF  WRK-FS-FONCAD           NOT EQUAL '22'
               SET WRK-GRAVACAO        TO TRUE
               MOVE 'FONCAD'           TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-FONCAD      TO WRK-FILE-STATUS
               MOVE WRK-FS-FONCAD      TO WRK-FS-CADAVSAM
               PERFORM 1100-TESTAR-FILE-STATUS
           END-IF.

           ADD 1                       TO WRK-QTD-FON.

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3300-MOVER-TITCAD               SECTION.
      *----------------------------------------------------------------*
      *    OS VINCULOS DA CONTA SAO LIDOS EM SEQUENCIA A PARTIR DA     *
      *    CHAVE ANTIGA; CADA UM E GRAVADO NA CHAVE NOVA E EXCLUIDO    *
      *    DA ANTIGA, COM INCLUSAO E EXCLUSAO JORNALIZADAS NO          *
      *    TITHIST. O START E REFEITO ALEM DO ULTIMO VINCULO TRATADO,  *
      *    POIS O WRITE/DELETE DESLOCA O PONTEIRO DO ARQUIVO.          *
      *----------------------------------------------------------------*

           IF  WRK-TITCAD-AUSENTE      EQUAL 'S'
               GO TO 3300-99-FIM
           END-IF.

           MOVE 'N'                    TO WRK-FIM-SATELITE.
           MOVE LOW-VALUES             TO WRK-ULTIMA-TITCAD.
           MOVE WRK-CHAVE-ANTIGA       TO WRK-ULTIMA-TITCAD(1:10).

           PERFORM UNTIL WRK-SATELITE-ESGOTADO

               MOVE WRK-ULTIMA-TITCAD  TO TIT-CHAVE
               START TITCAD KEY GREATER TIT-CHAVE
               PERFORM 3310-LER-PROXIMO-TITCAD

               IF  NOT WRK-SATELITE-ESGOTADO
                   MOVE TIT-CHAVE      TO WRK-ULTIMA-TITCAD
                   PERFORM 3320-MOVER-VINCULO
               END-IF

           END-PERFORM.

      *----------------------------------------------------------------*
       3300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3310-LER-PROXIMO-TITCAD         SECTION.
      *----------------------------------------------------------------*

           IF  WRK-FS-TITCAD           EQUAL '23' OR '46' OR '10'
               SET WRK-SATELITE-ESGOTADO TO TRUE
               GO TO 3310-99-FIM
           END-IF.

           SET WRK-LEITURA             TO TRUE.
           MOVE 'TITCAD'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-TITCAD          TO WRK-FILE-STATUS.
           MOVE WRK-FS-TITCAD          TO WRK-FS-CADAVSAM.
           PERFORM 1100-TESTAR-FILE-STATUS.

           READ TITCAD NEXT.

           IF  WRK-FS-TITCAD           EQUAL '10' OR '46'
               SET WRK-SATELITE-ESGOTADO TO TRUE
               GO TO 3310-99-FIM
           END-IF.

           IF  WRK-FS-TITCAD           EQUAL '02'
               MOVE '00'               TO WRK-FS-TITCAD
           END-IF.

           SET WRK-LEITURA             TO TRUE.
           MOVE 'TITCAD'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-TITCAD          TO WRK-FILE-STATUS.
           MOVE WRK-FS-TITCAD          TO WRK-FS-CADAVSAM.
           PERFORM 1100-TESTAR-FILE-STATUS.

           IF  TIT-CHAVE-CONTA         NOT EQUAL WRK-CHAVE-ANTIGA
               SET WRK-SATELITE-ESGOTADO TO TRUE
           END-IF.

      *----------------------------------------------------------------*
       3310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3320-MOVER-VINCULO              SECTION.
      *----------------------------------------------------------------*
      *    VINCULO DO MESMO DOCUMENTO E PAPEL JA EXISTENTE NA CONTA    *
      *    NOVA ('22') FICA NA ANTIGA, COM AVISO NO RELATORIO.         *
      *----------------------------------------------------------------*

           MOVE REG-TITCAD             TO WRK-REG-TITCAD-ANTES.

           MOVE WRK-CHAVE-NOVA         TO TIT-CHAVE-CONTA.

           WRITE REG-TITCAD.

           IF  WRK-FS-TITCAD           EQUAL '22'
               MOVE WRK-TXT-TIT-CONFLITO
                                       TO LIN-DET-TEXTO
               ADD 1                   TO WRK-TOT-AVISOS
               GO TO 3320-99-FIM
           END-IF.

           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'TITCAD'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-TITCAD          TO WRK-FILE-STATUS.
           MOVE WRK-FS-TITCAD          TO WRK-FS-CADAVSAM.
           PERFORM 1100-TESTAR-FILE-STATUS.

           MOVE 'I'                    TO THSA-OPERACAO.
           MOVE WRK-CHAVE-NOVA         TO THSA-CHAVE.
           MOVE LOW-VALUES             TO THSA-IMAGEM-ANTES.
           MOVE REG-TITCAD             TO THSA-IMAGEM-DEPOIS.
           PERFORM 4500-GRAVAR-JORNAL-TITULAR.

           MOVE WRK-REG-TITCAD-ANTES   TO REG-TITCAD.

           DELETE TITCAD RECORD.

           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'TITCAD'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-TITCAD          TO WRK-FILE-STATUS.
           MOVE WRK-FS-TITCAD          TO WRK-FS-CADAVSAM.
           PERFORM 1100-TESTAR-FILE-STATUS.

           MOVE 'E'                    TO THSA-OPERACAO.
           MOVE WRK-CHAVE-ANTIGA       TO THSA-CHAVE.
           MOVE WRK-REG-TITCAD-ANTES   TO THSA-IMAGEM-ANTES.
           MOVE LOW-VALUES             TO THSA-IMAGEM-DEPOIS.
           PERFORM 4500-GRAVAR-JORNAL-TITULAR.

           ADD 1                       TO WRK-QTD-TIT.

      *----------------------------------------------------------------*
       3320-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3400-MOVER-OCLCAD               SECTION.
      *----------------------------------------------------------------*
      *    MESMA TECNICA DO TITCAD; AS OCORRENCIAS NAO TEM JORNAL.     *
      *----------------------------------------------------------------*

           IF  WRK-OCLCAD-AUSENTE      EQUAL 'S'
               GO TO 3400-99-FIM
           END-IF.

           MOVE 'N'                    TO WRK-FIM-SATELITE.
           MOVE LOW-VALUES             TO WRK-ULTIMA-OCLCAD.
           MOVE WRK-CHAVE-ANTIGA       TO WRK-ULTIMA-OCLCAD(1:10).

           PERFORM UNTIL WRK-SATELITE-ESGOTADO

               MOVE WRK-ULTIMA-OCLCAD  TO OCL-CHAVE
               START OCLCAD KEY GREATER OCL-CHAVE
               PERFORM 3410-LER-PROXIMO-OCLCAD

               IF  NOT WRK-SATELITE-ESGOTADO
                   MOVE OCL-CHAVE      TO WRK-ULTIMA-OCLCAD
                   PERFORM 3420-MOVER-OCORRENCIA
               END-IF

           END-PERFORM.

      *----------------------------------------------------------------*
       3400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3410-LER-PROXIMO-OCLCAD         SECTION.
      *----------------------------------------------------------------*

           IF  WRK-FS-OCLCAD           EQUAL '23' OR '46' OR '10'
               SET WRK-SATELITE-ESGOTADO TO TRUE
               GO TO 3410-99-FIM
           END-IF.

           SET WRK-LEITURA             TO TRUE.
           MOVE 'OCLCAD'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-OCLCAD          TO WRK-FILE-STATUS.
           MOVE WRK-FS-OCLCAD          TO WRK-FS-CADAVSAM.
           PERFORM 1100-TESTAR-FILE-STATUS.

           READ OCLCAD NEXT.

           IF  WRK-FS-OCLCAD           EQUAL '10' OR '46'
               SET WRK-SATELITE-ESGOTADO TO TRUE
               GO TO 3410-99-FIM
           END-IF.

           SET WRK-LEITURA             TO TRUE.
           MOVE 'OCLCAD'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-OCLCAD          TO WRK-FILE-STATUS.
           MOVE WRK-FS-OCLCAD          TO WRK-FS-CADAVSAM.
           PERFORM 1100-TESTAR-FILE-STATUS.

           IF  OCL-CHAVE-CONTA         NOT EQUAL WRK-CHAVE-ANTIGA
               SET WRK-SATELITE-ESGOTADO TO TRUE
           END-IF.

      *----------------------------------------------------------------*
       3410-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3420-MOVER-OCORRENCIA           SECTION.
      *----------------------------------------------------------------*
      *    A MESMA OCORRENCIA (MESMA ENTRADA DE LISTA) JA GRAVADA NA   *
      *    CONTA NOVA ('22') SO TEM A COPIA ANTIGA EXCLUIDA.           *
      *----------------------------------------------------------------*

           MOVE WRK-CHAVE-NOVA         TO OCL-CHAVE-CONTA.

           WRITE REG-OCLCAD.

           IF  WRK-FS-OCLCAD           NOT EQUAL '22'
               SET WRK-GRAVACAO        TO TRUE
               MOVE 'OCLCAD'           TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-OCLCAD      TO WRK-FILE-STATUS
               MOVE WRK-FS-OCLCAD      TO WRK-FS-CADAVSAM
               PERFORM 1100-TESTAR-FILE-STATUS
           END-IF.

           MOVE WRK-ULTIMA-OCLCAD      TO OCL-CHAVE.

           DELETE OCLCAD RECORD.

           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'OCLCAD'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-OCLCAD          TO WRK-FILE-STATUS.
           MOVE WRK-FS-OCLCAD          TO WRK-FS-CADAVSAM.
           PERFORM 1100-TESTAR-FILE-STATUS.

           ADD 1                       TO WRK-QTD-OCL.

      *----------------------------------------------------------------*
       3420-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3600-MOVER-AGDCAD               SECTION.
      *----------------------------------------------------------------*
      *    MESMA TECNICA DO TITCAD: AS ALTERACOES AGENDADAS DA CONTA   *
      *    (UMA POR DATA DE VIGENCIA) SAO LIDAS EM SEQUENCIA A PARTIR  *
      *    DA CHAVE ANTIGA E MOVIDAS UMA A UMA COMO A PENDENCIA DO     *
      *    APRCAD.                                                     *
      *----------------------------------------------------------------*

           IF  WRK-AGDCAD-AUSENTE      EQUAL 'S'
               GO TO 3600-99-FIM
           END-IF.

           MOVE 'N'                    TO WRK-FIM-SATELITE.
           MOVE LOW-VALUES             TO WRK-ULTIMA-AGDCAD.
           MOVE WRK-CHAVE-ANTIGA       TO WRK-ULTIMA-AGDCAD(1:10).

           PERFORM UNTIL WRK-SATELITE-ESGOTADO

               MOVE WRK-ULTIMA-AGDCAD  TO AGD-CHAVE
               START AGDCAD KEY GREATER AGD-CHAVE
               PERFORM 3610-LER-PROXIMO-AGDCAD

               IF  NOT WRK-SATELITE-ESGOTADO
                   MOVE AGD-CHAVE      TO WRK-ULTIMA-AGDCAD
                   PERFORM 3620-MOVER-AGENDAMENTO
               END-IF

           END-PERFORM.

      *----------------------------------------------------------------*
       3600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3610-LER-PROXIMO-AGDCAD         SECTION.
      *----------------------------------------------------------------*

           IF  WRK-FS-AGDCAD           EQUAL '23' OR '46' OR '10'
               SET WRK-SATELITE-ESGOTADO TO TRUE
               GO TO 3610-99-FIM
           END-IF.

           SET WRK-LEITURA             TO TRUE.
           MOVE 'AGDCAD'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-AGDCAD          TO WRK-FILE-STATUS.
           MOVE WRK-FS-AGDCAD          TO WRK-FS-CADAVSAM.
           PERFORM 1100-TESTAR-FILE-STATUS.

           READ AGDCAD NEXT.

           IF  WRK-FS-AGDCAD           EQUAL '10' OR '46'
               SET WRK-SATELITE-ESGOTADO TO TRUE
               GO TO 3610-99-FIM
           END-IF.

           SET WRK-LEITURA             TO TRUE.
           MOVE 'AGDCAD'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-AGDCAD          TO WRK-FILE-STATUS.
           MOVE WRK-FS-AGDCAD          TO WRK-FS-CADAVSAM.
           PERFORM 1100-TESTAR-FILE-STATUS.

           IF  AGD-CHAVE(1:10)         NOT EQUAL WRK-CHAVE-ANTIGA
               SET WRK-SATELITE-ESGOTADO TO TRUE
           END-IF.

      *----------------------------------------------------------------*
       3610-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3620-MOVER-AGENDAMENTO          SECTION.
      *----------------------------------------------------------------*
      *    AS IMAGENS BASE E PROPOSTA COMECAM PELA CAD-CHAVE, QUE      *
      *    TAMBEM E TROCADA, COMO NO APRCAD. AGENDAMENTO DA MESMA DATA *
      *    DE VIGENCIA JA EXISTENTE NA CONTA NOVA ('22') FICA NA       *
      *    ANTIGA, COM AVISO NO RELATORIO.                             *
      *----------------------------------------------------------------*

           MOVE WRK-CHAVE-NOVA         TO AGD-CHAVE(1:10).
           IF  AGD-IMAGEM-BASE(1:10)   NOT EQUAL LOW-VALUES
               MOVE WRK-CHAVE-NOVA     TO AGD-IMAGEM-BASE(1:10)
           END-IF.
           IF  AGD-IMAGEM-PROPOSTA(1:10) NOT EQUAL LOW-VALUES
               MOVE WRK-CHAVE-NOVA     TO AGD-IMAGEM-PROPOSTA(1:10)
           END-IF.

           WRITE REG-AGDCAD.

           IF  WRK-FS-AGDCAD           EQUAL '22'
               MOVE WRK-TXT-AGD-CONFLITO
                                       TO LIN-DET-TEXTO
               ADD 1                   TO WRK-TOT-AVISOS
               GO TO 3620-99-FIM
           END-IF.

           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'AGDCAD'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-AGDCAD          TO WRK-FILE-STATUS.
           MOVE WRK-FS-AGDCAD          TO WRK-FS-CADAVSAM.
           PERFORM 1100-TESTAR-FILE-STATUS.

           MOVE WRK-ULTIMA-AGDCAD      TO AGD-CHAVE.

           DELETE AGDCAD RECORD.

           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'AGDCAD'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-AGDCAD          TO WRK-FILE-STATUS.
           MOVE WRK-FS-AGDCAD          TO WRK-FS-CADAVSAM.
           PERFORM 1100-TESTAR-FILE-STATUS.

           ADD 1                       TO WRK-QTD-AGD.

      *----------------------------------------------------------------*
       3620-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3500-GRAVAR-XREFCAD             SECTION.
      *----------------------------------------------------------------*
      *    A CHAVE NOVA PASSA A SER DE UMA CONTA VIVA: SE ELA CONSTAVA *
      *    COMO ANTIGA NUM RE-CHAVEAMENTO ANTERIOR, ESSA REFERENCIA E  *
      *    REMOVIDA. DEPOIS GRAVA ANTIGA -> NOVA (SE A CHAVE ANTIGA JA *
      *    TINHA REFERENCIA, ELA E SUBSTITUIDA).                       *
      *----------------------------------------------------------------*

           MOVE WRK-CHAVE-NOVA         TO XRF-CHAVE-ANTIGA.

           READ XREFCAD.

           IF  WRK-FS-XREFCAD          EQUAL '00'
               DELETE XREFCAD RECORD
               SET WRK-GRAVACAO        TO TRUE
               MOVE 'XREFCAD'          TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-XREFCAD     TO WRK-FILE-STATUS
               MOVE WRK-FS-XREFCAD     TO WRK-FS-CADAVSAM
               PERFORM 1100-TESTAR-FILE-STATUS
           END-IF.

           MOVE SPACES                 TO REG-XREFCAD.
           MOVE WRK-CHAVE-ANTIGA       TO XRF-CHAVE-ANTIGA.
           MOVE WRK-CHAVE-NOVA         TO XRF-CHAVE-NOVA.
           MOVE FUNCTION CURRENT-DATE  TO XRF-DATA-HORA.
           MOVE WRK-PGM                TO XRF-PGM.

           WRITE REG-XREFCAD.

           IF  WRK-FS-XREFCAD          EQUAL '22'
               REWRITE REG-XREFCAD
           END-IF.

           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'XREFCAD'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-XREFCAD         TO WRK-FILE-STATUS.
           MOVE WRK-FS-XREFCAD         TO WRK-FS-CADAVSAM.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       3500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4400-GRAVAR-JORNAL              SECTION.
      *----------------------------------------------------------------*
      *    OPERACAO E IMAGENS JA PREPARADAS PELO CHAMADOR; A CHAVE     *
      *    JORNALIZADA E A DO REGISTRO AFETADO (NOVA NA INCLUSAO,      *
      *    ANTIGA NA EXCLUSAO), QUE ESTA EM CAD-CHAVE.                 *
      *----------------------------------------------------------------*

           MOVE CAD-AGENCIA            TO HSTA-AGENCIA.
           MOVE CAD-RAZAO              TO HSTA-RAZAO.
           MOVE CAD-CONTA              TO HSTA-CONTA.
           MOVE WRK-BATCH              TO HSTA-COD-USER.
           MOVE WRK-BATCH              TO HSTA-COD-DEPTO.
           MOVE WRK-PGM                TO HSTA-TRANSACAO.

           CALL 'BRAD7140'             USING HST-AREA.

      *----------------------------------------------------------------*
       4400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4500-GRAVAR-JORNAL-TITULAR      SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-BATCH              TO THSA-COD-USER.
           MOVE WRK-BATCH              TO THSA-COD-DEPTO.
           MOVE WRK-PGM                TO THSA-TRANSACAO.

           CALL 'BRAD7290'             USING THS-AREA.

      *----------------------------------------------------------------*
       4500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5100-IMPRIMIR-MAPEAMENTO        SECTION.
      *----------------------------------------------------------------*

           IF  WRK-CONT-LINHAS         EQUAL ZEROS OR
               WRK-CONT-LINHAS         >= WRK-LINHAS-POR-PAGINA
               PERFORM 5510-IMPRIMIR-CABECALHO
           END-IF.

           MOVE MAP-AGENCIA-ANT        TO LIN-MAP-AGENCIA-ANT.
           MOVE MAP-RAZAO-ANT          TO LIN-MAP-RAZAO-ANT.
           MOVE MAP-CONTA-ANT          TO LIN-MAP-CONTA-ANT.
           MOVE MAP-AGENCIA-NOVA       TO LIN-MAP-AGENCIA-NOVA.
           MOVE MAP-RAZAO-NOVA         TO LIN-MAP-RAZAO-NOVA.
           MOVE MAP-CONTA-NOVA         TO LIN-MAP-CONTA-NOVA.

           WRITE REG-RELRECH           FROM LIN-MAPEAMENTO.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELRECH'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELRECH         TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELRECH         TO WRK-FS-CADAVSAM.
           PERFORM 1100-TESTAR-FILE-STATUS.

           ADD 1                       TO WRK-CONT-LINHAS.

      *----------------------------------------------------------------*
       5100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5200-IMPRIMIR-DETALHE           SECTION.
      *----------------------------------------------------------------*
      *    CHAVES DE WRK-CHAVE-ANTIGA/NOVA; O TEXTO JA FOI PREPARADO   *
      *    PELO CHAMADOR EM LIN-DET-TEXTO.                             *
      *----------------------------------------------------------------*

           IF  WRK-CONT-LINHAS         EQUAL ZEROS OR
               WRK-CONT-LINHAS         >= WRK-LINHAS-POR-PAGINA
               PERFORM 5510-IMPRIMIR-CABECALHO
           END-IF.

           MOVE WRK-AGENCIA-ANT        TO LIN-DET-AGENCIA-ANT.
           MOVE WRK-RAZAO-ANT          TO LIN-DET-RAZAO-ANT.
           MOVE WRK-CONTA-ANT          TO LIN-DET-CONTA-ANT.
           MOVE WRK-AGENCIA-NOVA       TO LIN-DET-AGENCIA-NOVA.
           MOVE WRK-RAZAO-NOVA         TO LIN-DET-RAZAO-NOVA.
           MOVE WRK-CONTA-NOVA         TO LIN-DET-CONTA-NOVA.
           MOVE WRK-QTD-APR            TO LIN-DET-QTD-APR.
           MOVE WRK-QTD-FON            TO LIN-DET-QTD-FON.
           MOVE WRK-QTD-TIT            TO LIN-DET-QTD-TIT.
           MOVE WRK-QTD-OCL            TO LIN-DET-QTD-OCL.
           MOVE WRK-QTD-AGD            TO LIN-DET-QTD-AGD.

           WRITE REG-RELRECH           FROM LIN-DETALHE.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELRECH'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELRECH         TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELRECH         TO WRK-FS-CADAVSAM.
           PERFORM 1100-TESTAR-FILE-STATUS.

           ADD 1                       TO WRK-CONT-LINHAS.

      *----------------------------------------------------------------*
       5200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5510-IMPRIMIR-CABECALHO         SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO WRK-CONT-PAGINA.
           MOVE WRK-CONT-PAGINA        TO LIN-1-PAGINA.

           WRITE REG-RELRECH           FROM LIN-CABECALHO-1.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELRECH'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELRECH         TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELRECH         TO WRK-FS-CADAVSAM.
           PERFORM 1100-TESTAR-FILE-STATUS.

           WRITE REG-RELRECH           FROM LIN-BRANCO.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELRECH'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELRECH         TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELRECH         TO WRK-FS-CADAVSAM.
           PERFORM 1100-TESTAR-FILE-STATUS.

           WRITE REG-RELRECH           FROM LIN-CABECALHO-2.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELRECH'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELRECH         TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELRECH         TO WRK-FS-CADAVSAM.
           PERFORM 1100-TESTAR-FILE-STATUS.

           MOVE 1                      TO WRK-CONT-LINHAS.

      *----------------------------------------------------------------*
       5510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5900-IMPRIMIR-TOTAIS            SECTION.
      *----------------------------------------------------------------*

           IF  WRK-CONT-PAGINA         EQUAL ZEROS
               PERFORM 5510-IMPRIMIR-CABECALHO
           END-IF.

           WRITE REG-RELRECH           FROM LIN-BRANCO.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELRECH'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELRECH         TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELRECH         TO WRK-FS-CADAVSAM.
           PERFORM 1100-TESTAR-FILE-STATUS.

           MOVE WRK-TOT-MAPEAMENTOS    TO LIN-TOT-MAPEAMENTOS.
           MOVE WRK-TOT-RECHAVEADAS    TO LIN-TOT-RECHAVEADAS.
           MOVE WRK-TOT-REJEITADAS     TO LIN-TOT-REJEITADAS.
           MOVE WRK-TOT-AVISOS         TO LIN-TOT-AVISOS.
           WRITE REG-RELRECH           FROM LIN-TOTAIS.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELRECH'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELRECH         TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELRECH         TO WRK-FS-CADAVSAM.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       5900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6000-FECHAR-ARQUIVO             SECTION.
      *----------------------------------------------------------------*

           CLOSE MAPCHV.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'MAPCHV'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-MAPCHV          TO WRK-FILE-STATUS.
           MOVE WRK-FS-MAPCHV          TO WRK-FS-CADAVSAM.
           PERFORM 1100-TESTAR-FILE-STATUS.

           IF  WRK-APRCAD-AUSENTE      NOT EQUAL 'S'
               CLOSE APRCAD
           END-IF.

           IF  WRK-FONCAD-AUSENTE      NOT EQUAL 'S'
               CLOSE FONCAD
           END-IF.

           IF  WRK-TITCAD-AUSENTE      NOT EQUAL 'S'
               CLOSE TITCAD
           END-IF.

           IF  WRK-OCLCAD-AUSENTE      NOT EQUAL 'S'
               CLOSE OCLCAD
           END-IF.

           IF  WRK-AGDCAD-AUSENTE      NOT EQUAL 'S'
               CLOSE AGDCAD
           END-IF.

           CLOSE XREFCAD.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'XREFCAD'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-XREFCAD         TO WRK-FILE-STATUS.
           MOVE WRK-FS-XREFCAD         TO WRK-FS-CADAVSAM.
           PERFORM 1100-TESTAR-FILE-STATUS.

           CLOSE CADACLIE-VSAM.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'CADAVSAM'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-CADAVSAM        TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           CLOSE RELRECH.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'RELRECH'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELRECH         TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELRECH         TO WRK-FS-CADAVSAM.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       6000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *    O RETURN-CODE E CARREGADO SO DEPOIS DA ULTIMA CALL - CADA   *
      *    CALL QUE RETORNA SOBREPOE O RETURN-CODE DO CHAMADOR COM O   *
      *    DO MODULO CHAMADO (MESMA OBSERVACAO DA BRAD0335).           *
      *----------------------------------------------------------------*

           MOVE 'BRAD0600'             TO STA-PGM.
           MOVE WRK-TOT-MAPEAMENTOS    TO STA-TOT-LIDOS.
           MOVE WRK-TOT-RECHAVEADAS    TO STA-TOT-GRAVADOS.
           MOVE WRK-TOT-REJEITADAS     TO STA-TOT-REJEITADOS.

           CALL 'BRAD7130'             USING STA-AREA.

           IF  WRK-TOT-REJEITADAS      GREATER ZEROS OR
               WRK-TOT-AVISOS          GREATER ZEROS
               MOVE 04                 TO RETURN-CODE
           END-IF.

           IF  WRK-EXECUCAO-ABORTADA
               MOVE 12                 TO RETURN-CODE
           END-IF.

           GOBACK.

      *----------------------------------------------------------------*
       7000-99-FIM.                    EXIT.
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

           PERFORM 7000-FINALIZAR.

      *----------------------------------------------------------------*
       9999-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
