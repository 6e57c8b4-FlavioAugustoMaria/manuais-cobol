      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. BRAD7380.
       AUTHOR.     FLAVIO AUGUSTO MARIA.
      *================================================================*
      *                   P R I M E  I N F O R M A T I C A             *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  BRAD7380                                     *
      *    PROGRAMADOR.:  FLAVIO AUGUSTO MARIA              -  PRIME   *
      *    ANALISTA....:                                    -          *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  MODULO DA DETECCAO DE CPF/CNPJ DUPLICADO NO  *
      *                   CADASTRO DE CLIENTES (RELDUPL, SAIDA DO      *
      *                   BRAD0380): ORDENA A BASE POR CAD-CGC-CPF     *
      *                   (CAD-PRINCIPAL + CAD-FILIAL + CAD-CTLE) E    *
      *                   REPORTA CADA GRUPO COM MAIS DE UMA           *
      *                   CAD-CHAVE, MOSTRANDO LADO A LADO AS CONTAS,  *
      *                   OS NOMES E AS DATAS DE ULTIMA MOVIMENTACAO,  *
      *                   COM TOTAIS DE GRUPOS DUPLICADOS E DE CONTAS  *
      *                   ENVOLVIDAS. NAO LE O CADACLIE: RECEBE CADA   *
      *                   REGISTRO DO CHAMADOR (BRAD0640 NA PASSADA    *
      *                   UNICA DA CADEIA NOTURNA, OU BRAD0380 NA      *
      *                   EXECUCAO AVULSA), DE MODO QUE AS DUAS FORMAS *
      *                   PRODUZEM A MESMA LISTAGEM.                   *
      *----------------------------------------------------------------*
      *    USO.........:  CALL 'BRAD7380' USING SAI-AREA (BOOK         *
      *                   I#CADSAI): 'A' ABRE A LISTAGEM E O ARQUIVO   *
      *                   DE TRABALHO; 'R' GRAVA O REGISTRO NO ARQUIVO *
      *                   DE TRABALHO JA NO FORMATO DA ORDENACAO       *
      *                   (TITULAR PRINCIPAL); 'F' ORDENA O ARQUIVO DE *
      *                   TRABALHO JUNTO COM OS VINCULOS VIGENTES DO   *
      *                   TITCAD, IMPRIME, FECHA E GRAVA O RUNSTAT     *
      *                   COMO BRAD0380 (O MONITOR BRAD0470 CONTINUA   *
      *                   CONFERINDO A CADEIA PELO NOME DO PROGRAMA).  *
      *                   EM ERRO DEVOLVE SAI-COD-RETORNO 'N'.         *
      *----------------------------------------------------------------*
      *    VINCULOS....:  OS VINCULOS VIGENTES DO TITCAD (CO-TITULAR,  *
      *                   RESPONSAVEL LEGAL, REPRESENTANTE LEGAL E     *
      *                   PROCURADOR COM TIT-DT-FIM ZERADA OU AINDA    *
      *                   NAO ATINGIDA) ENTRAM NA ORDENACAO COMO       *
      *                   OCORRENCIAS DO DOCUMENTO NA CONTA VINCULADA, *
      *                   DEPOIS DAS CONTAS EM QUE ELE E O TITULAR     *
      *                   PRINCIPAL (SRT-TIPO-VINCULO). ASSIM A PESSOA *
      *                   QUE SO APARECE COMO TITULAR SECUNDARIO       *
      *                   TAMBEM E ENCONTRADA; NA LISTAGEM A COLUNA DE *
      *                   ENDERECO DESSAS LINHAS MOSTRA O PAPEL E O    *
      *                   NOME E O REGISTRADO NO VINCULO.              *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#CADSAI - AREA DE COMUNICACAO COM O CHAMADOR.              *
      *    I#CADREG - LAYOUT DO REGISTRO DE CLIENTES (CADACLIE).       *
      *    I#TITCAD - LAYOUT DOS TITULARES SECUNDARIOS (TITCAD).       *
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

           SELECT WRKDUPL   ASSIGN     TO UT-S-WRKDUPL
                      FILE STATUS      IS WRK-FS-WRKDUPL.

           SELECT TITCAD    ASSIGN     TO UT-S-TITCAD
                      ORGANIZATION         IS INDEXED
                      ACCESS MODE          IS SEQUENTIAL
                      RECORD KEY           IS TIT-CHAVE
                      FILE STATUS          IS WRK-FS-TITCAD.

           SELECT RELDUPL   ASSIGN     TO UT-S-RELDUPL
                      FILE STATUS      IS WRK-FS-RELDUPL.

           SELECT SRTDUPL   ASSIGN     TO UT-S-SRTDUPL.

      *================================================================*
       DATA DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    I-O    :  ARQUIVO DE TRABALHO - REGISTROS RECEBIDOS DO     *
      *              CHAMADOR, JA NO FORMATO DA ORDENACAO              *
      *              ORG. SEQUENCIAL   -   LRECL = 298                 *
      *----------------------------------------------------------------*

       FD  WRKDUPL
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  REG-WRKDUPL.
           05  TRB-CGC-CPF.
               10  TRB-PRINCIPAL        PIC  X(09).
               10  TRB-FILIAL           PIC  X(05).
               10  TRB-CTLE             PIC  9(02).
           05  TRB-VINCULO.
               10  TRB-TIPO-VINCULO     PIC  X(01).
               10  TRB-PAPEL            PIC  X(01).
           05  TRB-REG-CADACLIE         PIC  X(280).

      *----------------------------------------------------------------*
      *    INPUT  :  TITULARES SECUNDARIOS (TITCAD)                    *
      *              ORG. INDEXADA (KSDS)   -   LRECL = 100            *
      *----------------------------------------------------------------*

       FD  TITCAD
           LABEL RECORD IS STANDARD.

       COPY 'I#TITCAD'.

      *----------------------------------------------------------------*
      *    OUTPUT :  LISTAGEM DE CPF/CNPJ DUPLICADOS                   *
      *              ORG. SEQUENCIAL   -   LRECL = 132                 *
      *----------------------------------------------------------------*

       FD  RELDUPL
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  REG-RELDUPL                  PIC  X(132).

      *----------------------------------------------------------------*
      *    SORT  :  ORDENACAO POR CPF/CNPJ (CAD-PRINCIPAL + CAD-FILIAL *
      *              + CAD-CTLE), AGRUPANDO AS CONTAS DO MESMO         *
      *              DOCUMENTO EM SEQUENCIA - PRIMEIRO AS DE TITULAR   *
      *              PRINCIPAL ('1'), DEPOIS AS DE VINCULO ('2').      *
      *----------------------------------------------------------------*

       SD  SRTDUPL.

       01  REG-SRTDUPL.
           05  SRT-CGC-CPF.
               10  SRT-PRINCIPAL        PIC  X(09).
               10  SRT-FILIAL           PIC  X(05).
               10  SRT-CTLE             PIC  9(02).
           05  SRT-VINCULO.
               10  SRT-TIPO-VINCULO     PIC  X(01).
               10  SRT-PAPEL            PIC  X(01).
           05  SRT-REG-CADACLIE         PIC  X(280).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** INICIO DA WORKING BRAD7380                 ***'.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** VARIAVEIS AUXILIARES                       ***'.
      *----------------------------------------------------------------*

       77  WRK-FECHAR                  PIC  X(001)         VALUE 'N'.
       77  WRK-PGM                     PIC  X(008)         VALUE
           'BRAD7380'.
       77  WRK-BATCH                   PIC  X(008)         VALUE
           'BATCH'.
       77  WRK-SQLCA-OU-STATUS         PIC  X(136)         VALUE SPACES.
       77  WRK-LINHAS-POR-PAGINA       PIC  9(002) COMP    VALUE 55.
       77  WRK-CONT-LINHAS             PIC  9(002) COMP    VALUE ZEROS.
       77  WRK-CONT-PAGINA             PIC  9(004) COMP    VALUE ZEROS.
       77  WRK-PRIMEIRO-REG            PIC  X(001)         VALUE 'S'.
       77  WRK-FIM-CARGA               PIC  X(001)         VALUE 'N'.
       77  WRK-FIM-TITCAD              PIC  X(001)         VALUE 'N'.
       77  WRK-DATA-HOJE               PIC  9(008)         VALUE ZEROS.
       77  WRK-TOT-LIDOS               PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-VINCULOS            PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-QTD-GRUPO               PIC  9(005) COMP    VALUE ZEROS.
       77  WRK-TOT-GRUPOS              PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-CONTAS              PIC  9(007) COMP    VALUE ZEROS.

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** CONTROLE DO AGRUPAMENTO POR DOCUMENTO      ***'.
      *----------------------------------------------------------------*
      *    O PRIMEIRO REGISTRO DE CADA DOCUMENTO FICA RETIDO EM        *
      *    WRK-REG-RETIDO; ELE SO E IMPRESSO SE APARECER UM SEGUNDO    *
      *    REGISTRO COM O MESMO CPF/CNPJ (GRUPO DUPLICADO).            *
      *----------------------------------------------------------------*

       01  WRK-SAVE-CGC-CPF.
           05  WRK-SAVE-PRINCIPAL      PIC  X(09)          VALUE ZEROS.
           05  WRK-SAVE-FILIAL         PIC  X(05)          VALUE ZEROS.
           05  WRK-SAVE-CTLE           PIC  9(02)          VALUE ZEROS.

       01  WRK-REG-RETIDO              PIC  X(280)         VALUE SPACES.
       01  WRK-REG-CORRENTE            PIC  X(280)         VALUE SPACES.

      *    TIPO ('1' TITULAR PRINCIPAL / '2' VINCULO DO TITCAD) E PAPEL
      *    DO REGISTRO, ANDANDO JUNTO COM REG-CADACLIE E COM O RETIDO.
       01  WRK-VINCULO-ATUAL.
           05  WRK-TIPO-VINCULO        PIC  X(001)         VALUE SPACES.
               88  WRK-TITULAR-PRINCIPAL                   VALUE '1'.
               88  WRK-TITULAR-SECUNDARIO                  VALUE '2'.
           05  WRK-PAPEL               PIC  X(001)         VALUE SPACES.
               88  WRK-CO-TITULAR                          VALUE 'T'.
               88  WRK-RESPONSAVEL-LEGAL                   VALUE 'R'.
               88  WRK-REPRESENTANTE-LEGAL                 VALUE 'L'.
               88  WRK-PROCURADOR                          VALUE 'P'.
       01  WRK-VINCULO-RETIDO          PIC  X(002)         VALUE SPACES.
       01  WRK-VINCULO-CORRENTE        PIC  X(002)         VALUE SPACES.

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
           05  FILLER                  PIC  X(044)         VALUE
               'BRAD0380 - CPF/CNPJ DUPLICADO ENTRE CONTAS'.
           05  FILLER                  PIC  X(068)         VALUE SPACES.
           05  FILLER                  PIC  X(008)         VALUE
               'PAGINA: '.
           05  LIN-1-PAGINA            PIC  ZZZ9.
           05  FILLER                  PIC  X(008)         VALUE SPACES.

       01  LIN-GRUPO.
           05  FILLER                  PIC  X(010)         VALUE
               'CPF/CNPJ: '.
           05  LIN-GRP-PRINCIPAL       PIC  X(009).
           05  FILLER                  PIC  X(001)         VALUE '/'.
           05  LIN-GRP-FILIAL          PIC  X(005).
           05  FILLER                  PIC  X(001)         VALUE '-'.
           05  LIN-GRP-CTLE            PIC  9(002).
           05  FILLER                  PIC  X(104)         VALUE SPACES.

       01  LIN-DETALHE.
           05  FILLER                  PIC  X(004)         VALUE SPACES.
           05  LIN-DET-AGENCIA         PIC  ZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE '/'.
           05  LIN-DET-RAZAO           PIC  ZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE '/'.
           05  LIN-DET-CONTA           PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(003)         VALUE SPACES.
           05  LIN-DET-NOME            PIC  X(040).
           05  FILLER                  PIC  X(003)         VALUE SPACES.
           05  LIN-DET-ENDERECO        PIC  X(040).
           05  FILLER                  PIC  X(003)         VALUE SPACES.
           05  LIN-DET-ULTMV           PIC  9999/99/99
                                       BLANK WHEN ZERO.
           05  FILLER                  PIC  X(010)         VALUE SPACES.

       01  LIN-TOTAIS.
           05  FILLER                  PIC  X(028)         VALUE
               'GRUPOS DE CPF/CNPJ DUPLIC.: '.
           05  LIN-TOT-GRUPOS          PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(022)         VALUE
               '   CONTAS ENVOLVIDAS: '.
           05  LIN-TOT-CONTAS          PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(068)         VALUE SPACES.

       01  LIN-BRANCO                  PIC  X(132)         VALUE SPACES.

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

       01  WRK-FS-RELDUPL              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-TITCAD               PIC  X(002)         VALUE SPACES.
       01  WRK-FS-WRKDUPL              PIC  X(002)         VALUE SPACES.

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
                   PERFORM 1400-GRAVAR-TRABALHO

               WHEN SAI-FECHAR
                   PERFORM 1800-FECHAR-TRABALHO
                   SORT SRTDUPL
                       ON ASCENDING KEY SRT-CGC-CPF
                                        SRT-VINCULO
                       INPUT PROCEDURE  IS 1500-CARREGAR-ORDENACAO
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
           MOVE STA-DATA-HORA-INICIO(1:8)
                                       TO WRK-DATA-HOJE.

           INITIALIZE REG-CADACLIE.

           OPEN OUTPUT RELDUPL.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'RELDUPL'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELDUPL        TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           OPEN OUTPUT WRKDUPL.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'WRKDUPL'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-WRKDUPL        TO WRK-FILE-STATUS.
           MOVE WRK-FS-WRKDUPL        TO WRK-FS-RELDUPL.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-TESTAR-FILE-STATUS          SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-RELDUPL           NOT EQUAL '00'
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE WRK-ERRO-ARQUIVO    TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1400-GRAVAR-TRABALHO            SECTION.
      *----------------------------------------------------------------*
      *    CADA REGISTRO RECEBIDO DO CHAMADOR VAI PARA O ARQUIVO DE    *
      *    TRABALHO JA NO FORMATO DA ORDENACAO, COMO OCORRENCIA DE     *
      *    TITULAR PRINCIPAL ('1') DO DOCUMENTO, NA MESMA ORDEM FISICA *
      *    DO CADACLIE EM QUE ANTES ERA LIBERADO PELA INPUT PROCEDURE  *
      *    DO SORT.                                                    *
      *----------------------------------------------------------------*

           MOVE SAI-REG-CADACLIE       TO REG-CADACLIE.

           ADD 1                       TO WRK-TOT-LIDOS.

           MOVE CAD-PRINCIPAL          TO TRB-PRINCIPAL.
           MOVE CAD-FILIAL             TO TRB-FILIAL.
           MOVE CAD-CTLE               TO TRB-CTLE.
           MOVE '1'                    TO TRB-TIPO-VINCULO.
           MOVE SPACES                 TO TRB-PAPEL.
           MOVE REG-CADACLIE           TO TRB-REG-CADACLIE.
           WRITE REG-WRKDUPL.

           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'WRKDUPL'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-WRKDUPL         TO WRK-FILE-STATUS.
           MOVE WRK-FS-WRKDUPL         TO WRK-FS-RELDUPL.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       1400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1800-FECHAR-TRABALHO            SECTION.
      *----------------------------------------------------------------*
      *    O ARQUIVO DE TRABALHO E FECHADO ANTES DO SORT, QUE O RELE   *
      *    NA INPUT PROCEDURE.                                         *
      *----------------------------------------------------------------*

           CLOSE WRKDUPL.

           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'WRKDUPL'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-WRKDUPL         TO WRK-FILE-STATUS.
           MOVE WRK-FS-WRKDUPL         TO WRK-FS-RELDUPL.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       1800-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

       1500-CARREGAR-ORDENACAO         SECTION.
      *----------------------------------------------------------------*

           OPEN INPUT  WRKDUPL.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'WRKDUPL'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-WRKDUPL        TO WRK-FILE-STATUS.
           MOVE WRK-FS-WRKDUPL        TO WRK-FS-RELDUPL.
           PERFORM 1100-TESTAR-FILE-STATUS.

           PERFORM 1510-LER-E-LIBERAR-TRABALHO.
           PERFORM UNTIL WRK-FIM-CARGA EQUAL 'S'
               PERFORM 1510-LER-E-LIBERAR-TRABALHO
           END-PERFORM.

           CLOSE WRKDUPL.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'WRKDUPL'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-WRKDUPL         TO WRK-FILE-STATUS.
           MOVE WRK-FS-WRKDUPL         TO WRK-FS-RELDUPL.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *    TITCAD AINDA SEM NENHUM VINCULO GRAVADO ('35') = NADA A
      *    ACRESCENTAR A ORDENACAO.
           OPEN INPUT  TITCAD.

           IF  WRK-FS-TITCAD           EQUAL '35'
               GO TO 1500-99-FIM
           END-IF.

           SET WRK-ABERTURA            TO TRUE.
           MOVE 'TITCAD'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-TITCAD          TO WRK-FILE-STATUS.
           MOVE WRK-FS-TITCAD          TO WRK-FS-RELDUPL.
           PERFORM 1100-TESTAR-FILE-STATUS.

           PERFORM UNTIL WRK-FIM-TITCAD EQUAL 'S'
               PERFORM 1520-LER-E-LIBERAR-TITCAD
           END-PERFORM.

           CLOSE TITCAD.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'TITCAD'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-TITCAD          TO WRK-FILE-STATUS.
           MOVE WRK-FS-TITCAD          TO WRK-FS-RELDUPL.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       1500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1510-LER-E-LIBERAR-TRABALHO     SECTION.
      *----------------------------------------------------------------*

           READ WRKDUPL.

           IF WRK-FS-WRKDUPL           EQUAL '10'
              MOVE 'S'                 TO WRK-FIM-CARGA
              GO TO 1510-99-FIM
           END-IF.

           SET WRK-LEITURA             TO TRUE.
           MOVE 'WRKDUPL'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-WRKDUPL         TO WRK-FILE-STATUS.
           MOVE WRK-FS-WRKDUPL         TO WRK-FS-RELDUPL.
           PERFORM 1100-TESTAR-FILE-STATUS.

           MOVE REG-WRKDUPL            TO REG-SRTDUPL.
           RELEASE REG-SRTDUPL.

      *----------------------------------------------------------------*
       1510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1520-LER-E-LIBERAR-TITCAD       SECTION.
      *----------------------------------------------------------------*
      *    CADA VINCULO VIGENTE VIRA UM REGISTRO DE CADACLIE MONTADO   *
      *    SO COM A CHAVE DA CONTA VINCULADA, O DOCUMENTO E O NOME DO  *
      *    VINCULO; OS VINCULOS JA ENCERRADOS FICAM DE FORA.           *
      *----------------------------------------------------------------*

           READ TITCAD.

           IF  WRK-FS-TITCAD           EQUAL '10'
               MOVE 'S'                TO WRK-FIM-TITCAD
               GO TO 1520-99-FIM
           END-IF.

           SET WRK-LEITURA             TO TRUE.
           MOVE 'TITCAD'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-TITCAD          TO WRK-FILE-STATUS.
           MOVE WRK-FS-TITCAD          TO WRK-FS-RELDUPL.
           PERFORM 1100-TESTAR-FILE-STATUS.

           IF  TIT-DT-FIM              NOT EQUAL ZEROS AND
               TIT-DT-FIM              < WRK-DATA-HOJE
               GO TO 1520-99-FIM
           END-IF.

           ADD 1                       TO WRK-TOT-VINCULOS.

           INITIALIZE REG-CADACLIE.
           MOVE TIT-AGENCIA            TO CAD-AGENCIA.
           MOVE TIT-RAZAO              TO CAD-RAZAO.
           MOVE TIT-CONTA              TO CAD-CONTA.
           MOVE TIT-CGC-CPF            TO CAD-CGC-CPF.
           MOVE TIT-NOME               TO CAD-NOME-CLIE.

           MOVE TIT-CGC-CPF            TO SRT-CGC-CPF.
           MOVE '2'                    TO SRT-TIPO-VINCULO.
           MOVE TIT-PAPEL              TO SRT-PAPEL.
           MOVE REG-CADACLIE           TO SRT-REG-CADACLIE.
           RELEASE REG-SRTDUPL.

      *----------------------------------------------------------------*
       1520-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-PROCESSAR-ORDENADOS        SECTION.
      *----------------------------------------------------------------*
      *    DEVOLVE OS REGISTROS ORDENADOS POR CPF/CNPJ E CONDUZ O      *
      *    AGRUPAMENTO: O PRIMEIRO REGISTRO DE CADA DOCUMENTO FICA     *
      *    RETIDO E SO E IMPRESSO SE O GRUPO TIVER MAIS DE UMA CONTA.  *
      *----------------------------------------------------------------*

           PERFORM 2010-RETORNAR-ORDENADO.

           PERFORM UNTIL WRK-FECHAR    EQUAL 'S'
               PERFORM 2100-AGRUPAR-DOCUMENTO
               PERFORM 2010-RETORNAR-ORDENADO
           END-PERFORM.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2010-RETORNAR-ORDENADO          SECTION.
      *----------------------------------------------------------------*

           RETURN SRTDUPL
               AT END
                   MOVE 'S'            TO WRK-FECHAR
                   GO TO 2010-99-FIM
           END-RETURN.

           MOVE SRT-REG-CADACLIE       TO REG-CADACLIE.
           MOVE SRT-VINCULO            TO WRK-VINCULO-ATUAL.

      *----------------------------------------------------------------*
       2010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-AGRUPAR-DOCUMENTO          SECTION.
      *----------------------------------------------------------------*

           IF  WRK-PRIMEIRO-REG        EQUAL 'S'
               MOVE 'N'                TO WRK-PRIMEIRO-REG
               MOVE CAD-CGC-CPF        TO WRK-SAVE-CGC-CPF
               MOVE REG-CADACLIE       TO WRK-REG-RETIDO
               MOVE WRK-VINCULO-ATUAL  TO WRK-VINCULO-RETIDO
               MOVE 1                  TO WRK-QTD-GRUPO
               GO TO 2100-99-FIM
           END-IF.

           IF  CAD-CGC-CPF             EQUAL WRK-SAVE-CGC-CPF
               ADD 1                   TO WRK-QTD-GRUPO
               IF  WRK-QTD-GRUPO       EQUAL 2
      *            SEGUNDA CONTA DO MESMO DOCUMENTO - O GRUPO VIROU
      *            DUPLICADO: ABRE O GRUPO NO RELATORIO E SOLTA O
      *            PRIMEIRO REGISTRO QUE ESTAVA RETIDO.
                   ADD 1               TO WRK-TOT-GRUPOS
                   PERFORM 2520-IMPRIMIR-GRUPO
                   PERFORM 2530-IMPRIMIR-RETIDO
               END-IF
               PERFORM 2500-IMPRIMIR-DETALHE
           ELSE
               MOVE CAD-CGC-CPF        TO WRK-SAVE-CGC-CPF
               MOVE REG-CADACLIE       TO WRK-REG-RETIDO
               MOVE WRK-VINCULO-ATUAL  TO WRK-VINCULO-RETIDO
               MOVE 1                  TO WRK-QTD-GRUPO
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
           MOVE CAD-RAZAO              TO LIN-DET-RAZAO.
           MOVE CAD-CONTA              TO LIN-DET-CONTA.
           MOVE CAD-NOME-CLIE          TO LIN-DET-NOME.
           MOVE SPACES                 TO WRK-ENDERECO-IMPRESSO.

           IF  WRK-TITULAR-SECUNDARIO
               PERFORM 2505-DESCREVER-VINCULO
           ELSE
               STRING FUNCTION TRIM(CAD-END-LOGRADOURO)
                                       DELIMITED BY SIZE
                      ', '             DELIMITED BY SIZE
                      CAD-END-NUMERO   DELIMITED BY SIZE
                      INTO WRK-ENDERECO-IMPRESSO
               END-STRING
           END-IF.

           MOVE WRK-ENDERECO-IMPRESSO  TO LIN-DET-ENDERECO.
           MOVE CAD-DT-ULTMV           TO LIN-DET-ULTMV.

           WRITE REG-RELDUPL           FROM LIN-DETALHE.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELDUPL'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELDUPL         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           ADD 1                       TO WRK-CONT-LINHAS.
           ADD 1                       TO WRK-TOT-CONTAS.

      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2505-DESCREVER-VINCULO          SECTION.
      *----------------------------------------------------------------*
      *    NAS LINHAS DE VINCULO A COLUNA DE ENDERECO DIZ O PAPEL DO   *
      *    DOCUMENTO NA CONTA (O ENDERECO DA CONTA E DO TITULAR).      *
      *----------------------------------------------------------------*

           EVALUATE TRUE
               WHEN WRK-CO-TITULAR
                   MOVE 'VINCULO: CO-TITULAR'
                                       TO WRK-ENDERECO-IMPRESSO
               WHEN WRK-RESPONSAVEL-LEGAL
                   MOVE 'VINCULO: RESPONSAVEL LEGAL'
                                       TO WRK-ENDERECO-IMPRESSO
               WHEN WRK-REPRESENTANTE-LEGAL
                   MOVE 'VINCULO: REPRESENTANTE LEGAL'
                                       TO WRK-ENDERECO-IMPRESSO
               WHEN WRK-PROCURADOR
                   MOVE 'VINCULO: PROCURADOR'
                                       TO WRK-ENDERECO-IMPRESSO
               WHEN OTHER
                   MOVE 'VINCULO: '    TO WRK-ENDERECO-IMPRESSO
                   MOVE WRK-PAPEL      TO WRK-ENDERECO-IMPRESSO(10:1)
           END-EVALUATE.

      *----------------------------------------------------------------*
       2505-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2510-IMPRIMIR-CABECALHO         SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO WRK-CONT-PAGINA.
           MOVE WRK-CONT-PAGINA        TO LIN-1-PAGINA.

           WRITE REG-RELDUPL           FROM LIN-CABECALHO-1.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELDUPL'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELDUPL         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           WRITE REG-RELDUPL           FROM LIN-BRANCO.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELDUPL'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELDUPL         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           MOVE ZEROS                  TO WRK-CONT-LINHAS.

      *----------------------------------------------------------------*
       2510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2520-IMPRIMIR-GRUPO             SECTION.
      *----------------------------------------------------------------*

           IF  WRK-CONT-LINHAS         EQUAL ZEROS OR
               WRK-CONT-LINHAS         >= WRK-LINHAS-POR-PAGINA
               PERFORM 2510-IMPRIMIR-CABECALHO
           END-IF.

           WRITE REG-RELDUPL           FROM LIN-BRANCO.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELDUPL'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELDUPL         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           MOVE WRK-SAVE-PRINCIPAL     TO LIN-GRP-PRINCIPAL.
           MOVE WRK-SAVE-FILIAL        TO LIN-GRP-FILIAL.
           MOVE WRK-SAVE-CTLE          TO LIN-GRP-CTLE.

           WRITE REG-RELDUPL           FROM LIN-GRUPO.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELDUPL'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELDUPL         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           ADD 2                       TO WRK-CONT-LINHAS.

      *----------------------------------------------------------------*
       2520-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2530-IMPRIMIR-RETIDO            SECTION.
      *----------------------------------------------------------------*
      *    SOLTA O PRIMEIRO REGISTRO DO GRUPO (RETIDO A ESPERA DE UMA  *
      *    SEGUNDA CONTA), PRESERVANDO O REGISTRO CORRENTE.            *
      *----------------------------------------------------------------*

           MOVE REG-CADACLIE           TO WRK-REG-CORRENTE.
           MOVE WRK-VINCULO-ATUAL      TO WRK-VINCULO-CORRENTE.
           MOVE WRK-REG-RETIDO         TO REG-CADACLIE.
           MOVE WRK-VINCULO-RETIDO     TO WRK-VINCULO-ATUAL.

           PERFORM 2500-IMPRIMIR-DETALHE.

           MOVE WRK-REG-CORRENTE       TO REG-CADACLIE.
           MOVE WRK-VINCULO-CORRENTE   TO WRK-VINCULO-ATUAL.

      *----------------------------------------------------------------*
       2530-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2600-IMPRIMIR-TOTAIS            SECTION.
      *----------------------------------------------------------------*

           IF  WRK-CONT-PAGINA         EQUAL ZEROS
               PERFORM 2510-IMPRIMIR-CABECALHO
           END-IF.

           WRITE REG-RELDUPL           FROM LIN-BRANCO.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELDUPL'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELDUPL         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           MOVE WRK-TOT-GRUPOS         TO LIN-TOT-GRUPOS.
           MOVE WRK-TOT-CONTAS         TO LIN-TOT-CONTAS.
           WRITE REG-RELDUPL           FROM LIN-TOTAIS.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELDUPL'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELDUPL         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       2600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-FECHAR-ARQUIVO             SECTION.
      *----------------------------------------------------------------*

           CLOSE RELDUPL.

           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'RELDUPL'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELDUPL         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE 'BRAD0380'             TO STA-PGM.
           COMPUTE STA-TOT-LIDOS       = WRK-TOT-LIDOS
                                       + WRK-TOT-VINCULOS.
           MOVE WRK-TOT-CONTAS         TO STA-TOT-GRAVADOS.

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
