      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. BRAD7350.
       AUTHOR.     FLAVIO AUGUSTO MARIA.
      *================================================================*
      *                   P R I M E  I N F O R M A T I C A             *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  BRAD7350                                     *
      *    PROGRAMADOR.:  FLAVIO AUGUSTO MARIA              -  PRIME   *
      *    ANALISTA....:                                    -          *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  MODULO DA RECONCILIACAO DO CADASTRO DE       *
      *                   CLIENTES (CADACLIE) COM O EXTRATO EXTERNO DE *
      *                   STATUS DE CONTA (EXTSTAT), AMBOS EM ORDEM    *
      *                   ASCENDENTE DE CHAVE (AGENCIA+RAZAO+CONTA),   *
      *                   LISTANDO EM RELCONC (SAIDA DO BRAD0340):     *
      *                   CONTAS QUE SO EXISTEM NO CADACLIE; CONTAS    *
      *                   QUE SO EXISTEM NO EXTSTAT; CONTAS PRESENTES  *
      *                   NOS DOIS ARQUIVOS MAS COM                    *
      *                   CAD-IDENTF-CTA/EXT-IDENTF-CTA DIVERGENTES.   *
      *                   NAO LE O CADACLIE: RECEBE CADA REGISTRO DO   *
      *                   CHAMADOR (BRAD0640 NA PASSADA UNICA DA       *
      *                   CADEIA NOTURNA, OU BRAD0340 NA EXECUCAO      *
      *                   AVULSA), NA ORDEM FISICA DO ARQUIVO, E O     *
      *                   CASA COM O EXTSTAT, QUE CONTINUA SENDO LIDO  *
      *                   AQUI.                                        *
      *----------------------------------------------------------------*
      *    USO.........:  CALL 'BRAD7350' USING SAI-AREA (BOOK         *
      *                   I#CADSAI): 'A' ABRE O EXTSTAT E A LISTAGEM E *
      *                   LE O PRIMEIRO REGISTRO DO EXTSTAT; 'R' CASA  *
      *                   O REGISTRO RECEBIDO COM O EXTSTAT, LISTANDO  *
      *                   AS CONTAS DO EXTSTAT DE CHAVE MENOR QUE      *
      *                   FICAREM PARA TRAS; 'F' ESGOTA O EXTSTAT      *
      *                   (SENTINELA HIGH-VALUES DO LADO DO CADACLIE), *
      *                   IMPRIME OS TOTAIS, FECHA E GRAVA O RUNSTAT   *
      *                   COMO BRAD0340 (O MONITOR BRAD0470 CONTINUA   *
      *                   CONFERINDO A CADEIA PELO NOME DO PROGRAMA).  *
      *                   EM ERRO DEVOLVE SAI-COD-RETORNO 'N'.         *
      *----------------------------------------------------------------*
      *    TECNICA.....:  CASAMENTO DE ARQUIVOS SEQUENCIAIS (MATCH/     *
      *                   MERGE) PELA CHAVE, USANDO HIGH-VALUES COMO    *
      *                   SENTINELA DE FIM-DE-ARQUIVO PARA SIMPLIFICAR  *
      *                   O CONTROLE DO LACO DE COMPARACAO.             *
      *----------------------------------------------------------------*
      *    ARQUIVO EXTSTAT (EXTRATO EXTERNO DE STATUS DE CONTA):        *
      *                   NAO HA UM LAYOUT OFICIAL DOCUMENTADO NESTE    *
      *                   REPOSITORIO PARA O ARQUIVO DO OUTRO SISTEMA;  *
      *                   ADOTADO UM LAYOUT MINIMO (CHAVE + STATUS),    *
      *                   EM CAMPOS DISPLAY (NAO COMP-3), POR SER UM    *
      *                   ARQUIVO DE INTERCAMBIO ENTRE SISTEMAS - E     *
      *                   NAO O FORMATO INTERNO DO CADACLIE. REVISAR    *
      *                   ESTE LAYOUT SE O EXTRATO REAL FOR DIFERENTE.  *
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

           SELECT EXTSTAT   ASSIGN     TO UT-S-EXTSTAT
                      FILE STATUS      IS WRK-FS-EXTSTAT.

           SELECT RELCONC   ASSIGN     TO UT-S-RELCONC
                      FILE STATUS      IS WRK-FS-RELCONC.

      *================================================================*
       DATA DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INPUT  :  EXTRATO EXTERNO DE STATUS DE CONTA                *
      *              ORG. SEQUENCIAL   -   LRECL = 020                 *
      *----------------------------------------------------------------*

       FD  EXTSTAT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  REG-EXTSTAT.
           05  EXT-CHAVE.
               10  EXT-AGENCIA          PIC  9(05).
               10  EXT-RAZAO            PIC  9(05).
               10  EXT-CONTA            PIC  9(07).
           05  EXT-IDENTF-CTA           PIC  X(02).
           05  FILLER                   PIC  X(01).

      *    REGISTROS DE CONTROLE (HEADER/TRAILER) INTRODUZIDOS NO
      *    EXTSTAT E CONFERIDOS PELO VALIDADOR BRAD0335, QUE RODA
      *    ANTES DESTE PROGRAMA; AQUI ELES SAO APENAS IGNORADOS NA
      *    LEITURA.
       01  REG-EXTSTAT-CONTROLE.
           05  EXT-TIPO-REGISTRO        PIC  X(01).
               88  EXT-REG-HEADER                       VALUE 'H'.
               88  EXT-REG-TRAILER                      VALUE 'T'.
           05  FILLER                   PIC  X(19).

      *----------------------------------------------------------------*
      *    OUTPUT :  LISTAGEM DE DIVERGENCIAS DA RECONCILIACAO         *
      *              ORG. SEQUENCIAL   -   LRECL = 132                 *
      *----------------------------------------------------------------*

       FD  RELCONC
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  REG-RELCONC                  PIC  X(132).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** INICIO DA WORKING BRAD7350                 ***'.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** VARIAVEIS AUXILIARES                       ***'.
      *----------------------------------------------------------------*

       77  WRK-PGM                     PIC  X(008)         VALUE
           'BRAD7350'.
       77  WRK-BATCH                   PIC  X(008)         VALUE
           'BATCH'.
       77  WRK-SQLCA-OU-STATUS         PIC  X(136)         VALUE SPACES.
       77  WRK-LINHAS-POR-PAGINA       PIC  9(002) COMP    VALUE 55.
       77  WRK-CONT-LINHAS             PIC  9(002) COMP    VALUE ZEROS.
       77  WRK-CONT-PAGINA             PIC  9(004) COMP    VALUE ZEROS.
       77  WRK-TOT-LIDOS               PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-SO-CADACLIE         PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-SO-EXTSTAT          PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-DIVERGENTE          PIC  9(007) COMP    VALUE ZEROS.

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** CONTROLE DO CASAMENTO DE ARQUIVOS (MATCH)  ***'.
      *----------------------------------------------------------------*
      *    WRK-CHAVE-CADACLIE/WRK-CHAVE-EXTSTAT RECEBEM HIGH-VALUES    *
      *    QUANDO O RESPECTIVO ARQUIVO CHEGA AO FIM, PARA QUE A         *
      *    COMPARACAO DE CHAVES CONTINUE FUNCIONANDO SEM TRATAMENTO     *
      *    ESPECIAL DE EOF DENTRO DA ROTINA DE COMPARACAO.              *
      *    WRK-CADACLIE-PENDENTE FICA 'S' ENQUANTO O REGISTRO RECEBIDO *
      *    DO CHAMADOR AINDA NAO FOI CONSUMIDO PELA COMPARACAO.        *
      *----------------------------------------------------------------*

       77  WRK-EOF-CADACLIE            PIC  X(001)         VALUE 'N'.
           88  WRK-FIM-CADACLIE                            VALUE 'S'.
       77  WRK-EOF-EXTSTAT             PIC  X(001)         VALUE 'N'.
           88  WRK-FIM-EXTSTAT                              VALUE 'S'.
       77  WRK-FIM-RECONCILIACAO       PIC  X(001)         VALUE 'N'.
       77  WRK-CADACLIE-PENDENTE       PIC  X(001)         VALUE 'N'.

       01  WRK-CHAVE-CADACLIE.
           05  WRK-CC-AGENCIA          PIC  9(005)         VALUE ZEROS.
           05  WRK-CC-RAZAO            PIC  9(005)         VALUE ZEROS.
           05  WRK-CC-CONTA            PIC  9(007)         VALUE ZEROS.

       01  WRK-CHAVE-EXTSTAT.
           05  WRK-CE-AGENCIA          PIC  9(005)         VALUE ZEROS.
           05  WRK-CE-RAZAO            PIC  9(005)         VALUE ZEROS.
           05  WRK-CE-CONTA            PIC  9(007)         VALUE ZEROS.

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
               'BRAD0340 - RECONCILIACAO CADACLIE X'.
           05  FILLER                  PIC  X(012)         VALUE
               ' EXTSTAT    '.
           05  FILLER                  PIC  X(064)         VALUE SPACES.
           05  FILLER                  PIC  X(008)         VALUE
               'PAGINA: '.
           05  LIN-1-PAGINA            PIC  ZZZ9.
           05  FILLER                  PIC  X(008)         VALUE SPACES.

       01  LIN-CABECALHO-2.
           05  FILLER                  PIC  X(009)         VALUE
               'AGENCIA'.
           05  FILLER                  PIC  X(003)         VALUE SPACES.
           05  FILLER                  PIC  X(006)         VALUE
               'RAZAO'.
           05  FILLER                  PIC  X(003)         VALUE SPACES.
           05  FILLER                  PIC  X(008)         VALUE
               'CONTA'.
           05  FILLER                  PIC  X(003)         VALUE SPACES.
           05  FILLER                  PIC  X(010)         VALUE
               'CAD-STAT'.
           05  FILLER                  PIC  X(003)         VALUE SPACES.
           05  FILLER                  PIC  X(010)         VALUE
               'EXT-STAT'.
           05  FILLER                  PIC  X(003)         VALUE SPACES.
           05  FILLER                  PIC  X(040)         VALUE
               'OCORRENCIA'.
           05  FILLER                  PIC  X(034)         VALUE SPACES.

       01  LIN-DETALHE.
           05  LIN-DET-AGENCIA         PIC  ZZZZ9.
           05  FILLER                  PIC  X(005)         VALUE SPACES.
           05  LIN-DET-RAZAO           PIC  ZZZZ9.
           05  FILLER                  PIC  X(005)         VALUE SPACES.
           05  LIN-DET-CONTA           PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(003)         VALUE SPACES.
           05  LIN-DET-CAD-STAT        PIC  X(002).
           05  FILLER                  PIC  X(008)         VALUE SPACES.
           05  LIN-DET-EXT-STAT        PIC  X(002).
           05  FILLER                  PIC  X(008)         VALUE SPACES.
           05  LIN-DET-OCORRENCIA      PIC  X(040).
           05  FILLER                  PIC  X(034)         VALUE SPACES.

       01  LIN-TOTAIS.
           05  FILLER                  PIC  X(024)         VALUE
               'SO EXISTE EM CADACLIE: '.
           05  LIN-TOT-SO-CADACLIE     PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(005)         VALUE SPACES.
           05  FILLER                  PIC  X(023)         VALUE
               'SO EXISTE NO EXTSTAT: '.
           05  LIN-TOT-SO-EXTSTAT      PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(005)         VALUE SPACES.
           05  FILLER                  PIC  X(024)         VALUE
               'DIVERGENCIAS DE STATUS: '.
           05  LIN-TOT-DIVERGENTE      PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(019)         VALUE SPACES.

       01  LIN-BRANCO                  PIC  X(132)         VALUE SPACES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** MENSAGEM DE ERRO DE FILE-STATUS            ***'.
      *----------------------------------------------------------------*

       01  WRK-FS-EXTSTAT              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-RELCONC              PIC  X(002)         VALUE SPACES.

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
                   PERFORM 2000-RECEBER-CADACLIE

               WHEN SAI-FECHAR
                   PERFORM 2050-ESGOTAR-EXTSTAT
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

           INITIALIZE REG-CADACLIE
                      REG-EXTSTAT.

           OPEN INPUT  EXTSTAT.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'EXTSTAT'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-EXTSTAT        TO WRK-FILE-STATUS.
           MOVE WRK-FS-EXTSTAT        TO WRK-FS-RELCONC.
           PERFORM 1100-TESTAR-FILE-STATUS.

           OPEN OUTPUT RELCONC.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'RELCONC'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELCONC        TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           PERFORM 2100-LER-EXTSTAT.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-TESTAR-FILE-STATUS          SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-RELCONC           NOT EQUAL '00'
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE WRK-ERRO-ARQUIVO    TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      ******************************************************************
      * REGISTRO DO CADACLIE RECEBIDO DO CHAMADOR - COMPARA ATE QUE ELE *
      * SEJA CONSUMIDO (AS CONTAS DO EXTSTAT DE CHAVE MENOR SAO         *
      * LISTADAS NO CAMINHO)                                            *
      ******************************************************************
      *----------------------------------------------------------------*
       2000-RECEBER-CADACLIE           SECTION.
      *----------------------------------------------------------------*

           MOVE SAI-REG-CADACLIE       TO REG-CADACLIE.

           ADD 1                       TO WRK-TOT-LIDOS.

           MOVE CAD-AGENCIA            TO WRK-CC-AGENCIA.
           MOVE CAD-RAZAO              TO WRK-CC-RAZAO.
           MOVE CAD-CONTA              TO WRK-CC-CONTA.

           MOVE 'S'                    TO WRK-CADACLIE-PENDENTE.

           PERFORM UNTIL WRK-CADACLIE-PENDENTE EQUAL 'N'
               PERFORM 2400-COMPARAR-CHAVES
           END-PERFORM.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * FIM DO CADACLIE - CHAVE VAI PARA HIGH-VALUES E O RESTO DO       *
      * EXTSTAT E LISTADO COMO 'SO EXISTE NO EXTSTAT'                   *
      ******************************************************************
      *----------------------------------------------------------------*
       2050-ESGOTAR-EXTSTAT            SECTION.
      *----------------------------------------------------------------*

           SET WRK-FIM-CADACLIE        TO TRUE.
           MOVE HIGH-VALUES            TO WRK-CHAVE-CADACLIE.

           PERFORM UNTIL WRK-FIM-RECONCILIACAO EQUAL 'S'
               PERFORM 2400-COMPARAR-CHAVES
           END-PERFORM.

      *----------------------------------------------------------------*
       2050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * LEITURA DO EXTSTAT - CHAVE VAI PARA HIGH-VALUES NO FIM;         *
      * REGISTROS DE CONTROLE (HEADER/TRAILER) SAO PULADOS              *
      ******************************************************************
      *----------------------------------------------------------------*
       2100-LER-EXTSTAT                SECTION.
      *----------------------------------------------------------------*

           PERFORM 2110-LER-FISICO-EXTSTAT.

           PERFORM UNTIL WRK-FIM-EXTSTAT
                  OR (NOT EXT-REG-HEADER AND NOT EXT-REG-TRAILER)
               PERFORM 2110-LER-FISICO-EXTSTAT
           END-PERFORM.

           IF  WRK-FIM-EXTSTAT
               GO TO 2100-99-FIM
           END-IF.

           MOVE EXT-AGENCIA            TO WRK-CE-AGENCIA.
           MOVE EXT-RAZAO              TO WRK-CE-RAZAO.
           MOVE EXT-CONTA              TO WRK-CE-CONTA.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2110-LER-FISICO-EXTSTAT         SECTION.
      *----------------------------------------------------------------*

           READ EXTSTAT.

           IF WRK-FS-EXTSTAT           EQUAL '10'
              SET WRK-FIM-EXTSTAT      TO TRUE
              MOVE HIGH-VALUES         TO WRK-CHAVE-EXTSTAT
              GO TO 2110-99-FIM
           END-IF.

           SET WRK-LEITURA             TO TRUE.
           MOVE 'EXTSTAT'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-EXTSTAT         TO WRK-FILE-STATUS.
           MOVE WRK-FS-EXTSTAT         TO WRK-FS-RELCONC.
           PERFORM 1100-TESTAR-FILE-STATUS.

           ADD 1                       TO WRK-TOT-LIDOS.

      *----------------------------------------------------------------*
       2110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * COMPARA AS CHAVES DOS DOIS ARQUIVOS E DECIDE A OCORRENCIA       *
      ******************************************************************
      *----------------------------------------------------------------*
       2400-COMPARAR-CHAVES            SECTION.
      *----------------------------------------------------------------*

           EVALUATE TRUE

               WHEN WRK-FIM-CADACLIE   AND WRK-FIM-EXTSTAT
                   MOVE 'S'            TO WRK-FIM-RECONCILIACAO

               WHEN WRK-CHAVE-CADACLIE < WRK-CHAVE-EXTSTAT
                   MOVE 'SO EXISTE EM CADACLIE'
                                       TO LIN-DET-OCORRENCIA
                   MOVE WRK-CC-AGENCIA TO LIN-DET-AGENCIA
                   MOVE WRK-CC-RAZAO   TO LIN-DET-RAZAO
                   MOVE WRK-CC-CONTA   TO LIN-DET-CONTA
                   MOVE CAD-IDENTF-CTA TO LIN-DET-CAD-STAT
                   MOVE SPACES         TO LIN-DET-EXT-STAT
                   ADD 1               TO WRK-TOT-SO-CADACLIE
                   PERFORM 2500-IMPRIMIR-DETALHE
                   MOVE 'N'            TO WRK-CADACLIE-PENDENTE

               WHEN WRK-CHAVE-EXTSTAT  < WRK-CHAVE-CADACLIE
                   MOVE 'SO EXISTE NO EXTSTAT'
                                       TO LIN-DET-OCORRENCIA
                   MOVE WRK-CE-AGENCIA TO LIN-DET-AGENCIA
                   MOVE WRK-CE-RAZAO   TO LIN-DET-RAZAO
                   MOVE WRK-CE-CONTA   TO LIN-DET-CONTA
                   MOVE SPACES         TO LIN-DET-CAD-STAT
                   MOVE EXT-IDENTF-CTA TO LIN-DET-EXT-STAT
                   ADD 1               TO WRK-TOT-SO-EXTSTAT
                   PERFORM 2500-IMPRIMIR-DETALHE
                   PERFORM 2100-LER-EXTSTAT

               WHEN OTHER
                   IF  CAD-IDENTF-CTA  NOT EQUAL EXT-IDENTF-CTA
                       MOVE 'STATUS DIVERGENTE ENTRE OS DOIS ARQUIVOS'
                                       TO LIN-DET-OCORRENCIA
                       MOVE WRK-CC-AGENCIA
                                       TO LIN-DET-AGENCIA
                       MOVE WRK-CC-RAZAO
                                       TO LIN-DET-RAZAO
                       MOVE WRK-CC-CONTA
                                       TO LIN-DET-CONTA
                       MOVE CAD-IDENTF-CTA
                                       TO LIN-DET-CAD-STAT
                       MOVE EXT-IDENTF-CTA
                                       TO LIN-DET-EXT-STAT
                       ADD 1           TO WRK-TOT-DIVERGENTE
                       PERFORM 2500-IMPRIMIR-DETALHE
                   END-IF
                   MOVE 'N'            TO WRK-CADACLIE-PENDENTE
                   PERFORM 2100-LER-EXTSTAT

           END-EVALUATE.

      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2500-IMPRIMIR-DETALHE           SECTION.
      *----------------------------------------------------------------*

           IF  WRK-CONT-LINHAS         EQUAL ZEROS OR
               WRK-CONT-LINHAS         >= WRK-LINHAS-POR-PAGINA
               PERFORM 2510-IMPRIMIR-CABECALHO
           END-IF.

           PERFORM 2700-GRAVAR-LINHA-DETALHE.

      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2510-IMPRIMIR-CABECALHO         SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO WRK-CONT-PAGINA.
           MOVE WRK-CONT-PAGINA        TO LIN-1-PAGINA.

           WRITE REG-RELCONC           FROM LIN-CABECALHO-1.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELCONC'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELCONC         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           WRITE REG-RELCONC           FROM LIN-CABECALHO-2.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELCONC'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELCONC         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           WRITE REG-RELCONC           FROM LIN-BRANCO.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELCONC'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELCONC         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           MOVE ZEROS                  TO WRK-CONT-LINHAS.

      *----------------------------------------------------------------*
       2510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2600-IMPRIMIR-TOTAIS            SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-TOT-SO-CADACLIE    TO LIN-TOT-SO-CADACLIE.
           MOVE WRK-TOT-SO-EXTSTAT     TO LIN-TOT-SO-EXTSTAT.
           MOVE WRK-TOT-DIVERGENTE     TO LIN-TOT-DIVERGENTE.

           WRITE REG-RELCONC           FROM LIN-BRANCO.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELCONC'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELCONC         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           WRITE REG-RELCONC           FROM LIN-TOTAIS.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELCONC'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELCONC         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       2600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2700-GRAVAR-LINHA-DETALHE       SECTION.
      *----------------------------------------------------------------*

           WRITE REG-RELCONC           FROM LIN-DETALHE.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELCONC'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELCONC         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           ADD 1                       TO WRK-CONT-LINHAS.

           MOVE SPACES                 TO LIN-DET-OCORRENCIA
                                           LIN-DET-CAD-STAT
                                           LIN-DET-EXT-STAT.

      *----------------------------------------------------------------*
       2700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-FECHAR-ARQUIVO             SECTION.
      *----------------------------------------------------------------*

           CLOSE EXTSTAT.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'EXTSTAT'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-EXTSTAT         TO WRK-FILE-STATUS.
           MOVE WRK-FS-EXTSTAT         TO WRK-FS-RELCONC.
           PERFORM 1100-TESTAR-FILE-STATUS.

           CLOSE RELCONC.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'RELCONC'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELCONC         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE 'BRAD0340'             TO STA-PGM.
           MOVE WRK-TOT-LIDOS          TO STA-TOT-LIDOS.
           COMPUTE STA-TOT-GRAVADOS    =
                   WRK-TOT-SO-CADACLIE + WRK-TOT-SO-EXTSTAT
                   + WRK-TOT-DIVERGENTE.

           CALL 'BRAD7130'             USING STA-AREA.

           GOBACK.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9999-ROTINA-ERRO                SECTION.
      *----------------------------------------------------------------*

           MOVE 'BRAD7350'             TO ERR-PGM.
           MOVE 'BRAD7350'             TO ERR-MODULO.

           CALL 'BRAD7110'             USING ERRO-AREA
                                             WRK-SQLCA-OU-STATUS.

           CALL 'BRAD7100'             USING WRK-BATCH
                                             ERRO-AREA.

           SET SAI-ERRO                TO TRUE.

           PERFORM 4000-FINALIZAR.

      *----------------------------------------------------------------*
       9999-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
