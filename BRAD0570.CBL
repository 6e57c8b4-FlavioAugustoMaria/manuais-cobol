      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. BRAD0570.
       AUTHOR.     FLAVIO AUGUSTO MARIA.
      *================================================================*
      *                   P R I M E  I N F O R M A T I C A             *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  BRAD0570                                     *
      *    PROGRAMADOR.:  FLAVIO AUGUSTO MARIA              -  PRIME   *
      *    ANALISTA....:                                    -          *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  TRIAGEM NOTURNA DA CARTEIRA DE CLIENTES      *
      *                   CONTRA AS LISTAS RESTRITIVAS (LSTCAD,        *
      *                   CARREGADO PELO BRAD0560): SANCOES, PEP E     *
      *                   ORDENS JUDICIAIS. PARA CADA ENTRADA DA       *
      *                   LISTA PROCURA OS CLIENTES POR DOIS           *
      *                   CRITERIOS:                                   *
      *                   D - DOCUMENTO EXATO, PELO INDICE ALTERNATIVO *
      *                       CAD-CGC-CPF DO CADACLIE (TODAS AS        *
      *                       CONTAS DO TITULAR, COMO NO BRAD0550);    *
      *                   N - CHAVE FONETICA DO NOME, PELO FONCAD      *
      *                       (RECONSTRUIDO PELO BRAD0530, QUE DEVE    *
      *                       RODAR ANTES DESTE PROGRAMA).             *
      *                   A CONTA JA ENCONTRADA PELO DOCUMENTO NAO E   *
      *                   REPETIDA PELO NOME NA MESMA ENTRADA.         *
      *----------------------------------------------------------------*
      *    OCORRENCIAS.:  CADA PAR CONTA + ENTRADA DA LISTA E GRAVADO  *
      *                   NO OCLCAD. A OCORRENCIA NOVA NASCE EM        *
      *                   ANALISE ('A'); A JA EM ANALISE TEM SO A DATA *
      *                   DA ULTIMA TRIAGEM ATUALIZADA E VOLTA AO      *
      *                   RELATORIO; A LIBERADA PELO ANALISTA NA TELA  *
      *                   CADU1211 ('L') NAO E REABERTA NEM IMPRESSA,  *
      *                   SO CONTADA.                                  *
      *----------------------------------------------------------------*
      *    RELATORIO...:  RELATORIO DA COMPLIANCE, AGRUPADO POR        *
      *                   ENTRADA DA LISTA (CODIGO, TIPO, NOME,        *
      *                   DOCUMENTO E ORIGEM) COM AS CONTAS            *
      *                   COINCIDENTES, O CRITERIO E SE A OCORRENCIA E *
      *                   NOVA OU CONTINUA EM ANALISE; NO FIM, OS      *
      *                   TOTAIS.                                      *
      *----------------------------------------------------------------*
      *    RETORNO.....:  RETURN-CODE 12 EM ERRO DE ARQUIVO.           *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#LSTCAD - LAYOUT DO ARQUIVO DE LISTAS RESTRITIVAS.         *
      *    I#CADREG - LAYOUT DO REGISTRO DE CLIENTES (CADACLIE).       *
      *    I#FONCAD - LAYOUT DO ARQUIVO DE BUSCA FONETICA.             *
      *    I#OCLCAD - LAYOUT DO ARQUIVO DE OCORRENCIAS DE LISTA.       *
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

           SELECT LSTCAD    ASSIGN     TO UT-S-LSTCAD
                      ORGANIZATION         IS INDEXED
                      ACCESS MODE          IS SEQUENTIAL
                      RECORD KEY           IS LST-CHAVE
                      ALTERNATE RECORD KEY IS LST-CGC-CPF
                                              WITH DUPLICATES
                      ALTERNATE RECORD KEY IS LST-FONETICO
                                              WITH DUPLICATES
                      FILE STATUS          IS WRK-FS-LSTCAD.

           SELECT CADACLIE-VSAM ASSIGN     TO UT-S-CADAVSAM
                      ORGANIZATION         IS INDEXED
                      ACCESS MODE          IS DYNAMIC
                      RECORD KEY           IS CAD-CHAVE
                      ALTERNATE RECORD KEY IS CAD-CGC-CPF
                                              WITH DUPLICATES
                      FILE STATUS          IS WRK-FS-CADAVSAM.

           SELECT FONCAD    ASSIGN     TO UT-S-FONCAD
                      ORGANIZATION         IS INDEXED
                      ACCESS MODE          IS DYNAMIC
                      RECORD KEY           IS FON-CHAVE
                      FILE STATUS          IS WRK-FS-FONCAD.

           SELECT OCLCAD    ASSIGN     TO UT-S-OCLCAD
                      ORGANIZATION         IS INDEXED
                      ACCESS MODE          IS RANDOM
                      RECORD KEY           IS OCL-CHAVE
                      FILE STATUS          IS WRK-FS-OCLCAD.

           SELECT RELLSTRF  ASSIGN     TO UT-S-RELLSTRF
                      FILE STATUS      IS WRK-FS-RELLSTRF.

      *================================================================*
       DATA DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INPUT  :  ARQUIVO DE LISTAS RESTRITIVAS - ORG. INDEXADA     *
      *              (VSAM KSDS)   -   LRECL = 140                     *
      *----------------------------------------------------------------*

       FD  LSTCAD
           LABEL RECORD IS STANDARD.

       COPY 'I#LSTCAD'.

      *----------------------------------------------------------------*
      *    INPUT  :  CADACLIE-VSAM                                     *
      *              ORG. INDEXADA (KSDS)   -   LRECL = 280            *
      *----------------------------------------------------------------*

       FD  CADACLIE-VSAM
           LABEL RECORD IS STANDARD.

       COPY 'I#CADREG'.

      *----------------------------------------------------------------*
      *    INPUT  :  ARQUIVO DE BUSCA FONETICA - ORG. INDEXADA (VSAM   *
      *              KSDS)   -   LRECL = 090                           *
      *----------------------------------------------------------------*

       FD  FONCAD
           LABEL RECORD IS STANDARD.

       COPY 'I#FONCAD'.

      *----------------------------------------------------------------*
      *    I-O    :  ARQUIVO DE OCORRENCIAS DE LISTA RESTRITIVA -      *
      *              ORG. INDEXADA (VSAM KSDS)   -   LRECL = 070       *
      *----------------------------------------------------------------*

       FD  OCLCAD
           LABEL RECORD IS STANDARD.

       COPY 'I#OCLCAD'.

      *----------------------------------------------------------------*
      *    OUTPUT :  RELATORIO DE OCORRENCIAS PARA A COMPLIANCE        *
      *              ORG. SEQUENCIAL   -   LRECL = 132                 *
      *----------------------------------------------------------------*

       FD  RELLSTRF
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  REG-RELLSTRF                 PIC  X(132).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** INICIO DA WORKING BRAD0570                 ***'.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** VARIAVEIS AUXILIARES                       ***'.
      *----------------------------------------------------------------*

       77  WRK-FECHAR                  PIC  X(001)         VALUE 'N'.
       77  WRK-PGM                     PIC  X(008)         VALUE
           'BRAD0570'.
       77  WRK-BATCH                   PIC  X(008)         VALUE
           'BATCH'.
       77  WRK-SQLCA-OU-STATUS         PIC  X(136)         VALUE SPACES.
       77  WRK-LINHAS-POR-PAGINA       PIC  9(002) COMP    VALUE 55.
       77  WRK-CONT-LINHAS             PIC  9(002) COMP    VALUE ZEROS.
       77  WRK-CONT-PAGINA             PIC  9(004) COMP    VALUE ZEROS.
       77  WRK-TOT-ENTRADAS            PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-ENTRADAS-COM-OCOR   PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-OCOR-DOCUMENTO      PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-OCOR-NOME           PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-NOVAS               PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-EM-ANALISE          PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-LIBERADAS           PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-HOJE-AAAAMMDD           PIC  9(008)         VALUE ZEROS.
       77  WRK-FIM-TITULAR             PIC  X(001)         VALUE 'N'.
       77  WRK-FIM-FONETICO            PIC  X(001)         VALUE 'N'.
       77  WRK-ENTRADA-IMPRESSA        PIC  X(001)         VALUE 'N'.
       77  WRK-JA-ACHADA               PIC  X(001)         VALUE 'N'.
       77  WRK-IDX                     PIC  9(003) COMP    VALUE ZEROS.
       77  WRK-QTD-CONTAS-DOC          PIC  9(003) COMP    VALUE ZEROS.
       77  WRK-ABORTAR                 PIC  X(001)         VALUE 'N'.
           88  WRK-EXECUCAO-ABORTADA                       VALUE 'S'.

      *----------------------------------------------------------------*
      *    CONTAS JA ENCONTRADAS PELO DOCUMENTO NA ENTRADA CORRENTE,   *
      *    PARA NAO REPETI-LAS NA PESQUISA PELO NOME.                  *
      *----------------------------------------------------------------*

       01  WRK-TAB-CONTAS-DOC.
           05  WRK-TAB-CONTA-DOC       PIC  X(010)
                                       OCCURS 100 TIMES.

      *----------------------------------------------------------------*
      *    OCORRENCIA CORRENTE, MONTADA A PARTIR DO CADACLIE (CRITERIO *
      *    D) OU DO FONCAD (CRITERIO N).                               *
      *----------------------------------------------------------------*

       01  WRK-OCORRENCIA.
           05  WRK-OCO-CHAVE-CONTA.
               10  WRK-OCO-AGENCIA     PIC  9(05)  COMP-3  VALUE ZEROS.
               10  WRK-OCO-RAZAO       PIC  9(05)  COMP-3  VALUE ZEROS.
               10  WRK-OCO-CONTA       PIC  9(07)  COMP-3  VALUE ZEROS.
           05  WRK-OCO-CRITERIO        PIC  X(001)         VALUE SPACES.
           05  WRK-OCO-PRINCIPAL       PIC  X(009)         VALUE ZEROS.
           05  WRK-OCO-FILIAL          PIC  X(005)         VALUE ZEROS.
           05  WRK-OCO-CTLE            PIC  9(002)         VALUE ZEROS.
           05  WRK-OCO-NOME            PIC  X(040)         VALUE SPACES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** LINHAS DE IMPRESSAO DO RELATORIO           ***'.
      *----------------------------------------------------------------*

       01  LIN-CABECALHO-1.
           05  FILLER                  PIC  X(052)         VALUE
               'BRAD0570 - TRIAGEM EM LISTAS RESTRITIVAS'.
           05  FILLER                  PIC  X(060)         VALUE SPACES.
           05  FILLER                  PIC  X(008)         VALUE
               'PAGINA: '.
           05  LIN-1-PAGINA            PIC  ZZZ9.
           05  FILLER                  PIC  X(008)         VALUE SPACES.

       01  LIN-CABECALHO-2.
           05  FILLER                  PIC  X(029)         VALUE
               'DATA DA TRIAGEM:            '.
           05  LIN-2-DATA              PIC  9999/99/99.
           05  FILLER                  PIC  X(093)         VALUE SPACES.

       01  LIN-CABECALHO-3.
           05  FILLER                  PIC  X(004)         VALUE SPACES.
           05  FILLER                  PIC  X(011)         VALUE
               'CRITERIO'.
           05  FILLER                  PIC  X(021)         VALUE
               'AGENC/RAZAO/CONTA'.
           05  FILLER                  PIC  X(020)         VALUE
               'CPF/CNPJ'.
           05  FILLER                  PIC  X(042)         VALUE
               'NOME DO CLIENTE'.
           05  FILLER                  PIC  X(012)         VALUE
               'DT.DETECCAO'.
           05  FILLER                  PIC  X(022)         VALUE
               'OCORRENCIA'.

       01  LIN-ENTRADA.
           05  FILLER                  PIC  X(009)         VALUE
               'ENTRADA: '.
           05  LIN-ENT-ID-ENTRADA      PIC  X(012).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-ENT-TIPO-LISTA      PIC  X(016).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-ENT-NOME            PIC  X(040).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-ENT-CGC-CPF         PIC  X(018).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-ENT-ORIGEM          PIC  X(020).
           05  FILLER                  PIC  X(009)         VALUE SPACES.

       01  LIN-DETALHE.
           05  FILLER                  PIC  X(004)         VALUE SPACES.
           05  LIN-DET-CRITERIO        PIC  X(009).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-AGENCIA         PIC  ZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE '/'.
           05  LIN-DET-RAZAO           PIC  ZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE '/'.
           05  LIN-DET-CONTA           PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-PRINCIPAL       PIC  X(009).
           05  FILLER                  PIC  X(001)         VALUE '/'.
           05  LIN-DET-FILIAL          PIC  X(005).
           05  FILLER                  PIC  X(001)         VALUE '-'.
           05  LIN-DET-CTLE            PIC  9(002).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-NOME            PIC  X(040).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-DT-DETECCAO     PIC  9999/99/99.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-OCORRENCIA      PIC  X(010).
           05  FILLER                  PIC  X(012)         VALUE SPACES.

       01  WRK-CGC-CPF-ED.
           05  WRK-PRINCIPAL-ED        PIC  X(009)         VALUE ZEROS.
           05  FILLER                  PIC  X(001)         VALUE '/'.
           05  WRK-FILIAL-ED           PIC  X(005)         VALUE ZEROS.
           05  FILLER                  PIC  X(001)         VALUE '-'.
           05  WRK-CTLE-ED             PIC  9(002)         VALUE ZEROS.

       01  LIN-TOTAIS-1.
           05  FILLER                  PIC  X(014)         VALUE
               'ENTRADAS....: '.
           05  LIN-TOT-ENTRADAS        PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(016)         VALUE
               '  COM OCORREN.: '.
           05  LIN-TOT-ENTRADAS-COM-OCOR
                                       PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(016)         VALUE
               '  POR DOCUMENT: '.
           05  LIN-TOT-OCOR-DOCUMENTO  PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(016)         VALUE
               '  POR NOME....: '.
           05  LIN-TOT-OCOR-NOME       PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(042)         VALUE SPACES.

       01  LIN-TOTAIS-2.
           05  FILLER                  PIC  X(014)         VALUE
               'NOVAS.......: '.
           05  LIN-TOT-NOVAS           PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(016)         VALUE
               '  EM ANALISE..: '.
           05  LIN-TOT-EM-ANALISE      PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(016)         VALUE
               '  LIBERADAS...: '.
           05  LIN-TOT-LIBERADAS       PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(065)         VALUE SPACES.

       01  LIN-BRANCO                  PIC  X(132)         VALUE SPACES.
       01  WRK-LINHA-PENDENTE          PIC  X(132)         VALUE SPACES.

       01  WRK-TXT-NOVA                PIC  X(010)         VALUE
           'NOVA'.
       01  WRK-TXT-EM-ANALISE          PIC  X(010)         VALUE
           'EM ANALISE'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** MENSAGEM DE ERRO DE FILE-STATUS            ***'.
      *----------------------------------------------------------------*

       01  WRK-FS-LSTCAD               PIC  X(002)         VALUE SPACES.
       01  WRK-FS-CADAVSAM             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-FONCAD               PIC  X(002)         VALUE SPACES.
       01  WRK-FS-OCLCAD               PIC  X(002)         VALUE SPACES.
       01  WRK-FS-RELLSTRF             PIC  X(002)         VALUE SPACES.

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

           PERFORM 2000-LER-LSTCAD.

           PERFORM UNTIL WRK-FECHAR    EQUAL 'S'
               PERFORM 2500-TRIAR-ENTRADA
               PERFORM 2000-LER-LSTCAD
           END-PERFORM.

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

           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WRK-HOJE-AAAAMMDD.

           OPEN INPUT  LSTCAD.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'LSTCAD'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-LSTCAD         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           OPEN INPUT  CADACLIE-VSAM.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'CADAVSAM'            TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-CADAVSAM       TO WRK-FILE-STATUS.
           MOVE WRK-FS-CADAVSAM       TO WRK-FS-LSTCAD.
           PERFORM 1100-TESTAR-FILE-STATUS.

           OPEN INPUT  FONCAD.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'FONCAD'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-FONCAD         TO WRK-FILE-STATUS.
           MOVE WRK-FS-FONCAD         TO WRK-FS-LSTCAD.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *    NA PRIMEIRA TRIAGEM O CLUSTER OCLCAD ESTA VAZIO E O OPEN
      *    I-O RETORNA '35' - CARREGA-O COM OPEN OUTPUT/CLOSE E REABRE
      *    EM I-O (MESMO TRATAMENTO DO XREFCAD NO BRAD0600).
           OPEN I-O    OCLCAD.
           IF  WRK-FS-OCLCAD           EQUAL '35'
               OPEN OUTPUT OCLCAD
               SET WRK-ABERTURA        TO TRUE
               MOVE 'OCLCAD'           TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-OCLCAD      TO WRK-FILE-STATUS
               MOVE WRK-FS-OCLCAD      TO WRK-FS-LSTCAD
               PERFORM 1100-TESTAR-FILE-STATUS
               CLOSE OCLCAD
               OPEN I-O OCLCAD
           END-IF.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'OCLCAD'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-OCLCAD         TO WRK-FILE-STATUS.
           MOVE WRK-FS-OCLCAD         TO WRK-FS-LSTCAD.
           PERFORM 1100-TESTAR-FILE-STATUS.

           OPEN OUTPUT RELLSTRF.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'RELLSTRF'            TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELLSTRF       TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELLSTRF       TO WRK-FS-LSTCAD.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-TESTAR-FILE-STATUS          SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-LSTCAD            NOT EQUAL '00'
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE WRK-ERRO-ARQUIVO    TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-LER-LSTCAD                 SECTION.
      *----------------------------------------------------------------*

           READ LSTCAD                 NEXT RECORD.

           IF WRK-FS-LSTCAD            EQUAL '10'
              MOVE 'S'                 TO WRK-FECHAR
              GO TO 2000-99-FIM
           END-IF.

           SET WRK-LEITURA             TO TRUE.
           MOVE 'LSTCAD'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-LSTCAD          TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           ADD 1                       TO WRK-TOT-ENTRADAS.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2500-TRIAR-ENTRADA              SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-ENTRADA-IMPRESSA.
           MOVE ZEROS                  TO WRK-QTD-CONTAS-DOC.

           IF  LST-CGC-CPF             NOT EQUAL ZEROS
               PERFORM 2510-PESQUISAR-DOCUMENTO
           END-IF.

           IF  LST-FONETICO            NOT EQUAL SPACES
               PERFORM 2550-PESQUISAR-NOME
           END-IF.

           IF  WRK-ENTRADA-IMPRESSA    EQUAL 'S'
               ADD 1                   TO WRK-TOT-ENTRADAS-COM-OCOR
           END-IF.

      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2510-PESQUISAR-DOCUMENTO        SECTION.
      *----------------------------------------------------------------*
      *    POSICIONA NO INDICE ALTERNATIVO CAD-CGC-CPF E PERCORRE AS   *
      *    DUPLICATAS (TODAS AS CONTAS DO MESMO TITULAR) ATE O         *
      *    DOCUMENTO MUDAR - MESMA TECNICA DO BRAD0550.                *
      *----------------------------------------------------------------*

           MOVE LST-PRINCIPAL          TO CAD-PRINCIPAL.
           MOVE LST-FILIAL             TO CAD-FILIAL.
           MOVE LST-CTLE               TO CAD-CTLE.

           MOVE 'N'                    TO WRK-FIM-TITULAR.

           START CADACLIE-VSAM
               KEY IS NOT LESS THAN CAD-CGC-CPF
               INVALID KEY
                   MOVE 'S'            TO WRK-FIM-TITULAR
           END-START.

           PERFORM UNTIL WRK-FIM-TITULAR EQUAL 'S'
               PERFORM 2530-LER-PROXIMA-CONTA
               IF  WRK-FIM-TITULAR     NOT EQUAL 'S'
                   MOVE CAD-CHAVE      TO WRK-OCO-CHAVE-CONTA
                   MOVE 'D'            TO WRK-OCO-CRITERIO
                   MOVE CAD-PRINCIPAL  TO WRK-OCO-PRINCIPAL
                   MOVE CAD-FILIAL     TO WRK-OCO-FILIAL
                   MOVE CAD-CTLE       TO WRK-OCO-CTLE
                   MOVE CAD-NOME-CLIE  TO WRK-OCO-NOME
                   IF  WRK-QTD-CONTAS-DOC < 100
                       ADD 1           TO WRK-QTD-CONTAS-DOC
                       MOVE CAD-CHAVE  TO WRK-TAB-CONTA-DOC
                                          (WRK-QTD-CONTAS-DOC)
                   END-IF
                   ADD 1               TO WRK-TOT-OCOR-DOCUMENTO
                   PERFORM 2600-REGISTRAR-OCORRENCIA
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       2510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2530-LER-PROXIMA-CONTA          SECTION.
      *----------------------------------------------------------------*

           READ CADACLIE-VSAM          NEXT RECORD.

           IF  WRK-FS-CADAVSAM         EQUAL '10'
               MOVE 'S'                TO WRK-FIM-TITULAR
               GO TO 2530-99-FIM
           END-IF.

           IF  WRK-FS-CADAVSAM         NOT EQUAL '00' AND '02'
               SET WRK-LEITURA         TO TRUE
               MOVE 'CADAVSAM'         TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-CADAVSAM    TO WRK-FILE-STATUS
               MOVE WRK-FS-CADAVSAM    TO WRK-FS-LSTCAD
               PERFORM 1100-TESTAR-FILE-STATUS
           END-IF.

           IF  CAD-PRINCIPAL           NOT EQUAL LST-PRINCIPAL OR
               CAD-FILIAL              NOT EQUAL LST-FILIAL    OR
               CAD-CTLE                NOT EQUAL LST-CTLE
               MOVE 'S'                TO WRK-FIM-TITULAR
           END-IF.

      *----------------------------------------------------------------*
       2530-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2550-PESQUISAR-NOME             SECTION.
      *----------------------------------------------------------------*
      *    POSICIONA NO FONCAD PELA CHAVE FONETICA DA ENTRADA (CONTA   *
      *    EM LOW-VALUES) E PERCORRE OS HOMONIMOS ATE A CHAVE MUDAR.   *
      *    CONTA JA ACHADA PELO DOCUMENTO NESTA ENTRADA E PULADA.      *
      *----------------------------------------------------------------*

           MOVE LST-FONETICO           TO FON-FONETICO.
           MOVE LOW-VALUES             TO FON-CHAVE-CONTA.

           MOVE 'N'                    TO WRK-FIM-FONETICO.

           START FONCAD
               KEY IS NOT LESS THAN FON-CHAVE
               INVALID KEY
                   MOVE 'S'            TO WRK-FIM-FONETICO
           END-START.

           PERFORM UNTIL WRK-FIM-FONETICO EQUAL 'S'
               PERFORM 2560-LER-PROXIMO-HOMONIMO
               IF  WRK-FIM-FONETICO    NOT EQUAL 'S'
                   PERFORM 2570-VERIFICAR-CONTA-DOC
                   IF  WRK-JA-ACHADA   NOT EQUAL 'S'
                       MOVE FON-CHAVE-CONTA
                                       TO WRK-OCO-CHAVE-CONTA
                       MOVE 'N'        TO WRK-OCO-CRITERIO
                       MOVE FON-PRINCIPAL
                                       TO WRK-OCO-PRINCIPAL
                       MOVE FON-FILIAL TO WRK-OCO-FILIAL
                       MOVE FON-CTLE   TO WRK-OCO-CTLE
                       MOVE FON-NOME-CLIE
                                       TO WRK-OCO-NOME
                       ADD 1           TO WRK-TOT-OCOR-NOME
                       PERFORM 2600-REGISTRAR-OCORRENCIA
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       2550-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2560-LER-PROXIMO-HOMONIMO       SECTION.
      *----------------------------------------------------------------*

           READ FONCAD                 NEXT RECORD.

           IF  WRK-FS-FONCAD           EQUAL '10'
               MOVE 'S'                TO WRK-FIM-FONETICO
               GO TO 2560-99-FIM
           END-IF.

           SET WRK-LEITURA             TO TRUE.
           MOVE 'FONCAD'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-FONCAD          TO WRK-FILE-STATUS.
           MOVE WRK-FS-FONCAD          TO WRK-FS-LSTCAD.
           PERFORM 1100-TESTAR-FILE-STATUS.

           IF  FON-FONETICO            NOT EQUAL LST-FONETICO
               MOVE 'S'                TO WRK-FIM-FONETICO
           END-IF.

      *----------------------------------------------------------------*
       2560-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2570-VERIFICAR-CONTA-DOC        SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-JA-ACHADA.

           PERFORM VARYING WRK-IDX     FROM 1 BY 1
                     UNTIL WRK-IDX     > WRK-QTD-CONTAS-DOC
                     OR    WRK-JA-ACHADA EQUAL 'S'
               IF  WRK-TAB-CONTA-DOC(WRK-IDX)
                                       EQUAL FON-CHAVE-CONTA
                   MOVE 'S'            TO WRK-JA-ACHADA
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       2570-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2600-REGISTRAR-OCORRENCIA       SECTION.
      *----------------------------------------------------------------*
      *    GRAVA A OCORRENCIA NOVA EM ANALISE OU ATUALIZA A DATA DA    *
      *    ULTIMA TRIAGEM DA QUE CONTINUA EM ANALISE; A LIBERADA PELO  *
      *    ANALISTA E SO CONTADA.                                      *
      *----------------------------------------------------------------*

           MOVE WRK-OCO-CHAVE-CONTA    TO OCL-CHAVE-CONTA.
           MOVE LST-ID-ENTRADA         TO OCL-ID-ENTRADA.

           READ OCLCAD.

           EVALUATE WRK-FS-OCLCAD
               WHEN '23'
                   MOVE LST-TIPO-LISTA TO OCL-TIPO-LISTA
                   MOVE WRK-OCO-CRITERIO
                                       TO OCL-CRITERIO
                   SET OCL-EM-ANALISE  TO TRUE
                   MOVE WRK-HOJE-AAAAMMDD
                                       TO OCL-DT-DETECCAO
                                          OCL-DT-ULT-TRIAGEM
                   MOVE SPACES         TO OCL-COD-USER-ANALISE
                   MOVE ZEROS          TO OCL-DT-ANALISE
                   WRITE REG-OCLCAD
                   SET WRK-GRAVACAO    TO TRUE
                   ADD 1               TO WRK-TOT-NOVAS
                   MOVE WRK-TXT-NOVA   TO LIN-DET-OCORRENCIA
               WHEN '00'
                   IF  OCL-LIBERADA
                       ADD 1           TO WRK-TOT-LIBERADAS
                       GO TO 2600-99-FIM
                   END-IF
                   MOVE WRK-HOJE-AAAAMMDD
                                       TO OCL-DT-ULT-TRIAGEM
                   REWRITE REG-OCLCAD
                   SET WRK-GRAVACAO    TO TRUE
                   ADD 1               TO WRK-TOT-EM-ANALISE
                   MOVE WRK-TXT-EM-ANALISE
                                       TO LIN-DET-OCORRENCIA
               WHEN OTHER
                   SET WRK-LEITURA     TO TRUE
           END-EVALUATE.

           MOVE 'OCLCAD'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-OCLCAD          TO WRK-FILE-STATUS.
           MOVE WRK-FS-OCLCAD          TO WRK-FS-LSTCAD.
           PERFORM 1100-TESTAR-FILE-STATUS.

           PERFORM 2700-IMPRIMIR-OCORRENCIA.

      *----------------------------------------------------------------*
       2600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2700-IMPRIMIR-OCORRENCIA        SECTION.
      *----------------------------------------------------------------*
      *    A PRIMEIRA OCORRENCIA DE CADA ENTRADA E PRECEDIDA PELA      *
      *    LINHA DE IDENTIFICACAO DA ENTRADA NA LISTA. O CHAMADOR JA   *
      *    PREPAROU LIN-DET-OCORRENCIA.                                *
      *----------------------------------------------------------------*

           IF  WRK-ENTRADA-IMPRESSA    NOT EQUAL 'S'
               PERFORM 2710-IMPRIMIR-ENTRADA
           END-IF.

           IF  WRK-OCO-CRITERIO        EQUAL 'D'
               MOVE 'DOCUMENTO'        TO LIN-DET-CRITERIO
           ELSE
               MOVE 'NOME'             TO LIN-DET-CRITERIO
           END-IF.

           MOVE WRK-OCO-AGENCIA        TO LIN-DET-AGENCIA.
           MOVE WRK-OCO-RAZAO          TO LIN-DET-RAZAO.
           MOVE WRK-OCO-CONTA          TO LIN-DET-CONTA.
           MOVE WRK-OCO-PRINCIPAL      TO LIN-DET-PRINCIPAL.
           MOVE WRK-OCO-FILIAL         TO LIN-DET-FILIAL.
           MOVE WRK-OCO-CTLE           TO LIN-DET-CTLE.
           MOVE WRK-OCO-NOME           TO LIN-DET-NOME.
           MOVE OCL-DT-DETECCAO        TO LIN-DET-DT-DETECCAO.

           MOVE LIN-DETALHE            TO REG-RELLSTRF.
           PERFORM 2770-GRAVAR-LINHA.

      *----------------------------------------------------------------*
       2700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2710-IMPRIMIR-ENTRADA           SECTION.
      *----------------------------------------------------------------*

           MOVE LST-ID-ENTRADA         TO LIN-ENT-ID-ENTRADA.
           MOVE LST-NOME               TO LIN-ENT-NOME.
           MOVE LST-ORIGEM             TO LIN-ENT-ORIGEM.

           EVALUATE TRUE
               WHEN LST-SANCAO
                   MOVE 'SANCAO'           TO LIN-ENT-TIPO-LISTA
               WHEN LST-PEP
                   MOVE 'PEP'              TO LIN-ENT-TIPO-LISTA
               WHEN LST-ORDEM-JUDICIAL
                   MOVE 'ORDEM JUDICIAL'   TO LIN-ENT-TIPO-LISTA
               WHEN OTHER
                   MOVE LST-TIPO-LISTA     TO LIN-ENT-TIPO-LISTA
           END-EVALUATE.

           IF  LST-CGC-CPF             EQUAL ZEROS
               MOVE 'SEM DOCUMENTO'    TO LIN-ENT-CGC-CPF
           ELSE
               MOVE LST-PRINCIPAL      TO WRK-PRINCIPAL-ED
               MOVE LST-FILIAL         TO WRK-FILIAL-ED
               MOVE LST-CTLE           TO WRK-CTLE-ED
               MOVE WRK-CGC-CPF-ED     TO LIN-ENT-CGC-CPF
           END-IF.

           IF  WRK-CONT-LINHAS         NOT EQUAL ZEROS
               MOVE LIN-BRANCO         TO REG-RELLSTRF
               PERFORM 2770-GRAVAR-LINHA
           END-IF.

           MOVE LIN-ENTRADA            TO REG-RELLSTRF.
           PERFORM 2770-GRAVAR-LINHA.

           MOVE 'S'                    TO WRK-ENTRADA-IMPRESSA.

      *----------------------------------------------------------------*
       2710-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2750-IMPRIMIR-CABECALHO         SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO WRK-CONT-PAGINA.
           MOVE WRK-CONT-PAGINA        TO LIN-1-PAGINA.
           MOVE WRK-HOJE-AAAAMMDD      TO LIN-2-DATA.

           MOVE LIN-CABECALHO-1        TO REG-RELLSTRF.
           PERFORM 2780-ESCREVER-RELLSTRF.

           MOVE LIN-CABECALHO-2        TO REG-RELLSTRF.
           PERFORM 2780-ESCREVER-RELLSTRF.

           MOVE LIN-BRANCO             TO REG-RELLSTRF.
           PERFORM 2780-ESCREVER-RELLSTRF.

           MOVE LIN-CABECALHO-3        TO REG-RELLSTRF.
           PERFORM 2780-ESCREVER-RELLSTRF.

           MOVE ZEROS                  TO WRK-CONT-LINHAS.

      *----------------------------------------------------------------*
       2750-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2770-GRAVAR-LINHA               SECTION.
      *----------------------------------------------------------------*
      *    GRAVA A LINHA JA MOVIDA PARA REG-RELLSTRF, ABRINDO NOVA     *
      *    PAGINA QUANDO NECESSARIO.                                   *
      *----------------------------------------------------------------*

           IF  WRK-CONT-LINHAS         EQUAL ZEROS OR
               WRK-CONT-LINHAS         >= WRK-LINHAS-POR-PAGINA
               MOVE REG-RELLSTRF       TO WRK-LINHA-PENDENTE
               PERFORM 2750-IMPRIMIR-CABECALHO
               MOVE WRK-LINHA-PENDENTE TO REG-RELLSTRF
           END-IF.

           PERFORM 2780-ESCREVER-RELLSTRF.

           ADD 1                       TO WRK-CONT-LINHAS.

      *----------------------------------------------------------------*
       2770-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2780-ESCREVER-RELLSTRF          SECTION.
      *----------------------------------------------------------------*

           WRITE REG-RELLSTRF.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELLSTRF'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELLSTRF        TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELLSTRF        TO WRK-FS-LSTCAD.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       2780-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2900-IMPRIMIR-TOTAIS            SECTION.
      *----------------------------------------------------------------*

           IF  WRK-CONT-PAGINA         EQUAL ZEROS
               PERFORM 2750-IMPRIMIR-CABECALHO
           END-IF.

           MOVE LIN-BRANCO             TO REG-RELLSTRF.
           PERFORM 2780-ESCREVER-RELLSTRF.

           MOVE WRK-TOT-ENTRADAS       TO LIN-TOT-ENTRADAS.
           MOVE WRK-TOT-ENTRADAS-COM-OCOR
                                       TO LIN-TOT-ENTRADAS-COM-OCOR.
           MOVE WRK-TOT-OCOR-DOCUMENTO TO LIN-TOT-OCOR-DOCUMENTO.
           MOVE WRK-TOT-OCOR-NOME      TO LIN-TOT-OCOR-NOME.
           MOVE LIN-TOTAIS-1           TO REG-RELLSTRF.
           PERFORM 2780-ESCREVER-RELLSTRF.

           MOVE WRK-TOT-NOVAS          TO LIN-TOT-NOVAS.
           MOVE WRK-TOT-EM-ANALISE     TO LIN-TOT-EM-ANALISE.
           MOVE WRK-TOT-LIBERADAS      TO LIN-TOT-LIBERADAS.
           MOVE LIN-TOTAIS-2           TO REG-RELLSTRF.
           PERFORM 2780-ESCREVER-RELLSTRF.

      *----------------------------------------------------------------*
       2900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-FECHAR-ARQUIVO             SECTION.
      *----------------------------------------------------------------*

           CLOSE LSTCAD.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'LSTCAD'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-LSTCAD          TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           CLOSE CADACLIE-VSAM.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'CADAVSAM'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-CADAVSAM        TO WRK-FILE-STATUS.
           MOVE WRK-FS-CADAVSAM        TO WRK-FS-LSTCAD.
           PERFORM 1100-TESTAR-FILE-STATUS.

           CLOSE FONCAD.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'FONCAD'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-FONCAD          TO WRK-FILE-STATUS.
           MOVE WRK-FS-FONCAD          TO WRK-FS-LSTCAD.
           PERFORM 1100-TESTAR-FILE-STATUS.

           CLOSE OCLCAD.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'OCLCAD'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-OCLCAD          TO WRK-FILE-STATUS.
           MOVE WRK-FS-OCLCAD          TO WRK-FS-LSTCAD.
           PERFORM 1100-TESTAR-FILE-STATUS.

           CLOSE RELLSTRF.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'RELLSTRF'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELLSTRF        TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELLSTRF        TO WRK-FS-LSTCAD.
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

           MOVE 'BRAD0570'             TO STA-PGM.
           MOVE WRK-TOT-ENTRADAS       TO STA-TOT-LIDOS.
           MOVE WRK-TOT-NOVAS          TO STA-TOT-GRAVADOS.
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
