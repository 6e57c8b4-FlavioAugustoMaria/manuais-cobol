      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. BRAD7360.
       AUTHOR.     FLAVIO AUGUSTO MARIA.
      *================================================================*
      *                   P R I M E  I N F O R M A T I C A             *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  BRAD7360                                     *
      *    PROGRAMADOR.:  FLAVIO AUGUSTO MARIA              -  PRIME   *
      *    ANALISTA....:                                    -          *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  MODULO DA AUDITORIA RETROATIVA DE QUALIDADE  *
      *                   DE DADOS DO CADASTRO DE CLIENTES (SAIDAS     *
      *                   RELAUDI E REJAUDI DO BRAD0360): PARA CADA    *
      *                   REGISTRO VALIDA O CPF/CNPJ NA BRAD7200, O    *
      *                   CEP/ENDERECO NA BRAD7210, AS DATAS           *
      *                   CAD-DT-ABERT / CAD-DT-ULTMV / CAD-DT-NASCI   *
      *                   COMO AAAAMMDD VALIDAS (CONVENCAO             *
      *                   INTEGER-OF-DATE DOCUMENTADA NA BRAD0320) E O *
      *                   DOMINIO DE CAD-SEXO. GERA O RELATORIO DE     *
      *                   EXCECOES (RELAUDI) E O ARQUIVO DE REJEICOES  *
      *                   (REJAUDI) COM UM REGISTRO POR REGRA VIOLADA, *
      *                   CHAVEADO POR CAD-CHAVE. NAO LE O CADACLIE:   *
      *                   RECEBE CADA REGISTRO DO CHAMADOR (BRAD0640   *
      *                   NA PASSADA UNICA DA CADEIA NOTURNA, OU       *
      *                   BRAD0360 NA EXECUCAO AVULSA).                *
      *----------------------------------------------------------------*
      *    USO.........:  CALL 'BRAD7360' USING SAI-AREA (BOOK         *
      *                   I#CADSAI): 'A' ABRE RELAUDI E REJAUDI; 'R'   *
      *                   AUDITA O REGISTRO RECEBIDO; 'F' IMPRIME OS   *
      *                   TOTAIS, FECHA E GRAVA O RUNSTAT COMO         *
      *                   BRAD0360 (O MONITOR BRAD0470 CONTINUA        *
      *                   CONFERINDO A CADEIA PELO NOME DO PROGRAMA).  *
      *                   EM ERRO DEVOLVE SAI-COD-RETORNO 'N'.         *
      *----------------------------------------------------------------*
      *    CODIGOS.....:  UM CODIGO DE ERRO POR REGRA, NO PADRAO DE    *
      *                   MENSAGENS DO CADU8000:                       *
      *                     E721 - CPF/CNPJ INVALIDO (BRAD7200)        *
      *                     E723 - CEP INEXISTENTE   (BRAD7210)        *
      *                     E724 - CIDADE/UF X CEP   (BRAD7210)        *
      *                     E731 - CAD-DT-ABERT INVALIDA               *
      *                     E732 - CAD-DT-ULTMV INVALIDA               *
      *                     E733 - CAD-DT-NASCI INVALIDA               *
      *                     E734 - CAD-SEXO FORA DO DOMINIO            *
      *----------------------------------------------------------------*
      *    DOMINIO SEXO:  'M' E 'F'; BRANCOS SAO ACEITOS QUANDO O      *
      *                   DOCUMENTO E CNPJ (CAD-FILIAL <> ZEROS), POIS *
      *                   PESSOA JURIDICA NAO TEM SEXO.                *
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
      *    BRAD7200 - VALIDACAO DE CPF/CNPJ.                           *
      *    BRAD7210 - VALIDACAO DE CEP/ENDERECO.                       *
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

           SELECT RELAUDI   ASSIGN     TO UT-S-RELAUDI
                      FILE STATUS      IS WRK-FS-RELAUDI.

           SELECT REJAUDI   ASSIGN     TO UT-S-REJAUDI
                      FILE STATUS      IS WRK-FS-REJAUDI.

      *================================================================*
       DATA DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OUTPUT :  RELATORIO DE EXCECOES DA AUDITORIA                *
      *              ORG. SEQUENCIAL   -   LRECL = 132                 *
      *----------------------------------------------------------------*

       FD  RELAUDI
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  REG-RELAUDI                  PIC  X(132).

      *----------------------------------------------------------------*
      *    OUTPUT :  REJEICOES LEGIVEIS POR MAQUINA - UM REGISTRO POR  *
      *              REGRA VIOLADA, CHAVE EM DISPLAY + CODIGO DO ERRO  *
      *              ORG. SEQUENCIAL   -   LRECL = 030                 *
      *----------------------------------------------------------------*

       FD  REJAUDI
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  REG-REJAUDI.
           05  REJ-AGENCIA              PIC  9(05).
           05  REJ-RAZAO                PIC  9(05).
           05  REJ-CONTA                PIC  9(07).
           05  REJ-COD-ERRO             PIC  X(04).
           05  FILLER                   PIC  X(09).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** INICIO DA WORKING BRAD7360                 ***'.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** VARIAVEIS AUXILIARES                       ***'.
      *----------------------------------------------------------------*

       77  WRK-PGM                     PIC  X(008)         VALUE
           'BRAD7360'.
       77  WRK-BATCH                   PIC  X(008)         VALUE
           'BATCH'.
       77  WRK-SQLCA-OU-STATUS         PIC  X(136)         VALUE SPACES.
       77  WRK-LINHAS-POR-PAGINA       PIC  9(002) COMP    VALUE 55.
       77  WRK-CONT-LINHAS             PIC  9(002) COMP    VALUE ZEROS.
       77  WRK-CONT-PAGINA             PIC  9(004) COMP    VALUE ZEROS.
       77  WRK-TOT-LIDOS               PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-COM-ERRO            PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-ERROS               PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-REG-COM-ERRO            PIC  X(001)         VALUE 'N'.

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
       77  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE COMUNICACAO COM A BRAD7200         ***'.
      *----------------------------------------------------------------*

       01  WRK-AREA-BRAD7200.
           05  WRK-7200-CGC-CPF.
               10  WRK-7200-PRINCIPAL  PIC  X(09).
               10  WRK-7200-FILIAL     PIC  X(05).
               10  WRK-7200-CTLE       PIC  9(02).
           05  WRK-7200-COD-RETORNO    PIC  X(01)          VALUE SPACES.
               88  WRK-CGC-VALIDO-7200                     VALUE 'S'.
               88  WRK-CGC-INVALIDO-7200                   VALUE 'N'.
           05  WRK-7200-COD-MENSAGEM   PIC  X(04)          VALUE SPACES.

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE COMUNICACAO COM A BRAD7210         ***'.
      *----------------------------------------------------------------*

       01  WRK-AREA-BRAD7210.
           05  WRK-7210-NRO-CEP        PIC  9(05)  COMP-3.
           05  WRK-7210-COMPL-CEP      PIC  9(03).
           05  WRK-7210-CIDADE         PIC  X(30)          VALUE SPACES.
           05  WRK-7210-UF             PIC  X(02)          VALUE SPACES.
           05  WRK-7210-COD-RETORNO    PIC  X(01)          VALUE SPACES.
               88  WRK-CEP-VALIDO-7210                     VALUE 'S'.
               88  WRK-CEP-INVALIDO-7210                   VALUE 'N'.
           05  WRK-7210-COD-MENSAGEM   PIC  X(04)          VALUE SPACES.

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
           05  FILLER                  PIC  X(046)         VALUE
               'BRAD0360 - AUDITORIA DE QUALIDADE DE DADOS'.
           05  FILLER                  PIC  X(066)         VALUE SPACES.
           05  FILLER                  PIC  X(008)         VALUE
               'PAGINA: '.
           05  LIN-1-PAGINA            PIC  ZZZ9.
           05  FILLER                  PIC  X(008)         VALUE SPACES.

       01  LIN-CABECALHO-2.
           05  FILLER                  PIC  X(010)         VALUE
               'AGENCIA'.
           05  FILLER                  PIC  X(008)         VALUE
               'RAZAO'.
           05  FILLER                  PIC  X(010)         VALUE
               'CONTA'.
           05  FILLER                  PIC  X(006)         VALUE
               'ERRO'.
           05  FILLER                  PIC  X(040)         VALUE
               'DESCRICAO DA REGRA VIOLADA'.
           05  FILLER                  PIC  X(058)         VALUE SPACES.

       01  LIN-DETALHE.
           05  LIN-DET-AGENCIA         PIC  ZZZZ9.
           05  FILLER                  PIC  X(003)         VALUE SPACES.
           05  LIN-DET-RAZAO           PIC  ZZZZ9.
           05  FILLER                  PIC  X(003)         VALUE SPACES.
           05  LIN-DET-CONTA           PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(003)         VALUE SPACES.
           05  LIN-DET-COD-ERRO        PIC  X(004).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-DESCRICAO       PIC  X(040).
           05  FILLER                  PIC  X(060)         VALUE SPACES.

       01  LIN-TOTAIS.
           05  FILLER                  PIC  X(018)         VALUE
               'REGISTROS LIDOS: '.
           05  LIN-TOT-LIDOS           PIC  Z.ZZZ.ZZ9.
           05  FILLER                  PIC  X(021)         VALUE
               '  REGISTROS C/ERRO: '.
           05  LIN-TOT-COM-ERRO        PIC  Z.ZZZ.ZZ9.
           05  FILLER                  PIC  X(019)         VALUE
               '  ERROS GRAVADOS: '.
           05  LIN-TOT-ERROS           PIC  Z.ZZZ.ZZ9.
           05  FILLER                  PIC  X(047)         VALUE SPACES.

       01  LIN-BRANCO                  PIC  X(132)         VALUE SPACES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** DESCRICOES DAS REGRAS VIOLADAS             ***'.
      *----------------------------------------------------------------*

       01  WRK-DESC-E721               PIC  X(040)         VALUE
           'CPF/CNPJ INVALIDO - DIGITO NAO CONFERE'.
       01  WRK-DESC-E723               PIC  X(040)         VALUE
           'CEP NAO ENCONTRADO NO CEPCAD'.
       01  WRK-DESC-E724               PIC  X(040)         VALUE
           'CIDADE/UF DO ENDERECO NAO CONFERE C/ CEP'.
       01  WRK-DESC-E731               PIC  X(040)         VALUE
           'DATA DE ABERTURA INVALIDA (AAAAMMDD)'.
       01  WRK-DESC-E732               PIC  X(040)         VALUE
           'DATA DE ULT. MOVIMENTO INVALIDA'.
       01  WRK-DESC-E733               PIC  X(040)         VALUE
           'DATA DE NASCIMENTO INVALIDA'.
       01  WRK-DESC-E734               PIC  X(040)         VALUE
           'SEXO FORA DO DOMINIO (M/F)'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** MENSAGEM DE ERRO DE FILE-STATUS            ***'.
      *----------------------------------------------------------------*

       01  WRK-FS-RELAUDI              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-REJAUDI              PIC  X(002)         VALUE SPACES.

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
                   MOVE SAI-REG-CADACLIE   TO REG-CADACLIE
                   ADD 1                   TO WRK-TOT-LIDOS
                   PERFORM 2400-AUDITAR-REGISTRO

               WHEN SAI-FECHAR
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

           OPEN OUTPUT RELAUDI.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'RELAUDI'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELAUDI        TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           OPEN OUTPUT REJAUDI.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'REJAUDI'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-REJAUDI        TO WRK-FILE-STATUS.
           MOVE WRK-FS-REJAUDI        TO WRK-FS-RELAUDI.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-TESTAR-FILE-STATUS          SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-RELAUDI           NOT EQUAL '00'
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE WRK-ERRO-ARQUIVO    TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2400-AUDITAR-REGISTRO           SECTION.
      *----------------------------------------------------------------*
      *    APLICA TODAS AS REGRAS AO REGISTRO CORRENTE; CADA REGRA     *
      *    VIOLADA GERA UMA LINHA NO RELATORIO E UM REGISTRO NO        *
      *    ARQUIVO DE REJEICOES (UM CODIGO POR REGRA).                 *
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-REG-COM-ERRO.

           PERFORM 2410-AUDITAR-CGC-CPF.

           PERFORM 2420-AUDITAR-CEP.

           MOVE CAD-DT-ABERT           TO WRK-DATA-TESTE.
           PERFORM 5100-VALIDAR-DATA.
           IF  WRK-DATA-VALIDA         EQUAL 'N'
               MOVE 'E731'             TO REJ-COD-ERRO
               MOVE WRK-DESC-E731      TO LIN-DET-DESCRICAO
               PERFORM 2450-REGISTRAR-ERRO
           END-IF.

           MOVE CAD-DT-ULTMV           TO WRK-DATA-TESTE.
           PERFORM 5100-VALIDAR-DATA.
           IF  WRK-DATA-VALIDA         EQUAL 'N'
               MOVE 'E732'             TO REJ-COD-ERRO
               MOVE WRK-DESC-E732      TO LIN-DET-DESCRICAO
               PERFORM 2450-REGISTRAR-ERRO
           END-IF.

      *    DATA DE NASCIMENTO ZERADA E ACEITA PARA PESSOA JURIDICA
      *    (CNPJ), QUE NAO TEM NASCIMENTO - MESMO CRITERIO DO SEXO.
           MOVE CAD-DT-NASCI           TO WRK-DATA-TESTE.
           PERFORM 5100-VALIDAR-DATA.
           IF  WRK-DATA-VALIDA         EQUAL 'N'
               IF  CAD-DT-NASCI        EQUAL ZEROS AND
                   CAD-FILIAL          NOT EQUAL ZEROS
                   CONTINUE
               ELSE
                   MOVE 'E733'         TO REJ-COD-ERRO
                   MOVE WRK-DESC-E733  TO LIN-DET-DESCRICAO
                   PERFORM 2450-REGISTRAR-ERRO
               END-IF
           END-IF.

           PERFORM 2430-AUDITAR-SEXO.

           IF  WRK-REG-COM-ERRO        EQUAL 'S'
               ADD 1                   TO WRK-TOT-COM-ERRO
           END-IF.

      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2410-AUDITAR-CGC-CPF            SECTION.
      *----------------------------------------------------------------*

           MOVE CAD-PRINCIPAL          TO WRK-7200-PRINCIPAL.
           MOVE CAD-FILIAL             TO WRK-7200-FILIAL.
           MOVE CAD-CTLE               TO WRK-7200-CTLE.
           MOVE SPACES                 TO WRK-7200-COD-RETORNO
                                           WRK-7200-COD-MENSAGEM.

           CALL 'BRAD7200'             USING WRK-AREA-BRAD7200.

           IF  WRK-CGC-INVALIDO-7200
               MOVE 'E721'             TO REJ-COD-ERRO
               MOVE WRK-DESC-E721      TO LIN-DET-DESCRICAO
               PERFORM 2450-REGISTRAR-ERRO
           END-IF.

      *----------------------------------------------------------------*
       2410-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2420-AUDITAR-CEP                SECTION.
      *----------------------------------------------------------------*

           MOVE CAD-NRO-CEP            TO WRK-7210-NRO-CEP.
           MOVE CAD-COMPL-CEP          TO WRK-7210-COMPL-CEP.
           MOVE CAD-END-CIDADE         TO WRK-7210-CIDADE.
           MOVE CAD-END-UF             TO WRK-7210-UF.
           MOVE SPACES                 TO WRK-7210-COD-RETORNO
                                           WRK-7210-COD-MENSAGEM.

           CALL 'BRAD7210'             USING WRK-AREA-BRAD7210.

           IF  WRK-CEP-INVALIDO-7210
               MOVE WRK-7210-COD-MENSAGEM
                                       TO REJ-COD-ERRO
               IF  WRK-7210-COD-MENSAGEM EQUAL 'E723'
                   MOVE WRK-DESC-E723  TO LIN-DET-DESCRICAO
               ELSE
                   MOVE WRK-DESC-E724  TO LIN-DET-DESCRICAO
               END-IF
               PERFORM 2450-REGISTRAR-ERRO
           END-IF.

      *----------------------------------------------------------------*
       2420-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2430-AUDITAR-SEXO               SECTION.
      *----------------------------------------------------------------*
      *    'M' E 'F' SAO SEMPRE ACEITOS; BRANCO SO QUANDO O DOCUMENTO  *
      *    E CNPJ (PESSOA JURIDICA NAO TEM SEXO).                      *
      *----------------------------------------------------------------*

           IF  CAD-SEXO                EQUAL 'M' OR 'F'
               GO TO 2430-99-FIM
           END-IF.

           IF  CAD-SEXO                EQUAL SPACES AND
               CAD-FILIAL              NOT EQUAL ZEROS
               GO TO 2430-99-FIM
           END-IF.

           MOVE 'E734'                 TO REJ-COD-ERRO.
           MOVE WRK-DESC-E734          TO LIN-DET-DESCRICAO.
           PERFORM 2450-REGISTRAR-ERRO.

      *----------------------------------------------------------------*
       2430-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2450-REGISTRAR-ERRO             SECTION.
      *----------------------------------------------------------------*
      *    GRAVA A LINHA DO RELATORIO E O REGISTRO DE REJEICAO PARA A  *
      *    REGRA VIOLADA (REJ-COD-ERRO E A DESCRICAO JA PREPARADOS     *
      *    PELO CHAMADOR).                                             *
      *----------------------------------------------------------------*

           MOVE 'S'                    TO WRK-REG-COM-ERRO.
           ADD 1                       TO WRK-TOT-ERROS.

           IF  WRK-CONT-LINHAS         EQUAL ZEROS OR
               WRK-CONT-LINHAS         >= WRK-LINHAS-POR-PAGINA
               PERFORM 2510-IMPRIMIR-CABECALHO
           END-IF.

           MOVE CAD-AGENCIA            TO LIN-DET-AGENCIA.
           MOVE CAD-RAZAO              TO LIN-DET-RAZAO.
           MOVE CAD-CONTA              TO LIN-DET-CONTA.
           MOVE REJ-COD-ERRO           TO LIN-DET-COD-ERRO.

           WRITE REG-RELAUDI           FROM LIN-DETALHE.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELAUDI'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELAUDI         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           ADD 1                       TO WRK-CONT-LINHAS.

           MOVE CAD-AGENCIA            TO REJ-AGENCIA.
           MOVE CAD-RAZAO              TO REJ-RAZAO.
           MOVE CAD-CONTA              TO REJ-CONTA.
           MOVE SPACES                 TO REG-REJAUDI(22:9).

           WRITE REG-REJAUDI.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'REJAUDI'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-REJAUDI         TO WRK-FILE-STATUS.
           MOVE WRK-FS-REJAUDI         TO WRK-FS-RELAUDI.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       2450-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2510-IMPRIMIR-CABECALHO         SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO WRK-CONT-PAGINA.
           MOVE WRK-CONT-PAGINA        TO LIN-1-PAGINA.

           WRITE REG-RELAUDI           FROM LIN-CABECALHO-1.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELAUDI'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELAUDI         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           WRITE REG-RELAUDI           FROM LIN-CABECALHO-2.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELAUDI'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELAUDI         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           WRITE REG-RELAUDI           FROM LIN-BRANCO.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELAUDI'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELAUDI         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           MOVE ZEROS                  TO WRK-CONT-LINHAS.

      *----------------------------------------------------------------*
       2510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2600-IMPRIMIR-TOTAIS            SECTION.
      *----------------------------------------------------------------*

           IF  WRK-CONT-PAGINA         EQUAL ZEROS
               PERFORM 2510-IMPRIMIR-CABECALHO
           END-IF.

           WRITE REG-RELAUDI           FROM LIN-BRANCO.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELAUDI'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELAUDI         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           MOVE WRK-TOT-LIDOS          TO LIN-TOT-LIDOS.
           MOVE WRK-TOT-COM-ERRO       TO LIN-TOT-COM-ERRO.
           MOVE WRK-TOT-ERROS          TO LIN-TOT-ERROS.
           WRITE REG-RELAUDI           FROM LIN-TOTAIS.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELAUDI'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELAUDI         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       2600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-FECHAR-ARQUIVO             SECTION.
      *----------------------------------------------------------------*

           CLOSE RELAUDI.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'RELAUDI'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELAUDI         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           CLOSE REJAUDI.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'REJAUDI'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-REJAUDI         TO WRK-FILE-STATUS.
           MOVE WRK-FS-REJAUDI         TO WRK-FS-RELAUDI.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE 'BRAD0360'             TO STA-PGM.
           MOVE WRK-TOT-LIDOS          TO STA-TOT-LIDOS.
           MOVE WRK-TOT-ERROS          TO STA-TOT-GRAVADOS.
           MOVE WRK-TOT-COM-ERRO       TO STA-TOT-REJEITADOS.

           CALL 'BRAD7130'             USING STA-AREA.

           GOBACK.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5100-VALIDAR-DATA               SECTION.
      *----------------------------------------------------------------*
      *    VALIDA WRK-DATA-TESTE COMO AAAAMMDD (MESMA CONVENCAO DAS    *
      *    FUNCOES INTRINSECAS INTEGER-OF-DATE/DATE-OF-INTEGER USADAS  *
      *    PELA BRAD0320): ANO >= 1601, MES 01-12 E DIA DENTRO DO MES, *
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
