      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. BRAD0580.
       AUTHOR.     FLAVIO AUGUSTO MARIA.
      *================================================================*
      *                   P R I M E  I N F O R M A T I C A             *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  BRAD0580                                     *
      *    PROGRAMADOR.:  FLAVIO AUGUSTO MARIA              -  PRIME   *
      *    ANALISTA....:                                    -          *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  GERACAO DIARIA DO ARQUIVO DE REMESSA AO CCS  *
      *                   (CADASTRO DE CLIENTES DO SFN - BANCO         *
      *                   CENTRAL): PARA CADA CPF/CNPJ, O INICIO E O   *
      *                   FIM DO RELACIONAMENTO COM A INSTITUICAO.     *
      *                   SUBSTITUI A DIGITACAO MANUAL FEITA PELA      *
      *                   RETAGUARDA A PARTIR DAS LISTAGENS DIARIAS DE *
      *                   INCLUSAO E EXCLUSAO. A FONTE E O JORNAL      *
      *                   CADHIST (BRAD7140), DO QUAL SAO LIDAS SO AS  *
      *                   OCORRENCIAS DATADAS NO DIA DO MOVIMENTO; AS  *
      *                   IMAGENS ANTES/DEPOIS SAO DECODIFICADAS PELO  *
      *                   I#CADREG, COMO NO BRAD7150.                  *
      *----------------------------------------------------------------*
      *    EVENTOS.....:  (CONTA ATIVA = CAD-IDENTF-CTA DIFERENTE DE   *
      *                   'EN')                                        *
      *                   INCLUSAO DE CONTA ATIVA ...... INICIO (I);   *
      *                     DATA DO EVENTO = CAD-DT-ABERT QUANDO       *
      *                     VALIDA, SENAO A DATA DO MOVIMENTO.         *
      *                   EXCLUSAO ..................... FIM (E);     *
      *                     REMOCAO PELO ARQUIVAMENTO (TRANSACAO       *
      *                     BRAD0400) ................ FIM (A) - O CCS *
      *                     ACEITA O FIM REPETIDO COMO CONFIRMACAO, O  *
      *                     QUE COBRE AS CONTAS ENCERRADAS ANTES DA    *
      *                     EXISTENCIA DESTA REMESSA.                  *
      *                   ALTERACAO PARA 'EN' .......... FIM (N).      *
      *                   ALTERACAO DE 'EN' PARA ATIVA . INICIO (R).   *
      *                   TROCA DE CPF/CNPJ ............ FIM DO        *
      *                     DOCUMENTO ANTIGO E INICIO DO NOVO (C),     *
      *                     CADA UM SO QUANDO A CONTA ESTAVA/FICOU     *
      *                     ATIVA.                                     *
      *                   AS DEMAIS OCORRENCIAS SO SAO CONTADAS.       *
      *----------------------------------------------------------------*
      *    PARAMETROS..:  CARTAO PARMCCS - DATA DO MOVIMENTO AAAAMMDD; *
      *                   ZEROS = DATA DO PROCESSAMENTO (REPROCESSAR   *
      *                   UM DIA = INFORMAR A DATA NO CARTAO).         *
      *                   BRAD0580/CNPJBASE NO PARMCAD (BRAD7160) -    *
      *                   CNPJ BASE DA INSTITUICAO NO HEADER; DEFAULT  *
      *                   COMPILADO 60746948.                          *
      *----------------------------------------------------------------*
      *    SAIDAS......:  CCSBACEN - REMESSA NO LEIAUTE DO I#CCSREM    *
      *                   (HEADER, DETALHES, TRAILER COM TOTAIS).      *
      *                   RELCCS   - LISTAGEM DOS MOVIMENTOS ENVIADOS  *
      *                   E TOTAIS DE CONTROLE.                        *
      *                   RUNSTAT  - LIDOS = REGISTROS DO CADHIST,     *
      *                   GRAVADOS = DETALHES DA REMESSA (BRAD7130).   *
      *                   O RETORNO DO BACEN E TRATADO PELO BRAD0590.  *
      *----------------------------------------------------------------*
      *    RETORNO.....:  RETURN-CODE 12 EM DATA DE MOVIMENTO INVALIDA *
      *                   OU ERRO DE ARQUIVO.                          *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#CADHST - LAYOUT DO JORNAL DE ALTERACOES (CADHIST).        *
      *    I#CADREG - LAYOUT DO REGISTRO DE CLIENTES (CADACLIE).       *
      *    I#CCSREM - LAYOUT DA REMESSA AO CCS (CCSBACEN).             *
      *    I#BRAD7S - AREA DE COMUNICACAO COM O MODULO BRAD7130.       *
      *    I#BRAD7C - AREA PARA TRATAMENTO DE ERRO PELA BRAD7100       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD7100 - MODULO TRATAMENTO DE ERRO.                       *
      *    BRAD7110 - MODULO DE LOG DE AUDITORIA.                      *
      *    BRAD7130 - MODULO DE TOTAIS DE EXECUCAO (RUNSTAT).          *
      *    BRAD7160 - MODULO DE PARAMETROS OPERACIONAIS (PARMCAD).     *
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

           SELECT PARMCCS   ASSIGN     TO UT-S-PARMCCS
                      FILE STATUS      IS WRK-FS-PARMCCS.

           SELECT CADHIST   ASSIGN     TO UT-S-CADHIST
                      FILE STATUS      IS WRK-FS-CADHIST.

           SELECT CCSBACEN  ASSIGN     TO UT-S-CCSBACEN
                      FILE STATUS      IS WRK-FS-CCSBACEN.

           SELECT RELCCS    ASSIGN     TO UT-S-RELCCS
                      FILE STATUS      IS WRK-FS-RELCCS.

      *================================================================*
       DATA DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INPUT  :  CARTAO DE PARAMETRO - DATA DO MOVIMENTO           *
      *              ORG. SEQUENCIAL   -   LRECL = 080                 *
      *----------------------------------------------------------------*

       FD  PARMCCS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  REG-PARMCCS.
           05  PCC-DT-MOVTO             PIC  9(08).
           05  FILLER                   PIC  X(72).

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
      *    OUTPUT :  REMESSA AO CCS DO BANCO CENTRAL                   *
      *              ORG. SEQUENCIAL   -   LRECL = 100                 *
      *----------------------------------------------------------------*

       FD  CCSBACEN
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

           COPY 'I#CCSREM'.

      *----------------------------------------------------------------*
      *    OUTPUT :  LISTAGEM DOS MOVIMENTOS ENVIADOS AO CCS           *
      *              ORG. SEQUENCIAL   -   LRECL = 132                 *
      *----------------------------------------------------------------*

       FD  RELCCS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  REG-RELCCS                   PIC  X(132).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** INICIO DA WORKING BRAD0580                 ***'.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** VARIAVEIS AUXILIARES                       ***'.
      *----------------------------------------------------------------*

       77  WRK-FECHAR                  PIC  X(001)         VALUE 'N'.
       77  WRK-PGM                     PIC  X(008)         VALUE
           'BRAD0580'.
       77  WRK-BATCH                   PIC  X(008)         VALUE
           'BATCH'.
       77  WRK-SQLCA-OU-STATUS         PIC  X(136)         VALUE SPACES.
       77  WRK-LINHAS-POR-PAGINA       PIC  9(002) COMP    VALUE 55.
       77  WRK-CONT-LINHAS             PIC  9(002) COMP    VALUE ZEROS.
       77  WRK-CONT-PAGINA             PIC  9(004) COMP    VALUE ZEROS.
       77  WRK-TOT-LIDOS               PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-DO-DIA              PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-GRAVADOS            PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-INICIOS             PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-FINS                PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-SEM-EFEITO          PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-HOJE-AAAAMMDD           PIC  9(008)         VALUE ZEROS.
       77  WRK-DT-EVENTO               PIC  9(008)         VALUE ZEROS.
       77  WRK-GEROU-MOVIMENTO         PIC  X(001)         VALUE 'N'.
       77  WRK-ABORTAR                 PIC  X(001)         VALUE 'N'.
           88  WRK-EXECUCAO-ABORTADA                       VALUE 'S'.

       01  WRK-DT-MOVTO                PIC  9(008)         VALUE ZEROS.
       01  WRK-DT-MOVTO-X              REDEFINES
           WRK-DT-MOVTO                PIC  X(008).

       01  WRK-MOVIMENTO               PIC  X(001)         VALUE SPACES.
           88  WRK-MOV-INICIO                              VALUE 'I'.
           88  WRK-MOV-FIM                                 VALUE 'F'.
       01  WRK-MOTIVO                  PIC  X(001)         VALUE SPACES.

      *----------------------------------------------------------------*
      *    SITUACAO DA CONTA ANTES E DEPOIS DA OCORRENCIA, TIRADA DAS  *
      *    IMAGENS DO JORNAL.                                          *
      *----------------------------------------------------------------*

       01  WRK-ANT-CGC-CPF             PIC  X(016)         VALUE SPACES.
       01  WRK-ANT-IDENTF              PIC  X(002)         VALUE SPACES.
           88  WRK-ANT-ENCERRADA                           VALUE 'EN'.
       01  WRK-DEP-CGC-CPF             PIC  X(016)         VALUE SPACES.
       01  WRK-DEP-IDENTF              PIC  X(002)         VALUE SPACES.
           88  WRK-DEP-ENCERRADA                           VALUE 'EN'.

      *----------------------------------------------------------------*
      *    MONTAGEM DO DOCUMENTO NO FORMATO DO CCS: CPF (9 + 2 DV) OU  *
      *    CNPJ (8 DA BASE + 4 DA FILIAL + 2 DV), SEMPRE EM 14         *
      *    POSICOES (O CNPJ ALFANUMERICO TEM LETRAS NA BASE/FILIAL).   *
      *----------------------------------------------------------------*

       01  WRK-CPF-MONTADO.
           05  FILLER                  PIC  X(003)         VALUE ZEROS.
           05  WRK-CPF-BASE            PIC  X(009)         VALUE ZEROS.
           05  WRK-CPF-DV              PIC  9(002)         VALUE ZEROS.

       01  WRK-CNPJ-MONTADO.
           05  WRK-CNPJ-BASE           PIC  X(008)         VALUE ZEROS.
           05  WRK-CNPJ-FILIAL         PIC  X(004)         VALUE ZEROS.
           05  WRK-CNPJ-DV             PIC  9(002)         VALUE ZEROS.

      *----------------------------------------------------------------*
      *    CNPJ BASE DA INSTITUICAO INFORMADO NO HEADER DA REMESSA. O  *
      *    VALOR COMPILADO E APENAS O DEFAULT: NA INICIALIZACAO O      *
      *    PROGRAMA CONSULTA O PARAMETRO BRAD0580/CNPJBASE NO PARMCAD. *
      *----------------------------------------------------------------*

       01  WRK-AREA-BRAD7160.
           05  WRK-7160-PGM            PIC  X(008)         VALUE
               'BRAD0580'.
           05  WRK-7160-NOME           PIC  X(008)         VALUE
               'CNPJBASE'.
           05  WRK-7160-VALOR          PIC  9(009)         VALUE ZEROS.
           05  WRK-7160-COD-RETORNO    PIC  X(001)         VALUE SPACES.
               88  WRK-PRM-ENCONTRADO                      VALUE 'S'.
               88  WRK-PRM-DEFAULT                         VALUE 'N'.

       77  WRK-CNPJ-INSTITUICAO        PIC  9(008)         VALUE
           60746948.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE DECODIFICACAO DAS IMAGENS          ***'.
      *----------------------------------------------------------------*

       COPY 'I#CADREG'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** TEXTOS DE ERRO DA VALIDACAO                ***'.
      *----------------------------------------------------------------*

       01  WRK-ERRO-VALIDACAO.
           05  FILLER                  PIC  X(025)         VALUE
               'PARMCCS INVALIDO-MOTIVO:'.
           05  WRK-EV-MOTIVO           PIC  X(055)         VALUE SPACES.

       01  WRK-MOT-DATA-INVALIDA       PIC  X(055)         VALUE
           'DATA DO MOVIMENTO INVALIDA OU POSTERIOR A DATA DE HOJE'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** LINHAS DE IMPRESSAO DA LISTAGEM            ***'.
      *----------------------------------------------------------------*

       01  LIN-CABECALHO-1.
           05  FILLER                  PIC  X(060)         VALUE
               'BRAD0580 - REMESSA AO CCS - INICIO/FIM RELACIONAMENTO'.
           05  FILLER                  PIC  X(052)         VALUE SPACES.
           05  FILLER                  PIC  X(008)         VALUE
               'PAGINA: '.
           05  LIN-1-PAGINA            PIC  ZZZ9.
           05  FILLER                  PIC  X(008)         VALUE SPACES.

       01  LIN-CABECALHO-2.
           05  FILLER                  PIC  X(020)         VALUE
               'DATA DO MOVIMENTO: '.
           05  LIN-2-DATA              PIC  9999/99/99.
           05  FILLER                  PIC  X(018)         VALUE
               '   CNPJ BASE: '.
           05  LIN-2-CNPJ-BASE         PIC  9(008).
           05  FILLER                  PIC  X(076)         VALUE SPACES.

       01  LIN-CABECALHO-3.
           05  FILLER                  PIC  X(021)         VALUE
               'AGENC/RAZAO/CONTA    '.
           05  FILLER                  PIC  X(012)         VALUE
               'MOVIMENTO'.
           05  FILLER                  PIC  X(008)         VALUE
               'PESSOA'.
           05  FILLER                  PIC  X(020)         VALUE
               'CPF/CNPJ'.
           05  FILLER                  PIC  X(012)         VALUE
               'DT.EVENTO'.
           05  FILLER                  PIC  X(032)         VALUE
               'MOTIVO'.
           05  FILLER                  PIC  X(027)         VALUE
               'TRANSACAO'.

       01  LIN-DETALHE.
           05  LIN-DET-AGENCIA         PIC  ZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE '/'.
           05  LIN-DET-RAZAO           PIC  ZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE '/'.
           05  LIN-DET-CONTA           PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-MOVIMENTO       PIC  X(010).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-TP-PESSOA       PIC  X(001).
           05  FILLER                  PIC  X(007)         VALUE SPACES.
           05  LIN-DET-CPF-CNPJ        PIC  X(014).
           05  FILLER                  PIC  X(006)         VALUE SPACES.
           05  LIN-DET-DT-EVENTO       PIC  9999/99/99.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-MOTIVO          PIC  X(030).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-TRANSACAO       PIC  X(008).
           05  FILLER                  PIC  X(019)         VALUE SPACES.

       01  LIN-TOTAIS-1.
           05  FILLER                  PIC  X(015)         VALUE
               'LIDOS CADHIST: '.
           05  LIN-TOT-LIDOS           PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(016)         VALUE
               '  DO MOVIMENTO: '.
           05  LIN-TOT-DO-DIA          PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(016)         VALUE
               '  SEM EFEITO..: '.
           05  LIN-TOT-SEM-EFEITO      PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(064)         VALUE SPACES.

       01  LIN-TOTAIS-2.
           05  FILLER                  PIC  X(015)         VALUE
               'DETALHES CCS.: '.
           05  LIN-TOT-GRAVADOS        PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(016)         VALUE
               '  INICIOS.....: '.
           05  LIN-TOT-INICIOS         PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(016)         VALUE
               '  FINS........: '.
           05  LIN-TOT-FINS            PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(064)         VALUE SPACES.

       01  LIN-BRANCO                  PIC  X(132)         VALUE SPACES.
       01  WRK-LINHA-PENDENTE          PIC  X(132)         VALUE SPACES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** MENSAGEM DE ERRO DE FILE-STATUS            ***'.
      *----------------------------------------------------------------*

       01  WRK-FS-PARMCCS              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-CADHIST              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-CCSBACEN             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-RELCCS               PIC  X(002)         VALUE SPACES.

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

           PERFORM 2000-LER-CADHIST.

           PERFORM UNTIL WRK-FECHAR    EQUAL 'S'
               PERFORM 2400-SELECIONAR-OCORRENCIA
               PERFORM 2000-LER-CADHIST
           END-PERFORM.

           PERFORM 2800-GRAVAR-TRAILER.

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

           INITIALIZE REG-CADHST.

           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WRK-HOJE-AAAAMMDD.

           PERFORM 1010-LER-PARAMETRO.

           PERFORM 1030-OBTER-PARAMETROS.

           OPEN INPUT  CADHIST.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'CADHIST'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-CADHIST        TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           OPEN OUTPUT CCSBACEN.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'CCSBACEN'            TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-CCSBACEN       TO WRK-FILE-STATUS.
           MOVE WRK-FS-CCSBACEN       TO WRK-FS-CADHIST.
           PERFORM 1100-TESTAR-FILE-STATUS.

           OPEN OUTPUT RELCCS.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'RELCCS'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELCCS         TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELCCS         TO WRK-FS-CADHIST.
           PERFORM 1100-TESTAR-FILE-STATUS.

           PERFORM 1050-GRAVAR-HEADER.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1010-LER-PARAMETRO              SECTION.
      *----------------------------------------------------------------*
      *    DATA DO MOVIMENTO A REPORTAR: ZEROS NO CARTAO = HOJE. DATA  *
      *    NAO NUMERICA OU FUTURA DERRUBA O JOB ANTES DE ABRIR A       *
      *    REMESSA.                                                    *
      *----------------------------------------------------------------*

           OPEN INPUT  PARMCCS.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'PARMCCS'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-PARMCCS        TO WRK-FILE-STATUS.
           MOVE WRK-FS-PARMCCS        TO WRK-FS-CADHIST.
           PERFORM 1100-TESTAR-FILE-STATUS.

           READ PARMCCS.
           SET WRK-LEITURA            TO TRUE.
           MOVE 'PARMCCS'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-PARMCCS        TO WRK-FILE-STATUS.
           MOVE WRK-FS-PARMCCS        TO WRK-FS-CADHIST.
           PERFORM 1100-TESTAR-FILE-STATUS.

           CLOSE PARMCCS.
           SET WRK-FECHAMENTO         TO TRUE.
           MOVE 'PARMCCS'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-PARMCCS        TO WRK-FILE-STATUS.
           MOVE WRK-FS-PARMCCS        TO WRK-FS-CADHIST.
           PERFORM 1100-TESTAR-FILE-STATUS.

           IF  PCC-DT-MOVTO            NOT NUMERIC
               MOVE WRK-MOT-DATA-INVALIDA
                                       TO WRK-EV-MOTIVO
               PERFORM 9000-ABORTAR-VALIDACAO
           END-IF.

           IF  PCC-DT-MOVTO            EQUAL ZEROS
               MOVE WRK-HOJE-AAAAMMDD  TO WRK-DT-MOVTO
           ELSE
               MOVE PCC-DT-MOVTO       TO WRK-DT-MOVTO
           END-IF.

           IF  WRK-DT-MOVTO            < 19000101 OR
               WRK-DT-MOVTO            > WRK-HOJE-AAAAMMDD
               MOVE WRK-MOT-DATA-INVALIDA
                                       TO WRK-EV-MOTIVO
               PERFORM 9000-ABORTAR-VALIDACAO
           END-IF.

      *----------------------------------------------------------------*
       1010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1030-OBTER-PARAMETROS           SECTION.
      *----------------------------------------------------------------*
      *    BUSCA O CNPJ BASE DA INSTITUICAO NO PARMCAD (BRAD7160); SE  *
      *    O PARAMETRO NAO EXISTIR, VALE O DEFAULT COMPILADO.          *
      *----------------------------------------------------------------*

           MOVE WRK-CNPJ-INSTITUICAO   TO WRK-7160-VALOR.

           CALL 'BRAD7160'             USING WRK-AREA-BRAD7160.

           MOVE WRK-7160-VALOR         TO WRK-CNPJ-INSTITUICAO.

      *----------------------------------------------------------------*
       1030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1050-GRAVAR-HEADER              SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO REG-CCSREM.
           SET CCS-REG-HEADER          TO TRUE.
           MOVE 'CCS001'               TO CCS-HDR-LEIAUTE.
           MOVE WRK-CNPJ-INSTITUICAO   TO CCS-HDR-CNPJ-BASE.
           MOVE WRK-DT-MOVTO           TO CCS-HDR-DT-MOVTO.
           MOVE WRK-HOJE-AAAAMMDD      TO CCS-HDR-DT-GERACAO.

           PERFORM 2790-ESCREVER-CCSBACEN.

      *----------------------------------------------------------------*
       1050-99-FIM.                    EXIT.
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
       2000-LER-CADHIST                SECTION.
      *----------------------------------------------------------------*

           READ CADHIST                INTO REG-CADHST.

           IF WRK-FS-CADHIST           EQUAL '10'
              MOVE 'S'                 TO WRK-FECHAR
              GO TO 2000-99-FIM
           END-IF.

           SET WRK-LEITURA             TO TRUE.
           MOVE 'CADHIST'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-CADHIST         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           ADD 1                       TO WRK-TOT-LIDOS.

           PERFORM 2050-CONVERTER-IMAGENS.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2050-CONVERTER-IMAGENS          SECTION.
      *----------------------------------------------------------------*
      *    OCORRENCIA GRAVADA ANTES DA CONVERSAO DO CPF/CNPJ PARA      *
      *    ALFANUMERICO TEM AS IMAGENS NO LAYOUT ANTERIOR: A BRAD7310  *
      *    AS CONVERTE PARA O LAYOUT ATUAL DO I#CADREG (IMAGEM JA      *
      *    ATUAL OU VAZIA VOLTA SEM ALTERACAO).                        *
      *----------------------------------------------------------------*

           MOVE HST-IMAGEM-ANTES       TO WRK-7310-IMAGEM.
           CALL 'BRAD7310'             USING WRK-AREA-BRAD7310.
           MOVE WRK-7310-IMAGEM        TO HST-IMAGEM-ANTES.

           MOVE HST-IMAGEM-DEPOIS      TO WRK-7310-IMAGEM.
           CALL 'BRAD7310'             USING WRK-AREA-BRAD7310.
           MOVE WRK-7310-IMAGEM        TO HST-IMAGEM-DEPOIS.

      *----------------------------------------------------------------*
       2050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2400-SELECIONAR-OCORRENCIA      SECTION.
      *----------------------------------------------------------------*
      *    SO INTERESSAM AS OCORRENCIAS DO DIA DO MOVIMENTO (DATA EM   *
      *    HST-DATA-HORA(1:8)); A OCORRENCIA DO DIA QUE NAO GERA       *
      *    MOVIMENTO NO CCS E SO CONTADA.                              *
      *----------------------------------------------------------------*

           IF  HST-DATA-HORA(1:8)      NOT EQUAL WRK-DT-MOVTO-X
               GO TO 2400-99-FIM
           END-IF.

           ADD 1                       TO WRK-TOT-DO-DIA.

           MOVE 'N'                    TO WRK-GEROU-MOVIMENTO.
           MOVE WRK-DT-MOVTO           TO WRK-DT-EVENTO.

           EVALUATE TRUE
               WHEN HST-OPER-INCLUSAO
                   PERFORM 2500-TRATAR-INCLUSAO
               WHEN HST-OPER-EXCLUSAO
                   PERFORM 2520-TRATAR-EXCLUSAO
               WHEN HST-OPER-ALTERACAO
                   PERFORM 2540-TRATAR-ALTERACAO
           END-EVALUATE.

           IF  WRK-GEROU-MOVIMENTO     EQUAL 'N'
               ADD 1                   TO WRK-TOT-SEM-EFEITO
           END-IF.

      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2500-TRATAR-INCLUSAO            SECTION.
      *----------------------------------------------------------------*
      *    CONTA INCLUIDA JA ENCERRADA NAO INICIA RELACIONAMENTO. A    *
      *    DATA DO INICIO E A DATA DE ABERTURA DA CONTA QUANDO ELA E   *
      *    VALIDA E NAO POSTERIOR AO MOVIMENTO.                        *
      *----------------------------------------------------------------*

           MOVE HST-IMAGEM-DEPOIS      TO REG-CADACLIE.

           IF  CAD-IDENTF-CTA          EQUAL 'EN'
               GO TO 2500-99-FIM
           END-IF.

           IF  CAD-DT-ABERT            NOT LESS 19000101 AND
               CAD-DT-ABERT            NOT GREATER WRK-DT-MOVTO
               MOVE CAD-DT-ABERT       TO WRK-DT-EVENTO
           END-IF.

           SET WRK-MOV-INICIO          TO TRUE.
           MOVE 'I'                    TO WRK-MOTIVO.
           PERFORM 2700-GRAVAR-MOVIMENTO.

      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2520-TRATAR-EXCLUSAO            SECTION.
      *----------------------------------------------------------------*
      *    TODA EXCLUSAO ENCERRA O RELACIONAMENTO; A REMOCAO FEITA     *
      *    PELO ARQUIVAMENTO (BRAD0400) E IDENTIFICADA PELO MOTIVO A.  *
      *----------------------------------------------------------------*

           MOVE HST-IMAGEM-ANTES       TO REG-CADACLIE.

           IF  HST-TRANSACAO           EQUAL 'BRAD0400'
               MOVE 'A'                TO WRK-MOTIVO
           ELSE
               MOVE 'E'                TO WRK-MOTIVO
           END-IF.

           SET WRK-MOV-FIM             TO TRUE.
           PERFORM 2700-GRAVAR-MOVIMENTO.

      *----------------------------------------------------------------*
       2520-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2540-TRATAR-ALTERACAO           SECTION.
      *----------------------------------------------------------------*
      *    COMPARA DOCUMENTO E IDENTIFICACAO DA CONTA NAS DUAS IMAGENS.*
      *    NA TROCA DE CPF/CNPJ O DOCUMENTO ANTIGO ENCERRA E O NOVO    *
      *    INICIA; SEM TROCA, SO INTERESSA A PASSAGEM PARA 'EN' OU A   *
      *    SAIDA DE 'EN'.                                              *
      *----------------------------------------------------------------*

           MOVE HST-IMAGEM-ANTES       TO REG-CADACLIE.
           MOVE CAD-CGC-CPF            TO WRK-ANT-CGC-CPF.
           MOVE CAD-IDENTF-CTA         TO WRK-ANT-IDENTF.

           MOVE HST-IMAGEM-DEPOIS      TO REG-CADACLIE.
           MOVE CAD-CGC-CPF            TO WRK-DEP-CGC-CPF.
           MOVE CAD-IDENTF-CTA         TO WRK-DEP-IDENTF.

           IF  WRK-ANT-CGC-CPF         NOT EQUAL WRK-DEP-CGC-CPF
               MOVE 'C'                TO WRK-MOTIVO
               IF  NOT WRK-ANT-ENCERRADA
                   MOVE HST-IMAGEM-ANTES
                                       TO REG-CADACLIE
                   SET WRK-MOV-FIM     TO TRUE
                   PERFORM 2700-GRAVAR-MOVIMENTO
               END-IF
               IF  NOT WRK-DEP-ENCERRADA
                   MOVE HST-IMAGEM-DEPOIS
                                       TO REG-CADACLIE
                   SET WRK-MOV-INICIO  TO TRUE
                   PERFORM 2700-GRAVAR-MOVIMENTO
               END-IF
               GO TO 2540-99-FIM
           END-IF.

           IF  NOT WRK-ANT-ENCERRADA   AND
               WRK-DEP-ENCERRADA
               SET WRK-MOV-FIM         TO TRUE
               MOVE 'N'                TO WRK-MOTIVO
               PERFORM 2700-GRAVAR-MOVIMENTO
           END-IF.

           IF  WRK-ANT-ENCERRADA       AND
               NOT WRK-DEP-ENCERRADA
               SET WRK-MOV-INICIO      TO TRUE
               MOVE 'R'                TO WRK-MOTIVO
               PERFORM 2700-GRAVAR-MOVIMENTO
           END-IF.

      *----------------------------------------------------------------*
       2540-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2600-MONTAR-DOCUMENTO           SECTION.
      *----------------------------------------------------------------*
      *    MESMA REGRA DA BRAD7200: FILIAL ZERO = CPF (PESSOA FISICA), *
      *    SENAO CNPJ (PESSOA JURIDICA) - BASE = CAD-PRINCIPAL(2:8) E  *
      *    FILIAL = CAD-FILIAL(2:4), DIGITOS OU LETRAS.                *
      *----------------------------------------------------------------*

           IF  CAD-FILIAL              EQUAL ZEROS
               SET CCS-PESSOA-FISICA   TO TRUE
               MOVE CAD-PRINCIPAL      TO WRK-CPF-BASE
               MOVE CAD-CTLE           TO WRK-CPF-DV
               MOVE WRK-CPF-MONTADO    TO CCS-DET-CPF-CNPJ
           ELSE
               SET CCS-PESSOA-JURIDICA TO TRUE
               MOVE CAD-PRINCIPAL(2:8) TO WRK-CNPJ-BASE
               MOVE CAD-FILIAL(2:4)    TO WRK-CNPJ-FILIAL
               MOVE CAD-CTLE           TO WRK-CNPJ-DV
               MOVE WRK-CNPJ-MONTADO   TO CCS-DET-CPF-CNPJ
           END-IF.

      *----------------------------------------------------------------*
       2600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2700-GRAVAR-MOVIMENTO           SECTION.
      *----------------------------------------------------------------*
      *    GRAVA UM DETALHE NA REMESSA COM A CONTA E O DOCUMENTO DA    *
      *    IMAGEM CARREGADA EM REG-CADACLIE; O CHAMADOR JA PREPAROU    *
      *    WRK-MOVIMENTO, WRK-MOTIVO E WRK-DT-EVENTO.                  *
      *----------------------------------------------------------------*

           ADD 1                       TO WRK-TOT-GRAVADOS.

           MOVE SPACES                 TO REG-CCSREM.
           SET CCS-REG-DETALHE         TO TRUE.
           MOVE WRK-TOT-GRAVADOS       TO CCS-DET-SEQ.
           MOVE WRK-MOVIMENTO          TO CCS-DET-MOVIMENTO.

           PERFORM 2600-MONTAR-DOCUMENTO.

           MOVE WRK-DT-EVENTO          TO CCS-DET-DT-EVENTO.
           MOVE CAD-AGENCIA            TO CCS-DET-AGENCIA.
           MOVE CAD-RAZAO              TO CCS-DET-RAZAO.
           MOVE CAD-CONTA              TO CCS-DET-CONTA.
           MOVE WRK-MOTIVO             TO CCS-DET-MOTIVO.

           PERFORM 2790-ESCREVER-CCSBACEN.

           IF  WRK-MOV-INICIO
               ADD 1                   TO WRK-TOT-INICIOS
           ELSE
               ADD 1                   TO WRK-TOT-FINS
           END-IF.

           MOVE 'S'                    TO WRK-GEROU-MOVIMENTO.

           PERFORM 2730-IMPRIMIR-DETALHE.

      *----------------------------------------------------------------*
       2700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2730-IMPRIMIR-DETALHE           SECTION.
      *----------------------------------------------------------------*

           MOVE CCS-DET-AGENCIA        TO LIN-DET-AGENCIA.
           MOVE CCS-DET-RAZAO          TO LIN-DET-RAZAO.
           MOVE CCS-DET-CONTA          TO LIN-DET-CONTA.
           MOVE CCS-DET-TP-PESSOA      TO LIN-DET-TP-PESSOA.
           MOVE CCS-DET-CPF-CNPJ       TO LIN-DET-CPF-CNPJ.
           MOVE CCS-DET-DT-EVENTO      TO LIN-DET-DT-EVENTO.
           MOVE HST-TRANSACAO          TO LIN-DET-TRANSACAO.

           IF  WRK-MOV-INICIO
               MOVE 'INICIO'           TO LIN-DET-MOVIMENTO
           ELSE
               MOVE 'FIM'              TO LIN-DET-MOVIMENTO
           END-IF.

           EVALUATE WRK-MOTIVO
               WHEN 'I'
                   MOVE 'INCLUSAO DE CONTA'
                                       TO LIN-DET-MOTIVO
               WHEN 'E'
                   MOVE 'EXCLUSAO DE CONTA'
                                       TO LIN-DET-MOTIVO
               WHEN 'N'
                   MOVE 'ENCERRAMENTO DE CONTA'
                                       TO LIN-DET-MOTIVO
               WHEN 'R'
                   MOVE 'REATIVACAO DE CONTA ENCERRADA'
                                       TO LIN-DET-MOTIVO
               WHEN 'C'
                   MOVE 'TROCA DE CPF/CNPJ DO TITULAR'
                                       TO LIN-DET-MOTIVO
               WHEN 'A'
                   MOVE 'REMOCAO PELO ARQUIVAMENTO'
                                       TO LIN-DET-MOTIVO
           END-EVALUATE.

           MOVE LIN-DETALHE            TO REG-RELCCS.
           PERFORM 2770-GRAVAR-LINHA.

      *----------------------------------------------------------------*
       2730-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2750-IMPRIMIR-CABECALHO         SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO WRK-CONT-PAGINA.
           MOVE WRK-CONT-PAGINA        TO LIN-1-PAGINA.
           MOVE WRK-DT-MOVTO           TO LIN-2-DATA.
           MOVE WRK-CNPJ-INSTITUICAO   TO LIN-2-CNPJ-BASE.

           MOVE LIN-CABECALHO-1        TO REG-RELCCS.
           PERFORM 2780-ESCREVER-RELCCS.

           MOVE LIN-CABECALHO-2        TO REG-RELCCS.
           PERFORM 2780-ESCREVER-RELCCS.

           MOVE LIN-BRANCO             TO REG-RELCCS.
           PERFORM 2780-ESCREVER-RELCCS.

           MOVE LIN-CABECALHO-3        TO REG-RELCCS.
           PERFORM 2780-ESCREVER-RELCCS.

           MOVE ZEROS                  TO WRK-CONT-LINHAS.

      *----------------------------------------------------------------*
       2750-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2770-GRAVAR-LINHA               SECTION.
      *----------------------------------------------------------------*
      *    GRAVA A LINHA JA MOVIDA PARA REG-RELCCS, ABRINDO NOVA       *
      *    PAGINA QUANDO NECESSARIO.                                   *
      *----------------------------------------------------------------*

           IF  WRK-CONT-LINHAS         EQUAL ZEROS OR
               WRK-CONT-LINHAS         >= WRK-LINHAS-POR-PAGINA
               MOVE REG-RELCCS         TO WRK-LINHA-PENDENTE
               PERFORM 2750-IMPRIMIR-CABECALHO
               MOVE WRK-LINHA-PENDENTE TO REG-RELCCS
           END-IF.

           PERFORM 2780-ESCREVER-RELCCS.

           ADD 1                       TO WRK-CONT-LINHAS.

      *----------------------------------------------------------------*
       2770-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2780-ESCREVER-RELCCS            SECTION.
      *----------------------------------------------------------------*

           WRITE REG-RELCCS.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELCCS'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELCCS          TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELCCS          TO WRK-FS-CADHIST.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       2780-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2790-ESCREVER-CCSBACEN          SECTION.
      *----------------------------------------------------------------*

           WRITE REG-CCSREM.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'CCSBACEN'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-CCSBACEN        TO WRK-FILE-STATUS.
           MOVE WRK-FS-CCSBACEN        TO WRK-FS-CADHIST.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       2790-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2800-GRAVAR-TRAILER             SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO REG-CCSREM.
           SET CCS-REG-TRAILER         TO TRUE.
           MOVE WRK-TOT-GRAVADOS       TO CCS-TRL-QTD-DETALHES.
           MOVE WRK-TOT-INICIOS        TO CCS-TRL-QTD-INICIOS.
           MOVE WRK-TOT-FINS           TO CCS-TRL-QTD-FINS.

           PERFORM 2790-ESCREVER-CCSBACEN.

      *----------------------------------------------------------------*
       2800-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2900-IMPRIMIR-TOTAIS            SECTION.
      *----------------------------------------------------------------*

           IF  WRK-CONT-PAGINA         EQUAL ZEROS
               PERFORM 2750-IMPRIMIR-CABECALHO
           END-IF.

           MOVE LIN-BRANCO             TO REG-RELCCS.
           PERFORM 2780-ESCREVER-RELCCS.

           MOVE WRK-TOT-LIDOS          TO LIN-TOT-LIDOS.
           MOVE WRK-TOT-DO-DIA         TO LIN-TOT-DO-DIA.
           MOVE WRK-TOT-SEM-EFEITO     TO LIN-TOT-SEM-EFEITO.
           MOVE LIN-TOTAIS-1           TO REG-RELCCS.
           PERFORM 2780-ESCREVER-RELCCS.

           MOVE WRK-TOT-GRAVADOS       TO LIN-TOT-GRAVADOS.
           MOVE WRK-TOT-INICIOS        TO LIN-TOT-INICIOS.
           MOVE WRK-TOT-FINS           TO LIN-TOT-FINS.
           MOVE LIN-TOTAIS-2           TO REG-RELCCS.
           PERFORM 2780-ESCREVER-RELCCS.

      *----------------------------------------------------------------*
       2900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-FECHAR-ARQUIVO             SECTION.
      *----------------------------------------------------------------*

           CLOSE CADHIST.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'CADHIST'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-CADHIST         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           CLOSE CCSBACEN.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'CCSBACEN'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-CCSBACEN        TO WRK-FILE-STATUS.
           MOVE WRK-FS-CCSBACEN        TO WRK-FS-CADHIST.
           PERFORM 1100-TESTAR-FILE-STATUS.

           CLOSE RELCCS.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'RELCCS'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELCCS          TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELCCS          TO WRK-FS-CADHIST.
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

           MOVE 'BRAD0580'             TO STA-PGM.
           MOVE WRK-TOT-LIDOS          TO STA-TOT-LIDOS.
           MOVE WRK-TOT-GRAVADOS       TO STA-TOT-GRAVADOS.
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
       9000-ABORTAR-VALIDACAO          SECTION.
      *----------------------------------------------------------------*
      *    CARTAO DE PARAMETRO INVALIDO: REGISTRA NO LOG DE AUDITORIA  *
      *    (BRAD7110) E DERRUBA O JOB COM RETURN-CODE 12.              *
      *----------------------------------------------------------------*

           MOVE 'APL'                  TO ERR-TIPO-ACESSO.
           MOVE WRK-ERRO-VALIDACAO     TO ERR-TEXTO.
           PERFORM 9999-ROTINA-ERRO.

      *----------------------------------------------------------------*
       9000-99-FIM.                    EXIT.
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
