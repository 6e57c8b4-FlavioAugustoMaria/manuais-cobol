      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. BRAD0630.
       AUTHOR.     FLAVIO AUGUSTO MARIA.
      *================================================================*
      *                   P R I M E  I N F O R M A T I C A             *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  BRAD0630                                     *
      *    PROGRAMADOR.:  FLAVIO AUGUSTO MARIA              -  PRIME   *
      *    ANALISTA....:                                    -          *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  VERIFICACAO SEMANAL DE INTEGRIDADE ENTRE O   *
      *                   JORNAL CADHIST, O CADASTRO DE CLIENTES E OS  *
      *                   ARQUIVOS DERIVADOS DELE. NAO ALTERA NADA:    *
      *                   IMPRIME A LISTAGEM DE DIVERGENCIAS E         *
      *                   DEVOLVE RETURN-CODE 04 QUANDO HA ALGUMA,     *
      *                   PARA A OPERACAO E PARA O MONITOR DA CADEIA   *
      *                   (BRAD0470, FREQUENCIA SEMANAL).              *
      *----------------------------------------------------------------*
      *    VERIFICACOES:  1 - JORNAL X CADASTRO: A ULTIMA IMAGEM       *
      *                   DEPOIS DE CADA CONTA NO CADHIST DEVE SER     *
      *                   IGUAL AO REGISTRO VIVO; CONTA CUJA ULTIMA    *
      *                   OCORRENCIA E EXCLUSAO NAO PODE ESTAR NO      *
      *                   CADASTRO; CONTA COM TRILHA NAO EXCLUIDA TEM  *
      *                   DE ESTAR NO CADASTRO; REGISTRO VIVO SEM      *
      *                   NENHUMA OCORRENCIA NO JORNAL E DIVERGENCIA   *
      *                   QUANDO ABERTO A PARTIR DA DATA DA OCORRENCIA *
      *                   MAIS ANTIGA LIDA (ANTES DISSO A CONTA PODE   *
      *                   TER SIDO CARREGADA ANTES DO JORNAL OU TER A  *
      *                   TRILHA EXPURGADA - SO E CONTADA).            *
      *                   2 - FONCAD: TODA ENTRADA DEVE APONTAR PARA   *
      *                   CONTA EXISTENTE E TRAZER O NOME ATUAL DO     *
      *                   TITULAR.                                     *
      *                   3 - APRCAD: PENDENCIA DE INCLUSAO NAO PODE   *
      *                   TER A CONTA JA NO CADASTRO; PENDENCIA DE     *
      *                   ALTERACAO/EXCLUSAO EXIGE A CONTA NO CADASTRO *
      *                   IGUAL A IMAGEM GUARDADA NO PEDIDO.           *
      *                   4 - AIX POR CPF/CNPJ: PERCORRIDO DO INICIO   *
      *                   AO FIM, DEVE VIR EM ORDEM DE DOCUMENTO E     *
      *                   ALCANCAR EXATAMENTE OS REGISTROS DO CLUSTER  *
      *                   BASE (QUANTIDADE E HASH-TOTAL DAS CONTAS).   *
      *----------------------------------------------------------------*
      *    JORNAL......:  O CADHIST VIVO SO TEM O MES CORRENTE         *
      *                   (BRAD0510); O DD CADHIST DEVE CONCATENAR AS  *
      *                   GERACOES MENSAIS RETIDAS E O ARQUIVO VIVO,   *
      *                   EM QUALQUER ORDEM. IMAGENS NO LAYOUT         *
      *                   ANTERIOR AO CPF/CNPJ ALFANUMERICO SAO        *
      *                   CONVERTIDAS PELA BRAD7310 ANTES DE COMPARAR. *
      *                   EXECUTAR NA JANELA BATCH COM O ONLINE        *
      *                   FECHADO, DEPOIS DO BRAD0530 (FONCAD).        *
      *----------------------------------------------------------------*
      *    SAIDAS......:  RELVERIF - DIVERGENCIAS (VERIFICACAO, CONTA, *
      *                   CPF/CNPJ, DESCRICAO E COMPLEMENTO) E TOTAIS  *
      *                   POR VERIFICACAO.                             *
      *                   RUNSTAT - LIDOS = REGISTROS LIDOS NOS        *
      *                   QUATRO ARQUIVOS, REJEITADOS = DIVERGENCIAS   *
      *                   (BRAD7130).                                  *
      *----------------------------------------------------------------*
      *    RETORNO.....:  RETURN-CODE 04 QUANDO HA DIVERGENCIA; 12 EM  *
      *                   ERRO DE ARQUIVO.                             *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#CADHST - LAYOUT DO JORNAL DE ALTERACOES (CADHIST).        *
      *    I#CADREG - LAYOUT DO REGISTRO DE CLIENTES (CADACLIE).       *
      *    I#FONCAD - LAYOUT DO ARQUIVO DE BUSCA FONETICA (FONCAD).    *
      *    I#CADAPR - LAYOUT DAS PENDENCIAS DE APROVACAO (APRCAD).     *
      *    I#BRAD7S - AREA DE COMUNICACAO COM O MODULO BRAD7130.       *
      *    I#BRAD7C - AREA PARA TRATAMENTO DE ERRO PELA BRAD7100       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD7100 - MODULO TRATAMENTO DE ERRO.                       *
      *    BRAD7110 - MODULO DE LOG DE AUDITORIA.                      *
      *    BRAD7130 - MODULO DE TOTAIS DE EXECUCAO (RUNSTAT).          *
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

           SELECT CADACLIE-VSAM ASSIGN     TO UT-S-CADAVSAM
                      ORGANIZATION         IS INDEXED
                      ACCESS MODE          IS DYNAMIC
                      RECORD KEY           IS CAD-CHAVE
                      ALTERNATE RECORD KEY IS CAD-CGC-CPF
                                           WITH DUPLICATES
                      FILE STATUS          IS WRK-FS-CADAVSAM.

           SELECT FONCAD    ASSIGN     TO UT-S-FONCAD
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS SEQUENTIAL
                      RECORD KEY       IS FON-CHAVE
                      FILE STATUS      IS WRK-FS-FONCAD.

           SELECT APRCAD    ASSIGN     TO UT-S-APRCAD
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS SEQUENTIAL
                      RECORD KEY       IS APR-CHAVE
                      FILE STATUS      IS WRK-FS-APRCAD.

           SELECT RELVERIF  ASSIGN     TO UT-S-RELVERIF
                      FILE STATUS      IS WRK-FS-RELVERIF.

           SELECT SRTVERIF  ASSIGN     TO UT-S-SRTVERIF.

      *================================================================*
       DATA DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INPUT  :  JORNAL DE ALTERACOES DO CADASTRO DE CLIENTES      *
      *              (GERACOES MENSAIS + ARQUIVO VIVO CONCATENADOS)    *
      *              ORG. SEQUENCIAL   -   LRECL = 613                 *
      *----------------------------------------------------------------*

       FD  CADHIST
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

           COPY 'I#CADHST'.

      *----------------------------------------------------------------*
      *    INPUT  :  CADASTRO DE CLIENTES - ORG. INDEXADA (KSDS + AIX) *
      *----------------------------------------------------------------*

       FD  CADACLIE-VSAM
           LABEL RECORD IS STANDARD.

       COPY 'I#CADREG'.

      *----------------------------------------------------------------*
      *    INPUT  :  BUSCA FONETICA - ORG. INDEXADA (KSDS)             *
      *----------------------------------------------------------------*

       FD  FONCAD
           LABEL RECORD IS STANDARD.

       COPY 'I#FONCAD'.

      *----------------------------------------------------------------*
      *    INPUT  :  PENDENCIAS DE APROVACAO - ORG. INDEXADA (KSDS)    *
      *----------------------------------------------------------------*

       FD  APRCAD
           LABEL RECORD IS STANDARD.

       COPY 'I#CADAPR'.

      *----------------------------------------------------------------*
      *    OUTPUT :  LISTAGEM DE DIVERGENCIAS                          *
      *              ORG. SEQUENCIAL   -   LRECL = 132                 *
      *----------------------------------------------------------------*

       FD  RELVERIF
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  REG-RELVERIF                 PIC  X(132).

      *----------------------------------------------------------------*
      *    SORT  :  OCORRENCIAS DO JORNAL POR CONTA (ORDEM DE BYTES,   *
      *              A MESMA DO KSDS), DATA/HORA E ORDEM DE LEITURA.   *
      *----------------------------------------------------------------*

       SD  SRTVERIF.

       01  REG-SRTVERIF.
           05  SRT-CHAVE                PIC  X(10).
           05  SRT-DATA-HORA            PIC  X(16).
           05  SRT-SEQ-LEITURA          PIC  9(09)  COMP.
           05  SRT-OPERACAO             PIC  X(01).
           05  SRT-TRANSACAO            PIC  X(08).
           05  SRT-IMAGEM-DEPOIS        PIC  X(280).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** INICIO DA WORKING BRAD0630                 ***'.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** VARIAVEIS AUXILIARES                       ***'.
      *----------------------------------------------------------------*

       77  WRK-FECHAR                  PIC  X(001)         VALUE 'N'.
       77  WRK-PGM                     PIC  X(008)         VALUE
           'BRAD0630'.
       77  WRK-BATCH                   PIC  X(008)         VALUE
           'BATCH'.
       77  WRK-SQLCA-OU-STATUS         PIC  X(136)         VALUE SPACES.
       77  WRK-TOT-LIDOS-HST           PIC  9(009) COMP    VALUE ZEROS.
       77  WRK-TOT-CONTAS-HST          PIC  9(009) COMP    VALUE ZEROS.
       77  WRK-TOT-LIDOS-BASE          PIC  9(009) COMP    VALUE ZEROS.
       77  WRK-TOT-SEM-TRILHA-ANT      PIC  9(009) COMP    VALUE ZEROS.
       77  WRK-TOT-LIDOS-AIX           PIC  9(009) COMP    VALUE ZEROS.
       77  WRK-TOT-LIDOS-FONCAD        PIC  9(009) COMP    VALUE ZEROS.
       77  WRK-TOT-LIDOS-APRCAD        PIC  9(009) COMP    VALUE ZEROS.
       77  WRK-TOT-DIVERGENCIAS        PIC  9(009) COMP    VALUE ZEROS.
       77  WRK-HASH-BASE               PIC  9(015) COMP-3  VALUE ZEROS.
       77  WRK-HASH-AIX                PIC  9(015) COMP-3  VALUE ZEROS.
       77  WRK-VERIFICACAO             PIC  9(001)         VALUE ZEROS.
       77  WRK-HOJE-AAAAMMDD           PIC  9(008)         VALUE ZEROS.
       77  WRK-CONT-PAGINA             PIC  9(004) COMP    VALUE ZEROS.
       77  WRK-LINHAS-POR-PAGINA       PIC  9(002) COMP    VALUE 55.
       77  WRK-CONT-LINHAS             PIC  9(002) COMP    VALUE ZEROS.
       77  WRK-ABORTAR                 PIC  X(001)         VALUE 'N'.
           88  WRK-EXECUCAO-ABORTADA                       VALUE 'S'.
       77  WRK-FIM-ORDENADOS           PIC  X(001)         VALUE 'N'.
           88  WRK-ORDENADOS-ESGOTADOS                     VALUE 'S'.

      *----------------------------------------------------------------*
      *    CASAMENTO JORNAL X CADASTRO: AS CHAVES SAO COMPARADAS COMO  *
      *    X(10) (ORDEM DE BYTES DO KSDS); HIGH-VALUES = FIM DO LADO.  *
      *----------------------------------------------------------------*

       01  WRK-CHAVE-HST.
           05  WRK-HST-AGENCIA         PIC  9(005) COMP-3  VALUE ZEROS.
           05  WRK-HST-RAZAO           PIC  9(005) COMP-3  VALUE ZEROS.
           05  WRK-HST-CONTA           PIC  9(007) COMP-3  VALUE ZEROS.
       01  WRK-CHAVE-HST-X             REDEFINES
           WRK-CHAVE-HST               PIC  X(010).

       01  WRK-CHAVE-CAD-X             PIC  X(010)         VALUE
           LOW-VALUES.

       01  WRK-ULT-OPERACAO            PIC  X(001)         VALUE SPACES.
           88  WRK-ULT-EXCLUSAO                            VALUE 'E'.
       01  WRK-ULT-DATA-HORA           PIC  X(016)         VALUE SPACES.
       01  WRK-ULT-TRANSACAO           PIC  X(008)         VALUE SPACES.
       01  WRK-ULT-IMAGEM              PIC  X(280)         VALUE SPACES.

       01  WRK-INICIO-JORNAL           PIC  X(008)         VALUE
           HIGH-VALUES.
       01  WRK-DT-ABERT                PIC  9(008)         VALUE ZEROS.
       01  WRK-DT-ABERT-X              REDEFINES
           WRK-DT-ABERT                PIC  X(008).

       01  WRK-CGC-CPF-ANTERIOR        PIC  X(016)         VALUE
           LOW-VALUES.

       01  WRK-IMAGEM-CADASTRO         PIC  X(280)         VALUE SPACES.

      *----------------------------------------------------------------*
      *    DIVERGENCIAS POR VERIFICACAO (1 A 4)                        *
      *----------------------------------------------------------------*

       01  WRK-TAB-DIVERGENCIAS.
           05  WRK-DIVERG-VERIF        PIC  9(007) COMP
                                       OCCURS 4 TIMES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** LINHAS DE IMPRESSAO DA LISTAGEM            ***'.
      *----------------------------------------------------------------*

       01  LIN-CABECALHO-1.
           05  FILLER                  PIC  X(070)         VALUE
               'BRAD0630 - VERIFICACAO JORNAL X CADASTRO E ARQUIVOS DERI
      -        'VADOS'.
           05  FILLER                  PIC  X(042)         VALUE SPACES.
           05  FILLER                  PIC  X(008)         VALUE
               'PAGINA: '.
           05  LIN-1-PAGINA            PIC  ZZZ9.
           05  FILLER                  PIC  X(008)         VALUE SPACES.

       01  LIN-CABECALHO-2.
           05  FILLER                  PIC  X(023)         VALUE
               'DATA DE PROCESSAMENTO: '.
           05  LIN-2-DATA              PIC  9999/99/99.
           05  FILLER                  PIC  X(099)         VALUE SPACES.

       01  LIN-CABECALHO-3.
           05  FILLER                  PIC  X(004)         VALUE
               'VER'.
           05  FILLER                  PIC  X(021)         VALUE
               'AGENC/RAZAO/CONTA'.
           05  FILLER                  PIC  X(018)         VALUE
               'CPF/CNPJ'.
           05  FILLER                  PIC  X(047)         VALUE
               'DIVERGENCIA'.
           05  FILLER                  PIC  X(042)         VALUE
               'COMPLEMENTO'.

       01  LIN-DETALHE.
           05  LIN-DET-VERIFICACAO     PIC  9(001).
           05  FILLER                  PIC  X(003)         VALUE SPACES.
           05  LIN-DET-AGENCIA         PIC  ZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE '/'.
           05  LIN-DET-RAZAO           PIC  ZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE '/'.
           05  LIN-DET-CONTA           PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-CGC-CPF         PIC  X(016).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-DESCRICAO       PIC  X(045).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-COMPLEMENTO     PIC  X(040).
           05  FILLER                  PIC  X(002)         VALUE SPACES.

       01  LIN-TOTAL.
           05  LIN-TOT-DESCRICAO       PIC  X(045).
           05  LIN-TOT-VALOR           PIC  ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(076)         VALUE SPACES.

       01  WRK-EDT-QUANTIDADE          PIC  ZZZ.ZZZ.ZZ9.
       01  WRK-EDT-QUANTIDADE-2        PIC  ZZZ.ZZZ.ZZ9.

       01  LIN-BRANCO                  PIC  X(132)         VALUE SPACES.
       01  WRK-LINHA-PENDENTE          PIC  X(132)         VALUE SPACES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** MENSAGEM DE ERRO DE FILE-STATUS            ***'.
      *----------------------------------------------------------------*

       01  WRK-FS-CADHIST              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-CADAVSAM             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-FONCAD               PIC  X(002)         VALUE SPACES.
       01  WRK-FS-APRCAD               PIC  X(002)         VALUE SPACES.
       01  WRK-FS-RELVERIF             PIC  X(002)         VALUE SPACES.

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

           SORT SRTVERIF
               ON ASCENDING KEY SRT-CHAVE
                                SRT-DATA-HORA
                                SRT-SEQ-LEITURA
               INPUT PROCEDURE  IS 1500-CARREGAR-ORDENACAO
               OUTPUT PROCEDURE IS 2000-VERIFICAR-JORNAL.

           PERFORM 2400-VERIFICAR-AIX.

           PERFORM 2500-VERIFICAR-FONCAD.

           PERFORM 2600-VERIFICAR-APRCAD.

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

           INITIALIZE REG-CADHST
                      WRK-TAB-DIVERGENCIAS.

           OPEN INPUT  CADHIST.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'CADHIST'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-CADHIST        TO WRK-FILE-STATUS.
           MOVE WRK-FS-CADHIST        TO WRK-FS-CADAVSAM.
           PERFORM 1100-TESTAR-FILE-STATUS.

           OPEN INPUT  CADACLIE-VSAM.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'CADAVSAM'            TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-CADAVSAM       TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           OPEN INPUT  FONCAD.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'FONCAD'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-FONCAD         TO WRK-FILE-STATUS.
           MOVE WRK-FS-FONCAD         TO WRK-FS-CADAVSAM.
           PERFORM 1100-TESTAR-FILE-STATUS.

           OPEN INPUT  APRCAD.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'APRCAD'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-APRCAD         TO WRK-FILE-STATUS.
           MOVE WRK-FS-APRCAD         TO WRK-FS-CADAVSAM.
           PERFORM 1100-TESTAR-FILE-STATUS.

           OPEN OUTPUT RELVERIF.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'RELVERIF'            TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELVERIF       TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELVERIF       TO WRK-FS-CADAVSAM.
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
       1500-CARREGAR-ORDENACAO         SECTION.
      *----------------------------------------------------------------*
      *    PASSA TODO O JORNAL PARA O SORT SO COM A IMAGEM DEPOIS (A   *
      *    UNICA COMPARADA) E GUARDA A DATA DA OCORRENCIA MAIS ANTIGA, *
      *    QUE DELIMITA AS CONTAS VIVAS QUE DEVERIAM TER TRILHA.       *
      *----------------------------------------------------------------*

           PERFORM 1510-LER-CADHIST.

           PERFORM UNTIL WRK-FECHAR    EQUAL 'S'
               PERFORM 1550-LIBERAR-OCORRENCIA
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
           MOVE WRK-FS-CADHIST         TO WRK-FS-CADAVSAM.
           PERFORM 1100-TESTAR-FILE-STATUS.

           ADD 1                       TO WRK-TOT-LIDOS-HST.

      *----------------------------------------------------------------*
       1510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1550-LIBERAR-OCORRENCIA         SECTION.
      *----------------------------------------------------------------*

           IF  HST-DATA-HORA(1:8)      LESS WRK-INICIO-JORNAL
               MOVE HST-DATA-HORA(1:8) TO WRK-INICIO-JORNAL
           END-IF.

           MOVE HST-IMAGEM-DEPOIS      TO WRK-7310-IMAGEM.
           CALL 'BRAD7310'             USING WRK-AREA-BRAD7310.
           MOVE WRK-7310-IMAGEM        TO SRT-IMAGEM-DEPOIS.

           MOVE HST-CHAVE              TO SRT-CHAVE.
           MOVE HST-DATA-HORA(1:16)    TO SRT-DATA-HORA.
           MOVE WRK-TOT-LIDOS-HST      TO SRT-SEQ-LEITURA.
           MOVE HST-OPERACAO           TO SRT-OPERACAO.
           MOVE HST-TRANSACAO          TO SRT-TRANSACAO.

           RELEASE REG-SRTVERIF.

      *----------------------------------------------------------------*
       1550-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-VERIFICAR-JORNAL           SECTION.
      *----------------------------------------------------------------*
      *    VERIFICACAO 1: CASAMENTO DA ULTIMA OCORRENCIA DE CADA CONTA *
      *    NO JORNAL COM A LEITURA SEQUENCIAL DO CLUSTER BASE, QUE     *
      *    TAMBEM ACUMULA QUANTIDADE E HASH PARA A VERIFICACAO 4.      *
      *----------------------------------------------------------------*

           MOVE 1                      TO WRK-VERIFICACAO.

           MOVE LOW-VALUES             TO CAD-CHAVE.

           START CADACLIE-VSAM KEY NOT LESS CAD-CHAVE.

           IF  WRK-FS-CADAVSAM         EQUAL '23'
               MOVE HIGH-VALUES        TO WRK-CHAVE-CAD-X
           ELSE
               SET WRK-LEITURA         TO TRUE
               MOVE 'CADAVSAM'         TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-CADAVSAM    TO WRK-FILE-STATUS
               PERFORM 1100-TESTAR-FILE-STATUS
               PERFORM 2020-LER-BASE
           END-IF.

           PERFORM 2010-RETORNAR-ORDENADO.
           PERFORM 2100-OBTER-CONTA-JORNAL.

           PERFORM UNTIL WRK-CHAVE-HST-X EQUAL HIGH-VALUES AND
                         WRK-CHAVE-CAD-X EQUAL HIGH-VALUES
               EVALUATE TRUE
                   WHEN WRK-CHAVE-HST-X LESS WRK-CHAVE-CAD-X
                       PERFORM 2200-CONTA-SO-NO-JORNAL
                       PERFORM 2100-OBTER-CONTA-JORNAL
                   WHEN WRK-CHAVE-HST-X GREATER WRK-CHAVE-CAD-X
                       PERFORM 2250-CONTA-SO-NO-CADASTRO
                       PERFORM 2020-LER-BASE
                   WHEN OTHER
                       PERFORM 2300-COMPARAR-IMAGEM
                       PERFORM 2100-OBTER-CONTA-JORNAL
                       PERFORM 2020-LER-BASE
               END-EVALUATE
           END-PERFORM.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2010-RETORNAR-ORDENADO          SECTION.
      *----------------------------------------------------------------*

           RETURN SRTVERIF
               AT END
                   SET WRK-ORDENADOS-ESGOTADOS
                                       TO TRUE
           END-RETURN.

      *----------------------------------------------------------------*
       2010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2020-LER-BASE                   SECTION.
      *----------------------------------------------------------------*
      *    PROXIMO REGISTRO DO CLUSTER BASE; NO FIM, CHAVE HIGH-VALUES.*
      *----------------------------------------------------------------*

           READ CADACLIE-VSAM NEXT.

           IF  WRK-FS-CADAVSAM         EQUAL '10'
               MOVE HIGH-VALUES        TO WRK-CHAVE-CAD-X
               GO TO 2020-99-FIM
           END-IF.

           IF  WRK-FS-CADAVSAM         EQUAL '02'
               MOVE '00'               TO WRK-FS-CADAVSAM
           END-IF.

           SET WRK-LEITURA             TO TRUE.
           MOVE 'CADAVSAM'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-CADAVSAM        TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           ADD 1                       TO WRK-TOT-LIDOS-BASE.
           ADD CAD-CONTA               TO WRK-HASH-BASE.

           MOVE CAD-CHAVE              TO WRK-CHAVE-CAD-X.

      *----------------------------------------------------------------*
       2020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-OBTER-CONTA-JORNAL         SECTION.
      *----------------------------------------------------------------*
      *    CONSOME TODAS AS OCORRENCIAS DA PROXIMA CONTA DO JORNAL E   *
      *    RETEM A ULTIMA (OPERACAO, DATA/HORA, TRANSACAO, IMAGEM).    *
      *    O PRIMEIRO REGISTRO DA CONTA SEGUINTE FICA NA AREA DO SORT. *
      *----------------------------------------------------------------*

           IF  WRK-ORDENADOS-ESGOTADOS
               MOVE HIGH-VALUES        TO WRK-CHAVE-HST-X
               GO TO 2100-99-FIM
           END-IF.

           ADD 1                       TO WRK-TOT-CONTAS-HST.

           MOVE SRT-CHAVE              TO WRK-CHAVE-HST-X.

           PERFORM UNTIL WRK-ORDENADOS-ESGOTADOS OR
                         SRT-CHAVE     NOT EQUAL WRK-CHAVE-HST-X
               MOVE SRT-OPERACAO       TO WRK-ULT-OPERACAO
               MOVE SRT-DATA-HORA      TO WRK-ULT-DATA-HORA
               MOVE SRT-TRANSACAO      TO WRK-ULT-TRANSACAO
               MOVE SRT-IMAGEM-DEPOIS  TO WRK-ULT-IMAGEM
               PERFORM 2010-RETORNAR-ORDENADO
           END-PERFORM.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-CONTA-SO-NO-JORNAL         SECTION.
      *----------------------------------------------------------------*
      *    CONTA COM TRILHA E SEM REGISTRO VIVO: CORRETO SO QUANDO A   *
      *    ULTIMA OCORRENCIA E A EXCLUSAO.                             *
      *----------------------------------------------------------------*

           IF  WRK-ULT-EXCLUSAO
               GO TO 2200-99-FIM
           END-IF.

           PERFORM 2210-PREPARAR-LINHA-JORNAL.
           MOVE WRK-ULT-IMAGEM(12:16)  TO LIN-DET-CGC-CPF.
           MOVE 'CONTA DO JORNAL AUSENTE DO CADASTRO'
                                       TO LIN-DET-DESCRICAO.

           PERFORM 2800-REGISTRAR-DIVERGENCIA.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2210-PREPARAR-LINHA-JORNAL      SECTION.
      *----------------------------------------------------------------*
      *    CONTA E COMPLEMENTO (OPERACAO, TRANSACAO E DATA/HORA DA     *
      *    ULTIMA OCORRENCIA) DAS DIVERGENCIAS DA VERIFICACAO 1.       *
      *----------------------------------------------------------------*

           MOVE WRK-HST-AGENCIA        TO LIN-DET-AGENCIA.
           MOVE WRK-HST-RAZAO          TO LIN-DET-RAZAO.
           MOVE WRK-HST-CONTA          TO LIN-DET-CONTA.

           MOVE SPACES                 TO LIN-DET-COMPLEMENTO.
           STRING 'ULTIMA: '           DELIMITED BY SIZE
                  WRK-ULT-OPERACAO     DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-ULT-TRANSACAO    DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-ULT-DATA-HORA    DELIMITED BY SIZE
                  INTO LIN-DET-COMPLEMENTO.

      *----------------------------------------------------------------*
       2210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2250-CONTA-SO-NO-CADASTRO       SECTION.
      *----------------------------------------------------------------*
      *    REGISTRO VIVO SEM NENHUMA OCORRENCIA NO JORNAL. ABERTO      *
      *    ANTES DA OCORRENCIA MAIS ANTIGA LIDA, SO E CONTADO.         *
      *----------------------------------------------------------------*

           MOVE CAD-DT-ABERT           TO WRK-DT-ABERT.

           IF  WRK-DT-ABERT-X          LESS WRK-INICIO-JORNAL
               ADD 1                   TO WRK-TOT-SEM-TRILHA-ANT
               GO TO 2250-99-FIM
           END-IF.

           PERFORM 2260-PREPARAR-LINHA-CADASTRO.
           MOVE 'CONTA DO CADASTRO SEM TRILHA NO JORNAL'
                                       TO LIN-DET-DESCRICAO.
           MOVE SPACES                 TO LIN-DET-COMPLEMENTO.
           STRING 'ABERTA EM '         DELIMITED BY SIZE
                  WRK-DT-ABERT-X       DELIMITED BY SIZE
                  INTO LIN-DET-COMPLEMENTO.

           PERFORM 2800-REGISTRAR-DIVERGENCIA.

      *----------------------------------------------------------------*
       2250-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2260-PREPARAR-LINHA-CADASTRO    SECTION.
      *----------------------------------------------------------------*

           MOVE CAD-AGENCIA            TO LIN-DET-AGENCIA.
           MOVE CAD-RAZAO              TO LIN-DET-RAZAO.
           MOVE CAD-CONTA              TO LIN-DET-CONTA.
           MOVE CAD-CGC-CPF            TO LIN-DET-CGC-CPF.

      *----------------------------------------------------------------*
       2260-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2300-COMPARAR-IMAGEM            SECTION.
      *----------------------------------------------------------------*
      *    CONTA NOS DOIS LADOS: A ULTIMA OCORRENCIA NAO PODE SER      *
      *    EXCLUSAO E A IMAGEM DEPOIS TEM DE SER O REGISTRO VIVO.      *
      *----------------------------------------------------------------*

           IF  WRK-ULT-EXCLUSAO
               PERFORM 2210-PREPARAR-LINHA-JORNAL
               MOVE CAD-CGC-CPF        TO LIN-DET-CGC-CPF
               MOVE 'EXCLUIDA NO JORNAL E PRESENTE NO CADASTRO'
                                       TO LIN-DET-DESCRICAO
               PERFORM 2800-REGISTRAR-DIVERGENCIA
               GO TO 2300-99-FIM
           END-IF.

           IF  WRK-ULT-IMAGEM          EQUAL REG-CADACLIE
               GO TO 2300-99-FIM
           END-IF.

           PERFORM 2210-PREPARAR-LINHA-JORNAL.
           MOVE CAD-CGC-CPF            TO LIN-DET-CGC-CPF.
           MOVE 'CADASTRO DIFERE DA ULTIMA IMAGEM DO JORNAL'
                                       TO LIN-DET-DESCRICAO.

           PERFORM 2800-REGISTRAR-DIVERGENCIA.

      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2400-VERIFICAR-AIX              SECTION.
      *----------------------------------------------------------------*
      *    VERIFICACAO 4: PERCORRE O CADASTRO PELO AIX POR CPF/CNPJ.   *
      *    DOCUMENTO MENOR QUE O ANTERIOR INDICA INDICE CORROMPIDO;    *
      *    QUANTIDADE OU HASH DIFERENTE DO CLUSTER BASE INDICA ENTRADA *
      *    FALTANDO, SOBRANDO OU APONTANDO PARA A CONTA ERRADA (AIX    *
      *    NAO RECONSTRUIDO DEPOIS DE CARGA SEM UPGRADE).              *
      *----------------------------------------------------------------*

           MOVE 4                      TO WRK-VERIFICACAO.

           MOVE LOW-VALUES             TO CAD-CGC-CPF.

           START CADACLIE-VSAM KEY NOT LESS CAD-CGC-CPF.

           IF  WRK-FS-CADAVSAM         EQUAL '23'
               MOVE 'S'                TO WRK-FECHAR
           ELSE
               SET WRK-LEITURA         TO TRUE
               MOVE 'CADAVSAM'         TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-CADAVSAM    TO WRK-FILE-STATUS
               PERFORM 1100-TESTAR-FILE-STATUS
               PERFORM 2410-LER-AIX
           END-IF.

           PERFORM UNTIL WRK-FECHAR    EQUAL 'S'
               IF  CAD-CGC-CPF         LESS WRK-CGC-CPF-ANTERIOR
                   PERFORM 2260-PREPARAR-LINHA-CADASTRO
                   MOVE 'AIX POR CPF/CNPJ FORA DE ORDEM'
                                       TO LIN-DET-DESCRICAO
                   MOVE SPACES         TO LIN-DET-COMPLEMENTO
                   STRING 'ANTERIOR: '  DELIMITED BY SIZE
                          WRK-CGC-CPF-ANTERIOR
                                        DELIMITED BY SIZE
                          INTO LIN-DET-COMPLEMENTO
                   PERFORM 2800-REGISTRAR-DIVERGENCIA
               END-IF
               MOVE CAD-CGC-CPF        TO WRK-CGC-CPF-ANTERIOR
               PERFORM 2410-LER-AIX
           END-PERFORM.

           MOVE 'N'                    TO WRK-FECHAR.

           IF  WRK-TOT-LIDOS-AIX       EQUAL WRK-TOT-LIDOS-BASE AND
               WRK-HASH-AIX            EQUAL WRK-HASH-BASE
               GO TO 2400-99-FIM
           END-IF.

           MOVE ZEROS                  TO LIN-DET-AGENCIA
                                          LIN-DET-RAZAO
                                          LIN-DET-CONTA.
           MOVE SPACES                 TO LIN-DET-CGC-CPF
                                          LIN-DET-COMPLEMENTO.
           MOVE WRK-TOT-LIDOS-BASE     TO WRK-EDT-QUANTIDADE.
           MOVE WRK-TOT-LIDOS-AIX      TO WRK-EDT-QUANTIDADE-2.

           IF  WRK-TOT-LIDOS-AIX       NOT EQUAL WRK-TOT-LIDOS-BASE
               MOVE 'AIX E CLUSTER BASE COM QUANTIDADES DIFERENTES'
                                       TO LIN-DET-DESCRICAO
           ELSE
               MOVE 'AIX E CLUSTER BASE COM CONTAS DIFERENTES'
                                       TO LIN-DET-DESCRICAO
           END-IF.

           STRING 'BASE '              DELIMITED BY SIZE
                  WRK-EDT-QUANTIDADE   DELIMITED BY SIZE
                  ' AIX '              DELIMITED BY SIZE
                  WRK-EDT-QUANTIDADE-2 DELIMITED BY SIZE
                  INTO LIN-DET-COMPLEMENTO.

           PERFORM 2800-REGISTRAR-DIVERGENCIA.

      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2410-LER-AIX                    SECTION.
      *----------------------------------------------------------------*
      *    PROXIMO REGISTRO NA ORDEM DO AIX; '02' E DOCUMENTO REPETIDO *
      *    A SEGUIR (NORMAL NO AIX WITH DUPLICATES).                   *
      *----------------------------------------------------------------*

           READ CADACLIE-VSAM NEXT.

           IF  WRK-FS-CADAVSAM         EQUAL '10'
               MOVE 'S'                TO WRK-FECHAR
               GO TO 2410-99-FIM
           END-IF.

           IF  WRK-FS-CADAVSAM         EQUAL '02'
               MOVE '00'               TO WRK-FS-CADAVSAM
           END-IF.

           SET WRK-LEITURA             TO TRUE.
           MOVE 'CADAVSAM'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-CADAVSAM        TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           ADD 1                       TO WRK-TOT-LIDOS-AIX.
           ADD CAD-CONTA               TO WRK-HASH-AIX.

      *----------------------------------------------------------------*
       2410-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2500-VERIFICAR-FONCAD           SECTION.
      *----------------------------------------------------------------*
      *    VERIFICACAO 2: CADA ENTRADA DO FONCAD CONTRA A CONTA QUE    *
      *    ELA APONTA (LEITURA DIRETA PELA CHAVE PRIMARIA).            *
      *----------------------------------------------------------------*

           MOVE 2                      TO WRK-VERIFICACAO.

           PERFORM 2510-LER-FONCAD.

           PERFORM UNTIL WRK-FECHAR    EQUAL 'S'
               PERFORM 2550-CONFERIR-FONCAD
               PERFORM 2510-LER-FONCAD
           END-PERFORM.

           MOVE 'N'                    TO WRK-FECHAR.

      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2510-LER-FONCAD                 SECTION.
      *----------------------------------------------------------------*

           READ FONCAD NEXT.

           IF  WRK-FS-FONCAD           EQUAL '10'
               MOVE 'S'                TO WRK-FECHAR
               GO TO 2510-99-FIM
           END-IF.

           SET WRK-LEITURA             TO TRUE.
           MOVE 'FONCAD'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-FONCAD          TO WRK-FILE-STATUS.
           MOVE WRK-FS-FONCAD          TO WRK-FS-CADAVSAM.
           PERFORM 1100-TESTAR-FILE-STATUS.

           ADD 1                       TO WRK-TOT-LIDOS-FONCAD.

      *----------------------------------------------------------------*
       2510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2550-CONFERIR-FONCAD            SECTION.
      *----------------------------------------------------------------*

           MOVE FON-CHAVE-CONTA        TO CAD-CHAVE.

           PERFORM 2700-LER-CONTA.

           MOVE FON-AGENCIA            TO LIN-DET-AGENCIA.
           MOVE FON-RAZAO              TO LIN-DET-RAZAO.
           MOVE FON-CONTA              TO LIN-DET-CONTA.
           MOVE FON-CGC-CPF            TO LIN-DET-CGC-CPF.

           IF  WRK-FS-CADAVSAM         EQUAL '23'
               MOVE 'FONCAD APONTA PARA CONTA INEXISTENTE'
                                       TO LIN-DET-DESCRICAO
               MOVE FON-FONETICO       TO LIN-DET-COMPLEMENTO
               PERFORM 2800-REGISTRAR-DIVERGENCIA
               GO TO 2550-99-FIM
           END-IF.

           IF  FON-NOME-CLIE           NOT EQUAL CAD-NOME-CLIE
               MOVE 'NOME NO FONCAD DIFERE DO CADASTRO'
                                       TO LIN-DET-DESCRICAO
               MOVE FON-NOME-CLIE      TO LIN-DET-COMPLEMENTO
               PERFORM 2800-REGISTRAR-DIVERGENCIA
           END-IF.

      *----------------------------------------------------------------*
       2550-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2600-VERIFICAR-APRCAD           SECTION.
      *----------------------------------------------------------------*
      *    VERIFICACAO 3: CADA PENDENCIA DE APROVACAO CONTRA A CONTA   *
      *    NO CADASTRO. A IMAGEM GUARDADA NO PEDIDO PODE ESTAR NO      *
      *    LAYOUT ANTERIOR E PASSA PELA BRAD7310 ANTES DE COMPARAR.    *
      *----------------------------------------------------------------*

           MOVE 3                      TO WRK-VERIFICACAO.

           PERFORM 2610-LER-APRCAD.

           PERFORM UNTIL WRK-FECHAR    EQUAL 'S'
               PERFORM 2650-CONFERIR-APRCAD
               PERFORM 2610-LER-APRCAD
           END-PERFORM.

           MOVE 'N'                    TO WRK-FECHAR.

      *----------------------------------------------------------------*
       2600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2610-LER-APRCAD                 SECTION.
      *----------------------------------------------------------------*

           READ APRCAD NEXT.

           IF  WRK-FS-APRCAD           EQUAL '10'
               MOVE 'S'                TO WRK-FECHAR
               GO TO 2610-99-FIM
           END-IF.

           SET WRK-LEITURA             TO TRUE.
           MOVE 'APRCAD'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-APRCAD          TO WRK-FILE-STATUS.
           MOVE WRK-FS-APRCAD          TO WRK-FS-CADAVSAM.
           PERFORM 1100-TESTAR-FILE-STATUS.

           ADD 1                       TO WRK-TOT-LIDOS-APRCAD.

      *----------------------------------------------------------------*
       2610-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2650-CONFERIR-APRCAD            SECTION.
      *----------------------------------------------------------------*
      *    INCLUSAO PENDENTE: A CONTA AINDA NAO PODE EXISTIR.          *
      *    ALTERACAO/EXCLUSAO PENDENTE: A CONTA TEM DE EXISTIR E       *
      *    CONTINUAR IGUAL A IMAGEM DO MOMENTO DO PEDIDO (SENAO A      *
      *    APROVACAO SERA RECUSADA NO CADU1210 OU SOBREPORIA OUTRA     *
      *    ALTERACAO).                                                 *
      *----------------------------------------------------------------*

           MOVE APR-CHAVE              TO CAD-CHAVE.

           PERFORM 2700-LER-CONTA.

           MOVE APR-AGENCIA            TO LIN-DET-AGENCIA.
           MOVE APR-RAZAO              TO LIN-DET-RAZAO.
           MOVE APR-CONTA              TO LIN-DET-CONTA.

           IF  APR-OPER-INCLUSAO
               MOVE APR-IMAGEM-PROPOSTA
                                       TO WRK-7310-IMAGEM
           ELSE
               MOVE APR-IMAGEM-ATUAL   TO WRK-7310-IMAGEM
           END-IF.
           CALL 'BRAD7310'             USING WRK-AREA-BRAD7310.
           MOVE WRK-7310-IMAGEM(12:16) TO LIN-DET-CGC-CPF.

           MOVE SPACES                 TO LIN-DET-COMPLEMENTO.
           STRING 'PEDIDO: '           DELIMITED BY SIZE
                  APR-OPERACAO         DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  APR-COD-USER         DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  APR-DATA-HORA(1:16)  DELIMITED BY SIZE
                  INTO LIN-DET-COMPLEMENTO.

           IF  APR-OPER-INCLUSAO
               IF  WRK-FS-CADAVSAM     NOT EQUAL '23'
                   MOVE 'INCLUSAO PENDENTE DE CONTA JA EXISTENTE'
                                       TO LIN-DET-DESCRICAO
                   PERFORM 2800-REGISTRAR-DIVERGENCIA
               END-IF
               GO TO 2650-99-FIM
           END-IF.

           IF  WRK-FS-CADAVSAM         EQUAL '23'
               MOVE 'PENDENCIA DE CONTA INEXISTENTE NO CADASTRO'
                                       TO LIN-DET-DESCRICAO
               PERFORM 2800-REGISTRAR-DIVERGENCIA
               GO TO 2650-99-FIM
           END-IF.

           MOVE REG-CADACLIE           TO WRK-IMAGEM-CADASTRO.

           IF  WRK-7310-IMAGEM         NOT EQUAL WRK-IMAGEM-CADASTRO
               MOVE 'IMAGEM DA PENDENCIA DIFERE DO CADASTRO'
                                       TO LIN-DET-DESCRICAO
               PERFORM 2800-REGISTRAR-DIVERGENCIA
           END-IF.

      *----------------------------------------------------------------*
       2650-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2700-LER-CONTA                  SECTION.
      *----------------------------------------------------------------*
      *    LEITURA DIRETA DO CADASTRO PELA CHAVE JA MOVIDA PARA        *
      *    CAD-CHAVE; '23' (NAO ENCONTRADA) FICA PARA O CHAMADOR.      *
      *----------------------------------------------------------------*

           READ CADACLIE-VSAM KEY IS CAD-CHAVE.

           IF  WRK-FS-CADAVSAM         EQUAL '23'
               GO TO 2700-99-FIM
           END-IF.

           SET WRK-LEITURA             TO TRUE.
           MOVE 'CADAVSAM'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-CADAVSAM        TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       2700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2750-IMPRIMIR-CABECALHO         SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO WRK-CONT-PAGINA.
           MOVE WRK-CONT-PAGINA        TO LIN-1-PAGINA.
           MOVE WRK-HOJE-AAAAMMDD      TO LIN-2-DATA.

           MOVE LIN-CABECALHO-1        TO REG-RELVERIF.
           PERFORM 2780-ESCREVER-RELVERIF.

           MOVE LIN-CABECALHO-2        TO REG-RELVERIF.
           PERFORM 2780-ESCREVER-RELVERIF.

           MOVE LIN-BRANCO             TO REG-RELVERIF.
           PERFORM 2780-ESCREVER-RELVERIF.

           MOVE LIN-CABECALHO-3        TO REG-RELVERIF.
           PERFORM 2780-ESCREVER-RELVERIF.

           MOVE ZEROS                  TO WRK-CONT-LINHAS.

      *----------------------------------------------------------------*
       2750-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2770-GRAVAR-LINHA               SECTION.
      *----------------------------------------------------------------*
      *    GRAVA A LINHA JA MOVIDA PARA REG-RELVERIF, ABRINDO NOVA     *
      *    PAGINA QUANDO NECESSARIO.                                   *
      *----------------------------------------------------------------*

           IF  WRK-CONT-LINHAS         EQUAL ZEROS OR
               WRK-CONT-LINHAS         >= WRK-LINHAS-POR-PAGINA
               MOVE REG-RELVERIF       TO WRK-LINHA-PENDENTE
               PERFORM 2750-IMPRIMIR-CABECALHO
               MOVE WRK-LINHA-PENDENTE TO REG-RELVERIF
           END-IF.

           PERFORM 2780-ESCREVER-RELVERIF.

           ADD 1                       TO WRK-CONT-LINHAS.

      *----------------------------------------------------------------*
       2770-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2780-ESCREVER-RELVERIF          SECTION.
      *----------------------------------------------------------------*

           WRITE REG-RELVERIF.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELVERIF'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELVERIF        TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELVERIF        TO WRK-FS-CADAVSAM.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       2780-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2800-REGISTRAR-DIVERGENCIA      SECTION.
      *----------------------------------------------------------------*
      *    IMPRIME A LINHA JA MONTADA EM LIN-DETALHE E SOMA A          *
      *    DIVERGENCIA NA VERIFICACAO CORRENTE.                        *
      *----------------------------------------------------------------*

           MOVE WRK-VERIFICACAO        TO LIN-DET-VERIFICACAO.

           ADD 1                       TO WRK-TOT-DIVERGENCIAS.
           ADD 1                       TO
                WRK-DIVERG-VERIF(WRK-VERIFICACAO).

           MOVE LIN-DETALHE            TO REG-RELVERIF.
           PERFORM 2770-GRAVAR-LINHA.

      *----------------------------------------------------------------*
       2800-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2900-IMPRIMIR-TOTAIS            SECTION.
      *----------------------------------------------------------------*

           IF  WRK-TOT-DIVERGENCIAS    EQUAL ZEROS
               MOVE 'NENHUMA DIVERGENCIA ENCONTRADA'
                                       TO REG-RELVERIF
               PERFORM 2770-GRAVAR-LINHA
           END-IF.

           MOVE LIN-BRANCO             TO REG-RELVERIF.
           PERFORM 2770-GRAVAR-LINHA.

           MOVE '1 - OCORRENCIAS LIDAS NO CADHIST............'
                                       TO LIN-TOT-DESCRICAO.
           MOVE WRK-TOT-LIDOS-HST      TO LIN-TOT-VALOR.
           PERFORM 2910-IMPRIMIR-TOTAL.

           MOVE '    CONTAS COM TRILHA NO JORNAL.............'
                                       TO LIN-TOT-DESCRICAO.
           MOVE WRK-TOT-CONTAS-HST     TO LIN-TOT-VALOR.
           PERFORM 2910-IMPRIMIR-TOTAL.

           MOVE '    REGISTROS LIDOS NO CLUSTER BASE.........'
                                       TO LIN-TOT-DESCRICAO.
           MOVE WRK-TOT-LIDOS-BASE     TO LIN-TOT-VALOR.
           PERFORM 2910-IMPRIMIR-TOTAL.

           MOVE '    SEM TRILHA, ABERTAS ANTES DO JORNAL.....'
                                       TO LIN-TOT-DESCRICAO.
           MOVE WRK-TOT-SEM-TRILHA-ANT TO LIN-TOT-VALOR.
           PERFORM 2910-IMPRIMIR-TOTAL.

           MOVE '    DIVERGENCIAS............................'
                                       TO LIN-TOT-DESCRICAO.
           MOVE WRK-DIVERG-VERIF(1)    TO LIN-TOT-VALOR.
           PERFORM 2910-IMPRIMIR-TOTAL.

           MOVE '2 - ENTRADAS LIDAS NO FONCAD................'
                                       TO LIN-TOT-DESCRICAO.
           MOVE WRK-TOT-LIDOS-FONCAD   TO LIN-TOT-VALOR.
           PERFORM 2910-IMPRIMIR-TOTAL.

           MOVE '    DIVERGENCIAS............................'
                                       TO LIN-TOT-DESCRICAO.
           MOVE WRK-DIVERG-VERIF(2)    TO LIN-TOT-VALOR.
           PERFORM 2910-IMPRIMIR-TOTAL.

           MOVE '3 - PENDENCIAS LIDAS NO APRCAD..............'
                                       TO LIN-TOT-DESCRICAO.
           MOVE WRK-TOT-LIDOS-APRCAD   TO LIN-TOT-VALOR.
           PERFORM 2910-IMPRIMIR-TOTAL.

           MOVE '    DIVERGENCIAS............................'
                                       TO LIN-TOT-DESCRICAO.
           MOVE WRK-DIVERG-VERIF(3)    TO LIN-TOT-VALOR.
           PERFORM 2910-IMPRIMIR-TOTAL.

           MOVE '4 - REGISTROS LIDOS PELO AIX POR CPF/CNPJ...'
                                       TO LIN-TOT-DESCRICAO.
           MOVE WRK-TOT-LIDOS-AIX      TO LIN-TOT-VALOR.
           PERFORM 2910-IMPRIMIR-TOTAL.

           MOVE '    DIVERGENCIAS............................'
                                       TO LIN-TOT-DESCRICAO.
           MOVE WRK-DIVERG-VERIF(4)    TO LIN-TOT-VALOR.
           PERFORM 2910-IMPRIMIR-TOTAL.

           MOVE LIN-BRANCO             TO REG-RELVERIF.
           PERFORM 2770-GRAVAR-LINHA.

           MOVE 'TOTAL DE DIVERGENCIAS.......................'
                                       TO LIN-TOT-DESCRICAO.
           MOVE WRK-TOT-DIVERGENCIAS   TO LIN-TOT-VALOR.
           PERFORM 2910-IMPRIMIR-TOTAL.

      *----------------------------------------------------------------*
       2900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2910-IMPRIMIR-TOTAL             SECTION.
      *----------------------------------------------------------------*

           MOVE LIN-TOTAL              TO REG-RELVERIF.
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
           MOVE WRK-FS-CADHIST         TO WRK-FS-CADAVSAM.
           PERFORM 1100-TESTAR-FILE-STATUS.

           CLOSE CADACLIE-VSAM.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'CADAVSAM'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-CADAVSAM        TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           CLOSE FONCAD.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'FONCAD'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-FONCAD          TO WRK-FILE-STATUS.
           MOVE WRK-FS-FONCAD          TO WRK-FS-CADAVSAM.
           PERFORM 1100-TESTAR-FILE-STATUS.

           CLOSE APRCAD.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'APRCAD'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-APRCAD          TO WRK-FILE-STATUS.
           MOVE WRK-FS-APRCAD          TO WRK-FS-CADAVSAM.
           PERFORM 1100-TESTAR-FILE-STATUS.

           CLOSE RELVERIF.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'RELVERIF'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELVERIF        TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELVERIF        TO WRK-FS-CADAVSAM.
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

           MOVE 'BRAD0630'             TO STA-PGM.
           COMPUTE STA-TOT-LIDOS       = WRK-TOT-LIDOS-HST
                                       + WRK-TOT-LIDOS-BASE
                                       + WRK-TOT-LIDOS-FONCAD
                                       + WRK-TOT-LIDOS-APRCAD.
           MOVE ZEROS                  TO STA-TOT-GRAVADOS.
           MOVE WRK-TOT-DIVERGENCIAS   TO STA-TOT-REJEITADOS.

           CALL 'BRAD7130'             USING STA-AREA.

           IF  WRK-EXECUCAO-ABORTADA
               MOVE 12                 TO RETURN-CODE
           ELSE
               IF  WRK-TOT-DIVERGENCIAS
                                       GREATER ZEROS
                   MOVE 04             TO RETURN-CODE
               END-IF
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
