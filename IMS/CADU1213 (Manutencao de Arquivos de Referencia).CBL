      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. CADU1213.
       AUTHOR.     FLAVIO AUGUSTO MARIA.
      *================================================================*
      *                    P R I M E - I N F O R M A T I C A           *
      *================================================================*
      *    PROGRAMA....:  CADU1213                                     *
      *    PROGRAMADOR.:  FLAVIO AUGUSTO MARIA     - PRIME             *
      *    ANALISTA....:  NAJARA SANTOS            - PRIME             *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  MANUTENCAO ONLINE DOS ARQUIVOS DE REFERENCIA *
      *                   DO CADASTRO, SEM RECARGA DO CLUSTER PELOS    *
      *                   CARTOES DOS MEMBROS JCL*CD. UMA FUNCAO POR   *
      *                   ARQUIVO, ESCOLHIDA NO CAMPO ARQUIVO DA TELA: *
      *                     PARMCAD - PARAMETROS OPERACIONAIS          *
      *                               (LIMIARES LIDOS PELA BRAD7160);  *
      *                     DOMCAD  - DOMINIOS (AGENCIA, POSTO E RAMO  *
      *                               DE ATIVIDADE, BRAD7250);         *
      *                     CALCAD  - CALENDARIO DE DIAS UTEIS         *
      *                               (FERIADOS E EXCECOES, BRAD7240); *
      *                     DDDCAD  - CODIGOS DDD (BRAD7220).          *
      *                   RESTRITA AOS DEPARTAMENTOS DE ALCADA ALTA    *
      *                   (CONTROLADA NO MENU CADU1201, OPCAO 14).     *
      *                   CADA INCLUSAO, ALTERACAO OU EXCLUSAO E       *
      *                   REGISTRADA NO JORNAL DE ALTERACOES DE        *
      *                   REFERENCIA (REFHIST, VIA BRAD7400) COM       *
      *                   USUARIO, DEPARTAMENTO, DATA/HORA E AS        *
      *                   IMAGENS ANTES/DEPOIS DO REGISTRO, LISTADO NO *
      *                   RELATORIO MENSAL DE AUDITORIA (BRAD0680).    *
      *----------------------------------------------------------------*
      *    ACAO........:  'C' = CONSULTA DO REGISTRO DA CHAVE          *
      *                   'I' = INCLUSAO                               *
      *                   'A' = ALTERACAO (MOSTRA OS VALORES           *
      *                         ANTERIORES NA LINHA "ANTES")           *
      *                   'E' = EXCLUSAO (NAO PERMITIDA NO DOMCAD -    *
      *                         CODIGOS INATIVOS PERMANECEM NO ARQUIVO *
      *                         PARA DESCREVER O HISTORICO; INATIVAR   *
      *                         COM 'A' E SITUACAO 'I')                *
      *----------------------------------------------------------------*
      *    CAMPOS......:  ARQUIVO  CHAVE 1   CHAVE 2  VALOR INDICADOR  *
      *                   PARMCAD  PROGRAMA  NOME     VALOR   -        *
      *                   DOMCAD   TIPO      CODIGO     -   SITUACAO   *
      *                            (A/P/R)   (5 DIG.)       (A/I)      *
      *                   CALCAD   DATA        -        -   TIPO DIA   *
      *                            AAAAMMDD                 (U/F/N/E)  *
      *                   DDDCAD   DDD         -        -   UF         *
      *                            ('0NN')                             *
      *                   A DESCRICAO E OBRIGATORIA NA INCLUSAO E NA   *
      *                   ALTERACAO (NO DDDCAD, ATE 20 POSICOES).      *
      *----------------------------------------------------------------*
      *    JANELA......:  COM A JANELA BATCH ABERTA (SEMCAD/BRAD7260)  *
      *                   SO A CONSULTA E ACEITA - OS ARQUIVOS DE      *
      *                   REFERENCIA SAO LIDOS PELA CADEIA NOTURNA.    *
      *                   O COMANDO 'FORCAR' LIBERA A MANUTENCAO EM    *
      *                   EMERGENCIA E E REGISTRADO NO LOG DE          *
      *                   AUDITORIA (BRAD7110), COMO NA CADU1207.      *
      *----------------------------------------------------------------*
      *    TELA........:                                               *
      *    CADU1213T  -   TELA DE MANUTENCAO DOS ARQUIVOS DE REFERENCIA*
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#BRAD7C   -   AREA DE TRATAMENTO DE ERROS.                 *
      *    I#CADUAA   -   BOOK PARA O CADU8000.                        *
      *    I#CALCAD   -   LAYOUT DO CALENDARIO DE DIAS UTEIS.          *
      *    I#DDDCAD   -   LAYOUT DO ARQUIVO DE CODIGOS DDD.            *
      *    I#DOMCAD   -   LAYOUT DO ARQUIVO DE DOMINIOS.               *
      *    I#PARMCD   -   LAYOUT DO ARQUIVO DE PARAMETROS.             *
      *    I#REFHSC   -   AREA DE COMUNICACAO COM A BRAD7400.          *
      *    I#USOCOM   -   AREA DE COMUNICACAO COM A BRAD7390.          *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD0660   -   COMPACTAR MENSAGENS DE NAVEGACAO.            *
      *    BRAD7100   -   TRATAMENTO DE ERROS.                         *
      *    BRAD7110   -   LOG DE AUDITORIA.                            *
      *    BRAD7260   -   SEMAFORO DA JANELA BATCH (SEMCAD).           *
      *    BRAD7390   -   REGISTRO DE USO DA TRANSACAO (USOCAD).       *
      *    BRAD7400   -   JORNAL DE ALTERACOES DE REFERENCIA (REFHIST).*
      *    POOL5000   -   CONEXAO IMS.                                 *
      *    CADU8000   -   OBTEM MENSAGENS DO SISTEMA.                  *
      *----------------------------------------------------------------*
      *    NAVEGACAO...:                                               *
      *            CHAMADO POR:                 CHAMA:                 *
      *              CADU1201                  CADU1201                *
      *================================================================*

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

           SELECT PARMCAD   ASSIGN     TO UT-S-PARMCAD
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS PRM-CHAVE
                      FILE STATUS      IS WRK-FS-PARMCAD.

           SELECT DOMCAD    ASSIGN     TO UT-S-DOMCAD
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS DOM-CHAVE
                      FILE STATUS      IS WRK-FS-DOMCAD.

           SELECT CALCAD    ASSIGN     TO UT-S-CALCAD
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS CAL-CHAVE
                      FILE STATUS      IS WRK-FS-CALCAD.

           SELECT DDDCAD    ASSIGN     TO UT-S-DDDCAD
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS DDD-CHAVE
                      FILE STATUS      IS WRK-FS-DDDCAD.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    I-O    :  PARAMETROS OPERACIONAIS POR PROGRAMA + NOME       *
      *              ORG. INDEXADA (VSAM KSDS) - LRECL = 55            *
      *----------------------------------------------------------------*

       FD  PARMCAD
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

           COPY 'I#PARMCD'.

      *----------------------------------------------------------------*
      *    I-O    :  DOMINIOS POR TIPO + CODIGO                        *
      *              ORG. INDEXADA (VSAM KSDS) - LRECL = 40            *
      *----------------------------------------------------------------*

       FD  DOMCAD
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

           COPY 'I#DOMCAD'.

      *----------------------------------------------------------------*
      *    I-O    :  CALENDARIO DE DIAS UTEIS POR DATA                 *
      *              ORG. INDEXADA (VSAM KSDS) - LRECL = 40            *
      *----------------------------------------------------------------*

       FD  CALCAD
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

           COPY 'I#CALCAD'.

      *----------------------------------------------------------------*
      *    I-O    :  CODIGOS DDD                                       *
      *              ORG. INDEXADA (VSAM KSDS) - LRECL = 26            *
      *----------------------------------------------------------------*

       FD  DDDCAD
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

           COPY 'I#DDDCAD'.

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** INICIO DA WORKING STORAGE SECTION ***'.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** AREA PARA VARIAVEIS AUXILIARES ***'.
      *----------------------------------------------------------------*

       77  WRK-MODULO                  PIC  X(008)         VALUE SPACES.
       77  WRK-SQLCA                   PIC  X(136)         VALUE SPACES.
       77  WRK-SQLCA-OU-STATUS         PIC  X(136)         VALUE SPACES.
       77  WRK-FS-PARMCAD              PIC  X(002)         VALUE SPACES.
       77  WRK-FS-DOMCAD               PIC  X(002)         VALUE SPACES.
       77  WRK-FS-CALCAD               PIC  X(002)         VALUE SPACES.
       77  WRK-FS-DDDCAD               PIC  X(002)         VALUE SPACES.
       77  WRK-REG-VALIDO              PIC  X(001)         VALUE 'N'.
           88  WRK-REGISTRO-VALIDO                         VALUE 'S'.

      *--- POS. CURSOR, DESPROTEGE, ALFA, NORMAL, DISP ----------------*
       77  WRK-49345                   PIC S9(008) COMP    VALUE +49345.

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
           '*** AREA DE COMUNICACAO COM A BRAD7400 ***'.
      *----------------------------------------------------------------*
      *    CADA INCLUSAO/ALTERACAO/EXCLUSAO BEM SUCEDIDA GERA UM       *
      *    REGISTRO NO JORNAL REFHIST COM AS IMAGENS ANTES E DEPOIS    *
      *    (A DATA/HORA E CARIMBADA PELA PROPRIA BRAD7400).            *
      *----------------------------------------------------------------*

       COPY 'I#REFHSC'.

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** AREAS AUXILIARES PARA POOL5000 ***'.
      *----------------------------------------------------------------*

       77  WRK-GU                      PIC  X(004)         VALUE 'GU'.
       77  WRK-ISRT                    PIC  X(004)         VALUE 'ISRT'.
       77  WRK-CHNG                    PIC  X(004)         VALUE 'CHNG'.
       77  WRK-FUNCAO                  PIC  X(004)         VALUE SPACES.
       77  WRK-TELA                    PIC  X(008)         VALUE SPACES.
       77  WRK-VERSAO                  PIC  X(006)         VALUE
           'VRS002'.

       01  WRK-COD-USER                PIC  X(007)         VALUE SPACES.

       01  WRK-COD-DEPTO.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WRK-COD-DEPTO-N         PIC  9(004)         VALUE ZEROS.

       01  WRK-MENSAGEM.
           05  FILLER                  PIC  X(004)         VALUE SPACES.
           05  WRK-TRANSACAO           PIC  X(008)         VALUE SPACES.
           05  FILLER                  PIC  X(1988)        VALUE SPACES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE ERRO BRAD0660 ***'.
      *----------------------------------------------------------------*

       01  WRK-ERRO-BRAD0660.
           05  FILLER                  PIC  X(045)         VALUE
               '* RETURN-CODE DIFERENTE DE ZEROS NA BRAD0660'.
           05  FILLER                  PIC  X(012)         VALUE
               '- RET.COD ='.
           05  WRK-RETURN-CODE         PIC  9(002)         VALUE ZEROS.
           05  FILLER                  PIC  X(011)         VALUE
               ' - LOCAL ='.
           05  WRK-LOCAL-ERRO          PIC  9(003)         VALUE ZEROS.
           05  FILLER                  PIC  X(002)         VALUE ' *'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE COMUNICACAO ***'.
      *----------------------------------------------------------------*

       01  WRK-COMU-AREA.
           05 WRK-COMU-LL              PIC S9(004)  COMP   VALUE ZEROS.
           05 WRK-COMU-ZZ              PIC  9(004)  COMP   VALUE ZEROS.
           05 WRK-COMU-TRANCODE        PIC  X(015)         VALUE SPACES.
           05 WRK-COMU-SENHAS          PIC  X(037)         VALUE SPACES.
           05 WRK-COMU-COMANDO         PIC  X(068)         VALUE SPACES.
           05 WRK-COMU-OPCAO           PIC  X(001)         VALUE SPACES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA PARA INPUT - CADU1213T ***'.
      *----------------------------------------------------------------*

       01  WRK-INPUT-1213.
           05 WRK-FILLER                  PIC  X(018)      VALUE SPACES.
           05 WRK-INP-DADOS-1213.
             10 WRK-INP-PFK-1213          PIC  X(001)      VALUE SPACES.
             10 WRK-INP-SENHAS-1213       PIC  X(037)      VALUE SPACES.
             10 WRK-INP-COMANDO-1213      PIC  X(068)      VALUE SPACES.
             10 WRK-INP-ARQUIVO-1213      PIC  X(008)      VALUE SPACES.
                 88  WRK-ARQ-PARMCAD                       VALUE
                                                           'PARMCAD'.
                 88  WRK-ARQ-DOMCAD                        VALUE
                                                           'DOMCAD'.
                 88  WRK-ARQ-CALCAD                        VALUE
                                                           'CALCAD'.
                 88  WRK-ARQ-DDDCAD                        VALUE
                                                           'DDDCAD'.
             10 WRK-INP-ACAO-1213         PIC  X(001)      VALUE SPACES.
                 88  WRK-ACAO-CONSULTA                     VALUE 'C'.
                 88  WRK-ACAO-INCLUIR                      VALUE 'I'.
                 88  WRK-ACAO-ALTERAR                      VALUE 'A'.
                 88  WRK-ACAO-EXCLUIR                      VALUE 'E'.
             10 WRK-INP-CHAVE1-1213       PIC  X(008)      VALUE SPACES.
             10 WRK-INP-DATA-1213         REDEFINES
                WRK-INP-CHAVE1-1213       PIC  9(008).
             10 WRK-INP-CHAVE2-1213       PIC  X(008)      VALUE SPACES.
             10 FILLER                    REDEFINES
                WRK-INP-CHAVE2-1213.
               15 WRK-INP-CODIGO-1213     PIC  9(005).
               15 FILLER                  PIC  X(003).
             10 WRK-INP-VALOR-1213        PIC  X(009)      VALUE SPACES.
             10 WRK-INP-VALOR-N-1213      REDEFINES
                WRK-INP-VALOR-1213        PIC  9(009).
             10 WRK-INP-INDIC-1213        PIC  X(002)      VALUE SPACES.
             10 WRK-INP-DESCR-1213        PIC  X(030)      VALUE SPACES.
             10 WRK-INP-MENSA-1213        PIC  X(079)      VALUE SPACES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA PARA OUTPUT - CADU1213T ***'.
      *----------------------------------------------------------------*

       01  WRK-OUTPUT-1213.
           05 WRK-OUT-LL-1213             PIC S9(004) COMP VALUE +0229.
           05 WRK-OUT-ZZ-1213             PIC  9(004) COMP VALUE ZEROS.
           05 WRK-OUT-DADOS-1213.
             10 WRK-OUT-SENHAS-1213       PIC  X(037)      VALUE SPACES.
             10 WRK-OUT-COMANDO-ATTR-1213 PIC  9(004) COMP VALUE ZEROS.
             10 WRK-OUT-ARQUIVO-1213      PIC  X(008)      VALUE SPACES.
             10 WRK-OUT-ACAO-1213         PIC  X(001)      VALUE SPACES.
             10 WRK-OUT-CHAVE1-1213       PIC  X(008)      VALUE SPACES.
             10 WRK-OUT-CHAVE2-1213       PIC  X(008)      VALUE SPACES.
             10 WRK-OUT-VALOR-1213        PIC  X(009)      VALUE SPACES.
             10 WRK-OUT-INDIC-1213        PIC  X(002)      VALUE SPACES.
             10 WRK-OUT-DESCR-1213        PIC  X(030)      VALUE SPACES.
             10 WRK-OUT-VALOR-ANT-1213    PIC  X(009)      VALUE SPACES.
             10 WRK-OUT-INDIC-ANT-1213    PIC  X(002)      VALUE SPACES.
             10 WRK-OUT-DESCR-ANT-1213    PIC  X(030)      VALUE SPACES.
             10 WRK-OUT-MENSA-1213        PIC  X(079)      VALUE SPACES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA PARA MASCARA - CADU1213T ***'.
      *----------------------------------------------------------------*

       01  WRK-660-CADU1213T.
           05 WRK-660-LL-AREA-1213     PIC  9(004) COMP    VALUE  0018.
           05 WRK-660-LL-MENSAGEM-1213 PIC  9(004) COMP    VALUE  0229.
           05 WRK-660-SENHAS-1213      PIC  9(004) COMP    VALUE  0037.
           05 WRK-660-ARQUIVO-1213     PIC  9(004) COMP    VALUE  1008.
           05 WRK-660-ACAO-1213        PIC  9(004) COMP    VALUE  1001.
           05 WRK-660-CHAVE1-1213      PIC  9(004) COMP    VALUE  1008.
           05 WRK-660-CHAVE2-1213      PIC  9(004) COMP    VALUE  1008.
           05 WRK-660-VALOR-1213       PIC  9(004) COMP    VALUE  1009.
           05 WRK-660-INDIC-1213       PIC  9(004) COMP    VALUE  1002.
           05 WRK-660-DESCR-1213       PIC  9(004) COMP    VALUE  1030.
           05 WRK-660-VALOR-ANT-1213   PIC  9(004) COMP    VALUE  1009.
           05 WRK-660-INDIC-ANT-1213   PIC  9(004) COMP    VALUE  1002.
           05 WRK-660-DESCR-ANT-1213   PIC  9(004) COMP    VALUE  1030.
           05 WRK-660-MENSA-1213       PIC  9(004) COMP    VALUE  0079.

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE COMUNICACAO COM A BRAD7260 ***'.
      *----------------------------------------------------------------*
      *    SEMAFORO DA JANELA BATCH (SEMCAD): COM A JANELA ABERTA A    *
      *    MANUTENCAO E RECUSADA (E745), SALVO O COMANDO 'FORCAR' DO   *
      *    OPERADOR (EMERGENCIA), QUE E REGISTRADO NO LOG DE           *
      *    AUDITORIA PELA BRAD7110. A CONSULTA CONTINUA LIBERADA.      *
      *----------------------------------------------------------------*

       01  WRK-AREA-BRAD7260.
           05  WRK-7260-FUNCAO         PIC  X(01)          VALUE SPACES.
           05  WRK-7260-PGM            PIC  X(08)          VALUE SPACES.
           05  WRK-7260-SITUACAO       PIC  X(01)          VALUE SPACES.
               88  WRK-7260-JANELA-ABERTA                  VALUE 'A'.
           05  WRK-7260-COD-RETORNO    PIC  X(01)          VALUE SPACES.
               88  WRK-7260-OK                             VALUE 'S'.

       01  WRK-ERRO-OVERRIDE.
           05  WRK-EO-PGM               PIC  X(008)        VALUE SPACES.
           05  WRK-EO-MODULO            PIC  X(008)        VALUE SPACES.
           05  WRK-EO-COD-USER          PIC  X(007)        VALUE SPACES.
           05  WRK-EO-COD-DEPTO         PIC  X(006)        VALUE SPACES.
           05  WRK-EO-TIPO-ACESSO       PIC  X(003)        VALUE SPACES.
           05  WRK-EO-TEXTO             PIC  X(080)        VALUE SPACES.

       01  WRK-OVERRIDE-STATUS-AREA.
           05  FILLER                  PIC  X(050)         VALUE
               'OVERRIDE DO SEMAFORO DA JANELA BATCH PELO OPERADOR'.
           05  FILLER                  PIC  X(086)         VALUE SPACES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE COMUNICACAO COM CADU8000 ***'.
      *----------------------------------------------------------------*

       COPY 'I#CADUAA'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE COMUNICACAO COM BRAD7390 ***'.
      *----------------------------------------------------------------*

       COPY 'I#USOCOM'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA PARA TRATAMENTO DE ERRO BRAD7100 ***'.
      *----------------------------------------------------------------*

       COPY 'I#BRAD7C'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** FIM DA WORKING STORAGE SECTION ***'.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*

       01  LNK-IO-PCB.
           05 LNK-IO-LTERM             PIC  X(008).
           05 FILLER                   PIC  X(002).
           05 LNK-IO-STATUS            PIC  X(002).
           05 FILLER                   PIC  X(012).
           05 LNK-IO-MODNAME           PIC  X(008).

       01  LNK-ALT-PCB.
           05 LNK-ALT-LTERM            PIC  X(008).
           05 FILLER                   PIC  X(002).
           05 LNK-ALT-STATUS           PIC  X(002).
           05 FILLER                   PIC  X(012).
           05 LNK-ALT-MODNAME          PIC  X(008).

      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*

           ENTRY 'DLITCBL'             USING LNK-IO-PCB
                                             LNK-ALT-PCB.

           MOVE WRK-GU                 TO  WRK-FUNCAO.

      ******************************************************************
      * CHAMADA DA POOL5000                                            *
      ******************************************************************
      *----------------------------------------------------------------*
       0000-PROCESSAR-TRANSACAO        SECTION.
      *----------------------------------------------------------------*

           CALL 'POOL5000'             USING WRK-VERSAO
                                             WRK-FUNCAO
                                             LNK-IO-PCB
                                             LNK-ALT-PCB
                                             WRK-MENSAGEM
                                             WRK-TELA
                                             WRK-COD-USER
                                             WRK-COD-DEPTO.

           IF  RETURN-CODE             EQUAL 04  OR 12
               PERFORM 2000-FINALIZAR
           END-IF.

           MOVE SPACES                 TO  WRK-OUT-DADOS-1213.

           PERFORM 0080-INICIAR-REGISTRO-USO.

           PERFORM 1000-ROTINA-PRINCIPAL.

           PERFORM 0090-GRAVAR-REGISTRO-USO.

           GO TO 0000-PROCESSAR-TRANSACAO.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * REGISTRO DE USO DA TRANSACAO (BRAD7390)                        *
      ******************************************************************
      *----------------------------------------------------------------*
       0080-INICIAR-REGISTRO-USO       SECTION.
      *----------------------------------------------------------------*
      *    CARIMBA O INICIO DO PROCESSAMENTO DA MENSAGEM RECEBIDA PARA *
      *    O CALCULO DO TEMPO DE RESPOSTA NA BRAD7390.                 *
      *----------------------------------------------------------------*

           INITIALIZE USO-AREA.

           MOVE FUNCTION CURRENT-DATE  TO USOA-DATA-HORA-INICIO.

           MOVE SPACES                 TO WRK-COD-MENSAGEM-8000.

      *----------------------------------------------------------------*
       0080-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       0090-GRAVAR-REGISTRO-USO        SECTION.
      *----------------------------------------------------------------*
      *    GRAVA O REGISTRO DE USO DA INTERACAO: FUNCAO ACIONADA       *
      *    (TECLA OU COMANDO), MENSAGEM DEVOLVIDA E RESULTADO - A      *
      *    RECUSA E O USO DO 'FORCAR' JA FORAM SINALIZADOS NA USO-AREA *
      *    DURANTE O PROCESSAMENTO.                                    *
      *----------------------------------------------------------------*

           MOVE WRK-COD-USER           TO USOA-COD-USER.
           MOVE WRK-COD-DEPTO          TO USOA-COD-DEPTO.
           MOVE 'CADU1213'             TO USOA-TRANSACAO.
           MOVE WRK-COD-MENSAGEM-8000  TO USOA-COD-MENSAGEM.

           EVALUATE TRUE
               WHEN WRK-TRANSACAO      NOT EQUAL 'CADU1213'
                   MOVE 'INICIO'       TO USOA-FUNCAO
               WHEN WRK-INP-PFK-1213   EQUAL '.' AND
                    WRK-INP-COMANDO-1213(1:3) EQUAL 'PFK'
                   MOVE WRK-INP-COMANDO-1213
                                       TO USOA-FUNCAO
               WHEN WRK-INP-PFK-1213   EQUAL '.'
                   MOVE 'ENTER'        TO USOA-FUNCAO
               WHEN WRK-INP-PFK-1213   EQUAL 'H'
                   MOVE 'PFK01'        TO USOA-FUNCAO
               WHEN OTHER
                   MOVE 'PFK0'         TO USOA-FUNCAO
                   MOVE WRK-INP-PFK-1213 TO USOA-FUNCAO(5:1)
           END-EVALUATE.

           CALL 'BRAD7390'             USING USO-AREA.

      *----------------------------------------------------------------*
       0090-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * ROTINA PRINCIPAL                                               *
      ******************************************************************
      *----------------------------------------------------------------*
       1000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*

           MOVE 'CADU1213T'            TO  WRK-TELA.

           IF  WRK-TRANSACAO           NOT EQUAL 'CADU1213'
               PERFORM 1100-RECEBER-CONTROLE
           ELSE
               PERFORM 1200-PROCESSAR-CADU1213
           END-IF.

           IF  WRK-TELA                EQUAL 'CADU1213T'
               PERFORM 1300-PROCESSAR-BRAD0660
           END-IF.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * RECEBE CONTROLE DO PROGRAMA                                    *
      ******************************************************************
      *----------------------------------------------------------------*
       1100-RECEBER-CONTROLE           SECTION.
      *----------------------------------------------------------------*

           INITIALIZE WRK-AREA-CADU8000.

           MOVE WRK-MENSAGEM(1:LENGTH  OF WRK-COMU-AREA)
                                       TO WRK-COMU-AREA.
           MOVE 'A878'                 TO WRK-COD-MENSAGEM-8000.

           PERFORM 1110-ACESSAR-CADU8000.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * ACESSO AO MODULO CADU8000 PARA OBTER MENSAGENS                 *
      ******************************************************************
      *----------------------------------------------------------------*
       1110-ACESSAR-CADU8000           SECTION.
      *----------------------------------------------------------------*

           MOVE 'CADU8000'                 TO WRK-MODULO.
           MOVE WRK-COD-USER               TO WRK-COD-USER-8000.
           MOVE WRK-COD-DEPTO              TO WRK-COD-DEPTO-8000.

           CALL WRK-MODULO                 USING WRK-AREA-CADU8000.

           IF  WRK-RETURN-CODE-8000        EQUAL 03
               MOVE WRK-ERRO-AREA-8000     TO ERRO-AREA
               MOVE WRK-SQLCA-8000         TO WRK-SQLCA
               MOVE 'CADU8000'             TO ERR-MODULO
               PERFORM 9999-PROCESSAR-ROTINA-ERRO
           END-IF.

           MOVE WRK-MENSAGEM-SAIDA-8000    TO WRK-OUT-MENSA-1213.

      *----------------------------------------------------------------*
       1110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * TRATAMENTO DE PFS DA TELA DE MANUTENCAO DE REFERENCIA          *
      ******************************************************************
      *----------------------------------------------------------------*
       1200-PROCESSAR-CADU1213         SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-MENSAGEM(1:LENGTH      OF WRK-INPUT-1213)
                                           TO WRK-INPUT-1213.

           EVALUATE TRUE

               WHEN ((WRK-INP-PFK-1213     EQUAL 'H')     OR
                     (WRK-INP-PFK-1213     EQUAL '.'      AND
                      WRK-INP-COMANDO-1213 EQUAL 'PFK01'))
                      MOVE WRK-INP-MENSA-1213
                                           TO WRK-OUT-MENSA-1213

               WHEN (WRK-INP-PFK-1213      EQUAL '.' AND
                     WRK-INP-COMANDO-1213  EQUAL 'PFK02')
                     PERFORM 1210-TRATAR-DESCONEXAO

               WHEN  WRK-INP-PFK-1213      EQUAL '3' OR
                    (WRK-INP-PFK-1213      EQUAL '.' AND
                     WRK-INP-COMANDO-1213  EQUAL 'PFK03')
                     PERFORM 1230-RETORNAR-CHAMADOR

               WHEN  WRK-INP-PFK-1213      EQUAL '.'
                     PERFORM 1220-TRATAR-ENTER

               WHEN OTHER
                     INITIALIZE WRK-AREA-CADU8000
                     MOVE 'E717'           TO WRK-COD-MENSAGEM-8000
                     PERFORM 1110-ACESSAR-CADU8000
                     MOVE WRK-49345        TO WRK-OUT-COMANDO-ATTR-1213

           END-EVALUATE.

      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * DESCONEXAO                                                     *
      ******************************************************************
      *----------------------------------------------------------------*
       1210-TRATAR-DESCONEXAO          SECTION.
      *----------------------------------------------------------------*

           INITIALIZE WRK-COMU-AREA.

           MOVE WRK-CHNG                   TO WRK-FUNCAO.
           MOVE LENGTH OF WRK-COMU-AREA    TO WRK-COMU-LL.
           MOVE 'CADU1213'                 TO WRK-TELA
                                              WRK-COMU-TRANCODE.
           MOVE 'DISC'                     TO WRK-COMU-COMANDO.
           MOVE WRK-COMU-AREA              TO WRK-MENSAGEM.

      *----------------------------------------------------------------*
       1210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * REGISTRA NO LOG DE AUDITORIA (BRAD7110) O USO DO COMANDO       *
      * 'FORCAR' COM A JANELA BATCH ABERTA                             *
      ******************************************************************
      *----------------------------------------------------------------*
       1215-REGISTRAR-OVERRIDE         SECTION.
      *----------------------------------------------------------------*

           MOVE 'CADU1213'             TO WRK-EO-PGM.
           MOVE 'BRAD7260'             TO WRK-EO-MODULO.
           MOVE WRK-COD-USER           TO WRK-EO-COD-USER.
           MOVE WRK-COD-DEPTO          TO WRK-EO-COD-DEPTO.
           MOVE 'APL'                  TO WRK-EO-TIPO-ACESSO.
           MOVE WRK-OVERRIDE-STATUS-AREA
                                       TO WRK-EO-TEXTO.

           CALL 'BRAD7110'             USING WRK-ERRO-OVERRIDE
                                             WRK-OVERRIDE-STATUS-AREA.

      *----------------------------------------------------------------*
       1215-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * TRATAMENTO DE <ENTER> - EXECUTA A ACAO NO ARQUIVO ESCOLHIDO    *
      ******************************************************************
      *----------------------------------------------------------------*
       1220-TRATAR-ENTER               SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-INP-ARQUIVO-1213   TO WRK-OUT-ARQUIVO-1213.
           MOVE WRK-INP-ACAO-1213      TO WRK-OUT-ACAO-1213.
           MOVE WRK-INP-CHAVE1-1213    TO WRK-OUT-CHAVE1-1213.
           MOVE WRK-INP-CHAVE2-1213    TO WRK-OUT-CHAVE2-1213.
           MOVE WRK-INP-VALOR-1213     TO WRK-OUT-VALOR-1213.
           MOVE WRK-INP-INDIC-1213     TO WRK-OUT-INDIC-1213.
           MOVE WRK-INP-DESCR-1213     TO WRK-OUT-DESCR-1213.

           IF  NOT WRK-ARQ-PARMCAD     AND
               NOT WRK-ARQ-DOMCAD      AND
               NOT WRK-ARQ-CALCAD      AND
               NOT WRK-ARQ-DDDCAD
               INITIALIZE WRK-AREA-CADU8000
               MOVE 'E758'             TO WRK-COD-MENSAGEM-8000
               PERFORM 1110-ACESSAR-CADU8000
               GO TO 1220-99-FIM
           END-IF.

           IF  NOT WRK-ACAO-CONSULTA   AND
               NOT WRK-ACAO-INCLUIR    AND
               NOT WRK-ACAO-ALTERAR    AND
               NOT WRK-ACAO-EXCLUIR
               INITIALIZE WRK-AREA-CADU8000
               MOVE 'E717'             TO WRK-COD-MENSAGEM-8000
               PERFORM 1110-ACESSAR-CADU8000
               GO TO 1220-99-FIM
           END-IF.

      *    CODIGOS DE DOMINIO INATIVOS CONTINUAM DESCREVENDO OS
      *    REGISTROS HISTORICOS - NAO SAO EXCLUIDOS, SO INATIVADOS.
           IF  WRK-ARQ-DOMCAD          AND
               WRK-ACAO-EXCLUIR
               INITIALIZE WRK-AREA-CADU8000
               MOVE 'E763'             TO WRK-COD-MENSAGEM-8000
               PERFORM 1110-ACESSAR-CADU8000
               GO TO 1220-99-FIM
           END-IF.

      *    JANELA BATCH EM ANDAMENTO (SEMAFORO SEMCAD/BRAD7260): A
      *    MANUTENCAO E RECUSADA, SALVO COMANDO 'FORCAR' DO OPERADOR
      *    (EMERGENCIA), REGISTRADO NO LOG DE AUDITORIA. A CONSULTA
      *    NAO ALTERA OS ARQUIVOS E CONTINUA LIBERADA.
           IF  NOT WRK-ACAO-CONSULTA
               MOVE 'C'                TO WRK-7260-FUNCAO
               MOVE 'CADU1213'         TO WRK-7260-PGM
               CALL 'BRAD7260'         USING WRK-AREA-BRAD7260
               IF  WRK-7260-JANELA-ABERTA
                   IF  WRK-INP-COMANDO-1213 EQUAL 'FORCAR'
                       SET USOA-RESULT-FORCAR TO TRUE
                       PERFORM 1215-REGISTRAR-OVERRIDE
                   ELSE
                       INITIALIZE WRK-AREA-CADU8000
                       MOVE 'E745'     TO WRK-COD-MENSAGEM-8000
                       SET USOA-RESULT-RECUSA TO TRUE
                       PERFORM 1110-ACESSAR-CADU8000
                       GO TO 1220-99-FIM
                   END-IF
               END-IF
           END-IF.

           PERFORM 1225-VALIDAR-CHAVE.

           IF  NOT WRK-REGISTRO-VALIDO
               INITIALIZE WRK-AREA-CADU8000
               MOVE 'E761'             TO WRK-COD-MENSAGEM-8000
               PERFORM 1110-ACESSAR-CADU8000
               GO TO 1220-99-FIM
           END-IF.

           IF  WRK-ACAO-INCLUIR        OR
               WRK-ACAO-ALTERAR
               PERFORM 1226-VALIDAR-DADOS
               IF  NOT WRK-REGISTRO-VALIDO
                   INITIALIZE WRK-AREA-CADU8000
                   MOVE 'E762'         TO WRK-COD-MENSAGEM-8000
                   PERFORM 1110-ACESSAR-CADU8000
                   GO TO 1220-99-FIM
               END-IF
           END-IF.

           INITIALIZE REF-AREA.
           MOVE WRK-INP-ARQUIVO-1213   TO REFA-ARQUIVO.
           MOVE WRK-INP-ACAO-1213      TO REFA-OPERACAO.
           MOVE WRK-COD-USER           TO REFA-COD-USER.
           MOVE WRK-COD-DEPTO          TO REFA-COD-DEPTO.
           MOVE 'CADU1213'             TO REFA-TRANSACAO.
           MOVE LOW-VALUES             TO REFA-IMAGEM-ANTES
                                          REFA-IMAGEM-DEPOIS.

           EVALUATE TRUE
               WHEN WRK-ARQ-PARMCAD
                   PERFORM 1240-MANTER-PARMCAD
               WHEN WRK-ARQ-DOMCAD
                   PERFORM 1250-MANTER-DOMCAD
               WHEN WRK-ARQ-CALCAD
                   PERFORM 1260-MANTER-CALCAD
               WHEN WRK-ARQ-DDDCAD
                   PERFORM 1270-MANTER-DDDCAD
           END-EVALUATE.

      *----------------------------------------------------------------*
       1220-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * VALIDACAO DA CHAVE CONFORME O ARQUIVO ESCOLHIDO                *
      ******************************************************************
      *----------------------------------------------------------------*
       1225-VALIDAR-CHAVE              SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-REG-VALIDO.

           EVALUATE TRUE

      *        PROGRAMA + NOME DO PARAMETRO, AMBOS OBRIGATORIOS
               WHEN WRK-ARQ-PARMCAD
                   IF  WRK-INP-CHAVE1-1213 EQUAL SPACES OR
                       WRK-INP-CHAVE2-1213 EQUAL SPACES
                       GO TO 1225-99-FIM
                   END-IF

      *        TIPO (A/P/R) + CODIGO DE 5 DIGITOS
               WHEN WRK-ARQ-DOMCAD
                   IF  WRK-INP-CHAVE1-1213(1:1) NOT EQUAL 'A' AND
                       WRK-INP-CHAVE1-1213(1:1) NOT EQUAL 'P' AND
                       WRK-INP-CHAVE1-1213(1:1) NOT EQUAL 'R'
                       GO TO 1225-99-FIM
                   END-IF
                   IF  WRK-INP-CHAVE1-1213(2:7) NOT EQUAL SPACES OR
                       WRK-INP-CODIGO-1213      NOT NUMERIC    OR
                       WRK-INP-CHAVE2-1213(6:3) NOT EQUAL SPACES
                       GO TO 1225-99-FIM
                   END-IF

      *        DATA AAAAMMDD VALIDA
               WHEN WRK-ARQ-CALCAD
                   IF  WRK-INP-DATA-1213   NOT NUMERIC
                       GO TO 1225-99-FIM
                   END-IF
                   MOVE WRK-INP-DATA-1213  TO WRK-DATA-TESTE
                   PERFORM 1290-VALIDAR-DATA
                   IF  WRK-DATA-VALIDA     EQUAL 'N'
                       GO TO 1225-99-FIM
                   END-IF

      *        DDD COMO GRAVADO NO CADASTRO: '0' + 2 DIGITOS + BRANCO
               WHEN WRK-ARQ-DDDCAD
                   IF  WRK-INP-CHAVE1-1213(1:1) NOT EQUAL '0'     OR
                       WRK-INP-CHAVE1-1213(2:2) NOT NUMERIC       OR
                       WRK-INP-CHAVE1-1213(4:5) NOT EQUAL SPACES
                       GO TO 1225-99-FIM
                   END-IF

           END-EVALUATE.

           MOVE 'S'                    TO WRK-REG-VALIDO.

      *----------------------------------------------------------------*
       1225-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * VALIDACAO DOS DADOS NA INCLUSAO E NA ALTERACAO                 *
      ******************************************************************
      *----------------------------------------------------------------*
       1226-VALIDAR-DADOS              SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-REG-VALIDO.

           IF  WRK-INP-DESCR-1213      EQUAL SPACES
               GO TO 1226-99-FIM
           END-IF.

           EVALUATE TRUE

               WHEN WRK-ARQ-PARMCAD
                   IF  WRK-INP-VALOR-N-1213 NOT NUMERIC
                       GO TO 1226-99-FIM
                   END-IF

               WHEN WRK-ARQ-DOMCAD
                   IF  WRK-INP-INDIC-1213  NOT EQUAL 'A ' AND
                       WRK-INP-INDIC-1213  NOT EQUAL 'I '
                       GO TO 1226-99-FIM
                   END-IF

               WHEN WRK-ARQ-CALCAD
                   IF  WRK-INP-INDIC-1213  NOT EQUAL 'U ' AND
                       WRK-INP-INDIC-1213  NOT EQUAL 'F ' AND
                       WRK-INP-INDIC-1213  NOT EQUAL 'N ' AND
                       WRK-INP-INDIC-1213  NOT EQUAL 'E '
                       GO TO 1226-99-FIM
                   END-IF

      *        UF COM DUAS LETRAS; A DESCRICAO DO DDDCAD TEM 20 POSICOES
               WHEN WRK-ARQ-DDDCAD
                   IF  WRK-INP-INDIC-1213  NOT ALPHABETIC OR
                       WRK-INP-INDIC-1213(1:1) EQUAL SPACE OR
                       WRK-INP-INDIC-1213(2:1) EQUAL SPACE OR
                       WRK-INP-DESCR-1213(21:10) NOT EQUAL SPACES
                       GO TO 1226-99-FIM
                   END-IF

           END-EVALUATE.

           MOVE 'S'                    TO WRK-REG-VALIDO.

      *----------------------------------------------------------------*
       1226-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * FUNCAO PARMCAD - PARAMETROS OPERACIONAIS                       *
      ******************************************************************
      *----------------------------------------------------------------*
       1240-MANTER-PARMCAD             SECTION.
      *----------------------------------------------------------------*

           OPEN I-O PARMCAD.

           IF  WRK-FS-PARMCAD          NOT EQUAL '00'
               MOVE 'APL'              TO ERR-TIPO-ACESSO
               MOVE WRK-FS-PARMCAD     TO ERR-TEXTO
               MOVE 'PARMCAD'          TO ERR-MODULO
               PERFORM 9999-PROCESSAR-ROTINA-ERRO
           END-IF.

           MOVE WRK-INP-CHAVE1-1213    TO PRM-PGM.
           MOVE WRK-INP-CHAVE2-1213    TO PRM-NOME.
           MOVE PRM-CHAVE              TO REFA-CHAVE.

           READ PARMCAD.

           IF  WRK-FS-PARMCAD          NOT EQUAL '00' AND '23'
               MOVE 'APL'              TO ERR-TIPO-ACESSO
               MOVE WRK-FS-PARMCAD     TO ERR-TEXTO
               MOVE 'PARMCAD'          TO ERR-MODULO
               PERFORM 9999-PROCESSAR-ROTINA-ERRO
           END-IF.

           IF  WRK-FS-PARMCAD          EQUAL '00'
               MOVE REG-PARMCAD        TO REFA-IMAGEM-ANTES
           END-IF.

           INITIALIZE WRK-AREA-CADU8000.

           EVALUATE TRUE

               WHEN WRK-FS-PARMCAD     EQUAL '23' AND
                    NOT WRK-ACAO-INCLUIR
                   MOVE 'E759'         TO WRK-COD-MENSAGEM-8000

               WHEN WRK-FS-PARMCAD     EQUAL '00' AND
                    WRK-ACAO-INCLUIR
                   MOVE 'E760'         TO WRK-COD-MENSAGEM-8000

               WHEN WRK-ACAO-CONSULTA
                   MOVE PRM-VALOR      TO WRK-OUT-VALOR-1213
                   MOVE PRM-DESCRICAO  TO WRK-OUT-DESCR-1213
                   MOVE 'A877'         TO WRK-COD-MENSAGEM-8000

               WHEN WRK-ACAO-INCLUIR
                   MOVE SPACES         TO REG-PARMCAD
                   MOVE WRK-INP-CHAVE1-1213
                                       TO PRM-PGM
                   MOVE WRK-INP-CHAVE2-1213
                                       TO PRM-NOME
                   MOVE WRK-INP-VALOR-N-1213
                                       TO PRM-VALOR
                   MOVE WRK-INP-DESCR-1213
                                       TO PRM-DESCRICAO
                   WRITE REG-PARMCAD
                   MOVE 'A855'         TO WRK-COD-MENSAGEM-8000

               WHEN WRK-ACAO-ALTERAR
                   MOVE PRM-VALOR      TO WRK-OUT-VALOR-ANT-1213
                   MOVE PRM-DESCRICAO  TO WRK-OUT-DESCR-ANT-1213
                   MOVE WRK-INP-VALOR-N-1213
                                       TO PRM-VALOR
                   MOVE WRK-INP-DESCR-1213
                                       TO PRM-DESCRICAO
                   REWRITE REG-PARMCAD
                   MOVE 'A856'         TO WRK-COD-MENSAGEM-8000

               WHEN WRK-ACAO-EXCLUIR
                   MOVE PRM-VALOR      TO WRK-OUT-VALOR-ANT-1213
                   MOVE PRM-DESCRICAO  TO WRK-OUT-DESCR-ANT-1213
                   DELETE PARMCAD
                   MOVE 'A879'         TO WRK-COD-MENSAGEM-8000

           END-EVALUATE.

      *    O FILE STATUS REAL DO WRITE/REWRITE/DELETE DECIDE: '22' NA
      *    INCLUSAO E CHAVE GRAVADA POR OUTRO TERMINAL ENTRE O READ E O
      *    WRITE; QUALQUER OUTRO STATUS SEGUE PARA A ROTINA DE ERRO.
           IF  NOT WRK-ACAO-CONSULTA   AND
               WRK-COD-MENSAGEM-8000(1:1) EQUAL 'A'
               EVALUATE WRK-FS-PARMCAD
                   WHEN '00'
                       IF  NOT WRK-ACAO-EXCLUIR
                           MOVE REG-PARMCAD
                                       TO REFA-IMAGEM-DEPOIS
                       END-IF
                       CALL 'BRAD7400' USING REF-AREA
                   WHEN '22'
                       MOVE 'E760'     TO WRK-COD-MENSAGEM-8000
                   WHEN OTHER
                       MOVE 'APL'      TO ERR-TIPO-ACESSO
                       MOVE WRK-FS-PARMCAD
                                       TO ERR-TEXTO
                       MOVE 'PARMCAD'  TO ERR-MODULO
                       PERFORM 9999-PROCESSAR-ROTINA-ERRO
               END-EVALUATE
           END-IF.

           CLOSE PARMCAD.

           PERFORM 1110-ACESSAR-CADU8000.

      *----------------------------------------------------------------*
       1240-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * FUNCAO DOMCAD - DOMINIOS (AGENCIA, POSTO E RAMO DE ATIVIDADE)  *
      ******************************************************************
      *----------------------------------------------------------------*
       1250-MANTER-DOMCAD              SECTION.
      *----------------------------------------------------------------*

           OPEN I-O DOMCAD.

           IF  WRK-FS-DOMCAD           NOT EQUAL '00'
               MOVE 'APL'              TO ERR-TIPO-ACESSO
               MOVE WRK-FS-DOMCAD      TO ERR-TEXTO
               MOVE 'DOMCAD'           TO ERR-MODULO
               PERFORM 9999-PROCESSAR-ROTINA-ERRO
           END-IF.

           MOVE WRK-INP-CHAVE1-1213(1:1)
                                       TO DOM-TIPO.
           MOVE WRK-INP-CODIGO-1213    TO DOM-CODIGO.
           MOVE DOM-CHAVE              TO REFA-CHAVE.

           READ DOMCAD.

           IF  WRK-FS-DOMCAD           NOT EQUAL '00' AND '23'
               MOVE 'APL'              TO ERR-TIPO-ACESSO
               MOVE WRK-FS-DOMCAD      TO ERR-TEXTO
               MOVE 'DOMCAD'           TO ERR-MODULO
               PERFORM 9999-PROCESSAR-ROTINA-ERRO
           END-IF.

           IF  WRK-FS-DOMCAD           EQUAL '00'
               MOVE REG-DOMCAD         TO REFA-IMAGEM-ANTES
           END-IF.

           INITIALIZE WRK-AREA-CADU8000.

           EVALUATE TRUE

               WHEN WRK-FS-DOMCAD      EQUAL '23' AND
                    NOT WRK-ACAO-INCLUIR
                   MOVE 'E759'         TO WRK-COD-MENSAGEM-8000

               WHEN WRK-FS-DOMCAD      EQUAL '00' AND
                    WRK-ACAO-INCLUIR
                   MOVE 'E760'         TO WRK-COD-MENSAGEM-8000

               WHEN WRK-ACAO-CONSULTA
                   MOVE DOM-SITUACAO   TO WRK-OUT-INDIC-1213
                   MOVE DOM-DESCRICAO  TO WRK-OUT-DESCR-1213
                   MOVE 'A877'         TO WRK-COD-MENSAGEM-8000

               WHEN WRK-ACAO-INCLUIR
                   MOVE SPACES         TO REG-DOMCAD
                   MOVE WRK-INP-CHAVE1-1213(1:1)
                                       TO DOM-TIPO
                   MOVE WRK-INP-CODIGO-1213
                                       TO DOM-CODIGO
                   MOVE WRK-INP-DESCR-1213
                                       TO DOM-DESCRICAO
                   MOVE WRK-INP-INDIC-1213(1:1)
                                       TO DOM-SITUACAO
                   WRITE REG-DOMCAD
                   MOVE 'A855'         TO WRK-COD-MENSAGEM-8000

               WHEN WRK-ACAO-ALTERAR
                   MOVE DOM-SITUACAO   TO WRK-OUT-INDIC-ANT-1213
                   MOVE DOM-DESCRICAO  TO WRK-OUT-DESCR-ANT-1213
                   MOVE WRK-INP-DESCR-1213
                                       TO DOM-DESCRICAO
                   MOVE WRK-INP-INDIC-1213(1:1)
                                       TO DOM-SITUACAO
                   REWRITE REG-DOMCAD
                   MOVE 'A856'         TO WRK-COD-MENSAGEM-8000

           END-EVALUATE.

           IF  NOT WRK-ACAO-CONSULTA   AND
               WRK-COD-MENSAGEM-8000(1:1) EQUAL 'A'
               EVALUATE WRK-FS-DOMCAD
                   WHEN '00'
                       MOVE REG-DOMCAD TO REFA-IMAGEM-DEPOIS
                       CALL 'BRAD7400' USING REF-AREA
                   WHEN '22'
                       MOVE 'E760'     TO WRK-COD-MENSAGEM-8000
                   WHEN OTHER
                       MOVE 'APL'      TO ERR-TIPO-ACESSO
                       MOVE WRK-FS-DOMCAD
                                       TO ERR-TEXTO
                       MOVE 'DOMCAD'   TO ERR-MODULO
                       PERFORM 9999-PROCESSAR-ROTINA-ERRO
               END-EVALUATE
           END-IF.

           CLOSE DOMCAD.

           PERFORM 1110-ACESSAR-CADU8000.

      *----------------------------------------------------------------*
       1250-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * FUNCAO CALCAD - CALENDARIO DE DIAS UTEIS                       *
      ******************************************************************
      *----------------------------------------------------------------*
       1260-MANTER-CALCAD              SECTION.
      *----------------------------------------------------------------*

           OPEN I-O CALCAD.

           IF  WRK-FS-CALCAD           NOT EQUAL '00'
               MOVE 'APL'              TO ERR-TIPO-ACESSO
               MOVE WRK-FS-CALCAD      TO ERR-TEXTO
               MOVE 'CALCAD'           TO ERR-MODULO
               PERFORM 9999-PROCESSAR-ROTINA-ERRO
           END-IF.

           MOVE WRK-INP-DATA-1213      TO CAL-DATA.
           MOVE CAL-CHAVE              TO REFA-CHAVE.

           READ CALCAD.

           IF  WRK-FS-CALCAD           NOT EQUAL '00' AND '23'
               MOVE 'APL'              TO ERR-TIPO-ACESSO
               MOVE WRK-FS-CALCAD      TO ERR-TEXTO
               MOVE 'CALCAD'           TO ERR-MODULO
               PERFORM 9999-PROCESSAR-ROTINA-ERRO
           END-IF.

           IF  WRK-FS-CALCAD           EQUAL '00'
               MOVE REG-CALCAD         TO REFA-IMAGEM-ANTES
           END-IF.

           INITIALIZE WRK-AREA-CADU8000.

           EVALUATE TRUE

               WHEN WRK-FS-CALCAD      EQUAL '23' AND
                    NOT WRK-ACAO-INCLUIR
                   MOVE 'E759'         TO WRK-COD-MENSAGEM-8000

               WHEN WRK-FS-CALCAD      EQUAL '00' AND
                    WRK-ACAO-INCLUIR
                   MOVE 'E760'         TO WRK-COD-MENSAGEM-8000

               WHEN WRK-ACAO-CONSULTA
                   MOVE CAL-TIPO-DIA   TO WRK-OUT-INDIC-1213
                   MOVE CAL-DESCRICAO  TO WRK-OUT-DESCR-1213
                   MOVE 'A877'         TO WRK-COD-MENSAGEM-8000

               WHEN WRK-ACAO-INCLUIR
                   MOVE SPACES         TO REG-CALCAD
                   MOVE WRK-INP-DATA-1213
                                       TO CAL-DATA
                   MOVE WRK-INP-INDIC-1213(1:1)
                                       TO CAL-TIPO-DIA
                   MOVE WRK-INP-DESCR-1213
                                       TO CAL-DESCRICAO
                   WRITE REG-CALCAD
                   MOVE 'A855'         TO WRK-COD-MENSAGEM-8000

               WHEN WRK-ACAO-ALTERAR
                   MOVE CAL-TIPO-DIA   TO WRK-OUT-INDIC-ANT-1213
                   MOVE CAL-DESCRICAO  TO WRK-OUT-DESCR-ANT-1213
                   MOVE WRK-INP-INDIC-1213(1:1)
                                       TO CAL-TIPO-DIA
                   MOVE WRK-INP-DESCR-1213
                                       TO CAL-DESCRICAO
                   REWRITE REG-CALCAD
                   MOVE 'A856'         TO WRK-COD-MENSAGEM-8000

               WHEN WRK-ACAO-EXCLUIR
                   MOVE CAL-TIPO-DIA   TO WRK-OUT-INDIC-ANT-1213
                   MOVE CAL-DESCRICAO  TO WRK-OUT-DESCR-ANT-1213
                   DELETE CALCAD
                   MOVE 'A879'         TO WRK-COD-MENSAGEM-8000

           END-EVALUATE.

           IF  NOT WRK-ACAO-CONSULTA   AND
               WRK-COD-MENSAGEM-8000(1:1) EQUAL 'A'
               EVALUATE WRK-FS-CALCAD
                   WHEN '00'
                       IF  NOT WRK-ACAO-EXCLUIR
                           MOVE REG-CALCAD
                                       TO REFA-IMAGEM-DEPOIS
                       END-IF
                       CALL 'BRAD7400' USING REF-AREA
                   WHEN '22'
                       MOVE 'E760'     TO WRK-COD-MENSAGEM-8000
                   WHEN OTHER
                       MOVE 'APL'      TO ERR-TIPO-ACESSO
                       MOVE WRK-FS-CALCAD
                                       TO ERR-TEXTO
                       MOVE 'CALCAD'   TO ERR-MODULO
                       PERFORM 9999-PROCESSAR-ROTINA-ERRO
               END-EVALUATE
           END-IF.

           CLOSE CALCAD.

           PERFORM 1110-ACESSAR-CADU8000.

      *----------------------------------------------------------------*
       1260-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * FUNCAO DDDCAD - CODIGOS DDD                                    *
      ******************************************************************
      *----------------------------------------------------------------*
       1270-MANTER-DDDCAD              SECTION.
      *----------------------------------------------------------------*

           OPEN I-O DDDCAD.

           IF  WRK-FS-DDDCAD           NOT EQUAL '00'
               MOVE 'APL'              TO ERR-TIPO-ACESSO
               MOVE WRK-FS-DDDCAD      TO ERR-TEXTO
               MOVE 'DDDCAD'           TO ERR-MODULO
               PERFORM 9999-PROCESSAR-ROTINA-ERRO
           END-IF.

           MOVE WRK-INP-CHAVE1-1213(1:4)
                                       TO DDD-CODIGO.
           MOVE DDD-CHAVE              TO REFA-CHAVE.

           READ DDDCAD.

           IF  WRK-FS-DDDCAD           NOT EQUAL '00' AND '23'
               MOVE 'APL'              TO ERR-TIPO-ACESSO
               MOVE WRK-FS-DDDCAD      TO ERR-TEXTO
               MOVE 'DDDCAD'           TO ERR-MODULO
               PERFORM 9999-PROCESSAR-ROTINA-ERRO
           END-IF.

           IF  WRK-FS-DDDCAD           EQUAL '00'
               MOVE REG-DDDCAD         TO REFA-IMAGEM-ANTES
           END-IF.

           INITIALIZE WRK-AREA-CADU8000.

           EVALUATE TRUE

               WHEN WRK-FS-DDDCAD      EQUAL '23' AND
                    NOT WRK-ACAO-INCLUIR
                   MOVE 'E759'         TO WRK-COD-MENSAGEM-8000

               WHEN WRK-FS-DDDCAD      EQUAL '00' AND
                    WRK-ACAO-INCLUIR
                   MOVE 'E760'         TO WRK-COD-MENSAGEM-8000

               WHEN WRK-ACAO-CONSULTA
                   MOVE DDD-UF         TO WRK-OUT-INDIC-1213
                   MOVE DDD-DESCRICAO  TO WRK-OUT-DESCR-1213
                   MOVE 'A877'         TO WRK-COD-MENSAGEM-8000

               WHEN WRK-ACAO-INCLUIR
                   MOVE WRK-INP-CHAVE1-1213(1:4)
                                       TO DDD-CODIGO
                   MOVE WRK-INP-INDIC-1213
                                       TO DDD-UF
                   MOVE WRK-INP-DESCR-1213
                                       TO DDD-DESCRICAO
                   WRITE REG-DDDCAD
                   MOVE 'A855'         TO WRK-COD-MENSAGEM-8000

               WHEN WRK-ACAO-ALTERAR
                   MOVE DDD-UF         TO WRK-OUT-INDIC-ANT-1213
                   MOVE DDD-DESCRICAO  TO WRK-OUT-DESCR-ANT-1213
                   MOVE WRK-INP-INDIC-1213
                                       TO DDD-UF
                   MOVE WRK-INP-DESCR-1213
                                       TO DDD-DESCRICAO
                   REWRITE REG-DDDCAD
                   MOVE 'A856'         TO WRK-COD-MENSAGEM-8000

               WHEN WRK-ACAO-EXCLUIR
                   MOVE DDD-UF         TO WRK-OUT-INDIC-ANT-1213
                   MOVE DDD-DESCRICAO  TO WRK-OUT-DESCR-ANT-1213
                   DELETE DDDCAD
                   MOVE 'A879'         TO WRK-COD-MENSAGEM-8000

           END-EVALUATE.

           IF  NOT WRK-ACAO-CONSULTA   AND
               WRK-COD-MENSAGEM-8000(1:1) EQUAL 'A'
               EVALUATE WRK-FS-DDDCAD
                   WHEN '00'
                       IF  NOT WRK-ACAO-EXCLUIR
                           MOVE REG-DDDCAD
                                       TO REFA-IMAGEM-DEPOIS
                       END-IF
                       CALL 'BRAD7400' USING REF-AREA
                   WHEN '22'
                       MOVE 'E760'     TO WRK-COD-MENSAGEM-8000
                   WHEN OTHER
                       MOVE 'APL'      TO ERR-TIPO-ACESSO
                       MOVE WRK-FS-DDDCAD
                                       TO ERR-TEXTO
                       MOVE 'DDDCAD'   TO ERR-MODULO
                       PERFORM 9999-PROCESSAR-ROTINA-ERRO
               END-EVALUATE
           END-IF.

           CLOSE DDDCAD.

           PERFORM 1110-ACESSAR-CADU8000.

      *----------------------------------------------------------------*
       1270-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * VALIDACAO DE DATA AAAAMMDD (ANO, MES E DIA DO MES)             *
      ******************************************************************
      *----------------------------------------------------------------*
       1290-VALIDAR-DATA               SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-DATA-VALIDA.

           IF  WRK-DT-ANO              < 1601
               GO TO 1290-99-FIM
           END-IF.

           IF  WRK-DT-MES              < 01 OR
               WRK-DT-MES              > 12
               GO TO 1290-99-FIM
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
               GO TO 1290-99-FIM
           END-IF.

           MOVE 'S'                    TO WRK-DATA-VALIDA.

      *----------------------------------------------------------------*
       1290-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * RETORNAR AO PROGRAMA CHAMADOR (CADU1201)                       *
      ******************************************************************
      *----------------------------------------------------------------*
       1230-RETORNAR-CHAMADOR          SECTION.
      *----------------------------------------------------------------*

           INITIALIZE WRK-COMU-AREA.

           MOVE WRK-CHNG                   TO WRK-FUNCAO.
           MOVE LENGTH OF WRK-COMU-AREA    TO WRK-COMU-LL.
           MOVE 'CADU1213'                 TO WRK-COMU-TRANCODE.
           MOVE 'CADU1201'                 TO WRK-TELA.
           MOVE WRK-COMU-AREA              TO WRK-MENSAGEM.

      *----------------------------------------------------------------*
       1230-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * ENVIAR TELA                                                    *
      ******************************************************************
      *----------------------------------------------------------------*
       1300-PROCESSAR-BRAD0660         SECTION.
      *----------------------------------------------------------------*

           CALL 'BRAD0660'             USING WRK-OUTPUT-1213
                                             WRK-660-CADU1213T.

           IF  RETURN-CODE             NOT EQUAL ZEROS
               MOVE 'APL'              TO ERR-TIPO-ACESSO
               MOVE RETURN-CODE        TO WRK-RETURN-CODE
               MOVE 10                 TO WRK-LOCAL-ERRO
               MOVE WRK-ERRO-BRAD0660  TO ERR-TEXTO
               PERFORM 9999-PROCESSAR-ROTINA-ERRO
           END-IF.

           MOVE WRK-ISRT               TO WRK-FUNCAO.
           MOVE WRK-OUTPUT-1213        TO WRK-MENSAGEM.

      *----------------------------------------------------------------*
       1300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * SAIR DO PROGRAMA                                               *
      ******************************************************************
      *----------------------------------------------------------------*
       2000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           GOBACK.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * ROTINA DE ERRO                                                 *
      ******************************************************************
      *----------------------------------------------------------------*
       9999-PROCESSAR-ROTINA-ERRO      SECTION.
      *----------------------------------------------------------------*

           IF  ERR-MODULO              EQUAL SPACES
               MOVE 'SENHAS02'         TO ERR-PGM
               MOVE 'CADU1213'         TO ERR-MODULO
           ELSE
               MOVE 'CADU1213'         TO ERR-PGM
           END-IF.

           MOVE WRK-COD-USER           TO ERR-COD-USER.
           MOVE WRK-COD-DEPTO          TO ERR-COD-DEPTO.

           IF  ERR-TIPO-ACESSO         EQUAL 'DB2'
               CALL 'BRAD7110'         USING ERRO-AREA
                                             WRK-SQLCA
               CALL 'BRAD7100'         USING LNK-IO-PCB
                                             ERRO-AREA
                                             LNK-ALT-PCB
                                             WRK-SQLCA
           ELSE
               CALL 'BRAD7110'         USING ERRO-AREA
                                             WRK-SQLCA-OU-STATUS
               CALL 'BRAD7100'         USING LNK-IO-PCB
                                             ERRO-AREA
                                             LNK-ALT-PCB
           END-IF.

           SET USOA-RESULT-ERRO-SISTEMA
                                       TO TRUE.
           PERFORM 0090-GRAVAR-REGISTRO-USO.

           PERFORM 2000-FINALIZAR.

      *----------------------------------------------------------------*
       9999-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
