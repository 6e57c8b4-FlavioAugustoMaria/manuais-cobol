      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. CADU1211.
       AUTHOR.     FLAVIO AUGUSTO MARIA.
      *================================================================*
      *                    P R I M E - I N F O R M A T I C A           *
      *================================================================*
      *    PROGRAMA....:  CADU1211                                     *
      *    PROGRAMADOR.:  FLAVIO AUGUSTO MARIA     - PRIME             *
      *    ANALISTA....:  NAJARA SANTOS            - PRIME             *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  ANALISE DAS OCORRENCIAS DE LISTA RESTRITIVA  *
      *                   (SANCOES, PEP E ORDENS JUDICIAIS) GRAVADAS   *
      *                   NO OCLCAD PELA TRIAGEM NOTURNA BRAD0570. O   *
      *                   ANALISTA DE COMPLIANCE INFORMA A CONTA (E,   *
      *                   OPCIONALMENTE, O CODIGO DA ENTRADA NA        *
      *                   LISTA) E VE LADO A LADO O CLIENTE DO         *
      *                   CADACLIE-VSAM E A ENTRADA DO LSTCAD QUE O    *
      *                   APONTOU. A OCORRENCIA PERMANECE EM ANALISE   *
      *                   ('A') ATE QUE O ANALISTA INFORME A DECISAO   *
      *                   'L' (LIBERAR): A SITUACAO PASSA A 'L', COM   *
      *                   O USUARIO E A DATA DA ANALISE, E A TRIAGEM   *
      *                   NAO A REABRE. PF04 PERCORRE A FILA:          *
      *                   POSICIONA NA PROXIMA OCORRENCIA EM ANALISE   *
      *                   APOS A CHAVE DA TELA (START/READ NEXT, COMO  *
      *                   NO CADU1208), SALTANDO AS JA LIBERADAS.      *
      *                   CONTA SEM CODIGO DE ENTRADA EXIBE A          *
      *                   PRIMEIRA OCORRENCIA DA CONTA.                *
      *----------------------------------------------------------------*
      *    JANELA......:  COM A JANELA BATCH ABERTA (SEMCAD/BRAD7260)  *
      *                   SO A CONSULTA E ACEITA - O OCLCAD E          *
      *                   REGRAVADO PELA TRIAGEM NOTURNA. O COMANDO    *
      *                   'FORCAR' LIBERA A OCORRENCIA EM EMERGENCIA E *
      *                   E REGISTRADO NO LOG DE AUDITORIA (BRAD7110), *
      *                   COMO NA CADU1207.                            *
      *----------------------------------------------------------------*
      *    TELA........:                                               *
      *    CADU1211T  -   TELA DE ANALISE DE OCORRENCIAS.              *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#BRAD7C   -   AREA DE TRATAMENTO DE ERROS.                 *
      *    I#CADUAA   -   BOOK PARA O CADU8000.                        *
      *    I#CADREG   -   LAYOUT DO REGISTRO DE CLIENTES (CADACLIE).   *
      *    I#OCLCAD   -   LAYOUT DAS OCORRENCIAS DE LISTA (OCLCAD).    *
      *    I#LSTCAD   -   LAYOUT DAS LISTAS RESTRITIVAS (LSTCAD).      *
      *    I#USOCOM   -   AREA DE COMUNICACAO COM A BRAD7390.          *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD0660   -   COMPACTAR MENSAGENS DE NAVEGACAO.            *
      *    BRAD7100   -   TRATAMENTO DE ERROS.                         *
      *    BRAD7110   -   LOG DE AUDITORIA.                            *
      *    BRAD7260   -   SEMAFORO DA JANELA BATCH (SEMCAD).           *
      *    BRAD7390   -   REGISTRO DE USO DA TRANSACAO (USOCAD).       *
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

           SELECT CADACLIE-VSAM ASSIGN     TO UT-S-CADAVSAM
                      ORGANIZATION         IS INDEXED
                      ACCESS MODE          IS DYNAMIC
                      RECORD KEY           IS CAD-CHAVE
                      FILE STATUS          IS WRK-FS-CADAVSAM.

           SELECT OCLCAD    ASSIGN     TO UT-S-OCLCAD
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS OCL-CHAVE
                      FILE STATUS      IS WRK-FS-OCLCAD.

           SELECT LSTCAD    ASSIGN     TO UT-S-LSTCAD
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS LST-CHAVE
                      FILE STATUS      IS WRK-FS-LSTCAD.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INPUT  :  CADACLIE-VSAM                                     *
      *              ORG. INDEXADA (KSDS)   -   LRECL = 280            *
      *----------------------------------------------------------------*

       FD  CADACLIE-VSAM
           LABEL RECORD IS STANDARD.

       COPY 'I#CADREG'.

      *----------------------------------------------------------------*
      *    I/O    :  OCORRENCIAS DE LISTA RESTRITIVA                   *
      *              ORG. INDEXADA (KSDS)   -   LRECL = 70             *
      *----------------------------------------------------------------*

       FD  OCLCAD
           LABEL RECORD IS STANDARD.

       COPY 'I#OCLCAD'.

      *----------------------------------------------------------------*
      *    INPUT  :  LISTAS RESTRITIVAS                                *
      *              ORG. INDEXADA (KSDS)   -   LRECL = 140            *
      *----------------------------------------------------------------*

       FD  LSTCAD
           LABEL RECORD IS STANDARD.

       COPY 'I#LSTCAD'.

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
       77  WRK-FS-CADAVSAM             PIC  X(002)         VALUE SPACES.
       77  WRK-FS-OCLCAD               PIC  X(002)         VALUE SPACES.
       77  WRK-FS-LSTCAD               PIC  X(002)         VALUE SPACES.
       77  WRK-FIM-FILA                PIC  X(001)         VALUE 'N'.
           88  WRK-FILA-ENCERRADA                          VALUE 'S'.

       01  WRK-DATA-HORA-ATUAL.
           05  WRK-DATA-ATUAL          PIC  9(008)         VALUE ZEROS.
           05  FILLER                  PIC  X(013)         VALUE SPACES.

      *--- POS. CURSOR, DESPROTEGE, ALFA, NORMAL, DISP ----------------*
       77  WRK-49345                   PIC S9(008) COMP    VALUE +49345.

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

       77  WRK-POOL5000-TENTATIVAS     PIC  9(002) COMP    VALUE ZEROS.
       77  WRK-POOL5000-MAX-TENTAT     PIC  9(002) COMP    VALUE 3.

       01  WRK-ERRO-POOL5000.
           05  WRK-EP-PGM               PIC  X(008)        VALUE SPACES.
           05  WRK-EP-MODULO            PIC  X(008)        VALUE SPACES.
           05  WRK-EP-COD-USER          PIC  X(007)        VALUE SPACES.
           05  WRK-EP-COD-DEPTO         PIC  X(006)        VALUE SPACES.
           05  WRK-EP-TIPO-ACESSO       PIC  X(003)        VALUE SPACES.
           05  WRK-EP-TEXTO             PIC  X(080)        VALUE SPACES.

       01  WRK-POOL5000-STATUS-AREA.
           05  FILLER                  PIC  X(010)         VALUE
               'IO-STATUS='.
           05  WRK-POOL-LOG-IO-STATUS  PIC  X(002)         VALUE SPACES.
           05  FILLER                  PIC  X(012)         VALUE
               ' ALT-STATUS='.
           05  WRK-POOL-LOG-ALT-STATUS PIC  X(002)         VALUE SPACES.
           05  FILLER                  PIC  X(011)         VALUE
               ' TENTATIVA='.
           05  WRK-POOL-LOG-TENTATIVA  PIC  9(002)         VALUE ZEROS.
           05  FILLER                  PIC  X(097)         VALUE SPACES.

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
           '*** AREA PARA INPUT - CADU1211T ***'.
      *----------------------------------------------------------------*

       01  WRK-INPUT-1211.
           05 WRK-FILLER                  PIC  X(018)      VALUE SPACES.
           05 WRK-INP-DADOS-1211.
             10 WRK-INP-PFK-1211          PIC  X(001)      VALUE SPACES.
             10 WRK-INP-SENHAS-1211       PIC  X(037)      VALUE SPACES.
             10 WRK-INP-COMANDO-1211      PIC  X(068)      VALUE SPACES.
             10 WRK-INP-AGENCIA-1211      PIC  9(005)      VALUE ZEROS.
             10 WRK-INP-RAZAO-1211        PIC  9(005)      VALUE ZEROS.
             10 WRK-INP-CONTA-1211        PIC  9(007)      VALUE ZEROS.
             10 WRK-INP-ID-ENTRADA-1211   PIC  X(012)      VALUE SPACES.
             10 WRK-INP-DECISAO-1211      PIC  X(001)      VALUE SPACES.
                 88  WRK-DECISAO-LIBERAR                   VALUE 'L'.
                 88  WRK-DECISAO-CONSULTAR                 VALUE ' '.
             10 WRK-INP-MENSA-1211        PIC  X(079)      VALUE SPACES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA PARA OUTPUT - CADU1211T ***'.
      *----------------------------------------------------------------*

       01  WRK-OUTPUT-1211.
           05 WRK-OUT-LL-1211             PIC S9(004) COMP VALUE +0318.
           05 WRK-OUT-ZZ-1211             PIC  9(004) COMP VALUE ZEROS.
           05 WRK-OUT-DADOS-1211.
             10 WRK-OUT-SENHAS-1211       PIC  X(037)      VALUE SPACES.
             10 WRK-OUT-COMANDO-ATTR-1211 PIC  9(004) COMP VALUE ZEROS.
             10 WRK-OUT-AGENCIA-1211      PIC  9(005)      VALUE ZEROS.
             10 WRK-OUT-RAZAO-1211        PIC  9(005)      VALUE ZEROS.
             10 WRK-OUT-CONTA-1211        PIC  9(007)      VALUE ZEROS.
             10 WRK-OUT-ID-ENTRADA-1211   PIC  X(012)      VALUE SPACES.
             10 WRK-OUT-DECISAO-1211      PIC  X(001)      VALUE SPACES.
             10 WRK-OUT-TIPO-LISTA-1211   PIC  X(001)      VALUE SPACES.
             10 WRK-OUT-CRITERIO-1211     PIC  X(001)      VALUE SPACES.
             10 WRK-OUT-SITUACAO-1211     PIC  X(001)      VALUE SPACES.
             10 WRK-OUT-DT-DETECCAO-1211  PIC  9(008)      VALUE ZEROS.
             10 WRK-OUT-DT-TRIAGEM-1211   PIC  9(008)      VALUE ZEROS.
             10 WRK-OUT-NOME-CLI-1211     PIC  X(040)      VALUE SPACES.
             10 WRK-OUT-PRIN-CLI-1211     PIC  X(009)      VALUE ZEROS.
             10 WRK-OUT-FIL-CLI-1211      PIC  X(005)      VALUE ZEROS.
             10 WRK-OUT-CTLE-CLI-1211     PIC  9(002)      VALUE ZEROS.
             10 WRK-OUT-NOME-LST-1211     PIC  X(040)      VALUE SPACES.
             10 WRK-OUT-PRIN-LST-1211     PIC  X(009)      VALUE ZEROS.
             10 WRK-OUT-FIL-LST-1211      PIC  X(005)      VALUE ZEROS.
             10 WRK-OUT-CTLE-LST-1211     PIC  9(002)      VALUE ZEROS.
             10 WRK-OUT-ORIGEM-1211       PIC  X(020)      VALUE SPACES.
             10 WRK-OUT-USER-ANALISE-1211 PIC  X(007)      VALUE SPACES.
             10 WRK-OUT-DT-ANALISE-1211   PIC  9(008)      VALUE ZEROS.
             10 WRK-OUT-MENSA-1211        PIC  X(079)      VALUE SPACES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA PARA MASCARA - CADU1211T ***'.
      *----------------------------------------------------------------*

       01  WRK-660-CADU1211T.
           05 WRK-660-LL-AREA-1211     PIC  9(004) COMP    VALUE  0018.
           05 WRK-660-LL-MENSAGEM-1211 PIC  9(004) COMP    VALUE  0318.
           05 WRK-660-SENHAS-1211      PIC  9(004) COMP    VALUE  0037.
           05 WRK-660-AGENCIA-1211     PIC  9(004) COMP    VALUE  1005.
           05 WRK-660-RAZAO-1211       PIC  9(004) COMP    VALUE  1005.
           05 WRK-660-CONTA-1211       PIC  9(004) COMP    VALUE  1007.
           05 WRK-660-ID-ENTRADA-1211  PIC  9(004) COMP    VALUE  1012.
           05 WRK-660-DECISAO-1211     PIC  9(004) COMP    VALUE  1001.
           05 WRK-660-TIPO-LISTA-1211  PIC  9(004) COMP    VALUE  1001.
           05 WRK-660-CRITERIO-1211    PIC  9(004) COMP    VALUE  1001.
           05 WRK-660-SITUACAO-1211    PIC  9(004) COMP    VALUE  1001.
           05 WRK-660-DT-DETECCAO-1211 PIC  9(004) COMP    VALUE  1008.
           05 WRK-660-DT-TRIAGEM-1211  PIC  9(004) COMP    VALUE  1008.
           05 WRK-660-NOME-CLI-1211    PIC  9(004) COMP    VALUE  1040.
           05 WRK-660-PRIN-CLI-1211    PIC  9(004) COMP    VALUE  1009.
           05 WRK-660-FIL-CLI-1211     PIC  9(004) COMP    VALUE  1005.
           05 WRK-660-CTLE-CLI-1211    PIC  9(004) COMP    VALUE  1002.
           05 WRK-660-NOME-LST-1211    PIC  9(004) COMP    VALUE  1040.
           05 WRK-660-PRIN-LST-1211    PIC  9(004) COMP    VALUE  1009.
           05 WRK-660-FIL-LST-1211     PIC  9(004) COMP    VALUE  1005.
           05 WRK-660-CTLE-LST-1211    PIC  9(004) COMP    VALUE  1002.
           05 WRK-660-ORIGEM-1211      PIC  9(004) COMP    VALUE  1020.
           05 WRK-660-USER-ANALISE-1211
                                       PIC  9(004) COMP    VALUE  1007.
           05 WRK-660-DT-ANALISE-1211  PIC  9(004) COMP    VALUE  1008.
           05 WRK-660-MENSA-1211       PIC  9(004) COMP    VALUE  0079.

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE COMUNICACAO COM A BRAD7260 ***'.
      *----------------------------------------------------------------*
      *    SEMAFORO DA JANELA BATCH (SEMCAD): COM A JANELA ABERTA A    *
      *    LIBERACAO E RECUSADA (E745), SALVO O COMANDO 'FORCAR' DO    *
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
               88  LNK-IO-STATUS-OK                    VALUE SPACES.
               88  LNK-IO-STATUS-TRANSIT               VALUES 'BA'
                                                                'B1'
                                                                'AI'.
           05 FILLER                   PIC  X(012).
           05 LNK-IO-MODNAME           PIC  X(008).

       01  LNK-ALT-PCB.
           05 LNK-ALT-LTERM            PIC  X(008).
           05 FILLER                   PIC  X(002).
           05 LNK-ALT-STATUS           PIC  X(002).
               88  LNK-ALT-STATUS-OK                   VALUE SPACES.
               88  LNK-ALT-STATUS-TRANSIT               VALUES 'BA'
                                                                'B1'
                                                                'AI'.
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

           PERFORM 0050-CHAMAR-POOL5000-COM-RETRY.

           IF  RETURN-CODE             EQUAL 04  OR 12
               PERFORM 2000-FINALIZAR
           END-IF.

           IF  LNK-IO-STATUS-TRANSIT   OR LNK-ALT-STATUS-TRANSIT
               PERFORM 2000-FINALIZAR
           END-IF.

           MOVE SPACES                 TO  WRK-OUT-DADOS-1211.

           PERFORM 0080-INICIAR-REGISTRO-USO.

           PERFORM 1000-ROTINA-PRINCIPAL.

           PERFORM 0090-GRAVAR-REGISTRO-USO.

           GO TO 0000-PROCESSAR-TRANSACAO.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       0050-CHAMAR-POOL5000-COM-RETRY  SECTION.
      *----------------------------------------------------------------*
      *    CHAMA A POOL5000 E, SE O STATUS DEVOLVIDO EM LNK-IO-STATUS/  *
      *    LNK-ALT-STATUS FOR TRANSITORIO, TENTA NOVAMENTE ATE          *
      *    WRK-POOL5000-MAX-TENTAT VEZES ANTES DE DESISTIR.             *
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-POOL5000-TENTATIVAS.

           PERFORM WITH TEST AFTER
                     UNTIL NOT (LNK-IO-STATUS-TRANSIT OR
                                LNK-ALT-STATUS-TRANSIT)
                     OR    WRK-POOL5000-TENTATIVAS
                           NOT LESS WRK-POOL5000-MAX-TENTAT
               PERFORM 0060-CHAMAR-POOL5000
           END-PERFORM.

      *----------------------------------------------------------------*
       0050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       0060-CHAMAR-POOL5000            SECTION.
      *----------------------------------------------------------------*

           CALL 'POOL5000'             USING WRK-VERSAO
                                             WRK-FUNCAO
                                             LNK-IO-PCB
                                             LNK-ALT-PCB
                                             WRK-MENSAGEM
                                             WRK-TELA
                                             WRK-COD-USER
                                             WRK-COD-DEPTO.

           ADD 1                       TO WRK-POOL5000-TENTATIVAS.

           PERFORM 0070-REGISTRAR-STATUS-POOL5000.

      *----------------------------------------------------------------*
       0060-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       0070-REGISTRAR-STATUS-POOL5000  SECTION.
      *----------------------------------------------------------------*
      *    REGISTRA O STATUS DA POOL5000 NO LOG DE AUDITORIA (BRAD7110)*
      *    A CADA CHAMADA, INDEPENDENTE DO RESULTADO. USA UMA AREA DE  *
      *    ERRO PROPRIA (WRK-ERRO-POOL5000) PARA NAO INTERFERIR NA     *
      *    ERRO-AREA COMPARTILHADA COM 9999-PROCESSAR-ROTINA-ERRO.     *
      *----------------------------------------------------------------*

           MOVE LNK-IO-STATUS          TO WRK-POOL-LOG-IO-STATUS.
           MOVE LNK-ALT-STATUS         TO WRK-POOL-LOG-ALT-STATUS.
           MOVE WRK-POOL5000-TENTATIVAS
                                       TO WRK-POOL-LOG-TENTATIVA.

           MOVE 'CADU1211'             TO WRK-EP-PGM.
           MOVE 'POOL5000'             TO WRK-EP-MODULO.
           MOVE WRK-COD-USER           TO WRK-EP-COD-USER.
           MOVE WRK-COD-DEPTO          TO WRK-EP-COD-DEPTO.
           MOVE 'IMS'                  TO WRK-EP-TIPO-ACESSO.
           MOVE WRK-POOL5000-STATUS-AREA
                                       TO WRK-EP-TEXTO.

           CALL 'BRAD7110'             USING WRK-ERRO-POOL5000
                                             WRK-POOL5000-STATUS-AREA.

      *----------------------------------------------------------------*
       0070-99-FIM.                    EXIT.
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
           MOVE 'CADU1211'             TO USOA-TRANSACAO.
           MOVE WRK-COD-MENSAGEM-8000  TO USOA-COD-MENSAGEM.

           EVALUATE TRUE
               WHEN WRK-TRANSACAO      NOT EQUAL 'CADU1211'
                   MOVE 'INICIO'       TO USOA-FUNCAO
               WHEN WRK-INP-PFK-1211   EQUAL '.' AND
                    WRK-INP-COMANDO-1211(1:3) EQUAL 'PFK'
                   MOVE WRK-INP-COMANDO-1211
                                       TO USOA-FUNCAO
               WHEN WRK-INP-PFK-1211   EQUAL '.'
                   MOVE 'ENTER'        TO USOA-FUNCAO
               WHEN WRK-INP-PFK-1211   EQUAL 'H'
                   MOVE 'PFK01'        TO USOA-FUNCAO
               WHEN OTHER
                   MOVE 'PFK0'         TO USOA-FUNCAO
                   MOVE WRK-INP-PFK-1211 TO USOA-FUNCAO(5:1)
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

           MOVE 'CADU1211T'            TO  WRK-TELA.

           IF  WRK-TRANSACAO           NOT EQUAL 'CADU1211'
               PERFORM 1100-RECEBER-CONTROLE
           ELSE
               PERFORM 1200-PROCESSAR-CADU1211
           END-IF.

           IF  WRK-TELA                EQUAL 'CADU1211T'
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

           MOVE 'A854'                 TO WRK-COD-MENSAGEM-8000.

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

           MOVE WRK-MENSAGEM-SAIDA-8000    TO WRK-OUT-MENSA-1211.

      *----------------------------------------------------------------*
       1110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * TRATAMENTO DE PFS DA TELA DE ANALISE                           *
      ******************************************************************
      *----------------------------------------------------------------*
       1200-PROCESSAR-CADU1211         SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-MENSAGEM(1:LENGTH      OF WRK-INPUT-1211)
                                           TO WRK-INPUT-1211.

           EVALUATE TRUE

               WHEN ((WRK-INP-PFK-1211     EQUAL 'H')     OR
                     (WRK-INP-PFK-1211     EQUAL '.'      AND
                      WRK-INP-COMANDO-1211 EQUAL 'PFK01'))
                      MOVE WRK-INP-MENSA-1211
                                           TO WRK-OUT-MENSA-1211

               WHEN (WRK-INP-PFK-1211      EQUAL '.' AND
                     WRK-INP-COMANDO-1211  EQUAL 'PFK02')
                     PERFORM 1210-TRATAR-DESCONEXAO

               WHEN  WRK-INP-PFK-1211      EQUAL '3' OR
                    (WRK-INP-PFK-1211      EQUAL '.' AND
                     WRK-INP-COMANDO-1211  EQUAL 'PFK03')
                     PERFORM 1230-RETORNAR-CHAMADOR

               WHEN  WRK-INP-PFK-1211      EQUAL '4' OR
                    (WRK-INP-PFK-1211      EQUAL '.' AND
                     WRK-INP-COMANDO-1211  EQUAL 'PFK04')
                     PERFORM 1218-PROXIMA-OCORRENCIA

               WHEN  WRK-INP-PFK-1211      EQUAL '.'
                     PERFORM 1220-TRATAR-ENTER

               WHEN OTHER
                     INITIALIZE WRK-AREA-CADU8000
                     MOVE 'E717'           TO WRK-COD-MENSAGEM-8000
                     PERFORM 1110-ACESSAR-CADU8000
                     MOVE WRK-49345        TO WRK-OUT-COMANDO-ATTR-1211

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
           MOVE 'CADU1211'                 TO WRK-TELA
                                              WRK-COMU-TRANCODE.
           MOVE 'DISC'                     TO WRK-COMU-COMANDO.
           MOVE WRK-COMU-AREA              TO WRK-MENSAGEM.

      *----------------------------------------------------------------*
       1210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * CONSISTE OS CAMPOS DE CHAVE DA TELA - OS NUMERICOS PODEM       *
      * CHEGAR EM BRANCOS NA PRIMEIRA INTERACAO                        *
      ******************************************************************
      *----------------------------------------------------------------*
       1215-CONSISTIR-CHAVE            SECTION.
      *----------------------------------------------------------------*

           IF  WRK-INP-AGENCIA-1211    NOT NUMERIC
               MOVE ZEROS              TO WRK-INP-AGENCIA-1211
           END-IF.
           IF  WRK-INP-RAZAO-1211      NOT NUMERIC
               MOVE ZEROS              TO WRK-INP-RAZAO-1211
           END-IF.
           IF  WRK-INP-CONTA-1211      NOT NUMERIC
               MOVE ZEROS              TO WRK-INP-CONTA-1211
           END-IF.

           MOVE WRK-INP-AGENCIA-1211   TO OCL-AGENCIA.
           MOVE WRK-INP-RAZAO-1211     TO OCL-RAZAO.
           MOVE WRK-INP-CONTA-1211     TO OCL-CONTA.
           MOVE WRK-INP-ID-ENTRADA-1211
                                       TO OCL-ID-ENTRADA.

           MOVE WRK-INP-AGENCIA-1211   TO WRK-OUT-AGENCIA-1211.
           MOVE WRK-INP-RAZAO-1211     TO WRK-OUT-RAZAO-1211.
           MOVE WRK-INP-CONTA-1211     TO WRK-OUT-CONTA-1211.
           MOVE WRK-INP-ID-ENTRADA-1211
                                       TO WRK-OUT-ID-ENTRADA-1211.

      *----------------------------------------------------------------*
       1215-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * REGISTRA NO LOG DE AUDITORIA (BRAD7110) O USO DO COMANDO       *
      * 'FORCAR' COM A JANELA BATCH ABERTA                             *
      ******************************************************************
      *----------------------------------------------------------------*
       1216-REGISTRAR-OVERRIDE         SECTION.
      *----------------------------------------------------------------*

           MOVE 'CADU1211'             TO WRK-EO-PGM.
           MOVE 'BRAD7260'             TO WRK-EO-MODULO.
           MOVE WRK-COD-USER           TO WRK-EO-COD-USER.
           MOVE WRK-COD-DEPTO          TO WRK-EO-COD-DEPTO.
           MOVE 'APL'                  TO WRK-EO-TIPO-ACESSO.
           MOVE WRK-OVERRIDE-STATUS-AREA
                                       TO WRK-EO-TEXTO.

           CALL 'BRAD7110'             USING WRK-ERRO-OVERRIDE
                                             WRK-OVERRIDE-STATUS-AREA.

      *----------------------------------------------------------------*
       1216-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * PF04 - PROXIMA OCORRENCIA EM ANALISE (START/READ NEXT APOS A   *
      * CHAVE DA TELA; CHAVE EM BRANCOS/ZEROS COMECA DO INICIO). AS    *
      * OCORRENCIAS JA LIBERADAS SAO SALTADAS.                         *
      ******************************************************************
      *----------------------------------------------------------------*
       1218-PROXIMA-OCORRENCIA         SECTION.
      *----------------------------------------------------------------*

           PERFORM 1215-CONSISTIR-CHAVE.

           OPEN INPUT OCLCAD.

           IF  WRK-FS-OCLCAD           NOT EQUAL '00'
               MOVE 'APL'              TO ERR-TIPO-ACESSO
               MOVE WRK-FS-OCLCAD      TO ERR-TEXTO
               MOVE 'OCLCAD'           TO ERR-MODULO
               PERFORM 9999-PROCESSAR-ROTINA-ERRO
           END-IF.

           START OCLCAD KEY GREATER OCL-CHAVE.

           IF  WRK-FS-OCLCAD           EQUAL '23' OR '46' OR '10'
               INITIALIZE WRK-AREA-CADU8000
               MOVE 'A873'             TO WRK-COD-MENSAGEM-8000
               PERFORM 1110-ACESSAR-CADU8000
               CLOSE OCLCAD
               GO TO 1218-99-FIM
           END-IF.

           IF  WRK-FS-OCLCAD           NOT EQUAL '00'
               MOVE 'APL'              TO ERR-TIPO-ACESSO
               MOVE WRK-FS-OCLCAD      TO ERR-TEXTO
               MOVE 'OCLCAD'           TO ERR-MODULO
               PERFORM 9999-PROCESSAR-ROTINA-ERRO
           END-IF.

           MOVE 'N'                    TO WRK-FIM-FILA.

           PERFORM 1219-LER-PROXIMA-OCORRENCIA
                   UNTIL WRK-FILA-ENCERRADA.

           IF  WRK-FS-OCLCAD           NOT EQUAL '00'
               INITIALIZE WRK-AREA-CADU8000
               MOVE 'A873'             TO WRK-COD-MENSAGEM-8000
               PERFORM 1110-ACESSAR-CADU8000
               CLOSE OCLCAD
               GO TO 1218-99-FIM
           END-IF.

           CLOSE OCLCAD.

           PERFORM 1240-MONTAR-SAIDA-OCORRENCIA.

           INITIALIZE WRK-AREA-CADU8000.
           MOVE 'A871'                 TO WRK-COD-MENSAGEM-8000.
           PERFORM 1110-ACESSAR-CADU8000.

      *----------------------------------------------------------------*
       1218-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * LE A PROXIMA OCORRENCIA DA FILA; ENCERRA NA PRIMEIRA EM        *
      * ANALISE OU NO FIM DO ARQUIVO                                   *
      ******************************************************************
      *----------------------------------------------------------------*
       1219-LER-PROXIMA-OCORRENCIA     SECTION.
      *----------------------------------------------------------------*

           READ OCLCAD NEXT.

           IF  WRK-FS-OCLCAD           EQUAL '10' OR '46'
               SET WRK-FILA-ENCERRADA  TO TRUE
               GO TO 1219-99-FIM
           END-IF.

           IF  WRK-FS-OCLCAD           NOT EQUAL '00'
               MOVE 'APL'              TO ERR-TIPO-ACESSO
               MOVE WRK-FS-OCLCAD      TO ERR-TEXTO
               MOVE 'OCLCAD'           TO ERR-MODULO
               PERFORM 9999-PROCESSAR-ROTINA-ERRO
           END-IF.

           IF  OCL-EM-ANALISE
               SET WRK-FILA-ENCERRADA  TO TRUE
           END-IF.

      *----------------------------------------------------------------*
       1219-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * TRATAMENTO DE <ENTER> - CONSULTA E LIBERA A OCORRENCIA         *
      ******************************************************************
      *----------------------------------------------------------------*
       1220-TRATAR-ENTER               SECTION.
      *----------------------------------------------------------------*

           PERFORM 1215-CONSISTIR-CHAVE.

      *    JANELA BATCH EM ANDAMENTO (SEMAFORO SEMCAD/BRAD7260): A
      *    LIBERACAO E RECUSADA ANTES DE REGRAVAR A OCORRENCIA, SALVO
      *    COMANDO 'FORCAR' DO OPERADOR (EMERGENCIA), REGISTRADO NO LOG
      *    DE AUDITORIA. A CONSULTA NAO ALTERA O OCLCAD E CONTINUA
      *    LIBERADA.
           IF  WRK-DECISAO-LIBERAR
               MOVE 'C'                TO WRK-7260-FUNCAO
               MOVE 'CADU1211'         TO WRK-7260-PGM
               CALL 'BRAD7260'         USING WRK-AREA-BRAD7260
               IF  WRK-7260-JANELA-ABERTA
                   IF  WRK-INP-COMANDO-1211 EQUAL 'FORCAR'
                       SET USOA-RESULT-FORCAR TO TRUE
                       PERFORM 1216-REGISTRAR-OVERRIDE
                   ELSE
                       INITIALIZE WRK-AREA-CADU8000
                       MOVE 'E745'     TO WRK-COD-MENSAGEM-8000
                       SET USOA-RESULT-RECUSA TO TRUE
                       PERFORM 1110-ACESSAR-CADU8000
                       GO TO 1220-99-FIM
                   END-IF
               END-IF
           END-IF.

           OPEN I-O OCLCAD.

           IF  WRK-FS-OCLCAD           NOT EQUAL '00'
               MOVE 'APL'              TO ERR-TIPO-ACESSO
               MOVE WRK-FS-OCLCAD      TO ERR-TEXTO
               MOVE 'OCLCAD'           TO ERR-MODULO
               PERFORM 9999-PROCESSAR-ROTINA-ERRO
           END-IF.

           IF  WRK-INP-ID-ENTRADA-1211 EQUAL SPACES
               PERFORM 1225-POSICIONAR-CONTA
           ELSE
               READ OCLCAD
           END-IF.

           IF  WRK-FS-OCLCAD           EQUAL '23'
               INITIALIZE WRK-AREA-CADU8000
               MOVE 'E749'             TO WRK-COD-MENSAGEM-8000
               PERFORM 1110-ACESSAR-CADU8000
               CLOSE OCLCAD
               GO TO 1220-99-FIM
           END-IF.

           IF  WRK-FS-OCLCAD           NOT EQUAL '00'
               MOVE 'APL'              TO ERR-TIPO-ACESSO
               MOVE WRK-FS-OCLCAD      TO ERR-TEXTO
               MOVE 'OCLCAD'           TO ERR-MODULO
               PERFORM 9999-PROCESSAR-ROTINA-ERRO
           END-IF.

           EVALUATE TRUE
               WHEN WRK-DECISAO-LIBERAR
                   PERFORM 1250-LIBERAR-OCORRENCIA
               WHEN WRK-DECISAO-CONSULTAR
                   INITIALIZE WRK-AREA-CADU8000
                   MOVE 'A871'         TO WRK-COD-MENSAGEM-8000
                   PERFORM 1110-ACESSAR-CADU8000
               WHEN OTHER
                   INITIALIZE WRK-AREA-CADU8000
                   MOVE 'E717'         TO WRK-COD-MENSAGEM-8000
                   PERFORM 1110-ACESSAR-CADU8000
           END-EVALUATE.

           CLOSE OCLCAD.

           PERFORM 1240-MONTAR-SAIDA-OCORRENCIA.

      *----------------------------------------------------------------*
       1220-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * CONTA INFORMADA SEM O CODIGO DA ENTRADA - POSICIONA NA         *
      * PRIMEIRA OCORRENCIA DA CONTA (DEVOLVE '23' SE NAO HOUVER)      *
      ******************************************************************
      *----------------------------------------------------------------*
       1225-POSICIONAR-CONTA           SECTION.
      *----------------------------------------------------------------*

           MOVE LOW-VALUES             TO OCL-ID-ENTRADA.

           START OCLCAD KEY NOT LESS OCL-CHAVE.

           IF  WRK-FS-OCLCAD           EQUAL '23' OR '46' OR '10'
               MOVE '23'               TO WRK-FS-OCLCAD
               GO TO 1225-99-FIM
           END-IF.

           IF  WRK-FS-OCLCAD           NOT EQUAL '00'
               GO TO 1225-99-FIM
           END-IF.

           READ OCLCAD NEXT.

           IF  WRK-FS-OCLCAD           EQUAL '10' OR '46'
               MOVE '23'               TO WRK-FS-OCLCAD
               GO TO 1225-99-FIM
           END-IF.

           IF  WRK-FS-OCLCAD           NOT EQUAL '00'
               GO TO 1225-99-FIM
           END-IF.

           IF  OCL-AGENCIA             NOT EQUAL WRK-INP-AGENCIA-1211
           OR  OCL-RAZAO               NOT EQUAL WRK-INP-RAZAO-1211
           OR  OCL-CONTA               NOT EQUAL WRK-INP-CONTA-1211
               MOVE '23'               TO WRK-FS-OCLCAD
           END-IF.

      *----------------------------------------------------------------*
       1225-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * MONTA A SAIDA: DADOS DA OCORRENCIA, O CLIENTE (CADACLIE-VSAM)  *
      * E A ENTRADA DA LISTA QUE O APONTOU (LSTCAD)                    *
      ******************************************************************
      *----------------------------------------------------------------*
       1240-MONTAR-SAIDA-OCORRENCIA    SECTION.
      *----------------------------------------------------------------*

           MOVE OCL-AGENCIA            TO WRK-OUT-AGENCIA-1211.
           MOVE OCL-RAZAO              TO WRK-OUT-RAZAO-1211.
           MOVE OCL-CONTA              TO WRK-OUT-CONTA-1211.
           MOVE OCL-ID-ENTRADA         TO WRK-OUT-ID-ENTRADA-1211.
           MOVE OCL-TIPO-LISTA         TO WRK-OUT-TIPO-LISTA-1211.
           MOVE OCL-CRITERIO           TO WRK-OUT-CRITERIO-1211.
           MOVE OCL-SITUACAO           TO WRK-OUT-SITUACAO-1211.
           MOVE OCL-DT-DETECCAO        TO WRK-OUT-DT-DETECCAO-1211.
           MOVE OCL-DT-ULT-TRIAGEM     TO WRK-OUT-DT-TRIAGEM-1211.
           MOVE OCL-COD-USER-ANALISE   TO WRK-OUT-USER-ANALISE-1211.
           MOVE OCL-DT-ANALISE         TO WRK-OUT-DT-ANALISE-1211.

           PERFORM 1245-LER-CLIENTE.

           PERFORM 1247-LER-ENTRADA-LISTA.

      *----------------------------------------------------------------*
       1240-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * LE O CLIENTE DA OCORRENCIA NO CADACLIE-VSAM                    *
      ******************************************************************
      *----------------------------------------------------------------*
       1245-LER-CLIENTE                SECTION.
      *----------------------------------------------------------------*

           OPEN INPUT CADACLIE-VSAM.

           IF  WRK-FS-CADAVSAM         NOT EQUAL '00'
               MOVE 'APL'              TO ERR-TIPO-ACESSO
               MOVE WRK-FS-CADAVSAM    TO ERR-TEXTO
               MOVE 'CADACLIE-VSAM'    TO ERR-MODULO
               PERFORM 9999-PROCESSAR-ROTINA-ERRO
           END-IF.

           MOVE OCL-AGENCIA            TO CAD-AGENCIA.
           MOVE OCL-RAZAO              TO CAD-RAZAO.
           MOVE OCL-CONTA              TO CAD-CONTA.

           READ CADACLIE-VSAM
                KEY IS CAD-CHAVE
                INVALID KEY
                MOVE '23'               TO WRK-FS-CADAVSAM
                NOT INVALID KEY
                MOVE '00'               TO WRK-FS-CADAVSAM
           END-READ.

           EVALUATE WRK-FS-CADAVSAM
               WHEN '00'
                   MOVE CAD-NOME-CLIE  TO WRK-OUT-NOME-CLI-1211
                   MOVE CAD-PRINCIPAL  TO WRK-OUT-PRIN-CLI-1211
                   MOVE CAD-FILIAL     TO WRK-OUT-FIL-CLI-1211
                   MOVE CAD-CTLE       TO WRK-OUT-CTLE-CLI-1211
               WHEN '23'
      *            O CLIENTE FOI EXCLUIDO DEPOIS DA TRIAGEM - A
      *            OCORRENCIA CONTINUA VISIVEL PARA SER LIBERADA.
                   MOVE '(REGISTRO INEXISTENTE)'
                                       TO WRK-OUT-NOME-CLI-1211
                   MOVE ZEROS          TO WRK-OUT-PRIN-CLI-1211
                                          WRK-OUT-FIL-CLI-1211
                                          WRK-OUT-CTLE-CLI-1211
               WHEN OTHER
                   MOVE 'APL'          TO ERR-TIPO-ACESSO
                   MOVE WRK-FS-CADAVSAM TO ERR-TEXTO
                   MOVE 'CADACLIE-VSAM' TO ERR-MODULO
                   PERFORM 9999-PROCESSAR-ROTINA-ERRO
           END-EVALUATE.

           CLOSE CADACLIE-VSAM.

      *----------------------------------------------------------------*
       1245-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * LE A ENTRADA DA LISTA RESTRITIVA NO LSTCAD                     *
      ******************************************************************
      *----------------------------------------------------------------*
       1247-LER-ENTRADA-LISTA          SECTION.
      *----------------------------------------------------------------*

           OPEN INPUT LSTCAD.

           IF  WRK-FS-LSTCAD           NOT EQUAL '00'
               MOVE 'APL'              TO ERR-TIPO-ACESSO
               MOVE WRK-FS-LSTCAD      TO ERR-TEXTO
               MOVE 'LSTCAD'           TO ERR-MODULO
               PERFORM 9999-PROCESSAR-ROTINA-ERRO
           END-IF.

           MOVE OCL-ID-ENTRADA         TO LST-ID-ENTRADA.

           READ LSTCAD.

           EVALUATE WRK-FS-LSTCAD
               WHEN '00'
                   MOVE LST-NOME       TO WRK-OUT-NOME-LST-1211
                   MOVE LST-PRINCIPAL  TO WRK-OUT-PRIN-LST-1211
                   MOVE LST-FILIAL     TO WRK-OUT-FIL-LST-1211
                   MOVE LST-CTLE       TO WRK-OUT-CTLE-LST-1211
                   MOVE LST-ORIGEM     TO WRK-OUT-ORIGEM-1211
               WHEN '23'
      *            A ENTRADA SAIU DA LISTA NUMA CARGA POSTERIOR
      *            (BRAD0560) - A OCORRENCIA AINDA PRECISA DE ANALISE.
                   MOVE '(ENTRADA RETIRADA DA LISTA)'
                                       TO WRK-OUT-NOME-LST-1211
                   MOVE ZEROS          TO WRK-OUT-PRIN-LST-1211
                                          WRK-OUT-FIL-LST-1211
                                          WRK-OUT-CTLE-LST-1211
                   MOVE SPACES         TO WRK-OUT-ORIGEM-1211
               WHEN OTHER
                   MOVE 'APL'          TO ERR-TIPO-ACESSO
                   MOVE WRK-FS-LSTCAD  TO ERR-TEXTO
                   MOVE 'LSTCAD'       TO ERR-MODULO
                   PERFORM 9999-PROCESSAR-ROTINA-ERRO
           END-EVALUATE.

           CLOSE LSTCAD.

      *----------------------------------------------------------------*
       1247-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * LIBERACAO (DECISAO 'L') - REGISTRA O ANALISTA E A DATA E TIRA  *
      * A OCORRENCIA DA ANALISE                                        *
      ******************************************************************
      *----------------------------------------------------------------*
       1250-LIBERAR-OCORRENCIA         SECTION.
      *----------------------------------------------------------------*

           IF  OCL-LIBERADA
               INITIALIZE WRK-AREA-CADU8000
               MOVE 'E750'             TO WRK-COD-MENSAGEM-8000
               PERFORM 1110-ACESSAR-CADU8000
               GO TO 1250-99-FIM
           END-IF.

           MOVE FUNCTION CURRENT-DATE  TO WRK-DATA-HORA-ATUAL.

           SET OCL-LIBERADA            TO TRUE.
           MOVE WRK-COD-USER           TO OCL-COD-USER-ANALISE.
           MOVE WRK-DATA-ATUAL         TO OCL-DT-ANALISE.

           REWRITE REG-OCLCAD.

           IF  WRK-FS-OCLCAD           NOT EQUAL '00'
               MOVE 'APL'              TO ERR-TIPO-ACESSO
               MOVE WRK-FS-OCLCAD      TO ERR-TEXTO
               MOVE 'OCLCAD'           TO ERR-MODULO
               PERFORM 9999-PROCESSAR-ROTINA-ERRO
           END-IF.

           INITIALIZE WRK-AREA-CADU8000.
           MOVE 'A872'                 TO WRK-COD-MENSAGEM-8000.
           PERFORM 1110-ACESSAR-CADU8000.

      *----------------------------------------------------------------*
       1250-99-FIM.                    EXIT.
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
           MOVE 'CADU1211'                 TO WRK-COMU-TRANCODE.
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

           CALL 'BRAD0660'             USING WRK-OUTPUT-1211
                                             WRK-660-CADU1211T.

           IF  RETURN-CODE             NOT EQUAL ZEROS
               MOVE 'APL'              TO ERR-TIPO-ACESSO
               MOVE RETURN-CODE        TO WRK-RETURN-CODE
               MOVE 10                 TO WRK-LOCAL-ERRO
               MOVE WRK-ERRO-BRAD0660  TO ERR-TEXTO
               PERFORM 9999-PROCESSAR-ROTINA-ERRO
           END-IF.

           MOVE WRK-ISRT               TO WRK-FUNCAO.
           MOVE WRK-OUTPUT-1211        TO WRK-MENSAGEM.

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
               MOVE 'CADU1211'         TO ERR-MODULO
           ELSE
               MOVE 'CADU1211'         TO ERR-PGM
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
