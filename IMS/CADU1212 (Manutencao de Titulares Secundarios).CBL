      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. CADU1212.
       AUTHOR.     FLAVIO AUGUSTO MARIA.
      *================================================================*
      *                    P R I M E - I N F O R M A T I C A           *
      *================================================================*
      *    PROGRAMA....:  CADU1212                                     *
      *    PROGRAMADOR.:  FLAVIO AUGUSTO MARIA     - PRIME             *
      *    ANALISTA....:  NAJARA SANTOS            - PRIME             *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  MANUTENCAO DOS TITULARES SECUNDARIOS DA      *
      *                   CONTA (TITCAD): CO-TITULARES (PAPEL 'T'),    *
      *                   RESPONSAVEIS LEGAIS DE MENOR ('R'),          *
      *                   REPRESENTANTES LEGAIS ('L') E PROCURADORES   *
      *                   ('P'). O OPERADOR INFORMA A CONTA, O         *
      *                   CPF/CNPJ DA PESSOA E O PAPEL (CHAVE DO       *
      *                   VINCULO) E A OPCAO:                          *
      *                     BRANCO - CONSULTA O VINCULO;               *
      *                     I      - INCLUI (CONTA PRECISA EXISTIR NO  *
      *                              CADACLIE-VSAM);                   *
      *                     A      - ALTERA NOME E DATAS - O VINCULO   *
      *                              E ENCERRADO INFORMANDO A DATA     *
      *                              FIM (FICA NO ARQUIVO, FORA DE     *
      *                              VIGENCIA);                        *
      *                     E      - EXCLUI O VINCULO (LANCAMENTO      *
      *                              INDEVIDO).                        *
      *                   PF04 PERCORRE OS VINCULOS DA CONTA A PARTIR  *
      *                   DA CHAVE DA TELA (START/READ NEXT, COMO NO   *
      *                   CADU1211); SO A CONTA INFORMADA COMECA DO    *
      *                   PRIMEIRO VINCULO.                            *
      *----------------------------------------------------------------*
      *    VALIDACAO...:  PAPEL T/R/L/P; CPF/CNPJ PELA BRAD7200; A     *
      *                   PESSOA NAO PODE SER O PROPRIO TITULAR        *
      *                   PRINCIPAL (CAD-CGC-CPF, MESMO DESENHO DO     *
      *                   TIT-CGC-CPF, INCLUSIVE CNPJ COM LETRAS);     *
      *                   NOME OBRIGATORIO;                            *
      *                   DATA INICIO AAAAMMDD (ZERADA NA INCLUSAO =   *
      *                   DATA DO DIA) E DATA FIM ZERADA (VIGENTE) OU  *
      *                   AAAAMMDD NAO ANTERIOR AO INICIO.             *
      *----------------------------------------------------------------*
      *    JORNAL......:  TODA INCLUSAO, ALTERACAO E EXCLUSAO BEM      *
      *                   SUCEDIDA E GRAVADA NO TITHIST PELA BRAD7290, *
      *                   COM AS IMAGENS ANTES/DEPOIS DO VINCULO.      *
      *----------------------------------------------------------------*
      *    JANELA......:  COM A JANELA BATCH ABERTA (SEMCAD/BRAD7260)  *
      *                   SO A CONSULTA E ACEITA - O TITCAD E LIDO     *
      *                   PELA CADEIA NOTURNA. O COMANDO 'FORCAR'      *
      *                   LIBERA A MANUTENCAO EM EMERGENCIA E E        *
      *                   REGISTRADO NO LOG DE AUDITORIA (BRAD7110),   *
      *                   COMO NA CADU1207.                            *
      *----------------------------------------------------------------*
      *    TELA........:                                               *
      *    CADU1212T  -   TELA DE TITULARES SECUNDARIOS DA CONTA.      *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#BRAD7C   -   AREA DE TRATAMENTO DE ERROS.                 *
      *    I#CADUAA   -   BOOK PARA O CADU8000.                        *
      *    I#CADREG   -   LAYOUT DO REGISTRO DE CLIENTES (CADACLIE).   *
      *    I#TITCAD   -   LAYOUT DOS TITULARES SECUNDARIOS (TITCAD).   *
      *    I#TITHSC   -   AREA DE COMUNICACAO COM A BRAD7290.          *
      *    I#USOCOM   -   AREA DE COMUNICACAO COM A BRAD7390.          *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD0660   -   COMPACTAR MENSAGENS DE NAVEGACAO.            *
      *    BRAD7100   -   TRATAMENTO DE ERROS.                         *
      *    BRAD7110   -   LOG DE AUDITORIA.                            *
      *    BRAD7200   -   VALIDACAO DE CPF/CNPJ.                       *
      *    BRAD7260   -   SEMAFORO DA JANELA BATCH (SEMCAD).           *
      *    BRAD7290   -   JORNAL DE ALTERACOES (TITHIST).              *
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
                      ACCESS MODE          IS RANDOM
                      RECORD KEY           IS CAD-CHAVE
                      FILE STATUS          IS WRK-FS-CADAVSAM.

           SELECT TITCAD    ASSIGN     TO UT-S-TITCAD
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS TIT-CHAVE
                      FILE STATUS      IS WRK-FS-TITCAD.

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
      *    I/O    :  TITULARES SECUNDARIOS DA CONTA                    *
      *              ORG. INDEXADA (KSDS)   -   LRECL = 100            *
      *----------------------------------------------------------------*

       FD  TITCAD
           LABEL RECORD IS STANDARD.

       COPY 'I#TITCAD'.

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
       77  WRK-FS-TITCAD               PIC  X(002)         VALUE SPACES.
       77  WRK-REG-VALIDO              PIC  X(001)         VALUE 'N'.
           88  WRK-REGISTRO-VALIDO                         VALUE 'S'.
      *    CPF/CNPJ DO TITULAR PRINCIPAL NO FORMATO DO TIT-CGC-CPF
       01  WRK-CGC-TITULAR.
           05  WRK-CGC-TIT-PRINCIPAL   PIC  X(009)         VALUE ZEROS.
           05  WRK-CGC-TIT-FILIAL      PIC  X(005)         VALUE ZEROS.
           05  WRK-CGC-TIT-CTLE        PIC  9(002)         VALUE ZEROS.

       01  WRK-DATA-HORA-ATUAL.
           05  WRK-DATA-ATUAL          PIC  9(008)         VALUE ZEROS.
           05  FILLER                  PIC  X(013)         VALUE SPACES.

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
           '*** AREA DE COMUNICACAO COM A BRAD7200 ***'.
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
           '*** AREA DE COMUNICACAO COM A BRAD7290 ***'.
      *----------------------------------------------------------------*
      *    IMAGEM DO VINCULO ANTES DA OPERACAO (CAPTURADA LOGO APOS O  *
      *    READ) E AREA DO JORNAL TITHIST, GRAVADO PELA BRAD7290 A     *
      *    CADA WRITE/REWRITE/DELETE BEM SUCEDIDO NO TITCAD.           *
      *----------------------------------------------------------------*

       01  WRK-IMAGEM-ANTES            PIC  X(100)         VALUE
           LOW-VALUES.
       01  WRK-IMAGEM-DEPOIS           PIC  X(100)         VALUE
           LOW-VALUES.
       77  WRK-OPER-JORNAL             PIC  X(001)         VALUE SPACES.

       COPY 'I#TITHSC'.

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
           '*** AREA PARA INPUT - CADU1212T ***'.
      *----------------------------------------------------------------*

       01  WRK-INPUT-1212.
           05 WRK-FILLER                  PIC  X(018)      VALUE SPACES.
           05 WRK-INP-DADOS-1212.
             10 WRK-INP-PFK-1212          PIC  X(001)      VALUE SPACES.
             10 WRK-INP-SENHAS-1212       PIC  X(037)      VALUE SPACES.
             10 WRK-INP-COMANDO-1212      PIC  X(068)      VALUE SPACES.
             10 WRK-INP-OPCAO-1212        PIC  X(001)      VALUE SPACES.
                 88  WRK-OPCAO-CONSULTAR                   VALUE ' '.
                 88  WRK-OPCAO-INCLUIR                     VALUE 'I'.
                 88  WRK-OPCAO-ALTERAR                     VALUE 'A'.
                 88  WRK-OPCAO-EXCLUIR                     VALUE 'E'.
             10 WRK-INP-AGENCIA-1212      PIC  9(005)      VALUE ZEROS.
             10 WRK-INP-RAZAO-1212        PIC  9(005)      VALUE ZEROS.
             10 WRK-INP-CONTA-1212        PIC  9(007)      VALUE ZEROS.
             10 WRK-INP-CGC-CPF-1212.
               15 WRK-INP-PRINCIPAL-1212  PIC  X(009)      VALUE ZEROS.
               15 WRK-INP-FILIAL-1212     PIC  X(005)      VALUE ZEROS.
               15 WRK-INP-CTLE-1212       PIC  9(002)      VALUE ZEROS.
             10 WRK-INP-PAPEL-1212        PIC  X(001)      VALUE SPACES.
             10 WRK-INP-NOME-1212         PIC  X(040)      VALUE SPACES.
             10 WRK-INP-DT-INICIO-1212    PIC  9(008)      VALUE ZEROS.
             10 WRK-INP-DT-FIM-1212       PIC  9(008)      VALUE ZEROS.
             10 WRK-INP-MENSA-1212        PIC  X(079)      VALUE SPACES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA PARA OUTPUT - CADU1212T ***'.
      *----------------------------------------------------------------*

       01  WRK-OUTPUT-1212.
           05 WRK-OUT-LL-1212             PIC S9(004) COMP VALUE +0293.
           05 WRK-OUT-ZZ-1212             PIC  9(004) COMP VALUE ZEROS.
           05 WRK-OUT-DADOS-1212.
             10 WRK-OUT-SENHAS-1212       PIC  X(037)      VALUE SPACES.
             10 WRK-OUT-COMANDO-ATTR-1212 PIC  9(004) COMP VALUE ZEROS.
             10 WRK-OUT-OPCAO-1212        PIC  X(001)      VALUE SPACES.
             10 WRK-OUT-AGENCIA-1212      PIC  9(005)      VALUE ZEROS.
             10 WRK-OUT-RAZAO-1212        PIC  9(005)      VALUE ZEROS.
             10 WRK-OUT-CONTA-1212        PIC  9(007)      VALUE ZEROS.
             10 WRK-OUT-NOME-TITULAR-1212 PIC  X(040)      VALUE SPACES.
             10 WRK-OUT-PRINCIPAL-1212    PIC  X(009)      VALUE ZEROS.
             10 WRK-OUT-FILIAL-1212       PIC  X(005)      VALUE ZEROS.
             10 WRK-OUT-CTLE-1212         PIC  9(002)      VALUE ZEROS.
             10 WRK-OUT-PAPEL-1212        PIC  X(001)      VALUE SPACES.
             10 WRK-OUT-DESC-PAPEL-1212   PIC  X(025)      VALUE SPACES.
             10 WRK-OUT-NOME-1212         PIC  X(040)      VALUE SPACES.
             10 WRK-OUT-DT-INICIO-1212    PIC  9(008)      VALUE ZEROS.
             10 WRK-OUT-DT-FIM-1212       PIC  9(008)      VALUE ZEROS.
             10 WRK-OUT-USER-MANUT-1212   PIC  X(007)      VALUE SPACES.
             10 WRK-OUT-DT-MANUT-1212     PIC  9(008)      VALUE ZEROS.
             10 WRK-OUT-MENSA-1212        PIC  X(079)      VALUE SPACES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA PARA MASCARA - CADU1212T ***'.
      *----------------------------------------------------------------*

       01  WRK-660-CADU1212T.
           05 WRK-660-LL-AREA-1212     PIC  9(004) COMP    VALUE  0018.
           05 WRK-660-LL-MENSAGEM-1212 PIC  9(004) COMP    VALUE  0293.
           05 WRK-660-SENHAS-1212      PIC  9(004) COMP    VALUE  0037.
           05 WRK-660-OPCAO-1212       PIC  9(004) COMP    VALUE  1001.
           05 WRK-660-AGENCIA-1212     PIC  9(004) COMP    VALUE  1005.
           05 WRK-660-RAZAO-1212       PIC  9(004) COMP    VALUE  1005.
           05 WRK-660-CONTA-1212       PIC  9(004) COMP    VALUE  1007.
           05 WRK-660-NOME-TITULAR-1212
                                       PIC  9(004) COMP    VALUE  1040.
           05 WRK-660-PRINCIPAL-1212   PIC  9(004) COMP    VALUE  1009.
           05 WRK-660-FILIAL-1212      PIC  9(004) COMP    VALUE  1005.
           05 WRK-660-CTLE-1212        PIC  9(004) COMP    VALUE  1002.
           05 WRK-660-PAPEL-1212       PIC  9(004) COMP    VALUE  1001.
           05 WRK-660-DESC-PAPEL-1212  PIC  9(004) COMP    VALUE  1025.
           05 WRK-660-NOME-1212        PIC  9(004) COMP    VALUE  1040.
           05 WRK-660-DT-INICIO-1212   PIC  9(004) COMP    VALUE  1008.
           05 WRK-660-DT-FIM-1212      PIC  9(004) COMP    VALUE  1008.
           05 WRK-660-USER-MANUT-1212  PIC  9(004) COMP    VALUE  1007.
           05 WRK-660-DT-MANUT-1212    PIC  9(004) COMP    VALUE  1008.
           05 WRK-660-MENSA-1212       PIC  9(004) COMP    VALUE  0079.

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

           MOVE SPACES                 TO  WRK-OUT-DADOS-1212.

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

           MOVE 'CADU1212'             TO WRK-EP-PGM.
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
           MOVE 'CADU1212'             TO USOA-TRANSACAO.
           MOVE WRK-COD-MENSAGEM-8000  TO USOA-COD-MENSAGEM.

           EVALUATE TRUE
               WHEN WRK-TRANSACAO      NOT EQUAL 'CADU1212'
                   MOVE 'INICIO'       TO USOA-FUNCAO
               WHEN WRK-INP-PFK-1212   EQUAL '.' AND
                    WRK-INP-COMANDO-1212(1:3) EQUAL 'PFK'
                   MOVE WRK-INP-COMANDO-1212
                                       TO USOA-FUNCAO
               WHEN WRK-INP-PFK-1212   EQUAL '.'
                   MOVE 'ENTER'        TO USOA-FUNCAO
               WHEN WRK-INP-PFK-1212   EQUAL 'H'
                   MOVE 'PFK01'        TO USOA-FUNCAO
               WHEN OTHER
                   MOVE 'PFK0'         TO USOA-FUNCAO
                   MOVE WRK-INP-PFK-1212 TO USOA-FUNCAO(5:1)
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

           MOVE 'CADU1212T'            TO  WRK-TELA.

           IF  WRK-TRANSACAO           NOT EQUAL 'CADU1212'
               PERFORM 1100-RECEBER-CONTROLE
           ELSE
               PERFORM 1200-PROCESSAR-CADU1212
           END-IF.

           IF  WRK-TELA                EQUAL 'CADU1212T'
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

           MOVE WRK-MENSAGEM-SAIDA-8000    TO WRK-OUT-MENSA-1212.

      *----------------------------------------------------------------*
       1110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * TRATAMENTO DE PFS DA TELA DE TITULARES SECUNDARIOS             *
      ******************************************************************
      *----------------------------------------------------------------*
       1200-PROCESSAR-CADU1212         SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-MENSAGEM(1:LENGTH      OF WRK-INPUT-1212)
                                           TO WRK-INPUT-1212.

           EVALUATE TRUE

               WHEN ((WRK-INP-PFK-1212     EQUAL 'H')     OR
                     (WRK-INP-PFK-1212     EQUAL '.'      AND
                      WRK-INP-COMANDO-1212 EQUAL 'PFK01'))
                      MOVE WRK-INP-MENSA-1212
                                           TO WRK-OUT-MENSA-1212

               WHEN (WRK-INP-PFK-1212      EQUAL '.' AND
                     WRK-INP-COMANDO-1212  EQUAL 'PFK02')
                     PERFORM 1210-TRATAR-DESCONEXAO

               WHEN  WRK-INP-PFK-1212      EQUAL '3' OR
                    (WRK-INP-PFK-1212      EQUAL '.' AND
                     WRK-INP-COMANDO-1212  EQUAL 'PFK03')
                     PERFORM 1230-RETORNAR-CHAMADOR

               WHEN  WRK-INP-PFK-1212      EQUAL '4' OR
                    (WRK-INP-PFK-1212      EQUAL '.' AND
                     WRK-INP-COMANDO-1212  EQUAL 'PFK04')
                     PERFORM 1218-PROXIMO-VINCULO

               WHEN  WRK-INP-PFK-1212      EQUAL '.'
                     PERFORM 1220-TRATAR-ENTER

               WHEN OTHER
                     INITIALIZE WRK-AREA-CADU8000
                     MOVE 'E717'           TO WRK-COD-MENSAGEM-8000
                     PERFORM 1110-ACESSAR-CADU8000
                     MOVE WRK-49345        TO WRK-OUT-COMANDO-ATTR-1212

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
           MOVE 'CADU1212'                 TO WRK-TELA
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

           IF  WRK-INP-AGENCIA-1212    NOT NUMERIC
               MOVE ZEROS              TO WRK-INP-AGENCIA-1212
           END-IF.
           IF  WRK-INP-RAZAO-1212      NOT NUMERIC
               MOVE ZEROS              TO WRK-INP-RAZAO-1212
           END-IF.
           IF  WRK-INP-CONTA-1212      NOT NUMERIC
               MOVE ZEROS              TO WRK-INP-CONTA-1212
           END-IF.
      *    CNPJ ALFANUMERICO: LETRAS EM MAIUSCULAS E ZEROS A ESQUERDA,
      *    COMO GRAVADO NO TIT-CGC-CPF (A BRAD7200 RECUSA O RESTO).
           INSPECT WRK-INP-CGC-CPF-1212
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WRK-INP-PRINCIPAL-1212
                   REPLACING LEADING SPACE BY ZERO.
           INSPECT WRK-INP-FILIAL-1212
                   REPLACING LEADING SPACE BY ZERO.
           IF  WRK-INP-CTLE-1212       NOT NUMERIC
               MOVE ZEROS              TO WRK-INP-CTLE-1212
           END-IF.
           IF  WRK-INP-DT-INICIO-1212  NOT NUMERIC
               MOVE ZEROS              TO WRK-INP-DT-INICIO-1212
           END-IF.
           IF  WRK-INP-DT-FIM-1212     NOT NUMERIC
               MOVE ZEROS              TO WRK-INP-DT-FIM-1212
           END-IF.

           MOVE WRK-INP-AGENCIA-1212   TO TIT-AGENCIA.
           MOVE WRK-INP-RAZAO-1212     TO TIT-RAZAO.
           MOVE WRK-INP-CONTA-1212     TO TIT-CONTA.
           MOVE WRK-INP-PRINCIPAL-1212 TO TIT-PRINCIPAL.
           MOVE WRK-INP-FILIAL-1212    TO TIT-FILIAL.
           MOVE WRK-INP-CTLE-1212      TO TIT-CTLE.
           MOVE WRK-INP-PAPEL-1212     TO TIT-PAPEL.

           MOVE WRK-INP-OPCAO-1212     TO WRK-OUT-OPCAO-1212.
           MOVE WRK-INP-AGENCIA-1212   TO WRK-OUT-AGENCIA-1212.
           MOVE WRK-INP-RAZAO-1212     TO WRK-OUT-RAZAO-1212.
           MOVE WRK-INP-CONTA-1212     TO WRK-OUT-CONTA-1212.
           MOVE WRK-INP-PRINCIPAL-1212 TO WRK-OUT-PRINCIPAL-1212.
           MOVE WRK-INP-FILIAL-1212    TO WRK-OUT-FILIAL-1212.
           MOVE WRK-INP-CTLE-1212      TO WRK-OUT-CTLE-1212.
           MOVE WRK-INP-PAPEL-1212     TO WRK-OUT-PAPEL-1212.
           MOVE WRK-INP-NOME-1212      TO WRK-OUT-NOME-1212.
           MOVE WRK-INP-DT-INICIO-1212 TO WRK-OUT-DT-INICIO-1212.
           MOVE WRK-INP-DT-FIM-1212    TO WRK-OUT-DT-FIM-1212.

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

           MOVE 'CADU1212'             TO WRK-EO-PGM.
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
      * PF04 - PROXIMO VINCULO DA CONTA (START/READ NEXT APOS A CHAVE  *
      * DA TELA; SO A CONTA INFORMADA COMECA DO PRIMEIRO VINCULO)      *
      ******************************************************************
      *----------------------------------------------------------------*
       1218-PROXIMO-VINCULO            SECTION.
      *----------------------------------------------------------------*

           PERFORM 1215-CONSISTIR-CHAVE.

           OPEN INPUT TITCAD.

      *    TITCAD RECEM-DEFINIDO, AINDA SEM NENHUM VINCULO GRAVADO.
           IF  WRK-FS-TITCAD           EQUAL '35'
               INITIALIZE WRK-AREA-CADU8000
               MOVE 'A875'             TO WRK-COD-MENSAGEM-8000
               PERFORM 1110-ACESSAR-CADU8000
               GO TO 1218-99-FIM
           END-IF.

           IF  WRK-FS-TITCAD           NOT EQUAL '00'
               MOVE 'APL'              TO ERR-TIPO-ACESSO
               MOVE WRK-FS-TITCAD      TO ERR-TEXTO
               MOVE 'TITCAD'           TO ERR-MODULO
               PERFORM 9999-PROCESSAR-ROTINA-ERRO
           END-IF.

           START TITCAD KEY GREATER TIT-CHAVE.

           IF  WRK-FS-TITCAD           EQUAL '00'
               READ TITCAD NEXT
           END-IF.

           IF  WRK-FS-TITCAD           EQUAL '23' OR '46' OR '10'
           OR  TIT-AGENCIA             NOT EQUAL WRK-INP-AGENCIA-1212
           OR  TIT-RAZAO               NOT EQUAL WRK-INP-RAZAO-1212
           OR  TIT-CONTA               NOT EQUAL WRK-INP-CONTA-1212
               INITIALIZE WRK-AREA-CADU8000
               MOVE 'A875'             TO WRK-COD-MENSAGEM-8000
               PERFORM 1110-ACESSAR-CADU8000
               CLOSE TITCAD
               GO TO 1218-99-FIM
           END-IF.

           IF  WRK-FS-TITCAD           NOT EQUAL '00'
               MOVE 'APL'              TO ERR-TIPO-ACESSO
               MOVE WRK-FS-TITCAD      TO ERR-TEXTO
               MOVE 'TITCAD'           TO ERR-MODULO
               PERFORM 9999-PROCESSAR-ROTINA-ERRO
           END-IF.

           CLOSE TITCAD.

           PERFORM 1232-LER-CONTA.

           PERFORM 1237-MONTAR-SAIDA-VINCULO.

           INITIALIZE WRK-AREA-CADU8000.
           MOVE 'A874'                 TO WRK-COD-MENSAGEM-8000.
           PERFORM 1110-ACESSAR-CADU8000.

      *----------------------------------------------------------------*
       1218-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * TRATAMENTO DE <ENTER> - CONSULTA OU MANUTENCAO CONFORME OPCAO  *
      ******************************************************************
      *----------------------------------------------------------------*
       1220-TRATAR-ENTER               SECTION.
      *----------------------------------------------------------------*

           PERFORM 1215-CONSISTIR-CHAVE.

           IF  NOT WRK-OPCAO-CONSULTAR AND
               NOT WRK-OPCAO-INCLUIR   AND
               NOT WRK-OPCAO-ALTERAR   AND
               NOT WRK-OPCAO-EXCLUIR
               INITIALIZE WRK-AREA-CADU8000
               MOVE 'E717'             TO WRK-COD-MENSAGEM-8000
               PERFORM 1110-ACESSAR-CADU8000
               GO TO 1220-99-FIM
           END-IF.

      *    JANELA BATCH EM ANDAMENTO (SEMAFORO SEMCAD/BRAD7260): A
      *    INCLUSAO, ALTERACAO E EXCLUSAO SAO RECUSADAS, SALVO COMANDO
      *    'FORCAR' DO OPERADOR (EMERGENCIA), REGISTRADO NO LOG DE
      *    AUDITORIA. A CONSULTA NAO ALTERA O TITCAD E CONTINUA
      *    LIBERADA.
           IF  NOT WRK-OPCAO-CONSULTAR
               MOVE 'C'                TO WRK-7260-FUNCAO
               MOVE 'CADU1212'         TO WRK-7260-PGM
               CALL 'BRAD7260'         USING WRK-AREA-BRAD7260
               IF  WRK-7260-JANELA-ABERTA
                   IF  WRK-INP-COMANDO-1212 EQUAL 'FORCAR'
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

      *    TITCAD RECEM-DEFINIDO, AINDA SEM NENHUM VINCULO GRAVADO:
      *    O OPEN I-O RETORNA '35' - CARREGA-O COM OPEN OUTPUT/CLOSE E
      *    REABRE EM I-O (MESMO TRATAMENTO DO XREFCAD NO BRAD0600).
           OPEN I-O TITCAD.

           IF  WRK-FS-TITCAD           EQUAL '35'
               OPEN OUTPUT TITCAD
               IF  WRK-FS-TITCAD       EQUAL '00'
                   CLOSE TITCAD
                   OPEN I-O TITCAD
               END-IF
           END-IF.

           IF  WRK-FS-TITCAD           NOT EQUAL '00'
               MOVE 'APL'              TO ERR-TIPO-ACESSO
               MOVE WRK-FS-TITCAD      TO ERR-TEXTO
               MOVE 'TITCAD'           TO ERR-MODULO
               PERFORM 9999-PROCESSAR-ROTINA-ERRO
           END-IF.

           PERFORM 1232-LER-CONTA.

           EVALUATE TRUE
               WHEN WRK-OPCAO-CONSULTAR
                   PERFORM 1225-CONSULTAR-VINCULO
               WHEN WRK-OPCAO-INCLUIR
                   PERFORM 1240-INCLUIR-VINCULO
               WHEN WRK-OPCAO-ALTERAR
                   PERFORM 1250-ALTERAR-VINCULO
               WHEN WRK-OPCAO-EXCLUIR
                   PERFORM 1260-EXCLUIR-VINCULO
           END-EVALUATE.

           CLOSE TITCAD.

      *----------------------------------------------------------------*
       1220-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * CONSULTA DO VINCULO PELA CHAVE COMPLETA DA TELA                *
      ******************************************************************
      *----------------------------------------------------------------*
       1225-CONSULTAR-VINCULO          SECTION.
      *----------------------------------------------------------------*

           PERFORM 1226-LER-VINCULO.

           IF  WRK-FS-TITCAD           EQUAL '23'
               GO TO 1225-99-FIM
           END-IF.

           PERFORM 1237-MONTAR-SAIDA-VINCULO.

           INITIALIZE WRK-AREA-CADU8000.
           MOVE 'A874'                 TO WRK-COD-MENSAGEM-8000.
           PERFORM 1110-ACESSAR-CADU8000.

      *----------------------------------------------------------------*
       1225-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * LE O VINCULO DA CHAVE DA TELA - '23' DEVOLVE A MENSAGEM E751   *
      ******************************************************************
      *----------------------------------------------------------------*
       1226-LER-VINCULO                SECTION.
      *----------------------------------------------------------------*

           READ TITCAD
                KEY IS TIT-CHAVE
                INVALID KEY
                MOVE '23'               TO WRK-FS-TITCAD
                NOT INVALID KEY
                MOVE '00'               TO WRK-FS-TITCAD
           END-READ.

           IF  WRK-FS-TITCAD           EQUAL '23'
               INITIALIZE WRK-AREA-CADU8000
               MOVE 'E751'             TO WRK-COD-MENSAGEM-8000
               PERFORM 1110-ACESSAR-CADU8000
               GO TO 1226-99-FIM
           END-IF.

           IF  WRK-FS-TITCAD           NOT EQUAL '00'
               MOVE 'APL'              TO ERR-TIPO-ACESSO
               MOVE WRK-FS-TITCAD      TO ERR-TEXTO
               MOVE 'TITCAD'           TO ERR-MODULO
               PERFORM 9999-PROCESSAR-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1226-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * LE A CONTA NO CADACLIE-VSAM: NOME DO TITULAR PRINCIPAL PARA A  *
      * TELA E O SEU CPF/CNPJ PARA A VALIDACAO DO VINCULO. DEVOLVE     *
      * WRK-FS-CADAVSAM '00' OU '23'.                                  *
      ******************************************************************
      *----------------------------------------------------------------*
       1232-LER-CONTA                  SECTION.
      *----------------------------------------------------------------*

           OPEN INPUT CADACLIE-VSAM.

           IF  WRK-FS-CADAVSAM         NOT EQUAL '00'
               MOVE 'APL'              TO ERR-TIPO-ACESSO
               MOVE WRK-FS-CADAVSAM    TO ERR-TEXTO
               MOVE 'CADACLIE-VSAM'    TO ERR-MODULO
               PERFORM 9999-PROCESSAR-ROTINA-ERRO
           END-IF.

           MOVE TIT-AGENCIA            TO CAD-AGENCIA.
           MOVE TIT-RAZAO              TO CAD-RAZAO.
           MOVE TIT-CONTA              TO CAD-CONTA.

           READ CADACLIE-VSAM
                KEY IS CAD-CHAVE
                INVALID KEY
                MOVE '23'               TO WRK-FS-CADAVSAM
                NOT INVALID KEY
                MOVE '00'               TO WRK-FS-CADAVSAM
           END-READ.

           EVALUATE WRK-FS-CADAVSAM
               WHEN '00'
                   MOVE CAD-NOME-CLIE  TO WRK-OUT-NOME-TITULAR-1212
                   MOVE CAD-CGC-CPF    TO WRK-CGC-TITULAR
               WHEN '23'
      *            CONTA EXCLUIDA DEPOIS DO VINCULO - O VINCULO AINDA
      *            PODE SER CONSULTADO, ENCERRADO OU EXCLUIDO.
                   MOVE '(REGISTRO INEXISTENTE)'
                                       TO WRK-OUT-NOME-TITULAR-1212
                   MOVE LOW-VALUES     TO WRK-CGC-TITULAR
               WHEN OTHER
                   MOVE 'APL'          TO ERR-TIPO-ACESSO
                   MOVE WRK-FS-CADAVSAM TO ERR-TEXTO
                   MOVE 'CADACLIE-VSAM' TO ERR-MODULO
                   PERFORM 9999-PROCESSAR-ROTINA-ERRO
           END-EVALUATE.

           CLOSE CADACLIE-VSAM.

      *----------------------------------------------------------------*
       1232-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * MONTA NOME E DATAS DO VINCULO A PARTIR DA TELA (A CHAVE JA     *
      * FOI MONTADA NO 1215), COM O USUARIO E A DATA DA MANUTENCAO     *
      ******************************************************************
      *----------------------------------------------------------------*
       1235-MONTAR-REGISTRO            SECTION.
      *----------------------------------------------------------------*

           MOVE FUNCTION CURRENT-DATE  TO WRK-DATA-HORA-ATUAL.

           MOVE WRK-INP-NOME-1212      TO TIT-NOME.
           MOVE WRK-INP-DT-INICIO-1212 TO TIT-DT-INICIO.
           MOVE WRK-INP-DT-FIM-1212    TO TIT-DT-FIM.
           MOVE WRK-COD-USER           TO TIT-COD-USER-MANUT.
           MOVE WRK-DATA-ATUAL         TO TIT-DT-MANUT.

      *----------------------------------------------------------------*
       1235-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * VALIDA O VINCULO ANTES DE QUALQUER GRAVACAO NO TITCAD          *
      ******************************************************************
      *----------------------------------------------------------------*
       1236-VALIDAR-VINCULO            SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-REG-VALIDO.
           INITIALIZE WRK-AREA-CADU8000.

           IF  NOT TIT-PAPEL-VALIDO
               MOVE 'E753'             TO WRK-COD-MENSAGEM-8000
               PERFORM 1110-ACESSAR-CADU8000
               GO TO 1236-99-FIM
           END-IF.

           MOVE TIT-PRINCIPAL          TO WRK-7200-PRINCIPAL.
           MOVE TIT-FILIAL             TO WRK-7200-FILIAL.
           MOVE TIT-CTLE               TO WRK-7200-CTLE.
           MOVE SPACES                 TO WRK-7200-COD-RETORNO
                                           WRK-7200-COD-MENSAGEM.

           CALL 'BRAD7200'             USING WRK-AREA-BRAD7200.

           IF  WRK-CGC-INVALIDO-7200
               MOVE WRK-7200-COD-MENSAGEM
                                       TO WRK-COD-MENSAGEM-8000
               PERFORM 1110-ACESSAR-CADU8000
               GO TO 1236-99-FIM
           END-IF.

      *    O TITULAR PRINCIPAL JA ESTA NO CADACLIE - NAO E REPETIDO
      *    COMO TITULAR SECUNDARIO DA PROPRIA CONTA.
           IF  TIT-CGC-CPF             EQUAL WRK-CGC-TITULAR
               MOVE 'E755'             TO WRK-COD-MENSAGEM-8000
               PERFORM 1110-ACESSAR-CADU8000
               GO TO 1236-99-FIM
           END-IF.

           IF  TIT-NOME                EQUAL SPACES
               MOVE 'E756'             TO WRK-COD-MENSAGEM-8000
               PERFORM 1110-ACESSAR-CADU8000
               GO TO 1236-99-FIM
           END-IF.

           MOVE TIT-DT-INICIO          TO WRK-DATA-TESTE.
           PERFORM 1290-VALIDAR-DATA.

           IF  WRK-DATA-VALIDA         EQUAL 'N'
               MOVE 'E754'             TO WRK-COD-MENSAGEM-8000
               PERFORM 1110-ACESSAR-CADU8000
               GO TO 1236-99-FIM
           END-IF.

           IF  TIT-DT-FIM              NOT EQUAL ZEROS
               MOVE TIT-DT-FIM         TO WRK-DATA-TESTE
               PERFORM 1290-VALIDAR-DATA
               IF  WRK-DATA-VALIDA     EQUAL 'N'  OR
                   TIT-DT-FIM          LESS TIT-DT-INICIO
                   MOVE 'E754'         TO WRK-COD-MENSAGEM-8000
                   PERFORM 1110-ACESSAR-CADU8000
                   GO TO 1236-99-FIM
               END-IF
           END-IF.

           MOVE 'S'                    TO WRK-REG-VALIDO.

      *----------------------------------------------------------------*
       1236-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * ECOA O VINCULO NOS CAMPOS DE SAIDA DA TELA                     *
      ******************************************************************
      *----------------------------------------------------------------*
       1237-MONTAR-SAIDA-VINCULO       SECTION.
      *----------------------------------------------------------------*

           MOVE TIT-AGENCIA            TO WRK-OUT-AGENCIA-1212.
           MOVE TIT-RAZAO              TO WRK-OUT-RAZAO-1212.
           MOVE TIT-CONTA              TO WRK-OUT-CONTA-1212.
           MOVE TIT-PRINCIPAL          TO WRK-OUT-PRINCIPAL-1212.
           MOVE TIT-FILIAL             TO WRK-OUT-FILIAL-1212.
           MOVE TIT-CTLE               TO WRK-OUT-CTLE-1212.
           MOVE TIT-PAPEL              TO WRK-OUT-PAPEL-1212.
           MOVE TIT-NOME               TO WRK-OUT-NOME-1212.
           MOVE TIT-DT-INICIO          TO WRK-OUT-DT-INICIO-1212.
           MOVE TIT-DT-FIM             TO WRK-OUT-DT-FIM-1212.
           MOVE TIT-COD-USER-MANUT     TO WRK-OUT-USER-MANUT-1212.
           MOVE TIT-DT-MANUT           TO WRK-OUT-DT-MANUT-1212.

           EVALUATE TRUE
               WHEN TIT-CO-TITULAR
                   MOVE 'CO-TITULAR'   TO WRK-OUT-DESC-PAPEL-1212
               WHEN TIT-RESPONSAVEL-LEGAL
                   MOVE 'RESPONSAVEL LEGAL'
                                       TO WRK-OUT-DESC-PAPEL-1212
               WHEN TIT-REPRESENTANTE-LEGAL
                   MOVE 'REPRESENTANTE LEGAL'
                                       TO WRK-OUT-DESC-PAPEL-1212
               WHEN TIT-PROCURADOR
                   MOVE 'PROCURADOR'   TO WRK-OUT-DESC-PAPEL-1212
               WHEN OTHER
                   MOVE SPACES         TO WRK-OUT-DESC-PAPEL-1212
           END-EVALUATE.

      *----------------------------------------------------------------*
       1237-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * GRAVA NO JORNAL TITHIST AS IMAGENS ANTES E DEPOIS DA OPERACAO  *
      * BEM SUCEDIDA, VIA BRAD7290. O CHAMADOR PREPARA                 *
      * WRK-OPER-JORNAL E WRK-IMAGEM-ANTES/DEPOIS.                     *
      ******************************************************************
      *----------------------------------------------------------------*
       1238-GRAVAR-JORNAL              SECTION.
      *----------------------------------------------------------------*

           MOVE TIT-AGENCIA            TO THSA-AGENCIA.
           MOVE TIT-RAZAO              TO THSA-RAZAO.
           MOVE TIT-CONTA              TO THSA-CONTA.
           MOVE WRK-OPER-JORNAL        TO THSA-OPERACAO.
           MOVE WRK-COD-USER           TO THSA-COD-USER.
           MOVE WRK-COD-DEPTO          TO THSA-COD-DEPTO.
           MOVE 'CADU1212'             TO THSA-TRANSACAO.
           MOVE WRK-IMAGEM-ANTES       TO THSA-IMAGEM-ANTES.
           MOVE WRK-IMAGEM-DEPOIS      TO THSA-IMAGEM-DEPOIS.

           CALL 'BRAD7290'             USING THS-AREA.

      *----------------------------------------------------------------*
       1238-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * INCLUSAO DE VINCULO (OPCAO I) - A CONTA PRECISA EXISTIR        *
      ******************************************************************
      *----------------------------------------------------------------*
       1240-INCLUIR-VINCULO            SECTION.
      *----------------------------------------------------------------*

           IF  WRK-FS-CADAVSAM         EQUAL '23'
               INITIALIZE WRK-AREA-CADU8000
               MOVE 'E719'             TO WRK-COD-MENSAGEM-8000
               PERFORM 1110-ACESSAR-CADU8000
               GO TO 1240-99-FIM
           END-IF.

           PERFORM 1235-MONTAR-REGISTRO.

      *    DATA INICIO NAO INFORMADA NA INCLUSAO: VINCULO VALE A
      *    PARTIR DO DIA.
           IF  TIT-DT-INICIO           EQUAL ZEROS
               MOVE WRK-DATA-ATUAL     TO TIT-DT-INICIO
           END-IF.

           PERFORM 1236-VALIDAR-VINCULO.

           IF  NOT WRK-REGISTRO-VALIDO
               PERFORM 1237-MONTAR-SAIDA-VINCULO
               GO TO 1240-99-FIM
           END-IF.

      *    O FILE STATUS REAL DO WRITE E TESTADO DIRETO NO EVALUATE:
      *    '22' E VINCULO JA EXISTENTE; QUALQUER OUTRO STATUS SEGUE
      *    PARA A ROTINA DE ERRO.
           WRITE REG-TITCAD.

           EVALUATE WRK-FS-TITCAD
               WHEN '00'
                   MOVE LOW-VALUES     TO WRK-IMAGEM-ANTES
                   MOVE REG-TITCAD     TO WRK-IMAGEM-DEPOIS
                   MOVE 'I'            TO WRK-OPER-JORNAL
                   PERFORM 1238-GRAVAR-JORNAL
                   PERFORM 1237-MONTAR-SAIDA-VINCULO
                   INITIALIZE WRK-AREA-CADU8000
                   MOVE 'A855'         TO WRK-COD-MENSAGEM-8000
                   PERFORM 1110-ACESSAR-CADU8000
               WHEN '22'
                   PERFORM 1237-MONTAR-SAIDA-VINCULO
                   INITIALIZE WRK-AREA-CADU8000
                   MOVE 'E752'         TO WRK-COD-MENSAGEM-8000
                   PERFORM 1110-ACESSAR-CADU8000
               WHEN OTHER
                   MOVE 'APL'          TO ERR-TIPO-ACESSO
                   MOVE WRK-FS-TITCAD  TO ERR-TEXTO
                   MOVE 'TITCAD'       TO ERR-MODULO
                   PERFORM 9999-PROCESSAR-ROTINA-ERRO
           END-EVALUATE.

      *----------------------------------------------------------------*
       1240-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * ALTERACAO DE VINCULO (OPCAO A) - NOME E DATAS; O ENCERRAMENTO  *
      * DO VINCULO E FEITO AQUI, INFORMANDO A DATA FIM                 *
      ******************************************************************
      *----------------------------------------------------------------*
       1250-ALTERAR-VINCULO            SECTION.
      *----------------------------------------------------------------*

           PERFORM 1226-LER-VINCULO.

           IF  WRK-FS-TITCAD           EQUAL '23'
               GO TO 1250-99-FIM
           END-IF.

           MOVE REG-TITCAD             TO WRK-IMAGEM-ANTES.

           PERFORM 1235-MONTAR-REGISTRO.

           PERFORM 1236-VALIDAR-VINCULO.

           IF  NOT WRK-REGISTRO-VALIDO
               PERFORM 1237-MONTAR-SAIDA-VINCULO
               GO TO 1250-99-FIM
           END-IF.

           REWRITE REG-TITCAD.

           IF  WRK-FS-TITCAD           EQUAL '00'
               MOVE REG-TITCAD         TO WRK-IMAGEM-DEPOIS
               MOVE 'A'                TO WRK-OPER-JORNAL
               PERFORM 1238-GRAVAR-JORNAL
               PERFORM 1237-MONTAR-SAIDA-VINCULO
               INITIALIZE WRK-AREA-CADU8000
               MOVE 'A856'             TO WRK-COD-MENSAGEM-8000
               PERFORM 1110-ACESSAR-CADU8000
           ELSE
               MOVE 'APL'              TO ERR-TIPO-ACESSO
               MOVE WRK-FS-TITCAD      TO ERR-TEXTO
               MOVE 'TITCAD'           TO ERR-MODULO
               PERFORM 9999-PROCESSAR-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1250-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * EXCLUSAO DE VINCULO (OPCAO E) - LANCAMENTO INDEVIDO            *
      ******************************************************************
      *----------------------------------------------------------------*
       1260-EXCLUIR-VINCULO            SECTION.
      *----------------------------------------------------------------*

           PERFORM 1226-LER-VINCULO.

           IF  WRK-FS-TITCAD           EQUAL '23'
               GO TO 1260-99-FIM
           END-IF.

           MOVE REG-TITCAD             TO WRK-IMAGEM-ANTES.

           PERFORM 1237-MONTAR-SAIDA-VINCULO.

           DELETE TITCAD.

           IF  WRK-FS-TITCAD           EQUAL '00'
               MOVE LOW-VALUES         TO WRK-IMAGEM-DEPOIS
               MOVE 'E'                TO WRK-OPER-JORNAL
               PERFORM 1238-GRAVAR-JORNAL
               INITIALIZE WRK-AREA-CADU8000
               MOVE 'A857'             TO WRK-COD-MENSAGEM-8000
               PERFORM 1110-ACESSAR-CADU8000
           ELSE
               MOVE 'APL'              TO ERR-TIPO-ACESSO
               MOVE WRK-FS-TITCAD      TO ERR-TEXTO
               MOVE 'TITCAD'           TO ERR-MODULO
               PERFORM 9999-PROCESSAR-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1260-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * VALIDA WRK-DATA-TESTE COMO AAAAMMDD - MESMA REGRA DO 5100 DO   *
      * BRAD0360 (ANO >= 1601, MES 01-12, DIA DENTRO DO MES E ANO      *
      * BISSEXTO EM FEVEREIRO)                                         *
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
           MOVE 'CADU1212'                 TO WRK-COMU-TRANCODE.
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

           CALL 'BRAD0660'             USING WRK-OUTPUT-1212
                                             WRK-660-CADU1212T.

           IF  RETURN-CODE             NOT EQUAL ZEROS
               MOVE 'APL'              TO ERR-TIPO-ACESSO
               MOVE RETURN-CODE        TO WRK-RETURN-CODE
               MOVE 10                 TO WRK-LOCAL-ERRO
               MOVE WRK-ERRO-BRAD0660  TO ERR-TEXTO
               PERFORM 9999-PROCESSAR-ROTINA-ERRO
           END-IF.

           MOVE WRK-ISRT               TO WRK-FUNCAO.
           MOVE WRK-OUTPUT-1212        TO WRK-MENSAGEM.

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
               MOVE 'CADU1212'         TO ERR-MODULO
           ELSE
               MOVE 'CADU1212'         TO ERR-PGM
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
