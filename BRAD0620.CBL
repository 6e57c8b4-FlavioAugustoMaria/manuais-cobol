      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. BRAD0620.
       AUTHOR.     FLAVIO AUGUSTO MARIA.
      *================================================================*
      *                   P R I M E  I N F O R M A T I C A             *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  BRAD0620                                     *
      *    PROGRAMADOR.:  FLAVIO AUGUSTO MARIA              -  PRIME   *
      *    ANALISTA....:                                    -          *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  EXTRACAO DIARIA DAS ALTERACOES DO CADASTRO   *
      *                   DE CLIENTES PARA OS SISTEMAS QUE NAO PODEM   *
      *                   RECEBER A BASE INTEIRA (CARTOES, COBRANCA):  *
      *                   UM REGISTRO POR CONTA ALTERADA DESDE A       *
      *                   ULTIMA EXECUCAO BEM SUCEDIDA, COM A          *
      *                   OPERACAO (I/A/E), OS CAMPOS DA IMAGEM DEPOIS *
      *                   E A DATA/HORA DA ALTERACAO. A FONTE E O      *
      *                   JORNAL CADHIST (BRAD7140); A EXTRACAO        *
      *                   COMPLETA PARA O CRM CONTINUA NO BRAD0330.    *
      *----------------------------------------------------------------*
      *    MARCA DE....:  O REGISTRO DA EXTRACAO NO CDCCTL GUARDA A    *
      *    CORTE          MARCA DE CORTE DA ULTIMA REMESSA (DATA/HORA  *
      *                   AAAAMMDDHHMMSSCC). SAO LIDAS AS OCORRENCIAS  *
      *                   DO CADHIST POSTERIORES A MARCA E NAO         *
      *                   POSTERIORES AO INICIO DESTA EXECUCAO, QUE    *
      *                   PASSA A SER A NOVA MARCA; O QUE FOR GRAVADO  *
      *                   NO JORNAL DURANTE A EXECUCAO FICA PARA A     *
      *                   SEGUINTE. A MARCA SO E ATUALIZADA DEPOIS DO  *
      *                   TRAILER GRAVADO E DO ARQUIVO FECHADO: UMA    *
      *                   EXECUCAO QUE CAI NAO MOVE A MARCA E A        *
      *                   REEXECUCAO GERA A MESMA JANELA, SEM ENVIAR   *
      *                   NADA DUAS VEZES NEM PERDER ALTERACOES. O     *
      *                   NUMERO DA REMESSA NO HEADER SO AVANCA COM A  *
      *                   MARCA, PARA O CONSUMIDOR RECUSAR REPETICAO.  *
      *----------------------------------------------------------------*
      *    CONSOLIDACAO:  AS OCORRENCIAS DA JANELA SAO ORDENADAS POR   *
      *                   CONTA E DATA/HORA; A OPERACAO ENVIADA E A    *
      *                   LIQUIDA DA JANELA:                           *
      *                   CONTA QUE JA EXISTIA E CONTINUA .... A;      *
      *                   CONTA QUE NAO EXISTIA E PASSOU A     I;      *
      *                     EXISTIR                                    *
      *                   CONTA QUE EXISTIA E FOI EXCLUIDA ... E;      *
      *                   CONTA INCLUIDA E EXCLUIDA NA MESMA           *
      *                     JANELA ........................ NAO E      *
      *                     ENVIADA (SO CONTADA).                      *
      *                   OS CAMPOS SAO OS DA ULTIMA IMAGEM DEPOIS; NA *
      *                   EXCLUSAO, OS DA ULTIMA IMAGEM DA CONTA. O    *
      *                   RE-CHAVEAMENTO (BRAD0600) CHEGA COMO E NA    *
      *                   CHAVE ANTIGA E I NA NOVA. ENDERECO NAO       *
      *                   CONFIAVEL E TITULAR FALECIDO/CNPJ BAIXADO    *
      *                   SEGUEM A MESMA REGRA DO BRAD0330.            *
      *----------------------------------------------------------------*
      *    PARAMETROS..:  CARTAO PARMCDC - NOME DA EXTRACAO X(08)      *
      *                   (BRANCOS = 'CDCCLIE') E MARCA INICIAL        *
      *                   AAAAMMDDHHMMSS. MARCA ZERADA = CONTINUAR DA  *
      *                   MARCA DO CDCCTL (EXECUCAO NORMAL). MARCA     *
      *                   INFORMADA = PRIMEIRA CARGA DA EXTRACAO OU    *
      *                   REENVIO A PARTIR DAQUELE MOMENTO (DECISAO DA *
      *                   OPERACAO). EXTRACAO SEM REGISTRO NO CDCCTL E *
      *                   SEM MARCA NO CARTAO DERRUBA O JOB.           *
      *----------------------------------------------------------------*
      *    SAIDAS......:  CDCCLIE - ALTERACOES NO LEIAUTE DO I#CDCREM  *
      *                   (HEADER, DETALHES, TRAILER COM TOTAIS).      *
      *                   RELCDC  - RESUMO DA EXECUCAO.                *
      *                   RUNSTAT - LIDOS = REGISTROS DO CADHIST,      *
      *                   GRAVADOS = DETALHES DA REMESSA (BRAD7130).   *
      *----------------------------------------------------------------*
      *    RETORNO.....:  RETURN-CODE 12 EM CARTAO INVALIDO OU ERRO DE *
      *                   ARQUIVO (A MARCA NAO E MOVIDA).              *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#CADHST - LAYOUT DO JORNAL DE ALTERACOES (CADHIST).        *
      *    I#CADREG - LAYOUT DO REGISTRO DE CLIENTES (CADACLIE).       *
      *    I#CDCCTL - LAYOUT DO CONTROLE DA EXTRACAO (CDCCTL).         *
      *    I#CDCREM - LAYOUT DO ARQUIVO DE ALTERACOES (CDCCLIE).       *
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

           SELECT PARMCDC   ASSIGN     TO UT-S-PARMCDC
                      FILE STATUS      IS WRK-FS-PARMCDC.

           SELECT CADHIST   ASSIGN     TO UT-S-CADHIST
                      FILE STATUS      IS WRK-FS-CADHIST.

           SELECT CDCCTL    ASSIGN     TO UT-S-CDCCTL
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS CTL-EXTRACAO
                      FILE STATUS      IS WRK-FS-CDCCTL.

           SELECT CDCCLIE   ASSIGN     TO UT-S-CDCCLIE
                      FILE STATUS      IS WRK-FS-CDCCLIE.

           SELECT RELCDC    ASSIGN     TO UT-S-RELCDC
                      FILE STATUS      IS WRK-FS-RELCDC.

           SELECT SRTCDC    ASSIGN     TO UT-S-SRTCDC.

      *================================================================*
       DATA DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INPUT  :  CARTAO DE PARAMETRO - EXTRACAO E MARCA INICIAL    *
      *              ORG. SEQUENCIAL   -   LRECL = 080                 *
      *----------------------------------------------------------------*

       FD  PARMCDC
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  REG-PARMCDC.
           05  PCD-EXTRACAO             PIC  X(08).
           05  PCD-MARCA-INICIAL        PIC  9(14).
           05  FILLER                   PIC  X(58).

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
      *    I/O    :  CONTROLE DA EXTRACAO (MARCA DE CORTE)             *
      *              ORG. INDEXADA (VSAM KSDS)   -   LRECL = 80        *
      *----------------------------------------------------------------*

       FD  CDCCTL
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

           COPY 'I#CDCCTL'.

      *----------------------------------------------------------------*
      *    OUTPUT :  ALTERACOES DO CADASTRO PARA OS CONSUMIDORES       *
      *              ORG. SEQUENCIAL   -   LRECL = 350                 *
      *----------------------------------------------------------------*

       FD  CDCCLIE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

           COPY 'I#CDCREM'.

      *----------------------------------------------------------------*
      *    OUTPUT :  RESUMO DA EXECUCAO                                *
      *              ORG. SEQUENCIAL   -   LRECL = 132                 *
      *----------------------------------------------------------------*

       FD  RELCDC
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  REG-RELCDC                   PIC  X(132).

      *----------------------------------------------------------------*
      *    SORT  :  OCORRENCIAS DA JANELA POR CONTA, DATA/HORA E ORDEM *
      *              DE LEITURA (DESEMPATE NO MESMO CENTESIMO).        *
      *----------------------------------------------------------------*

       SD  SRTCDC.

       01  REG-SRTCDC.
           05  SRT-CHAVE.
               10  SRT-AGENCIA          PIC  9(05)  COMP-3.
               10  SRT-RAZAO            PIC  9(05)  COMP-3.
               10  SRT-CONTA            PIC  9(07)  COMP-3.
           05  SRT-DATA-HORA            PIC  X(16).
           05  SRT-SEQ-LEITURA          PIC  9(09)  COMP.
           05  SRT-OPERACAO             PIC  X(01).
           05  SRT-TRANSACAO            PIC  X(08).
           05  SRT-IMAGEM-ANTES         PIC  X(280).
           05  SRT-IMAGEM-DEPOIS        PIC  X(280).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** INICIO DA WORKING BRAD0620                 ***'.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** VARIAVEIS AUXILIARES                       ***'.
      *----------------------------------------------------------------*

       77  WRK-FECHAR                  PIC  X(001)         VALUE 'N'.
       77  WRK-PGM                     PIC  X(008)         VALUE
           'BRAD0620'.
       77  WRK-BATCH                   PIC  X(008)         VALUE
           'BATCH'.
       77  WRK-SQLCA-OU-STATUS         PIC  X(136)         VALUE SPACES.
       77  WRK-TOT-LIDOS               PIC  9(009) COMP    VALUE ZEROS.
       77  WRK-TOT-ANTERIORES          PIC  9(009) COMP    VALUE ZEROS.
       77  WRK-TOT-POSTERIORES         PIC  9(009) COMP    VALUE ZEROS.
       77  WRK-TOT-NA-JANELA           PIC  9(009) COMP    VALUE ZEROS.
       77  WRK-TOT-GRAVADOS            PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-INCLUSOES           PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-ALTERACOES          PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-EXCLUSOES           PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-ANULADAS            PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-HASH-CONTA              PIC  9(013) COMP-3  VALUE ZEROS.
       77  WRK-HOJE-AAAAMMDD           PIC  9(008)         VALUE ZEROS.
       77  WRK-ABORTAR                 PIC  X(001)         VALUE 'N'.
           88  WRK-EXECUCAO-ABORTADA                       VALUE 'S'.
       77  WRK-CONTROLE-EXISTE         PIC  X(001)         VALUE 'N'.
           88  WRK-CONTROLE-ENCONTRADO                     VALUE 'S'.
       77  WRK-REENVIO                 PIC  X(001)         VALUE 'N'.
           88  WRK-REENVIO-SOLICITADO                      VALUE 'S'.

      *----------------------------------------------------------------*
      *    JANELA DO JORNAL: POSTERIOR A WRK-MARCA-DE E ATE            *
      *    WRK-MARCA-ATE (INICIO DESTA EXECUCAO).                      *
      *----------------------------------------------------------------*

       01  WRK-EXTRACAO                PIC  X(008)         VALUE
           'CDCCLIE'.
       01  WRK-MARCA-DE                PIC  X(016)         VALUE SPACES.
       01  WRK-MARCA-ATE               PIC  X(016)         VALUE SPACES.
       01  WRK-SEQ-REMESSA             PIC  9(007)         VALUE ZEROS.

       01  WRK-MARCA-INICIAL.
           05  WRK-MARCA-INICIAL-DH    PIC  9(014)         VALUE ZEROS.
           05  FILLER                  PIC  X(002)         VALUE '00'.

      *----------------------------------------------------------------*
      *    CONSOLIDACAO DAS OCORRENCIAS DE UMA MESMA CONTA             *
      *----------------------------------------------------------------*

       01  WRK-PRIMEIRO-REG            PIC  X(001)         VALUE 'S'.
       01  WRK-CHAVE-ATUAL             PIC  X(010)         VALUE
           LOW-VALUES.
       01  WRK-EXISTIA-ANTES           PIC  X(001)         VALUE 'N'.
           88  WRK-CONTA-EXISTIA                           VALUE 'S'.
       01  WRK-ULT-OPERACAO            PIC  X(001)         VALUE SPACES.
           88  WRK-ULT-EXCLUSAO                            VALUE 'E'.
       01  WRK-ULT-DATA-HORA           PIC  X(016)         VALUE SPACES.
       01  WRK-ULT-TRANSACAO           PIC  X(008)         VALUE SPACES.
       01  WRK-ULT-IMAGEM              PIC  X(280)         VALUE SPACES.

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
               'PARMCDC INVALIDO-MOTIVO:'.
           05  WRK-EV-MOTIVO           PIC  X(055)         VALUE SPACES.

       01  WRK-MOT-MARCA-INVALIDA      PIC  X(055)         VALUE
           'MARCA INICIAL NAO NUMERICA OU NAO ANTERIOR A AGORA'.
       01  WRK-MOT-SEM-CONTROLE        PIC  X(055)         VALUE
           'EXTRACAO SEM REGISTRO NO CDCCTL - INFORME A MARCA'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** LINHAS DE IMPRESSAO DO RESUMO              ***'.
      *----------------------------------------------------------------*

       01  LIN-CABECALHO-1.
           05  FILLER                  PIC  X(060)         VALUE
               'BRAD0620 - EXTRACAO DE ALTERACOES DO CADASTRO (CDC)'.
           05  FILLER                  PIC  X(030)         VALUE SPACES.
           05  FILLER                  PIC  X(010)         VALUE
               'EXTRACAO: '.
           05  LIN-1-EXTRACAO          PIC  X(008).
           05  FILLER                  PIC  X(024)         VALUE SPACES.

       01  LIN-CABECALHO-2.
           05  FILLER                  PIC  X(021)         VALUE
               'REMESSA NUMERO.....: '.
           05  LIN-2-SEQ-REMESSA       PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(104)         VALUE SPACES.

       01  LIN-CABECALHO-3.
           05  FILLER                  PIC  X(021)         VALUE
               'JANELA DO JORNAL...: '.
           05  FILLER                  PIC  X(006)         VALUE
               'APOS '.
           05  LIN-3-MARCA-DE          PIC  X(016).
           05  FILLER                  PIC  X(006)         VALUE
               ' ATE '.
           05  LIN-3-MARCA-ATE         PIC  X(016).
           05  FILLER                  PIC  X(003)         VALUE SPACES.
           05  LIN-3-REENVIO           PIC  X(030)         VALUE SPACES.
           05  FILLER                  PIC  X(034)         VALUE SPACES.

       01  LIN-TOTAL.
           05  LIN-TOT-DESCRICAO       PIC  X(045).
           05  LIN-TOT-VALOR           PIC  ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(076)         VALUE SPACES.

       01  LIN-BRANCO                  PIC  X(132)         VALUE SPACES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** MENSAGEM DE ERRO DE FILE-STATUS            ***'.
      *----------------------------------------------------------------*

       01  WRK-FS-PARMCDC              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-CADHIST              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-CDCCTL               PIC  X(002)         VALUE SPACES.
       01  WRK-FS-CDCCLIE              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-RELCDC               PIC  X(002)         VALUE SPACES.

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

           SORT SRTCDC
               ON ASCENDING KEY SRT-CHAVE
                                SRT-DATA-HORA
                                SRT-SEQ-LEITURA
               INPUT PROCEDURE  IS 1500-CARREGAR-ORDENACAO
               OUTPUT PROCEDURE IS 2000-PROCESSAR-ORDENADOS.

           PERFORM 2800-GRAVAR-TRAILER.

           PERFORM 2900-IMPRIMIR-RESUMO.

           PERFORM 3000-FECHAR-ARQUIVO.

           PERFORM 3500-ATUALIZAR-CONTROLE.

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
           MOVE STA-DATA-HORA-INICIO(1:16)
                                       TO WRK-MARCA-ATE.

           INITIALIZE REG-CADHST.

           PERFORM 1010-LER-PARAMETRO.

      *    NA PRIMEIRA EXTRACAO O CLUSTER CDCCTL ESTA VAZIO E O OPEN
      *    I-O RETORNA '35' - CARREGA-O COM OPEN OUTPUT/CLOSE E REABRE
      *    EM I-O (MESMO TRATAMENTO DO XREFCAD NO BRAD0600).
           OPEN I-O    CDCCTL.
           IF  WRK-FS-CDCCTL           EQUAL '35'
               OPEN OUTPUT CDCCTL
               SET WRK-ABERTURA        TO TRUE
               MOVE 'CDCCTL'           TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-CDCCTL      TO WRK-FILE-STATUS
               MOVE WRK-FS-CDCCTL      TO WRK-FS-CADHIST
               PERFORM 1100-TESTAR-FILE-STATUS
               CLOSE CDCCTL
               OPEN I-O CDCCTL
           END-IF.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'CDCCTL'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-CDCCTL         TO WRK-FILE-STATUS.
           MOVE WRK-FS-CDCCTL         TO WRK-FS-CADHIST.
           PERFORM 1100-TESTAR-FILE-STATUS.

           PERFORM 1030-OBTER-MARCA.

           OPEN INPUT  CADHIST.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'CADHIST'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-CADHIST        TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           OPEN OUTPUT CDCCLIE.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'CDCCLIE'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-CDCCLIE        TO WRK-FILE-STATUS.
           MOVE WRK-FS-CDCCLIE        TO WRK-FS-CADHIST.
           PERFORM 1100-TESTAR-FILE-STATUS.

           OPEN OUTPUT RELCDC.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'RELCDC'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELCDC         TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELCDC         TO WRK-FS-CADHIST.
           PERFORM 1100-TESTAR-FILE-STATUS.

           PERFORM 1050-GRAVAR-HEADER.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1010-LER-PARAMETRO              SECTION.
      *----------------------------------------------------------------*
      *    NOME DA EXTRACAO (BRANCOS = CDCCLIE) E MARCA INICIAL. MARCA *
      *    NAO NUMERICA OU NAO ANTERIOR AO INICIO DA EXECUCAO DERRUBA  *
      *    O JOB ANTES DE ABRIR A REMESSA.                             *
      *----------------------------------------------------------------*

           OPEN INPUT  PARMCDC.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'PARMCDC'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-PARMCDC        TO WRK-FILE-STATUS.
           MOVE WRK-FS-PARMCDC        TO WRK-FS-CADHIST.
           PERFORM 1100-TESTAR-FILE-STATUS.

           READ PARMCDC.
           SET WRK-LEITURA            TO TRUE.
           MOVE 'PARMCDC'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-PARMCDC        TO WRK-FILE-STATUS.
           MOVE WRK-FS-PARMCDC        TO WRK-FS-CADHIST.
           PERFORM 1100-TESTAR-FILE-STATUS.

           CLOSE PARMCDC.
           SET WRK-FECHAMENTO         TO TRUE.
           MOVE 'PARMCDC'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-PARMCDC        TO WRK-FILE-STATUS.
           MOVE WRK-FS-PARMCDC        TO WRK-FS-CADHIST.
           PERFORM 1100-TESTAR-FILE-STATUS.

           IF  PCD-EXTRACAO            NOT EQUAL SPACES
               MOVE PCD-EXTRACAO       TO WRK-EXTRACAO
           END-IF.

           IF  PCD-MARCA-INICIAL       NOT NUMERIC
               MOVE WRK-MOT-MARCA-INVALIDA
                                       TO WRK-EV-MOTIVO
               PERFORM 9000-ABORTAR-VALIDACAO
           END-IF.

           IF  PCD-MARCA-INICIAL       EQUAL ZEROS
               GO TO 1010-99-FIM
           END-IF.

           MOVE PCD-MARCA-INICIAL      TO WRK-MARCA-INICIAL-DH.

           IF  WRK-MARCA-INICIAL       NOT LESS WRK-MARCA-ATE
               MOVE WRK-MOT-MARCA-INVALIDA
                                       TO WRK-EV-MOTIVO
               PERFORM 9000-ABORTAR-VALIDACAO
           END-IF.

           SET WRK-REENVIO-SOLICITADO  TO TRUE.

      *----------------------------------------------------------------*
       1010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1030-OBTER-MARCA                SECTION.
      *----------------------------------------------------------------*
      *    LE O REGISTRO DA EXTRACAO NO CDCCTL. A MARCA DO CARTAO,     *
      *    QUANDO INFORMADA, PREVALECE SOBRE A GRAVADA; SEM NENHUMA    *
      *    DAS DUAS NAO HA COMO SABER O QUE JA FOI ENVIADO.            *
      *----------------------------------------------------------------*

           MOVE WRK-EXTRACAO           TO CTL-EXTRACAO.

           READ CDCCTL.

           IF  WRK-FS-CDCCTL           EQUAL '23'
               MOVE ZEROS              TO WRK-SEQ-REMESSA
           ELSE
               SET WRK-LEITURA         TO TRUE
               MOVE 'CDCCTL'           TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-CDCCTL      TO WRK-FILE-STATUS
               MOVE WRK-FS-CDCCTL      TO WRK-FS-CADHIST
               PERFORM 1100-TESTAR-FILE-STATUS
               SET WRK-CONTROLE-ENCONTRADO
                                       TO TRUE
               MOVE CTL-MARCA-CORTE    TO WRK-MARCA-DE
               MOVE CTL-SEQ-REMESSA    TO WRK-SEQ-REMESSA
           END-IF.

           IF  WRK-REENVIO-SOLICITADO
               MOVE WRK-MARCA-INICIAL  TO WRK-MARCA-DE
           ELSE
               IF  NOT WRK-CONTROLE-ENCONTRADO
                   MOVE WRK-MOT-SEM-CONTROLE
                                       TO WRK-EV-MOTIVO
                   PERFORM 9000-ABORTAR-VALIDACAO
               END-IF
           END-IF.

           IF  WRK-MARCA-DE            NOT LESS WRK-MARCA-ATE
               MOVE WRK-MOT-MARCA-INVALIDA
                                       TO WRK-EV-MOTIVO
               PERFORM 9000-ABORTAR-VALIDACAO
           END-IF.

           ADD 1                       TO WRK-SEQ-REMESSA.

      *----------------------------------------------------------------*
       1030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1050-GRAVAR-HEADER              SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO REG-CDCREM.
           SET CDC-REG-HEADER          TO TRUE.
           MOVE 'CDC001'               TO CDC-HDR-LEIAUTE.
           MOVE WRK-EXTRACAO           TO CDC-HDR-EXTRACAO.
           MOVE WRK-SEQ-REMESSA        TO CDC-HDR-SEQ-REMESSA.
           MOVE WRK-MARCA-DE           TO CDC-HDR-MARCA-DE.
           MOVE WRK-MARCA-ATE          TO CDC-HDR-MARCA-ATE.
           MOVE WRK-HOJE-AAAAMMDD      TO CDC-HDR-DT-GERACAO.

           PERFORM 2790-ESCREVER-CDCCLIE.

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
       1500-CARREGAR-ORDENACAO         SECTION.
      *----------------------------------------------------------------*
      *    PASSA PARA O SORT SO AS OCORRENCIAS DA JANELA; AS           *
      *    POSTERIORES AO INICIO DA EXECUCAO FICAM PARA A PROXIMA.     *
      *----------------------------------------------------------------*

           PERFORM 1510-LER-CADHIST.

           PERFORM UNTIL WRK-FECHAR    EQUAL 'S'
               EVALUATE TRUE
                   WHEN HST-DATA-HORA(1:16)
                                       NOT GREATER WRK-MARCA-DE
                       ADD 1           TO WRK-TOT-ANTERIORES
                   WHEN HST-DATA-HORA(1:16)
                                       GREATER WRK-MARCA-ATE
                       ADD 1           TO WRK-TOT-POSTERIORES
                   WHEN OTHER
                       PERFORM 1550-LIBERAR-OCORRENCIA
               END-EVALUATE
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
           PERFORM 1100-TESTAR-FILE-STATUS.

           ADD 1                       TO WRK-TOT-LIDOS.

      *----------------------------------------------------------------*
       1510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1550-LIBERAR-OCORRENCIA         SECTION.
      *----------------------------------------------------------------*
      *    OCORRENCIA GRAVADA ANTES DA CONVERSAO DO CPF/CNPJ PARA      *
      *    ALFANUMERICO TEM AS IMAGENS NO LAYOUT ANTERIOR: A BRAD7310  *
      *    AS CONVERTE PARA O LAYOUT ATUAL DO I#CADREG.                *
      *----------------------------------------------------------------*

           ADD 1                       TO WRK-TOT-NA-JANELA.

           MOVE HST-IMAGEM-ANTES       TO WRK-7310-IMAGEM.
           CALL 'BRAD7310'             USING WRK-AREA-BRAD7310.
           MOVE WRK-7310-IMAGEM        TO SRT-IMAGEM-ANTES.

           MOVE HST-IMAGEM-DEPOIS      TO WRK-7310-IMAGEM.
           CALL 'BRAD7310'             USING WRK-AREA-BRAD7310.
           MOVE WRK-7310-IMAGEM        TO SRT-IMAGEM-DEPOIS.

           MOVE HST-CHAVE              TO SRT-CHAVE.
           MOVE HST-DATA-HORA(1:16)    TO SRT-DATA-HORA.
           MOVE WRK-TOT-LIDOS          TO SRT-SEQ-LEITURA.
           MOVE HST-OPERACAO           TO SRT-OPERACAO.
           MOVE HST-TRANSACAO          TO SRT-TRANSACAO.

           RELEASE REG-SRTCDC.

      *----------------------------------------------------------------*
       1550-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-PROCESSAR-ORDENADOS        SECTION.
      *----------------------------------------------------------------*

           PERFORM 2010-RETORNAR-ORDENADO.

           PERFORM UNTIL WRK-FECHAR    EQUAL 'S'
               PERFORM 2100-CONSOLIDAR-CONTA
               PERFORM 2010-RETORNAR-ORDENADO
           END-PERFORM.

           IF  WRK-PRIMEIRO-REG        EQUAL 'N'
               PERFORM 2200-FECHAR-CONTA
           END-IF.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2010-RETORNAR-ORDENADO          SECTION.
      *----------------------------------------------------------------*

           RETURN SRTCDC
               AT END
                   MOVE 'S'            TO WRK-FECHAR
           END-RETURN.

      *----------------------------------------------------------------*
       2010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-CONSOLIDAR-CONTA           SECTION.
      *----------------------------------------------------------------*
      *    A PRIMEIRA OCORRENCIA DA CONTA NA JANELA DIZ SE ELA JA      *
      *    EXISTIA (TUDO QUE NAO E INCLUSAO); A ULTIMA DIZ SE ELA      *
      *    CONTINUA EXISTINDO E DA A IMAGEM A ENVIAR.                  *
      *----------------------------------------------------------------*

           IF  WRK-PRIMEIRO-REG        EQUAL 'N' AND
               SRT-CHAVE               NOT EQUAL WRK-CHAVE-ATUAL
               PERFORM 2200-FECHAR-CONTA
               MOVE 'S'                TO WRK-PRIMEIRO-REG
           END-IF.

           IF  WRK-PRIMEIRO-REG        EQUAL 'S'
               MOVE 'N'                TO WRK-PRIMEIRO-REG
               MOVE SRT-CHAVE          TO WRK-CHAVE-ATUAL
               IF  SRT-OPERACAO        EQUAL 'I'
                   MOVE 'N'            TO WRK-EXISTIA-ANTES
               ELSE
                   MOVE 'S'            TO WRK-EXISTIA-ANTES
               END-IF
           END-IF.

           MOVE SRT-OPERACAO           TO WRK-ULT-OPERACAO.
           MOVE SRT-DATA-HORA          TO WRK-ULT-DATA-HORA.
           MOVE SRT-TRANSACAO          TO WRK-ULT-TRANSACAO.

           IF  WRK-ULT-EXCLUSAO
               MOVE SRT-IMAGEM-ANTES   TO WRK-ULT-IMAGEM
           ELSE
               MOVE SRT-IMAGEM-DEPOIS  TO WRK-ULT-IMAGEM
           END-IF.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-FECHAR-CONTA               SECTION.
      *----------------------------------------------------------------*
      *    OPERACAO LIQUIDA DA CONTA NA JANELA (VER CONSOLIDACAO NO    *
      *    CABECALHO); INCLUIDA E EXCLUIDA NA JANELA NAO E ENVIADA.    *
      *----------------------------------------------------------------*

           MOVE SPACES                 TO REG-CDCREM.
           SET CDC-REG-DETALHE         TO TRUE.

           EVALUATE TRUE
               WHEN WRK-CONTA-EXISTIA  AND NOT WRK-ULT-EXCLUSAO
                   SET CDC-OPER-ALTERACAO
                                       TO TRUE
                   ADD 1               TO WRK-TOT-ALTERACOES
               WHEN WRK-CONTA-EXISTIA
                   SET CDC-OPER-EXCLUSAO
                                       TO TRUE
                   ADD 1               TO WRK-TOT-EXCLUSOES
               WHEN NOT WRK-ULT-EXCLUSAO
                   SET CDC-OPER-INCLUSAO
                                       TO TRUE
                   ADD 1               TO WRK-TOT-INCLUSOES
               WHEN OTHER
                   ADD 1               TO WRK-TOT-ANULADAS
                   GO TO 2200-99-FIM
           END-EVALUATE.

           PERFORM 2300-MONTAR-DETALHE.

           PERFORM 2790-ESCREVER-CDCCLIE.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2300-MONTAR-DETALHE             SECTION.
      *----------------------------------------------------------------*
      *    CAMPOS DA IMAGEM RETIDA EM DISPLAY. ENDERECO DEVOLVIDO PELO *
      *    CORREIO (BRAD0480) SAI SUPRIMIDO E TITULAR FALECIDO OU CNPJ *
      *    BAIXADO (BRAD0550) SAI COMO 'NAO CONTATAR', COMO NO BRAD0330*
      *----------------------------------------------------------------*

           MOVE WRK-ULT-IMAGEM         TO REG-CADACLIE.

           ADD 1                       TO WRK-TOT-GRAVADOS.
           ADD CAD-CONTA               TO WRK-HASH-CONTA.

           MOVE WRK-TOT-GRAVADOS       TO CDC-DET-SEQ.
           MOVE WRK-ULT-DATA-HORA      TO CDC-DET-DATA-HORA.
           MOVE WRK-ULT-TRANSACAO      TO CDC-DET-TRANSACAO.
           MOVE CAD-AGENCIA            TO CDC-DET-AGENCIA.
           MOVE CAD-RAZAO              TO CDC-DET-RAZAO.
           MOVE CAD-CONTA              TO CDC-DET-CONTA.
           MOVE CAD-DIG-CTA            TO CDC-DET-DIG-CTA.
           MOVE CAD-CGC-CPF            TO CDC-DET-CGC-CPF.
           MOVE CAD-NOME-CLIE          TO CDC-DET-NOME.

           IF  CAD-END-NAO-CONFIAVEL
               MOVE ZEROS              TO CDC-DET-CEP
           ELSE
               MOVE CAD-END-LOGRADOURO TO CDC-DET-LOGRADOURO
               MOVE CAD-END-NUMERO     TO CDC-DET-END-NUMERO
               MOVE CAD-END-COMPLEM    TO CDC-DET-COMPLEM
               MOVE CAD-END-BAIRRO     TO CDC-DET-BAIRRO
               MOVE CAD-END-CIDADE     TO CDC-DET-CIDADE
               MOVE CAD-END-UF         TO CDC-DET-UF
               IF  CAD-COMPL-CEP       NUMERIC
                   COMPUTE CDC-DET-CEP = (CAD-NRO-CEP * 1000)
                                       + CAD-COMPL-CEP
               ELSE
                   COMPUTE CDC-DET-CEP = CAD-NRO-CEP * 1000
               END-IF
           END-IF.

           MOVE CAD-DDD-FONE           TO CDC-DET-DDD-FONE.
           MOVE CAD-NRO-FONE           TO CDC-DET-NRO-FONE.
           MOVE CAD-DDD-FAX            TO CDC-DET-DDD-FAX.
           MOVE CAD-NRO-FAX            TO CDC-DET-NRO-FAX.
           MOVE CAD-POSTO-SERV         TO CDC-DET-POSTO.
           MOVE CAD-RAMO-ATIV          TO CDC-DET-RAMO.
           MOVE CAD-IDENTF-CTA         TO CDC-DET-IDENTF-CTA.
           MOVE CAD-DT-ABERT           TO CDC-DET-DT-ABERT.
           MOVE CAD-DT-NASCI           TO CDC-DET-DT-NASCI.
           MOVE CAD-SEXO               TO CDC-DET-SEXO.
           MOVE CAD-EMAIL              TO CDC-DET-EMAIL.

           IF  CAD-SIT-NAO-CONTATAR
               MOVE 'N'                TO CDC-DET-PREF-CONTATO
           ELSE
               MOVE CAD-PREF-CONTATO   TO CDC-DET-PREF-CONTATO
           END-IF.

           MOVE CAD-END-CONFIAVEL      TO CDC-DET-END-CONFIAVEL.
           MOVE CAD-SIT-RECEITA        TO CDC-DET-SIT-RECEITA.

      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2780-ESCREVER-RELCDC            SECTION.
      *----------------------------------------------------------------*

           WRITE REG-RELCDC.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELCDC'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELCDC          TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELCDC          TO WRK-FS-CADHIST.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       2780-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2790-ESCREVER-CDCCLIE           SECTION.
      *----------------------------------------------------------------*

           WRITE REG-CDCREM.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'CDCCLIE'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-CDCCLIE         TO WRK-FILE-STATUS.
           MOVE WRK-FS-CDCCLIE         TO WRK-FS-CADHIST.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       2790-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2800-GRAVAR-TRAILER             SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO REG-CDCREM.
           SET CDC-REG-TRAILER         TO TRUE.
           MOVE WRK-TOT-GRAVADOS       TO CDC-TRL-QTD-DETALHES.
           MOVE WRK-TOT-INCLUSOES      TO CDC-TRL-QTD-INCLUSOES.
           MOVE WRK-TOT-ALTERACOES     TO CDC-TRL-QTD-ALTERACOES.
           MOVE WRK-TOT-EXCLUSOES      TO CDC-TRL-QTD-EXCLUSOES.
           MOVE WRK-HASH-CONTA         TO CDC-TRL-HASH-CONTA.

           PERFORM 2790-ESCREVER-CDCCLIE.

      *----------------------------------------------------------------*
       2800-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2900-IMPRIMIR-RESUMO            SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-EXTRACAO           TO LIN-1-EXTRACAO.
           MOVE LIN-CABECALHO-1        TO REG-RELCDC.
           PERFORM 2780-ESCREVER-RELCDC.

           MOVE LIN-BRANCO             TO REG-RELCDC.
           PERFORM 2780-ESCREVER-RELCDC.

           MOVE WRK-SEQ-REMESSA        TO LIN-2-SEQ-REMESSA.
           MOVE LIN-CABECALHO-2        TO REG-RELCDC.
           PERFORM 2780-ESCREVER-RELCDC.

           MOVE WRK-MARCA-DE           TO LIN-3-MARCA-DE.
           MOVE WRK-MARCA-ATE          TO LIN-3-MARCA-ATE.
           IF  WRK-REENVIO-SOLICITADO
               MOVE '(MARCA INFORMADA NO CARTAO)'
                                       TO LIN-3-REENVIO
           END-IF.
           MOVE LIN-CABECALHO-3        TO REG-RELCDC.
           PERFORM 2780-ESCREVER-RELCDC.

           MOVE LIN-BRANCO             TO REG-RELCDC.
           PERFORM 2780-ESCREVER-RELCDC.

           MOVE 'OCORRENCIAS LIDAS NO CADHIST................'
                                       TO LIN-TOT-DESCRICAO.
           MOVE WRK-TOT-LIDOS          TO LIN-TOT-VALOR.
           PERFORM 2910-IMPRIMIR-TOTAL.

           MOVE '  JA ENVIADAS (ATE A MARCA ANTERIOR)........'
                                       TO LIN-TOT-DESCRICAO.
           MOVE WRK-TOT-ANTERIORES     TO LIN-TOT-VALOR.
           PERFORM 2910-IMPRIMIR-TOTAL.

           MOVE '  POSTERIORES AO CORTE (PROXIMA REMESSA)....'
                                       TO LIN-TOT-DESCRICAO.
           MOVE WRK-TOT-POSTERIORES    TO LIN-TOT-VALOR.
           PERFORM 2910-IMPRIMIR-TOTAL.

           MOVE '  NA JANELA DESTA REMESSA...................'
                                       TO LIN-TOT-DESCRICAO.
           MOVE WRK-TOT-NA-JANELA      TO LIN-TOT-VALOR.
           PERFORM 2910-IMPRIMIR-TOTAL.

           MOVE LIN-BRANCO             TO REG-RELCDC.
           PERFORM 2780-ESCREVER-RELCDC.

           MOVE 'CONTAS ENVIADAS.............................'
                                       TO LIN-TOT-DESCRICAO.
           MOVE WRK-TOT-GRAVADOS       TO LIN-TOT-VALOR.
           PERFORM 2910-IMPRIMIR-TOTAL.

           MOVE '  INCLUSOES (I).............................'
                                       TO LIN-TOT-DESCRICAO.
           MOVE WRK-TOT-INCLUSOES      TO LIN-TOT-VALOR.
           PERFORM 2910-IMPRIMIR-TOTAL.

           MOVE '  ALTERACOES (A)............................'
                                       TO LIN-TOT-DESCRICAO.
           MOVE WRK-TOT-ALTERACOES     TO LIN-TOT-VALOR.
           PERFORM 2910-IMPRIMIR-TOTAL.

           MOVE '  EXCLUSOES (E).............................'
                                       TO LIN-TOT-DESCRICAO.
           MOVE WRK-TOT-EXCLUSOES      TO LIN-TOT-VALOR.
           PERFORM 2910-IMPRIMIR-TOTAL.

           MOVE 'INCLUIDAS/EXCLUIDAS NA JANELA (NAO ENVIADAS)'
                                       TO LIN-TOT-DESCRICAO.
           MOVE WRK-TOT-ANULADAS       TO LIN-TOT-VALOR.
           PERFORM 2910-IMPRIMIR-TOTAL.

      *----------------------------------------------------------------*
       2900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2910-IMPRIMIR-TOTAL             SECTION.
      *----------------------------------------------------------------*

           MOVE LIN-TOTAL              TO REG-RELCDC.
           PERFORM 2780-ESCREVER-RELCDC.

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
           PERFORM 1100-TESTAR-FILE-STATUS.

           CLOSE CDCCLIE.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'CDCCLIE'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-CDCCLIE         TO WRK-FILE-STATUS.
           MOVE WRK-FS-CDCCLIE         TO WRK-FS-CADHIST.
           PERFORM 1100-TESTAR-FILE-STATUS.

           CLOSE RELCDC.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'RELCDC'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELCDC          TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELCDC          TO WRK-FS-CADHIST.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3500-ATUALIZAR-CONTROLE         SECTION.
      *----------------------------------------------------------------*
      *    SO DEPOIS DA REMESSA FECHADA A MARCA DE CORTE E O NUMERO DA *
      *    REMESSA AVANCAM NO CDCCTL (WRITE NA PRIMEIRA EXECUCAO DA    *
      *    EXTRACAO, REWRITE NAS SEGUINTES).                           *
      *----------------------------------------------------------------*

           MOVE SPACES                 TO REG-CDCCTL.
           MOVE WRK-EXTRACAO           TO CTL-EXTRACAO.
           MOVE WRK-MARCA-ATE          TO CTL-MARCA-CORTE.
           MOVE WRK-SEQ-REMESSA        TO CTL-SEQ-REMESSA.
           MOVE WRK-TOT-GRAVADOS       TO CTL-QTD-DETALHES.
           MOVE FUNCTION CURRENT-DATE  TO CTL-DATA-HORA.
           MOVE WRK-PGM                TO CTL-PGM.

           IF  WRK-CONTROLE-ENCONTRADO
               REWRITE REG-CDCCTL
           ELSE
               WRITE REG-CDCCTL
           END-IF.

           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'CDCCTL'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-CDCCTL          TO WRK-FILE-STATUS.
           MOVE WRK-FS-CDCCTL          TO WRK-FS-CADHIST.
           PERFORM 1100-TESTAR-FILE-STATUS.

           CLOSE CDCCTL.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'CDCCTL'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-CDCCTL          TO WRK-FILE-STATUS.
           MOVE WRK-FS-CDCCTL          TO WRK-FS-CADHIST.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       3500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *    O RETURN-CODE E CARREGADO SO DEPOIS DA ULTIMA CALL - CADA   *
      *    CALL QUE RETORNA SOBREPOE O RETURN-CODE DO CHAMADOR COM O   *
      *    DO MODULO CHAMADO (MESMA OBSERVACAO DA BRAD0335).           *
      *----------------------------------------------------------------*

           MOVE 'BRAD0620'             TO STA-PGM.
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
      *    CARTAO DE PARAMETRO INVALIDO OU EXTRACAO SEM MARCA:         *
      *    REGISTRA NO LOG DE AUDITORIA (BRAD7110) E DERRUBA O JOB COM *
      *    RETURN-CODE 12.                                             *
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
