      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. BRAD0560.
       AUTHOR.     FLAVIO AUGUSTO MARIA.
      *================================================================*
      *                   P R I M E  I N F O R M A T I C A             *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  BRAD0560                                     *
      *    PROGRAMADOR.:  FLAVIO AUGUSTO MARIA              -  PRIME   *
      *    ANALISTA....:                                    -          *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  CARGA DO ARQUIVO DE REFERENCIA DE LISTAS     *
      *                   RESTRITIVAS (LSTCAD) A PARTIR DA ENTREGA DA  *
      *                   COMPLIANCE (LSTENT): SANCOES, PESSOAS        *
      *                   EXPOSTAS POLITICAMENTE (PEP) E ORDENS        *
      *                   JUDICIAIS, POR CPF/CNPJ E POR NOME. A CHAVE  *
      *                   FONETICA DO NOME E CALCULADA AQUI PELA       *
      *                   BRAD7270, O MESMO CRITERIO DO FONCAD, PARA   *
      *                   QUE A TRIAGEM NOTURNA (BRAD0570) E A ONLINE  *
      *                   (BRAD7280) COMPAREM NOMES DO MESMO JEITO.    *
      *                   A ENTREGA E SEMPRE A LISTA COMPLETA.         *
      *                   NO MOLDE DO BRAD0550, EM DUAS PASSADAS: A    *
      *                   PRIMEIRA SO VALIDA O ARQUIVO E ABORTA SEM    *
      *                   TOCAR NO LSTCAD SE ALGO FALHAR (A LISTA DA   *
      *                   CARGA ANTERIOR CONTINUA VALENDO); A SEGUNDA, *
      *                   SO ALCANCADA COM O ARQUIVO APROVADO, GRAVA   *
      *                   AS ENTRADAS NOVAS E REGRAVA AS EXISTENTES,   *
      *                   CARIMBANDO-AS COM A DATA/HORA DA CARGA; NO   *
      *                   FIM, AS ENTRADAS DO LSTCAD SEM O CARIMBO     *
      *                   DESTA CARGA (RETIRADAS DA LISTA PELA         *
      *                   COMPLIANCE) SAO EXCLUIDAS. O LSTCAD NAO E    *
      *                   REUSE POR CAUSA DOS INDICES ALTERNATIVOS,    *
      *                   QUE SAO MANTIDOS PELO UPGRADE A CADA WRITE,  *
      *                   REWRITE E DELETE.                            *
      *----------------------------------------------------------------*
      *    CONTROLE....:  HEADER  = 'H' + DATA AAAAMMDD + BRANCOS.     *
      *                   TRAILER = 'T' + QUANTIDADE 9(7) + BRANCOS.   *
      *                   DETALHE = 'D' + CODIGO DA ENTRADA(12) + TIPO *
      *                   DE LISTA(1) + CPF/CNPJ (PRINCIPAL(9)         *
      *                   FILIAL(5) CONTROLE(2), ZEROS SEM DOCUMENTO;  *
      *                   PRINCIPAL E FILIAL ALFANUMERICOS - DIGITOS   *
      *                   E LETRAS A-Z - COM ZEROS A ESQUERDA)         *
      *                   + NOME(40) + ORIGEM(20) + DATA DE INCLUSAO   *
      *                   NA LISTA(8), DISPLAY.                        *
      *                   ARQUIVO TRUNCADO, FORA DE ORDEM, COM DATA    *
      *                   DE HEADER INVALIDA OU FUTURA OU CONTAGEM     *
      *                   ERRADA ABORTA NA PRIMEIRA PASSADA COM        *
      *                   RETURN-CODE 12.                              *
      *----------------------------------------------------------------*
      *    TIPO LISTA..:  S = SANCAO   P = PEP   J = ORDEM JUDICIAL    *
      *----------------------------------------------------------------*
      *    REGRAS......:  TIPO DE REGISTRO OU DE LISTA FORA DA TABELA, *
      *                   CODIGO OU NOME EM BRANCO, CPF/CNPJ NAO       *
      *                   NUMERICO, DATA DE INCLUSAO INVALIDA E CODIGO *
      *                   REPETIDO NO ARQUIVO REJEITAM A ENTRADA. A    *
      *                   ENTRADA REJEITADA QUE JA EXISTIA NO LSTCAD   *
      *                   RECEBE SO O CARIMBO DA CARGA E FICA COMO     *
      *                   ESTAVA (PRESERVADA), PARA UMA LINHA COM ERRO *
      *                   NAO TIRAR A PESSOA DA TRIAGEM; A NOVA NAO E  *
      *                   GRAVADA. O RETURN-CODE 04 AVISA A            *
      *                   COMPLIANCE PARA CORRIGIR E REENVIAR.         *
      *----------------------------------------------------------------*
      *    RELATORIO...:  ENTRADAS REJEITADAS E TOTAIS POR TIPO DE     *
      *                   LISTA, INCLUSIVE AS ENTRADAS EXCLUIDAS E AS  *
      *                   PRESERVADAS.                                 *
      *----------------------------------------------------------------*
      *    RETORNO.....:  RETURN-CODE 04 QUANDO HOUVE REGISTRO         *
      *                   REJEITADO; 12 EM ARQUIVO INVALIDO OU ERRO DE *
      *                   ARQUIVO.                                     *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#LSTCAD - LAYOUT DO ARQUIVO DE LISTAS RESTRITIVAS.         *
      *    I#BRAD7S - AREA DE COMUNICACAO COM O MODULO BRAD7130.       *
      *    I#BRAD7C - AREA PARA TRATAMENTO DE ERRO PELA BRAD7100       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD7100 - MODULO TRATAMENTO DE ERRO.                       *
      *    BRAD7110 - MODULO DE LOG DE AUDITORIA.                      *
      *    BRAD7130 - MODULO DE TOTAIS DE EXECUCAO (RUNSTAT).          *
      *    BRAD7270 - NORMALIZACAO FONETICA DO NOME.                   *
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

           SELECT LSTENT    ASSIGN     TO UT-S-LSTENT
                      FILE STATUS      IS WRK-FS-LSTENT.

           SELECT LSTCAD    ASSIGN     TO UT-S-LSTCAD
                      ORGANIZATION         IS INDEXED
                      ACCESS MODE          IS DYNAMIC
                      RECORD KEY           IS LST-CHAVE
                      ALTERNATE RECORD KEY IS LST-CGC-CPF
                                              WITH DUPLICATES
                      ALTERNATE RECORD KEY IS LST-FONETICO
                                              WITH DUPLICATES
                      FILE STATUS          IS WRK-FS-LSTCAD.

           SELECT RELLSTCG  ASSIGN     TO UT-S-RELLSTCG
                      FILE STATUS      IS WRK-FS-RELLSTCG.

      *================================================================*
       DATA DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INPUT  :  ENTREGA DAS LISTAS RESTRITIVAS PELA COMPLIANCE    *
      *              COM REGISTROS DE CONTROLE (HEADER/TRAILER)        *
      *              ORG. SEQUENCIAL   -   LRECL = 120                 *
      *----------------------------------------------------------------*

       FD  LSTENT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  REG-LSTENT.
           05  ENT-TIPO-REGISTRO        PIC  X(01).
               88  ENT-REG-HEADER                       VALUE 'H'.
               88  ENT-REG-TRAILER                      VALUE 'T'.
               88  ENT-REG-DETALHE                      VALUE 'D'.
           05  FILLER                   PIC  X(119).

       01  REG-LSTENT-HEADER.
           05  FILLER                   PIC  X(01).
           05  ENT-HDR-DATA             PIC  9(08).
           05  FILLER                   PIC  X(111).

       01  REG-LSTENT-TRAILER.
           05  FILLER                   PIC  X(01).
           05  ENT-TRL-QTDE             PIC  9(07).
           05  FILLER                   PIC  X(112).

       01  REG-LSTENT-DETALHE.
           05  FILLER                   PIC  X(01).
           05  ENT-ID-ENTRADA           PIC  X(12).
           05  ENT-TIPO-LISTA           PIC  X(01).
           05  ENT-CGC-CPF.
               10  ENT-PRINCIPAL        PIC  X(09).
               10  ENT-FILIAL           PIC  X(05).
               10  ENT-CTLE             PIC  9(02).
           05  ENT-NOME                 PIC  X(40).
           05  ENT-ORIGEM               PIC  X(20).
           05  ENT-DT-INCLUSAO          PIC  9(08).
           05  FILLER                   PIC  X(22).

      *----------------------------------------------------------------*
      *    I-O    :  ARQUIVO DE LISTAS RESTRITIVAS - ORG. INDEXADA     *
      *              (VSAM KSDS)   -   LRECL = 140                     *
      *----------------------------------------------------------------*

       FD  LSTCAD
           LABEL RECORD IS STANDARD.

       COPY 'I#LSTCAD'.

      *----------------------------------------------------------------*
      *    OUTPUT :  RELATORIO DA CARGA (REJEITADOS E TOTAIS)          *
      *              ORG. SEQUENCIAL   -   LRECL = 132                 *
      *----------------------------------------------------------------*

       FD  RELLSTCG
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  REG-RELLSTCG                 PIC  X(132).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** INICIO DA WORKING BRAD0560                 ***'.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** VARIAVEIS AUXILIARES                       ***'.
      *----------------------------------------------------------------*

       77  WRK-FECHAR                  PIC  X(001)         VALUE 'N'.
       77  WRK-PGM                     PIC  X(008)         VALUE
           'BRAD0560'.
       77  WRK-BATCH                   PIC  X(008)         VALUE
           'BATCH'.
       77  WRK-SQLCA-OU-STATUS         PIC  X(136)         VALUE SPACES.
       77  WRK-LINHAS-POR-PAGINA       PIC  9(002) COMP    VALUE 55.
       77  WRK-CONT-LINHAS             PIC  9(002) COMP    VALUE ZEROS.
       77  WRK-CONT-PAGINA             PIC  9(004) COMP    VALUE ZEROS.
       77  WRK-TOT-DADOS               PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-CARREGADOS          PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-NOVOS               PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-EXCLUIDOS           PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-PRESERVADOS         PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-SANCAO              PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-PEP                 PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-ORDEM-JUDICIAL      PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-SEM-DOCUMENTO       PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-REJEITADOS          PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-ACHOU-HEADER            PIC  X(001)         VALUE 'N'.
       77  WRK-ACHOU-TRAILER           PIC  X(001)         VALUE 'N'.
       77  WRK-QTDE-TRAILER            PIC  9(007)         VALUE ZEROS.
       77  WRK-DATA-HEADER             PIC  9(008)         VALUE ZEROS.
       77  WRK-HOJE-AAAAMMDD           PIC  9(008)         VALUE ZEROS.
       77  WRK-PRIMEIRO-REG            PIC  X(001)         VALUE 'S'.
       77  WRK-FIM-LSTCAD              PIC  X(001)         VALUE 'N'.
       77  WRK-OPER-LSTCAD             PIC  X(001)         VALUE SPACES.
       77  WRK-CARIMBO-CARGA           PIC  X(014)         VALUE SPACES.
       77  WRK-CGC-TESTE               PIC  X(016)         VALUE SPACES.
       77  WRK-ABORTAR                 PIC  X(001)         VALUE 'N'.
           88  WRK-EXECUCAO-ABORTADA                       VALUE 'S'.

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE COMUNICACAO COM A BRAD7270         ***'.
      *----------------------------------------------------------------*

       01  WRK-AREA-BRAD7270.
           05  WRK-7270-NOME           PIC  X(40)          VALUE SPACES.
           05  WRK-7270-FONETICO       PIC  X(20)          VALUE SPACES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** TEXTOS DE ERRO DA VALIDACAO                ***'.
      *----------------------------------------------------------------*

       01  WRK-ERRO-VALIDACAO.
           05  FILLER                  PIC  X(025)         VALUE
               'LSTENT INVALIDO-MOTIVO:'.
           05  WRK-EV-MOTIVO           PIC  X(055)         VALUE SPACES.

       01  WRK-MOT-SEM-HEADER          PIC  X(055)         VALUE
           'HEADER AUSENTE (PRIMEIRO REGISTRO NAO E TIPO H)'.
       01  WRK-MOT-DATA-INVALIDA       PIC  X(055)         VALUE
           'DATA DO HEADER INVALIDA OU POSTERIOR A DATA DE HOJE'.
       01  WRK-MOT-HEADER-FORA-ORDEM   PIC  X(055)         VALUE
           'HEADER FORA DA PRIMEIRA POSICAO DO ARQUIVO'.
       01  WRK-MOT-SEM-TRAILER         PIC  X(055)         VALUE
           'TRAILER AUSENTE (ARQUIVO POSSIVELMENTE TRUNCADO)'.
       01  WRK-MOT-QTDE-DIVERGE        PIC  X(055)         VALUE
           'QUANTIDADE DO TRAILER DIFERE DOS REGISTROS LIDOS'.
       01  WRK-MOT-APOS-TRAILER        PIC  X(055)         VALUE
           'EXISTEM REGISTROS APOS O TRAILER'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** LINHAS DE IMPRESSAO DO RELATORIO           ***'.
      *----------------------------------------------------------------*

       01  LIN-CABECALHO-1.
           05  FILLER                  PIC  X(052)         VALUE
               'BRAD0560 - CARGA DAS LISTAS RESTRITIVAS'.
           05  FILLER                  PIC  X(060)         VALUE SPACES.
           05  FILLER                  PIC  X(008)         VALUE
               'PAGINA: '.
           05  LIN-1-PAGINA            PIC  ZZZ9.
           05  FILLER                  PIC  X(008)         VALUE SPACES.

       01  LIN-CABECALHO-2.
           05  FILLER                  PIC  X(029)         VALUE
               'DATA DA ENTREGA DA LISTA:   '.
           05  LIN-2-DATA              PIC  9999/99/99.
           05  FILLER                  PIC  X(093)         VALUE SPACES.

       01  LIN-CABECALHO-3.
           05  FILLER                  PIC  X(014)         VALUE
               'COD.ENTRADA'.
           05  FILLER                  PIC  X(006)         VALUE
               'TIPO'.
           05  FILLER                  PIC  X(020)         VALUE
               'CPF/CNPJ'.
           05  FILLER                  PIC  X(042)         VALUE
               'NOME NA LISTA'.
           05  FILLER                  PIC  X(050)         VALUE
               'MOTIVO DA REJEICAO'.

       01  LIN-DETALHE.
           05  LIN-DET-ID-ENTRADA      PIC  X(012).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-TIPO-LISTA      PIC  X(001).
           05  FILLER                  PIC  X(005)         VALUE SPACES.
           05  LIN-DET-CGC-CPF         PIC  X(018).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-NOME            PIC  X(040).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-MOTIVO          PIC  X(030).
           05  FILLER                  PIC  X(020)         VALUE SPACES.

       01  WRK-CGC-CPF-ED.
           05  WRK-PRINCIPAL-ED        PIC  X(009)         VALUE ZEROS.
           05  FILLER                  PIC  X(001)         VALUE '/'.
           05  WRK-FILIAL-ED           PIC  X(005)         VALUE ZEROS.
           05  FILLER                  PIC  X(001)         VALUE '-'.
           05  WRK-CTLE-ED             PIC  9(002)         VALUE ZEROS.

       01  LIN-TITULO-REJEITADOS.
           05  FILLER                  PIC  X(040)         VALUE
               'ENTRADAS REJEITADAS DO ARQUIVO'.
           05  FILLER                  PIC  X(092)         VALUE SPACES.

       01  LIN-TOTAIS-1.
           05  FILLER                  PIC  X(014)         VALUE
               'REGISTROS...: '.
           05  LIN-TOT-DADOS           PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(016)         VALUE
               '  CARREGADOS..: '.
           05  LIN-TOT-CARREGADOS      PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(016)         VALUE
               '  SEM CPF/CNPJ: '.
           05  LIN-TOT-SEM-DOCUMENTO   PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(016)         VALUE
               '  REJEITADOS..: '.
           05  LIN-TOT-REJEITADOS      PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(042)         VALUE SPACES.

       01  LIN-TOTAIS-2.
           05  FILLER                  PIC  X(014)         VALUE
               'SANCOES.....: '.
           05  LIN-TOT-SANCAO          PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(016)         VALUE
               '  PEP.........: '.
           05  LIN-TOT-PEP             PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(016)         VALUE
               '  ORDENS JUD..: '.
           05  LIN-TOT-ORDEM-JUDICIAL  PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(016)         VALUE
               '  NOVAS.......: '.
           05  LIN-TOT-NOVOS           PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(042)         VALUE SPACES.

       01  LIN-TOTAIS-3.
           05  FILLER                  PIC  X(014)         VALUE
               'EXCLUIDAS...: '.
           05  LIN-TOT-EXCLUIDOS       PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(016)         VALUE
               '  PRESERVADAS.: '.
           05  LIN-TOT-PRESERVADOS     PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(088)         VALUE SPACES.

       01  LIN-BRANCO                  PIC  X(132)         VALUE SPACES.
       01  WRK-LINHA-PENDENTE          PIC  X(132)         VALUE SPACES.

       01  WRK-TXT-TIPO-REG-INVALIDO   PIC  X(030)         VALUE
           'TIPO DE REGISTRO INVALIDO'.
       01  WRK-TXT-ID-EM-BRANCO        PIC  X(030)         VALUE
           'CODIGO DA ENTRADA EM BRANCO'.
       01  WRK-TXT-TIPO-INVALIDO       PIC  X(030)         VALUE
           'TIPO DE LISTA INVALIDO'.
       01  WRK-TXT-DOC-INVALIDO        PIC  X(030)         VALUE
           'CPF/CNPJ INVALIDO'.
       01  WRK-TXT-NOME-EM-BRANCO      PIC  X(030)         VALUE
           'NOME EM BRANCO'.
       01  WRK-TXT-DATA-INVALIDA       PIC  X(030)         VALUE
           'DATA DE INCLUSAO INVALIDA'.
       01  WRK-TXT-ID-DUPLICADO        PIC  X(030)         VALUE
           'CODIGO DA ENTRADA REPETIDO'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** MENSAGEM DE ERRO DE FILE-STATUS            ***'.
      *----------------------------------------------------------------*

       01  WRK-FS-LSTENT               PIC  X(002)         VALUE SPACES.
       01  WRK-FS-LSTCAD               PIC  X(002)         VALUE SPACES.
       01  WRK-FS-RELLSTCG             PIC  X(002)         VALUE SPACES.

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

      *    PRIMEIRA PASSADA: SO VALIDACAO - O LSTCAD NAO E ABERTO
      *    ANTES DE O ARQUIVO INTEIRO SER APROVADO.
           PERFORM 2000-LER-LSTENT.

           PERFORM UNTIL WRK-FECHAR    EQUAL 'S'
               PERFORM 2400-CLASSIFICAR-REGISTRO
               PERFORM 2000-LER-LSTENT
           END-PERFORM.

           PERFORM 2600-CONCLUIR-VALIDACAO.

      *    SEGUNDA PASSADA: ARQUIVO APROVADO - GRAVACAO DAS ENTRADAS
      *    NO LSTCAD E, NO FIM, EXCLUSAO DAS QUE NAO VIERAM.
           PERFORM 2800-REABRIR-PARA-CARGA.

           PERFORM 2000-LER-LSTENT.

           PERFORM UNTIL WRK-FECHAR    EQUAL 'S'
               IF  NOT ENT-REG-HEADER  AND
                   NOT ENT-REG-TRAILER
                   PERFORM 2500-PROCESSAR-DETALHE
               END-IF
               PERFORM 2000-LER-LSTENT
           END-PERFORM.

           PERFORM 2650-EXCLUIR-AUSENTES.

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

           INITIALIZE REG-LSTENT.

           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WRK-HOJE-AAAAMMDD.
           MOVE FUNCTION CURRENT-DATE(1:14)
                                       TO WRK-CARIMBO-CARGA.

           OPEN INPUT  LSTENT.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'LSTENT'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-LSTENT         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *    O LSTCAD SO E ABERTO NA SEGUNDA PASSADA (2800), DEPOIS DE
      *    O ARQUIVO DE ENTRADA SER APROVADO.

           OPEN OUTPUT RELLSTCG.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'RELLSTCG'            TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELLSTCG       TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELLSTCG       TO WRK-FS-LSTENT.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-TESTAR-FILE-STATUS          SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-LSTENT            NOT EQUAL '00'
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE WRK-ERRO-ARQUIVO    TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-LER-LSTENT                 SECTION.
      *----------------------------------------------------------------*

           READ LSTENT.

           IF WRK-FS-LSTENT            EQUAL '10'
              MOVE 'S'                 TO WRK-FECHAR
              GO TO 2000-99-FIM
           END-IF.

           SET WRK-LEITURA             TO TRUE.
           MOVE 'LSTENT'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-LSTENT          TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2400-CLASSIFICAR-REGISTRO       SECTION.
      *----------------------------------------------------------------*

           EVALUATE TRUE

               WHEN ENT-REG-HEADER
                   IF  WRK-PRIMEIRO-REG NOT EQUAL 'S'
                       MOVE WRK-MOT-HEADER-FORA-ORDEM
                                       TO WRK-EV-MOTIVO
                       PERFORM 9000-ABORTAR-VALIDACAO
                   END-IF
                   MOVE 'S'            TO WRK-ACHOU-HEADER
                   IF  ENT-HDR-DATA    NOT NUMERIC OR
                       ENT-HDR-DATA    EQUAL ZEROS OR
                       ENT-HDR-DATA    > WRK-HOJE-AAAAMMDD
                       MOVE WRK-MOT-DATA-INVALIDA
                                       TO WRK-EV-MOTIVO
                       PERFORM 9000-ABORTAR-VALIDACAO
                   END-IF
                   MOVE ENT-HDR-DATA   TO WRK-DATA-HEADER

               WHEN ENT-REG-TRAILER
                   MOVE 'S'            TO WRK-ACHOU-TRAILER
                   MOVE ENT-TRL-QTDE   TO WRK-QTDE-TRAILER

               WHEN OTHER
                   IF  WRK-ACHOU-TRAILER EQUAL 'S'
                       MOVE WRK-MOT-APOS-TRAILER
                                       TO WRK-EV-MOTIVO
                       PERFORM 9000-ABORTAR-VALIDACAO
                   END-IF
                   ADD 1               TO WRK-TOT-DADOS

           END-EVALUATE.

           MOVE 'N'                    TO WRK-PRIMEIRO-REG.

      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2500-PROCESSAR-DETALHE          SECTION.
      *----------------------------------------------------------------*

           IF  NOT ENT-REG-DETALHE
               MOVE WRK-TXT-TIPO-REG-INVALIDO
                                       TO LIN-DET-MOTIVO
               PERFORM 2570-IMPRIMIR-REJEICAO
               GO TO 2500-99-FIM
           END-IF.

           IF  ENT-ID-ENTRADA          EQUAL SPACES
               MOVE WRK-TXT-ID-EM-BRANCO
                                       TO LIN-DET-MOTIVO
               PERFORM 2570-IMPRIMIR-REJEICAO
               GO TO 2500-99-FIM
           END-IF.

           MOVE ENT-TIPO-LISTA         TO LST-TIPO-LISTA.

           IF  NOT LST-TIPO-VALIDO
               MOVE WRK-TXT-TIPO-INVALIDO
                                       TO LIN-DET-MOTIVO
               PERFORM 2570-IMPRIMIR-REJEICAO
               PERFORM 2520-PRESERVAR-ENTRADA
               GO TO 2500-99-FIM
           END-IF.

           MOVE ENT-CGC-CPF            TO WRK-CGC-TESTE.
           INSPECT WRK-CGC-TESTE
                   CONVERTING 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                           TO '00000000000000000000000000'.

           IF  WRK-CGC-TESTE           NOT NUMERIC OR
               ENT-CTLE                NOT NUMERIC
               MOVE WRK-TXT-DOC-INVALIDO
                                       TO LIN-DET-MOTIVO
               PERFORM 2570-IMPRIMIR-REJEICAO
               PERFORM 2520-PRESERVAR-ENTRADA
               GO TO 2500-99-FIM
           END-IF.

           IF  ENT-NOME                EQUAL SPACES
               MOVE WRK-TXT-NOME-EM-BRANCO
                                       TO LIN-DET-MOTIVO
               PERFORM 2570-IMPRIMIR-REJEICAO
               PERFORM 2520-PRESERVAR-ENTRADA
               GO TO 2500-99-FIM
           END-IF.

           IF  ENT-DT-INCLUSAO         NOT NUMERIC OR
               ENT-DT-INCLUSAO         EQUAL ZEROS OR
               ENT-DT-INCLUSAO         > WRK-DATA-HEADER
               MOVE WRK-TXT-DATA-INVALIDA
                                       TO LIN-DET-MOTIVO
               PERFORM 2570-IMPRIMIR-REJEICAO
               PERFORM 2520-PRESERVAR-ENTRADA
               GO TO 2500-99-FIM
           END-IF.

           PERFORM 2510-GRAVAR-ENTRADA.

      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2510-GRAVAR-ENTRADA             SECTION.
      *----------------------------------------------------------------*
      *    ENTRADA JA CARIMBADA POR ESTA CARGA E CODIGO REPETIDO NO    *
      *    ARQUIVO; AS DEMAIS SAO GRAVADAS (NOVAS) OU REGRAVADAS.      *
      *----------------------------------------------------------------*

           MOVE ENT-ID-ENTRADA         TO LST-ID-ENTRADA.

           READ LSTCAD.

           IF  WRK-FS-LSTCAD           NOT EQUAL '00' AND '23'
               SET WRK-LEITURA         TO TRUE
               MOVE 'LSTCAD'           TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-LSTCAD      TO WRK-FILE-STATUS
               MOVE WRK-FS-LSTCAD      TO WRK-FS-LSTENT
               PERFORM 1100-TESTAR-FILE-STATUS
           END-IF.

           IF  WRK-FS-LSTCAD           EQUAL '00' AND
               LST-DT-CARGA            EQUAL WRK-CARIMBO-CARGA
               MOVE WRK-TXT-ID-DUPLICADO
                                       TO LIN-DET-MOTIVO
               PERFORM 2570-IMPRIMIR-REJEICAO
               GO TO 2510-99-FIM
           END-IF.

           IF  WRK-FS-LSTCAD           EQUAL '00'
               MOVE 'A'                TO WRK-OPER-LSTCAD
           ELSE
               MOVE 'I'                TO WRK-OPER-LSTCAD
           END-IF.

           MOVE SPACES                 TO REG-LSTCAD.
           MOVE ENT-ID-ENTRADA         TO LST-ID-ENTRADA.
           MOVE ENT-TIPO-LISTA         TO LST-TIPO-LISTA.
           MOVE ENT-PRINCIPAL          TO LST-PRINCIPAL.
           MOVE ENT-FILIAL             TO LST-FILIAL.
           MOVE ENT-CTLE               TO LST-CTLE.
           MOVE ENT-NOME               TO LST-NOME.
           MOVE ENT-ORIGEM             TO LST-ORIGEM.
           MOVE ENT-DT-INCLUSAO        TO LST-DT-INCLUSAO.
           MOVE WRK-CARIMBO-CARGA      TO LST-DT-CARGA.

           MOVE ENT-NOME               TO WRK-7270-NOME.
           MOVE SPACES                 TO WRK-7270-FONETICO.
           CALL 'BRAD7270'             USING WRK-AREA-BRAD7270.
           MOVE WRK-7270-FONETICO      TO LST-FONETICO.

           IF  WRK-OPER-LSTCAD         EQUAL 'A'
               REWRITE REG-LSTCAD
           ELSE
               WRITE REG-LSTCAD
               ADD 1                   TO WRK-TOT-NOVOS
           END-IF.

           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'LSTCAD'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-LSTCAD          TO WRK-FILE-STATUS.
           MOVE WRK-FS-LSTCAD          TO WRK-FS-LSTENT.
           PERFORM 1100-TESTAR-FILE-STATUS.

           ADD 1                       TO WRK-TOT-CARREGADOS.

           IF  LST-CGC-CPF             EQUAL ZEROS
               ADD 1                   TO WRK-TOT-SEM-DOCUMENTO
           END-IF.

           EVALUATE TRUE
               WHEN LST-SANCAO
                   ADD 1               TO WRK-TOT-SANCAO
               WHEN LST-PEP
                   ADD 1               TO WRK-TOT-PEP
               WHEN LST-ORDEM-JUDICIAL
                   ADD 1               TO WRK-TOT-ORDEM-JUDICIAL
           END-EVALUATE.

      *----------------------------------------------------------------*
       2510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2520-PRESERVAR-ENTRADA          SECTION.
      *----------------------------------------------------------------*
      *    ENTRADA REJEITADA QUE JA EXISTE NO LSTCAD CONTINUA NA LISTA *
      *    COMO ESTAVA: SO RECEBE O CARIMBO DESTA CARGA, PARA NAO SER  *
      *    EXCLUIDA COMO AUSENTE NO 2650.                              *
      *----------------------------------------------------------------*

           MOVE ENT-ID-ENTRADA         TO LST-ID-ENTRADA.

           READ LSTCAD.

           IF  WRK-FS-LSTCAD           EQUAL '23'
               GO TO 2520-99-FIM
           END-IF.

           SET WRK-LEITURA             TO TRUE.
           MOVE 'LSTCAD'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-LSTCAD          TO WRK-FILE-STATUS.
           MOVE WRK-FS-LSTCAD          TO WRK-FS-LSTENT.
           PERFORM 1100-TESTAR-FILE-STATUS.

           IF  LST-DT-CARGA            EQUAL WRK-CARIMBO-CARGA
               GO TO 2520-99-FIM
           END-IF.

           MOVE WRK-CARIMBO-CARGA      TO LST-DT-CARGA.

           REWRITE REG-LSTCAD.

           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'LSTCAD'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-LSTCAD          TO WRK-FILE-STATUS.
           MOVE WRK-FS-LSTCAD          TO WRK-FS-LSTENT.
           PERFORM 1100-TESTAR-FILE-STATUS.

           ADD 1                       TO WRK-TOT-PRESERVADOS.

      *----------------------------------------------------------------*
       2520-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2570-IMPRIMIR-REJEICAO          SECTION.
      *----------------------------------------------------------------*
      *    O CHAMADOR JA PREPAROU LIN-DET-MOTIVO. OS CAMPOS DA ENTRADA *
      *    REJEITADA SAO IMPRESSOS COMO VIERAM; O TITULO DO BLOCO SAI  *
      *    ANTES DA PRIMEIRA REJEICAO.                                 *
      *----------------------------------------------------------------*

           IF  WRK-TOT-REJEITADOS      EQUAL ZEROS
               MOVE LIN-TITULO-REJEITADOS
                                       TO REG-RELLSTCG
               PERFORM 2770-GRAVAR-LINHA
               MOVE LIN-BRANCO         TO REG-RELLSTCG
               PERFORM 2770-GRAVAR-LINHA
           END-IF.

           MOVE ENT-ID-ENTRADA         TO LIN-DET-ID-ENTRADA.
           MOVE ENT-TIPO-LISTA         TO LIN-DET-TIPO-LISTA.
           MOVE ENT-NOME               TO LIN-DET-NOME.

           MOVE ENT-CGC-CPF            TO WRK-CGC-TESTE.
           INSPECT WRK-CGC-TESTE
                   CONVERTING 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                           TO '00000000000000000000000000'.

           IF  WRK-CGC-TESTE           NUMERIC AND
               ENT-CTLE                NUMERIC
               MOVE ENT-PRINCIPAL      TO WRK-PRINCIPAL-ED
               MOVE ENT-FILIAL         TO WRK-FILIAL-ED
               MOVE ENT-CTLE           TO WRK-CTLE-ED
               MOVE WRK-CGC-CPF-ED     TO LIN-DET-CGC-CPF
           ELSE
               MOVE ENT-CGC-CPF        TO LIN-DET-CGC-CPF
           END-IF.

           MOVE LIN-DETALHE            TO REG-RELLSTCG.
           PERFORM 2770-GRAVAR-LINHA.

           ADD 1                       TO WRK-TOT-REJEITADOS.

      *----------------------------------------------------------------*
       2570-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2600-CONCLUIR-VALIDACAO         SECTION.
      *----------------------------------------------------------------*

           IF  WRK-ACHOU-HEADER        NOT EQUAL 'S'
               MOVE WRK-MOT-SEM-HEADER TO WRK-EV-MOTIVO
               PERFORM 9000-ABORTAR-VALIDACAO
           END-IF.

           IF  WRK-ACHOU-TRAILER       NOT EQUAL 'S'
               MOVE WRK-MOT-SEM-TRAILER
                                       TO WRK-EV-MOTIVO
               PERFORM 9000-ABORTAR-VALIDACAO
           END-IF.

           IF  WRK-QTDE-TRAILER        NOT EQUAL WRK-TOT-DADOS
               MOVE WRK-MOT-QTDE-DIVERGE
                                       TO WRK-EV-MOTIVO
               PERFORM 9000-ABORTAR-VALIDACAO
           END-IF.

      *----------------------------------------------------------------*
       2600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2650-EXCLUIR-AUSENTES           SECTION.
      *----------------------------------------------------------------*
      *    PERCORRE O LSTCAD INTEIRO E EXCLUI AS ENTRADAS QUE NAO      *
      *    RECEBERAM O CARIMBO DESTA CARGA (NAO VIERAM NA ENTREGA; AS  *
      *    REJEITADAS JA EXISTENTES FORAM CARIMBADAS NO 2520).         *
      *----------------------------------------------------------------*

           MOVE LOW-VALUES             TO LST-CHAVE.
           MOVE 'N'                    TO WRK-FIM-LSTCAD.

           START LSTCAD
               KEY IS NOT LESS THAN LST-CHAVE
               INVALID KEY
                   MOVE 'S'            TO WRK-FIM-LSTCAD
           END-START.

           PERFORM UNTIL WRK-FIM-LSTCAD EQUAL 'S'
               PERFORM 2660-LER-PROXIMA-ENTRADA
               IF  WRK-FIM-LSTCAD      NOT EQUAL 'S' AND
                   LST-DT-CARGA        NOT EQUAL WRK-CARIMBO-CARGA
                   PERFORM 2670-EXCLUIR-ENTRADA
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       2650-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2660-LER-PROXIMA-ENTRADA        SECTION.
      *----------------------------------------------------------------*

           READ LSTCAD                 NEXT RECORD.

           IF  WRK-FS-LSTCAD           EQUAL '10'
               MOVE 'S'                TO WRK-FIM-LSTCAD
               GO TO 2660-99-FIM
           END-IF.

           IF  WRK-FS-LSTCAD           NOT EQUAL '00' AND '02'
               SET WRK-LEITURA         TO TRUE
               MOVE 'LSTCAD'           TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-LSTCAD      TO WRK-FILE-STATUS
               MOVE WRK-FS-LSTCAD      TO WRK-FS-LSTENT
               PERFORM 1100-TESTAR-FILE-STATUS
           END-IF.

      *----------------------------------------------------------------*
       2660-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2670-EXCLUIR-ENTRADA            SECTION.
      *----------------------------------------------------------------*

           DELETE LSTCAD               RECORD.

           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'LSTCAD'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-LSTCAD          TO WRK-FILE-STATUS.
           MOVE WRK-FS-LSTCAD          TO WRK-FS-LSTENT.
           PERFORM 1100-TESTAR-FILE-STATUS.

           ADD 1                       TO WRK-TOT-EXCLUIDOS.

      *----------------------------------------------------------------*
       2670-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2750-IMPRIMIR-CABECALHO         SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO WRK-CONT-PAGINA.
           MOVE WRK-CONT-PAGINA        TO LIN-1-PAGINA.
           MOVE WRK-DATA-HEADER        TO LIN-2-DATA.

           MOVE LIN-CABECALHO-1        TO REG-RELLSTCG.
           PERFORM 2780-ESCREVER-RELLSTCG.

           MOVE LIN-CABECALHO-2        TO REG-RELLSTCG.
           PERFORM 2780-ESCREVER-RELLSTCG.

           MOVE LIN-BRANCO             TO REG-RELLSTCG.
           PERFORM 2780-ESCREVER-RELLSTCG.

           MOVE LIN-CABECALHO-3        TO REG-RELLSTCG.
           PERFORM 2780-ESCREVER-RELLSTCG.

           MOVE ZEROS                  TO WRK-CONT-LINHAS.

      *----------------------------------------------------------------*
       2750-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2770-GRAVAR-LINHA               SECTION.
      *----------------------------------------------------------------*
      *    GRAVA A LINHA JA MOVIDA PARA REG-RELLSTCG, ABRINDO NOVA     *
      *    PAGINA QUANDO NECESSARIO.                                   *
      *----------------------------------------------------------------*

           IF  WRK-CONT-LINHAS         EQUAL ZEROS OR
               WRK-CONT-LINHAS         >= WRK-LINHAS-POR-PAGINA
               MOVE REG-RELLSTCG       TO WRK-LINHA-PENDENTE
               PERFORM 2750-IMPRIMIR-CABECALHO
               MOVE WRK-LINHA-PENDENTE TO REG-RELLSTCG
           END-IF.

           PERFORM 2780-ESCREVER-RELLSTCG.

           ADD 1                       TO WRK-CONT-LINHAS.

      *----------------------------------------------------------------*
       2770-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2780-ESCREVER-RELLSTCG          SECTION.
      *----------------------------------------------------------------*

           WRITE REG-RELLSTCG.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELLSTCG'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELLSTCG        TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELLSTCG        TO WRK-FS-LSTENT.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       2780-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2800-REABRIR-PARA-CARGA         SECTION.
      *----------------------------------------------------------------*
      *    ARQUIVO APROVADO NA PRIMEIRA PASSADA: REABRE O LSTENT DO    *
      *    COMECO E SO AGORA ABRE O LSTCAD PARA A ATUALIZACAO.         *
      *----------------------------------------------------------------*

           CLOSE LSTENT.
           SET WRK-FECHAMENTO         TO TRUE.
           MOVE 'LSTENT'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-LSTENT         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           OPEN INPUT  LSTENT.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'LSTENT'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-LSTENT         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *    NA PRIMEIRA CARGA O CLUSTER LSTCAD ESTA VAZIO E O OPEN I-O
      *    RETORNA '35' - CARREGA-O COM OPEN OUTPUT/CLOSE E REABRE EM
      *    I-O (MESMO TRATAMENTO DO XREFCAD NO BRAD0600).
           OPEN I-O    LSTCAD.
           IF  WRK-FS-LSTCAD           EQUAL '35'
               OPEN OUTPUT LSTCAD
               SET WRK-ABERTURA        TO TRUE
               MOVE 'LSTCAD'           TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-LSTCAD      TO WRK-FILE-STATUS
               MOVE WRK-FS-LSTCAD      TO WRK-FS-LSTENT
               PERFORM 1100-TESTAR-FILE-STATUS
               CLOSE LSTCAD
               OPEN I-O LSTCAD
           END-IF.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'LSTCAD'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-LSTCAD         TO WRK-FILE-STATUS.
           MOVE WRK-FS-LSTCAD         TO WRK-FS-LSTENT.
           PERFORM 1100-TESTAR-FILE-STATUS.

           MOVE 'N'                    TO WRK-FECHAR.

      *----------------------------------------------------------------*
       2800-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2900-IMPRIMIR-TOTAIS            SECTION.
      *----------------------------------------------------------------*

           IF  WRK-CONT-PAGINA         EQUAL ZEROS
               PERFORM 2750-IMPRIMIR-CABECALHO
           END-IF.

           MOVE LIN-BRANCO             TO REG-RELLSTCG.
           PERFORM 2780-ESCREVER-RELLSTCG.

           MOVE WRK-TOT-DADOS          TO LIN-TOT-DADOS.
           MOVE WRK-TOT-CARREGADOS     TO LIN-TOT-CARREGADOS.
           MOVE WRK-TOT-SEM-DOCUMENTO  TO LIN-TOT-SEM-DOCUMENTO.
           MOVE WRK-TOT-REJEITADOS     TO LIN-TOT-REJEITADOS.
           MOVE LIN-TOTAIS-1           TO REG-RELLSTCG.
           PERFORM 2780-ESCREVER-RELLSTCG.

           MOVE WRK-TOT-SANCAO         TO LIN-TOT-SANCAO.
           MOVE WRK-TOT-PEP            TO LIN-TOT-PEP.
           MOVE WRK-TOT-ORDEM-JUDICIAL TO LIN-TOT-ORDEM-JUDICIAL.
           MOVE WRK-TOT-NOVOS          TO LIN-TOT-NOVOS.
           MOVE LIN-TOTAIS-2           TO REG-RELLSTCG.
           PERFORM 2780-ESCREVER-RELLSTCG.

           MOVE WRK-TOT-EXCLUIDOS      TO LIN-TOT-EXCLUIDOS.
           MOVE WRK-TOT-PRESERVADOS    TO LIN-TOT-PRESERVADOS.
           MOVE LIN-TOTAIS-3           TO REG-RELLSTCG.
           PERFORM 2780-ESCREVER-RELLSTCG.

      *----------------------------------------------------------------*
       2900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-FECHAR-ARQUIVO             SECTION.
      *----------------------------------------------------------------*

           CLOSE LSTENT.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'LSTENT'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-LSTENT          TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           CLOSE LSTCAD.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'LSTCAD'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-LSTCAD          TO WRK-FILE-STATUS.
           MOVE WRK-FS-LSTCAD          TO WRK-FS-LSTENT.
           PERFORM 1100-TESTAR-FILE-STATUS.

           CLOSE RELLSTCG.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'RELLSTCG'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELLSTCG        TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELLSTCG        TO WRK-FS-LSTENT.
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

           MOVE 'BRAD0560'             TO STA-PGM.
           MOVE WRK-TOT-DADOS          TO STA-TOT-LIDOS.
           MOVE WRK-TOT-CARREGADOS     TO STA-TOT-GRAVADOS.
           MOVE WRK-TOT-REJEITADOS     TO STA-TOT-REJEITADOS.

           CALL 'BRAD7130'             USING STA-AREA.

           IF  WRK-TOT-REJEITADOS      GREATER ZEROS
               MOVE 04                 TO RETURN-CODE
           END-IF.

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
      *    ARQUIVO REPROVADO: REGISTRA NO LOG DE AUDITORIA (BRAD7110)  *
      *    E DERRUBA O JOB COM RETURN-CODE 12 - MESMO PADRAO DO        *
      *    BRAD0335.                                                   *
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
