      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. BRAD0550.
       AUTHOR.     FLAVIO AUGUSTO MARIA.
      *================================================================*
      *                   P R I M E  I N F O R M A T I C A             *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  BRAD0550                                     *
      *    PROGRAMADOR.:  FLAVIO AUGUSTO MARIA              -  PRIME   *
      *    ANALISTA....:                                    -          *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  ENTRADA MENSAL DO ARQUIVO DE SITUACAO        *
      *                   CADASTRAL DA RECEITA FEDERAL (SITRECF) - CPF *
      *                   DE TITULAR FALECIDO, SUSPENSO, CANCELADO,    *
      *                   CNPJ BAIXADO, INAPTO ETC. A BRAD7200 SO      *
      *                   GARANTE OS DIGITOS VERIFICADORES; A SITUACAO *
      *                   NA RECEITA E GUARDADA NO PROPRIO REGISTRO DO *
      *                   CLIENTE (CAD-SIT-RECEITA/CAD-DT-SIT-RECEITA) *
      *                   PARA QUE AS SAIDAS DE CONTATO (BRAD0330,     *
      *                   BRAD0500) E AS TELAS (CADU1203, CADU1204)    *
      *                   RECONHECAM O TITULAR FALECIDO OU O CNPJ      *
      *                   BAIXADO.                                     *
      *                   NO MOLDE DO BRAD0480, EM DUAS PASSADAS: A    *
      *                   PRIMEIRA SO VALIDA O ARQUIVO E ABORTA SEM    *
      *                   APLICAR NADA SE ALGO FALHAR; A SEGUNDA, SO   *
      *                   ALCANCADA COM O ARQUIVO APROVADO, LOCALIZA   *
      *                   TODAS AS CONTAS DE CADA CPF/CNPJ PELO INDICE *
      *                   ALTERNATIVO CAD-CGC-CPF E GRAVA A SITUACAO,  *
      *                   JORNALIZANDO CADA REWRITE PELA BRAD7140.     *
      *----------------------------------------------------------------*
      *    CONTROLE....:  HEADER  = 'H' + DATA AAAAMMDD + BRANCOS.     *
      *                   TRAILER = 'T' + QUANTIDADE 9(7) + BRANCOS.   *
      *                   DETALHE = CPF/CNPJ (PRINCIPAL(9) FILIAL(5)   *
      *                   CONTROLE(2)) + SITUACAO(1) + DATA DA         *
      *                   SITUACAO(8), DISPLAY. PRINCIPAL E FILIAL     *
      *                   ALFANUMERICOS (DIGITOS E LETRAS A-Z, CNPJ    *
      *                   ALFANUMERICO), COM ZEROS A ESQUERDA.         *
      *                   ARQUIVO TRUNCADO, FORA DE ORDEM, COM DATA    *
      *                   DE HEADER INVALIDA OU FUTURA OU CONTAGEM     *
      *                   ERRADA ABORTA NA PRIMEIRA PASSADA COM        *
      *                   RETURN-CODE 12, ANTES DE QUALQUER REWRITE.   *
      *----------------------------------------------------------------*
      *    SITUACAO....:  R = REGULAR/ATIVA      S = SUSPENSA          *
      *                   P = PENDENTE DE REGULARIZACAO                *
      *                   I = INAPTA             F = TITULAR FALECIDO  *
      *                   B = BAIXADA            C = CANCELADA         *
      *                   N = NULA                                     *
      *                   F E B SAO TRATADOS COMO 'NAO CONTATAR'       *
      *                   (88 CAD-SIT-NAO-CONTATAR DO I#CADREG).       *
      *----------------------------------------------------------------*
      *    REGRAS......:  SITUACAO FORA DA TABELA, CPF/CNPJ NAO        *
      *                   NUMERICO OU DATA DA SITUACAO INVALIDA OU     *
      *                   POSTERIOR AO HEADER REJEITAM O REGISTRO.     *
      *                   O REGISTRO DO CLIENTE SO E REGRAVADO QUANDO  *
      *                   A SITUACAO OU A DATA MUDAM; INFORMACAO COM   *
      *                   DATA ANTERIOR A JA GRAVADA NAO RETROCEDE O   *
      *                   CADASTRO. CPF/CNPJ SEM CONTA NO CADASTRO E   *
      *                   SO CONTADO.                                  *
      *----------------------------------------------------------------*
      *    RELATORIO...:  EXCECOES POR AGENCIA (ORDENADAS PELO SORT    *
      *                   INTERNO, COM SUBTOTAL POR AGENCIA): TODA     *
      *                   CONTA CUJO TITULAR NAO ESTA REGULAR NA       *
      *                   RECEITA, INDICANDO SE A SITUACAO E NOVA NO   *
      *                   MES, E AS CONTAS REGULARIZADAS; NO FIM, OS   *
      *                   REGISTROS REJEITADOS E OS TOTAIS.            *
      *----------------------------------------------------------------*
      *    RETORNO.....:  RETURN-CODE 04 QUANDO HOUVE REGISTRO         *
      *                   REJEITADO; 12 EM ARQUIVO INVALIDO OU ERRO DE *
      *                   ARQUIVO.                                     *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#CADREG - LAYOUT DO REGISTRO DE CLIENTES (CADACLIE).       *
      *    I#CADHSC - AREA DE COMUNICACAO COM O MODULO BRAD7140.       *
      *    I#BRAD7S - AREA DE COMUNICACAO COM O MODULO BRAD7130.       *
      *    I#BRAD7C - AREA PARA TRATAMENTO DE ERRO PELA BRAD7100       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD7100 - MODULO TRATAMENTO DE ERRO.                       *
      *    BRAD7110 - MODULO DE LOG DE AUDITORIA.                      *
      *    BRAD7130 - MODULO DE TOTAIS DE EXECUCAO (RUNSTAT).          *
      *    BRAD7140 - MODULO DO JORNAL DE ALTERACOES (CADHIST).        *
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

           SELECT SITRECF   ASSIGN     TO UT-S-SITRECF
                      FILE STATUS      IS WRK-FS-SITRECF.

           SELECT CADACLIE-VSAM ASSIGN     TO UT-S-CADAVSAM
                      ORGANIZATION         IS INDEXED
                      ACCESS MODE          IS DYNAMIC
                      RECORD KEY           IS CAD-CHAVE
                      ALTERNATE RECORD KEY IS CAD-CGC-CPF
                                              WITH DUPLICATES
                      FILE STATUS          IS WRK-FS-CADAVSAM.

           SELECT RELSITRF  ASSIGN     TO UT-S-RELSITRF
                      FILE STATUS      IS WRK-FS-RELSITRF.

           SELECT SRTSITRF  ASSIGN     TO UT-S-SRTSITRF.

      *================================================================*
       DATA DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INPUT  :  SITUACAO CADASTRAL DE CPF/CNPJ NA RECEITA FEDERAL *
      *              COM REGISTROS DE CONTROLE (HEADER/TRAILER)        *
      *              ORG. SEQUENCIAL   -   LRECL = 040                 *
      *----------------------------------------------------------------*

       FD  SITRECF
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  REG-SITRECF.
           05  REC-TIPO-REGISTRO        PIC  X(01).
               88  REC-REG-HEADER                       VALUE 'H'.
               88  REC-REG-TRAILER                      VALUE 'T'.
           05  FILLER                   PIC  X(39).

       01  REG-SITRECF-HEADER.
           05  FILLER                   PIC  X(01).
           05  REC-HDR-DATA             PIC  9(08).
           05  FILLER                   PIC  X(31).

       01  REG-SITRECF-TRAILER.
           05  FILLER                   PIC  X(01).
           05  REC-TRL-QTDE             PIC  9(07).
           05  FILLER                   PIC  X(32).

       01  REG-SITRECF-DETALHE.
           05  REC-CGC-CPF.
               10  REC-PRINCIPAL        PIC  X(09).
               10  REC-FILIAL           PIC  X(05).
               10  REC-CTLE             PIC  9(02).
           05  REC-SITUACAO             PIC  X(01).
               88  REC-SIT-VALIDA                       VALUE 'R' 'S'
                                                   'P' 'I' 'F' 'B'
                                                   'C' 'N'.
           05  REC-DT-SITUACAO          PIC  9(08).
           05  FILLER                   PIC  X(15).

      *----------------------------------------------------------------*
      *    I/O    :  CADACLIE-VSAM                                     *
      *              ORG. INDEXADA (KSDS)   -   LRECL = 280            *
      *----------------------------------------------------------------*

       FD  CADACLIE-VSAM
           LABEL RECORD IS STANDARD.

       COPY 'I#CADREG'.

      *----------------------------------------------------------------*
      *    OUTPUT :  RELATORIO DE EXCECOES POR AGENCIA                 *
      *              ORG. SEQUENCIAL   -   LRECL = 132                 *
      *----------------------------------------------------------------*

       FD  RELSITRF
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  REG-RELSITRF                 PIC  X(132).

      *----------------------------------------------------------------*
      *    SORT  :  ARQUIVO DE TRABALHO DA ORDENACAO INTERNA, USADO    *
      *              PARA APRESENTAR AS EXCECOES POR AGENCIA E, NO     *
      *              FIM (TIPO '2'), OS REGISTROS REJEITADOS.          *
      *----------------------------------------------------------------*

       SD  SRTSITRF.

       01  REG-SRTSITRF.
           05  SRT-TIPO                 PIC  X(01).
               88  SRT-EXCECAO                          VALUE '1'.
               88  SRT-REJEICAO                         VALUE '2'.
           05  SRT-AGENCIA              PIC  9(05)  COMP-3.
           05  SRT-RAZAO                PIC  9(05)  COMP-3.
           05  SRT-CONTA                PIC  9(07)  COMP-3.
           05  SRT-PRINCIPAL            PIC  X(09).
           05  SRT-FILIAL               PIC  X(05).
           05  SRT-CTLE                 PIC  9(02).
           05  SRT-NOME                 PIC  X(40).
           05  SRT-SITUACAO             PIC  X(01).
           05  SRT-DT-SITUACAO          PIC  9(08).
           05  SRT-OCORRENCIA           PIC  X(17).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** INICIO DA WORKING BRAD0550                 ***'.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** VARIAVEIS AUXILIARES                       ***'.
      *----------------------------------------------------------------*

       77  WRK-FECHAR                  PIC  X(001)         VALUE 'N'.
       77  WRK-PGM                     PIC  X(008)         VALUE
           'BRAD0550'.
       77  WRK-BATCH                   PIC  X(008)         VALUE
           'BATCH'.
       77  WRK-SQLCA-OU-STATUS         PIC  X(136)         VALUE SPACES.
       77  WRK-LINHAS-POR-PAGINA       PIC  9(002) COMP    VALUE 55.
       77  WRK-CONT-LINHAS             PIC  9(002) COMP    VALUE ZEROS.
       77  WRK-CONT-PAGINA             PIC  9(004) COMP    VALUE ZEROS.
       77  WRK-TOT-DADOS               PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-CONTAS              PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-ATUALIZADOS         PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-SEM-ALTERACAO       PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-DATA-ANTIGA         PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-SEM-CONTA           PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-EXCECOES            PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-REJEITADOS          PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-AGENCIA             PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-ACHOU-HEADER            PIC  X(001)         VALUE 'N'.
       77  WRK-ACHOU-TRAILER           PIC  X(001)         VALUE 'N'.
       77  WRK-QTDE-TRAILER            PIC  9(007)         VALUE ZEROS.
       77  WRK-DATA-HEADER             PIC  9(008)         VALUE ZEROS.
       77  WRK-HOJE-AAAAMMDD           PIC  9(008)         VALUE ZEROS.
       77  WRK-PRIMEIRO-REG            PIC  X(001)         VALUE 'S'.
       77  WRK-FIM-TITULAR             PIC  X(001)         VALUE 'N'.
       77  WRK-ACHOU-CONTA             PIC  X(001)         VALUE 'N'.
       77  WRK-SIT-ANTERIOR            PIC  X(001)         VALUE SPACES.
       77  WRK-SAVE-TIPO               PIC  X(001)         VALUE SPACES.
       77  WRK-SAVE-AGENCIA            PIC  9(005)         VALUE ZEROS.
       77  WRK-CGC-TESTE               PIC  X(016)         VALUE SPACES.
       77  WRK-ABORTAR                 PIC  X(001)         VALUE 'N'.
           88  WRK-EXECUCAO-ABORTADA                       VALUE 'S'.

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE COMUNICACAO COM A BRAD7140         ***'.
      *----------------------------------------------------------------*

       01  WRK-IMAGEM-ANTES            PIC  X(280)         VALUE
           LOW-VALUES.

       COPY 'I#CADHSC'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** TEXTOS DE ERRO DA VALIDACAO                ***'.
      *----------------------------------------------------------------*

       01  WRK-ERRO-VALIDACAO.
           05  FILLER                  PIC  X(025)         VALUE
               'SITRECF INVALIDO-MOTIVO:'.
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
               'BRAD0550 - SITUACAO CADASTRAL NA RECEITA FEDERAL'.
           05  FILLER                  PIC  X(060)         VALUE SPACES.
           05  FILLER                  PIC  X(008)         VALUE
               'PAGINA: '.
           05  LIN-1-PAGINA            PIC  ZZZ9.
           05  FILLER                  PIC  X(008)         VALUE SPACES.

       01  LIN-CABECALHO-2.
           05  FILLER                  PIC  X(029)         VALUE
               'DATA DO ARQUIVO DA RECEITA: '.
           05  LIN-2-DATA              PIC  9999/99/99.
           05  FILLER                  PIC  X(093)         VALUE SPACES.

       01  LIN-CABECALHO-3.
           05  FILLER                  PIC  X(021)         VALUE
               'AGENC/RAZAO/CONTA    '.
           05  FILLER                  PIC  X(020)         VALUE
               'CPF/CNPJ'.
           05  FILLER                  PIC  X(042)         VALUE
               'NOME DO CLIENTE'.
           05  FILLER                  PIC  X(020)         VALUE
               'SITUACAO RECEITA'.
           05  FILLER                  PIC  X(012)         VALUE
               'DT.SITUACAO'.
           05  FILLER                  PIC  X(017)         VALUE
               'OCORRENCIA'.

       01  LIN-DETALHE.
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
           05  LIN-DET-SITUACAO        PIC  X(018).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-DT-SITUACAO     PIC  9999/99/99.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-OCORRENCIA      PIC  X(017).

       01  LIN-SUBTOTAL-AGENCIA.
           05  FILLER                  PIC  X(017)         VALUE
               'TOTAL DA AGENCIA '.
           05  LIN-STA-AGENCIA         PIC  99999.
           05  FILLER                  PIC  X(002)         VALUE ': '.
           05  LIN-STA-QTDE            PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(007)         VALUE
               ' CONTAS'.
           05  FILLER                  PIC  X(094)         VALUE SPACES.

       01  LIN-TITULO-REJEITADOS.
           05  FILLER                  PIC  X(040)         VALUE
               'REGISTROS REJEITADOS DO ARQUIVO'.
           05  FILLER                  PIC  X(092)         VALUE SPACES.

       01  LIN-TOTAIS-1.
           05  FILLER                  PIC  X(014)         VALUE
               'REGISTROS...: '.
           05  LIN-TOT-DADOS           PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(016)         VALUE
               '  CONTAS......: '.
           05  LIN-TOT-CONTAS          PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(016)         VALUE
               '  ATUALIZADAS.: '.
           05  LIN-TOT-ATUALIZADOS     PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(016)         VALUE
               '  SEM ALTERAC.: '.
           05  LIN-TOT-SEM-ALTERACAO   PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(042)         VALUE SPACES.

       01  LIN-TOTAIS-2.
           05  FILLER                  PIC  X(014)         VALUE
               'SEM CONTA...: '.
           05  LIN-TOT-SEM-CONTA       PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(016)         VALUE
               '  DATA ANTIGA.: '.
           05  LIN-TOT-DATA-ANTIGA     PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(016)         VALUE
               '  EXCECOES....: '.
           05  LIN-TOT-EXCECOES        PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(016)         VALUE
               '  REJEITADOS..: '.
           05  LIN-TOT-REJEITADOS      PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(042)         VALUE SPACES.

       01  LIN-BRANCO                  PIC  X(132)         VALUE SPACES.
       01  WRK-LINHA-PENDENTE          PIC  X(132)         VALUE SPACES.

       01  WRK-TXT-NOVA                PIC  X(017)         VALUE
           'NOVA SITUACAO'.
       01  WRK-TXT-MANTIDA             PIC  X(017)         VALUE
           'SEM ALTERACAO'.
       01  WRK-TXT-REGULARIZADA        PIC  X(017)         VALUE
           'REGULARIZADA'.
       01  WRK-TXT-SIT-INVALIDA        PIC  X(017)         VALUE
           'SITUACAO INVALIDA'.
       01  WRK-TXT-DATA-INVALIDA       PIC  X(017)         VALUE
           'DATA INVALIDA'.
       01  WRK-TXT-DOC-INVALIDO        PIC  X(017)         VALUE
           'CPF/CNPJ INVALIDO'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** MENSAGEM DE ERRO DE FILE-STATUS            ***'.
      *----------------------------------------------------------------*

       01  WRK-FS-SITRECF              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-CADAVSAM             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-RELSITRF             PIC  X(002)         VALUE SPACES.

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

      *    PRIMEIRA PASSADA: SO VALIDACAO - NENHUM REWRITE ACONTECE
      *    ANTES DE O ARQUIVO INTEIRO SER APROVADO.
           PERFORM 2000-LER-SITRECF.

           PERFORM UNTIL WRK-FECHAR    EQUAL 'S'
               PERFORM 2400-CLASSIFICAR-REGISTRO
               PERFORM 2000-LER-SITRECF
           END-PERFORM.

           PERFORM 2600-CONCLUIR-VALIDACAO.

      *    SEGUNDA PASSADA: ARQUIVO APROVADO - A APLICACAO NO
      *    CADASTRO E A INPUT PROCEDURE DO SORT, QUE LIBERA AS
      *    EXCECOES PARA O RELATORIO POR AGENCIA.
           PERFORM 2800-REABRIR-PARA-APLICACAO.

           SORT SRTSITRF
               ON ASCENDING KEY SRT-TIPO
                                SRT-AGENCIA
                                SRT-RAZAO
                                SRT-CONTA
               INPUT PROCEDURE  IS 2500-APLICAR-SITUACOES
               OUTPUT PROCEDURE IS 2700-IMPRIMIR-EXCECOES.

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

           INITIALIZE REG-SITRECF.

           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WRK-HOJE-AAAAMMDD.

           OPEN INPUT  SITRECF.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'SITRECF'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-SITRECF        TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *    O CADACLIE-VSAM SO E ABERTO NA SEGUNDA PASSADA (2800),
      *    DEPOIS DE O ARQUIVO DE ENTRADA SER APROVADO.

           OPEN OUTPUT RELSITRF.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'RELSITRF'            TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELSITRF       TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELSITRF       TO WRK-FS-SITRECF.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-TESTAR-FILE-STATUS          SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-SITRECF           NOT EQUAL '00'
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE WRK-ERRO-ARQUIVO    TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-LER-SITRECF                SECTION.
      *----------------------------------------------------------------*

           READ SITRECF.

           IF WRK-FS-SITRECF           EQUAL '10'
              MOVE 'S'                 TO WRK-FECHAR
              GO TO 2000-99-FIM
           END-IF.

           SET WRK-LEITURA             TO TRUE.
           MOVE 'SITRECF'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-SITRECF         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2400-CLASSIFICAR-REGISTRO       SECTION.
      *----------------------------------------------------------------*

           EVALUATE TRUE

               WHEN REC-REG-HEADER
                   IF  WRK-PRIMEIRO-REG NOT EQUAL 'S'
                       MOVE WRK-MOT-HEADER-FORA-ORDEM
                                       TO WRK-EV-MOTIVO
                       PERFORM 9000-ABORTAR-VALIDACAO
                   END-IF
                   MOVE 'S'            TO WRK-ACHOU-HEADER
                   IF  REC-HDR-DATA    NOT NUMERIC OR
                       REC-HDR-DATA    EQUAL ZEROS OR
                       REC-HDR-DATA    > WRK-HOJE-AAAAMMDD
                       MOVE WRK-MOT-DATA-INVALIDA
                                       TO WRK-EV-MOTIVO
                       PERFORM 9000-ABORTAR-VALIDACAO
                   END-IF
                   MOVE REC-HDR-DATA   TO WRK-DATA-HEADER

               WHEN REC-REG-TRAILER
                   MOVE 'S'            TO WRK-ACHOU-TRAILER
                   MOVE REC-TRL-QTDE   TO WRK-QTDE-TRAILER

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
       2500-APLICAR-SITUACOES          SECTION.
      *----------------------------------------------------------------*
      *    INPUT PROCEDURE DO SORT: RELE O SITRECF JA APROVADO, APLICA *
      *    CADA SITUACAO EM TODAS AS CONTAS DO CPF/CNPJ E LIBERA PARA  *
      *    A ORDENACAO AS EXCECOES (POR AGENCIA) E AS REJEICOES.       *
      *----------------------------------------------------------------*

           PERFORM 2000-LER-SITRECF.

           PERFORM UNTIL WRK-FECHAR    EQUAL 'S'
               IF  NOT REC-REG-HEADER  AND
                   NOT REC-REG-TRAILER
                   PERFORM 2510-PROCESSAR-DETALHE
               END-IF
               PERFORM 2000-LER-SITRECF
           END-PERFORM.

      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2510-PROCESSAR-DETALHE          SECTION.
      *----------------------------------------------------------------*

           MOVE REC-CGC-CPF            TO WRK-CGC-TESTE.
           INSPECT WRK-CGC-TESTE
                   CONVERTING 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                           TO '00000000000000000000000000'.

           IF  WRK-CGC-TESTE           NOT NUMERIC OR
               REC-CTLE                NOT NUMERIC
               MOVE WRK-TXT-DOC-INVALIDO
                                       TO SRT-OCORRENCIA
               PERFORM 2570-LIBERAR-REJEICAO
               GO TO 2510-99-FIM
           END-IF.

           IF  NOT REC-SIT-VALIDA
               MOVE WRK-TXT-SIT-INVALIDA
                                       TO SRT-OCORRENCIA
               PERFORM 2570-LIBERAR-REJEICAO
               GO TO 2510-99-FIM
           END-IF.

           IF  REC-DT-SITUACAO         NOT NUMERIC OR
               REC-DT-SITUACAO         EQUAL ZEROS OR
               REC-DT-SITUACAO         > WRK-DATA-HEADER
               MOVE WRK-TXT-DATA-INVALIDA
                                       TO SRT-OCORRENCIA
               PERFORM 2570-LIBERAR-REJEICAO
               GO TO 2510-99-FIM
           END-IF.

      *    POSICIONA NO INDICE ALTERNATIVO CAD-CGC-CPF E PERCORRE AS
      *    DUPLICATAS (TODAS AS CONTAS DO MESMO TITULAR) ATE O
      *    DOCUMENTO MUDAR - MESMA TECNICA DO BRAD0420.
           MOVE REC-PRINCIPAL          TO CAD-PRINCIPAL.
           MOVE REC-FILIAL             TO CAD-FILIAL.
           MOVE REC-CTLE               TO CAD-CTLE.

           MOVE 'N'                    TO WRK-FIM-TITULAR
                                          WRK-ACHOU-CONTA.

           START CADACLIE-VSAM
               KEY IS NOT LESS THAN CAD-CGC-CPF
               INVALID KEY
                   MOVE 'S'            TO WRK-FIM-TITULAR
           END-START.

           PERFORM UNTIL WRK-FIM-TITULAR EQUAL 'S'
               PERFORM 2530-LER-PROXIMA-CONTA
               IF  WRK-FIM-TITULAR     NOT EQUAL 'S'
                   MOVE 'S'            TO WRK-ACHOU-CONTA
                   PERFORM 2540-ATUALIZAR-CONTA
               END-IF
           END-PERFORM.

           IF  WRK-ACHOU-CONTA         NOT EQUAL 'S'
               ADD 1                   TO WRK-TOT-SEM-CONTA
           END-IF.

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
               MOVE WRK-FS-CADAVSAM    TO WRK-FS-SITRECF
               PERFORM 1100-TESTAR-FILE-STATUS
           END-IF.

           IF  CAD-PRINCIPAL           NOT EQUAL REC-PRINCIPAL OR
               CAD-FILIAL              NOT EQUAL REC-FILIAL    OR
               CAD-CTLE                NOT EQUAL REC-CTLE
               MOVE 'S'                TO WRK-FIM-TITULAR
           END-IF.

      *----------------------------------------------------------------*
       2530-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2540-ATUALIZAR-CONTA            SECTION.
      *----------------------------------------------------------------*
      *    GRAVA A SITUACAO NA CONTA SO QUANDO ELA MUDOU E A           *
      *    INFORMACAO NAO E MAIS ANTIGA QUE A JA GRAVADA; EM SEGUIDA   *
      *    LIBERA A CONTA PARA O RELATORIO SE O TITULAR NAO ESTA       *
      *    REGULAR OU SE ACABOU DE SER REGULARIZADO.                   *
      *    CONTA CUJA DATA NAO E NUMERICA (REGISTRO ANTERIOR A ESTA    *
      *    VERIFICACAO, COM A RESERVA EM BRANCO) E TRATADA COMO NUNCA  *
      *    VERIFICADA: SITUACAO EM BRANCO E SEMPRE ATUALIZADA.         *
      *----------------------------------------------------------------*

           ADD 1                       TO WRK-TOT-CONTAS.

           IF  CAD-DT-SIT-RECEITA      NOT NUMERIC
               MOVE SPACES             TO WRK-SIT-ANTERIOR
           ELSE
               MOVE CAD-SIT-RECEITA    TO WRK-SIT-ANTERIOR
           END-IF.

           EVALUATE TRUE
               WHEN CAD-DT-SIT-RECEITA NOT NUMERIC
                   MOVE REG-CADACLIE   TO WRK-IMAGEM-ANTES
                   MOVE REC-SITUACAO   TO CAD-SIT-RECEITA
                   MOVE REC-DT-SITUACAO
                                       TO CAD-DT-SIT-RECEITA
                   PERFORM 2545-REGRAVAR-CONTA
               WHEN CAD-DT-SIT-RECEITA > REC-DT-SITUACAO
                   ADD 1               TO WRK-TOT-DATA-ANTIGA
               WHEN CAD-SIT-RECEITA    EQUAL REC-SITUACAO AND
                    CAD-DT-SIT-RECEITA EQUAL REC-DT-SITUACAO
                   ADD 1               TO WRK-TOT-SEM-ALTERACAO
               WHEN OTHER
                   MOVE REG-CADACLIE   TO WRK-IMAGEM-ANTES
                   MOVE REC-SITUACAO   TO CAD-SIT-RECEITA
                   MOVE REC-DT-SITUACAO
                                       TO CAD-DT-SIT-RECEITA
                   PERFORM 2545-REGRAVAR-CONTA
           END-EVALUATE.

           EVALUATE TRUE
               WHEN CAD-SIT-REGULAR
                   IF  WRK-SIT-ANTERIOR NOT EQUAL SPACES AND 'R'
                       MOVE WRK-TXT-REGULARIZADA
                                       TO SRT-OCORRENCIA
                       PERFORM 2560-LIBERAR-EXCECAO
                   END-IF
               WHEN CAD-SIT-RECEITA    EQUAL WRK-SIT-ANTERIOR
                   MOVE WRK-TXT-MANTIDA
                                       TO SRT-OCORRENCIA
                   PERFORM 2560-LIBERAR-EXCECAO
               WHEN OTHER
                   MOVE WRK-TXT-NOVA   TO SRT-OCORRENCIA
                   PERFORM 2560-LIBERAR-EXCECAO
           END-EVALUATE.

      *----------------------------------------------------------------*
       2540-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2545-REGRAVAR-CONTA             SECTION.
      *----------------------------------------------------------------*

           REWRITE REG-CADACLIE.

           IF  WRK-FS-CADAVSAM         NOT EQUAL '00'
               MOVE 'APL'              TO ERR-TIPO-ACESSO
               MOVE WRK-FS-CADAVSAM    TO ERR-TEXTO
               MOVE 'CADACLIE-VSAM'    TO ERR-MODULO
               PERFORM 9999-ROTINA-ERRO
           END-IF.

           PERFORM 2550-GRAVAR-JORNAL.

           ADD 1                       TO WRK-TOT-ATUALIZADOS.

      *----------------------------------------------------------------*
       2545-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2550-GRAVAR-JORNAL              SECTION.
      *----------------------------------------------------------------*

           MOVE CAD-AGENCIA            TO HSTA-AGENCIA.
           MOVE CAD-RAZAO              TO HSTA-RAZAO.
           MOVE CAD-CONTA              TO HSTA-CONTA.
           MOVE 'A'                    TO HSTA-OPERACAO.
           MOVE WRK-BATCH              TO HSTA-COD-USER.
           MOVE WRK-BATCH              TO HSTA-COD-DEPTO.
           MOVE 'BRAD0550'             TO HSTA-TRANSACAO.
           MOVE WRK-IMAGEM-ANTES       TO HSTA-IMAGEM-ANTES.
           MOVE REG-CADACLIE           TO HSTA-IMAGEM-DEPOIS.

           CALL 'BRAD7140'             USING HST-AREA.

      *----------------------------------------------------------------*
       2550-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2560-LIBERAR-EXCECAO            SECTION.
      *----------------------------------------------------------------*
      *    O CHAMADOR JA PREPAROU SRT-OCORRENCIA.                      *
      *----------------------------------------------------------------*

           SET SRT-EXCECAO             TO TRUE.
           MOVE CAD-AGENCIA            TO SRT-AGENCIA.
           MOVE CAD-RAZAO              TO SRT-RAZAO.
           MOVE CAD-CONTA              TO SRT-CONTA.
           MOVE CAD-PRINCIPAL          TO SRT-PRINCIPAL.
           MOVE CAD-FILIAL             TO SRT-FILIAL.
           MOVE CAD-CTLE               TO SRT-CTLE.
           MOVE CAD-NOME-CLIE          TO SRT-NOME.
           MOVE CAD-SIT-RECEITA        TO SRT-SITUACAO.
           MOVE CAD-DT-SIT-RECEITA     TO SRT-DT-SITUACAO.

           RELEASE REG-SRTSITRF.

           ADD 1                       TO WRK-TOT-EXCECOES.

      *----------------------------------------------------------------*
       2560-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2570-LIBERAR-REJEICAO           SECTION.
      *----------------------------------------------------------------*
      *    O CHAMADOR JA PREPAROU SRT-OCORRENCIA COM O MOTIVO. OS      *
      *    CAMPOS DO REGISTRO REJEITADO SAO LEVADOS COMO VIERAM,       *
      *    ZERANDO OS QUE NAO SAO NUMERICOS.                           *
      *----------------------------------------------------------------*

           SET SRT-REJEICAO            TO TRUE.
           MOVE ZEROS                  TO SRT-AGENCIA
                                          SRT-RAZAO
                                          SRT-CONTA
                                          SRT-PRINCIPAL
                                          SRT-FILIAL
                                          SRT-CTLE
                                          SRT-DT-SITUACAO.
           MOVE SPACES                 TO SRT-NOME.

           MOVE REC-CGC-CPF            TO WRK-CGC-TESTE.
           INSPECT WRK-CGC-TESTE
                   CONVERTING 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                           TO '00000000000000000000000000'.

           IF  WRK-CGC-TESTE           NUMERIC AND
               REC-CTLE                NUMERIC
               MOVE REC-PRINCIPAL      TO SRT-PRINCIPAL
               MOVE REC-FILIAL         TO SRT-FILIAL
               MOVE REC-CTLE           TO SRT-CTLE
           END-IF.

           IF  REC-DT-SITUACAO         NUMERIC
               MOVE REC-DT-SITUACAO    TO SRT-DT-SITUACAO
           END-IF.

           MOVE REC-SITUACAO           TO SRT-SITUACAO.

           RELEASE REG-SRTSITRF.

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
       2700-IMPRIMIR-EXCECOES          SECTION.
      *----------------------------------------------------------------*
      *    OUTPUT PROCEDURE DO SORT: DEVOLVE AS EXCECOES ORDENADAS POR *
      *    AGENCIA/RAZAO/CONTA, COM QUEBRA E SUBTOTAL POR AGENCIA, E   *
      *    DEPOIS DELAS OS REGISTROS REJEITADOS.                       *
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FECHAR.
           MOVE 'S'                    TO WRK-PRIMEIRO-REG.

           PERFORM 2710-RETORNAR-ORDENADO.

           PERFORM UNTIL WRK-FECHAR    EQUAL 'S'
               PERFORM 2720-CONTROLAR-QUEBRA
               PERFORM 2730-IMPRIMIR-DETALHE
               PERFORM 2710-RETORNAR-ORDENADO
           END-PERFORM.

           IF  WRK-PRIMEIRO-REG        EQUAL 'N' AND
               WRK-SAVE-TIPO           EQUAL '1'
               PERFORM 2760-IMPRIMIR-SUBTOTAL-AGENCIA
           END-IF.

      *----------------------------------------------------------------*
       2700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2710-RETORNAR-ORDENADO          SECTION.
      *----------------------------------------------------------------*

           RETURN SRTSITRF
               AT END
                   MOVE 'S'            TO WRK-FECHAR
           END-RETURN.

      *----------------------------------------------------------------*
       2710-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2720-CONTROLAR-QUEBRA           SECTION.
      *----------------------------------------------------------------*

           IF  WRK-PRIMEIRO-REG        EQUAL 'S'
               MOVE 'N'                TO WRK-PRIMEIRO-REG
           ELSE
               IF  SRT-TIPO            EQUAL WRK-SAVE-TIPO AND
                   SRT-AGENCIA         EQUAL WRK-SAVE-AGENCIA
                   GO TO 2720-99-FIM
               END-IF
               IF  WRK-SAVE-TIPO       EQUAL '1'
                   PERFORM 2760-IMPRIMIR-SUBTOTAL-AGENCIA
               END-IF
           END-IF.

           IF  SRT-REJEICAO            AND
               WRK-SAVE-TIPO           NOT EQUAL '2'
               MOVE LIN-TITULO-REJEITADOS
                                       TO REG-RELSITRF
               PERFORM 2770-GRAVAR-LINHA
               MOVE LIN-BRANCO         TO REG-RELSITRF
               PERFORM 2770-GRAVAR-LINHA
           END-IF.

           MOVE SRT-TIPO               TO WRK-SAVE-TIPO.
           MOVE SRT-AGENCIA            TO WRK-SAVE-AGENCIA.

      *----------------------------------------------------------------*
       2720-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2730-IMPRIMIR-DETALHE           SECTION.
      *----------------------------------------------------------------*

           MOVE SRT-AGENCIA            TO LIN-DET-AGENCIA.
           MOVE SRT-RAZAO              TO LIN-DET-RAZAO.
           MOVE SRT-CONTA              TO LIN-DET-CONTA.
           MOVE SRT-PRINCIPAL          TO LIN-DET-PRINCIPAL.
           MOVE SRT-FILIAL             TO LIN-DET-FILIAL.
           MOVE SRT-CTLE               TO LIN-DET-CTLE.
           MOVE SRT-NOME               TO LIN-DET-NOME.
           MOVE SRT-DT-SITUACAO        TO LIN-DET-DT-SITUACAO.
           MOVE SRT-OCORRENCIA         TO LIN-DET-OCORRENCIA.

           PERFORM 2740-DESCREVER-SITUACAO.

           MOVE LIN-DETALHE            TO REG-RELSITRF.

      *    REGISTRO REJEITADO NAO TEM CONTA: A CHAVE SAI EM BRANCO.
           IF  SRT-REJEICAO
               MOVE SPACES             TO REG-RELSITRF(1:19)
           ELSE
               ADD 1                   TO WRK-TOT-AGENCIA
           END-IF.

           PERFORM 2770-GRAVAR-LINHA.

      *----------------------------------------------------------------*
       2730-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2740-DESCREVER-SITUACAO         SECTION.
      *----------------------------------------------------------------*

           EVALUATE SRT-SITUACAO
               WHEN 'R'
                   MOVE 'REGULAR/ATIVA'    TO LIN-DET-SITUACAO
               WHEN 'S'
                   MOVE 'SUSPENSA'         TO LIN-DET-SITUACAO
               WHEN 'P'
                   MOVE 'PENDENTE REGULARIZ'
                                           TO LIN-DET-SITUACAO
               WHEN 'I'
                   MOVE 'INAPTA'           TO LIN-DET-SITUACAO
               WHEN 'F'
                   MOVE 'TITULAR FALECIDO' TO LIN-DET-SITUACAO
               WHEN 'B'
                   MOVE 'BAIXADA'          TO LIN-DET-SITUACAO
               WHEN 'C'
                   MOVE 'CANCELADA'        TO LIN-DET-SITUACAO
               WHEN 'N'
                   MOVE 'NULA'             TO LIN-DET-SITUACAO
               WHEN OTHER
                   MOVE SPACES             TO LIN-DET-SITUACAO
                   STRING 'CODIGO: '       DELIMITED BY SIZE
                          SRT-SITUACAO     DELIMITED BY SIZE
                          INTO LIN-DET-SITUACAO
           END-EVALUATE.

      *----------------------------------------------------------------*
       2740-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2750-IMPRIMIR-CABECALHO         SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO WRK-CONT-PAGINA.
           MOVE WRK-CONT-PAGINA        TO LIN-1-PAGINA.
           MOVE WRK-DATA-HEADER        TO LIN-2-DATA.

           MOVE LIN-CABECALHO-1        TO REG-RELSITRF.
           PERFORM 2780-ESCREVER-RELSITRF.

           MOVE LIN-CABECALHO-2        TO REG-RELSITRF.
           PERFORM 2780-ESCREVER-RELSITRF.

           MOVE LIN-BRANCO             TO REG-RELSITRF.
           PERFORM 2780-ESCREVER-RELSITRF.

           MOVE LIN-CABECALHO-3        TO REG-RELSITRF.
           PERFORM 2780-ESCREVER-RELSITRF.

           MOVE ZEROS                  TO WRK-CONT-LINHAS.

      *----------------------------------------------------------------*
       2750-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2760-IMPRIMIR-SUBTOTAL-AGENCIA  SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-SAVE-AGENCIA       TO LIN-STA-AGENCIA.
           MOVE WRK-TOT-AGENCIA        TO LIN-STA-QTDE.
           MOVE LIN-SUBTOTAL-AGENCIA   TO REG-RELSITRF.
           PERFORM 2770-GRAVAR-LINHA.

           MOVE LIN-BRANCO             TO REG-RELSITRF.
           PERFORM 2770-GRAVAR-LINHA.

           MOVE ZEROS                  TO WRK-TOT-AGENCIA.

      *----------------------------------------------------------------*
       2760-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2770-GRAVAR-LINHA               SECTION.
      *----------------------------------------------------------------*
      *    GRAVA A LINHA JA MOVIDA PARA REG-RELSITRF, ABRINDO NOVA     *
      *    PAGINA QUANDO NECESSARIO.                                   *
      *----------------------------------------------------------------*

           IF  WRK-CONT-LINHAS         EQUAL ZEROS OR
               WRK-CONT-LINHAS         >= WRK-LINHAS-POR-PAGINA
               MOVE REG-RELSITRF       TO WRK-LINHA-PENDENTE
               PERFORM 2750-IMPRIMIR-CABECALHO
               MOVE WRK-LINHA-PENDENTE TO REG-RELSITRF
           END-IF.

           PERFORM 2780-ESCREVER-RELSITRF.

           ADD 1                       TO WRK-CONT-LINHAS.

      *----------------------------------------------------------------*
       2770-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2780-ESCREVER-RELSITRF          SECTION.
      *----------------------------------------------------------------*

           WRITE REG-RELSITRF.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELSITRF'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELSITRF        TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELSITRF        TO WRK-FS-SITRECF.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       2780-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2800-REABRIR-PARA-APLICACAO     SECTION.
      *----------------------------------------------------------------*
      *    ARQUIVO APROVADO NA PRIMEIRA PASSADA: REABRE O SITRECF DO   *
      *    COMECO E SO AGORA ABRE O CADACLIE-VSAM PARA AS ATUALIZACOES.*
      *----------------------------------------------------------------*

           CLOSE SITRECF.
           SET WRK-FECHAMENTO         TO TRUE.
           MOVE 'SITRECF'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-SITRECF        TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           OPEN INPUT  SITRECF.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'SITRECF'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-SITRECF        TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           OPEN I-O    CADACLIE-VSAM.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'CADAVSAM'            TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-CADAVSAM       TO WRK-FILE-STATUS.
           MOVE WRK-FS-CADAVSAM       TO WRK-FS-SITRECF.
           PERFORM 1100-TESTAR-FILE-STATUS.

           MOVE 'N'                    TO WRK-FECHAR.
           MOVE 'S'                    TO WRK-PRIMEIRO-REG.

      *----------------------------------------------------------------*
       2800-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2900-IMPRIMIR-TOTAIS            SECTION.
      *----------------------------------------------------------------*

           IF  WRK-CONT-PAGINA         EQUAL ZEROS
               PERFORM 2750-IMPRIMIR-CABECALHO
           END-IF.

           MOVE LIN-BRANCO             TO REG-RELSITRF.
           PERFORM 2780-ESCREVER-RELSITRF.

           MOVE WRK-TOT-DADOS          TO LIN-TOT-DADOS.
           MOVE WRK-TOT-CONTAS         TO LIN-TOT-CONTAS.
           MOVE WRK-TOT-ATUALIZADOS    TO LIN-TOT-ATUALIZADOS.
           MOVE WRK-TOT-SEM-ALTERACAO  TO LIN-TOT-SEM-ALTERACAO.
           MOVE LIN-TOTAIS-1           TO REG-RELSITRF.
           PERFORM 2780-ESCREVER-RELSITRF.

           MOVE WRK-TOT-SEM-CONTA      TO LIN-TOT-SEM-CONTA.
           MOVE WRK-TOT-DATA-ANTIGA    TO LIN-TOT-DATA-ANTIGA.
           MOVE WRK-TOT-EXCECOES       TO LIN-TOT-EXCECOES.
           MOVE WRK-TOT-REJEITADOS     TO LIN-TOT-REJEITADOS.
           MOVE LIN-TOTAIS-2           TO REG-RELSITRF.
           PERFORM 2780-ESCREVER-RELSITRF.

      *----------------------------------------------------------------*
       2900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-FECHAR-ARQUIVO             SECTION.
      *----------------------------------------------------------------*

           CLOSE SITRECF.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'SITRECF'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-SITRECF         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           CLOSE CADACLIE-VSAM.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'CADAVSAM'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-CADAVSAM        TO WRK-FILE-STATUS.
           MOVE WRK-FS-CADAVSAM        TO WRK-FS-SITRECF.
           PERFORM 1100-TESTAR-FILE-STATUS.

           CLOSE RELSITRF.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'RELSITRF'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELSITRF        TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELSITRF        TO WRK-FS-SITRECF.
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

           MOVE 'BRAD0550'             TO STA-PGM.
           MOVE WRK-TOT-DADOS          TO STA-TOT-LIDOS.
           MOVE WRK-TOT-ATUALIZADOS    TO STA-TOT-GRAVADOS.
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
