      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. BRAD0540.
       AUTHOR.     FLAVIO AUGUSTO MARIA.
      *================================================================*
      *                   P R I M E  I N F O R M A T I C A             *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  BRAD0540                                     *
      *    PROGRAMADOR.:  FLAVIO AUGUSTO MARIA              -  PRIME   *
      *    ANALISTA....:                                    -          *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  ENTRADA DIARIA DO ARQUIVO DE MOVIMENTACAO    *
      *                   DE CONTAS DO SISTEMA DE CONTA CORRENTE       *
      *                   (MOVCTA), NO MOLDE DO BRAD0480, EM DUAS      *
      *                   PASSADAS: A PRIMEIRA SO VALIDA O ARQUIVO     *
      *                   (HEADER TIPO 'H' + DATA, TRAILER TIPO 'T' +  *
      *                   QUANTIDADE, ORDEM DOS REGISTROS) E ABORTA    *
      *                   SEM APLICAR NADA SE ALGO FALHAR; A SEGUNDA,  *
      *                   SO ALCANCADA COM O ARQUIVO APROVADO, RELE O  *
      *                   MOVCTA E AVANCA A DATA DA ULTIMA             *
      *                   MOVIMENTACAO (CAD-DT-ULTMV) NO               *
      *                   CADACLIE-VSAM, JORNALIZANDO CADA REWRITE     *
      *                   PELA BRAD7140. ASSIM A VARREDURA DE CONTAS   *
      *                   DORMENTES (BRAD0320), O ARQUIVAMENTO         *
      *                   (BRAD0400) E AS CARTAS 'DORM' (BRAD0500)     *
      *                   TRABALHAM COM A MOVIMENTACAO REAL.           *
      *----------------------------------------------------------------*
      *    DATA PREVISTA: O HEADER E ACEITO COM A DATA DE             *
      *                   PROCESSAMENTO OU COM O DIA UTIL ANTERIOR A   *
      *                   ELA (BRAD7240/CALCAD), MESMA REGRA DO        *
      *                   BRAD0335.                                    *
      *----------------------------------------------------------------*
      *    CONTROLE....:  HEADER  = 'H' + DATA AAAAMMDD + BRANCOS.     *
      *                   TRAILER = 'T' + QUANTIDADE 9(7) + BRANCOS.   *
      *                   DETALHE = AGENCIA(5) RAZAO(5) CONTA(7) +     *
      *                   DATA DA ULTIMA MOVIMENTACAO(8), DISPLAY.     *
      *                   ARQUIVO TRUNCADO, FORA DE ORDEM, COM DATA    *
      *                   IMPREVISTA OU CONTAGEM ERRADA ABORTA NA      *
      *                   PRIMEIRA PASSADA COM RETURN-CODE 12, ANTES   *
      *                   DE QUALQUER REWRITE NO CADASTRO.             *
      *----------------------------------------------------------------*
      *    REGRAS......:  A DATA SO AVANCA: MOVIMENTO COM DATA IGUAL   *
      *                   OU ANTERIOR A CAD-DT-ULTMV E IGNORADO SEM    *
      *                   REWRITE. DATA POSTERIOR A DATA DE            *
      *                   PROCESSAMENTO OU NAO NUMERICA E REJEITADA.   *
      *----------------------------------------------------------------*
      *    REATIVACAO..:  A CONTA E LISTADA COMO REATIVADA QUANDO A    *
      *                   CAD-DT-ULTMV ANTERIOR ERA MAIS ANTIGA QUE O  *
      *                   LIMITE DE INATIVIDADE DO BRAD0320 (MESMO     *
      *                   PARAMETRO BRAD0320/DIASINAT NO PARMCAD, EM   *
      *                   DIAS UTEIS PELA BRAD7240), PARA QUE A CARTA  *
      *                   'DORM' PENDENTE SEJA SUSPENSA.               *
      *----------------------------------------------------------------*
      *    RETORNO.....:  RETURN-CODE 04 QUANDO HOUVE MOVIMENTO SEM    *
      *                   CONTA CORRESPONDENTE NO CADASTRO OU COM      *
      *                   DATA REJEITADA; 12 EM ARQUIVO INVALIDO OU    *
      *                   ERRO DE ARQUIVO.                             *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#CADREG - LAYOUT DO REGISTRO DE CLIENTES (CADACLIE).       *
      *    I#CADHSC - AREA DE COMUNICACAO COM O MODULO BRAD7140.       *
      *    I#BRAD7C - AREA PARA TRATAMENTO DE ERRO PELA BRAD7100       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD7100 - MODULO TRATAMENTO DE ERRO.                       *
      *    BRAD7110 - MODULO DE LOG DE AUDITORIA.                      *
      *    BRAD7130 - MODULO DE TOTAIS DE EXECUCAO (RUNSTAT).          *
      *    BRAD7140 - MODULO DO JORNAL DE ALTERACOES (CADHIST).        *
      *    BRAD7160 - MODULO DE PARAMETROS OPERACIONAIS (PARMCAD).     *
      *    BRAD7240 - MODULO DE DIAS UTEIS (CALCAD).                   *
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

           SELECT MOVCTA    ASSIGN     TO UT-S-MOVCTA
                      FILE STATUS      IS WRK-FS-MOVCTA.

           SELECT CADACLIE-VSAM ASSIGN     TO UT-S-CADAVSAM
                      ORGANIZATION         IS INDEXED
                      ACCESS MODE          IS DYNAMIC
                      RECORD KEY           IS CAD-CHAVE
                      FILE STATUS          IS WRK-FS-CADAVSAM.

           SELECT RELREATV  ASSIGN     TO UT-S-RELREATV
                      FILE STATUS      IS WRK-FS-RELREATV.

      *================================================================*
       DATA DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INPUT  :  MOVIMENTACAO DE CONTAS DO SISTEMA DE CONTA        *
      *              CORRENTE COM REGISTROS DE CONTROLE (HEADER/       *
      *              TRAILER)                                          *
      *              ORG. SEQUENCIAL   -   LRECL = 040                 *
      *----------------------------------------------------------------*

       FD  MOVCTA
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  REG-MOVCTA.
           05  MOV-TIPO-REGISTRO        PIC  X(01).
               88  MOV-REG-HEADER                       VALUE 'H'.
               88  MOV-REG-TRAILER                      VALUE 'T'.
           05  FILLER                   PIC  X(39).

       01  REG-MOVCTA-HEADER.
           05  FILLER                   PIC  X(01).
           05  MOV-HDR-DATA             PIC  9(08).
           05  FILLER                   PIC  X(31).

       01  REG-MOVCTA-TRAILER.
           05  FILLER                   PIC  X(01).
           05  MOV-TRL-QTDE             PIC  9(07).
           05  FILLER                   PIC  X(32).

       01  REG-MOVCTA-DETALHE.
           05  MOV-AGENCIA              PIC  9(05).
           05  MOV-RAZAO                PIC  9(05).
           05  MOV-CONTA                PIC  9(07).
           05  MOV-DT-ULTMV             PIC  9(08).
           05  FILLER                   PIC  X(15).

      *----------------------------------------------------------------*
      *    I/O    :  CADACLIE-VSAM                                     *
      *              ORG. INDEXADA (KSDS)   -   LRECL = 280            *
      *----------------------------------------------------------------*

       FD  CADACLIE-VSAM
           LABEL RECORD IS STANDARD.

       COPY 'I#CADREG'.

      *----------------------------------------------------------------*
      *    OUTPUT :  RELATORIO DE CONTAS REATIVADAS E REJEICOES        *
      *              ORG. SEQUENCIAL   -   LRECL = 132                 *
      *----------------------------------------------------------------*

       FD  RELREATV
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  REG-RELREATV                 PIC  X(132).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** INICIO DA WORKING BRAD0540                 ***'.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** VARIAVEIS AUXILIARES                       ***'.
      *----------------------------------------------------------------*

       77  WRK-FECHAR                  PIC  X(001)         VALUE 'N'.
       77  WRK-PGM                     PIC  X(008)         VALUE
           'BRAD0540'.
       77  WRK-BATCH                   PIC  X(008)         VALUE
           'BATCH'.
       77  WRK-SQLCA-OU-STATUS         PIC  X(136)         VALUE SPACES.
       77  WRK-LINHAS-POR-PAGINA       PIC  9(002) COMP    VALUE 55.
       77  WRK-CONT-LINHAS             PIC  9(002) COMP    VALUE ZEROS.
       77  WRK-CONT-PAGINA             PIC  9(004) COMP    VALUE ZEROS.
       77  WRK-TOT-DADOS               PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-ATUALIZADOS         PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-SEM-AVANCO          PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-REATIVADOS          PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-SEM-CONTA           PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-DATA-INVALIDA       PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-REJEITADOS          PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-ACHOU-HEADER            PIC  X(001)         VALUE 'N'.
       77  WRK-ACHOU-TRAILER           PIC  X(001)         VALUE 'N'.
       77  WRK-QTDE-TRAILER            PIC  9(007)         VALUE ZEROS.
       77  WRK-DATA-HEADER             PIC  9(008)         VALUE ZEROS.
       77  WRK-HOJE-AAAAMMDD           PIC  9(008)         VALUE ZEROS.
       77  WRK-DIA-UTIL-ANTERIOR       PIC  9(008)         VALUE ZEROS.
       77  WRK-ULTMV-ANTERIOR          PIC  9(008)         VALUE ZEROS.
       77  WRK-DIAS-SEM-MOVTO          PIC  9(005) COMP    VALUE ZEROS.
       77  WRK-PRIMEIRO-REG            PIC  X(001)         VALUE 'S'.
       77  WRK-ABORTAR                 PIC  X(001)         VALUE 'N'.
           88  WRK-EXECUCAO-ABORTADA                       VALUE 'S'.

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** PARAMETRO DE INATIVIDADE (CONTA DORMENTE)  ***'.
      *----------------------------------------------------------------*
      *    MESMO LIMITE DO BRAD0320: O VALOR COMPILADO (365) E O       *
      *    DEFAULT; NA ENTRADA DO PROGRAMA O PARAMETRO                 *
      *    BRAD0320/DIASINAT E CONSULTADO NO PARMCAD (VIA BRAD7160),   *
      *    PARA QUE AS DUAS PONTAS USEM A MESMA DEFINICAO DE DORMENCIA.*
      *----------------------------------------------------------------*

       77  WRK-DIAS-INATIVIDADE        PIC  9(005) COMP    VALUE 365.
       77  WRK-LIMITE-AAAAMMDD         PIC  9(008)         VALUE ZEROS.
       77  WRK-CONT-UTEIS              PIC  9(005) COMP    VALUE ZEROS.

       01  WRK-AREA-BRAD7160.
           05  WRK-7160-PGM            PIC  X(008)         VALUE
               'BRAD0320'.
           05  WRK-7160-NOME           PIC  X(008)         VALUE
               'DIASINAT'.
           05  WRK-7160-VALOR          PIC  9(009)         VALUE ZEROS.
           05  WRK-7160-COD-RETORNO    PIC  X(001)         VALUE SPACES.
               88  WRK-PRM-ENCONTRADO                      VALUE 'S'.
               88  WRK-PRM-DEFAULT                         VALUE 'N'.

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE COMUNICACAO COM A BRAD7240         ***'.
      *----------------------------------------------------------------*

       01  WRK-AREA-BRAD7240.
           05  WRK-7240-FUNCAO         PIC  X(01)          VALUE SPACES.
           05  WRK-7240-DATA           PIC  9(08)          VALUE ZEROS.
           05  WRK-7240-DATA-2         PIC  9(08)          VALUE ZEROS.
           05  WRK-7240-QTD-UTEIS      PIC  9(05)          VALUE ZEROS.
           05  WRK-7240-EH-UTIL        PIC  X(01)          VALUE SPACES.
           05  WRK-7240-COD-RETORNO    PIC  X(01)          VALUE SPACES.
               88  WRK-7240-OK                             VALUE 'S'.

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
               'MOVCTA INVALIDO - MOTIVO:'.
           05  WRK-EV-MOTIVO           PIC  X(055)         VALUE SPACES.

       01  WRK-MOT-SEM-HEADER          PIC  X(055)         VALUE
           'HEADER AUSENTE (PRIMEIRO REGISTRO NAO E TIPO H)'.
       01  WRK-MOT-DATA-DIVERGE        PIC  X(055)         VALUE
           'DATA DO HEADER FORA DO PREVISTO (HOJE/DIA UTIL ANT.)'.
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
               'BRAD0540 - MOVIMENTACAO / CONTAS REATIVADAS'.
           05  FILLER                  PIC  X(060)         VALUE SPACES.
           05  FILLER                  PIC  X(008)         VALUE
               'PAGINA: '.
           05  LIN-1-PAGINA            PIC  ZZZ9.
           05  FILLER                  PIC  X(008)         VALUE SPACES.

       01  LIN-CABECALHO-2.
           05  FILLER                  PIC  X(035)         VALUE
               'LIMITE DE INATIVIDADE (DIAS UTEIS):'.
           05  LIN-2-DIAS              PIC  ZZZZ9.
           05  FILLER                  PIC  X(018)         VALUE
               '  - DATA LIMITE: '.
           05  LIN-2-LIMITE            PIC  9999/99/99.
           05  FILLER                  PIC  X(064)         VALUE SPACES.

       01  LIN-CABECALHO-3.
           05  FILLER                  PIC  X(021)         VALUE
               'AGENC/RAZAO/CONTA    '.
           05  FILLER                  PIC  X(042)         VALUE
               'NOME DO CLIENTE'.
           05  FILLER                  PIC  X(012)         VALUE
               'ULTMV ANT.'.
           05  FILLER                  PIC  X(012)         VALUE
               'ULTMV NOVA'.
           05  FILLER                  PIC  X(007)         VALUE
               'DIAS'.
           05  FILLER                  PIC  X(038)         VALUE
               'OCORRENCIA'.

       01  LIN-DETALHE.
           05  LIN-DET-AGENCIA         PIC  ZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE '/'.
           05  LIN-DET-RAZAO           PIC  ZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE '/'.
           05  LIN-DET-CONTA           PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-NOME            PIC  X(040).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-ULTMV-ANT       PIC  9999/99/99.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-ULTMV-NOVA      PIC  9999/99/99.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-DIAS            PIC  ZZZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-TEXTO           PIC  X(038).

       01  LIN-TOTAIS-1.
           05  FILLER                  PIC  X(014)         VALUE
               'MOVIMENTOS..: '.
           05  LIN-TOT-DADOS           PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(016)         VALUE
               '  ATUALIZADAS.: '.
           05  LIN-TOT-ATUALIZADOS     PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(016)         VALUE
               '  SEM AVANCO..: '.
           05  LIN-TOT-SEM-AVANCO      PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(016)         VALUE
               '  REATIVADAS..: '.
           05  LIN-TOT-REATIVADOS      PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(042)         VALUE SPACES.

       01  LIN-TOTAIS-2.
           05  FILLER                  PIC  X(014)         VALUE
               'SEM CONTA...: '.
           05  LIN-TOT-SEM-CONTA       PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(016)         VALUE
               '  DATA INVALID: '.
           05  LIN-TOT-DATA-INVALIDA   PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(088)         VALUE SPACES.

       01  LIN-BRANCO                  PIC  X(132)         VALUE SPACES.

       01  WRK-TXT-REATIVADA           PIC  X(038)         VALUE
           'CONTA REATIVADA - SUSPENDER CARTA DORM'.
       01  WRK-TXT-SEM-CONTA           PIC  X(038)         VALUE
           'CONTA NAO ENCONTRADA NO CADASTRO'.
       01  WRK-TXT-DATA-INVALIDA       PIC  X(038)         VALUE
           'DATA DE MOVIMENTO INVALIDA OU FUTURA'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** MENSAGEM DE ERRO DE FILE-STATUS            ***'.
      *----------------------------------------------------------------*

       01  WRK-FS-MOVCTA               PIC  X(002)         VALUE SPACES.
       01  WRK-FS-CADAVSAM             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-RELREATV             PIC  X(002)         VALUE SPACES.

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
           PERFORM 2000-LER-MOVCTA.

           PERFORM UNTIL WRK-FECHAR    EQUAL 'S'
               PERFORM 2400-CLASSIFICAR-REGISTRO
               PERFORM 2000-LER-MOVCTA
           END-PERFORM.

           PERFORM 2600-CONCLUIR-VALIDACAO.

      *    SEGUNDA PASSADA: ARQUIVO APROVADO - REABRE O MOVCTA E
      *    AVANCA A ULTIMA MOVIMENTACAO NO CADASTRO.
           PERFORM 2800-REABRIR-PARA-APLICACAO.

           PERFORM 2000-LER-MOVCTA.

           PERFORM UNTIL WRK-FECHAR    EQUAL 'S'
               IF  NOT MOV-REG-HEADER  AND
                   NOT MOV-REG-TRAILER
                   PERFORM 2500-APLICAR-MOVIMENTO
               END-IF
               PERFORM 2000-LER-MOVCTA
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

           INITIALIZE REG-MOVCTA.

           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WRK-HOJE-AAAAMMDD.

      *    DIA UTIL ANTERIOR A DATA DE PROCESSAMENTO (BRAD7240); SE O
      *    MODULO NAO PUDER RESPONDER, VALE SO A DATA DE HOJE (MESMA
      *    DEGRADACAO DO BRAD0335).
           MOVE 'A'                    TO WRK-7240-FUNCAO.
           MOVE WRK-HOJE-AAAAMMDD      TO WRK-7240-DATA.

           CALL 'BRAD7240'             USING WRK-AREA-BRAD7240.

           IF  WRK-7240-OK
               MOVE WRK-7240-DATA-2    TO WRK-DIA-UTIL-ANTERIOR
           ELSE
               MOVE WRK-HOJE-AAAAMMDD  TO WRK-DIA-UTIL-ANTERIOR
           END-IF.

           MOVE WRK-DIAS-INATIVIDADE   TO WRK-7160-VALOR.

           CALL 'BRAD7160'             USING WRK-AREA-BRAD7160.

           IF  WRK-7160-VALOR          > ZEROS AND
               WRK-7160-VALOR          < 100000
               MOVE WRK-7160-VALOR     TO WRK-DIAS-INATIVIDADE
           END-IF.

           PERFORM 1050-CALCULAR-LIMITE-INATIVIDADE.

           OPEN INPUT  MOVCTA.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'MOVCTA'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-MOVCTA         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *    O CADACLIE-VSAM SO E ABERTO NA SEGUNDA PASSADA (2800),
      *    DEPOIS DE O ARQUIVO DE ENTRADA SER APROVADO.

           OPEN OUTPUT RELREATV.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'RELREATV'            TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELREATV       TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELREATV       TO WRK-FS-MOVCTA.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1050-CALCULAR-LIMITE-INATIVIDADE SECTION.
      *----------------------------------------------------------------*
      *    DATA LIMITE = DATA DE HOJE MENOS WRK-DIAS-INATIVIDADE DIAS  *
      *    UTEIS, RECUADOS UM A UM PELA BRAD7240 - MESMO CALCULO DO    *
      *    BRAD0320. A CONTA ESTAVA DORMENTE QUANDO A CAD-DT-ULTMV     *
      *    ANTERIOR AO MOVIMENTO E MENOR QUE A DATA LIMITE.            *
      *----------------------------------------------------------------*

           MOVE WRK-HOJE-AAAAMMDD      TO WRK-LIMITE-AAAAMMDD.

           PERFORM VARYING WRK-CONT-UTEIS FROM 1 BY 1
                     UNTIL WRK-CONT-UTEIS > WRK-DIAS-INATIVIDADE
               MOVE 'A'                TO WRK-7240-FUNCAO
               MOVE WRK-LIMITE-AAAAMMDD
                                       TO WRK-7240-DATA
               CALL 'BRAD7240'         USING WRK-AREA-BRAD7240
               IF  WRK-7240-OK
                   MOVE WRK-7240-DATA-2
                                       TO WRK-LIMITE-AAAAMMDD
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       1050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-TESTAR-FILE-STATUS          SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-MOVCTA            NOT EQUAL '00'
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE WRK-ERRO-ARQUIVO    TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-LER-MOVCTA                 SECTION.
      *----------------------------------------------------------------*

           READ MOVCTA.

           IF WRK-FS-MOVCTA            EQUAL '10'
              MOVE 'S'                 TO WRK-FECHAR
              GO TO 2000-99-FIM
           END-IF.

           SET WRK-LEITURA             TO TRUE.
           MOVE 'MOVCTA'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-MOVCTA          TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2400-CLASSIFICAR-REGISTRO       SECTION.
      *----------------------------------------------------------------*

           EVALUATE TRUE

               WHEN MOV-REG-HEADER
                   IF  WRK-PRIMEIRO-REG NOT EQUAL 'S'
                       MOVE WRK-MOT-HEADER-FORA-ORDEM
                                       TO WRK-EV-MOTIVO
                       PERFORM 9000-ABORTAR-VALIDACAO
                   END-IF
                   MOVE 'S'            TO WRK-ACHOU-HEADER
                   MOVE MOV-HDR-DATA   TO WRK-DATA-HEADER
                   IF  WRK-DATA-HEADER NOT EQUAL WRK-HOJE-AAAAMMDD AND
                       WRK-DATA-HEADER NOT EQUAL WRK-DIA-UTIL-ANTERIOR
                       MOVE WRK-MOT-DATA-DIVERGE
                                       TO WRK-EV-MOTIVO
                       PERFORM 9000-ABORTAR-VALIDACAO
                   END-IF

               WHEN MOV-REG-TRAILER
                   MOVE 'S'            TO WRK-ACHOU-TRAILER
                   MOVE MOV-TRL-QTDE   TO WRK-QTDE-TRAILER

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
       2500-APLICAR-MOVIMENTO          SECTION.
      *----------------------------------------------------------------*

           MOVE MOV-AGENCIA            TO CAD-AGENCIA.
           MOVE MOV-RAZAO              TO CAD-RAZAO.
           MOVE MOV-CONTA              TO CAD-CONTA.

      *    DATA NAO NUMERICA OU POSTERIOR AO PROCESSAMENTO NAO PODE
      *    AVANCAR O CADASTRO: VAI PARA O RELATORIO COMO REJEICAO.
           IF  MOV-DT-ULTMV            NOT NUMERIC OR
               MOV-DT-ULTMV            > WRK-HOJE-AAAAMMDD
               ADD 1                   TO WRK-TOT-DATA-INVALIDA
               MOVE SPACES             TO LIN-DET-NOME
               MOVE ZEROS              TO LIN-DET-ULTMV-ANT
                                          LIN-DET-ULTMV-NOVA
                                          LIN-DET-DIAS
               IF  MOV-DT-ULTMV        NUMERIC
                   MOVE MOV-DT-ULTMV   TO LIN-DET-ULTMV-NOVA
               END-IF
               MOVE WRK-TXT-DATA-INVALIDA
                                       TO LIN-DET-TEXTO
               PERFORM 2700-IMPRIMIR-DETALHE
               GO TO 2500-99-FIM
           END-IF.

           READ CADACLIE-VSAM
                KEY IS CAD-CHAVE
                INVALID KEY
                MOVE '23'               TO WRK-FS-CADAVSAM
                NOT INVALID KEY
                MOVE '00'               TO WRK-FS-CADAVSAM
           END-READ.

           IF  WRK-FS-CADAVSAM         EQUAL '23'
               ADD 1                   TO WRK-TOT-SEM-CONTA
               MOVE SPACES             TO LIN-DET-NOME
               MOVE ZEROS              TO LIN-DET-ULTMV-ANT
                                          LIN-DET-DIAS
               MOVE MOV-DT-ULTMV       TO LIN-DET-ULTMV-NOVA
               MOVE WRK-TXT-SEM-CONTA  TO LIN-DET-TEXTO
               PERFORM 2700-IMPRIMIR-DETALHE
               GO TO 2500-99-FIM
           END-IF.

           IF  WRK-FS-CADAVSAM         NOT EQUAL '00'
               MOVE 'APL'              TO ERR-TIPO-ACESSO
               MOVE WRK-FS-CADAVSAM    TO ERR-TEXTO
               MOVE 'CADACLIE-VSAM'    TO ERR-MODULO
               PERFORM 9999-ROTINA-ERRO
           END-IF.

      *    A DATA SO AVANCA: MOVIMENTO JA REFLETIDO NO CADASTRO (OU
      *    MAIS ANTIGO QUE ELE) NAO GERA REWRITE NEM JORNAL.
           IF  MOV-DT-ULTMV            NOT GREATER CAD-DT-ULTMV
               ADD 1                   TO WRK-TOT-SEM-AVANCO
               GO TO 2500-99-FIM
           END-IF.

           MOVE REG-CADACLIE           TO WRK-IMAGEM-ANTES.
           MOVE CAD-DT-ULTMV           TO WRK-ULTMV-ANTERIOR.

           MOVE MOV-DT-ULTMV           TO CAD-DT-ULTMV.

           REWRITE REG-CADACLIE.

           IF  WRK-FS-CADAVSAM         NOT EQUAL '00'
               MOVE 'APL'              TO ERR-TIPO-ACESSO
               MOVE WRK-FS-CADAVSAM    TO ERR-TEXTO
               MOVE 'CADACLIE-VSAM'    TO ERR-MODULO
               PERFORM 9999-ROTINA-ERRO
           END-IF.

           PERFORM 2550-GRAVAR-JORNAL.

           ADD 1                       TO WRK-TOT-ATUALIZADOS.

           IF  WRK-ULTMV-ANTERIOR      < WRK-LIMITE-AAAAMMDD
               PERFORM 2560-LISTAR-REATIVADA
           END-IF.

      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
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
           MOVE 'BRAD0540'             TO HSTA-TRANSACAO.
           MOVE WRK-IMAGEM-ANTES       TO HSTA-IMAGEM-ANTES.
           MOVE REG-CADACLIE           TO HSTA-IMAGEM-DEPOIS.

           CALL 'BRAD7140'             USING HST-AREA.

      *----------------------------------------------------------------*
       2550-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2560-LISTAR-REATIVADA           SECTION.
      *----------------------------------------------------------------*
      *    CONTA QUE ESTAVA DORMENTE E VOLTOU A MOVIMENTAR: SAI NO     *
      *    RELATORIO COM OS DIAS UTEIS QUE FICOU PARADA (BRAD7240;     *
      *    SE O MODULO NAO PUDER RESPONDER, O CAMPO SAI ZERADO).       *
      *----------------------------------------------------------------*

           ADD 1                       TO WRK-TOT-REATIVADOS.

           MOVE ZEROS                  TO WRK-DIAS-SEM-MOVTO.
           MOVE 'Q'                    TO WRK-7240-FUNCAO.
           MOVE WRK-ULTMV-ANTERIOR     TO WRK-7240-DATA.
           MOVE CAD-DT-ULTMV           TO WRK-7240-DATA-2.

           CALL 'BRAD7240'             USING WRK-AREA-BRAD7240.

           IF  WRK-7240-OK
               MOVE WRK-7240-QTD-UTEIS TO WRK-DIAS-SEM-MOVTO
           END-IF.

           MOVE CAD-NOME-CLIE          TO LIN-DET-NOME.
           MOVE WRK-ULTMV-ANTERIOR     TO LIN-DET-ULTMV-ANT.
           MOVE CAD-DT-ULTMV           TO LIN-DET-ULTMV-NOVA.
           MOVE WRK-DIAS-SEM-MOVTO     TO LIN-DET-DIAS.
           MOVE WRK-TXT-REATIVADA      TO LIN-DET-TEXTO.

           PERFORM 2700-IMPRIMIR-DETALHE.

      *----------------------------------------------------------------*
       2560-99-FIM.                    EXIT.
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
       2700-IMPRIMIR-DETALHE           SECTION.
      *----------------------------------------------------------------*

           IF  WRK-CONT-LINHAS         EQUAL ZEROS OR
               WRK-CONT-LINHAS         >= WRK-LINHAS-POR-PAGINA
               PERFORM 2510-IMPRIMIR-CABECALHO
           END-IF.

           MOVE MOV-AGENCIA            TO LIN-DET-AGENCIA.
           MOVE MOV-RAZAO              TO LIN-DET-RAZAO.
           MOVE MOV-CONTA              TO LIN-DET-CONTA.

           WRITE REG-RELREATV          FROM LIN-DETALHE.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELREATV'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELREATV        TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELREATV        TO WRK-FS-MOVCTA.
           PERFORM 1100-TESTAR-FILE-STATUS.

           ADD 1                       TO WRK-CONT-LINHAS.

      *----------------------------------------------------------------*
       2700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2510-IMPRIMIR-CABECALHO         SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO WRK-CONT-PAGINA.
           MOVE WRK-CONT-PAGINA        TO LIN-1-PAGINA.
           MOVE WRK-DIAS-INATIVIDADE   TO LIN-2-DIAS.
           MOVE WRK-LIMITE-AAAAMMDD    TO LIN-2-LIMITE.

           WRITE REG-RELREATV          FROM LIN-CABECALHO-1.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELREATV'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELREATV        TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELREATV        TO WRK-FS-MOVCTA.
           PERFORM 1100-TESTAR-FILE-STATUS.

           WRITE REG-RELREATV          FROM LIN-CABECALHO-2.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELREATV'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELREATV        TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELREATV        TO WRK-FS-MOVCTA.
           PERFORM 1100-TESTAR-FILE-STATUS.

           WRITE REG-RELREATV          FROM LIN-BRANCO.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELREATV'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELREATV        TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELREATV        TO WRK-FS-MOVCTA.
           PERFORM 1100-TESTAR-FILE-STATUS.

           WRITE REG-RELREATV          FROM LIN-CABECALHO-3.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELREATV'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELREATV        TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELREATV        TO WRK-FS-MOVCTA.
           PERFORM 1100-TESTAR-FILE-STATUS.

           MOVE ZEROS                  TO WRK-CONT-LINHAS.

      *----------------------------------------------------------------*
       2510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2800-REABRIR-PARA-APLICACAO     SECTION.
      *----------------------------------------------------------------*
      *    ARQUIVO APROVADO NA PRIMEIRA PASSADA: REABRE O MOVCTA DO    *
      *    COMECO E SO AGORA ABRE O CADACLIE-VSAM PARA AS ATUALIZACOES.*
      *----------------------------------------------------------------*

           CLOSE MOVCTA.
           SET WRK-FECHAMENTO         TO TRUE.
           MOVE 'MOVCTA'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-MOVCTA         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           OPEN INPUT  MOVCTA.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'MOVCTA'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-MOVCTA         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           OPEN I-O    CADACLIE-VSAM.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'CADAVSAM'            TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-CADAVSAM       TO WRK-FILE-STATUS.
           MOVE WRK-FS-CADAVSAM       TO WRK-FS-MOVCTA.
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
               PERFORM 2510-IMPRIMIR-CABECALHO
           END-IF.

           WRITE REG-RELREATV          FROM LIN-BRANCO.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELREATV'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELREATV        TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELREATV        TO WRK-FS-MOVCTA.
           PERFORM 1100-TESTAR-FILE-STATUS.

           MOVE WRK-TOT-DADOS          TO LIN-TOT-DADOS.
           MOVE WRK-TOT-ATUALIZADOS    TO LIN-TOT-ATUALIZADOS.
           MOVE WRK-TOT-SEM-AVANCO     TO LIN-TOT-SEM-AVANCO.
           MOVE WRK-TOT-REATIVADOS     TO LIN-TOT-REATIVADOS.
           WRITE REG-RELREATV          FROM LIN-TOTAIS-1.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELREATV'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELREATV        TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELREATV        TO WRK-FS-MOVCTA.
           PERFORM 1100-TESTAR-FILE-STATUS.

           MOVE WRK-TOT-SEM-CONTA      TO LIN-TOT-SEM-CONTA.
           MOVE WRK-TOT-DATA-INVALIDA  TO LIN-TOT-DATA-INVALIDA.
           WRITE REG-RELREATV          FROM LIN-TOTAIS-2.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELREATV'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELREATV        TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELREATV        TO WRK-FS-MOVCTA.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       2900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-FECHAR-ARQUIVO             SECTION.
      *----------------------------------------------------------------*

           CLOSE MOVCTA.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'MOVCTA'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-MOVCTA          TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           CLOSE CADACLIE-VSAM.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'CADAVSAM'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-CADAVSAM        TO WRK-FILE-STATUS.
           MOVE WRK-FS-CADAVSAM        TO WRK-FS-MOVCTA.
           PERFORM 1100-TESTAR-FILE-STATUS.

           CLOSE RELREATV.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'RELREATV'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELREATV        TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELREATV        TO WRK-FS-MOVCTA.
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

           COMPUTE WRK-TOT-REJEITADOS  = WRK-TOT-SEM-CONTA
                                       + WRK-TOT-DATA-INVALIDA.

           MOVE 'BRAD0540'             TO STA-PGM.
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
