      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. BRAD0590.
       AUTHOR.     FLAVIO AUGUSTO MARIA.
      *================================================================*
      *                   P R I M E  I N F O R M A T I C A             *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  BRAD0590                                     *
      *    PROGRAMADOR.:  FLAVIO AUGUSTO MARIA              -  PRIME   *
      *    ANALISTA....:                                    -          *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  PROCESSAMENTO DO ARQUIVO DE RETORNO DO CCS   *
      *                   (BANCO CENTRAL) REFERENTE A REMESSA GERADA   *
      *                   PELO BRAD0580. LISTA OS DETALHES REJEITADOS, *
      *                   COM A DESCRICAO DO ERRO E A SITUACAO ATUAL   *
      *                   DA CONTA NO CADASTRO (NOME, CPF/CNPJ),       *
      *                   PARA QUE A RETAGUARDA CORRIJA E REENVIE. OS  *
      *                   DETALHES ACEITOS SO SAO CONTADOS.            *
      *----------------------------------------------------------------*
      *    CONTROLE....:  LEIAUTE DO I#CCSRET. O PRIMEIRO REGISTRO     *
      *                   DEVE SER O HEADER ('0', LEIAUTE CCS001) E O  *
      *                   ULTIMO O TRAILER ('9'); AS QUANTIDADES DO    *
      *                   TRAILER (DETALHES, ACEITOS, REJEITADOS)      *
      *                   DEVEM CONFERIR COM AS LIDAS. A LISTAGEM E OS *
      *                   TOTAIS SAO EMITIDOS ANTES DA CONFERENCIA,    *
      *                   PARA QUE O ARQUIVO RECUSADO POSSA SER        *
      *                   ANALISADO.                                   *
      *----------------------------------------------------------------*
      *    CADASTRO....:  A CONTA DO DETALHE REJEITADO E LIDA NO       *
      *                   CADACLIE-VSAM: CONTA NAO ENCONTRADA (JA      *
      *                   ARQUIVADA), CPF/CNPJ JA ALTERADO DESDE O     *
      *                   ENVIO, CONTA ENCERRADA OU CPF/CNPJ IGUAL AO  *
      *                   ENVIADO (A CORRIGIR).                        *
      *----------------------------------------------------------------*
      *    RETORNO.....:  RETURN-CODE 04 QUANDO HOUVE REJEICAO; 12 EM  *
      *                   ARQUIVO DE RETORNO INVALIDO OU ERRO DE       *
      *                   ARQUIVO.                                     *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#CCSRET - LAYOUT DO RETORNO DO CCS (CCSRET).               *
      *    I#CADREG - LAYOUT DO REGISTRO DE CLIENTES (CADACLIE).       *
      *    I#BRAD7S - AREA DE COMUNICACAO COM O MODULO BRAD7130.       *
      *    I#BRAD7C - AREA PARA TRATAMENTO DE ERRO PELA BRAD7100       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD7100 - MODULO TRATAMENTO DE ERRO.                       *
      *    BRAD7110 - MODULO DE LOG DE AUDITORIA.                      *
      *    BRAD7130 - MODULO DE TOTAIS DE EXECUCAO (RUNSTAT).          *
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

           SELECT CCSRET    ASSIGN     TO UT-S-CCSRET
                      FILE STATUS      IS WRK-FS-CCSRET.

           SELECT CADACLIE-VSAM ASSIGN     TO UT-S-CADAVSAM
                      ORGANIZATION         IS INDEXED
                      ACCESS MODE          IS RANDOM
                      RECORD KEY           IS CAD-CHAVE
                      FILE STATUS          IS WRK-FS-CADAVSAM.

           SELECT RELCCSRT  ASSIGN     TO UT-S-RELCCSRT
                      FILE STATUS      IS WRK-FS-RELCCSRT.

      *================================================================*
       DATA DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INPUT  :  RETORNO DO CCS DO BANCO CENTRAL                   *
      *              ORG. SEQUENCIAL   -   LRECL = 100                 *
      *----------------------------------------------------------------*

       FD  CCSRET
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

           COPY 'I#CCSRET'.

      *----------------------------------------------------------------*
      *    INPUT  :  CADACLIE-VSAM                                     *
      *              ORG. INDEXADA (KSDS)   -   LRECL = 280            *
      *----------------------------------------------------------------*

       FD  CADACLIE-VSAM
           LABEL RECORD IS STANDARD.

       COPY 'I#CADREG'.

      *----------------------------------------------------------------*
      *    OUTPUT :  LISTAGEM DOS REGISTROS REJEITADOS PELO CCS        *
      *              ORG. SEQUENCIAL   -   LRECL = 132                 *
      *----------------------------------------------------------------*

       FD  RELCCSRT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  REG-RELCCSRT                 PIC  X(132).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** INICIO DA WORKING BRAD0590                 ***'.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** VARIAVEIS AUXILIARES                       ***'.
      *----------------------------------------------------------------*

       77  WRK-FECHAR                  PIC  X(001)         VALUE 'N'.
       77  WRK-PGM                     PIC  X(008)         VALUE
           'BRAD0590'.
       77  WRK-BATCH                   PIC  X(008)         VALUE
           'BATCH'.
       77  WRK-SQLCA-OU-STATUS         PIC  X(136)         VALUE SPACES.
       77  WRK-LINHAS-POR-PAGINA       PIC  9(002) COMP    VALUE 55.
       77  WRK-CONT-LINHAS             PIC  9(002) COMP    VALUE ZEROS.
       77  WRK-CONT-PAGINA             PIC  9(004) COMP    VALUE ZEROS.
       77  WRK-TOT-DETALHES            PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-ACEITOS             PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-REJEITADOS          PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-JA-CORRIGIDOS       PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-SEM-CONTA           PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-ACHOU-HEADER            PIC  X(001)         VALUE 'N'.
       77  WRK-ACHOU-TRAILER           PIC  X(001)         VALUE 'N'.
       77  WRK-PRIMEIRO-REG            PIC  X(001)         VALUE 'S'.
       77  WRK-QTDE-TRL-DETALHES       PIC  9(007)         VALUE ZEROS.
       77  WRK-QTDE-TRL-ACEITOS        PIC  9(007)         VALUE ZEROS.
       77  WRK-QTDE-TRL-REJEITADOS     PIC  9(007)         VALUE ZEROS.
       77  WRK-DT-MOVTO                PIC  9(008)         VALUE ZEROS.
       77  WRK-DT-PROCESSAMENTO        PIC  9(008)         VALUE ZEROS.
       77  WRK-ABORTAR                 PIC  X(001)         VALUE 'N'.
           88  WRK-EXECUCAO-ABORTADA                       VALUE 'S'.

      *----------------------------------------------------------------*
      *    MONTAGEM DO CPF/CNPJ ATUAL DO CADASTRO NO FORMATO DO CCS,   *
      *    PARA COMPARAR COM O DOCUMENTO ENVIADO (MESMA REGRA DO       *
      *    BRAD0580).                                                  *
      *----------------------------------------------------------------*

       01  WRK-CPF-MONTADO.
           05  FILLER                  PIC  X(003)         VALUE ZEROS.
           05  WRK-CPF-BASE            PIC  X(009)         VALUE ZEROS.
           05  WRK-CPF-DV              PIC  9(002)         VALUE ZEROS.

       01  WRK-CNPJ-MONTADO.
           05  WRK-CNPJ-BASE           PIC  X(008)         VALUE ZEROS.
           05  WRK-CNPJ-FILIAL         PIC  X(004)         VALUE ZEROS.
           05  WRK-CNPJ-DV             PIC  9(002)         VALUE ZEROS.

       01  WRK-DOC-ATUAL               PIC  X(014)         VALUE ZEROS.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** TEXTOS DE ERRO DA VALIDACAO                ***'.
      *----------------------------------------------------------------*

       01  WRK-ERRO-VALIDACAO.
           05  FILLER                  PIC  X(025)         VALUE
               'CCSRET INVALIDO-MOTIVO:'.
           05  WRK-EV-MOTIVO           PIC  X(055)         VALUE SPACES.

       01  WRK-MOT-SEM-HEADER          PIC  X(055)         VALUE
           'HEADER AUSENTE (PRIMEIRO REGISTRO NAO E TIPO 0)'.
       01  WRK-MOT-LEIAUTE-INVALIDO    PIC  X(055)         VALUE
           'LEIAUTE DO HEADER DIFERENTE DE CCS001'.
       01  WRK-MOT-HEADER-FORA-ORDEM   PIC  X(055)         VALUE
           'HEADER FORA DA PRIMEIRA POSICAO DO ARQUIVO'.
       01  WRK-MOT-SEM-TRAILER         PIC  X(055)         VALUE
           'TRAILER AUSENTE (ARQUIVO POSSIVELMENTE TRUNCADO)'.
       01  WRK-MOT-QTDE-DIVERGE        PIC  X(055)         VALUE
           'QUANTIDADES DO TRAILER DIFEREM DOS REGISTROS LIDOS'.
       01  WRK-MOT-APOS-TRAILER        PIC  X(055)         VALUE
           'EXISTEM REGISTROS APOS O TRAILER'.
       01  WRK-MOT-TIPO-INVALIDO       PIC  X(055)         VALUE
           'TIPO DE REGISTRO DIFERENTE DE 0, 1 OU 9'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** LINHAS DE IMPRESSAO DA LISTAGEM            ***'.
      *----------------------------------------------------------------*

       01  LIN-CABECALHO-1.
           05  FILLER                  PIC  X(060)         VALUE
               'BRAD0590 - RETORNO DO CCS - REGISTROS REJEITADOS'.
           05  FILLER                  PIC  X(052)         VALUE SPACES.
           05  FILLER                  PIC  X(008)         VALUE
               'PAGINA: '.
           05  LIN-1-PAGINA            PIC  ZZZ9.
           05  FILLER                  PIC  X(008)         VALUE SPACES.

       01  LIN-CABECALHO-2.
           05  FILLER                  PIC  X(012)         VALUE
               'MOVIMENTO: '.
           05  LIN-2-DT-MOVTO          PIC  9999/99/99.
           05  FILLER                  PIC  X(030)         VALUE
               '   PROCESSADO PELO BACEN EM: '.
           05  LIN-2-DT-PROCESSAMENTO  PIC  9999/99/99.
           05  FILLER                  PIC  X(070)         VALUE SPACES.

       01  LIN-CABECALHO-3.
           05  FILLER                  PIC  X(009)         VALUE
               'SEQ.'.
           05  FILLER                  PIC  X(021)         VALUE
               'AGENC/RAZAO/CONTA'.
           05  FILLER                  PIC  X(008)         VALUE
               'MOV.'.
           05  FILLER                  PIC  X(003)         VALUE
               'TP'.
           05  FILLER                  PIC  X(016)         VALUE
               'CPF/CNPJ ENVIADO'.
           05  FILLER                  PIC  X(012)         VALUE
               'DT.EVENTO'.
           05  FILLER                  PIC  X(003)         VALUE
               'MT'.
           05  FILLER                  PIC  X(006)         VALUE
               'ERRO'.
           05  FILLER                  PIC  X(054)         VALUE
               'DESCRICAO DO ERRO'.

       01  LIN-DETALHE.
           05  LIN-DET-SEQ             PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-AGENCIA         PIC  ZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE '/'.
           05  LIN-DET-RAZAO           PIC  ZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE '/'.
           05  LIN-DET-CONTA           PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-MOVIMENTO       PIC  X(006).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-TP-PESSOA       PIC  X(001).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-CPF-CNPJ        PIC  X(014).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-DT-EVENTO       PIC  9999/99/99.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-MOTIVO          PIC  X(001).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-COD-ERRO        PIC  X(004).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-DESCRICAO       PIC  X(040).
           05  FILLER                  PIC  X(014)         VALUE SPACES.

       01  LIN-CADASTRO.
           05  FILLER                  PIC  X(009)         VALUE SPACES.
           05  FILLER                  PIC  X(016)         VALUE
               'CADASTRO ATUAL: '.
           05  LIN-CAD-NOME            PIC  X(040).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-CAD-CPF-CNPJ        PIC  X(014).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-CAD-SITUACAO        PIC  X(030).
           05  FILLER                  PIC  X(019)         VALUE SPACES.

       01  LIN-TOTAIS-1.
           05  FILLER                  PIC  X(014)         VALUE
               'DETALHES....: '.
           05  LIN-TOT-DETALHES        PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(016)         VALUE
               '  ACEITOS.....: '.
           05  LIN-TOT-ACEITOS         PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(016)         VALUE
               '  REJEITADOS..: '.
           05  LIN-TOT-REJEITADOS      PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(065)         VALUE SPACES.

       01  LIN-TOTAIS-2.
           05  FILLER                  PIC  X(014)         VALUE
               'JA ALTERADOS: '.
           05  LIN-TOT-JA-CORRIGIDOS   PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(016)         VALUE
               '  SEM CONTA...: '.
           05  LIN-TOT-SEM-CONTA       PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(088)         VALUE SPACES.

       01  LIN-BRANCO                  PIC  X(132)         VALUE SPACES.
       01  WRK-LINHA-PENDENTE          PIC  X(132)         VALUE SPACES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** MENSAGEM DE ERRO DE FILE-STATUS            ***'.
      *----------------------------------------------------------------*

       01  WRK-FS-CCSRET               PIC  X(002)         VALUE SPACES.
       01  WRK-FS-CADAVSAM             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-RELCCSRT             PIC  X(002)         VALUE SPACES.

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

           PERFORM 2000-LER-CCSRET.

           PERFORM UNTIL WRK-FECHAR    EQUAL 'S'
               PERFORM 2400-CLASSIFICAR-REGISTRO
               PERFORM 2000-LER-CCSRET
           END-PERFORM.

      *    OS TOTAIS SAEM ANTES DA CONFERENCIA DO TRAILER, PARA QUE A
      *    LISTAGEM DE UM ARQUIVO RECUSADO FIQUE COMPLETA.
           PERFORM 2900-IMPRIMIR-TOTAIS.

           PERFORM 2600-CONCLUIR-VALIDACAO.

           PERFORM 3000-FECHAR-ARQUIVO.

           PERFORM 4000-FINALIZAR.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-INICIALIZAR                SECTION.
      *----------------------------------------------------------------*

           MOVE FUNCTION CURRENT-DATE  TO STA-DATA-HORA-INICIO.

           INITIALIZE REG-CCSRET.

           OPEN INPUT  CCSRET.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'CCSRET'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-CCSRET         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           OPEN INPUT  CADACLIE-VSAM.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'CADAVSAM'            TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-CADAVSAM       TO WRK-FILE-STATUS.
           MOVE WRK-FS-CADAVSAM       TO WRK-FS-CCSRET.
           PERFORM 1100-TESTAR-FILE-STATUS.

           OPEN OUTPUT RELCCSRT.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'RELCCSRT'            TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELCCSRT       TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELCCSRT       TO WRK-FS-CCSRET.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-TESTAR-FILE-STATUS          SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-CCSRET            NOT EQUAL '00'
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE WRK-ERRO-ARQUIVO    TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-LER-CCSRET                 SECTION.
      *----------------------------------------------------------------*

           READ CCSRET.

           IF WRK-FS-CCSRET            EQUAL '10'
              MOVE 'S'                 TO WRK-FECHAR
              GO TO 2000-99-FIM
           END-IF.

           SET WRK-LEITURA             TO TRUE.
           MOVE 'CCSRET'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-CCSRET          TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2400-CLASSIFICAR-REGISTRO       SECTION.
      *----------------------------------------------------------------*

           IF  WRK-PRIMEIRO-REG        EQUAL 'S' AND
               NOT CCR-REG-HEADER
               MOVE WRK-MOT-SEM-HEADER TO WRK-EV-MOTIVO
               PERFORM 9000-ABORTAR-VALIDACAO
           END-IF.

           IF  WRK-ACHOU-TRAILER       EQUAL 'S'
               MOVE WRK-MOT-APOS-TRAILER
                                       TO WRK-EV-MOTIVO
               PERFORM 9000-ABORTAR-VALIDACAO
           END-IF.

           EVALUATE TRUE

               WHEN CCR-REG-HEADER
                   IF  WRK-PRIMEIRO-REG NOT EQUAL 'S'
                       MOVE WRK-MOT-HEADER-FORA-ORDEM
                                       TO WRK-EV-MOTIVO
                       PERFORM 9000-ABORTAR-VALIDACAO
                   END-IF
                   IF  CCR-HDR-LEIAUTE NOT EQUAL 'CCS001'
                       MOVE WRK-MOT-LEIAUTE-INVALIDO
                                       TO WRK-EV-MOTIVO
                       PERFORM 9000-ABORTAR-VALIDACAO
                   END-IF
                   MOVE 'S'            TO WRK-ACHOU-HEADER
                   IF  CCR-HDR-DT-MOVTO NUMERIC
                       MOVE CCR-HDR-DT-MOVTO
                                       TO WRK-DT-MOVTO
                   END-IF
                   IF  CCR-HDR-DT-PROCESSAMENTO NUMERIC
                       MOVE CCR-HDR-DT-PROCESSAMENTO
                                       TO WRK-DT-PROCESSAMENTO
                   END-IF

               WHEN CCR-REG-TRAILER
                   MOVE 'S'            TO WRK-ACHOU-TRAILER
                   MOVE CCR-TRL-QTD-DETALHES
                                       TO WRK-QTDE-TRL-DETALHES
                   MOVE CCR-TRL-QTD-ACEITOS
                                       TO WRK-QTDE-TRL-ACEITOS
                   MOVE CCR-TRL-QTD-REJEITADOS
                                       TO WRK-QTDE-TRL-REJEITADOS

               WHEN CCR-REG-DETALHE
                   PERFORM 2500-TRATAR-DETALHE

               WHEN OTHER
                   MOVE WRK-MOT-TIPO-INVALIDO
                                       TO WRK-EV-MOTIVO
                   PERFORM 9000-ABORTAR-VALIDACAO

           END-EVALUATE.

           MOVE 'N'                    TO WRK-PRIMEIRO-REG.

      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2500-TRATAR-DETALHE             SECTION.
      *----------------------------------------------------------------*
      *    O DETALHE ACEITO SO E CONTADO. QUALQUER OUTRA SITUACAO E    *
      *    TRATADA COMO REJEICAO E LISTADA.                            *
      *----------------------------------------------------------------*

           ADD 1                       TO WRK-TOT-DETALHES.

           IF  CCR-ACEITO
               ADD 1                   TO WRK-TOT-ACEITOS
               GO TO 2500-99-FIM
           END-IF.

           ADD 1                       TO WRK-TOT-REJEITADOS.

           PERFORM 2510-IMPRIMIR-REJEITADO.

           PERFORM 2530-CONSULTAR-CADASTRO.

           MOVE LIN-CADASTRO           TO REG-RELCCSRT.
           PERFORM 2770-GRAVAR-LINHA.

           MOVE LIN-BRANCO             TO REG-RELCCSRT.
           PERFORM 2770-GRAVAR-LINHA.

      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2510-IMPRIMIR-REJEITADO         SECTION.
      *----------------------------------------------------------------*

           MOVE CCR-DET-SEQ            TO LIN-DET-SEQ.
           MOVE CCR-DET-AGENCIA        TO LIN-DET-AGENCIA.
           MOVE CCR-DET-RAZAO          TO LIN-DET-RAZAO.
           MOVE CCR-DET-CONTA          TO LIN-DET-CONTA.
           MOVE CCR-DET-TP-PESSOA      TO LIN-DET-TP-PESSOA.
           MOVE CCR-DET-CPF-CNPJ       TO LIN-DET-CPF-CNPJ.
           MOVE CCR-DET-DT-EVENTO      TO LIN-DET-DT-EVENTO.
           MOVE CCR-DET-MOTIVO         TO LIN-DET-MOTIVO.
           MOVE CCR-DET-COD-ERRO       TO LIN-DET-COD-ERRO.

           EVALUATE CCR-DET-MOVIMENTO
               WHEN 'I'
                   MOVE 'INICIO'       TO LIN-DET-MOVIMENTO
               WHEN 'F'
                   MOVE 'FIM'          TO LIN-DET-MOVIMENTO
               WHEN OTHER
                   MOVE CCR-DET-MOVIMENTO
                                       TO LIN-DET-MOVIMENTO
           END-EVALUATE.

           PERFORM 2520-DESCREVER-ERRO.

           MOVE LIN-DETALHE            TO REG-RELCCSRT.
           PERFORM 2770-GRAVAR-LINHA.

      *----------------------------------------------------------------*
       2510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2520-DESCREVER-ERRO             SECTION.
      *----------------------------------------------------------------*
      *    CODIGOS DE ERRO DO MANUAL DO CCS; CODIGO NAO PREVISTO       *
      *    REMETE AO MANUAL.                                           *
      *----------------------------------------------------------------*

           IF  NOT CCR-REJEITADO
               MOVE 'SITUACAO DE RETORNO DESCONHECIDA'
                                       TO LIN-DET-DESCRICAO
               GO TO 2520-99-FIM
           END-IF.

           EVALUATE CCR-DET-COD-ERRO
               WHEN 'E001'
                   MOVE 'CPF/CNPJ INVALIDO (DIGITO VERIFICADOR)'
                                       TO LIN-DET-DESCRICAO
               WHEN 'E002'
                   MOVE 'CPF/CNPJ INEXISTENTE NA RECEITA FEDERAL'
                                       TO LIN-DET-DESCRICAO
               WHEN 'E003'
                   MOVE 'TIPO DE PESSOA INCOMPATIVEL COM O DOC.'
                                       TO LIN-DET-DESCRICAO
               WHEN 'E004'
                   MOVE 'DATA DO EVENTO INVALIDA'
                                       TO LIN-DET-DESCRICAO
               WHEN 'E005'
                   MOVE 'DATA DO EVENTO POSTERIOR AO MOVIMENTO'
                                       TO LIN-DET-DESCRICAO
               WHEN 'E006'
                   MOVE 'FIM SEM INICIO CORRESPONDENTE NO CCS'
                                       TO LIN-DET-DESCRICAO
               WHEN 'E007'
                   MOVE 'INICIO JA INFORMADO PARA O DOCUMENTO'
                                       TO LIN-DET-DESCRICAO
               WHEN 'E008'
                   MOVE 'DATA DO FIM ANTERIOR A DO INICIO'
                                       TO LIN-DET-DESCRICAO
               WHEN 'E009'
                   MOVE 'REGISTRO DUPLICADO NA REMESSA'
                                       TO LIN-DET-DESCRICAO
               WHEN OTHER
                   MOVE 'CONSULTAR MANUAL DO CCS'
                                       TO LIN-DET-DESCRICAO
           END-EVALUATE.

      *----------------------------------------------------------------*
       2520-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2530-CONSULTAR-CADASTRO         SECTION.
      *----------------------------------------------------------------*
      *    PREPARA A LINHA COM O NOME E O CPF/CNPJ ATUAIS DA CONTA,    *
      *    IMPRESSA ABAIXO DO REJEITADO PARA ORIENTAR A CORRECAO.      *
      *----------------------------------------------------------------*

           MOVE SPACES                 TO LIN-CAD-NOME
                                          LIN-CAD-SITUACAO.
           MOVE ZEROS                  TO LIN-CAD-CPF-CNPJ.

           IF  CCR-DET-AGENCIA         NOT NUMERIC OR
               CCR-DET-RAZAO           NOT NUMERIC OR
               CCR-DET-CONTA           NOT NUMERIC
               MOVE 'CONTA INVALIDA NO RETORNO'
                                       TO LIN-CAD-SITUACAO
               ADD 1                   TO WRK-TOT-SEM-CONTA
               GO TO 2530-99-FIM
           END-IF.

           MOVE CCR-DET-AGENCIA        TO CAD-AGENCIA.
           MOVE CCR-DET-RAZAO          TO CAD-RAZAO.
           MOVE CCR-DET-CONTA          TO CAD-CONTA.

           READ CADACLIE-VSAM.

           IF  WRK-FS-CADAVSAM         EQUAL '23'
               MOVE 'CONTA NAO ENCONTRADA (ARQUIVADA)'
                                       TO LIN-CAD-SITUACAO
               ADD 1                   TO WRK-TOT-SEM-CONTA
               GO TO 2530-99-FIM
           END-IF.

           IF  WRK-FS-CADAVSAM         NOT EQUAL '00'
               SET WRK-LEITURA         TO TRUE
               MOVE 'CADAVSAM'         TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-CADAVSAM    TO WRK-FILE-STATUS
               MOVE WRK-FS-CADAVSAM    TO WRK-FS-CCSRET
               PERFORM 1100-TESTAR-FILE-STATUS
           END-IF.

           PERFORM 2540-MONTAR-DOCUMENTO.

           MOVE CAD-NOME-CLIE          TO LIN-CAD-NOME.
           MOVE WRK-DOC-ATUAL          TO LIN-CAD-CPF-CNPJ.

           EVALUATE TRUE
               WHEN WRK-DOC-ATUAL      NOT EQUAL CCR-DET-CPF-CNPJ
                   MOVE 'CPF/CNPJ JA ALTERADO NO CADASTRO'
                                       TO LIN-CAD-SITUACAO
                   ADD 1               TO WRK-TOT-JA-CORRIGIDOS
               WHEN CAD-IDENTF-CTA     EQUAL 'EN'
                   MOVE 'CONTA ENCERRADA'
                                       TO LIN-CAD-SITUACAO
               WHEN OTHER
                   MOVE 'CPF/CNPJ IGUAL AO ENVIADO'
                                       TO LIN-CAD-SITUACAO
           END-EVALUATE.

      *----------------------------------------------------------------*
       2530-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2540-MONTAR-DOCUMENTO           SECTION.
      *----------------------------------------------------------------*
      *    MESMA REGRA DA BRAD7200: FILIAL ZERO = CPF (PESSOA FISICA), *
      *    SENAO CNPJ (PESSOA JURIDICA) - BASE = CAD-PRINCIPAL(2:8) E  *
      *    FILIAL = CAD-FILIAL(2:4), DIGITOS OU LETRAS.                *
      *----------------------------------------------------------------*

           IF  CAD-FILIAL              EQUAL ZEROS
               MOVE CAD-PRINCIPAL      TO WRK-CPF-BASE
               MOVE CAD-CTLE           TO WRK-CPF-DV
               MOVE WRK-CPF-MONTADO    TO WRK-DOC-ATUAL
           ELSE
               MOVE CAD-PRINCIPAL(2:8) TO WRK-CNPJ-BASE
               MOVE CAD-FILIAL(2:4)    TO WRK-CNPJ-FILIAL
               MOVE CAD-CTLE           TO WRK-CNPJ-DV
               MOVE WRK-CNPJ-MONTADO   TO WRK-DOC-ATUAL
           END-IF.

      *----------------------------------------------------------------*
       2540-99-FIM.                    EXIT.
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

           IF  WRK-QTDE-TRL-DETALHES   NOT EQUAL WRK-TOT-DETALHES OR
               WRK-QTDE-TRL-ACEITOS    NOT EQUAL WRK-TOT-ACEITOS  OR
               WRK-QTDE-TRL-REJEITADOS NOT EQUAL WRK-TOT-REJEITADOS
               MOVE WRK-MOT-QTDE-DIVERGE
                                       TO WRK-EV-MOTIVO
               PERFORM 9000-ABORTAR-VALIDACAO
           END-IF.

      *----------------------------------------------------------------*
       2600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2750-IMPRIMIR-CABECALHO         SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO WRK-CONT-PAGINA.
           MOVE WRK-CONT-PAGINA        TO LIN-1-PAGINA.
           MOVE WRK-DT-MOVTO           TO LIN-2-DT-MOVTO.
           MOVE WRK-DT-PROCESSAMENTO   TO LIN-2-DT-PROCESSAMENTO.

           MOVE LIN-CABECALHO-1        TO REG-RELCCSRT.
           PERFORM 2780-ESCREVER-RELCCSRT.

           MOVE LIN-CABECALHO-2        TO REG-RELCCSRT.
           PERFORM 2780-ESCREVER-RELCCSRT.

           MOVE LIN-BRANCO             TO REG-RELCCSRT.
           PERFORM 2780-ESCREVER-RELCCSRT.

           MOVE LIN-CABECALHO-3        TO REG-RELCCSRT.
           PERFORM 2780-ESCREVER-RELCCSRT.

           MOVE ZEROS                  TO WRK-CONT-LINHAS.

      *----------------------------------------------------------------*
       2750-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2770-GRAVAR-LINHA               SECTION.
      *----------------------------------------------------------------*
      *    GRAVA A LINHA JA MOVIDA PARA REG-RELCCSRT, ABRINDO NOVA     *
      *    PAGINA QUANDO NECESSARIO.                                   *
      *----------------------------------------------------------------*

           IF  WRK-CONT-LINHAS         EQUAL ZEROS OR
               WRK-CONT-LINHAS         >= WRK-LINHAS-POR-PAGINA
               MOVE REG-RELCCSRT       TO WRK-LINHA-PENDENTE
               PERFORM 2750-IMPRIMIR-CABECALHO
               MOVE WRK-LINHA-PENDENTE TO REG-RELCCSRT
           END-IF.

           PERFORM 2780-ESCREVER-RELCCSRT.

           ADD 1                       TO WRK-CONT-LINHAS.

      *----------------------------------------------------------------*
       2770-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2780-ESCREVER-RELCCSRT          SECTION.
      *----------------------------------------------------------------*

           WRITE REG-RELCCSRT.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELCCSRT'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELCCSRT        TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELCCSRT        TO WRK-FS-CCSRET.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       2780-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2900-IMPRIMIR-TOTAIS            SECTION.
      *----------------------------------------------------------------*

           IF  WRK-CONT-PAGINA         EQUAL ZEROS
               PERFORM 2750-IMPRIMIR-CABECALHO
           END-IF.

           MOVE LIN-BRANCO             TO REG-RELCCSRT.
           PERFORM 2780-ESCREVER-RELCCSRT.

           MOVE WRK-TOT-DETALHES       TO LIN-TOT-DETALHES.
           MOVE WRK-TOT-ACEITOS        TO LIN-TOT-ACEITOS.
           MOVE WRK-TOT-REJEITADOS     TO LIN-TOT-REJEITADOS.
           MOVE LIN-TOTAIS-1           TO REG-RELCCSRT.
           PERFORM 2780-ESCREVER-RELCCSRT.

           MOVE WRK-TOT-JA-CORRIGIDOS  TO LIN-TOT-JA-CORRIGIDOS.
           MOVE WRK-TOT-SEM-CONTA      TO LIN-TOT-SEM-CONTA.
           MOVE LIN-TOTAIS-2           TO REG-RELCCSRT.
           PERFORM 2780-ESCREVER-RELCCSRT.

      *----------------------------------------------------------------*
       2900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-FECHAR-ARQUIVO             SECTION.
      *----------------------------------------------------------------*

           CLOSE CCSRET.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'CCSRET'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-CCSRET          TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           CLOSE CADACLIE-VSAM.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'CADAVSAM'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-CADAVSAM        TO WRK-FILE-STATUS.
           MOVE WRK-FS-CADAVSAM        TO WRK-FS-CCSRET.
           PERFORM 1100-TESTAR-FILE-STATUS.

           CLOSE RELCCSRT.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'RELCCSRT'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELCCSRT        TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELCCSRT        TO WRK-FS-CCSRET.
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

           MOVE 'BRAD0590'             TO STA-PGM.
           MOVE WRK-TOT-DETALHES       TO STA-TOT-LIDOS.
           MOVE WRK-TOT-ACEITOS        TO STA-TOT-GRAVADOS.
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
      *    ARQUIVO DE RETORNO REPROVADO: REGISTRA NO LOG DE AUDITORIA  *
      *    (BRAD7110) E DERRUBA O JOB COM RETURN-CODE 12 - MESMO       *
      *    PADRAO DO BRAD0335.                                         *
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
