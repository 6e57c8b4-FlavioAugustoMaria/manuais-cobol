      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. BRAD0610.
       AUTHOR.     FLAVIO AUGUSTO MARIA.
      *================================================================*
      *                   P R I M E  I N F O R M A T I C A             *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  BRAD0610                                     *
      *    PROGRAMADOR.:  FLAVIO AUGUSTO MARIA              -  PRIME   *
      *    ANALISTA....:                                    -          *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  CONVERSAO DO CADASTRO DE CLIENTES PARA O     *
      *                   CPF/CNPJ ALFANUMERICO (CNPJ COM LETRAS NA    *
      *                   RAIZ E NA ORDEM). LE A DESCARGA SEQUENCIAL   *
      *                   DO CADACLIE-VSAM FEITA PELO IDCAMS NO LAYOUT *
      *                   ANTERIOR, CONVERTE CADA REGISTRO PELA        *
      *                   BRAD7310 E GRAVA O SEQUENCIAL NO LAYOUT      *
      *                   ATUAL, NA MESMA ORDEM DE CAD-CHAVE, PARA A   *
      *                   RECARGA DO KSDS E A RECONSTRUCAO DO AIX POR  *
      *                   CPF/CNPJ (JOB DO JCLCNVCD). E UMA PASSADA    *
      *                   SEQUENCIAL UNICA, SEM ACESSO AO VSAM: A      *
      *                   PARADA DO ONLINE SE LIMITA A DESCARGA,       *
      *                   CONVERSAO E RECARGA NA JANELA BATCH.         *
      *                   REGISTRO JA NO LAYOUT ATUAL PASSA SEM        *
      *                   ALTERACAO, ENTAO O JOB PODE SER REEXECUTADO. *
      *                   NA MESMA PASSADA CONVERTE A DESCARGA DO      *
      *                   TITCAD (TITULARES SECUNDARIOS, 100 BYTES),   *
      *                   CUJO TIT-CGC-CPF TEM O MESMO DESENHO DO      *
      *                   CAD-CGC-CPF: A IMAGEM ESTA NO LAYOUT ATUAL   *
      *                   QUANDO AS POSICOES 11 A 26 SO TEM DIGITOS E  *
      *                   LETRAS MAIUSCULAS (MESMA REGRA DA BRAD7310); *
      *                   NA CONVERSAO OS CAMPOS SEGUINTES SAO         *
      *                   DESLOCADOS 6 BYTES, ABSORVIDOS PELA RESERVA  *
      *                   DO FIM DO REGISTRO. A ORDEM DA CHAVE NAO     *
      *                   MUDA, POIS O DOCUMENTO ANTIGO E SEMPRE       *
      *                   NUMERICO.                                    *
      *                   AS IMAGENS JA GRAVADAS NO CADHIST, APRCAD E  *
      *                   CADARQV NAO SAO REGRAVADAS: SAO CONVERTIDAS  *
      *                   NA LEITURA PELA MESMA BRAD7310. AS DO        *
      *                   TITHIST FICAM NO LAYOUT ANTERIOR (I#TITHST). *
      *                   IMPRIME OS TOTAIS (LIDOS, CONVERTIDOS, JA NO *
      *                   LAYOUT ATUAL E GRAVADOS) DE CADA ARQUIVO     *
      *                   PARA PROVAR QUE A COPIA CONVERTIDA BATE COM  *
      *                   A DESCARGA.                                  *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#BRAD7C - AREA PARA TRATAMENTO DE ERRO PELA BRAD7100       *
      *    I#BRAD7S - AREA DE TOTAIS DE EXECUCAO (BRAD7130).           *
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

           SELECT CADANT    ASSIGN     TO UT-S-CADANT
                      FILE STATUS      IS WRK-FS-CADANT.

           SELECT CADNOVO   ASSIGN     TO UT-S-CADNOVO
                      FILE STATUS      IS WRK-FS-CADNOVO.

           SELECT TITANT    ASSIGN     TO UT-S-TITANT
                      FILE STATUS      IS WRK-FS-TITANT.

           SELECT TITNOVO   ASSIGN     TO UT-S-TITNOVO
                      FILE STATUS      IS WRK-FS-TITNOVO.

           SELECT RELCONV   ASSIGN     TO UT-S-RELCONV
                      FILE STATUS      IS WRK-FS-RELCONV.

      *================================================================*
       DATA DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INPUT  :  DESCARGA DO CADACLIE-VSAM NO LAYOUT ANTERIOR      *
      *              ORG. SEQUENCIAL   -   LRECL = 280                 *
      *----------------------------------------------------------------*

       FD  CADANT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CADANT                   PIC  X(280).

      *----------------------------------------------------------------*
      *    OUTPUT :  CADASTRO CONVERTIDO PARA A RECARGA DO KSDS        *
      *              ORG. SEQUENCIAL   -   LRECL = 280                 *
      *----------------------------------------------------------------*

       FD  CADNOVO
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CADNOVO                  PIC  X(280).

      *----------------------------------------------------------------*
      *    INPUT  :  DESCARGA DO TITCAD NO LAYOUT ANTERIOR             *
      *              ORG. SEQUENCIAL   -   LRECL = 100                 *
      *----------------------------------------------------------------*

       FD  TITANT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  REG-TITANT                   PIC  X(100).

      *----------------------------------------------------------------*
      *    OUTPUT :  TITCAD CONVERTIDO PARA A RECARGA DO KSDS          *
      *              ORG. SEQUENCIAL   -   LRECL = 100                 *
      *----------------------------------------------------------------*

       FD  TITNOVO
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  REG-TITNOVO                  PIC  X(100).

      *----------------------------------------------------------------*
      *    OUTPUT :  RELATORIO DE TOTAIS DA CONVERSAO                  *
      *              ORG. SEQUENCIAL   -   LRECL = 132                 *
      *----------------------------------------------------------------*

       FD  RELCONV
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  REG-RELCONV                  PIC  X(132).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** INICIO DA WORKING BRAD0610                 ***'.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** VARIAVEIS AUXILIARES                       ***'.
      *----------------------------------------------------------------*

       77  WRK-FECHAR                  PIC  X(001)         VALUE 'N'.
       77  WRK-PGM                     PIC  X(008)         VALUE
           'BRAD0610'.
       77  WRK-BATCH                   PIC  X(008)         VALUE
           'BATCH'.
       77  WRK-SQLCA-OU-STATUS         PIC  X(136)         VALUE SPACES.
       77  WRK-TOT-LIDOS               PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-CONVERTIDOS         PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-MANTIDOS            PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-GRAVADOS            PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-FIM-TITANT              PIC  X(001)         VALUE 'N'.
       77  WRK-TIT-LIDOS               PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TIT-CONVERTIDOS         PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TIT-MANTIDOS            PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TIT-GRAVADOS            PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TIT-CGC-TESTE           PIC  X(016)         VALUE SPACES.

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** REGISTRO DO TITCAD - LAYOUT ANTERIOR/ATUAL ***'.
      *----------------------------------------------------------------*
      *    CHAVE DA CONTA (10), CPF/CNPJ, PAPEL + NOME + DATAS +       *
      *    USUARIO (72) E RESERVA; 100 BYTES NOS DOIS LAYOUTS.         *
      *----------------------------------------------------------------*

       01  WRK-TIT-ANTERIOR.
           05  WRK-TANT-CHAVE-CONTA    PIC  X(010).
           05  WRK-TANT-PRINCIPAL      PIC  9(009) COMP-3.
           05  WRK-TANT-FILIAL         PIC  9(005) COMP-3.
           05  WRK-TANT-CTLE           PIC  X(002).
           05  WRK-TANT-DEMAIS         PIC  X(072).
           05  WRK-TANT-RESERVA        PIC  X(008).

       01  WRK-TIT-ATUAL.
           05  WRK-TATU-CHAVE-CONTA    PIC  X(010).
           05  WRK-TATU-PRINCIPAL      PIC  9(009).
           05  WRK-TATU-FILIAL         PIC  9(005).
           05  WRK-TATU-CTLE           PIC  X(002).
           05  WRK-TATU-DEMAIS         PIC  X(072).
           05  WRK-TATU-RESERVA        PIC  X(002).

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
           '*** LINHAS DE IMPRESSAO DO RELATORIO           ***'.
      *----------------------------------------------------------------*

       01  LIN-CABECALHO-1.
           05  FILLER                  PIC  X(046)         VALUE
               'BRAD0610 - CONVERSAO CPF/CNPJ ALFANUMERICO'.
           05  FILLER                  PIC  X(006)         VALUE
               'DATA: '.
           05  LIN-1-DATA              PIC  9999/99/99.
           05  FILLER                  PIC  X(070)         VALUE SPACES.

       01  LIN-ARQUIVO.
           05  FILLER                  PIC  X(030)         VALUE
               'ARQUIVO.....................: '.
           05  LIN-ARQ-NOME            PIC  X(040).
           05  FILLER                  PIC  X(062)         VALUE SPACES.

       01  LIN-TOT-LIDOS.
           05  FILLER                  PIC  X(030)         VALUE
               'REGISTROS LIDOS DA DESCARGA.: '.
           05  LIN-TL-QTDE             PIC  Z.ZZZ.ZZ9.
           05  FILLER                  PIC  X(093)         VALUE SPACES.

       01  LIN-TOT-CONVERTIDOS.
           05  FILLER                  PIC  X(030)         VALUE
               'CONVERTIDOS DO LAYOUT ANTIGO: '.
           05  LIN-TC-QTDE             PIC  Z.ZZZ.ZZ9.
           05  FILLER                  PIC  X(093)         VALUE SPACES.

       01  LIN-TOT-MANTIDOS.
           05  FILLER                  PIC  X(030)         VALUE
               'JA NO LAYOUT ATUAL..........: '.
           05  LIN-TM-QTDE             PIC  Z.ZZZ.ZZ9.
           05  FILLER                  PIC  X(093)         VALUE SPACES.

       01  LIN-TOT-GRAVADOS.
           05  FILLER                  PIC  X(030)         VALUE
               'REGISTROS GRAVADOS..........: '.
           05  LIN-TG-QTDE             PIC  Z.ZZZ.ZZ9.
           05  FILLER                  PIC  X(093)         VALUE SPACES.

       01  LIN-RESULTADO.
           05  FILLER                  PIC  X(030)         VALUE
               'RESULTADO DA CONFERENCIA....: '.
           05  LIN-RES-TEXTO           PIC  X(030).
           05  FILLER                  PIC  X(072)         VALUE SPACES.

       01  LIN-BRANCO                  PIC  X(132)         VALUE SPACES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** MENSAGEM DE ERRO DE FILE-STATUS            ***'.
      *----------------------------------------------------------------*

       01  WRK-FS-CADANT               PIC  X(002)         VALUE SPACES.
       01  WRK-FS-CADNOVO              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-TITANT               PIC  X(002)         VALUE SPACES.
       01  WRK-FS-TITNOVO              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-RELCONV              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-TESTE                PIC  X(002)         VALUE SPACES.

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

           PERFORM 2000-LER-CADANT.

           PERFORM UNTIL WRK-FECHAR    EQUAL 'S'
               PERFORM 2500-CONVERTER-GRAVAR
               PERFORM 2000-LER-CADANT
           END-PERFORM.

           PERFORM 2100-LER-TITANT.

           PERFORM UNTIL WRK-FIM-TITANT EQUAL 'S'
               PERFORM 2550-CONVERTER-GRAVAR-TITCAD
               PERFORM 2100-LER-TITANT
           END-PERFORM.

           PERFORM 2600-IMPRIMIR-TOTAIS.

           PERFORM 3000-FECHAR-ARQUIVO.

           PERFORM 4000-FINALIZAR.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-INICIALIZAR                SECTION.
      *----------------------------------------------------------------*

           MOVE FUNCTION CURRENT-DATE  TO STA-DATA-HORA-INICIO.

           OPEN INPUT  CADANT.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'CADANT'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-CADANT         TO WRK-FS-TESTE.
           PERFORM 1100-TESTAR-FILE-STATUS.

           OPEN OUTPUT CADNOVO.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'CADNOVO'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-CADNOVO        TO WRK-FS-TESTE.
           PERFORM 1100-TESTAR-FILE-STATUS.

           OPEN INPUT  TITANT.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'TITANT'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-TITANT         TO WRK-FS-TESTE.
           PERFORM 1100-TESTAR-FILE-STATUS.

           OPEN OUTPUT TITNOVO.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'TITNOVO'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-TITNOVO        TO WRK-FS-TESTE.
           PERFORM 1100-TESTAR-FILE-STATUS.

           OPEN OUTPUT RELCONV.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'RELCONV'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELCONV        TO WRK-FS-TESTE.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-TESTAR-FILE-STATUS          SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-TESTE             NOT EQUAL '00'
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE WRK-FS-TESTE        TO WRK-FILE-STATUS
              MOVE WRK-ERRO-ARQUIVO    TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-LER-CADANT                 SECTION.
      *----------------------------------------------------------------*

           READ CADANT.

           IF WRK-FS-CADANT            EQUAL '10'
              MOVE 'S'                 TO WRK-FECHAR
              GO TO 2000-99-FIM
           END-IF.

           SET WRK-LEITURA             TO TRUE.
           MOVE 'CADANT'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-CADANT          TO WRK-FS-TESTE.
           PERFORM 1100-TESTAR-FILE-STATUS.

           ADD 1                       TO WRK-TOT-LIDOS.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-LER-TITANT                 SECTION.
      *----------------------------------------------------------------*

           READ TITANT.

           IF WRK-FS-TITANT            EQUAL '10'
              MOVE 'S'                 TO WRK-FIM-TITANT
              GO TO 2100-99-FIM
           END-IF.

           SET WRK-LEITURA             TO TRUE.
           MOVE 'TITANT'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-TITANT          TO WRK-FS-TESTE.
           PERFORM 1100-TESTAR-FILE-STATUS.

           ADD 1                       TO WRK-TIT-LIDOS.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2500-CONVERTER-GRAVAR           SECTION.
      *----------------------------------------------------------------*

           MOVE REG-CADANT             TO WRK-7310-IMAGEM.

           CALL 'BRAD7310'             USING WRK-AREA-BRAD7310.

           IF  WRK-IMAGEM-CONVERTIDA-7310
               ADD 1                   TO WRK-TOT-CONVERTIDOS
           ELSE
               ADD 1                   TO WRK-TOT-MANTIDOS
           END-IF.

           MOVE WRK-7310-IMAGEM        TO REG-CADNOVO.
           WRITE REG-CADNOVO.

           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'CADNOVO'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-CADNOVO         TO WRK-FS-TESTE.
           PERFORM 1100-TESTAR-FILE-STATUS.

           ADD 1                       TO WRK-TOT-GRAVADOS.

      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2550-CONVERTER-GRAVAR-TITCAD    SECTION.
      *----------------------------------------------------------------*
      *    MESMA REGRA DA BRAD7310: NO LAYOUT ANTERIOR AS POSICOES DO  *
      *    CPF/CNPJ TEM O DOCUMENTO COMPACTADO, CUJO 1O BYTE DO FILIAL *
      *    NUNCA E DIGITO NEM LETRA. O CPF/CNPJ COMPACTADO VAI PARA    *
      *    DISPLAY COM ZEROS A ESQUERDA; CAMPO INVALIDO VAI COMO ZEROS.*
      *----------------------------------------------------------------*

           MOVE REG-TITANT(11:16)      TO WRK-TIT-CGC-TESTE.

           INSPECT WRK-TIT-CGC-TESTE
                   CONVERTING 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                           TO '00000000000000000000000000'.

           IF  WRK-TIT-CGC-TESTE       NUMERIC
               MOVE REG-TITANT         TO REG-TITNOVO
               ADD 1                   TO WRK-TIT-MANTIDOS
           ELSE
               PERFORM 2560-CONVERTER-TITANT
           END-IF.

           WRITE REG-TITNOVO.

           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'TITNOVO'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-TITNOVO         TO WRK-FS-TESTE.
           PERFORM 1100-TESTAR-FILE-STATUS.

           ADD 1                       TO WRK-TIT-GRAVADOS.

      *----------------------------------------------------------------*
       2550-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2560-CONVERTER-TITANT           SECTION.
      *----------------------------------------------------------------*

           MOVE REG-TITANT             TO WRK-TIT-ANTERIOR.

           MOVE WRK-TANT-CHAVE-CONTA   TO WRK-TATU-CHAVE-CONTA.

           IF  WRK-TANT-PRINCIPAL      NUMERIC
               MOVE WRK-TANT-PRINCIPAL TO WRK-TATU-PRINCIPAL
           ELSE
               MOVE ZEROS              TO WRK-TATU-PRINCIPAL
           END-IF.

           IF  WRK-TANT-FILIAL         NUMERIC
               MOVE WRK-TANT-FILIAL    TO WRK-TATU-FILIAL
           ELSE
               MOVE ZEROS              TO WRK-TATU-FILIAL
           END-IF.

           MOVE WRK-TANT-CTLE          TO WRK-TATU-CTLE.
           MOVE WRK-TANT-DEMAIS        TO WRK-TATU-DEMAIS.
           MOVE SPACES                 TO WRK-TATU-RESERVA.

           MOVE WRK-TIT-ATUAL          TO REG-TITNOVO.
           ADD 1                       TO WRK-TIT-CONVERTIDOS.

      *----------------------------------------------------------------*
       2560-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2600-IMPRIMIR-TOTAIS            SECTION.
      *----------------------------------------------------------------*

           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO LIN-1-DATA.
           MOVE LIN-CABECALHO-1        TO REG-RELCONV.
           PERFORM 2610-GRAVAR-RELCONV.

           MOVE LIN-BRANCO             TO REG-RELCONV.
           PERFORM 2610-GRAVAR-RELCONV.

           MOVE 'CADACLIE - CADASTRO DE CLIENTES'
                                       TO LIN-ARQ-NOME.
           MOVE LIN-ARQUIVO            TO REG-RELCONV.
           PERFORM 2610-GRAVAR-RELCONV.

           MOVE WRK-TOT-LIDOS          TO LIN-TL-QTDE.
           MOVE LIN-TOT-LIDOS          TO REG-RELCONV.
           PERFORM 2610-GRAVAR-RELCONV.

           MOVE WRK-TOT-CONVERTIDOS    TO LIN-TC-QTDE.
           MOVE LIN-TOT-CONVERTIDOS    TO REG-RELCONV.
           PERFORM 2610-GRAVAR-RELCONV.

           MOVE WRK-TOT-MANTIDOS       TO LIN-TM-QTDE.
           MOVE LIN-TOT-MANTIDOS       TO REG-RELCONV.
           PERFORM 2610-GRAVAR-RELCONV.

           MOVE WRK-TOT-GRAVADOS       TO LIN-TG-QTDE.
           MOVE LIN-TOT-GRAVADOS       TO REG-RELCONV.
           PERFORM 2610-GRAVAR-RELCONV.

           IF  WRK-TOT-LIDOS           EQUAL WRK-TOT-GRAVADOS
               MOVE 'COPIAS CONFEREM'  TO LIN-RES-TEXTO
           ELSE
               MOVE 'DIVERGENCIA DE TOTAIS'
                                       TO LIN-RES-TEXTO
           END-IF.

           MOVE LIN-RESULTADO          TO REG-RELCONV.
           PERFORM 2610-GRAVAR-RELCONV.

           MOVE LIN-BRANCO             TO REG-RELCONV.
           PERFORM 2610-GRAVAR-RELCONV.

           MOVE 'TITCAD - TITULARES SECUNDARIOS'
                                       TO LIN-ARQ-NOME.
           MOVE LIN-ARQUIVO            TO REG-RELCONV.
           PERFORM 2610-GRAVAR-RELCONV.

           MOVE WRK-TIT-LIDOS          TO LIN-TL-QTDE.
           MOVE LIN-TOT-LIDOS          TO REG-RELCONV.
           PERFORM 2610-GRAVAR-RELCONV.

           MOVE WRK-TIT-CONVERTIDOS    TO LIN-TC-QTDE.
           MOVE LIN-TOT-CONVERTIDOS    TO REG-RELCONV.
           PERFORM 2610-GRAVAR-RELCONV.

           MOVE WRK-TIT-MANTIDOS       TO LIN-TM-QTDE.
           MOVE LIN-TOT-MANTIDOS       TO REG-RELCONV.
           PERFORM 2610-GRAVAR-RELCONV.

           MOVE WRK-TIT-GRAVADOS       TO LIN-TG-QTDE.
           MOVE LIN-TOT-GRAVADOS       TO REG-RELCONV.
           PERFORM 2610-GRAVAR-RELCONV.

           IF  WRK-TIT-LIDOS           EQUAL WRK-TIT-GRAVADOS
               MOVE 'COPIAS CONFEREM'  TO LIN-RES-TEXTO
           ELSE
               MOVE 'DIVERGENCIA DE TOTAIS'
                                       TO LIN-RES-TEXTO
           END-IF.

           MOVE LIN-RESULTADO          TO REG-RELCONV.
           PERFORM 2610-GRAVAR-RELCONV.

      *----------------------------------------------------------------*
       2600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2610-GRAVAR-RELCONV             SECTION.
      *----------------------------------------------------------------*

           WRITE REG-RELCONV.

           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELCONV'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELCONV         TO WRK-FS-TESTE.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       2610-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-FECHAR-ARQUIVO             SECTION.
      *----------------------------------------------------------------*

           CLOSE CADANT.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'CADANT'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-CADANT          TO WRK-FS-TESTE.
           PERFORM 1100-TESTAR-FILE-STATUS.

           CLOSE CADNOVO.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'CADNOVO'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-CADNOVO         TO WRK-FS-TESTE.
           PERFORM 1100-TESTAR-FILE-STATUS.

           CLOSE TITANT.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'TITANT'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-TITANT          TO WRK-FS-TESTE.
           PERFORM 1100-TESTAR-FILE-STATUS.

           CLOSE TITNOVO.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'TITNOVO'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-TITNOVO         TO WRK-FS-TESTE.
           PERFORM 1100-TESTAR-FILE-STATUS.

           CLOSE RELCONV.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'RELCONV'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELCONV         TO WRK-FS-TESTE.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE 'BRAD0610'             TO STA-PGM.
           COMPUTE STA-TOT-LIDOS       = WRK-TOT-LIDOS
                                       + WRK-TIT-LIDOS.
           COMPUTE STA-TOT-GRAVADOS    = WRK-TOT-GRAVADOS
                                       + WRK-TIT-GRAVADOS.

           CALL 'BRAD7130'             USING STA-AREA.

           IF  WRK-TOT-LIDOS           NOT EQUAL WRK-TOT-GRAVADOS OR
               WRK-TIT-LIDOS           NOT EQUAL WRK-TIT-GRAVADOS
               MOVE 12                 TO RETURN-CODE
           END-IF.

           GOBACK.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9999-ROTINA-ERRO                SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-PGM                TO ERR-PGM.

           CALL 'BRAD7110'             USING ERRO-AREA
                                             WRK-SQLCA-OU-STATUS.

           CALL 'BRAD7100'             USING WRK-BATCH
                                             ERRO-AREA.

           PERFORM 4000-FINALIZAR.

      *----------------------------------------------------------------*
       9999-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
