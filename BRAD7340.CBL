      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. BRAD7340.
       AUTHOR.     FLAVIO AUGUSTO MARIA.
      *================================================================*
      *                   P R I M E  I N F O R M A T I C A             *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  BRAD7340                                     *
      *    PROGRAMADOR.:  FLAVIO AUGUSTO MARIA              -  PRIME   *
      *    ANALISTA....:                                    -          *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  MODULO DA EXTRACAO EM ARQUIVO DELIMITADO     *
      *                   (CSV) DO CADASTRO DE CLIENTES PARA CARGA     *
      *                   NOTURNA NO CRM (EXTCLIE, SAIDA DO BRAD0330): *
      *                   CONTA, CPF/CNPJ, NOME, ENDERECO, TELEFONE,   *
      *                   FAX, POSTO E RAMO DE ATIVIDADE. O CPF/CNPJ   *
      *                   SAI EM 16 POSICOES ALFANUMERICAS COM ZEROS A *
      *                   ESQUERDA (O CNPJ PODE TER LETRAS NA RAIZ E   *
      *                   NA ORDEM). NAO LE O CADACLIE: RECEBE CADA    *
      *                   REGISTRO DO CHAMADOR (BRAD0640 NA PASSADA    *
      *                   UNICA DA CADEIA NOTURNA, OU BRAD0330 NA      *
      *                   EXECUCAO AVULSA), DE MODO QUE AS DUAS FORMAS *
      *                   PRODUZEM O MESMO ARQUIVO.                    *
      *----------------------------------------------------------------*
      *    USO.........:  CALL 'BRAD7340' USING SAI-AREA (BOOK         *
      *                   I#CADSAI): 'A' ABRE O EXTCLIE E GRAVA A      *
      *                   LINHA DE CABECALHO; 'R' GRAVA A LINHA DE     *
      *                   DETALHE DO REGISTRO RECEBIDO; 'F' GRAVA O    *
      *                   TRAILER, FECHA E GRAVA O RUNSTAT COMO        *
      *                   BRAD0330 (O MONITOR BRAD0470 CONTINUA        *
      *                   CONFERINDO A CADEIA PELO NOME DO PROGRAMA).  *
      *                   EM ERRO DEVOLVE SAI-COD-RETORNO 'N'.         *
      *----------------------------------------------------------------*
      *    NAO CONTATAR:  CLIENTE CUJO TITULAR CONSTA COMO FALECIDO,   *
      *                   OU CNPJ BAIXADO, NA RECEITA FEDERAL          *
      *                   (BRAD0550) SAI COM PREFERENCIA DE CONTATO    *
      *                   'N' (NAO CONTATAR).                          *
      *----------------------------------------------------------------*
      *    TRAILER.....:  A ULTIMA LINHA DO ARQUIVO E UM REGISTRO DE   *
      *                   CONTROLE 'TRAILER;DATA;QTDE;HASH' COM A DATA  *
      *                   DE GERACAO (AAAAMMDD), A QUANTIDADE DE        *
      *                   LINHAS DE DETALHE E O HASH-TOTAL (SOMA) DE    *
      *                   CAD-CONTA, PARA O CRM CONFERIR SE A           *
      *                   TRANSMISSAO CHEGOU INTEIRA.                   *
      *----------------------------------------------------------------*
      *    DELIMITADOR.:  ';' (PONTO E VIRGULA) EM VEZ DE ',', JA QUE   *
      *                   ESTE SISTEMA USA DECIMAL-POINT IS COMMA -    *
      *                   UMA VIRGULA DENTRO DE UM CAMPO NUMERICO      *
      *                   QUEBRARIA UM CSV DELIMITADO POR VIRGULA.     *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#CADSAI - AREA DE COMUNICACAO COM O CHAMADOR.              *
      *    I#CADREG - LAYOUT DO REGISTRO DE CLIENTES (CADACLIE).       *
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

           SELECT EXTCLIE   ASSIGN     TO UT-S-EXTCLIE
                      FILE STATUS      IS WRK-FS-EXTCLIE.

      *================================================================*
       DATA DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OUTPUT :  EXTRACAO CSV PARA O CRM                           *
      *              ORG. SEQUENCIAL   -   LRECL = 280                 *
      *----------------------------------------------------------------*

       FD  EXTCLIE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  REG-EXTCLIE                  PIC  X(280).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** INICIO DA WORKING BRAD7340                 ***'.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** VARIAVEIS AUXILIARES                       ***'.
      *----------------------------------------------------------------*

       77  WRK-PGM                     PIC  X(008)         VALUE
           'BRAD7340'.
       77  WRK-BATCH                   PIC  X(008)         VALUE
           'BATCH'.
       77  WRK-SQLCA-OU-STATUS         PIC  X(136)         VALUE SPACES.
       77  WRK-TOT-EXTRAIDOS           PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-HASH-CONTA              PIC  9(013) COMP-3  VALUE ZEROS.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** REGISTRO CORRENTE DO CADASTRO              ***'.
      *----------------------------------------------------------------*

       COPY 'I#CADREG'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** LINHA DE CABECALHO DO CSV                  ***'.
      *----------------------------------------------------------------*

       01  LIN-CABECALHO-CSV           PIC  X(280)         VALUE
           'AGENCIA;CONTA;CGC_CPF;NOME;LOGRADOURO;NUMERO;COMPLEMENTO;BA
      -    'IRRO;CIDADE;UF;CEP;TELEFONE;FAX;POSTO;RAMO;EMAIL;PREF_CONTA
      -    'TO'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** LINHA DE TRAILER DO CSV                    ***'.
      *----------------------------------------------------------------*

       01  LIN-TRAILER-CSV.
           05  FILLER                  PIC  X(008)         VALUE
               'TRAILER;'.
           05  LIN-TRL-DATA            PIC  9(008).
           05  FILLER                  PIC  X(001)         VALUE ';'.
           05  LIN-TRL-QTDE            PIC  9(007).
           05  FILLER                  PIC  X(001)         VALUE ';'.
           05  LIN-TRL-HASH            PIC  9(013).
           05  FILLER                  PIC  X(242)         VALUE SPACES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** LINHA DE DETALHE DO CSV                    ***'.
      *----------------------------------------------------------------*

       01  WRK-CGC-CPF-ED.
           05  WRK-CGC-PRINCIPAL-ED    PIC  X(009).
           05  WRK-CGC-FILIAL-ED       PIC  X(005).
           05  WRK-CGC-CTLE-ED         PIC  9(002).

       01  LIN-DETALHE-CSV.
           05  LIN-CSV-AGENCIA         PIC  9(005).
           05  LIN-CSV-SEP1            PIC  X(001)         VALUE ';'.
           05  LIN-CSV-CONTA           PIC  9(007).
           05  LIN-CSV-SEP2            PIC  X(001)         VALUE ';'.
           05  LIN-CSV-CGC-CPF         PIC  X(016).
           05  LIN-CSV-SEP3            PIC  X(001)         VALUE ';'.
           05  LIN-CSV-NOME            PIC  X(040).
           05  LIN-CSV-SEP4            PIC  X(001)         VALUE ';'.
           05  LIN-CSV-LOGRADOURO      PIC  X(030).
           05  LIN-CSV-SEPA            PIC  X(001)         VALUE ';'.
           05  LIN-CSV-END-NUMERO      PIC  X(006).
           05  LIN-CSV-SEPB            PIC  X(001)         VALUE ';'.
           05  LIN-CSV-COMPLEM         PIC  X(015).
           05  LIN-CSV-SEPC            PIC  X(001)         VALUE ';'.
           05  LIN-CSV-BAIRRO          PIC  X(020).
           05  LIN-CSV-SEPD            PIC  X(001)         VALUE ';'.
           05  LIN-CSV-CIDADE          PIC  X(030).
           05  LIN-CSV-SEPE            PIC  X(001)         VALUE ';'.
           05  LIN-CSV-UF              PIC  X(002).
           05  LIN-CSV-SEPF            PIC  X(001)         VALUE ';'.
           05  LIN-CSV-CEP             PIC  9(008).
           05  LIN-CSV-SEP5            PIC  X(001)         VALUE ';'.
           05  LIN-CSV-TELEFONE        PIC  X(013).
           05  LIN-CSV-SEP6            PIC  X(001)         VALUE ';'.
           05  LIN-CSV-FAX             PIC  X(013).
           05  LIN-CSV-SEP7            PIC  X(001)         VALUE ';'.
           05  LIN-CSV-POSTO           PIC  9(003).
           05  LIN-CSV-SEP8            PIC  X(001)         VALUE ';'.
           05  LIN-CSV-RAMO            PIC  9(005).
           05  LIN-CSV-SEP9            PIC  X(001)         VALUE ';'.
           05  LIN-CSV-EMAIL           PIC  X(040).
           05  LIN-CSV-SEP10           PIC  X(001)         VALUE ';'.
           05  LIN-CSV-PREF-CONTATO    PIC  X(001).
           05  FILLER                  PIC  X(010)         VALUE SPACES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** MONTAGEM DO TELEFONE/FAX (DDD + NUMERO)    ***'.
      *----------------------------------------------------------------*

       01  WRK-TELEFONE-ED.
           05  WRK-TEL-DDD-ED          PIC  X(004).
           05  WRK-TEL-NRO-ED          PIC  9(009).

       01  WRK-FAX-ED.
           05  WRK-FAX-DDD-ED          PIC  X(004).
           05  WRK-FAX-NRO-ED          PIC  9(009).

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** MENSAGEM DE ERRO DE FILE-STATUS            ***'.
      *----------------------------------------------------------------*

       01  WRK-FS-EXTCLIE              PIC  X(002)         VALUE SPACES.

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

      *----------------------------------------------------------------*
       LINKAGE SECTION.
      *----------------------------------------------------------------*

           COPY 'I#CADSAI'.

      *================================================================*
       PROCEDURE DIVISION            USING SAI-AREA.
      *================================================================*

      *----------------------------------------------------------------*
       0000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*

           SET SAI-OK                  TO TRUE.

           EVALUATE TRUE

               WHEN SAI-ABRIR
                   PERFORM 1000-INICIALIZAR

               WHEN SAI-REGISTRO
                   MOVE SAI-REG-CADACLIE   TO REG-CADACLIE
                   PERFORM 2500-EXTRAIR-DETALHE

               WHEN SAI-FECHAR
                   PERFORM 2600-GRAVAR-TRAILER
                   PERFORM 3000-FECHAR-ARQUIVO
                   PERFORM 4000-FINALIZAR

           END-EVALUATE.

           GOBACK.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-INICIALIZAR                SECTION.
      *----------------------------------------------------------------*

           MOVE FUNCTION CURRENT-DATE  TO STA-DATA-HORA-INICIO.

           INITIALIZE REG-CADACLIE.

           OPEN OUTPUT EXTCLIE.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'EXTCLIE'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-EXTCLIE        TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           MOVE LIN-CABECALHO-CSV     TO REG-EXTCLIE.
           WRITE REG-EXTCLIE.
           SET WRK-GRAVACAO           TO TRUE.
           MOVE 'EXTCLIE'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-EXTCLIE        TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-TESTAR-FILE-STATUS          SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-EXTCLIE           NOT EQUAL '00'
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE WRK-ERRO-ARQUIVO    TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2500-EXTRAIR-DETALHE            SECTION.
      *----------------------------------------------------------------*

           MOVE CAD-AGENCIA            TO LIN-CSV-AGENCIA.
           MOVE CAD-CONTA              TO LIN-CSV-CONTA.

           MOVE CAD-PRINCIPAL          TO WRK-CGC-PRINCIPAL-ED.
           MOVE CAD-FILIAL             TO WRK-CGC-FILIAL-ED.
           MOVE CAD-CTLE               TO WRK-CGC-CTLE-ED.
           MOVE WRK-CGC-CPF-ED         TO LIN-CSV-CGC-CPF.

           MOVE CAD-NOME-CLIE          TO LIN-CSV-NOME.
      *    ENDERECO MARCADO COMO DEVOLVIDO PELO CORREIO (BRAD0480)
      *    SAI SUPRIMIDO DO EXTRATO ATE O CADASTRO SER CORRIGIDO -
      *    NAO ADIANTA O CRM INSISTIR EM UM ENDERECO MORTO.
           IF  CAD-END-NAO-CONFIAVEL
               MOVE SPACES             TO LIN-CSV-LOGRADOURO
                                           LIN-CSV-END-NUMERO
                                           LIN-CSV-COMPLEM
                                           LIN-CSV-BAIRRO
                                           LIN-CSV-CIDADE
                                           LIN-CSV-UF
               MOVE ZEROS              TO LIN-CSV-CEP
           ELSE
               MOVE CAD-END-LOGRADOURO TO LIN-CSV-LOGRADOURO
               MOVE CAD-END-NUMERO     TO LIN-CSV-END-NUMERO
               MOVE CAD-END-COMPLEM    TO LIN-CSV-COMPLEM
               MOVE CAD-END-BAIRRO     TO LIN-CSV-BAIRRO
               MOVE CAD-END-CIDADE     TO LIN-CSV-CIDADE
               MOVE CAD-END-UF         TO LIN-CSV-UF
               COMPUTE LIN-CSV-CEP     = (CAD-NRO-CEP * 1000)
                                       + CAD-COMPL-CEP
           END-IF.

           INSPECT LIN-CSV-NOME        REPLACING ALL ';' BY SPACE.
           INSPECT LIN-CSV-LOGRADOURO  REPLACING ALL ';' BY SPACE.
           INSPECT LIN-CSV-COMPLEM     REPLACING ALL ';' BY SPACE.
           INSPECT LIN-CSV-BAIRRO      REPLACING ALL ';' BY SPACE.

           MOVE CAD-DDD-FONE           TO WRK-TEL-DDD-ED.
           MOVE CAD-NRO-FONE           TO WRK-TEL-NRO-ED.
           STRING FUNCTION TRIM(WRK-TEL-DDD-ED) DELIMITED BY SIZE
                  WRK-TEL-NRO-ED       DELIMITED BY SIZE
                  INTO LIN-CSV-TELEFONE
           END-STRING.

           MOVE CAD-DDD-FAX            TO WRK-FAX-DDD-ED.
           MOVE CAD-NRO-FAX            TO WRK-FAX-NRO-ED.
           STRING FUNCTION TRIM(WRK-FAX-DDD-ED) DELIMITED BY SIZE
                  WRK-FAX-NRO-ED       DELIMITED BY SIZE
                  INTO LIN-CSV-FAX
           END-STRING.

           MOVE CAD-EMAIL              TO LIN-CSV-EMAIL.
      *    TITULAR FALECIDO OU CNPJ BAIXADO NA RECEITA FEDERAL
      *    (BRAD0550) SAI COMO 'NAO CONTATAR', QUALQUER QUE SEJA A
      *    PREFERENCIA GRAVADA NO CADASTRO.
           IF  CAD-SIT-NAO-CONTATAR
               MOVE 'N'                TO LIN-CSV-PREF-CONTATO
           ELSE
               MOVE CAD-PREF-CONTATO   TO LIN-CSV-PREF-CONTATO
           END-IF.

           INSPECT LIN-CSV-EMAIL       REPLACING ALL ';' BY SPACE.

           MOVE CAD-POSTO-SERV         TO LIN-CSV-POSTO.
           MOVE CAD-RAMO-ATIV          TO LIN-CSV-RAMO.

           MOVE LIN-DETALHE-CSV        TO REG-EXTCLIE.
           WRITE REG-EXTCLIE.

           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'EXTCLIE'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-EXTCLIE         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           ADD 1                       TO WRK-TOT-EXTRAIDOS.
           ADD CAD-CONTA               TO WRK-HASH-CONTA.

      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2600-GRAVAR-TRAILER             SECTION.
      *----------------------------------------------------------------*
      *    REGISTRO DE CONTROLE NO FIM DO CSV: DATA DE GERACAO,        *
      *    QUANTIDADE DE DETALHES E HASH-TOTAL DE CAD-CONTA.           *
      *----------------------------------------------------------------*

           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO LIN-TRL-DATA.
           MOVE WRK-TOT-EXTRAIDOS      TO LIN-TRL-QTDE.
           MOVE WRK-HASH-CONTA         TO LIN-TRL-HASH.

           MOVE LIN-TRAILER-CSV        TO REG-EXTCLIE.
           WRITE REG-EXTCLIE.

           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'EXTCLIE'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-EXTCLIE         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       2600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-FECHAR-ARQUIVO             SECTION.
      *----------------------------------------------------------------*

           CLOSE EXTCLIE.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'EXTCLIE'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-EXTCLIE         TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE 'BRAD0330'             TO STA-PGM.
           MOVE WRK-TOT-EXTRAIDOS      TO STA-TOT-LIDOS.
           MOVE WRK-TOT-EXTRAIDOS      TO STA-TOT-GRAVADOS.

           CALL 'BRAD7130'             USING STA-AREA.

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

           SET SAI-ERRO                TO TRUE.

           PERFORM 4000-FINALIZAR.

      *----------------------------------------------------------------*
       9999-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
