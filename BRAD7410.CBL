      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. BRAD7410.
       AUTHOR.     FLAVIO AUGUSTO MARIA.
      *================================================================*
      *                   P R I M E  I N F O R M A T I C A             *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  BRAD7410                                     *
      *    PROGRAMADOR.:  FLAVIO AUGUSTO MARIA              -  PRIME   *
      *    ANALISTA....:                                    -          *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  ACESSO AO ARQUIVO DE ALTERACOES CADASTRAIS   *
      *                   AGENDADAS (AGDCAD) PELOS PROGRAMAS QUE       *
      *                   AGENDAM A ALTERACAO (CADU1203 E BRAD0430) E  *
      *                   PELA CONSULTA DO CLIENTE (CADU1204).         *
      *----------------------------------------------------------------*
      *    FUNCOES.....:  'G' - GRAVA O AGENDAMENTO (CONTA + DATA DE   *
      *                   VIGENCIA), COM A ORIGEM, O USUARIO/DEPTO, A  *
      *                   DATA/HORA DO AGENDAMENTO E AS IMAGENS BASE   *
      *                   E PROPOSTA DO REGISTRO. JA HAVENDO           *
      *                   AGENDAMENTO PARA A CONTA NA MESMA DATA, NADA *
      *                   E GRAVADO E O RETORNO E 'D'. A DATA DE       *
      *                   VIGENCIA PRECISA SER UMA DATA VALIDA,        *
      *                   POSTERIOR A HOJE E NO MAXIMO N DIAS A FRENTE *
      *                   (PARMCAD BRAD7410/DIASAGMX VIA BRAD7160,     *
      *                   DEFAULT 180); FORA DISSO O RETORNO E 'V'.    *
      *                   'C' - CONSULTA OS AGENDAMENTOS PENDENTES DA  *
      *                   CONTA: QUANTIDADE E PRIMEIRA DATA DE         *
      *                   VIGENCIA. AGDCAD AINDA NAO CRIADO OU         *
      *                   INACESSIVEL = NENHUM AGENDAMENTO (A CONSULTA *
      *                   NAO E BLOQUEADA).                            *
      *----------------------------------------------------------------*
      *    RETORNO.....:  AGDA-COD-RETORNO 'S' = GRAVADO / HA          *
      *                   AGENDAMENTO PENDENTE, 'N' = NAO HA, 'D' =    *
      *                   DUPLICADO, 'V' = DATA DE VIGENCIA INVALIDA,  *
      *                   'I' = AGDCAD INDISPONIVEL NA GRAVACAO (FILE  *
      *                   STATUS EM AGDA-FILE-STATUS).                 *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#AGDCOM - AREA DE COMUNICACAO COM O CHAMADOR               *
      *    I#AGDCAD - LAYOUT DAS ALTERACOES CADASTRAIS AGENDADAS.      *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD7160 - MODULO DE PARAMETROS OPERACIONAIS (PARMCAD).     *
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

           SELECT AGDCAD    ASSIGN     TO UT-S-AGDCAD
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS AGD-CHAVE
                      FILE STATUS      IS WRK-FS-AGDCAD.

      *================================================================*
       DATA DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    I/O    :  ALTERACOES CADASTRAIS AGENDADAS - ORG. INDEXADA   *
      *              (VSAM KSDS)   -   LRECL = 630                     *
      *----------------------------------------------------------------*

       FD  AGDCAD
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

           COPY 'I#AGDCAD'.

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** INICIO DA WORKING BRAD7410                 ***'.
      *----------------------------------------------------------------*

       77  WRK-FS-AGDCAD               PIC  X(002)         VALUE SPACES.
       77  WRK-FIM-CONTA               PIC  X(001)         VALUE 'N'.
       77  WRK-DATA-VALIDA             PIC  X(001)         VALUE 'N'.
       77  WRK-DIAS-NO-MES             PIC  9(002) COMP    VALUE ZEROS.
       77  WRK-RESTO-4                 PIC  9(004) COMP    VALUE ZEROS.
       77  WRK-RESTO-100               PIC  9(004) COMP    VALUE ZEROS.
       77  WRK-RESTO-400               PIC  9(004) COMP    VALUE ZEROS.
       77  WRK-DIAS-HORIZONTE          PIC  9(003) COMP    VALUE 180.
       77  WRK-DATA-HOJE               PIC  9(008)         VALUE ZEROS.
       77  WRK-DATA-LIMITE             PIC  9(008)         VALUE ZEROS.

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE VALIDACAO DE DATA AAAAMMDD         ***'.
      *----------------------------------------------------------------*

       01  WRK-DATA-TESTE              PIC  9(008)         VALUE ZEROS.
       01  FILLER REDEFINES WRK-DATA-TESTE.
           05  WRK-DT-ANO              PIC  9(004).
           05  WRK-DT-MES              PIC  9(002).
           05  WRK-DT-DIA              PIC  9(002).

       01  WRK-TAB-DIAS-MES-LIT.
           05  FILLER                  PIC  X(024)         VALUE
               '312831303130313130313031'.
       01  WRK-TAB-DIAS-MES REDEFINES WRK-TAB-DIAS-MES-LIT.
           05  WRK-DIAS-MES            PIC  9(002)
                                       OCCURS 12 TIMES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE COMUNICACAO COM A BRAD7160         ***'.
      *----------------------------------------------------------------*

       01  WRK-AREA-BRAD7160.
           05  WRK-7160-PGM            PIC  X(008)         VALUE
               'BRAD7410'.
           05  WRK-7160-NOME           PIC  X(008)         VALUE
               'DIASAGMX'.
           05  WRK-7160-VALOR          PIC  9(009)         VALUE ZEROS.
           05  WRK-7160-COD-RETORNO    PIC  X(001)         VALUE SPACES.

      *----------------------------------------------------------------*
       LINKAGE SECTION.
      *----------------------------------------------------------------*

           COPY 'I#AGDCOM'.

      *================================================================*
       PROCEDURE DIVISION            USING AGD-AREA.
      *================================================================*

      *----------------------------------------------------------------*
       0000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO AGDA-COD-RETORNO.
           MOVE SPACES                 TO AGDA-FILE-STATUS.

           EVALUATE TRUE
               WHEN AGDA-GRAVAR
                   PERFORM 1000-GRAVAR-AGENDAMENTO
               WHEN AGDA-CONSULTAR
                   PERFORM 2000-CONSULTAR-PENDENTES
           END-EVALUATE.

           GOBACK.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-GRAVAR-AGENDAMENTO         SECTION.
      *----------------------------------------------------------------*

           PERFORM 1100-VALIDAR-DT-EFETIVA.

           IF  WRK-DATA-VALIDA         EQUAL 'N'
               MOVE 'V'                TO AGDA-COD-RETORNO
               GO TO 1000-99-FIM
           END-IF.

      *    NO PRIMEIRO AGENDAMENTO O CLUSTER AGDCAD ESTA VAZIO E O
      *    OPEN I-O RETORNA '35' - CARREGA-O COM OPEN OUTPUT/CLOSE E
      *    REABRE EM I-O (MESMO TRATAMENTO DO XREFCAD NO BRAD0600).
           OPEN I-O AGDCAD.

           IF  WRK-FS-AGDCAD           EQUAL '35'
               OPEN OUTPUT AGDCAD
               IF  WRK-FS-AGDCAD       EQUAL '00'
                   CLOSE AGDCAD
                   OPEN I-O AGDCAD
               END-IF
           END-IF.

           IF  WRK-FS-AGDCAD           NOT EQUAL '00'
               MOVE 'I'                TO AGDA-COD-RETORNO
               MOVE WRK-FS-AGDCAD      TO AGDA-FILE-STATUS
               GO TO 1000-99-FIM
           END-IF.

           INITIALIZE REG-AGDCAD.
           MOVE AGDA-AGENCIA           TO AGD-AGENCIA.
           MOVE AGDA-RAZAO             TO AGD-RAZAO.
           MOVE AGDA-CONTA             TO AGD-CONTA.
           MOVE AGDA-DT-EFETIVA        TO AGD-DT-EFETIVA.
           MOVE AGDA-ORIGEM            TO AGD-ORIGEM.
           MOVE AGDA-COD-USER          TO AGD-COD-USER.
           MOVE AGDA-COD-DEPTO         TO AGD-COD-DEPTO.
           MOVE FUNCTION CURRENT-DATE  TO AGD-DATA-HORA.
           MOVE AGDA-IMAGEM-BASE       TO AGD-IMAGEM-BASE.
           MOVE AGDA-IMAGEM-PROPOSTA   TO AGD-IMAGEM-PROPOSTA.

           WRITE REG-AGDCAD.

           EVALUATE WRK-FS-AGDCAD
               WHEN '00'
                   MOVE 'S'            TO AGDA-COD-RETORNO
               WHEN '22'
                   MOVE 'D'            TO AGDA-COD-RETORNO
               WHEN OTHER
                   MOVE 'I'            TO AGDA-COD-RETORNO
                   MOVE WRK-FS-AGDCAD  TO AGDA-FILE-STATUS
           END-EVALUATE.

           CLOSE AGDCAD.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-VALIDAR-DT-EFETIVA         SECTION.
      *----------------------------------------------------------------*
      *    A DATA DE VIGENCIA PRECISA SER UMA DATA DO CALENDARIO,      *
      *    POSTERIOR A HOJE E NAO ALEM DO HORIZONTE MAXIMO DE          *
      *    AGENDAMENTO (DIASAGMX DIAS CORRIDOS A PARTIR DE HOJE).      *
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-DATA-VALIDA.

           IF  AGDA-DT-EFETIVA         NOT NUMERIC
               GO TO 1100-99-FIM
           END-IF.

           MOVE AGDA-DT-EFETIVA        TO WRK-DATA-TESTE.

           IF  WRK-DT-ANO              < 1601
               GO TO 1100-99-FIM
           END-IF.

           IF  WRK-DT-MES              < 01 OR
               WRK-DT-MES              > 12
               GO TO 1100-99-FIM
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
               GO TO 1100-99-FIM
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WRK-DATA-HOJE.

           IF  AGDA-DT-EFETIVA         NOT GREATER WRK-DATA-HOJE
               GO TO 1100-99-FIM
           END-IF.

           MOVE WRK-DIAS-HORIZONTE     TO WRK-7160-VALOR.

           CALL 'BRAD7160'             USING WRK-AREA-BRAD7160.

           IF  WRK-7160-VALOR          > ZEROS AND
               WRK-7160-VALOR          < 1000
               MOVE WRK-7160-VALOR     TO WRK-DIAS-HORIZONTE
           END-IF.

           COMPUTE WRK-DATA-LIMITE     = FUNCTION DATE-OF-INTEGER
                  (FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE)
                   + WRK-DIAS-HORIZONTE).

           IF  AGDA-DT-EFETIVA         GREATER WRK-DATA-LIMITE
               GO TO 1100-99-FIM
           END-IF.

           MOVE 'S'                    TO WRK-DATA-VALIDA.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-CONSULTAR-PENDENTES        SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO AGDA-QTD-PENDENTES
                                          AGDA-DT-EFETIVA.

           OPEN INPUT AGDCAD.

           IF  WRK-FS-AGDCAD           NOT EQUAL '00'
               GO TO 2000-99-FIM
           END-IF.

           MOVE AGDA-AGENCIA           TO AGD-AGENCIA.
           MOVE AGDA-RAZAO             TO AGD-RAZAO.
           MOVE AGDA-CONTA             TO AGD-CONTA.
           MOVE ZEROS                  TO AGD-DT-EFETIVA.

           START AGDCAD KEY IS NOT LESS AGD-CHAVE
               INVALID KEY
                   MOVE '23'           TO WRK-FS-AGDCAD
           END-START.

           IF  WRK-FS-AGDCAD           EQUAL '00'
               MOVE 'N'                TO WRK-FIM-CONTA
           ELSE
               MOVE 'S'                TO WRK-FIM-CONTA
           END-IF.

           PERFORM UNTIL WRK-FIM-CONTA EQUAL 'S'

               READ AGDCAD NEXT RECORD
                   AT END
                       MOVE '10'       TO WRK-FS-AGDCAD
               END-READ

               IF  WRK-FS-AGDCAD       EQUAL '00'       AND
                   AGD-AGENCIA         EQUAL AGDA-AGENCIA AND
                   AGD-RAZAO           EQUAL AGDA-RAZAO   AND
                   AGD-CONTA           EQUAL AGDA-CONTA
                   IF  AGDA-QTD-PENDENTES EQUAL ZEROS
                       MOVE AGD-DT-EFETIVA
                                       TO AGDA-DT-EFETIVA
                   END-IF
                   ADD 1               TO AGDA-QTD-PENDENTES
                   MOVE 'S'            TO AGDA-COD-RETORNO
               ELSE
                   MOVE 'S'            TO WRK-FIM-CONTA
               END-IF

           END-PERFORM.

           CLOSE AGDCAD.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
