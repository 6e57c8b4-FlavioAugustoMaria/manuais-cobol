      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. BRAD7390.
       AUTHOR.     FLAVIO AUGUSTO MARIA.
      *================================================================*
      *                   P R I M E  I N F O R M A T I C A             *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  BRAD7390                                     *
      *    PROGRAMADOR.:  FLAVIO AUGUSTO MARIA              -  PRIME   *
      *    ANALISTA....:                                    -          *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  GRAVAR NO ARQUIVO DE USO DAS TRANSACOES      *
      *                   ONLINE (USOCAD) UM REGISTRO POR INTERACAO    *
      *                   PROCESSADA PELAS TRANSACOES CADU12XX, COM    *
      *                   USUARIO, DEPARTAMENTO, TRANSACAO, FUNCAO,    *
      *                   RESULTADO, MENSAGEM DEVOLVIDA E TEMPO DE     *
      *                   RESPOSTA - BASE DO RELATORIO MENSAL DE USO   *
      *                   (BRAD0670) PARA CAPACIDADE E REVISAO DE      *
      *                   ACESSOS.                                     *
      *----------------------------------------------------------------*
      *    USO.........:  CALL 'BRAD7390' USING USO-AREA               *
      *                   AO FIM DO PROCESSAMENTO DE CADA MENSAGEM,    *
      *                   ANTES DO ENVIO DA TELA. NAO FINALIZA O       *
      *                   CHAMADOR - APENAS GRAVA O REGISTRO E RETORNA *
      *                   (GOBACK). O FIM DO PROCESSAMENTO E CARIMBADO *
      *                   AQUI; O TEMPO DE RESPOSTA E A DIFERENCA PARA *
      *                   USOA-DATA-HORA-INICIO (CARIMBO INVALIDO OU   *
      *                   FIM ANTERIOR AO INICIO RESULTAM EM ZERO).    *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#USOCOM - AREA DE COMUNICACAO COM O CHAMADOR               *
      *    I#USOCAD - LAYOUT DO REGISTRO DE USO                        *
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

           SELECT USOCAD    ASSIGN     TO UT-S-USOCAD
                      ORGANIZATION     IS SEQUENTIAL
                      FILE STATUS      IS WRK-FS-USOCAD.

      *================================================================*
       DATA DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OUTPUT :  USO DAS TRANSACOES ONLINE DO CADASTRO             *
      *              ORG. SEQUENCIAL   -   LRECL = 064                 *
      *----------------------------------------------------------------*

       FD  USOCAD
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

           COPY 'I#USOCAD'.

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** INICIO DA WORKING BRAD7390                 ***'.
      *----------------------------------------------------------------*

       01  WRK-FS-USOCAD               PIC  X(002)         VALUE SPACES.

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** CALCULO DO TEMPO DE RESPOSTA               ***'.
      *----------------------------------------------------------------*

       77  WRK-INI-INTEGER             PIC  S9(009) COMP   VALUE ZEROS.
       77  WRK-FIM-INTEGER             PIC  S9(009) COMP   VALUE ZEROS.
       77  WRK-INI-CENTESIMOS          PIC  S9(009) COMP   VALUE ZEROS.
       77  WRK-FIM-CENTESIMOS          PIC  S9(009) COMP   VALUE ZEROS.
       77  WRK-DECORRIDO               PIC  S9(009) COMP   VALUE ZEROS.
       77  WRK-DATA-NUM                PIC  9(008)         VALUE ZEROS.

       01  WRK-DATA-HORA-FIM           PIC  X(021)         VALUE SPACES.

       01  WRK-CARIMBO.
           05  WRK-CRB-DATA            PIC  9(008).
           05  WRK-CRB-HH              PIC  9(002).
           05  WRK-CRB-MM              PIC  9(002).
           05  WRK-CRB-SS              PIC  9(002).
           05  WRK-CRB-CC              PIC  9(002).

      *----------------------------------------------------------------*
       LINKAGE SECTION.
      *----------------------------------------------------------------*

           COPY 'I#USOCOM'.

      *================================================================*
       PROCEDURE DIVISION            USING USO-AREA.
      *================================================================*

      *----------------------------------------------------------------*
       0000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIALIZAR.

           PERFORM 2000-GRAVAR-USO.

           PERFORM 3000-FINALIZAR.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-INICIALIZAR                SECTION.
      *----------------------------------------------------------------*
      *    O ARQUIVO E COMPARTILHADO POR TODAS AS TRANSACOES, POR ISSO *
      *    CADA CHAMADA ABRE EM EXTEND (ACRESCENTA NO FIM); NA         *
      *    PRIMEIRA GRAVACAO O ARQUIVO AINDA NAO EXISTE E O OPEN       *
      *    EXTEND RETORNA '35' - NESSE CASO CRIA O ARQUIVO COM OPEN    *
      *    OUTPUT. MESMO PADRAO DA BRAD7140.                           *
      *----------------------------------------------------------------*

           MOVE FUNCTION CURRENT-DATE  TO WRK-DATA-HORA-FIM.

           OPEN EXTEND USOCAD.

           IF  WRK-FS-USOCAD           EQUAL '35'
               OPEN OUTPUT USOCAD
           END-IF.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-GRAVAR-USO                 SECTION.
      *----------------------------------------------------------------*
      *    SE O ARQUIVO NAO PUDER SER ABERTO, O REGISTRO DE USO E      *
      *    DESPREZADO SEM ACIONAR A ROTINA DE ERRO (EVITA DERRUBAR A   *
      *    TRANSACAO CHAMADORA POR CAUSA DA ESTATISTICA).              *
      *----------------------------------------------------------------*

           IF  WRK-FS-USOCAD           NOT EQUAL '00'
               GO TO 2000-99-FIM
           END-IF.

           PERFORM 2100-CALCULAR-TEMPO.

           MOVE SPACES                 TO REG-USOCAD.

           IF  USOA-DATA-HORA-INICIO(1:16)
                                       NUMERIC
               MOVE USOA-DATA-HORA-INICIO(1:16)
                                       TO WRK-CARIMBO
           ELSE
               MOVE WRK-DATA-HORA-FIM(1:16)
                                       TO WRK-CARIMBO
           END-IF.

           MOVE WRK-CRB-DATA           TO USO-DATA.
           MOVE WRK-CRB-HH             TO USO-HH.
           MOVE WRK-CRB-MM             TO USO-MM.
           MOVE WRK-CRB-SS             TO USO-SS.
           MOVE WRK-CRB-CC             TO USO-CC.
           MOVE USOA-COD-USER          TO USO-COD-USER.
           MOVE USOA-COD-DEPTO         TO USO-COD-DEPTO.
           MOVE USOA-TRANSACAO         TO USO-TRANSACAO.
           MOVE USOA-FUNCAO            TO USO-FUNCAO.
           MOVE USOA-COD-MENSAGEM      TO USO-COD-MENSAGEM.
           MOVE WRK-DECORRIDO          TO USO-TEMPO-RESP.

           EVALUATE TRUE
               WHEN USOA-RESULT-RECUSA
                   SET USO-RESULT-RECUSA
                                       TO TRUE
               WHEN USOA-RESULT-FORCAR
                   SET USO-RESULT-FORCAR
                                       TO TRUE
               WHEN USOA-RESULT-ERRO-SISTEMA
                   SET USO-RESULT-ERRO-SISTEMA
                                       TO TRUE
               WHEN USOA-COD-MENSAGEM(1:1) EQUAL 'E'
                   SET USO-RESULT-ERRO-TELA
                                       TO TRUE
               WHEN OTHER
                   SET USO-RESULT-NORMAL
                                       TO TRUE
           END-EVALUATE.

           WRITE REG-USOCAD.

           CLOSE USOCAD.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-CALCULAR-TEMPO             SECTION.
      *----------------------------------------------------------------*
      *    CENTESIMOS ENTRE O INICIO INFORMADO PELO CHAMADOR E O FIM   *
      *    CARIMBADO AQUI, CONSIDERANDO VIRADA DE DIA VIA INTEGER-OF-  *
      *    DATE (MESMO CALCULO DA BRAD7170, EM CENTESIMOS).            *
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-DECORRIDO.

           IF  USOA-DATA-HORA-INICIO(1:16) NOT NUMERIC OR
               WRK-DATA-HORA-FIM(1:16)     NOT NUMERIC
               GO TO 2100-99-FIM
           END-IF.

           MOVE USOA-DATA-HORA-INICIO(1:16)
                                       TO WRK-CARIMBO.
           MOVE WRK-CRB-DATA           TO WRK-DATA-NUM.
           COMPUTE WRK-INI-INTEGER    =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM).
           COMPUTE WRK-INI-CENTESIMOS =
                   (WRK-CRB-HH * 360000) + (WRK-CRB-MM * 6000)
                   + (WRK-CRB-SS * 100)  + WRK-CRB-CC.

           MOVE WRK-DATA-HORA-FIM(1:16)
                                       TO WRK-CARIMBO.
           MOVE WRK-CRB-DATA           TO WRK-DATA-NUM.
           COMPUTE WRK-FIM-INTEGER    =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM).
           COMPUTE WRK-FIM-CENTESIMOS =
                   (WRK-CRB-HH * 360000) + (WRK-CRB-MM * 6000)
                   + (WRK-CRB-SS * 100)  + WRK-CRB-CC.

           COMPUTE WRK-DECORRIDO      =
                   ((WRK-FIM-INTEGER - WRK-INI-INTEGER) * 8640000)
                   + WRK-FIM-CENTESIMOS - WRK-INI-CENTESIMOS.

           IF  WRK-DECORRIDO           < ZEROS OR
               WRK-DECORRIDO           > 9999999
               MOVE ZEROS              TO WRK-DECORRIDO
           END-IF.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           GOBACK.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
