      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. BRAD7300.
       AUTHOR.     FLAVIO AUGUSTO MARIA.
      *================================================================*
      *                   P R I M E  I N F O R M A T I C A             *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  BRAD7300                                     *
      *    PROGRAMADOR.:  FLAVIO AUGUSTO MARIA              -  PRIME   *
      *    ANALISTA....:                                    -          *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  RESOLVER A CHAVE DE UMA CONTA RE-CHAVEADA    *
      *                   NO FECHAMENTO/INCORPORACAO DE AGENCIA        *
      *                   (BRAD0600): CONSULTA A REFERENCIA CRUZADA    *
      *                   XREFCAD PELA CHAVE INFORMADA E DEVOLVE A     *
      *                   CHAVE EM VIGOR, PARA QUE A BUSCA PELA CHAVE  *
      *                   ANTIGA (CADU1204, CADU1210, BRAD0410) CAIA   *
      *                   NA CONTA NOVA.                               *
      *----------------------------------------------------------------*
      *    REGRA.......:  A CADEIA ANTIGA -> NOVA E SEGUIDA ATE A      *
      *                   CHAVE QUE NAO CONSTA MAIS COMO ANTIGA (NO    *
      *                   MAXIMO 10 ELOS - PROTECAO CONTRA CICLO       *
      *                   GRAVADO POR ENGANO). XREFCAD AINDA NAO       *
      *                   CRIADO OU INACESSIVEL = CONTA NUNCA          *
      *                   RE-CHAVEADA (A CONSULTA NAO E BLOQUEADA).    *
      *----------------------------------------------------------------*
      *    RETORNO.....:  XRFA-COD-RETORNO 'S' = RE-CHAVEADA (CHAVE    *
      *                   EM VIGOR E DATA/HORA DO ULTIMO ELO           *
      *                   DEVOLVIDAS) / 'N' = NAO RE-CHAVEADA (CHAVE   *
      *                   EM VIGOR = CHAVE INFORMADA).                 *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#XRFCOM - AREA DE COMUNICACAO COM O CHAMADOR               *
      *    I#XRFCAD - LAYOUT DA REFERENCIA CRUZADA DE CHAVES.          *
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

           SELECT XREFCAD   ASSIGN     TO UT-S-XREFCAD
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS XRF-CHAVE-ANTIGA
                      FILE STATUS      IS WRK-FS-XREFCAD.

      *================================================================*
       DATA DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INPUT  :  REFERENCIA CRUZADA DE CHAVES - ORG. INDEXADA      *
      *              (VSAM KSDS)   -   LRECL = 60                      *
      *----------------------------------------------------------------*

       FD  XREFCAD
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

           COPY 'I#XRFCAD'.

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** INICIO DA WORKING BRAD7300                 ***'.
      *----------------------------------------------------------------*

       77  WRK-FS-XREFCAD              PIC  X(002)         VALUE SPACES.
       77  WRK-QTD-ELOS                PIC  9(002) COMP    VALUE ZEROS.
       77  WRK-MAX-ELOS                PIC  9(002) COMP    VALUE 10.
       77  WRK-FIM-CADEIA              PIC  X(001)         VALUE 'N'.

      *----------------------------------------------------------------*
       LINKAGE SECTION.
      *----------------------------------------------------------------*

           COPY 'I#XRFCOM'.

      *================================================================*
       PROCEDURE DIVISION            USING XRF-AREA.
      *================================================================*

      *----------------------------------------------------------------*
       0000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIALIZAR.

           PERFORM 2000-SEGUIR-CADEIA.

           CLOSE XREFCAD.

           GOBACK.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-INICIALIZAR                SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO XRFA-COD-RETORNO.
           MOVE SPACES                 TO XRFA-DATA-HORA.
           MOVE XRFA-CHAVE-INFORMADA   TO XRFA-CHAVE-VIGENTE.
           MOVE ZEROS                  TO WRK-QTD-ELOS.
           MOVE 'N'                    TO WRK-FIM-CADEIA.

           OPEN INPUT XREFCAD.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-SEGUIR-CADEIA              SECTION.
      *----------------------------------------------------------------*

           IF  WRK-FS-XREFCAD          NOT EQUAL '00'
               GO TO 2000-99-FIM
           END-IF.

           PERFORM UNTIL WRK-FIM-CADEIA EQUAL 'S'
                     OR  WRK-QTD-ELOS   NOT LESS WRK-MAX-ELOS

               MOVE XRFA-CHAVE-VIGENTE TO XRF-CHAVE-ANTIGA

               READ XREFCAD

               IF  WRK-FS-XREFCAD      EQUAL '00'
                   ADD 1               TO WRK-QTD-ELOS
                   MOVE XRF-CHAVE-NOVA TO XRFA-CHAVE-VIGENTE
                   MOVE XRF-DATA-HORA  TO XRFA-DATA-HORA
                   MOVE 'S'            TO XRFA-COD-RETORNO
               ELSE
                   MOVE 'S'            TO WRK-FIM-CADEIA
               END-IF

           END-PERFORM.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
