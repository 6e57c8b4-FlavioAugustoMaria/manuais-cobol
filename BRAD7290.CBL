      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. BRAD7290.
       AUTHOR.     FLAVIO AUGUSTO MARIA.
      *================================================================*
      *                   P R I M E  I N F O R M A T I C A             *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  BRAD7290                                     *
      *    PROGRAMADOR.:  FLAVIO AUGUSTO MARIA              -  PRIME   *
      *    ANALISTA....:                                    -          *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  GRAVAR NO JORNAL DE ALTERACOES DOS TITULARES *
      *                   SECUNDARIOS DA CONTA (TITHIST) UMA LINHA A   *
      *                   CADA WRITE/REWRITE/DELETE BEM SUCEDIDO NO    *
      *                   TITCAD, COM USUARIO, DEPARTAMENTO,           *
      *                   TRANSACAO, DATA/HORA E AS IMAGENS COMPLETAS  *
      *                   DO REGISTRO ANTES E DEPOIS DA OPERACAO,      *
      *                   PARA ATENDER A AUDITORIA ("QUEM ALTEROU E    *
      *                   QUANDO, E QUAL ERA O VALOR ANTERIOR").       *
      *----------------------------------------------------------------*
      *    USO.........:  CALL 'BRAD7290' USING THS-AREA               *
      *                   IMEDIATAMENTE APOS A OPERACAO BEM SUCEDIDA   *
      *                   NO TITCAD. NAO FINALIZA O CHAMADOR -         *
      *                   APENAS GRAVA O REGISTRO DO JORNAL E RETORNA  *
      *                   (GOBACK). A DATA/HORA E CARIMBADA AQUI, NO   *
      *                   MESMO PADRAO DA BRAD7110 E DA BRAD7140 (QUE  *
      *                   CONTINUA GRAVANDO SO AS IMAGENS DO CADACLIE).*
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#TITHSC - AREA DE COMUNICACAO COM O CHAMADOR               *
      *    I#TITHST - LAYOUT DO REGISTRO DO JORNAL DE ALTERACOES       *
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

           SELECT TITHIST   ASSIGN     TO UT-S-TITHIST
                      ORGANIZATION     IS SEQUENTIAL
                      FILE STATUS      IS WRK-FS-TITHIST.

      *================================================================*
       DATA DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OUTPUT :  JORNAL DE ALTERACOES DOS TITULARES SECUNDARIOS    *
      *              ORG. SEQUENCIAL   -   LRECL = 253                 *
      *----------------------------------------------------------------*

       FD  TITHIST
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

           COPY 'I#TITHST'.

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** INICIO DA WORKING BRAD7290                 ***'.
      *----------------------------------------------------------------*

       01  WRK-FS-TITHIST              PIC  X(002)         VALUE SPACES.

      *----------------------------------------------------------------*
       LINKAGE SECTION.
      *----------------------------------------------------------------*

           COPY 'I#TITHSC'.

      *================================================================*
       PROCEDURE DIVISION            USING THS-AREA.
      *================================================================*

      *----------------------------------------------------------------*
       0000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIALIZAR.

           PERFORM 2000-GRAVAR-JORNAL.

           PERFORM 3000-FINALIZAR.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-INICIALIZAR                SECTION.
      *----------------------------------------------------------------*
      *    O JORNAL E COMPARTILHADO POR VARIAS TRANSACOES, POR ISSO    *
      *    CADA CHAMADA ABRE EM EXTEND (ACRESCENTA NO FIM); NA         *
      *    PRIMEIRA GRAVACAO O ARQUIVO AINDA NAO EXISTE E O OPEN       *
      *    EXTEND RETORNA '35' - NESSE CASO CRIA O ARQUIVO COM OPEN    *
      *    OUTPUT. MESMO PADRAO DA BRAD7110.                           *
      *----------------------------------------------------------------*

           OPEN EXTEND TITHIST.

           IF  WRK-FS-TITHIST          EQUAL '35'
               OPEN OUTPUT TITHIST
           END-IF.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-GRAVAR-JORNAL              SECTION.
      *----------------------------------------------------------------*
      *    SE O ARQUIVO NAO PUDER SER ABERTO, A GRAVACAO DO JORNAL E   *
      *    DESPREZADA SEM ACIONAR A ROTINA DE ERRO (EVITA DERRUBAR A   *
      *    TRANSACAO CHAMADORA POR CAUSA DO PROPRIO JORNAL).           *
      *----------------------------------------------------------------*

           IF  WRK-FS-TITHIST          EQUAL '00'
               MOVE THSA-AGENCIA       TO THS-AGENCIA
               MOVE THSA-RAZAO         TO THS-RAZAO
               MOVE THSA-CONTA         TO THS-CONTA
               MOVE THSA-OPERACAO      TO THS-OPERACAO
               MOVE THSA-COD-USER      TO THS-COD-USER
               MOVE THSA-COD-DEPTO     TO THS-COD-DEPTO
               MOVE THSA-TRANSACAO     TO THS-TRANSACAO
               MOVE FUNCTION CURRENT-DATE
                                       TO THS-DATA-HORA
               MOVE THSA-IMAGEM-ANTES  TO THS-IMAGEM-ANTES
               MOVE THSA-IMAGEM-DEPOIS TO THS-IMAGEM-DEPOIS
               WRITE REG-TITHST
               CLOSE TITHIST
           END-IF.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           GOBACK.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
