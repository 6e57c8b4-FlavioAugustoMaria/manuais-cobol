      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. BRAD7400.
       AUTHOR.     FLAVIO AUGUSTO MARIA.
      *================================================================*
      *                   P R I M E  I N F O R M A T I C A             *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  BRAD7400                                     *
      *    PROGRAMADOR.:  FLAVIO AUGUSTO MARIA              -  PRIME   *
      *    ANALISTA....:                                    -          *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  GRAVAR NO JORNAL DE ALTERACOES DOS ARQUIVOS  *
      *                   DE REFERENCIA (REFHIST) UMA LINHA A CADA     *
      *                   WRITE/REWRITE/DELETE BEM SUCEDIDO NO         *
      *                   PARMCAD, DOMCAD, CALCAD OU DDDCAD, COM       *
      *                   ARQUIVO, CHAVE, USUARIO, DEPARTAMENTO,       *
      *                   TRANSACAO, DATA/HORA E AS IMAGENS COMPLETAS  *
      *                   DO REGISTRO ANTES E DEPOIS DA OPERACAO -     *
      *                   BASE DO RELATORIO MENSAL DE AUDITORIA DAS    *
      *                   ALTERACOES DE REFERENCIA (BRAD0680).         *
      *----------------------------------------------------------------*
      *    USO.........:  CALL 'BRAD7400' USING REF-AREA               *
      *                   IMEDIATAMENTE APOS A OPERACAO BEM SUCEDIDA   *
      *                   NO ARQUIVO DE REFERENCIA. NAO FINALIZA O     *
      *                   CHAMADOR - APENAS GRAVA O REGISTRO DO JORNAL *
      *                   E RETORNA (GOBACK). A DATA/HORA E CARIMBADA  *
      *                   AQUI, NO MESMO PADRAO DA BRAD7140 E DA       *
      *                   BRAD7400.                                    *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#REFHSC - AREA DE COMUNICACAO COM O CHAMADOR               *
      *    I#REFHST - LAYOUT DO REGISTRO DO JORNAL DE ALTERACOES       *
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

           SELECT REFHIST   ASSIGN     TO UT-S-REFHIST
                      ORGANIZATION     IS SEQUENTIAL
                      FILE STATUS      IS WRK-FS-REFHIST.

      *================================================================*
       DATA DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    OUTPUT :  JORNAL DE ALTERACOES DOS ARQUIVOS DE REFERENCIA   *
      *              ORG. SEQUENCIAL   -   LRECL = 187                 *
      *----------------------------------------------------------------*

       FD  REFHIST
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

           COPY 'I#REFHST'.

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** INICIO DA WORKING BRAD7400                 ***'.
      *----------------------------------------------------------------*

       01  WRK-FS-REFHIST              PIC  X(002)         VALUE SPACES.

      *----------------------------------------------------------------*
       LINKAGE SECTION.
      *----------------------------------------------------------------*

           COPY 'I#REFHSC'.

      *================================================================*
       PROCEDURE DIVISION            USING REF-AREA.
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
      *    O JORNAL E COMPARTILHADO POR TODOS OS TERMINAIS, POR ISSO   *
      *    CADA CHAMADA ABRE EM EXTEND (ACRESCENTA NO FIM); NA         *
      *    PRIMEIRA GRAVACAO O ARQUIVO AINDA NAO EXISTE E O OPEN       *
      *    EXTEND RETORNA '35' - NESSE CASO CRIA O ARQUIVO COM OPEN    *
      *    OUTPUT. MESMO PADRAO DA BRAD7290.                           *
      *----------------------------------------------------------------*

           OPEN EXTEND REFHIST.

           IF  WRK-FS-REFHIST          EQUAL '35'
               OPEN OUTPUT REFHIST
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

           IF  WRK-FS-REFHIST          EQUAL '00'
               MOVE REFA-ARQUIVO       TO RHS-ARQUIVO
               MOVE REFA-CHAVE         TO RHS-CHAVE
               MOVE REFA-OPERACAO      TO RHS-OPERACAO
               MOVE REFA-COD-USER      TO RHS-COD-USER
               MOVE REFA-COD-DEPTO     TO RHS-COD-DEPTO
               MOVE REFA-TRANSACAO     TO RHS-TRANSACAO
               MOVE FUNCTION CURRENT-DATE
                                       TO RHS-DATA-HORA
               MOVE REFA-IMAGEM-ANTES  TO RHS-IMAGEM-ANTES
               MOVE REFA-IMAGEM-DEPOIS TO RHS-IMAGEM-DEPOIS
               WRITE REG-REFHST
               CLOSE REFHIST
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
