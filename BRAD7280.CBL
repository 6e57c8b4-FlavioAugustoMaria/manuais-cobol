      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. BRAD7280.
       AUTHOR.     FLAVIO AUGUSTO MARIA.
      *================================================================*
      *                   P R I M E  I N F O R M A T I C A             *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  BRAD7280                                     *
      *    PROGRAMADOR.:  FLAVIO AUGUSTO MARIA              -  PRIME   *
      *    ANALISTA....:                                    -          *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  TRIAGEM ONLINE DE UM CLIENTE CONTRA O        *
      *                   ARQUIVO DE LISTAS RESTRITIVAS LSTCAD         *
      *                   (SANCOES, PEP E ORDENS JUDICIAIS), CHAMADA   *
      *                   PELO CADU1203 NA INCLUSAO E NA ALTERACAO DE  *
      *                   NOME OU CPF/CNPJ. MESMOS CRITERIOS DA        *
      *                   TRIAGEM NOTURNA BRAD0570: DOCUMENTO EXATO    *
      *                   E CHAVE FONETICA DO NOME (BRAD7270).         *
      *----------------------------------------------------------------*
      *    REGRA.......:  PRIMEIRO PROCURA O CPF/CNPJ NO INDICE        *
      *                   ALTERNATIVO DE DOCUMENTO (DOCUMENTO ZERADO   *
      *                   OU EM BRANCO NAO E PESQUISADO; CNPJ          *
      *                   ALFANUMERICO E PESQUISADO COMO VEIO); SE     *
      *                   NAO ACHAR, CALCULA A CHAVE FONETICA DO NOME  *
      *                   E PROCURA NO INDICE ALTERNATIVO FONETICO. A  *
      *                   PRIMEIRA ENTRADA ENCONTRADA E DEVOLVIDA.     *
      *                   ARQUIVO FORA DO AR DEVOLVE 'I', PARA QUE O   *
      *                   CHAMADOR TRATE A MANUTENCAO COMO SUSPEITA    *
      *                   (NAO SE PRESUME NADA CONSTA SEM TER          *
      *                   CONSULTADO A LISTA).                         *
      *----------------------------------------------------------------*
      *    RETORNO.....:  LNK-COD-RETORNO 'N' = NADA CONSTA /          *
      *                   'S' = CONSTA NA LISTA (LNK-ID-ENTRADA,       *
      *                   LNK-TIPO-LISTA E LNK-CRITERIO 'D'/'N'        *
      *                   PREENCHIDOS) / 'I' = LISTA INDISPONIVEL.     *
      *                   LNK-COD-MENSAGEM-8000 = A869 QUANDO CONSTA.  *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#LSTCAD - LAYOUT DO ARQUIVO DE LISTAS RESTRITIVAS.         *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD7270 - NORMALIZACAO FONETICA DO NOME.                   *
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

           SELECT LSTCAD    ASSIGN     TO UT-S-LSTCAD
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS LST-CHAVE
                      ALTERNATE RECORD KEY IS LST-CGC-CPF
                                       WITH DUPLICATES
                      ALTERNATE RECORD KEY IS LST-FONETICO
                                       WITH DUPLICATES
                      FILE STATUS      IS WRK-FS-LSTCAD.

      *================================================================*
       DATA DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INPUT  :  ARQUIVO DE LISTAS RESTRITIVAS - ORG. INDEXADA     *
      *              (VSAM KSDS)                                       *
      *----------------------------------------------------------------*

       FD  LSTCAD
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

           COPY 'I#LSTCAD'.

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** INICIO DA WORKING BRAD7280                 ***'.
      *----------------------------------------------------------------*

       77  WRK-FS-LSTCAD               PIC  X(002)         VALUE SPACES.

       01  WRK-AREA-BRAD7270.
           05  WRK-7270-NOME           PIC  X(40)          VALUE SPACES.
           05  WRK-7270-FONETICO       PIC  X(20)          VALUE SPACES.

      *----------------------------------------------------------------*
       LINKAGE SECTION.
      *----------------------------------------------------------------*

       01  LNK-BRAD7280-AREA.
           05  LNK-CGC-CPF.
               10  LNK-PRINCIPAL       PIC  X(09).
               10  LNK-FILIAL          PIC  X(05).
               10  LNK-CTLE            PIC  9(02).
           05  LNK-NOME                PIC  X(40).
           05  LNK-COD-RETORNO         PIC  X(01).
               88  LNK-NADA-CONSTA                         VALUE 'N'.
               88  LNK-CONSTA-LISTA                        VALUE 'S'.
               88  LNK-LISTA-INDISPONIVEL                  VALUE 'I'.
           05  LNK-ID-ENTRADA          PIC  X(12).
           05  LNK-TIPO-LISTA          PIC  X(01).
           05  LNK-CRITERIO            PIC  X(01).
           05  LNK-COD-MENSAGEM-8000   PIC  X(04).

      *================================================================*
       PROCEDURE DIVISION            USING LNK-BRAD7280-AREA.
      *================================================================*

      *----------------------------------------------------------------*
       0000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIALIZAR.

           PERFORM 2000-PESQUISAR-DOCUMENTO.

           IF  LNK-NADA-CONSTA
               PERFORM 3000-PESQUISAR-NOME
           END-IF.

           CLOSE LSTCAD.

           GOBACK.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-INICIALIZAR                SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO LNK-COD-RETORNO.
           MOVE SPACES                 TO LNK-ID-ENTRADA
                                          LNK-TIPO-LISTA
                                          LNK-CRITERIO
                                          LNK-COD-MENSAGEM-8000.

           OPEN INPUT LSTCAD.

           IF  WRK-FS-LSTCAD           NOT EQUAL '00'
               MOVE 'I'                TO LNK-COD-RETORNO
           END-IF.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-PESQUISAR-DOCUMENTO        SECTION.
      *----------------------------------------------------------------*

           IF  NOT LNK-NADA-CONSTA
               GO TO 2000-99-FIM
           END-IF.

           IF  LNK-CGC-CPF             EQUAL SPACES
           OR  LNK-CGC-CPF             EQUAL ZEROS
           OR  LNK-CTLE                NOT NUMERIC
               GO TO 2000-99-FIM
           END-IF.

           MOVE LNK-CGC-CPF            TO LST-CGC-CPF.

           READ LSTCAD KEY IS LST-CGC-CPF.

           IF  WRK-FS-LSTCAD           EQUAL '00' OR '02'
               MOVE 'D'                TO LNK-CRITERIO
               PERFORM 4000-DEVOLVER-ENTRADA
               GO TO 2000-99-FIM
           END-IF.

           IF  WRK-FS-LSTCAD           NOT EQUAL '23'
               MOVE 'I'                TO LNK-COD-RETORNO
           END-IF.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-PESQUISAR-NOME             SECTION.
      *----------------------------------------------------------------*

           IF  LNK-NOME                EQUAL SPACES
               GO TO 3000-99-FIM
           END-IF.

           MOVE LNK-NOME               TO WRK-7270-NOME.
           MOVE SPACES                 TO WRK-7270-FONETICO.

           CALL 'BRAD7270'             USING WRK-AREA-BRAD7270.

           IF  WRK-7270-FONETICO       EQUAL SPACES
               GO TO 3000-99-FIM
           END-IF.

           MOVE WRK-7270-FONETICO      TO LST-FONETICO.

           READ LSTCAD KEY IS LST-FONETICO.

           IF  WRK-FS-LSTCAD           EQUAL '00' OR '02'
               MOVE 'N'                TO LNK-CRITERIO
               PERFORM 4000-DEVOLVER-ENTRADA
               GO TO 3000-99-FIM
           END-IF.

           IF  WRK-FS-LSTCAD           NOT EQUAL '23'
               MOVE 'I'                TO LNK-COD-RETORNO
           END-IF.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-DEVOLVER-ENTRADA           SECTION.
      *----------------------------------------------------------------*

           MOVE 'S'                    TO LNK-COD-RETORNO.
           MOVE LST-ID-ENTRADA         TO LNK-ID-ENTRADA.
           MOVE LST-TIPO-LISTA         TO LNK-TIPO-LISTA.
           MOVE 'A869'                 TO LNK-COD-MENSAGEM-8000.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
