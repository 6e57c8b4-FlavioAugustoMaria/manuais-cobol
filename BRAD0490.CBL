      *                     BRAD7200) - DOCUMENTOS IGUAIS CONTINUAM    *
      *                     IGUAIS (O BRAD0380 ACHA OS MESMOS          *
      *                     GRUPOS) E DOCUMENTOS DIFERENTES NAO        *
      *                     COLIDEM; CNPJ ALFANUMERICO TEM CADA        *
      *                     CARACTERE DA RAIZ TROCADO DENTRO DA SUA    *
      *                     CLASSE (DIGITO POR DIGITO, LETRA POR       *
      *                     LETRA), CONTINUANDO ALFANUMERICO;          *
      *                   - TELEFONE E FAX COM O NUMERO TRANSFORMADO   *
      *                     PELA MESMA TECNICA (DDD PRESERVADO).       *
      *                   CHAVES (AGENCIA/RAZAO/CONTA), DATAS E       *

       77  WRK-TIPO-DOCTO              PIC  X(001)         VALUE SPACES.
           88  WRK-DOCTO-CPF                               VALUE 'F'.
           88  WRK-DOCTO-CNPJ                               VALUE 'J'
                                                                 'A'.
           88  WRK-DOCTO-CNPJ-ALFA                          VALUE 'A'.

       01  WRK-BASE-13                 PIC  9(013)         VALUE ZEROS.
       01  WRK-BASE-13-X REDEFINES WRK-BASE-13
                                       PIC  X(013).

       01  WRK-DIGITO-TAB.
           05  WRK-DIGITO              PIC  9(002)
                                       OCCURS 13 TIMES.

      *    CARACTERES ACEITOS NO CNPJ ALFANUMERICO, NA ORDEM DO VALOR
      *    (POSICAO 1 A 10 = 0 A 9; POSICAO 11 A 36 = 17 A 42)
       01  WRK-TAB-CARACTERES.
           05  FILLER                  PIC  X(036)         VALUE
               '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  FILLER                      REDEFINES WRK-TAB-CARACTERES.
           05  WRK-CARACTERE           PIC  X(001)
                                       OCCURS 36 TIMES.

       77  WRK-QTD-BASE                PIC  9(002) COMP    VALUE ZEROS.
       77  WRK-IDX                     PIC  9(002) COMP    VALUE ZEROS.
       77  WRK-PESO                    PIC  9(001) COMP    VALUE ZEROS.
       77  WRK-DV1                     PIC  9(001)         VALUE ZEROS.
       77  WRK-DV2                     PIC  9(001)         VALUE ZEROS.
       77  WRK-PRINCIPAL-NOVO          PIC  9(009)         VALUE ZEROS.
       77  WRK-PRINCIPAL-NUM           PIC  9(009)         VALUE ZEROS.
       77  WRK-FILIAL-NUM              PIC  9(005)         VALUE ZEROS.
       77  WRK-IDX-CAR                 PIC  9(002) COMP    VALUE ZEROS.
       77  WRK-POS-NOVA                PIC  9(002) COMP    VALUE ZEROS.
       01  WRK-BASE-CAR                PIC  X(012)         VALUE SPACES.
       77  WRK-BASE-CNPJ               PIC  9(008)         VALUE ZEROS.
       77  WRK-FONE-NOVO               PIC  9(009)         VALUE ZEROS.

           PERFORM 2500-MASCARAR-REGISTRO.

           IF  WRK-PRIMEIRO-REG        EQUAL 'S'
               MOVE REG-CADACLIE(68:109)
                                       TO WRK-END-PRIMEIRO
               MOVE 'N'                TO WRK-PRIMEIRO-REG
           END-IF.
               GO TO 2400-99-FIM
           END-IF.

           MOVE WRK-REG-RETIDO(68:109) TO WRK-END-TROCA.
           MOVE REG-CADACLIE(68:109)   TO WRK-REG-RETIDO(68:109).
           MOVE WRK-END-TROCA          TO REG-CADACLIE(68:109).

           PERFORM 2700-GRAVAR-RETIDO.

      *    RECALCULADOS PELA MESMA REGRA DE MODULO 11 DA BRAD7200,     *
      *    PARA QUE O DOCUMENTO MASCARADO CONTINUE PASSANDO NA         *
      *    VALIDACAO. DOCUMENTOS IGUAIS GERAM SEMPRE O MESMO           *
      *    RESULTADO E DOCUMENTOS DIFERENTES NAO COLIDEM. CNPJ         *
      *    ALFANUMERICO (COM LETRAS) E TRATADO NA 2515.                *
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-BASE-13.

           IF  CAD-FILIAL              EQUAL ZEROS
               SET WRK-DOCTO-CPF       TO TRUE
               MOVE CAD-PRINCIPAL      TO WRK-PRINCIPAL-NUM
               COMPUTE WRK-PRINCIPAL-NOVO =
                       FUNCTION MOD(WRK-PRINCIPAL-NUM * 7 + 123456789,
                                    1000000000)
               MOVE WRK-PRINCIPAL-NOVO TO CAD-PRINCIPAL
               MOVE WRK-PRINCIPAL-NOVO TO WRK-BASE-13
               MOVE 09                 TO WRK-QTD-BASE
           ELSE
             IF  CAD-PRINCIPAL         NUMERIC AND
                 CAD-FILIAL            NUMERIC
               SET WRK-DOCTO-CNPJ      TO TRUE
               MOVE CAD-PRINCIPAL      TO WRK-PRINCIPAL-NUM
               MOVE CAD-FILIAL         TO WRK-FILIAL-NUM
               COMPUTE WRK-BASE-CNPJ   =
                       FUNCTION MOD(
                       FUNCTION MOD(WRK-PRINCIPAL-NUM, 100000000)
                       * 7 + 1234567, 100000000)
               COMPUTE WRK-PRINCIPAL-NUM =
                       WRK-PRINCIPAL-NUM
                       - FUNCTION MOD(WRK-PRINCIPAL-NUM, 100000000)
                       + WRK-BASE-CNPJ
               MOVE WRK-PRINCIPAL-NUM  TO CAD-PRINCIPAL
               COMPUTE WRK-BASE-13     = WRK-BASE-CNPJ * 10000
                                       + FUNCTION MOD(WRK-FILIAL-NUM,
                                                      10000)
               MOVE 12                 TO WRK-QTD-BASE
             ELSE
               SET WRK-DOCTO-CNPJ-ALFA TO TRUE
               PERFORM 2515-MASCARAR-CNPJ-ALFA
               MOVE 12                 TO WRK-QTD-BASE
             END-IF
           END-IF.

           IF  NOT WRK-DOCTO-CNPJ-ALFA
               PERFORM VARYING WRK-IDX FROM 1 BY 1
                         UNTIL WRK-IDX > WRK-QTD-BASE
                   MOVE WRK-BASE-13-X(13 - WRK-QTD-BASE + WRK-IDX : 1)
                                       TO WRK-DIGITO(WRK-IDX)
               END-PERFORM
           END-IF.

           PERFORM 2520-CALCULAR-MODULO-11.
           MOVE WRK-DV-CALC            TO WRK-DV1.
       2510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2515-MASCARAR-CNPJ-ALFA         SECTION.
      *----------------------------------------------------------------*
      *    CADA UM DOS 8 CARACTERES DA RAIZ (CAD-PRINCIPAL(2:8)) E     *
      *    DESLOCADO NA TABELA DENTRO DA SUA CLASSE - DIGITO MODULO    *
      *    10, LETRA MODULO 26 - COM DESLOCAMENTO QUE DEPENDE DA       *
      *    POSICAO. A TROCA E BIJETORA EM CADA POSICAO E AS LETRAS     *
      *    CONTINUAM LETRAS, ENTAO O RESULTADO NAO COLIDE COM OUTRO    *
      *    CNPJ ALFANUMERICO NEM COM UM DOCUMENTO NUMERICO. A ORDEM    *
      *    (FILIAL) E PRESERVADA. A BASE DO MODULO 11 USA O VALOR DE   *
      *    CADA CARACTERE PELA REGRA DA BRAD7200 (ASCII - 48).         *
      *----------------------------------------------------------------*

           MOVE CAD-PRINCIPAL(2:8)     TO WRK-BASE-CAR(1:8).
           MOVE CAD-FILIAL(2:4)        TO WRK-BASE-CAR(9:4).

           PERFORM VARYING WRK-IDX     FROM 1 BY 1
                     UNTIL WRK-IDX     > 12
               MOVE 1                  TO WRK-IDX-CAR
               PERFORM UNTIL WRK-IDX-CAR > 36
                          OR WRK-CARACTERE(WRK-IDX-CAR) EQUAL
                             WRK-BASE-CAR(WRK-IDX:1)
                   ADD 1               TO WRK-IDX-CAR
               END-PERFORM
               IF  WRK-IDX-CAR         > 36
                   MOVE 1              TO WRK-IDX-CAR
               END-IF
               IF  WRK-IDX             NOT GREATER 8
                   IF  WRK-IDX-CAR     NOT GREATER 10
                       COMPUTE WRK-POS-NOVA =
                               FUNCTION MOD(WRK-IDX-CAR - 1 + 3
                                            + WRK-IDX, 10) + 1
                   ELSE
                       COMPUTE WRK-POS-NOVA =
                               FUNCTION MOD(WRK-IDX-CAR - 11 + 7
                                            + WRK-IDX, 26) + 11
                   END-IF
                   MOVE WRK-POS-NOVA   TO WRK-IDX-CAR
                   MOVE WRK-CARACTERE(WRK-IDX-CAR)
                                       TO WRK-BASE-CAR(WRK-IDX:1)
               END-IF
               IF  WRK-IDX-CAR         GREATER 10
                   COMPUTE WRK-DIGITO(WRK-IDX) = WRK-IDX-CAR + 6
               ELSE
                   COMPUTE WRK-DIGITO(WRK-IDX) = WRK-IDX-CAR - 1
               END-IF
           END-PERFORM.

           MOVE WRK-BASE-CAR(1:8)      TO CAD-PRINCIPAL(2:8).

      *----------------------------------------------------------------*
       2515-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2520-CALCULAR-MODULO-11         SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*

           IF  WRK-REGISTRO-RETIDO
               MOVE WRK-END-PRIMEIRO   TO WRK-REG-RETIDO(68:109)
               PERFORM 2700-GRAVAR-RETIDO
           END-IF.

