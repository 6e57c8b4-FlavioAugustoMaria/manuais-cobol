      *                   8 DIGITOS DE CAD-PRINCIPAL + 4 DIGITOS DE    *
      *                   CAD-FILIAL). EM AMBOS OS CASOS CAD-CTLE      *
      *                   GUARDA OS 2 DIGITOS VERIFICADORES (MODULO 11)*
      *                   CPF/CNPJ SAO GUARDADOS EM ALFANUMERICO       *
      *                   (DISPLAY) COM ZEROS A ESQUERDA: O CNPJ DA    *
      *                   RECEITA (RAIZ E ORDEM COM LETRAS A-Z) OCUPA  *
      *                   AS 8 ULTIMAS POSICOES DE CAD-PRINCIPAL E AS  *
      *                   4 ULTIMAS DE CAD-FILIAL; OS DVS CONTINUAM    *
      *                   NUMERICOS. DOCUMENTO SO COM DIGITOS SEGUE A  *
      *                   REGRA NUMERICA ORIGINAL; COM LETRAS, CADA    *
      *                   CARACTERE VALE O SEU CODIGO ASCII MENOS 48   *
      *                   ('0'-'9' = 0-9, 'A' = 17 ... 'Z' = 42) E O   *
      *                   MODULO 11 E CALCULADO COM OS MESMOS PESOS.   *
      *                   CPF COM LETRA, LETRA MINUSCULA OU FORA DAS   *
      *                   POSICOES DO CNPJ E DV NAO NUMERICO SAO       *
      *                   RECUSADOS COM E757.                          *
      *----------------------------------------------------------------*
      *    RETORNO.....:  LNK-COD-RETORNO 'S' = VALIDO / 'N' = INVALIDO*
      *                   LNK-COD-MENSAGEM-8000 = CODIGO DE MENSAGEM   *
       01  WRK-BASE-13-X REDEFINES WRK-BASE-13
                                       PIC  X(013).

       01  WRK-BASE-CAR                PIC  X(012)         VALUE SPACES.

       77  WRK-PRINCIPAL-NUM           PIC  9(009)         VALUE ZEROS.
       77  WRK-FILIAL-NUM              PIC  9(005)         VALUE ZEROS.

       01  WRK-DIGITO-TAB.
           05  WRK-DIGITO              PIC  9(002)
                                       OCCURS 13 TIMES.

      *    CARACTERES ADMITIDOS NA BASE DO CNPJ, NA ORDEM DO CODIGO
      *    ASCII: POSICAO 1-10 = DIGITOS (VALOR 0-9), 11-36 = LETRAS
      *    (VALOR 17-42), INDEPENDENTE DO CODIGO DA MAQUINA.
       01  WRK-TAB-CARACTERES          PIC  X(036)         VALUE
           '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  FILLER REDEFINES WRK-TAB-CARACTERES.
           05  WRK-CARACTERE           PIC  X(001)
                                       OCCURS 36 TIMES.

       77  WRK-IDX-CAR                 PIC  9(002) COMP    VALUE ZEROS.
       77  WRK-ACHOU-CAR               PIC  X(001)         VALUE 'N'.

       77  WRK-QTD-BASE                PIC  9(002) COMP    VALUE ZEROS.
       77  WRK-IDX                     PIC  9(002) COMP    VALUE ZEROS.
       77  WRK-PESO                    PIC  9(001) COMP    VALUE ZEROS.

       01  LNK-BRAD7200-AREA.
           05  LNK-CAD-CGC-CPF.
               10  LNK-CAD-PRINCIPAL   PIC  X(09).
               10  LNK-CAD-FILIAL      PIC  X(05).
               10  LNK-CAD-CTLE        PIC  9(02).
           05  LNK-COD-RETORNO         PIC  X(01).
               88  LNK-CGC-VALIDO                          VALUE 'S'.

           PERFORM 2000-MONTAR-BASE.

           IF  LNK-CGC-VALIDO
               PERFORM 3000-CALCULAR-DIGITOS
               PERFORM 4000-CONFERIR-DIGITOS
           END-IF.

           GOBACK.

           MOVE 'S'                    TO LNK-COD-RETORNO.
           MOVE SPACES                 TO LNK-COD-MENSAGEM-8000.
           MOVE ZEROS                  TO WRK-BASE-13.
           MOVE SPACES                 TO WRK-BASE-CAR.
           MOVE ZEROS                  TO WRK-DIGITO-TAB.

           IF  LNK-CAD-FILIAL          EQUAL ZEROS
       2000-MONTAR-BASE                SECTION.
      *----------------------------------------------------------------*

           IF  LNK-CAD-CTLE            NOT NUMERIC
               PERFORM 2900-RECUSAR-FORMATO
               GO TO 2000-99-FIM
           END-IF.

           IF  WRK-DOCTO-CPF
               IF  LNK-CAD-PRINCIPAL   NOT NUMERIC
                   PERFORM 2900-RECUSAR-FORMATO
                   GO TO 2000-99-FIM
               END-IF
               MOVE LNK-CAD-PRINCIPAL  TO WRK-BASE-CAR
               MOVE 09                 TO WRK-QTD-BASE
           ELSE
               IF  LNK-CAD-PRINCIPAL   NUMERIC AND
                   LNK-CAD-FILIAL      NUMERIC
                   MOVE LNK-CAD-PRINCIPAL
                                       TO WRK-PRINCIPAL-NUM
                   MOVE LNK-CAD-FILIAL TO WRK-FILIAL-NUM
                   COMPUTE WRK-BASE-13 =
                       FUNCTION MOD(WRK-PRINCIPAL-NUM, 100000000)
                       * 10000
                       + FUNCTION MOD(WRK-FILIAL-NUM, 10000)
                   MOVE WRK-BASE-13-X(2:12)
                                       TO WRK-BASE-CAR
               ELSE
                   IF  LNK-CAD-PRINCIPAL(1:1) NOT EQUAL '0' OR
                       LNK-CAD-FILIAL(1:1)    NOT EQUAL '0'
                       PERFORM 2900-RECUSAR-FORMATO
                       GO TO 2000-99-FIM
                   END-IF
                   MOVE LNK-CAD-PRINCIPAL(2:8)
                                       TO WRK-BASE-CAR(1:8)
                   MOVE LNK-CAD-FILIAL(2:4)
                                       TO WRK-BASE-CAR(9:4)
               END-IF
               MOVE 12                 TO WRK-QTD-BASE
           END-IF.

           PERFORM VARYING WRK-IDX     FROM 1 BY 1
                     UNTIL WRK-IDX     > WRK-QTD-BASE
                        OR LNK-CGC-INVALIDO
               PERFORM 2100-CONVERTER-CARACTERE
           END-PERFORM.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-CONVERTER-CARACTERE        SECTION.
      *----------------------------------------------------------------*
      *    VALOR DO CARACTERE WRK-IDX DA BASE PARA O MODULO 11: CODIGO *
      *    ASCII - 48 (DIGITO = ELE MESMO, 'A' = 17 ... 'Z' = 42).     *
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-ACHOU-CAR.

           PERFORM VARYING WRK-IDX-CAR FROM 1 BY 1
                     UNTIL WRK-IDX-CAR > 36
                        OR WRK-ACHOU-CAR EQUAL 'S'
               IF  WRK-BASE-CAR(WRK-IDX:1)
                                       EQUAL WRK-CARACTERE(WRK-IDX-CAR)
                   MOVE 'S'            TO WRK-ACHOU-CAR
                   IF  WRK-IDX-CAR     > 10
                       COMPUTE WRK-DIGITO(WRK-IDX) = WRK-IDX-CAR + 6
                   ELSE
                       COMPUTE WRK-DIGITO(WRK-IDX) = WRK-IDX-CAR - 1
                   END-IF
               END-IF
           END-PERFORM.

           IF  WRK-ACHOU-CAR           EQUAL 'N'
               PERFORM 2900-RECUSAR-FORMATO
           END-IF.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2900-RECUSAR-FORMATO            SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO LNK-COD-RETORNO.
           MOVE 'E757'                 TO LNK-COD-MENSAGEM-8000.

      *----------------------------------------------------------------*
       2900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-CALCULAR-DIGITOS           SECTION.
      *----------------------------------------------------------------*
