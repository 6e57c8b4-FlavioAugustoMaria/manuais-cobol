      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. BRAD7310.
       AUTHOR.     FLAVIO AUGUSTO MARIA.
      *================================================================*
      *                   P R I M E  I N F O R M A T I C A             *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  BRAD7310                                     *
      *    PROGRAMADOR.:  FLAVIO AUGUSTO MARIA              -  PRIME   *
      *    ANALISTA....:                                    -          *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  CONVERTER UMA IMAGEM DO REGISTRO DE CLIENTES *
      *                   (280 BYTES) DO LAYOUT ANTERIOR, COM O        *
      *                   CPF/CNPJ COMPACTADO EM 10 BYTES (PRINCIPAL   *
      *                   9(09) COMP-3, FILIAL 9(05) COMP-3, CTLE      *
      *                   9(02)), PARA O LAYOUT ATUAL DO I#CADREG, COM *
      *                   O CPF/CNPJ ALFANUMERICO EM 16 BYTES. USADA   *
      *                   PELA CONVERSAO DO CADASTRO (BRAD0610) E POR  *
      *                   QUEM LE IMAGENS GRAVADAS ANTES DELA:         *
      *                   CADHIST (CADU1210, BRAD7150), APRCAD         *
      *                   (CADU1208) E CADARQV (BRAD0410).             *
      *----------------------------------------------------------------*
      *    REGRA.......:  IMAGEM EM BRANCO OU LOW-VALUES (LADO VAZIO   *
      *                   DE INCLUSAO/EXCLUSAO) E DEVOLVIDA COMO       *
      *                   VEIO. A IMAGEM JA ESTA NO LAYOUT ATUAL       *
      *                   QUANDO AS POSICOES 12 A 27 (CPF/CNPJ) SO     *
      *                   TEM DIGITOS E LETRAS MAIUSCULAS; NO LAYOUT   *
      *                   ANTERIOR ESSAS POSICOES TEM O CPF/CNPJ       *
      *                   COMPACTADO, CUJO 1O BYTE DO FILIAL (X'00' A  *
      *                   X'09') NUNCA E DIGITO NEM LETRA. NA          *
      *                   CONVERSAO OS CAMPOS SEGUINTES AO CPF/CNPJ    *
      *                   SAO DESLOCADOS 6 BYTES; DOS 12 BYTES DA      *
      *                   RESERVA ANTERIOR SOBRAM 6, QUE NO LAYOUT     *
      *                   ATUAL SAO CAD-REVISAO (DATA E SITUACAO DO    *
      *                   RECADASTRAMENTO) E FICAM EM BRANCO - O       *
      *                   BRAD0700 LE A IMAGEM CONVERTIDA COMO NUNCA   *
      *                   REVISADA.                                    *
      *----------------------------------------------------------------*
      *    RETORNO.....:  LNK-COD-RETORNO 'S' = IMAGEM CONVERTIDA      *
      *                   'N' = IMAGEM DEVOLVIDA SEM ALTERACAO.        *
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       CONFIGURATION                   SECTION.
      *----------------------------------------------------------------*

       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.

      *================================================================*
       DATA DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** INICIO DA WORKING BRAD7310                 ***'.
      *----------------------------------------------------------------*

       77  WRK-CGC-TESTE               PIC  X(016)         VALUE SPACES.

      *----------------------------------------------------------------*
      *    REGISTRO DE CLIENTES NO LAYOUT ANTERIOR (280 BYTES)         *
      *----------------------------------------------------------------*
       01  WRK-IMAGEM-ANTERIOR.
           05  WRK-ANT-CHAVE-DIG       PIC  X(011).
           05  WRK-ANT-PRINCIPAL       PIC  9(009) COMP-3.
           05  WRK-ANT-FILIAL          PIC  9(005) COMP-3.
           05  WRK-ANT-CTLE            PIC  X(002).
           05  WRK-ANT-DEMAIS          PIC  X(247).
           05  WRK-ANT-DEMAIS-R        REDEFINES WRK-ANT-DEMAIS.
               10  FILLER              PIC  X(241).
               10  WRK-ANT-SIT-RECEITA PIC  X(001).
               10  WRK-ANT-DT-SIT-RECEITA
                                       PIC  9(009) COMP-3.
           05  WRK-ANT-RESERVA         PIC  X(012).

      *----------------------------------------------------------------*
      *    REGISTRO DE CLIENTES NO LAYOUT ATUAL (I#CADREG, 280 BYTES)  *
      *----------------------------------------------------------------*
       01  WRK-IMAGEM-ATUAL.
           05  WRK-ATU-CHAVE-DIG       PIC  X(011).
           05  WRK-ATU-PRINCIPAL       PIC  9(009).
           05  WRK-ATU-FILIAL          PIC  9(005).
           05  WRK-ATU-CTLE            PIC  X(002).
           05  WRK-ATU-DEMAIS          PIC  X(247).
           05  WRK-ATU-DEMAIS-R        REDEFINES WRK-ATU-DEMAIS.
               10  FILLER              PIC  X(241).
               10  WRK-ATU-SIT-RECEITA PIC  X(001).
               10  WRK-ATU-DT-SIT-RECEITA
                                       PIC  9(009) COMP-3.
           05  WRK-ATU-REVISAO         PIC  X(006).

      *----------------------------------------------------------------*
       LINKAGE SECTION.
      *----------------------------------------------------------------*

       01  LNK-BRAD7310-AREA.
           05  LNK-IMAGEM              PIC  X(280).
           05  LNK-COD-RETORNO         PIC  X(01).
               88  LNK-IMAGEM-CONVERTIDA                   VALUE 'S'.
               88  LNK-IMAGEM-MANTIDA                      VALUE 'N'.

      *================================================================*
       PROCEDURE DIVISION            USING LNK-BRAD7310-AREA.
      *================================================================*

      *----------------------------------------------------------------*
       0000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO LNK-COD-RETORNO.

           PERFORM 1000-VERIFICAR-LAYOUT.

           IF  LNK-IMAGEM-CONVERTIDA
               PERFORM 2000-CONVERTER-IMAGEM
           END-IF.

           GOBACK.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-VERIFICAR-LAYOUT           SECTION.
      *----------------------------------------------------------------*

           IF  LNK-IMAGEM              EQUAL SPACES OR
               LNK-IMAGEM              EQUAL LOW-VALUES
               GO TO 1000-99-FIM
           END-IF.

           MOVE LNK-IMAGEM(12:16)      TO WRK-CGC-TESTE.

           INSPECT WRK-CGC-TESTE
                   CONVERTING 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                           TO '00000000000000000000000000'.

           IF  WRK-CGC-TESTE           NOT NUMERIC
               MOVE 'S'                TO LNK-COD-RETORNO
           END-IF.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-CONVERTER-IMAGEM           SECTION.
      *----------------------------------------------------------------*
      *    O CPF/CNPJ COMPACTADO VAI PARA DISPLAY COM ZEROS A ESQUERDA *
      *    (MESMA FORMA DO CPF/CNPJ DAS TELAS E DO TRANMNT); CAMPO     *
      *    COMPACTADO INVALIDO VAI COMO ZEROS.                         *
      *----------------------------------------------------------------*

           MOVE LNK-IMAGEM             TO WRK-IMAGEM-ANTERIOR.

           MOVE WRK-ANT-CHAVE-DIG      TO WRK-ATU-CHAVE-DIG.

           IF  WRK-ANT-PRINCIPAL       NUMERIC
               MOVE WRK-ANT-PRINCIPAL  TO WRK-ATU-PRINCIPAL
           ELSE
               MOVE ZEROS              TO WRK-ATU-PRINCIPAL
           END-IF.

           IF  WRK-ANT-FILIAL          NUMERIC
               MOVE WRK-ANT-FILIAL     TO WRK-ATU-FILIAL
           ELSE
               MOVE ZEROS              TO WRK-ATU-FILIAL
           END-IF.

           MOVE WRK-ANT-CTLE           TO WRK-ATU-CTLE.
           MOVE WRK-ANT-DEMAIS         TO WRK-ATU-DEMAIS.
      *    IMAGEM ANTERIOR A VERIFICACAO NA RECEITA (BRAD0550) TRAZ A
      *    RESERVA EM BRANCO NO LUGAR DA SITUACAO: NUNCA VERIFICADA.
           IF  WRK-ANT-DT-SIT-RECEITA  NOT NUMERIC
               MOVE SPACES             TO WRK-ATU-SIT-RECEITA
               MOVE ZEROS              TO WRK-ATU-DT-SIT-RECEITA
           END-IF.
      *    CAD-REVISAO EM BRANCO = NUNCA REVISADO (BRAD0700).
           MOVE SPACES                 TO WRK-ATU-REVISAO.

           MOVE WRK-IMAGEM-ATUAL       TO LNK-IMAGEM.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
