      *                   REGRA(5 = ULTMV/ABERT, SO NO MODO A).        *
      *                   DECICON - PRINCIPAL(9) FILIAL(5) CTLE(2) +   *
      *                   AGENCIA(5) RAZAO(5) CONTA(7) DA CONTA        *
      *                   SOBREVIVENTE, LRECL 80. PRINCIPAL E FILIAL   *
      *                   ALFANUMERICOS COM ZEROS A ESQUERDA (COMO     *
      *                   CAD-CGC-CPF); O RESTO NUMERICO DISPLAY.      *
      *----------------------------------------------------------------*
      *    RELATORIO...:  RELCONSO - UMA LINHA POR GRUPO (DOCUMENTO +  *
      *                   SOBREVIVENTE) E UMA POR CONTA ATUALIZADA OU  *
           BLOCK CONTAINS 0 RECORDS.

       01  REG-DECICON.
           05  DEC-PRINCIPAL            PIC  X(09).
           05  DEC-FILIAL               PIC  X(05).
           05  DEC-CTLE                 PIC  9(02).
           05  DEC-AGENCIA              PIC  9(05).
           05  DEC-RAZAO                PIC  9(05).
       77  WRK-MAX-GRUPO               PIC  9(003) COMP    VALUE 100.
       77  WRK-IDX                     PIC  9(003) COMP    VALUE ZEROS.
       77  WRK-IDX-SOBREV              PIC  9(003) COMP    VALUE ZEROS.
       77  WRK-CGC-GRUPO               PIC  X(016)         VALUE SPACES.
       77  WRK-CHAVE-SOBREV            PIC  X(010)         VALUE SPACES.
       77  WRK-MELHOR-DATA             PIC  9(009) COMP-3  VALUE ZEROS.

       01  LIN-GRUPO.
           05  FILLER                  PIC  X(010)         VALUE
               'CPF/CNPJ: '.
           05  LIN-GRP-PRINCIPAL       PIC  X(009).
           05  FILLER                  PIC  X(001)         VALUE '/'.
           05  LIN-GRP-FILIAL          PIC  X(005).
           05  FILLER                  PIC  X(001)         VALUE '-'.
           05  LIN-GRP-CTLE            PIC  9(002).
           05  FILLER                  PIC  X(015)         VALUE
      *    CONSOLIDACAO DESLOCAM O PONTEIRO DO ARQUIVO.                *
      *----------------------------------------------------------------*

           MOVE LOW-VALUES             TO CAD-CGC-CPF.

           START CADACLIE-VSAM KEY NOT LESS CAD-CGC-CPF.

