      *    OBJETIVO....:  MONITOR DE COMPLETUDE DA CADEIA BATCH,       *
      *                   EXECUTADO NO FIM DA JANELA: CRUZA A GRADE    *
      *                   ESPERADA (PRGESP - PROGRAMA, FREQUENCIA      *
      *                   DIARIA/SEMANAL/MENSAL, SEQUENCIA) COM OS     *
      *                   REGISTROS DO RUNSTAT (GRAVADOS PELA          *
      *                   BRAD7130) DA DATA DE PROCESSAMENTO E IMPRIME *
      *                   O QUADRO DE SITUACAO DE UMA PAGINA:          *
      *                   EXECUTADO / EXECUTADO COM REJEICOES /        *
      *                   AUSENTE, COM HORARIOS DE INICIO/FIM E        *
      *                   CONTADORES. UM PASSO AUSENTE DEIXA DE SER    *
      *                   DESCOBERTO DIAS DEPOIS POR UM RELATORIO      *
      *                   VELHO: O PROPRIO RETURN-CODE ACIONA A        *
      *                   OPERACAO NA MESMA NOITE.                     *
      *----------------------------------------------------------------*
      *    GRADE.......:  PRGESP - UM REGISTRO POR PROGRAMA ESPERADO:  *
      *                   PROGRAMA(8) FREQUENCIA(1 = D DIARIA / S      *
      *                   SEMANAL / M MENSAL) SEQUENCIA(3), DISPLAY,   *
      *                   LRECL 80. FREQUENCIA 'D' CASA COM RUNSTAT DA *
      *                   DATA DE PROCESSAMENTO; 'S' CASA COM QUALQUER *
      *                   EXECUCAO DOS ULTIMOS SETE DIAS, CONTANDO A   *
      *                   DATA DE PROCESSAMENTO; 'M' CASA COM QUALQUER *
      *                   EXECUCAO DO MES CORRENTE (O MONITOR DEVE SER *
      *                   AGENDADO DEPOIS DOS DIAS DE EXECUCAO         *
      *                   MENSAL). VALE SEMPRE A EXECUCAO MAIS         *
      *                   RECENTE.                                     *
      *----------------------------------------------------------------*
           05  PRG-PGM                  PIC  X(08).
           05  PRG-FREQUENCIA           PIC  X(01).
               88  PRG-FREQ-DIARIA                      VALUE 'D'.
               88  PRG-FREQ-SEMANAL                     VALUE 'S'.
               88  PRG-FREQ-MENSAL                      VALUE 'M'.
           05  PRG-SEQUENCIA            PIC  9(03).
           05  FILLER                   PIC  X(68).
       77  WRK-SQLCA-OU-STATUS         PIC  X(136)         VALUE SPACES.
       77  WRK-HOJE-AAAAMMDD           PIC  9(008)         VALUE ZEROS.
       77  WRK-HOJE-AAAAMM             PIC  9(006)         VALUE ZEROS.
       77  WRK-INICIO-SEMANA           PIC  9(008)         VALUE ZEROS.
       77  WRK-TOT-ESPERADOS           PIC  9(003) COMP    VALUE ZEROS.
       77  WRK-TOT-EXECUTADOS          PIC  9(003) COMP    VALUE ZEROS.
       77  WRK-TOT-COM-REJEICAO        PIC  9(003) COMP    VALUE ZEROS.
                                       TO WRK-HOJE-AAAAMMDD.
           MOVE WRK-HOJE-AAAAMMDD(1:6) TO WRK-HOJE-AAAAMM.

           COMPUTE WRK-INICIO-SEMANA  =
                   FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WRK-HOJE-AAAAMMDD) - 6).

           OPEN INPUT  PRGESP.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'PRGESP'              TO WRK-NOME-ARQUIVO.
       3000-CRUZAR-RUNSTAT             SECTION.
      *----------------------------------------------------------------*
      *    UMA UNICA PASSADA PELO RUNSTAT: CADA REGISTRO DA DATA (OU   *
      *    DA SEMANA OU DO MES, PARA FREQUENCIA SEMANAL OU MENSAL)     *
      *    ATUALIZA A ENTRADA DA GRADE DO PROGRAMA; EXECUCOES          *
      *    REPETIDAS FICAM COM A MAIS RECENTE (O ARQUIVO E GRAVADO EM  *
      *    ORDEM CRONOLOGICA).                                         *
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FECHAR.
                   IF (WRK-ESP-FREQUENCIA(WRK-IDX) EQUAL 'D' AND
                       RUN-DATA-HORA-INICIO(1:8)
                                       EQUAL WRK-HOJE-AAAAMMDD)
                   OR (WRK-ESP-FREQUENCIA(WRK-IDX) EQUAL 'S' AND
                       RUN-DATA-HORA-INICIO(1:8)
                                       NOT LESS WRK-INICIO-SEMANA)
                   OR (WRK-ESP-FREQUENCIA(WRK-IDX) EQUAL 'M' AND
                       RUN-DATA-HORA-INICIO(1:6)
                                       EQUAL WRK-HOJE-AAAAMM)
