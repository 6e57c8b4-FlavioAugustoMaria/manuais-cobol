      *                   RECENTE AO CADASTRO ATIVO (CADACLIE-VSAM),   *
      *                   ATENDENDO AOS PEDIDOS DO JURIDICO. IMPRIME   *
      *                   O RESULTADO DO RESGATE (RELRESG).            *
      *                   CONTA RE-CHAVEADA NO FECHAMENTO/             *
      *                   INCORPORACAO DE AGENCIA (BRAD0600): A CHAVE  *
      *                   DO CARTAO E RESOLVIDA PELA REFERENCIA        *
      *                   CRUZADA XREFCAD (BRAD7300); A IMAGEM         *
      *                   ARQUIVADA NA CHAVE ANTIGA OU NA NOVA E       *
      *                   ACEITA E O RESGATE E FEITO SEMPRE NA CHAVE   *
      *                   EM VIGOR.                                    *
      *                   O RESGATE E GRAVADO NO JORNAL DE ALTERACOES  *
      *                   (CADHIST) PELA BRAD7140 COMO INCLUSAO DA     *
      *                   TRANSACAO 'BRAD0410', COMO A REMOCAO DO      *
      *                   BRAD0400, PARA QUE O JORNAL CONTINUE         *
      *                   BATENDO COM O CADASTRO (BRAD0630) E O CCS    *
      *                   (BRAD0580) INFORME O REINICIO.               *
      *----------------------------------------------------------------*
      *    PARAMETRO...:  PARMARQ - 1 REGISTRO COM AGENCIA(5)          *
      *                   RAZAO(5) CONTA(7), NUMERICO DISPLAY.         *
      *    BOOK'S......:                                               *
      *    I#CADREG - LAYOUT DO REGISTRO DE CLIENTES (CADACLIE).       *
      *    I#CADARQ - LAYOUT DO ARQUIVO MORTO DE CONTAS ENCERRADAS.    *
      *    I#XRFCOM - AREA DE COMUNICACAO COM O MODULO BRAD7300.       *
      *    I#CADHSC - AREA DE COMUNICACAO COM O MODULO BRAD7140.       *
      *    I#BRAD7C - AREA PARA TRATAMENTO DE ERRO PELA BRAD7100       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD7100 - MODULO TRATAMENTO DE ERRO.                       *
      *    BRAD7110 - MODULO DE LOG DE AUDITORIA.                      *
      *    BRAD7130 - MODULO DE TOTAIS DE EXECUCAO (RUNSTAT).          *
      *    BRAD7140 - MODULO DO JORNAL DE ALTERACOES (CADHIST).        *
      *    BRAD7300 - MODULO DA CHAVE EM VIGOR DE CONTA RE-CHAVEADA.   *
      *    BRAD7310 - CONVERSAO DE IMAGEM DO LAYOUT ANTERIOR.          *
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
           05  WRK-CP-RAZAO            PIC  9(05)  COMP-3  VALUE ZEROS.
           05  WRK-CP-CONTA            PIC  9(07)  COMP-3  VALUE ZEROS.

       01  WRK-CHAVE-VIGENTE.
           05  WRK-CV-AGENCIA          PIC  9(05)  COMP-3  VALUE ZEROS.
           05  WRK-CV-RAZAO            PIC  9(05)  COMP-3  VALUE ZEROS.
           05  WRK-CV-CONTA            PIC  9(07)  COMP-3  VALUE ZEROS.

       01  WRK-IMAGEM-RESGATE          PIC  X(280)         VALUE SPACES.
       01  WRK-DATA-HORA-RESGATE       PIC  X(021)         VALUE SPACES.

           05  LIN-PED-CONTA           PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(096)         VALUE SPACES.

       01  LIN-CHAVE-VIGENTE.
           05  FILLER                  PIC  X(017)         VALUE
               'CHAVE EM VIGOR.: '.
           05  LIN-VIG-AGENCIA         PIC  ZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE '/'.
           05  LIN-VIG-RAZAO           PIC  ZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE '/'.
           05  LIN-VIG-CONTA           PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(050)         VALUE
               '  (CONTA RE-CHAVEADA NO FECHAMENTO DE AGENCIA)'.
           05  FILLER                  PIC  X(046)         VALUE SPACES.

       01  LIN-RESULTADO.
           05  FILLER                  PIC  X(011)         VALUE
               'RESULTADO: '.
               ' - FILE STATUS = '.
           05  WRK-FILE-STATUS         PIC  X(002)         VALUE SPACES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DA BRAD7310 - CONVERSAO DE IMAGEM     ***'.
      *----------------------------------------------------------------*

       01  WRK-AREA-BRAD7310.
           05  WRK-7310-IMAGEM         PIC  X(280)         VALUE SPACES.
           05  WRK-7310-COD-RETORNO    PIC  X(001)         VALUE SPACES.
               88  WRK-IMAGEM-CONVERTIDA-7310              VALUE 'S'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DA BRAD7130 - TOTAIS DE EXECUCAO      ***'.

       COPY 'I#BRAD7S'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE COMUNICACAO COM A BRAD7300         ***'.
      *----------------------------------------------------------------*

       COPY 'I#XRFCOM'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE COMUNICACAO COM A BRAD7140         ***'.
      *----------------------------------------------------------------*

       COPY 'I#CADHSC'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DA BRAD7100                           ***'.
           MOVE PRM-RAZAO             TO WRK-CP-RAZAO.
           MOVE PRM-CONTA             TO WRK-CP-CONTA.

           MOVE WRK-CHAVE-PROC        TO XRFA-CHAVE-INFORMADA.
           CALL 'BRAD7300'            USING XRF-AREA.
           MOVE XRFA-CHAVE-VIGENTE    TO WRK-CHAVE-VIGENTE.

           OPEN INPUT  CADARQV.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'CADARQV'             TO WRK-NOME-ARQUIVO.

           ADD 1                       TO WRK-TOT-LIDOS.

      *    IMAGEM ARQUIVADA ANTES DA CONVERSAO DO CPF/CNPJ PARA
      *    ALFANUMERICO VOLTA NO LAYOUT ATUAL DO I#CADREG.
           MOVE ARQ-IMAGEM             TO WRK-7310-IMAGEM.
           CALL 'BRAD7310'             USING WRK-AREA-BRAD7310.
           MOVE WRK-7310-IMAGEM        TO ARQ-IMAGEM.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

           MOVE ARQ-IMAGEM             TO REG-CADACLIE.

      *    CONTA NAO RE-CHAVEADA: A CHAVE EM VIGOR E A PROPRIA CHAVE
      *    PROCURADA.
           IF  CAD-CHAVE               EQUAL WRK-CHAVE-PROC OR
               CAD-CHAVE               EQUAL WRK-CHAVE-VIGENTE
               MOVE ARQ-IMAGEM         TO WRK-IMAGEM-RESGATE
               MOVE ARQ-DATA-HORA      TO WRK-DATA-HORA-RESGATE
               MOVE 'S'                TO WRK-ENCONTROU
           WRITE REG-RELRESG           FROM LIN-PEDIDO.
           PERFORM 2710-TESTAR-RELRESG.

           IF  XRFA-RECHAVEADA
               MOVE WRK-CV-AGENCIA     TO LIN-VIG-AGENCIA
               MOVE WRK-CV-RAZAO       TO LIN-VIG-RAZAO
               MOVE WRK-CV-CONTA       TO LIN-VIG-CONTA
               WRITE REG-RELRESG       FROM LIN-CHAVE-VIGENTE
               PERFORM 2710-TESTAR-RELRESG
           END-IF.

           WRITE REG-RELRESG           FROM LIN-BRANCO.
           PERFORM 2710-TESTAR-RELRESG.

           END-IF.

           MOVE WRK-IMAGEM-RESGATE     TO REG-CADACLIE.
           MOVE WRK-CHAVE-VIGENTE      TO CAD-CHAVE.

           OPEN I-O CADACLIE-VSAM.
           SET WRK-ABERTURA            TO TRUE.
           EVALUATE WRK-FS-CADAVSAM
               WHEN '00'
                   ADD 1               TO WRK-TOT-DEVOLVIDOS
                   PERFORM 2550-GRAVAR-JORNAL
                   MOVE 'REGISTRO DEVOLVIDO AO CADASTRO ATIVO'
                                       TO LIN-RES-TEXTO
               WHEN '22'
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2550-GRAVAR-JORNAL              SECTION.
      *----------------------------------------------------------------*
      *    A IMAGEM DEVOLVIDA (JA NA CHAVE EM VIGOR) ESTA EM           *
      *    REG-CADACLIE APOS O WRITE.                                  *
      *----------------------------------------------------------------*

           MOVE CAD-AGENCIA            TO HSTA-AGENCIA.
           MOVE CAD-RAZAO              TO HSTA-RAZAO.
           MOVE CAD-CONTA              TO HSTA-CONTA.
           MOVE 'I'                    TO HSTA-OPERACAO.
           MOVE WRK-BATCH              TO HSTA-COD-USER.
           MOVE WRK-BATCH              TO HSTA-COD-DEPTO.
           MOVE 'BRAD0410'             TO HSTA-TRANSACAO.
           MOVE LOW-VALUES             TO HSTA-IMAGEM-ANTES.
           MOVE REG-CADACLIE           TO HSTA-IMAGEM-DEPOIS.

           CALL 'BRAD7140'             USING HST-AREA.

      *----------------------------------------------------------------*
       2550-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2710-TESTAR-RELRESG             SECTION.
      *----------------------------------------------------------------*
