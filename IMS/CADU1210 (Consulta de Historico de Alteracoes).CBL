      *                   'QUEM ALTEROU MEU ENDERECO E QUANDO'         *
      *                   RESPONDIDO NO ATO, SEM ABRIR CHAMADO PARA    *
      *                   O BATCH BRAD7150.                            *
      *                   CONTA RE-CHAVEADA NO FECHAMENTO/             *
      *                   INCORPORACAO DE AGENCIA (BRAD0600): A CHAVE  *
      *                   ANTIGA INFORMADA E RESOLVIDA PELA            *
      *                   REFERENCIA CRUZADA XREFCAD (BRAD7300) E A    *
      *                   LISTA REUNE AS OCORRENCIAS DA CHAVE ANTIGA   *
      *                   E DA CHAVE NOVA, COM O AVISO A876.           *
      *----------------------------------------------------------------*
      *    PAGINACAO...:  AS OCORRENCIAS DA CONTA SAO CARREGADAS EM    *
      *                   TABELA (AS 200 MAIS RECENTES) A CADA         *
      *    I#BRAD7C   -   AREA DE TRATAMENTO DE ERROS.                 *
      *    I#CADUAA   -   BOOK PARA O CADU8000.                        *
      *    I#CADHST   -   LAYOUT DO REGISTRO DO JORNAL (CADHIST).      *
      *    I#XRFCOM   -   AREA DE COMUNICACAO COM A BRAD7300.          *
      *    I#USOCOM   -   AREA DE COMUNICACAO COM A BRAD7390.          *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD0660   -   COMPACTAR MENSAGENS DE NAVEGACAO.            *
      *    BRAD7100   -   TRATAMENTO DE ERROS.                         *
      *    BRAD7110   -   LOG DE AUDITORIA.                            *
      *    BRAD7300   -   CHAVE EM VIGOR DE CONTA RE-CHAVEADA.         *
      *    BRAD7310   -   CONVERSAO DE IMAGEM DO LAYOUT ANTERIOR.      *
      *    BRAD7390   -   REGISTRO DE USO DA TRANSACAO (USOCAD).       *
      *    POOL5000   -   CONEXAO IMS.                                 *
      *    CADU8000   -   OBTEM MENSAGENS DO SISTEMA.                  *
      *----------------------------------------------------------------*
           '*** AREA DE DECODIFICACAO DAS IMAGENS ***'.
      *----------------------------------------------------------------*
      *    MESMOS DESLOCAMENTOS DO REG-CADACLIE (I#CADREG), SO COM OS  *
      *    CAMPOS DECODIFICADOS NO BLOCO DE DETALHE. IMAGEM GRAVADA    *
      *    ANTES DA CONVERSAO DO CPF/CNPJ PARA ALFANUMERICO PASSA      *
      *    ANTES PELA BRAD7310.                                        *
      *----------------------------------------------------------------*

       01  WRK-IMAGEM-DECODE.
           05  FILLER                  PIC  X(010).
           05  FILLER                  PIC  X(001).
           05  WRK-DEC-PRINCIPAL       PIC  X(009).
           05  WRK-DEC-FILIAL          PIC  X(005).
           05  WRK-DEC-CTLE            PIC  9(002).
           05  WRK-DEC-NOME            PIC  X(040).
           05  WRK-DEC-LOGRADOURO      PIC  X(030).
           05  WRK-DEC-COMPL-CEP       PIC  9(003).
           05  WRK-DEC-DDD-FONE        PIC  X(004).
           05  WRK-DEC-NRO-FONE        PIC  9(009) COMP-3.
           05  FILLER                  PIC  X(095).

       01  WRK-AREA-BRAD7310.
           05  WRK-7310-IMAGEM         PIC  X(280)         VALUE SPACES.
           05  WRK-7310-COD-RETORNO    PIC  X(001)         VALUE SPACES.
               88  WRK-IMAGEM-CONVERTIDA-7310              VALUE 'S'.

       01  WRK-CGC-DISPLAY.
           05  WRK-CGC-PRINCIPAL-D     PIC  X(009).
           05  FILLER                  PIC  X(001)         VALUE '/'.
           05  WRK-CGC-FILIAL-D        PIC  X(005).
           05  FILLER                  PIC  X(001)         VALUE '-'.
           05  WRK-CGC-CTLE-D          PIC  9(002).


       COPY 'I#CADUAA'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE COMUNICACAO COM BRAD7390 ***'.
      *----------------------------------------------------------------*

       COPY 'I#USOCOM'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE COMUNICACAO COM BRAD7300 ***'.
      *----------------------------------------------------------------*

       COPY 'I#XRFCOM'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA PARA TRATAMENTO DE ERRO BRAD7100 ***'.

           MOVE SPACES                 TO  WRK-OUT-DADOS-1210.

           PERFORM 0080-INICIAR-REGISTRO-USO.

           PERFORM 1000-ROTINA-PRINCIPAL.

           PERFORM 0090-GRAVAR-REGISTRO-USO.

           GO TO 0000-PROCESSAR-TRANSACAO.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * REGISTRO DE USO DA TRANSACAO (BRAD7390)                        *
      ******************************************************************
      *----------------------------------------------------------------*
       0080-INICIAR-REGISTRO-USO       SECTION.
      *----------------------------------------------------------------*
      *    CARIMBA O INICIO DO PROCESSAMENTO DA MENSAGEM RECEBIDA PARA *
      *    O CALCULO DO TEMPO DE RESPOSTA NA BRAD7390.                 *
      *----------------------------------------------------------------*

           INITIALIZE USO-AREA.

           MOVE FUNCTION CURRENT-DATE  TO USOA-DATA-HORA-INICIO.

           MOVE SPACES                 TO WRK-COD-MENSAGEM-8000.

      *----------------------------------------------------------------*
       0080-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       0090-GRAVAR-REGISTRO-USO        SECTION.
      *----------------------------------------------------------------*
      *    GRAVA O REGISTRO DE USO DA INTERACAO: FUNCAO ACIONADA       *
      *    (TECLA OU COMANDO), MENSAGEM DEVOLVIDA E RESULTADO - A      *
      *    RECUSA E O USO DO 'FORCAR' JA FORAM SINALIZADOS NA USO-AREA *
      *    DURANTE O PROCESSAMENTO.                                    *
      *----------------------------------------------------------------*

           MOVE WRK-COD-USER           TO USOA-COD-USER.
           MOVE WRK-COD-DEPTO          TO USOA-COD-DEPTO.
           MOVE 'CADU1210'             TO USOA-TRANSACAO.
           MOVE WRK-COD-MENSAGEM-8000  TO USOA-COD-MENSAGEM.

           EVALUATE TRUE
               WHEN WRK-TRANSACAO      NOT EQUAL 'CADU1210'
                   MOVE 'INICIO'       TO USOA-FUNCAO
               WHEN WRK-INP-PFK-1210   EQUAL '.' AND
                    WRK-INP-COMANDO-1210(1:3) EQUAL 'PFK'
                   MOVE WRK-INP-COMANDO-1210
                                       TO USOA-FUNCAO
               WHEN WRK-INP-PFK-1210   EQUAL '.'
                   MOVE 'ENTER'        TO USOA-FUNCAO
               WHEN WRK-INP-PFK-1210   EQUAL 'H'
                   MOVE 'PFK01'        TO USOA-FUNCAO
               WHEN OTHER
                   MOVE 'PFK0'         TO USOA-FUNCAO
                   MOVE WRK-INP-PFK-1210 TO USOA-FUNCAO(5:1)
           END-EVALUATE.

           CALL 'BRAD7390'             USING USO-AREA.

      *----------------------------------------------------------------*
       0090-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * ROTINA PRINCIPAL                                               *
      ******************************************************************
           MOVE WRK-INP-PAGINA-1210    TO WRK-OUT-PAGINA-1210.
           MOVE WRK-INP-SELECAO-1210   TO WRK-OUT-SELECAO-1210.

      *    CHAVE ANTIGA DE CONTA RE-CHAVEADA: AS OCORRENCIAS DA CHAVE
      *    EM VIGOR TAMBEM ENTRAM NA LISTA (A CHAVE ECOADA CONTINUA A
      *    INFORMADA, PARA A PAGINACAO SEGUIR O MESMO CRITERIO).
           MOVE WRK-INP-AGENCIA-1210   TO XRFA-AGENCIA-INF.
           MOVE WRK-INP-RAZAO-1210     TO XRFA-RAZAO-INF.
           MOVE WRK-INP-CONTA-1210     TO XRFA-CONTA-INF.

           CALL 'BRAD7300'             USING XRF-AREA.

           PERFORM 1240-CARREGAR-OCORRENCIAS.

           IF  WRK-QTD-OCORRENCIAS     EQUAL ZEROS
               IF  WRK-IDX             < 1
                   MOVE 'A864'         TO WRK-COD-MENSAGEM-8000
               ELSE
                   IF  XRFA-RECHAVEADA
                       MOVE 'A876'     TO WRK-COD-MENSAGEM-8000
                   ELSE
                       MOVE 'A854'     TO WRK-COD-MENSAGEM-8000
                   END-IF
               END-IF
               PERFORM 1110-ACESSAR-CADU8000
           END-IF.
                   HST-RAZAO           EQUAL WRK-INP-RAZAO-1210   AND
                   HST-CONTA           EQUAL WRK-INP-CONTA-1210
                   PERFORM 1247-GUARDAR-OCORRENCIA
               ELSE
                   IF  XRFA-RECHAVEADA                        AND
                       HST-AGENCIA     EQUAL XRFA-AGENCIA-VIG AND
                       HST-RAZAO       EQUAL XRFA-RAZAO-VIG   AND
                       HST-CONTA       EQUAL XRFA-CONTA-VIG
                       PERFORM 1247-GUARDAR-OCORRENCIA
                   END-IF
               END-IF
               PERFORM 1245-LER-CADHIST
           END-PERFORM.
           IF  HST-OPER-INCLUSAO
               MOVE '(INEXISTENTE)'    TO WRK-OUT-NOME-ANT-1210
           ELSE
               MOVE HST-IMAGEM-ANTES   TO WRK-7310-IMAGEM
               CALL 'BRAD7310'         USING WRK-AREA-BRAD7310
               MOVE WRK-7310-IMAGEM    TO WRK-IMAGEM-DECODE
               PERFORM 1260-DECODIFICAR-ANTES
           END-IF.

           IF  HST-OPER-EXCLUSAO
               MOVE '(INEXISTENTE)'    TO WRK-OUT-NOME-DEP-1210
           ELSE
               MOVE HST-IMAGEM-DEPOIS  TO WRK-7310-IMAGEM
               CALL 'BRAD7310'         USING WRK-AREA-BRAD7310
               MOVE WRK-7310-IMAGEM    TO WRK-IMAGEM-DECODE
               PERFORM 1270-DECODIFICAR-DEPOIS
           END-IF.

                                             LNK-ALT-PCB
           END-IF.

           SET USOA-RESULT-ERRO-SISTEMA
                                       TO TRUE.
           PERFORM 0090-GRAVAR-REGISTRO-USO.

           PERFORM 2000-FINALIZAR.

      *----------------------------------------------------------------*
