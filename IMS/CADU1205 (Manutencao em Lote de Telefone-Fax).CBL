      *    I#BRAD7C   -   AREA DE TRATAMENTO DE ERROS.                 *
      *    I#CADUAA   -   BOOK PARA O CADU8000.                        *
      *    I#CADREG   -   LAYOUT DO REGISTRO DE CLIENTES (CADACLIE).   *
      *    I#USOCOM   -   AREA DE COMUNICACAO COM A BRAD7390.          *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD0660   -   COMPACTAR MENSAGENS DE NAVEGACAO.            *
      *    BRAD7160   -   PARAMETROS OPERACIONAIS (PARMCAD).           *
      *    BRAD7220   -   VALIDACAO DE DDD/TELEFONE (DDDCAD).          *
      *    BRAD7260   -   SEMAFORO DA JANELA BATCH (SEMCAD).          *
      *    BRAD7390   -   REGISTRO DE USO DA TRANSACAO (USOCAD).       *
      *    POOL5000   -   CONEXAO IMS.                                 *
      *    CADU8000   -   OBTEM MENSAGENS DO SISTEMA.                  *
      *----------------------------------------------------------------*

       COPY 'I#CADUAA'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE COMUNICACAO COM BRAD7390 ***'.
      *----------------------------------------------------------------*

       COPY 'I#USOCOM'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA PARA TRATAMENTO DE ERRO BRAD7100 ***'.

           MOVE SPACES                 TO  WRK-OUT-DADOS-1205.

           PERFORM 0080-INICIAR-REGISTRO-USO.

           PERFORM 1000-ROTINA-PRINCIPAL.

           PERFORM 0090-GRAVAR-REGISTRO-USO.

           GO TO 0000-PROCESSAR-TRANSACAO.

      *----------------------------------------------------------------*
       0070-99-FIM.                    EXIT.
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
           MOVE 'CADU1205'             TO USOA-TRANSACAO.
           MOVE WRK-COD-MENSAGEM-8000  TO USOA-COD-MENSAGEM.

           EVALUATE TRUE
               WHEN WRK-TRANSACAO      NOT EQUAL 'CADU1205'
                   MOVE 'INICIO'       TO USOA-FUNCAO
               WHEN WRK-INP-PFK-1205   EQUAL '.' AND
                    WRK-INP-COMANDO-1205(1:3) EQUAL 'PFK'
                   MOVE WRK-INP-COMANDO-1205
                                       TO USOA-FUNCAO
               WHEN WRK-INP-PFK-1205   EQUAL '.'
                   MOVE 'ENTER'        TO USOA-FUNCAO
               WHEN WRK-INP-PFK-1205   EQUAL 'H'
                   MOVE 'PFK01'        TO USOA-FUNCAO
               WHEN OTHER
                   MOVE 'PFK0'         TO USOA-FUNCAO
                   MOVE WRK-INP-PFK-1205 TO USOA-FUNCAO(5:1)
           END-EVALUATE.

           CALL 'BRAD7390'             USING USO-AREA.

      *----------------------------------------------------------------*
       0090-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * ROTINA PRINCIPAL                                               *
      ******************************************************************

           IF  WRK-7260-JANELA-ABERTA
               IF  WRK-INP-COMANDO-1205 EQUAL 'FORCAR'
                   SET USOA-RESULT-FORCAR TO TRUE
                   PERFORM 1215-REGISTRAR-OVERRIDE
               ELSE
                   INITIALIZE WRK-AREA-CADU8000
                   MOVE 'E745'         TO WRK-COD-MENSAGEM-8000
                   SET USOA-RESULT-RECUSA TO TRUE
                   PERFORM 1110-ACESSAR-CADU8000
                   GO TO 1220-99-FIM
               END-IF
                                             LNK-ALT-PCB
           END-IF.

           SET USOA-RESULT-ERRO-SISTEMA
                                       TO TRUE.
           PERFORM 0090-GRAVAR-REGISTRO-USO.

           PERFORM 2000-FINALIZAR.

      *----------------------------------------------------------------*
