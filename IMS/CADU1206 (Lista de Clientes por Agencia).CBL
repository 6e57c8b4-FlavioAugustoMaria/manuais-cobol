      *    I#BRAD7C   -   AREA DE TRATAMENTO DE ERROS.                 *
      *    I#CADUAA   -   BOOK PARA O CADU8000.                        *
      *    I#CADREG   -   LAYOUT DO REGISTRO DE CLIENTES (CADACLIE).   *
      *    I#USOCOM   -   AREA DE COMUNICACAO COM A BRAD7390.          *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD0660   -   COMPACTAR MENSAGENS DE NAVEGACAO.            *
      *    BRAD7100   -   TRATAMENTO DE ERROS.                         *
      *    BRAD7110   -   LOG DE AUDITORIA.                            *
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

           MOVE SPACES                 TO  WRK-OUT-DADOS-1206.

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
           MOVE 'CADU1206'             TO USOA-TRANSACAO.
           MOVE WRK-COD-MENSAGEM-8000  TO USOA-COD-MENSAGEM.

           EVALUATE TRUE
               WHEN WRK-TRANSACAO      NOT EQUAL 'CADU1206'
                   MOVE 'INICIO'       TO USOA-FUNCAO
               WHEN WRK-INP-PFK-1206   EQUAL '.' AND
                    WRK-INP-COMANDO-1206(1:3) EQUAL 'PFK'
                   MOVE WRK-INP-COMANDO-1206
                                       TO USOA-FUNCAO
               WHEN WRK-INP-PFK-1206   EQUAL '.'
                   MOVE 'ENTER'        TO USOA-FUNCAO
               WHEN WRK-INP-PFK-1206   EQUAL 'H'
                   MOVE 'PFK01'        TO USOA-FUNCAO
               WHEN OTHER
                   MOVE 'PFK0'         TO USOA-FUNCAO
                   MOVE WRK-INP-PFK-1206 TO USOA-FUNCAO(5:1)
           END-EVALUATE.

           CALL 'BRAD7390'             USING USO-AREA.

      *----------------------------------------------------------------*
       0090-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * ROTINA PRINCIPAL                                               *
      ******************************************************************
                                             LNK-ALT-PCB
           END-IF.

           SET USOA-RESULT-ERRO-SISTEMA
                                       TO TRUE.
           PERFORM 0090-GRAVAR-REGISTRO-USO.

           PERFORM 2000-FINALIZAR.

      *----------------------------------------------------------------*
