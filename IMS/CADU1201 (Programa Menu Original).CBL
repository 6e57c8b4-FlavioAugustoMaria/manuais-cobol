      *    BOOK'S......:                                               *
      *    I#BRAD7C   -   AREA DE TRATAMENTO DE ERROS.                 *
      *    I#CADUAA   -   BOOK PARA O CADU8000.                        *
      *    I#USOCOM   -   AREA DE COMUNICACAO COM A BRAD7390.          *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD0660   -   COMPACTAR MENSAGENS DE NAVEGACAO.            *
      *    BRAD7100   -   TRATAMENTO DE ERROS.                         *
      *    BRAD7160   -   PARAMETROS OPERACIONAIS (PARMCAD).           *
      *    BRAD7390   -   REGISTRO DE USO DA TRANSACAO (USOCAD).       *
      *    POOL5000   -   CONEXAO IMS.                                 *
      *    CADU8000   -   OBTEM MENSAGENS DO SISTEMA.                  *
      *----------------------------------------------------------------*
      *                                        CADU1208                *
      *                                        CADU1209                *
      *                                        CADU1210                *
      *                                        CADU1211                *
      *                                        CADU1212                *
      *                                        CADU1213                *
      *================================================================*
                                                                        
      *================================================================*
      *    POIS E QUEM EFETIVA AS OPERACOES DE DUPLO CONTROLE. A        *
      *    OPCAO 10 (CADU1209, BUSCA DE CLIENTE POR NOME) E CONSULTA    *
      *    E FICA ABERTA A QUALQUER DEPARTAMENTO, ASSIM COMO A OPCAO    *
      *    11 (CADU1210, HISTORICO DE ALTERACOES DA CONTA). A OPCAO 12  *
      *    (CADU1211, ANALISE DE OCORRENCIAS DE LISTA RESTRITIVA) E     *
      *    DA AREA DE COMPLIANCE - MESMA ALCADA DA APROVACAO (OPCAO 9). *
      *    A OPCAO 13 (CADU1212, CO-TITULARES E REPRESENTANTES DA       *
      *    CONTA) GRAVA NO TITCAD - MESMA ALCADA DA ALTERACAO (OPCAO 3).*
      *    A OPCAO 14 (CADU1213, MANUTENCAO DOS ARQUIVOS DE REFERENCIA  *
      *    PARMCAD/DOMCAD/CALCAD/DDDCAD) TEM A MESMA ALCADA DA OPCAO 7, *
      *    POIS ALTERA LIMIARES E TABELAS USADOS POR TODO O SISTEMA.    *
      *----------------------------------------------------------------*

       01  WRK-TAB-DEPTO-MIN-LIT.
           05  FILLER                  PIC  X(004)         VALUE '0400'.
           05  FILLER                  PIC  X(004)         VALUE '0000'.
           05  FILLER                  PIC  X(004)         VALUE '0000'.
           05  FILLER                  PIC  X(004)         VALUE '0400'.
           05  FILLER                  PIC  X(004)         VALUE '0100'.
           05  FILLER                  PIC  X(004)         VALUE '0500'.

       01  WRK-TAB-DEPTO-MIN REDEFINES WRK-TAB-DEPTO-MIN-LIT.
           05  WRK-DEPTO-MIN           PIC  9(004)
                                       OCCURS 14 TIMES.

       77  WRK-OPCAO-SELECIONADA       PIC  9(002)         VALUE ZEROS.
       77  WRK-ACESSO-NEGADO           PIC  X(001)         VALUE 'N'.
      *----------------------------------------------------------------*
                                                                        
       COPY 'I#CADUAA'.                                                   

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE COMUNICACAO COM BRAD7390 ***'.
      *----------------------------------------------------------------*

       COPY 'I#USOCOM'.
                                                                        
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE        

           MOVE SPACES                 TO  WRK-OUT-DADOS-TBTM.

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
      *    NO MENU, O ENTER QUE SELECIONA UMA OPCAO E REGISTRADO COMO  *
      *    'OPCAONN' (NN = NUMERO DA OPCAO), INCLUSIVE QUANDO RECUSADA *
      *    POR ALCADA (E722), PARA A REVISAO DE ACESSOS.               *
      *----------------------------------------------------------------*

           MOVE WRK-COD-USER           TO USOA-COD-USER.
           MOVE WRK-COD-DEPTO          TO USOA-COD-DEPTO.
           MOVE 'CADU1201'             TO USOA-TRANSACAO.
           MOVE WRK-COD-MENSAGEM-8000  TO USOA-COD-MENSAGEM.

           EVALUATE TRUE
               WHEN WRK-TRANSACAO      NOT EQUAL 'CADU1201'
                   MOVE 'INICIO'       TO USOA-FUNCAO
               WHEN WRK-INP-PFK-TBTM   EQUAL '.' AND
                    WRK-INP-COMANDO-TBTM(1:3) EQUAL 'PFK'
                   MOVE WRK-INP-COMANDO-TBTM
                                       TO USOA-FUNCAO
               WHEN WRK-INP-PFK-TBTM   EQUAL '.' AND
                    WRK-OPCAO-SELECIONADA NOT EQUAL ZEROS
                   MOVE 'OPCAO'        TO USOA-FUNCAO
                   MOVE WRK-OPCAO-SELECIONADA
                                       TO USOA-FUNCAO(6:2)
               WHEN WRK-INP-PFK-TBTM   EQUAL '.' AND
                    WRK-TELA           EQUAL 'CADU1204'
                   MOVE 'OPCAO05'      TO USOA-FUNCAO
               WHEN WRK-INP-PFK-TBTM   EQUAL '.'
                   MOVE 'ENTER'        TO USOA-FUNCAO
               WHEN WRK-INP-PFK-TBTM   EQUAL 'H'
                   MOVE 'PFK01'        TO USOA-FUNCAO
               WHEN OTHER
                   MOVE 'PFK0'         TO USOA-FUNCAO
                   MOVE WRK-INP-PFK-TBTM TO USOA-FUNCAO(5:1)
           END-EVALUATE.

           CALL 'BRAD7390'             USING USO-AREA.

      *----------------------------------------------------------------*
       0090-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * ROTINA PRINCIPAL                                               *
      ******************************************************************
               MOVE 11                 TO WRK-OPCAO-SELECIONADA
           END-IF.

           IF ((WRK-INP-LINHA-TBTM     EQUAL 30  AND
                WRK-INP-COLUNA-TBTM    EQUAL 29) OR
                WRK-INP-COMANDO-TBTM   EQUAL '12')
               MOVE 'CADU1211'         TO WRK-TELA
               MOVE 'S'                TO WRK-OPCAO-CONSIS
               MOVE 12                 TO WRK-OPCAO-SELECIONADA
           END-IF.

           IF ((WRK-INP-LINHA-TBTM     EQUAL 32  AND
                WRK-INP-COLUNA-TBTM    EQUAL 29) OR
                WRK-INP-COMANDO-TBTM   EQUAL '13')
               MOVE 'CADU1212'         TO WRK-TELA
               MOVE 'S'                TO WRK-OPCAO-CONSIS
               MOVE 13                 TO WRK-OPCAO-SELECIONADA
           END-IF.

           IF ((WRK-INP-LINHA-TBTM     EQUAL 34  AND
                WRK-INP-COLUNA-TBTM    EQUAL 29) OR
                WRK-INP-COMANDO-TBTM   EQUAL '14')
               MOVE 'CADU1213'         TO WRK-TELA
               MOVE 'S'                TO WRK-OPCAO-CONSIS
               MOVE 14                 TO WRK-OPCAO-SELECIONADA
           END-IF.

           IF  WRK-OPCAO-CONSIS        EQUAL 'S' AND
               WRK-OPCAO-SELECIONADA   NOT EQUAL ZEROS
               PERFORM 1225-VERIFICAR-ACESSO
      *----------------------------------------------------------------*

      ******************************************************************
      * CONTROLE DE ACESSO POR DEPARTAMENTO NAS OPCOES 1 A 4 E 6 A 14  *
      ******************************************************************
      *----------------------------------------------------------------*
       1225-VERIFICAR-ACESSO           SECTION.
               MOVE 'S'                TO WRK-ACESSO-NEGADO
               MOVE 'CADUTBTM'         TO WRK-TELA
               MOVE 'E722'             TO WRK-COD-MENSAGEM-8000
               SET USOA-RESULT-RECUSA  TO TRUE
               PERFORM 1110-ACESSAR-CADU8000
           END-IF.

                                             LNK-ALT-PCB
           END-IF.
                                                                        
           SET USOA-RESULT-ERRO-SISTEMA
                                       TO TRUE.
           PERFORM 0090-GRAVAR-REGISTRO-USO.

           PERFORM 2000-FINALIZAR.                                      
                                                                        
      *----------------------------------------------------------------*
