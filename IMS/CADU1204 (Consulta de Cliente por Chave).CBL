      *                   NO ARQUIVO CADACLIE-VSAM (KSDS POR           *
      *                   CAD-CHAVE), SEM DEPENDER DE PASSADA          *
      *                   SEQUENCIAL COMPLETA.                         *
      *                   CLIENTE CUJO TITULAR CONSTA COMO FALECIDO,   *
      *                   OU CNPJ BAIXADO, NA RECEITA FEDERAL          *
      *                   (BRAD0550) E EXIBIDO COM O AVISO A867.       *
      *                   CONTA NAO ENCONTRADA PELA CHAVE INFORMADA    *
      *                   QUE FOI RE-CHAVEADA NO FECHAMENTO/           *
      *                   INCORPORACAO DE AGENCIA (BRAD0600) E         *
      *                   LOCALIZADA PELA CHAVE NOVA (REFERENCIA       *
      *                   CRUZADA XREFCAD, VIA BRAD7300) E EXIBIDA COM *
      *                   A CHAVE NOVA E O AVISO A876.                 *
      *                   CLIENTE COM ALTERACAO AGENDADA NO AGDCAD     *
      *                   (DATA DE VIGENCIA FUTURA, CADU1203/BRAD0430) *
      *                   E EXIBIDO COM A PRIMEIRA DATA DE VIGENCIA    *
      *                   PENDENTE E O AVISO A881, CONSULTADOS NA      *
      *                   BRAD7410.                                    *
      *----------------------------------------------------------------*
      *    TELA........:                                               *
      *    CADU1204T  -   TELA DE CONSULTA DE CLIENTE.                 *
      *    I#BRAD7C   -   AREA DE TRATAMENTO DE ERROS.                 *
      *    I#CADUAA   -   BOOK PARA O CADU8000.                        *
      *    I#CADREG   -   LAYOUT DO REGISTRO DE CLIENTES (CADACLIE).   *
      *    I#XRFCOM   -   AREA DE COMUNICACAO COM A BRAD7300.          *
      *    I#USOCOM   -   AREA DE COMUNICACAO COM A BRAD7390.          *
      *    I#AGDCOM   -   AREA DE COMUNICACAO COM A BRAD7410.          *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD0660   -   COMPACTAR MENSAGENS DE NAVEGACAO.            *
      *    BRAD7100   -   TRATAMENTO DE ERROS.                         *
      *    BRAD7300   -   CHAVE EM VIGOR DE CONTA RE-CHAVEADA.         *
      *    BRAD7390   -   REGISTRO DE USO DA TRANSACAO (USOCAD).       *
      *    BRAD7410   -   ALTERACOES CADASTRAIS AGENDADAS (AGDCAD).    *
      *    POOL5000   -   CONEXAO IMS.                                 *
      *    CADU8000   -   OBTEM MENSAGENS DO SISTEMA.                  *
      *----------------------------------------------------------------*
             10 WRK-INP-RAZAO-1204        PIC  9(005)      VALUE ZEROS.
             10 WRK-INP-CONTA-1204        PIC  9(007)      VALUE ZEROS.
             10 WRK-INP-CGC-CPF-1204.
               15 WRK-INP-PRINCIPAL-1204  PIC  X(009)      VALUE ZEROS.
               15 WRK-INP-FILIAL-1204     PIC  X(005)      VALUE ZEROS.
               15 WRK-INP-CTLE-1204       PIC  9(002)      VALUE ZEROS.
             10 WRK-INP-MENSA-1204        PIC  X(079)      VALUE SPACES.

      *----------------------------------------------------------------*

       01  WRK-OUTPUT-1204.
           05 WRK-OUT-LL-1204             PIC S9(004) COMP VALUE +0351.
           05 WRK-OUT-ZZ-1204             PIC  9(004) COMP VALUE ZEROS.
           05 WRK-OUT-DADOS-1204.
             10 WRK-OUT-SENHAS-1204       PIC  X(037)      VALUE SPACES.
             10 WRK-OUT-FAX-1204          PIC  X(013)      VALUE SPACES.
             10 WRK-OUT-POSTO-1204        PIC  ZZZ         VALUE SPACES.
             10 WRK-OUT-RAMO-1204         PIC  ZZZZ9       VALUE SPACES.
             10 WRK-OUT-NOVA-AGENCIA-1204 PIC  ZZZZ9       VALUE SPACES.
             10 WRK-OUT-NOVA-RAZAO-1204   PIC  ZZZZ9       VALUE SPACES.
             10 WRK-OUT-NOVA-CONTA-1204   PIC  ZZZZZZ9     VALUE SPACES.
             10 WRK-OUT-DT-AGENDA-1204    PIC  X(010)      VALUE SPACES.
             10 WRK-OUT-MENSA-1204        PIC  X(079)      VALUE SPACES.

      *----------------------------------------------------------------*

       01  WRK-660-CADU1204T.
           05 WRK-660-LL-AREA-1204     PIC  9(004) COMP    VALUE  0018.
           05 WRK-660-LL-MENSAGEM-1204 PIC  9(004) COMP    VALUE  0351.
           05 WRK-660-SENHAS-1204      PIC  9(004) COMP    VALUE  0037.
           05 WRK-660-NOME-1204        PIC  9(004) COMP    VALUE  1040.
           05 WRK-660-LOGRADOURO-1204  PIC  9(004) COMP    VALUE  1030.
           05 WRK-660-FAX-1204         PIC  9(004) COMP    VALUE  1013.
           05 WRK-660-POSTO-1204       PIC  9(004) COMP    VALUE  1003.
           05 WRK-660-RAMO-1204        PIC  9(004) COMP    VALUE  1005.
           05 WRK-660-NOVA-AGENCIA-1204
                                       PIC  9(004) COMP    VALUE  1005.
           05 WRK-660-NOVA-RAZAO-1204  PIC  9(004) COMP    VALUE  1005.
           05 WRK-660-NOVA-CONTA-1204  PIC  9(004) COMP    VALUE  1007.
           05 WRK-660-DT-AGENDA-1204   PIC  9(004) COMP    VALUE  1010.
           05 WRK-660-MENSA-1204       PIC  9(004) COMP    VALUE  0079.

      *----------------------------------------------------------------*

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
           '*** AREA DE COMUNICACAO COM BRAD7410 ***'.
      *----------------------------------------------------------------*

       COPY 'I#AGDCOM'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA PARA TRATAMENTO DE ERRO BRAD7100 ***'.

           MOVE SPACES                 TO  WRK-OUT-DADOS-1204.

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
           MOVE 'CADU1204'             TO USOA-TRANSACAO.
           MOVE WRK-COD-MENSAGEM-8000  TO USOA-COD-MENSAGEM.

           EVALUATE TRUE
               WHEN WRK-TRANSACAO      NOT EQUAL 'CADU1204'
                   MOVE 'INICIO'       TO USOA-FUNCAO
               WHEN WRK-INP-PFK-1204   EQUAL '.' AND
                    WRK-INP-COMANDO-1204(1:3) EQUAL 'PFK'
                   MOVE WRK-INP-COMANDO-1204
                                       TO USOA-FUNCAO
               WHEN WRK-INP-PFK-1204   EQUAL '.'
                   MOVE 'ENTER'        TO USOA-FUNCAO
               WHEN WRK-INP-PFK-1204   EQUAL 'H'
                   MOVE 'PFK01'        TO USOA-FUNCAO
               WHEN OTHER
                   MOVE 'PFK0'         TO USOA-FUNCAO
                   MOVE WRK-INP-PFK-1204 TO USOA-FUNCAO(5:1)
           END-EVALUATE.

           CALL 'BRAD7390'             USING USO-AREA.

      *----------------------------------------------------------------*
       0090-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * ROTINA PRINCIPAL                                               *
      ******************************************************************
       1220-TRATAR-ENTER               SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO XRFA-COD-RETORNO.

           MOVE ZEROS                  TO CAD-AGENCIA
                                           CAD-RAZAO
                                           CAD-CONTA.
           MOVE WRK-INP-RAZAO-1204     TO CAD-RAZAO.
           MOVE WRK-INP-CONTA-1204     TO CAD-CONTA.

      *    CNPJ ALFANUMERICO: LETRAS EM MAIUSCULAS E ZEROS A ESQUERDA,
      *    COMO GRAVADO NO CAD-CGC-CPF.
           INSPECT WRK-INP-CGC-CPF-1204
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WRK-INP-PRINCIPAL-1204
                   REPLACING LEADING SPACE BY ZERO.
           INSPECT WRK-INP-FILIAL-1204
                   REPLACING LEADING SPACE BY ZERO.

           IF  CAD-AGENCIA             EQUAL ZEROS AND
               CAD-RAZAO               EQUAL ZEROS AND
               CAD-CONTA               EQUAL ZEROS AND
               WRK-INP-CGC-CPF-1204    NOT EQUAL ZEROS AND
               WRK-INP-CGC-CPF-1204    NOT EQUAL SPACES
      *        NENHUMA CONTA INFORMADA MAS O OPERADOR PREENCHEU O
      *        CPF/CNPJ - BUSCA PELO INDICE ALTERNATIVO EM VEZ DA
      *        CHAVE PRIMARIA.
               PERFORM 1227-LER-CADACLIE-POR-CPF
           ELSE
               PERFORM 1225-LER-CADACLIE-VSAM
               IF  WRK-FS-CADAVSAM     EQUAL '23'
                   PERFORM 1228-LER-PELA-CHAVE-NOVA
               END-IF
           END-IF.

           IF  WRK-FS-CADAVSAM         EQUAL '00'
               PERFORM 1226-MONTAR-SAIDA-CLIENTE
               PERFORM 1229-CONSULTAR-AGENDAMENTO
               INITIALIZE WRK-AREA-CADU8000
      *        TITULAR FALECIDO OU CNPJ BAIXADO NA RECEITA FEDERAL
      *        (BRAD0550): O CLIENTE E EXIBIDO COM O AVISO A867, QUE
      *        PREVALECE SOBRE O AVISO DE CONTA RE-CHAVEADA (A876) E
      *        ESTE SOBRE O DE ALTERACAO AGENDADA (A881) - A DATA DE
      *        VIGENCIA PENDENTE APARECE NA TELA DE QUALQUER FORMA.
               EVALUATE TRUE
                   WHEN CAD-SIT-NAO-CONTATAR
                       MOVE 'A867'     TO WRK-COD-MENSAGEM-8000
                   WHEN XRFA-RECHAVEADA
                       MOVE 'A876'     TO WRK-COD-MENSAGEM-8000
                   WHEN AGDA-OK
                       MOVE 'A881'     TO WRK-COD-MENSAGEM-8000
                   WHEN OTHER
                       MOVE 'A854'     TO WRK-COD-MENSAGEM-8000
               END-EVALUATE
               PERFORM 1110-ACESSAR-CADU8000
           ELSE
               IF  WRK-FS-CADAVSAM     EQUAL '23'
       1227-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * CONTA NAO ENCONTRADA PELA CHAVE INFORMADA: CONSULTA A          *
      * REFERENCIA CRUZADA DE CHAVES (BRAD7300) E, SE A CONTA FOI      *
      * RE-CHAVEADA, LE PELA CHAVE EM VIGOR E DEVOLVE A CHAVE NOVA     *
      * PARA A TELA                                                    *
      ******************************************************************
      *----------------------------------------------------------------*
       1228-LER-PELA-CHAVE-NOVA        SECTION.
      *----------------------------------------------------------------*

           MOVE CAD-AGENCIA            TO XRFA-AGENCIA-INF.
           MOVE CAD-RAZAO              TO XRFA-RAZAO-INF.
           MOVE CAD-CONTA              TO XRFA-CONTA-INF.

           CALL 'BRAD7300'             USING XRF-AREA.

           IF  NOT XRFA-RECHAVEADA
               GO TO 1228-99-FIM
           END-IF.

           MOVE XRFA-AGENCIA-VIG       TO CAD-AGENCIA.
           MOVE XRFA-RAZAO-VIG         TO CAD-RAZAO.
           MOVE XRFA-CONTA-VIG         TO CAD-CONTA.

           PERFORM 1225-LER-CADACLIE-VSAM.

           IF  WRK-FS-CADAVSAM         EQUAL '00'
               MOVE XRFA-AGENCIA-VIG   TO WRK-OUT-NOVA-AGENCIA-1204
               MOVE XRFA-RAZAO-VIG     TO WRK-OUT-NOVA-RAZAO-1204
               MOVE XRFA-CONTA-VIG     TO WRK-OUT-NOVA-CONTA-1204
           ELSE
               MOVE 'N'                TO XRFA-COD-RETORNO
           END-IF.

      *----------------------------------------------------------------*
       1228-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * CONSULTA NA BRAD7410 SE HA ALTERACAO AGENDADA PARA A CONTA     *
      * EXIBIDA E, HAVENDO, DEVOLVE A PRIMEIRA DATA DE VIGENCIA        *
      * PENDENTE PARA A TELA (DD/MM/AAAA)                              *
      ******************************************************************
      *----------------------------------------------------------------*
       1229-CONSULTAR-AGENDAMENTO      SECTION.
      *----------------------------------------------------------------*

           INITIALIZE AGD-AREA.
           SET AGDA-CONSULTAR          TO TRUE.
           MOVE CAD-AGENCIA            TO AGDA-AGENCIA.
           MOVE CAD-RAZAO              TO AGDA-RAZAO.
           MOVE CAD-CONTA              TO AGDA-CONTA.

           CALL 'BRAD7410'             USING AGD-AREA.

           IF  AGDA-OK
               STRING AGDA-DT-EFETIVA(7:2) '/'
                      AGDA-DT-EFETIVA(5:2) '/'
                      AGDA-DT-EFETIVA(1:4)
                      DELIMITED BY SIZE
                      INTO WRK-OUT-DT-AGENDA-1204
           END-IF.

      *----------------------------------------------------------------*
       1229-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * MONTA A SAIDA COM OS DADOS DO CLIENTE LOCALIZADO               *
      ******************************************************************
                                             LNK-ALT-PCB
           END-IF.

           SET USOA-RESULT-ERRO-SISTEMA
                                       TO TRUE.
           PERFORM 0090-GRAVAR-REGISTRO-USO.

           PERFORM 2000-FINALIZAR.

      *----------------------------------------------------------------*
