      *                   EFETUA O WRITE/REWRITE/DELETE NO              *
      *                   CADACLIE-VSAM PELA CHAVE CAD-CHAVE.           *
      *----------------------------------------------------------------*
      *    RECEITA.....:  A SITUACAO CADASTRAL NA RECEITA FEDERAL      *
      *                   (BRAD0550) NAO E DIGITADA: E PRESERVADA NA   *
      *                   ALTERACAO ENQUANTO O CPF/CNPJ NAO MUDA, E A  *
      *                   ALTERACAO DE CONTA DE TITULAR FALECIDO OU    *
      *                   CNPJ BAIXADO E CONFIRMADA COM O AVISO A868.  *
      *----------------------------------------------------------------*
      *    CPF/CNPJ....:  ALFANUMERICO (CNPJ COM LETRAS NA RAIZ E NA   *
      *                   ORDEM). LETRAS DIGITADAS EM MINUSCULAS SAO   *
      *                   CONVERTIDAS E BRANCOS A ESQUERDA VIRAM ZEROS *
      *                   ANTES DA VALIDACAO NA BRAD7200.              *
      *----------------------------------------------------------------*
      *    DUPLO CONTROLE: AS OPERACOES SENSIVEIS - EXCLUSAO E         *
      *                   ALTERACAO QUE MUDE O CPF/CNPJ - NAO SAO      *
      *                   APLICADAS DIRETO NO CADACLIE-VSAM: SAO       *
      *                   EFETIVA A GRAVACAO E O JORNAL (EXIGENCIA     *
      *                   DA AUDITORIA).                               *
      *----------------------------------------------------------------*
      *    LISTA RESTRITIVA: A INCLUSAO E A ALTERACAO QUE MUDE O NOME  *
      *                   OU O CPF/CNPJ PASSAM PELA TRIAGEM NA LISTA   *
      *                   DE SANCOES/PEP/ORDENS JUDICIAIS (BRAD7280).  *
      *                   COM OCORRENCIA - OU COM A LISTA FORA DO AR - *
      *                   A MANUTENCAO NAO E APLICADA: VAI PARA O      *
      *                   APRCAD COM MOTIVO 'L' E O CODIGO DA ENTRADA  *
      *                   NA LISTA, PARA DECISAO DO SUPERVISOR NO      *
      *                   CADU1208 (AVISO A869 AO OPERADOR).           *
      *----------------------------------------------------------------*
      *    AGENDAMENTO.:  NA ALTERACAO (OPCAO 3) O OPERADOR PODE       *
      *                   INFORMAR UMA DATA DE VIGENCIA FUTURA         *
      *                   (AAAAMMDD): A ALTERACAO PASSA PELAS MESMAS   *
      *                   VALIDACOES MAS NAO E APLICADA NA HORA - O    *
      *                   REGISTRO ATUAL E O ALTERADO SAO GRAVADOS NO  *
      *                   AGDCAD PELA BRAD7410 (AVISO A880) E O        *
      *                   BRAD0690 APLICA NA NOITE DA VIGENCIA. TROCA  *
      *                   DE CPF/CNPJ OU DE NOME NAO E AGENDAVEL       *
      *                   (E765 - PASSA PELA APROVACAO/TRIAGEM NA      *
      *                   HORA); DATA NA INCLUSAO OU EXCLUSAO = E767.  *
      *                   DATA EM BRANCO, ZERADA OU NAO FUTURA =       *
      *                   ALTERACAO IMEDIATA.                          *
      *----------------------------------------------------------------*
      *    RECADASTRAMENTO: O CAMPO DE CONFIRMACAO DE DADOS ('S' OU    *
      *                   'N', BRANCO = 'N', OUTRO VALOR = E768)       *
      *                   INDICA QUE O OPERADOR CONFERIU OS DADOS COM  *
      *                   O CLIENTE. NA ALTERACAO COM 'S' A DATA DE    *
      *                   HOJE VAI PARA CAD-DT-REVISAO COM A SITUACAO  *
      *                   'R' (AVISO A882); A INCLUSAO SEMPRE GRAVA A  *
      *                   REVISAO. SEM CONFIRMACAO A REVISAO DO        *
      *                   REGISTRO E PRESERVADA. ALTERACAO AGENDADA    *
      *                   COM CONFIRMACAO LEVA A REVISAO NA IMAGEM     *
      *                   PROPOSTA (VALE NA DATA DE VIGENCIA). O       *
      *                   CONTROLE DOS VENCIMENTOS E DO BRAD0700.      *
      *----------------------------------------------------------------*
      *    TELA........:                                               *
      *    CADU1203T  -   TELA DE MANUTENCAO DE CLIENTE.               *
      *----------------------------------------------------------------*
      *    I#CADUAA   -   BOOK PARA O CADU8000.                        *
      *    I#CADREG   -   LAYOUT DO REGISTRO DE CLIENTES (CADACLIE).   *
      *    I#CADAPR   -   LAYOUT DO ARQUIVO DE PENDENCIAS (APRCAD).    *
      *    I#USOCOM   -   AREA DE COMUNICACAO COM A BRAD7390.          *
      *    I#AGDCOM   -   AREA DE COMUNICACAO COM A BRAD7410.          *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD0660   -   COMPACTAR MENSAGENS DE NAVEGACAO.            *
      *    BRAD7230   -   VALIDACAO DE E-MAIL/PREF. DE CONTATO.        *
      *    BRAD7250   -   VALIDACAO DE AGENCIA/POSTO/RAMO (DOMCAD).    *
      *    BRAD7260   -   SEMAFORO DA JANELA BATCH (SEMCAD).          *
      *    BRAD7280   -   TRIAGEM EM LISTA RESTRITIVA (LSTCAD).        *
      *    BRAD7390   -   REGISTRO DE USO DA TRANSACAO (USOCAD).       *
      *    BRAD7410   -   ALTERACOES CADASTRAIS AGENDADAS (AGDCAD).    *
      *    POOL5000   -   CONEXAO IMS.                                 *
      *    CADU8000   -   OBTEM MENSAGENS DO SISTEMA.                  *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    I/O    :  PENDENCIAS DE APROVACAO                           *
      *              ORG. INDEXADA (KSDS)   -   LRECL = 618            *
      *----------------------------------------------------------------*

       FD  APRCAD
       77  WRK-FS-APRCAD               PIC  X(002)         VALUE SPACES.
       77  WRK-REG-VALIDO              PIC  X(001)         VALUE 'N'.
           88  WRK-REGISTRO-VALIDO                         VALUE 'S'.
       77  WRK-CGC-ANTES               PIC  X(016)         VALUE SPACES.
       77  WRK-OPER-PENDENTE           PIC  X(001)         VALUE SPACES.
       77  WRK-ENDERECO-ANTES          PIC  X(109)         VALUE SPACES.
       77  WRK-DEVOLUCAO-ANTES         PIC  X(008)         VALUE SPACES.
       77  WRK-SIT-RECEITA-ANTES       PIC  X(006)         VALUE SPACES.
       77  WRK-NOME-ANTES              PIC  X(040)         VALUE SPACES.
       77  WRK-DATA-HOJE               PIC  9(008)         VALUE ZEROS.
       77  WRK-DT-EFETIVA              PIC  9(008)         VALUE ZEROS.
       77  WRK-AGENDAR                 PIC  X(001)         VALUE 'N'.
           88  WRK-ALTERACAO-AGENDADA                      VALUE 'S'.
       77  WRK-CONFIRMA-DADOS          PIC  X(001)         VALUE 'N'.
           88  WRK-DADOS-CONFIRMADOS                       VALUE 'S'.

      *--- POS. CURSOR, DESPROTEGE, ALFA, NORMAL, DISP ----------------*
       77  WRK-49345                   PIC S9(008) COMP    VALUE +49345.

       01  WRK-AREA-BRAD7200.
           05  WRK-7200-CGC-CPF.
               10  WRK-7200-PRINCIPAL  PIC  X(09).
               10  WRK-7200-FILIAL     PIC  X(05).
               10  WRK-7200-CTLE       PIC  9(02).
           05  WRK-7200-COD-RETORNO    PIC  X(01)          VALUE SPACES.
               88  WRK-CGC-VALIDO-7200                     VALUE 'S'.
               88  WRK-DOM-INVALIDO-7250                   VALUE 'N'.
           05  WRK-7250-COD-MENSAGEM   PIC  X(04)          VALUE SPACES.

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE COMUNICACAO COM A BRAD7280         ***'.
      *----------------------------------------------------------------*

       01  WRK-AREA-BRAD7280.
           05  WRK-7280-CGC-CPF.
               10  WRK-7280-PRINCIPAL  PIC  X(09)          VALUE ZEROS.
               10  WRK-7280-FILIAL     PIC  X(05)          VALUE ZEROS.
               10  WRK-7280-CTLE       PIC  9(02)          VALUE ZEROS.
           05  WRK-7280-NOME           PIC  X(40)          VALUE SPACES.
           05  WRK-7280-COD-RETORNO    PIC  X(01)          VALUE 'N'.
               88  WRK-7280-NADA-CONSTA                    VALUE 'N'.
               88  WRK-7280-CONSTA-LISTA                   VALUE 'S'.
               88  WRK-7280-LISTA-INDISPONIVEL             VALUE 'I'.
           05  WRK-7280-ID-ENTRADA     PIC  X(12)          VALUE SPACES.
           05  WRK-7280-TIPO-LISTA     PIC  X(01)          VALUE SPACES.
           05  WRK-7280-CRITERIO       PIC  X(01)          VALUE SPACES.
           05  WRK-7280-COD-MENSAGEM   PIC  X(04)          VALUE SPACES.

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE COMUNICACAO COM A BRAD7140 ***'.
             10 WRK-INP-CONTA-1203        PIC  9(007)      VALUE ZEROS.
             10 WRK-INP-DIG-CTA-1203      PIC  X(001)      VALUE SPACES.
             10 WRK-INP-CGC-CPF-1203.
               15 WRK-INP-PRINCIPAL-1203  PIC  X(009)      VALUE ZEROS.
               15 WRK-INP-FILIAL-1203     PIC  X(005)      VALUE ZEROS.
               15 WRK-INP-CTLE-1203       PIC  9(002)      VALUE ZEROS.
             10 WRK-INP-NOME-1203         PIC  X(040)      VALUE SPACES.
             10 WRK-INP-LOGRADOURO-1203   PIC  X(030)      VALUE SPACES.
             10 WRK-INP-TP-EXTR-1203      PIC  X(001)      VALUE SPACES.
             10 WRK-INP-EMAIL-1203        PIC  X(040)      VALUE SPACES.
             10 WRK-INP-PREF-CONT-1203    PIC  X(001)      VALUE SPACES.
             10 WRK-INP-DT-EFETIVA-1203   PIC  X(008)      VALUE SPACES.
             10 WRK-INP-CONFIRMA-1203     PIC  X(001)      VALUE SPACES.
             10 WRK-INP-MENSA-1203        PIC  X(079)      VALUE SPACES.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*

       01  WRK-OUTPUT-1203.
           05 WRK-OUT-LL-1203             PIC S9(004) COMP VALUE +0473.
           05 WRK-OUT-ZZ-1203             PIC  9(004) COMP VALUE ZEROS.
           05 WRK-OUT-DADOS-1203.
             10 WRK-OUT-SENHAS-1203       PIC  X(037)      VALUE SPACES.
             10 WRK-OUT-RAZAO-1203        PIC  9(005)      VALUE ZEROS.
             10 WRK-OUT-CONTA-1203        PIC  9(007)      VALUE ZEROS.
             10 WRK-OUT-DIG-CTA-1203      PIC  X(001)      VALUE SPACES.
             10 WRK-OUT-PRINCIPAL-1203    PIC  X(009)      VALUE ZEROS.
             10 WRK-OUT-FILIAL-1203       PIC  X(005)      VALUE ZEROS.
             10 WRK-OUT-CTLE-1203         PIC  9(002)      VALUE ZEROS.
             10 WRK-OUT-NOME-1203         PIC  X(040)      VALUE SPACES.
             10 WRK-OUT-LOGRADOURO-1203   PIC  X(030)      VALUE SPACES.
             10 WRK-OUT-TP-EXTR-1203      PIC  X(001)      VALUE SPACES.
             10 WRK-OUT-EMAIL-1203        PIC  X(040)      VALUE SPACES.
             10 WRK-OUT-PREF-CONT-1203    PIC  X(001)      VALUE SPACES.
             10 WRK-OUT-DT-EFETIVA-1203   PIC  X(008)      VALUE SPACES.
             10 WRK-OUT-CONFIRMA-1203     PIC  X(001)      VALUE SPACES.
             10 WRK-OUT-MENSA-1203        PIC  X(079)      VALUE SPACES.

      *----------------------------------------------------------------*

       01  WRK-660-CADU1203T.
           05 WRK-660-LL-AREA-1203     PIC  9(004) COMP    VALUE  0018.
           05 WRK-660-LL-MENSAGEM-1203 PIC  9(004) COMP    VALUE  0473.
           05 WRK-660-SENHAS-1203      PIC  9(004) COMP    VALUE  0037.
           05 WRK-660-OPCAO-1203       PIC  9(004) COMP    VALUE  1001.
           05 WRK-660-AGENCIA-1203     PIC  9(004) COMP    VALUE  1005.
           05 WRK-660-TP-EXTR-1203     PIC  9(004) COMP    VALUE  1001.
           05 WRK-660-EMAIL-1203       PIC  9(004) COMP    VALUE  1040.
           05 WRK-660-PREF-CONT-1203   PIC  9(004) COMP    VALUE  1001.
           05 WRK-660-DT-EFETIVA-1203  PIC  9(004) COMP    VALUE  1008.
           05 WRK-660-CONFIRMA-1203    PIC  9(004) COMP    VALUE  1001.
           05 WRK-660-MENSA-1203       PIC  9(004) COMP    VALUE  0079.

      *----------------------------------------------------------------*

       COPY 'I#CADUAA'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE COMUNICACAO COM BRAD7390 ***'.
      *----------------------------------------------------------------*

       COPY 'I#USOCOM'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE COMUNICACAO COM BRAD7410 ***'.
      *----------------------------------------------------------------*

       COPY 'I#AGDCOM'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA PARA TRATAMENTO DE ERRO BRAD7100 ***'.

           MOVE SPACES                 TO  WRK-OUT-DADOS-1203.

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
           MOVE 'CADU1203'             TO USOA-TRANSACAO.
           MOVE WRK-COD-MENSAGEM-8000  TO USOA-COD-MENSAGEM.

           EVALUATE TRUE
               WHEN WRK-TRANSACAO      NOT EQUAL 'CADU1203'
                   MOVE 'INICIO'       TO USOA-FUNCAO
               WHEN WRK-INP-PFK-1203   EQUAL '.' AND
                    WRK-INP-COMANDO-1203(1:3) EQUAL 'PFK'
                   MOVE WRK-INP-COMANDO-1203
                                       TO USOA-FUNCAO
               WHEN WRK-INP-PFK-1203   EQUAL '.'
                   MOVE 'ENTER'        TO USOA-FUNCAO
               WHEN WRK-INP-PFK-1203   EQUAL 'H'
                   MOVE 'PFK01'        TO USOA-FUNCAO
               WHEN OTHER
                   MOVE 'PFK0'         TO USOA-FUNCAO
                   MOVE WRK-INP-PFK-1203 TO USOA-FUNCAO(5:1)
           END-EVALUATE.

           CALL 'BRAD7390'             USING USO-AREA.

      *----------------------------------------------------------------*
       0090-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * ROTINA PRINCIPAL                                               *
      ******************************************************************

           IF  WRK-7260-JANELA-ABERTA
               IF  WRK-INP-COMANDO-1203 EQUAL 'FORCAR'
                   SET USOA-RESULT-FORCAR TO TRUE
                   PERFORM 1215-REGISTRAR-OVERRIDE
               ELSE
                   INITIALIZE WRK-AREA-CADU8000
                   MOVE 'E745'         TO WRK-COD-MENSAGEM-8000
                   SET USOA-RESULT-RECUSA TO TRUE
                   PERFORM 1110-ACESSAR-CADU8000
                   GO TO 1220-99-FIM
               END-IF
               GO TO 1220-99-FIM
           END-IF.

      *    DATA DE VIGENCIA FUTURA PEDE O AGENDAMENTO DA ALTERACAO
      *    (1255); SO A OPCAO 3 ACEITA DATA DE VIGENCIA.
           MOVE WRK-INP-DT-EFETIVA-1203
                                       TO WRK-OUT-DT-EFETIVA-1203.
           MOVE 'N'                    TO WRK-AGENDAR.
           MOVE ZEROS                  TO WRK-DT-EFETIVA.
           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WRK-DATA-HOJE.

      *    DATA DIGITADA FORA DO FORMATO AAAAMMDD E RECUSADA, PARA A
      *    ALTERACAO NAO SER APLICADA NA HORA POR ENGANO.
           IF  WRK-INP-DT-EFETIVA-1203 NUMERIC
               MOVE WRK-INP-DT-EFETIVA-1203
                                       TO WRK-DT-EFETIVA
           ELSE
               IF  WRK-INP-DT-EFETIVA-1203 NOT EQUAL SPACES AND
                   WRK-INP-DT-EFETIVA-1203 NOT EQUAL LOW-VALUES
                   INITIALIZE WRK-AREA-CADU8000
                   MOVE 'E764'         TO WRK-COD-MENSAGEM-8000
                   PERFORM 1110-ACESSAR-CADU8000
                   GO TO 1220-99-FIM
               END-IF
           END-IF.

           IF  WRK-DT-EFETIVA          GREATER WRK-DATA-HOJE
               MOVE 'S'                TO WRK-AGENDAR
               IF  NOT WRK-OPCAO-ALTERAR
                   INITIALIZE WRK-AREA-CADU8000
                   MOVE 'E767'         TO WRK-COD-MENSAGEM-8000
                   PERFORM 1110-ACESSAR-CADU8000
                   GO TO 1220-99-FIM
               END-IF
           END-IF.

      *    'S' NA CONFIRMACAO DE DADOS = DADOS CONFERIDOS COM O
      *    CLIENTE NESTA ALTERACAO: REGISTRA O RECADASTRAMENTO (1235).
      *    A INCLUSAO SEMPRE REGISTRA; NA EXCLUSAO NAO SE APLICA.
           MOVE WRK-INP-CONFIRMA-1203  TO WRK-OUT-CONFIRMA-1203.
           MOVE 'N'                    TO WRK-CONFIRMA-DADOS.

           EVALUATE WRK-INP-CONFIRMA-1203
               WHEN 'S'
                   MOVE 'S'            TO WRK-CONFIRMA-DADOS
               WHEN 'N'
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   INITIALIZE WRK-AREA-CADU8000
                   MOVE 'E768'         TO WRK-COD-MENSAGEM-8000
                   PERFORM 1110-ACESSAR-CADU8000
                   GO TO 1220-99-FIM
           END-EVALUATE.

           IF  WRK-OPCAO-INCLUIR
               MOVE 'S'                TO WRK-CONFIRMA-DADOS
           END-IF.

           OPEN I-O CADACLIE-VSAM.

           IF  WRK-FS-CADAVSAM         EQUAL '00'
               PERFORM 9999-PROCESSAR-ROTINA-ERRO
           END-IF.

      *    SO A INCLUSAO E A ALTERACAO DE NOME OU CPF/CNPJ CONSULTAM
      *    A LISTA RESTRITIVA (1280); NAS DEMAIS VALE NADA CONSTA.
           SET WRK-7280-NADA-CONSTA    TO TRUE.
           MOVE SPACES                 TO WRK-7280-ID-ENTRADA.

           EVALUATE TRUE
               WHEN WRK-OPCAO-INCLUIR
                   PERFORM 1240-INCLUIR-CLIENTE
           MOVE WRK-INP-RAZAO-1203     TO CAD-RAZAO.
           MOVE WRK-INP-CONTA-1203     TO CAD-CONTA.
           MOVE WRK-INP-DIG-CTA-1203   TO CAD-DIG-CTA.
      *    CNPJ ALFANUMERICO: LETRAS EM MAIUSCULAS E ZEROS A ESQUERDA,
      *    COMO GRAVADO NO CAD-CGC-CPF (A BRAD7200 RECUSA O RESTO).
           INSPECT WRK-INP-CGC-CPF-1203
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WRK-INP-PRINCIPAL-1203
                   REPLACING LEADING SPACE BY ZERO.
           INSPECT WRK-INP-FILIAL-1203
                   REPLACING LEADING SPACE BY ZERO.
           MOVE WRK-INP-PRINCIPAL-1203 TO CAD-PRINCIPAL.
           MOVE WRK-INP-FILIAL-1203    TO CAD-FILIAL.
           MOVE WRK-INP-CTLE-1203      TO CAD-CTLE.
           MOVE SPACES                 TO CAD-END-CONFIAVEL.
           MOVE ZEROS                  TO CAD-DT-DEVOLUCAO
                                           CAD-QTD-DEVOLUCOES.
      *    A SITUACAO NA RECEITA FEDERAL (BRAD0550) TAMBEM NAO VEM DA
      *    TELA: COMECA NAO VERIFICADA E, NA ALTERACAO, E RESTAURADA
      *    PELO 1250 QUANDO O CPF/CNPJ NAO MUDOU.
           MOVE SPACES                 TO CAD-SIT-RECEITA.
           MOVE ZEROS                  TO CAD-DT-SIT-RECEITA.
      *    A REVISAO CADASTRAL NAO VEM DA TELA: COM OS DADOS
      *    CONFIRMADOS COM O CLIENTE (SEMPRE NA INCLUSAO) PASSA A
      *    VALER HOJE; SEM CONFIRMACAO FICA A DO REGISTRO LIDO NO 1250.
           IF  WRK-DADOS-CONFIRMADOS
               MOVE WRK-DATA-HOJE      TO CAD-DT-REVISAO
               SET CAD-REVISAO-EM-DIA  TO TRUE
           END-IF.

      *----------------------------------------------------------------*
       1235-99-FIM.                    EXIT.
               GO TO 1240-99-FIM
           END-IF.

      *    CLIENTE QUE CONSTA EM LISTA RESTRITIVA NAO E INCLUIDO
      *    DIRETO: A INCLUSAO VAI PARA O APRCAD AGUARDAR O SUPERVISOR
      *    NO CADU1208.
           PERFORM 1280-TRIAR-LISTA-RESTRITIVA.

           IF  NOT WRK-7280-NADA-CONSTA
               PERFORM 1245-INCLUIR-COM-APROVACAO
               GO TO 1240-99-FIM
           END-IF.

      *    O FILE STATUS REAL DO WRITE E TESTADO DIRETO NO EVALUATE:
      *    '22' E CHAVE DUPLICADA; QUALQUER OUTRO STATUS (24, 30...)
      *    SEGUE PARA A ROTINA DE ERRO EM VEZ DE SER MASCARADO COMO
       1240-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * INCLUSAO DE CLIENTE QUE CONSTA EM LISTA RESTRITIVA: CONFERE SE *
      * A CONTA JA EXISTE (E720, COMO NO WRITE DIRETO) E ENVIA A       *
      * INCLUSAO PARA APROVACAO, COM IMAGEM ATUAL EM LOW-VALUES.       *
      ******************************************************************
      *----------------------------------------------------------------*
       1245-INCLUIR-COM-APROVACAO      SECTION.
      *----------------------------------------------------------------*

           MOVE REG-CADACLIE           TO WRK-IMAGEM-DEPOIS.

           READ CADACLIE-VSAM
                KEY IS CAD-CHAVE
                INVALID KEY
                MOVE '23'               TO WRK-FS-CADAVSAM
                NOT INVALID KEY
                MOVE '00'               TO WRK-FS-CADAVSAM
           END-READ.

           MOVE WRK-IMAGEM-DEPOIS      TO REG-CADACLIE.

           EVALUATE WRK-FS-CADAVSAM
               WHEN '00'
                   PERFORM 1237-MONTAR-SAIDA-CLIENTE
                   INITIALIZE WRK-AREA-CADU8000
                   MOVE 'E720'         TO WRK-COD-MENSAGEM-8000
                   PERFORM 1110-ACESSAR-CADU8000
               WHEN '23'
                   MOVE LOW-VALUES     TO WRK-IMAGEM-ANTES
                   MOVE 'I'            TO WRK-OPER-PENDENTE
                   PERFORM 1270-ENVIAR-APROVACAO
                   PERFORM 1237-MONTAR-SAIDA-CLIENTE
               WHEN OTHER
                   MOVE 'APL'          TO ERR-TIPO-ACESSO
                   MOVE WRK-FS-CADAVSAM TO ERR-TEXTO
                   MOVE 'CADACLIE-VSAM' TO ERR-MODULO
                   PERFORM 9999-PROCESSAR-ROTINA-ERRO
           END-EVALUATE.

      *----------------------------------------------------------------*
       1245-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * ALTERACAO DE CLIENTE (OPCAO 3)                                 *
      ******************************************************************

           MOVE REG-CADACLIE           TO WRK-IMAGEM-ANTES.
           MOVE CAD-CGC-CPF            TO WRK-CGC-ANTES.
           MOVE REG-CADACLIE(68:109)   TO WRK-ENDERECO-ANTES.
           MOVE REG-CADACLIE(261:8)    TO WRK-DEVOLUCAO-ANTES.
           MOVE CAD-SITUACAO-RECEITA   TO WRK-SIT-RECEITA-ANTES.
           MOVE CAD-NOME-CLIE          TO WRK-NOME-ANTES.

           PERFORM 1235-MONTAR-REGISTRO.

      *    A SITUACAO NA RECEITA PERTENCE AO DOCUMENTO: VOLTA PARA O
      *    REGISTRO ENQUANTO O CPF/CNPJ NAO MUDAR.
           IF  CAD-CGC-CPF             EQUAL WRK-CGC-ANTES
               MOVE WRK-SIT-RECEITA-ANTES
                                       TO CAD-SITUACAO-RECEITA
           END-IF.

      *    ENDERECO (E CEP) INALTERADOS: A MARCA DE CORRESPONDENCIA
      *    DEVOLVIDA E O ACUMULADO VOLTAM PARA O REGISTRO; ENDERECO
      *    CORRIGIDO PARTE LIMPO DE NOVO. SO AS FATIAS DIGITADAS
      *    ENTRAM NA COMPARACAO - LOGRADOURO/NUMERO/COMPLEMENTO/
      *    BAIRRO (68:71) E CEP (171:6); CIDADE E UF FICAM FORA
      *    PORQUE NESTE PONTO AINDA ESTAO EM BRANCOS (SO SERAO
      *    PREENCHIDAS PELA BRAD7210 NA VALIDACAO).
           IF  REG-CADACLIE(68:71)     EQUAL WRK-ENDERECO-ANTES(1:71)
           AND REG-CADACLIE(171:6)     EQUAL WRK-ENDERECO-ANTES(104:6)
               MOVE WRK-DEVOLUCAO-ANTES
                                       TO REG-CADACLIE(261:8)
           END-IF.

           PERFORM 1236-VALIDAR-REGISTRO.
               GO TO 1250-99-FIM
           END-IF.

      *    COM DATA DE VIGENCIA FUTURA A ALTERACAO VALIDADA E AGENDADA
      *    NO AGDCAD EM VEZ DE REGRAVADA AGORA.
           IF  WRK-ALTERACAO-AGENDADA
               PERFORM 1255-AGENDAR-ALTERACAO
               PERFORM 1237-MONTAR-SAIDA-CLIENTE
               GO TO 1250-99-FIM
           END-IF.

      *    NOME OU CPF/CNPJ ALTERADOS PASSAM PELA TRIAGEM NA LISTA
      *    RESTRITIVA.
           IF  CAD-CGC-CPF             NOT EQUAL WRK-CGC-ANTES
           OR  CAD-NOME-CLIE           NOT EQUAL WRK-NOME-ANTES
               PERFORM 1280-TRIAR-LISTA-RESTRITIVA
           END-IF.

      *    ALTERACAO DE CPF/CNPJ E OPERACAO SENSIVEL, ASSIM COMO A DE
      *    CLIENTE QUE CONSTA EM LISTA RESTRITIVA: VAI PARA O ARQUIVO
      *    DE PENDENCIAS (APRCAD) AGUARDAR A APROVACAO DO SUPERVISOR
      *    NO CADU1208 EM VEZ DE SER APLICADA DIRETO.
           IF  CAD-CGC-CPF             NOT EQUAL WRK-CGC-ANTES
           OR  NOT WRK-7280-NADA-CONSTA
               MOVE 'A'                TO WRK-OPER-PENDENTE
               PERFORM 1270-ENVIAR-APROVACAO
               PERFORM 1237-MONTAR-SAIDA-CLIENTE
               PERFORM 1238-GRAVAR-JORNAL
               PERFORM 1237-MONTAR-SAIDA-CLIENTE
               INITIALIZE WRK-AREA-CADU8000
      *        TITULAR FALECIDO OU CNPJ BAIXADO NA RECEITA: A
      *        CONFIRMACAO VEM COM O AVISO (A868) PARA O OPERADOR.
      *        DADOS CONFIRMADOS COM O CLIENTE: AVISO A882.
               EVALUATE TRUE
                   WHEN CAD-SIT-NAO-CONTATAR
                       MOVE 'A868'     TO WRK-COD-MENSAGEM-8000
                   WHEN WRK-DADOS-CONFIRMADOS
                       MOVE 'A882'     TO WRK-COD-MENSAGEM-8000
                   WHEN OTHER
                       MOVE 'A856'     TO WRK-COD-MENSAGEM-8000
               END-EVALUATE
               PERFORM 1110-ACESSAR-CADU8000
           ELSE
               MOVE 'APL'              TO ERR-TIPO-ACESSO
       1250-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * AGENDAMENTO DA ALTERACAO JA VALIDADA (DATA DE VIGENCIA FUTURA):*
      * GRAVA NO AGDCAD, PELA BRAD7410, O REGISTRO ATUAL (IMAGEM BASE) *
      * E O ALTERADO (IMAGEM PROPOSTA), PARA APLICACAO PELO BRAD0690.  *
      * TROCA DE CPF/CNPJ OU DE NOME NAO E AGENDAVEL.                  *
      ******************************************************************
      *----------------------------------------------------------------*
       1255-AGENDAR-ALTERACAO          SECTION.
      *----------------------------------------------------------------*

           IF  CAD-CGC-CPF             NOT EQUAL WRK-CGC-ANTES
           OR  CAD-NOME-CLIE           NOT EQUAL WRK-NOME-ANTES
               INITIALIZE WRK-AREA-CADU8000
               MOVE 'E765'             TO WRK-COD-MENSAGEM-8000
               PERFORM 1110-ACESSAR-CADU8000
               GO TO 1255-99-FIM
           END-IF.

           INITIALIZE AGD-AREA.
           SET AGDA-GRAVAR             TO TRUE.
           MOVE CAD-AGENCIA            TO AGDA-AGENCIA.
           MOVE CAD-RAZAO              TO AGDA-RAZAO.
           MOVE CAD-CONTA              TO AGDA-CONTA.
           MOVE WRK-DT-EFETIVA         TO AGDA-DT-EFETIVA.
           MOVE 'CADU1203'             TO AGDA-ORIGEM.
           MOVE WRK-COD-USER           TO AGDA-COD-USER.
           MOVE WRK-COD-DEPTO          TO AGDA-COD-DEPTO.
           MOVE WRK-IMAGEM-ANTES       TO AGDA-IMAGEM-BASE.
           MOVE REG-CADACLIE           TO AGDA-IMAGEM-PROPOSTA.

           CALL 'BRAD7410'             USING AGD-AREA.

           INITIALIZE WRK-AREA-CADU8000.

           EVALUATE TRUE
               WHEN AGDA-OK
                   MOVE 'A880'         TO WRK-COD-MENSAGEM-8000
               WHEN AGDA-DUPLICADO
                   MOVE 'E766'         TO WRK-COD-MENSAGEM-8000
               WHEN AGDA-DATA-INVALIDA
                   MOVE 'E764'         TO WRK-COD-MENSAGEM-8000
               WHEN OTHER
                   MOVE 'APL'          TO ERR-TIPO-ACESSO
                   MOVE AGDA-FILE-STATUS
                                       TO ERR-TEXTO
                   MOVE 'AGDCAD'       TO ERR-MODULO
                   PERFORM 9999-PROCESSAR-ROTINA-ERRO
           END-EVALUATE.

           PERFORM 1110-ACESSAR-CADU8000.

      *----------------------------------------------------------------*
       1255-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * EXCLUSAO DE CLIENTE (OPCAO 4)                                  *
      ******************************************************************
      ******************************************************************
      * GRAVA A OPERACAO SENSIVEL NO ARQUIVO DE PENDENCIAS (APRCAD)    *
      * PARA APROVACAO DO SUPERVISOR NO CADU1208. O CHAMADOR PREPARA   *
      * WRK-OPER-PENDENTE ('I'/'A'/'E'), WRK-IMAGEM-ANTES (REGISTRO    *
      * ATUAL, LOW-VALUES NA INCLUSAO) E, NA INCLUSAO E NA ALTERACAO,  *
      * REG-CADACLIE COM O REGISTRO PROPOSTO. O RESULTADO DA TRIAGEM   *
      * NA LISTA RESTRITIVA (1280) DEFINE O MOTIVO DA PENDENCIA.       *
      ******************************************************************
      *----------------------------------------------------------------*
       1270-ENVIAR-APROVACAO           SECTION.
               MOVE REG-CADACLIE       TO APR-IMAGEM-PROPOSTA
           END-IF.

           IF  WRK-7280-NADA-CONSTA
               SET APR-MOT-SENSIVEL    TO TRUE
               MOVE SPACES             TO APR-ID-LISTA
           ELSE
               SET APR-MOT-LISTA-RESTRITIVA
                                       TO TRUE
               MOVE WRK-7280-ID-ENTRADA
                                       TO APR-ID-LISTA
           END-IF.

           WRITE REG-CADAPR.

           EVALUATE WRK-FS-APRCAD
               WHEN '00'
                   INITIALIZE WRK-AREA-CADU8000
                   IF  APR-MOT-LISTA-RESTRITIVA
                       MOVE 'A869'     TO WRK-COD-MENSAGEM-8000
                   ELSE
                       MOVE 'A859'     TO WRK-COD-MENSAGEM-8000
                   END-IF
                   PERFORM 1110-ACESSAR-CADU8000
               WHEN '22'
                   INITIALIZE WRK-AREA-CADU8000
       1270-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * TRIAGEM DO CLIENTE EM REG-CADACLIE NA LISTA RESTRITIVA PELA    *
      * BRAD7280 (CPF/CNPJ EXATO E CHAVE FONETICA DO NOME). LISTA      *
      * INDISPONIVEL NAO E TRATADA COMO NADA CONSTA.                   *
      ******************************************************************
      *----------------------------------------------------------------*
       1280-TRIAR-LISTA-RESTRITIVA     SECTION.
      *----------------------------------------------------------------*

           MOVE CAD-PRINCIPAL          TO WRK-7280-PRINCIPAL.
           MOVE CAD-FILIAL             TO WRK-7280-FILIAL.
           MOVE CAD-CTLE               TO WRK-7280-CTLE.
           MOVE CAD-NOME-CLIE          TO WRK-7280-NOME.

           CALL 'BRAD7280'             USING WRK-AREA-BRAD7280.

      *----------------------------------------------------------------*
       1280-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * RETORNAR AO PROGRAMA CHAMADOR (CADU1201)                       *
      ******************************************************************
                                             LNK-ALT-PCB
           END-IF.

           SET USOA-RESULT-ERRO-SISTEMA
                                       TO TRUE.
           PERFORM 0090-GRAVAR-REGISTRO-USO.

           PERFORM 2000-FINALIZAR.

      *----------------------------------------------------------------*
