      *                   PELA BRAD7140, ELIMINANDO A DIGITACAO        *
      *                   MANUAL TRANSACAO A TRANSACAO.                *
      *----------------------------------------------------------------*
      *    REVISAO.....:  A INCLUSAO GRAVA A DATA DO PROCESSAMENTO     *
      *                   COMO DATA DA ULTIMA REVISAO CADASTRAL        *
      *                   (CAD-DT-REVISAO, SITUACAO 'R'); A ALTERACAO  *
      *                   PRESERVA A REVISAO DO REGISTRO, POIS A       *
      *                   TRANSACAO NAO E CONFIRMACAO COM O CLIENTE.   *
      *----------------------------------------------------------------*
      *    AGENDAMENTO.:  ALTERACAO COM MNT-DT-EFETIVA POSTERIOR A     *
      *                   DATA DO PROCESSAMENTO NAO E APLICADA NA      *
      *                   HORA: DEPOIS DAS MESMAS VALIDACOES, O        *
      *                   REGISTRO ATUAL (IMAGEM BASE) E O REGISTRO    *
      *                   ALTERADO (IMAGEM PROPOSTA) SAO GRAVADOS NO   *
      *                   AGDCAD PELA BRAD7410, PARA APLICACAO PELO    *
      *                   BRAD0690 NA NOITE DA VIGENCIA. A TRANSACAO   *
      *                   AGENDADA NAO PODE TROCAR O CPF/CNPJ NEM O    *
      *                   NOME (E765); DATA DE VIGENCIA EM INCLUSAO OU *
      *                   EXCLUSAO E REJEITADA (E767). DATA ZERADA,    *
      *                   EM BRANCO OU NAO FUTURA = ALTERACAO          *
      *                   IMEDIATA.                                    *
      *----------------------------------------------------------------*
      *    RELATORIO...:  RELMANUT - UMA LINHA POR TRANSACAO COM O     *
      *                   RESULTADO (ACEITA / AGENDADA / REJEITADA),   *
      *                   A DATA DE VIGENCIA QUANDO INFORMADA E, NAS   *
      *                   REJEITADAS, O CODIGO DE MENSAGEM NO PADRAO   *
      *                   CADU8000 (E719/E720/E721/E723/E724/E725/     *
      *                   E726/E727/E735/E764/E765/E766/E767). AS      *
      *                   AGENDADAS TAMBEM CONTAM COMO ACEITAS.        *
      *----------------------------------------------------------------*
      *    RETORNO.....:  RETURN-CODE 04 QUANDO HOUVE AO MENOS UMA     *
      *                   TRANSACAO REJEITADA (TODAS AS ACEITAS FORAM  *
      *    I#CADMNT - LAYOUT DO ARQUIVO DE TRANSACOES DE MANUTENCAO.   *
      *    I#CADREG - LAYOUT DO REGISTRO DE CLIENTES (CADACLIE).       *
      *    I#CADHSC - AREA DE COMUNICACAO COM O MODULO BRAD7140.       *
      *    I#AGDCOM - AREA DE COMUNICACAO COM O MODULO BRAD7410.       *
      *    I#BRAD7C - AREA PARA TRATAMENTO DE ERRO PELA BRAD7100       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD7220 - VALIDACAO DE DDD/TELEFONE.                       *
      *    BRAD7230 - VALIDACAO DE E-MAIL/PREF. DE CONTATO.            *
      *    BRAD7250 - VALIDACAO DE AGENCIA/POSTO/RAMO (DOMCAD).        *
      *    BRAD7410 - ALTERACOES CADASTRAIS AGENDADAS (AGDCAD).        *
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
       77  WRK-TOT-LIDOS               PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-ACEITAS             PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-REJEITADAS          PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-AGENDADAS           PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-DATA-HOJE               PIC  9(008)         VALUE ZEROS.
       77  WRK-AGENDAR                 PIC  X(001)         VALUE 'N'.
           88  WRK-ALTERACAO-AGENDADA                      VALUE 'S'.
       77  WRK-REG-VALIDO              PIC  X(001)         VALUE 'N'.
           88  WRK-REGISTRO-VALIDO                         VALUE 'S'.
       77  WRK-COD-REJEICAO            PIC  X(004)         VALUE SPACES.
           88  WRK-EXECUCAO-ABORTADA                       VALUE 'S'.
       77  WRK-ENDERECO-ANTES          PIC  X(109)         VALUE SPACES.
       77  WRK-DEVOLUCAO-ANTES         PIC  X(008)         VALUE SPACES.
       77  WRK-CGC-ANTES               PIC  X(016)         VALUE SPACES.
       77  WRK-SIT-RECEITA-ANTES       PIC  X(006)         VALUE SPACES.
       77  WRK-NOME-ANTES              PIC  X(040)         VALUE SPACES.
       77  WRK-REVISAO-ANTES           PIC  X(006)         VALUE SPACES.

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE

       01  WRK-AREA-BRAD7200.
           05  WRK-7200-CGC-CPF.
               10  WRK-7200-PRINCIPAL  PIC  X(09).
               10  WRK-7200-FILIAL     PIC  X(05).
               10  WRK-7200-CTLE       PIC  9(02).
           05  WRK-7200-COD-RETORNO    PIC  X(01)          VALUE SPACES.
               88  WRK-CGC-VALIDO-7200                     VALUE 'S'.

       COPY 'I#CADHSC'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE COMUNICACAO COM A BRAD7410         ***'.
      *----------------------------------------------------------------*

       COPY 'I#AGDCOM'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** LINHAS DE IMPRESSAO DO RELATORIO           ***'.
               'RESULTADO'.
           05  FILLER                  PIC  X(006)         VALUE
               'ERRO'.
           05  FILLER                  PIC  X(010)         VALUE
               'VIGENCIA'.
           05  FILLER                  PIC  X(071)         VALUE SPACES.

       01  LIN-DETALHE.
           05  LIN-DET-AGENCIA         PIC  ZZZZ9.
           05  LIN-DET-RESULTADO       PIC  X(010).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-COD-ERRO        PIC  X(004).
           05  FILLER                  PIC  X(003)         VALUE SPACES.
           05  LIN-DET-DT-EFETIVA      PIC  X(010)         VALUE SPACES.
           05  FILLER                  PIC  X(071)         VALUE SPACES.

       01  LIN-TOTAIS.
           05  FILLER                  PIC  X(022)         VALUE
           05  FILLER                  PIC  X(016)         VALUE
               '  REJEITADAS.: '.
           05  LIN-TOT-REJEITADAS      PIC  Z.ZZZ.ZZ9.
           05  FILLER                  PIC  X(015)         VALUE
               '  AGENDADAS.: '.
           05  LIN-TOT-AGENDADAS       PIC  Z.ZZZ.ZZ9.
           05  FILLER                  PIC  X(020)         VALUE SPACES.

       01  LIN-BRANCO                  PIC  X(132)         VALUE SPACES.

      *----------------------------------------------------------------*

           MOVE FUNCTION CURRENT-DATE  TO STA-DATA-HORA-INICIO.
           MOVE STA-DATA-HORA-INICIO(1:8)
                                       TO WRK-DATA-HOJE.

           INITIALIZE REG-CADMNT.


           MOVE SPACES                 TO WRK-COD-REJEICAO.

      *    DATA DE VIGENCIA FUTURA PEDE O AGENDAMENTO DA ALTERACAO;
      *    INCLUSAO E EXCLUSAO SO EXISTEM COMO OPERACAO IMEDIATA.
           MOVE 'N'                    TO WRK-AGENDAR.

      *    DATA INFORMADA FORA DO FORMATO AAAAMMDD E REJEITADA, PARA A
      *    ALTERACAO NAO SER APLICADA NA HORA POR ENGANO.
           IF  MNT-DT-EFETIVA          NOT NUMERIC AND
               MNT-DT-EFETIVA(1:8)     NOT EQUAL SPACES AND
               MNT-DT-EFETIVA(1:8)     NOT EQUAL LOW-VALUES
               MOVE 'E764'             TO WRK-COD-REJEICAO
               PERFORM 2850-REGISTRAR-REJEITADA
               GO TO 2400-99-FIM
           END-IF.

           IF  MNT-DT-EFETIVA          NUMERIC AND
               MNT-DT-EFETIVA          GREATER WRK-DATA-HOJE
               MOVE 'S'                TO WRK-AGENDAR
               IF  NOT MNT-OPER-ALTERACAO
                   MOVE 'E767'         TO WRK-COD-REJEICAO
                   PERFORM 2850-REGISTRAR-REJEITADA
                   GO TO 2400-99-FIM
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN MNT-OPER-INCLUSAO
                   PERFORM 2410-INCLUIR-CLIENTE
           END-IF.

           MOVE REG-CADACLIE           TO WRK-IMAGEM-ANTES.
           MOVE REG-CADACLIE(68:109)   TO WRK-ENDERECO-ANTES.
           MOVE REG-CADACLIE(261:8)    TO WRK-DEVOLUCAO-ANTES.
           MOVE CAD-CGC-CPF            TO WRK-CGC-ANTES.
           MOVE CAD-SITUACAO-RECEITA   TO WRK-SIT-RECEITA-ANTES.
           MOVE CAD-NOME-CLIE          TO WRK-NOME-ANTES.
           MOVE CAD-REVISAO            TO WRK-REVISAO-ANTES.

           PERFORM 2500-MONTAR-REGISTRO.

           MOVE WRK-REVISAO-ANTES      TO CAD-REVISAO.

      *    A SITUACAO NA RECEITA FEDERAL (BRAD0550) PERTENCE AO
      *    DOCUMENTO: VOLTA PARA O REGISTRO ENQUANTO O CPF/CNPJ NAO
      *    MUDAR; DOCUMENTO TROCADO PARTE SEM SITUACAO VERIFICADA.
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

           PERFORM 2600-VALIDAR-REGISTRO.
               GO TO 2420-99-FIM
           END-IF.

           IF  WRK-ALTERACAO-AGENDADA
               PERFORM 2440-AGENDAR-ALTERACAO
               GO TO 2420-99-FIM
           END-IF.

           REWRITE REG-CADACLIE.

           IF  WRK-FS-CADAVSAM         EQUAL '00'
       2430-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2440-AGENDAR-ALTERACAO          SECTION.
      *----------------------------------------------------------------*
      *    ALTERACAO JA VALIDADA COM DATA DE VIGENCIA FUTURA: O        *
      *    CADACLIE NAO E ATUALIZADO AGORA - A IMAGEM ATUAL E A        *
      *    ALTERADA VAO PARA O AGDCAD (BRAD7410) E O BRAD0690 APLICA   *
      *    NA NOITE DA VIGENCIA. TROCA DE CPF/CNPJ OU DE NOME NAO E    *
      *    AGENDAVEL (E765).                                           *
      *----------------------------------------------------------------*

           IF  CAD-CGC-CPF             NOT EQUAL WRK-CGC-ANTES OR
               CAD-NOME-CLIE           NOT EQUAL WRK-NOME-ANTES
               MOVE 'E765'             TO WRK-COD-REJEICAO
               PERFORM 2850-REGISTRAR-REJEITADA
               GO TO 2440-99-FIM
           END-IF.

           INITIALIZE AGD-AREA.
           SET AGDA-GRAVAR             TO TRUE.
           MOVE CAD-AGENCIA            TO AGDA-AGENCIA.
           MOVE CAD-RAZAO              TO AGDA-RAZAO.
           MOVE CAD-CONTA              TO AGDA-CONTA.
           MOVE MNT-DT-EFETIVA         TO AGDA-DT-EFETIVA.
           MOVE 'BRAD0430'             TO AGDA-ORIGEM.
           MOVE WRK-BATCH              TO AGDA-COD-USER
                                          AGDA-COD-DEPTO.
           MOVE WRK-IMAGEM-ANTES       TO AGDA-IMAGEM-BASE.
           MOVE REG-CADACLIE           TO AGDA-IMAGEM-PROPOSTA.

           CALL 'BRAD7410'             USING AGD-AREA.

           EVALUATE TRUE
               WHEN AGDA-OK
                   PERFORM 2810-REGISTRAR-AGENDADA
               WHEN AGDA-DUPLICADO
                   MOVE 'E766'         TO WRK-COD-REJEICAO
                   PERFORM 2850-REGISTRAR-REJEITADA
               WHEN AGDA-DATA-INVALIDA
                   MOVE 'E764'         TO WRK-COD-REJEICAO
                   PERFORM 2850-REGISTRAR-REJEITADA
               WHEN OTHER
                   MOVE 'APL'          TO ERR-TIPO-ACESSO
                   MOVE AGDA-FILE-STATUS
                                       TO ERR-TEXTO
                   MOVE 'AGDCAD'       TO ERR-MODULO
                   PERFORM 9999-ROTINA-ERRO
           END-EVALUATE.

      *----------------------------------------------------------------*
       2440-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2500-MONTAR-REGISTRO            SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO CAD-END-CONFIAVEL.
           MOVE ZEROS                  TO CAD-DT-DEVOLUCAO
                                           CAD-QTD-DEVOLUCOES.
      *    A SITUACAO NA RECEITA (BRAD0550) TAMBEM NAO VEM NA
      *    TRANSACAO: COMECA NAO VERIFICADA E, NA ALTERACAO, E
      *    RESTAURADA PELO 2420 QUANDO O CPF/CNPJ NAO MUDOU.
           MOVE SPACES                 TO CAD-SIT-RECEITA.
           MOVE ZEROS                  TO CAD-DT-SIT-RECEITA.
      *    A INCLUSAO E FEITA COM OS DADOS CONFERIDOS NA ABERTURA DA
      *    CONTA: O RECADASTRAMENTO (BRAD0700) CONTA A PARTIR DE HOJE.
      *    NA ALTERACAO A REVISAO ANTERIOR E RESTAURADA PELO 2420 -
      *    TRANSACAO DE SISTEMA REMETENTE NAO E CONFIRMACAO COM O
      *    CLIENTE.
           MOVE WRK-DATA-HOJE          TO CAD-DT-REVISAO.
           SET CAD-REVISAO-EM-DIA      TO TRUE.

      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
       2800-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2810-REGISTRAR-AGENDADA         SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO WRK-TOT-ACEITAS
                                          WRK-TOT-AGENDADAS.

           MOVE 'AGENDADA'             TO LIN-DET-RESULTADO.
           MOVE SPACES                 TO LIN-DET-COD-ERRO.
           PERFORM 2860-IMPRIMIR-DETALHE.

      *----------------------------------------------------------------*
       2810-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2850-REGISTRAR-REJEITADA        SECTION.
      *----------------------------------------------------------------*
           MOVE MNT-CONTA              TO LIN-DET-CONTA.
           MOVE MNT-OPERACAO           TO LIN-DET-OPERACAO.

           IF  WRK-ALTERACAO-AGENDADA
               STRING MNT-DT-EFETIVA(7:2) '/'
                      MNT-DT-EFETIVA(5:2) '/'
                      MNT-DT-EFETIVA(1:4)
                      DELIMITED BY SIZE
                      INTO LIN-DET-DT-EFETIVA
           ELSE
               MOVE SPACES             TO LIN-DET-DT-EFETIVA
           END-IF.

           WRITE REG-RELMANUT          FROM LIN-DETALHE.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELMANUT'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-TOT-LIDOS          TO LIN-TOT-LIDOS.
           MOVE WRK-TOT-ACEITAS        TO LIN-TOT-ACEITAS.
           MOVE WRK-TOT-REJEITADAS     TO LIN-TOT-REJEITADAS.
           MOVE WRK-TOT-AGENDADAS      TO LIN-TOT-AGENDADAS.
           WRITE REG-RELMANUT          FROM LIN-TOTAIS.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELMANUT'             TO WRK-NOME-ARQUIVO.
