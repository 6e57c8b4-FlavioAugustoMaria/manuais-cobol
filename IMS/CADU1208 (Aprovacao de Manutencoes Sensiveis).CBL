      *                   SOLICITACAO (ALGUEM MEXEU NO MEIO TEMPO), A  *
      *                   APROVACAO E RECUSADA (E748) PARA A           *
      *                   MANUTENCAO SER REFEITA SOBRE O DADO NOVO.    *
      *                   LISTA RESTRITIVA: INCLUSOES E ALTERACOES DE  *
      *                   NOME OU CPF/CNPJ CUJO CLIENTE CONSTA NO      *
      *                   LSTCAD (SANCOES, PEP, ORDENS JUDICIAIS)      *
      *                   CHEGAM AQUI COM APR-MOTIVO = 'L' E SAO       *
      *                   EXIBIDAS COM A MENSAGEM A870. A INCLUSAO     *
      *                   APROVADA E GRAVADA NO CADACLIE-VSAM (WRITE)  *
      *                   E JORNALIZADA COMO 'I'; SE A CONTA JA TIVER  *
      *                   SIDO CADASTRADA NO MEIO TEMPO, A APROVACAO   *
      *                   E RECUSADA (E720).                           *
      *----------------------------------------------------------------*
      *    TELA........:                                               *
      *    CADU1208T  -   TELA DE APROVACAO DE PENDENCIAS.             *
      *    I#CADREG   -   LAYOUT DO REGISTRO DE CLIENTES (CADACLIE).   *
      *    I#CADAPR   -   LAYOUT DO ARQUIVO DE PENDENCIAS (APRCAD).    *
      *    I#CADHSC   -   AREA DE COMUNICACAO COM A BRAD7140.          *
      *    I#USOCOM   -   AREA DE COMUNICACAO COM A BRAD7390.          *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD0660   -   COMPACTAR MENSAGENS DE NAVEGACAO.            *
      *    BRAD7100   -   TRATAMENTO DE ERROS.                         *
      *    BRAD7110   -   LOG DE AUDITORIA.                            *
      *    BRAD7140   -   JORNAL DE ALTERACOES (CADHIST).              *
      *    BRAD7310   -   CONVERSAO DE IMAGEM DO LAYOUT ANTERIOR.      *
      *    BRAD7390   -   REGISTRO DE USO DA TRANSACAO (USOCAD).       *
      *    POOL5000   -   CONEXAO IMS.                                 *
      *    CADU8000   -   OBTEM MENSAGENS DO SISTEMA.                  *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    I/O    :  PENDENCIAS DE APROVACAO                           *
      *              ORG. INDEXADA (KSDS)   -   LRECL = 618            *
      *----------------------------------------------------------------*

       FD  APRCAD
       01  WRK-IMAGEM-DECODE.
           05  FILLER                  PIC  X(010).
           05  FILLER                  PIC  X(001).
           05  WRK-DEC-PRINCIPAL       PIC  X(009).
           05  WRK-DEC-FILIAL          PIC  X(005).
           05  WRK-DEC-CTLE            PIC  9(002).
           05  WRK-DEC-NOME            PIC  X(040).
           05  WRK-DEC-LOGRADOURO      PIC  X(030).
           05  WRK-DEC-UF              PIC  X(002).
           05  WRK-DEC-NRO-CEP         PIC  9(005) COMP-3.
           05  WRK-DEC-COMPL-CEP       PIC  9(003).
           05  FILLER                  PIC  X(104).

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE COMUNICACAO COM A BRAD7310 ***'.
      *----------------------------------------------------------------*

       01  WRK-AREA-BRAD7310.
           05  WRK-7310-IMAGEM         PIC  X(280)         VALUE SPACES.
           05  WRK-7310-COD-RETORNO    PIC  X(001)         VALUE SPACES.
               88  WRK-IMAGEM-CONVERTIDA-7310              VALUE 'S'.

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
             10 WRK-OUT-DATA-HORA-1208    PIC  X(021)      VALUE SPACES.
             10 WRK-OUT-NOME-ATU-1208     PIC  X(040)      VALUE SPACES.
             10 WRK-OUT-NOME-PRO-1208     PIC  X(040)      VALUE SPACES.
             10 WRK-OUT-PRIN-ATU-1208     PIC  X(009)      VALUE ZEROS.
             10 WRK-OUT-FIL-ATU-1208      PIC  X(005)      VALUE ZEROS.
             10 WRK-OUT-CTLE-ATU-1208     PIC  9(002)      VALUE ZEROS.
             10 WRK-OUT-PRIN-PRO-1208     PIC  X(009)      VALUE ZEROS.
             10 WRK-OUT-FIL-PRO-1208      PIC  X(005)      VALUE ZEROS.
             10 WRK-OUT-CTLE-PRO-1208     PIC  9(002)      VALUE ZEROS.
             10 WRK-OUT-LOGR-ATU-1208     PIC  X(030)      VALUE SPACES.
             10 WRK-OUT-NUM-ATU-1208      PIC  X(006)      VALUE SPACES.

       COPY 'I#CADUAA'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE COMUNICACAO COM BRAD7390 ***'.
      *----------------------------------------------------------------*

       COPY 'I#USOCOM'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA PARA TRATAMENTO DE ERRO BRAD7100 ***'.

           MOVE SPACES                 TO  WRK-OUT-DADOS-1208.

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
           MOVE 'CADU1208'             TO USOA-TRANSACAO.
           MOVE WRK-COD-MENSAGEM-8000  TO USOA-COD-MENSAGEM.

           EVALUATE TRUE
               WHEN WRK-TRANSACAO      NOT EQUAL 'CADU1208'
                   MOVE 'INICIO'       TO USOA-FUNCAO
               WHEN WRK-INP-PFK-1208   EQUAL '.' AND
                    WRK-INP-COMANDO-1208(1:3) EQUAL 'PFK'
                   MOVE WRK-INP-COMANDO-1208
                                       TO USOA-FUNCAO
               WHEN WRK-INP-PFK-1208   EQUAL '.'
                   MOVE 'ENTER'        TO USOA-FUNCAO
               WHEN WRK-INP-PFK-1208   EQUAL 'H'
                   MOVE 'PFK01'        TO USOA-FUNCAO
               WHEN OTHER
                   MOVE 'PFK0'         TO USOA-FUNCAO
                   MOVE WRK-INP-PFK-1208 TO USOA-FUNCAO(5:1)
           END-EVALUATE.

           CALL 'BRAD7390'             USING USO-AREA.

      *----------------------------------------------------------------*
       0090-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * ROTINA PRINCIPAL                                               *
      ******************************************************************
           MOVE WRK-INP-RAZAO-1208     TO WRK-OUT-RAZAO-1208.
           MOVE WRK-INP-CONTA-1208     TO WRK-OUT-CONTA-1208.

           PERFORM 1247-CONVERTER-IMAGENS.

           PERFORM 1245-LER-REGISTRO-VIVO.

           PERFORM 1240-MONTAR-SAIDA-PENDENCIA.

           INITIALIZE WRK-AREA-CADU8000.

           IF  APR-MOT-LISTA-RESTRITIVA
               MOVE 'A870'             TO WRK-COD-MENSAGEM-8000
           ELSE
               MOVE 'A862'             TO WRK-COD-MENSAGEM-8000
           END-IF.

           PERFORM 1110-ACESSAR-CADU8000.

           CLOSE APRCAD.
               PERFORM 9999-PROCESSAR-ROTINA-ERRO
           END-IF.

           PERFORM 1247-CONVERTER-IMAGENS.

           PERFORM 1245-LER-REGISTRO-VIVO.

           PERFORM 1240-MONTAR-SAIDA-PENDENCIA.
                   PERFORM 1260-REJEITAR-PENDENCIA
               WHEN WRK-DECISAO-CONSULTAR
                   INITIALIZE WRK-AREA-CADU8000
                   IF  APR-MOT-LISTA-RESTRITIVA
                       MOVE 'A870'     TO WRK-COD-MENSAGEM-8000
                   ELSE
                       MOVE 'A862'     TO WRK-COD-MENSAGEM-8000
                   END-IF
                   PERFORM 1110-ACESSAR-CADU8000
               WHEN OTHER
                   INITIALIZE WRK-AREA-CADU8000

           IF  NOT WRK-REGISTRO-EXISTE
      *        O REGISTRO DESAPARECEU DO CADASTRO DEPOIS DA
      *        SOLICITACAO (OU AINDA NAO EXISTE, NA INCLUSAO) - O
      *        LADO ESQUERDO SAI VAZIO.
               IF  APR-OPER-INCLUSAO
                   MOVE '(INCLUSAO DE CLIENTE)'
                                       TO WRK-OUT-NOME-ATU-1208
               ELSE
                   MOVE '(REGISTRO INEXISTENTE)'
                                       TO WRK-OUT-NOME-ATU-1208
               END-IF
               MOVE SPACES             TO WRK-OUT-LOGR-ATU-1208
                                           WRK-OUT-NUM-ATU-1208
                                           WRK-OUT-CID-ATU-1208
       1240-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * PENDENCIA GRAVADA ANTES DA CONVERSAO DO CPF/CNPJ PARA          *
      * ALFANUMERICO: AS IMAGENS PASSAM PARA O LAYOUT ATUAL (BRAD7310) *
      * ANTES DA EXIBICAO, DA CONFERENCIA E DA APLICACAO               *
      ******************************************************************
      *----------------------------------------------------------------*
       1247-CONVERTER-IMAGENS          SECTION.
      *----------------------------------------------------------------*

           MOVE APR-IMAGEM-ATUAL       TO WRK-7310-IMAGEM.
           CALL 'BRAD7310'             USING WRK-AREA-BRAD7310.
           MOVE WRK-7310-IMAGEM        TO APR-IMAGEM-ATUAL.

           MOVE APR-IMAGEM-PROPOSTA    TO WRK-7310-IMAGEM.
           CALL 'BRAD7310'             USING WRK-AREA-BRAD7310.
           MOVE WRK-7310-IMAGEM        TO APR-IMAGEM-PROPOSTA.

      *----------------------------------------------------------------*
       1247-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * LE A IMAGEM VIVA DO REGISTRO NO CADACLIE-VSAM PARA A           *
      * EXIBICAO E PARA A CONFERENCIA DE CONCORRENCIA DA APROVACAO     *
               GO TO 1250-99-FIM
           END-IF.

           IF  APR-OPER-INCLUSAO
               PERFORM 1255-APROVAR-INCLUSAO
               GO TO 1250-99-FIM
           END-IF.

           IF  NOT WRK-REGISTRO-EXISTE
      *        O REGISTRO DESAPARECEU DO CADASTRO DEPOIS DA
      *        SOLICITACAO - A PENDENCIA NAO TEM MAIS OBJETO.
       1250-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * APROVACAO DE INCLUSAO RETIDA PELA LISTA RESTRITIVA - GRAVA A   *
      * IMAGEM PROPOSTA COMO REGISTRO NOVO NO CADACLIE-VSAM            *
      ******************************************************************
      *----------------------------------------------------------------*
       1255-APROVAR-INCLUSAO           SECTION.
      *----------------------------------------------------------------*

           IF  WRK-REGISTRO-EXISTE
      *        A CONTA FOI CADASTRADA POR OUTRO CAMINHO DEPOIS DA
      *        SOLICITACAO - A INCLUSAO NAO TEM MAIS OBJETO.
               INITIALIZE WRK-AREA-CADU8000
               MOVE 'E720'             TO WRK-COD-MENSAGEM-8000
               PERFORM 1110-ACESSAR-CADU8000
               GO TO 1255-99-FIM
           END-IF.

           OPEN I-O CADACLIE-VSAM.

           IF  WRK-FS-CADAVSAM         NOT EQUAL '00'
               MOVE 'APL'              TO ERR-TIPO-ACESSO
               MOVE WRK-FS-CADAVSAM    TO ERR-TEXTO
               MOVE 'CADACLIE-VSAM'    TO ERR-MODULO
               PERFORM 9999-PROCESSAR-ROTINA-ERRO
           END-IF.

           MOVE APR-IMAGEM-PROPOSTA    TO REG-CADACLIE.

           WRITE REG-CADACLIE.

           IF  WRK-FS-CADAVSAM         EQUAL '22'
               CLOSE CADACLIE-VSAM
               INITIALIZE WRK-AREA-CADU8000
               MOVE 'E720'             TO WRK-COD-MENSAGEM-8000
               PERFORM 1110-ACESSAR-CADU8000
               GO TO 1255-99-FIM
           END-IF.

           IF  WRK-FS-CADAVSAM         NOT EQUAL '00'
               MOVE 'APL'              TO ERR-TIPO-ACESSO
               MOVE WRK-FS-CADAVSAM    TO ERR-TEXTO
               MOVE 'CADACLIE-VSAM'    TO ERR-MODULO
               PERFORM 9999-PROCESSAR-ROTINA-ERRO
           END-IF.

           CLOSE CADACLIE-VSAM.

           MOVE 'I'                    TO WRK-OPER-JORNAL.

           PERFORM 1270-GRAVAR-JORNAL.

           PERFORM 1280-REMOVER-PENDENCIA.

           INITIALIZE WRK-AREA-CADU8000.
           MOVE 'A860'                 TO WRK-COD-MENSAGEM-8000.
           PERFORM 1110-ACESSAR-CADU8000.

      *----------------------------------------------------------------*
       1255-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * REJEICAO (DECISAO 'R') - APENAS DESCARTA A PENDENCIA           *
      ******************************************************************
                                             LNK-ALT-PCB
           END-IF.

           SET USOA-RESULT-ERRO-SISTEMA
                                       TO TRUE.
           PERFORM 0090-GRAVAR-REGISTRO-USO.

           PERFORM 2000-FINALIZAR.

      *----------------------------------------------------------------*
