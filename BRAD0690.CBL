      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. BRAD0690.
       AUTHOR.     FLAVIO AUGUSTO MARIA.
      *================================================================*
      *                   P R I M E  I N F O R M A T I C A             *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  BRAD0690                                     *
      *    PROGRAMADOR.:  FLAVIO AUGUSTO MARIA              -  PRIME   *
      *    ANALISTA....:                                    -          *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  APLICACAO NOTURNA DAS ALTERACOES CADASTRAIS  *
      *                   AGENDADAS (AGDCAD), GRAVADAS PELA BRAD7410   *
      *                   A PARTIR DA TELA CADU1203 E DO TRANMNT       *
      *                   (BRAD0430) COM DATA DE VIGENCIA FUTURA.      *
      *                   PERCORRE O AGDCAD NA ORDEM DA CHAVE (CONTA + *
      *                   VIGENCIA) E APLICA NO CADACLIE-VSAM CADA     *
      *                   AGENDAMENTO QUE JA VENCEU.                   *
      *----------------------------------------------------------------*
      *    REGRA.......:  VENCE O AGENDAMENTO COM VIGENCIA ATE O       *
      *                   PROXIMO DIA UTIL APOS A DATA DO              *
      *                   PROCESSAMENTO (BRAD7240/CALCAD), PARA QUE A  *
      *                   ALTERACAO JA ESTEJA EM VIGOR NA ABERTURA DO  *
      *                   ONLINE; SEM CALENDARIO, VALE A PROPRIA DATA  *
      *                   DO PROCESSAMENTO. OS DEMAIS FICAM NO AGDCAD. *
      *                   SOBRE O REGISTRO ATUAL SO SAO APLICADOS OS   *
      *                   GRUPOS DE CAMPOS EM QUE A IMAGEM PROPOSTA    *
      *                   DIFERE DA IMAGEM BASE (O QUE FOI DE FATO     *
      *                   ALTERADO NO AGENDAMENTO), PRESERVANDO O QUE  *
      *                   MUDOU NO CADASTRO DEPOIS DELE. CPF/CNPJ,     *
      *                   NOME, MARCAS DE DEVOLUCAO E SITUACAO NA      *
      *                   RECEITA NUNCA VEM DO AGENDAMENTO; ENDERECO   *
      *                   OU CEP TROCADO LIMPA A MARCA DE DEVOLUCAO.   *
      *                   A REVISAO CADASTRAL (RECADASTRAMENTO) VEM    *
      *                   QUANDO O AGENDAMENTO FOI FEITO COM OS DADOS  *
      *                   CONFIRMADOS COM O CLIENTE.                   *
      *                   O REGISTRO RESULTANTE PASSA PELAS MESMAS     *
      *                   VALIDACOES DA BRAD0430/CADU1203 (BRAD7200,   *
      *                   7210, 7220, 7230 E 7250) ANTES DO REWRITE,   *
      *                   QUE E GRAVADO NO JORNAL (CADHIST) PELA       *
      *                   BRAD7140 COM O USUARIO/DEPTO DO AGENDAMENTO. *
      *                   CONTA RE-CHAVEADA DEPOIS DO AGENDAMENTO E    *
      *                   LOCALIZADA PELA CHAVE EM VIGOR (BRAD7300).   *
      *                   APLICADO OU REJEITADO, O AGENDAMENTO VENCIDO *
      *                   E EXCLUIDO DO AGDCAD.                        *
      *----------------------------------------------------------------*
      *    RELATORIO...:  RELAGD - UMA LINHA POR AGENDAMENTO VENCIDO   *
      *                   COM O RESULTADO (APLICADA / REJEITADA), OS   *
      *                   GRUPOS DE CAMPOS APLICADOS E, NAS            *
      *                   REJEITADAS, O CODIGO DE MENSAGEM NO PADRAO   *
      *                   CADU8000 (E719 OU O CODIGO DEVOLVIDO PELO    *
      *                   MODULO DE VALIDACAO); TOTAIS DE LIDOS,       *
      *                   VENCIDOS, APLICADOS, REJEITADOS E PENDENTES. *
      *----------------------------------------------------------------*
      *    RETORNO.....:  RETURN-CODE 04 QUANDO HOUVE AO MENOS UM      *
      *                   AGENDAMENTO REJEITADO; 12 EM ERRO DE         *
      *                   ARQUIVO.                                     *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#AGDCAD - LAYOUT DO ARQUIVO DE ALTERACOES AGENDADAS.       *
      *    I#CADREG - LAYOUT DO REGISTRO DE CLIENTES (CADACLIE).       *
      *    I#CADHSC - AREA DE COMUNICACAO COM O MODULO BRAD7140.       *
      *    I#XRFCOM - AREA DE COMUNICACAO COM O MODULO BRAD7300.       *
      *    I#BRAD7S - AREA DE TOTAIS DE EXECUCAO (BRAD7130).           *
      *    I#BRAD7C - AREA PARA TRATAMENTO DE ERRO PELA BRAD7100       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD7100 - MODULO TRATAMENTO DE ERRO.                       *
      *    BRAD7110 - MODULO DE LOG DE AUDITORIA.                      *
      *    BRAD7130 - MODULO DE TOTAIS DE EXECUCAO (RUNSTAT).          *
      *    BRAD7140 - MODULO DO JORNAL DE ALTERACOES (CADHIST).        *
      *    BRAD7200 - VALIDACAO DE CPF/CNPJ.                           *
      *    BRAD7210 - VALIDACAO DE CEP/ENDERECO.                       *
      *    BRAD7220 - VALIDACAO DE DDD/TELEFONE.                       *
      *    BRAD7230 - VALIDACAO DE E-MAIL/PREF. DE CONTATO.            *
      *    BRAD7240 - MODULO DE DIAS UTEIS (CALCAD).                   *
      *    BRAD7250 - VALIDACAO DE AGENCIA/POSTO/RAMO (DOMCAD).        *
      *    BRAD7300 - MODULO DA CHAVE EM VIGOR DE CONTA RE-CHAVEADA.   *
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       CONFIGURATION                   SECTION.
      *----------------------------------------------------------------*

       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.

      *----------------------------------------------------------------*
       INPUT-OUTPUT                    SECTION.
      *----------------------------------------------------------------*

       FILE-CONTROL.

           SELECT AGDCAD    ASSIGN     TO UT-S-AGDCAD
                      ORGANIZATION         IS INDEXED
                      ACCESS MODE          IS DYNAMIC
                      RECORD KEY           IS AGD-CHAVE
                      FILE STATUS          IS WRK-FS-AGDCAD.

           SELECT CADACLIE-VSAM ASSIGN     TO UT-S-CADAVSAM
                      ORGANIZATION         IS INDEXED
                      ACCESS MODE          IS DYNAMIC
                      RECORD KEY           IS CAD-CHAVE
                      FILE STATUS          IS WRK-FS-CADAVSAM.

           SELECT RELAGD    ASSIGN     TO UT-S-RELAGD
                      FILE STATUS      IS WRK-FS-RELAGD.

      *================================================================*
       DATA DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    I/O    :  ALTERACOES CADASTRAIS AGENDADAS                   *
      *              ORG. INDEXADA (KSDS)   -   LRECL = 630            *
      *----------------------------------------------------------------*

       FD  AGDCAD
           LABEL RECORD IS STANDARD.

       COPY 'I#AGDCAD'.

      *----------------------------------------------------------------*
      *    I/O    :  CADACLIE-VSAM                                     *
      *              ORG. INDEXADA (KSDS)   -   LRECL = 280            *
      *----------------------------------------------------------------*

       FD  CADACLIE-VSAM
           LABEL RECORD IS STANDARD.

       COPY 'I#CADREG'.

      *----------------------------------------------------------------*
      *    OUTPUT :  RELATORIO DE APLICADAS/REJEITADAS                 *
      *              ORG. SEQUENCIAL   -   LRECL = 132                 *
      *----------------------------------------------------------------*

       FD  RELAGD
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  REG-RELAGD                   PIC  X(132).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** INICIO DA WORKING BRAD0690                 ***'.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** VARIAVEIS AUXILIARES                       ***'.
      *----------------------------------------------------------------*

       77  WRK-FECHAR                  PIC  X(001)         VALUE 'N'.
       77  WRK-PGM                     PIC  X(008)         VALUE
           'BRAD0690'.
       77  WRK-BATCH                   PIC  X(008)         VALUE
           'BATCH'.
       77  WRK-SQLCA-OU-STATUS         PIC  X(136)         VALUE SPACES.
       77  WRK-LINHAS-POR-PAGINA       PIC  9(002) COMP    VALUE 55.
       77  WRK-CONT-LINHAS             PIC  9(002) COMP    VALUE ZEROS.
       77  WRK-CONT-PAGINA             PIC  9(004) COMP    VALUE ZEROS.
       77  WRK-TOT-LIDOS               PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-VENCIDOS            PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-APLICADOS           PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-REJEITADOS          PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-PENDENTES           PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-DATA-HOJE               PIC  9(008)         VALUE ZEROS.
       77  WRK-DATA-LIMITE             PIC  9(008)         VALUE ZEROS.
       77  WRK-REG-VALIDO              PIC  X(001)         VALUE 'N'.
           88  WRK-REGISTRO-VALIDO                         VALUE 'S'.
       77  WRK-COD-REJEICAO            PIC  X(004)         VALUE SPACES.
       77  WRK-AGDCAD-AUSENTE          PIC  X(001)         VALUE 'N'.
       77  WRK-ABORTAR                 PIC  X(001)         VALUE 'N'.
           88  WRK-EXECUCAO-ABORTADA                       VALUE 'S'.
       77  WRK-IND                     PIC  9(003) COMP    VALUE ZEROS.
       77  WRK-POS                     PIC  9(003) COMP    VALUE ZEROS.
       77  WRK-TAM                     PIC  9(003) COMP    VALUE ZEROS.
       77  WRK-PTR                     PIC  9(003) COMP    VALUE ZEROS.
       77  WRK-QTD-GRUPOS-APLIC        PIC  9(003) COMP    VALUE ZEROS.
       77  WRK-CAMPOS-APLICADOS        PIC  X(057)         VALUE SPACES.

      *----------------------------------------------------------------*
      *    GRUPOS DE CAMPOS DO I#CADREG QUE UM AGENDAMENTO PODE        *
      *    ALTERAR: POSICAO E TAMANHO NO REGISTRO (280 BYTES) E O      *
      *    NOME IMPRESSO NO RELATORIO. O ENDERECO DIGITADO E           *
      *    LOGRADOURO/NUMERO/COMPLEMENTO/BAIRRO (68:71) - CIDADE E UF  *
      *    (139:32) VEM DO CEPCAD NA VALIDACAO. CPF/CNPJ (12:16),      *
      *    NOME (28:40), DEVOLUCAO (261:8) E SITUACAO NA RECEITA       *
      *    (269:6) FICAM DE FORA. A REVISAO CADASTRAL (275:6) SO MUDA  *
      *    NA IMAGEM PROPOSTA QUANDO OS DADOS FORAM CONFIRMADOS COM O  *
      *    CLIENTE NO AGENDAMENTO.                                     *
      *----------------------------------------------------------------*

       01  WRK-TAB-GRUPOS-LIT.
           05  FILLER                  PIC  X(016)         VALUE
               '011001DIG-CTA   '.
           05  FILLER                  PIC  X(016)         VALUE
               '068071ENDERECO  '.
           05  FILLER                  PIC  X(016)         VALUE
               '171006CEP       '.
           05  FILLER                  PIC  X(016)         VALUE
               '177009TELEFONE  '.
           05  FILLER                  PIC  X(016)         VALUE
               '186009FAX       '.
           05  FILLER                  PIC  X(016)         VALUE
               '195002POSTO     '.
           05  FILLER                  PIC  X(016)         VALUE
               '197003RAMO      '.
           05  FILLER                  PIC  X(016)         VALUE
               '200002IDENTF-CTA'.
           05  FILLER                  PIC  X(016)         VALUE
               '202005DT-ABERT  '.
           05  FILLER                  PIC  X(016)         VALUE
               '207005DT-ULTMV  '.
           05  FILLER                  PIC  X(016)         VALUE
               '212005DT-NASCI  '.
           05  FILLER                  PIC  X(016)         VALUE
               '217001SEXO      '.
           05  FILLER                  PIC  X(016)         VALUE
               '218001TP-CHEQ   '.
           05  FILLER                  PIC  X(016)         VALUE
               '219001TP-EXTR   '.
           05  FILLER                  PIC  X(016)         VALUE
               '220040EMAIL     '.
           05  FILLER                  PIC  X(016)         VALUE
               '260001PREF      '.
           05  FILLER                  PIC  X(016)         VALUE
               '275006REVISAO   '.

       01  WRK-TAB-GRUPOS              REDEFINES WRK-TAB-GRUPOS-LIT.
           05  WRK-GRUPO               OCCURS 17 TIMES.
               10  WRK-GRP-POS         PIC  9(003).
               10  WRK-GRP-TAM         PIC  9(003).
               10  WRK-GRP-NOME        PIC  X(010).

       77  WRK-QTD-GRUPOS              PIC  9(003) COMP    VALUE 17.

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE COMUNICACAO COM A BRAD7200         ***'.
      *----------------------------------------------------------------*

       01  WRK-AREA-BRAD7200.
           05  WRK-7200-CGC-CPF.
               10  WRK-7200-PRINCIPAL  PIC  X(09).
               10  WRK-7200-FILIAL     PIC  X(05).
               10  WRK-7200-CTLE       PIC  9(02).
           05  WRK-7200-COD-RETORNO    PIC  X(01)          VALUE SPACES.
               88  WRK-CGC-VALIDO-7200                     VALUE 'S'.
               88  WRK-CGC-INVALIDO-7200                   VALUE 'N'.
           05  WRK-7200-COD-MENSAGEM   PIC  X(04)          VALUE SPACES.

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE COMUNICACAO COM A BRAD7210         ***'.
      *----------------------------------------------------------------*

       01  WRK-AREA-BRAD7210.
           05  WRK-7210-NRO-CEP        PIC  9(05)  COMP-3.
           05  WRK-7210-COMPL-CEP      PIC  9(03).
           05  WRK-7210-CIDADE         PIC  X(30)          VALUE SPACES.
           05  WRK-7210-UF             PIC  X(02)          VALUE SPACES.
           05  WRK-7210-COD-RETORNO    PIC  X(01)          VALUE SPACES.
               88  WRK-CEP-VALIDO-7210                     VALUE 'S'.
               88  WRK-CEP-INVALIDO-7210                   VALUE 'N'.
           05  WRK-7210-COD-MENSAGEM   PIC  X(04)          VALUE SPACES.

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE COMUNICACAO COM A BRAD7220         ***'.
      *----------------------------------------------------------------*

       01  WRK-AREA-BRAD7220.
           05  WRK-7220-DDD            PIC  X(04)          VALUE SPACES.
           05  WRK-7220-NRO-FONE       PIC  9(09)  COMP-3.
           05  WRK-7220-NRO-CEP        PIC  9(05)  COMP-3.
           05  WRK-7220-COMPL-CEP      PIC  9(03).
           05  WRK-7220-COD-RETORNO    PIC  X(01)          VALUE SPACES.
               88  WRK-DDD-VALIDO-7220                     VALUE 'S'.
               88  WRK-DDD-INVALIDO-7220                   VALUE 'N'.
           05  WRK-7220-COD-MENSAGEM   PIC  X(04)          VALUE SPACES.

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE COMUNICACAO COM A BRAD7230         ***'.
      *----------------------------------------------------------------*

       01  WRK-AREA-BRAD7230.
           05  WRK-7230-EMAIL          PIC  X(40)          VALUE SPACES.
           05  WRK-7230-PREF-CONTATO   PIC  X(01)          VALUE SPACES.
           05  WRK-7230-COD-RETORNO    PIC  X(01)          VALUE SPACES.
               88  WRK-CONTATO-VALIDO-7230                 VALUE 'S'.
               88  WRK-CONTATO-INVALIDO-7230               VALUE 'N'.
           05  WRK-7230-COD-MENSAGEM   PIC  X(04)          VALUE SPACES.

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE COMUNICACAO COM A BRAD7240         ***'.
      *----------------------------------------------------------------*

       01  WRK-AREA-BRAD7240.
           05  WRK-7240-FUNCAO         PIC  X(01)          VALUE SPACES.
           05  WRK-7240-DATA           PIC  9(08)          VALUE ZEROS.
           05  WRK-7240-DATA-2         PIC  9(08)          VALUE ZEROS.
           05  WRK-7240-QTD-UTEIS      PIC  9(05)          VALUE ZEROS.
           05  WRK-7240-EH-UTIL        PIC  X(01)          VALUE SPACES.
           05  WRK-7240-COD-RETORNO    PIC  X(01)          VALUE SPACES.
               88  WRK-7240-OK                             VALUE 'S'.

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE COMUNICACAO COM A BRAD7250         ***'.
      *----------------------------------------------------------------*

       01  WRK-AREA-BRAD7250.
           05  WRK-7250-TIPO           PIC  X(01)          VALUE SPACES.
           05  WRK-7250-CODIGO         PIC  9(05)          VALUE ZEROS.
           05  WRK-7250-DESCRICAO      PIC  X(30)          VALUE SPACES.
           05  WRK-7250-COD-RETORNO    PIC  X(01)          VALUE SPACES.
               88  WRK-DOM-VALIDO-7250                     VALUE 'S'.
               88  WRK-DOM-INVALIDO-7250                   VALUE 'N'.
           05  WRK-7250-COD-MENSAGEM   PIC  X(04)          VALUE SPACES.

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE COMUNICACAO COM A BRAD7300         ***'.
      *----------------------------------------------------------------*

       COPY 'I#XRFCOM'.

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE COMUNICACAO COM A BRAD7140         ***'.
      *----------------------------------------------------------------*
      *    IMAGEM DO REGISTRO ANTES DA APLICACAO (CAPTURADA LOGO APOS  *
      *    O READ) E AREA DO JORNAL DE ALTERACOES, GRAVADO PELA        *
      *    BRAD7140 A CADA REWRITE BEM SUCEDIDO.                       *
      *----------------------------------------------------------------*

       01  WRK-IMAGEM-ANTES            PIC  X(280)         VALUE
           LOW-VALUES.
       01  WRK-IMAGEM-DEPOIS           PIC  X(280)         VALUE
           LOW-VALUES.

       COPY 'I#CADHSC'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** LINHAS DE IMPRESSAO DO RELATORIO           ***'.
      *----------------------------------------------------------------*

       01  LIN-CABECALHO-1.
           05  FILLER                  PIC  X(050)         VALUE
               'BRAD0690 - APLICACAO DAS ALTERACOES AGENDADAS'.
           05  FILLER                  PIC  X(019)         VALUE
               'VIGENCIA ATE: '.
           05  LIN-1-DATA-LIMITE       PIC  X(010)         VALUE SPACES.
           05  FILLER                  PIC  X(033)         VALUE SPACES.
           05  FILLER                  PIC  X(008)         VALUE
               'PAGINA: '.
           05  LIN-1-PAGINA            PIC  ZZZ9.
           05  FILLER                  PIC  X(008)         VALUE SPACES.

       01  LIN-CABECALHO-2.
           05  FILLER                  PIC  X(008)         VALUE
               'AGENCIA'.
           05  FILLER                  PIC  X(008)         VALUE
               'RAZAO'.
           05  FILLER                  PIC  X(010)         VALUE
               'CONTA'.
           05  FILLER                  PIC  X(012)         VALUE
               'VIGENCIA'.
           05  FILLER                  PIC  X(010)         VALUE
               'ORIGEM'.
           05  FILLER                  PIC  X(009)         VALUE
               'USUARIO'.
           05  FILLER                  PIC  X(012)         VALUE
               'RESULTADO'.
           05  FILLER                  PIC  X(006)         VALUE
               'ERRO'.
           05  FILLER                  PIC  X(057)         VALUE
               'CAMPOS APLICADOS'.

       01  LIN-DETALHE.
           05  LIN-DET-AGENCIA         PIC  ZZZZ9.
           05  FILLER                  PIC  X(003)         VALUE SPACES.
           05  LIN-DET-RAZAO           PIC  ZZZZ9.
           05  FILLER                  PIC  X(003)         VALUE SPACES.
           05  LIN-DET-CONTA           PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(003)         VALUE SPACES.
           05  LIN-DET-DT-EFETIVA      PIC  X(010)         VALUE SPACES.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-ORIGEM          PIC  X(008).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-COD-USER        PIC  X(007).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-RESULTADO       PIC  X(010).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-COD-ERRO        PIC  X(004).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-CAMPOS          PIC  X(057)         VALUE SPACES.

       01  LIN-TOTAIS.
           05  FILLER                  PIC  X(014)         VALUE
               'LIDOS.......: '.
           05  LIN-TOT-LIDOS           PIC  Z.ZZZ.ZZ9.
           05  FILLER                  PIC  X(014)         VALUE
               '  VENCIDOS: '.
           05  LIN-TOT-VENCIDOS        PIC  Z.ZZZ.ZZ9.
           05  FILLER                  PIC  X(014)         VALUE
               '  APLICADOS: '.
           05  LIN-TOT-APLICADOS       PIC  Z.ZZZ.ZZ9.
           05  FILLER                  PIC  X(015)         VALUE
               '  REJEITADOS: '.
           05  LIN-TOT-REJEITADOS      PIC  Z.ZZZ.ZZ9.
           05  FILLER                  PIC  X(015)         VALUE
               '  PENDENTES: '.
           05  LIN-TOT-PENDENTES       PIC  Z.ZZZ.ZZ9.
           05  FILLER                  PIC  X(015)         VALUE SPACES.

       01  LIN-BRANCO                  PIC  X(132)         VALUE SPACES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** MENSAGEM DE ERRO DE FILE-STATUS            ***'.
      *----------------------------------------------------------------*

       01  WRK-FS-AGDCAD               PIC  X(002)         VALUE SPACES.
       01  WRK-FS-CADAVSAM             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-RELAGD               PIC  X(002)         VALUE SPACES.

       01  WRK-ERRO-ARQUIVO.
           05  FILLER                  PIC  X(005)         VALUE
               'ERRO '.
           05  WRK-OPERACAO            PIC  X(013)         VALUE SPACES.
               88  WRK-ABERTURA                            VALUE
                   ' NA ABERTURA '.
               88  WRK-LEITURA                             VALUE
                   ' NA  LEITURA '.
               88  WRK-GRAVACAO                            VALUE
                   ' NA GRAVACAO '.
               88  WRK-FECHAMENTO                          VALUE
                   'NO FECHAMENTO'.
           05  FILLER                  PIC  X(012)         VALUE
               ' DO ARQUIVO '.
           05  WRK-NOME-ARQUIVO        PIC  X(008)         VALUE SPACES.
           05  FILLER                  PIC  X(017)         VALUE
               ' - FILE STATUS = '.
           05  WRK-FILE-STATUS         PIC  X(002)         VALUE SPACES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DA BRAD7130 - TOTAIS DE EXECUCAO      ***'.
      *----------------------------------------------------------------*

       COPY 'I#BRAD7S'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DA BRAD7100                           ***'.
      *----------------------------------------------------------------*

       COPY 'I#BRAD7C'.

      *================================================================*
       PROCEDURE DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       0000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIALIZAR.

           PERFORM 2000-LER-AGDCAD.

           PERFORM UNTIL WRK-FECHAR    EQUAL 'S'
               PERFORM 2400-PROCESSAR-AGENDAMENTO
               PERFORM 2000-LER-AGDCAD
           END-PERFORM.

           PERFORM 2900-IMPRIMIR-TOTAIS.

           PERFORM 3000-FECHAR-ARQUIVO.

           PERFORM 4000-FINALIZAR.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-INICIALIZAR                SECTION.
      *----------------------------------------------------------------*

           MOVE FUNCTION CURRENT-DATE  TO STA-DATA-HORA-INICIO.
           MOVE STA-DATA-HORA-INICIO(1:8)
                                       TO WRK-DATA-HOJE.

      *    VENCEM OS AGENDAMENTOS ATE O PROXIMO DIA UTIL (BRAD7240);
      *    SE O CALENDARIO NAO RESPONDER, ATE A PROPRIA DATA.
           MOVE WRK-DATA-HOJE          TO WRK-DATA-LIMITE.
           MOVE 'P'                    TO WRK-7240-FUNCAO.
           MOVE WRK-DATA-HOJE          TO WRK-7240-DATA.
           MOVE SPACES                 TO WRK-7240-COD-RETORNO.

           CALL 'BRAD7240'             USING WRK-AREA-BRAD7240.

           IF  WRK-7240-OK
               MOVE WRK-7240-DATA-2    TO WRK-DATA-LIMITE
           END-IF.

           STRING WRK-DATA-LIMITE(7:2) '/'
                  WRK-DATA-LIMITE(5:2) '/'
                  WRK-DATA-LIMITE(1:4)
                  DELIMITED BY SIZE
                  INTO LIN-1-DATA-LIMITE.

      *    AGDCAD AINDA SEM NENHUM AGENDAMENTO GRAVADO ('35') = NADA
      *    VENCIDO: SAI SO O RELATORIO COM OS TOTAIS ZERADOS.
           OPEN I-O    AGDCAD.
           IF  WRK-FS-AGDCAD           EQUAL '35'
               MOVE 'S'                TO WRK-AGDCAD-AUSENTE
               MOVE 'S'                TO WRK-FECHAR
           ELSE
               SET WRK-ABERTURA        TO TRUE
               MOVE 'AGDCAD'           TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-AGDCAD      TO WRK-FILE-STATUS
               PERFORM 1100-TESTAR-FILE-STATUS
           END-IF.

           OPEN I-O    CADACLIE-VSAM.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'CADAVSAM'            TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-CADAVSAM       TO WRK-FILE-STATUS.
           MOVE WRK-FS-CADAVSAM       TO WRK-FS-AGDCAD.
           PERFORM 1100-TESTAR-FILE-STATUS.

           OPEN OUTPUT RELAGD.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'RELAGD'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELAGD         TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELAGD         TO WRK-FS-AGDCAD.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-TESTAR-FILE-STATUS          SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-AGDCAD            NOT EQUAL '00'
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE WRK-ERRO-ARQUIVO    TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-LER-AGDCAD                 SECTION.
      *----------------------------------------------------------------*

           IF  WRK-AGDCAD-AUSENTE      EQUAL 'S'
               GO TO 2000-99-FIM
           END-IF.

           READ AGDCAD                 NEXT RECORD.

           IF WRK-FS-AGDCAD            EQUAL '10'
              MOVE 'S'                 TO WRK-FECHAR
              GO TO 2000-99-FIM
           END-IF.

           SET WRK-LEITURA             TO TRUE.
           MOVE 'AGDCAD'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-AGDCAD          TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           ADD 1                       TO WRK-TOT-LIDOS.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2400-PROCESSAR-AGENDAMENTO      SECTION.
      *----------------------------------------------------------------*
      *    AGENDAMENTO AINDA NAO VENCIDO FICA NO AGDCAD PARA UMA       *
      *    PROXIMA NOITE. O VENCIDO E APLICADO OU REJEITADO E, NOS     *
      *    DOIS CASOS, EXCLUIDO. AGENDAMENTOS DA MESMA CONTA SAO LIDOS *
      *    NA ORDEM DA VIGENCIA, CADA UM SOBRE O RESULTADO DO ANTERIOR.*
      *----------------------------------------------------------------*

           IF  AGD-DT-EFETIVA          GREATER WRK-DATA-LIMITE
               ADD 1                   TO WRK-TOT-PENDENTES
               GO TO 2400-99-FIM
           END-IF.

           ADD 1                       TO WRK-TOT-VENCIDOS.

           MOVE SPACES                 TO WRK-COD-REJEICAO
                                          WRK-CAMPOS-APLICADOS.
           MOVE 1                      TO WRK-PTR.

           PERFORM 2420-APLICAR-ALTERACAO.

           DELETE AGDCAD               RECORD.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'AGDCAD'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-AGDCAD          TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2420-APLICAR-ALTERACAO          SECTION.
      *----------------------------------------------------------------*

           MOVE AGD-AGENCIA            TO CAD-AGENCIA.
           MOVE AGD-RAZAO              TO CAD-RAZAO.
           MOVE AGD-CONTA              TO CAD-CONTA.

           PERFORM 2410-LER-CADACLIE.

      *    CONTA RE-CHAVEADA DEPOIS DO AGENDAMENTO: A ALTERACAO VAI
      *    PARA A CHAVE EM VIGOR DEVOLVIDA PELA BRAD7300.
           IF  WRK-FS-CADAVSAM         EQUAL '23'
               MOVE AGD-AGENCIA        TO XRFA-AGENCIA-INF
               MOVE AGD-RAZAO          TO XRFA-RAZAO-INF
               MOVE AGD-CONTA          TO XRFA-CONTA-INF
               CALL 'BRAD7300'         USING XRF-AREA
               IF  XRFA-RECHAVEADA
                   MOVE XRFA-AGENCIA-VIG
                                       TO CAD-AGENCIA
                   MOVE XRFA-RAZAO-VIG TO CAD-RAZAO
                   MOVE XRFA-CONTA-VIG TO CAD-CONTA
                   PERFORM 2410-LER-CADACLIE
                   IF  WRK-FS-CADAVSAM EQUAL '00'
                       STRING 'NOVA CHAVE ' DELIMITED BY SIZE
                              INTO WRK-CAMPOS-APLICADOS
                              WITH POINTER WRK-PTR
                   END-IF
               END-IF
           END-IF.

           IF  WRK-FS-CADAVSAM         EQUAL '23'
               MOVE 'E719'             TO WRK-COD-REJEICAO
               PERFORM 2850-REGISTRAR-REJEITADA
               GO TO 2420-99-FIM
           END-IF.

           MOVE REG-CADACLIE           TO WRK-IMAGEM-ANTES.

           MOVE ZEROS                  TO WRK-QTD-GRUPOS-APLIC.

           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND       GREATER WRK-QTD-GRUPOS
               PERFORM 2430-APLICAR-GRUPO
           END-PERFORM.

      *    ENDERECO OU CEP TROCADO: A MARCA DE CORRESPONDENCIA
      *    DEVOLVIDA (BRAD0480) E O ACUMULADO PARTEM LIMPOS, MESMA
      *    REGRA DA BRAD0430/CADU1203. CIDADE E UF SAO REFEITAS PELA
      *    BRAD7210 NA VALIDACAO.
           IF  REG-CADACLIE(68:71)     NOT EQUAL WRK-IMAGEM-ANTES(68:71)
           OR  REG-CADACLIE(171:6)     NOT EQUAL
                                       WRK-IMAGEM-ANTES(171:6)
               MOVE SPACES             TO CAD-END-CONFIAVEL
               MOVE ZEROS              TO CAD-DT-DEVOLUCAO
                                          CAD-QTD-DEVOLUCOES
           END-IF.

           PERFORM 2600-VALIDAR-REGISTRO.

           IF  NOT WRK-REGISTRO-VALIDO
               PERFORM 2850-REGISTRAR-REJEITADA
               GO TO 2420-99-FIM
           END-IF.

      *    NADA A APLICAR (O CADASTRO JA TEM OS VALORES AGENDADOS OU
      *    A PROPOSTA NAO DIFERIA DA BASE): SEM REWRITE NEM JORNAL.
           IF  REG-CADACLIE            EQUAL WRK-IMAGEM-ANTES
               IF  WRK-QTD-GRUPOS-APLIC EQUAL ZEROS
                   STRING '(SEM DIFERENCA)' DELIMITED BY SIZE
                          INTO WRK-CAMPOS-APLICADOS
                          WITH POINTER WRK-PTR
               END-IF
               PERFORM 2800-REGISTRAR-APLICADA
               GO TO 2420-99-FIM
           END-IF.

           REWRITE REG-CADACLIE.

           IF  WRK-FS-CADAVSAM         EQUAL '00'
               MOVE REG-CADACLIE       TO WRK-IMAGEM-DEPOIS
               PERFORM 2700-GRAVAR-JORNAL
               PERFORM 2800-REGISTRAR-APLICADA
           ELSE
               MOVE 'APL'              TO ERR-TIPO-ACESSO
               MOVE WRK-FS-CADAVSAM    TO ERR-TEXTO
               MOVE 'CADACLIE-VSAM'    TO ERR-MODULO
               PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       2420-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2410-LER-CADACLIE               SECTION.
      *----------------------------------------------------------------*

           READ CADACLIE-VSAM
                KEY IS CAD-CHAVE
                INVALID KEY
                MOVE '23'               TO WRK-FS-CADAVSAM
                NOT INVALID KEY
                MOVE '00'               TO WRK-FS-CADAVSAM
           END-READ.

           IF  WRK-FS-CADAVSAM         NOT EQUAL '00' AND
               WRK-FS-CADAVSAM         NOT EQUAL '23'
               MOVE 'APL'              TO ERR-TIPO-ACESSO
               MOVE WRK-FS-CADAVSAM    TO ERR-TEXTO
               MOVE 'CADACLIE-VSAM'    TO ERR-MODULO
               PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       2410-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2430-APLICAR-GRUPO              SECTION.
      *----------------------------------------------------------------*
      *    GRUPO WRK-IND DA TABELA: SE A PROPOSTA DIFERE DA BASE, O    *
      *    VALOR PROPOSTO VAI PARA O REGISTRO ATUAL E O NOME DO GRUPO  *
      *    PARA A LINHA DO RELATORIO.                                  *
      *----------------------------------------------------------------*

           MOVE WRK-GRP-POS(WRK-IND)   TO WRK-POS.
           MOVE WRK-GRP-TAM(WRK-IND)   TO WRK-TAM.

           IF  AGD-IMAGEM-PROPOSTA(WRK-POS:WRK-TAM)
                                       EQUAL
               AGD-IMAGEM-BASE(WRK-POS:WRK-TAM)
               GO TO 2430-99-FIM
           END-IF.

           MOVE AGD-IMAGEM-PROPOSTA(WRK-POS:WRK-TAM)
                                       TO REG-CADACLIE(WRK-POS:WRK-TAM).
           ADD 1                       TO WRK-QTD-GRUPOS-APLIC.

           STRING WRK-GRP-NOME(WRK-IND) DELIMITED BY SPACE
                  ' '                  DELIMITED BY SIZE
                  INTO WRK-CAMPOS-APLICADOS
                  WITH POINTER WRK-PTR
           END-STRING.

      *----------------------------------------------------------------*
       2430-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2600-VALIDAR-REGISTRO           SECTION.
      *----------------------------------------------------------------*
      *    MESMAS VALIDACOES DA BRAD0430 E DA TELA CADU1203, NA MESMA  *
      *    ORDEM: CPF/CNPJ (BRAD7200), CEP/ENDERECO (BRAD7210), DDD/   *
      *    NUMERO DO TELEFONE E DO FAX (BRAD7220 - O FAX SO QUANDO     *
      *    INFORMADO), E-MAIL/PREFERENCIA (BRAD7230) E DOMINIOS        *
      *    (BRAD7250). A PRIMEIRA REGRA VIOLADA REJEITA O AGENDAMENTO. *
      *----------------------------------------------------------------*

           MOVE 'S'                    TO WRK-REG-VALIDO.

           MOVE CAD-PRINCIPAL          TO WRK-7200-PRINCIPAL.
           MOVE CAD-FILIAL             TO WRK-7200-FILIAL.
           MOVE CAD-CTLE               TO WRK-7200-CTLE.
           MOVE SPACES                 TO WRK-7200-COD-RETORNO
                                           WRK-7200-COD-MENSAGEM.

           CALL 'BRAD7200'             USING WRK-AREA-BRAD7200.

           IF  WRK-CGC-INVALIDO-7200
               MOVE 'N'                TO WRK-REG-VALIDO
               MOVE WRK-7200-COD-MENSAGEM
                                       TO WRK-COD-REJEICAO
               GO TO 2600-99-FIM
           END-IF.

           MOVE CAD-NRO-CEP            TO WRK-7210-NRO-CEP.
           MOVE CAD-COMPL-CEP          TO WRK-7210-COMPL-CEP.
           MOVE SPACES                 TO WRK-7210-CIDADE
                                           WRK-7210-UF
                                           WRK-7210-COD-RETORNO
                                           WRK-7210-COD-MENSAGEM.

           CALL 'BRAD7210'             USING WRK-AREA-BRAD7210.

           IF  WRK-CEP-INVALIDO-7210
               MOVE 'N'                TO WRK-REG-VALIDO
               MOVE WRK-7210-COD-MENSAGEM
                                       TO WRK-COD-REJEICAO
               GO TO 2600-99-FIM
           END-IF.

      *    CIDADE E UF DE REFERENCIA DO CEP, DEVOLVIDAS PELA
      *    BRAD7210, COMPLETAM O ENDERECO ESTRUTURADO.
           MOVE WRK-7210-CIDADE        TO CAD-END-CIDADE.
           MOVE WRK-7210-UF            TO CAD-END-UF.

           MOVE CAD-DDD-FONE           TO WRK-7220-DDD.
           MOVE CAD-NRO-FONE           TO WRK-7220-NRO-FONE.
           MOVE CAD-NRO-CEP            TO WRK-7220-NRO-CEP.
           MOVE CAD-COMPL-CEP          TO WRK-7220-COMPL-CEP.
           MOVE SPACES                 TO WRK-7220-COD-RETORNO
                                           WRK-7220-COD-MENSAGEM.

           CALL 'BRAD7220'             USING WRK-AREA-BRAD7220.

           IF  WRK-DDD-INVALIDO-7220
               MOVE 'N'                TO WRK-REG-VALIDO
               MOVE WRK-7220-COD-MENSAGEM
                                       TO WRK-COD-REJEICAO
               GO TO 2600-99-FIM
           END-IF.

           IF  CAD-DDD-FAX             NOT EQUAL SPACES
               MOVE CAD-DDD-FAX        TO WRK-7220-DDD
               MOVE CAD-NRO-FAX        TO WRK-7220-NRO-FONE
               MOVE CAD-NRO-CEP        TO WRK-7220-NRO-CEP
               MOVE CAD-COMPL-CEP      TO WRK-7220-COMPL-CEP
               MOVE SPACES             TO WRK-7220-COD-RETORNO
                                           WRK-7220-COD-MENSAGEM
               CALL 'BRAD7220'         USING WRK-AREA-BRAD7220
               IF  WRK-DDD-INVALIDO-7220
                   MOVE 'N'            TO WRK-REG-VALIDO
                   MOVE WRK-7220-COD-MENSAGEM
                                       TO WRK-COD-REJEICAO
                   GO TO 2600-99-FIM
               END-IF
           END-IF.

           MOVE CAD-EMAIL              TO WRK-7230-EMAIL.
           MOVE CAD-PREF-CONTATO       TO WRK-7230-PREF-CONTATO.
           MOVE SPACES                 TO WRK-7230-COD-RETORNO
                                           WRK-7230-COD-MENSAGEM.

           CALL 'BRAD7230'             USING WRK-AREA-BRAD7230.

           IF  WRK-CONTATO-INVALIDO-7230
               MOVE 'N'                TO WRK-REG-VALIDO
               MOVE WRK-7230-COD-MENSAGEM
                                       TO WRK-COD-REJEICAO
               GO TO 2600-99-FIM
           END-IF.

      *    AGENCIA, POSTO DE SERVICO E RAMO DE ATIVIDADE PRECISAM
      *    EXISTIR E ESTAR ATIVOS NO ARQUIVO DE DOMINIOS (DOMCAD).
           MOVE 'A'                    TO WRK-7250-TIPO.
           MOVE CAD-AGENCIA            TO WRK-7250-CODIGO.
           PERFORM 2650-VALIDAR-DOMINIO.

           MOVE 'P'                    TO WRK-7250-TIPO.
           MOVE CAD-POSTO-SERV         TO WRK-7250-CODIGO.
           PERFORM 2650-VALIDAR-DOMINIO.

           MOVE 'R'                    TO WRK-7250-TIPO.
           MOVE CAD-RAMO-ATIV          TO WRK-7250-CODIGO.
           PERFORM 2650-VALIDAR-DOMINIO.

      *----------------------------------------------------------------*
       2600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2650-VALIDAR-DOMINIO            SECTION.
      *----------------------------------------------------------------*
      *    VALIDA UM CODIGO DE DOMINIO (TIPO/CODIGO JA PREPARADOS EM   *
      *    WRK-7250-TIPO/WRK-7250-CODIGO) NA BRAD7250.                 *
      *----------------------------------------------------------------*

           IF  NOT WRK-REGISTRO-VALIDO
               GO TO 2650-99-FIM
           END-IF.

           MOVE SPACES                 TO WRK-7250-COD-RETORNO
                                           WRK-7250-COD-MENSAGEM.

           CALL 'BRAD7250'             USING WRK-AREA-BRAD7250.

           IF  WRK-DOM-INVALIDO-7250
               MOVE 'N'                TO WRK-REG-VALIDO
               MOVE WRK-7250-COD-MENSAGEM
                                       TO WRK-COD-REJEICAO
           END-IF.

      *----------------------------------------------------------------*
       2650-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2700-GRAVAR-JORNAL              SECTION.
      *----------------------------------------------------------------*
      *    GRAVA NO JORNAL DE ALTERACOES (CADHIST) AS IMAGENS ANTES E  *
      *    DEPOIS DA APLICACAO, VIA BRAD7140, COM O USUARIO E O        *
      *    DEPARTAMENTO QUE AGENDARAM A ALTERACAO.                     *
      *----------------------------------------------------------------*

           MOVE CAD-AGENCIA            TO HSTA-AGENCIA.
           MOVE CAD-RAZAO              TO HSTA-RAZAO.
           MOVE CAD-CONTA              TO HSTA-CONTA.
           MOVE 'A'                    TO HSTA-OPERACAO.
           MOVE AGD-COD-USER           TO HSTA-COD-USER.
           MOVE AGD-COD-DEPTO          TO HSTA-COD-DEPTO.
           MOVE 'BRAD0690'             TO HSTA-TRANSACAO.
           MOVE WRK-IMAGEM-ANTES       TO HSTA-IMAGEM-ANTES.
           MOVE WRK-IMAGEM-DEPOIS      TO HSTA-IMAGEM-DEPOIS.

           CALL 'BRAD7140'             USING HST-AREA.

      *----------------------------------------------------------------*
       2700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2800-REGISTRAR-APLICADA         SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO WRK-TOT-APLICADOS.

           MOVE 'APLICADA'             TO LIN-DET-RESULTADO.
           MOVE SPACES                 TO LIN-DET-COD-ERRO.
           MOVE WRK-CAMPOS-APLICADOS   TO LIN-DET-CAMPOS.
           PERFORM 2860-IMPRIMIR-DETALHE.

      *----------------------------------------------------------------*
       2800-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2850-REGISTRAR-REJEITADA        SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO WRK-TOT-REJEITADOS.

           MOVE 'REJEITADA'            TO LIN-DET-RESULTADO.
           MOVE WRK-COD-REJEICAO       TO LIN-DET-COD-ERRO.
           MOVE SPACES                 TO LIN-DET-CAMPOS.
           PERFORM 2860-IMPRIMIR-DETALHE.

      *----------------------------------------------------------------*
       2850-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2860-IMPRIMIR-DETALHE           SECTION.
      *----------------------------------------------------------------*

           IF  WRK-CONT-LINHAS         EQUAL ZEROS OR
               WRK-CONT-LINHAS         >= WRK-LINHAS-POR-PAGINA
               PERFORM 2510-IMPRIMIR-CABECALHO
           END-IF.

           MOVE AGD-AGENCIA            TO LIN-DET-AGENCIA.
           MOVE AGD-RAZAO              TO LIN-DET-RAZAO.
           MOVE AGD-CONTA              TO LIN-DET-CONTA.
           MOVE AGD-ORIGEM             TO LIN-DET-ORIGEM.
           MOVE AGD-COD-USER           TO LIN-DET-COD-USER.

           STRING AGD-DT-EFETIVA(7:2) '/'
                  AGD-DT-EFETIVA(5:2) '/'
                  AGD-DT-EFETIVA(1:4)
                  DELIMITED BY SIZE
                  INTO LIN-DET-DT-EFETIVA.

           WRITE REG-RELAGD            FROM LIN-DETALHE.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELAGD'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELAGD          TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELAGD          TO WRK-FS-AGDCAD.
           PERFORM 1100-TESTAR-FILE-STATUS.

           ADD 1                       TO WRK-CONT-LINHAS.

      *----------------------------------------------------------------*
       2860-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2510-IMPRIMIR-CABECALHO         SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO WRK-CONT-PAGINA.
           MOVE WRK-CONT-PAGINA        TO LIN-1-PAGINA.

           WRITE REG-RELAGD            FROM LIN-CABECALHO-1.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELAGD'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELAGD          TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELAGD          TO WRK-FS-AGDCAD.
           PERFORM 1100-TESTAR-FILE-STATUS.

           WRITE REG-RELAGD            FROM LIN-CABECALHO-2.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELAGD'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELAGD          TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELAGD          TO WRK-FS-AGDCAD.
           PERFORM 1100-TESTAR-FILE-STATUS.

           WRITE REG-RELAGD            FROM LIN-BRANCO.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELAGD'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELAGD          TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELAGD          TO WRK-FS-AGDCAD.
           PERFORM 1100-TESTAR-FILE-STATUS.

           MOVE ZEROS                  TO WRK-CONT-LINHAS.

      *----------------------------------------------------------------*
       2510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2900-IMPRIMIR-TOTAIS            SECTION.
      *----------------------------------------------------------------*

           IF  WRK-CONT-PAGINA         EQUAL ZEROS
               PERFORM 2510-IMPRIMIR-CABECALHO
           END-IF.

           WRITE REG-RELAGD            FROM LIN-BRANCO.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELAGD'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELAGD          TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELAGD          TO WRK-FS-AGDCAD.
           PERFORM 1100-TESTAR-FILE-STATUS.

           MOVE WRK-TOT-LIDOS          TO LIN-TOT-LIDOS.
           MOVE WRK-TOT-VENCIDOS       TO LIN-TOT-VENCIDOS.
           MOVE WRK-TOT-APLICADOS      TO LIN-TOT-APLICADOS.
           MOVE WRK-TOT-REJEITADOS     TO LIN-TOT-REJEITADOS.
           MOVE WRK-TOT-PENDENTES      TO LIN-TOT-PENDENTES.
           WRITE REG-RELAGD            FROM LIN-TOTAIS.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELAGD'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELAGD          TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELAGD          TO WRK-FS-AGDCAD.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       2900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-FECHAR-ARQUIVO             SECTION.
      *----------------------------------------------------------------*

           IF  WRK-AGDCAD-AUSENTE      NOT EQUAL 'S'
               CLOSE AGDCAD
               SET WRK-FECHAMENTO      TO TRUE
               MOVE 'AGDCAD'           TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-AGDCAD      TO WRK-FILE-STATUS
               PERFORM 1100-TESTAR-FILE-STATUS
           END-IF.

           CLOSE CADACLIE-VSAM.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'CADAVSAM'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-CADAVSAM        TO WRK-FILE-STATUS.
           MOVE WRK-FS-CADAVSAM        TO WRK-FS-AGDCAD.
           PERFORM 1100-TESTAR-FILE-STATUS.

           CLOSE RELAGD.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'RELAGD'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELAGD          TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELAGD          TO WRK-FS-AGDCAD.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *    O RETURN-CODE E CARREGADO SO DEPOIS DA ULTIMA CALL - CADA   *
      *    CALL QUE RETORNA SOBREPOE O RETURN-CODE DO CHAMADOR COM O   *
      *    DO MODULO CHAMADO (MESMA OBSERVACAO DA BRAD0335).           *
      *----------------------------------------------------------------*

           MOVE 'BRAD0690'             TO STA-PGM.
           MOVE WRK-TOT-VENCIDOS       TO STA-TOT-LIDOS.
           MOVE WRK-TOT-APLICADOS      TO STA-TOT-GRAVADOS.
           MOVE WRK-TOT-REJEITADOS     TO STA-TOT-REJEITADOS.

           CALL 'BRAD7130'             USING STA-AREA.

           IF  WRK-TOT-REJEITADOS      GREATER ZEROS
               MOVE 04                 TO RETURN-CODE
           END-IF.

           IF  WRK-EXECUCAO-ABORTADA
               MOVE 12                 TO RETURN-CODE
           END-IF.

           GOBACK.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9999-ROTINA-ERRO                SECTION.
      *----------------------------------------------------------------*

           SET WRK-EXECUCAO-ABORTADA   TO TRUE.

           MOVE WRK-PGM                TO ERR-PGM.

           CALL 'BRAD7110'             USING ERRO-AREA
                                             WRK-SQLCA-OU-STATUS.

           CALL 'BRAD7100'             USING WRK-BATCH
                                             ERRO-AREA.

           PERFORM 4000-FINALIZAR.

      *----------------------------------------------------------------*
       9999-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
