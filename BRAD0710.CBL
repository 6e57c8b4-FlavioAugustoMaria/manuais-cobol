      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. BRAD0710.
       AUTHOR.     FLAVIO AUGUSTO MARIA.
      *================================================================*
      *                   P R I M E  I N F O R M A T I C A             *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  BRAD0710                                     *
      *    PROGRAMADOR.:  FLAVIO AUGUSTO MARIA              -  PRIME   *
      *    ANALISTA....:                                    -          *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  MALA MENSAL DE EXTRATOS EM PAPEL PARA O      *
      *                   BIROO DE IMPRESSAO, PRE-ORDENADA POR CEP     *
      *                   PARA A TARIFA COM DESCONTO DOS CORREIOS.     *
      *                   PERCORRE O CADACLIE-VSAM, SELECIONA AS       *
      *                   CONTAS COM EXTRATO EM PAPEL DEVIDO NO MES DE *
      *                   REFERENCIA (CAD-TP-EXTR), COMPLETA O BLOCO   *
      *                   DE ENDERECAMENTO COM A CIDADE E A UF DO      *
      *                   CEPCAD E GRAVA O ARQUIVO MALAEXT ORDENADO    *
      *                   PELO SORT INTERNO POR CEP E AGRUPADO EM      *
      *                   LOTES (AMARRADOS) POR FAIXA DE CEP, COM      *
      *                   CABECALHO DE LOTE E TOTAL POR FAIXA. O       *
      *                   RELATORIO RELEXTR LISTA AS FAIXAS E RESUME   *
      *                   AS CONTAS EXCLUIDAS POR MOTIVO, PARA O       *
      *                   ACOMPANHAMENTO DO VOLUME SUPRIMIDO.          *
      *----------------------------------------------------------------*
      *    REGRA.......:  MES DE REFERENCIA = MES ANTERIOR AO DA       *
      *                   EXECUCAO (A MALA DE NOVEMBRO LEVA O EXTRATO  *
      *                   DE OUTUBRO). EXTRATO DEVIDO NO MES:          *
      *                   M = MENSAL, TODO MES;                        *
      *                   T = TRIMESTRAL, REFERENCIA 03/06/09/12;      *
      *                   S = SEMESTRAL, REFERENCIA 06/12.             *
      *                   E (SO ELETRONICO), N E BRANCOS NAO GERAM     *
      *                   PAPEL; TRIMESTRAL/SEMESTRAL FORA DO MES SO   *
      *                   SAEM NO RESUMO. EXTRATO DEVIDO E EXCLUIDO,   *
      *                   NESTA ORDEM, POR:                            *
      *                   - CONTA ENCERRADA (CAD-IDENTF-CTA = 'EN');   *
      *                   - PREFERENCIA DE CONTATO 'N' (NAO CONTATAR); *
      *                   - TITULAR FALECIDO/CNPJ BAIXADO NA RECEITA   *
      *                     (CAD-SIT-NAO-CONTATAR, BRAD0550);          *
      *                   - ENDERECO DEVOLVIDO (CAD-END-NAO-CONFIAVEL, *
      *                     BRAD0480);                                 *
      *                   - CEP NAO NUMERICO OU INEXISTENTE NO CEPCAD. *
      *                   CODIGO DE CAD-TP-EXTR FORA DO DOMINIO TAMBEM *
      *                   E CONTADO COMO EXCLUSAO (TIPO NAO PREVISTO), *
      *                   PARA SER CORRIGIDO NO CADASTRO.              *
      *----------------------------------------------------------------*
      *    PARAMETROS..:  PARMCAD (BRAD7160), PROGRAMA BRAD0710 - SEM  *
      *                   O PARAMETRO VALE O DEFAULT ENTRE PARENTESES: *
      *                   FAIXADIG (3)   DIGITOS INICIAIS DO CEP QUE   *
      *                                  FORMAM A FAIXA (1 A 5);       *
      *                   MAXLOTE  (100) OBJETOS POR LOTE (1 A 500).   *
      *                   VALOR FORA DO LIMITE VALE O DEFAULT.         *
      *----------------------------------------------------------------*
      *    MALAEXT.....:  LAYOUT DE PRE-TRIAGEM DOS CORREIOS, LRECL    *
      *                   250, TODOS OS REGISTROS COM TIPO(1) +        *
      *                   SEQUENCIAL DO REGISTRO NO ARQUIVO(7):        *
      *                   0 = HEADER (REMETENTE, DATA DE GERACAO, MES  *
      *                       DE REFERENCIA, DIGITOS DA FAIXA E        *
      *                       TAMANHO MAXIMO DO LOTE);                 *
      *                   1 = CABECALHO DO LOTE (FAIXA, NUMERO DO LOTE *
      *                       NO ARQUIVO E NA FAIXA, QUANTIDADE DE     *
      *                       OBJETOS, PRIMEIRO E ULTIMO CEP);         *
      *                   2 = OBJETO (CEP, LOTE, SEQUENCIA NO LOTE,    *
      *                       CONTA, TIPO DE EXTRATO E ENDERECAMENTO); *
      *                   3 = TOTAL DA FAIXA (LOTES, OBJETOS, PRIMEIRO *
      *                       E ULTIMO CEP);                           *
      *                   9 = TRAILER (FAIXAS, LOTES, OBJETOS E        *
      *                       REGISTROS, INCLUSIVE HEADER E TRAILER).  *
      *                   OBJETOS EM ORDEM CRESCENTE DE CEP (E DE      *
      *                   CONTA DENTRO DO CEP); UMA FAIXA COM MAIS     *
      *                   OBJETOS QUE O MAXIMO E DIVIDIDA EM LOTES.    *
      *----------------------------------------------------------------*
      *    RELATORIO...:  RELEXTR - UMA LINHA POR FAIXA (CEP INICIAL E *
      *                   FINAL, LOTES, OBJETOS) E O RESUMO DA         *
      *                   SELECAO COM AS EXCLUSOES POR MOTIVO.         *
      *----------------------------------------------------------------*
      *    RETORNO.....:  RETURN-CODE 12 EM ERRO DE ARQUIVO. AS        *
      *                   EXCLUSOES NAO ALTERAM O RETURN-CODE (SAO     *
      *                   ACOMPANHADAS PELO RESUMO) E VAO PARA O       *
      *                   RUNSTAT COMO REJEITADOS.                     *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#CADREG - LAYOUT DO REGISTRO DE CLIENTES (CADACLIE).       *
      *    I#CEPCAD - LAYOUT DO ARQUIVO DE REFERENCIA DE CEP'S.        *
      *    I#BRAD7S - AREA DE TOTAIS DE EXECUCAO (BRAD7130).           *
      *    I#BRAD7C - AREA PARA TRATAMENTO DE ERRO PELA BRAD7100       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD7100 - MODULO TRATAMENTO DE ERRO.                       *
      *    BRAD7110 - MODULO DE LOG DE AUDITORIA.                      *
      *    BRAD7130 - MODULO DE TOTAIS DE EXECUCAO (RUNSTAT).          *
      *    BRAD7160 - MODULO DE PARAMETROS OPERACIONAIS (PARMCAD).     *
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

           SELECT CADACLIE-VSAM ASSIGN     TO UT-S-CADAVSAM
                      ORGANIZATION         IS INDEXED
                      ACCESS MODE          IS DYNAMIC
                      RECORD KEY           IS CAD-CHAVE
                      FILE STATUS          IS WRK-FS-CADAVSAM.

           SELECT CEPCAD    ASSIGN     TO UT-S-CEPCAD
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS CEP-CHAVE
                      FILE STATUS      IS WRK-FS-CEPCAD.

           SELECT MALAEXT   ASSIGN     TO UT-S-MALAEXT
                      FILE STATUS      IS WRK-FS-MALAEXT.

           SELECT RELEXTR   ASSIGN     TO UT-S-RELEXTR
                      FILE STATUS      IS WRK-FS-RELEXTR.

           SELECT SRTEXTR   ASSIGN     TO UT-S-SRTEXTR.

      *================================================================*
       DATA DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INPUT  :  CADACLIE-VSAM                                     *
      *              ORG. INDEXADA (KSDS)   -   LRECL = 280            *
      *----------------------------------------------------------------*

       FD  CADACLIE-VSAM
           LABEL RECORD IS STANDARD.

       COPY 'I#CADREG'.

      *----------------------------------------------------------------*
      *    INPUT  :  ARQUIVO DE REFERENCIA DE CEP'S - ORG. INDEXADA    *
      *              (VSAM KSDS)                                       *
      *----------------------------------------------------------------*

       FD  CEPCAD
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

           COPY 'I#CEPCAD'.

      *----------------------------------------------------------------*
      *    OUTPUT :  MALA DE EXTRATOS PRE-ORDENADA POR CEP (BIROO DE   *
      *              IMPRESSAO)   -   ORG. SEQUENCIAL - LRECL = 250    *
      *----------------------------------------------------------------*

       FD  MALAEXT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  REG-MALAEXT.
           05  MAL-TIPO-REG             PIC  X(01).
               88  MAL-HEADER                          VALUE '0'.
               88  MAL-LOTE                            VALUE '1'.
               88  MAL-OBJETO                          VALUE '2'.
               88  MAL-FAIXA                           VALUE '3'.
               88  MAL-TRAILER                         VALUE '9'.
           05  MAL-SEQ-REG              PIC  9(07).
           05  FILLER                   PIC  X(242).

       01  REG-MALAEXT-HEADER.
           05  FILLER                   PIC  X(08).
           05  MAL-HDR-REMETENTE        PIC  X(30).
           05  MAL-HDR-DATA-GERACAO     PIC  9(08).
           05  MAL-HDR-MES-REF          PIC  9(06).
           05  MAL-HDR-DIG-FAIXA        PIC  9(01).
           05  MAL-HDR-MAX-LOTE         PIC  9(03).
           05  FILLER                   PIC  X(194).

       01  REG-MALAEXT-LOTE.
           05  FILLER                   PIC  X(08).
           05  MAL-LOT-FAIXA            PIC  X(05).
           05  MAL-LOT-NUMERO           PIC  9(05).
           05  MAL-LOT-SEQ-FAIXA        PIC  9(05).
           05  MAL-LOT-QTDE             PIC  9(05).
           05  MAL-LOT-CEP-INICIAL      PIC  9(08).
           05  MAL-LOT-CEP-FINAL        PIC  9(08).
           05  FILLER                   PIC  X(206).

       01  REG-MALAEXT-OBJETO.
           05  FILLER                   PIC  X(08).
           05  MAL-OBJ-CEP              PIC  9(08).
           05  MAL-OBJ-LOTE             PIC  9(05).
           05  MAL-OBJ-SEQ-LOTE         PIC  9(05).
           05  MAL-OBJ-AGENCIA          PIC  9(05).
           05  MAL-OBJ-RAZAO            PIC  9(05).
           05  MAL-OBJ-CONTA            PIC  9(07).
           05  MAL-OBJ-DIG-CTA          PIC  X(01).
           05  MAL-OBJ-TP-EXTR          PIC  X(01).
           05  MAL-OBJ-NOME             PIC  X(40).
           05  MAL-OBJ-LOGRADOURO       PIC  X(30).
           05  MAL-OBJ-NUMERO           PIC  X(06).
           05  MAL-OBJ-COMPLEM          PIC  X(15).
           05  MAL-OBJ-BAIRRO           PIC  X(20).
           05  MAL-OBJ-CIDADE           PIC  X(30).
           05  MAL-OBJ-UF               PIC  X(02).
           05  FILLER                   PIC  X(62).

       01  REG-MALAEXT-FAIXA.
           05  FILLER                   PIC  X(08).
           05  MAL-FXA-FAIXA            PIC  X(05).
           05  MAL-FXA-QTD-LOTES        PIC  9(05).
           05  MAL-FXA-QTD-OBJETOS      PIC  9(07).
           05  MAL-FXA-CEP-INICIAL      PIC  9(08).
           05  MAL-FXA-CEP-FINAL        PIC  9(08).
           05  FILLER                   PIC  X(209).

       01  REG-MALAEXT-TRAILER.
           05  FILLER                   PIC  X(08).
           05  MAL-TRL-QTD-FAIXAS       PIC  9(05).
           05  MAL-TRL-QTD-LOTES        PIC  9(05).
           05  MAL-TRL-QTD-OBJETOS      PIC  9(07).
           05  MAL-TRL-QTD-REGISTROS    PIC  9(07).
           05  FILLER                   PIC  X(218).

      *----------------------------------------------------------------*
      *    OUTPUT :  RELATORIO DE FAIXAS E RESUMO DA SELECAO           *
      *              ORG. SEQUENCIAL   -   LRECL = 132                 *
      *----------------------------------------------------------------*

       FD  RELEXTR
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  REG-RELEXTR                  PIC  X(132).

      *----------------------------------------------------------------*
      *    SORT  :  ARQUIVO DE TRABALHO DA ORDENACAO INTERNA DOS       *
      *              EXTRATOS SELECIONADOS POR CEP.                    *
      *----------------------------------------------------------------*

       SD  SRTEXTR.

       01  REG-SRTEXTR.
           05  SRT-CEP                  PIC  9(08).
           05  SRT-AGENCIA              PIC  9(05).
           05  SRT-RAZAO                PIC  9(05).
           05  SRT-CONTA                PIC  9(07).
           05  SRT-DIG-CTA              PIC  X(01).
           05  SRT-TP-EXTR              PIC  X(01).
           05  SRT-NOME                 PIC  X(40).
           05  SRT-LOGRADOURO           PIC  X(30).
           05  SRT-NUMERO               PIC  X(06).
           05  SRT-COMPLEM              PIC  X(15).
           05  SRT-BAIRRO               PIC  X(20).
           05  SRT-CIDADE               PIC  X(30).
           05  SRT-UF                   PIC  X(02).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** INICIO DA WORKING BRAD0710                 ***'.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** VARIAVEIS AUXILIARES                       ***'.
      *----------------------------------------------------------------*

       77  WRK-FECHAR                  PIC  X(001)         VALUE 'N'.
       77  WRK-PGM                     PIC  X(008)         VALUE
           'BRAD0710'.
       77  WRK-BATCH                   PIC  X(008)         VALUE
           'BATCH'.
       77  WRK-SQLCA-OU-STATUS         PIC  X(136)         VALUE SPACES.
       77  WRK-LINHAS-POR-PAGINA       PIC  9(002) COMP    VALUE 55.
       77  WRK-CONT-LINHAS             PIC  9(002) COMP    VALUE ZEROS.
       77  WRK-CONT-PAGINA             PIC  9(004) COMP    VALUE ZEROS.
       77  WRK-ABORTAR                 PIC  X(001)         VALUE 'N'.
           88  WRK-EXECUCAO-ABORTADA                       VALUE 'S'.
       77  WRK-IDX                     PIC  9(003) COMP    VALUE ZEROS.
       77  WRK-RESTO                   PIC  9(002) COMP    VALUE ZEROS.
       77  WRK-QUOCIENTE               PIC  9(002) COMP    VALUE ZEROS.
       77  WRK-EXTRATO-DEVIDO          PIC  X(001)         VALUE 'N'.
           88  WRK-DEVIDO-NO-MES                           VALUE 'S'.
       77  WRK-PRIMEIRO-REG            PIC  X(001)         VALUE 'S'.

      *----------------------------------------------------------------*
      *    TOTAIS DA SELECAO (RESUMO DO RELATORIO)                     *
      *----------------------------------------------------------------*

       77  WRK-TOT-LIDOS               PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-SEM-PAPEL           PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-FORA-DO-MES         PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-DEVIDOS             PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-TIPO-INVALIDO       PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-ENCERRADAS          PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-PREF-NAO-CONTATAR   PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-RECEITA             PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-END-DEVOLVIDO       PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-CEP-INVALIDO        PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-EXCLUIDAS           PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-SELECIONADAS        PIC  9(007) COMP    VALUE ZEROS.

      *----------------------------------------------------------------*
      *    TOTAIS DA MALA (ARQUIVO, FAIXA E LOTE CORRENTES)            *
      *----------------------------------------------------------------*

       77  WRK-TOT-REGISTROS           PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-FAIXAS              PIC  9(005) COMP    VALUE ZEROS.
       77  WRK-TOT-LOTES               PIC  9(005) COMP    VALUE ZEROS.
       77  WRK-TOT-OBJETOS             PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-LOTES-FAIXA             PIC  9(005) COMP    VALUE ZEROS.
       77  WRK-OBJETOS-FAIXA           PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-QTD-NO-LOTE             PIC  9(003) COMP    VALUE ZEROS.
       77  WRK-FAIXA-ATUAL             PIC  X(005)         VALUE SPACES.
       77  WRK-FAIXA-NOVA              PIC  X(005)         VALUE SPACES.
       77  WRK-CEP-INICIAL-FAIXA       PIC  9(008)         VALUE ZEROS.
       77  WRK-CEP-FINAL-FAIXA         PIC  9(008)         VALUE ZEROS.

       01  WRK-DATA-HOJE               PIC  9(008)         VALUE ZEROS.
       01  FILLER                      REDEFINES WRK-DATA-HOJE.
           05  WRK-HOJE-ANO            PIC  9(004).
           05  WRK-HOJE-MES            PIC  9(002).
           05  WRK-HOJE-DIA            PIC  9(002).

       01  WRK-MES-REF                 PIC  9(006)         VALUE ZEROS.
       01  FILLER                      REDEFINES WRK-MES-REF.
           05  WRK-REF-ANO             PIC  9(004).
           05  WRK-REF-MES             PIC  9(002).

       01  WRK-CEP-CLIENTE             PIC  9(008)         VALUE ZEROS.
       01  FILLER                      REDEFINES WRK-CEP-CLIENTE.
           05  WRK-CEP-CLI-NRO         PIC  9(005).
           05  WRK-CEP-CLI-COMPL       PIC  9(003).

      *----------------------------------------------------------------*
      *    OBJETOS DO LOTE CORRENTE, GUARDADOS ATE O LOTE FECHAR PARA  *
      *    QUE O CABECALHO SAIA ANTES DELES COM A QUANTIDADE E O       *
      *    PRIMEIRO/ULTIMO CEP.                                        *
      *----------------------------------------------------------------*

       01  WRK-TAB-LOTE.
           05  WRK-LOTE-ENTRADA        OCCURS 500 TIMES.
               10  WRK-LOT-CEP         PIC  9(008).
               10  WRK-LOT-OBJETO      PIC  X(250).

      *----------------------------------------------------------------*
      *    PARAMETROS DO PARMCAD (PROGRAMA BRAD0710) COM O DEFAULT     *
      *    USADO QUANDO O PARAMETRO NAO EXISTE.                        *
      *----------------------------------------------------------------*

       77  WRK-QTD-PARAMETROS          PIC  9(003) COMP    VALUE 2.

       01  WRK-TAB-PARAMETROS.
           05  FILLER                  PIC  X(017)         VALUE
               'FAIXADIG000000003'.
           05  FILLER                  PIC  X(017)         VALUE
               'MAXLOTE 000000100'.

       01  FILLER REDEFINES WRK-TAB-PARAMETROS.
           05  WRK-PRM-ENTRADA         OCCURS 2 TIMES.
               10  WRK-PRM-NOME        PIC  X(008).
               10  WRK-PRM-VALOR       PIC  9(009).

       01  FILLER REDEFINES WRK-TAB-PARAMETROS.
           05  FILLER                  PIC  X(008).
           05  WRK-DIG-FAIXA           PIC  9(009).
           05  FILLER                  PIC  X(008).
           05  WRK-MAX-LOTE            PIC  9(009).

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE COMUNICACAO COM A BRAD7160         ***'.
      *----------------------------------------------------------------*

       01  WRK-AREA-BRAD7160.
           05  WRK-7160-PGM            PIC  X(008)         VALUE
               'BRAD0710'.
           05  WRK-7160-NOME           PIC  X(008)         VALUE SPACES.
           05  WRK-7160-VALOR          PIC  9(009)         VALUE ZEROS.
           05  WRK-7160-COD-RETORNO    PIC  X(001)         VALUE SPACES.
               88  WRK-PRM-ENCONTRADO                      VALUE 'S'.
               88  WRK-PRM-DEFAULT                         VALUE 'N'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** LINHAS DE IMPRESSAO DO RELATORIO           ***'.
      *----------------------------------------------------------------*

       01  LIN-CABECALHO-1.
           05  FILLER                  PIC  X(060)         VALUE
               'BRAD0710 - MALA DE EXTRATOS PRE-ORDENADA POR CEP'.
           05  FILLER                  PIC  X(008)         VALUE
               'DATA: '.
           05  LIN-1-DATA              PIC  X(010)         VALUE SPACES.
           05  FILLER                  PIC  X(034)         VALUE SPACES.
           05  FILLER                  PIC  X(008)         VALUE
               'PAGINA: '.
           05  LIN-1-PAGINA            PIC  ZZZ9.
           05  FILLER                  PIC  X(008)         VALUE SPACES.

       01  LIN-CABECALHO-2.
           05  FILLER                  PIC  X(020)         VALUE
               'MES DE REFERENCIA: '.
           05  LIN-2-MES-REF           PIC  99/9999.
           05  FILLER                  PIC  X(010)         VALUE SPACES.
           05  FILLER                  PIC  X(008)         VALUE
               'FAIXA = '.
           05  LIN-2-DIG-FAIXA         PIC  9.
           05  FILLER                  PIC  X(026)         VALUE
               ' DIGITOS INICIAIS DO CEP'.
           05  FILLER                  PIC  X(022)         VALUE
               'LOTE MAXIMO: '.
           05  LIN-2-MAX-LOTE          PIC  ZZ9.
           05  FILLER                  PIC  X(008)         VALUE
               ' OBJETOS'.
           05  FILLER                  PIC  X(027)         VALUE SPACES.

       01  LIN-CABECALHO-3.
           05  FILLER                  PIC  X(008)         VALUE
               'FAIXA'.
           05  FILLER                  PIC  X(013)         VALUE
               'CEP INICIAL'.
           05  FILLER                  PIC  X(013)         VALUE
               'CEP FINAL'.
           05  FILLER                  PIC  X(008)         VALUE
               'LOTES'.
           05  FILLER                  PIC  X(010)         VALUE
               'OBJETOS'.
           05  FILLER                  PIC  X(080)         VALUE SPACES.

       01  LIN-FAIXA.
           05  LIN-FXA-FAIXA           PIC  X(005).
           05  FILLER                  PIC  X(003)         VALUE SPACES.
           05  LIN-FXA-CEP-INICIAL     PIC  99999B999.
           05  FILLER                  PIC  X(004)         VALUE SPACES.
           05  LIN-FXA-CEP-FINAL       PIC  99999B999.
           05  FILLER                  PIC  X(004)         VALUE SPACES.
           05  LIN-FXA-LOTES           PIC  ZZ.ZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-FXA-OBJETOS         PIC  Z.ZZZ.ZZ9.
           05  FILLER                  PIC  X(081)         VALUE SPACES.

       01  LIN-TITULO-RESUMO.
           05  FILLER                  PIC  X(050)         VALUE
               'RESUMO DA SELECAO'.
           05  FILLER                  PIC  X(082)         VALUE SPACES.

       01  LIN-RESUMO.
           05  LIN-RES-DESCRICAO       PIC  X(050).
           05  LIN-RES-QTDE            PIC  Z.ZZZ.ZZ9.
           05  FILLER                  PIC  X(073)         VALUE SPACES.

       01  LIN-BRANCO                  PIC  X(132)         VALUE SPACES.
       01  WRK-LINHA-PENDENTE          PIC  X(132)         VALUE SPACES.
       01  WRK-DATA-EDITADA            PIC  X(010)         VALUE SPACES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** DESCRICOES DO RESUMO DA SELECAO            ***'.
      *----------------------------------------------------------------*

       01  WRK-RES-LIDOS               PIC  X(050)         VALUE
           'CONTAS LIDAS'.
       01  WRK-RES-SEM-PAPEL           PIC  X(050)         VALUE
           'SEM EXTRATO EM PAPEL (E / N / BRANCOS)'.
       01  WRK-RES-FORA-DO-MES         PIC  X(050)         VALUE
           'TRIMESTRAL/SEMESTRAL FORA DO MES'.
       01  WRK-RES-DEVIDOS             PIC  X(050)         VALUE
           'EXTRATOS EM PAPEL DEVIDOS NO MES'.
       01  WRK-RES-TIPO-INVALIDO       PIC  X(050)         VALUE
           '  EXCLUIDOS - TIPO DE EXTRATO NAO PREVISTO'.
       01  WRK-RES-ENCERRADAS          PIC  X(050)         VALUE
           '  EXCLUIDOS - CONTA ENCERRADA'.
       01  WRK-RES-PREF-NAO-CONTATAR   PIC  X(050)         VALUE
           '  EXCLUIDOS - PREFERENCIA NAO CONTATAR'.
       01  WRK-RES-RECEITA             PIC  X(050)         VALUE
           '  EXCLUIDOS - FALECIDO/CNPJ BAIXADO NA RECEITA'.
       01  WRK-RES-END-DEVOLVIDO       PIC  X(050)         VALUE
           '  EXCLUIDOS - ENDERECO NAO CONFIAVEL'.
       01  WRK-RES-CEP-INVALIDO        PIC  X(050)         VALUE
           '  EXCLUIDOS - CEP INVALIDO/INEXISTENTE NO CEPCAD'.
       01  WRK-RES-EXCLUIDAS           PIC  X(050)         VALUE
           '  TOTAL EXCLUIDO'.
       01  WRK-RES-SELECIONADAS        PIC  X(050)         VALUE
           'OBJETOS NA MALA'.
       01  WRK-RES-LOTES               PIC  X(050)         VALUE
           'LOTES'.
       01  WRK-RES-FAIXAS              PIC  X(050)         VALUE
           'FAIXAS DE CEP'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** MENSAGEM DE ERRO DE FILE-STATUS            ***'.
      *----------------------------------------------------------------*

       01  WRK-FS-CADAVSAM             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-CEPCAD               PIC  X(002)         VALUE SPACES.
       01  WRK-FS-MALAEXT              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-RELEXTR              PIC  X(002)         VALUE SPACES.

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

      *    A SELECAO DOS EXTRATOS E A INPUT PROCEDURE DO SORT; A
      *    OUTPUT PROCEDURE GRAVA A MALA EM ORDEM DE CEP, POR LOTE.
           SORT SRTEXTR
               ON ASCENDING KEY SRT-CEP
                                SRT-AGENCIA
                                SRT-RAZAO
                                SRT-CONTA
               INPUT PROCEDURE  IS 2500-SELECIONAR-EXTRATOS
               OUTPUT PROCEDURE IS 2700-GRAVAR-MALA.

           PERFORM 2900-IMPRIMIR-RESUMO.

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

      *    MES DE REFERENCIA = MES ANTERIOR AO DA EXECUCAO.
           IF  WRK-HOJE-MES            EQUAL 01
               COMPUTE WRK-REF-ANO     = WRK-HOJE-ANO - 1
               MOVE 12                 TO WRK-REF-MES
           ELSE
               MOVE WRK-HOJE-ANO       TO WRK-REF-ANO
               COMPUTE WRK-REF-MES     = WRK-HOJE-MES - 1
           END-IF.

           PERFORM 1030-OBTER-PARAMETROS.

           MOVE SPACES                 TO WRK-DATA-EDITADA.
           STRING WRK-DATA-HOJE(7:2) '/'
                  WRK-DATA-HOJE(5:2) '/'
                  WRK-DATA-HOJE(1:4)
                  DELIMITED BY SIZE
                  INTO WRK-DATA-EDITADA.
           MOVE WRK-DATA-EDITADA       TO LIN-1-DATA.

           COMPUTE LIN-2-MES-REF       = WRK-REF-MES * 10000
                                       + WRK-REF-ANO.
           MOVE WRK-DIG-FAIXA          TO LIN-2-DIG-FAIXA.
           MOVE WRK-MAX-LOTE           TO LIN-2-MAX-LOTE.

           OPEN INPUT  CADACLIE-VSAM.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'CADAVSAM'            TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-CADAVSAM       TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           OPEN INPUT  CEPCAD.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'CEPCAD'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-CEPCAD         TO WRK-FILE-STATUS.
           MOVE WRK-FS-CEPCAD         TO WRK-FS-CADAVSAM.
           PERFORM 1100-TESTAR-FILE-STATUS.

           OPEN OUTPUT MALAEXT.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'MALAEXT'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-MALAEXT        TO WRK-FILE-STATUS.
           MOVE WRK-FS-MALAEXT        TO WRK-FS-CADAVSAM.
           PERFORM 1100-TESTAR-FILE-STATUS.

           OPEN OUTPUT RELEXTR.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'RELEXTR'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELEXTR        TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELEXTR        TO WRK-FS-CADAVSAM.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1030-OBTER-PARAMETROS           SECTION.
      *----------------------------------------------------------------*
      *    CADA PARAMETRO DA TABELA E BUSCADO NO PARMCAD (BRAD7160)    *
      *    COM O DEFAULT DA TABELA; VALOR FORA DO LIMITE VOLTA AO      *
      *    DEFAULT (A FAIXA TEM DE 1 A 5 DIGITOS DO CEP BASICO E O     *
      *    LOTE CABE NA TABELA WRK-TAB-LOTE).                          *
      *----------------------------------------------------------------*

           PERFORM VARYING WRK-IDX     FROM 1 BY 1
                     UNTIL WRK-IDX     > WRK-QTD-PARAMETROS
               MOVE WRK-PRM-NOME(WRK-IDX)
                                       TO WRK-7160-NOME
               MOVE WRK-PRM-VALOR(WRK-IDX)
                                       TO WRK-7160-VALOR
               CALL 'BRAD7160'         USING WRK-AREA-BRAD7160
               MOVE WRK-7160-VALOR     TO WRK-PRM-VALOR(WRK-IDX)
           END-PERFORM.

           IF  WRK-DIG-FAIXA           LESS 1 OR
               WRK-DIG-FAIXA           GREATER 5
               MOVE 3                  TO WRK-DIG-FAIXA
           END-IF.

           IF  WRK-MAX-LOTE            LESS 1 OR
               WRK-MAX-LOTE            GREATER 500
               MOVE 100                TO WRK-MAX-LOTE
           END-IF.

      *----------------------------------------------------------------*
       1030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-TESTAR-FILE-STATUS          SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-CADAVSAM          NOT EQUAL '00'
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE WRK-ERRO-ARQUIVO    TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-LER-CADACLIE               SECTION.
      *----------------------------------------------------------------*

           READ CADACLIE-VSAM          NEXT RECORD.

           IF WRK-FS-CADAVSAM          EQUAL '10'
              MOVE 'S'                 TO WRK-FECHAR
              GO TO 2000-99-FIM
           END-IF.

           IF WRK-FS-CADAVSAM          EQUAL '02'
              MOVE '00'                TO WRK-FS-CADAVSAM
           END-IF.

           SET WRK-LEITURA             TO TRUE.
           MOVE 'CADAVSAM'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-CADAVSAM        TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           ADD 1                       TO WRK-TOT-LIDOS.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2500-SELECIONAR-EXTRATOS        SECTION.
      *----------------------------------------------------------------*
      *    INPUT PROCEDURE DO SORT: PERCORRE O CADASTRO E LIBERA PARA  *
      *    A ORDENACAO OS EXTRATOS DEVIDOS NO MES QUE NAO CAIRAM EM    *
      *    NENHUMA EXCLUSAO, JA COM O ENDERECAMENTO COMPLETO.          *
      *----------------------------------------------------------------*

           PERFORM 2000-LER-CADACLIE.

           PERFORM UNTIL WRK-FECHAR    EQUAL 'S'
               PERFORM 2510-AVALIAR-CONTA
               PERFORM 2000-LER-CADACLIE
           END-PERFORM.

      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2510-AVALIAR-CONTA              SECTION.
      *----------------------------------------------------------------*

           PERFORM 2520-VERIFICAR-PERIODICIDADE.

           IF  NOT WRK-DEVIDO-NO-MES
               GO TO 2510-99-FIM
           END-IF.

           ADD 1                       TO WRK-TOT-DEVIDOS.

      *    EXCLUSOES NA ORDEM DO CABECALHO: UMA CONTA E CONTADA SO NO
      *    PRIMEIRO MOTIVO QUE A ATINGE.
           IF  CAD-IDENTF-CTA          EQUAL 'EN'
               ADD 1                   TO WRK-TOT-ENCERRADAS
                                          WRK-TOT-EXCLUIDAS
               GO TO 2510-99-FIM
           END-IF.

           IF  CAD-PREF-NAO-CONTATAR
               ADD 1                   TO WRK-TOT-PREF-NAO-CONTATAR
                                          WRK-TOT-EXCLUIDAS
               GO TO 2510-99-FIM
           END-IF.

      *    TITULAR FALECIDO OU CNPJ BAIXADO NA RECEITA FEDERAL
      *    (BRAD0550) E TRATADO COMO 'NAO CONTATAR'.
           IF  CAD-SIT-NAO-CONTATAR
               ADD 1                   TO WRK-TOT-RECEITA
                                          WRK-TOT-EXCLUIDAS
               GO TO 2510-99-FIM
           END-IF.

      *    ENDERECO MARCADO COMO DEVOLVIDO PELO CORREIO (BRAD0480)
      *    NAO RECEBE NOVA CORRESPONDENCIA ATE SER CORRIGIDO.
           IF  CAD-END-NAO-CONFIAVEL
               ADD 1                   TO WRK-TOT-END-DEVOLVIDO
                                          WRK-TOT-EXCLUIDAS
               GO TO 2510-99-FIM
           END-IF.

           PERFORM 2530-BUSCAR-CEP.

           IF  WRK-FS-CEPCAD           NOT EQUAL '00'
               ADD 1                   TO WRK-TOT-CEP-INVALIDO
                                          WRK-TOT-EXCLUIDAS
               GO TO 2510-99-FIM
           END-IF.

           PERFORM 2540-LIBERAR-EXTRATO.

      *----------------------------------------------------------------*
       2510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2520-VERIFICAR-PERIODICIDADE    SECTION.
      *----------------------------------------------------------------*
      *    EXTRATO EM PAPEL DEVIDO NO MES DE REFERENCIA: MENSAL TODO   *
      *    MES, TRIMESTRAL NOS MESES MULTIPLOS DE 3, SEMESTRAL NOS     *
      *    MESES MULTIPLOS DE 6. CODIGO FORA DO DOMINIO E EXCLUIDO.    *
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-EXTRATO-DEVIDO.

           EVALUATE TRUE
               WHEN CAD-EXTR-SEM-PAPEL
                   ADD 1               TO WRK-TOT-SEM-PAPEL
               WHEN CAD-EXTR-PAPEL-MENSAL
                   SET WRK-DEVIDO-NO-MES
                                       TO TRUE
               WHEN CAD-EXTR-PAPEL-TRIMESTRAL
                   DIVIDE WRK-REF-MES  BY 3
                                       GIVING WRK-QUOCIENTE
                                       REMAINDER WRK-RESTO
               WHEN CAD-EXTR-PAPEL-SEMESTRAL
                   DIVIDE WRK-REF-MES  BY 6
                                       GIVING WRK-QUOCIENTE
                                       REMAINDER WRK-RESTO
               WHEN OTHER
                   ADD 1               TO WRK-TOT-TIPO-INVALIDO
                                          WRK-TOT-EXCLUIDAS
           END-EVALUATE.

           IF  CAD-EXTR-PAPEL-TRIMESTRAL OR
               CAD-EXTR-PAPEL-SEMESTRAL
               IF  WRK-RESTO           EQUAL ZEROS
                   SET WRK-DEVIDO-NO-MES
                                       TO TRUE
               ELSE
                   ADD 1               TO WRK-TOT-FORA-DO-MES
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       2520-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2530-BUSCAR-CEP                 SECTION.
      *----------------------------------------------------------------*
      *    CEP NAO NUMERICO (INCLUSIVE COMPLEMENTO EM BRANCOS) OU      *
      *    INEXISTENTE NO CEPCAD DEVOLVE WRK-FS-CEPCAD '23'.           *
      *----------------------------------------------------------------*

           IF  CAD-NRO-CEP             NOT NUMERIC OR
               CAD-COMPL-CEP           NOT NUMERIC
               MOVE '23'               TO WRK-FS-CEPCAD
               GO TO 2530-99-FIM
           END-IF.

           MOVE CAD-NRO-CEP            TO CEP-NRO-CEP.
           MOVE CAD-COMPL-CEP          TO CEP-COMPL-CEP.

           READ CEPCAD
                INVALID KEY
                MOVE '23'               TO WRK-FS-CEPCAD
           END-READ.

           IF  WRK-FS-CEPCAD           NOT EQUAL '00' AND
               WRK-FS-CEPCAD           NOT EQUAL '23'
               MOVE 'APL'              TO ERR-TIPO-ACESSO
               MOVE WRK-FS-CEPCAD      TO ERR-TEXTO
               MOVE 'CEPCAD'           TO ERR-MODULO
               PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       2530-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2540-LIBERAR-EXTRATO            SECTION.
      *----------------------------------------------------------------*
      *    BLOCO DE ENDERECAMENTO DO CADASTRO COM A CIDADE E A UF DE   *
      *    REFERENCIA DO CEPCAD (PADRAO DOS CORREIOS).                 *
      *----------------------------------------------------------------*

           MOVE CAD-NRO-CEP            TO WRK-CEP-CLI-NRO.
           MOVE CAD-COMPL-CEP          TO WRK-CEP-CLI-COMPL.

           MOVE WRK-CEP-CLIENTE        TO SRT-CEP.
           MOVE CAD-AGENCIA            TO SRT-AGENCIA.
           MOVE CAD-RAZAO              TO SRT-RAZAO.
           MOVE CAD-CONTA              TO SRT-CONTA.
           MOVE CAD-DIG-CTA            TO SRT-DIG-CTA.
           MOVE CAD-TP-EXTR            TO SRT-TP-EXTR.
           MOVE CAD-NOME-CLIE          TO SRT-NOME.
           MOVE CAD-END-LOGRADOURO     TO SRT-LOGRADOURO.
           MOVE CAD-END-NUMERO         TO SRT-NUMERO.
           MOVE CAD-END-COMPLEM        TO SRT-COMPLEM.
           MOVE CAD-END-BAIRRO         TO SRT-BAIRRO.
           MOVE CEP-CIDADE             TO SRT-CIDADE.
           MOVE CEP-UF                 TO SRT-UF.

           RELEASE REG-SRTEXTR.

           ADD 1                       TO WRK-TOT-SELECIONADAS.

      *----------------------------------------------------------------*
       2540-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2700-GRAVAR-MALA                SECTION.
      *----------------------------------------------------------------*
      *    OUTPUT PROCEDURE DO SORT: HEADER, OBJETOS EM ORDEM DE CEP   *
      *    AGRUPADOS EM LOTES (CABECALHO DE LOTE) POR FAIXA (TOTAL DA  *
      *    FAIXA) E TRAILER. O ARQUIVO SAI COM HEADER E TRAILER MESMO  *
      *    SEM NENHUM OBJETO.                                          *
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FECHAR.
           MOVE 'S'                    TO WRK-PRIMEIRO-REG.

           PERFORM 2705-GRAVAR-HEADER.

           PERFORM 2710-RETORNAR-ORDENADO.

           PERFORM UNTIL WRK-FECHAR    EQUAL 'S'
               PERFORM 2720-CONTROLAR-QUEBRA
               PERFORM 2730-GUARDAR-OBJETO
               PERFORM 2710-RETORNAR-ORDENADO
           END-PERFORM.

           IF  WRK-PRIMEIRO-REG        EQUAL 'N'
               PERFORM 2740-GRAVAR-LOTE
               PERFORM 2760-FECHAR-FAIXA
           END-IF.

           PERFORM 2790-GRAVAR-TRAILER.

      *----------------------------------------------------------------*
       2700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2705-GRAVAR-HEADER              SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO REG-MALAEXT-HEADER.
           SET MAL-HEADER              TO TRUE.
           MOVE 'BRAD - EXTRATO DE CONTA'
                                       TO MAL-HDR-REMETENTE.
           MOVE WRK-DATA-HOJE          TO MAL-HDR-DATA-GERACAO.
           MOVE WRK-MES-REF            TO MAL-HDR-MES-REF.
           MOVE WRK-DIG-FAIXA          TO MAL-HDR-DIG-FAIXA.
           MOVE WRK-MAX-LOTE           TO MAL-HDR-MAX-LOTE.

           PERFORM 2780-ESCREVER-MALAEXT.

      *----------------------------------------------------------------*
       2705-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2710-RETORNAR-ORDENADO          SECTION.
      *----------------------------------------------------------------*

           RETURN SRTEXTR
               AT END
                   MOVE 'S'            TO WRK-FECHAR
           END-RETURN.

      *----------------------------------------------------------------*
       2710-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2720-CONTROLAR-QUEBRA           SECTION.
      *----------------------------------------------------------------*
      *    FAIXA = OS WRK-DIG-FAIXA PRIMEIROS DIGITOS DO CEP. NA TROCA *
      *    DE FAIXA O LOTE EM ABERTO E GRAVADO E A FAIXA E TOTALIZADA. *
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-FAIXA-NOVA.
           MOVE SRT-CEP(1:WRK-DIG-FAIXA)
                                       TO WRK-FAIXA-NOVA.

           IF  WRK-PRIMEIRO-REG        EQUAL 'S'
               MOVE 'N'                TO WRK-PRIMEIRO-REG
           ELSE
               IF  WRK-FAIXA-NOVA      EQUAL WRK-FAIXA-ATUAL
                   GO TO 2720-99-FIM
               END-IF
               PERFORM 2740-GRAVAR-LOTE
               PERFORM 2760-FECHAR-FAIXA
           END-IF.

           MOVE WRK-FAIXA-NOVA         TO WRK-FAIXA-ATUAL.
           MOVE SRT-CEP                TO WRK-CEP-INICIAL-FAIXA.
           MOVE ZEROS                  TO WRK-LOTES-FAIXA
                                          WRK-OBJETOS-FAIXA.

      *----------------------------------------------------------------*
       2720-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2730-GUARDAR-OBJETO             SECTION.
      *----------------------------------------------------------------*
      *    LOTE CHEIO E GRAVADO ANTES DE GUARDAR O OBJETO; O OBJETO    *
      *    VAI PARA A TABELA DO LOTE JA NO LAYOUT DA MALA.             *
      *----------------------------------------------------------------*

           IF  WRK-QTD-NO-LOTE         NOT LESS WRK-MAX-LOTE
               PERFORM 2740-GRAVAR-LOTE
           END-IF.

           MOVE SPACES                 TO REG-MALAEXT-OBJETO.
           SET MAL-OBJETO              TO TRUE.
           MOVE SRT-CEP                TO MAL-OBJ-CEP.
           MOVE SRT-AGENCIA            TO MAL-OBJ-AGENCIA.
           MOVE SRT-RAZAO              TO MAL-OBJ-RAZAO.
           MOVE SRT-CONTA              TO MAL-OBJ-CONTA.
           MOVE SRT-DIG-CTA            TO MAL-OBJ-DIG-CTA.
           MOVE SRT-TP-EXTR            TO MAL-OBJ-TP-EXTR.
           MOVE SRT-NOME               TO MAL-OBJ-NOME.
           MOVE SRT-LOGRADOURO         TO MAL-OBJ-LOGRADOURO.
           MOVE SRT-NUMERO             TO MAL-OBJ-NUMERO.
           MOVE SRT-COMPLEM            TO MAL-OBJ-COMPLEM.
           MOVE SRT-BAIRRO             TO MAL-OBJ-BAIRRO.
           MOVE SRT-CIDADE             TO MAL-OBJ-CIDADE.
           MOVE SRT-UF                 TO MAL-OBJ-UF.

           ADD 1                       TO WRK-QTD-NO-LOTE.
           MOVE SRT-CEP                TO WRK-LOT-CEP(WRK-QTD-NO-LOTE).
           MOVE REG-MALAEXT-OBJETO     TO
                                       WRK-LOT-OBJETO(WRK-QTD-NO-LOTE).

           MOVE SRT-CEP                TO WRK-CEP-FINAL-FAIXA.

      *----------------------------------------------------------------*
       2730-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2740-GRAVAR-LOTE                SECTION.
      *----------------------------------------------------------------*
      *    CABECALHO DO LOTE (QUANTIDADE, PRIMEIRO E ULTIMO CEP)       *
      *    SEGUIDO DOS OBJETOS GUARDADOS, NUMERADOS DENTRO DO LOTE.    *
      *----------------------------------------------------------------*

           IF  WRK-QTD-NO-LOTE         EQUAL ZEROS
               GO TO 2740-99-FIM
           END-IF.

           ADD 1                       TO WRK-TOT-LOTES
                                          WRK-LOTES-FAIXA.

           MOVE SPACES                 TO REG-MALAEXT-LOTE.
           SET MAL-LOTE                TO TRUE.
           MOVE WRK-FAIXA-ATUAL        TO MAL-LOT-FAIXA.
           MOVE WRK-TOT-LOTES          TO MAL-LOT-NUMERO.
           MOVE WRK-LOTES-FAIXA        TO MAL-LOT-SEQ-FAIXA.
           MOVE WRK-QTD-NO-LOTE        TO MAL-LOT-QTDE.
           MOVE WRK-LOT-CEP(1)         TO MAL-LOT-CEP-INICIAL.
           MOVE WRK-LOT-CEP(WRK-QTD-NO-LOTE)
                                       TO MAL-LOT-CEP-FINAL.

           PERFORM 2780-ESCREVER-MALAEXT.

           PERFORM VARYING WRK-IDX     FROM 1 BY 1
                     UNTIL WRK-IDX     > WRK-QTD-NO-LOTE
               MOVE WRK-LOT-OBJETO(WRK-IDX)
                                       TO REG-MALAEXT-OBJETO
               MOVE WRK-TOT-LOTES      TO MAL-OBJ-LOTE
               MOVE WRK-IDX            TO MAL-OBJ-SEQ-LOTE
               PERFORM 2780-ESCREVER-MALAEXT
           END-PERFORM.

           ADD WRK-QTD-NO-LOTE         TO WRK-TOT-OBJETOS
                                          WRK-OBJETOS-FAIXA.

           MOVE ZEROS                  TO WRK-QTD-NO-LOTE.

      *----------------------------------------------------------------*
       2740-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2760-FECHAR-FAIXA               SECTION.
      *----------------------------------------------------------------*
      *    TOTAL DA FAIXA NA MALA E LINHA DA FAIXA NO RELATORIO.       *
      *----------------------------------------------------------------*

           ADD 1                       TO WRK-TOT-FAIXAS.

           MOVE SPACES                 TO REG-MALAEXT-FAIXA.
           SET MAL-FAIXA               TO TRUE.
           MOVE WRK-FAIXA-ATUAL        TO MAL-FXA-FAIXA.
           MOVE WRK-LOTES-FAIXA        TO MAL-FXA-QTD-LOTES.
           MOVE WRK-OBJETOS-FAIXA      TO MAL-FXA-QTD-OBJETOS.
           MOVE WRK-CEP-INICIAL-FAIXA  TO MAL-FXA-CEP-INICIAL.
           MOVE WRK-CEP-FINAL-FAIXA    TO MAL-FXA-CEP-FINAL.

           PERFORM 2780-ESCREVER-MALAEXT.

           MOVE WRK-FAIXA-ATUAL        TO LIN-FXA-FAIXA.
           MOVE WRK-CEP-INICIAL-FAIXA  TO LIN-FXA-CEP-INICIAL.
           MOVE WRK-CEP-FINAL-FAIXA    TO LIN-FXA-CEP-FINAL.
           MOVE WRK-LOTES-FAIXA        TO LIN-FXA-LOTES.
           MOVE WRK-OBJETOS-FAIXA      TO LIN-FXA-OBJETOS.
           MOVE LIN-FAIXA              TO REG-RELEXTR.
           PERFORM 2870-GRAVAR-LINHA.

      *----------------------------------------------------------------*
       2760-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2780-ESCREVER-MALAEXT           SECTION.
      *----------------------------------------------------------------*
      *    GRAVA O REGISTRO JA MONTADO, NUMERANDO-O NO ARQUIVO.        *
      *----------------------------------------------------------------*

           ADD 1                       TO WRK-TOT-REGISTROS.
           MOVE WRK-TOT-REGISTROS      TO MAL-SEQ-REG.

           WRITE REG-MALAEXT.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'MALAEXT'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-MALAEXT         TO WRK-FILE-STATUS.
           MOVE WRK-FS-MALAEXT         TO WRK-FS-CADAVSAM.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       2780-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2790-GRAVAR-TRAILER             SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO REG-MALAEXT-TRAILER.
           SET MAL-TRAILER             TO TRUE.
           MOVE WRK-TOT-FAIXAS         TO MAL-TRL-QTD-FAIXAS.
           MOVE WRK-TOT-LOTES          TO MAL-TRL-QTD-LOTES.
           MOVE WRK-TOT-OBJETOS        TO MAL-TRL-QTD-OBJETOS.
           COMPUTE MAL-TRL-QTD-REGISTROS
                                       = WRK-TOT-REGISTROS + 1.

           PERFORM 2780-ESCREVER-MALAEXT.

      *----------------------------------------------------------------*
       2790-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2850-IMPRIMIR-CABECALHO         SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO WRK-CONT-PAGINA.
           MOVE WRK-CONT-PAGINA        TO LIN-1-PAGINA.

           MOVE LIN-CABECALHO-1        TO REG-RELEXTR.
           PERFORM 2880-ESCREVER-RELEXTR.

           MOVE LIN-CABECALHO-2        TO REG-RELEXTR.
           PERFORM 2880-ESCREVER-RELEXTR.

           MOVE LIN-BRANCO             TO REG-RELEXTR.
           PERFORM 2880-ESCREVER-RELEXTR.

           MOVE LIN-CABECALHO-3        TO REG-RELEXTR.
           PERFORM 2880-ESCREVER-RELEXTR.

           MOVE ZEROS                  TO WRK-CONT-LINHAS.

      *----------------------------------------------------------------*
       2850-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2870-GRAVAR-LINHA               SECTION.
      *----------------------------------------------------------------*
      *    GRAVA A LINHA JA MOVIDA PARA REG-RELEXTR, ABRINDO NOVA      *
      *    PAGINA QUANDO NECESSARIO.                                   *
      *----------------------------------------------------------------*

           IF  WRK-CONT-LINHAS         EQUAL ZEROS OR
               WRK-CONT-LINHAS         >= WRK-LINHAS-POR-PAGINA
               MOVE REG-RELEXTR        TO WRK-LINHA-PENDENTE
               PERFORM 2850-IMPRIMIR-CABECALHO
               MOVE WRK-LINHA-PENDENTE TO REG-RELEXTR
           END-IF.

           PERFORM 2880-ESCREVER-RELEXTR.

           ADD 1                       TO WRK-CONT-LINHAS.

      *----------------------------------------------------------------*
       2870-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2880-ESCREVER-RELEXTR           SECTION.
      *----------------------------------------------------------------*

           WRITE REG-RELEXTR.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELEXTR'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELEXTR         TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELEXTR         TO WRK-FS-CADAVSAM.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       2880-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2900-IMPRIMIR-RESUMO            SECTION.
      *----------------------------------------------------------------*
      *    RESUMO DA SELECAO: CONTAS FORA DA MALA POR MOTIVO, PARA O   *
      *    ACOMPANHAMENTO DO VOLUME SUPRIMIDO, E TOTAIS DA MALA.       *
      *----------------------------------------------------------------*

           IF  WRK-CONT-PAGINA         EQUAL ZEROS
               PERFORM 2850-IMPRIMIR-CABECALHO
           END-IF.

           MOVE LIN-BRANCO             TO REG-RELEXTR.
           PERFORM 2880-ESCREVER-RELEXTR.

           MOVE LIN-TITULO-RESUMO      TO REG-RELEXTR.
           PERFORM 2880-ESCREVER-RELEXTR.

           MOVE LIN-BRANCO             TO REG-RELEXTR.
           PERFORM 2880-ESCREVER-RELEXTR.

           MOVE WRK-RES-LIDOS          TO LIN-RES-DESCRICAO.
           MOVE WRK-TOT-LIDOS          TO LIN-RES-QTDE.
           PERFORM 2910-IMPRIMIR-LINHA-RESUMO.

           MOVE WRK-RES-SEM-PAPEL      TO LIN-RES-DESCRICAO.
           MOVE WRK-TOT-SEM-PAPEL      TO LIN-RES-QTDE.
           PERFORM 2910-IMPRIMIR-LINHA-RESUMO.

           MOVE WRK-RES-FORA-DO-MES    TO LIN-RES-DESCRICAO.
           MOVE WRK-TOT-FORA-DO-MES    TO LIN-RES-QTDE.
           PERFORM 2910-IMPRIMIR-LINHA-RESUMO.

           MOVE WRK-RES-DEVIDOS        TO LIN-RES-DESCRICAO.
           MOVE WRK-TOT-DEVIDOS        TO LIN-RES-QTDE.
           PERFORM 2910-IMPRIMIR-LINHA-RESUMO.

           MOVE WRK-RES-TIPO-INVALIDO  TO LIN-RES-DESCRICAO.
           MOVE WRK-TOT-TIPO-INVALIDO  TO LIN-RES-QTDE.
           PERFORM 2910-IMPRIMIR-LINHA-RESUMO.

           MOVE WRK-RES-ENCERRADAS     TO LIN-RES-DESCRICAO.
           MOVE WRK-TOT-ENCERRADAS     TO LIN-RES-QTDE.
           PERFORM 2910-IMPRIMIR-LINHA-RESUMO.

           MOVE WRK-RES-PREF-NAO-CONTATAR
                                       TO LIN-RES-DESCRICAO.
           MOVE WRK-TOT-PREF-NAO-CONTATAR
                                       TO LIN-RES-QTDE.
           PERFORM 2910-IMPRIMIR-LINHA-RESUMO.

           MOVE WRK-RES-RECEITA        TO LIN-RES-DESCRICAO.
           MOVE WRK-TOT-RECEITA        TO LIN-RES-QTDE.
           PERFORM 2910-IMPRIMIR-LINHA-RESUMO.

           MOVE WRK-RES-END-DEVOLVIDO  TO LIN-RES-DESCRICAO.
           MOVE WRK-TOT-END-DEVOLVIDO  TO LIN-RES-QTDE.
           PERFORM 2910-IMPRIMIR-LINHA-RESUMO.

           MOVE WRK-RES-CEP-INVALIDO   TO LIN-RES-DESCRICAO.
           MOVE WRK-TOT-CEP-INVALIDO   TO LIN-RES-QTDE.
           PERFORM 2910-IMPRIMIR-LINHA-RESUMO.

           MOVE WRK-RES-EXCLUIDAS      TO LIN-RES-DESCRICAO.
           MOVE WRK-TOT-EXCLUIDAS      TO LIN-RES-QTDE.
           PERFORM 2910-IMPRIMIR-LINHA-RESUMO.

           MOVE WRK-RES-SELECIONADAS   TO LIN-RES-DESCRICAO.
           MOVE WRK-TOT-OBJETOS        TO LIN-RES-QTDE.
           PERFORM 2910-IMPRIMIR-LINHA-RESUMO.

           MOVE WRK-RES-LOTES          TO LIN-RES-DESCRICAO.
           MOVE WRK-TOT-LOTES          TO LIN-RES-QTDE.
           PERFORM 2910-IMPRIMIR-LINHA-RESUMO.

           MOVE WRK-RES-FAIXAS         TO LIN-RES-DESCRICAO.
           MOVE WRK-TOT-FAIXAS         TO LIN-RES-QTDE.
           PERFORM 2910-IMPRIMIR-LINHA-RESUMO.

      *----------------------------------------------------------------*
       2900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2910-IMPRIMIR-LINHA-RESUMO      SECTION.
      *----------------------------------------------------------------*

           MOVE LIN-RESUMO             TO REG-RELEXTR.
           PERFORM 2880-ESCREVER-RELEXTR.

      *----------------------------------------------------------------*
       2910-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-FECHAR-ARQUIVO             SECTION.
      *----------------------------------------------------------------*

           CLOSE CADACLIE-VSAM.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'CADAVSAM'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-CADAVSAM        TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           CLOSE CEPCAD.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'CEPCAD'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-CEPCAD          TO WRK-FILE-STATUS.
           MOVE WRK-FS-CEPCAD          TO WRK-FS-CADAVSAM.
           PERFORM 1100-TESTAR-FILE-STATUS.

           CLOSE MALAEXT.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'MALAEXT'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-MALAEXT         TO WRK-FILE-STATUS.
           MOVE WRK-FS-MALAEXT         TO WRK-FS-CADAVSAM.
           PERFORM 1100-TESTAR-FILE-STATUS.

           CLOSE RELEXTR.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'RELEXTR'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELEXTR         TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELEXTR         TO WRK-FS-CADAVSAM.
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

           MOVE 'BRAD0710'             TO STA-PGM.
           MOVE WRK-TOT-LIDOS          TO STA-TOT-LIDOS.
           MOVE WRK-TOT-SELECIONADAS   TO STA-TOT-GRAVADOS.
           MOVE WRK-TOT-EXCLUIDAS      TO STA-TOT-REJEITADOS.

           CALL 'BRAD7130'             USING STA-AREA.

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
