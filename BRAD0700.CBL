      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. BRAD0700.
       AUTHOR.     FLAVIO AUGUSTO MARIA.
      *================================================================*
      *                   P R I M E  I N F O R M A T I C A             *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  BRAD0700                                     *
      *    PROGRAMADOR.:  FLAVIO AUGUSTO MARIA              -  PRIME   *
      *    ANALISTA....:                                    -          *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  RECADASTRAMENTO PERIODICO (MENSAL). A        *
      *                   REGULAMENTACAO EXIGE A REVISAO PERIODICA DOS *
      *                   DADOS DO CLIENTE, MAIS FREQUENTE PARA        *
      *                   EMPRESAS E PERFIS DE MAIOR RISCO. PERCORRE O *
      *                   CADACLIE-VSAM, CALCULA O VENCIMENTO DA       *
      *                   REVISAO DE CADA CONTA ATIVA A PARTIR DA      *
      *                   ULTIMA REVISAO (CAD-DT-REVISAO, GRAVADA PELA *
      *                   CADU1203/BRAD0430) E CONVOCA O CLIENTE COM   *
      *                   REVISAO VENCIDA OU A VENCER, GERANDO O       *
      *                   GATILHO DE CARTA 'RCAD' NO GATCOR PARA O     *
      *                   BRAD0500 (MODELO NO CRTCAD). CONTAS QUE      *
      *                   CONTINUAM SEM REVISAO DEPOIS DA CARENCIA VAO *
      *                   PARA O RELATORIO DE ESCALONAMENTO POR        *
      *                   AGENCIA E POSTO DE SERVICO.                  *
      *----------------------------------------------------------------*
      *    REGRA.......:  CONTA ENCERRADA (CAD-IDENTF-CTA = 'EN') FICA *
      *                   FORA. PESSOA FISICA = CAD-FILIAL ZERADA,     *
      *                   JURIDICA = DEMAIS. VENCIMENTO = DATA BASE +  *
      *                   PERIODICIDADE EM MESES (DIA AJUSTADO AO FIM  *
      *                   DO MES); A DATA BASE E A ULTIMA REVISAO OU,  *
      *                   SEM REVISAO REGISTRADA, A DATA DE ABERTURA.  *
      *                   DATA BASE INVALIDA = REVISAO JA VENCIDA.     *
      *                   SITUACAO DA REVISAO (CAD-SIT-REVISAO):       *
      *                   - SEM CONVOCACAO EM ABERTO E VENCIMENTO ATE  *
      *                     HOJE + ANTECDIA: GATILHO 'RCAD' NO GATCOR  *
      *                     E SITUACAO 'P' (CONVOCADA);                *
      *                   - CONVOCADA ('P') OU VENCIDA ('V') COM       *
      *                     VENCIMENTO MAIS ANTIGO QUE HOJE - CARENCIA:*
      *                     RELATORIO DE ESCALONAMENTO E SITUACAO 'V'  *
      *                     (A CONTA SAI NO RELATORIO TODO MES ATE A   *
      *                     REVISAO SER CONFIRMADA);                   *
      *                   - CONVOCADA DENTRO DA CARENCIA: AGUARDANDO.  *
      *                   A CONFIRMACAO DOS DADOS NA CADU1203 VOLTA A  *
      *                   SITUACAO PARA 'R' COM A DATA DA REVISAO,     *
      *                   ENCERRANDO O CICLO. CADA MUDANCA DE SITUACAO *
      *                   E REGRAVADA NO CADASTRO E JORNALIZADA NO     *
      *                   CADHIST PELA BRAD7140. A EMISSAO DA CARTA    *
      *                   SEGUE AS REGRAS DO BRAD0500 (ENDERECO NAO    *
      *                   CONFIAVEL, NAO CONTATAR E CEP INVALIDO NAO   *
      *                   SAO EMITIDOS), MAS A CONTA FICA CONVOCADA.   *
      *----------------------------------------------------------------*
      *    PARAMETROS..:  PARMCAD (BRAD7160), PROGRAMA BRAD0700 - SEM  *
      *                   O PARAMETRO VALE O DEFAULT ENTRE PARENTESES: *
      *                   MESESPF  (60) MESES ENTRE REVISOES - P.FIS.; *
      *                   MESESPJ  (24) MESES ENTRE REVISOES - P.JUR.; *
      *                   PFnnnnn / PJnnnnn (NNNNN = CAD-RAMO-ATIV)    *
      *                            PERIODICIDADE PROPRIA DO RAMO, QUE  *
      *                            PREVALECE SOBRE MESESPF/MESESPJ;    *
      *                   ANTECDIA (30) DIAS DE ANTECEDENCIA DA CARTA; *
      *                   CARENCIA (90) DIAS APOS O VENCIMENTO ATE O   *
      *                            ESCALONAMENTO.                      *
      *                   PERIODICIDADE ZERADA VALE O DEFAULT.         *
      *----------------------------------------------------------------*
      *    RELATORIO...:  RELRCAD - CONTAS ESCALONADAS ORDENADAS PELO  *
      *                   SORT INTERNO POR AGENCIA/POSTO/RAZAO/CONTA,  *
      *                   COM SUBTOTAL POR POSTO E POR AGENCIA, A DATA *
      *                   BASE (R = ULTIMA REVISAO, A = ABERTURA), O   *
      *                   VENCIMENTO E OS DIAS EM ATRASO; NO FIM, OS   *
      *                   PARAMETROS E OS TOTAIS DE LIDAS, ENCERRADAS, *
      *                   EM DIA, CONVOCADAS, AGUARDANDO E ESCALONADAS.*
      *----------------------------------------------------------------*
      *    SAIDA.......:  GATCOR - GATILHOS 'RCAD' (LAYOUT DO BRAD0500)*
      *                   EMITIDOS PELO BRAD0500 NO PASSO SEGUINTE.    *
      *----------------------------------------------------------------*
      *    RETORNO.....:  RETURN-CODE 12 EM ERRO DE ARQUIVO.           *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#CADREG - LAYOUT DO REGISTRO DE CLIENTES (CADACLIE).       *
      *    I#CADHSC - AREA DE COMUNICACAO COM O MODULO BRAD7140.       *
      *    I#BRAD7S - AREA DE TOTAIS DE EXECUCAO (BRAD7130).           *
      *    I#BRAD7C - AREA PARA TRATAMENTO DE ERRO PELA BRAD7100       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD7100 - MODULO TRATAMENTO DE ERRO.                       *
      *    BRAD7110 - MODULO DE LOG DE AUDITORIA.                      *
      *    BRAD7130 - MODULO DE TOTAIS DE EXECUCAO (RUNSTAT).          *
      *    BRAD7140 - MODULO DO JORNAL DE ALTERACOES (CADHIST).        *
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

           SELECT GATCOR    ASSIGN     TO UT-S-GATCOR
                      FILE STATUS      IS WRK-FS-GATCOR.

           SELECT RELRCAD   ASSIGN     TO UT-S-RELRCAD
                      FILE STATUS      IS WRK-FS-RELRCAD.

           SELECT SRTRCAD   ASSIGN     TO UT-S-SRTRCAD.

      *================================================================*
       DATA DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    I/O    :  CADACLIE-VSAM                                     *
      *              ORG. INDEXADA (KSDS)   -   LRECL = 280            *
      *----------------------------------------------------------------*

       FD  CADACLIE-VSAM
           LABEL RECORD IS STANDARD.

       COPY 'I#CADREG'.

      *----------------------------------------------------------------*
      *    OUTPUT :  GATILHOS DE EMISSAO (CONTA + MODELO) - BRAD0500   *
      *              ORG. SEQUENCIAL   -   LRECL = 080                 *
      *----------------------------------------------------------------*

       FD  GATCOR
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  REG-GATCOR.
           05  GAT-AGENCIA              PIC  9(05).
           05  GAT-RAZAO                PIC  9(05).
           05  GAT-CONTA                PIC  9(07).
           05  GAT-COD-CARTA            PIC  X(04).
           05  FILLER                   PIC  X(59).

      *----------------------------------------------------------------*
      *    OUTPUT :  RELATORIO DE ESCALONAMENTO DO RECADASTRAMENTO     *
      *              ORG. SEQUENCIAL   -   LRECL = 132                 *
      *----------------------------------------------------------------*

       FD  RELRCAD
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  REG-RELRCAD                  PIC  X(132).

      *----------------------------------------------------------------*
      *    SORT  :  ARQUIVO DE TRABALHO DA ORDENACAO INTERNA DAS       *
      *              CONTAS ESCALONADAS POR AGENCIA E POSTO.           *
      *----------------------------------------------------------------*

       SD  SRTRCAD.

       01  REG-SRTRCAD.
           05  SRT-AGENCIA              PIC  9(05)  COMP-3.
           05  SRT-POSTO                PIC  9(03)  COMP-3.
           05  SRT-RAZAO                PIC  9(05)  COMP-3.
           05  SRT-CONTA                PIC  9(07)  COMP-3.
           05  SRT-NOME                 PIC  X(40).
           05  SRT-TIPO-PESSOA          PIC  X(02).
           05  SRT-RAMO                 PIC  9(05).
           05  SRT-DT-BASE              PIC  9(08).
           05  SRT-ORIGEM-BASE          PIC  X(01).
           05  SRT-VENCIMENTO           PIC  9(08).
           05  SRT-DIAS-ATRASO          PIC  9(05).
           05  SRT-OCORRENCIA           PIC  X(15).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** INICIO DA WORKING BRAD0700                 ***'.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** VARIAVEIS AUXILIARES                       ***'.
      *----------------------------------------------------------------*

       77  WRK-FECHAR                  PIC  X(001)         VALUE 'N'.
       77  WRK-PGM                     PIC  X(008)         VALUE
           'BRAD0700'.
       77  WRK-BATCH                   PIC  X(008)         VALUE
           'BATCH'.
       77  WRK-SQLCA-OU-STATUS         PIC  X(136)         VALUE SPACES.
       77  WRK-LINHAS-POR-PAGINA       PIC  9(002) COMP    VALUE 55.
       77  WRK-CONT-LINHAS             PIC  9(002) COMP    VALUE ZEROS.
       77  WRK-CONT-PAGINA             PIC  9(004) COMP    VALUE ZEROS.
       77  WRK-TOT-LIDOS               PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-ENCERRADAS          PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-EM-DIA              PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-CONVOCADAS          PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-AGUARDANDO          PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-ESCALONADAS         PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-NOVAS-ESCALONADAS   PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-POSTO               PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-TOT-AGENCIA             PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-PRIMEIRO-REG            PIC  X(001)         VALUE 'S'.
       77  WRK-SAVE-AGENCIA            PIC  9(005)         VALUE ZEROS.
       77  WRK-SAVE-POSTO              PIC  9(003)         VALUE ZEROS.
       77  WRK-ABORTAR                 PIC  X(001)         VALUE 'N'.
           88  WRK-EXECUCAO-ABORTADA                       VALUE 'S'.
       77  WRK-IDX                     PIC  9(003) COMP    VALUE ZEROS.
       77  WRK-ACHOU-RAMO              PIC  X(001)         VALUE 'N'.
       77  WRK-TIPO-PESSOA             PIC  X(002)         VALUE SPACES.
       77  WRK-MESES                   PIC  9(009)         VALUE ZEROS.
       77  WRK-MESES-TOTAL             PIC  9(009) COMP    VALUE ZEROS.
       77  WRK-RESTO                   PIC  9(009) COMP    VALUE ZEROS.
       77  WRK-QUOCIENTE               PIC  9(009) COMP    VALUE ZEROS.
       77  WRK-ULTIMO-DIA              PIC  9(002)         VALUE ZEROS.
       77  WRK-ORIGEM-BASE             PIC  X(001)         VALUE SPACES.
       77  WRK-INT-HOJE                PIC  9(009) COMP    VALUE ZEROS.
       77  WRK-INT-VENCIMENTO          PIC  9(009) COMP    VALUE ZEROS.
       77  WRK-DATA-CONVOCAR           PIC  9(008)         VALUE ZEROS.
       77  WRK-DATA-ESCALONAR          PIC  9(008)         VALUE ZEROS.
       77  WRK-DATA-EDITADA            PIC  X(010)         VALUE SPACES.

       01  WRK-DATA-HOJE               PIC  9(008)         VALUE ZEROS.

       01  WRK-DATA-BASE               PIC  9(008)         VALUE ZEROS.
       01  FILLER                      REDEFINES WRK-DATA-BASE.
           05  WRK-BASE-ANO            PIC  9(004).
           05  WRK-BASE-MES            PIC  9(002).
           05  WRK-BASE-DIA            PIC  9(002).

       01  WRK-VENCIMENTO              PIC  9(008)         VALUE ZEROS.
       01  FILLER                      REDEFINES WRK-VENCIMENTO.
           05  WRK-VENC-ANO            PIC  9(004).
           05  WRK-VENC-MES            PIC  9(002).
           05  WRK-VENC-DIA            PIC  9(002).

       01  WRK-DATA-CALC.
           05  WRK-CALC-ANO            PIC  9(004)         VALUE ZEROS.
           05  WRK-CALC-MES            PIC  9(002)         VALUE ZEROS.

      *----------------------------------------------------------------*
      *    QUANTIDADE DE DIAS DE CADA MES (FEVEREIRO DE ANO BISSEXTO   *
      *    E TRATADO NO 2535).                                         *
      *----------------------------------------------------------------*

       01  WRK-TAB-DIAS-MES-LIT        PIC  X(024)         VALUE
           '312831303130313130313031'.
       01  FILLER                      REDEFINES WRK-TAB-DIAS-MES-LIT.
           05  WRK-DIAS-MES            PIC  9(002)  OCCURS 12 TIMES.

      *----------------------------------------------------------------*
      *    PARAMETROS DO PARMCAD (PROGRAMA BRAD0700) COM O DEFAULT     *
      *    USADO QUANDO O PARAMETRO NAO EXISTE.                        *
      *----------------------------------------------------------------*

       77  WRK-QTD-PARAMETROS          PIC  9(003) COMP    VALUE 4.

       01  WRK-TAB-PARAMETROS.
           05  FILLER                  PIC  X(017)         VALUE
               'MESESPF 000000060'.
           05  FILLER                  PIC  X(017)         VALUE
               'MESESPJ 000000024'.
           05  FILLER                  PIC  X(017)         VALUE
               'ANTECDIA000000030'.
           05  FILLER                  PIC  X(017)         VALUE
               'CARENCIA000000090'.

       01  FILLER REDEFINES WRK-TAB-PARAMETROS.
           05  WRK-PRM-ENTRADA         OCCURS 4 TIMES.
               10  WRK-PRM-NOME        PIC  X(008).
               10  WRK-PRM-VALOR       PIC  9(009).

       01  FILLER REDEFINES WRK-TAB-PARAMETROS.
           05  FILLER                  PIC  X(008).
           05  WRK-MESES-PF            PIC  9(009).
           05  FILLER                  PIC  X(008).
           05  WRK-MESES-PJ            PIC  9(009).
           05  FILLER                  PIC  X(008).
           05  WRK-DIAS-ANTECEDENCIA   PIC  9(009).
           05  FILLER                  PIC  X(008).
           05  WRK-DIAS-CARENCIA       PIC  9(009).

      *----------------------------------------------------------------*
      *    PERIODICIDADE POR TIPO DE PESSOA E RAMO DE ATIVIDADE JA     *
      *    CONSULTADA NO PARMCAD (COM OU SEM PARAMETRO PROPRIO), PARA  *
      *    NAO CHAMAR A BRAD7160 A CADA CONTA. TABELA CHEIA: AS        *
      *    COMBINACOES RESTANTES SAO CONSULTADAS A CADA CONTA.         *
      *----------------------------------------------------------------*

       77  WRK-QTD-RAMOS               PIC  9(003) COMP    VALUE ZEROS.
       77  WRK-MAX-RAMOS               PIC  9(003) COMP    VALUE 300.

       01  WRK-TAB-RAMOS.
           05  WRK-RAMO-ENTRADA        OCCURS 300 TIMES.
               10  WRK-RAM-TIPO        PIC  X(002).
               10  WRK-RAM-CODIGO      PIC  9(005).
               10  WRK-RAM-MESES       PIC  9(009).

       01  WRK-NOME-PRM-RAMO.
           05  WRK-NPR-TIPO            PIC  X(002)         VALUE SPACES.
           05  WRK-NPR-RAMO            PIC  9(005)         VALUE ZEROS.
           05  FILLER                  PIC  X(001)         VALUE SPACES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE COMUNICACAO COM A BRAD7160         ***'.
      *----------------------------------------------------------------*

       01  WRK-AREA-BRAD7160.
           05  WRK-7160-PGM            PIC  X(008)         VALUE
               'BRAD0700'.
           05  WRK-7160-NOME           PIC  X(008)         VALUE SPACES.
           05  WRK-7160-VALOR          PIC  9(009)         VALUE ZEROS.
           05  WRK-7160-COD-RETORNO    PIC  X(001)         VALUE SPACES.
               88  WRK-PRM-ENCONTRADO                      VALUE 'S'.
               88  WRK-PRM-DEFAULT                         VALUE 'N'.

      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE COMUNICACAO COM A BRAD7140         ***'.
      *----------------------------------------------------------------*
      *    IMAGEM DO REGISTRO ANTES DA MUDANCA DE SITUACAO DA REVISAO  *
      *    E AREA DO JORNAL DE ALTERACOES, GRAVADO PELA BRAD7140 A     *
      *    CADA REWRITE BEM SUCEDIDO.                                  *
      *----------------------------------------------------------------*

       01  WRK-IMAGEM-ANTES            PIC  X(280)         VALUE
           LOW-VALUES.

       COPY 'I#CADHSC'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** LINHAS DE IMPRESSAO DO RELATORIO           ***'.
      *----------------------------------------------------------------*

       01  LIN-CABECALHO-1.
           05  FILLER                  PIC  X(060)         VALUE
               'BRAD0700 - RECADASTRAMENTO - CONTAS ESCALONADAS'.
           05  FILLER                  PIC  X(008)         VALUE
               'DATA: '.
           05  LIN-1-DATA              PIC  X(010)         VALUE SPACES.
           05  FILLER                  PIC  X(034)         VALUE SPACES.
           05  FILLER                  PIC  X(008)         VALUE
               'PAGINA: '.
           05  LIN-1-PAGINA            PIC  ZZZ9.
           05  FILLER                  PIC  X(008)         VALUE SPACES.

       01  LIN-CABECALHO-2.
           05  FILLER                  PIC  X(031)         VALUE
               'CONVOCADOS VENCIMENTOS ATE ...'.
           05  LIN-2-DATA-CONVOCAR     PIC  X(010)         VALUE SPACES.
           05  FILLER                  PIC  X(005)         VALUE SPACES.
           05  FILLER                  PIC  X(035)         VALUE
               'ESCALONADOS VENCIMENTOS ANTES DE '.
           05  LIN-2-DATA-ESCALONAR    PIC  X(010)         VALUE SPACES.
           05  FILLER                  PIC  X(041)         VALUE SPACES.

       01  LIN-CABECALHO-3.
           05  FILLER                  PIC  X(007)         VALUE
               'AGENC'.
           05  FILLER                  PIC  X(005)         VALUE
               'POSTO'.
           05  FILLER                  PIC  X(007)         VALUE
               'RAZAO'.
           05  FILLER                  PIC  X(009)         VALUE
               'CONTA'.
           05  FILLER                  PIC  X(004)         VALUE
               'TP'.
           05  FILLER                  PIC  X(007)         VALUE
               'RAMO'.
           05  FILLER                  PIC  X(042)         VALUE
               'NOME DO CLIENTE'.
           05  FILLER                  PIC  X(014)         VALUE
               'DATA BASE'.
           05  FILLER                  PIC  X(012)         VALUE
               'VENCIMENTO'.
           05  FILLER                  PIC  X(007)         VALUE
               'ATRASO'.
           05  FILLER                  PIC  X(018)         VALUE
               'OCORRENCIA'.

       01  LIN-DETALHE.
           05  LIN-DET-AGENCIA         PIC  ZZZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-POSTO           PIC  ZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-RAZAO           PIC  ZZZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-CONTA           PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-TIPO-PESSOA     PIC  X(002).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-RAMO            PIC  9(005).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-NOME            PIC  X(040).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-DT-BASE         PIC  X(010).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  LIN-DET-ORIGEM-BASE     PIC  X(001).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-VENCIMENTO      PIC  X(010).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-DIAS-ATRASO     PIC  ZZZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-DET-OCORRENCIA      PIC  X(015).
           05  FILLER                  PIC  X(003)         VALUE SPACES.

       01  LIN-SUBTOTAL-POSTO.
           05  FILLER                  PIC  X(015)         VALUE
               'TOTAL DO POSTO '.
           05  LIN-STP-POSTO           PIC  999.
           05  FILLER                  PIC  X(012)         VALUE
               ' DA AGENCIA '.
           05  LIN-STP-AGENCIA         PIC  99999.
           05  FILLER                  PIC  X(002)         VALUE ': '.
           05  LIN-STP-QTDE            PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(007)         VALUE
               ' CONTAS'.
           05  FILLER                  PIC  X(081)         VALUE SPACES.

       01  LIN-SUBTOTAL-AGENCIA.
           05  FILLER                  PIC  X(017)         VALUE
               'TOTAL DA AGENCIA '.
           05  LIN-STA-AGENCIA         PIC  99999.
           05  FILLER                  PIC  X(002)         VALUE ': '.
           05  LIN-STA-QTDE            PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(007)         VALUE
               ' CONTAS'.
           05  FILLER                  PIC  X(094)         VALUE SPACES.

       01  LIN-PARAMETROS.
           05  FILLER                  PIC  X(022)         VALUE
               'PARAMETROS - MESES PF '.
           05  LIN-PRM-MESES-PF        PIC  ZZ9.
           05  FILLER                  PIC  X(011)         VALUE
               '  MESES PJ '.
           05  LIN-PRM-MESES-PJ        PIC  ZZ9.
           05  FILLER                  PIC  X(015)         VALUE
               '  ANTECEDENCIA '.
           05  LIN-PRM-ANTECEDENCIA    PIC  ZZZ9.
           05  FILLER                  PIC  X(011)         VALUE
               '  CARENCIA '.
           05  LIN-PRM-CARENCIA        PIC  ZZZ9.
           05  FILLER                  PIC  X(038)         VALUE
               ' DIAS (PERIODICIDADE POR RAMO A PARTE)'.
           05  FILLER                  PIC  X(021)         VALUE SPACES.

       01  LIN-TOTAIS-1.
           05  FILLER                  PIC  X(014)         VALUE
               'LIDAS.......: '.
           05  LIN-TOT-LIDOS           PIC  Z.ZZZ.ZZ9.
           05  FILLER                  PIC  X(016)         VALUE
               '  ENCERRADAS..: '.
           05  LIN-TOT-ENCERRADAS      PIC  Z.ZZZ.ZZ9.
           05  FILLER                  PIC  X(016)         VALUE
               '  EM DIA......: '.
           05  LIN-TOT-EM-DIA          PIC  Z.ZZZ.ZZ9.
           05  FILLER                  PIC  X(059)         VALUE SPACES.

       01  LIN-TOTAIS-2.
           05  FILLER                  PIC  X(014)         VALUE
               'CONVOCADAS..: '.
           05  LIN-TOT-CONVOCADAS      PIC  Z.ZZZ.ZZ9.
           05  FILLER                  PIC  X(016)         VALUE
               '  AGUARDANDO..: '.
           05  LIN-TOT-AGUARDANDO      PIC  Z.ZZZ.ZZ9.
           05  FILLER                  PIC  X(016)         VALUE
               '  ESCALONADAS.: '.
           05  LIN-TOT-ESCALONADAS     PIC  Z.ZZZ.ZZ9.
           05  FILLER                  PIC  X(016)         VALUE
               '  NOVAS NO MES: '.
           05  LIN-TOT-NOVAS           PIC  Z.ZZZ.ZZ9.
           05  FILLER                  PIC  X(034)         VALUE SPACES.

       01  LIN-BRANCO                  PIC  X(132)         VALUE SPACES.
       01  WRK-LINHA-PENDENTE          PIC  X(132)         VALUE SPACES.

       01  WRK-TXT-NOVA                PIC  X(015)         VALUE
           'ESCALONADA'.
       01  WRK-TXT-MANTIDA             PIC  X(015)         VALUE
           'JA ESCALONADA'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** MENSAGEM DE ERRO DE FILE-STATUS            ***'.
      *----------------------------------------------------------------*

       01  WRK-FS-CADAVSAM             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-GATCOR               PIC  X(002)         VALUE SPACES.
       01  WRK-FS-RELRCAD              PIC  X(002)         VALUE SPACES.

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

      *    A SELECAO DAS CONTAS E A INPUT PROCEDURE DO SORT, QUE
      *    LIBERA AS ESCALONADAS PARA O RELATORIO POR AGENCIA/POSTO.
           SORT SRTRCAD
               ON ASCENDING KEY SRT-AGENCIA
                                SRT-POSTO
                                SRT-RAZAO
                                SRT-CONTA
               INPUT PROCEDURE  IS 2500-SELECIONAR-CONTAS
               OUTPUT PROCEDURE IS 2700-IMPRIMIR-ESCALONADAS.

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

           PERFORM 1030-OBTER-PARAMETROS.

      *    CONVOCA AS REVISOES QUE VENCEM ATE HOJE + ANTECEDENCIA E
      *    ESCALONA AS CONVOCADAS COM VENCIMENTO ANTERIOR A HOJE -
      *    CARENCIA (DATAS AAAAMMDD, COMPARADAS DIRETO).
           COMPUTE WRK-INT-HOJE        =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).
           COMPUTE WRK-DATA-CONVOCAR   =
                   FUNCTION DATE-OF-INTEGER
                   (WRK-INT-HOJE + WRK-DIAS-ANTECEDENCIA).
           COMPUTE WRK-DATA-ESCALONAR  =
                   FUNCTION DATE-OF-INTEGER
                   (WRK-INT-HOJE - WRK-DIAS-CARENCIA).

           MOVE WRK-DATA-HOJE          TO WRK-VENCIMENTO.
           PERFORM 2790-EDITAR-DATA.
           MOVE WRK-DATA-EDITADA       TO LIN-1-DATA.
           MOVE WRK-DATA-CONVOCAR      TO WRK-VENCIMENTO.
           PERFORM 2790-EDITAR-DATA.
           MOVE WRK-DATA-EDITADA       TO LIN-2-DATA-CONVOCAR.
           MOVE WRK-DATA-ESCALONAR     TO WRK-VENCIMENTO.
           PERFORM 2790-EDITAR-DATA.
           MOVE WRK-DATA-EDITADA       TO LIN-2-DATA-ESCALONAR.

           OPEN I-O    CADACLIE-VSAM.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'CADAVSAM'            TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-CADAVSAM       TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           OPEN OUTPUT GATCOR.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'GATCOR'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-GATCOR         TO WRK-FILE-STATUS.
           MOVE WRK-FS-GATCOR         TO WRK-FS-CADAVSAM.
           PERFORM 1100-TESTAR-FILE-STATUS.

           OPEN OUTPUT RELRCAD.
           SET WRK-ABERTURA           TO TRUE.
           MOVE 'RELRCAD'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELRCAD        TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELRCAD        TO WRK-FS-CADAVSAM.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1030-OBTER-PARAMETROS           SECTION.
      *----------------------------------------------------------------*
      *    CADA PARAMETRO DA TABELA E BUSCADO NO PARMCAD (BRAD7160)    *
      *    COM O DEFAULT DA TABELA. PERIODICIDADE ZERADA VOLTA AO      *
      *    DEFAULT (REVISAO A CADA EXECUCAO NAO FAZ SENTIDO).          *
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

           IF  WRK-MESES-PF            EQUAL ZEROS
               MOVE 60                 TO WRK-MESES-PF
           END-IF.

           IF  WRK-MESES-PJ            EQUAL ZEROS
               MOVE 24                 TO WRK-MESES-PJ
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
       2500-SELECIONAR-CONTAS          SECTION.
      *----------------------------------------------------------------*
      *    INPUT PROCEDURE DO SORT: PERCORRE O CADASTRO NA ORDEM DA    *
      *    CHAVE, CONVOCA AS REVISOES VENCIDAS (GATCOR) E LIBERA PARA  *
      *    A ORDENACAO AS CONTAS ESCALONADAS.                          *
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

           IF  CAD-IDENTF-CTA          EQUAL 'EN'
               ADD 1                   TO WRK-TOT-ENCERRADAS
               GO TO 2510-99-FIM
           END-IF.

           PERFORM 2520-OBTER-PERIODICIDADE.

           PERFORM 2530-CALCULAR-VENCIMENTO.

           EVALUATE TRUE
               WHEN CAD-REVISAO-PENDENTE
                   IF  WRK-VENCIMENTO  LESS WRK-DATA-ESCALONAR
                       PERFORM 2560-ESCALONAR-CONTA
                   ELSE
                       ADD 1           TO WRK-TOT-AGUARDANDO
                   END-IF
               WHEN WRK-VENCIMENTO     GREATER WRK-DATA-CONVOCAR
                   ADD 1               TO WRK-TOT-EM-DIA
               WHEN OTHER
                   PERFORM 2540-CONVOCAR-CLIENTE
           END-EVALUATE.

      *----------------------------------------------------------------*
       2510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2520-OBTER-PERIODICIDADE        SECTION.
      *----------------------------------------------------------------*
      *    PERIODICIDADE EM MESES PELO TIPO DE PESSOA E PELO RAMO DE   *
      *    ATIVIDADE: PARAMETRO PROPRIO DO RAMO (PFnnnnn/PJnnnnn) OU,  *
      *    SEM ELE, MESESPF/MESESPJ.                                   *
      *----------------------------------------------------------------*

           IF  CAD-FILIAL              EQUAL ZEROS
               MOVE 'PF'               TO WRK-TIPO-PESSOA
               MOVE WRK-MESES-PF       TO WRK-MESES
           ELSE
               MOVE 'PJ'               TO WRK-TIPO-PESSOA
               MOVE WRK-MESES-PJ       TO WRK-MESES
           END-IF.

           IF  CAD-RAMO-ATIV           NOT NUMERIC
               GO TO 2520-99-FIM
           END-IF.

           MOVE 'N'                    TO WRK-ACHOU-RAMO.

           PERFORM VARYING WRK-IDX     FROM 1 BY 1
                     UNTIL WRK-IDX     > WRK-QTD-RAMOS
                        OR WRK-ACHOU-RAMO EQUAL 'S'
               IF  WRK-RAM-TIPO(WRK-IDX)   EQUAL WRK-TIPO-PESSOA AND
                   WRK-RAM-CODIGO(WRK-IDX) EQUAL CAD-RAMO-ATIV
                   MOVE 'S'            TO WRK-ACHOU-RAMO
                   MOVE WRK-RAM-MESES(WRK-IDX)
                                       TO WRK-MESES
               END-IF
           END-PERFORM.

           IF  WRK-ACHOU-RAMO          EQUAL 'S'
               GO TO 2520-99-FIM
           END-IF.

           MOVE WRK-TIPO-PESSOA        TO WRK-NPR-TIPO.
           MOVE CAD-RAMO-ATIV          TO WRK-NPR-RAMO.
           MOVE WRK-NOME-PRM-RAMO      TO WRK-7160-NOME.
           MOVE WRK-MESES              TO WRK-7160-VALOR.

           CALL 'BRAD7160'             USING WRK-AREA-BRAD7160.

           IF  WRK-7160-VALOR          GREATER ZEROS
               MOVE WRK-7160-VALOR     TO WRK-MESES
           END-IF.

           IF  WRK-QTD-RAMOS           LESS WRK-MAX-RAMOS
               ADD 1                   TO WRK-QTD-RAMOS
               MOVE WRK-TIPO-PESSOA    TO WRK-RAM-TIPO(WRK-QTD-RAMOS)
               MOVE CAD-RAMO-ATIV      TO WRK-RAM-CODIGO(WRK-QTD-RAMOS)
               MOVE WRK-MESES          TO WRK-RAM-MESES(WRK-QTD-RAMOS)
           END-IF.

      *----------------------------------------------------------------*
       2520-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2530-CALCULAR-VENCIMENTO        SECTION.
      *----------------------------------------------------------------*
      *    DATA BASE = ULTIMA REVISAO ('R') OU, SEM REVISAO, ABERTURA  *
      *    DA CONTA ('A'). VENCIMENTO = BASE + WRK-MESES, COM O DIA    *
      *    LIMITADO AO ULTIMO DIA DO MES (31/01 + 1 MES = 28 OU 29/02).*
      *    DATA BASE INVALIDA DEVOLVE VENCIMENTO ZERADO (JA VENCIDA).  *
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-DATA-BASE
                                          WRK-VENCIMENTO.
           MOVE SPACES                 TO WRK-ORIGEM-BASE.

           IF  CAD-DT-REVISAO          NUMERIC AND
               CAD-DT-REVISAO          GREATER ZEROS
               MOVE CAD-DT-REVISAO     TO WRK-DATA-BASE
               MOVE 'R'                TO WRK-ORIGEM-BASE
           ELSE
               IF  CAD-DT-ABERT        NUMERIC
                   MOVE CAD-DT-ABERT   TO WRK-DATA-BASE
                   MOVE 'A'            TO WRK-ORIGEM-BASE
               END-IF
           END-IF.

           IF  WRK-BASE-ANO            LESS 1900 OR
               WRK-BASE-MES            LESS 01   OR
               WRK-BASE-MES            GREATER 12
               GO TO 2530-99-FIM
           END-IF.

           MOVE WRK-BASE-ANO           TO WRK-CALC-ANO.
           MOVE WRK-BASE-MES           TO WRK-CALC-MES.
           PERFORM 2535-ULTIMO-DIA-MES.

           IF  WRK-BASE-DIA            LESS 01 OR
               WRK-BASE-DIA            GREATER WRK-ULTIMO-DIA
               GO TO 2530-99-FIM
           END-IF.

           COMPUTE WRK-MESES-TOTAL     =
                   (WRK-BASE-ANO * 12) + WRK-BASE-MES - 1 + WRK-MESES.

           DIVIDE WRK-MESES-TOTAL      BY 12
                                       GIVING WRK-QUOCIENTE
                                       REMAINDER WRK-RESTO.

           MOVE WRK-QUOCIENTE          TO WRK-CALC-ANO.
           COMPUTE WRK-CALC-MES        = WRK-RESTO + 1.
           PERFORM 2535-ULTIMO-DIA-MES.

           MOVE WRK-CALC-ANO           TO WRK-VENC-ANO.
           MOVE WRK-CALC-MES           TO WRK-VENC-MES.

           IF  WRK-BASE-DIA            GREATER WRK-ULTIMO-DIA
               MOVE WRK-ULTIMO-DIA     TO WRK-VENC-DIA
           ELSE
               MOVE WRK-BASE-DIA       TO WRK-VENC-DIA
           END-IF.

      *----------------------------------------------------------------*
       2530-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2535-ULTIMO-DIA-MES             SECTION.
      *----------------------------------------------------------------*
      *    ULTIMO DIA DO MES WRK-CALC-MES/WRK-CALC-ANO: FEVEREIRO TEM  *
      *    29 DIAS NO ANO DIVISIVEL POR 4, SALVO O SECULAR NAO         *
      *    DIVISIVEL POR 400.                                          *
      *----------------------------------------------------------------*

           MOVE WRK-DIAS-MES(WRK-CALC-MES)
                                       TO WRK-ULTIMO-DIA.

           IF  WRK-CALC-MES            NOT EQUAL 02
               GO TO 2535-99-FIM
           END-IF.

           DIVIDE WRK-CALC-ANO         BY 4
                                       GIVING WRK-QUOCIENTE
                                       REMAINDER WRK-RESTO.
           IF  WRK-RESTO               NOT EQUAL ZEROS
               GO TO 2535-99-FIM
           END-IF.

           DIVIDE WRK-CALC-ANO         BY 100
                                       GIVING WRK-QUOCIENTE
                                       REMAINDER WRK-RESTO.
           IF  WRK-RESTO               NOT EQUAL ZEROS
               MOVE 29                 TO WRK-ULTIMO-DIA
               GO TO 2535-99-FIM
           END-IF.

           DIVIDE WRK-CALC-ANO         BY 400
                                       GIVING WRK-QUOCIENTE
                                       REMAINDER WRK-RESTO.
           IF  WRK-RESTO               EQUAL ZEROS
               MOVE 29                 TO WRK-ULTIMO-DIA
           END-IF.

      *----------------------------------------------------------------*
       2535-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2540-CONVOCAR-CLIENTE           SECTION.
      *----------------------------------------------------------------*
      *    REVISAO VENCIDA OU A VENCER DENTRO DA ANTECEDENCIA: GATILHO *
      *    DA CARTA DE RECADASTRAMENTO PARA O BRAD0500 E SITUACAO 'P'. *
      *----------------------------------------------------------------*

           MOVE SPACES                 TO REG-GATCOR.
           MOVE CAD-AGENCIA            TO GAT-AGENCIA.
           MOVE CAD-RAZAO              TO GAT-RAZAO.
           MOVE CAD-CONTA              TO GAT-CONTA.
           MOVE 'RCAD'                 TO GAT-COD-CARTA.

           WRITE REG-GATCOR.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'GATCOR'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-GATCOR          TO WRK-FILE-STATUS.
           MOVE WRK-FS-GATCOR          TO WRK-FS-CADAVSAM.
           PERFORM 1100-TESTAR-FILE-STATUS.

           MOVE REG-CADACLIE           TO WRK-IMAGEM-ANTES.
           SET CAD-REVISAO-CONVOCADA   TO TRUE.
           PERFORM 2545-REGRAVAR-CONTA.

           ADD 1                       TO WRK-TOT-CONVOCADAS.

      *----------------------------------------------------------------*
       2540-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2545-REGRAVAR-CONTA             SECTION.
      *----------------------------------------------------------------*

           REWRITE REG-CADACLIE.

           IF  WRK-FS-CADAVSAM         NOT EQUAL '00'
               MOVE 'APL'              TO ERR-TIPO-ACESSO
               MOVE WRK-FS-CADAVSAM    TO ERR-TEXTO
               MOVE 'CADACLIE-VSAM'    TO ERR-MODULO
               PERFORM 9999-ROTINA-ERRO
           END-IF.

           PERFORM 2550-GRAVAR-JORNAL.

      *----------------------------------------------------------------*
       2545-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2550-GRAVAR-JORNAL              SECTION.
      *----------------------------------------------------------------*

           MOVE CAD-AGENCIA            TO HSTA-AGENCIA.
           MOVE CAD-RAZAO              TO HSTA-RAZAO.
           MOVE CAD-CONTA              TO HSTA-CONTA.
           MOVE 'A'                    TO HSTA-OPERACAO.
           MOVE WRK-BATCH              TO HSTA-COD-USER.
           MOVE WRK-BATCH              TO HSTA-COD-DEPTO.
           MOVE 'BRAD0700'             TO HSTA-TRANSACAO.
           MOVE WRK-IMAGEM-ANTES       TO HSTA-IMAGEM-ANTES.
           MOVE REG-CADACLIE           TO HSTA-IMAGEM-DEPOIS.

           CALL 'BRAD7140'             USING HST-AREA.

      *----------------------------------------------------------------*
       2550-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2560-ESCALONAR-CONTA            SECTION.
      *----------------------------------------------------------------*
      *    CONVOCADA E AINDA SEM REVISAO DEPOIS DA CARENCIA: PASSA A   *
      *    'V' (SO NA PRIMEIRA VEZ) E VAI PARA O RELATORIO.            *
      *----------------------------------------------------------------*

           IF  CAD-REVISAO-CONVOCADA
               MOVE REG-CADACLIE       TO WRK-IMAGEM-ANTES
               SET CAD-REVISAO-VENCIDA TO TRUE
               PERFORM 2545-REGRAVAR-CONTA
               ADD 1                   TO WRK-TOT-NOVAS-ESCALONADAS
               MOVE WRK-TXT-NOVA       TO SRT-OCORRENCIA
           ELSE
               MOVE WRK-TXT-MANTIDA    TO SRT-OCORRENCIA
           END-IF.

           MOVE CAD-AGENCIA            TO SRT-AGENCIA.
           MOVE CAD-POSTO-SERV         TO SRT-POSTO.
           MOVE CAD-RAZAO              TO SRT-RAZAO.
           MOVE CAD-CONTA              TO SRT-CONTA.
           MOVE CAD-NOME-CLIE          TO SRT-NOME.
           MOVE WRK-TIPO-PESSOA        TO SRT-TIPO-PESSOA.
           MOVE ZEROS                  TO SRT-RAMO.
           IF  CAD-RAMO-ATIV           NUMERIC
               MOVE CAD-RAMO-ATIV      TO SRT-RAMO
           END-IF.
           MOVE WRK-DATA-BASE          TO SRT-DT-BASE.
           MOVE WRK-ORIGEM-BASE        TO SRT-ORIGEM-BASE.
           MOVE WRK-VENCIMENTO         TO SRT-VENCIMENTO.
           MOVE ZEROS                  TO SRT-DIAS-ATRASO.

           IF  WRK-VENCIMENTO          GREATER ZEROS
               COMPUTE WRK-INT-VENCIMENTO =
                       FUNCTION INTEGER-OF-DATE(WRK-VENCIMENTO)
               COMPUTE SRT-DIAS-ATRASO =
                       WRK-INT-HOJE - WRK-INT-VENCIMENTO
           END-IF.

           RELEASE REG-SRTRCAD.

           ADD 1                       TO WRK-TOT-ESCALONADAS.

      *----------------------------------------------------------------*
       2560-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2700-IMPRIMIR-ESCALONADAS       SECTION.
      *----------------------------------------------------------------*
      *    OUTPUT PROCEDURE DO SORT: DEVOLVE AS CONTAS ESCALONADAS     *
      *    ORDENADAS POR AGENCIA/POSTO/RAZAO/CONTA, COM QUEBRA E       *
      *    SUBTOTAL POR POSTO E POR AGENCIA.                           *
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FECHAR.
           MOVE 'S'                    TO WRK-PRIMEIRO-REG.

           PERFORM 2710-RETORNAR-ORDENADO.

           PERFORM UNTIL WRK-FECHAR    EQUAL 'S'
               PERFORM 2720-CONTROLAR-QUEBRA
               PERFORM 2730-IMPRIMIR-DETALHE
               PERFORM 2710-RETORNAR-ORDENADO
           END-PERFORM.

           IF  WRK-PRIMEIRO-REG        EQUAL 'N'
               PERFORM 2760-IMPRIMIR-SUBTOTAL-POSTO
               PERFORM 2765-IMPRIMIR-SUBTOTAL-AGENCIA
           END-IF.

      *----------------------------------------------------------------*
       2700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2710-RETORNAR-ORDENADO          SECTION.
      *----------------------------------------------------------------*

           RETURN SRTRCAD
               AT END
                   MOVE 'S'            TO WRK-FECHAR
           END-RETURN.

      *----------------------------------------------------------------*
       2710-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2720-CONTROLAR-QUEBRA           SECTION.
      *----------------------------------------------------------------*

           IF  WRK-PRIMEIRO-REG        EQUAL 'S'
               MOVE 'N'                TO WRK-PRIMEIRO-REG
           ELSE
               IF  SRT-AGENCIA         EQUAL WRK-SAVE-AGENCIA AND
                   SRT-POSTO           EQUAL WRK-SAVE-POSTO
                   GO TO 2720-99-FIM
               END-IF
               PERFORM 2760-IMPRIMIR-SUBTOTAL-POSTO
               IF  SRT-AGENCIA         NOT EQUAL WRK-SAVE-AGENCIA
                   PERFORM 2765-IMPRIMIR-SUBTOTAL-AGENCIA
               END-IF
           END-IF.

           MOVE SRT-AGENCIA            TO WRK-SAVE-AGENCIA.
           MOVE SRT-POSTO              TO WRK-SAVE-POSTO.

      *----------------------------------------------------------------*
       2720-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2730-IMPRIMIR-DETALHE           SECTION.
      *----------------------------------------------------------------*

           MOVE SRT-AGENCIA            TO LIN-DET-AGENCIA.
           MOVE SRT-POSTO              TO LIN-DET-POSTO.
           MOVE SRT-RAZAO              TO LIN-DET-RAZAO.
           MOVE SRT-CONTA              TO LIN-DET-CONTA.
           MOVE SRT-TIPO-PESSOA        TO LIN-DET-TIPO-PESSOA.
           MOVE SRT-RAMO               TO LIN-DET-RAMO.
           MOVE SRT-NOME               TO LIN-DET-NOME.
           MOVE SRT-ORIGEM-BASE        TO LIN-DET-ORIGEM-BASE.
           MOVE SRT-DIAS-ATRASO        TO LIN-DET-DIAS-ATRASO.
           MOVE SRT-OCORRENCIA         TO LIN-DET-OCORRENCIA.

      *    DATA BASE INVALIDA SAI EM BRANCO, COM O VENCIMENTO.
           IF  SRT-VENCIMENTO          EQUAL ZEROS
               MOVE SPACES             TO LIN-DET-DT-BASE
                                          LIN-DET-ORIGEM-BASE
               MOVE 'SEM DATA'         TO LIN-DET-VENCIMENTO
           ELSE
               MOVE SRT-DT-BASE        TO WRK-VENCIMENTO
               PERFORM 2790-EDITAR-DATA
               MOVE WRK-DATA-EDITADA   TO LIN-DET-DT-BASE
               MOVE SRT-VENCIMENTO     TO WRK-VENCIMENTO
               PERFORM 2790-EDITAR-DATA
               MOVE WRK-DATA-EDITADA   TO LIN-DET-VENCIMENTO
           END-IF.

           MOVE LIN-DETALHE            TO REG-RELRCAD.
           PERFORM 2770-GRAVAR-LINHA.

           ADD 1                       TO WRK-TOT-POSTO
                                          WRK-TOT-AGENCIA.

      *----------------------------------------------------------------*
       2730-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2750-IMPRIMIR-CABECALHO         SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO WRK-CONT-PAGINA.
           MOVE WRK-CONT-PAGINA        TO LIN-1-PAGINA.

           MOVE LIN-CABECALHO-1        TO REG-RELRCAD.
           PERFORM 2780-ESCREVER-RELRCAD.

           MOVE LIN-CABECALHO-2        TO REG-RELRCAD.
           PERFORM 2780-ESCREVER-RELRCAD.

           MOVE LIN-BRANCO             TO REG-RELRCAD.
           PERFORM 2780-ESCREVER-RELRCAD.

           MOVE LIN-CABECALHO-3        TO REG-RELRCAD.
           PERFORM 2780-ESCREVER-RELRCAD.

           MOVE ZEROS                  TO WRK-CONT-LINHAS.

      *----------------------------------------------------------------*
       2750-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2760-IMPRIMIR-SUBTOTAL-POSTO    SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-SAVE-POSTO         TO LIN-STP-POSTO.
           MOVE WRK-SAVE-AGENCIA       TO LIN-STP-AGENCIA.
           MOVE WRK-TOT-POSTO          TO LIN-STP-QTDE.
           MOVE LIN-SUBTOTAL-POSTO     TO REG-RELRCAD.
           PERFORM 2770-GRAVAR-LINHA.

           MOVE LIN-BRANCO             TO REG-RELRCAD.
           PERFORM 2770-GRAVAR-LINHA.

           MOVE ZEROS                  TO WRK-TOT-POSTO.

      *----------------------------------------------------------------*
       2760-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2765-IMPRIMIR-SUBTOTAL-AGENCIA  SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-SAVE-AGENCIA       TO LIN-STA-AGENCIA.
           MOVE WRK-TOT-AGENCIA        TO LIN-STA-QTDE.
           MOVE LIN-SUBTOTAL-AGENCIA   TO REG-RELRCAD.
           PERFORM 2770-GRAVAR-LINHA.

           MOVE LIN-BRANCO             TO REG-RELRCAD.
           PERFORM 2770-GRAVAR-LINHA.

           MOVE ZEROS                  TO WRK-TOT-AGENCIA.

      *----------------------------------------------------------------*
       2765-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2770-GRAVAR-LINHA               SECTION.
      *----------------------------------------------------------------*
      *    GRAVA A LINHA JA MOVIDA PARA REG-RELRCAD, ABRINDO NOVA      *
      *    PAGINA QUANDO NECESSARIO.                                   *
      *----------------------------------------------------------------*

           IF  WRK-CONT-LINHAS         EQUAL ZEROS OR
               WRK-CONT-LINHAS         >= WRK-LINHAS-POR-PAGINA
               MOVE REG-RELRCAD        TO WRK-LINHA-PENDENTE
               PERFORM 2750-IMPRIMIR-CABECALHO
               MOVE WRK-LINHA-PENDENTE TO REG-RELRCAD
           END-IF.

           PERFORM 2780-ESCREVER-RELRCAD.

           ADD 1                       TO WRK-CONT-LINHAS.

      *----------------------------------------------------------------*
       2770-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2780-ESCREVER-RELRCAD           SECTION.
      *----------------------------------------------------------------*

           WRITE REG-RELRCAD.
           SET WRK-GRAVACAO            TO TRUE.
           MOVE 'RELRCAD'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELRCAD         TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELRCAD         TO WRK-FS-CADAVSAM.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       2780-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2790-EDITAR-DATA                SECTION.
      *----------------------------------------------------------------*
      *    EDITA WRK-VENCIMENTO (AAAAMMDD) EM WRK-DATA-EDITADA         *
      *    (DD/MM/AAAA).                                               *
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-DATA-EDITADA.

           STRING WRK-VENCIMENTO(7:2) '/'
                  WRK-VENCIMENTO(5:2) '/'
                  WRK-VENCIMENTO(1:4)
                  DELIMITED BY SIZE
                  INTO WRK-DATA-EDITADA.

      *----------------------------------------------------------------*
       2790-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2900-IMPRIMIR-TOTAIS            SECTION.
      *----------------------------------------------------------------*

           IF  WRK-CONT-PAGINA         EQUAL ZEROS
               PERFORM 2750-IMPRIMIR-CABECALHO
           END-IF.

           MOVE LIN-BRANCO             TO REG-RELRCAD.
           PERFORM 2780-ESCREVER-RELRCAD.

           MOVE WRK-MESES-PF           TO LIN-PRM-MESES-PF.
           MOVE WRK-MESES-PJ           TO LIN-PRM-MESES-PJ.
           MOVE WRK-DIAS-ANTECEDENCIA  TO LIN-PRM-ANTECEDENCIA.
           MOVE WRK-DIAS-CARENCIA      TO LIN-PRM-CARENCIA.
           MOVE LIN-PARAMETROS         TO REG-RELRCAD.
           PERFORM 2780-ESCREVER-RELRCAD.

           MOVE LIN-BRANCO             TO REG-RELRCAD.
           PERFORM 2780-ESCREVER-RELRCAD.

           MOVE WRK-TOT-LIDOS          TO LIN-TOT-LIDOS.
           MOVE WRK-TOT-ENCERRADAS     TO LIN-TOT-ENCERRADAS.
           MOVE WRK-TOT-EM-DIA         TO LIN-TOT-EM-DIA.
           MOVE LIN-TOTAIS-1           TO REG-RELRCAD.
           PERFORM 2780-ESCREVER-RELRCAD.

           MOVE WRK-TOT-CONVOCADAS     TO LIN-TOT-CONVOCADAS.
           MOVE WRK-TOT-AGUARDANDO     TO LIN-TOT-AGUARDANDO.
           MOVE WRK-TOT-ESCALONADAS    TO LIN-TOT-ESCALONADAS.
           MOVE WRK-TOT-NOVAS-ESCALONADAS
                                       TO LIN-TOT-NOVAS.
           MOVE LIN-TOTAIS-2           TO REG-RELRCAD.
           PERFORM 2780-ESCREVER-RELRCAD.

      *----------------------------------------------------------------*
       2900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-FECHAR-ARQUIVO             SECTION.
      *----------------------------------------------------------------*

           CLOSE CADACLIE-VSAM.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'CADAVSAM'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-CADAVSAM        TO WRK-FILE-STATUS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           CLOSE GATCOR.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'GATCOR'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-GATCOR          TO WRK-FILE-STATUS.
           MOVE WRK-FS-GATCOR          TO WRK-FS-CADAVSAM.
           PERFORM 1100-TESTAR-FILE-STATUS.

           CLOSE RELRCAD.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'RELRCAD'              TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-RELRCAD         TO WRK-FILE-STATUS.
           MOVE WRK-FS-RELRCAD         TO WRK-FS-CADAVSAM.
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

           MOVE 'BRAD0700'             TO STA-PGM.
           MOVE WRK-TOT-LIDOS          TO STA-TOT-LIDOS.
           MOVE WRK-TOT-CONVOCADAS     TO STA-TOT-GRAVADOS.
           MOVE ZEROS                  TO STA-TOT-REJEITADOS.

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
