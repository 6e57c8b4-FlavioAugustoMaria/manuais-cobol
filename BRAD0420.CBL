      *                   CONTAS, PRONTO PARA SER ENTREGUE AO CLIENTE  *
      *                   DENTRO DO PRAZO LEGAL DE 15 DIAS.            *
      *----------------------------------------------------------------*
      *    VINCULOS....:  O DOCUMENTO TAMBEM E PROCURADO NO TITCAD     *
      *                   (INDICE ALTERNATIVO TIT-CGC-CPF): AS CONTAS  *
      *                   EM QUE A PESSOA FIGURA SO COMO CO-TITULAR,   *
      *                   RESPONSAVEL LEGAL, REPRESENTANTE LEGAL OU    *
      *                   PROCURADOR SAEM NUMA SEGUNDA PARTE DO        *
      *                   DOSSIE, COM O PAPEL, O PERIODO DO VINCULO,   *
      *                   O NOME REGISTRADO NO VINCULO E A CONTA (SO   *
      *                   O NOME DO TITULAR PRINCIPAL - OS DEMAIS      *
      *                   DADOS DELE NAO PERTENCEM AO REQUERENTE).     *
      *                   ESSAS CONTAS TAMBEM ENTRAM NO CRUZAMENTO COM *
      *                   O ERRLOG. O TIT-CGC-CPF TEM O MESMO DESENHO  *
      *                   DO CAD-CGC-CPF, ENTAO O CNPJ COM LETRAS E    *
      *                   PROCURADO NOS VINCULOS COMO QUALQUER OUTRO.  *
      *----------------------------------------------------------------*
      *    LOG.........:  O ERRLOG NAO E CHAVEADO POR CONTA; UMA       *
      *                   OCORRENCIA E CONSIDERADA DO TITULAR QUANDO   *
      *                   O NUMERO DE UMA DE SUAS CONTAS (7 DIGITOS)   *
      *                   APARECE NO TEXTO LIVRE LOG-TEXTO.            *
      *----------------------------------------------------------------*
      *    PARAMETRO...:  PARMLGPD - 1 REGISTRO COM PRINCIPAL(9)       *
      *                   FILIAL(5) CONTROLE(2), ALFANUMERICO COM      *
      *                   ZEROS A ESQUERDA (COMO CAD-CGC-CPF).         *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#CADREG - LAYOUT DO REGISTRO DE CLIENTES (CADACLIE).       *
      *    I#TITCAD - LAYOUT DOS TITULARES SECUNDARIOS (TITCAD).       *
      *    I#BRAD7L - LAYOUT DO REGISTRO DO LOG DE ERROS/AUDITORIA.    *
      *    I#BRAD7C - AREA PARA TRATAMENTO DE ERRO PELA BRAD7100       *
      *----------------------------------------------------------------*
                                              WITH DUPLICATES
                      FILE STATUS          IS WRK-FS-CADAVSAM.

           SELECT TITCAD    ASSIGN     TO UT-S-TITCAD
                      ORGANIZATION         IS INDEXED
                      ACCESS MODE          IS DYNAMIC
                      RECORD KEY           IS TIT-CHAVE
                      ALTERNATE RECORD KEY IS TIT-CGC-CPF
                                              WITH DUPLICATES
                      FILE STATUS          IS WRK-FS-TITCAD.

           SELECT ERRLOG    ASSIGN     TO UT-S-ERRLOG
                      FILE STATUS      IS WRK-FS-ERRLOG.

           BLOCK CONTAINS 0 RECORDS.

       01  REG-PARMLGPD.
           05  PRM-PRINCIPAL            PIC  X(09).
           05  PRM-FILIAL               PIC  X(05).
           05  PRM-CTLE                 PIC  9(02).
           05  FILLER                   PIC  X(64).


       COPY 'I#CADREG'.

      *----------------------------------------------------------------*
      *    INPUT  :  TITCAD (COM AIX POR TIT-CGC-CPF)                  *
      *              ORG. INDEXADA (KSDS)   -   LRECL = 100            *
      *----------------------------------------------------------------*

       FD  TITCAD
           LABEL RECORD IS STANDARD.

       COPY 'I#TITCAD'.

      *----------------------------------------------------------------*
      *    INPUT  :  LOG DE ERROS/AUDITORIA (BATCH+ONLINE)             *
      *              ORG. SEQUENCIAL   -   LRECL = 269                 *
       77  WRK-SQLCA-OU-STATUS         PIC  X(136)         VALUE SPACES.
       77  WRK-FIM-TITULAR             PIC  X(001)         VALUE 'N'.
       77  WRK-TOT-CONTAS              PIC  9(003) COMP    VALUE ZEROS.
       77  WRK-TOT-VINCULOS            PIC  9(003) COMP    VALUE ZEROS.
       77  WRK-QTD-TAB                 PIC  9(003) COMP    VALUE ZEROS.
       77  WRK-FIM-VINCULOS            PIC  X(001)         VALUE 'N'.
       77  WRK-CONTA-EXISTE            PIC  X(001)         VALUE 'N'.
       77  WRK-TOT-OCORRENCIAS         PIC  9(007) COMP    VALUE ZEROS.
       77  WRK-IDX                     PIC  9(003) COMP    VALUE ZEROS.
       77  WRK-POS                     PIC  9(002) COMP    VALUE ZEROS.
      *----------------------------------------------------------------*
      *    ATE 50 CONTAS POR TITULAR; AS CONTAS (7 DIGITOS DISPLAY)    *
      *    SAO GUARDADAS PARA O CRUZAMENTO COM O TEXTO LIVRE DO        *
      *    ERRLOG - AS DO TITULAR E AS DOS VINCULOS (WRK-QTD-TAB).     *
      *----------------------------------------------------------------*

       01  WRK-CGC-PROC.
           05  WRK-CP-PRINCIPAL        PIC  X(09)          VALUE ZEROS.
           05  WRK-CP-FILIAL           PIC  X(05)          VALUE ZEROS.
           05  WRK-CP-CTLE             PIC  9(02)          VALUE ZEROS.

       01  WRK-TAB-CONTAS.
           05  FILLER                  PIC  X(020)         VALUE
               'DOCUMENTO (CPF/CNPJ)'.
           05  FILLER                  PIC  X(002)         VALUE ': '.
           05  LIN-TIT-PRINCIPAL       PIC  X(009).
           05  FILLER                  PIC  X(001)         VALUE '/'.
           05  LIN-TIT-FILIAL          PIC  X(005).
           05  FILLER                  PIC  X(001)         VALUE '-'.
           05  LIN-TIT-CTLE            PIC  9(002).
           05  FILLER                  PIC  X(092)         VALUE SPACES.
           05  LIN-LOG-TEXTO           PIC  X(080).
           05  FILLER                  PIC  X(015)         VALUE SPACES.

       01  LIN-TITULO-VINCULOS.
           05  FILLER                  PIC  X(066)         VALUE
               'CONTAS EM QUE O DOCUMENTO FIGURA COMO TITULAR SECUNDARIO
      -        '/VINCULO:'.
           05  FILLER                  PIC  X(066)         VALUE SPACES.

       01  LIN-VINCULO.
           05  FILLER                  PIC  X(020)         VALUE
               'VINCULO'.
           05  FILLER                  PIC  X(002)         VALUE ': '.
           05  LIN-VIN-PAPEL           PIC  X(020).
           05  FILLER                  PIC  X(009)         VALUE
               '  DESDE: '.
           05  LIN-VIN-DT-INICIO       PIC  9999/99/99.
           05  FILLER                  PIC  X(007)         VALUE
               '  ATE: '.
           05  LIN-VIN-DT-FIM          PIC  9999/99/99
                                       BLANK WHEN ZERO.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  LIN-VIN-SITUACAO        PIC  X(009).
           05  FILLER                  PIC  X(043)         VALUE SPACES.

       01  LIN-VIN-NOME.
           05  FILLER                  PIC  X(020)         VALUE
               'NOME NO VINCULO'.
           05  FILLER                  PIC  X(002)         VALUE ': '.
           05  LIN-VNO-NOME            PIC  X(040).
           05  FILLER                  PIC  X(070)         VALUE SPACES.

       01  LIN-VIN-TITULAR.
           05  FILLER                  PIC  X(020)         VALUE
               'TITULAR DA CONTA'.
           05  FILLER                  PIC  X(002)         VALUE ': '.
           05  LIN-VTI-NOME            PIC  X(040).
           05  FILLER                  PIC  X(070)         VALUE SPACES.

       01  LIN-SEM-CONTAS.
           05  FILLER                  PIC  X(055)         VALUE
               'NENHUMA CONTA ENCONTRADA PARA O DOCUMENTO INFORMADO.'.
           05  FILLER                  PIC  X(027)         VALUE
               '   OCORRENCIAS DO LOG....: '.
           05  LIN-TOT-OCORR           PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(013)         VALUE
               '   VINCULOS: '.
           05  LIN-TOT-VINCULOS        PIC  ZZ9.
           05  FILLER                  PIC  X(061)         VALUE SPACES.

       01  LIN-BRANCO                  PIC  X(132)         VALUE SPACES.


       01  WRK-FS-PARMLGPD             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-CADAVSAM             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-TITCAD               PIC  X(002)         VALUE SPACES.
       01  WRK-FS-ERRLOG               PIC  X(002)         VALUE SPACES.
       01  WRK-FS-RELLGPD              PIC  X(002)         VALUE SPACES.


           PERFORM 2000-LISTAR-CONTAS-TITULAR.

           PERFORM 2200-LISTAR-VINCULOS.

           PERFORM 2600-LISTAR-LOG-TITULAR.

           PERFORM 2700-IMPRIMIR-TOTAIS.
           MOVE WRK-FS-CADAVSAM        TO WRK-FS-ERRLOG.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

           ADD 1                       TO WRK-TOT-CONTAS.

           PERFORM 2150-GUARDAR-CONTA.

           MOVE CAD-AGENCIA            TO LIN-CTA-AGENCIA.
           MOVE CAD-RAZAO              TO LIN-CTA-RAZAO.
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2150-GUARDAR-CONTA              SECTION.
      *----------------------------------------------------------------*
      *    GUARDA A CONTA CORRENTE (CAD-CONTA) NA TABELA DO CRUZAMENTO *
      *    COM O ERRLOG, ATE O LIMITE DE 50 CONTAS.                    *
      *----------------------------------------------------------------*

           IF  WRK-QTD-TAB             < 50
               ADD 1                   TO WRK-QTD-TAB
               MOVE CAD-CONTA          TO WRK-CONTA-DISPLAY
               MOVE WRK-CONTA-DISPLAY  TO WRK-TAB-CONTA(WRK-QTD-TAB)
           END-IF.

      *----------------------------------------------------------------*
       2150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-LISTAR-VINCULOS            SECTION.
      *----------------------------------------------------------------*
      *    POSICIONA NO INDICE ALTERNATIVO TIT-CGC-CPF DO TITCAD E     *
      *    PERCORRE OS VINCULOS DO DOCUMENTO ATE A CHAVE ALTERNATIVA   *
      *    MUDAR. TITCAD AINDA SEM NENHUM VINCULO GRAVADO ('35') =     *
      *    NENHUM VINCULO. SO SEM CONTA PROPRIA E SEM VINCULO O        *
      *    DOSSIE INFORMA QUE NADA FOI ENCONTRADO.                     *
      *----------------------------------------------------------------*

           OPEN INPUT TITCAD.
           IF  WRK-FS-TITCAD           NOT EQUAL '35'
               SET WRK-ABERTURA        TO TRUE
               MOVE 'TITCAD'           TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-TITCAD      TO WRK-FILE-STATUS
               MOVE WRK-FS-TITCAD      TO WRK-FS-ERRLOG
               PERFORM 1100-TESTAR-FILE-STATUS
               PERFORM 2205-PERCORRER-VINCULOS
           END-IF.

           IF  WRK-TOT-CONTAS          EQUAL ZEROS AND
               WRK-TOT-VINCULOS        EQUAL ZEROS
               WRITE REG-RELLGPD       FROM LIN-SEM-CONTAS
               PERFORM 2710-TESTAR-RELLGPD
           END-IF.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2205-PERCORRER-VINCULOS         SECTION.
      *----------------------------------------------------------------*
      *    O CADACLIE-VSAM E REABERTO PARA A LEITURA DIRETA DA CONTA   *
      *    DE CADA VINCULO (NOME DO TITULAR PRINCIPAL).                *
      *----------------------------------------------------------------*

           OPEN INPUT CADACLIE-VSAM.
           SET WRK-ABERTURA            TO TRUE.
           MOVE 'CADAVSAM'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-CADAVSAM        TO WRK-FILE-STATUS.
           MOVE WRK-FS-CADAVSAM        TO WRK-FS-ERRLOG.
           PERFORM 1100-TESTAR-FILE-STATUS.

           MOVE WRK-CGC-PROC           TO TIT-CGC-CPF.

           START TITCAD
               KEY IS NOT LESS THAN TIT-CGC-CPF
               INVALID KEY
                   MOVE 'S'            TO WRK-FIM-VINCULOS
           END-START.

           PERFORM UNTIL WRK-FIM-VINCULOS EQUAL 'S'
               PERFORM 2210-LER-PROXIMO-VINCULO
               IF  WRK-FIM-VINCULOS    NOT EQUAL 'S'
                   PERFORM 2220-IMPRIMIR-VINCULO
               END-IF
           END-PERFORM.

           CLOSE TITCAD.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'TITCAD'               TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-TITCAD          TO WRK-FILE-STATUS.
           MOVE WRK-FS-TITCAD          TO WRK-FS-ERRLOG.
           PERFORM 1100-TESTAR-FILE-STATUS.

           CLOSE CADACLIE-VSAM.
           SET WRK-FECHAMENTO          TO TRUE.
           MOVE 'CADAVSAM'             TO WRK-NOME-ARQUIVO.
           MOVE WRK-FS-CADAVSAM        TO WRK-FILE-STATUS.
           MOVE WRK-FS-CADAVSAM        TO WRK-FS-ERRLOG.
           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       2205-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2210-LER-PROXIMO-VINCULO        SECTION.
      *----------------------------------------------------------------*

           READ TITCAD                 NEXT RECORD.

           IF  WRK-FS-TITCAD           EQUAL '10'
               MOVE 'S'                TO WRK-FIM-VINCULOS
               GO TO 2210-99-FIM
           END-IF.

      *    MESMO CRITERIO DO 2010: SO O FIM DE ARQUIVO E A TROCA DE
      *    DOCUMENTO ENCERRAM A LISTA; ERRO REAL VAI PARA A ROTINA DE
      *    ERRO.
           IF  WRK-FS-TITCAD           NOT EQUAL '00' AND '02'
               SET WRK-LEITURA         TO TRUE
               MOVE 'TITCAD'           TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-TITCAD      TO WRK-FILE-STATUS
               MOVE WRK-FS-TITCAD      TO WRK-FS-ERRLOG
               PERFORM 1100-TESTAR-FILE-STATUS
           END-IF.

           IF  TIT-CGC-CPF             NOT EQUAL WRK-CGC-PROC
               MOVE 'S'                TO WRK-FIM-VINCULOS
           END-IF.

      *----------------------------------------------------------------*
       2210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2220-IMPRIMIR-VINCULO           SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO WRK-TOT-VINCULOS.

           IF  WRK-TOT-VINCULOS        EQUAL 1
               WRITE REG-RELLGPD       FROM LIN-TITULO-VINCULOS
               PERFORM 2710-TESTAR-RELLGPD
               WRITE REG-RELLGPD       FROM LIN-BRANCO
               PERFORM 2710-TESTAR-RELLGPD
           END-IF.

           EVALUATE TRUE
               WHEN TIT-CO-TITULAR
                   MOVE 'CO-TITULAR'   TO LIN-VIN-PAPEL
               WHEN TIT-RESPONSAVEL-LEGAL
                   MOVE 'RESPONSAVEL LEGAL'
                                       TO LIN-VIN-PAPEL
               WHEN TIT-REPRESENTANTE-LEGAL
                   MOVE 'REPRESENTANTE LEGAL'
                                       TO LIN-VIN-PAPEL
               WHEN TIT-PROCURADOR
                   MOVE 'PROCURADOR'   TO LIN-VIN-PAPEL
               WHEN OTHER
                   MOVE TIT-PAPEL      TO LIN-VIN-PAPEL
           END-EVALUATE.

           MOVE TIT-DT-INICIO          TO LIN-VIN-DT-INICIO.
           MOVE TIT-DT-FIM             TO LIN-VIN-DT-FIM.

           IF  TIT-DT-FIM              EQUAL ZEROS
               MOVE 'VIGENTE'          TO LIN-VIN-SITUACAO
           ELSE
               MOVE 'ENCERRADO'        TO LIN-VIN-SITUACAO
           END-IF.

           WRITE REG-RELLGPD           FROM LIN-VINCULO.
           PERFORM 2710-TESTAR-RELLGPD.

           MOVE TIT-NOME               TO LIN-VNO-NOME.
           WRITE REG-RELLGPD           FROM LIN-VIN-NOME.
           PERFORM 2710-TESTAR-RELLGPD.

           MOVE TIT-AGENCIA            TO CAD-AGENCIA.
           MOVE TIT-RAZAO              TO CAD-RAZAO.
           MOVE TIT-CONTA              TO CAD-CONTA.

           READ CADACLIE-VSAM
                KEY IS CAD-CHAVE
                INVALID KEY
                    MOVE 'N'           TO WRK-CONTA-EXISTE
                NOT INVALID KEY
                    MOVE 'S'           TO WRK-CONTA-EXISTE
           END-READ.

           IF  WRK-FS-CADAVSAM         NOT EQUAL '00' AND '02' AND '23'
               SET WRK-LEITURA         TO TRUE
               MOVE 'CADAVSAM'         TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-CADAVSAM    TO WRK-FILE-STATUS
               MOVE WRK-FS-CADAVSAM    TO WRK-FS-ERRLOG
               PERFORM 1100-TESTAR-FILE-STATUS
           END-IF.

           MOVE TIT-AGENCIA            TO LIN-CTA-AGENCIA.
           MOVE TIT-RAZAO              TO LIN-CTA-RAZAO.
           MOVE TIT-CONTA              TO LIN-CTA-CONTA.

           IF  WRK-CONTA-EXISTE        EQUAL 'S'
               MOVE CAD-DIG-CTA        TO LIN-CTA-DIGITO
               MOVE CAD-IDENTF-CTA     TO LIN-CTA-IDENTF
               MOVE CAD-NOME-CLIE      TO LIN-VTI-NOME
           ELSE
               MOVE SPACES             TO LIN-CTA-DIGITO
                                          LIN-CTA-IDENTF
               MOVE '(CONTA NAO CONSTA DO CADASTRO)'
                                       TO LIN-VTI-NOME
           END-IF.

           WRITE REG-RELLGPD           FROM LIN-CONTA.
           PERFORM 2710-TESTAR-RELLGPD.

           WRITE REG-RELLGPD           FROM LIN-VIN-TITULAR.
           PERFORM 2710-TESTAR-RELLGPD.

           WRITE REG-RELLGPD           FROM LIN-BRANCO.
           PERFORM 2710-TESTAR-RELLGPD.

           MOVE TIT-CONTA              TO CAD-CONTA.
           PERFORM 2150-GUARDAR-CONTA.

      *----------------------------------------------------------------*
       2220-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2600-LISTAR-LOG-TITULAR         SECTION.
      *----------------------------------------------------------------*
      *    LIVRE CONTEM O NUMERO DE UMA DAS CONTAS DO TITULAR.         *
      *----------------------------------------------------------------*

           IF  WRK-QTD-TAB             EQUAL ZEROS
               GO TO 2600-99-FIM
           END-IF.

           MOVE 'N'                    TO WRK-ACHOU-CONTA.

           PERFORM VARYING WRK-IDX     FROM 1 BY 1
                     UNTIL WRK-IDX     > WRK-QTD-TAB
                     OR    WRK-ACHOU-CONTA EQUAL 'S'
               PERFORM 2630-PROCURAR-CONTA-NO-TEXTO
           END-PERFORM.

           MOVE WRK-TOT-CONTAS         TO LIN-TOT-CONTAS.
           MOVE WRK-TOT-OCORRENCIAS    TO LIN-TOT-OCORR.
           MOVE WRK-TOT-VINCULOS       TO LIN-TOT-VINCULOS.
           WRITE REG-RELLGPD           FROM LIN-TOTAIS.
           PERFORM 2710-TESTAR-RELLGPD.

      *----------------------------------------------------------------*

           MOVE 'BRAD0420'              TO STA-PGM.
           COMPUTE STA-TOT-LIDOS       = WRK-TOT-CONTAS
                                       + WRK-TOT-VINCULOS.
           MOVE WRK-TOT-OCORRENCIAS    TO STA-TOT-GRAVADOS.

           CALL 'BRAD7130'             USING STA-AREA.
