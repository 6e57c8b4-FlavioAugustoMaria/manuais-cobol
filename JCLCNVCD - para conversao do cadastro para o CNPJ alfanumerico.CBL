//==>> JCL DE CONVERSAO DO CADACLIE PARA O CPF/CNPJ ALFANUMERICO
//==>> (CNPJ COM LETRAS NA RAIZ E NA ORDEM, EMITIDO PELA RECEITA A
//==>> PARTIR DE JULHO/2026). CAD-CGC-CPF PASSA DE 10 BYTES
//==>> COMPACTADOS PARA 16 BYTES DISPLAY (CAD-PRINCIPAL X(09) +
//==>> CAD-FILIAL X(05) + CAD-CTLE 9(02)), OFFSET 11 - CONFORME LAYOUT
//==>> REG-CADACLIE (I#CADREG). O REGISTRO CONTINUA COM 280 BYTES E A
//==>> CHAVE PRIMARIA NAO MUDA; SO O AIX POR CPF/CNPJ E REDEFINIDO
//==>> (KEYS 16 11, RECORDSIZE 26).
//==>> NO TITCAD (I#TITCAD) O TIT-CGC-CPF PASSA PELA MESMA MUDANCA,
//==>> OFFSET 10: O REGISTRO CONTINUA COM 100 BYTES, MAS A CHAVE
//==>> PRIMARIA VAI DE 21 PARA 27 BYTES E O CLUSTER E REDEFINIDO
//==>> (KEYS 27 0), COM O AIX EM KEYS 16 10.
//==>>
//==>> EXECUTAR UMA UNICA VEZ, NA JANELA BATCH, COM O ONLINE (CADU12XX)
//==>> FECHADO DO INICIO DO STEP001 AO FIM DO STEP005 - O TEMPO E O DE
//==>> DUAS DESCARGAS + UMA PASSADA SEQUENCIAL + DUAS RECARGAS, SEM
//==>> LEITURA ALEATORIA. OS PROGRAMAS DA NOVA VERSAO DEVEM SER
//==>> PROMOVIDOS NA MESMA JANELA.
//==>>   - STEP001: DESCARGA DO CADACLIE NO LAYOUT ANTERIOR. O ARQUIVO
//==>>     PR.GERAL.CADACLIE.CNV.ANTES FICA CATALOGADO COMO COPIA DE
//==>>     SEGURANCA (VOLTA: REPRO DELE PARA O KSDS + AIX ANTIGO).
//==>>   - STEP002: DESCARGA DO TITCAD NO LAYOUT ANTERIOR. O ARQUIVO
//==>>     PR.GERAL.TITCAD.CNV.ANTES FICA COMO COPIA DE SEGURANCA
//==>>     (VOLTA: CLUSTER ANTIGO PELO JCLTITCD ANTERIOR + REPRO).
//==>>   - STEP003: BRAD0610 CONVERTE OS DOIS ARQUIVOS REGISTRO A
//==>>     REGISTRO E IMPRIME OS TOTAIS DE CADA UM; RC 12 SE LIDOS <>
//==>>     GRAVADOS. REGISTRO JA CONVERTIDO PASSA SEM ALTERACAO
//==>>     (REEXECUCAO SEGURA).
//==>>   - STEP004: EXCLUI O AIX ANTIGO DO CADACLIE, RECARREGA O KSDS
//==>>     (REUSE) COM O ARQUIVO CONVERTIDO, REDEFINE O AIX E O PATH E
//==>>     RECONSTROI O INDICE.
//==>>   - STEP005: EXCLUI O CLUSTER DO TITCAD (COM AIX E PATH),
//==>>     REDEFINE COM A CHAVE NOVA, RECARREGA COM O ARQUIVO
//==>>     CONVERTIDO, REDEFINE O AIX E O PATH E RECONSTROI O INDICE.
//==>>     A ORDEM DA CHAVE NAO MUDA (DOCUMENTO ANTIGO E NUMERICO).
//==>> SE O TITCAD AINDA NAO TEM VINCULOS, BASTA TITANT DD DUMMY NO
//==>> STEP003, RETIRAR O STEP002 E O STEP005 E RECRIAR O CLUSTER PELO
//==>> JCLTITCD.
//==>> O HISTORICO JA GRAVADO (CADHIST), AS PENDENCIAS DE APROVACAO
//==>> (APRCAD) E O ARQUIVO MORTO (CADARQV) NAO SAO REGRAVADOS: AS
//==>> IMAGENS NO LAYOUT ANTERIOR SAO CONVERTIDAS NA LEITURA PELA
//==>> BRAD7310 (CADU1208, CADU1210, BRAD7150, BRAD0410). O JORNAL
//==>> TITHIST TAMBEM NAO E REGRAVADO (VER I#TITHST). O FONCAD E O
//==>> CADACLIE SEQUENCIAL SAO RECONSTRUIDOS NA CADEIA NOTURNA
//==>> SEGUINTE (BRAD0530, BRAD0350).


//ENTRAR NO DIRETORIO: PR.GERAL.JOBLIB(JOB215V)
//COPIAR O JOB ABAIXO E SUBMETER


//PR32VSAM JOB ,'PRIME31',CLASS=C,MSGCLASS=X,NOTIFY=PRIME31,
//         RESTART=STEP001
//*--------------------------------------------------------------------*
//*     JOB DE CONVERSAO DO CADACLIE PARA O CPF/CNPJ ALFANUMERICO       *
//*--------------------------------------------------------------------*
//*    DESCARGA DO KSDS NO LAYOUT ANTERIOR (COPIA DE SEGURANCA)        *
//*--------------------------------------------------------------------*
//STEP001  EXEC PGM=IDCAMS,COND=(0,NE)
//SYSPRINT DD   SYSOUT=*
//INPUT    DD   DSN=PR.GERAL.CADACLIE.KSDS,DISP=OLD
//OUTPUT   DD   DSN=PR.GERAL.CADACLIE.CNV.ANTES,DISP=(NEW,CATLG),
//              UNIT=SYSDA,SPACE=(CYL,(1026,103),RLSE),
//              DCB=(RECFM=FB,LRECL=280,BLKSIZE=0)
//SYSIN    DD   *
   REPRO INFILE(INPUT) OUTFILE(OUTPUT)
/*
//*--------------------------------------------------------------------*
//*    DESCARGA DO TITCAD NO LAYOUT ANTERIOR (COPIA DE SEGURANCA)      *
//*--------------------------------------------------------------------*
//STEP002  EXEC PGM=IDCAMS,COND=(0,NE)
//SYSPRINT DD   SYSOUT=*
//INPUT    DD   DSN=PR.GERAL.TITCAD.KSDS,DISP=OLD
//OUTPUT   DD   DSN=PR.GERAL.TITCAD.CNV.ANTES,DISP=(NEW,CATLG),
//              UNIT=SYSDA,SPACE=(CYL,(5,2),RLSE),
//              DCB=(RECFM=FB,LRECL=100,BLKSIZE=0)
//SYSIN    DD   *
   REPRO INFILE(INPUT) OUTFILE(OUTPUT)
/*
//*--------------------------------------------------------------------*
//*    CONVERSAO REGISTRO A REGISTRO PELO BRAD0610                     *
//*--------------------------------------------------------------------*
//STEP003  EXEC PGM=BRAD0610,COND=(0,NE)
//CADANT   DD   DSN=PR.GERAL.CADACLIE.CNV.ANTES,DISP=SHR
//CADNOVO  DD   DSN=PR.GERAL.CADACLIE.CNV.DEPOIS,DISP=(NEW,CATLG),
//              UNIT=SYSDA,SPACE=(CYL,(1026,103),RLSE),
//              DCB=(RECFM=FB,LRECL=280,BLKSIZE=0)
//TITANT   DD   DSN=PR.GERAL.TITCAD.CNV.ANTES,DISP=SHR
//TITNOVO  DD   DSN=PR.GERAL.TITCAD.CNV.DEPOIS,DISP=(NEW,CATLG),
//              UNIT=SYSDA,SPACE=(CYL,(5,2),RLSE),
//              DCB=(RECFM=FB,LRECL=100,BLKSIZE=0)
//RELCONV  DD   SYSOUT=*
//SYSOUT   DD   SYSOUT=*
//*--------------------------------------------------------------------*
//*    RECARGA DO KSDS E RECONSTRUCAO DO AIX POR CAD-CGC-CPF           *
//*    (OFFSET 11, LENGTH 16, WITH DUPLICATES)                         *
//*--------------------------------------------------------------------*
//STEP004  EXEC PGM=IDCAMS,COND=(0,NE)
//SYSPRINT DD   SYSOUT=*
//INPUT    DD   DSN=PR.GERAL.CADACLIE.CNV.DEPOIS,DISP=OLD
//OUTPUT   DD   DSN=PR.GERAL.CADACLIE.KSDS,DISP=OLD
//SYSIN    DD   *
   DELETE PR.GERAL.CADACLIE.CPF.AIX PURGE ALTERNATEINDEX
        IF MAXCC NE 0 THEN SET MAXCC = 0
   REPRO INFILE(INPUT) OUTFILE(OUTPUT) REUSE
        DEFINE AIX  (NAME(PR.GERAL.CADACLIE.CPF.AIX)     -
                 RELATE(PR.GERAL.CADACLIE.KSDS)          -
                 CYLINDERS            (88,9)             -
                 VOL (PR39T7)                             -
                 CONTROLINTERVALSIZE  (4096)             -
                 FREESPACE            (10 10)            -
                 INDEXED                                 -
                 KEYS                 (16 11)            -
                 RECORDSIZE           (26 26)            -
                 NONUNIQUEKEY                             -
                 UPGRADE                                  -
                 REUSE                                    -
                 SHAREOPTIONS         (2 3))              -
          DATA  (NAME(PR.GERAL.CADACLIE.CPF.AIX.DATA)     -
                 CONTROLINTERVALSIZE(4096))               -
          INDEX (NAME(PR.GERAL.CADACLIE.CPF.AIX.INDEX)    -
                  CONTROLINTERVALSIZE(1024))

        DEFINE PATH (NAME(PR.GERAL.CADACLIE.CPF.PATH)    -
                 PATHENTRY(PR.GERAL.CADACLIE.CPF.AIX))

        BLDINDEX INFILE(PR.GERAL.CADACLIE.KSDS) -
                 OUTFILE(PR.GERAL.CADACLIE.CPF.AIX)
/*
//*--------------------------------------------------------------------*
//*    REDEFINICAO E RECARGA DO TITCAD (CHAVE OFFSET 0, LENGTH 27) E   *
//*    RECONSTRUCAO DO AIX POR TIT-CGC-CPF (OFFSET 10, LENGTH 16)      *
//*--------------------------------------------------------------------*
//STEP005  EXEC PGM=IDCAMS,COND=(0,NE)
//SYSPRINT DD   SYSOUT=*
//INPUT    DD   DSN=PR.GERAL.TITCAD.CNV.DEPOIS,DISP=OLD
//SYSIN    DD   *
   DELETE PR.GERAL.TITCAD.KSDS PURGE CLUSTER
        IF MAXCC NE 0 THEN SET MAXCC = 0
        DEFINE CLUSTER (NAME(PR.GERAL.TITCAD.KSDS)      -
                 CYLINDERS            (5,2)             -
                 VOL (PR39T7)                           -
                 CONTROLINTERVALSIZE  (4096)            -
                 FREESPACE            (20 10)           -
                 INDEXED                                -
                 KEYS                 (27 0)            -
                 RECORDSIZE           (100 100)         -
                 LOG(NONE)                              -
                 BWO(NO)                                -
                 SHAREOPTIONS         (2 3))            -
          DATA  (NAME(PR.GERAL.TITCAD.KSDS.DATA)        -
                 CONTROLINTERVALSIZE(4096))             -
          INDEX (NAME(PR.GERAL.TITCAD.KSDS.INDEX)       -
                  CONTROLINTERVALSIZE(1024))

   REPRO INFILE(INPUT) OUTDATASET(PR.GERAL.TITCAD.KSDS)

        DEFINE AIX  (NAME(PR.GERAL.TITCAD.CPF.AIX)       -
                 RELATE(PR.GERAL.TITCAD.KSDS)            -
                 CYLINDERS            (2,1)              -
                 VOL (PR39T7)                             -
                 CONTROLINTERVALSIZE  (4096)             -
                 FREESPACE            (10 10)            -
                 INDEXED                                 -
                 KEYS                 (16 10)            -
                 RECORDSIZE           (48 4000)          -
                 NONUNIQUEKEY                             -
                 UPGRADE                                  -
                 SHAREOPTIONS         (2 3))              -
          DATA  (NAME(PR.GERAL.TITCAD.CPF.AIX.DATA)       -
                 CONTROLINTERVALSIZE(4096))               -
          INDEX (NAME(PR.GERAL.TITCAD.CPF.AIX.INDEX)      -
                  CONTROLINTERVALSIZE(1024))

        DEFINE PATH (NAME(PR.GERAL.TITCAD.CPF.PATH)      -
                 PATHENTRY(PR.GERAL.TITCAD.CPF.AIX))

        BLDINDEX INFILE(PR.GERAL.TITCAD.KSDS) -
                 OUTFILE(PR.GERAL.TITCAD.CPF.AIX)
/*
