//==>> JCL PARA CRIACAO DO CLUSTER VSAM (KSDS) DO LSTCAD (LISTAS
//==>> RESTRITIVAS: SANCOES, PEP E ORDENS JUDICIAIS).
//==>> CHAVE = LST-CHAVE (LST-ID-ENTRADA X(12)), OFFSET 0, LENGTH 12 -
//==>> CONFORME LAYOUT REG-LSTCAD (BOOK I#LSTCAD). RECORDSIZE = 140
//==>> (REGISTRO FIXO). O CLUSTER NAO E REUSE: TEM DOIS INDICES
//==>> ALTERNATIVOS COM UPGRADE, E O BRAD0560 O SINCRONIZA NO PROPRIO
//==>> LUGAR A CADA ENTREGA DA COMPLIANCE (GRAVA/REGRAVA AS ENTRADAS
//==>> RECEBIDAS E EXCLUI AS QUE NAO VIERAM). LIDO PELA TRIAGEM
//==>> NOTURNA BRAD0570, PELO MODULO BRAD7280 E PELA TELA CADU1211.


//ENTRAR NO DIRETORIO: PR.GERAL.JOBLIB(JOB211V)
//COPIAR O JOB ABAIXO E SUBMETER


//PR28VSAM JOB ,'PRIME31',CLASS=C,MSGCLASS=X,NOTIFY=PRIME31,
//         RESTART=STEP001
//*--------------------------------------------------------------------*
//*              JOB DE CRIACAO DO ARQUIVO VSAM LSTCAD                  *
//*--------------------------------------------------------------------*
//STEP001  EXEC PGM=IDCAMS,COND=(0,NE)
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD  *
   DELETE PR.GERAL.LSTCAD.KSDS PURGE CLUSTER
        IF MAXCC NE 0 THEN SET MAXCC = 0
        DEFINE CLUSTER (NAME(PR.GERAL.LSTCAD.KSDS)      -
                 CYLINDERS            (10,5)            -
                 VOL (PR39T7)                           -
                 CONTROLINTERVALSIZE  (4096)            -
                 FREESPACE            (20 10)           -
                 INDEXED                                -
                 KEYS                 (12 0)            -
                 RECORDSIZE           (140 140)         -
                 LOG(NONE)                              -
                 BWO(NO)                                -
                 SHAREOPTIONS         (2 3))            -
          DATA  (NAME(PR.GERAL.LSTCAD.KSDS.DATA)        -
                 CONTROLINTERVALSIZE(4096))             -
          INDEX (NAME(PR.GERAL.LSTCAD.KSDS.INDEX)       -
                  CONTROLINTERVALSIZE(1024))
/*
//*--------------------------------------------------------------------*
//*    INDICE ALTERNATIVO (AIX) POR LST-CGC-CPF (OFFSET 13, LENGTH     *
//*    16). NONUNIQUEKEY: TODAS AS ENTRADAS SEM DOCUMENTO FICAM COM    *
//*    ZEROS NA MESMA CHAVE - O REGISTRO MAXIMO DO AIX (32.600 BYTES)  *
//*    COMPORTA CERCA DE 2.700 ENTRADAS SEM DOCUMENTO (12 BYTES DE     *
//*    CHAVE PRIMARIA POR OCORRENCIA). REVISAR SE A LISTA CRESCER.     *
//*--------------------------------------------------------------------*
//STEP002  EXEC PGM=IDCAMS,COND=(0,NE)
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD  *
        DEFINE AIX  (NAME(PR.GERAL.LSTCAD.CPF.AIX)       -
                 RELATE(PR.GERAL.LSTCAD.KSDS)            -
                 CYLINDERS            (5,2)              -
                 VOL (PR39T7)                             -
                 CONTROLINTERVALSIZE  (32768)            -
                 FREESPACE            (10 10)            -
                 INDEXED                                 -
                 KEYS                 (16 13)            -
                 RECORDSIZE           (28 32600)         -
                 NONUNIQUEKEY                             -
                 UPGRADE                                  -
                 SHAREOPTIONS         (2 3))              -
          DATA  (NAME(PR.GERAL.LSTCAD.CPF.AIX.DATA)       -
                 CONTROLINTERVALSIZE(32768))              -
          INDEX (NAME(PR.GERAL.LSTCAD.CPF.AIX.INDEX)      -
                  CONTROLINTERVALSIZE(1024))

        DEFINE PATH (NAME(PR.GERAL.LSTCAD.CPF.PATH)      -
                 PATHENTRY(PR.GERAL.LSTCAD.CPF.AIX))
/*
//*--------------------------------------------------------------------*
//*    INDICE ALTERNATIVO (AIX) POR LST-FONETICO (OFFSET 69, LENGTH    *
//*    20), O NOME NORMALIZADO PELA BRAD7270 - MESMO CRITERIO DA       *
//*    CHAVE DO FONCAD. NONUNIQUEKEY (HOMONIMOS FONETICOS).            *
//*--------------------------------------------------------------------*
//STEP003  EXEC PGM=IDCAMS,COND=(0,NE)
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD  *
        DEFINE AIX  (NAME(PR.GERAL.LSTCAD.FON.AIX)       -
                 RELATE(PR.GERAL.LSTCAD.KSDS)            -
                 CYLINDERS            (5,2)              -
                 VOL (PR39T7)                             -
                 CONTROLINTERVALSIZE  (4096)             -
                 FREESPACE            (10 10)            -
                 INDEXED                                 -
                 KEYS                 (20 69)            -
                 RECORDSIZE           (32 4000)          -
                 NONUNIQUEKEY                             -
                 UPGRADE                                  -
                 SHAREOPTIONS         (2 3))              -
          DATA  (NAME(PR.GERAL.LSTCAD.FON.AIX.DATA)       -
                 CONTROLINTERVALSIZE(4096))               -
          INDEX (NAME(PR.GERAL.LSTCAD.FON.AIX.INDEX)      -
                  CONTROLINTERVALSIZE(1024))

        DEFINE PATH (NAME(PR.GERAL.LSTCAD.FON.PATH)      -
                 PATHENTRY(PR.GERAL.LSTCAD.FON.AIX))
/*
