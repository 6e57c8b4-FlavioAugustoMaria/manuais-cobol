//==>> JCL PARA CRIACAO DO CLUSTER VSAM (KSDS) DO TITCAD (TITULARES
//==>> SECUNDARIOS DA CONTA: CO-TITULARES, RESPONSAVEIS LEGAIS,
//==>> REPRESENTANTES LEGAIS E PROCURADORES).
//==>> CHAVE = TIT-CHAVE (CHAVE DA CONTA COMP-3 + TIT-CGC-CPF + TIT-PAPEL),
//==>> OFFSET 0, LENGTH 27 - CONFORME LAYOUT REG-TITCAD (BOOK I#TITCAD).
//==>> RECORDSIZE = 100 (REGISTRO FIXO). MANTIDO PELA TELA CADU1212
//==>> (JORNAL TITHIST, BRAD7290) E LIDO PELO BRAD0380 (DUPLICIDADE)
//==>> E PELO BRAD0420 (DOSSIE LGPD). NAO E REUSE: TEM INDICE
//==>> ALTERNATIVO COM UPGRADE E OS VINCULOS SAO PERMANENTES.


//ENTRAR NO DIRETORIO: PR.GERAL.JOBLIB(JOB213V)
//COPIAR O JOB ABAIXO E SUBMETER


//PR30VSAM JOB ,'PRIME31',CLASS=C,MSGCLASS=X,NOTIFY=PRIME31,
//         RESTART=STEP001
//*--------------------------------------------------------------------*
//*              JOB DE CRIACAO DO ARQUIVO VSAM TITCAD                  *
//*--------------------------------------------------------------------*
//STEP001  EXEC PGM=IDCAMS,COND=(0,NE)
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD  *
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
/*
//*--------------------------------------------------------------------*
//*    INDICE ALTERNATIVO (AIX) POR TIT-CGC-CPF (OFFSET 10, LENGTH     *
//*    16). NONUNIQUEKEY: A MESMA PESSOA PODE ESTAR VINCULADA A VARIAS *
//*    CONTAS, OU A MESMA CONTA EM MAIS DE UM PAPEL.                   *
//*--------------------------------------------------------------------*
//STEP002  EXEC PGM=IDCAMS,COND=(0,NE)
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD  *
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
/*
