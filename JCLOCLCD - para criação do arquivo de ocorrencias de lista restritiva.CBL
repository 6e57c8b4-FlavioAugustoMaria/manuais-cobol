//==>> JCL PARA CRIACAO DO CLUSTER VSAM (KSDS) DO OCLCAD (OCORRENCIAS
//==>> DE LISTA RESTRITIVA).
//==>> CHAVE = OCL-CHAVE (CHAVE DA CONTA COMP-3 + OCL-ID-ENTRADA X(12)),
//==>> OFFSET 0, LENGTH 22 - CONFORME LAYOUT REG-OCLCAD (BOOK I#OCLCAD).
//==>> RECORDSIZE = 70 (REGISTRO FIXO). GRAVADO PELA TRIAGEM NOTURNA
//==>> BRAD0570 E ATUALIZADO PELA TELA CADU1211 (LIBERACAO PELO
//==>> ANALISTA). NAO E REUSE: AS OCORRENCIAS E SUAS LIBERACOES SAO
//==>> PERMANENTES.


//ENTRAR NO DIRETORIO: PR.GERAL.JOBLIB(JOB212V)
//COPIAR O JOB ABAIXO E SUBMETER


//PR29VSAM JOB ,'PRIME31',CLASS=C,MSGCLASS=X,NOTIFY=PRIME31,
//         RESTART=STEP001
//*--------------------------------------------------------------------*
//*              JOB DE CRIACAO DO ARQUIVO VSAM OCLCAD                  *
//*--------------------------------------------------------------------*
//STEP001  EXEC PGM=IDCAMS,COND=(0,NE)
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD  *
   DELETE PR.GERAL.OCLCAD.KSDS PURGE CLUSTER
        IF MAXCC NE 0 THEN SET MAXCC = 0
        DEFINE CLUSTER (NAME(PR.GERAL.OCLCAD.KSDS)      -
                 CYLINDERS            (5,2)             -
                 VOL (PR39T7)                           -
                 CONTROLINTERVALSIZE  (4096)            -
                 FREESPACE            (20 10)           -
                 INDEXED                                -
                 KEYS                 (22 0)            -
                 RECORDSIZE           (70 70)           -
                 LOG(NONE)                              -
                 BWO(NO)                                -
                 SHAREOPTIONS         (2 3))            -
          DATA  (NAME(PR.GERAL.OCLCAD.KSDS.DATA)        -
                 CONTROLINTERVALSIZE(4096))             -
          INDEX (NAME(PR.GERAL.OCLCAD.KSDS.INDEX)       -
                  CONTROLINTERVALSIZE(1024))
/*
