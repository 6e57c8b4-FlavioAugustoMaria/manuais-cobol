//==>> JCL PARA CRIACAO DO CLUSTER VSAM (KSDS) DO XREFCAD (REFERENCIA
//==>> CRUZADA PERMANENTE CHAVE ANTIGA -> CHAVE NOVA DAS CONTAS
//==>> RE-CHAVEADAS NO FECHAMENTO/INCORPORACAO DE AGENCIA).
//==>> CHAVE = XRF-CHAVE-ANTIGA (AGENCIA/RAZAO/CONTA COMP-3),
//==>> OFFSET 0, LENGTH 10 - CONFORME LAYOUT REG-XREFCAD (BOOK I#XRFCAD).
//==>> RECORDSIZE = 60 (REGISTRO FIXO). GRAVADO PELO BRAD0600 E
//==>> CONSULTADO PELA BRAD7300 (CADU1204, CADU1210 E BRAD0410).
//==>> NAO E REUSE: AS REFERENCIAS SAO PERMANENTES.


//ENTRAR NO DIRETORIO: PR.GERAL.JOBLIB(JOB214V)
//COPIAR O JOB ABAIXO E SUBMETER


//PR31VSAM JOB ,'PRIME31',CLASS=C,MSGCLASS=X,NOTIFY=PRIME31,
//         RESTART=STEP001
//*--------------------------------------------------------------------*
//*              JOB DE CRIACAO DO ARQUIVO VSAM XREFCAD                 *
//*--------------------------------------------------------------------*
//STEP001  EXEC PGM=IDCAMS,COND=(0,NE)
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD  *
   DELETE PR.GERAL.XREFCAD.KSDS PURGE CLUSTER
        IF MAXCC NE 0 THEN SET MAXCC = 0
        DEFINE CLUSTER (NAME(PR.GERAL.XREFCAD.KSDS)     -
                 CYLINDERS            (5,2)             -
                 VOL (PR39T7)                           -
                 CONTROLINTERVALSIZE  (4096)            -
                 FREESPACE            (20 10)           -
                 INDEXED                                -
                 KEYS                 (10 0)            -
                 RECORDSIZE           (60 60)           -
                 LOG(NONE)                              -
                 BWO(NO)                                -
                 SHAREOPTIONS         (2 3))            -
          DATA  (NAME(PR.GERAL.XREFCAD.KSDS.DATA)       -
                 CONTROLINTERVALSIZE(4096))             -
          INDEX (NAME(PR.GERAL.XREFCAD.KSDS.INDEX)      -
                  CONTROLINTERVALSIZE(1024))
/*
