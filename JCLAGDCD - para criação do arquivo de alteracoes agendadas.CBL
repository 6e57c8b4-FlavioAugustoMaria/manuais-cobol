//==>> JCL PARA CRIACAO DO CLUSTER VSAM (KSDS) DO AGDCAD (ALTERACOES
//==>> CADASTRAIS AGENDADAS COM DATA DE VIGENCIA FUTURA).
//==>> CHAVE = AGD-CHAVE (AGENCIA/RAZAO/CONTA COMP-3 + DATA DE VIGENCIA
//==>> AAAAMMDD), OFFSET 0, LENGTH 18 - CONFORME LAYOUT REG-AGDCAD
//==>> (BOOK I#AGDCAD). RECORDSIZE = 630 (REGISTRO FIXO).
//==>> GRAVADO PELA BRAD7410 (CADU1203 E BRAD0430), CONSULTADO PELA
//==>> CADU1204 E APLICADO/EXCLUIDO PELO BRAD0690 NA CADEIA NOTURNA.
//==>> NAO E REUSE: RECRIAR O CLUSTER PERDE OS AGENDAMENTOS PENDENTES.


//ENTRAR NO DIRETORIO: PR.GERAL.JOBLIB(JOB217V)
//COPIAR O JOB ABAIXO E SUBMETER


//PR34VSAM JOB ,'PRIME31',CLASS=C,MSGCLASS=X,NOTIFY=PRIME31,
//         RESTART=STEP001
//*--------------------------------------------------------------------*
//*              JOB DE CRIACAO DO ARQUIVO VSAM AGDCAD                  *
//*--------------------------------------------------------------------*
//STEP001  EXEC PGM=IDCAMS,COND=(0,NE)
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD  *
   DELETE PR.GERAL.AGDCAD.KSDS PURGE CLUSTER
        IF MAXCC NE 0 THEN SET MAXCC = 0
        DEFINE CLUSTER (NAME(PR.GERAL.AGDCAD.KSDS)      -
                 CYLINDERS            (5,2)             -
                 VOL (PR39T7)                           -
                 CONTROLINTERVALSIZE  (4096)            -
                 FREESPACE            (20 10)           -
                 INDEXED                                -
                 KEYS                 (18 0)            -
                 RECORDSIZE           (630 630)         -
                 LOG(NONE)                              -
                 BWO(NO)                                -
                 SHAREOPTIONS         (2 3))            -
          DATA  (NAME(PR.GERAL.AGDCAD.KSDS.DATA)        -
                 CONTROLINTERVALSIZE(4096))             -
          INDEX (NAME(PR.GERAL.AGDCAD.KSDS.INDEX)       -
                  CONTROLINTERVALSIZE(1024))
/*
