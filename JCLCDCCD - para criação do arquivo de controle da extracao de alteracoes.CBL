//==>> JCL PARA CRIACAO DO CLUSTER VSAM (KSDS) DO CDCCTL (CONTROLE DA
//==>> EXTRACAO DE ALTERACOES DO CADASTRO - MARCA DE CORTE DO JORNAL
//==>> CADHIST JA ENVIADA E NUMERO DA ULTIMA REMESSA, POR EXTRACAO).
//==>> CHAVE = CTL-EXTRACAO (X(8)), OFFSET 0, LENGTH 8 - CONFORME
//==>> LAYOUT REG-CDCCTL (BOOK I#CDCCTL). RECORDSIZE = 80 (REGISTRO
//==>> FIXO). ATUALIZADO SO PELO BRAD0620, NO FIM DE CADA EXECUCAO BEM
//==>> SUCEDIDA. NAO E REUSE E NAO TEM CARGA INICIAL: A PRIMEIRA
//==>> EXECUCAO DE CADA EXTRACAO INFORMA A MARCA INICIAL NO CARTAO
//==>> PARMCDC (AAAAMMDDHHMMSS) E O BRAD0620 GRAVA O REGISTRO.
//==>> RECRIAR O CLUSTER FAZ TODAS AS EXTRACOES PERDEREM A MARCA.


//ENTRAR NO DIRETORIO: PR.GERAL.JOBLIB(JOB216V)
//COPIAR O JOB ABAIXO E SUBMETER


//PR33VSAM JOB ,'PRIME31',CLASS=C,MSGCLASS=X,NOTIFY=PRIME31,
//         RESTART=STEP001
//*--------------------------------------------------------------------*
//*              JOB DE CRIACAO DO ARQUIVO VSAM CDCCTL                  *
//*--------------------------------------------------------------------*
//STEP001  EXEC PGM=IDCAMS,COND=(0,NE)
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD  *
   DELETE PR.GERAL.CDCCTL.KSDS PURGE CLUSTER
        IF MAXCC NE 0 THEN SET MAXCC = 0
        DEFINE CLUSTER (NAME(PR.GERAL.CDCCTL.KSDS)      -
                 TRACKS               (1,1)             -
                 VOL (PR39T7)                           -
                 CONTROLINTERVALSIZE  (4096)            -
                 INDEXED                                -
                 KEYS                 (8 0)             -
                 RECORDSIZE           (80 80)           -
                 LOG(NONE)                               -
                 BWO(NO)                                -
                 SHAREOPTIONS         (2 3))            -
          DATA  (NAME(PR.GERAL.CDCCTL.KSDS.DATA)        -
                 CONTROLINTERVALSIZE(4096))             -
          INDEX (NAME(PR.GERAL.CDCCTL.KSDS.INDEX)       -
                  CONTROLINTERVALSIZE(1024))
/*
