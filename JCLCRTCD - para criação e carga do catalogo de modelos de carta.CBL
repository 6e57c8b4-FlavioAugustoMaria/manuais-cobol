//==>> REGISTRO, COM AS VARIAVEIS &NOME &AGENCIA &RAZAO &CONTA
//==>> &ULTMV &DATA RESOLVIDAS PELO BRAD0500 NA EMISSAO. CARGA
//==>> INICIAL COM O MODELO 'DORM' (AVISO DE CONTA SEM
//==>> MOVIMENTACAO, DISPARADO A PARTIR DA LISTAGEM DO BRAD0320) E
//==>> O MODELO 'RCAD' (CONVOCACAO PARA RECADASTRAMENTO PERIODICO,
//==>> DISPARADO PELO GATCOR GERADO NO BRAD0700).


//ENTRAR NO DIRETORIO: PR.GERAL.JOBLIB(JOB208V)
                  CONTROLINTERVALSIZE(1024))
/*
//*--------------------------------------------------------------------*
//*    JOB DE CARGA INICIAL DOS MODELOS 'DORM' (AVISO DE DORMENCIA)    *
//*    E 'RCAD' (CONVOCACAO PARA RECADASTRAMENTO)                      *
//*    REGISTRO FIXO DE 77 BYTES: CRT-CODIGO(4) CRT-SEQUENCIA(3)       *
//*    CRT-TEXTO(70), CARREGADO VIA IEBGENER + REPRO.                  *
//*--------------------------------------------------------------------*
DORM120
DORM130ATENCIOSAMENTE,
DORM140GERENCIA DE RELACIONAMENTO - EM &DATA
RCAD010PREZADO(A) &NOME,
RCAD020
RCAD030EM CUMPRIMENTO A REGULAMENTACAO VIGENTE, OS DADOS CADASTRAIS DA
RCAD040SUA CONTA &AGENCIA/&RAZAO/&CONTA PRECISAM SER CONFIRMADOS
RCAD050PERIODICAMENTE.
RCAD060
RCAD070SOLICITAMOS QUE COMPARECA A SUA AGENCIA, COM DOCUMENTO DE
RCAD080IDENTIFICACAO E COMPROVANTE DE ENDERECO ATUALIZADOS, PARA
RCAD090CONFERIR E ATUALIZAR O SEU CADASTRO. A FALTA DE ATUALIZACAO
RCAD100PODE RESTRINGIR A UTILIZACAO DOS PRODUTOS E SERVICOS DA CONTA.
RCAD110
RCAD120CASO JA TENHA ATUALIZADO SEUS DADOS, DESCONSIDERE ESTE AVISO.
RCAD130
RCAD140ATENCIOSAMENTE,
RCAD150GERENCIA DE RELACIONAMENTO - EM &DATA
/*
//STEP003  EXEC PGM=IDCAMS,COND=(0,NE)
//SYSPRINT DD   SYSOUT=*
