//==>> JCL PARA CRIACAO DO CLUSTER VSAM (KSDS) DO APRCAD.
//==>> CHAVE = APR-CHAVE (APR-AGENCIA+APR-RAZAO+APR-CONTA, COMP-3),
//==>> OFFSET 0, LENGTH 10 - CONFORME LAYOUT REG-CADAPR (I#CADAPR).
//==>> RECORDSIZE = 618 (REGISTRO FIXO). O ARQUIVO GUARDA AS
//==>> MANUTENCOES SENSIVEIS DO CADU1203 (EXCLUSAO E ALTERACAO DE
//==>> CPF/CNPJ, E INCLUSAO OU ALTERACAO DE NOME/CPF/CNPJ DE CLIENTE
//==>> QUE CONSTA EM LISTA RESTRITIVA) AGUARDANDO APROVACAO DE UM
//==>> SUPERVISOR NA TELA CADU1208 - UMA PENDENCIA POR CONTA,
//==>> REMOVIDA NA APROVACAO OU NA REJEICAO. VOLUME ESPERADO PEQUENO
//==>> (PENDENCIAS EM ABERTO), POR ISSO A ALOCACAO MINIMA.


//ENTRAR NO DIRETORIO: PR.GERAL.JOBLIB(JOB205V)
                 FREESPACE            (10 10)           -
                 INDEXED                                -
                 KEYS                 (10 0)            -
                 RECORDSIZE           (618 618)         -
                 REUSE                                  -
                 LOG(NONE)                               -
                 BWO(NO)                                -
