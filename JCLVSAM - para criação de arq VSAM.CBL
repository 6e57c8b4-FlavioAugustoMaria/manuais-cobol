//==>>       REGS/CIL =  26 * 6 * 15                 = 2.340
//==>>       CILINDROS PRIMARIOS = 2.400.000 / 2.340  = 1.026 (ARREDONDADO)
//==>>       CILINDROS SECUNDARIOS (10% DO PRIMARIO)  =   103
//==>>   - AIX POR CPF/CNPJ (CI 4096, FREESPACE 10 10, REGISTRO 26 BYTES):
//==>>     REGISTRO = CHAVE ALTERNATIVA (16 BYTES, CAD-CGC-CPF
//==>>     ALFANUMERICO) + CHAVE PRIMARIA (10 BYTES, CAD-CHAVE) POR
//==>>     OCORRENCIA - MINIMO EXIGIDO PELO IDCAMS PARA UM AIX
//==>>     NONUNIQUEKEY.
//==>>       REGS/CI  = (4096 * 0,90) DIV 26         =  141
//==>>       CI/TRACK =  56664 DIV 4096              =   13
//==>>       REGS/CIL = 141 * 13 * 15                = 27.495
//==>>       CILINDROS PRIMARIOS = 2.400.000 / 27.495 =    88 (ARREDONDADO)
//==>>       CILINDROS SECUNDARIOS (10% DO PRIMARIO)  =     9
//==>>   - CADASTRO JA CARREGADO NO LAYOUT ANTERIOR (CPF/CNPJ COMPACTADO
//==>>     EM 10 BYTES): NAO USAR ESTE JOB - A CONVERSAO E A TROCA DO AIX
//==>>     SAO FEITAS PELO JOB DO JCLCNVCD.


//ENTRAR NO DIRETORIO: PR.GERAL.JOBLIB(JOB200V)
//*--------------------------------------------------------------------*
//*    INDICE ALTERNATIVO (AIX) POR CAD-CGC-CPF, PERMITINDO A          *
//*    CONSULTA DIRETA POR CPF/CNPJ (CADU1204). CHAVE = CAD-CGC-CPF    *
//*    (CAD-PRINCIPAL+CAD-FILIAL+CAD-CTLE), OFFSET 11, LENGTH 16 -     *
//*    CONFORME LAYOUT REG-CADACLIE (I#CADREG). WITH DUPLICATES, POIS  *
//*    NADA GARANTE UM UNICO REGISTRO POR CPF/CNPJ (MAIS DE UMA CONTA  *
//*    PARA O MESMO TITULAR).                                          *
//*--------------------------------------------------------------------*
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
