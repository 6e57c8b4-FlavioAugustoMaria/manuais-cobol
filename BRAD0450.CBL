               10  ANT-RAZAO            PIC  9(05)  COMP-3.
               10  ANT-CONTA            PIC  9(07)  COMP-3.
           05  ANT-DIG-CTA              PIC  X(01).
           05  ANT-CGC-CPF.
               10  ANT-PRINCIPAL        PIC  9(09)  COMP-3.
               10  ANT-FILIAL           PIC  9(05)  COMP-3.
               10  ANT-CTLE             PIC  9(02).
           05  ANT-NOME-CLIE            PIC  X(40).
           05  ANT-ENDERECO             PIC  X(40).
           05  ANT-CEP.

           MOVE SPACES                 TO REG-CADACLIE.

           MOVE WRK-REG-ANTIGO(1:11)   TO REG-CADACLIE(1:11).
      *    O CPF/CNPJ COMPACTADO DO LAYOUT ANTIGO VAI PARA O FORMATO
      *    ALFANUMERICO DO I#CADREG (DISPLAY, ZEROS A ESQUERDA).
           MOVE ANT-PRINCIPAL          TO CAD-PRINCIPAL.
           MOVE ANT-FILIAL             TO CAD-FILIAL.
           MOVE ANT-CTLE               TO CAD-CTLE.
           MOVE ANT-NOME-CLIE          TO CAD-NOME-CLIE.
      *    DO CEP EM DIANTE O LAYOUT ANTIGO CONTINUA IDENTICO, APENAS
      *    DESLOCADO: 63 BYTES A MAIS DE ENDERECO E 6 A MAIS DE
      *    CPF/CNPJ NO NOVO E A RESERVA AMPLIADA NO FIM.
           MOVE WRK-REG-ANTIGO(102:49) TO REG-CADACLIE(171:49).
      *    OS CAMPOS EMPACOTADOS DE DEVOLUCAO DE CORRESPONDENCIA NAO
      *    EXISTIAM NO LAYOUT ANTIGO - PARTEM ZERADOS PARA O ADD DO
      *    BRAD0480 NAO ESTOURAR COM DADO INVALIDO.
           MOVE ZEROS                  TO CAD-DT-DEVOLUCAO
                                           CAD-QTD-DEVOLUCOES.
           MOVE ZEROS                  TO CAD-DT-REVISAO.
           MOVE SPACES                 TO CAD-SIT-REVISAO.
           MOVE ZEROS                  TO CAD-DT-SIT-RECEITA.
           MOVE SPACES                 TO CAD-SIT-RECEITA.

           PERFORM 2500-QUEBRAR-ENDERECO.

