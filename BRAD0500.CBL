      *                   QUANDO A CONTA NAO EXISTE NO CADASTRO, O     *
      *                   ENDERECO ESTA MARCADO COMO DEVOLVIDO PELO    *
      *                   CORREIO (CAD-END-CONFIAVEL = 'N', BRAD0480), *
      *                   O TITULAR CONSTA COMO FALECIDO OU O CNPJ     *
      *                   COMO BAIXADO NA RECEITA FEDERAL (BRAD0550),  *
      *                   O CEP NAO PASSA NA BRAD7210 OU O MODELO      *
      *                   NAO EXISTE NO CRTCAD.                        *
      *----------------------------------------------------------------*
           'CEP INVALIDO'.
       01  WRK-SIT-SEM-MODELO          PIC  X(020)         VALUE
           'MODELO INEXISTENTE'.
       01  WRK-SIT-NAO-CONTATAR        PIC  X(020)         VALUE
           'NAO CONTATAR RECEITA'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
               GO TO 2400-99-FIM
           END-IF.

      *    TITULAR FALECIDO OU CNPJ BAIXADO NA RECEITA FEDERAL
      *    (BRAD0550) E TRATADO COMO 'NAO CONTATAR'.
           IF  CAD-SIT-NAO-CONTATAR
               MOVE WRK-SIT-NAO-CONTATAR
                                       TO LGE-SITUACAO
               PERFORM 2900-GRAVAR-LOG-EMISSAO
               GO TO 2400-99-FIM
           END-IF.

           MOVE CAD-NRO-CEP            TO WRK-7210-NRO-CEP.
           MOVE CAD-COMPL-CEP          TO WRK-7210-COMPL-CEP.
           MOVE CAD-END-CIDADE         TO WRK-7210-CIDADE.
