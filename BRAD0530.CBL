       01  WRK-REG-FONCAD              PIC  X(090)         VALUE SPACES.

       01  WRK-CGC-CPF-ED.
           05  WRK-PRINCIPAL-ED        PIC  X(009)         VALUE ZEROS.
           05  WRK-FILIAL-ED           PIC  X(005)         VALUE ZEROS.
           05  WRK-CTLE-ED             PIC  9(002)         VALUE ZEROS.

      *----------------------------------------------------------------*
