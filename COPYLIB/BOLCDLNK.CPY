      ******************************************************************
      * BOLCDLNK -- LINKAGE LAYOUT SHARED BY THE BOLCODE BOLETO-CODE
      * SUBPROGRAM AND EVERY PROGRAM THAT CALLS IT (SAME CONVENTION AS
      * CPFLNK). THE CALLER MOVES IN THE BANK, DUE DATE, AMOUNT AND
      * THE BANK'S 25-DIGIT FREE FIELD (CAMPO LIVRE) AND GETS BACK THE
      * 44-DIGIT BAR-CODE NUMBER AND THE FORMATTED DIGITABLE LINE
      * (LINHA DIGITAVEL) THE CUSTOMER KEYS AT THE BANK. THE FLAG IS
      * 'N' WHEN THE DUE DATE IS NOT A DATE OR IS OUTSIDE THE RANGE
      * THE DUE-DATE FACTOR CAN CARRY.
      ******************************************************************
       01  BOLCOD-PARMS.
           05  BC-BANCO                PIC 9(03).
           05  BC-DATA-VENCIMENTO      PIC 9(08).
           05  BC-VALOR                PIC 9(08)V99.
           05  BC-CAMPO-LIVRE          PIC X(25).
           05  BC-CODIGO-BARRAS        PIC X(44).
           05  BC-LINHA-DIGITAVEL      PIC X(54).
           05  BC-VALIDO               PIC X(01).
               88  BC-CODIGO-VALIDO              VALUE 'S'.
               88  BC-CODIGO-INVALIDO            VALUE 'N'.
