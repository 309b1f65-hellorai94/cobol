      ******************************************************************
      * Copybook: COMMEXT
      * Purpose: BILLED-LINE EXTRACT -- ONE RECORD PER LINE SALESINV
      *          BILLS: SALESPERSON (SPACES WHEN THE LINE HAS NONE),
      *          PRODUCT GROUP (FIRST TWO OF THE ITEM ID), BILLING
      *          DATE, POST-DISCOUNT AMOUNT, INVOICE, CUSTOMER AND THE
      *          PRE-DISCOUNT AMOUNT. COMMCALC PAYS COMMISSION ON THE
      *          LINES THAT CARRY A SALESPERSON; VENDANAL BUILDS THE
      *          MONTHLY SALES ANALYSIS FROM ALL OF THEM.
      * 15-10-26 MRT  FIRST VERSION -- INVOICE, CUSTOMER AND GROSS
      *               AMOUNT ADDED TO THE ORIGINAL 21-BYTE LAYOUT.
      ******************************************************************
       01  COMMISSION-EXTRACT-RECORD.
           05  CX-VENDEDOR-ID          PIC X(04).
           05  CX-GRUPO-PRODUTO        PIC X(02).
           05  CX-DATA                 PIC 9(08).
           05  CX-VALOR-LIQUIDO        PIC 9(05)V99.
           05  CX-INVOICE-ID           PIC X(08).
           05  CX-CUSTOMER-ID          PIC X(06).
           05  CX-VALOR-BRUTO          PIC 9(05)V99.
