      ******************************************************************
      * Copybook: FORNMAST
      * Purpose: SUPPLIER MASTER -- ONE RECORD PER SUPPLIER, KEYED BY
      *          THE SAME TEN-CHARACTER CODE PURCHORD AND PAYEXTR
      *          CARRY. HOLDS THE BANK ACCOUNT THE SUPPLIER IS PAID
      *          INTO AND THE PAYMENT TERMS: DAYS FROM THE INVOICE
      *          ISSUE DATE TO THE DUE DATE, AND AN OPTIONAL EARLY-
      *          PAYMENT DISCOUNT (PERCENT OFF WHEN PAID WITHIN SO MANY
      *          DAYS OF ISSUE). KEPT BY FORNMNT, READ BY APPAGTO, WHICH
      *          STAMPS THE DATE OF THE LAST PAYMENT.
      * 15-10-26 MRT  FIRST VERSION.
      * 15-10-26 MRT  FN-PRAZO-ENTREGA ADDED -- THE DAYS THE SUPPLIER
      *               TAKES TO DELIVER AN ORDER, WHICH DATES EACH
      *               ORDER'S PROMISED DELIVERY FOR THE FORNSCOR
      *               SCORECARD. TAKEN FROM THE FILLER.
      ******************************************************************
       01  SUPPLIER-MASTER-RECORD.
           05  FN-FORNECEDOR           PIC X(10).
           05  FN-RAZAO-SOCIAL         PIC X(30).
           05  FN-CPF-CNPJ             PIC X(14).
           05  FN-BANCO                PIC 9(03).
           05  FN-AGENCIA              PIC 9(04).
           05  FN-CONTA                PIC X(12).
           05  FN-PRAZO-DIAS           PIC 9(03).
           05  FN-DESCONTO-PCT         PIC 9(02)V99.
           05  FN-DESCONTO-DIAS        PIC 9(03).
           05  FN-SITUACAO             PIC X(01).
               88  FN-FORNECEDOR-ATIVO           VALUES 'A' ' '.
               88  FN-FORNECEDOR-BLOQUEADO       VALUE 'B'.
           05  FN-DATA-ULT-PAGTO       PIC 9(08).
           05  FN-PRAZO-ENTREGA        PIC 9(03).
           05  FILLER                  PIC X(05).
