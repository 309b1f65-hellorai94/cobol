      ******************************************************************
      * Copybook: CHEQDEV
      * Purpose: RETURNED-CHEQUE RECORD -- ONE LINE PER PRESENTED
      *          CHEQUE GUANA03 REFUSED, APPENDED DAY BY DAY AND
      *          CONSUMED BY THE ACCTFEES MONTH-END RUN, WHICH CHARGES
      *          THE RETURNED-CHEQUE FEE ON THE INSUFFICIENT-FUNDS
      *          RETURNS AND PRINTS THE RETURNED-CHEQUE REPORT.
      *          MOTIVOS FOLLOW THE COMPENSATION RETURN CODES:
      *            11 -- INSUFFICIENT FUNDS, FIRST PRESENTATION
      *            12 -- INSUFFICIENT FUNDS, SECOND PRESENTATION
      *            21 -- STOP-PAYMENT INSTRUCTION ON FILE
      *            31 -- NUMBER NOT ISSUED TO THE ACCOUNT
      *            49 -- ALREADY PAID, OR RETURNED 12 AND PRESENTED
      *                  AGAIN
      * 15-10-26 MRT  FIRST VERSION.
      ******************************************************************
       01  RETURNED-CHEQUE-RECORD.
           05  CD-ACCOUNT-ID           PIC X(06).
           05  CD-NUMERO               PIC X(06).
           05  CD-DATA                 PIC 9(08).
           05  CD-VALOR                PIC 9(05)V99.
           05  CD-MOTIVO               PIC X(02).
               88  CD-SEM-FUNDOS                 VALUES '11' '12'.
           05  FILLER                  PIC X(11).
