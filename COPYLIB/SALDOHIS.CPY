      ******************************************************************
      * Copybook: SALDOHIS
      * Purpose: END-OF-DAY BALANCE SNAPSHOT -- ONE RECORD PER ACCOUNT
      *          POSTED BY A GUANA03 NIGHTLY RUN, CARRYING THE CLOSING
      *          BALANCE WRITTEN TO ACCTBAL THAT NIGHT. APPENDED TO
      *          SALDOHIS (ONLINE) AND ROTATED TO SALDOARC BY HOUSKEEP.
      *          THE BALANCE AS OF ANY DATE IS THE LATEST SNAPSHOT FOR
      *          THE ACCOUNT DATED ON OR BEFORE IT; A RERUN OF THE SAME
      *          NIGHT APPENDS A SECOND SNAPSHOT AND THE LATER ONE WINS.
      * 15-10-26 MRT  FIRST VERSION.
      ******************************************************************
       01  BALANCE-HISTORY-RECORD.
           05  SH-ACCOUNT-ID           PIC X(06).
           05  SH-DATA                 PIC 9(08).
           05  SH-SALDO                PIC S9(07)V99.
           05  FILLER                  PIC X(07).
