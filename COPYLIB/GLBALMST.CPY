      *          THE TRIALBAL MONTH-END TRIAL BALANCE -- OUR OWN
      *          POSITION, INDEPENDENT OF THE ACCOUNTING PACKAGE.
      * 02-09-26 MRT  FIRST VERSION -- SHARED BY GLPOST AND TRIALBAL.
      * 15-10-26 MRT  PERIOD AAAA13 NOW HOLDS ENCEXERC'S YEAR-END
      *               CLOSING JOURNAL AND PERIOD AAAA00 THE OPENING
      *               BALANCES IT CARRIES INTO EACH NEW YEAR.
      ******************************************************************
       01  GL-BALANCE-RECORD.
           05  GB-ACCOUNT-CODE         PIC X(08).
