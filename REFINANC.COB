      *-----------------------------------------------------------------
      * Modification History
      * 02-09-26 MRT  ORIGINAL VERSION.
      * 15-10-26 MRT  EVERY RESTRUCTURING IS APPENDED TO THE REFINLOG
      *               LOG (LOAN, DATE, EFFECTIVE PERIOD, BALANCE, NEW
      *               RATE AND TERM) SO LOANACCT CAN BOOK IT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFINANC.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT REFINANCE-LOG-FILE ASSIGN TO "REFINLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RF-STATUS.

       DATA DIVISION.
       FILE SECTION.

           RECORD CONTAINS 80 CHARACTERS.
       01  REFINANCE-REPORT-LINE   PIC X(80).

      *-----------------------------------------------------------------
      * REFINANCE-LOG-FILE -- ONE RECORD PER RESTRUCTURING, APPENDED
      * ACROSS RUNS; LOANACCT BOOKS THE MONTH'S RECORDS
      *-----------------------------------------------------------------
       FD  REFINANCE-LOG-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  REFINANCE-LOG-RECORD.
           05  RF-LOAN-ID              PIC X(06).
           05  RF-DATA                 PIC 9(08).
           05  RF-PERIODO-EFETIVO      PIC 9(03).
           05  RF-SALDO-DEVEDOR        PIC 9(09)V99.
           05  RF-TAXA-NOVA            PIC 9(02)V999.
           05  RF-PRAZO-NOVO           PIC 9(03).
           05  FILLER                  PIC X(04).

       WORKING-STORAGE SECTION.

       77  WS-AS-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RPT-STATUS           PIC X(02) VALUE SPACES.
       77  WS-RF-STATUS            PIC X(02) VALUE SPACES.
       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE               VALUE 'Y'.

               VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB > WS-PRAZO-NOVO

           CLOSE AMORT-SCHEDULE-FILE

           PERFORM 3300-LOG-RESTRUCTURING
               THRU 3300-LOG-RESTRUCTURING-EXIT.

       3000-REWRITE-SCHEDULE-EXIT.
           EXIT.
       3200-WRITE-NEW-PERIOD-EXIT.
           EXIT.

      ******************************************************************
      * 3300-LOG-RESTRUCTURING -- THE RESTRUCTURING GOES ON THE LOG
      * LOANACCT BOOKS FROM
      ******************************************************************
       3300-LOG-RESTRUCTURING.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           OPEN EXTEND REFINANCE-LOG-FILE
           IF WS-RF-STATUS NOT = '00'
               OPEN OUTPUT REFINANCE-LOG-FILE
           END-IF

           MOVE SPACES             TO REFINANCE-LOG-RECORD
           MOVE WS-LOAN-ALVO       TO RF-LOAN-ID
           MOVE WS-DATA-HOJE       TO RF-DATA
           MOVE WS-PERIODO-EFETIVO TO RF-PERIODO-EFETIVO
           MOVE WS-SALDO-DEVEDOR   TO RF-SALDO-DEVEDOR
           MOVE WS-TAXA-NOVA       TO RF-TAXA-NOVA
           MOVE WS-PRAZO-NOVO      TO RF-PRAZO-NOVO
           WRITE REFINANCE-LOG-RECORD

           CLOSE REFINANCE-LOG-FILE.

       3300-LOG-RESTRUCTURING-EXIT.
           EXIT.

      ******************************************************************
      * 4000-PRINT-COMPARISON -- THE BEFORE/AFTER PAGE THE BORROWER
      * SIGNS
