      *-----------------------------------------------------------------
      * Modification History
      * 01-09-26 MRT  ORIGINAL VERSION.
      * 15-10-26 MRT  THE DAY'S ACCRUAL IS BOOKED IN THE GENERAL LEDGER
      *               ON GLINTRFC (OPEN EXTEND): DEBIT SAVINGS INTEREST
      *               EXPENSE 6400-000, CREDIT INTEREST PAYABLE
      *               2830-000. GUANA03 CLEARS 2830-000 INTO THE
      *               SAVINGS DEPOSITS WHEN IT POSTS THE 'JURPOU'
      *               CAPITALIZATION CREDIT, SO CAPITALIZA WRITES NO
      *               LEDGER ENTRY OF ITS OWN.
      * 15-10-26 MRT  THE RUN'S GLINTRFC ENTRIES NOW GO OUT BETWEEN AN
      *               IFCTL HEADER AND TRAILER (RECORD COUNT AND
      *               AMOUNT HASH) SO EVERY CONSUMER CAN PROVE THE
      *               BATCH ARRIVED WHOLE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTACCRU.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITR-STATUS.

           SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTRFC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-BALANCE-FILE.
           05  IT-CONTRA-CONTA     PIC X(06).
           05  IT-REF-TRANSFER     PIC X(06).

       FD  GL-INTERFACE-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  GL-INTERFACE-RECORD.
           05  GL-ACCOUNT-CODE     PIC X(08).
           05  GL-DC-INDICADOR     PIC X(01).
           05  GL-AMOUNT           PIC 9(07)V99.
           05  GL-PERIODO          PIC 9(06).
           05  GL-EMP-ID           PIC X(05).

       WORKING-STORAGE SECTION.

       77  WS-AB-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RAT-STATUS           PIC X(02) VALUE SPACES.
       77  WS-SAV-STATUS           PIC X(02) VALUE SPACES.
       77  WS-ITR-STATUS           PIC X(02) VALUE SPACES.
       77  WS-GL-STATUS            PIC X(02) VALUE SPACES.

       77  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE               VALUE 'Y'.
       77  WS-QTDE-CAPITALIZADAS   PIC 9(05) VALUE ZEROS.
       77  WS-TOTAL-JUROS          PIC 9(09)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
      * GENERAL-LEDGER ACCRUAL ENTRY
      *-----------------------------------------------------------------
       77  WS-GL-PERIODO           PIC 9(06) VALUE ZEROS.
       77  WS-GL-ACCT-DESP-JUROS   PIC X(08) VALUE '6400-000'.
       77  WS-GL-ACCT-JUROS-PAGAR  PIC X(08) VALUE '2830-000'.
       77  WS-GL-MAX-LANCTO        PIC 9(07)V99 VALUE 9999999.99.
       77  WS-GL-RESTANTE          PIC 9(11)V99 VALUE ZEROS.
       77  WS-GL-VALOR             PIC 9(07)V99 VALUE ZEROS.

       COPY CTLTOTLNK.
       COPY JOBLGLNK.
       COPY IFCTLLNK.

       PROCEDURE DIVISION.

               PERFORM 8200-READ-ACCRUAL
                   THRU 8200-READ-ACCRUAL-EXIT
           ELSE
               MOVE WS-DATA-HOJE(1:6) TO WS-GL-PERIODO
               OPEN EXTEND GL-INTERFACE-FILE
               IF WS-GL-STATUS NOT = '00'
                   OPEN OUTPUT GL-INTERFACE-FILE
               END-IF
               PERFORM 8970-WRITE-GL-HEADER
                   THRU 8970-WRITE-GL-HEADER-EXIT
               PERFORM 1100-LOAD-DAILY-RATE
                   THRU 1100-LOAD-DAILY-RATE-EXIT
               OPEN INPUT ACCOUNT-BALANCE-FILE
           ELSE
               DISPLAY 'CONTAS COM ACUMULO:   ' WS-QTDE-ACUMULADAS
               CLOSE ACCOUNT-BALANCE-FILE
               MOVE WS-TOTAL-JUROS TO WS-GL-RESTANTE
               PERFORM 4100-WRITE-GL-PAIR
                   THRU 4100-WRITE-GL-PAIR-EXIT
                   UNTIL WS-GL-RESTANTE = ZEROS
               PERFORM 8972-WRITE-GL-TRAILER
                   THRU 8972-WRITE-GL-TRAILER-EXIT
               CLOSE GL-INTERFACE-FILE
           END-IF
           DISPLAY 'TOTAL DE JUROS: R$ ' WS-TOTAL-JUROS

       4000-FINALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 4100-WRITE-GL-PAIR -- DEBIT THE INTEREST EXPENSE, CREDIT THE
      * INTEREST PAYABLE; A TOTAL TOO LARGE FOR GL-AMOUNT GOES OUT IN
      * SEVERAL PAIRS
      ******************************************************************
       4100-WRITE-GL-PAIR.

           IF WS-GL-RESTANTE > WS-GL-MAX-LANCTO
               MOVE WS-GL-MAX-LANCTO TO WS-GL-VALOR
           ELSE
               MOVE WS-GL-RESTANTE   TO WS-GL-VALOR
           END-IF

           SUBTRACT WS-GL-VALOR FROM WS-GL-RESTANTE

           MOVE WS-GL-ACCT-DESP-JUROS  TO GL-ACCOUNT-CODE
           MOVE 'D'                    TO GL-DC-INDICADOR
           MOVE WS-GL-VALOR            TO GL-AMOUNT
           MOVE WS-GL-PERIODO          TO GL-PERIODO
           MOVE 'JRPOU'                TO GL-EMP-ID
           PERFORM 8971-WRITE-GL-ENTRY
               THRU 8971-WRITE-GL-ENTRY-EXIT

           MOVE WS-GL-ACCT-JUROS-PAGAR TO GL-ACCOUNT-CODE
           MOVE 'C'                    TO GL-DC-INDICADOR
           PERFORM 8971-WRITE-GL-ENTRY
               THRU 8971-WRITE-GL-ENTRY-EXIT.

       4100-WRITE-GL-PAIR-EXIT.
           EXIT.

      ******************************************************************
      * 8000-READ-BALANCE
      ******************************************************************

       8200-READ-ACCRUAL-EXIT.
           EXIT.

      ******************************************************************
      * 8970-WRITE-GL-HEADER -- THE IFCTL HEADER OPENS THIS RUN'S
      * BATCH ON GLINTRFC
      ******************************************************************
       8970-WRITE-GL-HEADER.

           MOVE 'GLINTRFC'    TO IC-ARQUIVO
           MOVE JL-PROGRAM-ID TO IC-PROGRAMA
           MOVE 'A'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS
           WRITE GL-INTERFACE-RECORD FROM IC-REGISTRO.

       8970-WRITE-GL-HEADER-EXIT.
           EXIT.

      ******************************************************************
      * 8971-WRITE-GL-ENTRY -- WRITE ONE RECORD AND COUNT IT
      * INTO THE BATCH'S TRAILER TOTALS
      ******************************************************************
       8971-WRITE-GL-ENTRY.

           WRITE GL-INTERFACE-RECORD

           MOVE 'GLINTRFC'    TO IC-ARQUIVO
           MOVE GL-AMOUNT     TO IC-VALOR
           MOVE 'G'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS.

       8971-WRITE-GL-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * 8972-WRITE-GL-TRAILER -- THE IFCTL TRAILER CLOSES THE
      * BATCH WITH ITS RECORD COUNT AND AMOUNT HASH
      ******************************************************************
       8972-WRITE-GL-TRAILER.

           MOVE 'GLINTRFC'    TO IC-ARQUIVO
           MOVE 'T'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS
           WRITE GL-INTERFACE-RECORD FROM IC-REGISTRO.

       8972-WRITE-GL-TRAILER-EXIT.
           EXIT.
