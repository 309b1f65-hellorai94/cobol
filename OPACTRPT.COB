      *-----------------------------------------------------------------
      * Modification History
      * 02-09-26 MRT  ORIGINAL VERSION.
      * 15-10-26 MRT  FOURTH TRAIL: CUSTAUDT, THE BEFORE/AFTER IMAGES
      *               CUSTMNT STAMPS ON EVERY CUSTOMER-MASTER ACTION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPACTRPT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WA-STATUS.

           SELECT CUSTOMER-AUDIT-FILE ASSIGN TO "CUSTAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UA-STATUS.

           SELECT ACTIVITY-REPORT-FILE ASSIGN TO "OPACTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           05  WA-DATA             PIC 9(08).
           05  WA-OPERADOR         PIC X(08).

      *-----------------------------------------------------------------
      * CUSTOMER-AUDIT-FILE -- CUSTMNT'S TRAIL; ONLY THE KEY, ACTION,
      * DATE AND OPERATOR ARE NEEDED HERE
      *-----------------------------------------------------------------
       FD  CUSTOMER-AUDIT-FILE
           RECORD CONTAINS 170 CHARACTERS.
       01  CUSTOMER-AUDIT-RECORD.
           05  UA-CUSTOMER-ID      PIC X(06).
           05  UA-ACAO             PIC X(01).
           05  UA-DATA             PIC 9(08).
           05  UA-OPERADOR         PIC X(08).
           05  FILLER              PIC X(147).

       FD  ACTIVITY-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ACTIVITY-REPORT-LINE    PIC X(80).
       77  WS-EA-STATUS            PIC X(02) VALUE SPACES.
       77  WS-CA-STATUS            PIC X(02) VALUE SPACES.
       77  WS-WA-STATUS            PIC X(02) VALUE SPACES.
       77  WS-UA-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RPT-STATUS           PIC X(02) VALUE SPACES.

       77  WS-EA-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-CA-END-OF-FILE            VALUE 'Y'.
       77  WS-WA-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-WA-END-OF-FILE            VALUE 'Y'.
       77  WS-UA-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-UA-END-OF-FILE            VALUE 'Y'.

       77  WS-COMPETENCIA-ALVO     PIC X(06) VALUE SPACES.

               THRU 4000-REPORT-WO-AUDIT-EXIT
               UNTIL WS-WA-END-OF-FILE

           PERFORM 4500-REPORT-CUSTOMER-AUDIT
               THRU 4500-REPORT-CUSTOMER-AUDIT-EXIT
               UNTIL WS-UA-END-OF-FILE

           PERFORM 5000-FINALIZE
               THRU 5000-FINALIZE-EXIT

           ELSE
               PERFORM 8200-READ-WO-AUDIT
                   THRU 8200-READ-WO-AUDIT-EXIT
           END-IF

           OPEN INPUT CUSTOMER-AUDIT-FILE
           IF WS-UA-STATUS NOT = '00'
               MOVE 'Y' TO WS-UA-EOF-SWITCH
           ELSE
               PERFORM 8300-READ-CUSTOMER-AUDIT
                   THRU 8300-READ-CUSTOMER-AUDIT-EXIT
           END-IF.

       1000-INITIALIZE-EXIT.
       4000-REPORT-WO-AUDIT-EXIT.
           EXIT.

      ******************************************************************
      * 4500-REPORT-CUSTOMER-AUDIT
      ******************************************************************
       4500-REPORT-CUSTOMER-AUDIT.

           IF UA-DATA(1:6) = WS-COMPETENCIA-ALVO
               MOVE SPACES         TO WS-ACT-DETALHE
               MOVE 'CUSTAUDT'     TO WS-AD-FONTE
               MOVE UA-OPERADOR    TO WS-AD-OPERADOR
               MOVE UA-CUSTOMER-ID TO WS-AD-CHAVE
               MOVE UA-ACAO        TO WS-AD-ACAO
               MOVE UA-DATA        TO WS-AD-DATA
               WRITE ACTIVITY-REPORT-LINE FROM WS-ACT-DETALHE

               MOVE UA-OPERADOR TO WS-OPR-BUSCA
               PERFORM 6000-COUNT-OPERATOR
                   THRU 6000-COUNT-OPERATOR-EXIT
           END-IF

           PERFORM 8300-READ-CUSTOMER-AUDIT
               THRU 8300-READ-CUSTOMER-AUDIT-EXIT.

       4500-REPORT-CUSTOMER-AUDIT-EXIT.
           EXIT.

      ******************************************************************
      * 6000-COUNT-OPERATOR
      ******************************************************************
           IF WS-WA-STATUS = '00'
               CLOSE WO-AUDIT-FILE
           END-IF
           IF WS-UA-STATUS = '00'
               CLOSE CUSTOMER-AUDIT-FILE
           END-IF
           CLOSE ACTIVITY-REPORT-FILE.

       5000-FINALIZE-EXIT.

       8200-READ-WO-AUDIT-EXIT.
           EXIT.

      ******************************************************************
      * 8300-READ-CUSTOMER-AUDIT
      ******************************************************************
       8300-READ-CUSTOMER-AUDIT.

           READ CUSTOMER-AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-UA-EOF-SWITCH
           END-READ.

       8300-READ-CUSTOMER-AUDIT-EXIT.
           EXIT.
