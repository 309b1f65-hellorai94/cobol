      *-----------------------------------------------------------------
      * Modification History
      * 02-09-26 MRT  ORIGINAL VERSION.
      * 15-10-26 MRT  AN INDEXED LOAN REPRICED BY LOANRSET CARRIES A
      *               RATE-CHANGE NOTICE (INDEX, SPREAD, OLD AND NEW
      *               RATE AND INSTALLMENT) FROM RATENOTC UNTIL THE
      *               FIRST INSTALLMENT AT THE NEW RATE IS PAID.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANSTMT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LS-STATUS.

           SELECT RATE-NOTICE-FILE ASSIGN TO "RATENOTC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AMORT-SCHEDULE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  LOAN-STATEMENT-LINE     PIC X(80).

      *-----------------------------------------------------------------
      * RATE-NOTICE-FILE -- LOANRSET'S RATE CHANGES ON INDEXED LOANS
      *-----------------------------------------------------------------
       FD  RATE-NOTICE-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  RATE-NOTICE-RECORD.
           05  RN-LOAN-ID              PIC X(06).
           05  RN-DATA                 PIC 9(08).
           05  RN-PERIODO-EFETIVO      PIC 9(03).
           05  RN-MES-VENCIMENTO       PIC 9(06).
           05  RN-INDICE               PIC X(04).
           05  RN-TAXA-INDICE          PIC 9(02)V999.
           05  RN-SPREAD               PIC 9(02)V999.
           05  RN-TAXA-ANTERIOR        PIC 9(02)V999.
           05  RN-TAXA-NOVA            PIC 9(02)V999.
           05  RN-PARCELA-ANTERIOR     PIC 9(07)V99.
           05  RN-PARCELA-NOVA         PIC 9(07)V99.
           05  FILLER                  PIC X(05).

       WORKING-STORAGE SECTION.

       77  WS-AS-STATUS            PIC X(02) VALUE SPACES.
       77  WS-PY-STATUS            PIC X(02) VALUE SPACES.
       77  WS-LS-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RN-STATUS            PIC X(02) VALUE SPACES.

       77  WS-AS-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-AS-END-OF-FILE            VALUE 'Y'.
       77  WS-PY-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-PY-END-OF-FILE            VALUE 'Y'.
       77  WS-RN-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-RN-END-OF-FILE            VALUE 'Y'.

       77  WS-PERIODO-ENTRADA      PIC X(03) VALUE SPACES.
       77  WS-PERIODO-ATUAL        PIC 9(03) VALUE ZEROS.
       77  WS-PAG-COUNT            PIC 9(02) VALUE ZEROS.
       77  WS-PAG-SUB              PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      * THE LATEST RATE-CHANGE NOTICE OF EACH INDEXED LOAN
      *-----------------------------------------------------------------
       01  WS-AVS-TABLE.
           05  WS-AVS-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-AVS-IDX.
               10  WS-AVS-REGISTRO     PIC X(70).
               10  WS-AVS-LOAN REDEFINES WS-AVS-REGISTRO.
                   15  WS-AVS-LOAN-ID  PIC X(06).
                   15  FILLER          PIC X(64).

       77  WS-AVS-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-AVS-SUB              PIC 9(03) VALUE ZEROS.
       77  WS-AVS-ACHOU            PIC X(01) VALUE 'N'.
           88  WS-AVS-ENCONTROU             VALUE 'S'.
       77  WS-QTDE-AVISOS          PIC 9(05) VALUE ZEROS.

      *-----------------------------------------------------------------
      * STATEMENT PRINT LINES -- THE DUNNING OUTPUT'S NAME/ADDRESS
      * STYLE, CARRYING THE LOAN ID
           05  FILLER              PIC X(13) VALUE '  VENCIMENTO '.
           05  WS-SX-VENC          PIC 9(08).

       01  WS-STMT-AVISO-TITULO.
           05  FILLER              PIC X(28) VALUE
               'AVISO DE REAJUSTE DE TAXA - '.
           05  FILLER              PIC X(07) VALUE 'INDICE '.
           05  WS-SA-INDICE        PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-SA-TAXA-INDICE   PIC Z9.999.
           05  FILLER              PIC X(10) VALUE ' + SPREAD '.
           05  WS-SA-SPREAD        PIC Z9.999.

       01  WS-STMT-AVISO-TAXA.
           05  FILLER              PIC X(20) VALUE
               'TAXA ANUAL ANTERIOR '.
           05  WS-SA-TAXA-ANTERIOR PIC Z9.999.
           05  FILLER              PIC X(08) VALUE '  NOVA  '.
           05  WS-SA-TAXA-NOVA     PIC Z9.999.
           05  FILLER              PIC X(15) VALUE
               '  A PARTIR DA  '.
           05  FILLER              PIC X(08) VALUE 'PARCELA '.
           05  WS-SA-PERIODO       PIC ZZ9.

       01  WS-STMT-AVISO-PARCELA.
           05  FILLER              PIC X(20) VALUE
               'PRESTACAO ANTERIOR  '.
           05  WS-SA-PARC-ANTERIOR PIC Z(05)9.99.
           05  FILLER              PIC X(08) VALUE '  NOVA  '.
           05  WS-SA-PARC-NOVA     PIC Z(05)9.99.
           05  FILLER              PIC X(14) VALUE
               '  VENCIMENTO  '.
           05  WS-SA-MES-VENC      PIC 9(06).

       COPY CTLTOTLNK.
       COPY JOBLGLNK.
       COPY RPTHDRLNK.
               UNTIL WS-AS-END-OF-FILE
           CLOSE AMORT-SCHEDULE-FILE

           PERFORM 1200-LOAD-NOTICES
               THRU 1200-LOAD-NOTICES-EXIT

           OPEN OUTPUT LOAN-STATEMENT-FILE
           MOVE 'LOANSTMT' TO RH-PROGRAM-ID
           MOVE 1          TO RH-PAGE-NUM
       1100-STORE-SCHEDULE-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LOAD-NOTICES -- NO FILE MEANS NO INDEXED LOAN HAS BEEN
      * REPRICED; A LATER NOTICE FOR A LOAN REPLACES AN EARLIER ONE
      ******************************************************************
       1200-LOAD-NOTICES.

           MOVE SPACES TO WS-AVS-TABLE

           OPEN INPUT RATE-NOTICE-FILE
           IF WS-RN-STATUS NOT = '00'
               GO TO 1200-LOAD-NOTICES-EXIT
           END-IF

           PERFORM 8200-READ-NOTICE
               THRU 8200-READ-NOTICE-EXIT
           PERFORM 1210-STORE-NOTICE
               THRU 1210-STORE-NOTICE-EXIT
               UNTIL WS-RN-END-OF-FILE

           CLOSE RATE-NOTICE-FILE.

       1200-LOAD-NOTICES-EXIT.
           EXIT.

      ******************************************************************
      * 1210-STORE-NOTICE
      ******************************************************************
       1210-STORE-NOTICE.

           PERFORM 3410-FIND-NOTICE
               THRU 3410-FIND-NOTICE-EXIT

           IF NOT WS-AVS-ENCONTROU
               IF WS-AVS-COUNT < 500
                   ADD 1 TO WS-AVS-COUNT
                   SET WS-AVS-IDX TO WS-AVS-COUNT
               ELSE
                   DISPLAY 'TABELA DE AVISOS DE REAJUSTE CHEIA -- '
                       'CONTRATO ' RN-LOAN-ID ' SEM AVISO'
                   GO TO 1210-STORE-NOTICE-NEXT
               END-IF
           END-IF

           MOVE RATE-NOTICE-RECORD TO WS-AVS-REGISTRO(WS-AVS-IDX).

       1210-STORE-NOTICE-NEXT.

           PERFORM 8200-READ-NOTICE
               THRU 8200-READ-NOTICE-EXIT.

       1210-STORE-NOTICE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-GATHER-LOAN -- COUNT PAYMENTS TO DATE AND HOLD THIS
      * MONTH'S FOR THE SPLIT LINES; A LOAN BREAK PRINTS THE PAGE
               WRITE LOAN-STATEMENT-LINE FROM WS-STMT-VALOR-LINHA
           END-IF

           PERFORM 3400-PRINT-RATE-NOTICE
               THRU 3400-PRINT-RATE-NOTICE-EXIT

           PERFORM 3300-PRINT-NEXT-INSTALLMENT
               THRU 3300-PRINT-NEXT-INSTALLMENT-EXIT

       3310-SCAN-NEXT-PERIOD-EXIT.
           EXIT.

      ******************************************************************
      * 3400-PRINT-RATE-NOTICE -- THE LOAN'S LATEST RATE CHANGE, AHEAD
      * OF THE NEXT-INSTALLMENT LINE, FOR AS LONG AS THE FIRST
      * INSTALLMENT AT THE NEW RATE IS STILL UNPAID
      ******************************************************************
       3400-PRINT-RATE-NOTICE.

           MOVE WS-LOAN-ATUAL TO RN-LOAN-ID
           PERFORM 3410-FIND-NOTICE
               THRU 3410-FIND-NOTICE-EXIT

           IF NOT WS-AVS-ENCONTROU
               GO TO 3400-PRINT-RATE-NOTICE-EXIT
           END-IF

           MOVE WS-AVS-REGISTRO(WS-AVS-IDX) TO RATE-NOTICE-RECORD
           IF RN-PERIODO-EFETIVO NOT > WS-QTDE-PAGAS-TOTAL
               GO TO 3400-PRINT-RATE-NOTICE-EXIT
           END-IF

           MOVE RN-INDICE            TO WS-SA-INDICE
           MOVE RN-TAXA-INDICE       TO WS-SA-TAXA-INDICE
           MOVE RN-SPREAD            TO WS-SA-SPREAD
           WRITE LOAN-STATEMENT-LINE FROM WS-STMT-AVISO-TITULO

           MOVE RN-TAXA-ANTERIOR     TO WS-SA-TAXA-ANTERIOR
           MOVE RN-TAXA-NOVA         TO WS-SA-TAXA-NOVA
           MOVE RN-PERIODO-EFETIVO   TO WS-SA-PERIODO
           WRITE LOAN-STATEMENT-LINE FROM WS-STMT-AVISO-TAXA

           MOVE RN-PARCELA-ANTERIOR  TO WS-SA-PARC-ANTERIOR
           MOVE RN-PARCELA-NOVA      TO WS-SA-PARC-NOVA
           MOVE RN-MES-VENCIMENTO    TO WS-SA-MES-VENC
           WRITE LOAN-STATEMENT-LINE FROM WS-STMT-AVISO-PARCELA

           ADD 1 TO WS-QTDE-AVISOS.

       3400-PRINT-RATE-NOTICE-EXIT.
           EXIT.

      ******************************************************************
      * 3410-FIND-NOTICE -- LOOK UP RN-LOAN-ID AMONG THE NOTICES HELD
      ******************************************************************
       3410-FIND-NOTICE.

           MOVE 'N' TO WS-AVS-ACHOU

           PERFORM 3420-MATCH-ONE-NOTICE
               THRU 3420-MATCH-ONE-NOTICE-EXIT
               VARYING WS-AVS-SUB FROM 1 BY 1
               UNTIL WS-AVS-SUB > WS-AVS-COUNT
                  OR WS-AVS-ENCONTROU.

       3410-FIND-NOTICE-EXIT.
           EXIT.

      ******************************************************************
      * 3420-MATCH-ONE-NOTICE
      ******************************************************************
       3420-MATCH-ONE-NOTICE.

           SET WS-AVS-IDX TO WS-AVS-SUB

           IF WS-AVS-LOAN-ID(WS-AVS-IDX) = RN-LOAN-ID
               MOVE 'S' TO WS-AVS-ACHOU
           END-IF.

       3420-MATCH-ONE-NOTICE-EXIT.
           EXIT.

      ******************************************************************
      * 4000-FINALIZE
      ******************************************************************
       4000-FINALIZE.

           DISPLAY 'EXTRATOS EMITIDOS: ' WS-QTDE-EXTRATOS
           DISPLAY 'AVISOS DE REAJUSTE: ' WS-QTDE-AVISOS

           MOVE 'LOANSTMT'          TO CT-PROGRAM-ID
           MOVE 'EXTRATOS'          TO CT-TOTAL-1-LABEL
           MOVE WS-QTDE-EXTRATOS    TO CT-TOTAL-1-VALOR
           MOVE 'AVISOS TAXA'       TO CT-TOTAL-2-LABEL
           MOVE WS-QTDE-AVISOS      TO CT-TOTAL-2-VALOR
           MOVE SPACES              TO CT-TOTAL-3-LABEL
           MOVE ZEROS               TO CT-TOTAL-3-VALOR
           CALL 'CTLTOT' USING CTLTOT-PARMS

       8100-READ-PAYMENT-EXIT.
           EXIT.

      ******************************************************************
      * 8200-READ-NOTICE
      ******************************************************************
       8200-READ-NOTICE.

           READ RATE-NOTICE-FILE
               AT END
                   MOVE 'Y' TO WS-RN-EOF-SWITCH
           END-READ.

       8200-READ-NOTICE-EXIT.
           EXIT.
