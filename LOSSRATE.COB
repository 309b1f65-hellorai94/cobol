      *               THE CESSION BORDEREAUX) AND NO LONGER DRAGS
      *               OUR LOSS RATIO. NO RETENLIM FILE MEANS NO CAP,
      *               AS BEFORE.
      * 15-10-26 MRT  THE RATIO IS NOW ON EARNED PREMIUM -- THE
      *               PREMIO GANHO PREMRESV LEAVES ON EARNPREM AT
      *               MONTH-END -- INSTEAD OF THE BILLED ADJUSTED
      *               PREMIUM. A POLICY PREMRESV DID NOT VALUE, OR A
      *               RUN WITH NO EARNPREM FILE, FALLS BACK TO THE
      *               ADJUSTED PREMIUM AND IS MARKED ON THE LINE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOSSRATE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RL-STATUS.

           SELECT EARNED-PREMIUM-FILE ASSIGN TO "EARNPREM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EP-STATUS.

           SELECT LOSS-RATIO-REPORT-FILE ASSIGN TO "LOSSRAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LR-STATUS.
       01  RETENTION-PARM-RECORD.
           05  RL-RETENCAO         PIC 9(07)V99.

      *-----------------------------------------------------------------
      * EARNED-PREMIUM-FILE -- PREMRESV'S MONTH-END VALUATION
      *-----------------------------------------------------------------
       FD  EARNED-PREMIUM-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  EARNED-PREMIUM-RECORD.
           05  EP-POLICY-NUM       PIC X(08).
           05  EP-PERIODO          PIC 9(06).
           05  EP-PREMIO-VIGENCIA  PIC 9(07)V99.
           05  EP-PREMIO-GANHO     PIC 9(07)V99.
           05  EP-PPNG             PIC 9(07)V99.
           05  EP-IBNR             PIC 9(07)V99.

       FD  LOSS-RATIO-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  LOSS-RATIO-REPORT-LINE  PIC X(80).
       77  WS-PMO-STATUS           PIC X(02) VALUE SPACES.
       77  WS-CL-STATUS            PIC X(02) VALUE SPACES.
       77  WS-LR-STATUS            PIC X(02) VALUE SPACES.
       77  WS-EP-STATUS            PIC X(02) VALUE SPACES.
       77  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE                VALUE 'Y'.
       77  WS-CL-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-CL-END-OF-FILE             VALUE 'Y'.
       77  WS-EP-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-EP-END-OF-FILE             VALUE 'Y'.

      *-----------------------------------------------------------------
      * EARNED PREMIUM PER POLICY, LOADED AT STARTUP
      *-----------------------------------------------------------------
       01  WS-EARNED-TABLE.
           05  WS-EPT-ENTRY OCCURS 200 TIMES
                            INDEXED BY WS-EPT-IDX.
               10  WS-EPT-POLICY-NUM   PIC X(08).
               10  WS-EPT-GANHO        PIC 9(07)V99.

       77  WS-EPT-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-PREMIO-GANHO         PIC 9(07)V99 VALUE ZEROS.
       77  WS-QTDE-SEM-GANHO       PIC 9(05) VALUE ZEROS.

      *-----------------------------------------------------------------
      * CLAIMS PAID PER POLICY, ROLLED UP AT STARTUP
       01  WS-RATIO-DETAIL.
           05  WS-RD-POLICY        PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RD-PREMIO        PIC Z(05)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-SINISTROS     PIC Z(07)9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RD-RATIO         PIC Z(03)9.99.
           DISPLAY 'APOLICES ANALISADAS: ' WS-QTDE-APOLICES
           DISPLAY 'APOLICES COM RATIO ACIMA DE 100%: '
               WS-QTDE-SUBMERSAS
           DISPLAY 'APOLICES SEM PREMIO GANHO (PELO AJUSTADO): '
               WS-QTDE-SEM-GANHO

           CLOSE POLICY-MASTER-OUT-FILE
           CLOSE LOSS-RATIO-REPORT-FILE
       1000-INITIALIZE.

           MOVE SPACES TO WS-CLAIM-SUM-TABLE
           MOVE SPACES TO WS-EARNED-TABLE

           OPEN INPUT  POLICY-MASTER-OUT-FILE
           OPEN OUTPUT LOSS-RATIO-REPORT-FILE
                   'ZERADOS'
           END-IF

           OPEN INPUT EARNED-PREMIUM-FILE
           IF WS-EP-STATUS = '00'
               PERFORM 8200-READ-EARNED
                   THRU 8200-READ-EARNED-EXIT
               PERFORM 1200-STORE-EARNED
                   THRU 1200-STORE-EARNED-EXIT
                   UNTIL WS-EP-END-OF-FILE
               CLOSE EARNED-PREMIUM-FILE
           ELSE
               DISPLAY 'AVISO - SEM ARQUIVO EARNPREM -- RATIOS SOBRE '
                   'O PREMIO AJUSTADO'
           END-IF

           PERFORM 8000-READ-POLICY
               THRU 8000-READ-POLICY-EXIT.

       1100-SUM-ONE-CLAIM-EXIT.
           EXIT.

      ******************************************************************
      * 1200-STORE-EARNED -- BOUNDED TO THE OCCURS 200 LIMIT; A POLICY
      * LEFT OUT FALLS BACK TO ITS ADJUSTED PREMIUM
      ******************************************************************
       1200-STORE-EARNED.

           IF WS-EPT-COUNT < 200
               ADD 1 TO WS-EPT-COUNT
               SET WS-EPT-IDX TO WS-EPT-COUNT
               MOVE EP-POLICY-NUM   TO WS-EPT-POLICY-NUM(WS-EPT-IDX)
               MOVE EP-PREMIO-GANHO TO WS-EPT-GANHO(WS-EPT-IDX)
           ELSE
               DISPLAY 'TABELA DE PREMIO GANHO CHEIA -- APOLICE '
                   EP-POLICY-NUM ' PELO PREMIO AJUSTADO'
           END-IF

           PERFORM 8200-READ-EARNED
               THRU 8200-READ-EARNED-EXIT.

       1200-STORE-EARNED-EXIT.
           EXIT.

      ******************************************************************
      * 2000-REPORT-POLICY -- ONE RATIO LINE PER POLICY; THE RPTHDR
      * HEADER LINE GUANA16 WROTE AT THE TOP OF POLMASTO IS SKIPPED BY
               END-SEARCH
           END-IF

      *    EARNED PREMIUM WHEN PREMRESV VALUED THE POLICY, THE
      *    BILLED ADJUSTED PREMIUM OTHERWISE
           MOVE PMO-PREMIO-AJUSTADO TO WS-PREMIO-GANHO
           MOVE 'AJUSTADO'          TO WS-RD-ALERTA
           IF WS-EPT-COUNT > ZEROS
               SET WS-EPT-IDX TO 1
               SEARCH WS-EPT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-EPT-POLICY-NUM(WS-EPT-IDX)
                           = PMO-POLICY-NUM
                       MOVE WS-EPT-GANHO(WS-EPT-IDX)
                           TO WS-PREMIO-GANHO
                       MOVE SPACES TO WS-RD-ALERTA
               END-SEARCH
           END-IF
           IF WS-RD-ALERTA NOT = SPACES
               ADD 1 TO WS-QTDE-SEM-GANHO
           END-IF

           IF WS-PREMIO-GANHO > ZEROS
               COMPUTE WS-RATIO-PCT ROUNDED =
                   (WS-SINISTROS-PAGOS / WS-PREMIO-GANHO) * 100
           ELSE
               MOVE ZEROS TO WS-RATIO-PCT
           END-IF

           MOVE PMO-POLICY-NUM      TO WS-RD-POLICY
           MOVE WS-PREMIO-GANHO     TO WS-RD-PREMIO
           MOVE WS-SINISTROS-PAGOS  TO WS-RD-SINISTROS
           MOVE WS-RATIO-PCT        TO WS-RD-RATIO

               ADD 1 TO WS-QTDE-SUBMERSAS
               DISPLAY 'ATENCAO - APOLICE ' PMO-POLICY-NUM
                   ' COM RATIO DE ' WS-RATIO-PCT '%'
           END-IF

           WRITE LOSS-RATIO-REPORT-LINE FROM WS-RATIO-DETAIL

       8100-READ-CLAIM-EXIT.
           EXIT.

      ******************************************************************
      * 8200-READ-EARNED
      ******************************************************************
       8200-READ-EARNED.

           READ EARNED-PREMIUM-FILE
               AT END
                   MOVE 'Y' TO WS-EP-EOF-SWITCH
           END-READ.

       8200-READ-EARNED-EXIT.
           EXIT.
