      *-----------------------------------------------------------------
      * Modification History
      * 02-09-26 MRT  ORIGINAL VERSION.
      * 15-10-26 MRT  ONLY OVERDUE INSTALLMENTS COUNT AS ARREARS FOR
      *               REINSTATEMENT -- THE POLENDOS ENDORSEMENT RUN
      *               PUTS THE REST OF THE TERM ON PREMSCHD AHEAD.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREMBILL.
      ******************************************************************
      * 4000-AGE-ONE-POLICY -- AN ACTIVE POLICY WHOSE OLDEST PENDING
      * INSTALLMENT IS PAST THE GRACE PERIOD LAPSES; A LAPSED POLICY
      * WITH NOTHING OVERDUE REINSTATES
      ******************************************************************
       4000-AGE-ONE-POLICY.

               GO TO 4100-AGE-ONE-INSTALLMENT-EXIT
           END-IF

      *    AN INSTALLMENT NOT YET DUE IS NOT ARREARS -- POLENDOS
      *    SCHEDULES THE REST OF THE TERM AHEAD, AND THOSE MUST NOT
      *    HOLD A LAPSED POLICY OFF REINSTATEMENT
           IF WS-SCH-VENC(WS-SCH-IDX) >= WS-DATA-HOJE
               GO TO 4100-AGE-ONE-INSTALLMENT-EXIT
           END-IF

           MOVE 'S' TO WS-TEM-PENDENCIA

           COMPUTE WS-INT-VENC =
               FUNCTION INTEGER-OF-DATE(WS-SCH-VENC(WS-SCH-IDX))

