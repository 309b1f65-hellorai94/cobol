      *               OUTPUT AT THE TOP OF THE NIGHTLY CYCLE WIPED
      *               FERIAS'S EXPIRY FLAGS AND DEFEATED HOUSKEEP'S
      *               PAYEXC RETENTION RULE.
      * 15-10-26 MRT  TIMECLK IS CHECKED AGAINST ITS IFCTL HEADER AND
      *               TRAILER BEFORE ANY HOURS ARE PAID: A FILE THAT
      *               DOES NOT BALANCE, OR WAS NOT WRITTEN BY TODAY'S
      *               OR YESTERDAY'S TIMEAPPR, STOPS THE RUN WITH
      *               RETURN CODE 8. THE CONTROL RECORDS ARE SKIPPED
      *               ON READ.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALPROF.
       77  WS-SAL-MINIMO-ESPERADO-EDIT PIC Z(04)9.99.

       COPY JOBLGLNK.
       COPY IFCTLLNK.

       PROCEDURE DIVISION.

           MOVE 'S'       TO JL-ACAO
           CALL 'JOBLOG' USING JOBLOG-PARMS

           PERFORM 1900-CHECK-TC-CONTROL
               THRU 1900-CHECK-TC-CONTROL-EXIT

           IF IC-ARQUIVO-RECUSADO
               MOVE 8 TO RETURN-CODE
               MOVE 'E'  TO JL-ACAO
               MOVE 0008 TO JL-RETURN-CODE
               CALL 'JOBLOG' USING JOBLOG-PARMS
               MOVE JL-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT

       1110-STORE-CALENDAR-DAY-EXIT.
           EXIT.

      ******************************************************************
      * 1900-CHECK-TC-CONTROL -- IFCTL CHECKING PASS OVER TIMECLK
      * BEFORE ANY HOURS ARE PAID: THE BATCH MUST BALANCE TO ITS
      * TRAILER AND COME FROM A TIMEAPPR RUN NO MORE THAN A DAY OLD
      ******************************************************************
       1900-CHECK-TC-CONTROL.

           MOVE 'TIMECLK'     TO IC-ARQUIVO
           MOVE JL-PROGRAM-ID TO IC-PROGRAMA
           MOVE 1             TO IC-DIAS-VALIDADE
           MOVE 'N'           TO IC-CONSUMO
           MOVE 'I'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS

           OPEN INPUT TIME-CLOCK-FILE
           IF WS-TC-STATUS NOT = '00'
               GO TO 1900-CHECK-TC-CONTROL-EXIT
           END-IF

           PERFORM 1910-CHECK-TC-RECORD
               THRU 1910-CHECK-TC-RECORD-EXIT
               UNTIL WS-END-OF-FILE

           CLOSE TIME-CLOCK-FILE
           MOVE 'N' TO WS-EOF-SWITCH

           MOVE 'TIMECLK'     TO IC-ARQUIVO
           MOVE 'F'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS.

       1900-CHECK-TC-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      * 1910-CHECK-TC-RECORD
      ******************************************************************
       1910-CHECK-TC-RECORD.

           READ TIME-CLOCK-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 1910-CHECK-TC-RECORD-EXIT
           END-READ

           MOVE TIME-CLOCK-RECORD TO IC-REGISTRO
           MOVE ZEROS             TO IC-VALOR
           IF NOT IC-REG-CONTROLE
               MOVE TC-HOURS      TO IC-VALOR
           END-IF
           MOVE 'TIMECLK'     TO IC-ARQUIVO
           MOVE 'L'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS.

       1910-CHECK-TC-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-TIME-CLOCK -- ACCUMULATE HOURS, BREAK ON PROF-ID
      * (TIME-CLOCK-FILE IS EXPECTED IN PROFESSOR-ID SEQUENCE)
           READ TIME-CLOCK-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 8000-READ-TIME-CLOCK-EXIT
           END-READ

           IF TIME-CLOCK-RECORD(1:2) = '*H'
               OR TIME-CLOCK-RECORD(1:2) = '*T'
               GO TO 8000-READ-TIME-CLOCK
           END-IF.

       8000-READ-TIME-CLOCK-EXIT.
           EXIT.
