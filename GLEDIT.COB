      *-----------------------------------------------------------------
      * Modification History
      * 22-08-26 MRT  ORIGINAL VERSION.
      * 15-10-26 MRT  GLINTRFC IS CHECKED AGAINST ITS IFCTL HEADERS AND
      *               TRAILERS BEFORE ANY ENTRY IS EDITED: A TRUNCATED
      *               OR DOUBLED BATCH, OR ONE OLDER THAN 35 DAYS,
      *               STOPS THE RUN WITH RETURN CODE 8 AND THE FILE IS
      *               WITHHELD FROM THE IMPORT. THE CONTROL RECORDS ARE
      *               SKIPPED ON READ.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLEDIT.

       COPY CTLTOTLNK.
       COPY JOBLGLNK.
       COPY IFCTLLNK.
       COPY RPTHDRLNK.

       PROCEDURE DIVISION.
           MOVE 'S'      TO JL-ACAO
           CALL 'JOBLOG' USING JOBLOG-PARMS

           PERFORM 1900-CHECK-GL-CONTROL
               THRU 1900-CHECK-GL-CONTROL-EXIT

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

       1100-STORE-ACCOUNT-EXIT.
           EXIT.

      ******************************************************************
      * 1900-CHECK-GL-CONTROL -- IFCTL CHECKING PASS OVER GLINTRFC
      * BEFORE ANY ENTRY IS EDITED: EVERY BATCH MUST BALANCE TO ITS
      * TRAILER. A MONTH-END BATCH MAY WAIT UP TO 35 DAYS FOR ITS
      * EDIT, NO LONGER
      ******************************************************************
       1900-CHECK-GL-CONTROL.

           MOVE 'GLINTRFC'    TO IC-ARQUIVO
           MOVE JL-PROGRAM-ID TO IC-PROGRAMA
           MOVE 35            TO IC-DIAS-VALIDADE
           MOVE 'N'           TO IC-CONSUMO
           MOVE 'I'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS

           OPEN INPUT GL-INTERFACE-FILE
           IF WS-GL-STATUS NOT = '00'
               GO TO 1900-CHECK-GL-CONTROL-EXIT
           END-IF

           PERFORM 1910-CHECK-GL-RECORD
               THRU 1910-CHECK-GL-RECORD-EXIT
               UNTIL WS-END-OF-FILE

           CLOSE GL-INTERFACE-FILE
           MOVE 'N' TO WS-EOF-SWITCH

           MOVE 'GLINTRFC'    TO IC-ARQUIVO
           MOVE 'F'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS.

       1900-CHECK-GL-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      * 1910-CHECK-GL-RECORD
      ******************************************************************
       1910-CHECK-GL-RECORD.

           READ GL-INTERFACE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 1910-CHECK-GL-RECORD-EXIT
           END-READ

           MOVE GL-INTERFACE-RECORD TO IC-REGISTRO
           MOVE ZEROS             TO IC-VALOR
           IF NOT IC-REG-CONTROLE
               MOVE GL-AMOUNT     TO IC-VALOR
           END-IF
           MOVE 'GLINTRFC'    TO IC-ARQUIVO
           MOVE 'L'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS.

       1910-CHECK-GL-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * 2000-EDIT-ONE-ENTRY -- ACCUMULATE THE PERIOD AND ACCOUNT
      * TOTALS AND VALIDATE THE ACCOUNT CODE
           READ GL-INTERFACE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 8000-READ-GL-EXIT
           END-READ

           IF GL-INTERFACE-RECORD(1:2) = '*H'
               OR GL-INTERFACE-RECORD(1:2) = '*T'
               GO TO 8000-READ-GL
           END-IF.

       8000-READ-GL-EXIT.
           EXIT.
