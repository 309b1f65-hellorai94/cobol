      *               POSTING -- THE ACCOUNTING IMPORT STILL NEEDS
      *               THE FILE. RERUN SAFETY NOW COMES FROM THE
      *               GLPOSTED BATCH-FINGERPRINT REGISTER.
      * 15-10-26 MRT  GLINTRFC IS CHECKED AGAINST ITS IFCTL HEADERS AND
      *               TRAILERS BEFORE ANYTHING IS POSTED, AND EVERY
      *               BATCH POSTED GOES ON THE IFCONSUM REGISTER: A
      *               TRUNCATED OR DOUBLED FILE, A BATCH OLDER THAN 35
      *               DAYS OR ONE ALREADY POSTED STOPS THE RUN WITH
      *               RETURN CODE 8 BEFORE GLBALMST IS TOUCHED. THE
      *               GLPOSTED FINGERPRINT STAYS AS A SECOND GUARD.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPOST.

       COPY CTLTOTLNK.
       COPY JOBLGLNK.
       COPY IFCTLLNK.

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

       1100-STORE-BALANCE-EXIT.
           EXIT.

      ******************************************************************
      * 1900-CHECK-GL-CONTROL -- IFCTL CHECKING PASS OVER GLINTRFC
      * BEFORE ANYTHING IS POSTED: EVERY BATCH MUST BALANCE TO ITS
      * TRAILER, BE NO MORE THAN 35 DAYS OLD AND NOT BE ON THE
      * IFCONSUM REGISTER AS ALREADY POSTED
      ******************************************************************
       1900-CHECK-GL-CONTROL.

           MOVE 'GLINTRFC'    TO IC-ARQUIVO
           MOVE JL-PROGRAM-ID TO IC-PROGRAMA
           MOVE 35            TO IC-DIAS-VALIDADE
           MOVE 'S'           TO IC-CONSUMO
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
      * 2000-POST-ONE-ENTRY -- FIND OR CREATE THE ACCOUNT/PERIOD
      * SLOT AND ACCUMULATE THE ENTRY ON ITS SIDE
           CLOSE GL-BALANCE-FILE

           PERFORM 3200-WRITE-MARKER
               THRU 3200-WRITE-MARKER-EXIT

           MOVE 'GLINTRFC'    TO IC-ARQUIVO
           MOVE 'B'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS.

       3000-REWRITE-MASTER-EXIT.
           EXIT.
           READ GL-INTERFACE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 8000-READ-ENTRY-EXIT
           END-READ

           IF GL-INTERFACE-RECORD(1:2) = '*H'
               OR GL-INTERFACE-RECORD(1:2) = '*T'
               GO TO 8000-READ-ENTRY
           END-IF.

       8000-READ-ENTRY-EXIT.
           EXIT.
