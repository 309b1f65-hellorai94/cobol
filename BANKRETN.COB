      *-----------------------------------------------------------------
      * Modification History
      * 01-09-26 MRT  ORIGINAL VERSION.
      * 15-10-26 MRT  BANKPAY IS CHECKED AGAINST ITS IFCTL HEADER AND
      *               TRAILER BEFORE ANY RETURN IS MATCHED: A
      *               REMITTANCE THAT DOES NOT BALANCE, OR IS MORE
      *               THAN 10 DAYS OLD, STOPS THE RUN WITH RETURN CODE
      *               8. THE CONTROL RECORDS ARE SKIPPED ON READ.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKRETN.

       COPY CTLTOTLNK.
       COPY JOBLGLNK.
       COPY IFCTLLNK.
       COPY RPTHDRLNK.

       PROCEDURE DIVISION.
           MOVE 'S'        TO JL-ACAO
           CALL 'JOBLOG' USING JOBLOG-PARMS

           PERFORM 1900-CHECK-BP-CONTROL
               THRU 1900-CHECK-BP-CONTROL-EXIT

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

       1110-STORE-BANKPAY-DETAIL-EXIT.
           EXIT.

      ******************************************************************
      * 1900-CHECK-BP-CONTROL -- IFCTL CHECKING PASS OVER BANKPAY
      * BEFORE ANY RETURN IS MATCHED: THE REMITTANCE MUST BALANCE TO
      * ITS TRAILER (HASH OF THE TYPE-1 CREDITS) AND THE BANK'S
      * ANSWER MUST COME WITHIN 10 DAYS OF IT
      ******************************************************************
       1900-CHECK-BP-CONTROL.

           MOVE 'BANKPAY'     TO IC-ARQUIVO
           MOVE JL-PROGRAM-ID TO IC-PROGRAMA
           MOVE 10            TO IC-DIAS-VALIDADE
           MOVE 'N'           TO IC-CONSUMO
           MOVE 'I'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS

           OPEN INPUT BANK-PAYMENT-FILE
           IF WS-BNK-STATUS NOT = '00'
               GO TO 1900-CHECK-BP-CONTROL-EXIT
           END-IF

           PERFORM 1910-CHECK-BP-RECORD
               THRU 1910-CHECK-BP-RECORD-EXIT
               UNTIL WS-BNK-END-OF-FILE

           CLOSE BANK-PAYMENT-FILE
           MOVE 'N' TO WS-BNK-EOF-SWITCH

           MOVE 'BANKPAY'     TO IC-ARQUIVO
           MOVE 'F'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS.

       1900-CHECK-BP-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      * 1910-CHECK-BP-RECORD
      ******************************************************************
       1910-CHECK-BP-RECORD.

           READ BANK-PAYMENT-FILE
               AT END
                   MOVE 'Y' TO WS-BNK-EOF-SWITCH
                   GO TO 1910-CHECK-BP-RECORD-EXIT
           END-READ

           MOVE BANK-PAYMENT-LINE TO IC-REGISTRO
           MOVE BANK-PAYMENT-LINE TO WS-BANK-DETAIL-VIEW
           MOVE ZEROS             TO IC-VALOR
           IF NOT IC-REG-CONTROLE
               AND WS-BV-TIPO = '1'
               MOVE WS-BV-VALOR TO IC-VALOR
           END-IF
           MOVE 'BANKPAY'     TO IC-ARQUIVO
           MOVE 'L'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS.

       1910-CHECK-BP-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-RETURN -- MATCH ONE REJECTION BACK TO THE
      * REMITTANCE DETAIL AND THE EMPLOYEE, RE-QUEUE THE NET PAY AND
           READ BANK-PAYMENT-FILE
               AT END
                   MOVE 'Y' TO WS-BNK-EOF-SWITCH
                   GO TO 8100-READ-BANKPAY-EXIT
           END-READ

           IF BANK-PAYMENT-LINE(1:2) = '*H'
               OR BANK-PAYMENT-LINE(1:2) = '*T'
               GO TO 8100-READ-BANKPAY
           END-IF.

       8100-READ-BANKPAY-EXIT.
           EXIT.
