      *               NEXT PERIOD; THE STATEMENT SHOWS THE ESTORNO
      *               AND CARRIED-BALANCE LINES. CREDNOTA IS CONSUMED
      *               AFTER THE RUN SO A RETURN IS NEVER CLAWED TWICE.
      * 15-10-26 MRT  CREDNOTA WIDENED TO 54 FOR SALESINV'S REVERSED
      *               TAX (CN-VALOR-IMPOSTO). THE CLAWBACK STAYS ON THE
      *               PRE-TAX CN-VALOR, THE SAME BASE THE SALE PAID ON.
      * 15-10-26 MRT  COMMEXT IS NOW THE 42-BYTE COMMEXT COPYBOOK AND
      *               CARRIES EVERY BILLED LINE FOR THE SALES ANALYSIS;
      *               LINES WITHOUT A SALESPERSON ARE PASSED BY.
      * 15-10-26 MRT  COMMEXT AND CREDNOTA ARE CHECKED AGAINST THEIR
      *               IFCTL HEADERS AND TRAILERS BEFORE ANY COMMISSION
      *               IS WORKED OUT; A FILE THAT DOES NOT BALANCE STOPS
      *               THE RUN WITH RETURN CODE 8. THE CONTROL RECORDS
      *               ARE SKIPPED ON READ, AND CREDNOTA IS NOW CLEARED
      *               WHENEVER IT WAS READ -- A RUN WITH NO RETURNS
      *               STILL LEAVES ITS EMPTY BATCH ON THE FILE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMCALC.
       DATA DIVISION.
       FILE SECTION.
       FD  COMMISSION-EXTRACT-FILE
           RECORD CONTAINS 42 CHARACTERS.
           COPY COMMEXT.

       FD  COMMISSION-RATE-FILE
           RECORD CONTAINS 10 CHARACTERS.
      * THE FIRST TWO OF THE ITEM ID, SALESINV'S OWN DERIVATION
      *-----------------------------------------------------------------
       FD  CREDIT-NOTE-FILE
           RECORD CONTAINS 54 CHARACTERS.
       01  CREDIT-NOTE-RECORD.
           05  CN-NUMERO               PIC X(08).
           05  CN-DATA                 PIC 9(08).
           05  CN-ITEM-ID              PIC X(06).
           05  CN-VALOR                PIC 9(05)V99.
           05  CN-VENDEDOR-ID          PIC X(04).
           05  CN-VALOR-IMPOSTO        PIC 9(05)V99.

      *-----------------------------------------------------------------
      * CARRY-FORWARD-FILE -- A REP'S NEGATIVE BALANCE WHEN THE
           88  WS-CN-END-OF-FILE             VALUE 'Y'.
       77  WS-CF-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-CF-END-OF-FILE             VALUE 'Y'.
       77  WS-CN-ABERTO-SW         PIC X(01) VALUE 'N'.
           88  WS-CN-ABERTO                  VALUE 'S'.

      *-----------------------------------------------------------------
      * IFCTL CHECKING PASSES -- ANY FILE REFUSED STOPS THE RUN; THE
      * COUNT TELLS AN EMPTIED FILE FROM ONE WITH BATCHES
      *-----------------------------------------------------------------
       77  WS-IFC-RECUSA-SW        PIC X(01) VALUE 'N'.
           88  WS-IFC-RECUSOU                VALUE 'S'.
       77  WS-IFC-QTDE-LIDOS       PIC 9(07) VALUE ZEROS.

      *-----------------------------------------------------------------
      * COMMISSION-RATE TABLE -- BY REP AND PRODUCT GROUP; A GROUP OF
       COPY CTLTOTLNK.
       COPY JOBLGLNK.
       COPY RPTHDRLNK.
       COPY IFCTLLNK.

       PROCEDURE DIVISION.

           MOVE 'S'        TO JL-ACAO
           CALL 'JOBLOG' USING JOBLOG-PARMS

           PERFORM 1920-CHECK-CX-CONTROL
               THRU 1920-CHECK-CX-CONTROL-EXIT

           PERFORM 1940-CHECK-CN-CONTROL
               THRU 1940-CHECK-CN-CONTROL-EXIT

           IF WS-IFC-RECUSOU
               MOVE 8 TO RETURN-CODE
               MOVE 'E'  TO JL-ACAO
               MOVE 0008 TO JL-RETURN-CODE
               CALL 'JOBLOG' USING JOBLOG-PARMS
               MOVE JL-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT

           CLOSE COMMISSION-EXTRACT-FILE
           CLOSE COMMISSION-STMT-FILE
           CLOSE COMMISSION-PAY-FILE

           MOVE 0 TO RETURN-CODE

           IF WS-CN-STATUS NOT = '00'
               MOVE 'Y' TO WS-CN-EOF-SWITCH
           ELSE
               MOVE 'S' TO WS-CN-ABERTO-SW
               PERFORM 8200-READ-CREDIT-NOTE
                   THRU 8200-READ-CREDIT-NOTE-EXIT
           END-IF
       1100-STORE-RATE-EXIT.
           EXIT.

      ******************************************************************
      * 1920-CHECK-CX-CONTROL -- IFCTL CHECKING PASS OVER COMMEXT: ITS
      * HASH IS THE POST-DISCOUNT AMOUNT. THE EXTRACT ACCUMULATES THE
      * MONTH, SO A BATCH HAS NO AGE LIMIT; A FILE LEFT EMPTY WHEN IT
      * WAS CLEARED HAS NOTHING TO PROVE AND IS TAKEN AS ABSENT
      ******************************************************************
       1920-CHECK-CX-CONTROL.

           MOVE 'COMMEXT'     TO IC-ARQUIVO
           MOVE JL-PROGRAM-ID TO IC-PROGRAMA
           MOVE ZEROS         TO IC-DIAS-VALIDADE
           MOVE 'N'           TO IC-CONSUMO
           MOVE 'I'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS

           OPEN INPUT COMMISSION-EXTRACT-FILE
           IF WS-CX-STATUS NOT = '00'
               GO TO 1920-CHECK-CX-CONTROL-EXIT
           END-IF

           MOVE ZEROS TO WS-IFC-QTDE-LIDOS
           PERFORM 1930-CHECK-CX-RECORD
               THRU 1930-CHECK-CX-RECORD-EXIT
               UNTIL WS-END-OF-FILE

           CLOSE COMMISSION-EXTRACT-FILE
           MOVE 'N' TO WS-EOF-SWITCH

           IF WS-IFC-QTDE-LIDOS = ZEROS
               GO TO 1920-CHECK-CX-CONTROL-EXIT
           END-IF

           MOVE 'COMMEXT'     TO IC-ARQUIVO
           MOVE 'F'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS
           IF IC-ARQUIVO-RECUSADO
               MOVE 'S' TO WS-IFC-RECUSA-SW
           END-IF.

       1920-CHECK-CX-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      * 1930-CHECK-CX-RECORD
      ******************************************************************
       1930-CHECK-CX-RECORD.

           READ COMMISSION-EXTRACT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 1930-CHECK-CX-RECORD-EXIT
           END-READ

           ADD 1 TO WS-IFC-QTDE-LIDOS
           MOVE COMMISSION-EXTRACT-RECORD TO IC-REGISTRO
           MOVE ZEROS             TO IC-VALOR
           IF NOT IC-REG-CONTROLE
               MOVE CX-VALOR-LIQUIDO TO IC-VALOR
           END-IF
           MOVE 'COMMEXT'     TO IC-ARQUIVO
           MOVE 'L'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS.

       1930-CHECK-CX-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * 1940-CHECK-CN-CONTROL -- IFCTL CHECKING PASS OVER CREDNOTA: ITS
      * HASH IS THE PRE-TAX CREDIT. A BATCH HAS NO AGE LIMIT; A FILE
      * LEFT EMPTY WHEN COMMCALC CONSUMED IT HAS NOTHING TO PROVE AND
      * IS TAKEN AS ABSENT
      ******************************************************************
       1940-CHECK-CN-CONTROL.

           MOVE 'CREDNOTA'    TO IC-ARQUIVO
           MOVE JL-PROGRAM-ID TO IC-PROGRAMA
           MOVE ZEROS         TO IC-DIAS-VALIDADE
           MOVE 'N'           TO IC-CONSUMO
           MOVE 'I'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS

           OPEN INPUT CREDIT-NOTE-FILE
           IF WS-CN-STATUS NOT = '00'
               GO TO 1940-CHECK-CN-CONTROL-EXIT
           END-IF

           MOVE ZEROS TO WS-IFC-QTDE-LIDOS
           PERFORM 1950-CHECK-CN-RECORD
               THRU 1950-CHECK-CN-RECORD-EXIT
               UNTIL WS-CN-END-OF-FILE

           CLOSE CREDIT-NOTE-FILE
           MOVE 'N' TO WS-CN-EOF-SWITCH

           IF WS-IFC-QTDE-LIDOS = ZEROS
               GO TO 1940-CHECK-CN-CONTROL-EXIT
           END-IF

           MOVE 'CREDNOTA'    TO IC-ARQUIVO
           MOVE 'F'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS
           IF IC-ARQUIVO-RECUSADO
               MOVE 'S' TO WS-IFC-RECUSA-SW
           END-IF.

       1940-CHECK-CN-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      * 1950-CHECK-CN-RECORD
      ******************************************************************
       1950-CHECK-CN-RECORD.

           READ CREDIT-NOTE-FILE
               AT END
                   MOVE 'Y' TO WS-CN-EOF-SWITCH
                   GO TO 1950-CHECK-CN-RECORD-EXIT
           END-READ

           ADD 1 TO WS-IFC-QTDE-LIDOS
           MOVE CREDIT-NOTE-RECORD TO IC-REGISTRO
           MOVE ZEROS             TO IC-VALOR
           IF NOT IC-REG-CONTROLE
               MOVE CN-VALOR      TO IC-VALOR
           END-IF
           MOVE 'CREDNOTA'    TO IC-ARQUIVO
           MOVE 'L'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS.

       1950-CHECK-CN-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-EXTRACT -- ONE BILLED LINE: FIND THE RATE,
      * COMPUTE THE COMMISSION ON THE POST-DISCOUNT AMOUNT AND ROLL
      ******************************************************************
       2000-PROCESS-EXTRACT.

      *    A LINE BILLED WITHOUT A SALESPERSON EARNS NO COMMISSION
           IF CX-VENDEDOR-ID = SPACES
               GO TO 2000-PROCESS-EXTRACT-NEXT
           END-IF

           PERFORM 2100-FIND-RATE
               THRU 2100-FIND-RATE-EXIT

           IF WS-REP-ENCONTROU
               ADD CX-VALOR-LIQUIDO  TO WS-REP-VENDAS(WS-REP-IDX)
               ADD WS-COMISSAO-LINHA TO WS-REP-COMISSAO(WS-REP-IDX)
           END-IF.

       2000-PROCESS-EXTRACT-NEXT.

           PERFORM 8000-READ-EXTRACT
               THRU 8000-READ-EXTRACT-EXIT.
           CLOSE CARRY-FORWARD-FILE

      *    THE CREDIT NOTES JUST PRICED ARE CONSUMED -- A RETURN MUST
      *    NEVER BE CLAWED BACK A SECOND TIME. A FILE OF CONTROL
      *    RECORDS ONLY IS CLEARED TOO, SO ITS BATCHES DO NOT PILE UP
      *    -- GUANA06'S DAILY AUDIT MUST HAVE READ THE DAY'S NOTES
      *    BEFORE THIS RUN, SINCE NOTHING HERE IS KEPT FOR IT
           IF WS-CN-ABERTO
               CLOSE CREDIT-NOTE-FILE
               OPEN OUTPUT CREDIT-NOTE-FILE
               CLOSE CREDIT-NOTE-FILE
           READ COMMISSION-EXTRACT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 8000-READ-EXTRACT-EXIT
           END-READ

           IF COMMISSION-EXTRACT-RECORD(1:2) = '*H'
               OR COMMISSION-EXTRACT-RECORD(1:2) = '*T'
               GO TO 8000-READ-EXTRACT
           END-IF.

       8000-READ-EXTRACT-EXIT.
           EXIT.
           READ CREDIT-NOTE-FILE
               AT END
                   MOVE 'Y' TO WS-CN-EOF-SWITCH
                   GO TO 8200-READ-CREDIT-NOTE-EXIT
           END-READ

           IF CREDIT-NOTE-RECORD(1:2) = '*H'
               OR CREDIT-NOTE-RECORD(1:2) = '*T'
               GO TO 8200-READ-CREDIT-NOTE
           END-IF.

       8200-READ-CREDIT-NOTE-EXIT.
           EXIT.
