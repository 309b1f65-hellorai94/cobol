      *               DUE DATE ROLLED 30 DAYS FORWARD, SO ARAGING'S
      *               DUNNING SUPPRESSION STAYS EARNED. NO PAYAGREE
      *               FILE MEANS NO AGREEMENTS, AS BEFORE.
      * 15-10-26 MRT  EVERY AMOUNT APPLIED TO A PARCEL NOW GOES ON THE
      *               APLICLOG APPLICATION LOG WITH THE PAYMENT DATE,
      *               THE DAYS PAID PAST THE DUE DATE AND WHETHER IT
      *               WAS CASH OR A CREDIT-NOTE OFFSET (PAYMENT IDS
      *               SALESINV STARTS WITH 'CN'), FOR ARINDIC'S
      *               COLLECTION FIGURES AND PAYMENT-BEHAVIOR SCORE.
      * 15-10-26 MRT  ARINVOIC IS CHECKED AGAINST ITS IFCTL HEADERS AND
      *               TRAILERS BEFORE ANY CASH IS APPLIED; A FILE THAT
      *               DOES NOT BALANCE STOPS THE RUN WITH RETURN CODE
      *               8. ARINVNEW GOES OUT AS ONE BATCH BETWEEN ITS OWN
      *               HEADER AND TRAILER, SO THE PROMOTED FILE STAYS
      *               UNDER CONTROL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHAPP.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UC-STATUS.

           SELECT APPLICATION-LOG-FILE ASSIGN TO "APLICLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-STATUS.

           SELECT PAYMENT-AGREEMENT-FILE ASSIGN TO "PAYAGREE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05  UC-MOTIVO               PIC X(30).
           05  FILLER                  PIC X(10) VALUE SPACES.

       FD  APPLICATION-LOG-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY APLICLOG.

      *-----------------------------------------------------------------
      * PAYMENT-AGREEMENT-FILE -- ONE RECORD PER NEGOTIATED PLAN:
      * AGREED INSTALLMENT, NEXT DUE DATE, AND WHETHER THE PLAN IS IN
       77  WS-PY-STATUS            PIC X(02) VALUE SPACES.
       77  WS-AN-STATUS            PIC X(02) VALUE SPACES.
       77  WS-UC-STATUS            PIC X(02) VALUE SPACES.
       77  WS-AP-STATUS            PIC X(02) VALUE SPACES.

       77  WS-AI-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-AI-END-OF-FILE             VALUE 'Y'.
       77  WS-CAIXA-CLIENTE        PIC 9(09)V99 VALUE ZEROS.
       77  WS-VALOR-APLICADO       PIC 9(07)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
      * APPLICATION LOG -- THE POOL'S LATEST PAYMENT DATE AND HOW MUCH
      * OF IT CAME FROM CREDIT NOTES; CREDIT-NOTE MONEY IS LOGGED AS
      * APPLIED FIRST
      *-----------------------------------------------------------------
       77  WS-DATA-PAGTO           PIC 9(08) VALUE ZEROS.
       77  WS-NOTA-CLIENTE         PIC 9(09)V99 VALUE ZEROS.
       77  WS-VALOR-NOTA           PIC 9(07)V99 VALUE ZEROS.
       77  WS-VALOR-CAIXA          PIC 9(07)V99 VALUE ZEROS.
       77  WS-DIAS-PAGTO           PIC S9(04) VALUE ZEROS.
       77  WS-QTDE-APLICACOES      PIC 9(05) VALUE ZEROS.

       77  WS-PA-STATUS            PIC X(02) VALUE SPACES.
       77  WS-TEM-ACORDOS          PIC X(01) VALUE 'N'.
           88  WS-ACORDOS-DISPONIVEIS        VALUE 'S'.

       COPY CTLTOTLNK.
       COPY JOBLGLNK.
       COPY IFCTLLNK.

       PROCEDURE DIVISION.

           MOVE 'S'       TO JL-ACAO
           CALL 'JOBLOG' USING JOBLOG-PARMS

           PERFORM 1900-CHECK-AR-CONTROL
               THRU 1900-CHECK-AR-CONTROL-EXIT

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

           PERFORM 3000-FINALIZE
               THRU 3000-FINALIZE-EXIT

           PERFORM 8977-WRITE-NEW-TRAILER
               THRU 8977-WRITE-NEW-TRAILER-EXIT

           CLOSE AR-INVOICE-FILE
           CLOSE PAYMENT-FILE
           CLOSE AR-INVOICE-NEW-FILE
           CLOSE UNAPPLIED-CASH-FILE
           CLOSE APPLICATION-LOG-FILE

           IF WS-ACORDOS-DISPONIVEIS
               CLOSE PAYMENT-AGREEMENT-FILE
           OPEN OUTPUT AR-INVOICE-NEW-FILE
           OPEN OUTPUT UNAPPLIED-CASH-FILE

           PERFORM 8975-WRITE-NEW-HEADER
               THRU 8975-WRITE-NEW-HEADER-EXIT

           OPEN EXTEND APPLICATION-LOG-FILE
           IF WS-AP-STATUS NOT = '00'
               OPEN OUTPUT APPLICATION-LOG-FILE
           END-IF

           OPEN I-O PAYMENT-AGREEMENT-FILE
           IF WS-PA-STATUS = '00'
               MOVE 'S' TO WS-TEM-ACORDOS
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1900-CHECK-AR-CONTROL -- IFCTL CHECKING PASS OVER ARINVOIC
      * BEFORE ANY CASH IS APPLIED: EVERY BATCH MUST BALANCE TO ITS
      * TRAILER AND NO RECORD MAY SIT OUTSIDE ONE. ARINVOIC IS THE
      * STANDING OPEN-ITEM FILE, SO A BATCH HAS NO AGE LIMIT
      ******************************************************************
       1900-CHECK-AR-CONTROL.

           MOVE 'ARINVOIC'    TO IC-ARQUIVO
           MOVE JL-PROGRAM-ID TO IC-PROGRAMA
           MOVE ZEROS         TO IC-DIAS-VALIDADE
           MOVE 'N'           TO IC-CONSUMO
           MOVE 'I'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS

           OPEN INPUT AR-INVOICE-FILE
           IF WS-AI-STATUS NOT = '00'
               GO TO 1900-CHECK-AR-CONTROL-EXIT
           END-IF

           PERFORM 1910-CHECK-AR-RECORD
               THRU 1910-CHECK-AR-RECORD-EXIT
               UNTIL WS-AI-END-OF-FILE

           CLOSE AR-INVOICE-FILE
           MOVE 'N' TO WS-AI-EOF-SWITCH

           MOVE 'ARINVOIC'    TO IC-ARQUIVO
           MOVE 'F'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS.

       1900-CHECK-AR-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      * 1910-CHECK-AR-RECORD
      ******************************************************************
       1910-CHECK-AR-RECORD.

           READ AR-INVOICE-FILE
               AT END
                   MOVE 'Y' TO WS-AI-EOF-SWITCH
                   GO TO 1910-CHECK-AR-RECORD-EXIT
           END-READ

           MOVE AR-INVOICE-RECORD TO IC-REGISTRO
           MOVE ZEROS             TO IC-VALOR
           IF NOT IC-REG-CONTROLE
               MOVE AI-VALOR      TO IC-VALOR
           END-IF
           MOVE 'ARINVOIC'        TO IC-ARQUIVO
           MOVE 'L'               TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS.

       1910-CHECK-AR-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * 2000-MATCH-CUSTOMER -- CLASSIC TWO-FILE MATCH: INVOICES WITH
      * NO PAYMENT PASS THROUGH UNCHANGED, PAYMENTS WITH NO INVOICES
           ELSE
               DISPLAY 'TABELA DE FATURAS CHEIA -- FATURA '
                   AI-INVOICE-ID ' PASSA SEM APLICACAO'
               MOVE AR-INVOICE-RECORD TO AR-INVOICE-NEW-RECORD
               PERFORM 8976-WRITE-NEW-INVOICE
                   THRU 8976-WRITE-NEW-INVOICE-EXIT
           END-IF

           PERFORM 8000-READ-INVOICE
       2200-SUM-CUSTOMER-PAYMENTS.

           MOVE ZEROS TO WS-CAIXA-CLIENTE
           MOVE ZEROS TO WS-NOTA-CLIENTE
           MOVE ZEROS TO WS-DATA-PAGTO

           PERFORM 2210-POOL-ONE-PAYMENT
               THRU 2210-POOL-ONE-PAYMENT-EXIT

           ADD PY-VALOR TO WS-CAIXA-CLIENTE

           IF PY-PAYMENT-ID(1:2) = 'CN'
               ADD PY-VALOR TO WS-NOTA-CLIENTE
           END-IF

           IF PY-DATA NUMERIC AND PY-DATA > WS-DATA-PAGTO
               MOVE PY-DATA TO WS-DATA-PAGTO
           END-IF

           PERFORM 8100-READ-PAYMENT
               THRU 8100-READ-PAYMENT-EXIT.

               ADD 1 TO WS-QTDE-PARCIAIS
           END-IF

           ADD WS-VALOR-APLICADO TO WS-TOTAL-APLICADO

           PERFORM 2330-LOG-APPLICATION
               THRU 2330-LOG-APPLICATION-EXIT.

       2310-APPLY-TO-OLDEST-EXIT.
           EXIT.
       2320-SCAN-FOR-OLDEST-EXIT.
           EXIT.

      ******************************************************************
      * 2330-LOG-APPLICATION -- ONE APLICLOG RECORD FOR THE PART PAID
      * WITH CREDIT NOTES AND ONE FOR THE PART PAID IN CASH. THE DAYS
      * PAST DUE COME FROM THE PARCEL'S DUE DATE, OR FROM ITS STORED
      * DAYS LATE WHEN IT PREDATES THE DUE-DATE FIELD
      ******************************************************************
       2330-LOG-APPLICATION.

      *    THE OUTPUT RECORD AREA IS ONLY WRITTEN FROM 2410, WHICH
      *    REFILLS IT -- BORROWED HERE TO READ THE PARCEL'S FIELDS
           MOVE WS-INV-RECORD(WS-INV-IDX) TO AR-INVOICE-NEW-RECORD

           IF AN-DATA-VENCIMENTO NUMERIC
               AND AN-DATA-VENCIMENTO > ZEROS
               AND WS-DATA-PAGTO > ZEROS
               COMPUTE WS-DIAS-PAGTO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-PAGTO)
                   - FUNCTION INTEGER-OF-DATE(AN-DATA-VENCIMENTO)
           ELSE
               MOVE WS-INV-DIAS(WS-INV-IDX) TO WS-DIAS-PAGTO
           END-IF

           IF WS-NOTA-CLIENTE > WS-VALOR-APLICADO
               MOVE WS-VALOR-APLICADO TO WS-VALOR-NOTA
           ELSE
               MOVE WS-NOTA-CLIENTE   TO WS-VALOR-NOTA
           END-IF
           SUBTRACT WS-VALOR-NOTA FROM WS-NOTA-CLIENTE
           COMPUTE WS-VALOR-CAIXA = WS-VALOR-APLICADO - WS-VALOR-NOTA

           MOVE SPACES             TO APPLICATION-LOG-RECORD
           MOVE WS-DATA-PAGTO      TO AP-DATA
           MOVE AN-CUSTOMER-ID     TO AP-CUSTOMER-ID
           MOVE AN-INVOICE-ID      TO AP-INVOICE-ID
           MOVE AN-PARCELA-SEQ     TO AP-PARCELA-SEQ
           MOVE AN-DATA-VENCIMENTO TO AP-DATA-VENCIMENTO
           MOVE WS-DIAS-PAGTO      TO AP-DIAS-ATRASO
           IF WS-INV-VALOR(WS-INV-IDX) = ZEROS
               MOVE 'S' TO AP-QUITADA
           ELSE
               MOVE 'N' TO AP-QUITADA
           END-IF

           IF WS-VALOR-NOTA > ZEROS
               MOVE WS-VALOR-NOTA TO AP-VALOR
               MOVE 'N'           TO AP-ORIGEM
               WRITE APPLICATION-LOG-RECORD
               ADD 1 TO WS-QTDE-APLICACOES
           END-IF

           IF WS-VALOR-CAIXA > ZEROS
               MOVE WS-VALOR-CAIXA TO AP-VALOR
               MOVE 'C'            TO AP-ORIGEM
               WRITE APPLICATION-LOG-RECORD
               ADD 1 TO WS-QTDE-APLICACOES
           END-IF.

       2330-LOG-APPLICATION-EXIT.
           EXIT.

      ******************************************************************
      * 2400-WRITE-OPEN-INVOICES -- WHAT IS STILL OPEN GOES TO THE NEW
      * OPEN-INVOICE FILE: PARTIALS AT THE REDUCED AMOUNT, FULLY PAID
               MOVE WS-INV-RECORD(WS-INV-IDX)
                   TO AR-INVOICE-NEW-RECORD
               MOVE WS-INV-VALOR(WS-INV-IDX) TO AN-VALOR
               PERFORM 8976-WRITE-NEW-INVOICE
                   THRU 8976-WRITE-NEW-INVOICE-EXIT
           END-IF.

       2410-WRITE-ONE-INVOICE-EXIT.
           DISPLAY 'FATURAS PARCIAIS: ' WS-QTDE-PARCIAIS
           DISPLAY 'TOTAL APLICADO: ' WS-TOTAL-APLICADO
           DISPLAY 'TOTAL NAO APLICADO: ' WS-TOTAL-NAO-APLICADO
           DISPLAY 'APLICACOES REGISTRADAS: ' WS-QTDE-APLICACOES

           MOVE 'CASHAPP'          TO CT-PROGRAM-ID
           MOVE 'TOTAL APLICADO'   TO CT-TOTAL-1-LABEL
           READ AR-INVOICE-FILE
               AT END
                   MOVE 'Y' TO WS-AI-EOF-SWITCH
                   GO TO 8000-READ-INVOICE-EXIT
           END-READ

           IF AR-INVOICE-RECORD(1:2) = '*H'
               OR AR-INVOICE-RECORD(1:2) = '*T'
               GO TO 8000-READ-INVOICE
           END-IF.

       8000-READ-INVOICE-EXIT.
           EXIT.

       8100-READ-PAYMENT-EXIT.
           EXIT.

      ******************************************************************
      * 8975-WRITE-NEW-HEADER -- THE IFCTL HEADER OPENS ARINVNEW; THE
      * PROMOTED FILE CARRIES THIS RUN AS ITS FIRST BATCH
      ******************************************************************
       8975-WRITE-NEW-HEADER.

           MOVE 'ARINVNEW'    TO IC-ARQUIVO
           MOVE JL-PROGRAM-ID TO IC-PROGRAMA
           MOVE 'A'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS
           WRITE AR-INVOICE-NEW-RECORD FROM IC-REGISTRO.

       8975-WRITE-NEW-HEADER-EXIT.
           EXIT.

      ******************************************************************
      * 8976-WRITE-NEW-INVOICE -- WRITE ONE OPEN INVOICE AND COUNT IT
      * INTO THE BATCH'S TRAILER TOTALS
      ******************************************************************
       8976-WRITE-NEW-INVOICE.

           WRITE AR-INVOICE-NEW-RECORD

           MOVE 'ARINVNEW'    TO IC-ARQUIVO
           MOVE AN-VALOR      TO IC-VALOR
           MOVE 'G'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS.

       8976-WRITE-NEW-INVOICE-EXIT.
           EXIT.

      ******************************************************************
      * 8977-WRITE-NEW-TRAILER -- THE IFCTL TRAILER CLOSES ARINVNEW
      * WITH ITS RECORD COUNT AND AMOUNT HASH
      ******************************************************************
       8977-WRITE-NEW-TRAILER.

           MOVE 'ARINVNEW'    TO IC-ARQUIVO
           MOVE 'T'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS
           WRITE AR-INVOICE-NEW-RECORD FROM IC-REGISTRO.

       8977-WRITE-NEW-TRAILER-EXIT.
           EXIT.
