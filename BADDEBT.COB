      * RUN APPLIES A PROVISION PERCENTAGE PER AGING FAIXA (FROM THE
      * PROVPCT PARAMETER FILE; SENSIBLE DEFAULTS WHEN ABSENT) TO THE
      * OPEN ARINVOIC AMOUNTS, COMPARES THE NEW PER-BUCKET PROVISION
      * AGAINST LAST MONTH'S ON THE PROVPRIO FILE TO GET THE
      * MOVEMENT, POSTS THE INCREASE OR RELEASE TO THE GLINTRFC
      * EXTRACT, PRINTS THE PROVRPT SCHEDULE BY CUSTOMER AND BUCKET
      * THAT TIES TO THE GL ENTRY, AND REWRITES THE PRIOR FILE FOR
      *-----------------------------------------------------------------
      * Modification History
      * 01-09-26 MRT  ORIGINAL VERSION.
      * 15-10-26 MRT  THE RUN'S GLINTRFC ENTRIES NOW GO OUT BETWEEN AN
      *               IFCTL HEADER AND TRAILER (RECORD COUNT AND
      *               AMOUNT HASH) SO EVERY CONSUMER CAN PROVE THE
      *               BATCH ARRIVED WHOLE.
      * 15-10-26 MRT  ARINVOIC IS CHECKED AGAINST ITS IFCTL HEADERS AND
      *               TRAILERS BEFORE ANY PROVISION IS COMPUTED; A FILE
      *               THAT DOES NOT BALANCE STOPS THE RUN WITH RETURN
      *               CODE 8. THE CONTROL RECORDS ARE SKIPPED ON READ.
      * 15-10-26 MRT  THE PRIOR-PROVISION FILE IS NOW ASSIGNED TO
      *               PROVPRIO -- PROVPRIOR IS LONGER THAN A DD NAME
      *               MAY BE, SO NO JOB STEP COULD SUPPLY IT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BADDEBT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PC-STATUS.

           SELECT PRIOR-PROVISION-FILE ASSIGN TO "PROVPRIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-STATUS.


       COPY CTLTOTLNK.
       COPY JOBLGLNK.
       COPY IFCTLLNK.
       COPY RPTHDRLNK.

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

               OPEN OUTPUT GL-INTERFACE-FILE
           END-IF

           PERFORM 8970-WRITE-GL-HEADER
               THRU 8970-WRITE-GL-HEADER-EXIT

           PERFORM 1100-LOAD-PERCENTAGES
               THRU 1100-LOAD-PERCENTAGES-EXIT


           OPEN INPUT PRIOR-PROVISION-FILE
           IF WS-PR-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO PROVPRIO -- PRIMEIRO '
                   'MES DE PROVISAO'
               GO TO 1200-LOAD-PRIOR-PROVISION-EXIT
           END-IF
       1210-STORE-PRIOR-EXIT.
           EXIT.

      ******************************************************************
      * 1900-CHECK-AR-CONTROL -- IFCTL CHECKING PASS OVER ARINVOIC
      * BEFORE ANY PROVISION IS COMPUTED: EVERY BATCH MUST BALANCE
      * TO ITS TRAILER. ARINVOIC IS THE STANDING OPEN-ITEM FILE, SO
      * A BATCH HAS NO AGE LIMIT
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
               UNTIL WS-END-OF-FILE

           CLOSE AR-INVOICE-FILE
           MOVE 'N' TO WS-EOF-SWITCH

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
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 1910-CHECK-AR-RECORD-EXIT
           END-READ

           MOVE AR-INVOICE-RECORD TO IC-REGISTRO
           MOVE ZEROS             TO IC-VALOR
           IF NOT IC-REG-CONTROLE
               MOVE AI-VALOR      TO IC-VALOR
           END-IF
           MOVE 'ARINVOIC'    TO IC-ARQUIVO
           MOVE 'L'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS.

       1910-CHECK-AR-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROVISION-INVOICE -- ARAGING'S OWN BUCKET RULE, THEN THE
      * FAIXA'S PERCENTAGE ON THE OPEN AMOUNT
           IF WS-AI-STATUS = '00'
               CLOSE AR-INVOICE-FILE
           END-IF
           PERFORM 8972-WRITE-GL-TRAILER
               THRU 8972-WRITE-GL-TRAILER-EXIT
           CLOSE GL-INTERFACE-FILE
           CLOSE PROVISION-REPORT-FILE.

               MOVE WS-MOVIMENTO-ABS    TO GL-AMOUNT
               MOVE WS-GL-PERIODO       TO GL-PERIODO
               MOVE 'PDD  '             TO GL-EMP-ID
               PERFORM 8971-WRITE-GL-ENTRY
                   THRU 8971-WRITE-GL-ENTRY-EXIT

               MOVE WS-GL-ACCT-PROV-PDD TO GL-ACCOUNT-CODE
               MOVE 'C'                 TO GL-DC-INDICADOR
               PERFORM 8971-WRITE-GL-ENTRY
                   THRU 8971-WRITE-GL-ENTRY-EXIT
           ELSE
               COMPUTE WS-MOVIMENTO-ABS = ZERO - WS-MOVIMENTO

               MOVE WS-MOVIMENTO-ABS    TO GL-AMOUNT
               MOVE WS-GL-PERIODO       TO GL-PERIODO
               MOVE 'PDD  '             TO GL-EMP-ID
               PERFORM 8971-WRITE-GL-ENTRY
                   THRU 8971-WRITE-GL-ENTRY-EXIT

               MOVE WS-GL-ACCT-DESP-PDD TO GL-ACCOUNT-CODE
               MOVE 'C'                 TO GL-DC-INDICADOR
               PERFORM 8971-WRITE-GL-ENTRY
                   THRU 8971-WRITE-GL-ENTRY-EXIT
           END-IF.

       3300-POST-MOVEMENT-EXIT.
           READ AR-INVOICE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 8000-READ-INVOICE-EXIT
           END-READ

           IF AR-INVOICE-RECORD(1:2) = '*H'
               OR AR-INVOICE-RECORD(1:2) = '*T'
               GO TO 8000-READ-INVOICE
           END-IF.

       8000-READ-INVOICE-EXIT.
           EXIT.

       8200-READ-PRIOR-EXIT.
           EXIT.

      ******************************************************************
      * 8970-WRITE-GL-HEADER -- THE IFCTL HEADER OPENS THIS RUN'S
      * BATCH ON GLINTRFC
      ******************************************************************
       8970-WRITE-GL-HEADER.

           MOVE 'GLINTRFC'    TO IC-ARQUIVO
           MOVE JL-PROGRAM-ID TO IC-PROGRAMA
           MOVE 'A'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS
           WRITE GL-INTERFACE-RECORD FROM IC-REGISTRO.

       8970-WRITE-GL-HEADER-EXIT.
           EXIT.

      ******************************************************************
      * 8971-WRITE-GL-ENTRY -- WRITE ONE RECORD AND COUNT IT
      * INTO THE BATCH'S TRAILER TOTALS
      ******************************************************************
       8971-WRITE-GL-ENTRY.

           WRITE GL-INTERFACE-RECORD

           MOVE 'GLINTRFC'    TO IC-ARQUIVO
           MOVE GL-AMOUNT     TO IC-VALOR
           MOVE 'G'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS.

       8971-WRITE-GL-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * 8972-WRITE-GL-TRAILER -- THE IFCTL TRAILER CLOSES THE
      * BATCH WITH ITS RECORD COUNT AND AMOUNT HASH
      ******************************************************************
       8972-WRITE-GL-TRAILER.

           MOVE 'GLINTRFC'    TO IC-ARQUIVO
           MOVE 'T'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS
           WRITE GL-INTERFACE-RECORD FROM IC-REGISTRO.

       8972-WRITE-GL-TRAILER-EXIT.
           EXIT.
