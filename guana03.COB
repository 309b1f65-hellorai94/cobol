      *               TARIFA/JUROSC CHARGE DEBITS ACCTFEES GENERATES
      *               DO NOT COUNT AS CUSTOMER ACTIVITY. ACCTATTR IS
      *               NOW OPENED I-O FOR THE STATUS REWRITE.
      * 15-10-26 MRT  PRESENTED CHEQUES (AT-TIPO 'Q', CHEQUE NUMBER IN
      *               AT-REF-TRANSFER) ARE CHECKED AGAINST THE NEW
      *               CHEQMAST REGISTER KEPT BY CHEQMNT: A NUMBER NOT
      *               ISSUED TO THE ACCOUNT, A STOPPED CHEQUE OR ONE
      *               ALREADY PAID IS RETURNED WITHOUT POSTING, AND SO
      *               IS A CHEQUE THE BALANCE PLUS ATT-LIMITE-ESPECIAL
      *               CANNOT COVER. RETURNS GO TO THE NEW CHEQDEV FILE
      *               (OPEN EXTEND) FOR THE ACCTFEES RETURNED-CHEQUE
      *               FEE AND REPORT. A PAID CHEQUE POSTS AS AN
      *               ORDINARY 'D' DEBIT STAMPED 'CHEQUE'. NO CHEQMAST
      *               MEANS CHEQUES ARE HELD ON ACCTHOLD.
      * 15-10-26 MRT  THE CDBVENC TERM-DEPOSIT STAMPS (JURCDB INTEREST,
      *               IRRFCD WITHHOLDING) DO NOT REACTIVATE A DORMANT
      *               ACCOUNT.
      * 15-10-26 MRT  OUTBOUND INTERBANK TRANSFERS (AT-TIPO 'X', TEDMAST
      *               REFERENCE IN AT-REF-TRANSFER) RELEASED BY TEDMNT
      *               ARE CHECKED AGAINST THE TEDMAST REGISTER AND THE
      *               BALANCE PLUS ATT-LIMITE-ESPECIAL. A COVERED ONE
      *               POSTS AS A 'D' DEBIT STAMPED 'TRFEXT' AND GOES
      *               OUT ON THE NEW TEDREM REMITTANCE (OPEN EXTEND);
      *               AN UNCOVERED ONE, OR ONE ON A CLOSED ACCOUNT, IS
      *               MARKED REFUSED WITHOUT POSTING. NO TEDMAST MEANS
      *               THE TRANSFERS ARE HELD ON ACCTHOLD. THE TEDRETN
      *               CREDIT-BACK STAMP 'DEVEXT' DOES NOT REACTIVATE A
      *               DORMANT ACCOUNT.
      * 15-10-26 MRT  EVERY CLOSING BALANCE WRITTEN TO ACCTBAL IS ALSO
      *               APPENDED, DATED, TO THE SALDOHIS SNAPSHOT FILE
      *               (ROTATED TO SALDOARC BY HOUSKEEP). NEW PARM
      *               'SALDODIA' ANSWERS THE BALANCE OF AN ACCOUNT AS
      *               OF A PAST DATE FROM SALDOARC AND SALDOHIS.
      * 15-10-26 MRT  EVERY POSTED TRANSACTION NOW GOES TO THE GENERAL
      *               LEDGER: THE ACCOUNT CLASS'S DEPOSIT LIABILITY
      *               (2800/2810/2820 BY ATT-TIPO-CONTA) AGAINST AN
      *               OFFSET PICKED BY TYPE AND BANK STAMP -- CASH,
      *               THE ACCTFEES AND INTERNAL-TRANSFER CLEARING
      *               ACCOUNTS, ACCRUED SAVINGS INTEREST, CDB INTEREST
      *               EXPENSE OR IRRF PAYABLE. TOTALS ARE WRITTEN TO
      *               GLINTRFC (OPEN EXTEND) AT EVERY CHECKPOINT AND
      *               AT END OF RUN, SO A RESTART DOES NOT REPOST.
      * 15-10-26 MRT  THE RUN'S GLINTRFC ENTRIES NOW GO OUT BETWEEN AN
      *               IFCTL HEADER AND TRAILER (RECORD COUNT AND
      *               AMOUNT HASH) SO EVERY CONSUMER CAN PROVE THE
      *               BATCH ARRIVED WHOLE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUANA03.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIS-STATUS.

           SELECT CHEQUE-REGISTER-FILE ASSIGN TO "CHEQMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CQ-CHAVE
               FILE STATUS IS WS-CHQ-STATUS.

           SELECT RETURNED-CHEQUE-FILE ASSIGN TO "CHEQDEV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CDV-STATUS.

           SELECT INTERBANK-TRANSFER-FILE ASSIGN TO "TEDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TE-REF
               FILE STATUS IS WS-TED-STATUS.

           SELECT TRANSFER-REMITTANCE-FILE ASSIGN TO "TEDREM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REM-STATUS.

           SELECT BALANCE-HISTORY-FILE ASSIGN TO "SALDOHIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHS-STATUS.

           SELECT BALANCE-HISTORY-ARCH ASSIGN TO "SALDOARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHA-STATUS.

           SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTRFC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-TRANSACTION-FILE
               88  AT-TRANSF-SAIDA            VALUE 'T'.
               88  AT-TRANSF-ENTRADA          VALUE 'V'.
               88  AT-TRANSFERENCIA           VALUES 'T' 'V'.
               88  AT-CHEQUE                  VALUE 'Q'.
               88  AT-TRANSF-EXTERNA          VALUE 'X'.
           05  AT-VALOR                PIC 9(05)V99.
           05  AT-CONTRA-CONTA         PIC X(06).
           05  AT-REF-TRANSFER         PIC X(06).
           RECORD CONTAINS 34 CHARACTERS.
       01  ACCOUNT-HISTORY-RECORD      PIC X(34).

      *-----------------------------------------------------------------
      * CHEQUE-REGISTER-FILE -- CHEQMNT'S REGISTER OF EVERY LEAF ISSUED
      * TO AN ACCOUNT; RETURNED-CHEQUE-FILE -- CHEQUES BOUNCED BY THIS
      * RUN, APPENDED FOR THE ACCTFEES FEE AND REPORT
      *-----------------------------------------------------------------
       FD  CHEQUE-REGISTER-FILE.
           COPY CHEQMAST.

       FD  RETURNED-CHEQUE-FILE.
           COPY CHEQDEV.

      *-----------------------------------------------------------------
      * INTERBANK-TRANSFER-FILE -- TEDMNT'S REGISTER OF OUTBOUND TED/
      * PIX TRANSFERS; TRANSFER-REMITTANCE-FILE -- ONE DETAIL PER
      * TRANSFER DEBITED BY THIS RUN, APPENDED FOR TRANSMISSION TO
      * THE BANK
      *-----------------------------------------------------------------
       FD  INTERBANK-TRANSFER-FILE.
           COPY TEDMAST.

      *-----------------------------------------------------------------
      * BALANCE-HISTORY-FILE -- DATED END-OF-DAY BALANCE SNAPSHOTS,
      * APPENDED BY THE NIGHTLY RUN; BALANCE-HISTORY-ARCH -- THE OLDER
      * SNAPSHOTS HOUSKEEP HAS ROTATED OUT, READ ONLY BY 'SALDODIA'
      *-----------------------------------------------------------------
       FD  BALANCE-HISTORY-FILE.
           COPY SALDOHIS.

       FD  BALANCE-HISTORY-ARCH
           RECORD CONTAINS 30 CHARACTERS.
       01  BALANCE-HISTORY-ARCH-RECORD PIC X(30).

       FD  GL-INTERFACE-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  GL-INTERFACE-RECORD.
           05  GL-ACCOUNT-CODE     PIC X(08).
           05  GL-DC-INDICADOR     PIC X(01).
           05  GL-AMOUNT           PIC 9(07)V99.
           05  GL-PERIODO          PIC 9(06).
           05  GL-EMP-ID           PIC X(05).

       FD  TRANSFER-REMITTANCE-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  TRANSFER-REMITTANCE-RECORD.
           05  RM-TIPO-REGISTRO        PIC X(01).
           05  RM-REF                  PIC X(06).
           05  RM-MODALIDADE           PIC X(01).
           05  RM-DATA                 PIC 9(08).
           05  RM-CONTA-ORIGEM         PIC X(06).
           05  RM-BANCO-DEST           PIC 9(03).
           05  RM-AGENCIA-DEST         PIC 9(04).
           05  RM-CONTA-DEST           PIC X(12).
           05  RM-CPF-CNPJ-DEST        PIC X(14).
           05  RM-NOME-DEST            PIC X(25).
           05  RM-VALOR                PIC 9(07)V99.
           05  FILLER                  PIC X(11).

       WORKING-STORAGE SECTION.

       77  WS-AT-STATUS            PIC X(02) VALUE SPACES.
       77  WS-HIST-POSTADO-SW      PIC X(01) VALUE 'N'.
           88  WS-HIST-POSTADO               VALUE 'S'.

      *-----------------------------------------------------------------
      * CHEQUE CLEARING -- NO CHEQMAST REGISTER MEANS PRESENTED
      * CHEQUES ARE HELD, NOT PAID BLIND
      *-----------------------------------------------------------------
       77  WS-CHQ-STATUS           PIC X(02) VALUE SPACES.
       77  WS-CDV-STATUS           PIC X(02) VALUE SPACES.
       77  WS-CHQ-DISPONIVEL       PIC X(01) VALUE 'N'.
           88  WS-TEM-REGISTRO-CHEQUE        VALUE 'S'.
       77  WS-CHQ-MOTIVO           PIC X(02) VALUE SPACES.
       77  WS-SALDO-APOS-CHEQUE    PIC S9(09)V99 VALUE ZEROS.
       77  WS-TOTAL-CHEQUES-PAGOS  PIC S9(09)V99 VALUE ZEROS.
       77  WS-QTDE-CHEQUES-PAGOS   PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-CHEQUES-DEVOL   PIC 9(05) VALUE ZEROS.

      *-----------------------------------------------------------------
      * OUTBOUND INTERBANK TRANSFERS -- NO TEDMAST REGISTER MEANS THE
      * RELEASED TRANSFERS ARE HELD, NOT SENT BLIND
      *-----------------------------------------------------------------
       77  WS-TED-STATUS           PIC X(02) VALUE SPACES.
       77  WS-REM-STATUS           PIC X(02) VALUE SPACES.
       77  WS-SHS-STATUS           PIC X(02) VALUE SPACES.
       77  WS-SHA-STATUS           PIC X(02) VALUE SPACES.
       77  WS-TED-DISPONIVEL       PIC X(01) VALUE 'N'.
           88  WS-TEM-REGISTRO-TED           VALUE 'S'.
       77  WS-MOTIVO-TRF-EXT       PIC X(20) VALUE SPACES.
       77  WS-SALDO-APOS-ENVIO     PIC S9(09)V99 VALUE ZEROS.
       77  WS-TOTAL-TRF-EXTERNAS   PIC S9(09)V99 VALUE ZEROS.
       77  WS-QTDE-TRF-EXTERNAS    PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-TRF-EXT-RECUSA  PIC 9(05) VALUE ZEROS.

      *-----------------------------------------------------------------
      * CALENDAR TABLE -- LOADED FROM THE FISCALCAL CALENDAR FILE AT
      * STARTUP; NO CALENDAR MEANS NO DATE EDITS
       77  WS-TOTAL-TRANSFERENCIAS PIC S9(09)V99 VALUE ZEROS.
       77  WS-QTDE-TRF-REJEITADAS  PIC 9(05) VALUE ZEROS.

      *-----------------------------------------------------------------
      * GENERAL-LEDGER POSTING -- EACH POSTED TRANSACTION MOVES ITS
      * ACCOUNT CLASS'S DEPOSIT LIABILITY AGAINST THE OFFSET ITS
      * ORIGIN CALLS FOR. TOTALS ARE HELD BY DEPOSIT ACCOUNT, OFFSET
      * AND ORIGIN TAG UNTIL THE NEXT CHECKPOINT OR END OF RUN
      *-----------------------------------------------------------------
       77  WS-GL-STATUS            PIC X(02) VALUE SPACES.
       77  WS-GL-PERIODO           PIC 9(06) VALUE ZEROS.
       77  WS-GL-ACCT-CAIXA        PIC X(08) VALUE '1100-000'.
       77  WS-GL-ACCT-TARIFAS-DEB  PIC X(08) VALUE '1350-000'.
       77  WS-GL-ACCT-TRANSF-INT   PIC X(08) VALUE '1390-000'.
       77  WS-GL-ACCT-IRRF-CDB     PIC X(08) VALUE '2210-000'.
       77  WS-GL-ACCT-DEP-VISTA    PIC X(08) VALUE '2800-000'.
       77  WS-GL-ACCT-DEP-POUPANCA PIC X(08) VALUE '2810-000'.
       77  WS-GL-ACCT-DEP-PRAZO    PIC X(08) VALUE '2820-000'.
       77  WS-GL-ACCT-JUROS-POU    PIC X(08) VALUE '2830-000'.
       77  WS-GL-ACCT-DESP-CDB     PIC X(08) VALUE '6410-000'.
       77  WS-GL-CONTA-DEPOSITO    PIC X(08) VALUE '2800-000'.
       77  WS-GL-CONTRAPARTIDA     PIC X(08) VALUE SPACES.
       77  WS-GL-ORIGEM            PIC X(05) VALUE SPACES.
       77  WS-GL-MAX-LANCTO        PIC 9(07)V99 VALUE 9999999.99.
       77  WS-GL-RESTANTE          PIC 9(11)V99 VALUE ZEROS.
       77  WS-GL-VALOR             PIC 9(07)V99 VALUE ZEROS.
       77  WS-GL-CONTA-DEBITO      PIC X(08) VALUE SPACES.
       77  WS-GL-CONTA-CREDITO     PIC X(08) VALUE SPACES.
       77  WS-GL-QTDE-LANCTOS      PIC 9(07) VALUE ZEROS.
       77  WS-GLT-COUNT            PIC 9(03) VALUE ZEROS.

       01  WS-GL-TABLE.
           05  WS-GLT-ENTRY OCCURS 60 TIMES
                            INDEXED BY WS-GLT-IDX.
               10  WS-GLT-CONTA-DEP    PIC X(08).
               10  WS-GLT-CONTRA       PIC X(08).
               10  WS-GLT-ORIGEM       PIC X(05).
               10  WS-GLT-DEBITOS      PIC 9(11)V99.
               10  WS-GLT-CREDITOS     PIC 9(11)V99.

      *-----------------------------------------------------------------
      * CURRENT ACCOUNT'S ATTRIBUTES -- FETCHED ONCE PER ACCOUNT BREAK
      * FROM THE ACCTATTR MASTER; NO MASTER OR NO RECORD READS AS AN

      *-----------------------------------------------------------------
      * RUN-MODE SWITCH -- PARM 'CONSULTA' GIVES A SINGLE ON-DEMAND
      * BALANCE LOOKUP INSTEAD OF THE FULL NIGHTLY STATEMENT RUN;
      * PARM 'SALDODIA' GIVES THE BALANCE AS OF A PAST DATE
      *-----------------------------------------------------------------
       77  WS-MODO-EXECUCAO        PIC X(08) VALUE SPACES.
           88  WS-MODO-CONSULTA              VALUE 'CONSULTA'.
           88  WS-MODO-SALDO-DATA            VALUE 'SALDODIA'.
       77  WS-CONSULTA-ID          PIC X(06) VALUE SPACES.

      *-----------------------------------------------------------------
      * AS-OF-DATE INQUIRY -- THE REQUESTED DATE, THE BEST SNAPSHOT
      * FOUND SO FAR, AND A VIEW OF THE SNAPSHOT LAST READ FROM EITHER
      * THE ARCHIVE OR THE ONLINE FILE
      *-----------------------------------------------------------------
       77  WS-CONSULTA-DATA-X      PIC X(08) VALUE SPACES.
       77  WS-CONSULTA-DATA        PIC 9(08) VALUE ZEROS.
       77  WS-SH-ACHOU             PIC X(01) VALUE 'N'.
           88  WS-SH-ENCONTROU               VALUE 'S'.
       77  WS-SH-MELHOR-DATA       PIC 9(08) VALUE ZEROS.
       77  WS-SH-MELHOR-SALDO      PIC S9(07)V99 VALUE ZEROS.
       77  WS-SH-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-SH-END-OF-FILE             VALUE 'Y'.
       77  WS-SH-SALDO-EDIT        PIC -Z(06)9.99.

       01  WS-SH-VIEW.
           05  WS-SHV-ACCOUNT-ID       PIC X(06).
           05  WS-SHV-DATA             PIC 9(08).
           05  WS-SHV-SALDO            PIC S9(07)V99.
           05  FILLER                  PIC X(07).

       77  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE                VALUE 'Y'.
       77  WS-CKPT-EOF-SWITCH      PIC X(01) VALUE 'N'.

       COPY CTLTOTLNK.
       COPY JOBLGLNK.
       COPY IFCTLLNK.
       COPY RPTHDRLNK.

       PROCEDURE DIVISION.
               STOP RUN
           END-IF

           IF WS-MODO-SALDO-DATA
               PERFORM 5100-AS-OF-DATE-INQUIRY
                   THRU 5100-AS-OF-DATE-INQUIRY-EXIT
               STOP RUN
           END-IF

           MOVE 'GUANA03' TO JL-PROGRAM-ID
           MOVE 'S'       TO JL-ACAO
           CALL 'JOBLOG' USING JOBLOG-PARMS
           CLOSE TRANSFER-EXCEPTION-FILE
           CLOSE ACCOUNT-HOLD-FILE
           CLOSE ACCOUNT-HISTORY-FILE
           CLOSE RETURNED-CHEQUE-FILE
           CLOSE TRANSFER-REMITTANCE-FILE
           CLOSE BALANCE-HISTORY-FILE
           PERFORM 8972-WRITE-GL-TRAILER
               THRU 8972-WRITE-GL-TRAILER-EXIT
           CLOSE GL-INTERFACE-FILE

           IF WS-TEM-REGISTRO-CHEQUE
               CLOSE CHEQUE-REGISTER-FILE
           END-IF

           IF WS-TEM-REGISTRO-TED
               CLOSE INTERBANK-TRANSFER-FILE
           END-IF

           DISPLAY 'LANCAMENTOS COM DATA REJEITADA: '
               WS-QTDE-DATA-REJEITADA
               OPEN OUTPUT ACCOUNT-HISTORY-FILE
           END-IF

           OPEN EXTEND RETURNED-CHEQUE-FILE
           IF WS-CDV-STATUS NOT = '00'
               OPEN OUTPUT RETURNED-CHEQUE-FILE
           END-IF

           OPEN I-O CHEQUE-REGISTER-FILE
           IF WS-CHQ-STATUS = '00'
               MOVE 'S' TO WS-CHQ-DISPONIVEL
           ELSE
               DISPLAY 'AVISO - SEM REGISTRO CHEQMAST -- CHEQUES '
                   'APRESENTADOS FICAM RETIDOS'
           END-IF

           OPEN EXTEND TRANSFER-REMITTANCE-FILE
           IF WS-REM-STATUS NOT = '00'
               OPEN OUTPUT TRANSFER-REMITTANCE-FILE
           END-IF

           OPEN EXTEND BALANCE-HISTORY-FILE
           IF WS-SHS-STATUS NOT = '00'
               OPEN OUTPUT BALANCE-HISTORY-FILE
           END-IF

           MOVE WS-DATA-HOJE(1:6) TO WS-GL-PERIODO
           OPEN EXTEND GL-INTERFACE-FILE
           IF WS-GL-STATUS NOT = '00'
               OPEN OUTPUT GL-INTERFACE-FILE
           END-IF

           PERFORM 8970-WRITE-GL-HEADER
               THRU 8970-WRITE-GL-HEADER-EXIT

           OPEN I-O INTERBANK-TRANSFER-FILE
           IF WS-TED-STATUS = '00'
               MOVE 'S' TO WS-TED-DISPONIVEL
           ELSE
               DISPLAY 'AVISO - SEM REGISTRO TEDMAST -- TRANSFERENCIAS '
                   'INTERBANCARIAS FICAM RETIDAS'
           END-IF

           PERFORM 1400-LOAD-CALENDAR
               THRU 1400-LOAD-CALENDAR-EXIT

                   GO TO 2000-PROCESS-TRANSACTION-NEXT
               END-IF

               IF AT-CHEQUE AND NOT WS-TEM-REGISTRO-CHEQUE
                   PERFORM 2920-HOLD-TRANSACTION
                       THRU 2920-HOLD-TRANSACTION-EXIT
                   GO TO 2000-PROCESS-TRANSACTION-NEXT
               END-IF

               IF AT-TRANSF-EXTERNA AND NOT WS-TEM-REGISTRO-TED
                   PERFORM 2920-HOLD-TRANSACTION
                       THRU 2920-HOLD-TRANSACTION-EXIT
                   GO TO 2000-PROCESS-TRANSACTION-NEXT
               END-IF

               IF WS-CONTA-FECHADA
                   PERFORM 2600-REJECT-CLOSED
                       THRU 2600-REJECT-CLOSED-EXIT
                       WHEN AT-TRANSFERENCIA
                           PERFORM 2800-POST-TRANSFER-LEG
                               THRU 2800-POST-TRANSFER-LEG-EXIT
                       WHEN AT-CHEQUE
                           PERFORM 2850-PRESENT-CHEQUE
                               THRU 2850-PRESENT-CHEQUE-EXIT
                       WHEN AT-TRANSF-EXTERNA
                           PERFORM 2870-SEND-EXTERNAL-TRANSFER
                               THRU 2870-SEND-EXTERNAL-TRANSFER-EXIT
                       WHEN AT-DEBITO
                           SUBTRACT AT-VALOR FROM WS-SALDO-CONTA
                           ADD AT-VALOR TO WS-TOTAL-DEBITOS
                           TO ACCOUNT-HISTORY-RECORD
                       WRITE ACCOUNT-HISTORY-RECORD

                       PERFORM 2960-ACCUMULATE-GL
                           THRU 2960-ACCUMULATE-GL-EXIT

                       IF WS-CONTA-DORME
                           PERFORM 2950-REACTIVATE-DORMANT
                               THRU 2950-REACTIVATE-DORMANT-EXIT
      * 2950-REACTIVATE-DORMANT -- THE FIRST CUSTOMER-ORIGINATED
      * POSTING WAKES A DORMANT ACCOUNT BACK TO ACTIVE; THE BANK'S
      * OWN STAMPS (ACCTFEES TARIFA/JUROSC CHARGES, INTACCRU JURPOU
      * INTEREST CREDITS, CDBVENC JURCDB/IRRFCD POSTINGS, TEDRETN
      * DEVEXT CREDIT-BACKS) ARE NOT CUSTOMER ACTIVITY AND LEAVE THE
      * STATUS ALONE
      ******************************************************************
       2950-REACTIVATE-DORMANT.
           IF AT-CONTRA-CONTA = 'TARIFA'
               OR AT-CONTRA-CONTA = 'JUROSC'
               OR AT-CONTRA-CONTA = 'JURPOU'
               OR AT-CONTRA-CONTA = 'JURCDB'
               OR AT-CONTRA-CONTA = 'IRRFCD'
               OR AT-CONTRA-CONTA = 'DEVEXT'
               GO TO 2950-REACTIVATE-DORMANT-EXIT
           END-IF

       2950-REACTIVATE-DORMANT-EXIT.
           EXIT.

      ******************************************************************
      * 2960-ACCUMULATE-GL -- PICK THE OFFSET FOR A POSTED TRANSACTION
      * FROM ITS TYPE AND BANK STAMP AND ADD IT TO THE LEDGER TOTALS.
      * TRANSFER LEGS CLEAR THROUGH THE INTERNAL-TRANSFER ACCOUNT;
      * ACCTFEES CHARGES CLEAR THE RECEIVABLE ACCTFEES BOOKED; SAVINGS
      * INTEREST SETTLES THE INTACCRU ACCRUAL; EVERYTHING ELSE IS CASH
      ******************************************************************
       2960-ACCUMULATE-GL.

           EVALUATE TRUE
               WHEN AT-TRANSFERENCIA
                   MOVE WS-GL-ACCT-TRANSF-INT  TO WS-GL-CONTRAPARTIDA
                   MOVE 'TRANS'                TO WS-GL-ORIGEM
               WHEN AT-CONTRA-CONTA = 'TARIFA'
                   MOVE WS-GL-ACCT-TARIFAS-DEB TO WS-GL-CONTRAPARTIDA
                   MOVE 'TARIF'                TO WS-GL-ORIGEM
               WHEN AT-CONTRA-CONTA = 'JUROSC'
                   MOVE WS-GL-ACCT-TARIFAS-DEB TO WS-GL-CONTRAPARTIDA
                   MOVE 'JUROS'                TO WS-GL-ORIGEM
               WHEN AT-CONTRA-CONTA = 'JURPOU'
                   MOVE WS-GL-ACCT-JUROS-POU   TO WS-GL-CONTRAPARTIDA
                   MOVE 'JRPOU'                TO WS-GL-ORIGEM
               WHEN AT-CONTRA-CONTA = 'JURCDB'
                   MOVE WS-GL-ACCT-DESP-CDB    TO WS-GL-CONTRAPARTIDA
                   MOVE 'JRCDB'                TO WS-GL-ORIGEM
               WHEN AT-CONTRA-CONTA = 'IRRFCD'
                   MOVE WS-GL-ACCT-IRRF-CDB    TO WS-GL-CONTRAPARTIDA
                   MOVE 'IRRF '                TO WS-GL-ORIGEM
               WHEN AT-CONTRA-CONTA = 'CHEQUE'
                   MOVE WS-GL-ACCT-CAIXA       TO WS-GL-CONTRAPARTIDA
                   MOVE 'CHEQ '                TO WS-GL-ORIGEM
               WHEN AT-CONTRA-CONTA = 'TRFEXT'
                   MOVE WS-GL-ACCT-CAIXA       TO WS-GL-CONTRAPARTIDA
                   MOVE 'TED  '                TO WS-GL-ORIGEM
               WHEN AT-CONTRA-CONTA = 'DEVEXT'
                   MOVE WS-GL-ACCT-CAIXA       TO WS-GL-CONTRAPARTIDA
                   MOVE 'DVTED'                TO WS-GL-ORIGEM
               WHEN OTHER
                   MOVE WS-GL-ACCT-CAIXA       TO WS-GL-CONTRAPARTIDA
                   MOVE 'DEPOS'                TO WS-GL-ORIGEM
           END-EVALUATE

           SET WS-GLT-IDX TO 1
           SEARCH WS-GLT-ENTRY
               AT END
                   PERFORM 2980-FLUSH-GL
                       THRU 2980-FLUSH-GL-EXIT
                   PERFORM 2970-NEW-GL-ENTRY
                       THRU 2970-NEW-GL-ENTRY-EXIT
               WHEN WS-GLT-IDX > WS-GLT-COUNT
                   PERFORM 2970-NEW-GL-ENTRY
                       THRU 2970-NEW-GL-ENTRY-EXIT
               WHEN WS-GLT-CONTA-DEP(WS-GLT-IDX) = WS-GL-CONTA-DEPOSITO
                   AND WS-GLT-CONTRA(WS-GLT-IDX) = WS-GL-CONTRAPARTIDA
                   AND WS-GLT-ORIGEM(WS-GLT-IDX) = WS-GL-ORIGEM
                   CONTINUE
           END-SEARCH

           IF AT-DEBITO OR AT-TRANSF-SAIDA
               ADD AT-VALOR TO WS-GLT-DEBITOS(WS-GLT-IDX)
           ELSE
               ADD AT-VALOR TO WS-GLT-CREDITOS(WS-GLT-IDX)
           END-IF.

       2960-ACCUMULATE-GL-EXIT.
           EXIT.

      ******************************************************************
      * 2970-NEW-GL-ENTRY -- OPEN THE NEXT SLOT OF THE LEDGER TOTALS
      ******************************************************************
       2970-NEW-GL-ENTRY.

           ADD 1 TO WS-GLT-COUNT
           SET WS-GLT-IDX TO WS-GLT-COUNT

           MOVE WS-GL-CONTA-DEPOSITO TO WS-GLT-CONTA-DEP(WS-GLT-IDX)
           MOVE WS-GL-CONTRAPARTIDA  TO WS-GLT-CONTRA(WS-GLT-IDX)
           MOVE WS-GL-ORIGEM         TO WS-GLT-ORIGEM(WS-GLT-IDX)
           MOVE ZEROS                TO WS-GLT-DEBITOS(WS-GLT-IDX)
           MOVE ZEROS                TO WS-GLT-CREDITOS(WS-GLT-IDX).

       2970-NEW-GL-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * 2980-FLUSH-GL -- WRITE THE HELD LEDGER TOTALS TO GLINTRFC AND
      * EMPTY THE TABLE
      ******************************************************************
       2980-FLUSH-GL.

           PERFORM 2990-WRITE-GL-ENTRY
               THRU 2990-WRITE-GL-ENTRY-EXIT
               VARYING WS-GLT-IDX FROM 1 BY 1
               UNTIL WS-GLT-IDX > WS-GLT-COUNT

           MOVE ZEROS TO WS-GLT-COUNT.

       2980-FLUSH-GL-EXIT.
           EXIT.

      ******************************************************************
      * 2990-WRITE-GL-ENTRY -- CUSTOMER DEBITS REDUCE THE DEPOSIT
      * LIABILITY (DEBIT DEPOSITS, CREDIT THE OFFSET); CUSTOMER
      * CREDITS INCREASE IT (DEBIT THE OFFSET, CREDIT DEPOSITS)
      ******************************************************************
       2990-WRITE-GL-ENTRY.

           MOVE WS-GLT-CONTA-DEP(WS-GLT-IDX) TO WS-GL-CONTA-DEBITO
           MOVE WS-GLT-CONTRA(WS-GLT-IDX)    TO WS-GL-CONTA-CREDITO
           MOVE WS-GLT-DEBITOS(WS-GLT-IDX)   TO WS-GL-RESTANTE

           PERFORM 2995-WRITE-GL-PAIR
               THRU 2995-WRITE-GL-PAIR-EXIT
               UNTIL WS-GL-RESTANTE = ZEROS

           MOVE WS-GLT-CONTRA(WS-GLT-IDX)    TO WS-GL-CONTA-DEBITO
           MOVE WS-GLT-CONTA-DEP(WS-GLT-IDX) TO WS-GL-CONTA-CREDITO
           MOVE WS-GLT-CREDITOS(WS-GLT-IDX)  TO WS-GL-RESTANTE

           PERFORM 2995-WRITE-GL-PAIR
               THRU 2995-WRITE-GL-PAIR-EXIT
               UNTIL WS-GL-RESTANTE = ZEROS.

       2990-WRITE-GL-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * 2995-WRITE-GL-PAIR -- ONE BALANCED DEBIT/CREDIT PAIR; A TOTAL
      * TOO LARGE FOR GL-AMOUNT GOES OUT IN SEVERAL PAIRS
      ******************************************************************
       2995-WRITE-GL-PAIR.

           IF WS-GL-RESTANTE > WS-GL-MAX-LANCTO
               MOVE WS-GL-MAX-LANCTO TO WS-GL-VALOR
           ELSE
               MOVE WS-GL-RESTANTE   TO WS-GL-VALOR
           END-IF

           SUBTRACT WS-GL-VALOR FROM WS-GL-RESTANTE

           MOVE WS-GL-CONTA-DEBITO        TO GL-ACCOUNT-CODE
           MOVE 'D'                       TO GL-DC-INDICADOR
           MOVE WS-GL-VALOR               TO GL-AMOUNT
           MOVE WS-GL-PERIODO             TO GL-PERIODO
           MOVE WS-GLT-ORIGEM(WS-GLT-IDX) TO GL-EMP-ID
           PERFORM 8971-WRITE-GL-ENTRY
               THRU 8971-WRITE-GL-ENTRY-EXIT

           MOVE WS-GL-CONTA-CREDITO       TO GL-ACCOUNT-CODE
           MOVE 'C'                       TO GL-DC-INDICADOR
           PERFORM 8971-WRITE-GL-ENTRY
               THRU 8971-WRITE-GL-ENTRY-EXIT

           ADD 2 TO WS-GL-QTDE-LANCTOS.

       2995-WRITE-GL-PAIR-EXIT.
           EXIT.

      ******************************************************************
      * 2500-FETCH-ATTRIBUTES -- ONE KEYED READ PER ACCOUNT BREAK; NO
      * MASTER OR NO RECORD READS AS ACTIVE WITH NO OVERDRAFT LIMIT
           MOVE 'N'   TO WS-TEM-LIMITE-SW
           MOVE ZEROS TO WS-LIMITE-ATUAL
           MOVE ZEROS TO WS-LIMITE-NEGATIVO
           MOVE WS-GL-ACCT-DEP-VISTA TO WS-GL-CONTA-DEPOSITO

           IF NOT WS-TEM-ATRIBUTOS
               GO TO 2500-FETCH-ATTRIBUTES-EXIT
               MOVE 'S' TO WS-CONTA-DORMENTE-SW
           END-IF

           IF ATT-CONTA-POUPANCA
               MOVE WS-GL-ACCT-DEP-POUPANCA TO WS-GL-CONTA-DEPOSITO
           END-IF

           IF ATT-CONTA-PRAZO
               MOVE WS-GL-ACCT-DEP-PRAZO TO WS-GL-CONTA-DEPOSITO
           END-IF

           MOVE ATT-LIMITE-ESPECIAL TO WS-LIMITE-ATUAL
           COMPUTE WS-LIMITE-NEGATIVO = ZERO - WS-LIMITE-ATUAL
           MOVE 'S' TO WS-TEM-LIMITE-SW.
           DISPLAY 'REJEITADO - CONTA ENCERRADA ' AT-ACCOUNT-ID
               ' VALOR ' AT-VALOR

           ADD 1 TO WS-QTDE-REJ-ENCERRADA

      *    A RELEASED INTERBANK TRANSFER ON THE CLOSED ACCOUNT IS
      *    MARKED REFUSED SO IT DOES NOT SIT ON THE REGISTER FOREVER
           IF AT-TRANSF-EXTERNA AND WS-TEM-REGISTRO-TED
               PERFORM 2890-REFUSE-CLOSED-TRANSFER
                   THRU 2890-REFUSE-CLOSED-TRANSFER-EXIT
           END-IF.

       2600-REJECT-CLOSED-EXIT.
           EXIT.
       2800-POST-TRANSFER-LEG-EXIT.
           EXIT.

      ******************************************************************
      * 2850-PRESENT-CHEQUE -- A PRESENTED CHEQUE PAYS ONLY WHEN ITS
      * NUMBER WAS ISSUED TO THE ACCOUNT, IT IS NOT STOPPED OR ALREADY
      * PAID, AND THE BALANCE PLUS THE OVERDRAFT LIMIT COVERS IT.
      * OTHERWISE IT IS RETURNED WITH THE CLEARING-HOUSE MOTIVO
      * (31 NOT ISSUED, 21 STOPPED, 49 PAID OR PRESENTED AGAIN AFTER
      * A SECOND RETURN, 11/12 INSUFFICIENT FUNDS ON THE FIRST/SECOND
      * PRESENTATION) AND NOTHING POSTS. A PAID CHEQUE GOES TO HISTORY
      * AS AN ORDINARY DEBIT STAMPED 'CHEQUE'
      ******************************************************************
       2850-PRESENT-CHEQUE.

           MOVE SPACES TO WS-CHQ-MOTIVO

           IF AT-REF-TRANSFER NOT NUMERIC
               MOVE '31' TO WS-CHQ-MOTIVO
               PERFORM 2860-RETURN-CHEQUE
                   THRU 2860-RETURN-CHEQUE-EXIT
               GO TO 2850-PRESENT-CHEQUE-EXIT
           END-IF

           MOVE AT-ACCOUNT-ID   TO CQ-ACCOUNT-ID
           MOVE AT-REF-TRANSFER TO CQ-NUMERO
           READ CHEQUE-REGISTER-FILE
               INVALID KEY
                   MOVE '31' TO WS-CHQ-MOTIVO
                   PERFORM 2860-RETURN-CHEQUE
                       THRU 2860-RETURN-CHEQUE-EXIT
                   GO TO 2850-PRESENT-CHEQUE-EXIT
           END-READ

           EVALUATE TRUE
               WHEN CQ-SUSTADO
                   MOVE '21' TO WS-CHQ-MOTIVO
               WHEN CQ-COMPENSADO
                   MOVE '49' TO WS-CHQ-MOTIVO
               WHEN CQ-DEVOLVIDO AND CQ-QTDE-DEVOL-FUNDOS > 1
                   MOVE '49' TO WS-CHQ-MOTIVO
           END-EVALUATE

           IF WS-CHQ-MOTIVO NOT = SPACES
               PERFORM 2860-RETURN-CHEQUE
                   THRU 2860-RETURN-CHEQUE-EXIT
               GO TO 2850-PRESENT-CHEQUE-EXIT
           END-IF

      *    FUNDS TEST -- NO ACCTATTR RECORD MEANS NO OVERDRAFT, SO THE
      *    BALANCE ALONE MUST COVER THE CHEQUE
           COMPUTE WS-SALDO-APOS-CHEQUE = WS-SALDO-CONTA - AT-VALOR
           IF WS-SALDO-APOS-CHEQUE < WS-LIMITE-NEGATIVO
               IF CQ-QTDE-DEVOL-FUNDOS = ZEROS
                   MOVE '11' TO WS-CHQ-MOTIVO
               ELSE
                   MOVE '12' TO WS-CHQ-MOTIVO
               END-IF
               ADD 1 TO CQ-QTDE-DEVOL-FUNDOS
               MOVE 'D'           TO CQ-STATUS
               MOVE WS-CHQ-MOTIVO TO CQ-MOTIVO-DEVOL
               MOVE AT-VALOR      TO CQ-VALOR
               MOVE AT-DATA       TO CQ-DATA-SITUACAO
               REWRITE CHEQUE-REGISTER-RECORD
               PERFORM 2860-RETURN-CHEQUE
                   THRU 2860-RETURN-CHEQUE-EXIT
               GO TO 2850-PRESENT-CHEQUE-EXIT
           END-IF

           MOVE 'P'      TO CQ-STATUS
           MOVE AT-VALOR TO CQ-VALOR
           MOVE AT-DATA  TO CQ-DATA-SITUACAO
           REWRITE CHEQUE-REGISTER-RECORD

           SUBTRACT AT-VALOR FROM WS-SALDO-CONTA
           ADD AT-VALOR TO WS-TOTAL-DEBITOS
           ADD AT-VALOR TO WS-TOTAL-CHEQUES-PAGOS
           ADD 1 TO WS-QTDE-CHEQUES-PAGOS

           MOVE 'D'      TO AT-TIPO
           MOVE 'CHEQUE' TO AT-CONTRA-CONTA.

       2850-PRESENT-CHEQUE-EXIT.
           EXIT.

      ******************************************************************
      * 2860-RETURN-CHEQUE -- NOTHING POSTS; THE RETURN GOES TO CHEQDEV
      * FOR ACCTFEES AND TO THE EXCEPTION REPORT FOR THE BRANCH
      ******************************************************************
       2860-RETURN-CHEQUE.

           MOVE 'N' TO WS-HIST-POSTADO-SW

           MOVE SPACES          TO RETURNED-CHEQUE-RECORD
           MOVE AT-ACCOUNT-ID   TO CD-ACCOUNT-ID
           MOVE AT-REF-TRANSFER TO CD-NUMERO
           MOVE AT-DATA         TO CD-DATA
           MOVE AT-VALOR        TO CD-VALOR
           MOVE WS-CHQ-MOTIVO   TO CD-MOTIVO
           WRITE RETURNED-CHEQUE-RECORD

           MOVE SPACES          TO ACCOUNT-EXCEPTION-RECORD
           MOVE AT-ACCOUNT-ID   TO AEX-ACCOUNT-ID
           STRING 'CHEQUE DEVOLVIDO ' WS-CHQ-MOTIVO
               DELIMITED BY SIZE INTO AEX-MOTIVO
           MOVE AT-VALOR        TO AEX-VALOR
           WRITE ACCOUNT-EXCEPTION-RECORD

           DISPLAY 'CHEQUE DEVOLVIDO - CONTA ' AT-ACCOUNT-ID
               ' CHEQUE ' AT-REF-TRANSFER ' MOTIVO ' WS-CHQ-MOTIVO

           ADD 1 TO WS-QTDE-CHEQUES-DEVOL.

       2860-RETURN-CHEQUE-EXIT.
           EXIT.

      ******************************************************************
      * 2870-SEND-EXTERNAL-TRANSFER -- A RELEASED TED/PIX GOES OUT
      * ONLY WHEN THE REGISTER HOLDS IT FOR THIS ACCOUNT AND AMOUNT,
      * STILL WAITING ON THE FEED, AND THE BALANCE PLUS THE OVERDRAFT
      * LIMIT COVERS IT. A DIVERGENT OR REPEATED FEED RECORD IS
      * REJECTED WITHOUT TOUCHING THE REGISTER; AN UNCOVERED ONE IS
      * MARKED REFUSED. A SENT TRANSFER GOES TO THE TEDREM REMITTANCE
      * AND TO HISTORY AS AN ORDINARY DEBIT STAMPED 'TRFEXT'
      ******************************************************************
       2870-SEND-EXTERNAL-TRANSFER.

           MOVE AT-REF-TRANSFER TO TE-REF
           READ INTERBANK-TRANSFER-FILE
               INVALID KEY
                   MOVE 'TRF EXT INEXISTENTE' TO WS-MOTIVO-TRF-EXT
                   PERFORM 2880-REJECT-EXTERNAL-TRANSFER
                       THRU 2880-REJECT-EXTERNAL-TRANSFER-EXIT
                   GO TO 2870-SEND-EXTERNAL-TRANSFER-EXIT
           END-READ

           IF TE-ACCOUNT-ID NOT = AT-ACCOUNT-ID
               OR TE-VALOR NOT = AT-VALOR
               OR NOT TE-NO-FEED
               MOVE 'TRF EXT DIVERGENTE' TO WS-MOTIVO-TRF-EXT
               PERFORM 2880-REJECT-EXTERNAL-TRANSFER
                   THRU 2880-REJECT-EXTERNAL-TRANSFER-EXIT
               GO TO 2870-SEND-EXTERNAL-TRANSFER-EXIT
           END-IF

      *    FUNDS TEST -- NO ACCTATTR RECORD MEANS NO OVERDRAFT, SO THE
      *    BALANCE ALONE MUST COVER THE TRANSFER
           COMPUTE WS-SALDO-APOS-ENVIO = WS-SALDO-CONTA - AT-VALOR
           IF WS-SALDO-APOS-ENVIO < WS-LIMITE-NEGATIVO
               MOVE 'R'                  TO TE-STATUS
               MOVE WS-DATA-HOJE         TO TE-DATA-SITUACAO
               MOVE 'SALDO INSUFICIENTE' TO TE-MOTIVO
               REWRITE INTERBANK-TRANSFER-RECORD
               MOVE 'TRF EXT SEM SALDO'  TO WS-MOTIVO-TRF-EXT
               PERFORM 2880-REJECT-EXTERNAL-TRANSFER
                   THRU 2880-REJECT-EXTERNAL-TRANSFER-EXIT
               GO TO 2870-SEND-EXTERNAL-TRANSFER-EXIT
           END-IF

           MOVE 'E'          TO TE-STATUS
           MOVE WS-DATA-HOJE TO TE-DATA-SITUACAO
           REWRITE INTERBANK-TRANSFER-RECORD

           MOVE SPACES           TO TRANSFER-REMITTANCE-RECORD
           MOVE '1'              TO RM-TIPO-REGISTRO
           MOVE TE-REF           TO RM-REF
           MOVE TE-MODALIDADE    TO RM-MODALIDADE
           MOVE AT-DATA          TO RM-DATA
           MOVE TE-ACCOUNT-ID    TO RM-CONTA-ORIGEM
           MOVE TE-BANCO-DEST    TO RM-BANCO-DEST
           MOVE TE-AGENCIA-DEST  TO RM-AGENCIA-DEST
           MOVE TE-CONTA-DEST    TO RM-CONTA-DEST
           MOVE TE-CPF-CNPJ-DEST TO RM-CPF-CNPJ-DEST
           MOVE TE-NOME-DEST     TO RM-NOME-DEST
           MOVE TE-VALOR         TO RM-VALOR
           WRITE TRANSFER-REMITTANCE-RECORD

           SUBTRACT AT-VALOR FROM WS-SALDO-CONTA
           ADD AT-VALOR TO WS-TOTAL-DEBITOS
           ADD AT-VALOR TO WS-TOTAL-TRF-EXTERNAS
           ADD 1 TO WS-QTDE-TRF-EXTERNAS

           MOVE 'D'      TO AT-TIPO
           MOVE 'TRFEXT' TO AT-CONTRA-CONTA.

       2870-SEND-EXTERNAL-TRANSFER-EXIT.
           EXIT.

      ******************************************************************
      * 2880-REJECT-EXTERNAL-TRANSFER -- NOTHING POSTS AND NOTHING IS
      * SENT; THE REFUSAL GOES TO THE EXCEPTION REPORT FOR THE BRANCH
      ******************************************************************
       2880-REJECT-EXTERNAL-TRANSFER.

           MOVE 'N' TO WS-HIST-POSTADO-SW

           MOVE SPACES            TO ACCOUNT-EXCEPTION-RECORD
           MOVE AT-ACCOUNT-ID     TO AEX-ACCOUNT-ID
           MOVE WS-MOTIVO-TRF-EXT TO AEX-MOTIVO
           MOVE AT-VALOR          TO AEX-VALOR
           WRITE ACCOUNT-EXCEPTION-RECORD

           DISPLAY 'TRANSFERENCIA INTERBANCARIA RECUSADA - CONTA '
               AT-ACCOUNT-ID ' REF ' AT-REF-TRANSFER ' - '
               WS-MOTIVO-TRF-EXT

           ADD 1 TO WS-QTDE-TRF-EXT-RECUSA.

       2880-REJECT-EXTERNAL-TRANSFER-EXIT.
           EXIT.

      ******************************************************************
      * 2890-REFUSE-CLOSED-TRANSFER -- THE CLOSED-ACCOUNT REJECT WAS
      * ALREADY REPORTED BY 2600; ONLY THE REGISTER IS UPDATED HERE
      ******************************************************************
       2890-REFUSE-CLOSED-TRANSFER.

           MOVE AT-REF-TRANSFER TO TE-REF
           READ INTERBANK-TRANSFER-FILE
               INVALID KEY
                   GO TO 2890-REFUSE-CLOSED-TRANSFER-EXIT
           END-READ

           IF NOT TE-NO-FEED
               GO TO 2890-REFUSE-CLOSED-TRANSFER-EXIT
           END-IF

           MOVE 'R'               TO TE-STATUS
           MOVE WS-DATA-HOJE      TO TE-DATA-SITUACAO
           MOVE 'CONTA ENCERRADA' TO TE-MOTIVO
           REWRITE INTERBANK-TRANSFER-RECORD

           ADD 1 TO WS-QTDE-TRF-EXT-RECUSA.

       2890-REFUSE-CLOSED-TRANSFER-EXIT.
           EXIT.

      ******************************************************************
      * 2100-PRINT-STATEMENT -- ONE ACCOUNT'S DAILY STATEMENT; ADVANCES
      * THE CHECKPOINT COUNTER AND WRITES A NEW CHECKPOINT AT THE
      ******************************************************************
      * 2200-UPDATE-BALANCE-FILE -- UPSERT TODAY'S BALANCE ONTO THE
      * ACCOUNT-BALANCE-FILE SO 5000-BALANCE-INQUIRY CAN ANSWER A
      * WALK-UP BALANCE QUESTION WITHOUT RUNNING THE FULL STATEMENT JOB,
      * AND APPEND THE SAME CLOSING BALANCE, DATED, TO THE SNAPSHOT
      * FILE 5100-AS-OF-DATE-INQUIRY AND SALDOCRT ANSWER FROM
      ******************************************************************
       2200-UPDATE-BALANCE-FILE.

               WRITE ACCOUNT-BALANCE-RECORD
           ELSE
               REWRITE ACCOUNT-BALANCE-RECORD
           END-IF

           MOVE SPACES         TO BALANCE-HISTORY-RECORD
           MOVE WS-CONTA-ATUAL TO SH-ACCOUNT-ID
           MOVE WS-DATA-HOJE   TO SH-DATA
           MOVE WS-SALDO-CONTA TO SH-SALDO
           WRITE BALANCE-HISTORY-RECORD.

       2200-UPDATE-BALANCE-FILE-EXIT.
           EXIT.
      ******************************************************************
       2300-WRITE-CHECKPOINT.

      *    THE LEDGER TOTALS OF THE ACCOUNTS THIS CHECKPOINT COVERS GO
      *    OUT FIRST, SO A RESTART PAST IT DOES NOT POST THEM AGAIN
           PERFORM 2980-FLUSH-GL
               THRU 2980-FLUSH-GL-EXIT

           MOVE WS-CONTA-ATUAL   TO CKPT-ACCOUNT-ID
           MOVE WS-QTDE-CONTAS   TO CKPT-QTDE-PROCESSADA
           MOVE WS-TOTAL-DEBITOS TO CKPT-TOTAL-DEBITOS
           MOVE ZEROS              TO CT-TOTAL-3-VALOR
           CALL 'CTLTOT' USING CTLTOT-PARMS

      *    CHEQUE CLEARING -- PAID VALUE AND RETURNED COUNT, SO THE
      *    DAY'S COMPENSATION BALANCES TO THE CLEARING HOUSE
           DISPLAY 'CHEQUES PAGOS: ' WS-QTDE-CHEQUES-PAGOS
               ' VALOR ' WS-TOTAL-CHEQUES-PAGOS
           DISPLAY 'CHEQUES DEVOLVIDOS: ' WS-QTDE-CHEQUES-DEVOL

           MOVE 'GUANA03'          TO CT-PROGRAM-ID
           MOVE 'CHEQUES PAGOS'    TO CT-TOTAL-1-LABEL
           MOVE WS-TOTAL-CHEQUES-PAGOS TO CT-TOTAL-1-VALOR
           MOVE 'CHQ DEVOLVIDOS'   TO CT-TOTAL-2-LABEL
           MOVE WS-QTDE-CHEQUES-DEVOL TO CT-TOTAL-2-VALOR
           MOVE SPACES             TO CT-TOTAL-3-LABEL
           MOVE ZEROS              TO CT-TOTAL-3-VALOR
           CALL 'CTLTOT' USING CTLTOT-PARMS

      *    INTERBANK TRANSFERS -- SENT VALUE AND REFUSED COUNT, SO THE
      *    DAY'S TEDREM REMITTANCE BALANCES TO WHAT TEDMNT RELEASED
           DISPLAY 'TRANSFERENCIAS INTERBANCARIAS ENVIADAS: '
               WS-QTDE-TRF-EXTERNAS ' VALOR ' WS-TOTAL-TRF-EXTERNAS
           DISPLAY 'TRANSFERENCIAS INTERBANCARIAS RECUSADAS: '
               WS-QTDE-TRF-EXT-RECUSA

           MOVE 'GUANA03'          TO CT-PROGRAM-ID
           MOVE 'TRF EXT ENVIADA'  TO CT-TOTAL-1-LABEL
           MOVE WS-TOTAL-TRF-EXTERNAS TO CT-TOTAL-1-VALOR
           MOVE 'TRF EXT RECUSA'   TO CT-TOTAL-2-LABEL
           MOVE WS-QTDE-TRF-EXT-RECUSA TO CT-TOTAL-2-VALOR
           MOVE SPACES             TO CT-TOTAL-3-LABEL
           MOVE ZEROS              TO CT-TOTAL-3-VALOR
           CALL 'CTLTOT' USING CTLTOT-PARMS

           PERFORM 2980-FLUSH-GL
               THRU 2980-FLUSH-GL-EXIT

           DISPLAY 'LANCAMENTOS CONTABEIS GERADOS: '
               WS-GL-QTDE-LANCTOS

           PERFORM 3100-CLEAR-CHECKPOINT
               THRU 3100-CLEAR-CHECKPOINT-EXIT.


       5000-BALANCE-INQUIRY-EXIT.
           EXIT.

      ******************************************************************
      * 5100-AS-OF-DATE-INQUIRY -- THIRD ENTRY MODE (PARM 'SALDODIA').
      * THE BALANCE OF AN ACCOUNT AT THE CLOSE OF A PAST DATE IS THE
      * LATEST END-OF-DAY SNAPSHOT FOR IT DATED ON OR BEFORE THAT DATE.
      * THE ARCHIVE IS SCANNED BEFORE THE ONLINE FILE SO THAT, ON EQUAL
      * DATES, THE SNAPSHOT WRITTEN LAST (A RERUN) WINS
      ******************************************************************
       5100-AS-OF-DATE-INQUIRY.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           DISPLAY 'INFORME A CONTA PARA SALDO NA DATA: '
           ACCEPT WS-CONSULTA-ID FROM CONSOLE
           DISPLAY 'INFORME A DATA (AAAAMMDD): '
           ACCEPT WS-CONSULTA-DATA-X FROM CONSOLE

           IF WS-CONSULTA-DATA-X NOT NUMERIC
               DISPLAY 'DATA ' WS-CONSULTA-DATA-X ' INVALIDA'
               GO TO 5100-AS-OF-DATE-INQUIRY-EXIT
           END-IF

           MOVE WS-CONSULTA-DATA-X TO WS-CONSULTA-DATA

           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CONSULTA-DATA) NOT = 0
               DISPLAY 'DATA ' WS-CONSULTA-DATA-X ' INVALIDA'
               GO TO 5100-AS-OF-DATE-INQUIRY-EXIT
           END-IF

           IF WS-CONSULTA-DATA > WS-DATA-HOJE
               DISPLAY 'DATA ' WS-CONSULTA-DATA-X ' NO FUTURO -- '
                   'SEM POSICAO DE SALDO'
               GO TO 5100-AS-OF-DATE-INQUIRY-EXIT
           END-IF

           MOVE 'N'   TO WS-SH-ACHOU
           MOVE ZEROS TO WS-SH-MELHOR-DATA
                         WS-SH-MELHOR-SALDO

           OPEN INPUT BALANCE-HISTORY-ARCH
           IF WS-SHA-STATUS = '00'
               MOVE 'N' TO WS-SH-EOF-SWITCH
               PERFORM 5110-SCAN-ARCHIVE
                   THRU 5110-SCAN-ARCHIVE-EXIT
                   UNTIL WS-SH-END-OF-FILE
               CLOSE BALANCE-HISTORY-ARCH
           END-IF

           OPEN INPUT BALANCE-HISTORY-FILE
           IF WS-SHS-STATUS = '00'
               MOVE 'N' TO WS-SH-EOF-SWITCH
               PERFORM 5120-SCAN-ONLINE
                   THRU 5120-SCAN-ONLINE-EXIT
                   UNTIL WS-SH-END-OF-FILE
               CLOSE BALANCE-HISTORY-FILE
           ELSE
               DISPLAY 'AVISO - SEM ARQUIVO SALDOHIS'
           END-IF

           IF WS-SH-ENCONTROU
               MOVE WS-SH-MELHOR-SALDO TO WS-SH-SALDO-EDIT
               DISPLAY 'CONTA ' WS-CONSULTA-ID ' SALDO EM '
                   WS-CONSULTA-DATA ' R$ ' WS-SH-SALDO-EDIT
                   ' (POSICAO DE ' WS-SH-MELHOR-DATA ')'
           ELSE
               DISPLAY 'CONTA ' WS-CONSULTA-ID
                   ' SEM POSICAO DE SALDO ATE A DATA '
                   WS-CONSULTA-DATA
           END-IF.

       5100-AS-OF-DATE-INQUIRY-EXIT.
           EXIT.

      ******************************************************************
      * 5110-SCAN-ARCHIVE
      ******************************************************************
       5110-SCAN-ARCHIVE.

           READ BALANCE-HISTORY-ARCH
               AT END
                   MOVE 'Y' TO WS-SH-EOF-SWITCH
                   GO TO 5110-SCAN-ARCHIVE-EXIT
           END-READ

           MOVE BALANCE-HISTORY-ARCH-RECORD TO WS-SH-VIEW

           PERFORM 5130-KEEP-BEST-SNAPSHOT
               THRU 5130-KEEP-BEST-SNAPSHOT-EXIT.

       5110-SCAN-ARCHIVE-EXIT.
           EXIT.

      ******************************************************************
      * 5120-SCAN-ONLINE
      ******************************************************************
       5120-SCAN-ONLINE.

           READ BALANCE-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-SH-EOF-SWITCH
                   GO TO 5120-SCAN-ONLINE-EXIT
           END-READ

           MOVE BALANCE-HISTORY-RECORD TO WS-SH-VIEW

           PERFORM 5130-KEEP-BEST-SNAPSHOT
               THRU 5130-KEEP-BEST-SNAPSHOT-EXIT.

       5120-SCAN-ONLINE-EXIT.
           EXIT.

      ******************************************************************
      * 5130-KEEP-BEST-SNAPSHOT -- A SNAPSHOT FOR THE ACCOUNT, ON OR
      * BEFORE THE DATE ASKED, NOT OLDER THAN THE BEST SO FAR
      ******************************************************************
       5130-KEEP-BEST-SNAPSHOT.

           IF WS-SHV-ACCOUNT-ID NOT = WS-CONSULTA-ID
               GO TO 5130-KEEP-BEST-SNAPSHOT-EXIT
           END-IF

           IF WS-SHV-DATA > WS-CONSULTA-DATA
               GO TO 5130-KEEP-BEST-SNAPSHOT-EXIT
           END-IF

           IF WS-SH-ENCONTROU AND WS-SHV-DATA < WS-SH-MELHOR-DATA
               GO TO 5130-KEEP-BEST-SNAPSHOT-EXIT
           END-IF

           MOVE 'S'          TO WS-SH-ACHOU
           MOVE WS-SHV-DATA  TO WS-SH-MELHOR-DATA
           MOVE WS-SHV-SALDO TO WS-SH-MELHOR-SALDO.

       5130-KEEP-BEST-SNAPSHOT-EXIT.
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
