      ******************************************************************
      * Author: M. TAVARES
      * Date: 15-10-26
      * Purpose: MONTH-END LOAN PORTFOLIO ACCOUNTING. LOANSERV AGES
      * THE LOANS AGAINST AMORTSCH BUT THE LOAN BOOK NEVER REACHED
      * THE GENERAL LEDGER. THIS RUN KEEPS THE LOANLEDG SUBLEDGER
      * (ONE RECORD PER LOAN: PORTFOLIO, ACCRUAL STATUS, PERIODS
      * ELAPSED, INSTALLMENTS COVERED, PRINCIPAL OUTSTANDING AND
      * INTEREST RECEIVABLE) AND, FOR THE REFERENCE MONTH THE
      * OPERATOR SUPPLIES, POSTS TO GLINTRFC:
      *   LIBER - A LOAN SEEN ON AMORTSCH FOR THE FIRST TIME IS
      *           DISBURSED: DEBIT LOANS 1400-000, CREDIT CASH
      *           1100-000 (PERIOD 1 OPENING BALANCE);
      *   REEST - A REFINANC RESTRUCTURING LOGGED ON REFINLOG IN THE
      *           MONTH MOVES THE OUTSTANDING PRINCIPAL TO THE
      *           RESTRUCTURED LOANS ACCOUNT 1410-000;
      *   JUROS - ONE MORE PERIOD ELAPSES AND ITS SCHEDULED INTEREST
      *           IS ACCRUED: DEBIT INTEREST RECEIVABLE 1420-000,
      *           CREDIT LOAN INTEREST INCOME 7800-000 -- UNLESS THE
      *           LOAN IS MORE THAN THE LOANACPR THRESHOLD (DEFAULT
      *           90 DAYS, LOANSERV'S 30 DAYS A MONTH BEHIND) IN
      *           ARREARS, WHEN ACCRUAL STOPS AND INTEREST IS ONLY
      *           RECOGNIZED AS IT IS PAID;
      *   RECEB - THE MONTH'S LOANPAY PAYMENTS ARE ALLOCATED TO THE
      *           INSTALLMENTS IN ORDER, INTEREST FIRST: CASH IS
      *           DEBITED, THE INTEREST CLEARS THE RECEIVABLE (ANY
      *           EXCESS IS INCOME) AND THE PRINCIPAL CREDITS THE
      *           LOAN'S PORTFOLIO ACCOUNT.
      * A LOAN FIRST SEEN WITH PAYMENTS ALREADY MADE TAKES THEM ALL
      * AT ONCE AND STARTS ITS PERIOD COUNT AT THE INSTALLMENTS THEY
      * COVER. A MONTH ALREADY ON LOANLEDG IS REFUSED. THE LOANTIE
      * STEP PROVES LOANLEDG AGAINST THE LEDGER AFTER GLPOST.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History
      * 15-10-26 MRT  ORIGINAL VERSION.
      * 15-10-26 MRT  REVIEW FIX: THE CTLTOT CALL RESET THE RETURN-CODE
      *               REGISTER, LOSING THE 4 FOR A LOAN LEFT OUT AND
      *               THE 8 FOR UNBALANCED POSTINGS. THE CODE IS NOW
      *               HELD AND SET AFTER THE CALL.
      * 15-10-26 MRT  THE RUN'S GLINTRFC ENTRIES NOW GO OUT BETWEEN AN
      *               IFCTL HEADER AND TRAILER (RECORD COUNT AND
      *               AMOUNT HASH) SO EVERY CONSUMER CAN PROVE THE
      *               BATCH ARRIVED WHOLE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANACCT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMORT-SCHEDULE-FILE ASSIGN TO "AMORTSCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AS-STATUS.

           SELECT LOAN-PAYMENT-FILE ASSIGN TO "LOANPAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LP-STATUS.

           SELECT REFINANCE-LOG-FILE ASSIGN TO "REFINLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RF-STATUS.

           SELECT ACCRUAL-PARM-FILE ASSIGN TO "LOANACPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-STATUS.

           SELECT LOAN-LEDGER-FILE ASSIGN TO "LOANLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LG-STATUS.

           SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTRFC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT ACCOUNTING-REPORT-FILE ASSIGN TO "LOANARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AMORT-SCHEDULE-FILE
           RECORD CONTAINS 59 CHARACTERS.
       01  AMORT-SCHEDULE-RECORD.
           05  AS-LOAN-ID              PIC X(06).
           05  FILLER                  PIC X(02).
           05  AS-PERIODO              PIC 9(03).
           05  FILLER                  PIC X(02).
           05  AS-SALDO-ABERTURA       PIC Z(06)9.99.
           05  FILLER                  PIC X(02).
           05  AS-JUROS                PIC Z(06)9.99.
           05  FILLER                  PIC X(02).
           05  AS-AMORTIZACAO          PIC Z(06)9.99.
           05  FILLER                  PIC X(02).
           05  AS-SALDO-FINAL          PIC Z(06)9.99.

       FD  LOAN-PAYMENT-FILE
           RECORD CONTAINS 23 CHARACTERS.
       01  LOAN-PAYMENT-RECORD.
           05  PY-LOAN-ID              PIC X(06).
           05  PY-DATA                 PIC 9(08).
           05  PY-VALOR                PIC 9(07)V99.

      *-----------------------------------------------------------------
      * REFINANCE-LOG-FILE -- ONE RECORD PER REFINANC RESTRUCTURING
      *-----------------------------------------------------------------
       FD  REFINANCE-LOG-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  REFINANCE-LOG-RECORD.
           05  RF-LOAN-ID              PIC X(06).
           05  RF-DATA                 PIC 9(08).
           05  RF-PERIODO-EFETIVO      PIC 9(03).
           05  RF-SALDO-DEVEDOR        PIC 9(09)V99.
           05  RF-TAXA-NOVA            PIC 9(02)V999.
           05  RF-PRAZO-NOVO           PIC 9(03).
           05  FILLER                  PIC X(04).

      *-----------------------------------------------------------------
      * ACCRUAL-PARM-FILE -- DAYS IN ARREARS AFTER WHICH A LOAN STOPS
      * ACCRUING INTEREST
      *-----------------------------------------------------------------
       FD  ACCRUAL-PARM-FILE
           RECORD CONTAINS 03 CHARACTERS.
       01  ACCRUAL-PARM-RECORD.
           05  AP-DIAS-LIMITE          PIC 9(03).

      *-----------------------------------------------------------------
      * LOAN-LEDGER-FILE -- THE LOAN SUBLEDGER, REWRITTEN WHOLE EACH
      * MONTH-END
      *-----------------------------------------------------------------
       FD  LOAN-LEDGER-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  LOAN-LEDGER-RECORD.
           05  LG-LOAN-ID              PIC X(06).
           05  LG-CARTEIRA             PIC X(01).
           05  LG-SITUACAO             PIC X(01).
           05  LG-PERIODOS             PIC 9(03).
           05  LG-COBERTAS             PIC 9(03).
           05  LG-PARCIAL              PIC 9(07)V99.
           05  LG-PRINCIPAL            PIC 9(09)V99.
           05  LG-JUROS-RECEBER        PIC 9(07)V99.
           05  LG-ULT-MES              PIC 9(06).
           05  FILLER                  PIC X(11).

       FD  GL-INTERFACE-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  GL-INTERFACE-RECORD.
           05  GL-ACCOUNT-CODE     PIC X(08).
           05  GL-DC-INDICADOR     PIC X(01).
           05  GL-AMOUNT           PIC 9(07)V99.
           05  GL-PERIODO          PIC 9(06).
           05  GL-EMP-ID           PIC X(05).

       FD  ACCOUNTING-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ACCOUNTING-REPORT-LINE  PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-AS-STATUS            PIC X(02) VALUE SPACES.
       77  WS-LP-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RF-STATUS            PIC X(02) VALUE SPACES.
       77  WS-AP-STATUS            PIC X(02) VALUE SPACES.
       77  WS-LG-STATUS            PIC X(02) VALUE SPACES.
       77  WS-GL-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RPT-STATUS           PIC X(02) VALUE SPACES.

       77  WS-AS-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-AS-END-OF-FILE            VALUE 'Y'.
       77  WS-LP-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-LP-END-OF-FILE            VALUE 'Y'.
       77  WS-RF-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-RF-END-OF-FILE            VALUE 'Y'.
       77  WS-LG-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-LG-END-OF-FILE            VALUE 'Y'.
       77  WS-ABORTA-SW            PIC X(01) VALUE 'N'.
           88  WS-EXECUCAO-ABORTADA         VALUE 'S'.
       77  WS-CODIGO-RETORNO       PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      * REFERENCE MONTH
      *-----------------------------------------------------------------
       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WS-MES-ENTRADA          PIC X(06) VALUE SPACES.
       77  WS-GL-PERIODO           PIC 9(06) VALUE ZEROS.
       77  WS-MES-ANTERIOR         PIC 9(06) VALUE ZEROS.
       77  WS-DIAS-LIMITE          PIC 9(03) VALUE 90.

      *-----------------------------------------------------------------
      * GENERAL-LEDGER ACCOUNTS
      *-----------------------------------------------------------------
       77  WS-GL-ACCT-CAIXA        PIC X(08) VALUE '1100-000'.
       77  WS-GL-ACCT-EMPRESTIMOS  PIC X(08) VALUE '1400-000'.
       77  WS-GL-ACCT-REESTRUT     PIC X(08) VALUE '1410-000'.
       77  WS-GL-ACCT-JUROS-REC    PIC X(08) VALUE '1420-000'.
       77  WS-GL-ACCT-RECEITA-JUR  PIC X(08) VALUE '7800-000'.
       77  WS-GL-CONTA             PIC X(08) VALUE SPACES.
       77  WS-GL-DC                PIC X(01) VALUE SPACES.
       77  WS-GL-VALOR             PIC 9(09)V99 VALUE ZEROS.
       77  WS-GL-REFERENCIA        PIC X(05) VALUE SPACES.
       77  WS-GL-CONTA-CARTEIRA    PIC X(08) VALUE SPACES.

      *-----------------------------------------------------------------
      * THE SUBLEDGER IN CORE, SAME LAYOUT AS LOAN-LEDGER-RECORD
      *-----------------------------------------------------------------
       01  WS-LDG-TABLE.
           05  WS-LDG-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-LDG-IDX.
               10  WS-LDG-LOAN-ID      PIC X(06).
               10  WS-LDG-CARTEIRA     PIC X(01).
                   88  WS-LDG-REESTRUTURADO     VALUE 'R'.
               10  WS-LDG-SITUACAO     PIC X(01).
                   88  WS-LDG-SUSPENSO          VALUE 'S'.
                   88  WS-LDG-LIQUIDADO         VALUE 'L'.
               10  WS-LDG-PERIODOS     PIC 9(03).
               10  WS-LDG-COBERTAS     PIC 9(03).
               10  WS-LDG-PARCIAL      PIC 9(07)V99.
               10  WS-LDG-PRINCIPAL    PIC 9(09)V99.
               10  WS-LDG-JUROS-REC    PIC 9(07)V99.
               10  WS-LDG-ULT-MES      PIC 9(06).
               10  FILLER              PIC X(11).

       77  WS-LDG-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-LDG-SUB              PIC 9(03) VALUE ZEROS.
       77  WS-LDG-ACHOU            PIC X(01) VALUE 'N'.
           88  WS-LDG-ENCONTROU             VALUE 'S'.

      *-----------------------------------------------------------------
      * PAYMENTS UP TO THE MONTH END -- THE MONTH'S AND THE TOTAL
      *-----------------------------------------------------------------
       01  WS-PAY-TABLE.
           05  WS-PAY-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-PAY-IDX.
               10  WS-PAY-LOAN-ID      PIC X(06).
               10  WS-PAY-MES          PIC 9(09)V99.
               10  WS-PAY-ACUM         PIC 9(09)V99.

       77  WS-PAY-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-PAY-ACHOU            PIC X(01) VALUE 'N'.
           88  WS-PAY-ENCONTROU             VALUE 'S'.

      *-----------------------------------------------------------------
      * LOANS RESTRUCTURED IN THE MONTH
      *-----------------------------------------------------------------
       01  WS-REF-TABLE.
           05  WS-REF-ENTRY OCCURS 100 TIMES
                            INDEXED BY WS-REF-IDX.
               10  WS-REF-LOAN-ID      PIC X(06).

       77  WS-REF-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-REF-ACHOU            PIC X(01) VALUE 'N'.
           88  WS-REF-ENCONTROU             VALUE 'S'.

      *-----------------------------------------------------------------
      * THE WHOLE SCHEDULE IN CORE (REFINANC APPENDS A LOAN'S NEW
      * PERIODS AT THE END OF THE FILE, SO LINES ARE NOT GROUPED),
      * AND THE LOANS IN ORDER OF FIRST APPEARANCE
      *-----------------------------------------------------------------
       01  WS-SCH-TABLE.
           05  WS-SCH-ENTRY OCCURS 2400 TIMES
                            INDEXED BY WS-SCH-IDX.
               10  WS-SCH-LOAN         PIC X(06).
               10  WS-SCH-PERIODO      PIC 9(03).
               10  WS-SCH-ABERTURA     PIC 9(07)V99.
               10  WS-SCH-JUROS        PIC 9(07)V99.
               10  WS-SCH-AMORT        PIC 9(07)V99.

       77  WS-SCH-COUNT            PIC 9(04) VALUE ZEROS.
       77  WS-SCH-SUB              PIC 9(04) VALUE ZEROS.

       01  WS-LST-TABLE.
           05  WS-LST-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-LST-IDX.
               10  WS-LST-LOAN-ID      PIC X(06).

       77  WS-LST-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-LST-SUB              PIC 9(03) VALUE ZEROS.
       77  WS-LST-ACHOU            PIC X(01) VALUE 'N'.
           88  WS-LST-ENCONTROU             VALUE 'S'.

      *-----------------------------------------------------------------
      * ONE LOAN'S SCHEDULE BY PERIOD NUMBER
      *-----------------------------------------------------------------
       01  WS-PER-TABLE.
           05  WS-PER-ENTRY OCCURS 120 TIMES.
               10  WS-PER-JUROS        PIC 9(07)V99.
               10  WS-PER-AMORT        PIC 9(07)V99.

       77  WS-PER-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-PER-SUB              PIC 9(03) VALUE ZEROS.
       77  WS-ABERTURA-INICIAL     PIC 9(07)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
      * ONE LOAN'S MONTH
      *-----------------------------------------------------------------
       77  WS-LOAN-ATUAL           PIC X(06) VALUE SPACES.
       77  WS-LOAN-NOVO-SW         PIC X(01) VALUE 'N'.
           88  WS-LOAN-NOVO                 VALUE 'S'.
       77  WS-PERIODO-CORRIDO-SW   PIC X(01) VALUE 'N'.
           88  WS-PERIODO-CORRIDO           VALUE 'S'.
       77  WS-CAIXA                PIC 9(09)V99 VALUE ZEROS.
       77  WS-CAIXA-RESTANTE       PIC 9(09)V99 VALUE ZEROS.
       77  WS-RESTO-JUROS          PIC 9(07)V99 VALUE ZEROS.
       77  WS-RESTO-AMORT          PIC 9(07)V99 VALUE ZEROS.
       77  WS-PAGO-NA-PARCELA      PIC 9(07)V99 VALUE ZEROS.
       77  WS-APLICADO             PIC 9(07)V99 VALUE ZEROS.
       77  WS-JUROS-RECEBIDOS      PIC 9(09)V99 VALUE ZEROS.
       77  WS-PRINC-RECEBIDO       PIC 9(09)V99 VALUE ZEROS.
       77  WS-JUROS-BAIXA-REC      PIC 9(09)V99 VALUE ZEROS.
       77  WS-JUROS-RECEITA        PIC 9(09)V99 VALUE ZEROS.
       77  WS-JUROS-APROPRIADOS    PIC 9(07)V99 VALUE ZEROS.
       77  WS-LIBERADO             PIC 9(09)V99 VALUE ZEROS.
       77  WS-REESTRUTURADO        PIC 9(09)V99 VALUE ZEROS.
       77  WS-MESES-ATRASO         PIC 9(03) VALUE ZEROS.
       77  WS-DIAS-ATRASO          PIC 9(05) VALUE ZEROS.

      *-----------------------------------------------------------------
      * RUN TOTALS
      *-----------------------------------------------------------------
       77  WS-QTDE-LIBERADOS       PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-REESTRUTURADOS  PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-SUSPENSOS       PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-LIQUIDADOS      PIC 9(05) VALUE ZEROS.
       77  WS-TOT-LIBERADO         PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOT-APROPRIADO       PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOT-RECEBIDO         PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOT-REESTRUTURADO    PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOT-DEBITOS          PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOT-CREDITOS         PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOT-CARTEIRA         PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOT-JUROS-REC        PIC 9(11)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
      * REPORT
      *-----------------------------------------------------------------
       01  WS-RPT-COLUNAS.
           05  FILLER              PIC X(40) VALUE
               'CONTR  C S PER   LIBERADO  APROPRIADO  J'.
           05  FILLER              PIC X(40) VALUE
               'UROS REC  PRINC REC      SALDO          '.

       01  WS-RPT-DETALHE.
           05  WS-RD-LOAN-ID       PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-CARTEIRA      PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-SITUACAO      PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-PERIODOS      PIC ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-LIBERADO      PIC Z(06)9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RD-APROPRIADO    PIC Z(06)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-JUROS-REC     PIC Z(06)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-PRINC-REC     PIC Z(06)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-SALDO         PIC Z(06)9.99.

       01  WS-RPT-TOTAL-LINHA.
           05  WS-RT-ROTULO        PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RT-VALOR         PIC Z(10)9.99.

       COPY CTLTOTLNK.
       COPY JOBLGLNK.
       COPY IFCTLLNK.
       COPY RPTHDRLNK.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.

           MOVE 'LOANACCT' TO JL-PROGRAM-ID
           MOVE 'S'        TO JL-ACAO
           CALL 'JOBLOG' USING JOBLOG-PARMS

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT

           IF NOT WS-EXECUCAO-ABORTADA
               PERFORM 2000-ACCOUNT-LOAN
                   THRU 2000-ACCOUNT-LOAN-EXIT
                   VARYING WS-LST-SUB FROM 1 BY 1
                   UNTIL WS-LST-SUB > WS-LST-COUNT
           END-IF

           PERFORM 3000-FINALIZE
               THRU 3000-FINALIZE-EXIT

           MOVE 'E'         TO JL-ACAO
           MOVE RETURN-CODE TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-PARMS

      *    THE CALL RESETS THE SHARED RETURN-CODE REGISTER -- RESTORE
      *    THE CONDITION CODE THE JCL CHAIN GATES ON
           MOVE JL-RETURN-CODE TO RETURN-CODE

           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE -- REFERENCE MONTH (BLANK TAKES THE CURRENT
      * ONE), THE THRESHOLD, THE SUBLEDGER, THE MONTH'S PAYMENTS AND
      * RESTRUCTURINGS AND THE SCHEDULE. ANYTHING THAT DOES NOT FIT
      * IN CORE REFUSES THE RUN -- A LOAN OR PAYMENT LEFT OUT WOULD
      * MISSTATE THE LEDGER
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           DISPLAY 'INFORME O MES DE REFERENCIA (AAAAMM): '
           ACCEPT WS-MES-ENTRADA FROM CONSOLE
           IF WS-MES-ENTRADA NUMERIC
               AND WS-MES-ENTRADA(5:2) >= '01'
               AND WS-MES-ENTRADA(5:2) <= '12'
               MOVE WS-MES-ENTRADA TO WS-GL-PERIODO
           ELSE
               MOVE WS-DATA-HOJE(1:6) TO WS-GL-PERIODO
               DISPLAY 'AVISO - MES NAO INFORMADO -- USANDO '
                   WS-GL-PERIODO
           END-IF

           MOVE SPACES TO WS-LDG-TABLE
           MOVE SPACES TO WS-PAY-TABLE
           MOVE SPACES TO WS-REF-TABLE
           MOVE SPACES TO WS-SCH-TABLE
           MOVE SPACES TO WS-LST-TABLE

           OPEN INPUT AMORT-SCHEDULE-FILE
           IF WS-AS-STATUS NOT = '00'
               DISPLAY 'ERRO - SEM ARQUIVO AMORTSCH -- CARTEIRA NAO '
                   'CONTABILIZADA, EXECUCAO RECUSADA'
               MOVE 'S' TO WS-ABORTA-SW
               MOVE 8   TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           PERFORM 1200-LOAD-LEDGER
               THRU 1200-LOAD-LEDGER-EXIT

      *    A MONTH ALREADY ON THE SUBLEDGER WOULD POST TWICE
           IF WS-MES-ANTERIOR NOT < WS-GL-PERIODO
               DISPLAY 'ERRO - LOANLEDG JA ESTA NO MES '
                   WS-MES-ANTERIOR ' -- EXECUCAO RECUSADA'
               MOVE 'S' TO WS-ABORTA-SW
           END-IF

           PERFORM 1100-LOAD-PARAMETER
               THRU 1100-LOAD-PARAMETER-EXIT

           PERFORM 1300-LOAD-PAYMENTS
               THRU 1300-LOAD-PAYMENTS-EXIT

           PERFORM 1400-LOAD-REFINANCES
               THRU 1400-LOAD-REFINANCES-EXIT

           PERFORM 8000-READ-SCHEDULE
               THRU 8000-READ-SCHEDULE-EXIT
           PERFORM 1500-STORE-SCHEDULE-LINE
               THRU 1500-STORE-SCHEDULE-LINE-EXIT
               UNTIL WS-AS-END-OF-FILE
           CLOSE AMORT-SCHEDULE-FILE

           IF WS-EXECUCAO-ABORTADA
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           OPEN EXTEND GL-INTERFACE-FILE
           IF WS-GL-STATUS NOT = '00'
               OPEN OUTPUT GL-INTERFACE-FILE
           END-IF

           PERFORM 8970-WRITE-GL-HEADER
               THRU 8970-WRITE-GL-HEADER-EXIT

           OPEN OUTPUT ACCOUNTING-REPORT-FILE
           MOVE 'LOANACCT' TO RH-PROGRAM-ID
           MOVE 1          TO RH-PAGE-NUM
           CALL 'RPTHDR' USING RPTHDR-PARMS
           WRITE ACCOUNTING-REPORT-LINE FROM RH-HEADER-LINE
           MOVE SPACES TO ACCOUNTING-REPORT-LINE
           STRING 'CONTABILIZACAO DA CARTEIRA DE EMPRESTIMOS - MES '
               WS-GL-PERIODO
               DELIMITED BY SIZE INTO ACCOUNTING-REPORT-LINE
           WRITE ACCOUNTING-REPORT-LINE
           WRITE ACCOUNTING-REPORT-LINE FROM WS-RPT-COLUNAS.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-PARAMETER -- NO FILE KEEPS THE DEFAULT THRESHOLD
      ******************************************************************
       1100-LOAD-PARAMETER.

           OPEN INPUT ACCRUAL-PARM-FILE
           IF WS-AP-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO LOANACPR -- SUSPENDE A '
                   'APROPRIACAO APOS ' WS-DIAS-LIMITE ' DIAS'
               GO TO 1100-LOAD-PARAMETER-EXIT
           END-IF

           READ ACCRUAL-PARM-FILE
               AT END
                   CONTINUE
           END-READ
           IF WS-AP-STATUS = '00' AND AP-DIAS-LIMITE NUMERIC
               AND AP-DIAS-LIMITE > ZEROS
               MOVE AP-DIAS-LIMITE TO WS-DIAS-LIMITE
           END-IF
           DISPLAY 'SUSPENDE A APROPRIACAO APOS ' WS-DIAS-LIMITE
               ' DIAS DE ATRASO'

           CLOSE ACCRUAL-PARM-FILE.

       1100-LOAD-PARAMETER-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LOAD-LEDGER -- NO FILE MEANS THE FIRST MONTH: EVERY LOAN
      * ON AMORTSCH IS BOOKED AS A DISBURSEMENT
      ******************************************************************
       1200-LOAD-LEDGER.

           OPEN INPUT LOAN-LEDGER-FILE
           IF WS-LG-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO LOANLEDG -- PRIMEIRO MES '
                   'DE CONTABILIZACAO'
               GO TO 1200-LOAD-LEDGER-EXIT
           END-IF

           PERFORM 8300-READ-LEDGER
               THRU 8300-READ-LEDGER-EXIT
           PERFORM 1210-STORE-LEDGER
               THRU 1210-STORE-LEDGER-EXIT
               UNTIL WS-LG-END-OF-FILE

           CLOSE LOAN-LEDGER-FILE.

       1200-LOAD-LEDGER-EXIT.
           EXIT.

      ******************************************************************
      * 1210-STORE-LEDGER
      ******************************************************************
       1210-STORE-LEDGER.

           IF WS-LDG-COUNT < 500
               ADD 1 TO WS-LDG-COUNT
               SET WS-LDG-IDX TO WS-LDG-COUNT
               MOVE LOAN-LEDGER-RECORD TO WS-LDG-ENTRY(WS-LDG-IDX)
               IF LG-ULT-MES > WS-MES-ANTERIOR
                   MOVE LG-ULT-MES TO WS-MES-ANTERIOR
               END-IF
           ELSE
               DISPLAY 'TABELA DO SUBRAZAO CHEIA -- CONTRATO '
                   LG-LOAN-ID ' FORA DA CARGA'
               MOVE 'S' TO WS-ABORTA-SW
           END-IF

           PERFORM 8300-READ-LEDGER
               THRU 8300-READ-LEDGER-EXIT.

       1210-STORE-LEDGER-EXIT.
           EXIT.

      ******************************************************************
      * 1300-LOAD-PAYMENTS -- EVERY PAYMENT UP TO THE MONTH END, THE
      * MONTH'S ALSO TOTALED APART
      ******************************************************************
       1300-LOAD-PAYMENTS.

           OPEN INPUT LOAN-PAYMENT-FILE
           IF WS-LP-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO LOANPAY -- NENHUM '
                   'RECEBIMENTO NO MES'
               GO TO 1300-LOAD-PAYMENTS-EXIT
           END-IF

           PERFORM 8100-READ-PAYMENT
               THRU 8100-READ-PAYMENT-EXIT
           PERFORM 1310-STORE-PAYMENT
               THRU 1310-STORE-PAYMENT-EXIT
               UNTIL WS-LP-END-OF-FILE

           CLOSE LOAN-PAYMENT-FILE.

       1300-LOAD-PAYMENTS-EXIT.
           EXIT.

      ******************************************************************
      * 1310-STORE-PAYMENT
      ******************************************************************
       1310-STORE-PAYMENT.

           IF PY-DATA NOT NUMERIC OR PY-VALOR NOT NUMERIC
               OR PY-DATA(1:6) > WS-GL-PERIODO
               GO TO 1310-STORE-PAYMENT-NEXT
           END-IF

           MOVE 'N' TO WS-PAY-ACHOU
           IF WS-PAY-COUNT > ZEROS
               SET WS-PAY-IDX TO 1
               SEARCH WS-PAY-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PAY-LOAN-ID(WS-PAY-IDX) = PY-LOAN-ID
                       MOVE 'S' TO WS-PAY-ACHOU
               END-SEARCH
           END-IF

           IF NOT WS-PAY-ENCONTROU
               IF WS-PAY-COUNT < 500
                   ADD 1 TO WS-PAY-COUNT
                   SET WS-PAY-IDX TO WS-PAY-COUNT
                   MOVE PY-LOAN-ID TO WS-PAY-LOAN-ID(WS-PAY-IDX)
                   MOVE ZEROS      TO WS-PAY-MES(WS-PAY-IDX)
                   MOVE ZEROS      TO WS-PAY-ACUM(WS-PAY-IDX)
               ELSE
                   DISPLAY 'TABELA DE PAGAMENTOS CHEIA -- '
                       PY-LOAN-ID ' FORA DA CARGA'
                   MOVE 'S' TO WS-ABORTA-SW
                   GO TO 1310-STORE-PAYMENT-NEXT
               END-IF
           END-IF

           ADD PY-VALOR TO WS-PAY-ACUM(WS-PAY-IDX)
           IF PY-DATA(1:6) = WS-GL-PERIODO
               ADD PY-VALOR TO WS-PAY-MES(WS-PAY-IDX)
           END-IF.

       1310-STORE-PAYMENT-NEXT.

           PERFORM 8100-READ-PAYMENT
               THRU 8100-READ-PAYMENT-EXIT.

       1310-STORE-PAYMENT-EXIT.
           EXIT.

      ******************************************************************
      * 1400-LOAD-REFINANCES -- THE LOANS REFINANC RESTRUCTURED IN
      * THE REFERENCE MONTH
      ******************************************************************
       1400-LOAD-REFINANCES.

           OPEN INPUT REFINANCE-LOG-FILE
           IF WS-RF-STATUS NOT = '00'
               GO TO 1400-LOAD-REFINANCES-EXIT
           END-IF

           PERFORM 8200-READ-REFINANCE
               THRU 8200-READ-REFINANCE-EXIT
           PERFORM 1410-STORE-REFINANCE
               THRU 1410-STORE-REFINANCE-EXIT
               UNTIL WS-RF-END-OF-FILE

           CLOSE REFINANCE-LOG-FILE.

       1400-LOAD-REFINANCES-EXIT.
           EXIT.

      ******************************************************************
      * 1410-STORE-REFINANCE
      ******************************************************************
       1410-STORE-REFINANCE.

           IF RF-DATA NOT NUMERIC
               OR RF-DATA(1:6) NOT = WS-GL-PERIODO
               GO TO 1410-STORE-REFINANCE-NEXT
           END-IF

           IF WS-REF-COUNT < 100
               ADD 1 TO WS-REF-COUNT
               SET WS-REF-IDX TO WS-REF-COUNT
               MOVE RF-LOAN-ID TO WS-REF-LOAN-ID(WS-REF-IDX)
           ELSE
               DISPLAY 'TABELA DE REFINANCIAMENTOS CHEIA -- '
                   RF-LOAN-ID ' FORA DA CARGA'
               MOVE 'S' TO WS-ABORTA-SW
           END-IF.

       1410-STORE-REFINANCE-NEXT.

           PERFORM 8200-READ-REFINANCE
               THRU 8200-READ-REFINANCE-EXIT.

       1410-STORE-REFINANCE-EXIT.
           EXIT.

      ******************************************************************
      * 1500-STORE-SCHEDULE-LINE -- THE RPTHDR AND COLUMN LINES ARE
      * SKIPPED BY THE NUMERIC TEST; THE EDITED AMOUNTS ARE DE-EDITED
      * BY THE MOVES
      ******************************************************************
       1500-STORE-SCHEDULE-LINE.

           IF AS-PERIODO NOT NUMERIC OR AS-PERIODO = ZEROS
               GO TO 1500-STORE-SCHEDULE-LINE-NEXT
           END-IF

           IF WS-SCH-COUNT NOT < 2400
               DISPLAY 'TABELA DE PARCELAS CHEIA -- CONTRATO '
                   AS-LOAN-ID ' PERIODO ' AS-PERIODO ' FORA DA CARGA'
               MOVE 'S' TO WS-ABORTA-SW
               GO TO 1500-STORE-SCHEDULE-LINE-NEXT
           END-IF

           ADD 1 TO WS-SCH-COUNT
           SET WS-SCH-IDX TO WS-SCH-COUNT
           MOVE AS-LOAN-ID        TO WS-SCH-LOAN(WS-SCH-IDX)
           MOVE AS-PERIODO        TO WS-SCH-PERIODO(WS-SCH-IDX)
           MOVE AS-SALDO-ABERTURA TO WS-SCH-ABERTURA(WS-SCH-IDX)
           MOVE AS-JUROS          TO WS-SCH-JUROS(WS-SCH-IDX)
           MOVE AS-AMORTIZACAO    TO WS-SCH-AMORT(WS-SCH-IDX)

           MOVE 'N' TO WS-LST-ACHOU
           IF WS-LST-COUNT > ZEROS
               SET WS-LST-IDX TO 1
               SEARCH WS-LST-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-LST-LOAN-ID(WS-LST-IDX) = AS-LOAN-ID
                       MOVE 'S' TO WS-LST-ACHOU
               END-SEARCH
           END-IF

           IF NOT WS-LST-ENCONTROU
               IF WS-LST-COUNT < 500
                   ADD 1 TO WS-LST-COUNT
                   SET WS-LST-IDX TO WS-LST-COUNT
                   MOVE AS-LOAN-ID TO WS-LST-LOAN-ID(WS-LST-IDX)
               ELSE
                   DISPLAY 'TABELA DE CONTRATOS CHEIA -- CONTRATO '
                       AS-LOAN-ID ' FORA DA CARGA'
                   MOVE 'S' TO WS-ABORTA-SW
               END-IF
           END-IF.

       1500-STORE-SCHEDULE-LINE-NEXT.

           PERFORM 8000-READ-SCHEDULE
               THRU 8000-READ-SCHEDULE-EXIT.

       1500-STORE-SCHEDULE-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-ACCOUNT-LOAN -- ONE LOAN'S MONTH: DISBURSE OR RESTRUCTURE,
      * ELAPSE A PERIOD, ALLOCATE THE PAYMENTS, SET THE ACCRUAL
      * STATUS FROM THE ARREARS, ACCRUE, THEN BOOK THE PAYMENTS
      * AGAINST THE RECEIVABLE JUST ACCRUED
      ******************************************************************
       2000-ACCOUNT-LOAN.

           SET WS-LST-IDX TO WS-LST-SUB
           MOVE WS-LST-LOAN-ID(WS-LST-IDX) TO WS-LOAN-ATUAL

           MOVE ZEROS TO WS-LIBERADO
           MOVE ZEROS TO WS-REESTRUTURADO
           MOVE ZEROS TO WS-JUROS-APROPRIADOS
           MOVE ZEROS TO WS-JUROS-RECEBIDOS
           MOVE ZEROS TO WS-PRINC-RECEBIDO
           MOVE 'N'   TO WS-LOAN-NOVO-SW
           MOVE 'N'   TO WS-PERIODO-CORRIDO-SW

           PERFORM 2100-GATHER-SCHEDULE
               THRU 2100-GATHER-SCHEDULE-EXIT

           PERFORM 2200-FIND-LEDGER
               THRU 2200-FIND-LEDGER-EXIT
           IF NOT WS-LDG-ENCONTROU
               GO TO 2000-ACCOUNT-LOAN-EXIT
           END-IF

           PERFORM 2250-FIND-PAYMENTS
               THRU 2250-FIND-PAYMENTS-EXIT

           IF WS-LDG-LIQUIDADO(WS-LDG-IDX)
               IF WS-CAIXA > ZEROS
                   DISPLAY 'AVISO - CONTRATO ' WS-LOAN-ATUAL
                       ' LIQUIDADO RECEBEU R$ ' WS-CAIXA
                       ' -- NAO CONTABILIZADO'
               END-IF
               MOVE WS-GL-PERIODO TO WS-LDG-ULT-MES(WS-LDG-IDX)
               GO TO 2000-ACCOUNT-LOAN-EXIT
           END-IF

           IF NOT WS-LOAN-NOVO
               PERFORM 2300-RESTRUCTURE
                   THRU 2300-RESTRUCTURE-EXIT
               IF WS-LDG-PERIODOS(WS-LDG-IDX) < WS-PER-COUNT
                   ADD 1 TO WS-LDG-PERIODOS(WS-LDG-IDX)
                   MOVE 'S' TO WS-PERIODO-CORRIDO-SW
               END-IF
           END-IF

           MOVE WS-CAIXA TO WS-CAIXA-RESTANTE
           PERFORM 2400-ALLOCATE-INSTALLMENT
               THRU 2400-ALLOCATE-INSTALLMENT-EXIT
               UNTIL WS-CAIXA-RESTANTE = ZEROS
               OR WS-LDG-COBERTAS(WS-LDG-IDX) NOT < WS-PER-COUNT
           IF WS-CAIXA-RESTANTE > ZEROS
               DISPLAY 'AVISO - CONTRATO ' WS-LOAN-ATUAL
                   ' RECEBEU R$ ' WS-CAIXA-RESTANTE ' ALEM DO '
                   'CRONOGRAMA -- NAO CONTABILIZADO'
           END-IF

      *    A LOAN FIRST SEEN WITH PAYMENTS ALREADY MADE HAS AT LEAST
      *    AS MANY PERIODS BEHIND IT AS INSTALLMENTS PAID
           IF WS-LOAN-NOVO
               MOVE WS-LDG-COBERTAS(WS-LDG-IDX)
                   TO WS-LDG-PERIODOS(WS-LDG-IDX)
           END-IF

           PERFORM 2500-SET-ACCRUAL-STATUS
               THRU 2500-SET-ACCRUAL-STATUS-EXIT

           IF WS-PERIODO-CORRIDO
               AND NOT WS-LDG-SUSPENSO(WS-LDG-IDX)
               PERFORM 2600-ACCRUE-INTEREST
                   THRU 2600-ACCRUE-INTEREST-EXIT
           END-IF

           PERFORM 2700-BOOK-PAYMENT
               THRU 2700-BOOK-PAYMENT-EXIT

           IF WS-LDG-PRINCIPAL(WS-LDG-IDX) = ZEROS
               AND WS-LDG-JUROS-REC(WS-LDG-IDX) = ZEROS
               MOVE 'L' TO WS-LDG-SITUACAO(WS-LDG-IDX)
               ADD 1 TO WS-QTDE-LIQUIDADOS
           END-IF

           MOVE WS-GL-PERIODO TO WS-LDG-ULT-MES(WS-LDG-IDX)

           PERFORM 2800-REPORT-LOAN
               THRU 2800-REPORT-LOAN-EXIT.

       2000-ACCOUNT-LOAN-EXIT.
           EXIT.

      ******************************************************************
      * 2100-GATHER-SCHEDULE -- THE LOAN'S LINES INTO THE PERIOD
      * TABLE; A LATER LINE FOR THE SAME PERIOD (A REFINANC
      * REGENERATION) REPLACES THE EARLIER ONE
      ******************************************************************
       2100-GATHER-SCHEDULE.

           MOVE ZEROS TO WS-PER-TABLE
           MOVE ZEROS TO WS-PER-COUNT
           MOVE ZEROS TO WS-ABERTURA-INICIAL

           PERFORM 2110-GATHER-ONE-LINE
               THRU 2110-GATHER-ONE-LINE-EXIT
               VARYING WS-SCH-SUB FROM 1 BY 1
               UNTIL WS-SCH-SUB > WS-SCH-COUNT.

       2100-GATHER-SCHEDULE-EXIT.
           EXIT.

      ******************************************************************
      * 2110-GATHER-ONE-LINE
      ******************************************************************
       2110-GATHER-ONE-LINE.

           SET WS-SCH-IDX TO WS-SCH-SUB

           IF WS-SCH-LOAN(WS-SCH-IDX) NOT = WS-LOAN-ATUAL
               GO TO 2110-GATHER-ONE-LINE-EXIT
           END-IF

           IF WS-SCH-PERIODO(WS-SCH-IDX) > 120
               DISPLAY 'AVISO - CONTRATO ' WS-LOAN-ATUAL ' PERIODO '
                   WS-SCH-PERIODO(WS-SCH-IDX) ' ALEM DE 120 IGNORADO'
               GO TO 2110-GATHER-ONE-LINE-EXIT
           END-IF

           MOVE WS-SCH-PERIODO(WS-SCH-IDX) TO WS-PER-SUB
           MOVE WS-SCH-JUROS(WS-SCH-IDX) TO WS-PER-JUROS(WS-PER-SUB)
           MOVE WS-SCH-AMORT(WS-SCH-IDX) TO WS-PER-AMORT(WS-PER-SUB)
           IF WS-PER-SUB > WS-PER-COUNT
               MOVE WS-PER-SUB TO WS-PER-COUNT
           END-IF
           IF WS-PER-SUB = 1
               MOVE WS-SCH-ABERTURA(WS-SCH-IDX)
                   TO WS-ABERTURA-INICIAL
           END-IF.

       2110-GATHER-ONE-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 2200-FIND-LEDGER -- A LOAN NOT YET ON THE SUBLEDGER IS OPENED
      * THERE AND ITS DISBURSEMENT BOOKED
      ******************************************************************
       2200-FIND-LEDGER.

           MOVE 'N' TO WS-LDG-ACHOU
           IF WS-LDG-COUNT > ZEROS
               SET WS-LDG-IDX TO 1
               SEARCH WS-LDG-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-LDG-LOAN-ID(WS-LDG-IDX) = WS-LOAN-ATUAL
                       MOVE 'S' TO WS-LDG-ACHOU
               END-SEARCH
           END-IF

           IF WS-LDG-ENCONTROU
               GO TO 2200-FIND-LEDGER-EXIT
           END-IF

           IF WS-LDG-COUNT NOT < 500
               DISPLAY 'TABELA DO SUBRAZAO CHEIA -- CONTRATO '
                   WS-LOAN-ATUAL ' NAO CONTABILIZADO'
               MOVE 4 TO WS-CODIGO-RETORNO
               GO TO 2200-FIND-LEDGER-EXIT
           END-IF

           ADD 1 TO WS-LDG-COUNT
           SET WS-LDG-IDX TO WS-LDG-COUNT
           MOVE SPACES              TO WS-LDG-ENTRY(WS-LDG-IDX)
           MOVE WS-LOAN-ATUAL       TO WS-LDG-LOAN-ID(WS-LDG-IDX)
           MOVE 'N'                 TO WS-LDG-CARTEIRA(WS-LDG-IDX)
           MOVE 'A'                 TO WS-LDG-SITUACAO(WS-LDG-IDX)
           MOVE ZEROS               TO WS-LDG-PERIODOS(WS-LDG-IDX)
           MOVE ZEROS               TO WS-LDG-COBERTAS(WS-LDG-IDX)
           MOVE ZEROS               TO WS-LDG-PARCIAL(WS-LDG-IDX)
           MOVE WS-ABERTURA-INICIAL TO WS-LDG-PRINCIPAL(WS-LDG-IDX)
           MOVE ZEROS               TO WS-LDG-JUROS-REC(WS-LDG-IDX)
           MOVE ZEROS               TO WS-LDG-ULT-MES(WS-LDG-IDX)
           MOVE 'S' TO WS-LDG-ACHOU
           MOVE 'S' TO WS-LOAN-NOVO-SW

           MOVE WS-ABERTURA-INICIAL TO WS-LIBERADO
           ADD 1 TO WS-QTDE-LIBERADOS
           ADD WS-LIBERADO TO WS-TOT-LIBERADO

           MOVE 'LIBER'                TO WS-GL-REFERENCIA
           MOVE WS-LIBERADO            TO WS-GL-VALOR
           MOVE WS-GL-ACCT-EMPRESTIMOS TO WS-GL-CONTA
           MOVE 'D'                    TO WS-GL-DC
           PERFORM 3900-WRITE-GL-ENTRY
               THRU 3900-WRITE-GL-ENTRY-EXIT
           MOVE WS-GL-ACCT-CAIXA       TO WS-GL-CONTA
           MOVE 'C'                    TO WS-GL-DC
           PERFORM 3900-WRITE-GL-ENTRY
               THRU 3900-WRITE-GL-ENTRY-EXIT.

       2200-FIND-LEDGER-EXIT.
           EXIT.

      ******************************************************************
      * 2250-FIND-PAYMENTS -- A NEW LOAN TAKES EVERYTHING PAID SO
      * FAR, A KNOWN ONE THE MONTH'S PAYMENTS
      ******************************************************************
       2250-FIND-PAYMENTS.

           MOVE ZEROS TO WS-CAIXA

           IF WS-PAY-COUNT = ZEROS
               GO TO 2250-FIND-PAYMENTS-EXIT
           END-IF

           SET WS-PAY-IDX TO 1
           SEARCH WS-PAY-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PAY-LOAN-ID(WS-PAY-IDX) = WS-LOAN-ATUAL
                   IF WS-LOAN-NOVO
                       MOVE WS-PAY-ACUM(WS-PAY-IDX) TO WS-CAIXA
                   ELSE
                       MOVE WS-PAY-MES(WS-PAY-IDX)  TO WS-CAIXA
                   END-IF
           END-SEARCH.

       2250-FIND-PAYMENTS-EXIT.
           EXIT.

      ******************************************************************
      * 2300-RESTRUCTURE -- A LOAN REFINANC RESTRUCTURED THIS MONTH
      * MOVES ITS OUTSTANDING PRINCIPAL TO THE RESTRUCTURED PORTFOLIO
      * (ONCE -- A SECOND RESTRUCTURING ONLY CHANGES THE SCHEDULE)
      ******************************************************************
       2300-RESTRUCTURE.

           MOVE 'N' TO WS-REF-ACHOU
           IF WS-REF-COUNT > ZEROS
               SET WS-REF-IDX TO 1
               SEARCH WS-REF-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-REF-LOAN-ID(WS-REF-IDX) = WS-LOAN-ATUAL
                       MOVE 'S' TO WS-REF-ACHOU
               END-SEARCH
           END-IF

           IF NOT WS-REF-ENCONTROU
               GO TO 2300-RESTRUCTURE-EXIT
           END-IF

           ADD 1 TO WS-QTDE-REESTRUTURADOS

           IF WS-LDG-REESTRUTURADO(WS-LDG-IDX)
               GO TO 2300-RESTRUCTURE-EXIT
           END-IF

           MOVE 'R' TO WS-LDG-CARTEIRA(WS-LDG-IDX)
           MOVE WS-LDG-PRINCIPAL(WS-LDG-IDX) TO WS-REESTRUTURADO
           ADD WS-REESTRUTURADO TO WS-TOT-REESTRUTURADO

           MOVE 'REEST'                TO WS-GL-REFERENCIA
           MOVE WS-REESTRUTURADO       TO WS-GL-VALOR
           MOVE WS-GL-ACCT-REESTRUT    TO WS-GL-CONTA
           MOVE 'D'                    TO WS-GL-DC
           PERFORM 3900-WRITE-GL-ENTRY
               THRU 3900-WRITE-GL-ENTRY-EXIT
           MOVE WS-GL-ACCT-EMPRESTIMOS TO WS-GL-CONTA
           MOVE 'C'                    TO WS-GL-DC
           PERFORM 3900-WRITE-GL-ENTRY
               THRU 3900-WRITE-GL-ENTRY-EXIT.

       2300-RESTRUCTURE-EXIT.
           EXIT.

      ******************************************************************
      * 2400-ALLOCATE-INSTALLMENT -- CASH TO THE NEXT UNCOVERED
      * INSTALLMENT, ITS INTEREST FIRST; LG-PARCIAL CARRIES WHAT IS
      * ALREADY PAID ON IT INTO THE NEXT MONTH
      ******************************************************************
       2400-ALLOCATE-INSTALLMENT.

           COMPUTE WS-PER-SUB = WS-LDG-COBERTAS(WS-LDG-IDX) + 1
           MOVE WS-LDG-PARCIAL(WS-LDG-IDX) TO WS-PAGO-NA-PARCELA

           IF WS-PAGO-NA-PARCELA < WS-PER-JUROS(WS-PER-SUB)
               COMPUTE WS-RESTO-JUROS =
                   WS-PER-JUROS(WS-PER-SUB) - WS-PAGO-NA-PARCELA
               MOVE WS-PER-AMORT(WS-PER-SUB) TO WS-RESTO-AMORT
           ELSE
               MOVE ZEROS TO WS-RESTO-JUROS
               COMPUTE WS-RESTO-AMORT = WS-PER-AMORT(WS-PER-SUB)
                   + WS-PER-JUROS(WS-PER-SUB)
               SUBTRACT WS-PAGO-NA-PARCELA FROM WS-RESTO-AMORT
           END-IF

           IF WS-CAIXA-RESTANTE < WS-RESTO-JUROS
               MOVE WS-CAIXA-RESTANTE TO WS-APLICADO
           ELSE
               MOVE WS-RESTO-JUROS    TO WS-APLICADO
           END-IF
           ADD WS-APLICADO TO WS-JUROS-RECEBIDOS
           ADD WS-APLICADO TO WS-PAGO-NA-PARCELA
           SUBTRACT WS-APLICADO FROM WS-CAIXA-RESTANTE
           SUBTRACT WS-APLICADO FROM WS-RESTO-JUROS

           IF WS-CAIXA-RESTANTE < WS-RESTO-AMORT
               MOVE WS-CAIXA-RESTANTE TO WS-APLICADO
           ELSE
               MOVE WS-RESTO-AMORT    TO WS-APLICADO
           END-IF
           ADD WS-APLICADO TO WS-PRINC-RECEBIDO
           ADD WS-APLICADO TO WS-PAGO-NA-PARCELA
           SUBTRACT WS-APLICADO FROM WS-CAIXA-RESTANTE
           SUBTRACT WS-APLICADO FROM WS-RESTO-AMORT

           IF WS-RESTO-JUROS = ZEROS AND WS-RESTO-AMORT = ZEROS
               ADD 1 TO WS-LDG-COBERTAS(WS-LDG-IDX)
               MOVE ZEROS TO WS-LDG-PARCIAL(WS-LDG-IDX)
           ELSE
               MOVE WS-PAGO-NA-PARCELA TO WS-LDG-PARCIAL(WS-LDG-IDX)
           END-IF.

       2400-ALLOCATE-INSTALLMENT-EXIT.
           EXIT.

      ******************************************************************
      * 2500-SET-ACCRUAL-STATUS -- INSTALLMENTS DUE BUT NOT COVERED,
      * 30 DAYS EACH AS LOANSERV AGES THEM; BEYOND THE THRESHOLD THE
      * LOAN STOPS ACCRUING, AND RESUMES ONCE IT IS BACK INSIDE IT
      ******************************************************************
       2500-SET-ACCRUAL-STATUS.

           IF WS-LDG-PERIODOS(WS-LDG-IDX)
                   > WS-LDG-COBERTAS(WS-LDG-IDX)
               COMPUTE WS-MESES-ATRASO = WS-LDG-PERIODOS(WS-LDG-IDX)
                   - WS-LDG-COBERTAS(WS-LDG-IDX)
           ELSE
               MOVE ZEROS TO WS-MESES-ATRASO
           END-IF
           COMPUTE WS-DIAS-ATRASO = WS-MESES-ATRASO * 30

           IF WS-DIAS-ATRASO > WS-DIAS-LIMITE
               IF NOT WS-LDG-SUSPENSO(WS-LDG-IDX)
                   DISPLAY 'CONTRATO ' WS-LOAN-ATUAL ' COM '
                       WS-DIAS-ATRASO ' DIAS DE ATRASO -- '
                       'APROPRIACAO SUSPENSA'
               END-IF
               MOVE 'S' TO WS-LDG-SITUACAO(WS-LDG-IDX)
               ADD 1 TO WS-QTDE-SUSPENSOS
           ELSE
               MOVE 'A' TO WS-LDG-SITUACAO(WS-LDG-IDX)
           END-IF.

       2500-SET-ACCRUAL-STATUS-EXIT.
           EXIT.

      ******************************************************************
      * 2600-ACCRUE-INTEREST -- THE SCHEDULED INTEREST OF THE PERIOD
      * THAT HAS JUST ELAPSED
      ******************************************************************
       2600-ACCRUE-INTEREST.

           MOVE WS-LDG-PERIODOS(WS-LDG-IDX) TO WS-PER-SUB
           MOVE WS-PER-JUROS(WS-PER-SUB) TO WS-JUROS-APROPRIADOS
           ADD WS-JUROS-APROPRIADOS TO WS-LDG-JUROS-REC(WS-LDG-IDX)
           ADD WS-JUROS-APROPRIADOS TO WS-TOT-APROPRIADO

           MOVE 'JUROS'                TO WS-GL-REFERENCIA
           MOVE WS-JUROS-APROPRIADOS   TO WS-GL-VALOR
           MOVE WS-GL-ACCT-JUROS-REC   TO WS-GL-CONTA
           MOVE 'D'                    TO WS-GL-DC
           PERFORM 3900-WRITE-GL-ENTRY
               THRU 3900-WRITE-GL-ENTRY-EXIT
           MOVE WS-GL-ACCT-RECEITA-JUR TO WS-GL-CONTA
           MOVE 'C'                    TO WS-GL-DC
           PERFORM 3900-WRITE-GL-ENTRY
               THRU 3900-WRITE-GL-ENTRY-EXIT.

       2600-ACCRUE-INTEREST-EXIT.
           EXIT.

      ******************************************************************
      * 2700-BOOK-PAYMENT -- DEBIT CASH WITH WHAT WAS ALLOCATED;
      * INTEREST CLEARS THE RECEIVABLE AND ANY PART NEVER ACCRUED
      * (A SUSPENDED LOAN, OR PAID BEFORE ITS PERIOD) IS INCOME;
      * PRINCIPAL CREDITS THE LOAN'S PORTFOLIO ACCOUNT
      ******************************************************************
       2700-BOOK-PAYMENT.

           IF WS-JUROS-RECEBIDOS = ZEROS AND WS-PRINC-RECEBIDO = ZEROS
               GO TO 2700-BOOK-PAYMENT-EXIT
           END-IF

           IF WS-PRINC-RECEBIDO > WS-LDG-PRINCIPAL(WS-LDG-IDX)
               MOVE WS-LDG-PRINCIPAL(WS-LDG-IDX) TO WS-PRINC-RECEBIDO
           END-IF

           IF WS-JUROS-RECEBIDOS > WS-LDG-JUROS-REC(WS-LDG-IDX)
               MOVE WS-LDG-JUROS-REC(WS-LDG-IDX) TO WS-JUROS-BAIXA-REC
           ELSE
               MOVE WS-JUROS-RECEBIDOS           TO WS-JUROS-BAIXA-REC
           END-IF
           COMPUTE WS-JUROS-RECEITA =
               WS-JUROS-RECEBIDOS - WS-JUROS-BAIXA-REC

           SUBTRACT WS-JUROS-BAIXA-REC FROM WS-LDG-JUROS-REC(WS-LDG-IDX)
           SUBTRACT WS-PRINC-RECEBIDO FROM WS-LDG-PRINCIPAL(WS-LDG-IDX)

           IF WS-LDG-REESTRUTURADO(WS-LDG-IDX)
               MOVE WS-GL-ACCT-REESTRUT    TO WS-GL-CONTA-CARTEIRA
           ELSE
               MOVE WS-GL-ACCT-EMPRESTIMOS TO WS-GL-CONTA-CARTEIRA
           END-IF

           MOVE 'RECEB'                TO WS-GL-REFERENCIA
           COMPUTE WS-GL-VALOR = WS-JUROS-RECEBIDOS + WS-PRINC-RECEBIDO
           ADD WS-GL-VALOR TO WS-TOT-RECEBIDO
           MOVE WS-GL-ACCT-CAIXA       TO WS-GL-CONTA
           MOVE 'D'                    TO WS-GL-DC
           PERFORM 3900-WRITE-GL-ENTRY
               THRU 3900-WRITE-GL-ENTRY-EXIT

           MOVE WS-JUROS-BAIXA-REC     TO WS-GL-VALOR
           MOVE WS-GL-ACCT-JUROS-REC   TO WS-GL-CONTA
           MOVE 'C'                    TO WS-GL-DC
           PERFORM 3900-WRITE-GL-ENTRY
               THRU 3900-WRITE-GL-ENTRY-EXIT

           MOVE WS-JUROS-RECEITA       TO WS-GL-VALOR
           MOVE WS-GL-ACCT-RECEITA-JUR TO WS-GL-CONTA
           PERFORM 3900-WRITE-GL-ENTRY
               THRU 3900-WRITE-GL-ENTRY-EXIT

           MOVE WS-PRINC-RECEBIDO      TO WS-GL-VALOR
           MOVE WS-GL-CONTA-CARTEIRA   TO WS-GL-CONTA
           PERFORM 3900-WRITE-GL-ENTRY
               THRU 3900-WRITE-GL-ENTRY-EXIT.

       2700-BOOK-PAYMENT-EXIT.
           EXIT.

      ******************************************************************
      * 2800-REPORT-LOAN
      ******************************************************************
       2800-REPORT-LOAN.

           MOVE WS-LOAN-ATUAL                TO WS-RD-LOAN-ID
           MOVE WS-LDG-CARTEIRA(WS-LDG-IDX)  TO WS-RD-CARTEIRA
           MOVE WS-LDG-SITUACAO(WS-LDG-IDX)  TO WS-RD-SITUACAO
           MOVE WS-LDG-PERIODOS(WS-LDG-IDX)  TO WS-RD-PERIODOS
           MOVE WS-LIBERADO                  TO WS-RD-LIBERADO
           MOVE WS-JUROS-APROPRIADOS         TO WS-RD-APROPRIADO
           MOVE WS-JUROS-RECEBIDOS           TO WS-RD-JUROS-REC
           MOVE WS-PRINC-RECEBIDO            TO WS-RD-PRINC-REC
           MOVE WS-LDG-PRINCIPAL(WS-LDG-IDX) TO WS-RD-SALDO
           WRITE ACCOUNTING-REPORT-LINE FROM WS-RPT-DETALHE.

       2800-REPORT-LOAN-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZE -- THE SUBLEDGER IS REWRITTEN ONLY WHEN THE RUN
      * WAS ACCEPTED; THE ENTRIES WRITTEN MUST BALANCE
      ******************************************************************
       3000-FINALIZE.

           IF WS-EXECUCAO-ABORTADA
               GO TO 3000-FINALIZE-EXIT
           END-IF

           PERFORM 8972-WRITE-GL-TRAILER
               THRU 8972-WRITE-GL-TRAILER-EXIT
           CLOSE GL-INTERFACE-FILE

           OPEN OUTPUT LOAN-LEDGER-FILE
           PERFORM 3100-WRITE-LEDGER
               THRU 3100-WRITE-LEDGER-EXIT
               VARYING WS-LDG-SUB FROM 1 BY 1
               UNTIL WS-LDG-SUB > WS-LDG-COUNT
           CLOSE LOAN-LEDGER-FILE

           MOVE SPACES TO ACCOUNTING-REPORT-LINE
           WRITE ACCOUNTING-REPORT-LINE

           MOVE 'LIBERACOES'               TO WS-RT-ROTULO
           MOVE WS-TOT-LIBERADO            TO WS-RT-VALOR
           WRITE ACCOUNTING-REPORT-LINE FROM WS-RPT-TOTAL-LINHA
           MOVE 'REESTRUTURACOES'          TO WS-RT-ROTULO
           MOVE WS-TOT-REESTRUTURADO       TO WS-RT-VALOR
           WRITE ACCOUNTING-REPORT-LINE FROM WS-RPT-TOTAL-LINHA
           MOVE 'JUROS APROPRIADOS'        TO WS-RT-ROTULO
           MOVE WS-TOT-APROPRIADO          TO WS-RT-VALOR
           WRITE ACCOUNTING-REPORT-LINE FROM WS-RPT-TOTAL-LINHA
           MOVE 'RECEBIMENTOS'             TO WS-RT-ROTULO
           MOVE WS-TOT-RECEBIDO            TO WS-RT-VALOR
           WRITE ACCOUNTING-REPORT-LINE FROM WS-RPT-TOTAL-LINHA
           MOVE 'CARTEIRA (SUBRAZAO)'      TO WS-RT-ROTULO
           MOVE WS-TOT-CARTEIRA            TO WS-RT-VALOR
           WRITE ACCOUNTING-REPORT-LINE FROM WS-RPT-TOTAL-LINHA
           MOVE 'JUROS A RECEBER (SUBRAZAO)' TO WS-RT-ROTULO
           MOVE WS-TOT-JUROS-REC           TO WS-RT-VALOR
           WRITE ACCOUNTING-REPORT-LINE FROM WS-RPT-TOTAL-LINHA
           MOVE 'DEBITOS NO GLINTRFC'      TO WS-RT-ROTULO
           MOVE WS-TOT-DEBITOS             TO WS-RT-VALOR
           WRITE ACCOUNTING-REPORT-LINE FROM WS-RPT-TOTAL-LINHA
           MOVE 'CREDITOS NO GLINTRFC'     TO WS-RT-ROTULO
           MOVE WS-TOT-CREDITOS            TO WS-RT-VALOR
           WRITE ACCOUNTING-REPORT-LINE FROM WS-RPT-TOTAL-LINHA

           DISPLAY 'CONTRATOS LIBERADOS:      ' WS-QTDE-LIBERADOS
           DISPLAY 'CONTRATOS REESTRUTURADOS: ' WS-QTDE-REESTRUTURADOS
           DISPLAY 'CONTRATOS SUSPENSOS:      ' WS-QTDE-SUSPENSOS
           DISPLAY 'CONTRATOS LIQUIDADOS:     ' WS-QTDE-LIQUIDADOS
           DISPLAY 'JUROS APROPRIADOS: R$ ' WS-TOT-APROPRIADO
           DISPLAY 'RECEBIMENTOS:      R$ ' WS-TOT-RECEBIDO

           IF WS-TOT-DEBITOS NOT = WS-TOT-CREDITOS
               MOVE 'LANCAMENTOS DESBALANCEADOS -- VERIFICAR'
                   TO ACCOUNTING-REPORT-LINE
               WRITE ACCOUNTING-REPORT-LINE
               DISPLAY 'ERRO - LANCAMENTOS DESBALANCEADOS: D '
                   WS-TOT-DEBITOS ' C ' WS-TOT-CREDITOS
               MOVE 8 TO WS-CODIGO-RETORNO
           END-IF

           CLOSE ACCOUNTING-REPORT-FILE

           MOVE 'LOANACCT'          TO CT-PROGRAM-ID
           MOVE 'LIBERADO'          TO CT-TOTAL-1-LABEL
           MOVE WS-TOT-LIBERADO     TO CT-TOTAL-1-VALOR
           MOVE 'JUROS APROPR'      TO CT-TOTAL-2-LABEL
           MOVE WS-TOT-APROPRIADO   TO CT-TOTAL-2-VALOR
           MOVE 'RECEBIDO'          TO CT-TOTAL-3-LABEL
           MOVE WS-TOT-RECEBIDO     TO CT-TOTAL-3-VALOR
           CALL 'CTLTOT' USING CTLTOT-PARMS

      *    SET AFTER THE CALL, WHICH RESETS THE RETURN-CODE REGISTER
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE.

       3000-FINALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 3100-WRITE-LEDGER -- ONE SUBLEDGER RECORD, ROLLED INTO THE
      * PORTFOLIO TOTALS LOANTIE PROVES
      ******************************************************************
       3100-WRITE-LEDGER.

           SET WS-LDG-IDX TO WS-LDG-SUB
           MOVE WS-LDG-ENTRY(WS-LDG-IDX) TO LOAN-LEDGER-RECORD
           WRITE LOAN-LEDGER-RECORD

           ADD LG-PRINCIPAL     TO WS-TOT-CARTEIRA
           ADD LG-JUROS-RECEBER TO WS-TOT-JUROS-REC.

       3100-WRITE-LEDGER-EXIT.
           EXIT.

      ******************************************************************
      * 3900-WRITE-GL-ENTRY -- ONE SIDE OF A PAIR; ZERO IS NOT POSTED
      ******************************************************************
       3900-WRITE-GL-ENTRY.

           IF WS-GL-VALOR = ZEROS
               GO TO 3900-WRITE-GL-ENTRY-EXIT
           END-IF

           MOVE WS-GL-CONTA      TO GL-ACCOUNT-CODE
           MOVE WS-GL-DC         TO GL-DC-INDICADOR
           MOVE WS-GL-VALOR      TO GL-AMOUNT
           MOVE WS-GL-PERIODO    TO GL-PERIODO
           MOVE WS-GL-REFERENCIA TO GL-EMP-ID
           PERFORM 8971-WRITE-GL-ENTRY
               THRU 8971-WRITE-GL-ENTRY-EXIT

           IF WS-GL-DC = 'D'
               ADD WS-GL-VALOR TO WS-TOT-DEBITOS
           ELSE
               ADD WS-GL-VALOR TO WS-TOT-CREDITOS
           END-IF.

       3900-WRITE-GL-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * 8000-READ-SCHEDULE
      ******************************************************************
       8000-READ-SCHEDULE.

           READ AMORT-SCHEDULE-FILE
               AT END
                   MOVE 'Y' TO WS-AS-EOF-SWITCH
           END-READ.

       8000-READ-SCHEDULE-EXIT.
           EXIT.

      ******************************************************************
      * 8100-READ-PAYMENT
      ******************************************************************
       8100-READ-PAYMENT.

           READ LOAN-PAYMENT-FILE
               AT END
                   MOVE 'Y' TO WS-LP-EOF-SWITCH
           END-READ.

       8100-READ-PAYMENT-EXIT.
           EXIT.

      ******************************************************************
      * 8200-READ-REFINANCE
      ******************************************************************
       8200-READ-REFINANCE.

           READ REFINANCE-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-RF-EOF-SWITCH
           END-READ.

       8200-READ-REFINANCE-EXIT.
           EXIT.

      ******************************************************************
      * 8300-READ-LEDGER
      ******************************************************************
       8300-READ-LEDGER.

           READ LOAN-LEDGER-FILE
               AT END
                   MOVE 'Y' TO WS-LG-EOF-SWITCH
           END-READ.

       8300-READ-LEDGER-EXIT.
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
