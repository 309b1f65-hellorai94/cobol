      *               DAY COUNT PRINTS ON THE CONTRACHEQUE. RESCISAO
      *               APPLIES THE SAME DAY-COUNT LOGIC TO THE FINAL
      *               MONTH.
      * 15-10-26 MRT  PAYS ONLY THE COMPANY-PAID DAYS OF AN EMPLOYEE ON
      *               LEAVE: THE SHARED AFASTCHK CHECKER WEIGHS THE
      *               AFASTAM LEAVE FILE AGAINST THE COMPETENCIA AND
      *               THE GROSS IS SCALED BY THE DAYS NOT PAID BY
      *               INSS OVER THE 30-DAY MONTH (THE FIRST 15 DAYS OF
      *               SICKNESS OR WORK ACCIDENT STAY ON THE COMPANY,
      *               MATERNITY IS ALL INSS). A WHOLE MONTH ON INSS
      *               DRAWS NO PAYCHECK. THE INSS DAYS PRINT ON THE
      *               CONTRACHEQUE, AND A LEAVE PAST ITS EXPECTED
      *               RETURN WITH NO ACTUAL RETURN KEYED IS FLAGGED
      *               ON PAYEXC.
      * 15-10-26 MRT  DEDUCTS THE MID-MONTH ADVANCE ADIANTA PAID ON THE
      *               20TH: THE ADTPAGO FILE IS LOADED AT STARTUP (ONLY
      *               THE CURRENT COMPETENCIA'S RECORDS), THE ADVANCE
      *               COMES OFF THE NET AFTER EVERY OTHER DEDUCTION
      *               WITH ITS OWN CONTRACHEQUE LINE, AND IS CREDITED
      *               BACK TO THE 1300-000 ADVANCES ACCOUNT ON
      *               GLINTRFC. AN ADVANCE LARGER THAN THE NET LEFT IS
      *               TAKEN ONLY UP TO THE NET AND FLAGGED ON PAYEXC.
      *               THE FILE IS CONSUMED AFTER A PRODUCTION RUN LIKE
      *               RETROERN.
      * 15-10-26 MRT  PAYS THE TIME-BANK HOURS BANCOHRS EXPIRED: THE
      *               BHVENCID FILE IS LOADED AT STARTUP AND EACH
      *               EMPLOYEE'S EXPIRED HOURS JOIN GROSS AT THE
      *               HOURLY RATE PLUS THE 50% OVERTIME PREMIUM, WITH
      *               THEIR OWN CONTRACHEQUE LINE. THE FILE IS
      *               CONSUMED AFTER A PRODUCTION RUN LIKE RETROERN.
      * 15-10-26 MRT  THE NEW-YEAR RESET OF A YTDEARN RECORD ALSO CLEARS
      *               THE PLR FIELDS PLRPAGTO NOW KEEPS ON IT.
      * 15-10-26 MRT  SPLITS THE PAYROLL BY ESTABLISHMENT (LEGAL ENTITY/
      *               CNPJ): EACH EMPLOYEE'S EMP-ESTABELECIMENTO IS
      *               LOOKED UP THROUGH THE SHARED ESTABCHK ROUTINE (AN
      *               UNKNOWN CODE KEEPS THE EMPLOYEE OUT OF THE RUN
      *               AND ON PAYEXC). THE REGISTER DETAIL CARRIES THE
      *               CODE AND A PAGE OF PER-ESTABLISHMENT TOTALS WITH
      *               CNPJ, FGTS AND INSS PATRONAL PRINTS AHEAD OF THE
      *               GRAND TOTAL; GLINTRFC AND FGTSREM CARRY THE
      *               ESTABLISHMENT AND GL COMPANY SEGMENT ON EVERY
      *               LINE; AND BANKPAY IS WRITTEN AS ONE HEADER/
      *               TRAILER BATCH PER ESTABLISHMENT, EACH DEBITING
      *               THAT ESTABLISHMENT'S OWN ACCOUNT. THE DETAILS ARE
      *               HELD ON THE BANKWRK WORK FILE UNTIL FINALIZE.
      * 15-10-26 MRT  THE COST-CENTER SUBTOTALS ALSO CARRY FGTS, INSS
      *               PATRONAL, OVERTIME (EXPIRED TIME-BANK HOURS) AND
      *               THE VOUCHER COST OF BENEFITS, AND A PRODUCTION
      *               RUN REPLACES THE COMPETENCIA'S RECORDS ON THE
      *               CCREAL ACTUALS FILE WITH THEM, SO ORCAMVAR CAN
      *               SET THE MONTH AGAINST FINANCE'S BUDGET.
      * 15-10-26 MRT  DEDUCTS THE TRAFFIC FINES MULTAPRC RAISED AGAINST
      *               THE DRIVERS: THE MULTADES FILE IS LOADED AT
      *               STARTUP AND EACH EMPLOYEE'S FINES COME OFF WHAT
      *               IS LEFT OF THE NET AFTER THE ADVANCE, WITH THEIR
      *               OWN CONTRACHEQUE LINE AND A CREDIT TO THE
      *               1360-000 FINES-TO-RECOVER ACCOUNT ON GLINTRFC. A
      *               FINE THE NET CANNOT COVER IS TAKEN ONLY UP TO THE
      *               NET, FLAGGED ON PAYEXC, AND A PRODUCTION RUN
      *               WRITES MULTADES BACK WITH ONLY THE BALANCES STILL
      *               OWED, FOR NEXT MONTH.
      * 15-10-26 MRT  PAYREG, GLINTRFC AND BANKPAY NOW GO OUT BETWEEN AN
      *               IFCTL HEADER AND TRAILER (RECORD COUNT, HASH OF
      *               THE NET PAY ON THE REGISTER AND THE REMITTANCE,
      *               OF GL-AMOUNT ON THE JOURNAL) SO PAYTIE, GLEDIT,
      *               GLPOST AND BANKRETN CAN PROVE EACH FILE ARRIVED
      *               WHOLE BEFORE THEY USE IT.
      * 15-10-26 MRT  ADTPAGO AND BHVENCID ARE NO LONGER EMPTIED AFTER A
      *               PRODUCTION RUN: LIKE MULTADES THEY ARE WRITTEN
      *               BACK WITH WHAT THE RUN DID NOT SETTLE -- THE
      *               ADVANCE NOT RECOVERED (NET TOO SHORT, OR THE
      *               EMPLOYEE LEFT OUT OF THE RUN) UNDER ITS ORIGINAL
      *               COMPETENCIA, AND THE EXPIRED LOTS NOT PAID. A
      *               CARRIED ADVANCE IS DEDUCTED IN A LATER MONTH.
      * 15-10-26 MRT  A TOTAL ADIANTAMENTOS LINE FOLLOWS TOTAL DA FOLHA
      *               ON PAYREG WITH THE ADVANCES DEDUCTED IN THE RUN,
      *               SO PAYTIE CAN TIE THE 1300-000 CREDITS TO IT.
      * 15-10-26 MRT  FGTSREM STAYS OUTSIDE IFCTL: NO PROGRAM IN THE
      *               SUITE READS IT, IT GOES STRAIGHT TO THE FGTS
      *               DEPOSIT UPLOAD, AND A '*H'/'*T' RECORD IN IT
      *               WOULD BE REJECTED THERE AS A BAD DEPOSIT LINE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALIQUID.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BNK-STATUS.

           SELECT BANK-WORK-FILE ASSIGN TO "BANKWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKW-STATUS.

           SELECT ADVANCE-PAID-FILE ASSIGN TO "ADTPAGO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADT-STATUS.

           SELECT EXPIRED-HOURS-FILE ASSIGN TO "BHVENCID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BHV-STATUS.

           SELECT FINE-DEDUCTION-FILE ASSIGN TO "MULTADES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MTD-STATUS.

           SELECT GARNISHMENT-ORDER-FILE ASSIGN TO "GARNORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRN-STATUS.
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS WS-YTD-STATUS.

           SELECT CC-ACTUALS-FILE ASSIGN TO "CCREAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CHAVE
               FILE STATUS IS WS-CRL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
      *-----------------------------------------------------------------
      * GL-INTERFACE-FILE -- ONE LINE PER JOURNAL ENTRY, IN THE
      * ACCOUNTING PACKAGE'S IMPORT FORMAT: ACCOUNT CODE, D/C
      * INDICATOR, AMOUNT AND THE ACCOUNTING PERIOD (YYYYMM), THEN THE
      * EMPLOYEE, THE EMPLOYEE'S ESTABLISHMENT AND ITS GL COMPANY
      * SEGMENT
      *-----------------------------------------------------------------
       FD  GL-INTERFACE-FILE
           RECORD CONTAINS 34 CHARACTERS.
       01  GL-INTERFACE-RECORD.
           05  GL-ACCOUNT-CODE     PIC X(08).
           05  GL-DC-INDICADOR     PIC X(01).
           05  GL-AMOUNT           PIC 9(07)V99.
           05  GL-PERIODO          PIC 9(06).
           05  GL-EMP-ID           PIC X(05).
           05  GL-ESTAB            PIC X(02).
           05  GL-EMPRESA          PIC X(02).

       FD  PAYROLL-EXCEPTION-FILE.
           COPY PAYEXC.
           05  RE-EMP-ID           PIC X(05).
           05  RE-VALOR            PIC 9(07)V99.

      *-----------------------------------------------------------------
      * ADVANCE-PAID-FILE -- THE MID-MONTH ADVANCES ADIANTA PAID,
      * DEDUCTED FROM THE MONTH-END NET
      *-----------------------------------------------------------------
       FD  ADVANCE-PAID-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  ADVANCE-PAID-RECORD.
           05  AD-EMP-ID           PIC X(05).
           05  AD-COMPETENCIA      PIC 9(06).
           05  AD-VALOR            PIC 9(07)V99.

      *-----------------------------------------------------------------
      * FINE-DEDUCTION-FILE -- TRAFFIC FINES MULTAPRC CHARGES TO THE
      * DRIVER, PLUS ANY BALANCE CARRIED OVER FROM LAST MONTH
      *-----------------------------------------------------------------
       FD  FINE-DEDUCTION-FILE
           RECORD CONTAINS 34 CHARACTERS.
           COPY MULTADES.

      *-----------------------------------------------------------------
      * EXPIRED-HOURS-FILE -- TIME-BANK LOTS BANCOHRS EXPIRED, PAID
      * HERE AS OVERTIME
      *-----------------------------------------------------------------
       FD  EXPIRED-HOURS-FILE
           RECORD CONTAINS 16 CHARACTERS.
       01  EXPIRED-HOURS-RECORD.
           05  BV-EMP-ID           PIC X(05).
           05  BV-COMPETENCIA      PIC 9(06).
           05  BV-HORAS            PIC 9(04)V9.

      *-----------------------------------------------------------------
      * BANK-PAYMENT-FILE -- THE BANK'S REMITTANCE LAYOUT: TYPE-0
      * HEADER, ONE TYPE-1 DETAIL PER EMPLOYEE, TYPE-9 TRAILER WITH
       FD  BANK-PAYMENT-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  BANK-PAYMENT-LINE       PIC X(40).
       01  BANK-PAYMENT-CREDITO.
           05  BPC-TIPO            PIC X(01).
           05  FILLER              PIC X(20).
           05  BPC-VALOR           PIC 9(07)V99.
           05  FILLER              PIC X(10).

      *-----------------------------------------------------------------
      * BANK-WORK-FILE -- THE TYPE-1 DETAILS TAGGED WITH THE PAYING
      * ESTABLISHMENT, HELD UNTIL FINALIZE SPLITS THEM INTO ONE
      * BANKPAY BATCH PER ESTABLISHMENT
      *-----------------------------------------------------------------
       FD  BANK-WORK-FILE
           RECORD CONTAINS 42 CHARACTERS.
       01  BANK-WORK-RECORD.
           05  BW-ESTAB            PIC X(02).
           05  BW-DETALHE          PIC X(40).

      *-----------------------------------------------------------------
      * GARNISHMENT-ORDER-FILE -- ONE LINE PER COURT ORDER: EMPLOYEE,
      * UPLOAD IS BUILT FROM ONE EXTRACT
      *-----------------------------------------------------------------
       FD  FGTS-REMIT-FILE
           RECORD CONTAINS 39 CHARACTERS.
       01  FGTS-REMIT-RECORD.
           05  FG-EMP-ID           PIC X(05).
           05  FG-COMPETENCIA      PIC 9(06).
           05  FG-ORIGEM           PIC X(08).
           05  FG-BASE             PIC 9(07)V99.
           05  FG-VALOR            PIC 9(07)V99.
           05  FG-ESTAB            PIC X(02).

      *-----------------------------------------------------------------
      * DEPENDENTS-FILE -- ONE LINE PER DEPENDENT, KEYED BY EMP-ID;
       FD  YTD-EARNINGS-FILE.
           COPY YTDEARN.

       FD  CC-ACTUALS-FILE.
           COPY CCREAL.

       WORKING-STORAGE SECTION.

      *-----------------------------------------------------------------
           88  WS-CBP-END-OF-FILE           VALUE 'Y'.
       77  WS-RET-STATUS           PIC X(02) VALUE SPACES.
       77  WS-BNK-STATUS           PIC X(02) VALUE SPACES.
       77  WS-BKW-STATUS           PIC X(02) VALUE SPACES.
       77  WS-ADT-STATUS           PIC X(02) VALUE SPACES.
       77  WS-BHV-STATUS           PIC X(02) VALUE SPACES.
       77  WS-GRN-STATUS           PIC X(02) VALUE SPACES.
       77  WS-GRM-STATUS           PIC X(02) VALUE SPACES.
       77  WS-CNS-STATUS           PIC X(02) VALUE SPACES.
       77  WS-BOR-STATUS           PIC X(02) VALUE SPACES.
       77  WS-CAL-STATUS           PIC X(02) VALUE SPACES.
       77  WS-YTD-STATUS           PIC X(02) VALUE SPACES.
       77  WS-CRL-STATUS           PIC X(02) VALUE SPACES.
       77  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE               VALUE 'Y'.

           05  WS-SLIP-PRO-DIAS    PIC Z9.
           05  FILLER              PIC X(04) VALUE ' DE '.
           05  WS-SLIP-PRO-TOTAL   PIC Z9.

      *-----------------------------------------------------------------
      * LEAVE OF ABSENCE -- DAYS OF THE MONTH PAID BY INSS, RETURNED
      * BY AFASTCHK, ARE TAKEN OFF THE 30-DAY COMMERCIAL MONTH
      *-----------------------------------------------------------------
       77  WS-DIAS-MES-COMERCIAL   PIC 9(02) VALUE 30.
       77  WS-DIAS-INSS-ATUAL      PIC 9(02) VALUE ZEROS.

       01  WS-SLIP-AFAST-LINHA.
           05  FILLER              PIC X(16) VALUE 'DIAS AFAST INSS '.
           05  WS-SLIP-AFA-DIAS    PIC Z9.
           05  FILLER              PIC X(04) VALUE ' DE '.
           05  WS-SLIP-AFA-TOTAL   PIC Z9.
       77  WS-PCT-TETO-VT          PIC 9(02)V99 VALUE 6.00.
       77  WS-PCT-SHARE-VR         PIC 9(02)V99 VALUE 20.00.
       77  WS-BEN-CUSTO            PIC 9(05)V99 VALUE ZEROS.
       77  WS-BEN-CUSTO-ATUAL      PIC 9(07)V99 VALUE ZEROS.
       77  WS-BEN-PARCELA          PIC 9(05)V99 VALUE ZEROS.
       77  WS-BEN-TETO-VT          PIC 9(05)V99 VALUE ZEROS.
       77  WS-SALARIO-BASE-BEN     PIC 9(06)V99 VALUE ZEROS.
           05  WS-DL-LIQUIDO       PIC Z(04)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DL-FAIXA         PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DL-ESTAB         PIC X(02).

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(28) VALUE 'TOTAL DA FOLHA'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-TL-LIQUIDO       PIC Z(06)9.99.

      *    THE ADVANCES DEDUCTED IN THE RUN, IN THE LIQUIDO COLUMNS OF
      *    WS-TOTAL-LINE -- PAYTIE TIES IT TO THE 1300-000 CREDITS
       01  WS-ADIANT-TOTAL-LINE.
           05  FILLER              PIC X(52)
                                   VALUE 'TOTAL ADIANTAMENTOS'.
           05  WS-ATL-VALOR        PIC Z(06)9.99.

      *-----------------------------------------------------------------
      * PAYSLIP (CONTRACHEQUE) PRINT LINES -- ONE BLOCK PER EMPLOYEE,
      * WITH ONE LINE PER TAX-BRACKET SLICE OF THE TOTAL DEDUCTION

      *-----------------------------------------------------------------
      * PER-COST-CENTER SUBTOTALS -- ACCUMULATED AS EMPLOYEES ARE PAID
      * AND PRINTED AS A SUBTOTAL PAGE AHEAD OF THE GRAND TOTAL. THE
      * EMPLOYER CHARGES, OVERTIME AND BENEFIT COST ARE NOT PRINTED
      * HERE -- THEY GO TO CCREAL FOR THE BUDGET COMPARISON
      *-----------------------------------------------------------------
       01  WS-CC-TOT-TABLE.
           05  WS-CC-TOT-ENTRY OCCURS 20 TIMES
               10  WS-CCT-BRUTO        PIC 9(09)V99.
               10  WS-CCT-DESCONTO     PIC 9(09)V99.
               10  WS-CCT-LIQUIDO      PIC 9(09)V99.
               10  WS-CCT-FGTS         PIC 9(09)V99.
               10  WS-CCT-INSS-PAT     PIC 9(09)V99.
               10  WS-CCT-HORA-EXTRA   PIC 9(09)V99.
               10  WS-CCT-BENEFICIOS   PIC 9(09)V99.

       77  WS-CCT-COUNT            PIC 9(02) VALUE ZEROS.
       77  WS-CCT-ACHOU            PIC X(01) VALUE 'N'.
           88  WS-CCT-ENCONTROU             VALUE 'S'.
       77  WS-CENTRO-ATUAL         PIC X(04) VALUE SPACES.
       77  WS-CRL-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88  WS-CRL-FIM-PERIODO           VALUE 'Y'.

       01  WS-CC-SUBTOTAL-LINE.
           05  WS-CCS-CENTRO       PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-CCS-LIQUIDO      PIC Z(06)9.99.

      *-----------------------------------------------------------------
      * PER-ESTABLISHMENT TOTALS -- ONE SLOT PER LEGAL ENTITY PAID,
      * HOLDING ITS CNPJ AND REMITTANCE DEBIT ACCOUNT FROM ESTABCHK,
      * THE REGISTER TOTALS, THE EMPLOYER CHARGES AND ITS OWN BANKPAY
      * BATCH COUNT AND HASH
      *-----------------------------------------------------------------
       01  WS-ESTAB-TOT-TABLE.
           05  WS-ESTAB-TOT-ENTRY OCCURS 20 TIMES
                               INDEXED BY WS-ETT-IDX.
               10  WS-ETT-CODIGO       PIC X(02).
               10  WS-ETT-CNPJ         PIC X(14).
               10  WS-ETT-BANCO        PIC 9(03).
               10  WS-ETT-AGENCIA      PIC 9(04).
               10  WS-ETT-CONTA        PIC 9(08).
               10  WS-ETT-QTDE         PIC 9(05).
               10  WS-ETT-BRUTO        PIC 9(09)V99.
               10  WS-ETT-DESCONTO     PIC 9(09)V99.
               10  WS-ETT-LIQUIDO      PIC 9(09)V99.
               10  WS-ETT-FGTS         PIC 9(09)V99.
               10  WS-ETT-INSS-PAT     PIC 9(09)V99.
               10  WS-ETT-BANK-QTDE    PIC 9(06).
               10  WS-ETT-BANK-HASH    PIC 9(11)V99.

       77  WS-ETT-COUNT            PIC 9(02) VALUE ZEROS.
       77  WS-ETT-SUB              PIC 9(02) VALUE ZEROS.
       77  WS-ETT-ACHOU            PIC X(01) VALUE 'N'.
           88  WS-ETT-ENCONTROU             VALUE 'S'.
       77  WS-ESTAB-ATUAL          PIC X(02) VALUE SPACES.
       77  WS-GL-EMPRESA-ATUAL     PIC X(02) VALUE SPACES.
       77  WS-ESTAB-REJEITADO-SW   PIC X(01) VALUE 'N'.
           88  WS-ESTAB-REJEITADO           VALUE 'S'.
       77  WS-BKW-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88  WS-BKW-END-OF-FILE           VALUE 'Y'.

      *    LAID OUT LIKE WS-TOTAL-LINE SO THE LIQUIDO LANDS IN THE
      *    SAME COLUMNS PAYTIE READS THE GRAND TOTAL FROM
       01  WS-ESTAB-TOTAL-LINE.
           05  FILLER              PIC X(12) VALUE 'TOTAL ESTAB '.
           05  WS-ETL-ESTAB        PIC X(02).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-ETL-QTDE         PIC Z(04)9.
           05  FILLER              PIC X(07) VALUE SPACES.
           05  WS-ETL-BRUTO        PIC Z(06)9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-ETL-DESCONTO     PIC Z(06)9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-ETL-LIQUIDO      PIC Z(06)9.99.

       01  WS-ESTAB-ENCARGO-LINE.
           05  FILLER              PIC X(07) VALUE '  CNPJ '.
           05  WS-EEL-CNPJ         PIC X(14).
           05  FILLER              PIC X(07) VALUE '  FGTS '.
           05  WS-EEL-FGTS         PIC Z(06)9.99.
           05  FILLER              PIC X(16) VALUE '  INSS PATRONAL '.
           05  WS-EEL-INSS-PAT     PIC Z(06)9.99.

      *-----------------------------------------------------------------
      * RETRO-EARNINGS TABLE -- LOADED FROM RETROERN AT STARTUP, ONE
      * ENTRY PER EMPLOYEE OWED BACK PAY THIS RUN
           88  WS-RET-END-OF-FILE           VALUE 'Y'.
       77  WS-VALOR-RETRO-ATUAL    PIC 9(07)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
      * MID-MONTH ADVANCE TABLE -- LOADED FROM ADTPAGO AT STARTUP, ONE
      * ENTRY PER ADVANCE (THIS COMPETENCIA'S, OR A BALANCE CARRIED
      * FROM AN EARLIER ONE); WS-ADT-DESCONTADO IS WHAT THIS RUN TOOK
      * OFF. A FULL TABLE SUSPENDS THE WHOLE DEDUCTION RATHER THAN
      * LOSE THE ADVANCES THAT DID NOT FIT WHEN THE FILE IS WRITTEN
      * BACK
      *-----------------------------------------------------------------
       01  WS-ADVANCE-TABLE.
           05  WS-ADVANCE-ENTRY OCCURS 500 TIMES
                                INDEXED BY WS-ADT-IDX.
               10  WS-ADT-EMP-ID       PIC X(05).
               10  WS-ADT-COMPETENCIA  PIC 9(06).
               10  WS-ADT-VALOR        PIC 9(07)V99.
               10  WS-ADT-DESCONTADO   PIC 9(07)V99.

       77  WS-ADT-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-ADT-SUB              PIC 9(03) VALUE ZEROS.
       77  WS-ADT-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88  WS-ADT-END-OF-FILE           VALUE 'Y'.
       77  WS-ADT-CHEIA-SW         PIC X(01) VALUE 'N'.
           88  WS-ADT-CHEIA                 VALUE 'S'.
       77  WS-ADIANT-PARCELA       PIC 9(07)V99 VALUE ZEROS.
       77  WS-TOTAL-ADIANT-SALDO   PIC 9(09)V99 VALUE ZEROS.
       77  WS-QTDE-ADIANT-SALDO    PIC 9(03) VALUE ZEROS.
       77  WS-ADIANT-ATUAL         PIC 9(07)V99 VALUE ZEROS.
       77  WS-ADIANT-DEVIDO        PIC 9(07)V99 VALUE ZEROS.
       77  WS-TOTAL-ADIANT         PIC 9(09)V99 VALUE ZEROS.
       77  WS-GL-ACCT-ADT-REC      PIC X(08) VALUE '1300-000'.
       77  WS-ADIANT-DEVIDO-EDIT   PIC Z(06)9.99.

      *-----------------------------------------------------------------
      * TRAFFIC-FINE TABLE -- LOADED FROM MULTADES AT STARTUP, ONE
      * ENTRY PER FINE; WS-MTD-DESCONTADO IS WHAT THIS RUN TOOK OFF.
      * A FULL TABLE SUSPENDS THE WHOLE DEDUCTION RATHER THAN LOSE
      * THE FINES THAT DID NOT FIT WHEN THE FILE IS WRITTEN BACK
      *-----------------------------------------------------------------
       01  WS-FINE-TABLE.
           05  WS-FINE-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-MTD-IDX.
               10  WS-MTD-EMP-ID       PIC X(05).
               10  WS-MTD-AUTO         PIC X(12).
               10  WS-MTD-DATA         PIC 9(08).
               10  WS-MTD-VALOR        PIC 9(07)V99.
               10  WS-MTD-DESCONTADO   PIC 9(07)V99.

       77  WS-MTD-STATUS           PIC X(02) VALUE SPACES.
       77  WS-MTD-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-MTD-SUB              PIC 9(03) VALUE ZEROS.
       77  WS-MTD-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88  WS-MTD-END-OF-FILE           VALUE 'Y'.
       77  WS-MTD-CHEIA-SW         PIC X(01) VALUE 'N'.
           88  WS-MTD-CHEIA                 VALUE 'S'.
       77  WS-MULTA-ATUAL          PIC 9(07)V99 VALUE ZEROS.
       77  WS-MULTA-PARCELA        PIC 9(07)V99 VALUE ZEROS.
       77  WS-MULTA-DEVIDO         PIC 9(07)V99 VALUE ZEROS.
       77  WS-MULTA-DEVIDO-EDIT    PIC Z(06)9.99.
       77  WS-TOTAL-MULTAS         PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOTAL-MULTAS-SALDO   PIC 9(09)V99 VALUE ZEROS.
       77  WS-QTDE-MULTAS-SALDO    PIC 9(03) VALUE ZEROS.
       77  WS-GL-ACCT-MULTA-REC    PIC X(08) VALUE '1360-000'.

      *-----------------------------------------------------------------
      * EXPIRED TIME-BANK TABLE -- LOADED FROM BHVENCID AT STARTUP,
      * ONE ENTRY PER EXPIRED LOT; PAID AT THE 50% OVERTIME PREMIUM.
      * WS-BHV-PAGO MARKS THE LOTS THIS RUN PAID. A FULL TABLE
      * SUSPENDS THE PAYMENT RATHER THAN LOSE THE LOTS THAT DID NOT
      * FIT WHEN THE FILE IS WRITTEN BACK
      *-----------------------------------------------------------------
       01  WS-EXPIRED-HOURS-TABLE.
           05  WS-EXPIRED-HOURS-ENTRY OCCURS 500 TIMES
                                INDEXED BY WS-BHV-IDX.
               10  WS-BHV-EMP-ID       PIC X(05).
               10  WS-BHV-COMPETENCIA  PIC 9(06).
               10  WS-BHV-HORAS        PIC 9(04)V9.
               10  WS-BHV-PAGO-SW      PIC X(01).
                   88  WS-BHV-PAGO              VALUE 'S'.

       77  WS-BHV-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-BHV-SUB              PIC 9(03) VALUE ZEROS.
       77  WS-BHV-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88  WS-BHV-END-OF-FILE           VALUE 'Y'.
       77  WS-BHV-CHEIA-SW         PIC X(01) VALUE 'N'.
           88  WS-BHV-CHEIA                 VALUE 'S'.
       77  WS-HORAS-BH-SALDO       PIC 9(06)V9 VALUE ZEROS.
       77  WS-QTDE-BH-SALDO        PIC 9(03) VALUE ZEROS.
       77  WS-PCT-HORA-EXTRA       PIC 9(03)V99 VALUE 50.00.
       77  WS-HORAS-BH-ATUAL       PIC 9(05)V9 VALUE ZEROS.
       77  WS-VALOR-BH-ATUAL       PIC 9(07)V99 VALUE ZEROS.
       77  WS-TOTAL-BH-VENCIDO     PIC 9(09)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
      * BANK REMITTANCE RECORDS AND CONTROL FIELDS
      *-----------------------------------------------------------------
           05  FILLER              PIC X(01) VALUE '0'.
           05  FILLER              PIC X(08) VALUE 'FOLHAPAG'.
           05  WS-BH-DATA          PIC 9(08).
           05  WS-BH-ESTAB         PIC X(02).
           05  WS-BH-BANCO         PIC 9(03).
           05  WS-BH-AGENCIA       PIC 9(04).
           05  WS-BH-CONTA         PIC 9(08).
           05  FILLER              PIC X(06) VALUE SPACES.

       01  WS-BANK-DETAIL.
           05  FILLER              PIC X(01) VALUE '1'.

       77  WS-BANK-QTDE            PIC 9(06) VALUE ZEROS.
       77  WS-BANK-HASH            PIC 9(11)V99 VALUE ZEROS.
       77  WS-REG-VALOR-CONTROLE   PIC 9(11)V99 VALUE ZEROS.

       77  WS-FAIXA-IDX            PIC 9(01) VALUE ZEROS.
       77  WS-FAIXA-BASE           PIC 9(06)V99 VALUE ZEROS.

       COPY CTLTOTLNK.
       COPY JOBLGLNK.
       COPY IFCTLLNK.
       COPY PERLCKLNK.
       COPY RPTHDRLNK.
       COPY AFASLNK.
       COPY ESTABLNK.

       PROCEDURE DIVISION.

           OPEN INPUT  EMPLOYEE-MASTER-FILE
           OPEN OUTPUT PAYROLL-REGISTER-FILE

           MOVE 'PAYREG'      TO IC-ARQUIVO
           PERFORM 8980-WRITE-CONTROL-HEADER
               THRU 8980-WRITE-CONTROL-HEADER-EXIT
           WRITE PAYROLL-REGISTER-LINE FROM IC-REGISTRO

           OPEN EXTEND PAYROLL-EXCEPTION-FILE
           IF WS-EXC-STATUS NOT = '00'
               OPEN OUTPUT PAYROLL-EXCEPTION-FILE
               OPEN OUTPUT GL-INTERFACE-FILE
               OPEN OUTPUT PAYSLIP-FILE
               OPEN OUTPUT BANK-PAYMENT-FILE
               OPEN OUTPUT BANK-WORK-FILE

               MOVE 'GLINTRFC'    TO IC-ARQUIVO
               PERFORM 8980-WRITE-CONTROL-HEADER
                   THRU 8980-WRITE-CONTROL-HEADER-EXIT
               WRITE GL-INTERFACE-RECORD FROM IC-REGISTRO

               MOVE 'BANKPAY'     TO IC-ARQUIVO
               PERFORM 8980-WRITE-CONTROL-HEADER
                   THRU 8980-WRITE-CONTROL-HEADER-EXIT
               WRITE BANK-PAYMENT-LINE FROM IC-REGISTRO

               OPEN EXTEND FGTS-REMIT-FILE
               IF WS-FGT-STATUS NOT = '00'
                   CLOSE YTD-EARNINGS-FILE
                   OPEN I-O YTD-EARNINGS-FILE
               END-IF

               OPEN I-O CC-ACTUALS-FILE
               IF WS-CRL-STATUS = '35'
                   CLOSE CC-ACTUALS-FILE
                   OPEN OUTPUT CC-ACTUALS-FILE
                   CLOSE CC-ACTUALS-FILE
                   OPEN I-O CC-ACTUALS-FILE
               END-IF
           END-IF

           PERFORM 1100-LOAD-TAX-TABLE
           PERFORM 1900-COUNT-WORKING-DAYS
               THRU 1900-COUNT-WORKING-DAYS-EXIT

           PERFORM 1920-LOAD-ADVANCES
               THRU 1920-LOAD-ADVANCES-EXIT

           PERFORM 1960-LOAD-FINES
               THRU 1960-LOAD-FINES-EXIT

           PERFORM 1940-LOAD-EXPIRED-HOURS
               THRU 1940-LOAD-EXPIRED-HOURS-EXIT

           IF NOT WS-MODO-SIMULA AND WS-BEN-COUNT > ZEROS
               OPEN OUTPUT BENEFIT-ORDER-FILE
           END-IF
           MOVE WS-ID-EXECUCAO TO RH-PROGRAM-ID
           MOVE 1          TO RH-PAGE-NUM
           CALL 'RPTHDR' USING RPTHDR-PARMS
           MOVE RH-HEADER-LINE TO PAYROLL-REGISTER-LINE
           PERFORM 8982-WRITE-REGISTER-LINE
               THRU 8982-WRITE-REGISTER-LINE-EXIT

           IF WS-MODO-SIMULA
               MOVE WS-SIMULA-MARCA TO PAYROLL-REGISTER-LINE
               PERFORM 8982-WRITE-REGISTER-LINE
                   THRU 8982-WRITE-REGISTER-LINE-EXIT
           END-IF

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE 'ID' TO WS-DL-ID
           MOVE 'PROFESSOR' TO WS-DL-NAME
           MOVE WS-DETAIL-LINE TO PAYROLL-REGISTER-LINE
           PERFORM 8982-WRITE-REGISTER-LINE
               THRU 8982-WRITE-REGISTER-LINE-EXIT

           PERFORM 8000-READ-EMPLOYEE
               THRU 8000-READ-EMPLOYEE-EXIT.
       1910-COUNT-ONE-DAY-EXIT.
           EXIT.

      ******************************************************************
      * 1920-LOAD-ADVANCES -- READ ADIANTA'S ADTPAGO FILE INTO THE
      * ADVANCE TABLE: THIS COMPETENCIA'S ADVANCES AND THE BALANCES
      * EARLIER RUNS COULD NOT RECOVER. NO FILE MEANS NO ADVANCE WAS
      * PAID THIS MONTH
      ******************************************************************
       1920-LOAD-ADVANCES.

           MOVE SPACES TO WS-ADVANCE-TABLE

           OPEN INPUT ADVANCE-PAID-FILE

           IF WS-ADT-STATUS NOT = '00'
               GO TO 1920-LOAD-ADVANCES-EXIT
           END-IF

           PERFORM 8900-READ-ADVANCE
               THRU 8900-READ-ADVANCE-EXIT

           PERFORM 1930-STORE-ADVANCE
               THRU 1930-STORE-ADVANCE-EXIT
               UNTIL WS-ADT-END-OF-FILE

           CLOSE ADVANCE-PAID-FILE

           IF WS-ADT-CHEIA
               DISPLAY 'TABELA DE ADIANTAMENTOS CHEIA -- NENHUM '
                   'ADIANTAMENTO DESCONTADO NESTA FOLHA, ADTPAGO '
                   'MANTIDO'
               MOVE ZEROS TO WS-ADT-COUNT
           END-IF.

       1920-LOAD-ADVANCES-EXIT.
           EXIT.

      ******************************************************************
      * 1930-STORE-ADVANCE
      ******************************************************************
       1930-STORE-ADVANCE.

           IF AD-VALOR NOT NUMERIC OR AD-VALOR = ZEROS
               GO TO 1930-STORE-ADVANCE-NEXT
           END-IF

           IF AD-COMPETENCIA < WS-GL-PERIODO
               DISPLAY 'SALDO DE ADIANTAMENTO DE ' AD-EMP-ID
                   ' DA COMPETENCIA ' AD-COMPETENCIA ' R$ ' AD-VALOR
           END-IF

           IF WS-ADT-COUNT < 500
               ADD 1 TO WS-ADT-COUNT
               SET WS-ADT-IDX TO WS-ADT-COUNT
               MOVE AD-EMP-ID      TO WS-ADT-EMP-ID(WS-ADT-IDX)
               MOVE AD-COMPETENCIA TO WS-ADT-COMPETENCIA(WS-ADT-IDX)
               MOVE AD-VALOR       TO WS-ADT-VALOR(WS-ADT-IDX)
               MOVE ZEROS          TO WS-ADT-DESCONTADO(WS-ADT-IDX)
           ELSE
               MOVE 'S' TO WS-ADT-CHEIA-SW
           END-IF.

       1930-STORE-ADVANCE-NEXT.

           PERFORM 8900-READ-ADVANCE
               THRU 8900-READ-ADVANCE-EXIT.

       1930-STORE-ADVANCE-EXIT.
           EXIT.

      ******************************************************************
      * 1940-LOAD-EXPIRED-HOURS -- READ BANCOHRS'S BHVENCID FILE INTO
      * THE EXPIRED TIME-BANK TABLE; NO FILE MEANS NOTHING EXPIRED
      ******************************************************************
       1940-LOAD-EXPIRED-HOURS.

           MOVE SPACES TO WS-EXPIRED-HOURS-TABLE

           OPEN INPUT EXPIRED-HOURS-FILE

           IF WS-BHV-STATUS NOT = '00'
               GO TO 1940-LOAD-EXPIRED-HOURS-EXIT
           END-IF

           PERFORM 8950-READ-EXPIRED-HOURS
               THRU 8950-READ-EXPIRED-HOURS-EXIT

           PERFORM 1950-STORE-EXPIRED-HOURS
               THRU 1950-STORE-EXPIRED-HOURS-EXIT
               UNTIL WS-BHV-END-OF-FILE

           CLOSE EXPIRED-HOURS-FILE

           IF WS-BHV-CHEIA
               DISPLAY 'TABELA DE HORAS VENCIDAS CHEIA -- NENHUMA '
                   'HORA VENCIDA PAGA NESTA FOLHA, BHVENCID MANTIDO'
               MOVE ZEROS TO WS-BHV-COUNT
           END-IF.

       1940-LOAD-EXPIRED-HOURS-EXIT.
           EXIT.

      ******************************************************************
      * 1950-STORE-EXPIRED-HOURS
      ******************************************************************
       1950-STORE-EXPIRED-HOURS.

           IF WS-BHV-COUNT < 500
               ADD 1 TO WS-BHV-COUNT
               SET WS-BHV-IDX TO WS-BHV-COUNT
               MOVE BV-EMP-ID      TO WS-BHV-EMP-ID(WS-BHV-IDX)
               MOVE BV-COMPETENCIA TO WS-BHV-COMPETENCIA(WS-BHV-IDX)
               MOVE BV-HORAS       TO WS-BHV-HORAS(WS-BHV-IDX)
               MOVE 'N'            TO WS-BHV-PAGO-SW(WS-BHV-IDX)
           ELSE
               MOVE 'S' TO WS-BHV-CHEIA-SW
           END-IF

           PERFORM 8950-READ-EXPIRED-HOURS
               THRU 8950-READ-EXPIRED-HOURS-EXIT.

       1950-STORE-EXPIRED-HOURS-EXIT.
           EXIT.

      ******************************************************************
      * 1960-LOAD-FINES -- READ MULTAPRC'S MULTADES FILE INTO THE FINE
      * TABLE. NO FILE MEANS NO FINE TO DEDUCT
      ******************************************************************
       1960-LOAD-FINES.

           MOVE SPACES TO WS-FINE-TABLE

           OPEN INPUT FINE-DEDUCTION-FILE

           IF WS-MTD-STATUS NOT = '00'
               GO TO 1960-LOAD-FINES-EXIT
           END-IF

           PERFORM 8970-READ-FINE
               THRU 8970-READ-FINE-EXIT

           PERFORM 1970-STORE-FINE
               THRU 1970-STORE-FINE-EXIT
               UNTIL WS-MTD-END-OF-FILE

           CLOSE FINE-DEDUCTION-FILE

           IF WS-MTD-CHEIA
               DISPLAY 'TABELA DE MULTAS CHEIA -- NENHUMA MULTA '
                   'DESCONTADA NESTA FOLHA, MULTADES MANTIDO'
               MOVE ZEROS TO WS-MTD-COUNT
           END-IF.

       1960-LOAD-FINES-EXIT.
           EXIT.

      ******************************************************************
      * 1970-STORE-FINE
      ******************************************************************
       1970-STORE-FINE.

           IF MD-VALOR NOT NUMERIC OR MD-VALOR = ZEROS
               GO TO 1970-STORE-FINE-NEXT
           END-IF

           IF WS-MTD-COUNT < 500
               ADD 1 TO WS-MTD-COUNT
               SET WS-MTD-IDX TO WS-MTD-COUNT
               MOVE MD-EMP-ID TO WS-MTD-EMP-ID(WS-MTD-IDX)
               MOVE MD-AUTO   TO WS-MTD-AUTO(WS-MTD-IDX)
               MOVE MD-DATA   TO WS-MTD-DATA(WS-MTD-IDX)
               MOVE MD-VALOR  TO WS-MTD-VALOR(WS-MTD-IDX)
               MOVE ZEROS     TO WS-MTD-DESCONTADO(WS-MTD-IDX)
           ELSE
               MOVE 'S' TO WS-MTD-CHEIA-SW
           END-IF.

       1970-STORE-FINE-NEXT.

           PERFORM 8970-READ-FINE
               THRU 8970-READ-FINE-EXIT.

       1970-STORE-FINE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-EMPLOYEE -- COMPUTE ONE PAYCHECK AND PRINT IT
      ******************************************************************
               GO TO 2000-PROCESS-EMPLOYEE-NEXT
           END-IF

           PERFORM 2020-FIND-ESTABLISHMENT
               THRU 2020-FIND-ESTABLISHMENT-EXIT

           IF WS-ESTAB-REJEITADO
               GO TO 2000-PROCESS-EMPLOYEE-NEXT
           END-IF

           MOVE EMP-HOURS        TO WS-HORA
           MOVE EMP-HOURLY-RATE  TO WS-VALOR-HORA
           MOVE EMP-DISCOUNT-PCT TO WS-PERCENTUAL
           PERFORM 2070-PRORATE-FIRST-MONTH
               THRU 2070-PRORATE-FIRST-MONTH-EXIT

           PERFORM 2072-APPLY-LEAVE-OF-ABSENCE
               THRU 2072-APPLY-LEAVE-OF-ABSENCE-EXIT

           IF WS-DIAS-INSS-ATUAL >= WS-DIAS-MES-COMERCIAL
               DISPLAY 'FUNCIONARIO ' EMP-ID ' AFASTADO PELO INSS '
                   'O MES INTEIRO -- FORA DA FOLHA'
               GO TO 2000-PROCESS-EMPLOYEE-NEXT
           END-IF

           PERFORM 2050-ADD-RETRO-EARNINGS
               THRU 2050-ADD-RETRO-EARNINGS-EXIT

           PERFORM 2056-PAY-EXPIRED-BANK-HOURS
               THRU 2056-PAY-EXPIRED-BANK-HOURS-EXIT

           PERFORM 2080-APPLY-DEPENDENT-ALLOW
               THRU 2080-APPLY-DEPENDENT-ALLOW-EXIT

           PERFORM 2197-APPLY-BENEFITS
               THRU 2197-APPLY-BENEFITS-EXIT

           PERFORM 2182-DEDUCT-ADVANCE
               THRU 2182-DEDUCT-ADVANCE-EXIT

           PERFORM 2186-DEDUCT-FINES
               THRU 2186-DEDUCT-FINES-EXIT

           DISPLAY 'PROFESSOR ' EMP-ID ' - ' EMP-NAME
               ' BRUTO R$ ' WS-SAL-BRUTO
               ' FAIXA ' WS-BRACKET-NUM
           MOVE WS-SAL-LIQUIDO TO WS-DL-LIQUIDO
           MOVE 'FAIXA '       TO WS-DL-FAIXA
           MOVE WS-BRACKET-NUM TO WS-DL-FAIXA(7:1)
           MOVE WS-ESTAB-ATUAL TO WS-DL-ESTAB

           MOVE WS-SAL-LIQUIDO TO WS-REG-VALOR-CONTROLE
           MOVE WS-DETAIL-LINE TO PAYROLL-REGISTER-LINE
           PERFORM 8982-WRITE-REGISTER-LINE
               THRU 8982-WRITE-REGISTER-LINE-EXIT

           PERFORM 2300-CHECK-PAYROLL-EXCEPTIONS
               THRU 2300-CHECK-PAYROLL-EXCEPTIONS-EXIT
           PERFORM 2700-ACCUM-CC-TOTALS
               THRU 2700-ACCUM-CC-TOTALS-EXIT

           IF WS-ETT-SUB > ZEROS
               ADD 1              TO WS-ETT-QTDE(WS-ETT-SUB)
               ADD WS-SAL-BRUTO   TO WS-ETT-BRUTO(WS-ETT-SUB)
               ADD WS-DESCONTO    TO WS-ETT-DESCONTO(WS-ETT-SUB)
               ADD WS-SAL-LIQUIDO TO WS-ETT-LIQUIDO(WS-ETT-SUB)
           END-IF

           ADD WS-SAL-BRUTO    TO WS-TOTAL-BRUTO
           ADD WS-DESCONTO     TO WS-TOTAL-DESCONTO
           ADD WS-SAL-LIQUIDO  TO WS-TOTAL-LIQUIDO
       2000-PROCESS-EMPLOYEE-EXIT.
           EXIT.

      ******************************************************************
      * 2020-FIND-ESTABLISHMENT -- LOOK THE EMPLOYEE'S ESTABLISHMENT
      * UP THROUGH ESTABCHK (A BLANK CODE IS THE HEAD OFFICE) AND
      * POINT WS-ETT-SUB AT ITS TOTALS SLOT, OPENING ONE THE FIRST
      * TIME THE ESTABLISHMENT IS SEEN. A CODE NOT ON THE ESTABEL
      * FILE HAS NO CNPJ TO PAY UNDER -- THE EMPLOYEE STAYS OUT OF
      * THE RUN AND LANDS ON THE EXCEPTION REPORT, AS DOES ONE WHOSE
      * ESTABLISHMENT FINDS THE TOTALS TABLE FULL
      ******************************************************************
       2020-FIND-ESTABLISHMENT.

           MOVE 'N'                 TO WS-ESTAB-REJEITADO-SW
           MOVE ZEROS               TO WS-ETT-SUB
           MOVE EMP-ESTABELECIMENTO TO ESC-CODIGO
           CALL 'ESTABCHK' USING ESTABCHK-PARMS

           IF ESC-NAO-CADASTRADO
               MOVE SPACES          TO PAYROLL-EXCEPTION-RECORD
               MOVE WS-ID-EXECUCAO  TO PE-PROGRAMA
               MOVE EMP-ID          TO PE-EMP-ID
               MOVE 'ESTAB-INVALIDO' TO PE-TIPO-EXCECAO
               STRING 'ESTAB ' ESC-CODIGO
                   ' NAO CADASTRADO NO ESTABEL'
                   DELIMITED BY SIZE INTO PE-DETALHE
               MOVE WS-DATA-HOJE TO PE-DATA
               WRITE PAYROLL-EXCEPTION-RECORD
               DISPLAY 'ATENCAO - ' PE-DETALHE ' - ' EMP-ID
                   ' FORA DA FOLHA'
               MOVE 'S' TO WS-ESTAB-REJEITADO-SW
               GO TO 2020-FIND-ESTABLISHMENT-EXIT
           END-IF

           MOVE ESC-CODIGO     TO WS-ESTAB-ATUAL
           MOVE ESC-GL-EMPRESA TO WS-GL-EMPRESA-ATUAL

           MOVE 'N' TO WS-ETT-ACHOU
           IF WS-ETT-COUNT > ZEROS
               SET WS-ETT-IDX TO 1
               SEARCH WS-ESTAB-TOT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ETT-IDX > WS-ETT-COUNT
                       CONTINUE
                   WHEN WS-ETT-CODIGO(WS-ETT-IDX) = WS-ESTAB-ATUAL
                       MOVE 'S' TO WS-ETT-ACHOU
               END-SEARCH
           END-IF

           IF NOT WS-ETT-ENCONTROU
               IF WS-ETT-COUNT < 20
                   ADD 1 TO WS-ETT-COUNT
                   SET WS-ETT-IDX TO WS-ETT-COUNT
                   MOVE WS-ESTAB-ATUAL TO WS-ETT-CODIGO(WS-ETT-IDX)
                   MOVE ESC-CNPJ       TO WS-ETT-CNPJ(WS-ETT-IDX)
                   MOVE ESC-BANCO      TO WS-ETT-BANCO(WS-ETT-IDX)
                   MOVE ESC-AGENCIA    TO WS-ETT-AGENCIA(WS-ETT-IDX)
                   MOVE ESC-CONTA      TO WS-ETT-CONTA(WS-ETT-IDX)
                   MOVE ZEROS TO WS-ETT-QTDE(WS-ETT-IDX)
                                 WS-ETT-BRUTO(WS-ETT-IDX)
                                 WS-ETT-DESCONTO(WS-ETT-IDX)
                                 WS-ETT-LIQUIDO(WS-ETT-IDX)
                                 WS-ETT-FGTS(WS-ETT-IDX)
                                 WS-ETT-INSS-PAT(WS-ETT-IDX)
                                 WS-ETT-BANK-QTDE(WS-ETT-IDX)
                                 WS-ETT-BANK-HASH(WS-ETT-IDX)
               ELSE
      *            NO SLOT MEANS NO BANKPAY BATCH TO PAY THE EMPLOYEE
      *            UNDER -- THE EMPLOYEE IS HELD OUT RATHER THAN LEFT
      *            OFF THE REMITTANCE
                   DISPLAY 'TABELA DE TOTAIS POR ESTABELECIMENTO '
                       'CHEIA -- ' WS-ESTAB-ATUAL ' FORA DA FOLHA'
                   MOVE SPACES          TO PAYROLL-EXCEPTION-RECORD
                   MOVE WS-ID-EXECUCAO  TO PE-PROGRAMA
                   MOVE EMP-ID          TO PE-EMP-ID
                   MOVE 'ESTAB-TAB-CHEIA' TO PE-TIPO-EXCECAO
                   STRING 'ESTAB ' WS-ESTAB-ATUAL
                       ' SEM VAGA NA TABELA DE TOTAIS'
                       DELIMITED BY SIZE INTO PE-DETALHE
                   MOVE WS-DATA-HOJE TO PE-DATA
                   WRITE PAYROLL-EXCEPTION-RECORD
                   MOVE 'S' TO WS-ESTAB-REJEITADO-SW
                   GO TO 2020-FIND-ESTABLISHMENT-EXIT
               END-IF
           END-IF

           SET WS-ETT-SUB TO WS-ETT-IDX.

       2020-FIND-ESTABLISHMENT-EXIT.
           EXIT.

      ******************************************************************
      * 2060-APPLY-PROPOSED-RATE -- SIMULA MODE ONLY: RAISE THE HOURLY
      * RATE IN MEMORY BY THE PROPOSED CBA PERCENTAGE FOR THIS
       2055-SUM-ONE-RETRO-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * 2056-PAY-EXPIRED-BANK-HOURS -- TIME-BANK HOURS NOT TAKEN OFF
      * WITHIN SIX MONTHS ARE PAID AS OVERTIME: THE HOURLY RATE PLUS
      * THE 50% PREMIUM, JOINING GROSS BEFORE THE TAX BRACKET IS PICKED
      ******************************************************************
       2056-PAY-EXPIRED-BANK-HOURS.

           MOVE ZEROS TO WS-HORAS-BH-ATUAL
           MOVE ZEROS TO WS-VALOR-BH-ATUAL

           PERFORM 2057-SUM-ONE-EXPIRED-ENTRY
               THRU 2057-SUM-ONE-EXPIRED-ENTRY-EXIT
               VARYING WS-BHV-SUB FROM 1 BY 1
               UNTIL WS-BHV-SUB > WS-BHV-COUNT

           IF WS-HORAS-BH-ATUAL = ZEROS
               GO TO 2056-PAY-EXPIRED-BANK-HOURS-EXIT
           END-IF

           COMPUTE WS-VALOR-BH-ATUAL ROUNDED =
               WS-HORAS-BH-ATUAL * WS-VALOR-HORA
               * (1 + (WS-PCT-HORA-EXTRA / 100))

           ADD WS-VALOR-BH-ATUAL TO WS-SAL-BRUTO
           ADD WS-VALOR-BH-ATUAL TO WS-TOTAL-BH-VENCIDO

           DISPLAY 'BANCO DE HORAS VENCIDO ' EMP-ID ' '
               WS-HORAS-BH-ATUAL ' HORAS R$ ' WS-VALOR-BH-ATUAL.

       2056-PAY-EXPIRED-BANK-HOURS-EXIT.
           EXIT.

      ******************************************************************
      * 2057-SUM-ONE-EXPIRED-ENTRY
      ******************************************************************
       2057-SUM-ONE-EXPIRED-ENTRY.

           SET WS-BHV-IDX TO WS-BHV-SUB

           IF WS-BHV-EMP-ID(WS-BHV-IDX) = EMP-ID
               ADD WS-BHV-HORAS(WS-BHV-IDX) TO WS-HORAS-BH-ATUAL
               MOVE 'S' TO WS-BHV-PAGO-SW(WS-BHV-IDX)
           END-IF.

       2057-SUM-ONE-EXPIRED-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * 2070-PRORATE-FIRST-MONTH -- AN EMPLOYEE ADMITTED INSIDE THE
      * CURRENT COMPETENCIA ONLY EARNS THE BUSINESS DAYS FROM THE
       2070-PRORATE-FIRST-MONTH-EXIT.
           EXIT.

      ******************************************************************
      * 2072-APPLY-LEAVE-OF-ABSENCE -- AN EMPLOYEE ON LEAVE IS PAID
      * ONLY THE DAYS THE COMPANY OWES: AFASTCHK RETURNS THE DAYS OF
      * THE COMPETENCIA PAID BY INSS AND THE GROSS IS SCALED BY THE
      * REMAINING DAYS OVER THE 30-DAY COMMERCIAL MONTH. A LEAVE PAST
      * ITS EXPECTED RETURN WITH NO ACTUAL RETURN KEYED IS FLAGGED
      ******************************************************************
       2072-APPLY-LEAVE-OF-ABSENCE.

           MOVE ZEROS TO WS-DIAS-INSS-ATUAL

           MOVE EMP-ID        TO AFC-EMP-ID
           MOVE WS-GL-PERIODO TO AFC-COMPETENCIA
           CALL 'AFASTCHK' USING AFASTCHK-PARMS

           IF AFC-RETORNO-ATRASADO
               MOVE SPACES             TO PAYROLL-EXCEPTION-RECORD
               MOVE WS-ID-EXECUCAO     TO PE-PROGRAMA
               MOVE EMP-ID             TO PE-EMP-ID
               MOVE 'AFAST-RETORNO-PEND' TO PE-TIPO-EXCECAO
               MOVE 'AFASTAMENTO VENCIDO SEM DATA DE RETORNO'
                   TO PE-DETALHE
               MOVE WS-DATA-HOJE       TO PE-DATA
               WRITE PAYROLL-EXCEPTION-RECORD
               DISPLAY 'ATENCAO - ' PE-DETALHE ' - ' EMP-ID
           END-IF

           IF AFC-DIAS-INSS = ZEROS
               GO TO 2072-APPLY-LEAVE-OF-ABSENCE-EXIT
           END-IF

           MOVE AFC-DIAS-INSS TO WS-DIAS-INSS-ATUAL

           IF WS-DIAS-INSS-ATUAL < WS-DIAS-MES-COMERCIAL
               COMPUTE WS-SAL-BRUTO ROUNDED =
                   (WS-SAL-BRUTO
                   * (WS-DIAS-MES-COMERCIAL - WS-DIAS-INSS-ATUAL))
                   / WS-DIAS-MES-COMERCIAL
               DISPLAY 'AFASTAMENTO ' EMP-ID ' TIPO ' AFC-TIPO ' '
                   WS-DIAS-INSS-ATUAL ' DIAS PAGOS PELO INSS'
           END-IF.

       2072-APPLY-LEAVE-OF-ABSENCE-EXIT.
           EXIT.

      ******************************************************************
      * 2075-COUNT-ONE-PRORATA-DAY
      ******************************************************************
       2180-ACCUM-BENEFICIARY-EXIT.
           EXIT.

      ******************************************************************
      * 2182-DEDUCT-ADVANCE -- THE MID-MONTH ADVANCE, AND ANY BALANCE
      * CARRIED FROM AN EARLIER MONTH, COMES OFF THE NET LEFT AFTER
      * EVERY OTHER DEDUCTION. AN ADVANCE THE NET CANNOT COVER (A
      * LEAVE THAT STARTED AFTER THE 20TH) IS TAKEN ONLY UP TO THE NET
      * AND THE BALANCE IS FLAGGED FOR HR AND KEPT FOR NEXT MONTH
      ******************************************************************
       2182-DEDUCT-ADVANCE.

           MOVE ZEROS TO WS-ADIANT-ATUAL
           MOVE ZEROS TO WS-ADIANT-DEVIDO

           IF WS-ADT-COUNT = ZEROS
               GO TO 2182-DEDUCT-ADVANCE-EXIT
           END-IF

           PERFORM 2184-DEDUCT-ONE-ADVANCE
               THRU 2184-DEDUCT-ONE-ADVANCE-EXIT
               VARYING WS-ADT-SUB FROM 1 BY 1
               UNTIL WS-ADT-SUB > WS-ADT-COUNT

           IF WS-ADIANT-ATUAL = ZEROS AND WS-ADIANT-DEVIDO = ZEROS
               GO TO 2182-DEDUCT-ADVANCE-EXIT
           END-IF

           IF WS-ADIANT-DEVIDO > ZEROS
               MOVE WS-ADIANT-DEVIDO TO WS-ADIANT-DEVIDO-EDIT
               MOVE SPACES             TO PAYROLL-EXCEPTION-RECORD
               MOVE WS-ID-EXECUCAO     TO PE-PROGRAMA
               MOVE EMP-ID             TO PE-EMP-ID
               MOVE 'ADIANTAMENTO-SALDO' TO PE-TIPO-EXCECAO
               STRING 'ADIANTAMENTO EXCEDE LIQUIDO EM R$'
                      WS-ADIANT-DEVIDO-EDIT
                   DELIMITED BY SIZE INTO PE-DETALHE
               MOVE WS-DATA-HOJE       TO PE-DATA
               WRITE PAYROLL-EXCEPTION-RECORD
               DISPLAY 'ATENCAO - ' PE-DETALHE ' - ' EMP-ID
           END-IF

           ADD WS-ADIANT-ATUAL TO WS-DESCONTO
           ADD WS-ADIANT-ATUAL TO WS-TOTAL-ADIANT
           SUBTRACT WS-ADIANT-ATUAL FROM WS-SAL-LIQUIDO
           DISPLAY 'ADIANTAMENTO ' EMP-ID ' R$ ' WS-ADIANT-ATUAL.

       2182-DEDUCT-ADVANCE-EXIT.
           EXIT.

      ******************************************************************
      * 2184-DEDUCT-ONE-ADVANCE -- TAKE AS MUCH OF ONE ADVANCE AS THE
      * NET STILL ALLOWS; AN ADVANCE DATED AFTER THIS COMPETENCIA
      * WAITS FOR ITS OWN MONTH
      ******************************************************************
       2184-DEDUCT-ONE-ADVANCE.

           SET WS-ADT-IDX TO WS-ADT-SUB

           IF WS-ADT-EMP-ID(WS-ADT-IDX) NOT = EMP-ID
               GO TO 2184-DEDUCT-ONE-ADVANCE-EXIT
           END-IF

           IF WS-ADT-COMPETENCIA(WS-ADT-IDX) > WS-GL-PERIODO
               GO TO 2184-DEDUCT-ONE-ADVANCE-EXIT
           END-IF

           COMPUTE WS-ADIANT-PARCELA =
               WS-SAL-LIQUIDO - WS-ADIANT-ATUAL
           IF WS-ADT-VALOR(WS-ADT-IDX) < WS-ADIANT-PARCELA
               MOVE WS-ADT-VALOR(WS-ADT-IDX) TO WS-ADIANT-PARCELA
           END-IF

           MOVE WS-ADIANT-PARCELA TO WS-ADT-DESCONTADO(WS-ADT-IDX)
           ADD WS-ADIANT-PARCELA TO WS-ADIANT-ATUAL
           COMPUTE WS-ADIANT-DEVIDO = WS-ADIANT-DEVIDO
               + WS-ADT-VALOR(WS-ADT-IDX) - WS-ADIANT-PARCELA.

       2184-DEDUCT-ONE-ADVANCE-EXIT.
           EXIT.

      ******************************************************************
      * 2186-DEDUCT-FINES -- THE DRIVER'S TRAFFIC FINES COME OFF WHAT
      * IS LEFT OF THE NET AFTER THE ADVANCE, OLDEST FIRST AS THEY SIT
      * ON MULTADES. WHAT THE NET CANNOT COVER STAYS OWED FOR NEXT
      * MONTH AND IS FLAGGED FOR HR
      ******************************************************************
       2186-DEDUCT-FINES.

           MOVE ZEROS TO WS-MULTA-ATUAL
           MOVE ZEROS TO WS-MULTA-DEVIDO

           IF WS-MTD-COUNT = ZEROS
               GO TO 2186-DEDUCT-FINES-EXIT
           END-IF

           PERFORM 2188-DEDUCT-ONE-FINE
               THRU 2188-DEDUCT-ONE-FINE-EXIT
               VARYING WS-MTD-SUB FROM 1 BY 1
               UNTIL WS-MTD-SUB > WS-MTD-COUNT

           IF WS-MULTA-ATUAL = ZEROS AND WS-MULTA-DEVIDO = ZEROS
               GO TO 2186-DEDUCT-FINES-EXIT
           END-IF

           IF WS-MULTA-DEVIDO > ZEROS
               MOVE WS-MULTA-DEVIDO    TO WS-MULTA-DEVIDO-EDIT
               MOVE SPACES             TO PAYROLL-EXCEPTION-RECORD
               MOVE WS-ID-EXECUCAO     TO PE-PROGRAMA
               MOVE EMP-ID             TO PE-EMP-ID
               MOVE 'MULTA-SALDO'      TO PE-TIPO-EXCECAO
               STRING 'MULTA EXCEDE LIQUIDO - SALDO R$'
                      WS-MULTA-DEVIDO-EDIT
                   DELIMITED BY SIZE INTO PE-DETALHE
               MOVE WS-DATA-HOJE       TO PE-DATA
               WRITE PAYROLL-EXCEPTION-RECORD
               DISPLAY 'ATENCAO - ' PE-DETALHE ' - ' EMP-ID
           END-IF

           ADD WS-MULTA-ATUAL TO WS-DESCONTO
           ADD WS-MULTA-ATUAL TO WS-TOTAL-MULTAS
           SUBTRACT WS-MULTA-ATUAL FROM WS-SAL-LIQUIDO
           DISPLAY 'MULTA DE TRANSITO ' EMP-ID ' R$ ' WS-MULTA-ATUAL.

       2186-DEDUCT-FINES-EXIT.
           EXIT.

      ******************************************************************
      * 2188-DEDUCT-ONE-FINE -- TAKE AS MUCH OF ONE FINE AS THE NET
      * STILL ALLOWS
      ******************************************************************
       2188-DEDUCT-ONE-FINE.

           SET WS-MTD-IDX TO WS-MTD-SUB

           IF WS-MTD-EMP-ID(WS-MTD-IDX) NOT = EMP-ID
               GO TO 2188-DEDUCT-ONE-FINE-EXIT
           END-IF

           COMPUTE WS-MULTA-PARCELA =
               WS-SAL-LIQUIDO - WS-MULTA-ATUAL
           IF WS-MTD-VALOR(WS-MTD-IDX) < WS-MULTA-PARCELA
               MOVE WS-MTD-VALOR(WS-MTD-IDX) TO WS-MULTA-PARCELA
           END-IF

           MOVE WS-MULTA-PARCELA TO WS-MTD-DESCONTADO(WS-MTD-IDX)
           ADD WS-MULTA-PARCELA TO WS-MULTA-ATUAL
           COMPUTE WS-MULTA-DEVIDO = WS-MULTA-DEVIDO
               + WS-MTD-VALOR(WS-MTD-IDX) - WS-MULTA-PARCELA.

       2188-DEDUCT-ONE-FINE-EXIT.
           EXIT.

      ******************************************************************
      * 2190-APPLY-CONSIGNADO -- ONE INSTALLMENT PER OPEN CONTRACT,
      * NEVER LETTING THE RUN'S CONSIGNADO TOTAL PASS THE LEGAL

           MOVE ZEROS TO WS-VT-ATUAL
           MOVE ZEROS TO WS-VR-ATUAL
           MOVE ZEROS TO WS-BEN-CUSTO-ATUAL

           IF WS-BEN-COUNT = ZEROS
               GO TO 2197-APPLY-BENEFITS-EXIT
                   GO TO 2198-APPLY-ONE-BENEFIT-EXIT
           END-EVALUATE

           ADD WS-BEN-CUSTO TO WS-BEN-CUSTO-ATUAL

           IF WS-BEN-PARCELA > WS-SAL-LIQUIDO
               MOVE WS-SAL-LIQUIDO TO WS-BEN-PARCELA
           END-IF
           MOVE WS-SAL-BRUTO       TO GL-AMOUNT
           MOVE WS-GL-PERIODO      TO GL-PERIODO
           MOVE EMP-ID             TO GL-EMP-ID
           MOVE WS-ESTAB-ATUAL     TO GL-ESTAB
           MOVE WS-GL-EMPRESA-ATUAL TO GL-EMPRESA
           PERFORM 8981-WRITE-GL-ENTRY
               THRU 8981-WRITE-GL-ENTRY-EXIT

           IF WS-DESC-IMPOSTO > ZEROS
               MOVE WS-GL-CC-TAX-PAY   TO GL-ACCOUNT-CODE
               MOVE 'C'                TO GL-DC-INDICADOR
               MOVE WS-DESC-IMPOSTO    TO GL-AMOUNT
               PERFORM 8981-WRITE-GL-ENTRY
                   THRU 8981-WRITE-GL-ENTRY-EXIT
           END-IF

           IF WS-GARN-ATUAL > ZEROS
               MOVE WS-GL-ACCT-GARN-PAY TO GL-ACCOUNT-CODE
               MOVE 'C'                TO GL-DC-INDICADOR
               MOVE WS-GARN-ATUAL      TO GL-AMOUNT
               PERFORM 8981-WRITE-GL-ENTRY
                   THRU 8981-WRITE-GL-ENTRY-EXIT
           END-IF

           IF WS-CONS-ATUAL > ZEROS
               MOVE WS-GL-ACCT-CONS-PAY TO GL-ACCOUNT-CODE
               MOVE 'C'                TO GL-DC-INDICADOR
               MOVE WS-CONS-ATUAL      TO GL-AMOUNT
               PERFORM 8981-WRITE-GL-ENTRY
                   THRU 8981-WRITE-GL-ENTRY-EXIT
           END-IF

           IF WS-VT-ATUAL + WS-VR-ATUAL > ZEROS
               MOVE WS-GL-ACCT-BEN-PAY TO GL-ACCOUNT-CODE
               MOVE 'C'                TO GL-DC-INDICADOR
               COMPUTE GL-AMOUNT = WS-VT-ATUAL + WS-VR-ATUAL
               PERFORM 8981-WRITE-GL-ENTRY
                   THRU 8981-WRITE-GL-ENTRY-EXIT
           END-IF

           IF WS-ADIANT-ATUAL > ZEROS
               MOVE WS-GL-ACCT-ADT-REC TO GL-ACCOUNT-CODE
               MOVE 'C'                TO GL-DC-INDICADOR
               MOVE WS-ADIANT-ATUAL    TO GL-AMOUNT
               PERFORM 8981-WRITE-GL-ENTRY
                   THRU 8981-WRITE-GL-ENTRY-EXIT
           END-IF

           IF WS-MULTA-ATUAL > ZEROS
               MOVE WS-GL-ACCT-MULTA-REC TO GL-ACCOUNT-CODE
               MOVE 'C'                TO GL-DC-INDICADOR
               MOVE WS-MULTA-ATUAL     TO GL-AMOUNT
               PERFORM 8981-WRITE-GL-ENTRY
                   THRU 8981-WRITE-GL-ENTRY-EXIT
           END-IF

           MOVE WS-GL-CC-NET-PAY   TO GL-ACCOUNT-CODE
           MOVE 'C'                TO GL-DC-INDICADOR
           MOVE WS-SAL-LIQUIDO     TO GL-AMOUNT
           PERFORM 8981-WRITE-GL-ENTRY
               THRU 8981-WRITE-GL-ENTRY-EXIT.

       2200-WRITE-GL-ENTRIES-EXIT.
           EXIT.
           MOVE WS-FGTS-ATUAL      TO GL-AMOUNT
           MOVE WS-GL-PERIODO      TO GL-PERIODO
           MOVE EMP-ID             TO GL-EMP-ID
           MOVE WS-ESTAB-ATUAL     TO GL-ESTAB
           MOVE WS-GL-EMPRESA-ATUAL TO GL-EMPRESA
           PERFORM 8981-WRITE-GL-ENTRY
               THRU 8981-WRITE-GL-ENTRY-EXIT

           MOVE WS-GL-ACCT-FGTS-PAY TO GL-ACCOUNT-CODE
           MOVE 'C'                TO GL-DC-INDICADOR
           PERFORM 8981-WRITE-GL-ENTRY
               THRU 8981-WRITE-GL-ENTRY-EXIT

           MOVE WS-GL-CC-ENC-EXP   TO GL-ACCOUNT-CODE
           MOVE 'D'                TO GL-DC-INDICADOR
           MOVE WS-INSS-PAT-ATUAL  TO GL-AMOUNT
           PERFORM 8981-WRITE-GL-ENTRY
               THRU 8981-WRITE-GL-ENTRY-EXIT

           MOVE WS-GL-ACCT-INSS-PAY TO GL-ACCOUNT-CODE
           MOVE 'C'                TO GL-DC-INDICADOR
           PERFORM 8981-WRITE-GL-ENTRY
               THRU 8981-WRITE-GL-ENTRY-EXIT

           MOVE EMP-ID             TO FG-EMP-ID
           MOVE WS-GL-PERIODO      TO FG-COMPETENCIA
           MOVE WS-ID-EXECUCAO     TO FG-ORIGEM
           MOVE WS-SAL-BRUTO       TO FG-BASE
           MOVE WS-FGTS-ATUAL      TO FG-VALOR
           MOVE WS-ESTAB-ATUAL     TO FG-ESTAB
           WRITE FGTS-REMIT-RECORD

           IF WS-ETT-SUB > ZEROS
               ADD WS-FGTS-ATUAL     TO WS-ETT-FGTS(WS-ETT-SUB)
               ADD WS-INSS-PAT-ATUAL TO WS-ETT-INSS-PAT(WS-ETT-SUB)
           END-IF

           ADD WS-FGTS-ATUAL     TO WS-TOTAL-FGTS
           ADD WS-INSS-PAT-ATUAL TO WS-TOTAL-INSS-PAT.

               WRITE PAYSLIP-LINE FROM WS-SLIP-VALOR-LINHA
           END-IF

           IF WS-VALOR-BH-ATUAL > ZEROS
               MOVE SPACES              TO WS-SLIP-VALOR-LINHA
               MOVE 'H.EXTRA BANCO HORAS' TO WS-SLIP-ROTULO
               MOVE WS-VALOR-BH-ATUAL   TO WS-SLIP-VALOR
               WRITE PAYSLIP-LINE FROM WS-SLIP-VALOR-LINHA
           END-IF

           IF WS-MES-PRORATADO
               MOVE WS-DIAS-PRORATA   TO WS-SLIP-PRO-DIAS
               MOVE WS-DIAS-UTEIS-MES TO WS-SLIP-PRO-TOTAL
               WRITE PAYSLIP-LINE FROM WS-SLIP-PRORATA-LINHA
           END-IF

           IF WS-DIAS-INSS-ATUAL > ZEROS
               MOVE WS-DIAS-INSS-ATUAL    TO WS-SLIP-AFA-DIAS
               MOVE WS-DIAS-MES-COMERCIAL TO WS-SLIP-AFA-TOTAL
               WRITE PAYSLIP-LINE FROM WS-SLIP-AFAST-LINHA
           END-IF

           IF WS-QTDE-DEP-ATUAL > ZEROS
               MOVE WS-QTDE-DEP-ATUAL TO WS-SLIP-DEP-QTDE
               MOVE WS-DED-DEP-ATUAL  TO WS-SLIP-DEP-VALOR
               WRITE PAYSLIP-LINE FROM WS-SLIP-VALOR-LINHA
           END-IF

           IF WS-ADIANT-ATUAL > ZEROS
               MOVE SPACES              TO WS-SLIP-VALOR-LINHA
               MOVE 'ADIANTAMENTO'      TO WS-SLIP-ROTULO
               MOVE WS-ADIANT-ATUAL     TO WS-SLIP-VALOR
               WRITE PAYSLIP-LINE FROM WS-SLIP-VALOR-LINHA
           END-IF

           IF WS-MULTA-ATUAL > ZEROS
               MOVE SPACES              TO WS-SLIP-VALOR-LINHA
               MOVE 'MULTA DE TRANSITO' TO WS-SLIP-ROTULO
               MOVE WS-MULTA-ATUAL      TO WS-SLIP-VALOR
               WRITE PAYSLIP-LINE FROM WS-SLIP-VALOR-LINHA
           END-IF

           MOVE SPACES             TO WS-SLIP-VALOR-LINHA
           MOVE 'TOTAL DESCONTOS'  TO WS-SLIP-ROTULO
           MOVE WS-DESCONTO        TO WS-SLIP-VALOR
                                    YTD-TOTAL-LIQUIDO
                                    YTD-TOTAL-DED-DEP
                                    YTD-QTDE-DEP
                                    YTD-PLR-ANO-BASE
                                    YTD-PLR-BRUTO
                                    YTD-PLR-IRRF
                                    YTD-PLR-LIQUIDO
           END-IF

           MOVE WS-SAL-BRUTO   TO YTD-BRUTO(WS-MES-FOLHA)
           EXIT.

      ******************************************************************
      * 2600-WRITE-BANK-DETAIL -- ONE REMITTANCE DETAIL PER EMPLOYEE,
      * HELD ON BANKWRK UNDER THE EMPLOYEE'S ESTABLISHMENT UNTIL
      * FINALIZE BATCHES IT; AN EMPLOYEE WITH NO BANK ACCOUNT ON THE
      * MASTER CANNOT GO IN THE UPLOAD AND LANDS ON THE SHARED
      * EXCEPTION REPORT INSTEAD
      ******************************************************************
       2600-WRITE-BANK-DETAIL.

           MOVE EMP-CONTA      TO WS-BD-CONTA
           MOVE WS-SAL-LIQUIDO TO WS-BD-VALOR

           MOVE WS-ESTAB-ATUAL TO BW-ESTAB
           MOVE WS-BANK-DETAIL TO BW-DETALHE
           WRITE BANK-WORK-RECORD

           IF WS-ETT-SUB > ZEROS
               ADD 1              TO WS-ETT-BANK-QTDE(WS-ETT-SUB)
               ADD WS-SAL-LIQUIDO TO WS-ETT-BANK-HASH(WS-ETT-SUB)
           END-IF

           ADD 1               TO WS-BANK-QTDE
           ADD WS-SAL-LIQUIDO  TO WS-BANK-HASH.
                                 WS-CCT-BRUTO(WS-CCT-IDX)
                                 WS-CCT-DESCONTO(WS-CCT-IDX)
                                 WS-CCT-LIQUIDO(WS-CCT-IDX)
                                 WS-CCT-FGTS(WS-CCT-IDX)
                                 WS-CCT-INSS-PAT(WS-CCT-IDX)
                                 WS-CCT-HORA-EXTRA(WS-CCT-IDX)
                                 WS-CCT-BENEFICIOS(WS-CCT-IDX)
               ELSE
                   DISPLAY 'TABELA DE SUBTOTAIS DE CENTRO DE CUSTO '
                       'CHEIA -- ' WS-CENTRO-ATUAL ' NAO SUBTOTALIZADO'
           ADD 1               TO WS-CCT-QTDE(WS-CCT-IDX)
           ADD WS-SAL-BRUTO    TO WS-CCT-BRUTO(WS-CCT-IDX)
           ADD WS-DESCONTO     TO WS-CCT-DESCONTO(WS-CCT-IDX)
           ADD WS-SAL-LIQUIDO  TO WS-CCT-LIQUIDO(WS-CCT-IDX)
           ADD WS-VALOR-BH-ATUAL  TO WS-CCT-HORA-EXTRA(WS-CCT-IDX)
           ADD WS-BEN-CUSTO-ATUAL TO WS-CCT-BENEFICIOS(WS-CCT-IDX)

      *    THE EMPLOYER CHARGES ARE ONLY WORKED OUT ON A PRODUCTION RUN
           IF NOT WS-MODO-SIMULA
               ADD WS-FGTS-ATUAL     TO WS-CCT-FGTS(WS-CCT-IDX)
               ADD WS-INSS-PAT-ATUAL TO WS-CCT-INSS-PAT(WS-CCT-IDX)
           END-IF.

       2700-ACCUM-CC-TOTALS-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZE -- PER-COST-CENTER SUBTOTAL PAGE, THE PER-
      * ESTABLISHMENT TOTALS PAGE, THEN THE GRAND TOTALS, ONE BANKPAY
      * BATCH PER ESTABLISHMENT, THEN CLOSE FILES
      ******************************************************************
       3000-FINALIZE.

               MOVE WS-ID-EXECUCAO TO RH-PROGRAM-ID
               MOVE 2          TO RH-PAGE-NUM
               CALL 'RPTHDR' USING RPTHDR-PARMS
               MOVE RH-HEADER-LINE TO PAYROLL-REGISTER-LINE
               PERFORM 8982-WRITE-REGISTER-LINE
                   THRU 8982-WRITE-REGISTER-LINE-EXIT

               IF WS-MODO-SIMULA
                   MOVE WS-SIMULA-MARCA TO PAYROLL-REGISTER-LINE
                   PERFORM 8982-WRITE-REGISTER-LINE
                       THRU 8982-WRITE-REGISTER-LINE-EXIT
               END-IF

               PERFORM 3100-WRITE-CC-SUBTOTAL
                   UNTIL WS-CCT-IDX > WS-CCT-COUNT
           END-IF

           IF WS-ETT-COUNT > ZEROS
               MOVE WS-ID-EXECUCAO TO RH-PROGRAM-ID
               MOVE 3          TO RH-PAGE-NUM
               CALL 'RPTHDR' USING RPTHDR-PARMS
               MOVE RH-HEADER-LINE TO PAYROLL-REGISTER-LINE
               PERFORM 8982-WRITE-REGISTER-LINE
                   THRU 8982-WRITE-REGISTER-LINE-EXIT

               IF WS-MODO-SIMULA
                   MOVE WS-SIMULA-MARCA TO PAYROLL-REGISTER-LINE
                   PERFORM 8982-WRITE-REGISTER-LINE
                       THRU 8982-WRITE-REGISTER-LINE-EXIT
               END-IF

               PERFORM 3110-WRITE-ESTAB-TOTAL
                   THRU 3110-WRITE-ESTAB-TOTAL-EXIT
                   VARYING WS-ETT-IDX FROM 1 BY 1
                   UNTIL WS-ETT-IDX > WS-ETT-COUNT
           END-IF

           MOVE WS-TOTAL-BRUTO    TO WS-TL-BRUTO
           MOVE WS-TOTAL-DESCONTO TO WS-TL-DESCONTO
           MOVE WS-TOTAL-LIQUIDO  TO WS-TL-LIQUIDO

           MOVE WS-TOTAL-LINE TO PAYROLL-REGISTER-LINE
           PERFORM 8982-WRITE-REGISTER-LINE
               THRU 8982-WRITE-REGISTER-LINE-EXIT

           MOVE WS-TOTAL-ADIANT      TO WS-ATL-VALOR
           MOVE WS-ADIANT-TOTAL-LINE TO PAYROLL-REGISTER-LINE
           PERFORM 8982-WRITE-REGISTER-LINE
               THRU 8982-WRITE-REGISTER-LINE-EXIT

           IF NOT WS-MODO-SIMULA
               CLOSE BANK-WORK-FILE
               PERFORM 3400-WRITE-BANK-BATCH
                   THRU 3400-WRITE-BANK-BATCH-EXIT
                   VARYING WS-ETT-IDX FROM 1 BY 1
                   UNTIL WS-ETT-IDX > WS-ETT-COUNT
               DISPLAY 'REMESSA BANKPAY -- ' WS-BANK-QTDE
                   ' CREDITOS, TOTAL R$ ' WS-BANK-HASH

               PERFORM 3500-REPLACE-CC-ACTUALS
                   THRU 3500-REPLACE-CC-ACTUALS-EXIT

               IF WS-GBN-COUNT > ZEROS
                   PERFORM 3200-WRITE-GARN-REMIT
                   DISPLAY 'ARQUIVO RETROERN CONSUMIDO -- '
                       WS-RET-COUNT ' VERBAS PAGAS NESTA FOLHA'
               END-IF

      *        THE ADVANCE FILE KEEPS ONLY WHAT WAS NOT RECOVERED:
      *        A SECOND MONTH-END RUN MUST NOT DEDUCT THE SAME ADVANCE
      *        TWICE, AND AN EMPLOYEE LEFT OUT OF THIS RUN OR WHOSE
      *        NET FELL SHORT STILL OWES THE BALANCE
               IF WS-ADT-COUNT > ZEROS
                   PERFORM 3620-CARRY-ADVANCE-BALANCES
                       THRU 3620-CARRY-ADVANCE-BALANCES-EXIT
               END-IF

      *        THE FINE FILE KEEPS ONLY WHAT IS STILL OWED, SO NEXT
      *        MONTH PICKS UP THE BALANCES AND NOTHING IS TAKEN TWICE
               IF WS-MTD-COUNT > ZEROS
                   PERFORM 3600-CARRY-FINE-BALANCES
                       THRU 3600-CARRY-FINE-BALANCES-EXIT
               END-IF

      *        AND THE EXPIRED TIME-BANK HOURS JUST PAID AS OVERTIME
      *        COME OFF BHVENCID; THE LOTS OF AN EMPLOYEE NOT PAID IN
      *        THIS RUN STAY ON IT FOR THE NEXT ONE
               IF WS-BHV-COUNT > ZEROS
                   PERFORM 3640-CARRY-EXPIRED-HOURS
                       THRU 3640-CARRY-EXPIRED-HOURS-EXIT
               END-IF
           END-IF

           DISPLAY 'FOLHA PROCESSADA PARA ' WS-EMP-COUNT ' PROFESSORES'
           MOVE WS-TOTAL-LIQUIDO    TO CT-TOTAL-3-VALOR
           CALL 'CTLTOT' USING CTLTOT-PARMS

           MOVE 'PAYREG'      TO IC-ARQUIVO
           PERFORM 8984-WRITE-CONTROL-TRAILER
               THRU 8984-WRITE-CONTROL-TRAILER-EXIT
           WRITE PAYROLL-REGISTER-LINE FROM IC-REGISTRO

           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE PAYROLL-REGISTER-FILE
           CLOSE PAYROLL-EXCEPTION-FILE

           IF NOT WS-MODO-SIMULA
               MOVE 'GLINTRFC'    TO IC-ARQUIVO
               PERFORM 8984-WRITE-CONTROL-TRAILER
                   THRU 8984-WRITE-CONTROL-TRAILER-EXIT
               WRITE GL-INTERFACE-RECORD FROM IC-REGISTRO

               MOVE 'BANKPAY'     TO IC-ARQUIVO
               PERFORM 8984-WRITE-CONTROL-TRAILER
                   THRU 8984-WRITE-CONTROL-TRAILER-EXIT
               WRITE BANK-PAYMENT-LINE FROM IC-REGISTRO

               CLOSE GL-INTERFACE-FILE
               CLOSE PAYSLIP-FILE
               CLOSE BANK-PAYMENT-FILE
               CLOSE FGTS-REMIT-FILE
               CLOSE YTD-EARNINGS-FILE
               CLOSE CC-ACTUALS-FILE

               IF WS-BEN-COUNT > ZEROS
                   CLOSE BENEFIT-ORDER-FILE
           MOVE WS-CCT-DESCONTO(WS-CCT-IDX) TO WS-CCS-DESCONTO
           MOVE WS-CCT-LIQUIDO(WS-CCT-IDX)  TO WS-CCS-LIQUIDO

           MOVE WS-CC-SUBTOTAL-LINE TO PAYROLL-REGISTER-LINE
           PERFORM 8982-WRITE-REGISTER-LINE
               THRU 8982-WRITE-REGISTER-LINE-EXIT

           DISPLAY 'CENTRO ' WS-CCS-CENTRO ' BRUTO ' WS-CCS-BRUTO
               ' LIQUIDO ' WS-CCS-LIQUIDO.
       3100-WRITE-CC-SUBTOTAL-EXIT.
           EXIT.

      ******************************************************************
      * 3110-WRITE-ESTAB-TOTAL -- ONE TOTAL LINE PER ESTABLISHMENT AND
      * UNDER IT THE CNPJ WITH THE EMPLOYER FGTS AND INSS PATRONAL
      ******************************************************************
       3110-WRITE-ESTAB-TOTAL.

           MOVE WS-ETT-CODIGO(WS-ETT-IDX)   TO WS-ETL-ESTAB
           MOVE WS-ETT-QTDE(WS-ETT-IDX)     TO WS-ETL-QTDE
           MOVE WS-ETT-BRUTO(WS-ETT-IDX)    TO WS-ETL-BRUTO
           MOVE WS-ETT-DESCONTO(WS-ETT-IDX) TO WS-ETL-DESCONTO
           MOVE WS-ETT-LIQUIDO(WS-ETT-IDX)  TO WS-ETL-LIQUIDO
           MOVE WS-ESTAB-TOTAL-LINE TO PAYROLL-REGISTER-LINE
           PERFORM 8982-WRITE-REGISTER-LINE
               THRU 8982-WRITE-REGISTER-LINE-EXIT

           MOVE WS-ETT-CNPJ(WS-ETT-IDX)     TO WS-EEL-CNPJ
           MOVE WS-ETT-FGTS(WS-ETT-IDX)     TO WS-EEL-FGTS
           MOVE WS-ETT-INSS-PAT(WS-ETT-IDX) TO WS-EEL-INSS-PAT
           MOVE WS-ESTAB-ENCARGO-LINE TO PAYROLL-REGISTER-LINE
           PERFORM 8982-WRITE-REGISTER-LINE
               THRU 8982-WRITE-REGISTER-LINE-EXIT

           DISPLAY 'ESTABELECIMENTO ' WS-ETL-ESTAB
               ' BRUTO ' WS-ETL-BRUTO ' LIQUIDO ' WS-ETL-LIQUIDO
               ' FGTS ' WS-EEL-FGTS ' INSS PATRONAL ' WS-EEL-INSS-PAT.

       3110-WRITE-ESTAB-TOTAL-EXIT.
           EXIT.

      ******************************************************************
      * 3200-WRITE-GARN-REMIT -- ONE EXTRACT LINE PER BENEFICIARY WITH
      * THE PERIOD'S TOTAL WITHHELD UNDER COURT ORDER
       3310-SETTLE-ONE-CONTRACT-EXIT.
           EXIT.

      ******************************************************************
      * 3400-WRITE-BANK-BATCH -- ONE BANKPAY BATCH FOR THE
      * ESTABLISHMENT AT WS-ETT-IDX: A HEADER NAMING THE ESTABLISHMENT
      * AND THE ACCOUNT TO DEBIT, ITS DETAILS PULLED OFF BANKWRK, AND
      * A TRAILER WITH THE BATCH'S OWN COUNT AND HASH. AN
      * ESTABLISHMENT WITH NOTHING TO REMIT GETS NO BATCH
      ******************************************************************
       3400-WRITE-BANK-BATCH.

           IF WS-ETT-BANK-QTDE(WS-ETT-IDX) = ZEROS
               GO TO 3400-WRITE-BANK-BATCH-EXIT
           END-IF

           MOVE WS-DATA-HOJE                TO WS-BH-DATA
           MOVE WS-ETT-CODIGO(WS-ETT-IDX)   TO WS-BH-ESTAB
           MOVE WS-ETT-BANCO(WS-ETT-IDX)    TO WS-BH-BANCO
           MOVE WS-ETT-AGENCIA(WS-ETT-IDX)  TO WS-BH-AGENCIA
           MOVE WS-ETT-CONTA(WS-ETT-IDX)    TO WS-BH-CONTA
           MOVE WS-BANK-HEADER TO BANK-PAYMENT-LINE
           PERFORM 8983-WRITE-BANK-LINE
               THRU 8983-WRITE-BANK-LINE-EXIT

           MOVE 'N' TO WS-BKW-EOF-SWITCH
           OPEN INPUT BANK-WORK-FILE

           PERFORM 8960-READ-BANK-WORK
               THRU 8960-READ-BANK-WORK-EXIT

           PERFORM 3410-COPY-BANK-DETAIL
               THRU 3410-COPY-BANK-DETAIL-EXIT
               UNTIL WS-BKW-END-OF-FILE

           CLOSE BANK-WORK-FILE

           MOVE WS-ETT-BANK-QTDE(WS-ETT-IDX) TO WS-BT-QTDE
           MOVE WS-ETT-BANK-HASH(WS-ETT-IDX) TO WS-BT-HASH
           MOVE WS-BANK-TRAILER TO BANK-PAYMENT-LINE
           PERFORM 8983-WRITE-BANK-LINE
               THRU 8983-WRITE-BANK-LINE-EXIT.

       3400-WRITE-BANK-BATCH-EXIT.
           EXIT.

      ******************************************************************
      * 3410-COPY-BANK-DETAIL -- COPY ONE HELD DETAIL INTO THE CURRENT
      * BATCH WHEN IT BELONGS TO THE BATCH'S ESTABLISHMENT
      ******************************************************************
       3410-COPY-BANK-DETAIL.

           IF BW-ESTAB = WS-ETT-CODIGO(WS-ETT-IDX)
               MOVE BW-DETALHE TO BANK-PAYMENT-LINE
               PERFORM 8983-WRITE-BANK-LINE
                   THRU 8983-WRITE-BANK-LINE-EXIT
           END-IF

           PERFORM 8960-READ-BANK-WORK
               THRU 8960-READ-BANK-WORK-EXIT.

       3410-COPY-BANK-DETAIL-EXIT.
           EXIT.

      ******************************************************************
      * 3500-REPLACE-CC-ACTUALS -- THE COMPETENCIA'S CCREAL RECORDS ARE
      * DELETED AND WRITTEN AGAIN FROM THIS RUN'S COST-CENTER SLOTS, SO
      * A RERUN REPLACES THE MONTH (AND A CENTER NOBODY IS PAID UNDER
      * ANY MORE DROPS OUT OF IT) INSTEAD OF ADDING TO IT
      ******************************************************************
       3500-REPLACE-CC-ACTUALS.

           MOVE 'N'           TO WS-CRL-EOF-SWITCH
           MOVE WS-GL-PERIODO TO CR-PERIODO
           MOVE LOW-VALUES    TO CR-CENTRO
           START CC-ACTUALS-FILE KEY IS NOT LESS THAN CR-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-CRL-EOF-SWITCH
           END-START

           PERFORM 3510-DELETE-ONE-ACTUAL
               THRU 3510-DELETE-ONE-ACTUAL-EXIT
               UNTIL WS-CRL-FIM-PERIODO

           PERFORM 3520-WRITE-ONE-ACTUAL
               THRU 3520-WRITE-ONE-ACTUAL-EXIT
               VARYING WS-CCT-IDX FROM 1 BY 1
               UNTIL WS-CCT-IDX > WS-CCT-COUNT

           DISPLAY 'CCREAL ATUALIZADO -- ' WS-CCT-COUNT
               ' CENTRO(S) DE CUSTO NA COMPETENCIA ' WS-GL-PERIODO.

       3500-REPLACE-CC-ACTUALS-EXIT.
           EXIT.

      ******************************************************************
      * 3510-DELETE-ONE-ACTUAL
      ******************************************************************
       3510-DELETE-ONE-ACTUAL.

           READ CC-ACTUALS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CRL-EOF-SWITCH
                   GO TO 3510-DELETE-ONE-ACTUAL-EXIT
           END-READ

           IF CR-PERIODO NOT = WS-GL-PERIODO
               MOVE 'Y' TO WS-CRL-EOF-SWITCH
               GO TO 3510-DELETE-ONE-ACTUAL-EXIT
           END-IF

           DELETE CC-ACTUALS-FILE RECORD
               INVALID KEY
                   DISPLAY 'ERRO AO EXCLUIR CCREAL ' CR-CHAVE
                       ' STATUS ' WS-CRL-STATUS
           END-DELETE.

       3510-DELETE-ONE-ACTUAL-EXIT.
           EXIT.

      ******************************************************************
      * 3520-WRITE-ONE-ACTUAL
      ******************************************************************
       3520-WRITE-ONE-ACTUAL.

           MOVE WS-GL-PERIODO                  TO CR-PERIODO
           MOVE WS-CCT-CENTRO(WS-CCT-IDX)      TO CR-CENTRO
           MOVE WS-CCT-QTDE(WS-CCT-IDX)        TO CR-QTDE
           MOVE WS-CCT-BRUTO(WS-CCT-IDX)       TO CR-BRUTO
           MOVE WS-CCT-FGTS(WS-CCT-IDX)        TO CR-FGTS
           MOVE WS-CCT-INSS-PAT(WS-CCT-IDX)    TO CR-INSS-PAT
           MOVE WS-CCT-HORA-EXTRA(WS-CCT-IDX)  TO CR-HORA-EXTRA
           MOVE WS-CCT-BENEFICIOS(WS-CCT-IDX)  TO CR-BENEFICIOS

           WRITE CC-ACTUALS-RECORD
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR CCREAL ' CR-CHAVE
                       ' STATUS ' WS-CRL-STATUS
           END-WRITE.

       3520-WRITE-ONE-ACTUAL-EXIT.
           EXIT.

      ******************************************************************
      * 3600-CARRY-FINE-BALANCES -- MULTADES IS WRITTEN AGAIN WITH ONLY
      * WHAT IS STILL OWED: A FINE PARTLY TAKEN GOES BACK REDUCED, A
      * FINE OF AN EMPLOYEE NOT PAID IN THIS RUN GOES BACK WHOLE
      ******************************************************************
       3600-CARRY-FINE-BALANCES.

           OPEN OUTPUT FINE-DEDUCTION-FILE

           PERFORM 3610-CARRY-ONE-FINE
               THRU 3610-CARRY-ONE-FINE-EXIT
               VARYING WS-MTD-SUB FROM 1 BY 1
               UNTIL WS-MTD-SUB > WS-MTD-COUNT

           CLOSE FINE-DEDUCTION-FILE

           DISPLAY 'ARQUIVO MULTADES ATUALIZADO -- DESCONTADO R$ '
               WS-TOTAL-MULTAS ' SALDO DE ' WS-QTDE-MULTAS-SALDO
               ' MULTA(S) R$ ' WS-TOTAL-MULTAS-SALDO.

       3600-CARRY-FINE-BALANCES-EXIT.
           EXIT.

      ******************************************************************
      * 3610-CARRY-ONE-FINE
      ******************************************************************
       3610-CARRY-ONE-FINE.

           SET WS-MTD-IDX TO WS-MTD-SUB

           IF WS-MTD-DESCONTADO(WS-MTD-IDX)
                   NOT < WS-MTD-VALOR(WS-MTD-IDX)
               GO TO 3610-CARRY-ONE-FINE-EXIT
           END-IF

           MOVE SPACES                    TO FINE-DEDUCTION-RECORD
           MOVE WS-MTD-EMP-ID(WS-MTD-IDX) TO MD-EMP-ID
           MOVE WS-MTD-AUTO(WS-MTD-IDX)   TO MD-AUTO
           MOVE WS-MTD-DATA(WS-MTD-IDX)   TO MD-DATA
           COMPUTE MD-VALOR = WS-MTD-VALOR(WS-MTD-IDX)
               - WS-MTD-DESCONTADO(WS-MTD-IDX)
           WRITE FINE-DEDUCTION-RECORD

           ADD 1        TO WS-QTDE-MULTAS-SALDO
           ADD MD-VALOR TO WS-TOTAL-MULTAS-SALDO.

       3610-CARRY-ONE-FINE-EXIT.
           EXIT.

      ******************************************************************
      * 3620-CARRY-ADVANCE-BALANCES -- ADTPAGO IS WRITTEN AGAIN WITH
      * ONLY WHAT WAS NOT RECOVERED: AN ADVANCE PARTLY TAKEN GOES BACK
      * REDUCED, THE ADVANCE OF AN EMPLOYEE NOT PAID IN THIS RUN GOES
      * BACK WHOLE, EACH UNDER THE COMPETENCIA IT WAS PAID IN
      ******************************************************************
       3620-CARRY-ADVANCE-BALANCES.

           OPEN OUTPUT ADVANCE-PAID-FILE

           PERFORM 3630-CARRY-ONE-ADVANCE
               THRU 3630-CARRY-ONE-ADVANCE-EXIT
               VARYING WS-ADT-SUB FROM 1 BY 1
               UNTIL WS-ADT-SUB > WS-ADT-COUNT

           CLOSE ADVANCE-PAID-FILE

           DISPLAY 'ARQUIVO ADTPAGO ATUALIZADO -- DESCONTADO R$ '
               WS-TOTAL-ADIANT ' SALDO DE ' WS-QTDE-ADIANT-SALDO
               ' ADIANTAMENTO(S) R$ ' WS-TOTAL-ADIANT-SALDO.

       3620-CARRY-ADVANCE-BALANCES-EXIT.
           EXIT.

      ******************************************************************
      * 3630-CARRY-ONE-ADVANCE
      ******************************************************************
       3630-CARRY-ONE-ADVANCE.

           SET WS-ADT-IDX TO WS-ADT-SUB

           IF WS-ADT-DESCONTADO(WS-ADT-IDX)
                   NOT < WS-ADT-VALOR(WS-ADT-IDX)
               GO TO 3630-CARRY-ONE-ADVANCE-EXIT
           END-IF

           MOVE SPACES                         TO ADVANCE-PAID-RECORD
           MOVE WS-ADT-EMP-ID(WS-ADT-IDX)      TO AD-EMP-ID
           MOVE WS-ADT-COMPETENCIA(WS-ADT-IDX) TO AD-COMPETENCIA
           COMPUTE AD-VALOR = WS-ADT-VALOR(WS-ADT-IDX)
               - WS-ADT-DESCONTADO(WS-ADT-IDX)
           WRITE ADVANCE-PAID-RECORD

           ADD 1        TO WS-QTDE-ADIANT-SALDO
           ADD AD-VALOR TO WS-TOTAL-ADIANT-SALDO.

       3630-CARRY-ONE-ADVANCE-EXIT.
           EXIT.

      ******************************************************************
      * 3640-CARRY-EXPIRED-HOURS -- BHVENCID IS WRITTEN AGAIN WITH ONLY
      * THE LOTS THIS RUN DID NOT PAY, SO AN EMPLOYEE LEFT OUT OF THE
      * RUN (TERMINATED, A WHOLE MONTH ON INSS LEAVE, AN UNKNOWN
      * ESTABLISHMENT) IS PAID THE HOURS WHEN NEXT PAID
      ******************************************************************
       3640-CARRY-EXPIRED-HOURS.

           OPEN OUTPUT EXPIRED-HOURS-FILE

           PERFORM 3650-CARRY-ONE-EXPIRED-LOT
               THRU 3650-CARRY-ONE-EXPIRED-LOT-EXIT
               VARYING WS-BHV-SUB FROM 1 BY 1
               UNTIL WS-BHV-SUB > WS-BHV-COUNT

           CLOSE EXPIRED-HOURS-FILE

           DISPLAY 'ARQUIVO BHVENCID ATUALIZADO -- PAGO EM HORAS '
               'VENCIDAS R$ ' WS-TOTAL-BH-VENCIDO ' SALDO DE '
               WS-QTDE-BH-SALDO ' LOTE(S) ' WS-HORAS-BH-SALDO ' HORAS'.

       3640-CARRY-EXPIRED-HOURS-EXIT.
           EXIT.

      ******************************************************************
      * 3650-CARRY-ONE-EXPIRED-LOT
      ******************************************************************
       3650-CARRY-ONE-EXPIRED-LOT.

           SET WS-BHV-IDX TO WS-BHV-SUB

           IF WS-BHV-PAGO(WS-BHV-IDX)
               GO TO 3650-CARRY-ONE-EXPIRED-LOT-EXIT
           END-IF

           MOVE SPACES                         TO EXPIRED-HOURS-RECORD
           MOVE WS-BHV-EMP-ID(WS-BHV-IDX)      TO BV-EMP-ID
           MOVE WS-BHV-COMPETENCIA(WS-BHV-IDX) TO BV-COMPETENCIA
           MOVE WS-BHV-HORAS(WS-BHV-IDX)       TO BV-HORAS
           WRITE EXPIRED-HOURS-RECORD

           ADD 1        TO WS-QTDE-BH-SALDO
           ADD BV-HORAS TO WS-HORAS-BH-SALDO.

       3650-CARRY-ONE-EXPIRED-LOT-EXIT.
           EXIT.

      ******************************************************************
      * 8000-READ-EMPLOYEE -- SHARED READ PARAGRAPH
      ******************************************************************

       8800-READ-CALENDAR-EXIT.
           EXIT.

      ******************************************************************
      * 8900-READ-ADVANCE
      ******************************************************************
       8900-READ-ADVANCE.

           READ ADVANCE-PAID-FILE
               AT END
                   MOVE 'Y' TO WS-ADT-EOF-SWITCH
           END-READ.

       8900-READ-ADVANCE-EXIT.
           EXIT.

      ******************************************************************
      * 8950-READ-EXPIRED-HOURS
      ******************************************************************
       8950-READ-EXPIRED-HOURS.

           READ EXPIRED-HOURS-FILE
               AT END
                   MOVE 'Y' TO WS-BHV-EOF-SWITCH
           END-READ.

       8950-READ-EXPIRED-HOURS-EXIT.
           EXIT.

      ******************************************************************
      * 8960-READ-BANK-WORK
      ******************************************************************
       8960-READ-BANK-WORK.

           READ BANK-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-BKW-EOF-SWITCH
           END-READ.

       8960-READ-BANK-WORK-EXIT.
           EXIT.

      ******************************************************************
      * 8970-READ-FINE
      ******************************************************************
       8970-READ-FINE.

           READ FINE-DEDUCTION-FILE
               AT END
                   MOVE 'Y' TO WS-MTD-EOF-SWITCH
           END-READ.

       8970-READ-FINE-EXIT.
           EXIT.

      ******************************************************************
      * 8980-WRITE-CONTROL-HEADER -- THE IFCTL HEADER THAT OPENS THIS
      * RUN'S BATCH ON THE INTERFACE FILE NAMED IN IC-ARQUIVO; THE
      * CALLER WRITES IT FROM IC-REGISTRO
      ******************************************************************
       8980-WRITE-CONTROL-HEADER.

           MOVE JL-PROGRAM-ID TO IC-PROGRAMA
           MOVE 'A'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS.

       8980-WRITE-CONTROL-HEADER-EXIT.
           EXIT.

      ******************************************************************
      * 8981-WRITE-GL-ENTRY -- WRITE ONE JOURNAL LINE AND COUNT IT
      * INTO THE GLINTRFC TRAILER TOTALS
      ******************************************************************
       8981-WRITE-GL-ENTRY.

           WRITE GL-INTERFACE-RECORD

           MOVE 'GLINTRFC'    TO IC-ARQUIVO
           MOVE GL-AMOUNT     TO IC-VALOR
           MOVE 'G'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS.

       8981-WRITE-GL-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * 8982-WRITE-REGISTER-LINE -- WRITE ONE PAYREG LINE AND COUNT
      * IT; ONLY AN EMPLOYEE'S DETAIL LINE CARRIES AN AMOUNT (THE NET
      * PAY) INTO THE HASH
      ******************************************************************
       8982-WRITE-REGISTER-LINE.

           WRITE PAYROLL-REGISTER-LINE

           MOVE 'PAYREG'              TO IC-ARQUIVO
           MOVE WS-REG-VALOR-CONTROLE TO IC-VALOR
           MOVE 'G'                   TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS

           MOVE ZEROS TO WS-REG-VALOR-CONTROLE.

       8982-WRITE-REGISTER-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 8983-WRITE-BANK-LINE -- WRITE ONE BANKPAY RECORD AND COUNT IT;
      * ONLY A TYPE-1 CREDIT CARRIES AN AMOUNT INTO THE HASH
      ******************************************************************
       8983-WRITE-BANK-LINE.

           WRITE BANK-PAYMENT-LINE

           MOVE 'BANKPAY'     TO IC-ARQUIVO
           MOVE ZEROS         TO IC-VALOR
           IF BPC-TIPO = '1'
               MOVE BPC-VALOR TO IC-VALOR
           END-IF
           MOVE 'G'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS.

       8983-WRITE-BANK-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 8984-WRITE-CONTROL-TRAILER -- THE IFCTL TRAILER THAT CLOSES
      * THE BATCH ON THE FILE NAMED IN IC-ARQUIVO WITH ITS RECORD
      * COUNT AND HASH; THE CALLER WRITES IT FROM IC-REGISTRO
      ******************************************************************
       8984-WRITE-CONTROL-TRAILER.

           MOVE 'T'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS.

       8984-WRITE-CONTROL-TRAILER-EXIT.
           EXIT.
