      ******************************************************************
      * Author: M. TAVARES
      * Date: 15-10-26
      * Purpose: ANNUAL PROFIT-SHARING PAYOUT (PARTICIPACAO NOS LUCROS
      * E RESULTADOS -- PLR). ONCE A YEAR THE AGREEMENT PAYS A MULTIPLE
      * OF EMP-SALARIO FOR THE PRIOR YEAR (THE ANO-BASE), PRORATED BY
      * THE MONTHS WORKED IN IT: A MONTH COUNTS WHEN THE EMPLOYEE WAS
      * ON THE BOOKS FOR 15 DAYS OR MORE OF IT, BETWEEN THE ADMISSION
      * DATE ON EMPMAST AND THE LAST DAY ON RESCISAO'S TERMTRAN FILE.
      * PLR IS TAXED AT SOURCE ON ITS OWN EXCLUSIVE IRRF TABLE, NOT THE
      * MONTHLY TABLE SALIQUID USES, AND THE TAX IS FIGURED ON ALL PLR
      * PAID IN THE CALENDAR YEAR LESS THE PLR IRRF ALREADY WITHHELD.
      * THE JOB WRITES THE PLRREG PAYOUT REGISTER, ITS OWN BANKPLR
      * REMITTANCE IN THE BANKPAY LAYOUT, THE GLINTRFC ENTRIES ONE SET
      * PER COST CENTER THROUGH CCMAP (DEBIT SALARY EXPENSE, CREDIT
      * WITHHOLDING PAYABLE AND NET-PAY PAYABLE), AND ROLLS THE PAYOUT
      * INTO THE EMPLOYEE'S YTDEARN RECORD, WHERE ANNSTMT PRINTS IT ON
      * ITS OWN LINE. A YTDEARN RECORD THAT ALREADY CARRIES THE PLR OF
      * THE ANO-BASE IS NOT PAID TWICE, SO THE JOB CAN BE RERUN.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History
      * 15-10-26 MRT  ORIGINAL VERSION.
      * 15-10-26 MRT  THE COST-CENTER GL SETS ARE NOW KEPT PER COST
      *               CENTER AND ESTABLISHMENT, AND EVERY GLINTRFC LINE
      *               CARRIES THE ESTABLISHMENT AND ITS GL COMPANY
      *               SEGMENT FROM THE SHARED ESTABCHK LOOKUP, SO THE
      *               PLR POSTS TO THE LEGAL ENTITY THAT PAYS IT.
      * 15-10-26 MRT  THE RUN'S GLINTRFC ENTRIES NOW GO OUT BETWEEN AN
      *               IFCTL HEADER AND TRAILER (RECORD COUNT AND
      *               AMOUNT HASH) SO EVERY CONSUMER CAN PROVE THE
      *               BATCH ARRIVED WHOLE.
      * 15-10-26 MRT  BANKPLR STAYS OUTSIDE IFCTL: NO PROGRAM IN THE
      *               SUITE READS IT, IT GOES ONLY TO THE BANK, AND ITS
      *               TYPE 0/9 HEADER AND TRAILER ALREADY CARRY THE
      *               BANK'S OWN RECORD COUNT AND AMOUNT HASH.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLRPAGTO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.

           SELECT YTD-EARNINGS-FILE ASSIGN TO "YTDEARN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS WS-YTD-STATUS.

           SELECT TERMINATION-TRAN-FILE ASSIGN TO "TERMTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TT-STATUS.

           SELECT COST-CENTER-MAP-FILE ASSIGN TO "CCMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCM-STATUS.

           SELECT PLR-REGISTER-FILE ASSIGN TO "PLRREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT PLR-BANK-FILE ASSIGN TO "BANKPLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BNK-STATUS.

           SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTRFC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT PAYROLL-EXCEPTION-FILE ASSIGN TO "PAYEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPMAST.

       FD  YTD-EARNINGS-FILE.
           COPY YTDEARN.

      *-----------------------------------------------------------------
      * TERMINATION-TRAN-FILE -- RESCISAO'S TERMINATIONS; THE LAST DAY
      * WORKED CLOSES THE LEAVER'S PLR PRORATION
      *-----------------------------------------------------------------
       FD  TERMINATION-TRAN-FILE
           RECORD CONTAINS 14 CHARACTERS.
       01  TERMINATION-TRAN-RECORD.
           05  TT-EMP-ID           PIC X(05).
           05  TT-ULTIMO-DIA       PIC 9(08).
           05  TT-TIPO             PIC X(01).
               88  TT-DISPENSA            VALUE 'D'.
               88  TT-PEDIDO              VALUE 'P'.
               88  TT-JUSTA-CAUSA         VALUE 'J'.

      *-----------------------------------------------------------------
      * COST-CENTER-MAP-FILE -- SAME CCMAP LAYOUT SALIQUID READS
      *-----------------------------------------------------------------
       FD  COST-CENTER-MAP-FILE
           RECORD CONTAINS 36 CHARACTERS.
       01  COST-CENTER-MAP-RECORD.
           05  CCM-CENTRO          PIC X(04).
           05  CCM-ACCT-SAL-EXP    PIC X(08).
           05  CCM-ACCT-TAX-PAY    PIC X(08).
           05  CCM-ACCT-NET-PAY    PIC X(08).
           05  CCM-ACCT-ENC-EXP    PIC X(08).

       FD  PLR-REGISTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PLR-REGISTER-LINE       PIC X(80).

      *-----------------------------------------------------------------
      * PLR-BANK-FILE -- SAME BANK REMITTANCE LAYOUT AS SALIQUID'S
      * BANKPAY: TYPE-0 HEADER, ONE TYPE-1 DETAIL PER EMPLOYEE, TYPE-9
      * TRAILER WITH RECORD COUNT AND HASH TOTAL
      *-----------------------------------------------------------------
       FD  PLR-BANK-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  PLR-BANK-LINE           PIC X(40).

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

       WORKING-STORAGE SECTION.

       77  WS-EMP-STATUS           PIC X(02) VALUE SPACES.
       77  WS-YTD-STATUS           PIC X(02) VALUE SPACES.
       77  WS-TT-STATUS            PIC X(02) VALUE SPACES.
       77  WS-CCM-STATUS           PIC X(02) VALUE SPACES.
       77  WS-REG-STATUS           PIC X(02) VALUE SPACES.
       77  WS-BNK-STATUS           PIC X(02) VALUE SPACES.
       77  WS-GL-STATUS            PIC X(02) VALUE SPACES.
       77  WS-EXC-STATUS           PIC X(02) VALUE SPACES.

       77  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE               VALUE 'Y'.

       77  WS-YTD-NOVO-SWITCH      PIC X(01) VALUE 'N'.
           88  WS-YTD-REG-NOVO              VALUE 'S'.

      *-----------------------------------------------------------------
      * PLR RULES -- THE AGREEMENT PAYS ONE MONTHLY SALARY FOR A FULL
      * ANO-BASE; A MONTH COUNTS AT 15 DAYS OR MORE ON THE BOOKS.
      * DISMISSAL FOR CAUSE FORFEITS THE PLR.
      *-----------------------------------------------------------------
       77  WS-PLR-SALARIOS         PIC 9(02)V99 VALUE 1.00.
       77  WS-DIAS-MINIMO-MES      PIC 9(02) VALUE 15.

      *-----------------------------------------------------------------
      * EXCLUSIVE PLR IRRF TABLE -- ANNUAL BRACKETS, APPLIED TO ALL PLR
      * PAID IN THE CALENDAR YEAR, SAME SHAPE AS SALIQUID'S TABLE
      *-----------------------------------------------------------------
       01  PLR-TAX-BRACKET-TABLE.
           05  PLR-TAX-BRACKET OCCURS 5 TIMES
                               INDEXED BY PLR-TAX-IDX.
               10  PTB-LIMITE      PIC 9(06)V99.
               10  PTB-PERCENTUAL  PIC 9(02)V99.
               10  PTB-DEDUCAO     PIC 9(05)V99.

       77  WS-GL-ACCT-SAL-EXP      PIC X(08) VALUE '5100-000'.
       77  WS-GL-ACCT-TAX-PAY      PIC X(08) VALUE '2200-000'.
       77  WS-GL-ACCT-NET-PAY      PIC X(08) VALUE '2100-000'.

       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WS-GL-PERIODO           PIC 9(06) VALUE ZEROS.
       77  WS-ANO-ATUAL            PIC 9(04) VALUE ZEROS.
       77  WS-ANO-BASE             PIC 9(04) VALUE ZEROS.

      *-----------------------------------------------------------------
      * PRORATION WORK FIELDS -- DAY NUMBERS FROM INTEGER-OF-DATE
      *-----------------------------------------------------------------
       77  WS-DATA-AUX             PIC 9(08) VALUE ZEROS.
       77  WS-DIA-INI-EMP          PIC 9(07) VALUE ZEROS.
       77  WS-DIA-FIM-EMP          PIC 9(07) VALUE ZEROS.
       77  WS-DIA-INI-MES          PIC 9(07) VALUE ZEROS.
       77  WS-DIA-FIM-MES          PIC 9(07) VALUE ZEROS.
       77  WS-DIA-INI              PIC 9(07) VALUE ZEROS.
       77  WS-DIA-FIM              PIC 9(07) VALUE ZEROS.
       77  WS-MES-SUB              PIC 9(02) VALUE ZEROS.
       77  WS-MESES-TRAB           PIC 9(02) VALUE ZEROS.
       77  WS-ULTIMO-DIA           PIC 9(08) VALUE ZEROS.

       77  WS-PLR-BRUTO            PIC 9(07)V99 VALUE ZEROS.
       77  WS-PLR-IRRF             PIC 9(07)V99 VALUE ZEROS.
       77  WS-PLR-LIQUIDO          PIC 9(07)V99 VALUE ZEROS.
       77  WS-PLR-BASE-ANO         PIC 9(07)V99 VALUE ZEROS.
       77  WS-PLR-IRRF-ANO         PIC S9(07)V99 VALUE ZEROS.

       77  WS-TOTAL-BRUTO          PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOTAL-IRRF           PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOTAL-LIQUIDO        PIC 9(09)V99 VALUE ZEROS.
       77  WS-QTDE-PAGOS           PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-IGNORADOS       PIC 9(05) VALUE ZEROS.

      *-----------------------------------------------------------------
      * TERMINATION TABLE -- LOADED FROM TERMTRAN AT STARTUP
      *-----------------------------------------------------------------
       01  WS-TERM-TABLE.
           05  WS-TERM-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-TRM-IDX.
               10  WS-TRM-EMP-ID       PIC X(05).
               10  WS-TRM-ULTIMO-DIA   PIC 9(08).
               10  WS-TRM-TIPO         PIC X(01).

       77  WS-TRM-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-TRM-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88  WS-TRM-END-OF-FILE           VALUE 'Y'.
       77  WS-TRM-ACHOU            PIC X(01) VALUE 'N'.
           88  WS-TRM-ENCONTROU             VALUE 'S'.

      *-----------------------------------------------------------------
      * COST-CENTER MAP TABLE -- LOADED FROM CCMAP AT STARTUP
      *-----------------------------------------------------------------
       01  WS-CC-MAP-TABLE.
           05  WS-CC-MAP-ENTRY OCCURS 20 TIMES
                               INDEXED BY WS-CCM-IDX.
               10  WS-CCM-CENTRO       PIC X(04).
               10  WS-CCM-SAL-EXP      PIC X(08).
               10  WS-CCM-TAX-PAY      PIC X(08).
               10  WS-CCM-NET-PAY      PIC X(08).
               10  WS-CCM-ENC-EXP      PIC X(08).

       77  WS-CCM-COUNT            PIC 9(02) VALUE ZEROS.
       77  WS-CCM-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88  WS-CCM-END-OF-FILE           VALUE 'Y'.

       77  WS-GL-CC-SAL-EXP        PIC X(08) VALUE SPACES.
       77  WS-GL-CC-TAX-PAY        PIC X(08) VALUE SPACES.
       77  WS-GL-CC-NET-PAY        PIC X(08) VALUE SPACES.
       77  WS-CENTRO-ATUAL         PIC X(04) VALUE SPACES.
       77  WS-ESTAB-ATUAL          PIC X(02) VALUE SPACES.
       77  WS-GL-EMPRESA-ATUAL     PIC X(02) VALUE SPACES.

      *-----------------------------------------------------------------
      * PER-COST-CENTER PLR TOTALS -- ONE GL ENTRY SET AND ONE
      * REGISTER SUBTOTAL PER SLOT AT END OF RUN; A COST CENTER WITH
      * STAFF IN TWO ESTABLISHMENTS GETS A SLOT IN EACH
      *-----------------------------------------------------------------
       01  WS-CC-TOT-TABLE.
           05  WS-CC-TOT-ENTRY OCCURS 20 TIMES
                               INDEXED BY WS-CCT-IDX.
               10  WS-CCT-CENTRO       PIC X(04).
               10  WS-CCT-ESTAB        PIC X(02).
               10  WS-CCT-EMPRESA      PIC X(02).
               10  WS-CCT-SAL-EXP      PIC X(08).
               10  WS-CCT-TAX-PAY      PIC X(08).
               10  WS-CCT-NET-PAY      PIC X(08).
               10  WS-CCT-QTDE         PIC 9(05).
               10  WS-CCT-BRUTO        PIC 9(09)V99.
               10  WS-CCT-IRRF         PIC 9(09)V99.
               10  WS-CCT-LIQUIDO      PIC 9(09)V99.

       77  WS-CCT-COUNT            PIC 9(02) VALUE ZEROS.
       77  WS-CCT-ACHOU            PIC X(01) VALUE 'N'.
           88  WS-CCT-ENCONTROU             VALUE 'S'.

       01  WS-BANK-HEADER.
           05  FILLER              PIC X(01) VALUE '0'.
           05  FILLER              PIC X(08) VALUE 'PLRPAGTO'.
           05  WS-BH-DATA          PIC 9(08).
           05  FILLER              PIC X(23) VALUE SPACES.

       01  WS-BANK-DETAIL.
           05  FILLER              PIC X(01) VALUE '1'.
           05  WS-BD-EMP-ID        PIC X(05).
           05  WS-BD-BANCO         PIC 9(03).
           05  WS-BD-AGENCIA       PIC 9(04).
           05  WS-BD-CONTA         PIC 9(08).
           05  WS-BD-VALOR         PIC 9(07)V99.
           05  FILLER              PIC X(10) VALUE SPACES.

       01  WS-BANK-TRAILER.
           05  FILLER              PIC X(01) VALUE '9'.
           05  WS-BT-QTDE          PIC 9(06).
           05  WS-BT-HASH          PIC 9(11)V99.
           05  FILLER              PIC X(20) VALUE SPACES.

       77  WS-BANK-QTDE            PIC 9(06) VALUE ZEROS.
       77  WS-BANK-HASH            PIC 9(11)V99 VALUE ZEROS.

       01  WS-TITLE-LINE.
           05  FILLER              PIC X(30) VALUE
               'PLR - PARTICIPACAO NOS LUCROS'.
           05  FILLER              PIC X(11) VALUE 'ANO-BASE '.
           05  WS-TT-ANO-BASE      PIC 9(04).
           05  FILLER              PIC X(35) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER              PIC X(07) VALUE 'ID'.
           05  FILLER              PIC X(17) VALUE 'FUNCIONARIO'.
           05  FILLER              PIC X(04) VALUE 'CC'.
           05  FILLER              PIC X(03) VALUE 'MS'.
           05  FILLER              PIC X(10) VALUE ' PLR BRUTA'.
           05  FILLER              PIC X(11) VALUE '       IRRF'.
           05  FILLER              PIC X(11) VALUE '    LIQUIDO'.
           05  FILLER              PIC X(17) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DL-ID            PIC X(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-NAME          PIC X(15).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-CENTRO        PIC X(04).
           05  WS-DL-MESES         PIC Z9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DL-BRUTO         PIC Z(06)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DL-IRRF          PIC Z(06)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DL-LIQUIDO       PIC Z(06)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DL-OBS           PIC X(16).

       01  WS-CC-TOTAL-LINE.
           05  FILLER              PIC X(15) VALUE 'SUBTOTAL CENTRO'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-CL-CENTRO        PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-CL-ESTAB         PIC X(02).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-CL-QTDE          PIC Z(04)9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-CL-BRUTO         PIC Z(08)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-CL-IRRF          PIC Z(08)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-CL-LIQUIDO       PIC Z(08)9.99.
           05  FILLER              PIC X(11) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(22) VALUE 'TOTAL PLR'.
           05  WS-TL-QTDE          PIC Z(04)9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-TL-BRUTO         PIC Z(08)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-TL-IRRF          PIC Z(08)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-TL-LIQUIDO       PIC Z(08)9.99.
           05  FILLER              PIC X(14) VALUE SPACES.

       77  WS-TRAVA-SWITCH         PIC X(01) VALUE 'N'.
           88  WS-PERIODO-TRAVADO           VALUE 'S'.

       COPY CTLTOTLNK.
       COPY JOBLGLNK.
       COPY IFCTLLNK.
       COPY PERLCKLNK.
       COPY RPTHDRLNK.
       COPY ESTABLNK.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.

           MOVE 'PLRPAGTO' TO JL-PROGRAM-ID
           MOVE 'S'        TO JL-ACAO
           CALL 'JOBLOG' USING JOBLOG-PARMS

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT

           IF WS-PERIODO-TRAVADO
               MOVE 8 TO RETURN-CODE
               MOVE 'E'  TO JL-ACAO
               MOVE 0008 TO JL-RETURN-CODE
               CALL 'JOBLOG' USING JOBLOG-PARMS
               STOP RUN
           END-IF

           PERFORM 2000-PROCESS-EMPLOYEE
               THRU 2000-PROCESS-EMPLOYEE-EXIT
               UNTIL WS-END-OF-FILE

           PERFORM 3000-FINALIZE
               THRU 3000-FINALIZE-EXIT

           MOVE 0 TO RETURN-CODE

           MOVE 'E'        TO JL-ACAO
           MOVE 0000       TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-PARMS

           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE -- PERIOD LOCK, TABLES, OPEN FILES, HEADERS,
      * PRIME READ
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE(1:6) TO WS-GL-PERIODO
           MOVE WS-DATA-HOJE(1:4) TO WS-ANO-ATUAL
           COMPUTE WS-ANO-BASE = WS-ANO-ATUAL - 1

      *    A CLOSED COMPETENCIA REFUSES THE RUN BEFORE ANY FILE IS
      *    TOUCHED
           MOVE WS-GL-PERIODO TO PL-COMPETENCIA
           CALL 'PERLOCK' USING PERLCK-PARMS
           IF PL-PERIODO-FECHADO
               DISPLAY 'EXECUCAO RECUSADA - COMPETENCIA '
                   WS-GL-PERIODO ' FECHADA NO PERLOCK. '
                   'REABRA COM PERLCTL SE FOR O CASO.'
               MOVE 'S' TO WS-TRAVA-SWITCH
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           PERFORM 1100-LOAD-TAX-TABLE
               THRU 1100-LOAD-TAX-TABLE-EXIT

           PERFORM 1200-LOAD-TERMINATIONS
               THRU 1200-LOAD-TERMINATIONS-EXIT

           PERFORM 1300-LOAD-CC-MAP
               THRU 1300-LOAD-CC-MAP-EXIT

           OPEN INPUT  EMPLOYEE-MASTER-FILE
           OPEN OUTPUT PLR-REGISTER-FILE
           OPEN OUTPUT PLR-BANK-FILE

      *    FIRST RUN AFTER INSTALL: NO YTDEARN YET -- CREATE IT EMPTY
           OPEN I-O YTD-EARNINGS-FILE
           IF WS-YTD-STATUS = '35'
               CLOSE YTD-EARNINGS-FILE
               OPEN OUTPUT YTD-EARNINGS-FILE
               CLOSE YTD-EARNINGS-FILE
               OPEN I-O YTD-EARNINGS-FILE
           END-IF

           OPEN EXTEND GL-INTERFACE-FILE
           IF WS-GL-STATUS NOT = '00'
               OPEN OUTPUT GL-INTERFACE-FILE
           END-IF

           PERFORM 8970-WRITE-GL-HEADER
               THRU 8970-WRITE-GL-HEADER-EXIT

           OPEN EXTEND PAYROLL-EXCEPTION-FILE
           IF WS-EXC-STATUS NOT = '00'
               OPEN OUTPUT PAYROLL-EXCEPTION-FILE
           END-IF

           MOVE WS-DATA-HOJE TO WS-BH-DATA
           WRITE PLR-BANK-LINE FROM WS-BANK-HEADER

           MOVE 'PLRPAGTO' TO RH-PROGRAM-ID
           MOVE 1          TO RH-PAGE-NUM
           CALL 'RPTHDR' USING RPTHDR-PARMS
           WRITE PLR-REGISTER-LINE FROM RH-HEADER-LINE
           MOVE WS-ANO-BASE TO WS-TT-ANO-BASE
           WRITE PLR-REGISTER-LINE FROM WS-TITLE-LINE
           WRITE PLR-REGISTER-LINE FROM WS-COLUMN-LINE

           PERFORM 8000-READ-EMPLOYEE
               THRU 8000-READ-EMPLOYEE-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-TAX-TABLE -- EXCLUSIVE PLR IRRF BRACKETS (ANNUAL
      * LIMIT, RATE, DEDUCTION)
      ******************************************************************
       1100-LOAD-TAX-TABLE.

           MOVE 7407.11   TO PTB-LIMITE(1)
           MOVE 0         TO PTB-PERCENTUAL(1)
           MOVE 0         TO PTB-DEDUCAO(1)

           MOVE 9922.28   TO PTB-LIMITE(2)
           MOVE 7.50      TO PTB-PERCENTUAL(2)
           MOVE 555.53    TO PTB-DEDUCAO(2)

           MOVE 13167.00  TO PTB-LIMITE(3)
           MOVE 15.00     TO PTB-PERCENTUAL(3)
           MOVE 1299.70   TO PTB-DEDUCAO(3)

           MOVE 16380.38  TO PTB-LIMITE(4)
           MOVE 22.50     TO PTB-PERCENTUAL(4)
           MOVE 2287.23   TO PTB-DEDUCAO(4)

           MOVE 999999.99 TO PTB-LIMITE(5)
           MOVE 27.50     TO PTB-PERCENTUAL(5)
           MOVE 3106.25   TO PTB-DEDUCAO(5).

       1100-LOAD-TAX-TABLE-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LOAD-TERMINATIONS -- RESCISAO'S TERMTRAN INTO THE
      * TERMINATION TABLE; NO FILE MEANS NO LEAVER CAN BE PRORATED
      ******************************************************************
       1200-LOAD-TERMINATIONS.

           MOVE SPACES TO WS-TERM-TABLE

           OPEN INPUT TERMINATION-TRAN-FILE

           IF WS-TT-STATUS NOT = '00'
               GO TO 1200-LOAD-TERMINATIONS-EXIT
           END-IF

           PERFORM 8100-READ-TERMTRAN
               THRU 8100-READ-TERMTRAN-EXIT

           PERFORM 1210-STORE-TERMINATION
               THRU 1210-STORE-TERMINATION-EXIT
               UNTIL WS-TRM-END-OF-FILE

           CLOSE TERMINATION-TRAN-FILE.

       1200-LOAD-TERMINATIONS-EXIT.
           EXIT.

      ******************************************************************
      * 1210-STORE-TERMINATION
      ******************************************************************
       1210-STORE-TERMINATION.

           IF WS-TRM-COUNT < 500
               ADD 1 TO WS-TRM-COUNT
               SET WS-TRM-IDX TO WS-TRM-COUNT
               MOVE TT-EMP-ID     TO WS-TRM-EMP-ID(WS-TRM-IDX)
               MOVE TT-ULTIMO-DIA TO WS-TRM-ULTIMO-DIA(WS-TRM-IDX)
               MOVE TT-TIPO       TO WS-TRM-TIPO(WS-TRM-IDX)
           ELSE
               DISPLAY 'TABELA DE RESCISOES CHEIA -- FUNCIONARIO '
                   TT-EMP-ID ' IGNORADO'
           END-IF

           PERFORM 8100-READ-TERMTRAN
               THRU 8100-READ-TERMTRAN-EXIT.

       1210-STORE-TERMINATION-EXIT.
           EXIT.

      ******************************************************************
      * 1300-LOAD-CC-MAP -- READ THE COST-CENTER-TO-ACCOUNT MAPPING
      * INTO THE MAP TABLE; NO CCMAP FILE MEANS EVERY PAYOUT POSTS TO
      * THE COMPANY-WIDE DEFAULT ACCOUNTS
      ******************************************************************
       1300-LOAD-CC-MAP.

           MOVE SPACES TO WS-CC-MAP-TABLE
           MOVE SPACES TO WS-CC-TOT-TABLE

           OPEN INPUT COST-CENTER-MAP-FILE

           IF WS-CCM-STATUS NOT = '00'
               GO TO 1300-LOAD-CC-MAP-EXIT
           END-IF

           PERFORM 8200-READ-CC-MAP
               THRU 8200-READ-CC-MAP-EXIT

           PERFORM 1310-STORE-CC-MAP-ENTRY
               THRU 1310-STORE-CC-MAP-ENTRY-EXIT
               UNTIL WS-CCM-END-OF-FILE

           CLOSE COST-CENTER-MAP-FILE.

       1300-LOAD-CC-MAP-EXIT.
           EXIT.

      ******************************************************************
      * 1310-STORE-CC-MAP-ENTRY
      ******************************************************************
       1310-STORE-CC-MAP-ENTRY.

           IF WS-CCM-COUNT < 20
               ADD 1 TO WS-CCM-COUNT
               SET WS-CCM-IDX TO WS-CCM-COUNT
               MOVE CCM-CENTRO       TO WS-CCM-CENTRO(WS-CCM-IDX)
               MOVE CCM-ACCT-SAL-EXP TO WS-CCM-SAL-EXP(WS-CCM-IDX)
               MOVE CCM-ACCT-TAX-PAY TO WS-CCM-TAX-PAY(WS-CCM-IDX)
               MOVE CCM-ACCT-NET-PAY TO WS-CCM-NET-PAY(WS-CCM-IDX)
               MOVE CCM-ACCT-ENC-EXP TO WS-CCM-ENC-EXP(WS-CCM-IDX)
           ELSE
               DISPLAY 'TABELA DE CENTROS DE CUSTO CHEIA -- CENTRO '
                   CCM-CENTRO ' IGNORADO'
           END-IF

           PERFORM 8200-READ-CC-MAP
               THRU 8200-READ-CC-MAP-EXIT.

       1310-STORE-CC-MAP-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-EMPLOYEE -- ONE PLR PAYOUT PER ELIGIBLE EMPLOYEE
      ******************************************************************
       2000-PROCESS-EMPLOYEE.

           PERFORM 2050-FIND-ESTABLISHMENT
               THRU 2050-FIND-ESTABLISHMENT-EXIT

           MOVE SPACES           TO WS-DETAIL-LINE
           MOVE EMP-ID           TO WS-DL-ID
           MOVE EMP-NAME         TO WS-DL-NAME
           MOVE EMP-CENTRO-CUSTO TO WS-DL-CENTRO

           MOVE ZEROS TO WS-ULTIMO-DIA
           MOVE 'N'   TO WS-TRM-ACHOU
           IF WS-TRM-COUNT > ZEROS
               SET WS-TRM-IDX TO 1
               SEARCH WS-TERM-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-TRM-IDX > WS-TRM-COUNT
                       CONTINUE
                   WHEN WS-TRM-EMP-ID(WS-TRM-IDX) = EMP-ID
                       MOVE 'S' TO WS-TRM-ACHOU
                       MOVE WS-TRM-ULTIMO-DIA(WS-TRM-IDX)
                           TO WS-ULTIMO-DIA
               END-SEARCH
           END-IF

      *    A LEAVER WITHOUT A TERMINATION RECORD HAS NO LAST DAY TO
      *    PRORATE TO -- FLAG IT FOR HR INSTEAD OF GUESSING
           IF EMP-DESLIGADO AND NOT WS-TRM-ENCONTROU
               MOVE SPACES           TO PAYROLL-EXCEPTION-RECORD
               MOVE 'PLRPAGTO'       TO PE-PROGRAMA
               MOVE EMP-ID           TO PE-EMP-ID
               MOVE 'PLR-SEM-RESCISAO' TO PE-TIPO-EXCECAO
               MOVE 'DESLIGADO SEM TERMTRAN -- PLR NAO CALCULADA'
                   TO PE-DETALHE
               MOVE WS-DATA-HOJE     TO PE-DATA
               WRITE PAYROLL-EXCEPTION-RECORD
               DISPLAY 'ATENCAO - ' PE-DETALHE ' - ' EMP-ID
               MOVE 'SEM RESCISAO' TO WS-DL-OBS
               WRITE PLR-REGISTER-LINE FROM WS-DETAIL-LINE
               ADD 1 TO WS-QTDE-IGNORADOS
               GO TO 2000-PROCESS-EMPLOYEE-NEXT
           END-IF

           IF WS-TRM-ENCONTROU
               AND WS-TRM-TIPO(WS-TRM-IDX) = 'J'
               MOVE 'JUSTA CAUSA' TO WS-DL-OBS
               WRITE PLR-REGISTER-LINE FROM WS-DETAIL-LINE
               ADD 1 TO WS-QTDE-IGNORADOS
               GO TO 2000-PROCESS-EMPLOYEE-NEXT
           END-IF

           PERFORM 2100-COUNT-MONTHS-WORKED
               THRU 2100-COUNT-MONTHS-WORKED-EXIT

           IF WS-MESES-TRAB = ZEROS
               GO TO 2000-PROCESS-EMPLOYEE-NEXT
           END-IF

           MOVE WS-MESES-TRAB TO WS-DL-MESES

           IF EMP-SALARIO NOT NUMERIC OR EMP-SALARIO = ZEROS
               MOVE 'SEM SALARIO' TO WS-DL-OBS
               WRITE PLR-REGISTER-LINE FROM WS-DETAIL-LINE
               ADD 1 TO WS-QTDE-IGNORADOS
               GO TO 2000-PROCESS-EMPLOYEE-NEXT
           END-IF

           IF EMP-CONTA NOT NUMERIC OR EMP-CONTA = ZEROS
               MOVE SPACES          TO PAYROLL-EXCEPTION-RECORD
               MOVE 'PLRPAGTO'      TO PE-PROGRAMA
               MOVE EMP-ID          TO PE-EMP-ID
               MOVE 'SEM-CONTA-BANCO' TO PE-TIPO-EXCECAO
               MOVE 'SEM DADOS BANCARIOS PARA PAGAMENTO DA PLR'
                   TO PE-DETALHE
               MOVE WS-DATA-HOJE    TO PE-DATA
               WRITE PAYROLL-EXCEPTION-RECORD
               DISPLAY 'ATENCAO - ' PE-DETALHE ' - ' EMP-ID
               MOVE 'SEM CONTA BANCO' TO WS-DL-OBS
               WRITE PLR-REGISTER-LINE FROM WS-DETAIL-LINE
               ADD 1 TO WS-QTDE-IGNORADOS
               GO TO 2000-PROCESS-EMPLOYEE-NEXT
           END-IF

      *    THE YTDEARN RECORD CARRIES THE ANO-BASE LAST PAID, SO A
      *    RERUN SKIPS WHOEVER WAS ALREADY PAID
           PERFORM 2200-READ-YTD-RECORD
               THRU 2200-READ-YTD-RECORD-EXIT

           IF NOT WS-YTD-REG-NOVO
               AND YTD-PLR-ANO-BASE = WS-ANO-BASE
               MOVE 'JA PAGA' TO WS-DL-OBS
               WRITE PLR-REGISTER-LINE FROM WS-DETAIL-LINE
               ADD 1 TO WS-QTDE-IGNORADOS
               GO TO 2000-PROCESS-EMPLOYEE-NEXT
           END-IF

           COMPUTE WS-PLR-BRUTO ROUNDED =
               EMP-SALARIO * WS-PLR-SALARIOS * WS-MESES-TRAB / 12

           PERFORM 2300-COMPUTE-PLR-TAX
               THRU 2300-COMPUTE-PLR-TAX-EXIT

           COMPUTE WS-PLR-LIQUIDO = WS-PLR-BRUTO - WS-PLR-IRRF

           PERFORM 2400-PAY-PLR
               THRU 2400-PAY-PLR-EXIT.

       2000-PROCESS-EMPLOYEE-NEXT.

           PERFORM 8000-READ-EMPLOYEE
               THRU 8000-READ-EMPLOYEE-EXIT.

       2000-PROCESS-EMPLOYEE-EXIT.
           EXIT.

      ******************************************************************
      * 2050-FIND-ESTABLISHMENT -- THE EMPLOYEE'S ESTABLISHMENT AND GL
      * COMPANY SEGMENT FROM THE SHARED ESTABCHK LOOKUP, STAMPED ON
      * EVERY GL LINE (A BLANK CODE IS THE HEAD OFFICE). A CODE NOT ON
      * THE ESTABEL FILE STILL POSTS, UNDER ITS OWN CODE WITH NO
      * COMPANY SEGMENT, AND IS WARNED ON THE CONSOLE
      ******************************************************************
       2050-FIND-ESTABLISHMENT.

           MOVE EMP-ESTABELECIMENTO TO ESC-CODIGO
           CALL 'ESTABCHK' USING ESTABCHK-PARMS

           IF ESC-NAO-CADASTRADO
               DISPLAY 'AVISO - ESTABELECIMENTO ' ESC-CODIGO
                   ' NAO CADASTRADO NO ESTABEL -- ' EMP-ID
                   ' LANCADO SEM EMPRESA CONTABIL'
           END-IF

           MOVE ESC-CODIGO     TO WS-ESTAB-ATUAL
           MOVE ESC-GL-EMPRESA TO WS-GL-EMPRESA-ATUAL.

       2050-FIND-ESTABLISHMENT-EXIT.
           EXIT.

      ******************************************************************
      * 2100-COUNT-MONTHS-WORKED -- MONTHS OF THE ANO-BASE WITH 15 OR
      * MORE DAYS BETWEEN ADMISSION AND THE LAST DAY WORKED
      ******************************************************************
       2100-COUNT-MONTHS-WORKED.

           MOVE ZEROS TO WS-MESES-TRAB

           COMPUTE WS-DATA-AUX = WS-ANO-BASE * 10000 + 0101
           IF EMP-DATA-ADMISSAO NUMERIC
               AND EMP-DATA-ADMISSAO > WS-DATA-AUX
               MOVE EMP-DATA-ADMISSAO TO WS-DATA-AUX
           END-IF
           COMPUTE WS-DIA-INI-EMP =
               FUNCTION INTEGER-OF-DATE(WS-DATA-AUX)

           COMPUTE WS-DATA-AUX = WS-ANO-BASE * 10000 + 1231
           IF WS-ULTIMO-DIA > ZEROS
               AND WS-ULTIMO-DIA < WS-DATA-AUX
               MOVE WS-ULTIMO-DIA TO WS-DATA-AUX
           END-IF
           COMPUTE WS-DIA-FIM-EMP =
               FUNCTION INTEGER-OF-DATE(WS-DATA-AUX)

           IF WS-DIA-FIM-EMP < WS-DIA-INI-EMP
               GO TO 2100-COUNT-MONTHS-WORKED-EXIT
           END-IF

           PERFORM 2110-COUNT-ONE-MONTH
               THRU 2110-COUNT-ONE-MONTH-EXIT
               VARYING WS-MES-SUB FROM 1 BY 1
               UNTIL WS-MES-SUB > 12.

       2100-COUNT-MONTHS-WORKED-EXIT.
           EXIT.

      ******************************************************************
      * 2110-COUNT-ONE-MONTH
      ******************************************************************
       2110-COUNT-ONE-MONTH.

           COMPUTE WS-DATA-AUX =
               WS-ANO-BASE * 10000 + WS-MES-SUB * 100 + 1
           COMPUTE WS-DIA-INI-MES =
               FUNCTION INTEGER-OF-DATE(WS-DATA-AUX)

           IF WS-MES-SUB = 12
               COMPUTE WS-DATA-AUX = WS-ANO-BASE * 10000 + 1231
               COMPUTE WS-DIA-FIM-MES =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-AUX)
           ELSE
               COMPUTE WS-DATA-AUX =
                   WS-ANO-BASE * 10000 + (WS-MES-SUB + 1) * 100 + 1
               COMPUTE WS-DIA-FIM-MES =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-AUX) - 1
           END-IF

           MOVE WS-DIA-INI-MES TO WS-DIA-INI
           IF WS-DIA-INI-EMP > WS-DIA-INI
               MOVE WS-DIA-INI-EMP TO WS-DIA-INI
           END-IF

           MOVE WS-DIA-FIM-MES TO WS-DIA-FIM
           IF WS-DIA-FIM-EMP < WS-DIA-FIM
               MOVE WS-DIA-FIM-EMP TO WS-DIA-FIM
           END-IF

           IF WS-DIA-FIM < WS-DIA-INI
               GO TO 2110-COUNT-ONE-MONTH-EXIT
           END-IF

           IF WS-DIA-FIM - WS-DIA-INI + 1 >= WS-DIAS-MINIMO-MES
               ADD 1 TO WS-MESES-TRAB
           END-IF.

       2110-COUNT-ONE-MONTH-EXIT.
           EXIT.

      ******************************************************************
      * 2200-READ-YTD-RECORD -- THIS EMPLOYEE'S YTDEARN RECORD; A
      * RECORD CARRIED OVER FROM A PRIOR YEAR IS REINITIALIZED THE WAY
      * SALIQUID DOES IT, SINCE THE PLR BELONGS TO THE YEAR IT IS PAID
      ******************************************************************
       2200-READ-YTD-RECORD.

           MOVE 'N' TO WS-YTD-NOVO-SWITCH
           MOVE EMP-ID TO YTD-EMP-ID
           READ YTD-EARNINGS-FILE
               INVALID KEY
                   MOVE 'S' TO WS-YTD-NOVO-SWITCH
           END-READ

           IF WS-YTD-REG-NOVO OR YTD-ANO NOT = WS-ANO-ATUAL
               MOVE EMP-ID       TO YTD-EMP-ID
               MOVE WS-ANO-ATUAL TO YTD-ANO
               MOVE ZEROS        TO YTD-PERIODO-TAB
                                    YTD-TOTAL-BRUTO
                                    YTD-TOTAL-DESCONTO
                                    YTD-TOTAL-LIQUIDO
                                    YTD-TOTAL-DED-DEP
                                    YTD-QTDE-DEP
                                    YTD-PLR-ANO-BASE
                                    YTD-PLR-BRUTO
                                    YTD-PLR-IRRF
                                    YTD-PLR-LIQUIDO
           END-IF.

       2200-READ-YTD-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * 2300-COMPUTE-PLR-TAX -- EXCLUSIVE TABLE ON ALL PLR PAID THIS
      * CALENDAR YEAR, LESS THE PLR IRRF ALREADY WITHHELD ON IT
      ******************************************************************
       2300-COMPUTE-PLR-TAX.

           MOVE ZEROS TO WS-PLR-IRRF
           COMPUTE WS-PLR-BASE-ANO = YTD-PLR-BRUTO + WS-PLR-BRUTO

           SET PLR-TAX-IDX TO 1
           SEARCH PLR-TAX-BRACKET
               AT END
                   SET PLR-TAX-IDX TO 5
               WHEN WS-PLR-BASE-ANO NOT > PTB-LIMITE(PLR-TAX-IDX)
                   CONTINUE
           END-SEARCH

           COMPUTE WS-PLR-IRRF-ANO ROUNDED =
               (WS-PLR-BASE-ANO * PTB-PERCENTUAL(PLR-TAX-IDX) / 100)
               - PTB-DEDUCAO(PLR-TAX-IDX) - YTD-PLR-IRRF

           IF WS-PLR-IRRF-ANO > ZEROS
               MOVE WS-PLR-IRRF-ANO TO WS-PLR-IRRF
           END-IF.

       2300-COMPUTE-PLR-TAX-EXIT.
           EXIT.

      ******************************************************************
      * 2400-PAY-PLR -- BANK DETAIL, REGISTER LINE, YTDEARN ROLLUP AND
      * THE COST CENTER'S GL ACCUMULATORS
      ******************************************************************
       2400-PAY-PLR.

           MOVE EMP-ID          TO WS-BD-EMP-ID
           MOVE EMP-BANCO       TO WS-BD-BANCO
           MOVE EMP-AGENCIA     TO WS-BD-AGENCIA
           MOVE EMP-CONTA       TO WS-BD-CONTA
           MOVE WS-PLR-LIQUIDO  TO WS-BD-VALOR
           WRITE PLR-BANK-LINE FROM WS-BANK-DETAIL
           ADD 1               TO WS-BANK-QTDE
           ADD WS-PLR-LIQUIDO  TO WS-BANK-HASH

           MOVE WS-PLR-BRUTO    TO WS-DL-BRUTO
           MOVE WS-PLR-IRRF     TO WS-DL-IRRF
           MOVE WS-PLR-LIQUIDO  TO WS-DL-LIQUIDO
           IF WS-MESES-TRAB < 12
               MOVE 'PROPORCIONAL' TO WS-DL-OBS
           END-IF
           WRITE PLR-REGISTER-LINE FROM WS-DETAIL-LINE

           MOVE WS-ANO-BASE TO YTD-PLR-ANO-BASE
           ADD WS-PLR-BRUTO   TO YTD-PLR-BRUTO
           ADD WS-PLR-IRRF    TO YTD-PLR-IRRF
           ADD WS-PLR-LIQUIDO TO YTD-PLR-LIQUIDO
           IF WS-YTD-REG-NOVO
               WRITE YTD-EARNINGS-RECORD
           ELSE
               REWRITE YTD-EARNINGS-RECORD
           END-IF

           PERFORM 2500-ACCUM-CC-TOTALS
               THRU 2500-ACCUM-CC-TOTALS-EXIT

           ADD WS-PLR-BRUTO   TO WS-TOTAL-BRUTO
           ADD WS-PLR-IRRF    TO WS-TOTAL-IRRF
           ADD WS-PLR-LIQUIDO TO WS-TOTAL-LIQUIDO
           ADD 1              TO WS-QTDE-PAGOS

           DISPLAY 'PLR ' EMP-ID ' - ' EMP-NAME
               ' R$ ' WS-PLR-LIQUIDO.

       2400-PAY-PLR-EXIT.
           EXIT.

      ******************************************************************
      * 2500-ACCUM-CC-TOTALS -- ROLL THIS PAYOUT INTO ITS COST
      * CENTER'S SLOT, WITH THE ACCOUNT SET CCMAP GIVES THE CENTER (A
      * BLANK COST CENTER ACCUMULATES UNDER '????' ON THE DEFAULTS)
      ******************************************************************
       2500-ACCUM-CC-TOTALS.

           IF EMP-CENTRO-CUSTO = SPACES
               MOVE '????' TO WS-CENTRO-ATUAL
           ELSE
               MOVE EMP-CENTRO-CUSTO TO WS-CENTRO-ATUAL
           END-IF

           MOVE 'N' TO WS-CCT-ACHOU
           IF WS-CCT-COUNT > ZEROS
               SET WS-CCT-IDX TO 1
               SEARCH WS-CC-TOT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CCT-CENTRO(WS-CCT-IDX) = WS-CENTRO-ATUAL
                       AND WS-CCT-ESTAB(WS-CCT-IDX) = WS-ESTAB-ATUAL
                       MOVE 'S' TO WS-CCT-ACHOU
               END-SEARCH
           END-IF

           IF NOT WS-CCT-ENCONTROU
               IF WS-CCT-COUNT < 20
                   PERFORM 2510-FIND-CC-ACCOUNTS
                       THRU 2510-FIND-CC-ACCOUNTS-EXIT
                   ADD 1 TO WS-CCT-COUNT
                   SET WS-CCT-IDX TO WS-CCT-COUNT
                   MOVE WS-CENTRO-ATUAL
                       TO WS-CCT-CENTRO(WS-CCT-IDX)
                   MOVE WS-ESTAB-ATUAL TO WS-CCT-ESTAB(WS-CCT-IDX)
                   MOVE WS-GL-EMPRESA-ATUAL
                       TO WS-CCT-EMPRESA(WS-CCT-IDX)
                   MOVE WS-GL-CC-SAL-EXP TO WS-CCT-SAL-EXP(WS-CCT-IDX)
                   MOVE WS-GL-CC-TAX-PAY TO WS-CCT-TAX-PAY(WS-CCT-IDX)
                   MOVE WS-GL-CC-NET-PAY TO WS-CCT-NET-PAY(WS-CCT-IDX)
                   MOVE ZEROS TO WS-CCT-QTDE(WS-CCT-IDX)
                                 WS-CCT-BRUTO(WS-CCT-IDX)
                                 WS-CCT-IRRF(WS-CCT-IDX)
                                 WS-CCT-LIQUIDO(WS-CCT-IDX)
               ELSE
      *            NO SLOT LEFT -- POST THIS ONE PAYOUT ON ITS OWN SO
      *            THE GL STILL BALANCES TO THE REMITTANCE
                   DISPLAY 'TABELA DE CENTROS DE CUSTO DA PLR CHEIA -- '
                       WS-CENTRO-ATUAL ' LANCADO POR FUNCIONARIO'
                   PERFORM 2510-FIND-CC-ACCOUNTS
                       THRU 2510-FIND-CC-ACCOUNTS-EXIT
                   MOVE WS-GL-CC-SAL-EXP TO GL-ACCOUNT-CODE
                   MOVE 'D'              TO GL-DC-INDICADOR
                   MOVE WS-PLR-BRUTO     TO GL-AMOUNT
                   MOVE WS-GL-PERIODO    TO GL-PERIODO
                   MOVE EMP-ID           TO GL-EMP-ID
                   MOVE WS-ESTAB-ATUAL   TO GL-ESTAB
                   MOVE WS-GL-EMPRESA-ATUAL TO GL-EMPRESA
                   PERFORM 8971-WRITE-GL-ENTRY
                       THRU 8971-WRITE-GL-ENTRY-EXIT
                   IF WS-PLR-IRRF > ZEROS
                       MOVE WS-GL-CC-TAX-PAY TO GL-ACCOUNT-CODE
                       MOVE 'C'              TO GL-DC-INDICADOR
                       MOVE WS-PLR-IRRF      TO GL-AMOUNT
                       PERFORM 8971-WRITE-GL-ENTRY
                           THRU 8971-WRITE-GL-ENTRY-EXIT
                   END-IF
                   MOVE WS-GL-CC-NET-PAY TO GL-ACCOUNT-CODE
                   MOVE 'C'              TO GL-DC-INDICADOR
                   MOVE WS-PLR-LIQUIDO   TO GL-AMOUNT
                   PERFORM 8971-WRITE-GL-ENTRY
                       THRU 8971-WRITE-GL-ENTRY-EXIT
                   GO TO 2500-ACCUM-CC-TOTALS-EXIT
               END-IF
           END-IF

           ADD 1               TO WS-CCT-QTDE(WS-CCT-IDX)
           ADD WS-PLR-BRUTO    TO WS-CCT-BRUTO(WS-CCT-IDX)
           ADD WS-PLR-IRRF     TO WS-CCT-IRRF(WS-CCT-IDX)
           ADD WS-PLR-LIQUIDO  TO WS-CCT-LIQUIDO(WS-CCT-IDX).

       2500-ACCUM-CC-TOTALS-EXIT.
           EXIT.

      ******************************************************************
      * 2510-FIND-CC-ACCOUNTS -- PICK THE EMPLOYEE'S COST CENTER'S
      * ACCOUNT SET FROM THE CCMAP TABLE; A BLANK OR UNMAPPED COST
      * CENTER FALLS BACK TO THE COMPANY-WIDE DEFAULT ACCOUNTS
      ******************************************************************
       2510-FIND-CC-ACCOUNTS.

           MOVE WS-GL-ACCT-SAL-EXP TO WS-GL-CC-SAL-EXP
           MOVE WS-GL-ACCT-TAX-PAY TO WS-GL-CC-TAX-PAY
           MOVE WS-GL-ACCT-NET-PAY TO WS-GL-CC-NET-PAY

           IF EMP-CENTRO-CUSTO = SPACES OR WS-CCM-COUNT = ZEROS
               GO TO 2510-FIND-CC-ACCOUNTS-EXIT
           END-IF

           SET WS-CCM-IDX TO 1
           SEARCH WS-CC-MAP-ENTRY
               AT END
                   DISPLAY 'AVISO - CENTRO DE CUSTO '
                       EMP-CENTRO-CUSTO ' SEM MAPA DE CONTAS -- '
                       'USANDO CONTAS PADRAO'
               WHEN WS-CCM-CENTRO(WS-CCM-IDX) = EMP-CENTRO-CUSTO
                   MOVE WS-CCM-SAL-EXP(WS-CCM-IDX)
                       TO WS-GL-CC-SAL-EXP
                   MOVE WS-CCM-TAX-PAY(WS-CCM-IDX)
                       TO WS-GL-CC-TAX-PAY
                   MOVE WS-CCM-NET-PAY(WS-CCM-IDX)
                       TO WS-GL-CC-NET-PAY
           END-SEARCH.

       2510-FIND-CC-ACCOUNTS-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZE -- COST-CENTER GL ENTRIES AND SUBTOTALS, BANK
      * TRAILER, REGISTER TOTAL, RUN TOTALS
      ******************************************************************
       3000-FINALIZE.

           PERFORM 3100-POST-CC-ENTRIES
               THRU 3100-POST-CC-ENTRIES-EXIT
               VARYING WS-CCT-IDX FROM 1 BY 1
               UNTIL WS-CCT-IDX > WS-CCT-COUNT

           MOVE WS-BANK-QTDE TO WS-BT-QTDE
           MOVE WS-BANK-HASH TO WS-BT-HASH
           WRITE PLR-BANK-LINE FROM WS-BANK-TRAILER

           MOVE WS-QTDE-PAGOS    TO WS-TL-QTDE
           MOVE WS-TOTAL-BRUTO   TO WS-TL-BRUTO
           MOVE WS-TOTAL-IRRF    TO WS-TL-IRRF
           MOVE WS-TOTAL-LIQUIDO TO WS-TL-LIQUIDO
           WRITE PLR-REGISTER-LINE FROM WS-TOTAL-LINE

           DISPLAY 'PLR PAGAS:               ' WS-QTDE-PAGOS
           DISPLAY 'FUNCIONARIOS IGNORADOS:  ' WS-QTDE-IGNORADOS
           DISPLAY 'TOTAL PLR BRUTA R$ ' WS-TOTAL-BRUTO
           DISPLAY 'TOTAL IRRF PLR  R$ ' WS-TOTAL-IRRF
           DISPLAY 'TOTAL PLR PAGA  R$ ' WS-TOTAL-LIQUIDO

           MOVE 'PLRPAGTO'          TO CT-PROGRAM-ID
           MOVE 'PLR BRUTA'         TO CT-TOTAL-1-LABEL
           MOVE WS-TOTAL-BRUTO      TO CT-TOTAL-1-VALOR
           MOVE 'IRRF PLR'          TO CT-TOTAL-2-LABEL
           MOVE WS-TOTAL-IRRF       TO CT-TOTAL-2-VALOR
           MOVE 'PLR LIQUIDA'       TO CT-TOTAL-3-LABEL
           MOVE WS-TOTAL-LIQUIDO    TO CT-TOTAL-3-VALOR
           CALL 'CTLTOT' USING CTLTOT-PARMS

           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE YTD-EARNINGS-FILE
           CLOSE PLR-REGISTER-FILE
           CLOSE PLR-BANK-FILE
           PERFORM 8972-WRITE-GL-TRAILER
               THRU 8972-WRITE-GL-TRAILER-EXIT
           CLOSE GL-INTERFACE-FILE
           CLOSE PAYROLL-EXCEPTION-FILE.

       3000-FINALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 3100-POST-CC-ENTRIES -- ONE BALANCED GL SET PER COST CENTER
      * (DEBIT SALARY EXPENSE, CREDIT IRRF AND NET-PAY PAYABLE) AND
      * ITS REGISTER SUBTOTAL
      ******************************************************************
       3100-POST-CC-ENTRIES.

           MOVE WS-CCT-SAL-EXP(WS-CCT-IDX) TO GL-ACCOUNT-CODE
           MOVE 'D'                        TO GL-DC-INDICADOR
           MOVE WS-CCT-BRUTO(WS-CCT-IDX)   TO GL-AMOUNT
           MOVE WS-GL-PERIODO              TO GL-PERIODO
           MOVE SPACES                     TO GL-EMP-ID
           MOVE WS-CCT-ESTAB(WS-CCT-IDX)   TO GL-ESTAB
           MOVE WS-CCT-EMPRESA(WS-CCT-IDX) TO GL-EMPRESA
           PERFORM 8971-WRITE-GL-ENTRY
               THRU 8971-WRITE-GL-ENTRY-EXIT

           IF WS-CCT-IRRF(WS-CCT-IDX) > ZEROS
               MOVE WS-CCT-TAX-PAY(WS-CCT-IDX) TO GL-ACCOUNT-CODE
               MOVE 'C'                        TO GL-DC-INDICADOR
               MOVE WS-CCT-IRRF(WS-CCT-IDX)    TO GL-AMOUNT
               PERFORM 8971-WRITE-GL-ENTRY
                   THRU 8971-WRITE-GL-ENTRY-EXIT
           END-IF

           MOVE WS-CCT-NET-PAY(WS-CCT-IDX) TO GL-ACCOUNT-CODE
           MOVE 'C'                        TO GL-DC-INDICADOR
           MOVE WS-CCT-LIQUIDO(WS-CCT-IDX) TO GL-AMOUNT
           PERFORM 8971-WRITE-GL-ENTRY
               THRU 8971-WRITE-GL-ENTRY-EXIT

           MOVE WS-CCT-CENTRO(WS-CCT-IDX)  TO WS-CL-CENTRO
           MOVE WS-CCT-ESTAB(WS-CCT-IDX)   TO WS-CL-ESTAB
           MOVE WS-CCT-QTDE(WS-CCT-IDX)    TO WS-CL-QTDE
           MOVE WS-CCT-BRUTO(WS-CCT-IDX)   TO WS-CL-BRUTO
           MOVE WS-CCT-IRRF(WS-CCT-IDX)    TO WS-CL-IRRF
           MOVE WS-CCT-LIQUIDO(WS-CCT-IDX) TO WS-CL-LIQUIDO
           WRITE PLR-REGISTER-LINE FROM WS-CC-TOTAL-LINE.

       3100-POST-CC-ENTRIES-EXIT.
           EXIT.

      ******************************************************************
      * 8000-READ-EMPLOYEE
      ******************************************************************
       8000-READ-EMPLOYEE.

           READ EMPLOYEE-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       8000-READ-EMPLOYEE-EXIT.
           EXIT.

      ******************************************************************
      * 8100-READ-TERMTRAN
      ******************************************************************
       8100-READ-TERMTRAN.

           READ TERMINATION-TRAN-FILE
               AT END
                   MOVE 'Y' TO WS-TRM-EOF-SWITCH
           END-READ.

       8100-READ-TERMTRAN-EXIT.
           EXIT.

      ******************************************************************
      * 8200-READ-CC-MAP
      ******************************************************************
       8200-READ-CC-MAP.

           READ COST-CENTER-MAP-FILE
               AT END
                   MOVE 'Y' TO WS-CCM-EOF-SWITCH
           END-READ.

       8200-READ-CC-MAP-EXIT.
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
