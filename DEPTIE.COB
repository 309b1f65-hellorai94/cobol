      ******************************************************************
      * Author: M. TAVARES
      * Date: 15-10-26
      * Purpose: DAILY DEPOSIT-LIABILITY PROOF. GUANA03 NOW POSTS EVERY
      * BALANCE MOVEMENT TO THE GENERAL LEDGER, BUT NOTHING PROVED THE
      * LEDGER AND THE ACCOUNTS AGREE. THIS STEP RUNS AFTER GLPOST HAS
      * ACCUMULATED THE DAY'S GLINTRFC BATCH INTO GLBALMST: IT SUMS
      * THE ACCTBAL CLOSING BALANCES BY ACCOUNT CLASS (ACCTATTR
      * ATT-TIPO-CONTA -- CHECKING, SAVINGS, TERM DEPOSIT), SUMS THE
      * NET CREDIT BALANCE OF THE MATCHING DEPOSIT-LIABILITY ACCOUNTS
      * (2800-000, 2810-000, 2820-000) OVER EVERY PERIOD ON GLBALMST,
      * AND REPORTS EACH CLASS AND THE TOTAL TO THE CENTAVO ON THE
      * DEPTIRPT PROOF. ANY DIFFERENCE ENDS WITH RETURN-CODE 8. THE
      * CLEARING ACCOUNTS THE FEEDER JOBS BOOK AGAINST (1350-000
      * CHARGES RECEIVABLE, 1390-000 INTERNAL TRANSFERS, 2830-000
      * SAVINGS INTEREST PAYABLE) ARE LISTED FOR INFORMATION ONLY.
      * THE LEDGER ONLY KNOWS WHAT WAS POSTED TO IT, SO THE BALANCES
      * STANDING ON ACCTBAL WHEN THE GUANA03 POSTING WAS INTRODUCED
      * MUST BE BOOKED ONCE AS AN OPENING ENTRY FOR THE PROOF TO HOLD.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History
      * 15-10-26 MRT  ORIGINAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTIE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-BALANCE-FILE ASSIGN TO "ACCTBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AB-ACCOUNT-ID
               FILE STATUS IS WS-AB-STATUS.

           SELECT ACCOUNT-ATTRIBUTE-FILE ASSIGN TO "ACCTATTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ATT-ACCOUNT-ID
               FILE STATUS IS WS-ATT-STATUS.

           SELECT GL-BALANCE-FILE ASSIGN TO "GLBALMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GB-STATUS.

           SELECT PROOF-REPORT ASSIGN TO "DEPTIRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-BALANCE-FILE.
       01  ACCOUNT-BALANCE-RECORD.
           05  AB-ACCOUNT-ID       PIC X(06).
           05  AB-SALDO            PIC S9(07)V99.
           05  AB-ULT-DIA          PIC X(07).

       FD  ACCOUNT-ATTRIBUTE-FILE.
           COPY ACCTATTR.

       FD  GL-BALANCE-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY GLBALMST.

       FD  PROOF-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  PROOF-LINE              PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-AB-STATUS            PIC X(02) VALUE SPACES.
       77  WS-ATT-STATUS           PIC X(02) VALUE SPACES.
       77  WS-GB-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RPT-STATUS           PIC X(02) VALUE SPACES.

       77  WS-AB-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-AB-END-OF-FILE             VALUE 'Y'.
       77  WS-GB-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-GB-END-OF-FILE             VALUE 'Y'.
       77  WS-ATTR-DISPONIVEL      PIC X(01) VALUE 'N'.
           88  WS-TEM-ATRIBUTOS              VALUE 'S'.

      *-----------------------------------------------------------------
      * ACCOUNT CLASSES -- 1 CHECKING (ALSO NO ACCTATTR RECORD),
      * 2 SAVINGS, 3 TERM DEPOSIT; EACH WITH ITS LIABILITY ACCOUNT
      *-----------------------------------------------------------------
       01  WS-CLASSE-VALORES.
           05  FILLER              PIC X(20)
                                   VALUE 'DEP A VISTA 2800-000'.
           05  FILLER              PIC X(20)
                                   VALUE 'POUPANCA    2810-000'.
           05  FILLER              PIC X(20)
                                   VALUE 'DEP A PRAZO 2820-000'.
       01  WS-CLASSE-TABLE REDEFINES WS-CLASSE-VALORES.
           05  WS-CLS-ENTRY OCCURS 3 TIMES.
               10  WS-CLS-ROTULO   PIC X(12).
               10  WS-CLS-CONTA    PIC X(08).

       01  WS-CLASSE-SALDOS.
           05  WS-CLS-SALDO OCCURS 3 TIMES.
               10  WS-CLS-QTDE     PIC 9(07).
               10  WS-CLS-ACCTBAL  PIC S9(11)V99.
               10  WS-CLS-GL       PIC S9(11)V99.
               10  WS-CLS-DIF      PIC S9(11)V99.

       77  WS-CLS-SUB              PIC 9(01) VALUE ZEROS.

      *-----------------------------------------------------------------
      * CLEARING ACCOUNTS -- NET DEBIT BALANCE, INFORMATION ONLY
      *-----------------------------------------------------------------
       77  WS-GL-ACCT-TARIFAS-DEB  PIC X(08) VALUE '1350-000'.
       77  WS-GL-ACCT-TRANSF-INT   PIC X(08) VALUE '1390-000'.
       77  WS-GL-ACCT-JUROS-POU    PIC X(08) VALUE '2830-000'.
       77  WS-SALDO-TARIFAS-DEB    PIC S9(11)V99 VALUE ZEROS.
       77  WS-SALDO-TRANSF-INT     PIC S9(11)V99 VALUE ZEROS.
       77  WS-SALDO-JUROS-POU      PIC S9(11)V99 VALUE ZEROS.

       77  WS-TOT-ACCTBAL          PIC S9(11)V99 VALUE ZEROS.
       77  WS-TOT-GL               PIC S9(11)V99 VALUE ZEROS.
       77  WS-TOT-DIF              PIC S9(11)V99 VALUE ZEROS.
       77  WS-QTDE-CONTAS          PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-SEM-ATRIBUTO    PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-CLS-DIVERG      PIC 9(01) VALUE ZEROS.
       77  WS-CODIGO-RETORNO       PIC 9(02) VALUE ZEROS.

       01  WS-COLUMN-LINE.
           05  FILLER              PIC X(12) VALUE 'CLASSE'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(14) VALUE '  SALDO CONTAS'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'CONTA GL'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(14) VALUE '      SALDO GL'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(14) VALUE '     DIFERENCA'.
           05  FILLER              PIC X(14) VALUE SPACES.

       01  WS-CLASS-LINE.
           05  DL-ROTULO           PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DL-ACCTBAL          PIC -Z(09)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DL-CONTA            PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DL-GL               PIC -Z(09)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DL-DIF              PIC -Z(09)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DL-ALERTA           PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACES.

       01  WS-CLEARING-LINE.
           05  FILLER              PIC X(12) VALUE 'COMPENSACAO'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DC-ROTULO           PIC X(26).
           05  DC-CONTA            PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DC-SALDO            PIC -Z(09)9.99.
           05  FILLER              PIC X(18) VALUE SPACES.

       01  WS-MESSAGE-LINE.
           05  DM-TEXTO            PIC X(80).

       COPY RPTHDRLNK.
       COPY CTLTOTLNK.
       COPY JOBLGLNK.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.

           MOVE 'DEPTIE' TO JL-PROGRAM-ID
           MOVE 'S'      TO JL-ACAO
           CALL 'JOBLOG' USING JOBLOG-PARMS

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT

           PERFORM 2000-ROLL-BALANCE
               THRU 2000-ROLL-BALANCE-EXIT
               UNTIL WS-AB-END-OF-FILE

           PERFORM 3000-ROLL-GL-BALANCE
               THRU 3000-ROLL-GL-BALANCE-EXIT
               UNTIL WS-GB-END-OF-FILE

           PERFORM 4000-COMPARE-AND-REPORT
               THRU 4000-COMPARE-AND-REPORT-EXIT

           MOVE 'E'         TO JL-ACAO
           MOVE RETURN-CODE TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-PARMS
           MOVE JL-RETURN-CODE TO RETURN-CODE

           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE -- NO ACCTBAL OR NO GLBALMST MAKES THE PROOF
      * IMPOSSIBLE; NO ACCTATTR COUNTS EVERY ACCOUNT AS CHECKING, THE
      * SAME DEFAULT GUANA03 POSTS WITH
      ******************************************************************
       1000-INITIALIZE.

           MOVE ZEROS TO WS-CLASSE-SALDOS

           OPEN INPUT ACCOUNT-ATTRIBUTE-FILE
           IF WS-ATT-STATUS = '00'
               MOVE 'S' TO WS-ATTR-DISPONIVEL
           ELSE
               DISPLAY 'AVISO - SEM MESTRE ACCTATTR -- TODAS AS '
                   'CONTAS TRATADAS COMO DEPOSITO A VISTA'
           END-IF

           OPEN INPUT ACCOUNT-BALANCE-FILE
           IF WS-AB-STATUS NOT = '00'
               DISPLAY 'ERRO - SEM ARQUIVO ACCTBAL -- PROVA '
                   'IMPOSSIVEL'
               MOVE 'Y' TO WS-AB-EOF-SWITCH
           ELSE
               PERFORM 8000-READ-BALANCE
                   THRU 8000-READ-BALANCE-EXIT
           END-IF

           OPEN INPUT GL-BALANCE-FILE
           IF WS-GB-STATUS NOT = '00'
               DISPLAY 'ERRO - SEM ARQUIVO GLBALMST -- PROVA '
                   'IMPOSSIVEL'
               MOVE 'Y' TO WS-GB-EOF-SWITCH
           ELSE
               PERFORM 8100-READ-GL-BALANCE
                   THRU 8100-READ-GL-BALANCE-EXIT
           END-IF

           OPEN OUTPUT PROOF-REPORT
           MOVE 'DEPTIE' TO RH-PROGRAM-ID
           MOVE 1        TO RH-PAGE-NUM
           CALL 'RPTHDR' USING RPTHDR-PARMS
           WRITE PROOF-LINE FROM RH-HEADER-LINE.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-ROLL-BALANCE -- ONE ACCTBAL CLOSING BALANCE INTO ITS
      * CLASS TOTAL
      ******************************************************************
       2000-ROLL-BALANCE.

           MOVE 1 TO WS-CLS-SUB

           IF WS-TEM-ATRIBUTOS
               MOVE AB-ACCOUNT-ID TO ATT-ACCOUNT-ID
               READ ACCOUNT-ATTRIBUTE-FILE
                   INVALID KEY
                       ADD 1 TO WS-QTDE-SEM-ATRIBUTO
                       MOVE SPACES TO ATT-TIPO-CONTA
               END-READ
               IF ATT-CONTA-POUPANCA
                   MOVE 2 TO WS-CLS-SUB
               END-IF
               IF ATT-CONTA-PRAZO
                   MOVE 3 TO WS-CLS-SUB
               END-IF
           END-IF

           ADD 1        TO WS-CLS-QTDE(WS-CLS-SUB)
           ADD AB-SALDO TO WS-CLS-ACCTBAL(WS-CLS-SUB)
           ADD 1        TO WS-QTDE-CONTAS

           PERFORM 8000-READ-BALANCE
               THRU 8000-READ-BALANCE-EXIT.

       2000-ROLL-BALANCE-EXIT.
           EXIT.

      ******************************************************************
      * 3000-ROLL-GL-BALANCE -- EVERY PERIOD OF A DEPOSIT-LIABILITY
      * ACCOUNT ADDS ITS NET CREDIT; THE CLEARING ACCOUNTS KEEP THEIR
      * NET DEBIT; ANY OTHER ACCOUNT IS NOT PART OF THE PROOF
      ******************************************************************
       3000-ROLL-GL-BALANCE.

           PERFORM 3100-MATCH-CLASS-ACCOUNT
               THRU 3100-MATCH-CLASS-ACCOUNT-EXIT
               VARYING WS-CLS-SUB FROM 1 BY 1
               UNTIL WS-CLS-SUB > 3

           EVALUATE GB-ACCOUNT-CODE
               WHEN WS-GL-ACCT-TARIFAS-DEB
                   COMPUTE WS-SALDO-TARIFAS-DEB = WS-SALDO-TARIFAS-DEB
                       + GB-DEBITOS - GB-CREDITOS
               WHEN WS-GL-ACCT-TRANSF-INT
                   COMPUTE WS-SALDO-TRANSF-INT = WS-SALDO-TRANSF-INT
                       + GB-DEBITOS - GB-CREDITOS
               WHEN WS-GL-ACCT-JUROS-POU
                   COMPUTE WS-SALDO-JUROS-POU = WS-SALDO-JUROS-POU
                       + GB-DEBITOS - GB-CREDITOS
           END-EVALUATE

           PERFORM 8100-READ-GL-BALANCE
               THRU 8100-READ-GL-BALANCE-EXIT.

       3000-ROLL-GL-BALANCE-EXIT.
           EXIT.

      ******************************************************************
      * 3100-MATCH-CLASS-ACCOUNT
      ******************************************************************
       3100-MATCH-CLASS-ACCOUNT.

           IF GB-ACCOUNT-CODE = WS-CLS-CONTA(WS-CLS-SUB)
               COMPUTE WS-CLS-GL(WS-CLS-SUB) = WS-CLS-GL(WS-CLS-SUB)
                   + GB-CREDITOS - GB-DEBITOS
           END-IF.

       3100-MATCH-CLASS-ACCOUNT-EXIT.
           EXIT.

      ******************************************************************
      * 4000-COMPARE-AND-REPORT -- ONE LINE PER CLASS, THE TOTAL, THE
      * CLEARING ACCOUNTS, THEN THE VERDICT AND THE STEP CONDITION
      ******************************************************************
       4000-COMPARE-AND-REPORT.

           WRITE PROOF-LINE FROM WS-COLUMN-LINE

           PERFORM 4100-REPORT-ONE-CLASS
               THRU 4100-REPORT-ONE-CLASS-EXIT
               VARYING WS-CLS-SUB FROM 1 BY 1
               UNTIL WS-CLS-SUB > 3

           COMPUTE WS-TOT-DIF = WS-TOT-ACCTBAL - WS-TOT-GL

           MOVE 'TOTAL'        TO DL-ROTULO
           MOVE WS-TOT-ACCTBAL TO DL-ACCTBAL
           MOVE SPACES         TO DL-CONTA
           MOVE WS-TOT-GL      TO DL-GL
           MOVE WS-TOT-DIF     TO DL-DIF
           IF WS-TOT-DIF = ZEROS
               MOVE SPACES       TO DL-ALERTA
           ELSE
               MOVE '** DIVERGE' TO DL-ALERTA
           END-IF
           WRITE PROOF-LINE FROM WS-CLASS-LINE

           MOVE SPACES TO PROOF-LINE
           WRITE PROOF-LINE

           MOVE 'TARIFAS E JUROS A DEBITAR' TO DC-ROTULO
           MOVE WS-GL-ACCT-TARIFAS-DEB      TO DC-CONTA
           MOVE WS-SALDO-TARIFAS-DEB        TO DC-SALDO
           WRITE PROOF-LINE FROM WS-CLEARING-LINE
           MOVE 'TRANSFERENCIAS INTERNAS'   TO DC-ROTULO
           MOVE WS-GL-ACCT-TRANSF-INT       TO DC-CONTA
           MOVE WS-SALDO-TRANSF-INT         TO DC-SALDO
           WRITE PROOF-LINE FROM WS-CLEARING-LINE
           MOVE 'JUROS POUPANCA A PAGAR'    TO DC-ROTULO
           MOVE WS-GL-ACCT-JUROS-POU        TO DC-CONTA
           MOVE WS-SALDO-JUROS-POU          TO DC-SALDO
           WRITE PROOF-LINE FROM WS-CLEARING-LINE

           MOVE SPACES TO PROOF-LINE
           WRITE PROOF-LINE

           DISPLAY 'CONTAS NO ACCTBAL:     ' WS-QTDE-CONTAS
           DISPLAY 'CONTAS SEM ACCTATTR:   ' WS-QTDE-SEM-ATRIBUTO
           DISPLAY 'TOTAL SALDOS ACCTBAL:  ' WS-TOT-ACCTBAL
           DISPLAY 'TOTAL DEPOSITOS NO GL: ' WS-TOT-GL
           DISPLAY 'CLASSES DIVERGENTES:   ' WS-QTDE-CLS-DIVERG

           IF WS-QTDE-CLS-DIVERG = ZEROS
               AND WS-AB-STATUS NOT = '35'
               AND WS-GB-STATUS NOT = '35'
               MOVE SPACES TO DM-TEXTO
               STRING 'DEPOSITOS CONFERIDOS -- SALDOS DAS CONTAS '
                      'E RAZAO FECHAM AO CENTAVO'
                   DELIMITED BY SIZE INTO DM-TEXTO
               DISPLAY DM-TEXTO
               MOVE 0 TO WS-CODIGO-RETORNO
           ELSE
               MOVE SPACES TO DM-TEXTO
               STRING 'DEPOSITOS DESBALANCEADOS -- CONTAS E RAZAO '
                      'NAO FECHAM'
                   DELIMITED BY SIZE INTO DM-TEXTO
               DISPLAY DM-TEXTO ' DIFERENCA ' WS-TOT-DIF
               MOVE 8 TO WS-CODIGO-RETORNO
           END-IF
           WRITE PROOF-LINE FROM WS-MESSAGE-LINE

           MOVE 'DEPTIE'            TO CT-PROGRAM-ID
           MOVE 'TOTAL ACCTBAL'     TO CT-TOTAL-1-LABEL
           MOVE WS-TOT-ACCTBAL      TO CT-TOTAL-1-VALOR
           MOVE 'TOTAL GL DEP'      TO CT-TOTAL-2-LABEL
           MOVE WS-TOT-GL           TO CT-TOTAL-2-VALOR
           MOVE 'DIFERENCA'         TO CT-TOTAL-3-LABEL
           MOVE WS-TOT-DIF          TO CT-TOTAL-3-VALOR
           CALL 'CTLTOT' USING CTLTOT-PARMS

      *    SET AFTER THE CALL, WHICH RESETS THE RETURN-CODE REGISTER
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE

           IF WS-AB-STATUS = '00' OR WS-AB-STATUS = '10'
               CLOSE ACCOUNT-BALANCE-FILE
           END-IF
           IF WS-GB-STATUS = '00' OR WS-GB-STATUS = '10'
               CLOSE GL-BALANCE-FILE
           END-IF
           IF WS-TEM-ATRIBUTOS
               CLOSE ACCOUNT-ATTRIBUTE-FILE
           END-IF
           CLOSE PROOF-REPORT.

       4000-COMPARE-AND-REPORT-EXIT.
           EXIT.

      ******************************************************************
      * 4100-REPORT-ONE-CLASS
      ******************************************************************
       4100-REPORT-ONE-CLASS.

           COMPUTE WS-CLS-DIF(WS-CLS-SUB) =
               WS-CLS-ACCTBAL(WS-CLS-SUB) - WS-CLS-GL(WS-CLS-SUB)

           ADD WS-CLS-ACCTBAL(WS-CLS-SUB) TO WS-TOT-ACCTBAL
           ADD WS-CLS-GL(WS-CLS-SUB)      TO WS-TOT-GL

           MOVE WS-CLS-ROTULO(WS-CLS-SUB)  TO DL-ROTULO
           MOVE WS-CLS-ACCTBAL(WS-CLS-SUB) TO DL-ACCTBAL
           MOVE WS-CLS-CONTA(WS-CLS-SUB)   TO DL-CONTA
           MOVE WS-CLS-GL(WS-CLS-SUB)      TO DL-GL
           MOVE WS-CLS-DIF(WS-CLS-SUB)     TO DL-DIF

           IF WS-CLS-DIF(WS-CLS-SUB) = ZEROS
               MOVE SPACES TO DL-ALERTA
           ELSE
               MOVE '** DIVERGE' TO DL-ALERTA
               ADD 1 TO WS-QTDE-CLS-DIVERG
           END-IF

           WRITE PROOF-LINE FROM WS-CLASS-LINE.

       4100-REPORT-ONE-CLASS-EXIT.
           EXIT.

      ******************************************************************
      * 8000-READ-BALANCE
      ******************************************************************
       8000-READ-BALANCE.

           READ ACCOUNT-BALANCE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-AB-EOF-SWITCH
           END-READ.

       8000-READ-BALANCE-EXIT.
           EXIT.

      ******************************************************************
      * 8100-READ-GL-BALANCE
      ******************************************************************
       8100-READ-GL-BALANCE.

           READ GL-BALANCE-FILE
               AT END
                   MOVE 'Y' TO WS-GB-EOF-SWITCH
           END-READ.

       8100-READ-GL-BALANCE-EXIT.
           EXIT.
