      ******************************************************************
      * Author: M. TAVARES
      * Date: 15-10-26
      * Purpose: CUSTOMER RELATIONSHIP REPORT. ONE SECTION PER ACTIVE
      * CUSTMAST CUSTOMER LISTING EVERYTHING THEY HOLD WITH US: EVERY
      * LEDGER ACCOUNT LINKED ON CLICONTA WITH ITS ACCTBAL BALANCE,
      * TYPE, STATUS AND THE CUSTOMER'S ROLE ON IT (PRINCIPAL OR JOINT
      * HOLDER), EVERY OPEN ARINVOIC INVOICE PARCEL, AND EVERY LINKED
      * LOAN WITH ITS OUTSTANDING BALANCE. THE LOAN BALANCE IS WORKED
      * OUT THE WAY LOANSERV DOES IT -- THE LOANPAY PAYMENTS COVER THE
      * AMORTSCH INSTALLMENTS IN ORDER, AND WHAT IS STILL OWED IS THE
      * OPENING BALANCE OF THE FIRST INSTALLMENT NOT COVERED. EACH
      * SECTION ENDS WITH THE CUSTOMER'S DEPOSIT, RECEIVABLE AND LOAN
      * TOTALS. ENDED LINKS ARE LEFT OUT; A CUSTOMER WITH NOTHING
      * LINKED AND NOTHING OPEN PRINTS A SINGLE LINE SAYING SO.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History
      * 15-10-26 MRT  ORIGINAL VERSION.
      * 15-10-26 MRT  ARINVOIC IS CHECKED AGAINST ITS IFCTL HEADERS AND
      *               TRAILERS BEFORE ANY RELATIONSHIP IS LISTED; A FILE
      *               THAT DOES NOT BALANCE STOPS THE RUN WITH RETURN
      *               CODE 8. THE CONTROL RECORDS ARE SKIPPED ON READ.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIRELAC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CU-CUSTOMER-ID
               FILE STATUS IS WS-CU-STATUS.

           SELECT CUSTOMER-LINK-FILE ASSIGN TO "CLICONTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CHAVE
               FILE STATUS IS WS-CL-STATUS.

           SELECT ACCOUNT-ATTRIBUTE-FILE ASSIGN TO "ACCTATTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ATT-ACCOUNT-ID
               FILE STATUS IS WS-ATT-STATUS.

           SELECT ACCOUNT-BALANCE-FILE ASSIGN TO "ACCTBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AB-ACCOUNT-ID
               FILE STATUS IS WS-AB-STATUS.

           SELECT AR-INVOICE-FILE ASSIGN TO "ARINVOIC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AI-STATUS.

           SELECT AMORT-SCHEDULE-FILE ASSIGN TO "AMORTSCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AS-STATUS.

           SELECT LOAN-PAYMENT-FILE ASSIGN TO "LOANPAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LP-STATUS.

           SELECT RELATIONSHIP-REPORT-FILE ASSIGN TO "CLIRELRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMAST.

       FD  CUSTOMER-LINK-FILE.
           COPY CLICONTA.

       FD  ACCOUNT-ATTRIBUTE-FILE.
           COPY ACCTATTR.

       FD  ACCOUNT-BALANCE-FILE.
       01  ACCOUNT-BALANCE-RECORD.
           05  AB-ACCOUNT-ID       PIC X(06).
           05  AB-SALDO            PIC S9(07)V99.
           05  AB-ULT-DIA          PIC X(07).

       FD  AR-INVOICE-FILE
           RECORD CONTAINS 91 CHARACTERS.
       01  AR-INVOICE-RECORD.
           05  AI-INVOICE-ID           PIC X(08).
           05  AI-CUSTOMER-ID          PIC X(06).
           05  AI-CUSTOMER-NOME        PIC X(25).
           05  AI-CUSTOMER-ENDERECO    PIC X(30).
           05  AI-VALOR                PIC 9(07)V99.
           05  AI-DIAS-ATRASO          PIC 9(03).
           05  AI-PARCELA-SEQ          PIC 9(02).
           05  AI-DATA-VENCIMENTO      PIC 9(08).

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

       FD  RELATIONSHIP-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RELATIONSHIP-REPORT-LINE    PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-CU-STATUS            PIC X(02) VALUE SPACES.
       77  WS-CL-STATUS            PIC X(02) VALUE SPACES.
       77  WS-ATT-STATUS           PIC X(02) VALUE SPACES.
       77  WS-AB-STATUS            PIC X(02) VALUE SPACES.
       77  WS-AI-STATUS            PIC X(02) VALUE SPACES.
       77  WS-AS-STATUS            PIC X(02) VALUE SPACES.
       77  WS-LP-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RPT-STATUS           PIC X(02) VALUE SPACES.

       77  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE               VALUE 'Y'.
       77  WS-CL-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-CL-END-OF-FILE            VALUE 'Y'.
       77  WS-AI-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-AI-END-OF-FILE            VALUE 'Y'.
       77  WS-AS-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-AS-END-OF-FILE            VALUE 'Y'.
       77  WS-LP-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-LP-END-OF-FILE            VALUE 'Y'.

       77  WS-VINCULOS-SW          PIC X(01) VALUE 'N'.
           88  WS-TEM-VINCULOS              VALUE 'S'.
       77  WS-SALDOS-SW            PIC X(01) VALUE 'N'.
           88  WS-TEM-SALDOS                VALUE 'S'.
       77  WS-ATRIBUTOS-SW         PIC X(01) VALUE 'N'.
           88  WS-TEM-ATRIBUTOS             VALUE 'S'.

      *-----------------------------------------------------------------
      * OPEN AR INVOICE PARCELS, LOADED AT STARTUP
      *-----------------------------------------------------------------
       01  WS-FAT-TABLE.
           05  WS-FAT-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-FAT-IDX.
               10  WS-FAT-CUSTOMER     PIC X(06).
               10  WS-FAT-INVOICE      PIC X(08).
               10  WS-FAT-PARCELA      PIC 9(02).
               10  WS-FAT-VENCIMENTO   PIC 9(08).
               10  WS-FAT-ATRASO       PIC 9(03).
               10  WS-FAT-VALOR        PIC 9(07)V99.

       77  WS-FAT-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-FAT-SUB              PIC 9(03) VALUE ZEROS.

      *-----------------------------------------------------------------
      * LOAN PAYMENTS TOTALED PER LOAN, THEN ONE LOAN'S SCHEDULE AT A
      * TIME, THEN THE OUTSTANDING BALANCE OF EVERY LOAN
      *-----------------------------------------------------------------
       01  WS-PAY-TABLE.
           05  WS-PAY-ENTRY OCCURS 100 TIMES
                            INDEXED BY WS-PAY-IDX.
               10  WS-PAY-LOAN-ID      PIC X(06).
               10  WS-PAY-TOTAL        PIC 9(09)V99.

       77  WS-PAY-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-PAY-ACHOU            PIC X(01) VALUE 'N'.
           88  WS-PAY-ENCONTROU             VALUE 'S'.

       01  WS-SCHED-TABLE.
           05  WS-SCH-ENTRY OCCURS 120 TIMES
                            INDEXED BY WS-SCH-IDX.
               10  WS-SCH-PARCELA      PIC 9(07)V99.
               10  WS-SCH-ABERTURA     PIC 9(07)V99.

       77  WS-SCH-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-SCH-SUB              PIC 9(03) VALUE ZEROS.
       77  WS-JUROS-PARCELA        PIC 9(07)V99 VALUE ZEROS.
       77  WS-AMORT-PARCELA        PIC 9(07)V99 VALUE ZEROS.
       77  WS-CAIXA-RESTANTE       PIC 9(09)V99 VALUE ZEROS.
       77  WS-PARCELAS-PAGAS       PIC 9(03) VALUE ZEROS.
       77  WS-LOAN-ATUAL           PIC X(06) VALUE SPACES.

       01  WS-EMP-TABLE.
           05  WS-EMP-ENTRY OCCURS 100 TIMES
                            INDEXED BY WS-EMP-IDX.
               10  WS-EMP-LOAN-ID      PIC X(06).
               10  WS-EMP-PARCELAS     PIC 9(03).
               10  WS-EMP-PAGAS        PIC 9(03).
               10  WS-EMP-SALDO        PIC 9(07)V99.

       77  WS-EMP-COUNT            PIC 9(03) VALUE ZEROS.

      *-----------------------------------------------------------------
      * PER-CUSTOMER AND RUN TOTALS
      *-----------------------------------------------------------------
       77  WS-QTDE-ITENS           PIC 9(03) VALUE ZEROS.
       77  WS-CLI-DEPOSITOS        PIC S9(09)V99 VALUE ZEROS.
       77  WS-CLI-RECEBER          PIC 9(09)V99 VALUE ZEROS.
       77  WS-CLI-EMPRESTIMOS      PIC 9(09)V99 VALUE ZEROS.
       77  WS-QTDE-CLIENTES        PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-CONTAS          PIC 9(05) VALUE ZEROS.
       77  WS-TOTAL-DEPOSITOS      PIC S9(09)V99 VALUE ZEROS.
       77  WS-TOTAL-RECEBER        PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOTAL-EMPRESTIMOS    PIC 9(09)V99 VALUE ZEROS.

       01  WS-RPT-CLIENTE.
           05  FILLER              PIC X(08) VALUE 'CLIENTE '.
           05  WS-RC-CUSTOMER-ID   PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RC-NOME          PIC X(25).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RC-CPF           PIC X(11).

       01  WS-RPT-CONTA.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE 'CONTA '.
           05  WS-RK-CONTA         PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RK-TIPO          PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RK-TITULAR       PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RK-SITUACAO      PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RK-SALDO         PIC -(07)9.99.

       01  WS-RPT-FATURA.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(07) VALUE 'FATURA '.
           05  WS-RF-INVOICE       PIC X(08).
           05  FILLER              PIC X(01) VALUE '/'.
           05  WS-RF-PARCELA       PIC 9(02).
           05  FILLER              PIC X(06) VALUE ' VENC '.
           05  WS-RF-VENCIMENTO    PIC 9(08).
           05  FILLER              PIC X(08) VALUE ' ATRASO '.
           05  WS-RF-ATRASO        PIC ZZ9.
           05  FILLER              PIC X(08) VALUE SPACES.
           05  WS-RF-VALOR         PIC Z(07)9.99.

       01  WS-RPT-EMPRESTIMO.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(11) VALUE 'EMPRESTIMO '.
           05  WS-RE-LOAN-ID       PIC X(06).
           05  FILLER              PIC X(11) VALUE ' PARCELAS '.
           05  WS-RE-PAGAS         PIC ZZ9.
           05  FILLER              PIC X(01) VALUE '/'.
           05  WS-RE-PARCELAS      PIC ZZ9.
           05  FILLER              PIC X(12) VALUE SPACES.
           05  WS-RE-SALDO         PIC Z(07)9.99.

       01  WS-RPT-TOTAL-CLIENTE.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE 'DEPOSITOS '.
           05  WS-RT-DEPOSITOS     PIC -(08)9.99.
           05  FILLER              PIC X(09) VALUE ' RECEBER '.
           05  WS-RT-RECEBER       PIC Z(08)9.99.
           05  FILLER              PIC X(07) VALUE ' EMPR. '.
           05  WS-RT-EMPRESTIMOS   PIC Z(08)9.99.

       01  WS-RPT-NADA.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(40) VALUE
               'SEM CONTAS, FATURAS OU EMPRESTIMOS'.

       COPY CTLTOTLNK.
       COPY JOBLGLNK.
       COPY IFCTLLNK.
       COPY RPTHDRLNK.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.

           MOVE 'CLIRELAC' TO JL-PROGRAM-ID
           MOVE 'S'        TO JL-ACAO
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

           PERFORM 2000-PROCESS-CUSTOMER
               THRU 2000-PROCESS-CUSTOMER-EXIT
               UNTIL WS-END-OF-FILE

           PERFORM 3000-FINALIZE
               THRU 3000-FINALIZE-EXIT

           MOVE 0 TO RETURN-CODE

           MOVE 'E'        TO JL-ACAO
           MOVE 0000       TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-PARMS

           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE -- THE RECEIVABLES AND THE LOAN BALANCES ARE
      * BUILT UP FRONT; EVERY INPUT BUT CUSTMAST IS OPTIONAL
      ******************************************************************
       1000-INITIALIZE.

           MOVE SPACES TO WS-FAT-TABLE
           MOVE SPACES TO WS-PAY-TABLE
           MOVE SPACES TO WS-EMP-TABLE

           OPEN OUTPUT RELATIONSHIP-REPORT-FILE
           MOVE 'CLIRELAC' TO RH-PROGRAM-ID
           MOVE 1          TO RH-PAGE-NUM
           CALL 'RPTHDR' USING RPTHDR-PARMS
           WRITE RELATIONSHIP-REPORT-LINE FROM RH-HEADER-LINE

           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CU-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM MESTRE CUSTMAST -- NENHUM CLIENTE '
                   'A RELACIONAR'
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           OPEN INPUT CUSTOMER-LINK-FILE
           IF WS-CL-STATUS = '00'
               MOVE 'S' TO WS-VINCULOS-SW
           ELSE
               DISPLAY 'AVISO - SEM ARQUIVO CLICONTA -- NENHUMA CONTA '
                   'OU EMPRESTIMO VINCULADO'
           END-IF

           OPEN INPUT ACCOUNT-ATTRIBUTE-FILE
           IF WS-ATT-STATUS = '00'
               MOVE 'S' TO WS-ATRIBUTOS-SW
           END-IF

           OPEN INPUT ACCOUNT-BALANCE-FILE
           IF WS-AB-STATUS = '00'
               MOVE 'S' TO WS-SALDOS-SW
           ELSE
               DISPLAY 'AVISO - SEM ARQUIVO ACCTBAL -- CONTAS SAEM '
                   'COM SALDO ZERO'
           END-IF

           PERFORM 1100-LOAD-INVOICES
               THRU 1100-LOAD-INVOICES-EXIT

           PERFORM 1200-LOAD-LOANS
               THRU 1200-LOAD-LOANS-EXIT

           PERFORM 8000-READ-CUSTOMER
               THRU 8000-READ-CUSTOMER-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-INVOICES
      ******************************************************************
       1100-LOAD-INVOICES.

           OPEN INPUT AR-INVOICE-FILE
           IF WS-AI-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO ARINVOIC -- NENHUMA '
                   'FATURA EM ABERTO'
               GO TO 1100-LOAD-INVOICES-EXIT
           END-IF

           PERFORM 8200-READ-INVOICE
               THRU 8200-READ-INVOICE-EXIT

           PERFORM 1110-STORE-INVOICE
               THRU 1110-STORE-INVOICE-EXIT
               UNTIL WS-AI-END-OF-FILE

           CLOSE AR-INVOICE-FILE.

       1100-LOAD-INVOICES-EXIT.
           EXIT.

      ******************************************************************
      * 1110-STORE-INVOICE -- BOUNDED TO THE OCCURS 500 LIMIT
      ******************************************************************
       1110-STORE-INVOICE.

           IF WS-FAT-COUNT < 500
               ADD 1 TO WS-FAT-COUNT
               SET WS-FAT-IDX TO WS-FAT-COUNT
               MOVE AI-CUSTOMER-ID     TO WS-FAT-CUSTOMER(WS-FAT-IDX)
               MOVE AI-INVOICE-ID      TO WS-FAT-INVOICE(WS-FAT-IDX)
               MOVE AI-PARCELA-SEQ     TO WS-FAT-PARCELA(WS-FAT-IDX)
               MOVE AI-DATA-VENCIMENTO
                   TO WS-FAT-VENCIMENTO(WS-FAT-IDX)
               MOVE AI-DIAS-ATRASO     TO WS-FAT-ATRASO(WS-FAT-IDX)
               MOVE AI-VALOR           TO WS-FAT-VALOR(WS-FAT-IDX)
           ELSE
               DISPLAY 'TABELA DE FATURAS CHEIA -- ' AI-INVOICE-ID
                   ' FORA DO RELATORIO'
           END-IF

           PERFORM 8200-READ-INVOICE
               THRU 8200-READ-INVOICE-EXIT.

       1110-STORE-INVOICE-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LOAD-LOANS -- PAYMENTS FIRST, THEN THE SCHEDULE LOAN BY
      * LOAN (LOANSERV'S CONVENTION)
      ******************************************************************
       1200-LOAD-LOANS.

           OPEN INPUT AMORT-SCHEDULE-FILE
           IF WS-AS-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO AMORTSCH -- EMPRESTIMOS '
                   'SEM SALDO DEVEDOR'
               GO TO 1200-LOAD-LOANS-EXIT
           END-IF

           OPEN INPUT LOAN-PAYMENT-FILE
           IF WS-LP-STATUS = '00'
               PERFORM 8400-READ-PAYMENT
                   THRU 8400-READ-PAYMENT-EXIT
               PERFORM 1210-SUM-PAYMENT
                   THRU 1210-SUM-PAYMENT-EXIT
                   UNTIL WS-LP-END-OF-FILE
               CLOSE LOAN-PAYMENT-FILE
           END-IF

           PERFORM 8300-READ-SCHEDULE
               THRU 8300-READ-SCHEDULE-EXIT

           PERFORM 1220-STORE-INSTALLMENT
               THRU 1220-STORE-INSTALLMENT-EXIT
               UNTIL WS-AS-END-OF-FILE

           PERFORM 1230-SETTLE-LOAN
               THRU 1230-SETTLE-LOAN-EXIT

           CLOSE AMORT-SCHEDULE-FILE.

       1200-LOAD-LOANS-EXIT.
           EXIT.

      ******************************************************************
      * 1210-SUM-PAYMENT -- BOUNDED TO THE OCCURS 100 LIMIT
      ******************************************************************
       1210-SUM-PAYMENT.

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
               IF WS-PAY-COUNT < 100
                   ADD 1 TO WS-PAY-COUNT
                   SET WS-PAY-IDX TO WS-PAY-COUNT
                   MOVE PY-LOAN-ID TO WS-PAY-LOAN-ID(WS-PAY-IDX)
                   MOVE ZEROS TO WS-PAY-TOTAL(WS-PAY-IDX)
               ELSE
                   DISPLAY 'TABELA DE PAGAMENTOS CHEIA -- '
                       PY-LOAN-ID ' FORA DO RELATORIO'
                   GO TO 1210-SUM-PAYMENT-NEXT
               END-IF
           END-IF

           ADD PY-VALOR TO WS-PAY-TOTAL(WS-PAY-IDX).

       1210-SUM-PAYMENT-NEXT.

           PERFORM 8400-READ-PAYMENT
               THRU 8400-READ-PAYMENT-EXIT.

       1210-SUM-PAYMENT-EXIT.
           EXIT.

      ******************************************************************
      * 1220-STORE-INSTALLMENT -- BUFFER ONE LOAN'S INSTALLMENTS,
      * BREAKING ON LOAN ID; THE RPTHDR HEADER LINE AT THE TOP OF
      * AMORTSCH IS SKIPPED BY THE NUMERIC TEST
      ******************************************************************
       1220-STORE-INSTALLMENT.

           IF AS-PERIODO NOT NUMERIC
               GO TO 1220-STORE-INSTALLMENT-NEXT
           END-IF

           IF AS-LOAN-ID NOT = WS-LOAN-ATUAL
               PERFORM 1230-SETTLE-LOAN
                   THRU 1230-SETTLE-LOAN-EXIT
               MOVE AS-LOAN-ID TO WS-LOAN-ATUAL
           END-IF

           IF WS-SCH-COUNT < 120
               ADD 1 TO WS-SCH-COUNT
               SET WS-SCH-IDX TO WS-SCH-COUNT
      *        DE-EDITING MOVES -- THE SCHEDULE CARRIES PRINT-EDITED
      *        AMOUNTS
               MOVE AS-JUROS          TO WS-JUROS-PARCELA
               MOVE AS-AMORTIZACAO    TO WS-AMORT-PARCELA
               COMPUTE WS-SCH-PARCELA(WS-SCH-IDX) =
                   WS-JUROS-PARCELA + WS-AMORT-PARCELA
               MOVE AS-SALDO-ABERTURA TO WS-SCH-ABERTURA(WS-SCH-IDX)
           ELSE
               DISPLAY 'TABELA DE PARCELAS CHEIA -- EMPRESTIMO '
                   AS-LOAN-ID ' PERIODO ' AS-PERIODO ' IGNORADO'
           END-IF.

       1220-STORE-INSTALLMENT-NEXT.

           PERFORM 8300-READ-SCHEDULE
               THRU 8300-READ-SCHEDULE-EXIT.

       1220-STORE-INSTALLMENT-EXIT.
           EXIT.

      ******************************************************************
      * 1230-SETTLE-LOAN -- COVER THE INSTALLMENTS IN ORDER WITH THE
      * POOLED PAYMENTS; THE BALANCE OWED IS THE OPENING BALANCE OF
      * THE FIRST INSTALLMENT LEFT UNCOVERED
      ******************************************************************
       1230-SETTLE-LOAN.

           IF WS-SCH-COUNT = ZEROS
               GO TO 1230-SETTLE-LOAN-EXIT
           END-IF

           IF WS-EMP-COUNT NOT < 100
               DISPLAY 'TABELA DE EMPRESTIMOS CHEIA -- '
                   WS-LOAN-ATUAL ' FORA DO RELATORIO'
               MOVE ZEROS TO WS-SCH-COUNT
               GO TO 1230-SETTLE-LOAN-EXIT
           END-IF

           MOVE ZEROS TO WS-CAIXA-RESTANTE
           IF WS-PAY-COUNT > ZEROS
               SET WS-PAY-IDX TO 1
               SEARCH WS-PAY-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PAY-LOAN-ID(WS-PAY-IDX) = WS-LOAN-ATUAL
                       MOVE WS-PAY-TOTAL(WS-PAY-IDX)
                           TO WS-CAIXA-RESTANTE
               END-SEARCH
           END-IF

           MOVE ZEROS TO WS-PARCELAS-PAGAS
           PERFORM 1240-COVER-INSTALLMENT
               THRU 1240-COVER-INSTALLMENT-EXIT
               VARYING WS-SCH-SUB FROM 1 BY 1
               UNTIL WS-SCH-SUB > WS-SCH-COUNT

           ADD 1 TO WS-EMP-COUNT
           SET WS-EMP-IDX TO WS-EMP-COUNT
           MOVE WS-LOAN-ATUAL     TO WS-EMP-LOAN-ID(WS-EMP-IDX)
           MOVE WS-SCH-COUNT      TO WS-EMP-PARCELAS(WS-EMP-IDX)
           MOVE WS-PARCELAS-PAGAS TO WS-EMP-PAGAS(WS-EMP-IDX)

           IF WS-PARCELAS-PAGAS < WS-SCH-COUNT
               COMPUTE WS-SCH-SUB = WS-PARCELAS-PAGAS + 1
               SET WS-SCH-IDX TO WS-SCH-SUB
               MOVE WS-SCH-ABERTURA(WS-SCH-IDX)
                   TO WS-EMP-SALDO(WS-EMP-IDX)
           ELSE
               MOVE ZEROS TO WS-EMP-SALDO(WS-EMP-IDX)
           END-IF

           MOVE ZEROS TO WS-SCH-COUNT.

       1230-SETTLE-LOAN-EXIT.
           EXIT.

      ******************************************************************
      * 1240-COVER-INSTALLMENT -- AN INSTALLMENT ONLY COUNTS AS PAID
      * WHEN THE POOLED CASH COVERS IT IN FULL, IN ORDER
      ******************************************************************
       1240-COVER-INSTALLMENT.

           SET WS-SCH-IDX TO WS-SCH-SUB

           IF WS-CAIXA-RESTANTE >= WS-SCH-PARCELA(WS-SCH-IDX)
               SUBTRACT WS-SCH-PARCELA(WS-SCH-IDX)
                   FROM WS-CAIXA-RESTANTE
               ADD 1 TO WS-PARCELAS-PAGAS
           ELSE
               MOVE WS-SCH-COUNT TO WS-SCH-SUB
           END-IF.

       1240-COVER-INSTALLMENT-EXIT.
           EXIT.

      ******************************************************************
      * 1900-CHECK-AR-CONTROL -- IFCTL CHECKING PASS OVER ARINVOIC
      * BEFORE ANY RELATIONSHIP IS LISTED: EVERY BATCH MUST BALANCE
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
           MOVE 'ARINVOIC'    TO IC-ARQUIVO
           MOVE 'L'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS.

       1910-CHECK-AR-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-CUSTOMER -- ONE REPORT SECTION PER ACTIVE CUSTOMER
      ******************************************************************
       2000-PROCESS-CUSTOMER.

           IF NOT CU-CLIENTE-ATIVO
               GO TO 2000-PROCESS-CUSTOMER-NEXT
           END-IF

           ADD 1 TO WS-QTDE-CLIENTES
           MOVE ZEROS TO WS-QTDE-ITENS
           MOVE ZEROS TO WS-CLI-DEPOSITOS
           MOVE ZEROS TO WS-CLI-RECEBER
           MOVE ZEROS TO WS-CLI-EMPRESTIMOS

           MOVE SPACES         TO RELATIONSHIP-REPORT-LINE
           WRITE RELATIONSHIP-REPORT-LINE
           MOVE CU-CUSTOMER-ID TO WS-RC-CUSTOMER-ID
           MOVE CU-NOME        TO WS-RC-NOME
           MOVE CU-CPF         TO WS-RC-CPF
           WRITE RELATIONSHIP-REPORT-LINE FROM WS-RPT-CLIENTE

           IF WS-TEM-VINCULOS
               PERFORM 2100-LIST-LINKS
                   THRU 2100-LIST-LINKS-EXIT
           END-IF

           PERFORM 2300-LIST-ONE-INVOICE
               THRU 2300-LIST-ONE-INVOICE-EXIT
               VARYING WS-FAT-SUB FROM 1 BY 1
               UNTIL WS-FAT-SUB > WS-FAT-COUNT

           IF WS-QTDE-ITENS = ZEROS
               WRITE RELATIONSHIP-REPORT-LINE FROM WS-RPT-NADA
           ELSE
               MOVE WS-CLI-DEPOSITOS   TO WS-RT-DEPOSITOS
               MOVE WS-CLI-RECEBER     TO WS-RT-RECEBER
               MOVE WS-CLI-EMPRESTIMOS TO WS-RT-EMPRESTIMOS
               WRITE RELATIONSHIP-REPORT-LINE
                   FROM WS-RPT-TOTAL-CLIENTE
           END-IF

           ADD WS-CLI-DEPOSITOS   TO WS-TOTAL-DEPOSITOS
           ADD WS-CLI-RECEBER     TO WS-TOTAL-RECEBER
           ADD WS-CLI-EMPRESTIMOS TO WS-TOTAL-EMPRESTIMOS.

       2000-PROCESS-CUSTOMER-NEXT.

           PERFORM 8000-READ-CUSTOMER
               THRU 8000-READ-CUSTOMER-EXIT.

       2000-PROCESS-CUSTOMER-EXIT.
           EXIT.

      ******************************************************************
      * 2100-LIST-LINKS -- THE LINK FILE IS KEYED BY CUSTOMER FIRST, SO
      * ONE START POSITIONS ON EVERYTHING THE CUSTOMER HOLDS
      ******************************************************************
       2100-LIST-LINKS.

           MOVE 'N'            TO WS-CL-EOF-SWITCH
           MOVE LOW-VALUES     TO CL-CHAVE
           MOVE CU-CUSTOMER-ID TO CL-CUSTOMER-ID
           START CUSTOMER-LINK-FILE KEY IS NOT LESS THAN CL-CHAVE
               INVALID KEY
                   GO TO 2100-LIST-LINKS-EXIT
           END-START

           PERFORM 2200-LIST-ONE-LINK
               THRU 2200-LIST-ONE-LINK-EXIT
               UNTIL WS-CL-END-OF-FILE.

       2100-LIST-LINKS-EXIT.
           EXIT.

      ******************************************************************
      * 2200-LIST-ONE-LINK -- AN ACCOUNT LINE OR A LOAN LINE
      ******************************************************************
       2200-LIST-ONE-LINK.

           READ CUSTOMER-LINK-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CL-EOF-SWITCH
                   GO TO 2200-LIST-ONE-LINK-EXIT
           END-READ

           IF CL-CUSTOMER-ID NOT = CU-CUSTOMER-ID
               MOVE 'Y' TO WS-CL-EOF-SWITCH
               GO TO 2200-LIST-ONE-LINK-EXIT
           END-IF

           IF NOT CL-VINCULO-ATIVO
               GO TO 2200-LIST-ONE-LINK-EXIT
           END-IF

           ADD 1 TO WS-QTDE-ITENS

           IF CL-PRODUTO-EMPRESTIMO
               PERFORM 2250-LIST-LOAN
                   THRU 2250-LIST-LOAN-EXIT
               GO TO 2200-LIST-ONE-LINK-EXIT
           END-IF

           MOVE CL-PRODUTO-ID TO WS-RK-CONTA

           IF CL-TITULAR-PRINCIPAL
               MOVE 'TITULAR'    TO WS-RK-TITULAR
           ELSE
               MOVE 'CO-TITULAR' TO WS-RK-TITULAR
           END-IF

           MOVE '?'            TO WS-RK-TIPO
           MOVE '?'            TO WS-RK-SITUACAO
           IF WS-TEM-ATRIBUTOS
               MOVE CL-PRODUTO-ID TO ATT-ACCOUNT-ID
               READ ACCOUNT-ATTRIBUTE-FILE
                   INVALID KEY
                       MOVE SPACES TO ATT-STATUS
               END-READ
               PERFORM 2210-DESCRIBE-ACCOUNT
                   THRU 2210-DESCRIBE-ACCOUNT-EXIT
           END-IF

           MOVE ZEROS TO AB-SALDO
           IF WS-TEM-SALDOS
               MOVE CL-PRODUTO-ID TO AB-ACCOUNT-ID
               READ ACCOUNT-BALANCE-FILE
                   INVALID KEY
                       MOVE ZEROS TO AB-SALDO
               END-READ
           END-IF
           MOVE AB-SALDO TO WS-RK-SALDO

           WRITE RELATIONSHIP-REPORT-LINE FROM WS-RPT-CONTA

      *    A JOINT BALANCE COUNTS ONCE PER HOLDER ON THE CUSTOMER
      *    LINES BUT ONLY ONCE, UNDER THE PRINCIPAL, IN THE RUN TOTAL
           ADD AB-SALDO TO WS-CLI-DEPOSITOS
           IF CL-TITULAR-PRINCIPAL
               ADD 1 TO WS-QTDE-CONTAS
           ELSE
               SUBTRACT AB-SALDO FROM WS-TOTAL-DEPOSITOS
           END-IF.

       2200-LIST-ONE-LINK-EXIT.
           EXIT.

      ******************************************************************
      * 2210-DESCRIBE-ACCOUNT
      ******************************************************************
       2210-DESCRIBE-ACCOUNT.

           IF WS-ATT-STATUS NOT = '00'
               MOVE 'SEM CADASTRO' TO WS-RK-SITUACAO
               GO TO 2210-DESCRIBE-ACCOUNT-EXIT
           END-IF

           EVALUATE TRUE
               WHEN ATT-CONTA-POUPANCA
                   MOVE 'POUPANCA'   TO WS-RK-TIPO
               WHEN ATT-CONTA-PRAZO
                   MOVE 'CDB'        TO WS-RK-TIPO
               WHEN OTHER
                   MOVE 'CORRENTE'   TO WS-RK-TIPO
           END-EVALUATE

           EVALUATE TRUE
               WHEN ATT-CONTA-ATIVA
                   MOVE 'ATIVA'      TO WS-RK-SITUACAO
               WHEN ATT-CONTA-BLOQUEADA
                   MOVE 'BLOQUEADA'  TO WS-RK-SITUACAO
               WHEN ATT-CONTA-ENCERRADA
                   MOVE 'ENCERRADA'  TO WS-RK-SITUACAO
               WHEN ATT-CONTA-DORMENTE
                   MOVE 'DORMENTE'   TO WS-RK-SITUACAO
           END-EVALUATE.

       2210-DESCRIBE-ACCOUNT-EXIT.
           EXIT.

      ******************************************************************
      * 2250-LIST-LOAN -- A LINKED LOAN NOT ON AMORTSCH PRINTS WITH NO
      * BALANCE
      ******************************************************************
       2250-LIST-LOAN.

           MOVE CL-PRODUTO-ID TO WS-RE-LOAN-ID
           MOVE ZEROS         TO WS-RE-PAGAS
           MOVE ZEROS         TO WS-RE-PARCELAS
           MOVE ZEROS         TO WS-RE-SALDO

           IF WS-EMP-COUNT > ZEROS
               SET WS-EMP-IDX TO 1
               SEARCH WS-EMP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-EMP-LOAN-ID(WS-EMP-IDX) = CL-PRODUTO-ID
                       MOVE WS-EMP-PAGAS(WS-EMP-IDX) TO WS-RE-PAGAS
                       MOVE WS-EMP-PARCELAS(WS-EMP-IDX)
                           TO WS-RE-PARCELAS
                       MOVE WS-EMP-SALDO(WS-EMP-IDX) TO WS-RE-SALDO
                       ADD WS-EMP-SALDO(WS-EMP-IDX)
                           TO WS-CLI-EMPRESTIMOS
               END-SEARCH
           END-IF

           WRITE RELATIONSHIP-REPORT-LINE FROM WS-RPT-EMPRESTIMO.

       2250-LIST-LOAN-EXIT.
           EXIT.

      ******************************************************************
      * 2300-LIST-ONE-INVOICE
      ******************************************************************
       2300-LIST-ONE-INVOICE.

           SET WS-FAT-IDX TO WS-FAT-SUB

           IF WS-FAT-CUSTOMER(WS-FAT-IDX) NOT = CU-CUSTOMER-ID
               GO TO 2300-LIST-ONE-INVOICE-EXIT
           END-IF

           ADD 1 TO WS-QTDE-ITENS

           MOVE WS-FAT-INVOICE(WS-FAT-IDX)    TO WS-RF-INVOICE
           MOVE WS-FAT-PARCELA(WS-FAT-IDX)    TO WS-RF-PARCELA
           MOVE WS-FAT-VENCIMENTO(WS-FAT-IDX) TO WS-RF-VENCIMENTO
           MOVE WS-FAT-ATRASO(WS-FAT-IDX)     TO WS-RF-ATRASO
           MOVE WS-FAT-VALOR(WS-FAT-IDX)      TO WS-RF-VALOR

           WRITE RELATIONSHIP-REPORT-LINE FROM WS-RPT-FATURA

           ADD WS-FAT-VALOR(WS-FAT-IDX) TO WS-CLI-RECEBER.

       2300-LIST-ONE-INVOICE-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZE
      ******************************************************************
       3000-FINALIZE.

           DISPLAY 'CLIENTES RELACIONADOS: ' WS-QTDE-CLIENTES
           DISPLAY 'CONTAS VINCULADAS:     ' WS-QTDE-CONTAS
           DISPLAY 'TOTAL EM DEPOSITOS: R$ ' WS-TOTAL-DEPOSITOS
           DISPLAY 'TOTAL A RECEBER:    R$ ' WS-TOTAL-RECEBER
           DISPLAY 'TOTAL EMPRESTADO:   R$ ' WS-TOTAL-EMPRESTIMOS

           MOVE 'CLIRELAC'           TO CT-PROGRAM-ID
           MOVE 'DEPOSITOS'          TO CT-TOTAL-1-LABEL
           MOVE WS-TOTAL-DEPOSITOS   TO CT-TOTAL-1-VALOR
           MOVE 'A RECEBER'          TO CT-TOTAL-2-LABEL
           MOVE WS-TOTAL-RECEBER     TO CT-TOTAL-2-VALOR
           MOVE 'EMPRESTIMOS'        TO CT-TOTAL-3-LABEL
           MOVE WS-TOTAL-EMPRESTIMOS TO CT-TOTAL-3-VALOR
           CALL 'CTLTOT' USING CTLTOT-PARMS

           CLOSE RELATIONSHIP-REPORT-FILE

           IF WS-CU-STATUS NOT = '00' AND WS-CU-STATUS NOT = '10'
               GO TO 3000-FINALIZE-EXIT
           END-IF

           CLOSE CUSTOMER-MASTER-FILE

           IF WS-TEM-VINCULOS
               CLOSE CUSTOMER-LINK-FILE
           END-IF

           IF WS-TEM-ATRIBUTOS
               CLOSE ACCOUNT-ATTRIBUTE-FILE
           END-IF

           IF WS-TEM-SALDOS
               CLOSE ACCOUNT-BALANCE-FILE
           END-IF.

       3000-FINALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 8000-READ-CUSTOMER
      ******************************************************************
       8000-READ-CUSTOMER.

           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       8000-READ-CUSTOMER-EXIT.
           EXIT.

      ******************************************************************
      * 8200-READ-INVOICE
      ******************************************************************
       8200-READ-INVOICE.

           READ AR-INVOICE-FILE
               AT END
                   MOVE 'Y' TO WS-AI-EOF-SWITCH
                   GO TO 8200-READ-INVOICE-EXIT
           END-READ

           IF AR-INVOICE-RECORD(1:2) = '*H'
               OR AR-INVOICE-RECORD(1:2) = '*T'
               GO TO 8200-READ-INVOICE
           END-IF.

       8200-READ-INVOICE-EXIT.
           EXIT.

      ******************************************************************
      * 8300-READ-SCHEDULE
      ******************************************************************
       8300-READ-SCHEDULE.

           READ AMORT-SCHEDULE-FILE
               AT END
                   MOVE 'Y' TO WS-AS-EOF-SWITCH
           END-READ.

       8300-READ-SCHEDULE-EXIT.
           EXIT.

      ******************************************************************
      * 8400-READ-PAYMENT
      ******************************************************************
       8400-READ-PAYMENT.

           READ LOAN-PAYMENT-FILE
               AT END
                   MOVE 'Y' TO WS-LP-EOF-SWITCH
           END-READ.

       8400-READ-PAYMENT-EXIT.
           EXIT.
