      ******************************************************************
      * Author: M. TAVARES
      * Date: 15-10-26
      * Purpose: MID-MONTH SALARY ADVANCE (ADIANTAMENTO QUINZENAL).
      * THE STAFF DRAW ROUGHLY 40% OF THE MONTH'S PAY ON THE 20TH,
      * AND UNTIL NOW THAT WAS A SPREADSHEET SENT TO THE BANK BY
      * HAND. THIS JOB READS THE SHARED EMPMAST MASTER, SKIPS LEAVERS
      * (EMP-DESLIGADO), NEW HIRES ADMITTED AFTER THE CUTOFF DAY OF
      * THE COMPETENCIA, AND ANYONE ON INSS LEAVE FOR THE WHOLE MONTH
      * (AFASTCHK), AND PAYS THE ADVANCE ON THE SAME MONTHLY BASE
      * SALIQUID USES, SCALED BY ANY INSS-PAID LEAVE DAYS. IT WRITES
      * ITS OWN BANKADT REMITTANCE IN THE BANKPAY LAYOUT (HEADER,
      * DETAILS, TRAILER WITH COUNT AND HASH TOTAL), THE ADTREG
      * ADVANCE REGISTER, THE ADTPAGO FILE SALIQUID DEDUCTS THE
      * ADVANCE FROM AT MONTH END, AND ONE GL ENTRY PER EMPLOYEE
      * (DEBIT ADVANCES TO EMPLOYEES, CREDIT NET-PAY PAYABLE) ON
      * GLINTRFC.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History
      * 15-10-26 MRT  ORIGINAL VERSION.
      * 15-10-26 MRT  STAMPS THE EMPLOYEE'S ESTABLISHMENT AND ITS GL
      *               COMPANY SEGMENT (FROM THE SHARED ESTABCHK
      *               LOOKUP) ON EVERY GLINTRFC LINE, SO THE
      *               POSTINGS SPLIT BY LEGAL ENTITY LIKE SALIQUID'S.
      * 15-10-26 MRT  THE RUN'S GLINTRFC ENTRIES NOW GO OUT BETWEEN AN
      *               IFCTL HEADER AND TRAILER (RECORD COUNT AND
      *               AMOUNT HASH) SO EVERY CONSUMER CAN PROVE THE
      *               BATCH ARRIVED WHOLE.
      * 15-10-26 MRT  ADTPAGO NOW ALSO HOLDS THE BALANCES SALIQUID COULD
      *               NOT RECOVER IN AN EARLIER MONTH; THEY ARE READ
      *               BEFORE THE FILE IS REWRITTEN AND WRITTEN BACK
      *               AHEAD OF THIS MONTH'S ADVANCES. A RERUN STILL
      *               REPLACES THIS COMPETENCIA'S OWN RECORDS.
      * 15-10-26 MRT  BANKADT ALSO GOES OUT BETWEEN AN IFCTL HEADER AND
      *               TRAILER (RECORD COUNT, HASH OF THE TYPE-1
      *               ADVANCES) LIKE SALIQUID'S BANKPAY; ITS HEADER IS
      *               THE SAME RUN STAMP AS THE GLINTRFC BATCH, WHICH
      *               IS HOW PAYTIE FINDS THE JOURNAL BATCH TO TIE THE
      *               REMITTANCE TO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADIANTA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.

           SELECT ADVANCE-REGISTER-FILE ASSIGN TO "ADTREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT ADVANCE-BANK-FILE ASSIGN TO "BANKADT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BNK-STATUS.

           SELECT ADVANCE-PAID-FILE ASSIGN TO "ADTPAGO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADT-STATUS.

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

       FD  ADVANCE-REGISTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ADVANCE-REGISTER-LINE   PIC X(80).

      *-----------------------------------------------------------------
      * ADVANCE-BANK-FILE -- SAME BANK REMITTANCE LAYOUT AS SALIQUID'S
      * BANKPAY: TYPE-0 HEADER, ONE TYPE-1 DETAIL PER EMPLOYEE, TYPE-9
      * TRAILER WITH RECORD COUNT AND HASH TOTAL
      *-----------------------------------------------------------------
       FD  ADVANCE-BANK-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  ADVANCE-BANK-LINE       PIC X(40).

      *-----------------------------------------------------------------
      * ADVANCE-PAID-FILE -- ONE RECORD PER ADVANCE PAID; SALIQUID
      * DEDUCTS IT FROM THE MONTH-END NET AND WRITES BACK ONLY WHAT IT
      * COULD NOT RECOVER, UNDER THE COMPETENCIA OF THE ADVANCE
      *-----------------------------------------------------------------
       FD  ADVANCE-PAID-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  ADVANCE-PAID-RECORD.
           05  AD-EMP-ID           PIC X(05).
           05  AD-COMPETENCIA      PIC 9(06).
           05  AD-VALOR            PIC 9(07)V99.

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
       77  WS-REG-STATUS           PIC X(02) VALUE SPACES.
       77  WS-BNK-STATUS           PIC X(02) VALUE SPACES.
       77  WS-ADT-STATUS           PIC X(02) VALUE SPACES.
       77  WS-GL-STATUS            PIC X(02) VALUE SPACES.
       77  WS-EXC-STATUS           PIC X(02) VALUE SPACES.

       77  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE               VALUE 'Y'.

      *-----------------------------------------------------------------
      * ADVANCE RULES -- 40% OF THE MONTHLY BASE; A HIRE ADMITTED
      * AFTER THE CUTOFF DAY OF THE COMPETENCIA WAITS FOR MONTH END
      *-----------------------------------------------------------------
       77  WS-PCT-ADIANTAMENTO     PIC 9(02)V99 VALUE 40.00.
       77  WS-DIA-CORTE-ADMISSAO   PIC 9(02) VALUE 15.
       77  WS-DATA-CORTE           PIC 9(08) VALUE ZEROS.
       77  WS-DIAS-MES-COMERCIAL   PIC 9(02) VALUE 30.

       77  WS-GL-ACCT-ADT-REC      PIC X(08) VALUE '1300-000'.
       77  WS-GL-ACCT-NET-PAY      PIC X(08) VALUE '2100-000'.

       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WS-GL-PERIODO           PIC 9(06) VALUE ZEROS.

       77  WS-BASE-MENSAL          PIC 9(07)V99 VALUE ZEROS.
       77  WS-VALOR-ADIANT         PIC 9(07)V99 VALUE ZEROS.
       77  WS-TOTAL-ADIANT         PIC 9(09)V99 VALUE ZEROS.
       77  WS-QTDE-PAGOS           PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-IGNORADOS       PIC 9(05) VALUE ZEROS.

       01  WS-BANK-HEADER.
           05  FILLER              PIC X(01) VALUE '0'.
           05  FILLER              PIC X(08) VALUE 'ADIANTAM'.
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

       01  WS-COLUMN-LINE.
           05  FILLER              PIC X(07) VALUE 'ID'.
           05  FILLER              PIC X(22) VALUE 'FUNCIONARIO'.
           05  FILLER              PIC X(12) VALUE '  BASE MES'.
           05  FILLER              PIC X(12) VALUE ' ADIANTAM.'.
           05  FILLER              PIC X(27) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DL-ID            PIC X(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-NAME          PIC X(20).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-BASE          PIC Z(06)9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-VALOR         PIC Z(06)9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-OBS           PIC X(25).

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(29) VALUE 'TOTAL ADIANTAMENTO'.
           05  WS-TL-QTDE          PIC Z(04)9.
           05  FILLER              PIC X(07) VALUE SPACES.
           05  WS-TL-VALOR         PIC Z(08)9.99.

       77  WS-TRAVA-SWITCH         PIC X(01) VALUE 'N'.
           88  WS-PERIODO-TRAVADO           VALUE 'S'.

      *-----------------------------------------------------------------
      * ADVANCE BALANCES CARRIED ON ADTPAGO FROM EARLIER COMPETENCIAS,
      * HELD WHILE THE FILE IS REWRITTEN. MORE THAN THE TABLE HOLDS
      * REFUSES THE RUN RATHER THAN DROP A BALANCE
      *-----------------------------------------------------------------
       01  WS-CARRIED-ADVANCE-TABLE.
           05  WS-CARRIED-ADVANCE-ENTRY OCCURS 500 TIMES
                                INDEXED BY WS-SDO-IDX.
               10  WS-SDO-EMP-ID       PIC X(05).
               10  WS-SDO-COMPETENCIA  PIC 9(06).
               10  WS-SDO-VALOR        PIC 9(07)V99.

       77  WS-SDO-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-SDO-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88  WS-SDO-END-OF-FILE           VALUE 'Y'.
       77  WS-SDO-CHEIA-SW         PIC X(01) VALUE 'N'.
           88  WS-SDO-CHEIA                 VALUE 'S'.

      *-----------------------------------------------------------------
      * ESTABLISHMENT OF THE EMPLOYEE IN HAND, FROM ESTABCHK
      *-----------------------------------------------------------------
       77  WS-ESTAB-ATUAL          PIC X(02) VALUE SPACES.
       77  WS-GL-EMPRESA-ATUAL     PIC X(02) VALUE SPACES.

       COPY AFASLNK.
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

           MOVE 'ADIANTA' TO JL-PROGRAM-ID
           MOVE 'S'       TO JL-ACAO
           CALL 'JOBLOG' USING JOBLOG-PARMS

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT

           IF WS-PERIODO-TRAVADO OR WS-SDO-CHEIA
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
      * 1000-INITIALIZE -- PERIOD LOCK, OPEN FILES, HEADERS, PRIME READ
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE(1:6) TO WS-GL-PERIODO

           COMPUTE WS-DATA-CORTE =
               WS-GL-PERIODO * 100 + WS-DIA-CORTE-ADMISSAO

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

      *    THE BALANCES EARLIER MONTH-ENDS CARRIED ON ADTPAGO ARE
      *    READ BEFORE THE FILE IS OPENED FOR OUTPUT
           PERFORM 1100-LOAD-CARRIED-ADVANCES
               THRU 1100-LOAD-CARRIED-ADVANCES-EXIT

           IF WS-SDO-CHEIA
               DISPLAY 'EXECUCAO RECUSADA - ADTPAGO COM MAIS DE 500 '
                   'SALDOS DE ADIANTAMENTO A TRANSPORTAR'
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           OPEN INPUT  EMPLOYEE-MASTER-FILE
           OPEN OUTPUT ADVANCE-REGISTER-FILE
           OPEN OUTPUT ADVANCE-BANK-FILE
           OPEN OUTPUT ADVANCE-PAID-FILE

           PERFORM 1120-WRITE-CARRIED-ADVANCE
               THRU 1120-WRITE-CARRIED-ADVANCE-EXIT
               VARYING WS-SDO-IDX FROM 1 BY 1
               UNTIL WS-SDO-IDX > WS-SDO-COUNT

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

           PERFORM 8973-WRITE-BANK-HEADER
               THRU 8973-WRITE-BANK-HEADER-EXIT

           MOVE WS-DATA-HOJE   TO WS-BH-DATA
           MOVE WS-BANK-HEADER TO ADVANCE-BANK-LINE
           PERFORM 8974-WRITE-BANK-LINE
               THRU 8974-WRITE-BANK-LINE-EXIT

           MOVE 'ADIANTA' TO RH-PROGRAM-ID
           MOVE 1         TO RH-PAGE-NUM
           CALL 'RPTHDR' USING RPTHDR-PARMS
           WRITE ADVANCE-REGISTER-LINE FROM RH-HEADER-LINE
           WRITE ADVANCE-REGISTER-LINE FROM WS-COLUMN-LINE

           PERFORM 8000-READ-EMPLOYEE
               THRU 8000-READ-EMPLOYEE-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-CARRIED-ADVANCES -- KEEP THE ADTPAGO RECORDS OF
      * EARLIER COMPETENCIAS (BALANCES SALIQUID STILL HAS TO RECOVER);
      * THIS COMPETENCIA'S OWN RECORDS ARE DROPPED, SINCE THIS RUN
      * WRITES THEM AGAIN. NO FILE MEANS NOTHING TO CARRY
      ******************************************************************
       1100-LOAD-CARRIED-ADVANCES.

           MOVE SPACES TO WS-CARRIED-ADVANCE-TABLE

           OPEN INPUT ADVANCE-PAID-FILE

           IF WS-ADT-STATUS NOT = '00'
               GO TO 1100-LOAD-CARRIED-ADVANCES-EXIT
           END-IF

           PERFORM 8100-READ-ADVANCE-PAID
               THRU 8100-READ-ADVANCE-PAID-EXIT

           PERFORM 1110-STORE-CARRIED-ADVANCE
               THRU 1110-STORE-CARRIED-ADVANCE-EXIT
               UNTIL WS-SDO-END-OF-FILE

           CLOSE ADVANCE-PAID-FILE.

       1100-LOAD-CARRIED-ADVANCES-EXIT.
           EXIT.

      ******************************************************************
      * 1110-STORE-CARRIED-ADVANCE
      ******************************************************************
       1110-STORE-CARRIED-ADVANCE.

           IF AD-COMPETENCIA NOT < WS-GL-PERIODO
               GO TO 1110-STORE-CARRIED-ADVANCE-NEXT
           END-IF

           IF WS-SDO-COUNT < 500
               ADD 1 TO WS-SDO-COUNT
               SET WS-SDO-IDX TO WS-SDO-COUNT
               MOVE AD-EMP-ID      TO WS-SDO-EMP-ID(WS-SDO-IDX)
               MOVE AD-COMPETENCIA TO WS-SDO-COMPETENCIA(WS-SDO-IDX)
               MOVE AD-VALOR       TO WS-SDO-VALOR(WS-SDO-IDX)
           ELSE
               MOVE 'S' TO WS-SDO-CHEIA-SW
           END-IF.

       1110-STORE-CARRIED-ADVANCE-NEXT.

           PERFORM 8100-READ-ADVANCE-PAID
               THRU 8100-READ-ADVANCE-PAID-EXIT.

       1110-STORE-CARRIED-ADVANCE-EXIT.
           EXIT.

      ******************************************************************
      * 1120-WRITE-CARRIED-ADVANCE -- ONE CARRIED BALANCE BACK ON
      * ADTPAGO, UNCHANGED
      ******************************************************************
       1120-WRITE-CARRIED-ADVANCE.

           MOVE WS-SDO-EMP-ID(WS-SDO-IDX)      TO AD-EMP-ID
           MOVE WS-SDO-COMPETENCIA(WS-SDO-IDX) TO AD-COMPETENCIA
           MOVE WS-SDO-VALOR(WS-SDO-IDX)       TO AD-VALOR
           WRITE ADVANCE-PAID-RECORD

           DISPLAY 'SALDO DE ADIANTAMENTO TRANSPORTADO ' AD-EMP-ID
               ' COMPETENCIA ' AD-COMPETENCIA ' R$ ' AD-VALOR.

       1120-WRITE-CARRIED-ADVANCE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-EMPLOYEE -- ONE ADVANCE PER ELIGIBLE EMPLOYEE
      ******************************************************************
       2000-PROCESS-EMPLOYEE.

           IF EMP-DESLIGADO
               GO TO 2000-PROCESS-EMPLOYEE-NEXT
           END-IF

           PERFORM 2050-FIND-ESTABLISHMENT
               THRU 2050-FIND-ESTABLISHMENT-EXIT

           MOVE SPACES   TO WS-DETAIL-LINE
           MOVE EMP-ID   TO WS-DL-ID
           MOVE EMP-NAME TO WS-DL-NAME

           IF EMP-DATA-ADMISSAO NUMERIC
               AND EMP-DATA-ADMISSAO > WS-DATA-CORTE
               MOVE 'ADMITIDO APOS O CORTE' TO WS-DL-OBS
               WRITE ADVANCE-REGISTER-LINE FROM WS-DETAIL-LINE
               ADD 1 TO WS-QTDE-IGNORADOS
               GO TO 2000-PROCESS-EMPLOYEE-NEXT
           END-IF

           COMPUTE WS-BASE-MENSAL = EMP-HOURS * EMP-HOURLY-RATE

      *    INSS-PAID LEAVE DAYS ARE NOT THE COMPANY'S TO ADVANCE --
      *    THE SAME SCALING SALIQUID APPLIES AT MONTH END
           MOVE EMP-ID        TO AFC-EMP-ID
           MOVE WS-GL-PERIODO TO AFC-COMPETENCIA
           CALL 'AFASTCHK' USING AFASTCHK-PARMS

           IF AFC-DIAS-INSS >= WS-DIAS-MES-COMERCIAL
               MOVE 'AFASTADO PELO INSS' TO WS-DL-OBS
               WRITE ADVANCE-REGISTER-LINE FROM WS-DETAIL-LINE
               ADD 1 TO WS-QTDE-IGNORADOS
               GO TO 2000-PROCESS-EMPLOYEE-NEXT
           END-IF

           IF AFC-DIAS-INSS > ZEROS
               COMPUTE WS-BASE-MENSAL ROUNDED =
                   (WS-BASE-MENSAL
                   * (WS-DIAS-MES-COMERCIAL - AFC-DIAS-INSS))
                   / WS-DIAS-MES-COMERCIAL
           END-IF

           COMPUTE WS-VALOR-ADIANT ROUNDED =
               WS-BASE-MENSAL * (WS-PCT-ADIANTAMENTO / 100)

           IF WS-VALOR-ADIANT = ZEROS
               GO TO 2000-PROCESS-EMPLOYEE-NEXT
           END-IF

           IF EMP-CONTA NOT NUMERIC OR EMP-CONTA = ZEROS
               MOVE SPACES          TO PAYROLL-EXCEPTION-RECORD
               MOVE 'ADIANTA'       TO PE-PROGRAMA
               MOVE EMP-ID          TO PE-EMP-ID
               MOVE 'SEM-CONTA-BANCO' TO PE-TIPO-EXCECAO
               MOVE 'SEM DADOS BANCARIOS PARA ADIANTAMENTO'
                   TO PE-DETALHE
               MOVE WS-DATA-HOJE    TO PE-DATA
               WRITE PAYROLL-EXCEPTION-RECORD
               DISPLAY 'ATENCAO - ' PE-DETALHE ' - ' EMP-ID
               MOVE 'SEM CONTA BANCARIA' TO WS-DL-OBS
               WRITE ADVANCE-REGISTER-LINE FROM WS-DETAIL-LINE
               ADD 1 TO WS-QTDE-IGNORADOS
               GO TO 2000-PROCESS-EMPLOYEE-NEXT
           END-IF

           PERFORM 2100-PAY-ADVANCE
               THRU 2100-PAY-ADVANCE-EXIT.

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
      * 2100-PAY-ADVANCE -- BANK DETAIL, REGISTER LINE, THE ADTPAGO
      * RECORD SALIQUID WILL DEDUCT, AND THE BALANCED GL ENTRY
      ******************************************************************
       2100-PAY-ADVANCE.

           MOVE EMP-ID          TO WS-BD-EMP-ID
           MOVE EMP-BANCO       TO WS-BD-BANCO
           MOVE EMP-AGENCIA     TO WS-BD-AGENCIA
           MOVE EMP-CONTA       TO WS-BD-CONTA
           MOVE WS-VALOR-ADIANT TO WS-BD-VALOR
           MOVE WS-BANK-DETAIL  TO ADVANCE-BANK-LINE
           PERFORM 8974-WRITE-BANK-LINE
               THRU 8974-WRITE-BANK-LINE-EXIT
           ADD 1               TO WS-BANK-QTDE
           ADD WS-VALOR-ADIANT TO WS-BANK-HASH

           MOVE WS-BASE-MENSAL  TO WS-DL-BASE
           MOVE WS-VALOR-ADIANT TO WS-DL-VALOR
           WRITE ADVANCE-REGISTER-LINE FROM WS-DETAIL-LINE

           MOVE EMP-ID          TO AD-EMP-ID
           MOVE WS-GL-PERIODO   TO AD-COMPETENCIA
           MOVE WS-VALOR-ADIANT TO AD-VALOR
           WRITE ADVANCE-PAID-RECORD

           MOVE WS-GL-ACCT-ADT-REC TO GL-ACCOUNT-CODE
           MOVE 'D'                TO GL-DC-INDICADOR
           MOVE WS-VALOR-ADIANT    TO GL-AMOUNT
           MOVE WS-GL-PERIODO      TO GL-PERIODO
           MOVE EMP-ID             TO GL-EMP-ID
           MOVE WS-ESTAB-ATUAL     TO GL-ESTAB
           MOVE WS-GL-EMPRESA-ATUAL TO GL-EMPRESA
           PERFORM 8971-WRITE-GL-ENTRY
               THRU 8971-WRITE-GL-ENTRY-EXIT

           MOVE WS-GL-ACCT-NET-PAY TO GL-ACCOUNT-CODE
           MOVE 'C'                TO GL-DC-INDICADOR
           PERFORM 8971-WRITE-GL-ENTRY
               THRU 8971-WRITE-GL-ENTRY-EXIT

           ADD WS-VALOR-ADIANT TO WS-TOTAL-ADIANT
           ADD 1               TO WS-QTDE-PAGOS

           DISPLAY 'ADIANTAMENTO ' EMP-ID ' - ' EMP-NAME
               ' R$ ' WS-VALOR-ADIANT.

       2100-PAY-ADVANCE-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZE -- BANK TRAILER, REGISTER TOTAL, RUN TOTALS
      ******************************************************************
       3000-FINALIZE.

           MOVE WS-BANK-QTDE TO WS-BT-QTDE
           MOVE WS-BANK-HASH TO WS-BT-HASH
           MOVE WS-BANK-TRAILER TO ADVANCE-BANK-LINE
           PERFORM 8974-WRITE-BANK-LINE
               THRU 8974-WRITE-BANK-LINE-EXIT

           MOVE WS-QTDE-PAGOS   TO WS-TL-QTDE
           MOVE WS-TOTAL-ADIANT TO WS-TL-VALOR
           WRITE ADVANCE-REGISTER-LINE FROM WS-TOTAL-LINE

           DISPLAY 'ADIANTAMENTOS PAGOS:     ' WS-QTDE-PAGOS
           DISPLAY 'FUNCIONARIOS IGNORADOS:  ' WS-QTDE-IGNORADOS
           DISPLAY 'TOTAL ADIANTADO R$ ' WS-TOTAL-ADIANT

           MOVE 'ADIANTA'           TO CT-PROGRAM-ID
           MOVE 'ADIANTAMENTOS'     TO CT-TOTAL-1-LABEL
           MOVE WS-QTDE-PAGOS       TO CT-TOTAL-1-VALOR
           MOVE 'TOTAL ADIANTADO'   TO CT-TOTAL-2-LABEL
           MOVE WS-TOTAL-ADIANT     TO CT-TOTAL-2-VALOR
           MOVE 'IGNORADOS'         TO CT-TOTAL-3-LABEL
           MOVE WS-QTDE-IGNORADOS   TO CT-TOTAL-3-VALOR
           CALL 'CTLTOT' USING CTLTOT-PARMS

           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE ADVANCE-REGISTER-FILE
           PERFORM 8975-WRITE-BANK-TRAILER
               THRU 8975-WRITE-BANK-TRAILER-EXIT
           CLOSE ADVANCE-BANK-FILE
           CLOSE ADVANCE-PAID-FILE
           PERFORM 8972-WRITE-GL-TRAILER
               THRU 8972-WRITE-GL-TRAILER-EXIT
           CLOSE GL-INTERFACE-FILE
           CLOSE PAYROLL-EXCEPTION-FILE.

       3000-FINALIZE-EXIT.
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
      * 8100-READ-ADVANCE-PAID
      ******************************************************************
       8100-READ-ADVANCE-PAID.

           READ ADVANCE-PAID-FILE
               AT END
                   MOVE 'Y' TO WS-SDO-EOF-SWITCH
           END-READ.

       8100-READ-ADVANCE-PAID-EXIT.
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

      ******************************************************************
      * 8973-WRITE-BANK-HEADER -- THE IFCTL HEADER OPENS BANKADT,
      * AHEAD OF THE BANK'S OWN TYPE-0 HEADER
      ******************************************************************
       8973-WRITE-BANK-HEADER.

           MOVE 'BANKADT'     TO IC-ARQUIVO
           MOVE JL-PROGRAM-ID TO IC-PROGRAMA
           MOVE 'A'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS
           WRITE ADVANCE-BANK-LINE FROM IC-REGISTRO.

       8973-WRITE-BANK-HEADER-EXIT.
           EXIT.

      ******************************************************************
      * 8974-WRITE-BANK-LINE -- WRITE ONE BANKADT RECORD AND COUNT IT;
      * ONLY A TYPE-1 ADVANCE CARRIES AN AMOUNT INTO THE HASH
      ******************************************************************
       8974-WRITE-BANK-LINE.

           WRITE ADVANCE-BANK-LINE

           MOVE 'BANKADT'     TO IC-ARQUIVO
           MOVE ZEROS         TO IC-VALOR
           IF ADVANCE-BANK-LINE(1:1) = '1'
               MOVE WS-BD-VALOR TO IC-VALOR
           END-IF
           MOVE 'G'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS.

       8974-WRITE-BANK-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 8975-WRITE-BANK-TRAILER -- THE IFCTL TRAILER CLOSES BANKADT
      * BEHIND THE BANK'S TYPE-9 TRAILER
      ******************************************************************
       8975-WRITE-BANK-TRAILER.

           MOVE 'BANKADT'     TO IC-ARQUIVO
           MOVE 'T'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS
           WRITE ADVANCE-BANK-LINE FROM IC-REGISTRO.

       8975-WRITE-BANK-TRAILER-EXIT.
           EXIT.
