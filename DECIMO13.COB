      *               PERLOCK PERIOD-LOCK FILE BEFORE ANYTHING IS
      *               POSTED: A RUN TARGETING A CLOSED COMPETENCIA IS
      *               REFUSED WITH A CONSOLE MESSAGE AND RETURN CODE 8.
      * 15-10-26 MRT  A MONTH WITH MORE THAN 15 INSS-PAID DAYS OF SICK
      *               OR WORK-ACCIDENT LEAVE (PER THE SHARED AFASTCHK
      *               CHECKER OVER THE AFASTAM LEAVE FILE) NO LONGER
      *               ACCRUES A TWELFTH; MATERNITY LEAVE KEEPS
      *               ACCRUING. THE SUSPENDED MONTH IS STAMPED AND
      *               PRINTS ON THE REPORT AS 'SUSP AFAST'.
      * 15-10-26 MRT  STAMPS THE EMPLOYEE'S ESTABLISHMENT AND ITS GL
      *               COMPANY SEGMENT (FROM THE SHARED ESTABCHK
      *               LOOKUP) ON EVERY GLINTRFC LINE, AND THE
      *               ESTABLISHMENT ON THE FGTSREM LINE, SO THE
      *               POSTINGS SPLIT BY LEGAL ENTITY LIKE SALIQUID'S.
      * 15-10-26 MRT  THE RUN'S GLINTRFC ENTRIES NOW GO OUT BETWEEN AN
      *               IFCTL HEADER AND TRAILER (RECORD COUNT AND
      *               AMOUNT HASH) SO EVERY CONSUMER CAN PROVE THE
      *               BATCH ARRIVED WHOLE.
      * 15-10-26 MRT  FGTSREM STAYS OUTSIDE IFCTL: NO PROGRAM IN THE
      *               SUITE READS IT, IT GOES STRAIGHT TO THE FGTS
      *               DEPOSIT UPLOAD, AND A '*H'/'*T' RECORD IN IT
      *               WOULD BE REJECTED THERE AS A BAD DEPOSIT LINE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECIMO13.
      * EXTEND SO THIS RUN'S POSTINGS APPEND TO THE PAYROLL EXTRACT
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

       FD  D13-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * FGTS-REMIT-FILE -- SAME DEPOSIT EXTRACT SALIQUID APPENDS TO
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

       WORKING-STORAGE SECTION.

       77  WS-TRAVA-SWITCH         PIC X(01) VALUE 'N'.
           88  WS-PERIODO-TRAVADO           VALUE 'S'.

      *-----------------------------------------------------------------
      * ESTABLISHMENT OF THE EMPLOYEE IN HAND, FROM ESTABCHK
      *-----------------------------------------------------------------
       77  WS-ESTAB-ATUAL          PIC X(02) VALUE SPACES.
       77  WS-GL-EMPRESA-ATUAL     PIC X(02) VALUE SPACES.

       COPY CTLTOTLNK.
       COPY JOBLGLNK.
       COPY IFCTLLNK.
       COPY PERLCKLNK.
       COPY RPTHDRLNK.
       COPY AFASLNK.
       COPY ESTABLNK.

       PROCEDURE DIVISION.


           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE D13-ACCRUAL-FILE
           PERFORM 8972-WRITE-GL-TRAILER
               THRU 8972-WRITE-GL-TRAILER-EXIT
           CLOSE GL-INTERFACE-FILE
           CLOSE D13-REPORT-FILE
           CLOSE FGTS-REMIT-FILE
               OPEN OUTPUT GL-INTERFACE-FILE
           END-IF

           PERFORM 8970-WRITE-GL-HEADER
               THRU 8970-WRITE-GL-HEADER-EXIT

           OPEN OUTPUT D13-REPORT-FILE

           OPEN EXTEND FGTS-REMIT-FILE
       2000-PROCESS-EMPLOYEE.

           IF NOT EMP-DESLIGADO

           PERFORM 2050-FIND-ESTABLISHMENT
               THRU 2050-FIND-ESTABLISHMENT-EXIT
               PERFORM 2100-FETCH-ACCRUAL
                   THRU 2100-FETCH-ACCRUAL-EXIT

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
      * 2100-FETCH-ACCRUAL -- KEYED READ; A MISSING OR PRIOR-YEAR
      * RECORD STARTS A FRESH ACCRUAL YEAR
               GO TO 2200-ACCRUE-MONTH-EXIT
           END-IF

      *    A MONTH MOSTLY ON INSS LEAVE IS NOT A MONTH WORKED -- IT IS
      *    STAMPED SO A RERUN CANNOT ACCRUE IT, BUT EARNS NO TWELFTH
           MOVE EMP-ID        TO AFC-EMP-ID
           MOVE WS-GL-PERIODO TO AFC-COMPETENCIA
           CALL 'AFASTCHK' USING AFASTCHK-PARMS

           IF AFC-D13-SUSPENSO
               MOVE WS-GL-PERIODO  TO D13-ULT-COMPETENCIA
               MOVE SPACES         TO WS-RPT-DETAIL
               MOVE EMP-ID         TO WS-RD-EMP-ID
               MOVE EMP-NAME       TO WS-RD-NOME
               MOVE 'SUSP AFAST'   TO WS-RD-ROTULO
               MOVE ZEROS          TO WS-RD-VALOR
               WRITE D13-REPORT-LINE FROM WS-RPT-DETAIL
               DISPLAY 'AVISO - ' EMP-ID ' AFASTADO PELO INSS NA '
                   'COMPETENCIA ' WS-GL-PERIODO ' -- 13O SUSPENSO'
               GO TO 2200-ACCRUE-MONTH-EXIT
           END-IF

           IF D13-MESES < 12
               MOVE WS-GL-PERIODO TO D13-ULT-COMPETENCIA
               COMPUTE WS-BASE-MENSAL =
           MOVE WS-VALOR-PAGO      TO GL-AMOUNT
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

           ADD WS-VALOR-PAGO TO WS-TOTAL-PAGO

           COMPUTE GL-AMOUNT = WS-SAL-BRUTO - D13-ADIANTADO
           MOVE WS-GL-PERIODO      TO GL-PERIODO
           MOVE EMP-ID             TO GL-EMP-ID
           MOVE WS-ESTAB-ATUAL     TO GL-ESTAB
           MOVE WS-GL-EMPRESA-ATUAL TO GL-EMPRESA
           PERFORM 8971-WRITE-GL-ENTRY
               THRU 8971-WRITE-GL-ENTRY-EXIT

           IF WS-DESCONTO > ZEROS
               MOVE WS-GL-ACCT-TAX-PAY TO GL-ACCOUNT-CODE
               MOVE 'C'                TO GL-DC-INDICADOR
               MOVE WS-DESCONTO        TO GL-AMOUNT
               PERFORM 8971-WRITE-GL-ENTRY
                   THRU 8971-WRITE-GL-ENTRY-EXIT
           END-IF

           MOVE WS-GL-ACCT-NET-PAY TO GL-ACCOUNT-CODE
           MOVE 'C'                TO GL-DC-INDICADOR
           MOVE WS-SAL-LIQUIDO     TO GL-AMOUNT
           PERFORM 8971-WRITE-GL-ENTRY
               THRU 8971-WRITE-GL-ENTRY-EXIT

           ADD WS-SAL-LIQUIDO TO WS-TOTAL-PAGO

           MOVE WS-FGTS-ATUAL      TO GL-AMOUNT
           MOVE WS-GL-PERIODO      TO GL-PERIODO
           MOVE EMP-ID             TO GL-EMP-ID
           MOVE WS-ESTAB-ATUAL     TO GL-ESTAB
           MOVE WS-GL-EMPRESA-ATUAL TO GL-EMPRESA
           PERFORM 8971-WRITE-GL-ENTRY
               THRU 8971-WRITE-GL-ENTRY-EXIT

           MOVE WS-GL-ACCT-FGTS-PAY TO GL-ACCOUNT-CODE
           MOVE 'C'                TO GL-DC-INDICADOR
           PERFORM 8971-WRITE-GL-ENTRY
               THRU 8971-WRITE-GL-ENTRY-EXIT

           MOVE WS-GL-CC-ENC-EXP   TO GL-ACCOUNT-CODE
           MOVE 'D'                TO GL-DC-INDICADOR
           MOVE WS-INSS-PAT-ATUAL  TO GL-AMOUNT
           PERFORM 8971-WRITE-GL-ENTRY
               THRU 8971-WRITE-GL-ENTRY-EXIT

           MOVE WS-GL-ACCT-INSS-PAY TO GL-ACCOUNT-CODE
           MOVE 'C'                TO GL-DC-INDICADOR
           PERFORM 8971-WRITE-GL-ENTRY
               THRU 8971-WRITE-GL-ENTRY-EXIT

           MOVE EMP-ID             TO FG-EMP-ID
           MOVE WS-GL-PERIODO      TO FG-COMPETENCIA
           MOVE 'DECIMO13'         TO FG-ORIGEM
           MOVE WS-SAL-BRUTO       TO FG-BASE
           MOVE WS-FGTS-ATUAL      TO FG-VALOR
           MOVE WS-ESTAB-ATUAL     TO FG-ESTAB
           WRITE FGTS-REMIT-RECORD

           ADD WS-FGTS-ATUAL     TO WS-TOTAL-FGTS

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
