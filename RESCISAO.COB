      *               THE MONTH'S FULL BUSINESS DAYS. WITH NO
      *               CALENDAR FILE THE OLD DAYS-OVER-30 ARITHMETIC
      *               STILL APPLIES.
      * 15-10-26 MRT  STAMPS THE LEAVER'S ESTABLISHMENT AND ITS GL
      *               COMPANY SEGMENT (FROM THE SHARED ESTABCHK
      *               LOOKUP) ON EVERY GLINTRFC LINE, SO THE
      *               POSTINGS SPLIT BY LEGAL ENTITY LIKE SALIQUID'S.
      * 15-10-26 MRT  THE RUN'S GLINTRFC ENTRIES NOW GO OUT BETWEEN AN
      *               IFCTL HEADER AND TRAILER (RECORD COUNT AND
      *               AMOUNT HASH) SO EVERY CONSUMER CAN PROVE THE
      *               BATCH ARRIVED WHOLE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESCISAO.
           05  VAC-ULT-COMPETENCIA PIC 9(06).

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

       FD  SETTLEMENT-STMT-FILE
           RECORD CONTAINS 80 CHARACTERS.
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
       COPY ESTABLNK.

       PROCEDURE DIVISION.

           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE D13-ACCRUAL-FILE
           CLOSE VACATION-ACCRUAL-FILE
           PERFORM 8972-WRITE-GL-TRAILER
               THRU 8972-WRITE-GL-TRAILER-EXIT
           CLOSE GL-INTERFACE-FILE
           CLOSE SETTLEMENT-STMT-FILE

               OPEN OUTPUT GL-INTERFACE-FILE
           END-IF

           PERFORM 8970-WRITE-GL-HEADER
               THRU 8970-WRITE-GL-HEADER-EXIT

           MOVE 'RESCISAO' TO RH-PROGRAM-ID
           MOVE 1          TO RH-PAGE-NUM
           CALL 'RPTHDR' USING RPTHDR-PARMS
               GO TO 2000-PROCESS-TERMINATION-NEXT
           END-IF

           PERFORM 2050-FIND-ESTABLISHMENT
               THRU 2050-FIND-ESTABLISHMENT-EXIT

           PERFORM 2100-COMPUTE-SETTLEMENT
               THRU 2100-COMPUTE-SETTLEMENT-EXIT

       2000-PROCESS-TERMINATION-EXIT.
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
      * 2100-COMPUTE-SETTLEMENT -- SALARY FOR DAYS WORKED, THE D13ACCR
      * PROPORTIONAL 13TH, AND THE VACACCR UNUSED-VACATION BALANCE
           MOVE WS-SAL-BRUTO        TO GL-AMOUNT
           MOVE WS-GL-PERIODO       TO GL-PERIODO
           MOVE TT-EMP-ID           TO GL-EMP-ID
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
               THRU 8971-WRITE-GL-ENTRY-EXIT.

       2300-WRITE-GL-ENTRIES-EXIT.
           EXIT.

       8100-READ-CALENDAR-EXIT.
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
