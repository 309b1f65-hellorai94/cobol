      ******************************************************************
      * Author: M. TAVARES
      * Date: 15-10-26
      * Purpose: SHARED LEAVE-OF-ABSENCE CHECKER. AN EMPLOYEE ON SICK
      * LEAVE PAST THE 15TH DAY, ON MATERNITY LEAVE OR OUT ON A WORK
      * ACCIDENT USED TO DRAW A FULL MONTH FROM SALIQUID AND HAVE IT
      * FIXED BY HAND. EVERY PAYROLL PROGRAM NOW CALLS THIS WITH THE
      * EMP-ID AND THE TARGET COMPETENCIA: THE AFASTAM LEAVE FILE IS
      * SCANNED (SAME PER-CALL SCAN PERLOCK USES ON PERLOCKF) AND
      * EVERY LEAVE OF THE EMPLOYEE THAT OVERLAPS THE MONTH IS SPLIT
      * INTO THE COMPANY-PAID DAYS (THE FIRST 15 DAYS OF A SICKNESS
      * OR WORK-ACCIDENT LEAVE) AND THE INSS-PAID DAYS (THE REST, OR
      * THE WHOLE OF A MATERNITY LEAVE). A LEAVE COVERING MORE THAN
      * 15 INSS-PAID DAYS OF THE MONTH TAKES THE MONTH OUT OF THE
      * FERIAS AND/OR DECIMO13 ACCRUAL ACCORDING TO ITS TYPE (SEE
      * THE AFASTAM COPYBOOK). NO FILE OR NO LEAVE READS AS A FULL
      * WORKED MONTH.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History
      * 15-10-26 MRT  ORIGINAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AFASTCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVE-OF-ABSENCE-FILE ASSIGN TO "AFASTAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEAVE-OF-ABSENCE-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY AFASTAM.

       WORKING-STORAGE SECTION.

       77  WS-AFA-STATUS           PIC X(02) VALUE SPACES.
       77  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE               VALUE 'Y'.

      *-----------------------------------------------------------------
      * LEGAL WAITING PERIOD -- THE COMPANY PAYS THE FIRST 15 DAYS OF
      * A SICKNESS OR WORK-ACCIDENT LEAVE; A MONTH WITH MORE THAN 15
      * INSS-PAID DAYS DOES NOT COUNT AS A MONTH WORKED
      *-----------------------------------------------------------------
       77  WS-DIAS-CARENCIA        PIC 9(02) VALUE 15.
       77  WS-DIAS-FRACAO-MES      PIC 9(02) VALUE 15.

       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WS-DATA-INI-MES         PIC 9(08) VALUE ZEROS.
       77  WS-DATA-PROX-MES        PIC 9(08) VALUE ZEROS.
       77  WS-ANO-COMP             PIC 9(04) VALUE ZEROS.
       77  WS-MES-COMP             PIC 9(02) VALUE ZEROS.

       77  WS-INT-INI-MES          PIC S9(07) VALUE ZEROS.
       77  WS-INT-FIM-MES          PIC S9(07) VALUE ZEROS.
       77  WS-DIAS-NO-MES          PIC S9(03) VALUE ZEROS.
       77  WS-INT-INICIO           PIC S9(07) VALUE ZEROS.
       77  WS-INT-INICIO-INSS      PIC S9(07) VALUE ZEROS.
       77  WS-INT-ULTIMO           PIC S9(07) VALUE ZEROS.
       77  WS-INT-DE               PIC S9(07) VALUE ZEROS.
       77  WS-INT-ATE              PIC S9(07) VALUE ZEROS.
       77  WS-DIAS-INSS-AFAST      PIC S9(03) VALUE ZEROS.
       77  WS-DIAS-EMPR-AFAST      PIC S9(03) VALUE ZEROS.
       77  WS-TOTAL-INSS           PIC S9(03) VALUE ZEROS.
       77  WS-TOTAL-EMPRESA        PIC S9(03) VALUE ZEROS.

       LINKAGE SECTION.
       COPY AFASLNK.

       PROCEDURE DIVISION USING AFASTCHK-PARMS.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.

           MOVE ZEROS  TO AFC-DIAS-INSS
                          AFC-DIAS-EMPRESA
           MOVE SPACES TO AFC-TIPO
           MOVE 'N'    TO AFC-SUSPENDE-FERIAS
                          AFC-SUSPENDE-D13
                          AFC-RETORNO-PENDENTE
           MOVE ZEROS  TO WS-TOTAL-INSS
                          WS-TOTAL-EMPRESA
           MOVE 'N'    TO WS-EOF-SWITCH

           IF AFC-COMPETENCIA NOT NUMERIC
               OR AFC-COMPETENCIA = ZEROS
               GOBACK
           END-IF

           PERFORM 1000-SET-MONTH-BOUNDS
               THRU 1000-SET-MONTH-BOUNDS-EXIT

           OPEN INPUT LEAVE-OF-ABSENCE-FILE

           IF WS-AFA-STATUS NOT = '00'
      *        NO LEAVE FILE -- EVERY MONTH IS A FULL WORKED MONTH
               GOBACK
           END-IF

           PERFORM 2000-SCAN-LEAVE-FILE
               THRU 2000-SCAN-LEAVE-FILE-EXIT
               UNTIL WS-END-OF-FILE

           CLOSE LEAVE-OF-ABSENCE-FILE

      *    TWO OVERLAPPING LEAVES MUST NEVER ADD UP TO MORE THAN THE
      *    30-DAY COMMERCIAL MONTH THE PAYROLL PRORATES ON
           IF WS-TOTAL-INSS > 30
               MOVE 30 TO WS-TOTAL-INSS
           END-IF
           IF WS-TOTAL-INSS + WS-TOTAL-EMPRESA > 30
               COMPUTE WS-TOTAL-EMPRESA = 30 - WS-TOTAL-INSS
           END-IF

           MOVE WS-TOTAL-INSS    TO AFC-DIAS-INSS
           MOVE WS-TOTAL-EMPRESA TO AFC-DIAS-EMPRESA

           GOBACK.

      ******************************************************************
      * 1000-SET-MONTH-BOUNDS -- FIRST AND LAST DAY OF THE COMPETENCIA
      * AS INTEGER DATES, AND THE CALENDAR LENGTH OF THE MONTH
      ******************************************************************
       1000-SET-MONTH-BOUNDS.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           MOVE AFC-COMPETENCIA(1:4) TO WS-ANO-COMP
           MOVE AFC-COMPETENCIA(5:2) TO WS-MES-COMP

           COMPUTE WS-DATA-INI-MES = AFC-COMPETENCIA * 100 + 1

           IF WS-MES-COMP = 12
               COMPUTE WS-DATA-PROX-MES =
                   (WS-ANO-COMP + 1) * 10000 + 101
           ELSE
               COMPUTE WS-DATA-PROX-MES =
                   WS-ANO-COMP * 10000 + (WS-MES-COMP + 1) * 100 + 1
           END-IF

           COMPUTE WS-INT-INI-MES =
               FUNCTION INTEGER-OF-DATE(WS-DATA-INI-MES)
           COMPUTE WS-INT-FIM-MES =
               FUNCTION INTEGER-OF-DATE(WS-DATA-PROX-MES) - 1
           COMPUTE WS-DIAS-NO-MES =
               WS-INT-FIM-MES - WS-INT-INI-MES + 1.

       1000-SET-MONTH-BOUNDS-EXIT.
           EXIT.

      ******************************************************************
      * 2000-SCAN-LEAVE-FILE -- EVERY LEAVE OF THE EMPLOYEE IS WEIGHED
      * AGAINST THE MONTH
      ******************************************************************
       2000-SCAN-LEAVE-FILE.

           READ LEAVE-OF-ABSENCE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 2000-SCAN-LEAVE-FILE-EXIT
           END-READ

           IF AF-EMP-ID = AFC-EMP-ID
               PERFORM 2100-WEIGH-ONE-LEAVE
                   THRU 2100-WEIGH-ONE-LEAVE-EXIT
           END-IF.

       2000-SCAN-LEAVE-FILE-EXIT.
           EXIT.

      ******************************************************************
      * 2100-WEIGH-ONE-LEAVE -- SPLIT THE PART OF ONE LEAVE THAT FALLS
      * INSIDE THE MONTH INTO COMPANY-PAID AND INSS-PAID DAYS. A LEAVE
      * WITH NO ACTUAL RETURN IS STILL RUNNING AT MONTH END
      ******************************************************************
       2100-WEIGH-ONE-LEAVE.

           IF AF-DATA-INICIO NOT NUMERIC
               OR AF-DATA-INICIO = ZEROS
               GO TO 2100-WEIGH-ONE-LEAVE-EXIT
           END-IF

           COMPUTE WS-INT-INICIO =
               FUNCTION INTEGER-OF-DATE(AF-DATA-INICIO)

           IF AF-DATA-RETORNO NUMERIC AND AF-DATA-RETORNO > ZEROS
               COMPUTE WS-INT-ULTIMO =
                   FUNCTION INTEGER-OF-DATE(AF-DATA-RETORNO) - 1
           ELSE
               MOVE WS-INT-FIM-MES TO WS-INT-ULTIMO
               IF AF-DATA-RETORNO-PREV NUMERIC
                   AND AF-DATA-RETORNO-PREV > ZEROS
                   AND AF-DATA-RETORNO-PREV < WS-DATA-HOJE
                   MOVE 'S' TO AFC-RETORNO-PENDENTE
               END-IF
           END-IF

           IF WS-INT-ULTIMO < WS-INT-INI-MES
               OR WS-INT-INICIO > WS-INT-FIM-MES
               GO TO 2100-WEIGH-ONE-LEAVE-EXIT
           END-IF

           IF AF-MATERNIDADE
               MOVE WS-INT-INICIO TO WS-INT-INICIO-INSS
           ELSE
               COMPUTE WS-INT-INICIO-INSS =
                   WS-INT-INICIO + WS-DIAS-CARENCIA
           END-IF

      *    INSS-PAID SLICE OF THE MONTH
           MOVE ZEROS TO WS-DIAS-INSS-AFAST
           MOVE WS-INT-INICIO-INSS TO WS-INT-DE
           IF WS-INT-DE < WS-INT-INI-MES
               MOVE WS-INT-INI-MES TO WS-INT-DE
           END-IF
           MOVE WS-INT-ULTIMO TO WS-INT-ATE
           IF WS-INT-ATE > WS-INT-FIM-MES
               MOVE WS-INT-FIM-MES TO WS-INT-ATE
           END-IF
           IF WS-INT-ATE >= WS-INT-DE
               COMPUTE WS-DIAS-INSS-AFAST = WS-INT-ATE - WS-INT-DE + 1
           END-IF

      *    A WHOLE CALENDAR MONTH ON INSS IS A WHOLE COMMERCIAL MONTH,
      *    WHETHER THE MONTH HAS 28 OR 31 DAYS
           IF WS-DIAS-INSS-AFAST >= WS-DIAS-NO-MES
               OR WS-DIAS-INSS-AFAST > 30
               MOVE 30 TO WS-DIAS-INSS-AFAST
           END-IF

      *    COMPANY-PAID WAITING-PERIOD SLICE OF THE MONTH
           MOVE ZEROS TO WS-DIAS-EMPR-AFAST
           MOVE WS-INT-INICIO TO WS-INT-DE
           IF WS-INT-DE < WS-INT-INI-MES
               MOVE WS-INT-INI-MES TO WS-INT-DE
           END-IF
           COMPUTE WS-INT-ATE = WS-INT-INICIO-INSS - 1
           IF WS-INT-ATE > WS-INT-ULTIMO
               MOVE WS-INT-ULTIMO TO WS-INT-ATE
           END-IF
           IF WS-INT-ATE > WS-INT-FIM-MES
               MOVE WS-INT-FIM-MES TO WS-INT-ATE
           END-IF
           IF WS-INT-ATE >= WS-INT-DE
               COMPUTE WS-DIAS-EMPR-AFAST = WS-INT-ATE - WS-INT-DE + 1
           END-IF

           ADD WS-DIAS-INSS-AFAST TO WS-TOTAL-INSS
           ADD WS-DIAS-EMPR-AFAST TO WS-TOTAL-EMPRESA
           MOVE AF-TIPO TO AFC-TIPO

           IF WS-DIAS-INSS-AFAST > WS-DIAS-FRACAO-MES
               EVALUATE TRUE
                   WHEN AF-DOENCA
                       MOVE 'S' TO AFC-SUSPENDE-FERIAS
                       MOVE 'S' TO AFC-SUSPENDE-D13
                   WHEN AF-ACIDENTE-TRABALHO
                       MOVE 'S' TO AFC-SUSPENDE-D13
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       2100-WEIGH-ONE-LEAVE-EXIT.
           EXIT.
