      *               BYTES WENT OUT AS BUFFER GARBAGE AND THE WRITE
      *               COULD FAIL OUTRIGHT, LEAVING THE RUN LOG EMPTY.
      *               THE RECORD IS NOW CLEARED BEFORE EACH WRITE.
      * 15-10-26 MRT  THE START CALL NOW ALSO NUMBERS THE RUN: THE
      *               SCAN COUNTS THE PROGRAM'S RUN-LOG RECORDS FROM
      *               TODAY AND RETURNS THE NEXT NUMBER IN JL-SEQUENCIA.
      *               A QUERY ('Q') CALL HANDS THE SAME NUMBER BACK TO
      *               ANY SUBPROGRAM OF THE RUN (IFCTL STAMPS IT ON
      *               THE INTERFACE FILE HEADERS).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBLOG.
       77  WS-PARM-LINHA           PIC X(80) VALUE SPACES.
       77  WS-QTDE-FORCA           PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      * RUN NUMBER OF THIS PROGRAM TODAY -- SET BY THE START CALL,
      * HANDED BACK BY EVERY LATER CALL OF THE SAME RUN
      *-----------------------------------------------------------------
       77  WS-PROGRAMA             PIC X(08) VALUE SPACES.
       77  WS-QTDE-HOJE            PIC 9(03) VALUE ZEROS.
       77  WS-SEQUENCIA            PIC 9(03) VALUE ZEROS.

       LINKAGE SECTION.
       COPY JOBLGLNK.

               WHEN JL-FIM-JOB
                   PERFORM 2000-REGISTER-END
                       THRU 2000-REGISTER-END-EXIT
               WHEN JL-CONSULTA-JOB
                   MOVE WS-PROGRAMA TO JL-PROGRAM-ID
           END-EVALUATE

           MOVE WS-SEQUENCIA TO JL-SEQUENCIA

           GOBACK.

      ******************************************************************
      * 1000-REGISTER-START -- REMEMBER WHEN THIS JOB STARTED, AFTER
      * THE DUPLICATE-RUN GUARD HAS LET IT THROUGH, AND NUMBER THE
      * RUN FROM THE SAME SCAN OF THE RUN LOG
      ******************************************************************
       1000-REGISTER-START.

           ACCEPT WS-INICIO-DATA FROM DATE YYYYMMDD
           ACCEPT WS-INICIO-HORA FROM TIME

           MOVE JL-PROGRAM-ID TO WS-PROGRAMA
           MOVE ZEROS         TO WS-QTDE-HOJE

           PERFORM 1100-GUARD-DUPLICATE-RUN
               THRU 1100-GUARD-DUPLICATE-RUN-EXIT

           ADD 1 TO WS-QTDE-HOJE GIVING WS-SEQUENCIA.

       1000-REGISTER-START-EXIT.
           EXIT.
           EXIT.

      ******************************************************************
      * 1110-SCAN-RUN-LOG -- ALSO COUNTS EVERY RECORD OF THIS PROGRAM
      * STARTED TODAY, WHATEVER ITS RETURN CODE, FOR THE RUN NUMBER
      ******************************************************************
       1110-SCAN-RUN-LOG.

               AND JR-FIM-DATA = WS-INICIO-DATA
               AND JR-RETURN-CODE = ZEROS
               MOVE 'S' TO WS-JA-RODOU-SWITCH
           END-IF

           IF JR-PROGRAM-ID = JL-PROGRAM-ID
               AND JR-INICIO-DATA = WS-INICIO-DATA
               ADD 1 TO WS-QTDE-HOJE
           END-IF.

       1110-SCAN-RUN-LOG-EXIT.
