      *-----------------------------------------------------------------
      * Modification History
      * 01-09-26 MRT  ORIGINAL VERSION.
      * 15-10-26 MRT  A COMPETENCIA OF A FISCAL YEAR CLOSED BY THE
      *               ENCEXERC YEAR-END RUN (LAST ENCAUDIT RECORD FOR
      *               THE YEAR IS 'C') CAN NO LONGER BE REOPENED
      *               HERE -- THE YEAR IS REOPENED WHOLE THROUGH
      *               ENCEXERC ACAO=REABRIR BY AN AUTHORIZED OPERATOR.
      * 15-10-26 MRT  REVIEW FIX: THE REFUSALS ENDED WITH RETURN CODE
      *               0 -- THE JOBLOG CALL RESETS THE SHARED REGISTER.
      *               EACH NOW RESTORES CODE 8 BEFORE STOP RUN.
      * 15-10-26 MRT  PARM MODE FOR THE PAYRMES MONTH-END STREAM:
      *               ACAO=,COMP=AAAAMM,OPER= ON THE PARM REPLACE THE
      *               CONSOLE PROMPTS, OPER BEING THE RESPONSIBLE. NO
      *               COMP= ON THE PARM KEEPS THE CONSOLE DIALOGUE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERLCTL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLK-STATUS.

           SELECT YEAR-END-AUDIT-FILE ASSIGN TO "ENCAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-LOCK-FILE
           05  PLK-DATA-EVENTO     PIC 9(08).
           05  PLK-RESPONSAVEL     PIC X(10).

       FD  YEAR-END-AUDIT-FILE
           RECORD CONTAINS 27 CHARACTERS.
           COPY ENCAUDIT.

       WORKING-STORAGE SECTION.

       77  WS-PLK-STATUS           PIC X(02) VALUE SPACES.
       77  WS-EA-STATUS            PIC X(02) VALUE SPACES.
       77  WS-EA-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-EA-END-OF-FILE             VALUE 'Y'.
       77  WS-ANO-ENTRADA          PIC 9(04) VALUE ZEROS.
       77  WS-ESTADO-ANO           PIC X(01) VALUE SPACES.
           88  WS-EXERCICIO-ENCERRADO        VALUE 'C'.

       77  WS-COMPETENCIA-ENTRADA  PIC X(06) VALUE SPACES.
       77  WS-ACAO-ENTRADA         PIC X(08) VALUE SPACES.
       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WS-STATUS-NOVO          PIC X(01) VALUE SPACES.

      *-----------------------------------------------------------------
      * ACAO=, COMP= AND OPER= WORDS FROM THE PARM
      *-----------------------------------------------------------------
       77  WS-PARM-LINHA           PIC X(80) VALUE SPACES.
       77  WS-POS-ACAO             PIC 9(02) VALUE ZEROS.
       77  WS-POS-COMP             PIC 9(02) VALUE ZEROS.
       77  WS-POS-OPER             PIC 9(02) VALUE ZEROS.

       COPY JOBLGLNK.
       COPY PERLCKLNK.

               MOVE 'E'  TO JL-ACAO
               MOVE 0008 TO JL-RETURN-CODE
               CALL 'JOBLOG' USING JOBLOG-PARMS
               MOVE JL-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-STATUS-NOVO = 'A'
               PERFORM 1500-CHECK-YEAR-CLOSED
                   THRU 1500-CHECK-YEAR-CLOSED-EXIT
           END-IF

           IF WS-EXERCICIO-ENCERRADO
               DISPLAY 'EXECUCAO RECUSADA - EXERCICIO '
                   WS-ANO-ENTRADA ' ENCERRADO NO FECHAMENTO ANUAL'
               DISPLAY '   REABRA O EXERCICIO PELO ENCEXERC '
                   '(ACAO=REABRIR)'
               MOVE 8 TO RETURN-CODE
               MOVE 'E'  TO JL-ACAO
               MOVE 0008 TO JL-RETURN-CODE
               CALL 'JOBLOG' USING JOBLOG-PARMS
               MOVE JL-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

      ******************************************************************
       1000-GET-OPERATOR-INPUT.

           PERFORM 1050-READ-PARM
               THRU 1050-READ-PARM-EXIT

           IF WS-COMPETENCIA-ENTRADA = SPACES
               DISPLAY 'INFORME A COMPETENCIA (AAAAMM): '
               ACCEPT WS-COMPETENCIA-ENTRADA FROM CONSOLE
           END-IF

           IF WS-COMPETENCIA-ENTRADA NOT NUMERIC
               DISPLAY 'EXECUCAO RECUSADA - COMPETENCIA INVALIDA'
               MOVE 'E'  TO JL-ACAO
               MOVE 0008 TO JL-RETURN-CODE
               CALL 'JOBLOG' USING JOBLOG-PARMS
               MOVE JL-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-ACAO-ENTRADA = SPACES
               DISPLAY 'INFORME A ACAO (FECHAR/REABRIR): '
               ACCEPT WS-ACAO-ENTRADA FROM CONSOLE
           END-IF

           EVALUATE WS-ACAO-ENTRADA
               WHEN 'FECHAR'
                   MOVE SPACES TO WS-STATUS-NOVO
           END-EVALUATE

           IF WS-RESPONSAVEL-ENTRADA = SPACES
               DISPLAY 'INFORME O RESPONSAVEL: '
               ACCEPT WS-RESPONSAVEL-ENTRADA FROM CONSOLE
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

       1000-GET-OPERATOR-INPUT-EXIT.
           EXIT.

      ******************************************************************
      * 1050-READ-PARM -- A SCHEDULED RUN NAMES THE COMPETENCIA, THE
      * ACTION AND THE OPERATOR ON THE PARM; EACH WORD ENDS AT A SPACE
      * OR A COMMA. WITHOUT COMP= THE CONSOLE DIALOGUE IS USED
      ******************************************************************
       1050-READ-PARM.

           ACCEPT WS-PARM-LINHA FROM COMMAND-LINE

           MOVE ZEROS TO WS-POS-COMP
           INSPECT WS-PARM-LINHA
               TALLYING WS-POS-COMP
               FOR CHARACTERS BEFORE INITIAL 'COMP='
           IF WS-POS-COMP NOT < 75
               GO TO 1050-READ-PARM-EXIT
           END-IF
           UNSTRING WS-PARM-LINHA(WS-POS-COMP + 6 :)
               DELIMITED BY ' ' OR ','
               INTO WS-COMPETENCIA-ENTRADA

           MOVE ZEROS TO WS-POS-ACAO
           INSPECT WS-PARM-LINHA
               TALLYING WS-POS-ACAO
               FOR CHARACTERS BEFORE INITIAL 'ACAO='
           IF WS-POS-ACAO < 75
               UNSTRING WS-PARM-LINHA(WS-POS-ACAO + 6 :)
                   DELIMITED BY ' ' OR ','
                   INTO WS-ACAO-ENTRADA
           END-IF

           MOVE ZEROS TO WS-POS-OPER
           INSPECT WS-PARM-LINHA
               TALLYING WS-POS-OPER
               FOR CHARACTERS BEFORE INITIAL 'OPER='
           IF WS-POS-OPER < 75
               UNSTRING WS-PARM-LINHA(WS-POS-OPER + 6 :)
                   DELIMITED BY ' ' OR ','
                   INTO WS-RESPONSAVEL-ENTRADA
           END-IF.

       1050-READ-PARM-EXIT.
           EXIT.

      ******************************************************************
      * 1500-CHECK-YEAR-CLOSED -- THE YEAR'S LAST ENCAUDIT RECORD; NO
      * TRAIL MEANS NO YEAR WAS EVER CLOSED
      ******************************************************************
       1500-CHECK-YEAR-CLOSED.

           MOVE WS-COMPETENCIA-ENTRADA(1:4) TO WS-ANO-ENTRADA

           OPEN INPUT YEAR-END-AUDIT-FILE
           IF WS-EA-STATUS NOT = '00'
               GO TO 1500-CHECK-YEAR-CLOSED-EXIT
           END-IF

           PERFORM 8000-READ-AUDIT
               THRU 8000-READ-AUDIT-EXIT

           PERFORM 1510-NOTE-AUDIT-RECORD
               THRU 1510-NOTE-AUDIT-RECORD-EXIT
               UNTIL WS-EA-END-OF-FILE

           CLOSE YEAR-END-AUDIT-FILE.

       1500-CHECK-YEAR-CLOSED-EXIT.
           EXIT.

      ******************************************************************
      * 1510-NOTE-AUDIT-RECORD
      ******************************************************************
       1510-NOTE-AUDIT-RECORD.

           IF EA-ANO = WS-ANO-ENTRADA
               MOVE EA-ACAO TO WS-ESTADO-ANO
           END-IF

           PERFORM 8000-READ-AUDIT
               THRU 8000-READ-AUDIT-EXIT.

       1510-NOTE-AUDIT-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * 2000-APPEND-STATUS-RECORD -- APPEND ONLY: THE FILE IS ITS OWN
      * AUDIT TRAIL AND THE LAST RECORD PER COMPETENCIA IS THE STATE

       3000-CONFIRM-NEW-STATE-EXIT.
           EXIT.

      ******************************************************************
      * 8000-READ-AUDIT
      ******************************************************************
       8000-READ-AUDIT.

           READ YEAR-END-AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-EA-EOF-SWITCH
           END-READ.

       8000-READ-AUDIT-EXIT.
           EXIT.
