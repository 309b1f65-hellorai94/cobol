      *-----------------------------------------------------------------
      * Modification History
      * 01-09-26 MRT  ORIGINAL VERSION.
      * 15-10-26 MRT  ALSO SWEEPS THE AFASTAM LEAVE-OF-ABSENCE FILE:
      *               EVERY LEAVE START BECOMES AN 'AF' EVENT AND
      *               EVERY ACTUAL RETURN AN 'RT' EVENT. THE EXPORT
      *               RECORD GAINS THE LEAVE TYPE AT THE END (54 TO
      *               55 BYTES, BLANK ON THE OTHER EVENT TYPES).
      * 15-10-26 MRT  EMPTRAN READ AT ITS CURRENT 85 BYTES, WITH THE
      *               ESTABLISHMENT CODE AT THE END AS EMPUPDT HAS IT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGEVENT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TT-STATUS.

           SELECT LEAVE-OF-ABSENCE-FILE ASSIGN TO "AFASTAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFA-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
      * ADMISSAO AND DESLIGAMENTO ACTIONS BECOME EVENTS HERE
      *-----------------------------------------------------------------
       FD  EMPLOYEE-TRAN-FILE
           RECORD CONTAINS 85 CHARACTERS.
       01  EMPLOYEE-TRAN-RECORD.
           05  ET-ACAO             PIC X(01).
               88  ET-ADMISSAO            VALUE 'A'.
           05  ET-CENTRO-CUSTO     PIC X(04).
           05  ET-DATA-ADMISSAO    PIC 9(08).
           05  ET-CPF              PIC X(11).
           05  ET-ESTABELECIMENTO  PIC X(02).

      *-----------------------------------------------------------------
      * SALARY-AUDIT-FILE -- THE BEFORE/AFTER TRAIL GUANA13 APPENDS
           05  TT-ULTIMO-DIA       PIC 9(08).
           05  TT-TIPO             PIC X(01).

      *-----------------------------------------------------------------
      * LEAVE-OF-ABSENCE-FILE -- SAME AFASTAM FILE AFASTCHK WEIGHS FOR
      * THE PAYROLL; A START AND AN ACTUAL RETURN ARE BOTH EVENTS
      *-----------------------------------------------------------------
       FD  LEAVE-OF-ABSENCE-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY AFASTAM.

       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPMAST.

      *-----------------------------------------------------------------
      * REG-EXPORT-FILE -- THE AUTHORITY'S FIXED LAYOUT: EVENT TYPE
      * ('AD' ADMISSAO / 'AL' ALTERACAO SALARIAL / 'DS' DESLIGAMENTO /
      * 'AF' INICIO DE AFASTAMENTO / 'RT' RETORNO DE AFASTAMENTO),
      * SEQUENCE, COMPETENCIA, EMPLOYEE, CPF, DATE, THE BEFORE/AFTER
      * VALUES AND THE LEAVE TYPE; A TYPE-99 TRAILER CARRIES THE EVENT
      * COUNT
      *-----------------------------------------------------------------
       FD  REG-EXPORT-FILE
           RECORD CONTAINS 55 CHARACTERS.
       01  REG-EXPORT-RECORD.
           05  RX-TIPO-EVENTO      PIC X(02).
           05  RX-SEQUENCIA        PIC 9(06).
           05  RX-DATA-EVENTO      PIC 9(08).
           05  RX-VALOR-ANTERIOR   PIC 9(06)V99.
           05  RX-VALOR-NOVO       PIC 9(06)V99.
           05  RX-TIPO-AFASTAMENTO PIC X(01).

       FD  REG-REJECT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       77  WS-EMP-STATUS           PIC X(02) VALUE SPACES.
       77  WS-EXP-STATUS           PIC X(02) VALUE SPACES.
       77  WS-REJ-STATUS           PIC X(02) VALUE SPACES.
       77  WS-AFA-STATUS           PIC X(02) VALUE SPACES.

       77  WS-ET-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-ET-END-OF-FILE            VALUE 'Y'.
           88  WS-AUD-END-OF-FILE           VALUE 'Y'.
       77  WS-TT-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-TT-END-OF-FILE            VALUE 'Y'.
       77  WS-AFA-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88  WS-AFA-END-OF-FILE           VALUE 'Y'.

       77  WS-COMPETENCIA-ALVO     PIC X(06) VALUE SPACES.
       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WS-EV-DATA              PIC 9(08) VALUE ZEROS.
       77  WS-EV-VALOR-ANTERIOR    PIC 9(06)V99 VALUE ZEROS.
       77  WS-EV-VALOR-NOVO        PIC 9(06)V99 VALUE ZEROS.
       77  WS-EV-TIPO-AFAST        PIC X(01) VALUE SPACES.
       77  WS-EV-MOTIVO            PIC X(35) VALUE SPACES.

       01  WS-TRAILER-RECORD.
           05  FILLER              PIC X(02) VALUE '99'.
           05  WS-TR-QTDE          PIC 9(06).
           05  FILLER              PIC X(47) VALUE SPACES.

       01  WS-REJ-DETALHE.
           05  WS-RJ-TIPO          PIC X(02).
               THRU 4000-SWEEP-TERMTRAN-EXIT
               UNTIL WS-TT-END-OF-FILE

           PERFORM 4500-SWEEP-AFASTAM
               THRU 4500-SWEEP-AFASTAM-EXIT
               UNTIL WS-AFA-END-OF-FILE

           PERFORM 5000-FINALIZE
               THRU 5000-FINALIZE-EXIT

           ELSE
               PERFORM 8200-READ-TERMTRAN
                   THRU 8200-READ-TERMTRAN-EXIT
           END-IF

           OPEN INPUT LEAVE-OF-ABSENCE-FILE
           IF WS-AFA-STATUS NOT = '00'
               MOVE 'Y' TO WS-AFA-EOF-SWITCH
           ELSE
               PERFORM 8300-READ-AFASTAM
                   THRU 8300-READ-AFASTAM-EXIT
           END-IF.

       1000-INITIALIZE-EXIT.
       4000-SWEEP-TERMTRAN-EXIT.
           EXIT.

      ******************************************************************
      * 4500-SWEEP-AFASTAM -- A LEAVE START BECOMES AN 'AF' EVENT
      * DATED THE FIRST DAY OFF; AN ACTUAL RETURN KEYED ON THE SAME
      * RECORD BECOMES AN 'RT' EVENT DATED THE RETURN. THE COMPETENCIA
      * FILTER IN 6000 KEEPS ONLY THE ONES THAT FALL IN THE MONTH
      ******************************************************************
       4500-SWEEP-AFASTAM.

           MOVE AF-EMP-ID      TO WS-EV-EMP-ID
           MOVE AF-TIPO        TO WS-EV-TIPO-AFAST
           MOVE ZEROS          TO WS-EV-VALOR-ANTERIOR
           MOVE ZEROS          TO WS-EV-VALOR-NOVO

           MOVE 'AF'           TO WS-EV-TIPO
           MOVE AF-DATA-INICIO TO WS-EV-DATA
           PERFORM 6000-EXPORT-EVENT
               THRU 6000-EXPORT-EVENT-EXIT

           IF AF-DATA-RETORNO NUMERIC AND AF-DATA-RETORNO > ZEROS
               MOVE 'RT'            TO WS-EV-TIPO
               MOVE AF-DATA-RETORNO TO WS-EV-DATA
               PERFORM 6000-EXPORT-EVENT
                   THRU 6000-EXPORT-EVENT-EXIT
           END-IF

           MOVE SPACES TO WS-EV-TIPO-AFAST

           PERFORM 8300-READ-AFASTAM
               THRU 8300-READ-AFASTAM-EXIT.

       4500-SWEEP-AFASTAM-EXIT.
           EXIT.

      ******************************************************************
      * 6000-EXPORT-EVENT -- THE COMPETENCIA FILTER, THEN THE REQUIRED
      * FIELDS: EMPLOYEE ON THE MASTER, CPF PRESENT AND VALID THROUGH
           MOVE WS-EV-DATA           TO RX-DATA-EVENTO
           MOVE WS-EV-VALOR-ANTERIOR TO RX-VALOR-ANTERIOR
           MOVE WS-EV-VALOR-NOVO     TO RX-VALOR-NOVO
           MOVE WS-EV-TIPO-AFAST     TO RX-TIPO-AFASTAMENTO
           WRITE REG-EXPORT-RECORD

           ADD 1 TO WS-QTDE-EXPORTADOS.
           END-IF
           IF WS-TT-STATUS = '00'
               CLOSE TERMINATION-TRAN-FILE
           END-IF
           IF WS-AFA-STATUS = '00'
               CLOSE LEAVE-OF-ABSENCE-FILE
           END-IF.

       5000-FINALIZE-EXIT.

       8200-READ-TERMTRAN-EXIT.
           EXIT.

      ******************************************************************
      * 8300-READ-AFASTAM
      ******************************************************************
       8300-READ-AFASTAM.

           READ LEAVE-OF-ABSENCE-FILE
               AT END
                   MOVE 'Y' TO WS-AFA-EOF-SWITCH
           END-READ.

       8300-READ-AFASTAM-EXIT.
           EXIT.
