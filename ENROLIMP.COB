      *-----------------------------------------------------------------
      * Modification History
      * 22-08-26 MRT  ORIGINAL VERSION.
      * 15-10-26 MRT  PARM 'BLOQUEIA' AT TERM START: TUITION
      *               INVOICES (MENSALID) STILL OPEN ON ARINVOIC
      *               PAST THEIR DUE DATE BLOCK THE RE-ENROLLMENT
      *               OF THE STUDENT (STU-SITUACAO 'B'); A BLOCKED
      *               STUDENT WITH NOTHING PAST DUE IS RELEASED.
      * 15-10-26 MRT  REVIEW FIX: STUDMSTN WAS STILL 47 BYTES AND
      *               CUT STU-TURMA OFF EVERY RECORD -- NOW THE FULL
      *               50-BYTE STUDREC.
      * 15-10-26 MRT  ARINVOIC IS CHECKED AGAINST ITS IFCTL HEADERS AND
      *               TRAILERS BEFORE THE PAST-DUE TABLE IS LOADED;
      *               A FILE THAT DOES NOT BALANCE STOPS THE RUN WITH
      *               RETURN CODE 8. THE CONTROL RECORDS ARE SKIPPED ON
      *               READ.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENROLIMP.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RR-STATUS.

           SELECT AR-INVOICE-FILE ASSIGN TO "ARINVOIC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AI-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TERM-ROSTER-FILE
           COPY STUDREC.

       FD  STUDENT-MASTER-NEW-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  STUDENT-MASTER-NEW-RECORD   PIC X(50).

       FD  RECON-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RECON-REPORT-LINE           PIC X(80).

      *-----------------------------------------------------------------
      * AR-INVOICE-FILE -- OPEN ITEMS; TUITION INVOICES ARE NUMBERED
      * 'M' + LAST DIGIT OF THE YEAR + STUDENT ID
      *-----------------------------------------------------------------
       FD  AR-INVOICE-FILE
           RECORD CONTAINS 91 CHARACTERS.
       01  AR-INVOICE-RECORD.
           05  AI-INVOICE-ID.
               10  AI-INV-TIPO         PIC X(01).
               10  AI-INV-ANO          PIC X(01).
               10  AI-INV-ALUNO        PIC X(06).
           05  AI-CUSTOMER-ID          PIC X(06).
           05  AI-CUSTOMER-NOME        PIC X(25).
           05  AI-CUSTOMER-ENDERECO    PIC X(30).
           05  AI-VALOR                PIC 9(07)V99.
           05  AI-DIAS-ATRASO          PIC 9(03).
           05  AI-PARCELA-SEQ          PIC 9(02).
           05  AI-DATA-VENCIMENTO      PIC 9(08).

       WORKING-STORAGE SECTION.

       77  WS-RO-STATUS            PIC X(02) VALUE SPACES.
       77  WS-SM-STATUS            PIC X(02) VALUE SPACES.
       77  WS-SN-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RR-STATUS            PIC X(02) VALUE SPACES.
       77  WS-AI-STATUS            PIC X(02) VALUE SPACES.

       77  WS-RO-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-RO-END-OF-FILE             VALUE 'Y'.
       77  WS-SM-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-SM-END-OF-FILE             VALUE 'Y'.
       77  WS-AI-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-AI-END-OF-FILE             VALUE 'Y'.

      *-----------------------------------------------------------------
      * RE-ENROLLMENT BLOCK (PARM 'BLOQUEIA') -- TUITION PAST DUE BY
      * STUDENT
      *-----------------------------------------------------------------
       77  WS-MODO-EXECUCAO        PIC X(08) VALUE SPACES.
           88  WS-MODO-BLOQUEIO             VALUE 'BLOQUEIA'.
       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.

       01  WS-VEN-TABLE.
           05  WS-VEN-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-VEN-IDX.
               10  WS-VEN-STU-ID       PIC X(06).
               10  WS-VEN-VALOR        PIC 9(07)V99.

       77  WS-VEN-COUNT            PIC 9(04) VALUE ZEROS.
       77  WS-VEN-ACHOU            PIC X(01) VALUE 'N'.
           88  WS-VEN-ENCONTROU             VALUE 'S'.
       77  WS-VALOR-VENCIDO        PIC 9(07)V99 VALUE ZEROS.
       77  WS-VALOR-VENCIDO-ED     PIC Z(06)9.99.

       77  WS-QTDE-INCLUSOES       PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-TRANCAMENTOS    PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-DIVERGENCIAS    PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-FORA-ROSTER     PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-BLOQUEIOS       PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-LIBERACOES      PIC 9(05) VALUE ZEROS.

       01  WS-RECON-DETAIL.
           05  WS-RD-STU-ID        PIC X(06).
           05  WS-RD-DETALHE       PIC X(42).

       COPY JOBLGLNK.
       COPY IFCTLLNK.
       COPY RPTHDRLNK.

       PROCEDURE DIVISION.
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

      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-MODO-EXECUCAO FROM COMMAND-LINE
           IF WS-MODO-BLOQUEIO
               PERFORM 1100-LOAD-PAST-DUE
                   THRU 1100-LOAD-PAST-DUE-EXIT
           END-IF

           OPEN INPUT  TERM-ROSTER-FILE
           OPEN INPUT  STUDENT-MASTER-FILE
           OPEN OUTPUT STUDENT-MASTER-NEW-FILE
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-PAST-DUE -- OPEN TUITION INVOICES WHOSE DUE DATE HAS
      * PASSED, SUMMED BY STUDENT. NO ARINVOIC MEANS NOTHING IS OWED
      ******************************************************************
       1100-LOAD-PAST-DUE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-VEN-TABLE

           OPEN INPUT AR-INVOICE-FILE
           IF WS-AI-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO ARINVOIC -- NENHUMA '
                   'REMATRICULA BLOQUEADA'
               GO TO 1100-LOAD-PAST-DUE-EXIT
           END-IF

           PERFORM 8200-READ-INVOICE
               THRU 8200-READ-INVOICE-EXIT
           PERFORM 1110-STORE-PAST-DUE
               THRU 1110-STORE-PAST-DUE-EXIT
               UNTIL WS-AI-END-OF-FILE

           CLOSE AR-INVOICE-FILE.

       1100-LOAD-PAST-DUE-EXIT.
           EXIT.

      ******************************************************************
      * 1110-STORE-PAST-DUE -- ONLY TUITION INVOICES COUNT; A STUDENT
      * MAY OWE SEVERAL MONTHS
      ******************************************************************
       1110-STORE-PAST-DUE.

           IF AI-INV-TIPO NOT = 'M'
               OR AI-INV-ANO NOT NUMERIC
               OR AI-VALOR NOT NUMERIC
               OR AI-DATA-VENCIMENTO NOT NUMERIC
               GO TO 1110-STORE-PAST-DUE-NEXT
           END-IF

           IF AI-VALOR = ZEROS
               OR AI-DATA-VENCIMENTO NOT < WS-DATA-HOJE
               GO TO 1110-STORE-PAST-DUE-NEXT
           END-IF

           PERFORM 2310-FIND-PAST-DUE
               THRU 2310-FIND-PAST-DUE-EXIT

           IF WS-VEN-ENCONTROU
               ADD AI-VALOR TO WS-VEN-VALOR(WS-VEN-IDX)
               GO TO 1110-STORE-PAST-DUE-NEXT
           END-IF

           IF WS-VEN-COUNT < 2000
               ADD 1 TO WS-VEN-COUNT
               SET WS-VEN-IDX TO WS-VEN-COUNT
               MOVE AI-INV-ALUNO TO WS-VEN-STU-ID(WS-VEN-IDX)
               MOVE AI-VALOR     TO WS-VEN-VALOR(WS-VEN-IDX)
           ELSE
               DISPLAY 'TABELA DE MENSALIDADES VENCIDAS CHEIA -- '
                   'ALUNO ' AI-INV-ALUNO ' NAO BLOQUEADO'
           END-IF.

       1110-STORE-PAST-DUE-NEXT.

           PERFORM 8200-READ-INVOICE
               THRU 8200-READ-INVOICE-EXIT.

       1110-STORE-PAST-DUE-EXIT.
           EXIT.

      ******************************************************************
      * 1900-CHECK-AR-CONTROL -- IFCTL CHECKING PASS OVER ARINVOIC
      * BEFORE THE PAST-DUE TABLE IS LOADED: EVERY BATCH MUST BALANCE
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
      * 2000-MATCH-STUDENT -- CLASSIC TWO-FILE MATCH: ROSTER-ONLY IS
      * AN ADD, MASTER-ONLY PASSES THROUGH WITH A REPORT LINE, AND A
               WRITE RECON-REPORT-LINE FROM WS-RECON-DETAIL

               ADD 1 TO WS-QTDE-DIVERGENCIAS
           END-IF

           IF WS-MODO-BLOQUEIO AND RO-MATRICULADO
               AND NOT STU-TRANCADO
               PERFORM 2300-CHECK-TUITION
                   THRU 2300-CHECK-TUITION-EXIT
           END-IF.

       2200-MATCHED-STUDENT-EXIT.
           EXIT.

      ******************************************************************
      * 2300-CHECK-TUITION -- TUITION PAST DUE BLOCKS THE
      * RE-ENROLLMENT; A BLOCKED STUDENT WHO HAS SETTLED IS RELEASED
      ******************************************************************
       2300-CHECK-TUITION.

           MOVE STU-ID TO AI-INV-ALUNO
           PERFORM 2310-FIND-PAST-DUE
               THRU 2310-FIND-PAST-DUE-EXIT

           IF WS-VEN-ENCONTROU
               MOVE WS-VEN-VALOR(WS-VEN-IDX) TO WS-VALOR-VENCIDO
           ELSE
               MOVE ZEROS TO WS-VALOR-VENCIDO
           END-IF

           IF WS-VALOR-VENCIDO > ZEROS AND NOT STU-BLOQUEADO
               MOVE 'B' TO STU-SITUACAO
               MOVE WS-VALOR-VENCIDO TO WS-VALOR-VENCIDO-ED
               MOVE STU-ID TO WS-RD-STU-ID
               MOVE 'REMATR BLOQ' TO WS-RD-ACAO
               MOVE SPACES TO WS-RD-DETALHE
               STRING 'MENSALIDADE VENCIDA R$ ' WS-VALOR-VENCIDO-ED
                   DELIMITED BY SIZE INTO WS-RD-DETALHE
               WRITE RECON-REPORT-LINE FROM WS-RECON-DETAIL
               DISPLAY 'REMATRICULA BLOQUEADA - ' STU-ID
               ADD 1 TO WS-QTDE-BLOQUEIOS
           END-IF

           IF WS-VALOR-VENCIDO = ZEROS AND STU-BLOQUEADO
               MOVE 'A' TO STU-SITUACAO
               MOVE STU-ID TO WS-RD-STU-ID
               MOVE 'LIBERADO' TO WS-RD-ACAO
               MOVE 'SEM MENSALIDADE VENCIDA' TO WS-RD-DETALHE
               WRITE RECON-REPORT-LINE FROM WS-RECON-DETAIL
               DISPLAY 'REMATRICULA LIBERADA - ' STU-ID
               ADD 1 TO WS-QTDE-LIBERACOES
           END-IF.

       2300-CHECK-TUITION-EXIT.
           EXIT.

      ******************************************************************
      * 2310-FIND-PAST-DUE -- LOOKS UP THE STUDENT IN AI-INV-ALUNO
      ******************************************************************
       2310-FIND-PAST-DUE.

           MOVE 'N' TO WS-VEN-ACHOU

           IF WS-VEN-COUNT = ZEROS
               GO TO 2310-FIND-PAST-DUE-EXIT
           END-IF

           SET WS-VEN-IDX TO 1
           SEARCH WS-VEN-ENTRY
               AT END
                   CONTINUE
               WHEN WS-VEN-IDX > WS-VEN-COUNT
                   CONTINUE
               WHEN WS-VEN-STU-ID(WS-VEN-IDX) = AI-INV-ALUNO
                   MOVE 'S' TO WS-VEN-ACHOU
           END-SEARCH.

       2310-FIND-PAST-DUE-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZE
      ******************************************************************
           DISPLAY 'INCLUSOES: ' WS-QTDE-INCLUSOES
           DISPLAY 'TRANCAMENTOS: ' WS-QTDE-TRANCAMENTOS
           DISPLAY 'NOMES DIVERGENTES: ' WS-QTDE-DIVERGENCIAS
           DISPLAY 'FORA DO ROSTER: ' WS-QTDE-FORA-ROSTER

           IF WS-MODO-BLOQUEIO
               DISPLAY 'REMATRICULAS BLOQUEADAS: ' WS-QTDE-BLOQUEIOS
               DISPLAY 'REMATRICULAS LIBERADAS: ' WS-QTDE-LIBERACOES
           END-IF.

       3000-FINALIZE-EXIT.
           EXIT.

       8100-READ-STUDENT-EXIT.
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
