      ******************************************************************
      * Author: M. TAVARES
      * Date: 15-10-26
      * Purpose: TEACHING LOAD VERSUS CLAIMED HOURS -- TURMMAST SAYS
      * WHICH PROFESSOR TEACHES WHICH TURMA AND SUBJECT, AND CARGATUR
      * SAYS HOW MANY CLASS HOURS A WEEK EACH TURMA/SUBJECT CARRIES,
      * BUT SALPROF PAYS WHATEVER HOURS ARRIVE ON TIMECLK. THIS STEP
      * RUNS AHEAD OF SALPROF IN THE PAYRNITE CHAIN: IT ADDS UP EACH
      * PROFESSOR'S CONTRACTED WEEKLY LOAD FROM THE SECTIONS ASSIGNED
      * TO HIM OR HER, SETS IT AGAINST THE HOURS CLOCKED ON THE
      * WEEK'S TIMECLK, AND PRINTS ON CARGARPT THE PROFESSORS
      * CLAIMING MORE THAN THEIR LOAD, THE ONES BELOW IT (BEYOND THE
      * TOLERANCE EITHER WAY), AND THE SECTIONS WHOSE PROFESSOR IS
      * NOT AN ACTIVE EMPLOYEE ON EMPMAST. TURMMAST CARRIES THE
      * PROFESSOR'S NAME, SO THE MATCH TO EMPMAST IS ON EMP-NAME.
      * HOURS CLOCKED BY AN ID NOT ON EMPMAST ARE LISTED AS CLAIMS
      * OVER A ZERO LOAD. ANYTHING REPORTED ENDS THE STEP WITH
      * RETURN-CODE 4 SO OPERATIONS SEES IT BEFORE THE PERIOD CLOSES.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History
      * 15-10-26 MRT  ORIGINAL VERSION.
      * 15-10-26 MRT  TIMECLK IS CHECKED AGAINST ITS IFCTL HEADER AND
      *               TRAILER BEFORE ANY LOAD IS COMPARED: A FILE THAT
      *               DOES NOT BALANCE, OR WAS NOT WRITTEN BY TODAY'S
      *               OR YESTERDAY'S TIMEAPPR, STOPS THE RUN WITH
      *               RETURN CODE 8. THE CONTROL RECORDS ARE SKIPPED
      *               ON READ.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGAPRF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECTION-MASTER-FILE ASSIGN TO "TURMMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TM-STATUS.

           SELECT SECTION-LOAD-FILE ASSIGN TO "CARGATUR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CG-STATUS.

           SELECT TIME-CLOCK-FILE ASSIGN TO "TIMECLK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TC-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.

           SELECT LOAD-REPORT-FILE ASSIGN TO "CARGARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      * SECTION-MASTER-FILE -- SAME TURMMAST GRADEBK READS: ONE LINE
      * PER TURMA/SUBJECT WITH THE ASSIGNED TEACHER AND SCHOOL YEAR
      *-----------------------------------------------------------------
       FD  SECTION-MASTER-FILE
           RECORD CONTAINS 28 CHARACTERS.
       01  SECTION-MASTER-RECORD.
           05  TM-TURMA                PIC X(03).
           05  TM-DISCIPLINA           PIC 9(01).
           05  TM-PROFESSOR            PIC X(20).
           05  TM-ANO-LETIVO           PIC 9(04).

      *-----------------------------------------------------------------
      * SECTION-LOAD-FILE -- THE WEEKLY TEACHING LOAD OF EACH
      * TURMA/SUBJECT, IN CLASS HOURS
      *-----------------------------------------------------------------
       FD  SECTION-LOAD-FILE
           RECORD CONTAINS 10 CHARACTERS.
       01  SECTION-LOAD-RECORD.
           05  CG-TURMA                PIC X(03).
           05  CG-DISCIPLINA           PIC 9(01).
           05  CG-HORAS-SEMANA         PIC 9(02)V9.
           05  FILLER                  PIC X(03).

      *-----------------------------------------------------------------
      * TIME-CLOCK-FILE -- THE WEEK'S TIMECLK AS SALPROF READS IT
      *-----------------------------------------------------------------
       FD  TIME-CLOCK-FILE
           RECORD CONTAINS 21 CHARACTERS.
       01  TIME-CLOCK-RECORD.
           05  TC-PROF-ID          PIC X(05).
           05  TC-DATE             PIC 9(08).
           05  TC-HOURS            PIC 9(02)V9.
           05  TC-APROVADO         PIC X(01).
               88  TC-APROVADO-SIM        VALUE 'S'.

       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPMAST.

       FD  LOAD-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  LOAD-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-TM-STATUS            PIC X(02) VALUE SPACES.
       77  WS-CG-STATUS            PIC X(02) VALUE SPACES.
       77  WS-TC-STATUS            PIC X(02) VALUE SPACES.
       77  WS-EMP-STATUS           PIC X(02) VALUE SPACES.
       77  WS-RPT-STATUS           PIC X(02) VALUE SPACES.

       77  WS-TM-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-TM-END-OF-FILE             VALUE 'Y'.
       77  WS-CG-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-CG-END-OF-FILE             VALUE 'Y'.
       77  WS-TC-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-TC-END-OF-FILE             VALUE 'Y'.
       77  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE                VALUE 'Y'.

      *-----------------------------------------------------------------
      * CLAIMS WITHIN THIS MANY HOURS OF THE LOAD ARE NOT REPORTED
      *-----------------------------------------------------------------
       77  WS-HORAS-TOLERANCIA     PIC 9(02)V9 VALUE 1.0.

      *-----------------------------------------------------------------
      * WEEKLY LOAD PER TURMA/SUBJECT, FROM CARGATUR
      *-----------------------------------------------------------------
       01  WS-CRG-TABLE.
           05  WS-CRG-ENTRY OCCURS 50 TIMES
                            INDEXED BY WS-CRG-IDX.
               10  WS-CRG-TURMA        PIC X(03).
               10  WS-CRG-DISCIPLINA   PIC 9(01).
               10  WS-CRG-HORAS        PIC 9(02)V9.
       77  WS-CRG-COUNT            PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      * SECTIONS FROM TURMMAST WITH THEIR LOAD AND THE PROFESSOR SLOT
      *-----------------------------------------------------------------
       01  WS-SEC-TABLE.
           05  WS-SEC-ENTRY OCCURS 50 TIMES
                            INDEXED BY WS-SEC-IDX.
               10  WS-SEC-TURMA        PIC X(03).
               10  WS-SEC-DISCIPLINA   PIC 9(01).
               10  WS-SEC-PROFESSOR    PIC X(20).
               10  WS-SEC-HORAS        PIC 9(02)V9.
               10  WS-SEC-PRF-SUB      PIC 9(03).
       77  WS-SEC-COUNT            PIC 9(02) VALUE ZEROS.
       77  WS-SEC-SUB              PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      * ONE ENTRY PER PROFESSOR -- BUILT FROM THE SECTIONS, THEN ANY
      * EMPLOYEE WHO CLOCKED HOURS WITHOUT A SECTION
      *-----------------------------------------------------------------
       01  WS-PRF-TABLE.
           05  WS-PRF-ENTRY OCCURS 200 TIMES
                            INDEXED BY WS-PRF-IDX.
               10  WS-PRF-NOME         PIC X(20).
               10  WS-PRF-EMP-ID       PIC X(05).
               10  WS-PRF-TURMAS       PIC 9(02).
               10  WS-PRF-CARGA        PIC 9(03)V9.
               10  WS-PRF-HORAS        PIC 9(03)V9.
       77  WS-PRF-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-PRF-SUB              PIC 9(03) VALUE ZEROS.
       77  WS-PRF-ACHADO           PIC 9(03) VALUE ZEROS.
       77  WS-NOME-BUSCA           PIC X(20) VALUE SPACES.

      *-----------------------------------------------------------------
      * HOURS CLOCKED PER EMPLOYEE ID ON THE WEEK'S TIMECLK
      *-----------------------------------------------------------------
       01  WS-CLK-TABLE.
           05  WS-CLK-ENTRY OCCURS 200 TIMES
                            INDEXED BY WS-CLK-IDX.
               10  WS-CLK-EMP-ID       PIC X(05).
               10  WS-CLK-HORAS        PIC 9(03)V9.
               10  WS-CLK-USADO        PIC X(01).
       77  WS-CLK-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-CLK-SUB              PIC 9(03) VALUE ZEROS.

       77  WS-DIFERENCA            PIC S9(03)V9 VALUE ZEROS.
       77  WS-QTDE-ACIMA           PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-ABAIXO          PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-SEM-PROF        PIC 9(05) VALUE ZEROS.

      *-----------------------------------------------------------------
      * CARGARPT PRINT LINES
      *-----------------------------------------------------------------
       01  WS-RPT-TITULO.
           05  WS-RT-TEXTO         PIC X(80).

       01  WS-RPT-COLUNAS.
           05  FILLER              PIC X(07) VALUE 'FUNC.'.
           05  FILLER              PIC X(22) VALUE 'PROFESSOR'.
           05  FILLER              PIC X(08) VALUE 'TURMAS'.
           05  FILLER              PIC X(09) VALUE 'CARGA'.
           05  FILLER              PIC X(09) VALUE 'BATIDO'.
           05  FILLER              PIC X(25) VALUE 'DIFERENCA'.

       01  WS-RPT-DETALHE.
           05  WS-RD-EMP-ID        PIC X(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RD-NOME          PIC X(20).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-RD-TURMAS        PIC Z9.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-RD-CARGA         PIC ZZ9.9.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-RD-HORAS         PIC ZZ9.9.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-RD-DIFERENCA     PIC -ZZ9.9.
           05  FILLER              PIC X(19) VALUE SPACES.

       01  WS-RPT-SECAO.
           05  FILLER              PIC X(07) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE 'TURMA '.
           05  WS-RS-TURMA         PIC X(03).
           05  FILLER              PIC X(12) VALUE '  DISCIPLINA'.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RS-DISCIPLINA    PIC 9(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RS-PROFESSOR     PIC X(20).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RS-HORAS         PIC Z9.9.
           05  FILLER              PIC X(22) VALUE ' H/SEMANA'.

       01  WS-RPT-TOTAL-LINE.
           05  WS-RTT-ROTULO       PIC X(33).
           05  WS-RTT-VALOR        PIC ZZZZ9.
           05  FILLER              PIC X(42) VALUE SPACES.

       COPY RPTHDRLNK.
       COPY CTLTOTLNK.
       COPY JOBLGLNK.
       COPY IFCTLLNK.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.

           MOVE 'CARGAPRF' TO JL-PROGRAM-ID
           MOVE 'S'        TO JL-ACAO
           CALL 'JOBLOG' USING JOBLOG-PARMS

           PERFORM 1900-CHECK-TC-CONTROL
               THRU 1900-CHECK-TC-CONTROL-EXIT

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

           PERFORM 2000-MATCH-EMPLOYEE
               THRU 2000-MATCH-EMPLOYEE-EXIT
               UNTIL WS-END-OF-FILE

           PERFORM 3000-WRITE-REPORT
               THRU 3000-WRITE-REPORT-EXIT

           PERFORM 4000-FINALIZE
               THRU 4000-FINALIZE-EXIT

           MOVE 'E'         TO JL-ACAO
           MOVE RETURN-CODE TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-PARMS

      *    THE CALL RESETS THE SHARED RETURN-CODE REGISTER -- RESTORE
      *    THE CONDITION CODE OPERATIONS LOOKS AT
           MOVE JL-RETURN-CODE TO RETURN-CODE

           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE -- LOAD THE SECTION LOADS, THE SECTIONS (ONE
      * PROFESSOR ENTRY PER NAME) AND THE WEEK'S CLOCKED HOURS
      ******************************************************************
       1000-INITIALIZE.

           MOVE SPACES TO WS-CRG-TABLE
           MOVE SPACES TO WS-SEC-TABLE
           MOVE SPACES TO WS-PRF-TABLE
           MOVE SPACES TO WS-CLK-TABLE

           OPEN INPUT SECTION-LOAD-FILE
           IF WS-CG-STATUS = '00'
               PERFORM 8100-READ-LOAD
                   THRU 8100-READ-LOAD-EXIT
               PERFORM 1100-STORE-LOAD
                   THRU 1100-STORE-LOAD-EXIT
                   UNTIL WS-CG-END-OF-FILE
               CLOSE SECTION-LOAD-FILE
           ELSE
               DISPLAY 'AVISO - SEM ARQUIVO CARGATUR -- TODAS AS '
                   'TURMAS COM CARGA ZERO'
           END-IF

           OPEN INPUT SECTION-MASTER-FILE
           IF WS-TM-STATUS = '00'
               PERFORM 8200-READ-SECTION
                   THRU 8200-READ-SECTION-EXIT
               PERFORM 1200-STORE-SECTION
                   THRU 1200-STORE-SECTION-EXIT
                   UNTIL WS-TM-END-OF-FILE
               CLOSE SECTION-MASTER-FILE
           ELSE
               DISPLAY 'AVISO - SEM ARQUIVO TURMMAST -- NENHUMA '
                   'CARGA CONTRATADA'
           END-IF

           OPEN INPUT TIME-CLOCK-FILE
           IF WS-TC-STATUS = '00'
               PERFORM 8300-READ-TIME-CLOCK
                   THRU 8300-READ-TIME-CLOCK-EXIT
               PERFORM 1300-STORE-CLOCKED
                   THRU 1300-STORE-CLOCKED-EXIT
                   UNTIL WS-TC-END-OF-FILE
               CLOSE TIME-CLOCK-FILE
           ELSE
               DISPLAY 'AVISO - SEM ARQUIVO TIMECLK -- NENHUMA HORA '
                   'BATIDA NA SEMANA'
           END-IF

           OPEN INPUT  EMPLOYEE-MASTER-FILE
           OPEN OUTPUT LOAD-REPORT-FILE

           MOVE 'CARGAPRF' TO RH-PROGRAM-ID
           MOVE 1          TO RH-PAGE-NUM
           CALL 'RPTHDR' USING RPTHDR-PARMS
           WRITE LOAD-REPORT-LINE FROM RH-HEADER-LINE

           PERFORM 8000-READ-EMPLOYEE
               THRU 8000-READ-EMPLOYEE-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-STORE-LOAD
      ******************************************************************
       1100-STORE-LOAD.

           IF WS-CRG-COUNT < 50
               ADD 1 TO WS-CRG-COUNT
               SET WS-CRG-IDX TO WS-CRG-COUNT
               MOVE CG-TURMA        TO WS-CRG-TURMA(WS-CRG-IDX)
               MOVE CG-DISCIPLINA   TO WS-CRG-DISCIPLINA(WS-CRG-IDX)
               MOVE CG-HORAS-SEMANA TO WS-CRG-HORAS(WS-CRG-IDX)
           ELSE
               DISPLAY 'TABELA DE CARGAS CHEIA -- TURMA '
                   CG-TURMA ' IGNORADA'
           END-IF

           PERFORM 8100-READ-LOAD
               THRU 8100-READ-LOAD-EXIT.

       1100-STORE-LOAD-EXIT.
           EXIT.

      ******************************************************************
      * 1200-STORE-SECTION -- KEEP THE SECTION WITH ITS WEEKLY LOAD AND
      * ADD THE LOAD TO ITS PROFESSOR'S ENTRY
      ******************************************************************
       1200-STORE-SECTION.

           IF WS-SEC-COUNT NOT < 50
               DISPLAY 'TABELA DE TURMAS CHEIA -- TURMA '
                   TM-TURMA ' IGNORADA'
               GO TO 1200-STORE-SECTION-NEXT
           END-IF

           ADD 1 TO WS-SEC-COUNT
           SET WS-SEC-IDX TO WS-SEC-COUNT
           MOVE TM-TURMA      TO WS-SEC-TURMA(WS-SEC-IDX)
           MOVE TM-DISCIPLINA TO WS-SEC-DISCIPLINA(WS-SEC-IDX)
           MOVE TM-PROFESSOR  TO WS-SEC-PROFESSOR(WS-SEC-IDX)
           MOVE ZEROS         TO WS-SEC-HORAS(WS-SEC-IDX)
           MOVE ZEROS         TO WS-SEC-PRF-SUB(WS-SEC-IDX)

           IF WS-CRG-COUNT > ZEROS
               SET WS-CRG-IDX TO 1
               SEARCH WS-CRG-ENTRY
                   AT END
                       DISPLAY 'AVISO - TURMA ' TM-TURMA
                           ' DISCIPLINA ' TM-DISCIPLINA
                           ' SEM CARGA NO CARGATUR'
                   WHEN WS-CRG-IDX > WS-CRG-COUNT
                       DISPLAY 'AVISO - TURMA ' TM-TURMA
                           ' DISCIPLINA ' TM-DISCIPLINA
                           ' SEM CARGA NO CARGATUR'
                   WHEN WS-CRG-TURMA(WS-CRG-IDX) = TM-TURMA
                       AND WS-CRG-DISCIPLINA(WS-CRG-IDX) = TM-DISCIPLINA
                       MOVE WS-CRG-HORAS(WS-CRG-IDX)
                           TO WS-SEC-HORAS(WS-SEC-IDX)
               END-SEARCH
           END-IF

      *    A SECTION WITH NO TEACHER NAMED HAS NO ONE TO CHARGE
           IF TM-PROFESSOR = SPACES
               GO TO 1200-STORE-SECTION-NEXT
           END-IF

           MOVE TM-PROFESSOR TO WS-NOME-BUSCA
           PERFORM 5000-FIND-PROFESSOR
               THRU 5000-FIND-PROFESSOR-EXIT
           IF WS-PRF-ACHADO = ZEROS
               IF WS-PRF-COUNT NOT < 200
                   DISPLAY 'TABELA DE PROFESSORES CHEIA -- '
                       TM-PROFESSOR ' IGNORADO'
                   GO TO 1200-STORE-SECTION-NEXT
               END-IF
               ADD 1 TO WS-PRF-COUNT
               MOVE WS-PRF-COUNT TO WS-PRF-ACHADO
               MOVE TM-PROFESSOR TO WS-PRF-NOME(WS-PRF-ACHADO)
               MOVE SPACES       TO WS-PRF-EMP-ID(WS-PRF-ACHADO)
               MOVE ZEROS        TO WS-PRF-TURMAS(WS-PRF-ACHADO)
               MOVE ZEROS        TO WS-PRF-CARGA(WS-PRF-ACHADO)
               MOVE ZEROS        TO WS-PRF-HORAS(WS-PRF-ACHADO)
           END-IF

           ADD 1 TO WS-PRF-TURMAS(WS-PRF-ACHADO)
           ADD WS-SEC-HORAS(WS-SEC-IDX) TO WS-PRF-CARGA(WS-PRF-ACHADO)
           MOVE WS-PRF-ACHADO TO WS-SEC-PRF-SUB(WS-SEC-IDX).

       1200-STORE-SECTION-NEXT.

           PERFORM 8200-READ-SECTION
               THRU 8200-READ-SECTION-EXIT.

       1200-STORE-SECTION-EXIT.
           EXIT.

      ******************************************************************
      * 1300-STORE-CLOCKED -- EVERY HOUR ON THE WEEK'S TIMECLK IS A
      * CLAIM, APPROVED OR NOT
      ******************************************************************
       1300-STORE-CLOCKED.

           IF WS-CLK-COUNT > ZEROS
               SET WS-CLK-IDX TO 1
               SEARCH WS-CLK-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CLK-IDX > WS-CLK-COUNT
                       CONTINUE
                   WHEN WS-CLK-EMP-ID(WS-CLK-IDX) = TC-PROF-ID
                       ADD TC-HOURS TO WS-CLK-HORAS(WS-CLK-IDX)
                       GO TO 1300-STORE-CLOCKED-NEXT
               END-SEARCH
           END-IF

           IF WS-CLK-COUNT < 200
               ADD 1 TO WS-CLK-COUNT
               SET WS-CLK-IDX TO WS-CLK-COUNT
               MOVE TC-PROF-ID TO WS-CLK-EMP-ID(WS-CLK-IDX)
               MOVE TC-HOURS   TO WS-CLK-HORAS(WS-CLK-IDX)
               MOVE 'N'        TO WS-CLK-USADO(WS-CLK-IDX)
           ELSE
               DISPLAY 'TABELA DE HORAS BATIDAS CHEIA -- '
                   TC-PROF-ID ' IGNORADO'
           END-IF.

       1300-STORE-CLOCKED-NEXT.

           PERFORM 8300-READ-TIME-CLOCK
               THRU 8300-READ-TIME-CLOCK-EXIT.

       1300-STORE-CLOCKED-EXIT.
           EXIT.

      ******************************************************************
      * 1900-CHECK-TC-CONTROL -- IFCTL CHECKING PASS OVER TIMECLK
      * BEFORE ANY LOAD IS COMPARED: THE BATCH MUST BALANCE TO ITS
      * TRAILER AND COME FROM A TIMEAPPR RUN NO MORE THAN A DAY OLD
      ******************************************************************
       1900-CHECK-TC-CONTROL.

           MOVE 'TIMECLK'     TO IC-ARQUIVO
           MOVE JL-PROGRAM-ID TO IC-PROGRAMA
           MOVE 1             TO IC-DIAS-VALIDADE
           MOVE 'N'           TO IC-CONSUMO
           MOVE 'I'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS

           OPEN INPUT TIME-CLOCK-FILE
           IF WS-TC-STATUS NOT = '00'
               GO TO 1900-CHECK-TC-CONTROL-EXIT
           END-IF

           PERFORM 1910-CHECK-TC-RECORD
               THRU 1910-CHECK-TC-RECORD-EXIT
               UNTIL WS-TC-END-OF-FILE

           CLOSE TIME-CLOCK-FILE
           MOVE 'N' TO WS-TC-EOF-SWITCH

           MOVE 'TIMECLK'     TO IC-ARQUIVO
           MOVE 'F'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS.

       1900-CHECK-TC-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      * 1910-CHECK-TC-RECORD
      ******************************************************************
       1910-CHECK-TC-RECORD.

           READ TIME-CLOCK-FILE
               AT END
                   MOVE 'Y' TO WS-TC-EOF-SWITCH
                   GO TO 1910-CHECK-TC-RECORD-EXIT
           END-READ

           MOVE TIME-CLOCK-RECORD TO IC-REGISTRO
           MOVE ZEROS             TO IC-VALOR
           IF NOT IC-REG-CONTROLE
               MOVE TC-HOURS      TO IC-VALOR
           END-IF
           MOVE 'TIMECLK'     TO IC-ARQUIVO
           MOVE 'L'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS.

       1910-CHECK-TC-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * 2000-MATCH-EMPLOYEE -- AN ACTIVE EMPLOYEE WHOSE NAME IS A
      * SECTION PROFESSOR GIVES THAT PROFESSOR AN ID; ANY HOURS HE OR
      * SHE CLOCKED ARE HUNG ON THE PROFESSOR ENTRY (A NEW ONE, WITH
      * NO LOAD, WHEN NO SECTION NAMES THE EMPLOYEE)
      ******************************************************************
       2000-MATCH-EMPLOYEE.

           IF EMP-DESLIGADO
               GO TO 2000-MATCH-EMPLOYEE-NEXT
           END-IF

           MOVE EMP-NAME TO WS-NOME-BUSCA
           PERFORM 5000-FIND-PROFESSOR
               THRU 5000-FIND-PROFESSOR-EXIT
           IF WS-PRF-ACHADO > ZEROS
               IF WS-PRF-EMP-ID(WS-PRF-ACHADO) NOT = SPACES
                   DISPLAY 'AVISO - NOME ' EMP-NAME ' EM DUPLICIDADE '
                       'NO EMPMAST -- ' EMP-ID ' IGNORADO'
                   GO TO 2000-MATCH-EMPLOYEE-NEXT
               END-IF
               MOVE EMP-ID TO WS-PRF-EMP-ID(WS-PRF-ACHADO)
           END-IF

           MOVE ZEROS TO WS-CLK-SUB
           IF WS-CLK-COUNT > ZEROS
               SET WS-CLK-IDX TO 1
               SEARCH WS-CLK-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CLK-IDX > WS-CLK-COUNT
                       CONTINUE
                   WHEN WS-CLK-EMP-ID(WS-CLK-IDX) = EMP-ID
                       SET WS-CLK-SUB TO WS-CLK-IDX
               END-SEARCH
           END-IF

           IF WS-CLK-SUB = ZEROS
               GO TO 2000-MATCH-EMPLOYEE-NEXT
           END-IF

           MOVE 'S' TO WS-CLK-USADO(WS-CLK-SUB)

           IF WS-PRF-ACHADO = ZEROS
               IF WS-PRF-COUNT NOT < 200
                   DISPLAY 'TABELA DE PROFESSORES CHEIA -- '
                       EMP-ID ' IGNORADO'
                   GO TO 2000-MATCH-EMPLOYEE-NEXT
               END-IF
               ADD 1 TO WS-PRF-COUNT
               MOVE WS-PRF-COUNT TO WS-PRF-ACHADO
               MOVE EMP-NAME     TO WS-PRF-NOME(WS-PRF-ACHADO)
               MOVE EMP-ID       TO WS-PRF-EMP-ID(WS-PRF-ACHADO)
               MOVE ZEROS        TO WS-PRF-TURMAS(WS-PRF-ACHADO)
               MOVE ZEROS        TO WS-PRF-CARGA(WS-PRF-ACHADO)
           END-IF

           MOVE WS-CLK-HORAS(WS-CLK-SUB)
               TO WS-PRF-HORAS(WS-PRF-ACHADO).

       2000-MATCH-EMPLOYEE-NEXT.

           PERFORM 8000-READ-EMPLOYEE
               THRU 8000-READ-EMPLOYEE-EXIT.

       2000-MATCH-EMPLOYEE-EXIT.
           EXIT.

      ******************************************************************
      * 3000-WRITE-REPORT -- THREE LISTS: OVER THE LOAD, UNDER THE LOAD,
      * SECTIONS WITHOUT AN ACTIVE PROFESSOR
      ******************************************************************
       3000-WRITE-REPORT.

      *    HOURS CLOCKED BY AN ID EMPMAST DOES NOT HAVE (OR HAS AS
      *    TERMINATED) ARE A CLAIM OVER A ZERO LOAD
           PERFORM 3050-ADD-UNKNOWN-CLAIM
               THRU 3050-ADD-UNKNOWN-CLAIM-EXIT
               VARYING WS-CLK-SUB FROM 1 BY 1
               UNTIL WS-CLK-SUB > WS-CLK-COUNT

           MOVE 'PROFESSORES COM HORAS BATIDAS ACIMA DA CARGA'
               TO WS-RT-TEXTO
           WRITE LOAD-REPORT-LINE FROM WS-RPT-TITULO
           WRITE LOAD-REPORT-LINE FROM WS-RPT-COLUNAS
           PERFORM 3100-LIST-OVER-LOAD
               THRU 3100-LIST-OVER-LOAD-EXIT
               VARYING WS-PRF-SUB FROM 1 BY 1
               UNTIL WS-PRF-SUB > WS-PRF-COUNT

           MOVE SPACES TO WS-RT-TEXTO
           WRITE LOAD-REPORT-LINE FROM WS-RPT-TITULO
           MOVE 'PROFESSORES COM HORAS BATIDAS ABAIXO DA CARGA'
               TO WS-RT-TEXTO
           WRITE LOAD-REPORT-LINE FROM WS-RPT-TITULO
           WRITE LOAD-REPORT-LINE FROM WS-RPT-COLUNAS
           PERFORM 3200-LIST-UNDER-LOAD
               THRU 3200-LIST-UNDER-LOAD-EXIT
               VARYING WS-PRF-SUB FROM 1 BY 1
               UNTIL WS-PRF-SUB > WS-PRF-COUNT

           MOVE SPACES TO WS-RT-TEXTO
           WRITE LOAD-REPORT-LINE FROM WS-RPT-TITULO
           MOVE 'TURMAS SEM PROFESSOR ATIVO NO EMPMAST'
               TO WS-RT-TEXTO
           WRITE LOAD-REPORT-LINE FROM WS-RPT-TITULO
           PERFORM 3300-LIST-UNSTAFFED-SECTION
               THRU 3300-LIST-UNSTAFFED-SECTION-EXIT
               VARYING WS-SEC-SUB FROM 1 BY 1
               UNTIL WS-SEC-SUB > WS-SEC-COUNT.

       3000-WRITE-REPORT-EXIT.
           EXIT.

      ******************************************************************
      * 3050-ADD-UNKNOWN-CLAIM
      ******************************************************************
       3050-ADD-UNKNOWN-CLAIM.

           IF WS-CLK-USADO(WS-CLK-SUB) = 'S'
               GO TO 3050-ADD-UNKNOWN-CLAIM-EXIT
           END-IF

           IF WS-PRF-COUNT NOT < 200
               DISPLAY 'TABELA DE PROFESSORES CHEIA -- '
                   WS-CLK-EMP-ID(WS-CLK-SUB) ' IGNORADO'
               GO TO 3050-ADD-UNKNOWN-CLAIM-EXIT
           END-IF

           ADD 1 TO WS-PRF-COUNT
           MOVE 'NAO CADASTRADO'  TO WS-PRF-NOME(WS-PRF-COUNT)
           MOVE WS-CLK-EMP-ID(WS-CLK-SUB)
               TO WS-PRF-EMP-ID(WS-PRF-COUNT)
           MOVE ZEROS             TO WS-PRF-TURMAS(WS-PRF-COUNT)
           MOVE ZEROS             TO WS-PRF-CARGA(WS-PRF-COUNT)
           MOVE WS-CLK-HORAS(WS-CLK-SUB)
               TO WS-PRF-HORAS(WS-PRF-COUNT).

       3050-ADD-UNKNOWN-CLAIM-EXIT.
           EXIT.

      ******************************************************************
      * 3100-LIST-OVER-LOAD
      ******************************************************************
       3100-LIST-OVER-LOAD.

      *    A PROFESSOR NOT ON EMPMAST HAS NOTHING CLOCKED TO COMPARE --
      *    THE SECTIONS LIST CARRIES HIM OR HER
           IF WS-PRF-EMP-ID(WS-PRF-SUB) = SPACES
               GO TO 3100-LIST-OVER-LOAD-EXIT
           END-IF

           COMPUTE WS-DIFERENCA = WS-PRF-HORAS(WS-PRF-SUB)
                                - WS-PRF-CARGA(WS-PRF-SUB)
           IF WS-DIFERENCA NOT > WS-HORAS-TOLERANCIA
               GO TO 3100-LIST-OVER-LOAD-EXIT
           END-IF

           PERFORM 3900-WRITE-PROFESSOR-LINE
               THRU 3900-WRITE-PROFESSOR-LINE-EXIT
           ADD 1 TO WS-QTDE-ACIMA.

       3100-LIST-OVER-LOAD-EXIT.
           EXIT.

      ******************************************************************
      * 3200-LIST-UNDER-LOAD
      ******************************************************************
       3200-LIST-UNDER-LOAD.

           IF WS-PRF-EMP-ID(WS-PRF-SUB) = SPACES
               GO TO 3200-LIST-UNDER-LOAD-EXIT
           END-IF

           COMPUTE WS-DIFERENCA = WS-PRF-CARGA(WS-PRF-SUB)
                                - WS-PRF-HORAS(WS-PRF-SUB)
           IF WS-DIFERENCA NOT > WS-HORAS-TOLERANCIA
               GO TO 3200-LIST-UNDER-LOAD-EXIT
           END-IF

           COMPUTE WS-DIFERENCA = WS-PRF-HORAS(WS-PRF-SUB)
                                - WS-PRF-CARGA(WS-PRF-SUB)
           PERFORM 3900-WRITE-PROFESSOR-LINE
               THRU 3900-WRITE-PROFESSOR-LINE-EXIT
           ADD 1 TO WS-QTDE-ABAIXO.

       3200-LIST-UNDER-LOAD-EXIT.
           EXIT.

      ******************************************************************
      * 3300-LIST-UNSTAFFED-SECTION -- NO PROFESSOR NAMED, OR THE NAME
      * IS NOT AN ACTIVE EMPLOYEE
      ******************************************************************
       3300-LIST-UNSTAFFED-SECTION.

           MOVE WS-SEC-PRF-SUB(WS-SEC-SUB) TO WS-PRF-SUB
           IF WS-PRF-SUB > ZEROS
               IF WS-PRF-EMP-ID(WS-PRF-SUB) NOT = SPACES
                   GO TO 3300-LIST-UNSTAFFED-SECTION-EXIT
               END-IF
           END-IF

           MOVE WS-SEC-TURMA(WS-SEC-SUB)      TO WS-RS-TURMA
           MOVE WS-SEC-DISCIPLINA(WS-SEC-SUB) TO WS-RS-DISCIPLINA
           IF WS-SEC-PROFESSOR(WS-SEC-SUB) = SPACES
               MOVE '(SEM PROFESSOR)'         TO WS-RS-PROFESSOR
           ELSE
               MOVE WS-SEC-PROFESSOR(WS-SEC-SUB) TO WS-RS-PROFESSOR
           END-IF
           MOVE WS-SEC-HORAS(WS-SEC-SUB)      TO WS-RS-HORAS
           WRITE LOAD-REPORT-LINE FROM WS-RPT-SECAO
           ADD 1 TO WS-QTDE-SEM-PROF.

       3300-LIST-UNSTAFFED-SECTION-EXIT.
           EXIT.

      ******************************************************************
      * 3900-WRITE-PROFESSOR-LINE
      ******************************************************************
       3900-WRITE-PROFESSOR-LINE.

           MOVE WS-PRF-EMP-ID(WS-PRF-SUB) TO WS-RD-EMP-ID
           MOVE WS-PRF-NOME(WS-PRF-SUB)   TO WS-RD-NOME
           MOVE WS-PRF-TURMAS(WS-PRF-SUB) TO WS-RD-TURMAS
           MOVE WS-PRF-CARGA(WS-PRF-SUB)  TO WS-RD-CARGA
           MOVE WS-PRF-HORAS(WS-PRF-SUB)  TO WS-RD-HORAS
           MOVE WS-DIFERENCA              TO WS-RD-DIFERENCA
           WRITE LOAD-REPORT-LINE FROM WS-RPT-DETALHE.

       3900-WRITE-PROFESSOR-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 4000-FINALIZE -- SUMMARY, CONTROL TOTALS, RETURN CODE 4 WHEN
      * ANYTHING WAS REPORTED
      ******************************************************************
       4000-FINALIZE.

           MOVE SPACES TO WS-RPT-TOTAL-LINE
           WRITE LOAD-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'PROFESSORES ACIMA DA CARGA'   TO WS-RTT-ROTULO
           MOVE WS-QTDE-ACIMA                  TO WS-RTT-VALOR
           WRITE LOAD-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'PROFESSORES ABAIXO DA CARGA'  TO WS-RTT-ROTULO
           MOVE WS-QTDE-ABAIXO                 TO WS-RTT-VALOR
           WRITE LOAD-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'TURMAS SEM PROFESSOR ATIVO'   TO WS-RTT-ROTULO
           MOVE WS-QTDE-SEM-PROF               TO WS-RTT-VALOR
           WRITE LOAD-REPORT-LINE FROM WS-RPT-TOTAL-LINE

           DISPLAY 'PROFESSORES ACIMA DA CARGA: ' WS-QTDE-ACIMA
           DISPLAY 'PROFESSORES ABAIXO DA CARGA: ' WS-QTDE-ABAIXO
           DISPLAY 'TURMAS SEM PROFESSOR ATIVO: ' WS-QTDE-SEM-PROF

           MOVE 'CARGAPRF'          TO CT-PROGRAM-ID
           MOVE 'ACIMA CARGA'       TO CT-TOTAL-1-LABEL
           MOVE WS-QTDE-ACIMA       TO CT-TOTAL-1-VALOR
           MOVE 'ABAIXO CARGA'      TO CT-TOTAL-2-LABEL
           MOVE WS-QTDE-ABAIXO      TO CT-TOTAL-2-VALOR
           MOVE 'TURMAS S/PROF'     TO CT-TOTAL-3-LABEL
           MOVE WS-QTDE-SEM-PROF    TO CT-TOTAL-3-VALOR
           CALL 'CTLTOT' USING CTLTOT-PARMS

           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE LOAD-REPORT-FILE

           IF WS-QTDE-ACIMA > ZEROS
               OR WS-QTDE-ABAIXO > ZEROS
               OR WS-QTDE-SEM-PROF > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       4000-FINALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 5000-FIND-PROFESSOR -- WS-PRF-ACHADO GETS THE ENTRY WHOSE NAME
      * IS WS-NOME-BUSCA, OR ZERO
      ******************************************************************
       5000-FIND-PROFESSOR.

           MOVE ZEROS TO WS-PRF-ACHADO
           IF WS-PRF-COUNT = ZEROS
               GO TO 5000-FIND-PROFESSOR-EXIT
           END-IF

           SET WS-PRF-IDX TO 1
           SEARCH WS-PRF-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PRF-IDX > WS-PRF-COUNT
                   CONTINUE
               WHEN WS-PRF-NOME(WS-PRF-IDX) = WS-NOME-BUSCA
                   SET WS-PRF-ACHADO TO WS-PRF-IDX
           END-SEARCH.

       5000-FIND-PROFESSOR-EXIT.
           EXIT.

      ******************************************************************
      * 8000-READ-EMPLOYEE
      ******************************************************************
       8000-READ-EMPLOYEE.

           READ EMPLOYEE-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       8000-READ-EMPLOYEE-EXIT.
           EXIT.

      ******************************************************************
      * 8100-READ-LOAD
      ******************************************************************
       8100-READ-LOAD.

           READ SECTION-LOAD-FILE
               AT END
                   MOVE 'Y' TO WS-CG-EOF-SWITCH
           END-READ.

       8100-READ-LOAD-EXIT.
           EXIT.

      ******************************************************************
      * 8200-READ-SECTION
      ******************************************************************
       8200-READ-SECTION.

           READ SECTION-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-TM-EOF-SWITCH
           END-READ.

       8200-READ-SECTION-EXIT.
           EXIT.

      ******************************************************************
      * 8300-READ-TIME-CLOCK
      ******************************************************************
       8300-READ-TIME-CLOCK.

           READ TIME-CLOCK-FILE
               AT END
                   MOVE 'Y' TO WS-TC-EOF-SWITCH
                   GO TO 8300-READ-TIME-CLOCK-EXIT
           END-READ

           IF TIME-CLOCK-RECORD(1:2) = '*H'
               OR TIME-CLOCK-RECORD(1:2) = '*T'
               GO TO 8300-READ-TIME-CLOCK
           END-IF.

       8300-READ-TIME-CLOCK-EXIT.
           EXIT.
