      ******************************************************************
      * Author: M. TAVARES
      * Date: 15-10-26
      * Purpose: BANCO DE HORAS (TIME BANK) UNDER THE UNION AGREEMENT.
      * OVERTIME IS BANKED AS TIME OFF INSTEAD OF BEING PAID. RUNS
      * ONCE PER COMPETENCIA IN THE PAYROLL CHAIN, RIGHT AFTER SALPROF
      * HAS POSTED THE PERIOD'S APPROVED HOURS TO EMP-HOURS, AND
      * KEEPS ONE BHSALDO LEDGER RECORD PER EMPLOYEE HOLDING THE
      * BALANCE IN MONTHLY LOTS (ONE LOT PER COMPETENCIA IN WHICH THE
      * HOURS WERE EARNED):
      *   - CREDITS THE APPROVED TIMECLK HOURS OVER THE 8-HOUR DAILY
      *     JOURNEY, AND THE NIGHT-HOUR UPLIFT PUNCHPRC WROTE TO
      *     NIGHTHRS (REDUCED NIGHT HOUR: MAJORADAS LESS NOTURNAS);
      *   - DEBITS THE HOURS TAKEN OFF ON THE BHFOLGA FILE AGAINST
      *     THE OLDEST LOTS FIRST. TIME OFF BEYOND THE BALANCE IS NOT
      *     COVERED AND IS FLAGGED ON PAYEXC;
      *   - EXPIRES ANY LOT OLDER THAN SIX MONTHS ONTO THE BHVENCID
      *     FILE, WHICH SALIQUID PAYS AS OVERTIME ON THE NEXT PAYROLL
      *     AND THEN CONSUMES.
      * THE BANKED HOURS COME OFF THE EMP-HOURS SALPROF WROTE (THEY
      * ARE NOT PAID NOW) AND THE HOURS TAKEN OFF GO BACK ON (THE DAY
      * OFF IS PAID AS WORKED). A SECOND RUN IN THE SAME COMPETENCIA
      * POSTS NOTHING NEW -- IT ONLY REAPPLIES THE EMP-HOURS
      * ADJUSTMENT IF SALPROF HAS RUN AGAIN, AND REPRINTS THE
      * STATEMENT. ONE BHEXTRAT STATEMENT BLOCK PER EMPLOYEE WITH A
      * BANK.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History
      * 15-10-26 MRT  ORIGINAL VERSION.
      * 15-10-26 MRT  TIMECLK IS CHECKED AGAINST ITS IFCTL HEADER AND
      *               TRAILER BEFORE ANY HOURS ARE BANKED: A FILE THAT
      *               DOES NOT BALANCE, OR WAS NOT WRITTEN BY TODAY'S
      *               OR YESTERDAY'S TIMEAPPR, STOPS THE RUN WITH
      *               RETURN CODE 8. THE CONTROL RECORDS ARE SKIPPED
      *               ON READ.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCOHRS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.

           SELECT TIME-CLOCK-FILE ASSIGN TO "TIMECLK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TC-STATUS.

           SELECT NIGHT-HOURS-FILE ASSIGN TO "NIGHTHRS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOT-STATUS.

           SELECT TIME-OFF-FILE ASSIGN TO "BHFOLGA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOL-STATUS.

           SELECT BANK-HOURS-FILE ASSIGN TO "BHSALDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-EMP-ID
               FILE STATUS IS WS-BH-STATUS.

           SELECT EXPIRED-HOURS-FILE ASSIGN TO "BHVENCID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BHV-STATUS.

           SELECT BANK-STATEMENT-FILE ASSIGN TO "BHEXTRAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.

           SELECT PAYROLL-EXCEPTION-FILE ASSIGN TO "PAYEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPMAST.

      *-----------------------------------------------------------------
      * TIME-CLOCK-FILE -- THE APPROVED TIMECLK FILE TIMEAPPR WRITES
      * AND SALPROF ACCUMULATES FROM: ONE LINE PER EMPLOYEE PER DAY
      *-----------------------------------------------------------------
       FD  TIME-CLOCK-FILE
           RECORD CONTAINS 21 CHARACTERS.
       01  TIME-CLOCK-RECORD.
           05  TC-PROF-ID          PIC X(05).
           05  TC-DATE             PIC 9(08).
           05  TC-HOURS            PIC 9(02)V9.
           05  TC-APROVADO         PIC X(01).
               88  TC-APROVADO-SIM          VALUE 'S'.

      *-----------------------------------------------------------------
      * NIGHT-HOURS-FILE -- PUNCHPRC'S ADICIONAL NOTURNO BUCKET
      *-----------------------------------------------------------------
       FD  NIGHT-HOURS-FILE
           RECORD CONTAINS 19 CHARACTERS.
       01  NIGHT-HOURS-RECORD.
           05  NH-EMP-ID           PIC X(05).
           05  NH-DATA             PIC 9(08).
           05  NH-HORAS-NOTURNAS   PIC 9(02)V9.
           05  NH-HORAS-MAJORADAS  PIC 9(02)V9.

      *-----------------------------------------------------------------
      * TIME-OFF-FILE -- HOURS TAKEN OFF AGAINST THE BANK, KEYED BY
      * HR FROM THE SUPERVISORS' APPROVED FOLGA REQUESTS
      *-----------------------------------------------------------------
       FD  TIME-OFF-FILE
           RECORD CONTAINS 16 CHARACTERS.
       01  TIME-OFF-RECORD.
           05  BF-EMP-ID           PIC X(05).
           05  BF-DATA             PIC 9(08).
           05  BF-HORAS            PIC 9(02)V9.

      *-----------------------------------------------------------------
      * BANK-HOURS-FILE -- ONE LEDGER RECORD PER EMPLOYEE: THE BALANCE
      * IN UP TO SIX MONTHLY LOTS (A LOT EXPIRES SIX MONTHS AFTER THE
      * COMPETENCIA IT WAS EARNED IN, SO NO MORE THAN SIX ARE EVER
      * OPEN), THE LAST COMPETENCIA POSTED AND THAT COMPETENCIA'S
      * MOVEMENTS FOR THE STATEMENT, AND THE EMP-HOURS FIGURE LEFT ON
      * THE MASTER AFTER THE ADJUSTMENT SO A RERUN DOES NOT TAKE THE
      * BANKED HOURS OFF TWICE
      *-----------------------------------------------------------------
       FD  BANK-HOURS-FILE.
       01  BANK-HOURS-RECORD.
           05  BH-EMP-ID           PIC X(05).
           05  BH-ULT-COMPETENCIA  PIC 9(06).
           05  BH-LOTE-TAB.
               10  BH-LOTE OCCURS 6 TIMES
                            INDEXED BY BH-LOTE-IDX.
                   15  BH-LOTE-COMPETENCIA PIC 9(06).
                   15  BH-LOTE-HORAS   PIC 9(04)V9.
           05  BH-SALDO-ANTERIOR   PIC 9(05)V9.
           05  BH-MES-EXTRA        PIC 9(04)V9.
           05  BH-MES-NOTURNO      PIC 9(04)V9.
           05  BH-MES-FOLGA        PIC 9(04)V9.
           05  BH-MES-VENCIDO      PIC 9(05)V9.
           05  BH-SALDO-HORAS      PIC 9(05)V9.
           05  BH-COMP-FOLHA       PIC 9(06).
           05  BH-HORAS-FOLHA      PIC 9(04)V9.

      *-----------------------------------------------------------------
      * EXPIRED-HOURS-FILE -- ONE RECORD PER EXPIRED LOT; SALIQUID
      * PAYS THE HOURS AS OVERTIME AND CONSUMES THE FILE. OPENED
      * EXTEND SO A LOT EXPIRED BY AN EARLIER RUN STILL WAITING FOR
      * ITS PAYROLL IS NOT LOST
      *-----------------------------------------------------------------
       FD  EXPIRED-HOURS-FILE
           RECORD CONTAINS 16 CHARACTERS.
       01  EXPIRED-HOURS-RECORD.
           05  BV-EMP-ID           PIC X(05).
           05  BV-COMPETENCIA      PIC 9(06).
           05  BV-HORAS            PIC 9(04)V9.

       FD  BANK-STATEMENT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  BANK-STATEMENT-LINE     PIC X(80).

       FD  PAYROLL-EXCEPTION-FILE.
           COPY PAYEXC.

       WORKING-STORAGE SECTION.

       77  WS-EMP-STATUS           PIC X(02) VALUE SPACES.
       77  WS-TC-STATUS            PIC X(02) VALUE SPACES.
       77  WS-NOT-STATUS           PIC X(02) VALUE SPACES.
       77  WS-FOL-STATUS           PIC X(02) VALUE SPACES.
       77  WS-BH-STATUS            PIC X(02) VALUE SPACES.
       77  WS-BHV-STATUS           PIC X(02) VALUE SPACES.
       77  WS-EXT-STATUS           PIC X(02) VALUE SPACES.
       77  WS-EXC-STATUS           PIC X(02) VALUE SPACES.

       77  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE               VALUE 'Y'.
       77  WS-TC-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-TC-END-OF-FILE            VALUE 'Y'.
       77  WS-NOT-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88  WS-NOT-END-OF-FILE           VALUE 'Y'.
       77  WS-FOL-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88  WS-FOL-END-OF-FILE           VALUE 'Y'.

      *-----------------------------------------------------------------
      * TIME-BANK RULES -- THE 8-HOUR DAILY JOURNEY; A LOT EXPIRES SIX
      * MONTHS AFTER THE COMPETENCIA IT WAS EARNED IN
      *-----------------------------------------------------------------
       77  WS-JORNADA-DIARIA       PIC 9(02)V9 VALUE 8.0.
       77  WS-MESES-VALIDADE       PIC 9(02) VALUE 6.

       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WS-GL-PERIODO           PIC 9(06) VALUE ZEROS.

      *-----------------------------------------------------------------
      * COMPETENCIA ARITHMETIC -- A YYYYMM IS TURNED INTO A RUNNING
      * MONTH COUNT (YEAR * 12 + MONTH) TO AGE THE LOTS
      *-----------------------------------------------------------------
       01  WS-COMP-TRAB            PIC 9(06) VALUE ZEROS.
       01  WS-COMP-TRAB-R REDEFINES WS-COMP-TRAB.
           05  WS-COMP-ANO         PIC 9(04).
           05  WS-COMP-MES         PIC 9(02).

       77  WS-MESES-ATUAL          PIC 9(06) VALUE ZEROS.
       77  WS-MESES-LOTE           PIC 9(06) VALUE ZEROS.
       77  WS-MESES-VENCE          PIC 9(06) VALUE ZEROS.

      *-----------------------------------------------------------------
      * MOVEMENT TABLE -- THE COMPETENCIA'S CREDITS AND DEBITS PER
      * EMPLOYEE, LOADED FROM TIMECLK, NIGHTHRS AND BHFOLGA AT STARTUP
      *-----------------------------------------------------------------
       01  WS-MOV-TABLE.
           05  WS-MOV-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-MOV-IDX.
               10  WS-MOV-EMP-ID   PIC X(05).
               10  WS-MOV-EXTRA    PIC 9(04)V9.
               10  WS-MOV-NOTURNO  PIC 9(04)V9.
               10  WS-MOV-FOLGA    PIC 9(04)V9.
               10  WS-MOV-PONTO    PIC X(01).
                   88  WS-MOV-TEM-PONTO        VALUE 'S'.

       77  WS-MOV-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-MOV-CHAVE            PIC X(05) VALUE SPACES.
       77  WS-MOV-ACHOU-SWITCH     PIC X(01) VALUE 'N'.
           88  WS-MOV-ACHOU                 VALUE 'S'.

       77  WS-BH-NOVO-SWITCH       PIC X(01) VALUE 'N'.
           88  WS-BH-REG-NOVO               VALUE 'S'.
       77  WS-LOTE-SWITCH          PIC X(01) VALUE 'N'.
           88  WS-SEM-LOTE                  VALUE 'S'.

       77  WS-LOTE-SUB             PIC 9(02) VALUE ZEROS.
       77  WS-LOTE-ANTIGO          PIC 9(02) VALUE ZEROS.
       77  WS-COMP-ANTIGA          PIC 9(06) VALUE ZEROS.

       77  WS-HORAS-EXTRA-DIA      PIC 9(02)V9 VALUE ZEROS.
       77  WS-HORAS-CREDITO        PIC 9(05)V9 VALUE ZEROS.
       77  WS-FOLGA-RESTANTE       PIC 9(04)V9 VALUE ZEROS.
       77  WS-HORAS-DEBITO         PIC 9(04)V9 VALUE ZEROS.
       77  WS-HORAS-FOLHA          PIC S9(05)V9 VALUE ZEROS.
       77  WS-HORAS-EDIT           PIC Z(04)9.9.

       77  WS-TOTAL-CREDITO        PIC 9(07)V9 VALUE ZEROS.
       77  WS-TOTAL-DEBITO         PIC 9(07)V9 VALUE ZEROS.
       77  WS-TOTAL-VENCIDO        PIC 9(07)V9 VALUE ZEROS.
       77  WS-QTDE-EXTRATOS        PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-SEM-SALDO       PIC 9(05) VALUE ZEROS.

      *-----------------------------------------------------------------
      * STATEMENT LINES
      *-----------------------------------------------------------------
       01  WS-EXT-SEPARADOR        PIC X(80) VALUE ALL '-'.

       01  WS-EXT-TITULO.
           05  FILLER              PIC X(23)
                                   VALUE 'EXTRATO BANCO DE HORAS'.
           05  FILLER              PIC X(12) VALUE 'COMPETENCIA '.
           05  WS-EXT-COMPETENCIA  PIC 9(06).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-EXT-EMP-ID       PIC X(05).
           05  FILLER              PIC X(03) VALUE ' - '.
           05  WS-EXT-NOME         PIC X(20).
           05  FILLER              PIC X(08) VALUE SPACES.

       01  WS-EXT-LINHA.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-EXT-ROTULO       PIC X(30).
           05  WS-EXT-HORAS        PIC Z(04)9.9.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-EXT-OBS          PIC X(35).

       01  WS-EXT-LOTE-LINHA.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE 'LOTE DE'.
           05  WS-EXL-COMPETENCIA  PIC 9(06).
           05  FILLER              PIC X(14) VALUE SPACES.
           05  WS-EXL-HORAS        PIC Z(04)9.9.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(09) VALUE 'VENCE EM '.
           05  WS-EXL-VENCE        PIC 9(06).
           05  FILLER              PIC X(20) VALUE SPACES.

       77  WS-TRAVA-SWITCH         PIC X(01) VALUE 'N'.
           88  WS-PERIODO-TRAVADO           VALUE 'S'.

       COPY CTLTOTLNK.
       COPY JOBLGLNK.
       COPY IFCTLLNK.
       COPY PERLCKLNK.
       COPY RPTHDRLNK.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.

           MOVE 'BANCOHRS' TO JL-PROGRAM-ID
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

           IF WS-PERIODO-TRAVADO
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
      * 1000-INITIALIZE -- PERIOD LOCK, LOAD THE MONTH'S MOVEMENTS,
      * OPEN THE LEDGER AND OUTPUTS, PRIME THE MASTER READ
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE(1:6) TO WS-GL-PERIODO

           MOVE WS-GL-PERIODO TO WS-COMP-TRAB
           COMPUTE WS-MESES-ATUAL = WS-COMP-ANO * 12 + WS-COMP-MES

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

           MOVE SPACES TO WS-MOV-TABLE

           PERFORM 1100-LOAD-TIME-CLOCK
               THRU 1100-LOAD-TIME-CLOCK-EXIT

           PERFORM 1200-LOAD-NIGHT-HOURS
               THRU 1200-LOAD-NIGHT-HOURS-EXIT

           PERFORM 1300-LOAD-TIME-OFF
               THRU 1300-LOAD-TIME-OFF-EXIT

           OPEN I-O EMPLOYEE-MASTER-FILE

           OPEN I-O BANK-HOURS-FILE
           IF WS-BH-STATUS = '35'
               CLOSE BANK-HOURS-FILE
               OPEN OUTPUT BANK-HOURS-FILE
               CLOSE BANK-HOURS-FILE
               OPEN I-O BANK-HOURS-FILE
           END-IF

           OPEN EXTEND EXPIRED-HOURS-FILE
           IF WS-BHV-STATUS NOT = '00'
               OPEN OUTPUT EXPIRED-HOURS-FILE
           END-IF

           OPEN OUTPUT BANK-STATEMENT-FILE

           OPEN EXTEND PAYROLL-EXCEPTION-FILE
           IF WS-EXC-STATUS NOT = '00'
               OPEN OUTPUT PAYROLL-EXCEPTION-FILE
           END-IF

           MOVE 'BANCOHRS' TO RH-PROGRAM-ID
           MOVE 1          TO RH-PAGE-NUM
           CALL 'RPTHDR' USING RPTHDR-PARMS
           WRITE BANK-STATEMENT-LINE FROM RH-HEADER-LINE

           PERFORM 8000-READ-EMPLOYEE
               THRU 8000-READ-EMPLOYEE-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-TIME-CLOCK -- EVERY APPROVED DAY OVER THE DAILY
      * JOURNEY CREDITS THE EXCESS; ANY APPROVED DAY MARKS THE
      * EMPLOYEE AS ONE WHOSE EMP-HOURS SALPROF HAS JUST REWRITTEN.
      * NO FILE MEANS NO HOURLY STAFF THIS RUN
      ******************************************************************
       1100-LOAD-TIME-CLOCK.

           OPEN INPUT TIME-CLOCK-FILE

           IF WS-TC-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO TIMECLK -- NENHUMA HORA '
                   'EXTRA CREDITADA'
               GO TO 1100-LOAD-TIME-CLOCK-EXIT
           END-IF

           PERFORM 8100-READ-TIME-CLOCK
               THRU 8100-READ-TIME-CLOCK-EXIT

           PERFORM 1110-POST-TIME-CLOCK
               THRU 1110-POST-TIME-CLOCK-EXIT
               UNTIL WS-TC-END-OF-FILE

           CLOSE TIME-CLOCK-FILE.

       1100-LOAD-TIME-CLOCK-EXIT.
           EXIT.

      ******************************************************************
      * 1110-POST-TIME-CLOCK -- SAME EDITS SALPROF APPLIES: NO ID, AN
      * IMPOSSIBLE DAY OR AN UNAPPROVED RECORD IS NOT BANKED
      ******************************************************************
       1110-POST-TIME-CLOCK.

           IF TC-PROF-ID = SPACES OR TC-HOURS > 24.0
               OR NOT TC-APROVADO-SIM
               GO TO 1110-POST-TIME-CLOCK-NEXT
           END-IF

           MOVE TC-PROF-ID TO WS-MOV-CHAVE
           PERFORM 1400-LOCATE-MOVEMENT
               THRU 1400-LOCATE-MOVEMENT-EXIT

           IF NOT WS-MOV-ACHOU
               GO TO 1110-POST-TIME-CLOCK-NEXT
           END-IF

           MOVE 'S' TO WS-MOV-PONTO(WS-MOV-IDX)

           IF TC-HOURS > WS-JORNADA-DIARIA
               COMPUTE WS-HORAS-EXTRA-DIA =
                   TC-HOURS - WS-JORNADA-DIARIA
               ADD WS-HORAS-EXTRA-DIA TO WS-MOV-EXTRA(WS-MOV-IDX)
           END-IF.

       1110-POST-TIME-CLOCK-NEXT.

           PERFORM 8100-READ-TIME-CLOCK
               THRU 8100-READ-TIME-CLOCK-EXIT.

       1110-POST-TIME-CLOCK-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LOAD-NIGHT-HOURS -- THE UPLIFT OF THE REDUCED NIGHT HOUR
      * (MAJORADAS LESS NOTURNAS) IS BANKED; THE NIGHT HOURS
      * THEMSELVES ARE ALREADY IN THE DAY'S TIMECLK TOTAL
      ******************************************************************
       1200-LOAD-NIGHT-HOURS.

           OPEN INPUT NIGHT-HOURS-FILE

           IF WS-NOT-STATUS NOT = '00'
               GO TO 1200-LOAD-NIGHT-HOURS-EXIT
           END-IF

           PERFORM 8200-READ-NIGHT-HOURS
               THRU 8200-READ-NIGHT-HOURS-EXIT

           PERFORM 1210-POST-NIGHT-HOURS
               THRU 1210-POST-NIGHT-HOURS-EXIT
               UNTIL WS-NOT-END-OF-FILE

           CLOSE NIGHT-HOURS-FILE.

       1200-LOAD-NIGHT-HOURS-EXIT.
           EXIT.

      ******************************************************************
      * 1210-POST-NIGHT-HOURS
      ******************************************************************
       1210-POST-NIGHT-HOURS.

           IF NH-EMP-ID = SPACES
               OR NH-HORAS-MAJORADAS NOT > NH-HORAS-NOTURNAS
               GO TO 1210-POST-NIGHT-HOURS-NEXT
           END-IF

           MOVE NH-EMP-ID TO WS-MOV-CHAVE
           PERFORM 1400-LOCATE-MOVEMENT
               THRU 1400-LOCATE-MOVEMENT-EXIT

           IF WS-MOV-ACHOU
               COMPUTE WS-MOV-NOTURNO(WS-MOV-IDX) =
                   WS-MOV-NOTURNO(WS-MOV-IDX)
                   + NH-HORAS-MAJORADAS - NH-HORAS-NOTURNAS
           END-IF.

       1210-POST-NIGHT-HOURS-NEXT.

           PERFORM 8200-READ-NIGHT-HOURS
               THRU 8200-READ-NIGHT-HOURS-EXIT.

       1210-POST-NIGHT-HOURS-EXIT.
           EXIT.

      ******************************************************************
      * 1300-LOAD-TIME-OFF -- HOURS TAKEN OFF AGAINST THE BANK
      ******************************************************************
       1300-LOAD-TIME-OFF.

           OPEN INPUT TIME-OFF-FILE

           IF WS-FOL-STATUS NOT = '00'
               GO TO 1300-LOAD-TIME-OFF-EXIT
           END-IF

           PERFORM 8300-READ-TIME-OFF
               THRU 8300-READ-TIME-OFF-EXIT

           PERFORM 1310-POST-TIME-OFF
               THRU 1310-POST-TIME-OFF-EXIT
               UNTIL WS-FOL-END-OF-FILE

           CLOSE TIME-OFF-FILE.

       1300-LOAD-TIME-OFF-EXIT.
           EXIT.

      ******************************************************************
      * 1310-POST-TIME-OFF
      ******************************************************************
       1310-POST-TIME-OFF.

           IF BF-EMP-ID = SPACES OR BF-HORAS NOT NUMERIC
               OR BF-HORAS = ZEROS
               GO TO 1310-POST-TIME-OFF-NEXT
           END-IF

           MOVE BF-EMP-ID TO WS-MOV-CHAVE
           PERFORM 1400-LOCATE-MOVEMENT
               THRU 1400-LOCATE-MOVEMENT-EXIT

           IF WS-MOV-ACHOU
               ADD BF-HORAS TO WS-MOV-FOLGA(WS-MOV-IDX)
           END-IF.

       1310-POST-TIME-OFF-NEXT.

           PERFORM 8300-READ-TIME-OFF
               THRU 8300-READ-TIME-OFF-EXIT.

       1310-POST-TIME-OFF-EXIT.
           EXIT.

      ******************************************************************
      * 1400-LOCATE-MOVEMENT -- FIND THE EMPLOYEE'S ENTRY, OPENING A
      * NEW ONE IF NEEDED; BOUNDED TO THE TABLE'S OCCURS 500 LIMIT
      ******************************************************************
       1400-LOCATE-MOVEMENT.

           PERFORM 2050-FIND-MOVEMENT
               THRU 2050-FIND-MOVEMENT-EXIT

           IF WS-MOV-ACHOU
               GO TO 1400-LOCATE-MOVEMENT-EXIT
           END-IF

           IF WS-MOV-COUNT < 500
               ADD 1 TO WS-MOV-COUNT
               SET WS-MOV-IDX TO WS-MOV-COUNT
               MOVE WS-MOV-CHAVE TO WS-MOV-EMP-ID(WS-MOV-IDX)
               MOVE ZEROS TO WS-MOV-EXTRA(WS-MOV-IDX)
                             WS-MOV-NOTURNO(WS-MOV-IDX)
                             WS-MOV-FOLGA(WS-MOV-IDX)
               MOVE 'N'   TO WS-MOV-PONTO(WS-MOV-IDX)
               MOVE 'S'   TO WS-MOV-ACHOU-SWITCH
           ELSE
               DISPLAY 'TABELA DO BANCO DE HORAS CHEIA -- FUNCIONARIO '
                   WS-MOV-CHAVE ' IGNORADO'
           END-IF.

       1400-LOCATE-MOVEMENT-EXIT.
           EXIT.

      ******************************************************************
      * 1900-CHECK-TC-CONTROL -- IFCTL CHECKING PASS OVER TIMECLK
      * BEFORE ANY HOURS ARE BANKED: THE BATCH MUST BALANCE TO ITS
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
      * 2000-PROCESS-EMPLOYEE -- POST ONE EMPLOYEE'S BANK FOR THE
      * COMPETENCIA: EXPIRE, CREDIT, DEBIT, ADJUST EMP-HOURS, PRINT
      ******************************************************************
       2000-PROCESS-EMPLOYEE.

           IF EMP-DESLIGADO
               GO TO 2000-PROCESS-EMPLOYEE-NEXT
           END-IF

           MOVE EMP-ID TO WS-MOV-CHAVE
           PERFORM 2050-FIND-MOVEMENT
               THRU 2050-FIND-MOVEMENT-EXIT

           PERFORM 2100-FETCH-LEDGER
               THRU 2100-FETCH-LEDGER-EXIT

      *    NO LEDGER AND NOTHING TO POST -- THIS EMPLOYEE HAS NO BANK
           IF WS-BH-REG-NOVO
               IF NOT WS-MOV-ACHOU
                   GO TO 2000-PROCESS-EMPLOYEE-NEXT
               END-IF
               IF WS-MOV-EXTRA(WS-MOV-IDX) = ZEROS
                   AND WS-MOV-NOTURNO(WS-MOV-IDX) = ZEROS
                   AND WS-MOV-FOLGA(WS-MOV-IDX) = ZEROS
                   GO TO 2000-PROCESS-EMPLOYEE-NEXT
               END-IF
           END-IF

           IF BH-ULT-COMPETENCIA = WS-GL-PERIODO
               DISPLAY 'BANCO DE HORAS ' EMP-ID ' JA APURADO NA '
                   'COMPETENCIA ' WS-GL-PERIODO ' -- SOMENTE EXTRATO'
           ELSE
               MOVE BH-SALDO-HORAS TO BH-SALDO-ANTERIOR
               MOVE ZEROS TO BH-MES-EXTRA
                             BH-MES-NOTURNO
                             BH-MES-FOLGA
                             BH-MES-VENCIDO

               PERFORM 2200-EXPIRE-ONE-LOT
                   THRU 2200-EXPIRE-ONE-LOT-EXIT
                   VARYING WS-LOTE-SUB FROM 1 BY 1
                   UNTIL WS-LOTE-SUB > 6

               IF WS-MOV-ACHOU
                   PERFORM 2300-CREDIT-HOURS
                       THRU 2300-CREDIT-HOURS-EXIT
                   PERFORM 2400-DEBIT-TIME-OFF
                       THRU 2400-DEBIT-TIME-OFF-EXIT
               END-IF

               MOVE ZEROS TO BH-SALDO-HORAS
               PERFORM 2250-SUM-ONE-LOT
                   THRU 2250-SUM-ONE-LOT-EXIT
                   VARYING WS-LOTE-SUB FROM 1 BY 1
                   UNTIL WS-LOTE-SUB > 6

               MOVE WS-GL-PERIODO TO BH-ULT-COMPETENCIA
           END-IF

           PERFORM 2600-ADJUST-MASTER-HOURS
               THRU 2600-ADJUST-MASTER-HOURS-EXIT

           PERFORM 2500-STORE-LEDGER
               THRU 2500-STORE-LEDGER-EXIT

           PERFORM 2700-WRITE-STATEMENT
               THRU 2700-WRITE-STATEMENT-EXIT.

       2000-PROCESS-EMPLOYEE-NEXT.

           PERFORM 8000-READ-EMPLOYEE
               THRU 8000-READ-EMPLOYEE-EXIT.

       2000-PROCESS-EMPLOYEE-EXIT.
           EXIT.

      ******************************************************************
      * 2050-FIND-MOVEMENT
      ******************************************************************
       2050-FIND-MOVEMENT.

           MOVE 'N' TO WS-MOV-ACHOU-SWITCH

           IF WS-MOV-COUNT = ZEROS
               GO TO 2050-FIND-MOVEMENT-EXIT
           END-IF

           SET WS-MOV-IDX TO 1
           SEARCH WS-MOV-ENTRY
               AT END
                   CONTINUE
               WHEN WS-MOV-IDX > WS-MOV-COUNT
                   CONTINUE
               WHEN WS-MOV-EMP-ID(WS-MOV-IDX) = WS-MOV-CHAVE
                   MOVE 'S' TO WS-MOV-ACHOU-SWITCH
           END-SEARCH.

       2050-FIND-MOVEMENT-EXIT.
           EXIT.

      ******************************************************************
      * 2100-FETCH-LEDGER
      ******************************************************************
       2100-FETCH-LEDGER.

           MOVE 'N' TO WS-BH-NOVO-SWITCH
           MOVE EMP-ID TO BH-EMP-ID
           READ BANK-HOURS-FILE
               INVALID KEY
                   MOVE 'S' TO WS-BH-NOVO-SWITCH
           END-READ

           IF WS-BH-REG-NOVO
               MOVE SPACES TO BANK-HOURS-RECORD
               MOVE EMP-ID TO BH-EMP-ID
               MOVE ZEROS  TO BH-ULT-COMPETENCIA
                              BH-SALDO-ANTERIOR
                              BH-MES-EXTRA
                              BH-MES-NOTURNO
                              BH-MES-FOLGA
                              BH-MES-VENCIDO
                              BH-SALDO-HORAS
                              BH-COMP-FOLHA
                              BH-HORAS-FOLHA
               PERFORM 2110-CLEAR-ONE-LOT
                   THRU 2110-CLEAR-ONE-LOT-EXIT
                   VARYING WS-LOTE-SUB FROM 1 BY 1
                   UNTIL WS-LOTE-SUB > 6
           END-IF.

       2100-FETCH-LEDGER-EXIT.
           EXIT.

      ******************************************************************
      * 2110-CLEAR-ONE-LOT
      ******************************************************************
       2110-CLEAR-ONE-LOT.

           SET BH-LOTE-IDX TO WS-LOTE-SUB
           MOVE ZEROS TO BH-LOTE-COMPETENCIA(BH-LOTE-IDX)
           MOVE ZEROS TO BH-LOTE-HORAS(BH-LOTE-IDX).

       2110-CLEAR-ONE-LOT-EXIT.
           EXIT.

      ******************************************************************
      * 2200-EXPIRE-ONE-LOT -- A LOT SIX MONTHS OR MORE PAST THE
      * COMPETENCIA IT WAS EARNED IN GOES TO BHVENCID FOR SALIQUID TO
      * PAY AS OVERTIME, AND LEAVES THE BANK
      ******************************************************************
       2200-EXPIRE-ONE-LOT.

           SET BH-LOTE-IDX TO WS-LOTE-SUB

           IF BH-LOTE-HORAS(BH-LOTE-IDX) = ZEROS
               MOVE ZEROS TO BH-LOTE-COMPETENCIA(BH-LOTE-IDX)
               GO TO 2200-EXPIRE-ONE-LOT-EXIT
           END-IF

           MOVE BH-LOTE-COMPETENCIA(BH-LOTE-IDX) TO WS-COMP-TRAB
           COMPUTE WS-MESES-LOTE = WS-COMP-ANO * 12 + WS-COMP-MES

           IF WS-MESES-ATUAL - WS-MESES-LOTE < WS-MESES-VALIDADE
               GO TO 2200-EXPIRE-ONE-LOT-EXIT
           END-IF

           MOVE EMP-ID                         TO BV-EMP-ID
           MOVE BH-LOTE-COMPETENCIA(BH-LOTE-IDX) TO BV-COMPETENCIA
           MOVE BH-LOTE-HORAS(BH-LOTE-IDX)       TO BV-HORAS
           WRITE EXPIRED-HOURS-RECORD

           DISPLAY 'BANCO DE HORAS ' EMP-ID ' LOTE '
               BH-LOTE-COMPETENCIA(BH-LOTE-IDX) ' VENCIDO -- '
               BH-LOTE-HORAS(BH-LOTE-IDX) ' HORAS A PAGAR EM FOLHA'

           ADD BH-LOTE-HORAS(BH-LOTE-IDX) TO BH-MES-VENCIDO
           ADD BH-LOTE-HORAS(BH-LOTE-IDX) TO WS-TOTAL-VENCIDO

           MOVE ZEROS TO BH-LOTE-COMPETENCIA(BH-LOTE-IDX)
           MOVE ZEROS TO BH-LOTE-HORAS(BH-LOTE-IDX).

       2200-EXPIRE-ONE-LOT-EXIT.
           EXIT.

      ******************************************************************
      * 2250-SUM-ONE-LOT
      ******************************************************************
       2250-SUM-ONE-LOT.

           SET BH-LOTE-IDX TO WS-LOTE-SUB
           ADD BH-LOTE-HORAS(BH-LOTE-IDX) TO BH-SALDO-HORAS.

       2250-SUM-ONE-LOT-EXIT.
           EXIT.

      ******************************************************************
      * 2300-CREDIT-HOURS -- THE MONTH'S EXTRA AND NIGHT-UPLIFT HOURS
      * GO INTO THE CURRENT COMPETENCIA'S LOT (OR THE FIRST FREE ONE)
      ******************************************************************
       2300-CREDIT-HOURS.

           MOVE WS-MOV-EXTRA(WS-MOV-IDX)   TO BH-MES-EXTRA
           MOVE WS-MOV-NOTURNO(WS-MOV-IDX) TO BH-MES-NOTURNO

           COMPUTE WS-HORAS-CREDITO = BH-MES-EXTRA + BH-MES-NOTURNO

           IF WS-HORAS-CREDITO = ZEROS
               GO TO 2300-CREDIT-HOURS-EXIT
           END-IF

           MOVE 'N' TO WS-LOTE-SWITCH
           SET BH-LOTE-IDX TO 1
           SEARCH BH-LOTE
               AT END
                   MOVE 'S' TO WS-LOTE-SWITCH
               WHEN BH-LOTE-COMPETENCIA(BH-LOTE-IDX) = WS-GL-PERIODO
                   CONTINUE
           END-SEARCH

           IF WS-SEM-LOTE
               MOVE 'N' TO WS-LOTE-SWITCH
               SET BH-LOTE-IDX TO 1
               SEARCH BH-LOTE
                   AT END
                       MOVE 'S' TO WS-LOTE-SWITCH
                   WHEN BH-LOTE-HORAS(BH-LOTE-IDX) = ZEROS
                       MOVE WS-GL-PERIODO
                           TO BH-LOTE-COMPETENCIA(BH-LOTE-IDX)
               END-SEARCH
           END-IF

           IF WS-SEM-LOTE
               DISPLAY 'ERRO - BANCO DE HORAS ' EMP-ID ' SEM LOTE '
                   'LIVRE -- ' WS-HORAS-CREDITO ' HORAS NAO CREDITADAS'
               MOVE ZEROS TO BH-MES-EXTRA
               MOVE ZEROS TO BH-MES-NOTURNO
               GO TO 2300-CREDIT-HOURS-EXIT
           END-IF

           ADD WS-HORAS-CREDITO TO BH-LOTE-HORAS(BH-LOTE-IDX)
           ADD WS-HORAS-CREDITO TO WS-TOTAL-CREDITO.

       2300-CREDIT-HOURS-EXIT.
           EXIT.

      ******************************************************************
      * 2400-DEBIT-TIME-OFF -- HOURS TAKEN OFF COME OUT OF THE OLDEST
      * LOTS FIRST; WHATEVER THE BALANCE CANNOT COVER IS NOT PAID AS
      * A DAY OFF AND IS FLAGGED FOR HR
      ******************************************************************
       2400-DEBIT-TIME-OFF.

           MOVE WS-MOV-FOLGA(WS-MOV-IDX) TO WS-FOLGA-RESTANTE

           IF WS-FOLGA-RESTANTE = ZEROS
               GO TO 2400-DEBIT-TIME-OFF-EXIT
           END-IF

           MOVE 'N' TO WS-LOTE-SWITCH
           PERFORM 2410-DEBIT-OLDEST-LOT
               THRU 2410-DEBIT-OLDEST-LOT-EXIT
               UNTIL WS-FOLGA-RESTANTE = ZEROS
                   OR WS-SEM-LOTE

           IF WS-FOLGA-RESTANTE > ZEROS
               MOVE SPACES             TO PAYROLL-EXCEPTION-RECORD
               MOVE 'BANCOHRS'         TO PE-PROGRAMA
               MOVE EMP-ID             TO PE-EMP-ID
               MOVE 'BANCO-HORAS-SALDO' TO PE-TIPO-EXCECAO
               MOVE WS-FOLGA-RESTANTE  TO WS-HORAS-EDIT
               STRING 'FOLGA DE ' WS-HORAS-EDIT
                   ' HORAS SEM SALDO NO BANCO'
                   DELIMITED BY SIZE INTO PE-DETALHE
               MOVE WS-DATA-HOJE       TO PE-DATA
               WRITE PAYROLL-EXCEPTION-RECORD
               DISPLAY 'ATENCAO - ' PE-DETALHE ' - ' EMP-ID
               ADD 1 TO WS-QTDE-SEM-SALDO
           END-IF.

       2400-DEBIT-TIME-OFF-EXIT.
           EXIT.

      ******************************************************************
      * 2410-DEBIT-OLDEST-LOT
      ******************************************************************
       2410-DEBIT-OLDEST-LOT.

           MOVE ZEROS  TO WS-LOTE-ANTIGO
           MOVE 999999 TO WS-COMP-ANTIGA

           PERFORM 2420-CHECK-ONE-LOT
               THRU 2420-CHECK-ONE-LOT-EXIT
               VARYING WS-LOTE-SUB FROM 1 BY 1
               UNTIL WS-LOTE-SUB > 6

           IF WS-LOTE-ANTIGO = ZEROS
               MOVE 'S' TO WS-LOTE-SWITCH
               GO TO 2410-DEBIT-OLDEST-LOT-EXIT
           END-IF

           SET BH-LOTE-IDX TO WS-LOTE-ANTIGO

           IF BH-LOTE-HORAS(BH-LOTE-IDX) > WS-FOLGA-RESTANTE
               MOVE WS-FOLGA-RESTANTE TO WS-HORAS-DEBITO
           ELSE
               MOVE BH-LOTE-HORAS(BH-LOTE-IDX) TO WS-HORAS-DEBITO
           END-IF

           SUBTRACT WS-HORAS-DEBITO FROM BH-LOTE-HORAS(BH-LOTE-IDX)
           SUBTRACT WS-HORAS-DEBITO FROM WS-FOLGA-RESTANTE
           ADD WS-HORAS-DEBITO TO BH-MES-FOLGA
           ADD WS-HORAS-DEBITO TO WS-TOTAL-DEBITO

           IF BH-LOTE-HORAS(BH-LOTE-IDX) = ZEROS
               MOVE ZEROS TO BH-LOTE-COMPETENCIA(BH-LOTE-IDX)
           END-IF.

       2410-DEBIT-OLDEST-LOT-EXIT.
           EXIT.

      ******************************************************************
      * 2420-CHECK-ONE-LOT -- REMEMBER THE OLDEST LOT WITH HOURS LEFT
      ******************************************************************
       2420-CHECK-ONE-LOT.

           SET BH-LOTE-IDX TO WS-LOTE-SUB

           IF BH-LOTE-HORAS(BH-LOTE-IDX) > ZEROS
               AND BH-LOTE-COMPETENCIA(BH-LOTE-IDX) < WS-COMP-ANTIGA
               MOVE BH-LOTE-COMPETENCIA(BH-LOTE-IDX) TO WS-COMP-ANTIGA
               MOVE WS-LOTE-SUB TO WS-LOTE-ANTIGO
           END-IF.

       2420-CHECK-ONE-LOT-EXIT.
           EXIT.

      ******************************************************************
      * 2500-STORE-LEDGER
      ******************************************************************
       2500-STORE-LEDGER.

           IF WS-BH-REG-NOVO
               WRITE BANK-HOURS-RECORD
           ELSE
               REWRITE BANK-HOURS-RECORD
           END-IF.

       2500-STORE-LEDGER-EXIT.
           EXIT.

      ******************************************************************
      * 2600-ADJUST-MASTER-HOURS -- FOR AN EMPLOYEE SALPROF JUST PAID
      * FROM THE TIME CLOCK, THE BANKED EXTRA HOURS COME OFF EMP-HOURS
      * AND THE HOURS TAKEN OFF GO BACK ON. IF EMP-HOURS STILL HOLDS
      * THE FIGURE THIS JOB LEFT FOR THE COMPETENCIA, IT IS ALREADY
      * ADJUSTED AND IS LEFT ALONE
      ******************************************************************
       2600-ADJUST-MASTER-HOURS.

           IF NOT WS-MOV-ACHOU
               GO TO 2600-ADJUST-MASTER-HOURS-EXIT
           END-IF

           IF NOT WS-MOV-TEM-PONTO(WS-MOV-IDX)
               GO TO 2600-ADJUST-MASTER-HOURS-EXIT
           END-IF

           IF BH-COMP-FOLHA = WS-GL-PERIODO
               AND EMP-HOURS = BH-HORAS-FOLHA
               GO TO 2600-ADJUST-MASTER-HOURS-EXIT
           END-IF

           COMPUTE WS-HORAS-FOLHA =
               EMP-HOURS - BH-MES-EXTRA + BH-MES-FOLGA

           IF WS-HORAS-FOLHA < ZEROS
               MOVE ZEROS TO WS-HORAS-FOLHA
           END-IF

           IF WS-HORAS-FOLHA NOT = EMP-HOURS
               DISPLAY 'BANCO DE HORAS ' EMP-ID ' HORAS EM FOLHA '
                   EMP-HOURS ' PASSAM A ' WS-HORAS-FOLHA
               MOVE WS-HORAS-FOLHA TO EMP-HOURS
               REWRITE EMPLOYEE-MASTER-RECORD
           END-IF

           MOVE WS-GL-PERIODO TO BH-COMP-FOLHA
           MOVE EMP-HOURS     TO BH-HORAS-FOLHA.

       2600-ADJUST-MASTER-HOURS-EXIT.
           EXIT.

      ******************************************************************
      * 2700-WRITE-STATEMENT -- ONE STATEMENT BLOCK: OPENING BALANCE,
      * THE MONTH'S MOVEMENTS, CLOSING BALANCE AND THE OPEN LOTS WITH
      * THE COMPETENCIA EACH ONE EXPIRES IN
      ******************************************************************
       2700-WRITE-STATEMENT.

           WRITE BANK-STATEMENT-LINE FROM WS-EXT-SEPARADOR

           MOVE WS-GL-PERIODO TO WS-EXT-COMPETENCIA
           MOVE EMP-ID        TO WS-EXT-EMP-ID
           MOVE EMP-NAME      TO WS-EXT-NOME
           WRITE BANK-STATEMENT-LINE FROM WS-EXT-TITULO

           MOVE SPACES               TO WS-EXT-ROTULO WS-EXT-OBS
           MOVE 'SALDO ANTERIOR'     TO WS-EXT-ROTULO
           MOVE BH-SALDO-ANTERIOR    TO WS-EXT-HORAS
           WRITE BANK-STATEMENT-LINE FROM WS-EXT-LINHA

           MOVE '(+) HORAS EXTRAS'   TO WS-EXT-ROTULO
           MOVE BH-MES-EXTRA         TO WS-EXT-HORAS
           WRITE BANK-STATEMENT-LINE FROM WS-EXT-LINHA

           MOVE '(+) HORA NOTURNA REDUZIDA' TO WS-EXT-ROTULO
           MOVE BH-MES-NOTURNO       TO WS-EXT-HORAS
           WRITE BANK-STATEMENT-LINE FROM WS-EXT-LINHA

           MOVE '(-) FOLGAS COMPENSADAS' TO WS-EXT-ROTULO
           MOVE BH-MES-FOLGA         TO WS-EXT-HORAS
           WRITE BANK-STATEMENT-LINE FROM WS-EXT-LINHA

           MOVE '(-) VENCIDAS'       TO WS-EXT-ROTULO
           MOVE BH-MES-VENCIDO       TO WS-EXT-HORAS
           IF BH-MES-VENCIDO > ZEROS
               MOVE 'PAGAS COMO HORA EXTRA NA FOLHA' TO WS-EXT-OBS
           END-IF
           WRITE BANK-STATEMENT-LINE FROM WS-EXT-LINHA

           MOVE SPACES               TO WS-EXT-OBS
           MOVE 'SALDO ATUAL'        TO WS-EXT-ROTULO
           MOVE BH-SALDO-HORAS       TO WS-EXT-HORAS
           WRITE BANK-STATEMENT-LINE FROM WS-EXT-LINHA

           PERFORM 2710-WRITE-ONE-LOT
               THRU 2710-WRITE-ONE-LOT-EXIT
               VARYING WS-LOTE-SUB FROM 1 BY 1
               UNTIL WS-LOTE-SUB > 6

           ADD 1 TO WS-QTDE-EXTRATOS.

       2700-WRITE-STATEMENT-EXIT.
           EXIT.

      ******************************************************************
      * 2710-WRITE-ONE-LOT
      ******************************************************************
       2710-WRITE-ONE-LOT.

           SET BH-LOTE-IDX TO WS-LOTE-SUB

           IF BH-LOTE-HORAS(BH-LOTE-IDX) = ZEROS
               GO TO 2710-WRITE-ONE-LOT-EXIT
           END-IF

           MOVE BH-LOTE-COMPETENCIA(BH-LOTE-IDX) TO WS-COMP-TRAB
           COMPUTE WS-MESES-VENCE =
               WS-COMP-ANO * 12 + WS-COMP-MES + WS-MESES-VALIDADE - 1
           COMPUTE WS-COMP-ANO = WS-MESES-VENCE / 12
           COMPUTE WS-COMP-MES =
               WS-MESES-VENCE - (WS-COMP-ANO * 12) + 1

           MOVE BH-LOTE-COMPETENCIA(BH-LOTE-IDX) TO WS-EXL-COMPETENCIA
           MOVE BH-LOTE-HORAS(BH-LOTE-IDX)       TO WS-EXL-HORAS
           MOVE WS-COMP-TRAB                     TO WS-EXL-VENCE
           WRITE BANK-STATEMENT-LINE FROM WS-EXT-LOTE-LINHA.

       2710-WRITE-ONE-LOT-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZE -- RUN TOTALS AND CLOSE
      ******************************************************************
       3000-FINALIZE.

           DISPLAY 'EXTRATOS DE BANCO DE HORAS: ' WS-QTDE-EXTRATOS
           DISPLAY 'HORAS CREDITADAS:           ' WS-TOTAL-CREDITO
           DISPLAY 'HORAS DEBITADAS (FOLGAS):   ' WS-TOTAL-DEBITO
           DISPLAY 'HORAS VENCIDAS A PAGAR:     ' WS-TOTAL-VENCIDO
           DISPLAY 'FOLGAS SEM SALDO:           ' WS-QTDE-SEM-SALDO

           MOVE 'BANCOHRS'          TO CT-PROGRAM-ID
           MOVE 'HORAS CREDITO'     TO CT-TOTAL-1-LABEL
           MOVE WS-TOTAL-CREDITO    TO CT-TOTAL-1-VALOR
           MOVE 'HORAS DEBITO'      TO CT-TOTAL-2-LABEL
           MOVE WS-TOTAL-DEBITO     TO CT-TOTAL-2-VALOR
           MOVE 'HORAS VENCIDAS'    TO CT-TOTAL-3-LABEL
           MOVE WS-TOTAL-VENCIDO    TO CT-TOTAL-3-VALOR
           CALL 'CTLTOT' USING CTLTOT-PARMS

           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE BANK-HOURS-FILE
           CLOSE EXPIRED-HOURS-FILE
           CLOSE BANK-STATEMENT-FILE
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
      * 8100-READ-TIME-CLOCK
      ******************************************************************
       8100-READ-TIME-CLOCK.

           READ TIME-CLOCK-FILE
               AT END
                   MOVE 'Y' TO WS-TC-EOF-SWITCH
                   GO TO 8100-READ-TIME-CLOCK-EXIT
           END-READ

           IF TIME-CLOCK-RECORD(1:2) = '*H'
               OR TIME-CLOCK-RECORD(1:2) = '*T'
               GO TO 8100-READ-TIME-CLOCK
           END-IF.

       8100-READ-TIME-CLOCK-EXIT.
           EXIT.

      ******************************************************************
      * 8200-READ-NIGHT-HOURS
      ******************************************************************
       8200-READ-NIGHT-HOURS.

           READ NIGHT-HOURS-FILE
               AT END
                   MOVE 'Y' TO WS-NOT-EOF-SWITCH
           END-READ.

       8200-READ-NIGHT-HOURS-EXIT.
           EXIT.

      ******************************************************************
      * 8300-READ-TIME-OFF
      ******************************************************************
       8300-READ-TIME-OFF.

           READ TIME-OFF-FILE
               AT END
                   MOVE 'Y' TO WS-FOL-EOF-SWITCH
           END-READ.

       8300-READ-TIME-OFF-EXIT.
           EXIT.
