      * Author: M. TAVARES
      * Date: 22-08-26
      * Purpose: RETENTION, ARCHIVE AND PURGE FOR THE EVER-GROWING
      * REGISTER FILES -- JOBRNLOG, CTLTOTF, SALAUD, PAYEXC AND
      * SALDOHIS ARE ALL OPENED EXTEND AND NEVER TRUNCATED. THIS JOB
      * READS A RETENTION-RULES TABLE (FILE ID, DAYS KEPT ONLINE,
      * POSITION OF THE RECORD'S DATE), COPIES EVERY RECORD OLDER THAN
      * THE CUTOFF TO THAT FILE'S ARCHIVE, REWRITES THE ONLINE FILE
      * WITH ONLY THE RETAINED WINDOW, AND PROVES ITSELF WITH
      * BEFORE/AFTER RECORD COUNTS ON A PURGE REPORT. A FILE WHOSE
      * ARCHIVE WRITES DID NOT ALL COME BACK CLEAN IS LEFT ONLINE
      * UNTOUCHED -- NOTHING IS PURGED THAT WAS NOT SAFELY ARCHIVED
      * FIRST.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History
      * 22-08-26 MRT  ORIGINAL VERSION.
      * 15-10-26 MRT  GUANA03'S SALDOHIS END-OF-DAY BALANCE SNAPSHOTS
      *               JOIN THE ROTATION (ARCHIVE SALDOARC, 400 DAYS
      *               ONLINE BY DEFAULT). THE SNAPSHOT FILE OUTGROWS ANY
      *               IN-STORAGE TABLE, SO THE RETAINED WINDOW NOW WAITS
      *               ON THE HOUSWORK SCRATCH FILE INSTEAD OF THE OLD
      *               2000-RECORD TABLE.
      * 15-10-26 MRT  THE MSTSNAP MASTER SNAPSHOT FILES (EMPSNAP,
      *               ACBSNAP, ATRSNAP, YTDSNAP, PRTSNAP) JOIN THE
      *               ROTATION. THEIR RULES COUNT GENERATIONS, NOT DAYS
      *               (NEW RR-UNIDADE 'G'; 5 KEPT BY DEFAULT) AND OLDER
      *               GENERATIONS ARE DISCARDED, NOT ARCHIVED -- A
      *               SNAPSHOT IS ITSELF A BACKUP. A RETRULES FILE IN
      *               USE NEEDS THE FIVE SNAPSHOT LINES ADDED (DATE
      *               POSITION 001, UNIT G). RECORD AREA WIDENED TO 510
      *               FOR YTDSNAP.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOUSKEEP.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.

           SELECT BALANCE-HISTORY-FILE ASSIGN TO "SALDOHIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ON-STATUS.

           SELECT BALANCE-HISTORY-ARCH ASSIGN TO "SALDOARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.

           SELECT EMPMAST-SNAPSHOT-FILE ASSIGN TO "EMPSNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ON-STATUS.

           SELECT ACCTBAL-SNAPSHOT-FILE ASSIGN TO "ACBSNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ON-STATUS.

           SELECT ACCTATTR-SNAPSHOT-FILE ASSIGN TO "ATRSNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ON-STATUS.

           SELECT YTDEARN-SNAPSHOT-FILE ASSIGN TO "YTDSNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ON-STATUS.

           SELECT PARTMAST-SNAPSHOT-FILE ASSIGN TO "PRTSNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ON-STATUS.

           SELECT RETAINED-WORK-FILE ASSIGN TO "HOUSWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WK-STATUS.

           SELECT RETENTION-RULES-FILE ASSIGN TO "RETRULES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RR-STATUS.
           RECORD CONTAINS 81 CHARACTERS.
       01  PAYROLL-EXC-ARCH-RECORD     PIC X(81).

       FD  BALANCE-HISTORY-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  BALANCE-HISTORY-RECORD      PIC X(30).

       FD  BALANCE-HISTORY-ARCH
           RECORD CONTAINS 30 CHARACTERS.
       01  BALANCE-HISTORY-ARCH-RECORD PIC X(30).

      *-----------------------------------------------------------------
      * MSTSNAP SNAPSHOT FILES -- 16-BYTE GENERATION STAMP FOLLOWED BY
      * THE MASTER RECORD IMAGE
      *-----------------------------------------------------------------
       FD  EMPMAST-SNAPSHOT-FILE
           RECORD CONTAINS 114 CHARACTERS.
       01  EMPMAST-SNAPSHOT-RECORD     PIC X(114).

       FD  ACCTBAL-SNAPSHOT-FILE
           RECORD CONTAINS 38 CHARACTERS.
       01  ACCTBAL-SNAPSHOT-RECORD     PIC X(38).

       FD  ACCTATTR-SNAPSHOT-FILE
           RECORD CONTAINS 88 CHARACTERS.
       01  ACCTATTR-SNAPSHOT-RECORD    PIC X(88).

       FD  YTDEARN-SNAPSHOT-FILE
           RECORD CONTAINS 510 CHARACTERS.
       01  YTDEARN-SNAPSHOT-RECORD     PIC X(510).

       FD  PARTMAST-SNAPSHOT-FILE
           RECORD CONTAINS 61 CHARACTERS.
       01  PARTMAST-SNAPSHOT-RECORD    PIC X(61).

      *-----------------------------------------------------------------
      * RETAINED-WORK-FILE -- THE RETAINED WINDOW OF THE FILE BEING
      * PURGED, HELD HERE UNTIL THE ONLINE FILE IS REWRITTEN
      *-----------------------------------------------------------------
       FD  RETAINED-WORK-FILE
           RECORD CONTAINS 510 CHARACTERS.
       01  RETAINED-WORK-RECORD        PIC X(510).

      *-----------------------------------------------------------------
      * RETENTION-RULES-FILE -- FILE ID, DAYS KEPT ONLINE, AND THE
      * POSITION OF THE DATE FIELD INSIDE THAT FILE'S RECORD. UNIT 'G'
      * MAKES RR-DIAS-ONLINE A COUNT OF GENERATIONS (SNAPSHOT FILES,
      * WHOSE 16-BYTE DATE-AND-TIME STAMP STARTS AT THE DATE POSITION);
      * A BLANK UNIT (THE OLDER 15-BYTE RULE LINES) MEANS DAYS
      *-----------------------------------------------------------------
       FD  RETENTION-RULES-FILE
           RECORD CONTAINS 16 CHARACTERS.
       01  RETENTION-RULES-RECORD.
           05  RR-ARQUIVO              PIC X(08).
           05  RR-DIAS-ONLINE          PIC 9(04).
           05  RR-POSICAO-DATA         PIC 9(03).
           05  RR-UNIDADE              PIC X(01).
               88  RR-POR-GERACAO              VALUE 'G'.

       FD  PURGE-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       77  WS-AR-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RR-STATUS            PIC X(02) VALUE SPACES.
       77  WS-PR-STATUS            PIC X(02) VALUE SPACES.
       77  WS-WK-STATUS            PIC X(02) VALUE SPACES.

       77  WS-RR-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-RR-END-OF-FILE             VALUE 'Y'.
       77  WS-ON-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-ON-END-OF-FILE             VALUE 'Y'.
       77  WS-WK-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-WK-END-OF-FILE             VALUE 'Y'.

      *-----------------------------------------------------------------
      * RETENTION RULES -- LOADED FROM RETRULES, WITH SHOP DEFAULTS
      * WHEN THE FILE IS ABSENT
      *-----------------------------------------------------------------
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 20 TIMES
                             INDEXED BY WS-RUL-IDX.
               10  WS-RUL-ARQUIVO      PIC X(08).
               10  WS-RUL-DIAS         PIC 9(04).
               10  WS-RUL-POS-DATA     PIC 9(03).
               10  WS-RUL-UNIDADE      PIC X(01).

       77  WS-RUL-COUNT            PIC 9(02) VALUE ZEROS.
       77  WS-RUL-ACHOU            PIC X(01) VALUE 'N'.

      *-----------------------------------------------------------------
      * PER-FILE PROCESSING STATE -- THE GENERIC RECORD IS WIDE ENOUGH
      * FOR THE WIDEST REGISTER (YTDSNAP, 510)
      *-----------------------------------------------------------------
       77  WS-ARQ-ATUAL            PIC X(08) VALUE SPACES.
       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WS-DATA-REGISTRO        PIC X(08) VALUE SPACES.
       77  WS-DATA-REGISTRO-N      PIC 9(08) VALUE ZEROS.

       77  WS-REC-GENERICA         PIC X(510) VALUE SPACES.

      *-----------------------------------------------------------------
      * GENERATION RETENTION -- THE LAST N DISTINCT STAMPS SEEN, KEPT
      * AS A RING; AFTER THE PRE-PASS THE SLOT ABOUT TO BE OVERWRITTEN
      * HOLDS THE OLDEST GENERATION TO KEEP
      *-----------------------------------------------------------------
       77  WS-GERACAO-SW           PIC X(01) VALUE 'N'.
           88  WS-RETEM-GERACOES             VALUE 'S'.
       77  WS-GERACAO-CORTE        PIC X(16) VALUE SPACES.
       77  WS-GERACAO-ULTIMA       PIC X(16) VALUE SPACES.
       77  WS-GER-MANTER           PIC 9(02) VALUE ZEROS.
       77  WS-GER-QTDE             PIC 9(07) VALUE ZEROS.
       77  WS-GER-QUOCIENTE        PIC 9(07) VALUE ZEROS.
       77  WS-GER-SLOT             PIC 9(02) VALUE ZEROS.
       01  WS-GER-ANEL.
           05  WS-GER-ANEL-STAMP   PIC X(16) OCCURS 99 TIMES.

       77  WS-RET-COUNT            PIC 9(07) VALUE ZEROS.

       77  WS-QTDE-ANTES           PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-ARQUIVADOS      PIC 9(07) VALUE ZEROS.
           PERFORM 2000-PROCESS-ONE-FILE
               THRU 2000-PROCESS-ONE-FILE-EXIT

           MOVE 'SALDOHIS' TO WS-ARQ-ATUAL
           PERFORM 2000-PROCESS-ONE-FILE
               THRU 2000-PROCESS-ONE-FILE-EXIT

           MOVE 'EMPSNAP' TO WS-ARQ-ATUAL
           PERFORM 2000-PROCESS-ONE-FILE
               THRU 2000-PROCESS-ONE-FILE-EXIT

           MOVE 'ACBSNAP' TO WS-ARQ-ATUAL
           PERFORM 2000-PROCESS-ONE-FILE
               THRU 2000-PROCESS-ONE-FILE-EXIT

           MOVE 'ATRSNAP' TO WS-ARQ-ATUAL
           PERFORM 2000-PROCESS-ONE-FILE
               THRU 2000-PROCESS-ONE-FILE-EXIT

           MOVE 'YTDSNAP' TO WS-ARQ-ATUAL
           PERFORM 2000-PROCESS-ONE-FILE
               THRU 2000-PROCESS-ONE-FILE-EXIT

           MOVE 'PRTSNAP' TO WS-ARQ-ATUAL
           PERFORM 2000-PROCESS-ONE-FILE
               THRU 2000-PROCESS-ONE-FILE-EXIT

           CLOSE PURGE-REPORT-FILE

           MOVE 0 TO RETURN-CODE
      ******************************************************************
       1100-STORE-RULE.

           IF WS-RUL-COUNT < 20
               ADD 1 TO WS-RUL-COUNT
               SET WS-RUL-IDX TO WS-RUL-COUNT
               MOVE RR-ARQUIVO      TO WS-RUL-ARQUIVO(WS-RUL-IDX)
               MOVE RR-DIAS-ONLINE  TO WS-RUL-DIAS(WS-RUL-IDX)
               MOVE RR-POSICAO-DATA TO WS-RUL-POS-DATA(WS-RUL-IDX)
               MOVE RR-UNIDADE      TO WS-RUL-UNIDADE(WS-RUL-IDX)
           END-IF

           PERFORM 8100-READ-RULE
      ******************************************************************
      * 1200-LOAD-DEFAULT-RULES -- THE DATE POSITIONS MATCH THE
      * CURRENT RECORD LAYOUTS: JOBRNLOG START DATE AT 11, CTLTOTF
      * STAMP AT 11, SALAUD EFFECTIVE DATE AT 18, PAYEXC STAMP AT 74,
      * SALDOHIS SNAPSHOT DATE AT 7. THE MSTSNAP SNAPSHOT FILES KEEP
      * THEIR NEWEST 5 GENERATIONS, STAMP AT 1
      ******************************************************************
       1200-LOAD-DEFAULT-RULES.

           MOVE 10 TO WS-RUL-COUNT

           MOVE 'JOBRNLOG' TO WS-RUL-ARQUIVO(1)
           MOVE 30         TO WS-RUL-DIAS(1)

           MOVE 'PAYEXC'   TO WS-RUL-ARQUIVO(4)
           MOVE 60         TO WS-RUL-DIAS(4)
           MOVE 74         TO WS-RUL-POS-DATA(4)

           MOVE 'SALDOHIS' TO WS-RUL-ARQUIVO(5)
           MOVE 400        TO WS-RUL-DIAS(5)
           MOVE 7          TO WS-RUL-POS-DATA(5)

           MOVE 'EMPSNAP'  TO WS-RUL-ARQUIVO(6)
           MOVE 'ACBSNAP'  TO WS-RUL-ARQUIVO(7)
           MOVE 'ATRSNAP'  TO WS-RUL-ARQUIVO(8)
           MOVE 'YTDSNAP'  TO WS-RUL-ARQUIVO(9)
           MOVE 'PRTSNAP'  TO WS-RUL-ARQUIVO(10)
           PERFORM 1210-SNAPSHOT-DEFAULT
               THRU 1210-SNAPSHOT-DEFAULT-EXIT
               VARYING WS-RUL-IDX FROM 6 BY 1
               UNTIL WS-RUL-IDX > 10.

       1200-LOAD-DEFAULT-RULES-EXIT.
           EXIT.

      ******************************************************************
      * 1210-SNAPSHOT-DEFAULT
      ******************************************************************
       1210-SNAPSHOT-DEFAULT.

           MOVE 5   TO WS-RUL-DIAS(WS-RUL-IDX)
           MOVE 1   TO WS-RUL-POS-DATA(WS-RUL-IDX)
           MOVE 'G' TO WS-RUL-UNIDADE(WS-RUL-IDX).

       1210-SNAPSHOT-DEFAULT-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-ONE-FILE -- ARCHIVE THE EXPIRED WINDOW, THEN
      * REWRITE THE ONLINE FILE ONLY IF EVERY ARCHIVE WRITE CAME BACK
      * CLEAN. A FILE KEPT BY GENERATIONS HAS ITS EXPIRED GENERATIONS
      * DISCARDED (THE ARCHIVE COLUMN OF THE REPORT COUNTS THEM)
      ******************************************************************
       2000-PROCESS-ONE-FILE.

               GO TO 2000-PROCESS-ONE-FILE-EXIT
           END-IF

           MOVE WS-RUL-POS-DATA(WS-RUL-IDX) TO WS-POS-DATA

           IF WS-RUL-UNIDADE(WS-RUL-IDX) = 'G'
               MOVE 'S' TO WS-GERACAO-SW
               PERFORM 2050-FIND-GENERATION-CUTOFF
                   THRU 2050-FIND-GENERATION-CUTOFF-EXIT
           ELSE
               MOVE 'N' TO WS-GERACAO-SW
               COMPUTE WS-INTEIRO-CORTE =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                       - WS-RUL-DIAS(WS-RUL-IDX)
               COMPUTE WS-DATA-CORTE =
                   FUNCTION DATE-OF-INTEGER(WS-INTEIRO-CORTE)
           END-IF

           MOVE ZEROS TO WS-QTDE-ANTES
                         WS-QTDE-ARQUIVADOS
                         WS-RET-COUNT
               GO TO 2000-PROCESS-ONE-FILE-EXIT
           END-IF

           IF NOT WS-RETEM-GERACOES
               PERFORM 8300-OPEN-ARCHIVE-EXTEND
                   THRU 8300-OPEN-ARCHIVE-EXTEND-EXIT
           END-IF

           OPEN OUTPUT RETAINED-WORK-FILE

           PERFORM 2200-TRIAGE-ONE-RECORD
               THRU 2200-TRIAGE-ONE-RECORD-EXIT

           PERFORM 8400-CLOSE-ONLINE
               THRU 8400-CLOSE-ONLINE-EXIT
           IF NOT WS-RETEM-GERACOES
               PERFORM 8500-CLOSE-ARCHIVE
                   THRU 8500-CLOSE-ARCHIVE-EXIT
           END-IF
           CLOSE RETAINED-WORK-FILE

           IF WS-ARQUIVO-SEGURO
               PERFORM 2300-REWRITE-ONLINE
                   THRU 2300-REWRITE-ONLINE-EXIT
               IF WS-RETEM-GERACOES
                   MOVE 'DESCARTE OK' TO WS-PD-RESULTADO
               ELSE
                   MOVE 'EXPURGO OK' TO WS-PD-RESULTADO
               END-IF
           ELSE
               MOVE 'EXPURGO CANCELADO' TO WS-PD-RESULTADO
               DISPLAY 'ATENCAO - ARQUIVAMENTO DE ' WS-ARQ-ATUAL
       2000-PROCESS-ONE-FILE-EXIT.
           EXIT.

      ******************************************************************
      * 2050-FIND-GENERATION-CUTOFF -- PRE-PASS OVER A SNAPSHOT FILE.
      * GENERATIONS ARE APPENDED IN ORDER, SO A CHANGE OF STAMP STARTS
      * THE NEXT ONE. WITH N OR FEWER ON FILE NOTHING IS DISCARDED
      * (THE CUTOFF STAYS LOW-VALUES). AT LEAST ONE IS ALWAYS KEPT
      ******************************************************************
       2050-FIND-GENERATION-CUTOFF.

           MOVE LOW-VALUES TO WS-GERACAO-CORTE
           MOVE SPACES     TO WS-GERACAO-ULTIMA
                              WS-GER-ANEL
           MOVE ZEROS      TO WS-GER-QTDE

           IF WS-RUL-DIAS(WS-RUL-IDX) > 99
               MOVE 99 TO WS-GER-MANTER
           ELSE
               MOVE WS-RUL-DIAS(WS-RUL-IDX) TO WS-GER-MANTER
           END-IF
           IF WS-GER-MANTER = ZEROS
               MOVE 1 TO WS-GER-MANTER
           END-IF

           MOVE 'N' TO WS-ON-EOF-SWITCH
           PERFORM 8200-OPEN-ONLINE-INPUT
               THRU 8200-OPEN-ONLINE-INPUT-EXIT
           IF WS-ON-STATUS NOT = '00'
               GO TO 2050-FIND-GENERATION-CUTOFF-EXIT
           END-IF

           PERFORM 2060-NOTE-GENERATION
               THRU 2060-NOTE-GENERATION-EXIT
               UNTIL WS-ON-END-OF-FILE

           PERFORM 8400-CLOSE-ONLINE
               THRU 8400-CLOSE-ONLINE-EXIT

           IF WS-GER-QTDE > WS-GER-MANTER
               DIVIDE WS-GER-QTDE BY WS-GER-MANTER
                   GIVING WS-GER-QUOCIENTE
                   REMAINDER WS-GER-SLOT
               ADD 1 TO WS-GER-SLOT
               MOVE WS-GER-ANEL-STAMP(WS-GER-SLOT)
                   TO WS-GERACAO-CORTE
           END-IF.

       2050-FIND-GENERATION-CUTOFF-EXIT.
           EXIT.

      ******************************************************************
      * 2060-NOTE-GENERATION -- GENERATION K GOES TO RING SLOT
      * ((K - 1) MOD N) + 1
      ******************************************************************
       2060-NOTE-GENERATION.

           PERFORM 8600-READ-ONLINE
               THRU 8600-READ-ONLINE-EXIT

           IF WS-ON-END-OF-FILE
               GO TO 2060-NOTE-GENERATION-EXIT
           END-IF

           IF WS-REC-GENERICA(WS-POS-DATA:16) IS NOT NUMERIC
               OR WS-REC-GENERICA(WS-POS-DATA:16) = WS-GERACAO-ULTIMA
               GO TO 2060-NOTE-GENERATION-EXIT
           END-IF

           MOVE WS-REC-GENERICA(WS-POS-DATA:16) TO WS-GERACAO-ULTIMA
           DIVIDE WS-GER-QTDE BY WS-GER-MANTER
               GIVING WS-GER-QUOCIENTE
               REMAINDER WS-GER-SLOT
           ADD 1 TO WS-GER-SLOT
           ADD 1 TO WS-GER-QTDE
           MOVE WS-GERACAO-ULTIMA TO WS-GER-ANEL-STAMP(WS-GER-SLOT).

       2060-NOTE-GENERATION-EXIT.
           EXIT.

      ******************************************************************
      * 2100-FIND-RULE
      ******************************************************************

      ******************************************************************
      * 2200-TRIAGE-ONE-RECORD -- EXPIRED RECORDS GO TO THE ARCHIVE,
      * RETAINED ONES WAIT ON HOUSWORK FOR THE REWRITE. A RECORD
      * WHOSE DATE FIELD IS NOT NUMERIC IS RETAINED RATHER THAN
      * GUESSED AT. A SNAPSHOT RECORD OF AN EXPIRED GENERATION IS
      * SIMPLY DROPPED
      ******************************************************************
       2200-TRIAGE-ONE-RECORD.


           ADD 1 TO WS-QTDE-ANTES

           IF WS-RETEM-GERACOES
               IF WS-REC-GENERICA(WS-POS-DATA:16) IS NUMERIC
                   AND WS-REC-GENERICA(WS-POS-DATA:16)
                       < WS-GERACAO-CORTE
                   ADD 1 TO WS-QTDE-ARQUIVADOS
                   GO TO 2200-TRIAGE-ONE-RECORD-EXIT
               END-IF
               GO TO 2210-RETAIN-RECORD
           END-IF

           MOVE WS-REC-GENERICA(WS-POS-DATA:8) TO WS-DATA-REGISTRO

           IF WS-DATA-REGISTRO IS NUMERIC
               ELSE
                   ADD 1 TO WS-QTDE-ARQUIVADOS
               END-IF
               GO TO 2200-TRIAGE-ONE-RECORD-EXIT
           END-IF.

       2210-RETAIN-RECORD.

           WRITE RETAINED-WORK-RECORD FROM WS-REC-GENERICA
           IF WS-WK-STATUS NOT = '00'
               DISPLAY 'ERRO GRAVANDO HOUSWORK -- EXPURGO DE '
                   WS-ARQ-ATUAL ' CANCELADO'
               MOVE 'N' TO WS-ARQUIVO-OK-SW
           ELSE
               ADD 1 TO WS-RET-COUNT
           END-IF.

       2200-TRIAGE-ONE-RECORD-EXIT.
      ******************************************************************
       2300-REWRITE-ONLINE.

           OPEN INPUT RETAINED-WORK-FILE
           MOVE 'N' TO WS-WK-EOF-SWITCH

           PERFORM 8800-OPEN-ONLINE-OUTPUT
               THRU 8800-OPEN-ONLINE-OUTPUT-EXIT

           PERFORM 8950-READ-WORK
               THRU 8950-READ-WORK-EXIT

           PERFORM 2310-WRITE-RETAINED
               THRU 2310-WRITE-RETAINED-EXIT
               UNTIL WS-WK-END-OF-FILE

           PERFORM 8400-CLOSE-ONLINE
               THRU 8400-CLOSE-ONLINE-EXIT
           CLOSE RETAINED-WORK-FILE.

       2300-REWRITE-ONLINE-EXIT.
           EXIT.
      ******************************************************************
       2310-WRITE-RETAINED.

           MOVE RETAINED-WORK-RECORD TO WS-REC-GENERICA

           PERFORM 8900-WRITE-ONLINE
               THRU 8900-WRITE-ONLINE-EXIT

           PERFORM 8950-READ-WORK
               THRU 8950-READ-WORK-EXIT.

       2310-WRITE-RETAINED-EXIT.
           EXIT.
                   OPEN INPUT SALARY-AUDIT-FILE
               WHEN 'PAYEXC'
                   OPEN INPUT PAYROLL-EXCEPTION-FILE
               WHEN 'SALDOHIS'
                   OPEN INPUT BALANCE-HISTORY-FILE
               WHEN 'EMPSNAP'
                   OPEN INPUT EMPMAST-SNAPSHOT-FILE
               WHEN 'ACBSNAP'
                   OPEN INPUT ACCTBAL-SNAPSHOT-FILE
               WHEN 'ATRSNAP'
                   OPEN INPUT ACCTATTR-SNAPSHOT-FILE
               WHEN 'YTDSNAP'
                   OPEN INPUT YTDEARN-SNAPSHOT-FILE
               WHEN 'PRTSNAP'
                   OPEN INPUT PARTMAST-SNAPSHOT-FILE
           END-EVALUATE.

       8200-OPEN-ONLINE-INPUT-EXIT.
                   IF WS-AR-STATUS NOT = '00'
                       OPEN OUTPUT PAYROLL-EXCEPTION-ARCH
                   END-IF
               WHEN 'SALDOHIS'
                   OPEN EXTEND BALANCE-HISTORY-ARCH
                   IF WS-AR-STATUS NOT = '00'
                       OPEN OUTPUT BALANCE-HISTORY-ARCH
                   END-IF
           END-EVALUATE.

       8300-OPEN-ARCHIVE-EXTEND-EXIT.
                   CLOSE SALARY-AUDIT-FILE
               WHEN 'PAYEXC'
                   CLOSE PAYROLL-EXCEPTION-FILE
               WHEN 'SALDOHIS'
                   CLOSE BALANCE-HISTORY-FILE
               WHEN 'EMPSNAP'
                   CLOSE EMPMAST-SNAPSHOT-FILE
               WHEN 'ACBSNAP'
                   CLOSE ACCTBAL-SNAPSHOT-FILE
               WHEN 'ATRSNAP'
                   CLOSE ACCTATTR-SNAPSHOT-FILE
               WHEN 'YTDSNAP'
                   CLOSE YTDEARN-SNAPSHOT-FILE
               WHEN 'PRTSNAP'
                   CLOSE PARTMAST-SNAPSHOT-FILE
           END-EVALUATE.

       8400-CLOSE-ONLINE-EXIT.
                   CLOSE SALARY-AUDIT-ARCH
               WHEN 'PAYEXC'
                   CLOSE PAYROLL-EXCEPTION-ARCH
               WHEN 'SALDOHIS'
                   CLOSE BALANCE-HISTORY-ARCH
           END-EVALUATE.

       8500-CLOSE-ARCHIVE-EXIT.
                           MOVE PAYROLL-EXCEPTION-RECORD
                               TO WS-REC-GENERICA
                   END-READ
               WHEN 'SALDOHIS'
                   READ BALANCE-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-ON-EOF-SWITCH
                       NOT AT END
                           MOVE BALANCE-HISTORY-RECORD
                               TO WS-REC-GENERICA
                   END-READ
               WHEN 'EMPSNAP'
                   READ EMPMAST-SNAPSHOT-FILE
                       AT END
                           MOVE 'Y' TO WS-ON-EOF-SWITCH
                       NOT AT END
                           MOVE EMPMAST-SNAPSHOT-RECORD
                               TO WS-REC-GENERICA
                   END-READ
               WHEN 'ACBSNAP'
                   READ ACCTBAL-SNAPSHOT-FILE
                       AT END
                           MOVE 'Y' TO WS-ON-EOF-SWITCH
                       NOT AT END
                           MOVE ACCTBAL-SNAPSHOT-RECORD
                               TO WS-REC-GENERICA
                   END-READ
               WHEN 'ATRSNAP'
                   READ ACCTATTR-SNAPSHOT-FILE
                       AT END
                           MOVE 'Y' TO WS-ON-EOF-SWITCH
                       NOT AT END
                           MOVE ACCTATTR-SNAPSHOT-RECORD
                               TO WS-REC-GENERICA
                   END-READ
               WHEN 'YTDSNAP'
                   READ YTDEARN-SNAPSHOT-FILE
                       AT END
                           MOVE 'Y' TO WS-ON-EOF-SWITCH
                       NOT AT END
                           MOVE YTDEARN-SNAPSHOT-RECORD
                               TO WS-REC-GENERICA
                   END-READ
               WHEN 'PRTSNAP'
                   READ PARTMAST-SNAPSHOT-FILE
                       AT END
                           MOVE 'Y' TO WS-ON-EOF-SWITCH
                       NOT AT END
                           MOVE PARTMAST-SNAPSHOT-RECORD
                               TO WS-REC-GENERICA
                   END-READ
           END-EVALUATE.

       8600-READ-ONLINE-EXIT.
               WHEN 'PAYEXC'
                   WRITE PAYROLL-EXC-ARCH-RECORD
                       FROM WS-REC-GENERICA(1:81)
               WHEN 'SALDOHIS'
                   WRITE BALANCE-HISTORY-ARCH-RECORD
                       FROM WS-REC-GENERICA(1:30)
           END-EVALUATE.

       8700-WRITE-ARCHIVE-EXIT.
                   OPEN OUTPUT SALARY-AUDIT-FILE
               WHEN 'PAYEXC'
                   OPEN OUTPUT PAYROLL-EXCEPTION-FILE
               WHEN 'SALDOHIS'
                   OPEN OUTPUT BALANCE-HISTORY-FILE
               WHEN 'EMPSNAP'
                   OPEN OUTPUT EMPMAST-SNAPSHOT-FILE
               WHEN 'ACBSNAP'
                   OPEN OUTPUT ACCTBAL-SNAPSHOT-FILE
               WHEN 'ATRSNAP'
                   OPEN OUTPUT ACCTATTR-SNAPSHOT-FILE
               WHEN 'YTDSNAP'
                   OPEN OUTPUT YTDEARN-SNAPSHOT-FILE
               WHEN 'PRTSNAP'
                   OPEN OUTPUT PARTMAST-SNAPSHOT-FILE
           END-EVALUATE.

       8800-OPEN-ONLINE-OUTPUT-EXIT.
               WHEN 'PAYEXC'
                   WRITE PAYROLL-EXCEPTION-RECORD
                       FROM WS-REC-GENERICA(1:81)
               WHEN 'SALDOHIS'
                   WRITE BALANCE-HISTORY-RECORD
                       FROM WS-REC-GENERICA(1:30)
               WHEN 'EMPSNAP'
                   WRITE EMPMAST-SNAPSHOT-RECORD
                       FROM WS-REC-GENERICA(1:114)
               WHEN 'ACBSNAP'
                   WRITE ACCTBAL-SNAPSHOT-RECORD
                       FROM WS-REC-GENERICA(1:38)
               WHEN 'ATRSNAP'
                   WRITE ACCTATTR-SNAPSHOT-RECORD
                       FROM WS-REC-GENERICA(1:88)
               WHEN 'YTDSNAP'
                   WRITE YTDEARN-SNAPSHOT-RECORD
                       FROM WS-REC-GENERICA(1:510)
               WHEN 'PRTSNAP'
                   WRITE PARTMAST-SNAPSHOT-RECORD
                       FROM WS-REC-GENERICA(1:61)
           END-EVALUATE.

       8900-WRITE-ONLINE-EXIT.
           EXIT.

      ******************************************************************
      * 8950-READ-WORK
      ******************************************************************
       8950-READ-WORK.

           READ RETAINED-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-WK-EOF-SWITCH
           END-READ.

       8950-READ-WORK-EXIT.
           EXIT.
