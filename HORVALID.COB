      ******************************************************************
      * Author: M. TAVARES
      * Date: 15-10-26
      * Purpose: CLASS TIMETABLE AND ROOM ALLOCATION CHECK. TURMMAST
      * SAYS WHO TEACHES EACH TURMA AND SUBJECT BUT NOT WHEN OR WHERE,
      * SO CLASHES ONLY SURFACED ON THE FIRST DAY OF CLASS. THE
      * HORARIO FILE PUTS EACH TURMA/SUBJECT IN A WEEKDAY (1 = MONDAY
      * TO 6 = SATURDAY), A CLASS PERIOD OF THE DAY (1 TO 10) AND A
      * ROOM OF THE SALAMEST ROOM MASTER, WHICH CARRIES THE SEATING
      * CAPACITY. THIS RUN REJECTS, ON HORRPT: A PROFESSOR IN TWO
      * ROOMS IN THE SAME PERIOD, TWO SECTIONS IN ONE ROOM, A TURMA
      * IN TWO CLASSES AT ONCE, A ROOM SMALLER THAN THE TURMA'S
      * HEADCOUNT (STUDENTS ON STUDMAST NOT TRANCADO), A PROFESSOR
      * OVER THE WEEKLY LIMIT OF CLASS PERIODS ON LIMPROF (A LINE
      * NAMED ALL '*' SETS THE LIMIT FOR EVERY PROFESSOR NOT LISTED;
      * WITHOUT IT THE LIMIT IS 40), AND LINES NAMING A SECTION OFF
      * TURMMAST OR A ROOM OFF SALAMEST. HORGRADE THEN CARRIES ONE
      * WEEKLY GRID PER PROFESSOR, PER ROOM AND PER TURMA FOR
      * POSTING, FLAGGED NOT TO BE POSTED WHILE ANYTHING IS REJECTED.
      * ANY REJECTION ENDS THE STEP WITH RETURN-CODE 8.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History
      * 15-10-26 MRT  ORIGINAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HORVALID.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIMETABLE-FILE ASSIGN TO "HORARIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HR-STATUS.

           SELECT ROOM-MASTER-FILE ASSIGN TO "SALAMEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SL-STATUS.

           SELECT TEACHER-LIMIT-FILE ASSIGN TO "LIMPROF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LP-STATUS.

           SELECT SECTION-MASTER-FILE ASSIGN TO "TURMMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TM-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SM-STATUS.

           SELECT CHECK-REPORT-FILE ASSIGN TO "HORRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT GRID-REPORT-FILE ASSIGN TO "HORGRADE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRD-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      * TIMETABLE-FILE -- ONE LINE PER CLASS PERIOD OF A TURMA/SUBJECT
      *-----------------------------------------------------------------
       FD  TIMETABLE-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  TIMETABLE-RECORD.
           05  HR-TURMA                PIC X(03).
           05  HR-DISCIPLINA           PIC 9(01).
           05  HR-DIA-SEMANA           PIC 9(01).
           05  HR-AULA                 PIC 9(02).
           05  HR-SALA                 PIC X(04).
           05  FILLER                  PIC X(09).

      *-----------------------------------------------------------------
      * ROOM-MASTER-FILE -- ROOMS AND THEIR SEATING CAPACITY
      *-----------------------------------------------------------------
       FD  ROOM-MASTER-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  ROOM-MASTER-RECORD.
           05  SL-SALA                 PIC X(04).
           05  SL-DESCRICAO            PIC X(20).
           05  SL-CAPACIDADE           PIC 9(03).
           05  FILLER                  PIC X(03).

      *-----------------------------------------------------------------
      * TEACHER-LIMIT-FILE -- MOST CLASS PERIODS A WEEK PER PROFESSOR
      *-----------------------------------------------------------------
       FD  TEACHER-LIMIT-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  TEACHER-LIMIT-RECORD.
           05  LP-PROFESSOR            PIC X(20).
           05  LP-LIMITE-AULAS         PIC 9(02).
           05  FILLER                  PIC X(08).

      *-----------------------------------------------------------------
      * SECTION-MASTER-FILE -- SAME TURMMAST GRADEBK AND CARGAPRF READ
      *-----------------------------------------------------------------
       FD  SECTION-MASTER-FILE
           RECORD CONTAINS 28 CHARACTERS.
       01  SECTION-MASTER-RECORD.
           05  TM-TURMA                PIC X(03).
           05  TM-DISCIPLINA           PIC 9(01).
           05  TM-PROFESSOR            PIC X(20).
           05  TM-ANO-LETIVO           PIC 9(04).

       FD  STUDENT-MASTER-FILE.
           COPY STUDREC.

       FD  CHECK-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CHECK-REPORT-LINE           PIC X(80).

       FD  GRID-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  GRID-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-HR-STATUS            PIC X(02) VALUE SPACES.
       77  WS-SL-STATUS            PIC X(02) VALUE SPACES.
       77  WS-LP-STATUS            PIC X(02) VALUE SPACES.
       77  WS-TM-STATUS            PIC X(02) VALUE SPACES.
       77  WS-SM-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RPT-STATUS           PIC X(02) VALUE SPACES.
       77  WS-GRD-STATUS           PIC X(02) VALUE SPACES.

       77  WS-HR-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-HR-END-OF-FILE             VALUE 'Y'.
       77  WS-SL-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-SL-END-OF-FILE             VALUE 'Y'.
       77  WS-LP-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-LP-END-OF-FILE             VALUE 'Y'.
       77  WS-TM-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-TM-END-OF-FILE             VALUE 'Y'.
       77  WS-SM-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-SM-END-OF-FILE             VALUE 'Y'.
       77  WS-ABORTA-SW            PIC X(01) VALUE 'N'.
           88  WS-EXECUCAO-ABORTADA          VALUE 'S'.

      *-----------------------------------------------------------------
      * WEEKLY LIMIT FOR A PROFESSOR NOT ON LIMPROF, IN CLASS PERIODS
      *-----------------------------------------------------------------
       77  WS-LIMITE-PADRAO        PIC 9(02) VALUE 40.

       01  WS-DIAS-SEMANA.
           05  FILLER              PIC X(18) VALUE
               'SEGTERQUAQUISEXSAB'.
       01  WS-DIAS-TABELA REDEFINES WS-DIAS-SEMANA.
           05  WS-DIA-NOME         PIC X(03) OCCURS 6 TIMES.

      *-----------------------------------------------------------------
      * SECTIONS FROM TURMMAST -- THE LATEST SCHOOL YEAR WINS
      *-----------------------------------------------------------------
       01  WS-SEC-TABLE.
           05  WS-SEC-ENTRY OCCURS 200 TIMES
                            INDEXED BY WS-SEC-IDX.
               10  WS-SEC-TURMA        PIC X(03).
               10  WS-SEC-DISCIPLINA   PIC 9(01).
               10  WS-SEC-PROFESSOR    PIC X(20).
               10  WS-SEC-ANO          PIC 9(04).
       77  WS-SEC-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-SEC-ACHADO           PIC 9(03) VALUE ZEROS.

      *-----------------------------------------------------------------
      * ROOMS FROM SALAMEST AND HOW MANY PERIODS EACH IS BOOKED
      *-----------------------------------------------------------------
       01  WS-SAL-TABLE.
           05  WS-SAL-ENTRY OCCURS 100 TIMES
                            INDEXED BY WS-SAL-IDX.
               10  WS-SAL-SALA         PIC X(04).
               10  WS-SAL-DESCRICAO    PIC X(20).
               10  WS-SAL-CAPACIDADE   PIC 9(03).
               10  WS-SAL-AULAS        PIC 9(03).
       77  WS-SAL-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-SAL-ACHADO           PIC 9(03) VALUE ZEROS.

      *-----------------------------------------------------------------
      * ENROLLED HEADCOUNT PER TURMA, FROM STUDMAST
      *-----------------------------------------------------------------
       01  WS-ALU-TABLE.
           05  WS-ALU-ENTRY OCCURS 200 TIMES
                            INDEXED BY WS-ALU-IDX.
               10  WS-ALU-TURMA        PIC X(03).
               10  WS-ALU-QTDE         PIC 9(04).
       77  WS-ALU-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-ALU-ACHADO           PIC 9(03) VALUE ZEROS.

      *-----------------------------------------------------------------
      * PROFESSORS WITH THEIR BOOKED PERIODS AND WEEKLY LIMIT
      *-----------------------------------------------------------------
       01  WS-PRF-TABLE.
           05  WS-PRF-ENTRY OCCURS 200 TIMES
                            INDEXED BY WS-PRF-IDX.
               10  WS-PRF-NOME         PIC X(20).
               10  WS-PRF-AULAS        PIC 9(03).
               10  WS-PRF-LIMITE       PIC 9(02).
       77  WS-PRF-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-PRF-ACHADO           PIC 9(03) VALUE ZEROS.
       77  WS-NOME-BUSCA           PIC X(20) VALUE SPACES.

      *-----------------------------------------------------------------
      * TURMAS ON THE TIMETABLE, IN ORDER OF FIRST APPEARANCE
      *-----------------------------------------------------------------
       01  WS-TUR-TABLE.
           05  WS-TUR-ENTRY OCCURS 200 TIMES
                            INDEXED BY WS-TUR-IDX.
               10  WS-TUR-TURMA        PIC X(03).
       77  WS-TUR-COUNT            PIC 9(03) VALUE ZEROS.

      *-----------------------------------------------------------------
      * THE TIMETABLE IN CORE -- PROFESSOR FROM TURMMAST
      *-----------------------------------------------------------------
       01  WS-HOR-TABLE.
           05  WS-HOR-ENTRY OCCURS 1000 TIMES.
               10  WS-HOR-TURMA        PIC X(03).
               10  WS-HOR-DISCIPLINA   PIC 9(01).
               10  WS-HOR-DIA          PIC 9(01).
               10  WS-HOR-AULA         PIC 9(02).
               10  WS-HOR-SALA         PIC X(04).
               10  WS-HOR-PROFESSOR    PIC X(20).
       77  WS-HOR-COUNT            PIC 9(04) VALUE ZEROS.
       77  WS-HOR-SUB              PIC 9(04) VALUE ZEROS.
       77  WS-HOR-SUB-2            PIC 9(04) VALUE ZEROS.
       77  WS-MAIOR-AULA           PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      * ONE WEEKLY GRID -- TEN PERIODS BY SIX WEEKDAYS
      *-----------------------------------------------------------------
       77  WS-VISAO                PIC X(01) VALUE SPACES.
           88  WS-VISAO-PROFESSOR            VALUE 'P'.
           88  WS-VISAO-SALA                 VALUE 'S'.
           88  WS-VISAO-TURMA                VALUE 'T'.
       77  WS-CHAVE-GRADE          PIC X(20) VALUE SPACES.
       77  WS-LIN                  PIC 9(02) VALUE ZEROS.
       77  WS-COL                  PIC 9(01) VALUE ZEROS.
       77  WS-CELULA               PIC X(10) VALUE SPACES.

       01  WS-GRADE.
           05  WS-GRD-LINHA OCCURS 10 TIMES.
               10  WS-GRD-CELULA   PIC X(10) OCCURS 6 TIMES.

       77  WS-QTDE-LINHAS          PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-REJEICOES       PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-CONFLITOS       PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-GRADES          PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-ED              PIC Z(03)9.
       77  WS-LIMITE-ED            PIC Z9.
       77  WS-CAPAC-ED             PIC ZZ9.

      *-----------------------------------------------------------------
      * HORRPT PRINT LINES
      *-----------------------------------------------------------------
       01  WS-RPT-DETALHE.
           05  WS-RD-TIPO          PIC X(24).
           05  WS-RD-TEXTO         PIC X(56).

       01  WS-RPT-TOTAL-LINE.
           05  WS-RTT-ROTULO       PIC X(33).
           05  WS-RTT-VALOR        PIC ZZZZ9.
           05  FILLER              PIC X(42) VALUE SPACES.

      *-----------------------------------------------------------------
      * HORGRADE PRINT LINES
      *-----------------------------------------------------------------
       01  WS-GRD-TITULO           PIC X(80) VALUE SPACES.

       01  WS-GRD-COLUNAS.
           05  FILLER              PIC X(05) VALUE 'AULA'.
           05  FILLER              PIC X(11) VALUE 'SEGUNDA'.
           05  FILLER              PIC X(11) VALUE 'TERCA'.
           05  FILLER              PIC X(11) VALUE 'QUARTA'.
           05  FILLER              PIC X(11) VALUE 'QUINTA'.
           05  FILLER              PIC X(11) VALUE 'SEXTA'.
           05  FILLER              PIC X(20) VALUE 'SABADO'.

       01  WS-GRD-DETALHE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-GD-AULA          PIC Z9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-GD-DIA OCCURS 6 TIMES.
               10  WS-GD-CELULA    PIC X(10).
               10  FILLER          PIC X(01).
           05  FILLER              PIC X(09) VALUE SPACES.

       COPY RPTHDRLNK.
       COPY CTLTOTLNK.
       COPY JOBLGLNK.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.

           MOVE 'HORVALID' TO JL-PROGRAM-ID
           MOVE 'S'        TO JL-ACAO
           CALL 'JOBLOG' USING JOBLOG-PARMS

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT

           IF NOT WS-EXECUCAO-ABORTADA
               PERFORM 2000-CHECK-CLASHES
                   THRU 2000-CHECK-CLASHES-EXIT
               PERFORM 3000-CHECK-LIMITS
                   THRU 3000-CHECK-LIMITS-EXIT
               PERFORM 4000-PRINT-GRIDS
                   THRU 4000-PRINT-GRIDS-EXIT
               PERFORM 5000-FINALIZE
                   THRU 5000-FINALIZE-EXIT
           END-IF

           MOVE 'E'         TO JL-ACAO
           MOVE RETURN-CODE TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-PARMS

      *    THE CALL RESETS THE SHARED RETURN-CODE REGISTER -- RESTORE
      *    THE CONDITION CODE OPERATIONS LOOKS AT
           MOVE JL-RETURN-CODE TO RETURN-CODE

           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE -- LOAD THE SECTIONS, ROOMS, LIMITS AND
      * HEADCOUNTS, THEN THE TIMETABLE ITSELF (CHECKED LINE BY LINE
      * AGAINST THEM). NO TIMETABLE MEANS NOTHING TO CHECK
      ******************************************************************
       1000-INITIALIZE.

           MOVE SPACES TO WS-SEC-TABLE
           MOVE SPACES TO WS-SAL-TABLE
           MOVE SPACES TO WS-ALU-TABLE
           MOVE SPACES TO WS-PRF-TABLE
           MOVE SPACES TO WS-TUR-TABLE
           MOVE SPACES TO WS-HOR-TABLE

           OPEN INPUT TIMETABLE-FILE
           IF WS-HR-STATUS NOT = '00'
               DISPLAY 'ERRO - SEM ARQUIVO HORARIO -- NADA A VALIDAR'
               MOVE 'S' TO WS-ABORTA-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           OPEN INPUT SECTION-MASTER-FILE
           IF WS-TM-STATUS = '00'
               PERFORM 8200-READ-SECTION
                   THRU 8200-READ-SECTION-EXIT
               PERFORM 1100-STORE-SECTION
                   THRU 1100-STORE-SECTION-EXIT
                   UNTIL WS-TM-END-OF-FILE
               CLOSE SECTION-MASTER-FILE
           ELSE
               DISPLAY 'AVISO - SEM ARQUIVO TURMMAST -- NENHUMA '
                   'SECAO TEM PROFESSOR'
           END-IF

           OPEN INPUT ROOM-MASTER-FILE
           IF WS-SL-STATUS = '00'
               PERFORM 8300-READ-ROOM
                   THRU 8300-READ-ROOM-EXIT
               PERFORM 1200-STORE-ROOM
                   THRU 1200-STORE-ROOM-EXIT
                   UNTIL WS-SL-END-OF-FILE
               CLOSE ROOM-MASTER-FILE
           ELSE
               DISPLAY 'AVISO - SEM ARQUIVO SALAMEST -- NENHUMA '
                   'SALA CADASTRADA'
           END-IF

           OPEN INPUT TEACHER-LIMIT-FILE
           IF WS-LP-STATUS = '00'
               PERFORM 8400-READ-LIMIT
                   THRU 8400-READ-LIMIT-EXIT
               PERFORM 1300-STORE-LIMIT
                   THRU 1300-STORE-LIMIT-EXIT
                   UNTIL WS-LP-END-OF-FILE
               CLOSE TEACHER-LIMIT-FILE
           ELSE
               DISPLAY 'AVISO - SEM ARQUIVO LIMPROF -- LIMITE DE '
                   WS-LIMITE-PADRAO ' AULAS PARA TODOS'
           END-IF

           OPEN INPUT STUDENT-MASTER-FILE
           IF WS-SM-STATUS = '00'
               PERFORM 8500-READ-STUDENT
                   THRU 8500-READ-STUDENT-EXIT
               PERFORM 1400-COUNT-STUDENT
                   THRU 1400-COUNT-STUDENT-EXIT
                   UNTIL WS-SM-END-OF-FILE
               CLOSE STUDENT-MASTER-FILE
           ELSE
               DISPLAY 'AVISO - SEM ARQUIVO STUDMAST -- LOTACAO DAS '
                   'SALAS NAO VERIFICADA'
           END-IF

           OPEN OUTPUT CHECK-REPORT-FILE
           MOVE 'HORVALID' TO RH-PROGRAM-ID
           MOVE 1          TO RH-PAGE-NUM
           CALL 'RPTHDR' USING RPTHDR-PARMS
           WRITE CHECK-REPORT-LINE FROM RH-HEADER-LINE
           MOVE 'VALIDACAO DO HORARIO DE AULAS' TO CHECK-REPORT-LINE
           WRITE CHECK-REPORT-LINE

           PERFORM 8100-READ-TIMETABLE
               THRU 8100-READ-TIMETABLE-EXIT
           PERFORM 1500-STORE-TIMETABLE
               THRU 1500-STORE-TIMETABLE-EXIT
               UNTIL WS-HR-END-OF-FILE
           CLOSE TIMETABLE-FILE.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-STORE-SECTION -- A TURMA/SUBJECT SEEN AGAIN KEEPS THE
      * LATEST SCHOOL YEAR'S PROFESSOR
      ******************************************************************
       1100-STORE-SECTION.

           PERFORM 6100-FIND-SECTION
               THRU 6100-FIND-SECTION-EXIT
           IF WS-SEC-ACHADO > ZEROS
               IF TM-ANO-LETIVO NOT < WS-SEC-ANO(WS-SEC-ACHADO)
                   MOVE TM-PROFESSOR  TO WS-SEC-PROFESSOR(WS-SEC-ACHADO)
                   MOVE TM-ANO-LETIVO TO WS-SEC-ANO(WS-SEC-ACHADO)
               END-IF
               GO TO 1100-STORE-SECTION-NEXT
           END-IF

           IF WS-SEC-COUNT < 200
               ADD 1 TO WS-SEC-COUNT
               SET WS-SEC-IDX TO WS-SEC-COUNT
               MOVE TM-TURMA      TO WS-SEC-TURMA(WS-SEC-IDX)
               MOVE TM-DISCIPLINA TO WS-SEC-DISCIPLINA(WS-SEC-IDX)
               MOVE TM-PROFESSOR  TO WS-SEC-PROFESSOR(WS-SEC-IDX)
               MOVE TM-ANO-LETIVO TO WS-SEC-ANO(WS-SEC-IDX)
           ELSE
               DISPLAY 'TABELA DE TURMAS CHEIA -- TURMA '
                   TM-TURMA ' IGNORADA'
           END-IF.

       1100-STORE-SECTION-NEXT.

           PERFORM 8200-READ-SECTION
               THRU 8200-READ-SECTION-EXIT.

       1100-STORE-SECTION-EXIT.
           EXIT.

      ******************************************************************
      * 1200-STORE-ROOM
      ******************************************************************
       1200-STORE-ROOM.

           IF SL-CAPACIDADE NOT NUMERIC
               DISPLAY 'AVISO - SALA ' SL-SALA ' SEM CAPACIDADE '
                   'VALIDA -- TRATADA COMO ZERO'
               MOVE ZEROS TO SL-CAPACIDADE
           END-IF

           IF WS-SAL-COUNT < 100
               ADD 1 TO WS-SAL-COUNT
               SET WS-SAL-IDX TO WS-SAL-COUNT
               MOVE SL-SALA       TO WS-SAL-SALA(WS-SAL-IDX)
               MOVE SL-DESCRICAO  TO WS-SAL-DESCRICAO(WS-SAL-IDX)
               MOVE SL-CAPACIDADE TO WS-SAL-CAPACIDADE(WS-SAL-IDX)
               MOVE ZEROS         TO WS-SAL-AULAS(WS-SAL-IDX)
           ELSE
               DISPLAY 'TABELA DE SALAS CHEIA -- SALA '
                   SL-SALA ' IGNORADA'
           END-IF

           PERFORM 8300-READ-ROOM
               THRU 8300-READ-ROOM-EXIT.

       1200-STORE-ROOM-EXIT.
           EXIT.

      ******************************************************************
      * 1300-STORE-LIMIT -- THE ALL-'*' LINE IS THE DEFAULT LIMIT
      ******************************************************************
       1300-STORE-LIMIT.

           IF LP-LIMITE-AULAS NOT NUMERIC
               DISPLAY 'AVISO - LIMPROF INVALIDO IGNORADO: '
                   TEACHER-LIMIT-RECORD
               GO TO 1300-STORE-LIMIT-NEXT
           END-IF

           IF LP-PROFESSOR = ALL '*'
               MOVE LP-LIMITE-AULAS TO WS-LIMITE-PADRAO
               GO TO 1300-STORE-LIMIT-NEXT
           END-IF

           MOVE LP-PROFESSOR TO WS-NOME-BUSCA
           PERFORM 6400-ADD-PROFESSOR
               THRU 6400-ADD-PROFESSOR-EXIT
           IF WS-PRF-ACHADO > ZEROS
               MOVE LP-LIMITE-AULAS TO WS-PRF-LIMITE(WS-PRF-ACHADO)
           END-IF.

       1300-STORE-LIMIT-NEXT.

           PERFORM 8400-READ-LIMIT
               THRU 8400-READ-LIMIT-EXIT.

       1300-STORE-LIMIT-EXIT.
           EXIT.

      ******************************************************************
      * 1400-COUNT-STUDENT -- A TRANCADO STUDENT TAKES NO SEAT
      ******************************************************************
       1400-COUNT-STUDENT.

           IF STU-TRANCADO
               GO TO 1400-COUNT-STUDENT-NEXT
           END-IF

           PERFORM 6300-FIND-HEADCOUNT
               THRU 6300-FIND-HEADCOUNT-EXIT
           IF WS-ALU-ACHADO > ZEROS
               ADD 1 TO WS-ALU-QTDE(WS-ALU-ACHADO)
               GO TO 1400-COUNT-STUDENT-NEXT
           END-IF

           IF WS-ALU-COUNT < 200
               ADD 1 TO WS-ALU-COUNT
               SET WS-ALU-IDX TO WS-ALU-COUNT
               MOVE STU-TURMA TO WS-ALU-TURMA(WS-ALU-IDX)
               MOVE 1         TO WS-ALU-QTDE(WS-ALU-IDX)
           ELSE
               DISPLAY 'TABELA DE LOTACAO CHEIA -- TURMA '
                   STU-TURMA ' NAO CONTADA'
           END-IF.

       1400-COUNT-STUDENT-NEXT.

           PERFORM 8500-READ-STUDENT
               THRU 8500-READ-STUDENT-EXIT.

       1400-COUNT-STUDENT-EXIT.
           EXIT.

      ******************************************************************
      * 1500-STORE-TIMETABLE -- A LINE WITH A BAD WEEKDAY OR PERIOD IS
      * REJECTED OUTRIGHT; ONE NAMING A SECTION OFF TURMMAST OR A ROOM
      * OFF SALAMEST IS REJECTED BUT STILL TAKES PART IN THE CLASH
      * CHECK. A KNOWN ROOM IS CHECKED AGAINST THE TURMA'S HEADCOUNT
      ******************************************************************
       1500-STORE-TIMETABLE.

           ADD 1 TO WS-QTDE-LINHAS

           IF HR-DIA-SEMANA NOT NUMERIC
               OR HR-AULA NOT NUMERIC
               OR HR-DISCIPLINA NOT NUMERIC
               OR HR-DIA-SEMANA < 1 OR HR-DIA-SEMANA > 6
               OR HR-AULA < 1 OR HR-AULA > 10
               MOVE 'LINHA INVALIDA' TO WS-RD-TIPO
               MOVE TIMETABLE-RECORD TO WS-RD-TEXTO
               PERFORM 7000-WRITE-REJECTION
                   THRU 7000-WRITE-REJECTION-EXIT
               GO TO 1500-STORE-TIMETABLE-NEXT
           END-IF

           IF WS-HOR-COUNT NOT < 1000
               DISPLAY 'TABELA DE HORARIOS CHEIA -- EXECUCAO '
                   'RECUSADA'
               MOVE 'LINHA NAO VALIDADA' TO WS-RD-TIPO
               MOVE TIMETABLE-RECORD TO WS-RD-TEXTO
               PERFORM 7000-WRITE-REJECTION
                   THRU 7000-WRITE-REJECTION-EXIT
               GO TO 1500-STORE-TIMETABLE-NEXT
           END-IF

           ADD 1 TO WS-HOR-COUNT
           MOVE WS-HOR-COUNT  TO WS-HOR-SUB
           MOVE HR-TURMA      TO WS-HOR-TURMA(WS-HOR-SUB)
           MOVE HR-DISCIPLINA TO WS-HOR-DISCIPLINA(WS-HOR-SUB)
           MOVE HR-DIA-SEMANA TO WS-HOR-DIA(WS-HOR-SUB)
           MOVE HR-AULA       TO WS-HOR-AULA(WS-HOR-SUB)
           MOVE HR-SALA       TO WS-HOR-SALA(WS-HOR-SUB)
           MOVE SPACES        TO WS-HOR-PROFESSOR(WS-HOR-SUB)
           IF HR-AULA > WS-MAIOR-AULA
               MOVE HR-AULA TO WS-MAIOR-AULA
           END-IF

           PERFORM 1510-NOTE-TURMA
               THRU 1510-NOTE-TURMA-EXIT

           MOVE HR-TURMA      TO TM-TURMA
           MOVE HR-DISCIPLINA TO TM-DISCIPLINA
           PERFORM 6100-FIND-SECTION
               THRU 6100-FIND-SECTION-EXIT
           IF WS-SEC-ACHADO = ZEROS
               MOVE 'SECAO FORA DO TURMMAST' TO WS-RD-TIPO
               PERFORM 7100-DESCRIBE-ENTRY
                   THRU 7100-DESCRIBE-ENTRY-EXIT
               PERFORM 7000-WRITE-REJECTION
                   THRU 7000-WRITE-REJECTION-EXIT
           ELSE
               MOVE WS-SEC-PROFESSOR(WS-SEC-ACHADO)
                   TO WS-HOR-PROFESSOR(WS-HOR-SUB)
           END-IF

      *    A SECTION WITH NO TEACHER NAMED HAS NO ONE TO CHARGE
           IF WS-HOR-PROFESSOR(WS-HOR-SUB) NOT = SPACES
               MOVE WS-HOR-PROFESSOR(WS-HOR-SUB) TO WS-NOME-BUSCA
               PERFORM 6400-ADD-PROFESSOR
                   THRU 6400-ADD-PROFESSOR-EXIT
               IF WS-PRF-ACHADO > ZEROS
                   ADD 1 TO WS-PRF-AULAS(WS-PRF-ACHADO)
               END-IF
           END-IF

           PERFORM 6200-FIND-ROOM
               THRU 6200-FIND-ROOM-EXIT
           IF WS-SAL-ACHADO = ZEROS
               MOVE 'SALA FORA DO SALAMEST' TO WS-RD-TIPO
               PERFORM 7100-DESCRIBE-ENTRY
                   THRU 7100-DESCRIBE-ENTRY-EXIT
               PERFORM 7000-WRITE-REJECTION
                   THRU 7000-WRITE-REJECTION-EXIT
               GO TO 1500-STORE-TIMETABLE-NEXT
           END-IF

           ADD 1 TO WS-SAL-AULAS(WS-SAL-ACHADO)

           MOVE HR-TURMA TO STU-TURMA
           PERFORM 6300-FIND-HEADCOUNT
               THRU 6300-FIND-HEADCOUNT-EXIT
           IF WS-ALU-ACHADO = ZEROS
               GO TO 1500-STORE-TIMETABLE-NEXT
           END-IF

           IF WS-ALU-QTDE(WS-ALU-ACHADO)
                   > WS-SAL-CAPACIDADE(WS-SAL-ACHADO)
               MOVE 'SALA PEQUENA PARA TURMA' TO WS-RD-TIPO
               MOVE WS-ALU-QTDE(WS-ALU-ACHADO) TO WS-QTDE-ED
               MOVE WS-SAL-CAPACIDADE(WS-SAL-ACHADO) TO WS-CAPAC-ED
               MOVE HR-AULA TO WS-LIMITE-ED
               MOVE SPACES TO WS-RD-TEXTO
               STRING 'TURMA ' HR-TURMA '/' HR-DISCIPLINA ' '
                   WS-DIA-NOME(HR-DIA-SEMANA) ' AULA' WS-LIMITE-ED
                   ' SALA ' HR-SALA ' ALUNOS' WS-QTDE-ED
                   ' LUGARES' WS-CAPAC-ED
                   DELIMITED BY SIZE INTO WS-RD-TEXTO
               PERFORM 7000-WRITE-REJECTION
                   THRU 7000-WRITE-REJECTION-EXIT
           END-IF.

       1500-STORE-TIMETABLE-NEXT.

           PERFORM 8100-READ-TIMETABLE
               THRU 8100-READ-TIMETABLE-EXIT.

       1500-STORE-TIMETABLE-EXIT.
           EXIT.

      ******************************************************************
      * 1510-NOTE-TURMA -- EACH TURMA GETS ITS OWN GRID
      ******************************************************************
       1510-NOTE-TURMA.

           IF WS-TUR-COUNT > ZEROS
               SET WS-TUR-IDX TO 1
               SEARCH WS-TUR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-TUR-IDX > WS-TUR-COUNT
                       CONTINUE
                   WHEN WS-TUR-TURMA(WS-TUR-IDX) = HR-TURMA
                       GO TO 1510-NOTE-TURMA-EXIT
               END-SEARCH
           END-IF

           IF WS-TUR-COUNT < 200
               ADD 1 TO WS-TUR-COUNT
               SET WS-TUR-IDX TO WS-TUR-COUNT
               MOVE HR-TURMA TO WS-TUR-TURMA(WS-TUR-IDX)
           ELSE
               DISPLAY 'TABELA DE GRADES CHEIA -- TURMA '
                   HR-TURMA ' SEM GRADE'
           END-IF.

       1510-NOTE-TURMA-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CHECK-CLASHES -- EVERY PAIR OF TIMETABLE LINES IN THE
      * SAME WEEKDAY AND PERIOD
      ******************************************************************
       2000-CHECK-CLASHES.

           IF WS-HOR-COUNT < 2
               GO TO 2000-CHECK-CLASHES-EXIT
           END-IF

           PERFORM 2100-CHECK-PAIR
               THRU 2100-CHECK-PAIR-EXIT
               VARYING WS-HOR-SUB FROM 1 BY 1
                 UNTIL WS-HOR-SUB > WS-HOR-COUNT
                 AFTER WS-HOR-SUB-2 FROM 1 BY 1
                 UNTIL WS-HOR-SUB-2 > WS-HOR-COUNT.

       2000-CHECK-CLASHES-EXIT.
           EXIT.

      ******************************************************************
      * 2100-CHECK-PAIR -- EACH PAIR ONCE. THE SAME ROOM IS A ROOM
      * CLASH; OTHERWISE THE SAME PROFESSOR IS A PROFESSOR IN TWO
      * ROOMS. THE SAME TURMA IN TWO CLASSES IS A CLASH ON ITS OWN
      ******************************************************************
       2100-CHECK-PAIR.

           IF WS-HOR-SUB-2 NOT > WS-HOR-SUB
               GO TO 2100-CHECK-PAIR-EXIT
           END-IF

           IF WS-HOR-DIA(WS-HOR-SUB) NOT = WS-HOR-DIA(WS-HOR-SUB-2)
               OR WS-HOR-AULA(WS-HOR-SUB)
                      NOT = WS-HOR-AULA(WS-HOR-SUB-2)
               GO TO 2100-CHECK-PAIR-EXIT
           END-IF

           IF WS-HOR-SALA(WS-HOR-SUB) = WS-HOR-SALA(WS-HOR-SUB-2)
               AND WS-HOR-SALA(WS-HOR-SUB) NOT = SPACES
               MOVE 'DUAS SECOES NA SALA' TO WS-RD-TIPO
               MOVE WS-HOR-SALA(WS-HOR-SUB) TO WS-CHAVE-GRADE
               PERFORM 2200-WRITE-CLASH
                   THRU 2200-WRITE-CLASH-EXIT
           ELSE
               IF WS-HOR-PROFESSOR(WS-HOR-SUB)
                      = WS-HOR-PROFESSOR(WS-HOR-SUB-2)
                   AND WS-HOR-PROFESSOR(WS-HOR-SUB) NOT = SPACES
                   MOVE 'PROFESSOR EM DUAS SALAS' TO WS-RD-TIPO
                   MOVE WS-HOR-PROFESSOR(WS-HOR-SUB) TO WS-CHAVE-GRADE
                   PERFORM 2200-WRITE-CLASH
                       THRU 2200-WRITE-CLASH-EXIT
               END-IF
           END-IF

           IF WS-HOR-TURMA(WS-HOR-SUB) = WS-HOR-TURMA(WS-HOR-SUB-2)
               MOVE 'TURMA EM DUAS AULAS' TO WS-RD-TIPO
               MOVE WS-HOR-TURMA(WS-HOR-SUB) TO WS-CHAVE-GRADE
               PERFORM 2200-WRITE-CLASH
                   THRU 2200-WRITE-CLASH-EXIT
           END-IF.

       2100-CHECK-PAIR-EXIT.
           EXIT.

      ******************************************************************
      * 2200-WRITE-CLASH -- WHO CLASHES, WHEN, AND THE TWO SECTIONS
      ******************************************************************
       2200-WRITE-CLASH.

           MOVE SPACES TO WS-RD-TEXTO
           MOVE WS-HOR-AULA(WS-HOR-SUB) TO WS-LIMITE-ED
           MOVE WS-HOR-DIA(WS-HOR-SUB)  TO WS-COL
           STRING WS-CHAVE-GRADE ' '
               WS-DIA-NOME(WS-COL)
               ' AULA' WS-LIMITE-ED ': '
               WS-HOR-TURMA(WS-HOR-SUB) '/'
               WS-HOR-DISCIPLINA(WS-HOR-SUB) ' X '
               WS-HOR-TURMA(WS-HOR-SUB-2) '/'
               WS-HOR-DISCIPLINA(WS-HOR-SUB-2)
               DELIMITED BY SIZE INTO WS-RD-TEXTO

           ADD 1 TO WS-QTDE-CONFLITOS
           PERFORM 7000-WRITE-REJECTION
               THRU 7000-WRITE-REJECTION-EXIT.

       2200-WRITE-CLASH-EXIT.
           EXIT.

      ******************************************************************
      * 3000-CHECK-LIMITS -- PROFESSORS BOOKED OVER THEIR WEEKLY LIMIT
      ******************************************************************
       3000-CHECK-LIMITS.

           IF WS-PRF-COUNT = ZEROS
               GO TO 3000-CHECK-LIMITS-EXIT
           END-IF

           PERFORM 3100-CHECK-ONE-LIMIT
               THRU 3100-CHECK-ONE-LIMIT-EXIT
               VARYING WS-PRF-IDX FROM 1 BY 1
                 UNTIL WS-PRF-IDX > WS-PRF-COUNT.

       3000-CHECK-LIMITS-EXIT.
           EXIT.

      ******************************************************************
      * 3100-CHECK-ONE-LIMIT -- NO LIMPROF LINE TAKES THE DEFAULT
      ******************************************************************
       3100-CHECK-ONE-LIMIT.

           IF WS-PRF-LIMITE(WS-PRF-IDX) NOT NUMERIC
               MOVE WS-LIMITE-PADRAO TO WS-PRF-LIMITE(WS-PRF-IDX)
           END-IF

           IF WS-PRF-AULAS(WS-PRF-IDX) NOT > WS-PRF-LIMITE(WS-PRF-IDX)
               GO TO 3100-CHECK-ONE-LIMIT-EXIT
           END-IF

           MOVE 'PROFESSOR ACIMA LIMITE' TO WS-RD-TIPO
           MOVE SPACES TO WS-RD-TEXTO
           MOVE WS-PRF-AULAS(WS-PRF-IDX)  TO WS-QTDE-ED
           MOVE WS-PRF-LIMITE(WS-PRF-IDX) TO WS-LIMITE-ED
           STRING WS-PRF-NOME(WS-PRF-IDX) ' ' WS-QTDE-ED
               ' AULAS NA SEMANA, LIMITE ' WS-LIMITE-ED
               DELIMITED BY SIZE INTO WS-RD-TEXTO
           PERFORM 7000-WRITE-REJECTION
               THRU 7000-WRITE-REJECTION-EXIT.

       3100-CHECK-ONE-LIMIT-EXIT.
           EXIT.

      ******************************************************************
      * 4000-PRINT-GRIDS -- ONE PAGE PER PROFESSOR, PER ROOM IN USE
      * AND PER TURMA
      ******************************************************************
       4000-PRINT-GRIDS.

           OPEN OUTPUT GRID-REPORT-FILE

           IF WS-MAIOR-AULA = ZEROS
               GO TO 4000-PRINT-GRIDS-CLOSE
           END-IF

           MOVE 'P' TO WS-VISAO
           PERFORM 4100-PRINT-TEACHER-GRID
               THRU 4100-PRINT-TEACHER-GRID-EXIT
               VARYING WS-PRF-IDX FROM 1 BY 1
                 UNTIL WS-PRF-IDX > WS-PRF-COUNT

           MOVE 'S' TO WS-VISAO
           PERFORM 4200-PRINT-ROOM-GRID
               THRU 4200-PRINT-ROOM-GRID-EXIT
               VARYING WS-SAL-IDX FROM 1 BY 1
                 UNTIL WS-SAL-IDX > WS-SAL-COUNT

           MOVE 'T' TO WS-VISAO
           PERFORM 4300-PRINT-TURMA-GRID
               THRU 4300-PRINT-TURMA-GRID-EXIT
               VARYING WS-TUR-IDX FROM 1 BY 1
                 UNTIL WS-TUR-IDX > WS-TUR-COUNT.

       4000-PRINT-GRIDS-CLOSE.

           CLOSE GRID-REPORT-FILE.

       4000-PRINT-GRIDS-EXIT.
           EXIT.

      ******************************************************************
      * 4100-PRINT-TEACHER-GRID -- A LIMPROF NAME WITH NO CLASSES GETS
      * NO PAGE
      ******************************************************************
       4100-PRINT-TEACHER-GRID.

           IF WS-PRF-AULAS(WS-PRF-IDX) = ZEROS
               GO TO 4100-PRINT-TEACHER-GRID-EXIT
           END-IF

           MOVE WS-PRF-NOME(WS-PRF-IDX) TO WS-CHAVE-GRADE
           MOVE SPACES TO WS-GRD-TITULO
           MOVE WS-PRF-AULAS(WS-PRF-IDX) TO WS-QTDE-ED
           STRING 'HORARIO DO PROFESSOR: ' WS-PRF-NOME(WS-PRF-IDX)
               '  AULAS/SEMANA:' WS-QTDE-ED
               DELIMITED BY SIZE INTO WS-GRD-TITULO
           PERFORM 4500-PRINT-GRID
               THRU 4500-PRINT-GRID-EXIT.

       4100-PRINT-TEACHER-GRID-EXIT.
           EXIT.

      ******************************************************************
      * 4200-PRINT-ROOM-GRID -- ONLY ROOMS WITH SOMETHING BOOKED
      ******************************************************************
       4200-PRINT-ROOM-GRID.

           IF WS-SAL-AULAS(WS-SAL-IDX) = ZEROS
               GO TO 4200-PRINT-ROOM-GRID-EXIT
           END-IF

           MOVE WS-SAL-SALA(WS-SAL-IDX) TO WS-CHAVE-GRADE
           MOVE SPACES TO WS-GRD-TITULO
           MOVE WS-SAL-CAPACIDADE(WS-SAL-IDX) TO WS-QTDE-ED
           STRING 'HORARIO DA SALA: ' WS-SAL-SALA(WS-SAL-IDX) ' '
               WS-SAL-DESCRICAO(WS-SAL-IDX) '  LUGARES:' WS-QTDE-ED
               DELIMITED BY SIZE INTO WS-GRD-TITULO
           PERFORM 4500-PRINT-GRID
               THRU 4500-PRINT-GRID-EXIT.

       4200-PRINT-ROOM-GRID-EXIT.
           EXIT.

      ******************************************************************
      * 4300-PRINT-TURMA-GRID
      ******************************************************************
       4300-PRINT-TURMA-GRID.

           MOVE WS-TUR-TURMA(WS-TUR-IDX) TO WS-CHAVE-GRADE
           MOVE WS-TUR-TURMA(WS-TUR-IDX) TO STU-TURMA
           PERFORM 6300-FIND-HEADCOUNT
               THRU 6300-FIND-HEADCOUNT-EXIT
           IF WS-ALU-ACHADO > ZEROS
               MOVE WS-ALU-QTDE(WS-ALU-ACHADO) TO WS-QTDE-ED
           ELSE
               MOVE ZEROS TO WS-QTDE-ED
           END-IF
           MOVE SPACES TO WS-GRD-TITULO
           STRING 'HORARIO DA TURMA: ' WS-TUR-TURMA(WS-TUR-IDX)
               '  ALUNOS:' WS-QTDE-ED
               DELIMITED BY SIZE INTO WS-GRD-TITULO
           PERFORM 4500-PRINT-GRID
               THRU 4500-PRINT-GRID-EXIT.

       4300-PRINT-TURMA-GRID-EXIT.
           EXIT.

      ******************************************************************
      * 4500-PRINT-GRID -- FILL THE GRID FOR WS-CHAVE-GRADE IN THE
      * CURRENT VIEW AND PRINT IT ON A PAGE OF ITS OWN
      ******************************************************************
       4500-PRINT-GRID.

           MOVE SPACES TO WS-GRADE
           PERFORM 4510-PLACE-ENTRY
               THRU 4510-PLACE-ENTRY-EXIT
               VARYING WS-HOR-SUB FROM 1 BY 1
                 UNTIL WS-HOR-SUB > WS-HOR-COUNT

           ADD 1 TO WS-QTDE-GRADES
           MOVE 'HORVALID'     TO RH-PROGRAM-ID
           MOVE WS-QTDE-GRADES TO RH-PAGE-NUM
           CALL 'RPTHDR' USING RPTHDR-PARMS
           WRITE GRID-REPORT-LINE FROM RH-HEADER-LINE
           IF WS-QTDE-REJEICOES > ZEROS
               MOVE '*** HORARIO COM REJEICOES -- NAO AFIXAR ***'
                   TO GRID-REPORT-LINE
               WRITE GRID-REPORT-LINE
           END-IF
           WRITE GRID-REPORT-LINE FROM WS-GRD-TITULO
           MOVE SPACES TO GRID-REPORT-LINE
           WRITE GRID-REPORT-LINE
           WRITE GRID-REPORT-LINE FROM WS-GRD-COLUNAS

           PERFORM 4520-PRINT-ROW
               THRU 4520-PRINT-ROW-EXIT
               VARYING WS-LIN FROM 1 BY 1
                 UNTIL WS-LIN > WS-MAIOR-AULA

           MOVE SPACES TO GRID-REPORT-LINE
           WRITE GRID-REPORT-LINE.

       4500-PRINT-GRID-EXIT.
           EXIT.

      ******************************************************************
      * 4510-PLACE-ENTRY -- A PROFESSOR'S CELL SHOWS TURMA/SUBJECT AND
      * ROOM, A ROOM'S THE TURMA/SUBJECT, A TURMA'S THE SUBJECT AND
      * ROOM. A CELL ALREADY TAKEN IS A CLASH
      ******************************************************************
       4510-PLACE-ENTRY.

           MOVE SPACES TO WS-CELULA

           EVALUATE TRUE
               WHEN WS-VISAO-PROFESSOR
                   IF WS-HOR-PROFESSOR(WS-HOR-SUB) NOT = WS-CHAVE-GRADE
                       GO TO 4510-PLACE-ENTRY-EXIT
                   END-IF
                   STRING WS-HOR-TURMA(WS-HOR-SUB) '/'
                       WS-HOR-DISCIPLINA(WS-HOR-SUB) ' '
                       WS-HOR-SALA(WS-HOR-SUB)
                       DELIMITED BY SIZE INTO WS-CELULA
               WHEN WS-VISAO-SALA
                   IF WS-HOR-SALA(WS-HOR-SUB) NOT = WS-CHAVE-GRADE
                       GO TO 4510-PLACE-ENTRY-EXIT
                   END-IF
                   STRING WS-HOR-TURMA(WS-HOR-SUB) '/'
                       WS-HOR-DISCIPLINA(WS-HOR-SUB)
                       DELIMITED BY SIZE INTO WS-CELULA
               WHEN OTHER
                   IF WS-HOR-TURMA(WS-HOR-SUB) NOT = WS-CHAVE-GRADE
                       GO TO 4510-PLACE-ENTRY-EXIT
                   END-IF
                   STRING 'D' WS-HOR-DISCIPLINA(WS-HOR-SUB) ' '
                       WS-HOR-SALA(WS-HOR-SUB)
                       DELIMITED BY SIZE INTO WS-CELULA
           END-EVALUATE

           MOVE WS-HOR-AULA(WS-HOR-SUB) TO WS-LIN
           MOVE WS-HOR-DIA(WS-HOR-SUB)  TO WS-COL
           IF WS-GRD-CELULA(WS-LIN, WS-COL) = SPACES
               MOVE WS-CELULA TO WS-GRD-CELULA(WS-LIN, WS-COL)
           ELSE
               MOVE '*CONFLITO*' TO WS-GRD-CELULA(WS-LIN, WS-COL)
           END-IF.

       4510-PLACE-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * 4520-PRINT-ROW -- ONE CLASS PERIOD ACROSS THE WEEK
      ******************************************************************
       4520-PRINT-ROW.

           MOVE SPACES TO WS-GRD-DETALHE
           MOVE WS-LIN TO WS-GD-AULA
           PERFORM 4530-MOVE-CELL
               THRU 4530-MOVE-CELL-EXIT
               VARYING WS-COL FROM 1 BY 1
                 UNTIL WS-COL > 6
           WRITE GRID-REPORT-LINE FROM WS-GRD-DETALHE.

       4520-PRINT-ROW-EXIT.
           EXIT.

      ******************************************************************
      * 4530-MOVE-CELL
      ******************************************************************
       4530-MOVE-CELL.

           MOVE WS-GRD-CELULA(WS-LIN, WS-COL) TO WS-GD-CELULA(WS-COL).

       4530-MOVE-CELL-EXIT.
           EXIT.

      ******************************************************************
      * 5000-FINALIZE -- TOTALS, CONTROL TOTALS, RETURN CODE 8 WHEN
      * ANYTHING WAS REJECTED
      ******************************************************************
       5000-FINALIZE.

           MOVE SPACES TO WS-RPT-TOTAL-LINE
           WRITE CHECK-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'LINHAS DO HORARIO'            TO WS-RTT-ROTULO
           MOVE WS-QTDE-LINHAS                 TO WS-RTT-VALOR
           WRITE CHECK-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'CONFLITOS DE HORARIO'         TO WS-RTT-ROTULO
           MOVE WS-QTDE-CONFLITOS              TO WS-RTT-VALOR
           WRITE CHECK-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'TOTAL DE REJEICOES'           TO WS-RTT-ROTULO
           MOVE WS-QTDE-REJEICOES              TO WS-RTT-VALOR
           WRITE CHECK-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'GRADES IMPRESSAS'             TO WS-RTT-ROTULO
           MOVE WS-QTDE-GRADES                 TO WS-RTT-VALOR
           WRITE CHECK-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           IF WS-QTDE-REJEICOES = ZEROS
               MOVE 'HORARIO SEM REJEICOES -- LIBERADO PARA AFIXAR'
                   TO CHECK-REPORT-LINE
               WRITE CHECK-REPORT-LINE
           END-IF

           CLOSE CHECK-REPORT-FILE

           DISPLAY 'LINHAS DO HORARIO: ' WS-QTDE-LINHAS
           DISPLAY 'CONFLITOS DE HORARIO: ' WS-QTDE-CONFLITOS
           DISPLAY 'TOTAL DE REJEICOES: ' WS-QTDE-REJEICOES
           DISPLAY 'GRADES IMPRESSAS: ' WS-QTDE-GRADES

           MOVE 'HORVALID'          TO CT-PROGRAM-ID
           MOVE 'LINHAS'            TO CT-TOTAL-1-LABEL
           MOVE WS-QTDE-LINHAS      TO CT-TOTAL-1-VALOR
           MOVE 'CONFLITOS'         TO CT-TOTAL-2-LABEL
           MOVE WS-QTDE-CONFLITOS   TO CT-TOTAL-2-VALOR
           MOVE 'REJEICOES'         TO CT-TOTAL-3-LABEL
           MOVE WS-QTDE-REJEICOES   TO CT-TOTAL-3-VALOR
           CALL 'CTLTOT' USING CTLTOT-PARMS

           IF WS-QTDE-REJEICOES > ZEROS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       5000-FINALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 6100-FIND-SECTION -- WS-SEC-ACHADO GETS THE ENTRY FOR TM-TURMA
      * AND TM-DISCIPLINA, OR ZERO
      ******************************************************************
       6100-FIND-SECTION.

           MOVE ZEROS TO WS-SEC-ACHADO
           IF WS-SEC-COUNT = ZEROS
               GO TO 6100-FIND-SECTION-EXIT
           END-IF

           SET WS-SEC-IDX TO 1
           SEARCH WS-SEC-ENTRY
               AT END
                   CONTINUE
               WHEN WS-SEC-IDX > WS-SEC-COUNT
                   CONTINUE
               WHEN WS-SEC-TURMA(WS-SEC-IDX) = TM-TURMA
                   AND WS-SEC-DISCIPLINA(WS-SEC-IDX) = TM-DISCIPLINA
                   SET WS-SEC-ACHADO TO WS-SEC-IDX
           END-SEARCH.

       6100-FIND-SECTION-EXIT.
           EXIT.

      ******************************************************************
      * 6200-FIND-ROOM -- WS-SAL-ACHADO GETS THE ENTRY FOR HR-SALA, OR
      * ZERO
      ******************************************************************
       6200-FIND-ROOM.

           MOVE ZEROS TO WS-SAL-ACHADO
           IF WS-SAL-COUNT = ZEROS
               GO TO 6200-FIND-ROOM-EXIT
           END-IF

           SET WS-SAL-IDX TO 1
           SEARCH WS-SAL-ENTRY
               AT END
                   CONTINUE
               WHEN WS-SAL-IDX > WS-SAL-COUNT
                   CONTINUE
               WHEN WS-SAL-SALA(WS-SAL-IDX) = HR-SALA
                   SET WS-SAL-ACHADO TO WS-SAL-IDX
           END-SEARCH.

       6200-FIND-ROOM-EXIT.
           EXIT.

      ******************************************************************
      * 6300-FIND-HEADCOUNT -- WS-ALU-ACHADO GETS THE ENTRY FOR
      * STU-TURMA, OR ZERO
      ******************************************************************
       6300-FIND-HEADCOUNT.

           MOVE ZEROS TO WS-ALU-ACHADO
           IF WS-ALU-COUNT = ZEROS
               GO TO 6300-FIND-HEADCOUNT-EXIT
           END-IF

           SET WS-ALU-IDX TO 1
           SEARCH WS-ALU-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ALU-IDX > WS-ALU-COUNT
                   CONTINUE
               WHEN WS-ALU-TURMA(WS-ALU-IDX) = STU-TURMA
                   SET WS-ALU-ACHADO TO WS-ALU-IDX
           END-SEARCH.

       6300-FIND-HEADCOUNT-EXIT.
           EXIT.

      ******************************************************************
      * 6400-ADD-PROFESSOR -- WS-PRF-ACHADO GETS THE ENTRY WHOSE NAME
      * IS WS-NOME-BUSCA, ADDING IT WHEN NEW (ZERO WHEN THE TABLE IS
      * FULL)
      ******************************************************************
       6400-ADD-PROFESSOR.

           MOVE ZEROS TO WS-PRF-ACHADO
           IF WS-PRF-COUNT > ZEROS
               SET WS-PRF-IDX TO 1
               SEARCH WS-PRF-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PRF-IDX > WS-PRF-COUNT
                       CONTINUE
                   WHEN WS-PRF-NOME(WS-PRF-IDX) = WS-NOME-BUSCA
                       SET WS-PRF-ACHADO TO WS-PRF-IDX
               END-SEARCH
           END-IF

           IF WS-PRF-ACHADO > ZEROS
               GO TO 6400-ADD-PROFESSOR-EXIT
           END-IF

           IF WS-PRF-COUNT NOT < 200
               DISPLAY 'TABELA DE PROFESSORES CHEIA -- '
                   WS-NOME-BUSCA ' IGNORADO'
               GO TO 6400-ADD-PROFESSOR-EXIT
           END-IF

           ADD 1 TO WS-PRF-COUNT
           MOVE WS-PRF-COUNT  TO WS-PRF-ACHADO
           MOVE WS-NOME-BUSCA TO WS-PRF-NOME(WS-PRF-ACHADO)
           MOVE ZEROS         TO WS-PRF-AULAS(WS-PRF-ACHADO).

       6400-ADD-PROFESSOR-EXIT.
           EXIT.

      ******************************************************************
      * 7000-WRITE-REJECTION -- WS-RD-TIPO AND WS-RD-TEXTO ARE SET
      ******************************************************************
       7000-WRITE-REJECTION.

           WRITE CHECK-REPORT-LINE FROM WS-RPT-DETALHE
           ADD 1 TO WS-QTDE-REJEICOES.

       7000-WRITE-REJECTION-EXIT.
           EXIT.

      ******************************************************************
      * 7100-DESCRIBE-ENTRY -- THE CURRENT TIMETABLE LINE IN WORDS
      ******************************************************************
       7100-DESCRIBE-ENTRY.

           MOVE SPACES TO WS-RD-TEXTO
           MOVE HR-AULA TO WS-LIMITE-ED
           STRING 'TURMA ' HR-TURMA '/' HR-DISCIPLINA ' '
               WS-DIA-NOME(HR-DIA-SEMANA) ' AULA' WS-LIMITE-ED
               ' SALA ' HR-SALA
               DELIMITED BY SIZE INTO WS-RD-TEXTO.

       7100-DESCRIBE-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * 8100-READ-TIMETABLE
      ******************************************************************
       8100-READ-TIMETABLE.

           READ TIMETABLE-FILE
               AT END
                   MOVE 'Y' TO WS-HR-EOF-SWITCH
           END-READ.

       8100-READ-TIMETABLE-EXIT.
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
      * 8300-READ-ROOM
      ******************************************************************
       8300-READ-ROOM.

           READ ROOM-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-SL-EOF-SWITCH
           END-READ.

       8300-READ-ROOM-EXIT.
           EXIT.

      ******************************************************************
      * 8400-READ-LIMIT
      ******************************************************************
       8400-READ-LIMIT.

           READ TEACHER-LIMIT-FILE
               AT END
                   MOVE 'Y' TO WS-LP-EOF-SWITCH
           END-READ.

       8400-READ-LIMIT-EXIT.
           EXIT.

      ******************************************************************
      * 8500-READ-STUDENT
      ******************************************************************
       8500-READ-STUDENT.

           READ STUDENT-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-SM-EOF-SWITCH
           END-READ.

       8500-READ-STUDENT-EXIT.
           EXIT.
