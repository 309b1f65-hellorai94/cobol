      ******************************************************************
      * Author: M. TAVARES
      * Date: 15-10-26
      * Purpose: MONTH-END CLOSE STATUS AND CHECKPOINT -- THE CLOSE
      * WAS RUN FROM A PAPER CHECKLIST AND STEPS WERE MISSED OR RUN
      * OUT OF ORDER. THE PAYRMES STREAM NOW RUNS THE CHECKLIST AND
      * CALLS THIS PROGRAM AT EACH CHECKPOINT (PARM PONTO=0 TO 3):
      *   PONTO=0 -- START OF THE CLOSE: THE COMPETENCIA MUST STILL BE
      *              OPEN ON PERLOCKF; THE START IS RECORDED ON THE
      *              FECHCKPT CHECKPOINT FILE AND OPENS THE WINDOW
      *              THE LATER CHECKPOINTS READ THE RUN LOG FROM
      *   PONTO=1 -- AFTER THE LEDGER AND RECEIVABLES STEPS
      *   PONTO=2 -- AFTER THE FX AND PAYROLL ACCRUAL STEPS
      *   PONTO=3 -- AFTER GLEDIT, GLPOST AND TRIALBAL: THE GATE THE
      *              PERLCTL LOCK STEP IS CONDITIONED ON
      * EACH CHECKPOINT PRINTS THE FECHRPT CLOSE-STATUS REPORT: EVERY
      * STEP OF THE PHASES SO FAR WITH ITS LATEST JOBLOG RESULT IN THE
      * WINDOW AND THE CTLTOTF TOTALS THAT RUN REGISTERED. A STEP
      * THAT NEVER RAN, ENDED WITH A NONZERO RETURN CODE, OR STARTED
      * BEFORE THE STEP AHEAD OF IT FINISHED IS NOT CLEAN; THE REPORT
      * NAMES THE FIRST SUCH STEP AS THE RESTART POINT, THE RESULT
      * GOES ON FECHCKPT, AND THE RUN ENDS WITH RETURN CODE 8 SO THE
      * JCL STOPS THE NEXT PHASE AND THE LOCK.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History
      * 15-10-26 MRT  ORIGINAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHMES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-RUN-LOG-FILE ASSIGN TO "JOBRNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JR-STATUS.

           SELECT CONTROL-TOTAL-FILE ASSIGN TO "CTLTOTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CT-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "FECHCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FC-STATUS.

           SELECT CLOSE-STATUS-REPORT ASSIGN TO "FECHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FR-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      * JOB-RUN-LOG-FILE -- JOBLOG'S OWN 50-BYTE LAYOUT
      *-----------------------------------------------------------------
       FD  JOB-RUN-LOG-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  JOB-RUN-LOG-RECORD.
           05  JR-PROGRAM-ID           PIC X(08).
           05  FILLER                  PIC X(02).
           05  JR-INICIO-DATA          PIC 9(08).
           05  FILLER                  PIC X(01).
           05  JR-INICIO-HORA          PIC 9(08).
           05  FILLER                  PIC X(02).
           05  JR-FIM-DATA             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  JR-FIM-HORA             PIC 9(08).
           05  FILLER                  PIC X(02).
           05  JR-RETURN-CODE          PIC 9(04).

      *-----------------------------------------------------------------
      * CONTROL-TOTAL-FILE -- CTLTOT'S OWN 107-BYTE LAYOUT
      *-----------------------------------------------------------------
       FD  CONTROL-TOTAL-FILE
           RECORD CONTAINS 107 CHARACTERS.
       01  CONTROL-TOTAL-RECORD.
           05  CTF-PROGRAM-ID          PIC X(08).
           05  FILLER                  PIC X(02).
           05  CTF-DATA                PIC 9(08).
           05  FILLER                  PIC X(01).
           05  CTF-HORA                PIC 9(08).
           05  FILLER                  PIC X(02).
           05  CTF-TOTAL-1-LABEL       PIC X(15).
           05  CTF-TOTAL-1-VALOR       PIC S9(09)V99.
           05  CTF-TOTAL-2-LABEL       PIC X(15).
           05  CTF-TOTAL-2-VALOR       PIC S9(09)V99.
           05  CTF-TOTAL-3-LABEL       PIC X(15).
           05  CTF-TOTAL-3-VALOR       PIC S9(09)V99.

      *-----------------------------------------------------------------
      * CHECKPOINT-FILE -- APPEND-ONLY, ONE RECORD PER CHECKPOINT RUN.
      * THE LATEST PONTO 0 RECORD OF A COMPETENCIA DATES THE START OF
      * ITS CLOSE; FC-REINICIO NAMES THE STEP TO RESTART FROM
      *-----------------------------------------------------------------
       FD  CHECKPOINT-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  CHECKPOINT-RECORD.
           05  FC-COMPETENCIA          PIC 9(06).
           05  FC-PONTO                PIC 9(01).
           05  FC-DATA                 PIC 9(08).
           05  FC-HORA                 PIC 9(08).
           05  FC-SITUACAO             PIC X(01).
               88  FC-PONTO-LIMPO                 VALUE 'S'.
           05  FC-REINICIO             PIC X(08).
           05  FILLER                  PIC X(08).

       FD  CLOSE-STATUS-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  CLOSE-STATUS-LINE           PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-JR-STATUS            PIC X(02) VALUE SPACES.
       77  WS-CT-STATUS            PIC X(02) VALUE SPACES.
       77  WS-FC-STATUS            PIC X(02) VALUE SPACES.
       77  WS-FR-STATUS            PIC X(02) VALUE SPACES.

       77  WS-JR-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-JR-END-OF-FILE             VALUE 'Y'.
       77  WS-CT-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-CT-END-OF-FILE             VALUE 'Y'.
       77  WS-FC-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-FC-END-OF-FILE             VALUE 'Y'.

       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WS-HORA-AGORA           PIC 9(08) VALUE ZEROS.
       77  WS-DATA-INICIO-JANELA   PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
      * THE PONTO= AND COMP= WORDS FROM THE PARM
      *-----------------------------------------------------------------
       77  WS-PARM-LINHA           PIC X(80) VALUE SPACES.
       77  WS-POS-PONTO            PIC 9(02) VALUE ZEROS.
       77  WS-POS-COMP             PIC 9(02) VALUE ZEROS.
       77  WS-PONTO-PARM           PIC X(01) VALUE SPACES.
       77  WS-COMP-PARM            PIC X(06) VALUE SPACES.
       77  WS-PONTO                PIC 9(01) VALUE ZEROS.
       77  WS-COMPETENCIA          PIC 9(06) VALUE ZEROS.

       77  WS-ABORTA-SW            PIC X(01) VALUE 'N'.
           88  WS-EXECUCAO-ABORTADA          VALUE 'S'.
       77  WS-LIMPO-SW             PIC X(01) VALUE 'S'.
           88  WS-TUDO-LIMPO                 VALUE 'S'.
       77  WS-REINICIO             PIC X(08) VALUE SPACES.
       77  WS-QTDE-PENDENTES       PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      * THE CLOSE CHECKLIST -- JCL STEP, PROGRAM AS IT SIGNS THE RUN
      * LOG, AND THE PHASE WHOSE CHECKPOINT FIRST REQUIRES IT. KEEP IN
      * STEP WITH PAYRMES.JCL
      *-----------------------------------------------------------------
       01  WS-PASSO-VALORES.
           05  FILLER              PIC X(17) VALUE 'STEP010 ACCTFEES1'.
           05  FILLER              PIC X(17) VALUE 'STEP020 INTACCRU1'.
           05  FILLER              PIC X(17) VALUE 'STEP030 STANDORD1'.
           05  FILLER              PIC X(17) VALUE 'STEP040 ARAGING 1'.
           05  FILLER              PIC X(17) VALUE 'STEP050 BADDEBT 1'.
           05  FILLER              PIC X(17) VALUE 'STEP060 FXREVAL 2'.
           05  FILLER              PIC X(17) VALUE 'STEP070 DECIMO132'.
           05  FILLER              PIC X(17) VALUE 'STEP080 FERIAS  2'.
           05  FILLER              PIC X(17) VALUE 'STEP090 GLEDIT  3'.
           05  FILLER              PIC X(17) VALUE 'STEP100 GLPOST  3'.
           05  FILLER              PIC X(17) VALUE 'STEP110 TRIALBAL3'.
       01  WS-PASSO-TABLE REDEFINES WS-PASSO-VALORES.
           05  WS-PSO-ENTRY OCCURS 11 TIMES.
               10  WS-PSO-STEP     PIC X(08).
               10  WS-PSO-PROGRAMA PIC X(08).
               10  WS-PSO-FASE     PIC 9(01).

       77  WS-PSO-COUNT            PIC 9(02) VALUE 11.
       77  WS-PSO-SUB              PIC 9(02) VALUE ZEROS.
       77  WS-PSO-ANTERIOR         PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      * EACH STEP'S LATEST RUN IN THE WINDOW (THE 0099 OVERRIDE
      * MARKERS ARE NOT RUNS), AS DATE/TIME KEYS AAAAMMDDHHMMSSCC
      *-----------------------------------------------------------------
       01  WS-EXECUCAO-TABLE.
           05  WS-EXE-ENTRY OCCURS 11 TIMES.
               10  WS-EXE-ACHOU    PIC X(01).
                   88  WS-EXE-RODOU              VALUE 'S'.
               10  WS-EXE-INICIO   PIC 9(16).
               10  WS-EXE-FIM      PIC 9(16).
               10  WS-EXE-FIM-DATA PIC 9(08).
               10  WS-EXE-FIM-HORA PIC 9(08).
               10  WS-EXE-RC       PIC 9(04).
               10  WS-EXE-SITUACAO PIC X(16).
                   88  WS-EXE-LIMPO              VALUE 'OK'.

       77  WS-CHAVE-INICIO         PIC 9(16) VALUE ZEROS.
       77  WS-CHAVE-FIM            PIC 9(16) VALUE ZEROS.
       77  WS-CHAVE-TOTAL          PIC 9(16) VALUE ZEROS.

      *-----------------------------------------------------------------
      * CTLTOTF RECORDS REGISTERED DURING EACH STEP'S LATEST RUN
      *-----------------------------------------------------------------
       01  WS-TOTAIS-TABLE.
           05  WS-TOT-ENTRY OCCURS 40 TIMES.
               10  WS-TOT-PASSO    PIC 9(02).
               10  WS-TOT-ITEM OCCURS 3 TIMES.
                   15  WS-TOT-LABEL    PIC X(15).
                   15  WS-TOT-VALOR    PIC S9(09)V99.

       77  WS-TOT-COUNT            PIC 9(02) VALUE ZEROS.
       77  WS-TOT-SUB              PIC 9(02) VALUE ZEROS.
       77  WS-ITEM-SUB             PIC 9(01) VALUE ZEROS.
       77  WS-QTDE-TOTAIS-PASSO    PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      * REPORT LINES
      *-----------------------------------------------------------------
       01  WS-TITLE-LINE.
           05  FILLER              PIC X(32) VALUE
               'FECHAMENTO MENSAL - COMPETENCIA '.
           05  WS-TL-COMPETENCIA   PIC 9(06).
           05  FILLER              PIC X(22) VALUE
               ' - PONTO DE CONTROLE  '.
           05  WS-TL-PONTO         PIC 9(01).
           05  FILLER              PIC X(19) VALUE SPACES.

       01  WS-WINDOW-LINE.
           05  FILLER              PIC X(30) VALUE
               'EXECUCOES CONSIDERADAS DESDE  '.
           05  WS-WL-DATA          PIC 9(08).
           05  FILLER              PIC X(42) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER              PIC X(10) VALUE 'PASSO     '.
           05  FILLER              PIC X(10) VALUE 'PROGRAMA  '.
           05  FILLER              PIC X(10) VALUE 'FIM       '.
           05  FILLER              PIC X(10) VALUE 'HORA      '.
           05  FILLER              PIC X(06) VALUE 'RC    '.
           05  FILLER              PIC X(16) VALUE 'SITUACAO'.
           05  FILLER              PIC X(18) VALUE SPACES.

       01  WS-STEP-LINE.
           05  SL-STEP             PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SL-PROGRAMA         PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SL-FIM-DATA         PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SL-FIM-HORA         PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SL-RC               PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SL-SITUACAO         PIC X(16).
           05  FILLER              PIC X(18) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(20) VALUE
               '          CTLTOTF   '.
           05  TL-LABEL            PIC X(15).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  TL-VALOR            PIC -(9)9.99.
           05  FILLER              PIC X(30) VALUE SPACES.

       01  WS-MESSAGE-LINE.
           05  ML-TEXTO            PIC X(80).

       COPY JOBLGLNK.
       COPY PERLCKLNK.
       COPY RPTHDRLNK.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.

      *    EACH CHECKPOINT IS ITS OWN RUN ON THE JOB-RUN LOG, SO THE
      *    SAME-DAY GUARD DOES NOT STOP PONTO=2 AFTER PONTO=1
           PERFORM 1050-READ-PARM
               THRU 1050-READ-PARM-EXIT
           MOVE 'FECHMES'     TO JL-PROGRAM-ID
           MOVE WS-PONTO-PARM TO JL-PROGRAM-ID(8:1)
           MOVE 'S'           TO JL-ACAO
           CALL 'JOBLOG' USING JOBLOG-PARMS

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT

           IF NOT WS-EXECUCAO-ABORTADA
               PERFORM 5000-CHECK-PERIOD-LOCK
                   THRU 5000-CHECK-PERIOD-LOCK-EXIT
           END-IF

           IF NOT WS-EXECUCAO-ABORTADA
               AND WS-PONTO > ZEROS
               PERFORM 2000-SCAN-RUN-LOG
                   THRU 2000-SCAN-RUN-LOG-EXIT
               PERFORM 2200-SCAN-CONTROL-TOTALS
                   THRU 2200-SCAN-CONTROL-TOTALS-EXIT
               PERFORM 3000-EVALUATE-ONE-STEP
                   THRU 3000-EVALUATE-ONE-STEP-EXIT
                   VARYING WS-PSO-SUB FROM 1 BY 1
                   UNTIL WS-PSO-SUB > WS-PSO-COUNT
               PERFORM 4000-REPORT-ONE-STEP
                   THRU 4000-REPORT-ONE-STEP-EXIT
                   VARYING WS-PSO-SUB FROM 1 BY 1
                   UNTIL WS-PSO-SUB > WS-PSO-COUNT
           END-IF

           PERFORM 6000-FINALIZE
               THRU 6000-FINALIZE-EXIT

           MOVE 'E'         TO JL-ACAO
           MOVE RETURN-CODE TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-PARMS

      *    THE CALL RESETS THE SHARED RETURN-CODE REGISTER -- RESTORE
      *    THE CONDITION CODE THE JCL CHAIN GATES ON
           MOVE JL-RETURN-CODE TO RETURN-CODE

           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE -- PARM CHECK, REPORT HEADING AND THE WINDOW
      * OF THE RUN LOG THIS CLOSE IS READ FROM
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-DATA-HOJE  FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME

           MOVE SPACES TO WS-EXECUCAO-TABLE
           MOVE SPACES TO WS-TOTAIS-TABLE

           OPEN OUTPUT CLOSE-STATUS-REPORT
           MOVE 'FECHMES' TO RH-PROGRAM-ID
           MOVE 1         TO RH-PAGE-NUM
           CALL 'RPTHDR' USING RPTHDR-PARMS
           WRITE CLOSE-STATUS-LINE FROM RH-HEADER-LINE

           IF WS-PONTO-PARM NOT NUMERIC
               OR WS-PONTO-PARM > '3'
               OR WS-COMP-PARM NOT NUMERIC
               MOVE 'EXECUCAO RECUSADA - INFORME PONTO=0 A 3 E '
                   TO ML-TEXTO
               MOVE 'COMP=AAAAMM NO PARM' TO ML-TEXTO(43:19)
               PERFORM 7900-REPORT-MESSAGE
                   THRU 7900-REPORT-MESSAGE-EXIT
               MOVE 'S' TO WS-ABORTA-SW
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           MOVE WS-PONTO-PARM TO WS-PONTO
           MOVE WS-COMP-PARM  TO WS-COMPETENCIA

           MOVE WS-COMPETENCIA TO WS-TL-COMPETENCIA
           MOVE WS-PONTO       TO WS-TL-PONTO
           WRITE CLOSE-STATUS-LINE FROM WS-TITLE-LINE

           IF WS-PONTO = ZEROS
               MOVE WS-DATA-HOJE TO WS-DATA-INICIO-JANELA
           ELSE
               PERFORM 1100-FIND-WINDOW-START
                   THRU 1100-FIND-WINDOW-START-EXIT
           END-IF

           MOVE WS-DATA-INICIO-JANELA TO WS-WL-DATA
           WRITE CLOSE-STATUS-LINE FROM WS-WINDOW-LINE

           IF WS-PONTO > ZEROS
               WRITE CLOSE-STATUS-LINE FROM WS-COLUMN-LINE
           END-IF.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1050-READ-PARM -- PONTO= AND COMP= WORDS, EACH ENDING AT A
      * SPACE OR A COMMA
      ******************************************************************
       1050-READ-PARM.

           ACCEPT WS-PARM-LINHA FROM COMMAND-LINE

           MOVE ZEROS TO WS-POS-PONTO
           INSPECT WS-PARM-LINHA
               TALLYING WS-POS-PONTO
               FOR CHARACTERS BEFORE INITIAL 'PONTO='
           IF WS-POS-PONTO < 74
               MOVE WS-PARM-LINHA(WS-POS-PONTO + 7:1)
                   TO WS-PONTO-PARM
           END-IF

           MOVE ZEROS TO WS-POS-COMP
           INSPECT WS-PARM-LINHA
               TALLYING WS-POS-COMP
               FOR CHARACTERS BEFORE INITIAL 'COMP='
           IF WS-POS-COMP < 75
               UNSTRING WS-PARM-LINHA(WS-POS-COMP + 6 :)
                   DELIMITED BY ' ' OR ','
                   INTO WS-COMP-PARM
           END-IF.

       1050-READ-PARM-EXIT.
           EXIT.

      ******************************************************************
      * 1100-FIND-WINDOW-START -- THE LATEST PONTO 0 RECORD OF THE
      * COMPETENCIA DATES THE START OF ITS CLOSE. WITHOUT ONE (THE
      * STREAM WAS STARTED PAST STEP005) ONLY TODAY'S RUNS COUNT
      ******************************************************************
       1100-FIND-WINDOW-START.

           MOVE ZEROS TO WS-DATA-INICIO-JANELA

           OPEN INPUT CHECKPOINT-FILE
           IF WS-FC-STATUS = '00'
               PERFORM 8000-READ-CHECKPOINT
                   THRU 8000-READ-CHECKPOINT-EXIT
               PERFORM 1110-NOTE-CHECKPOINT
                   THRU 1110-NOTE-CHECKPOINT-EXIT
                   UNTIL WS-FC-END-OF-FILE
               CLOSE CHECKPOINT-FILE
           END-IF

           IF WS-DATA-INICIO-JANELA = ZEROS
               MOVE WS-DATA-HOJE TO WS-DATA-INICIO-JANELA
               DISPLAY 'AVISO - SEM PONTO 0 PARA A COMPETENCIA '
                   WS-COMPETENCIA ' NO FECHCKPT -- SO AS EXECUCOES '
                   'DE HOJE SERAO CONSIDERADAS'
           END-IF.

       1100-FIND-WINDOW-START-EXIT.
           EXIT.

      ******************************************************************
      * 1110-NOTE-CHECKPOINT
      ******************************************************************
       1110-NOTE-CHECKPOINT.

           IF FC-COMPETENCIA = WS-COMPETENCIA
               AND FC-PONTO = ZEROS
               AND FC-PONTO-LIMPO
               MOVE FC-DATA TO WS-DATA-INICIO-JANELA
           END-IF

           PERFORM 8000-READ-CHECKPOINT
               THRU 8000-READ-CHECKPOINT-EXIT.

       1110-NOTE-CHECKPOINT-EXIT.
           EXIT.

      ******************************************************************
      * 2000-SCAN-RUN-LOG -- EACH STEP'S LATEST RUN IN THE WINDOW; THE
      * LOG IS IN COMPLETION ORDER, SO THE LAST MATCH WINS
      ******************************************************************
       2000-SCAN-RUN-LOG.

           OPEN INPUT JOB-RUN-LOG-FILE
           IF WS-JR-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO JOBRNLOG -- NENHUM PASSO '
                   'CONSTA COMO EXECUTADO'
               GO TO 2000-SCAN-RUN-LOG-EXIT
           END-IF

           PERFORM 8100-READ-RUN-LOG
               THRU 8100-READ-RUN-LOG-EXIT

           PERFORM 2100-NOTE-ONE-RUN
               THRU 2100-NOTE-ONE-RUN-EXIT
               UNTIL WS-JR-END-OF-FILE

           CLOSE JOB-RUN-LOG-FILE.

       2000-SCAN-RUN-LOG-EXIT.
           EXIT.

      ******************************************************************
      * 2100-NOTE-ONE-RUN
      ******************************************************************
       2100-NOTE-ONE-RUN.

           IF JR-INICIO-DATA < WS-DATA-INICIO-JANELA
               OR JR-RETURN-CODE = 0099
               GO TO 2100-NOTE-ONE-RUN-NEXT
           END-IF

           PERFORM 2110-MATCH-STEP
               THRU 2110-MATCH-STEP-EXIT
               VARYING WS-PSO-SUB FROM 1 BY 1
               UNTIL WS-PSO-SUB > WS-PSO-COUNT.

       2100-NOTE-ONE-RUN-NEXT.

           PERFORM 8100-READ-RUN-LOG
               THRU 8100-READ-RUN-LOG-EXIT.

       2100-NOTE-ONE-RUN-EXIT.
           EXIT.

      ******************************************************************
      * 2110-MATCH-STEP
      ******************************************************************
       2110-MATCH-STEP.

           IF WS-PSO-PROGRAMA(WS-PSO-SUB) NOT = JR-PROGRAM-ID
               GO TO 2110-MATCH-STEP-EXIT
           END-IF

           COMPUTE WS-CHAVE-INICIO =
               JR-INICIO-DATA * 100000000 + JR-INICIO-HORA
           COMPUTE WS-CHAVE-FIM =
               JR-FIM-DATA * 100000000 + JR-FIM-HORA

           MOVE 'S'             TO WS-EXE-ACHOU(WS-PSO-SUB)
           MOVE WS-CHAVE-INICIO TO WS-EXE-INICIO(WS-PSO-SUB)
           MOVE WS-CHAVE-FIM    TO WS-EXE-FIM(WS-PSO-SUB)
           MOVE JR-FIM-DATA     TO WS-EXE-FIM-DATA(WS-PSO-SUB)
           MOVE JR-FIM-HORA     TO WS-EXE-FIM-HORA(WS-PSO-SUB)
           MOVE JR-RETURN-CODE  TO WS-EXE-RC(WS-PSO-SUB).

       2110-MATCH-STEP-EXIT.
           EXIT.

      ******************************************************************
      * 2200-SCAN-CONTROL-TOTALS -- THE CTLTOTF RECORDS STAMPED WHILE
      * A STEP'S LATEST RUN WAS UNDER WAY BELONG TO THAT RUN
      ******************************************************************
       2200-SCAN-CONTROL-TOTALS.

           OPEN INPUT CONTROL-TOTAL-FILE
           IF WS-CT-STATUS NOT = '00'
               GO TO 2200-SCAN-CONTROL-TOTALS-EXIT
           END-IF

           PERFORM 8200-READ-CONTROL-TOTAL
               THRU 8200-READ-CONTROL-TOTAL-EXIT

           PERFORM 2300-NOTE-ONE-TOTAL
               THRU 2300-NOTE-ONE-TOTAL-EXIT
               UNTIL WS-CT-END-OF-FILE

           CLOSE CONTROL-TOTAL-FILE.

       2200-SCAN-CONTROL-TOTALS-EXIT.
           EXIT.

      ******************************************************************
      * 2300-NOTE-ONE-TOTAL
      ******************************************************************
       2300-NOTE-ONE-TOTAL.

           IF CTF-DATA < WS-DATA-INICIO-JANELA
               GO TO 2300-NOTE-ONE-TOTAL-NEXT
           END-IF

           COMPUTE WS-CHAVE-TOTAL =
               CTF-DATA * 100000000 + CTF-HORA

           PERFORM 2310-MATCH-TOTAL-STEP
               THRU 2310-MATCH-TOTAL-STEP-EXIT
               VARYING WS-PSO-SUB FROM 1 BY 1
               UNTIL WS-PSO-SUB > WS-PSO-COUNT.

       2300-NOTE-ONE-TOTAL-NEXT.

           PERFORM 8200-READ-CONTROL-TOTAL
               THRU 8200-READ-CONTROL-TOTAL-EXIT.

       2300-NOTE-ONE-TOTAL-EXIT.
           EXIT.

      ******************************************************************
      * 2310-MATCH-TOTAL-STEP
      ******************************************************************
       2310-MATCH-TOTAL-STEP.

           IF WS-PSO-PROGRAMA(WS-PSO-SUB) NOT = CTF-PROGRAM-ID
               OR NOT WS-EXE-RODOU(WS-PSO-SUB)
               GO TO 2310-MATCH-TOTAL-STEP-EXIT
           END-IF

           IF WS-CHAVE-TOTAL < WS-EXE-INICIO(WS-PSO-SUB)
               OR WS-CHAVE-TOTAL > WS-EXE-FIM(WS-PSO-SUB)
               GO TO 2310-MATCH-TOTAL-STEP-EXIT
           END-IF

           IF WS-TOT-COUNT NOT < 40
               DISPLAY 'TABELA DE TOTAIS CHEIA -- TOTAL DE '
                   CTF-PROGRAM-ID ' FORA DO RELATORIO'
               GO TO 2310-MATCH-TOTAL-STEP-EXIT
           END-IF

           ADD 1 TO WS-TOT-COUNT
           MOVE WS-PSO-SUB        TO WS-TOT-PASSO(WS-TOT-COUNT)
           MOVE CTF-TOTAL-1-LABEL TO WS-TOT-LABEL(WS-TOT-COUNT, 1)
           MOVE CTF-TOTAL-1-VALOR TO WS-TOT-VALOR(WS-TOT-COUNT, 1)
           MOVE CTF-TOTAL-2-LABEL TO WS-TOT-LABEL(WS-TOT-COUNT, 2)
           MOVE CTF-TOTAL-2-VALOR TO WS-TOT-VALOR(WS-TOT-COUNT, 2)
           MOVE CTF-TOTAL-3-LABEL TO WS-TOT-LABEL(WS-TOT-COUNT, 3)
           MOVE CTF-TOTAL-3-VALOR TO WS-TOT-VALOR(WS-TOT-COUNT, 3).

       2310-MATCH-TOTAL-STEP-EXIT.
           EXIT.

      ******************************************************************
      * 3000-EVALUATE-ONE-STEP -- A STEP OF A LATER PHASE IS NOT
      * JUDGED YET. A CLEAN RUN THAT STARTED BEFORE THE STEP AHEAD OF
      * IT FINISHED RAN OUT OF ORDER AND MUST BE REPEATED
      ******************************************************************
       3000-EVALUATE-ONE-STEP.

           IF WS-PSO-FASE(WS-PSO-SUB) > WS-PONTO
               MOVE 'FASE SEGUINTE' TO WS-EXE-SITUACAO(WS-PSO-SUB)
               GO TO 3000-EVALUATE-ONE-STEP-EXIT
           END-IF

           EVALUATE TRUE
               WHEN NOT WS-EXE-RODOU(WS-PSO-SUB)
                   MOVE 'NAO EXECUTADO' TO WS-EXE-SITUACAO(WS-PSO-SUB)
               WHEN WS-EXE-RC(WS-PSO-SUB) NOT = ZEROS
                   MOVE 'FALHOU'        TO WS-EXE-SITUACAO(WS-PSO-SUB)
               WHEN OTHER
                   MOVE 'OK'            TO WS-EXE-SITUACAO(WS-PSO-SUB)
           END-EVALUATE

           IF WS-PSO-SUB > 1
               AND WS-EXE-LIMPO(WS-PSO-SUB)
               SUBTRACT 1 FROM WS-PSO-SUB GIVING WS-PSO-ANTERIOR
               IF WS-EXE-RODOU(WS-PSO-ANTERIOR)
                   AND WS-EXE-INICIO(WS-PSO-SUB)
                       < WS-EXE-FIM(WS-PSO-ANTERIOR)
                   MOVE 'FORA DE ORDEM' TO WS-EXE-SITUACAO(WS-PSO-SUB)
               END-IF
           END-IF

           IF NOT WS-EXE-LIMPO(WS-PSO-SUB)
               ADD 1 TO WS-QTDE-PENDENTES
               IF WS-TUDO-LIMPO
                   MOVE 'N' TO WS-LIMPO-SW
                   MOVE WS-PSO-STEP(WS-PSO-SUB) TO WS-REINICIO
               END-IF
           END-IF.

       3000-EVALUATE-ONE-STEP-EXIT.
           EXIT.

      ******************************************************************
      * 4000-REPORT-ONE-STEP -- THE STEP'S LINE AND THE CONTROL
      * TOTALS ITS LATEST RUN REGISTERED
      ******************************************************************
       4000-REPORT-ONE-STEP.

           MOVE SPACES TO WS-STEP-LINE
           MOVE WS-PSO-STEP(WS-PSO-SUB)     TO SL-STEP
           MOVE WS-PSO-PROGRAMA(WS-PSO-SUB) TO SL-PROGRAMA
           MOVE WS-EXE-SITUACAO(WS-PSO-SUB) TO SL-SITUACAO
           IF WS-EXE-RODOU(WS-PSO-SUB)
               MOVE WS-EXE-FIM-DATA(WS-PSO-SUB) TO SL-FIM-DATA
               MOVE WS-EXE-FIM-HORA(WS-PSO-SUB) TO SL-FIM-HORA
               MOVE WS-EXE-RC(WS-PSO-SUB)       TO SL-RC
           END-IF
           WRITE CLOSE-STATUS-LINE FROM WS-STEP-LINE

           MOVE ZEROS TO WS-QTDE-TOTAIS-PASSO
           PERFORM 4100-REPORT-STEP-TOTALS
               THRU 4100-REPORT-STEP-TOTALS-EXIT
               VARYING WS-TOT-SUB FROM 1 BY 1
               UNTIL WS-TOT-SUB > WS-TOT-COUNT

           IF WS-EXE-RODOU(WS-PSO-SUB)
               AND WS-QTDE-TOTAIS-PASSO = ZEROS
               MOVE SPACES TO WS-MESSAGE-LINE
               MOVE '          CTLTOTF   SEM TOTAIS DE CONTROLE NESTA '
                   TO ML-TEXTO
               MOVE 'EXECUCAO' TO ML-TEXTO(50:8)
               WRITE CLOSE-STATUS-LINE FROM WS-MESSAGE-LINE
           END-IF.

       4000-REPORT-ONE-STEP-EXIT.
           EXIT.

      ******************************************************************
      * 4100-REPORT-STEP-TOTALS
      ******************************************************************
       4100-REPORT-STEP-TOTALS.

           IF WS-TOT-PASSO(WS-TOT-SUB) NOT = WS-PSO-SUB
               GO TO 4100-REPORT-STEP-TOTALS-EXIT
           END-IF

           ADD 1 TO WS-QTDE-TOTAIS-PASSO

           PERFORM 4110-REPORT-ONE-TOTAL
               THRU 4110-REPORT-ONE-TOTAL-EXIT
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > 3.

       4100-REPORT-STEP-TOTALS-EXIT.
           EXIT.

      ******************************************************************
      * 4110-REPORT-ONE-TOTAL -- A BLANK LABEL IS A SLOT THE JOB DOES
      * NOT USE
      ******************************************************************
       4110-REPORT-ONE-TOTAL.

           IF WS-TOT-LABEL(WS-TOT-SUB, WS-ITEM-SUB) = SPACES
               GO TO 4110-REPORT-ONE-TOTAL-EXIT
           END-IF

           MOVE WS-TOT-LABEL(WS-TOT-SUB, WS-ITEM-SUB) TO TL-LABEL
           MOVE WS-TOT-VALOR(WS-TOT-SUB, WS-ITEM-SUB) TO TL-VALOR
           WRITE CLOSE-STATUS-LINE FROM WS-TOTAL-LINE.

       4110-REPORT-ONE-TOTAL-EXIT.
           EXIT.

      ******************************************************************
      * 5000-CHECK-PERIOD-LOCK -- A COMPETENCIA ALREADY LOCKED CANNOT
      * BE CLOSED AGAIN: NOTHING MAY POST INTO IT AND THE LOCK STEP
      * WOULD ONLY STACK A SECOND CLOSE ON PERLOCKF
      ******************************************************************
       5000-CHECK-PERIOD-LOCK.

           MOVE WS-COMPETENCIA TO PL-COMPETENCIA
           CALL 'PERLOCK' USING PERLCK-PARMS

           IF PL-PERIODO-FECHADO
               MOVE SPACES TO WS-MESSAGE-LINE
               STRING 'EXECUCAO RECUSADA - COMPETENCIA '
                   WS-COMPETENCIA ' JA FECHADA NO PERLOCKF'
                   DELIMITED BY SIZE INTO ML-TEXTO
               PERFORM 7900-REPORT-MESSAGE
                   THRU 7900-REPORT-MESSAGE-EXIT
               MOVE 'S' TO WS-ABORTA-SW
           END-IF.

       5000-CHECK-PERIOD-LOCK-EXIT.
           EXIT.

      ******************************************************************
      * 6000-FINALIZE -- VERDICT, CHECKPOINT RECORD AND RETURN CODE
      ******************************************************************
       6000-FINALIZE.

           IF WS-EXECUCAO-ABORTADA
               MOVE 'N' TO WS-LIMPO-SW
           END-IF

           MOVE SPACES TO WS-MESSAGE-LINE
           EVALUATE TRUE
               WHEN WS-EXECUCAO-ABORTADA
                   MOVE 'FECHAMENTO INTERROMPIDO' TO ML-TEXTO
               WHEN NOT WS-TUDO-LIMPO
                   STRING 'PASSOS PENDENTES: ' WS-QTDE-PENDENTES
                       ' -- CORRIJA E REINICIE O JOB EM '
                       WS-REINICIO
                       DELIMITED BY SIZE INTO ML-TEXTO
               WHEN WS-PONTO = ZEROS
                   MOVE 'COMPETENCIA ABERTA -- FECHAMENTO INICIADO'
                       TO ML-TEXTO
               WHEN WS-PONTO = 3
                   MOVE 'TODOS OS PASSOS LIMPOS -- COMPETENCIA '
                       TO ML-TEXTO
                   MOVE 'LIBERADA PARA O BLOQUEIO' TO ML-TEXTO(39:24)
               WHEN OTHER
                   MOVE 'PASSOS ATE ESTE PONTO LIMPOS -- FECHAMENTO '
                       TO ML-TEXTO
                   MOVE 'PROSSEGUE' TO ML-TEXTO(44:9)
           END-EVALUATE
           IF ML-TEXTO NOT = SPACES
               PERFORM 7900-REPORT-MESSAGE
                   THRU 7900-REPORT-MESSAGE-EXIT
           END-IF

           IF WS-PONTO-PARM NUMERIC
               AND WS-COMP-PARM NUMERIC
               PERFORM 6100-WRITE-CHECKPOINT
                   THRU 6100-WRITE-CHECKPOINT-EXIT
           END-IF

           CLOSE CLOSE-STATUS-REPORT

           IF WS-TUDO-LIMPO
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.

       6000-FINALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 6100-WRITE-CHECKPOINT -- APPEND ONLY, LIKE PERLOCKF
      ******************************************************************
       6100-WRITE-CHECKPOINT.

           OPEN EXTEND CHECKPOINT-FILE
           IF WS-FC-STATUS NOT = '00'
               OPEN OUTPUT CHECKPOINT-FILE
           END-IF

           MOVE SPACES         TO CHECKPOINT-RECORD
           MOVE WS-COMPETENCIA TO FC-COMPETENCIA
           MOVE WS-PONTO       TO FC-PONTO
           MOVE WS-DATA-HOJE   TO FC-DATA
           MOVE WS-HORA-AGORA  TO FC-HORA
           MOVE WS-LIMPO-SW    TO FC-SITUACAO
           MOVE WS-REINICIO    TO FC-REINICIO
           WRITE CHECKPOINT-RECORD

           CLOSE CHECKPOINT-FILE.

       6100-WRITE-CHECKPOINT-EXIT.
           EXIT.

      ******************************************************************
      * 7900-REPORT-MESSAGE -- A MESSAGE GOES TO THE REPORT AND THE
      * CONSOLE ALIKE
      ******************************************************************
       7900-REPORT-MESSAGE.

           WRITE CLOSE-STATUS-LINE FROM WS-MESSAGE-LINE
           DISPLAY ML-TEXTO.

       7900-REPORT-MESSAGE-EXIT.
           EXIT.

      ******************************************************************
      * 8000-READ-CHECKPOINT
      ******************************************************************
       8000-READ-CHECKPOINT.

           READ CHECKPOINT-FILE
               AT END
                   MOVE 'Y' TO WS-FC-EOF-SWITCH
           END-READ.

       8000-READ-CHECKPOINT-EXIT.
           EXIT.

      ******************************************************************
      * 8100-READ-RUN-LOG
      ******************************************************************
       8100-READ-RUN-LOG.

           READ JOB-RUN-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-JR-EOF-SWITCH
           END-READ.

       8100-READ-RUN-LOG-EXIT.
           EXIT.

      ******************************************************************
      * 8200-READ-CONTROL-TOTAL
      ******************************************************************
       8200-READ-CONTROL-TOTAL.

           READ CONTROL-TOTAL-FILE
               AT END
                   MOVE 'Y' TO WS-CT-EOF-SWITCH
           END-READ.

       8200-READ-CONTROL-TOTAL-EXIT.
           EXIT.
