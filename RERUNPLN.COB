      *-----------------------------------------------------------------
      * Modification History
      * 02-09-26 MRT  ORIGINAL VERSION.
      * 15-10-26 MRT  PARM RESTAURO: AFTER MSTREST HAS BROUGHT A MASTER
      *               BACK TO A SNAPSHOT GENERATION, READS ITS RESTPONT
      *               RECORD AND LISTS, IN RUN ORDER, EVERY JOBRNLOG RUN
      *               OF A PROGRAM THAT UPDATES THAT MASTER WHICH
      *               STARTED AFTER THE GENERATION -- THE RUNS TO
      *               REPEAT. A PROGRAM THAT ALSO UPDATES ANOTHER
      *               MASTER IS FLAGGED FOR A JOINT RESTORE DECISION.
      *               LOGS AS RERUNRST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RERUNPLN.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RW-STATUS.

           SELECT RESTORE-POINT-FILE ASSIGN TO "RESTPONT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-RUN-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RERUN-WORKSHEET-LINE    PIC X(80).

      *-----------------------------------------------------------------
      * RESTORE-POINT-FILE -- WRITTEN BY MSTREST AFTER A GOOD RESTORE
      *-----------------------------------------------------------------
       FD  RESTORE-POINT-FILE
           RECORD CONTAINS 49 CHARACTERS.
           COPY RESTPONT.

       WORKING-STORAGE SECTION.

       77  WS-JR-STATUS            PIC X(02) VALUE SPACES.
       77  WS-JS-STATUS            PIC X(02) VALUE SPACES.
       77  WS-CK-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RW-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RP-STATUS            PIC X(02) VALUE SPACES.

       77  WS-JR-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-JR-END-OF-FILE            VALUE 'Y'.
           88  WS-CK-END-OF-FILE            VALUE 'Y'.

       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WS-RC-FINAL             PIC 9(04) VALUE ZEROS.

      *-----------------------------------------------------------------
      * PARM RESTAURO -- PLAN THE RUNS TO REPEAT AFTER A MSTREST
      * RESTORE INSTEAD OF TODAY'S FAILURES
      *-----------------------------------------------------------------
       77  WS-PARM-LINHA           PIC X(80) VALUE SPACES.
       77  WS-QTDE-RESTAURO        PIC 9(02) VALUE ZEROS.
       77  WS-MODO-SW              PIC X(01) VALUE 'N'.
           88  WS-MODO-RESTAURO             VALUE 'S'.

      *-----------------------------------------------------------------
      * PROGRAMS THAT UPDATE A SNAPSHOTTED MASTER (ONE ROW PER
      * PROGRAM AND MASTER). A NEW UPDATER OF EMPMAST, ACCTBAL,
      * ACCTATTR, YTDEARN OR PARTMAST MUST BE ADDED HERE
      *-----------------------------------------------------------------
       01  WS-ATUALIZADOR-VALORES.
           05  FILLER              PIC X(16) VALUE 'BANCOHRSEMPMAST '.
           05  FILLER              PIC X(16) VALUE 'EMPUPDT EMPMAST '.
           05  FILLER              PIC X(16) VALUE 'LGPDANONEMPMAST '.
           05  FILLER              PIC X(16) VALUE 'RAISBACKEMPMAST '.
           05  FILLER              PIC X(16) VALUE 'RESCISAOEMPMAST '.
           05  FILLER              PIC X(16) VALUE 'GUANA13 EMPMAST '.
           05  FILLER              PIC X(16) VALUE 'GUANA15 EMPMAST '.
           05  FILLER              PIC X(16) VALUE 'SALPROF EMPMAST '.
           05  FILLER              PIC X(16) VALUE 'ACCTFEESACCTBAL '.
           05  FILLER              PIC X(16) VALUE 'GUANA03 ACCTBAL '.
           05  FILLER              PIC X(16) VALUE 'ATTMAINTACCTATTR'.
           05  FILLER              PIC X(16) VALUE 'DORMSWP ACCTATTR'.
           05  FILLER              PIC X(16) VALUE 'LGPDANONACCTATTR'.
           05  FILLER              PIC X(16) VALUE 'GUANA03 ACCTATTR'.
           05  FILLER              PIC X(16) VALUE 'PLRPAGTOYTDEARN '.
           05  FILLER              PIC X(16) VALUE 'SALIQUIDYTDEARN '.
           05  FILLER              PIC X(16) VALUE 'WOCLOSE PARTMAST'.
       01  WS-ATUALIZADOR-TABLE REDEFINES WS-ATUALIZADOR-VALORES.
           05  WS-ATZ-ENTRY OCCURS 17 TIMES
                            INDEXED BY WS-ATZ-IDX.
               10  WS-ATZ-JOB      PIC X(08).
               10  WS-ATZ-MESTRE   PIC X(08).

       77  WS-ATZ-SUB              PIC 9(02) VALUE ZEROS.
       77  WS-ATZ-ACHOU            PIC X(01) VALUE 'N'.
           88  WS-ATZ-ENCONTROU             VALUE 'S'.

       01  WS-INICIO-CHAVE.
           05  WS-IC-DATA          PIC 9(08).
           05  WS-IC-HORA          PIC 9(08).

      *-----------------------------------------------------------------
      * TODAY'S RUN-LOG ENTRIES (CHRONOLOGICAL FILE ORDER)
      ******************************************************************
       0000-MAINLINE.

           PERFORM 1050-READ-PARM
               THRU 1050-READ-PARM-EXIT

           MOVE 'S'        TO JL-ACAO
           CALL 'JOBLOG' USING JOBLOG-PARMS

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT

           IF WS-MODO-RESTAURO
               PERFORM 5000-PLAN-RESTORE-RERUNS
                   THRU 5000-PLAN-RESTORE-RERUNS-EXIT
           ELSE
               PERFORM 2000-COLLECT-FAILURES
                   THRU 2000-COLLECT-FAILURES-EXIT
               PERFORM 3000-EMIT-RERUN-PLAN
                   THRU 3000-EMIT-RERUN-PLAN-EXIT
           END-IF

           PERFORM 4000-FINALIZE
               THRU 4000-FINALIZE-EXIT

           MOVE WS-RC-FINAL TO RETURN-CODE

           MOVE 'E'         TO JL-ACAO
           MOVE WS-RC-FINAL TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-PARMS

      *    THE CALL RESETS THE SHARED RETURN-CODE REGISTER -- RESTORE
      *    THE CONDITION CODE THE JCL CHAIN GATES ON
           MOVE JL-RETURN-CODE TO RETURN-CODE

           STOP RUN.

      ******************************************************************
           MOVE SPACES TO WS-FAIL-TABLE

           OPEN OUTPUT RERUN-WORKSHEET-FILE
           MOVE JL-PROGRAM-ID TO RH-PROGRAM-ID
           MOVE 1          TO RH-PAGE-NUM
           CALL 'RPTHDR' USING RPTHDR-PARMS
           WRITE RERUN-WORKSHEET-LINE FROM RH-HEADER-LINE
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1050-READ-PARM -- 'RESTAURO' ON THE PARM SELECTS THE RESTORE
      * PLAN; IT LOGS UNDER ITS OWN ID SO THE SAME DAY'S FAILURE PLAN
      * IS NOT REFUSED BY JOBLOG'S DUPLICATE GUARD
      ******************************************************************
       1050-READ-PARM.

           ACCEPT WS-PARM-LINHA FROM COMMAND-LINE

           MOVE ZEROS TO WS-QTDE-RESTAURO
           INSPECT WS-PARM-LINHA
               TALLYING WS-QTDE-RESTAURO FOR ALL 'RESTAURO'

           IF WS-QTDE-RESTAURO > ZEROS
               MOVE 'S'        TO WS-MODO-SW
               MOVE 'RERUNRST' TO JL-PROGRAM-ID
           ELSE
               MOVE 'RERUNPLN' TO JL-PROGRAM-ID
           END-IF.

       1050-READ-PARM-EXIT.
           EXIT.

      ******************************************************************
      * 1100-STORE-TODAYS-RUN -- 0099 IS JOBLOG'S OVERRIDE MARKER,
      * NOT A FAILURE
      ******************************************************************
       4000-FINALIZE.

           IF WS-MODO-RESTAURO
               IF WS-QTDE-RERUNS = ZEROS AND WS-RC-FINAL = ZEROS
                   MOVE SPACES TO RERUN-WORKSHEET-LINE
                   STRING 'NENHUMA EXECUCAO DE ' RP-MESTRE
                       ' APOS A GERACAO -- NADA A REPETIR'
                       DELIMITED BY SIZE INTO RERUN-WORKSHEET-LINE
                   WRITE RERUN-WORKSHEET-LINE
               END-IF
           ELSE
               IF WS-QTDE-RERUNS = ZEROS AND WS-FAIL-COUNT = ZEROS
                   MOVE SPACES TO RERUN-WORKSHEET-LINE
                   MOVE 'NENHUMA FALHA HOJE -- NADA A RERODAR'
                       TO RERUN-WORKSHEET-LINE
                   WRITE RERUN-WORKSHEET-LINE
               END-IF
           END-IF

           DISPLAY 'PASSOS DE RERUN PLANEJADOS: ' WS-QTDE-RERUNS

           MOVE JL-PROGRAM-ID       TO CT-PROGRAM-ID
           MOVE 'PASSOS'            TO CT-TOTAL-1-LABEL
           MOVE WS-QTDE-RERUNS      TO CT-TOTAL-1-VALOR
           MOVE 'FALHAS'            TO CT-TOTAL-2-LABEL
       4000-FINALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 5000-PLAN-RESTORE-RERUNS -- THE RESTORED MASTER LOST EVERY
      * UPDATE MADE AFTER ITS GENERATION; EACH SUCH RUN IS LISTED IN
      * THE ORDER IT FIRST RAN. NO RESTORE POINT MEANS MSTREST DID NOT
      * COMPLETE AND THERE IS NOTHING TO PLAN
      ******************************************************************
       5000-PLAN-RESTORE-RERUNS.

           OPEN INPUT RESTORE-POINT-FILE
           IF WS-RP-STATUS = '00'
               PERFORM 8300-READ-RESTORE-POINT
                   THRU 8300-READ-RESTORE-POINT-EXIT
               CLOSE RESTORE-POINT-FILE
           END-IF

           IF WS-RP-STATUS NOT = '00'
               MOVE SPACES TO RERUN-WORKSHEET-LINE
               STRING 'SEM PONTO DE RESTAURO (RESTPONT) -- '
                   'RESTAURO NAO CONCLUIDO'
                   DELIMITED BY SIZE INTO RERUN-WORKSHEET-LINE
               WRITE RERUN-WORKSHEET-LINE
               DISPLAY 'ERRO - ' RERUN-WORKSHEET-LINE
               MOVE 8 TO WS-RC-FINAL
               GO TO 5000-PLAN-RESTORE-RERUNS-EXIT
           END-IF

           MOVE SPACES TO RERUN-WORKSHEET-LINE
           STRING RP-MESTRE ' RESTAURADO PARA A GERACAO ' RP-GERACAO
               ' -- REPETIR, NESTA ORDEM:'
               DELIMITED BY SIZE INTO RERUN-WORKSHEET-LINE
           WRITE RERUN-WORKSHEET-LINE

           OPEN INPUT JOB-RUN-LOG-FILE
           IF WS-JR-STATUS NOT = '00'
               GO TO 5000-PLAN-RESTORE-RERUNS-EXIT
           END-IF

           MOVE 'N' TO WS-JR-EOF-SWITCH
           PERFORM 8000-READ-RUN-LOG
               THRU 8000-READ-RUN-LOG-EXIT
           PERFORM 5100-JUDGE-LOGGED-RUN
               THRU 5100-JUDGE-LOGGED-RUN-EXIT
               UNTIL WS-JR-END-OF-FILE
           CLOSE JOB-RUN-LOG-FILE.

       5000-PLAN-RESTORE-RERUNS-EXIT.
           EXIT.

      ******************************************************************
      * 5100-JUDGE-LOGGED-RUN -- AN UPDATER OF THE RESTORED MASTER
      * THAT STARTED AFTER THE GENERATION (0099 OVERRIDE MARKERS ARE
      * NOT RUNS)
      ******************************************************************
       5100-JUDGE-LOGGED-RUN.

           MOVE JR-INICIO-DATA TO WS-IC-DATA
           MOVE JR-INICIO-HORA TO WS-IC-HORA

           IF JR-RETURN-CODE = 0099
               OR WS-INICIO-CHAVE NOT > RP-GERACAO
               GO TO 5100-NEXT-RUN
           END-IF

           MOVE 'N' TO WS-ATZ-ACHOU
           SET WS-ATZ-IDX TO 1
           SEARCH WS-ATZ-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ATZ-JOB(WS-ATZ-IDX) = JR-PROGRAM-ID
                   AND WS-ATZ-MESTRE(WS-ATZ-IDX) = RP-MESTRE
                   MOVE 'S' TO WS-ATZ-ACHOU
           END-SEARCH

           IF WS-ATZ-ENCONTROU
               PERFORM 5200-WRITE-RESTORE-STEP
                   THRU 5200-WRITE-RESTORE-STEP-EXIT
           END-IF.

       5100-NEXT-RUN.

           PERFORM 8000-READ-RUN-LOG
               THRU 8000-READ-RUN-LOG-EXIT.

       5100-JUDGE-LOGGED-RUN-EXIT.
           EXIT.

      ******************************************************************
      * 5200-WRITE-RESTORE-STEP -- THE RUN'S DATE TELLS THE OPERATOR
      * WHICH DAY'S INPUT TO FEED IT
      ******************************************************************
       5200-WRITE-RESTORE-STEP.

           IF WS-SEQ-PASSO = 99
               DISPLAY 'PLANO CHEIO -- ' JR-PROGRAM-ID ' DE '
                   JR-INICIO-DATA ' FORA DA LISTA'
               GO TO 5200-WRITE-RESTORE-STEP-EXIT
           END-IF

           ADD 1 TO WS-SEQ-PASSO
           ADD 1 TO WS-QTDE-RERUNS

           MOVE SPACES TO WS-WKS-DETALHE
           MOVE WS-SEQ-PASSO   TO WS-WD-SEQ
           MOVE JR-PROGRAM-ID  TO WS-WD-JOB
           MOVE JR-RETURN-CODE TO WS-WD-RC
           STRING 'REPOR ' JR-INICIO-DATA
               DELIMITED BY SIZE INTO WS-WD-ACAO

      *    THE SAME DUPLICATE-GUARD TEST AS A FAILURE RERUN
           MOVE JR-PROGRAM-ID TO WS-JOB-BUSCA
           MOVE 'N' TO WS-TEVE-SUCESSO
           PERFORM 3410-SCAN-ANY-SUCCESS
               THRU 3410-SCAN-ANY-SUCCESS-EXIT
               VARYING WS-LOG-SUB FROM 1 BY 1
               UNTIL WS-LOG-SUB > WS-LOG-COUNT
                   OR WS-JOB-TEVE-SUCESSO
           IF WS-JOB-TEVE-SUCESSO
               MOVE 'INFORMAR FORCA NO PARM' TO WS-WD-PARM
           END-IF

           WRITE RERUN-WORKSHEET-LINE FROM WS-WKS-DETALHE

           DISPLAY 'PASSO ' WS-SEQ-PASSO ' - ' JR-PROGRAM-ID
               ' (' WS-WD-ACAO ')'

           PERFORM 5210-FLAG-OTHER-MASTER
               THRU 5210-FLAG-OTHER-MASTER-EXIT
               VARYING WS-ATZ-SUB FROM 1 BY 1
               UNTIL WS-ATZ-SUB > 17.

       5200-WRITE-RESTORE-STEP-EXIT.
           EXIT.

      ******************************************************************
      * 5210-FLAG-OTHER-MASTER -- REPEATING THE RUN ALSO REAPPLIES ITS
      * UPDATES TO A MASTER THAT WAS NOT RESTORED
      ******************************************************************
       5210-FLAG-OTHER-MASTER.

           IF WS-ATZ-JOB(WS-ATZ-SUB) NOT = JR-PROGRAM-ID
               OR WS-ATZ-MESTRE(WS-ATZ-SUB) = RP-MESTRE
               GO TO 5210-FLAG-OTHER-MASTER-EXIT
           END-IF

           MOVE SPACES TO RERUN-WORKSHEET-LINE
           STRING '      TAMBEM ATUALIZA ' WS-ATZ-MESTRE(WS-ATZ-SUB)
               ' -- AVALIAR RESTAURO CONJUNTO'
               DELIMITED BY SIZE INTO RERUN-WORKSHEET-LINE
           WRITE RERUN-WORKSHEET-LINE.

       5210-FLAG-OTHER-MASTER-EXIT.
           EXIT.

      ******************************************************************
      * 8000-READ-RUN-LOG
      ******************************************************************

       8200-READ-CHECKPOINT-EXIT.
           EXIT.

      ******************************************************************
      * 8300-READ-RESTORE-POINT
      ******************************************************************
       8300-READ-RESTORE-POINT.

           READ RESTORE-POINT-FILE
               AT END
                   MOVE '10' TO WS-RP-STATUS
           END-READ.

       8300-READ-RESTORE-POINT-EXIT.
           EXIT.
