      ******************************************************************
      * Author: M. TAVARES
      * Date: 15-10-26
      * Purpose: FISCAL YEAR-END CLOSE. GLBALMST KEPT ACCUMULATING BY
      * PERIOD WITH NO YEAR-END PROCEDURE: THE INCOME ACCOUNTS WERE
      * NEVER ZEROED AND NO OPENING BALANCES WERE CARRIED INTO THE
      * NEW YEAR. THE YEAR CLOSED IS THE ONE BEFORE THE FISCAL YEAR
      * ON THE FISCALCAL CALENDAR FILE. THE DFMAPA STATEMENT MAP
      * SAYS WHICH ACCOUNTS ARE INCOME (GROUPS R AND D) AND WHICH
      * ARE BALANCE SHEET (A, P AND L). THE RUN HAS THREE ACTIONS,
      * NAMED BY THE ACAO= WORD ON THE PARM:
      *   FECHAR   -- APPENDS THE CLOSING BATCH TO GLINTRFC FOR
      *               GLEDIT AND GLPOST: PERIOD AAAA13 ZEROES EVERY
      *               INCOME ACCOUNT INTO RETAINED EARNINGS, PERIOD
      *               (AAAA+1)00 CARRIES EVERY BALANCE-SHEET BALANCE
      *               FORWARD AS THE NEW YEAR'S OPENING (THE PERIOD
      *               CONVENTIONS FINSTMT READS). ONLY THE DIFFERENCE
      *               FROM WHAT IS ALREADY POSTED IS GENERATED, SO A
      *               YEAR REOPENED AND ADJUSTED CLOSES AGAIN CLEANLY.
      *   CONCLUIR -- AFTER GLPOST: PROVES THE INCOME ACCOUNTS ARE
      *               ZERO AND THE OPENINGS AGREE WITH THE CLOSING
      *               POSITION, LOCKS ALL TWELVE COMPETENCIAS OF THE
      *               YEAR ON PERLOCKF AND PRINTS THE CLOSING
      *               CERTIFICATE.
      *   REABRIR  -- UNLOCKS THE TWELVE COMPETENCIAS. ONLY AN
      *               OPERATOR HOLDING FUNCTION 'R' FOR ENCEXERC ON
      *               OPERTAB MAY REOPEN; WITHOUT OPERTAB THE REOPEN
      *               IS REFUSED. FECHAR AND CONCLUIR NEED FUNCTION
      *               'E' WHEN OPERTAB EXISTS (WOCLOSE CONVENTION).
      * EVERY ACTION THAT CHANGES THE YEAR'S STATE APPENDS A RECORD
      * TO THE ENCAUDIT TRAIL STAMPED WITH THE OPERATOR. EACH ACTION
      * LOGS ON JOBRNLOG UNDER ITS OWN NAME (ENCFECHA, ENCCONCL,
      * ENCREABR) SO ONE JOB CAN CLOSE AND CONCLUDE THE SAME DAY.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History
      * 15-10-26 MRT  ORIGINAL VERSION.
      * 15-10-26 MRT  THE CLOSING BATCH GOES OUT BETWEEN AN IFCTL HEADER
      *               AND TRAILER; THE PENDING-BATCH SCAN STEPS OVER
      *               THE CONTROL RECORDS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCEXERC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

           SELECT GL-BALANCE-FILE ASSIGN TO "GLBALMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GB-STATUS.

           SELECT STATEMENT-MAP-FILE ASSIGN TO "DFMAPA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DM-STATUS.

           SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTRFC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT PERIOD-LOCK-FILE ASSIGN TO "PERLOCKF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLK-STATUS.

           SELECT OPERATOR-TABLE-FILE ASSIGN TO "OPERTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OP-STATUS.

           SELECT YEAR-END-AUDIT-FILE ASSIGN TO "ENCAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EA-STATUS.

           SELECT YEAR-END-REPORT ASSIGN TO "ENCERRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      * CALENDAR-FILE -- FISCALCAL'S OUTPUT, ONE RECORD PER DAY OF THE
      * FISCAL YEAR
      *-----------------------------------------------------------------
       FD  CALENDAR-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  CALENDAR-RECORD.
           05  CAL-DATA                PIC 9(08).
           05  FILLER                  PIC X(32).

       FD  GL-BALANCE-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY GLBALMST.

      *-----------------------------------------------------------------
      * STATEMENT-MAP-FILE -- FINSTMT'S ACCOUNT-TO-LINE MAP; ONLY THE
      * STATEMENT GROUP IS USED HERE
      *-----------------------------------------------------------------
       FD  STATEMENT-MAP-FILE
           RECORD CONTAINS 42 CHARACTERS.
       01  STATEMENT-MAP-RECORD.
           05  DM-ACCOUNT-CODE     PIC X(08).
           05  DM-GRUPO            PIC X(01).
               88  DM-GRUPO-VALIDO         VALUE 'A' 'P' 'L' 'R' 'D'.
           05  DM-LINHA            PIC 9(03).
           05  DM-DESCRICAO        PIC X(30).

       FD  GL-INTERFACE-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  GL-INTERFACE-RECORD.
           05  GL-ACCOUNT-CODE     PIC X(08).
           05  GL-DC-INDICADOR     PIC X(01).
               88  GL-DEBITO               VALUE 'D'.
               88  GL-CREDITO               VALUE 'C'.
           05  GL-AMOUNT           PIC 9(07)V99.
           05  GL-PERIODO          PIC 9(06).
           05  GL-EMP-ID           PIC X(05).

       FD  PERIOD-LOCK-FILE
           RECORD CONTAINS 25 CHARACTERS.
       01  PERIOD-LOCK-RECORD.
           05  PLK-COMPETENCIA     PIC 9(06).
           05  PLK-STATUS          PIC X(01).
           05  PLK-DATA-EVENTO     PIC 9(08).
           05  PLK-RESPONSAVEL     PIC X(10).

      *-----------------------------------------------------------------
      * OPERATOR-TABLE-FILE -- ONE LINE PER OPERATOR AND PROGRAM WITH
      * THE FUNCTION CODES THAT OPERATOR MAY RUN
      *-----------------------------------------------------------------
       FD  OPERATOR-TABLE-FILE
           RECORD CONTAINS 26 CHARACTERS.
       01  OPERATOR-TABLE-RECORD.
           05  OP-OPERATOR-ID          PIC X(08).
           05  OP-PROGRAMA             PIC X(08).
           05  OP-FUNCOES              PIC X(10).

       FD  YEAR-END-AUDIT-FILE
           RECORD CONTAINS 27 CHARACTERS.
           COPY ENCAUDIT.

       FD  YEAR-END-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  YEAR-END-LINE           PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-CAL-STATUS           PIC X(02) VALUE SPACES.
       77  WS-GB-STATUS            PIC X(02) VALUE SPACES.
       77  WS-DM-STATUS            PIC X(02) VALUE SPACES.
       77  WS-GL-STATUS            PIC X(02) VALUE SPACES.
       77  WS-PLK-STATUS           PIC X(02) VALUE SPACES.
       77  WS-OP-STATUS            PIC X(02) VALUE SPACES.
       77  WS-EA-STATUS            PIC X(02) VALUE SPACES.
       77  WS-ER-STATUS            PIC X(02) VALUE SPACES.

       77  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE                VALUE 'Y'.
       77  WS-CAL-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88  WS-CAL-END-OF-FILE            VALUE 'Y'.
       77  WS-DM-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-DM-END-OF-FILE             VALUE 'Y'.
       77  WS-GL-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-GL-END-OF-FILE             VALUE 'Y'.
       77  WS-OP-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-OP-END-OF-FILE             VALUE 'Y'.
       77  WS-EA-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-EA-END-OF-FILE             VALUE 'Y'.

       77  WS-ABORTA-SW            PIC X(01) VALUE 'N'.
           88  WS-EXECUCAO-ABORTADA          VALUE 'S'.

       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       01  WS-HORA-SISTEMA         PIC 9(08) VALUE ZEROS.
       01  WS-HORA-SISTEMA-R REDEFINES WS-HORA-SISTEMA.
           05  WS-HORA-HHMMSS      PIC 9(06).
           05  WS-HORA-CENTESIMOS  PIC 9(02).

      *-----------------------------------------------------------------
      * THE ACAO= AND OPER= WORDS FROM THE PARM, AND THE OPERTAB
      * PERMISSION CHECK
      *-----------------------------------------------------------------
       77  WS-PARM-LINHA           PIC X(80) VALUE SPACES.
       77  WS-POS-ACAO             PIC 9(02) VALUE ZEROS.
       77  WS-POS-OPER             PIC 9(02) VALUE ZEROS.
       77  WS-ACAO-PARM            PIC X(10) VALUE SPACES.
       77  WS-ACAO-SW              PIC X(01) VALUE SPACES.
           88  WS-ACAO-FECHAR                VALUE 'F'.
           88  WS-ACAO-CONCLUIR              VALUE 'C'.
           88  WS-ACAO-REABRIR               VALUE 'R'.
       77  WS-OPERADOR             PIC X(08) VALUE SPACES.
       77  WS-RESPONSAVEL          PIC X(10) VALUE SPACES.
       77  WS-FUNCOES-PERMITIDAS   PIC X(10) VALUE SPACES.
       77  WS-FUNCAO-EXIGIDA       PIC X(01) VALUE SPACES.
       77  WS-OPER-VALIDO-SW       PIC X(01) VALUE 'N'.
           88  WS-OPERADOR-VALIDO            VALUE 'S'.
       77  WS-QTDE-FUNCAO          PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      * THE FISCAL YEAR FROM THE CALENDAR AND THE PERIODS DERIVED
      * FROM IT
      *-----------------------------------------------------------------
       01  WS-CAL-PRIMEIRA         PIC 9(08) VALUE ZEROS.
       01  WS-CAL-PRIMEIRA-R REDEFINES WS-CAL-PRIMEIRA.
           05  WS-CP-ANO           PIC 9(04).
           05  WS-CP-MMDD          PIC 9(04).
       01  WS-CAL-ULTIMA           PIC 9(08) VALUE ZEROS.
       01  WS-CAL-ULTIMA-R REDEFINES WS-CAL-ULTIMA.
           05  WS-CU-ANO           PIC 9(04).
           05  WS-CU-MMDD          PIC 9(04).
       77  WS-QTDE-DIAS            PIC 9(03) VALUE ZEROS.

       77  WS-ANO-NOVO             PIC 9(04) VALUE ZEROS.
       77  WS-ANO-ENCERRADO        PIC 9(04) VALUE ZEROS.
       77  WS-INICIO-ANO           PIC 9(06) VALUE ZEROS.
       77  WS-FIM-ANO              PIC 9(06) VALUE ZEROS.
       77  WS-PERIODO-ENCERRAMENTO PIC 9(06) VALUE ZEROS.
       77  WS-PERIODO-ABERTURA     PIC 9(06) VALUE ZEROS.
       77  WS-INICIO-SALDO         PIC 9(06) VALUE ZEROS.
       77  WS-ANO-ABERTO           PIC 9(04) VALUE ZEROS.

       01  WS-GB-PERIODO-R.
           05  WS-GB-ANO           PIC 9(04).
           05  WS-GB-MES           PIC 9(02).

       01  WS-COMPETENCIA          PIC 9(06) VALUE ZEROS.
       01  WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
           05  WS-COMP-ANO         PIC 9(04).
           05  WS-COMP-MES         PIC 9(02).
       77  WS-MES-SUB              PIC 9(02) VALUE ZEROS.
       77  WS-STATUS-TRAVA         PIC X(01) VALUE SPACES.
       77  WS-QTDE-TRAVADAS        PIC 9(02) VALUE ZEROS.

      *    LAST ENCAUDIT ACTION ON FILE FOR THE YEAR BEING CLOSED
       77  WS-ULT-ACAO-ANO         PIC X(01) VALUE SPACES.
           88  WS-ANO-JA-ENCERRADO           VALUE 'C'.
       77  WS-ULT-DATA-ANO         PIC 9(08) VALUE ZEROS.

      *    RETAINED-EARNINGS ACCOUNT THE YEAR'S RESULT CLOSES INTO;
      *    IT MUST BE MAPPED TO GROUP L ON DFMAPA
       77  WS-GL-ACCT-LUCROS-ACUM  PIC X(08) VALUE '3200-000'.
       77  WS-LUCROS-ACUM-SW       PIC X(01) VALUE 'N'.
           88  WS-LUCROS-ACUM-MAPEADA        VALUE 'S'.
       77  WS-GL-LOTE-ID           PIC X(05) VALUE 'ENCER'.

      *-----------------------------------------------------------------
      * STATEMENT GROUP OF EVERY MAPPED ACCOUNT
      *-----------------------------------------------------------------
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 300 TIMES
                            INDEXED BY WS-MAP-IDX.
               10  WS-MAP-ACCOUNT      PIC X(08).
               10  WS-MAP-GRUPO        PIC X(01).

       77  WS-MAP-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-MAP-ACHOU            PIC X(01) VALUE 'N'.
           88  WS-MAP-ENCONTROU              VALUE 'S'.
       77  WS-QTDE-MAPA-REJEITADO  PIC 9(05) VALUE ZEROS.

      *-----------------------------------------------------------------
      * ONE ENTRY PER ACCOUNT WITH AMOUNTS IN THE CLOSING WINDOW OR
      * ON THE NEW YEAR'S OPENING. AMOUNTS ARE DEBIT-POSITIVE.
      * SALDO    -- FROM THE LATEST OPENING BALANCES UP TO AAAA13
      * ABERTURA -- ALREADY POSTED TO PERIOD (AAAA+1)00
      *-----------------------------------------------------------------
       01  WS-ACCOUNT-TABLE.
           05  WS-CNT-ENTRY OCCURS 300 TIMES
                            INDEXED BY WS-CNT-IDX.
               10  WS-CNT-CONTA        PIC X(08).
               10  WS-CNT-GRUPO        PIC X(01).
               10  WS-CNT-SALDO        PIC S9(13)V99.
               10  WS-CNT-ABERTURA     PIC S9(13)V99.

       77  WS-CNT-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-CNT-SUB              PIC 9(03) VALUE ZEROS.
       77  WS-CNT-ACHOU            PIC X(01) VALUE 'N'.
           88  WS-CNT-ENCONTROU              VALUE 'S'.
       77  WS-CONTA-CHAVE          PIC X(08) VALUE SPACES.

      *-----------------------------------------------------------------
      * LEDGER FIGURES
      *-----------------------------------------------------------------
       77  WS-TOT-DEB-JANELA       PIC 9(13)V99 VALUE ZEROS.
       77  WS-TOT-CRED-JANELA      PIC 9(13)V99 VALUE ZEROS.
       77  WS-DIFERENCA            PIC S9(13)V99 VALUE ZEROS.
       77  WS-RESULTADO-ANO        PIC S9(13)V99 VALUE ZEROS.
       77  WS-RESULTADO-ANTERIOR   PIC S9(13)V99 VALUE ZEROS.
       77  WS-RESULTADO-ENCERRAR   PIC S9(13)V99 VALUE ZEROS.
       77  WS-RESULTADO-TRANSF     PIC S9(13)V99 VALUE ZEROS.
       77  WS-TOT-ATIVO            PIC S9(13)V99 VALUE ZEROS.
       77  WS-TOT-PASSIVO-PL       PIC S9(13)V99 VALUE ZEROS.
       77  WS-VALOR-MOVIMENTO      PIC S9(13)V99 VALUE ZEROS.
       77  WS-QTDE-SEM-MAPA        PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-DIVERGENCIAS    PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-PENDENTES       PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-CONTAS-RESULT   PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-CONTAS-ABERT    PIC 9(05) VALUE ZEROS.

      *-----------------------------------------------------------------
      * ONE JOURNAL ENTRY BEING WRITTEN; GL-AMOUNT HOLDS NO MORE THAN
      * 9,999,999.99 SO A LARGER AMOUNT GOES OUT IN PARCELS
      *-----------------------------------------------------------------
       77  WS-LANC-CONTA           PIC X(08) VALUE SPACES.
       77  WS-LANC-DC              PIC X(01) VALUE SPACES.
       77  WS-LANC-VALOR           PIC S9(13)V99 VALUE ZEROS.
       77  WS-LANC-RESTANTE        PIC 9(13)V99 VALUE ZEROS.
       77  WS-LANC-PERIODO         PIC 9(06) VALUE ZEROS.
       77  WS-LANC-HISTORICO       PIC X(30) VALUE SPACES.
       77  WS-LIMITE-PARCELA       PIC 9(07)V99 VALUE 9999999.99.
       77  WS-TOT-LOTE-DEB         PIC 9(13)V99 VALUE ZEROS.
       77  WS-TOT-LOTE-CRED        PIC 9(13)V99 VALUE ZEROS.
       77  WS-QTDE-LANCAMENTOS     PIC 9(07) VALUE ZEROS.

       01  WS-TITLE-LINE.
           05  WS-TT-TEXTO         PIC X(50).
           05  WS-TT-ANO           PIC 9(04).
           05  FILLER              PIC X(26) VALUE SPACES.

       01  WS-JOURNAL-HEADING.
           05  FILLER              PIC X(12) VALUE '  CONTA     '.
           05  FILLER              PIC X(03) VALUE 'D/C'.
           05  FILLER              PIC X(16) VALUE
                                   '           VALOR'.
           05  FILLER              PIC X(10) VALUE '  PERIODO '.
           05  FILLER              PIC X(39) VALUE ' HISTORICO'.

       01  WS-JOURNAL-LINE.
           05  FILLER              PIC X(02).
           05  WS-JL-CONTA         PIC X(08).
           05  FILLER              PIC X(03).
           05  WS-JL-DC            PIC X(01).
           05  FILLER              PIC X(01).
           05  WS-JL-VALOR         PIC Z(12)9.99.
           05  FILLER              PIC X(02).
           05  WS-JL-PERIODO       PIC 9(06).
           05  FILLER              PIC X(03).
           05  WS-JL-HISTORICO     PIC X(30).
           05  FILLER              PIC X(08).

       01  WS-FIGURE-LINE.
           05  WS-FG-ROTULO        PIC X(44).
           05  WS-FG-VALOR         PIC -(13)9.99.
           05  FILLER              PIC X(19).

       01  WS-MESSAGE-LINE.
           05  WS-ML-TEXTO         PIC X(44).
           05  WS-ML-CONTA         PIC X(08).
           05  FILLER              PIC X(01).
           05  WS-ML-VALOR         PIC -(13)9.99.
           05  FILLER              PIC X(10).

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

      *    EACH ACTION IS ITS OWN RUN ON THE JOB-RUN LOG, SO THE
      *    SAME-DAY GUARD DOES NOT STOP CONCLUIR AFTER FECHAR
           PERFORM 1050-READ-PARM
               THRU 1050-READ-PARM-EXIT
           EVALUATE TRUE
               WHEN WS-ACAO-FECHAR
                   MOVE 'ENCFECHA' TO JL-PROGRAM-ID
               WHEN WS-ACAO-CONCLUIR
                   MOVE 'ENCCONCL' TO JL-PROGRAM-ID
               WHEN WS-ACAO-REABRIR
                   MOVE 'ENCREABR' TO JL-PROGRAM-ID
               WHEN OTHER
                   MOVE 'ENCEXERC' TO JL-PROGRAM-ID
           END-EVALUATE
           MOVE 'S'        TO JL-ACAO
           CALL 'JOBLOG' USING JOBLOG-PARMS

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT

           IF NOT WS-EXECUCAO-ABORTADA
               EVALUATE TRUE
                   WHEN WS-ACAO-FECHAR
                       PERFORM 2000-GENERATE-CLOSING
                           THRU 2000-GENERATE-CLOSING-EXIT
                   WHEN WS-ACAO-CONCLUIR
                       PERFORM 3000-CONCLUDE-CLOSE
                           THRU 3000-CONCLUDE-CLOSE-EXIT
                   WHEN WS-ACAO-REABRIR
                       PERFORM 4000-REOPEN-YEAR
                           THRU 4000-REOPEN-YEAR-EXIT
               END-EVALUATE
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
      * 1000-INITIALIZE -- ACTION CHECK, OPERATOR PERMISSION, THE
      * FISCAL YEAR FROM THE CALENDAR AND THE YEAR'S CLOSE STATE
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-DATA-HOJE    FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME

           OPEN OUTPUT YEAR-END-REPORT
           MOVE 'ENCEXERC' TO RH-PROGRAM-ID
           MOVE 1          TO RH-PAGE-NUM
           CALL 'RPTHDR' USING RPTHDR-PARMS
           WRITE YEAR-END-LINE FROM RH-HEADER-LINE

           IF WS-ACAO-SW = SPACES
               MOVE SPACES TO WS-MESSAGE-LINE
               MOVE 'EXECUCAO RECUSADA - ACAO INVALIDA NO PARM'
                   TO WS-ML-TEXTO
               PERFORM 7900-REPORT-MESSAGE
                   THRU 7900-REPORT-MESSAGE-EXIT
               DISPLAY '   USE ACAO=FECHAR, ACAO=CONCLUIR OU '
                   'ACAO=REABRIR'
               MOVE 'S' TO WS-ABORTA-SW
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           PERFORM 1100-VALIDATE-OPERATOR
               THRU 1100-VALIDATE-OPERATOR-EXIT
           IF WS-EXECUCAO-ABORTADA
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           PERFORM 1200-READ-CALENDAR
               THRU 1200-READ-CALENDAR-EXIT
           IF WS-EXECUCAO-ABORTADA
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           COMPUTE WS-ANO-ENCERRADO = WS-ANO-NOVO - 1
           COMPUTE WS-INICIO-ANO    = WS-ANO-ENCERRADO * 100 + 1
           COMPUTE WS-FIM-ANO       = WS-ANO-ENCERRADO * 100 + 12
           COMPUTE WS-PERIODO-ENCERRAMENTO
                                    = WS-ANO-ENCERRADO * 100 + 13
           COMPUTE WS-PERIODO-ABERTURA = WS-ANO-NOVO * 100

           IF WS-OPERADOR = SPACES
               MOVE 'ENCEXERC'  TO WS-RESPONSAVEL
           ELSE
               MOVE WS-OPERADOR TO WS-RESPONSAVEL
           END-IF

           PERFORM 1300-LOAD-AUDIT-STATE
               THRU 1300-LOAD-AUDIT-STATE-EXIT

           DISPLAY 'EXERCICIO ' WS-ANO-ENCERRADO ' -- ACAO '
               WS-ACAO-PARM ' OPERADOR ' WS-OPERADOR.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1050-READ-PARM -- ACAO= AND OPER= WORDS, EACH ENDING AT A
      * SPACE OR A COMMA
      ******************************************************************
       1050-READ-PARM.

           ACCEPT WS-PARM-LINHA FROM COMMAND-LINE

           MOVE ZEROS TO WS-POS-ACAO
           INSPECT WS-PARM-LINHA
               TALLYING WS-POS-ACAO
               FOR CHARACTERS BEFORE INITIAL 'ACAO='
           IF WS-POS-ACAO < 75
               UNSTRING WS-PARM-LINHA(WS-POS-ACAO + 6 :)
                   DELIMITED BY ' ' OR ','
                   INTO WS-ACAO-PARM
           END-IF

           MOVE ZEROS TO WS-POS-OPER
           INSPECT WS-PARM-LINHA
               TALLYING WS-POS-OPER
               FOR CHARACTERS BEFORE INITIAL 'OPER='
           IF WS-POS-OPER < 75
               UNSTRING WS-PARM-LINHA(WS-POS-OPER + 6 :)
                   DELIMITED BY ' ' OR ','
                   INTO WS-OPERADOR
           END-IF

           EVALUATE WS-ACAO-PARM
               WHEN 'FECHAR'
                   MOVE 'F' TO WS-ACAO-SW
                   MOVE 'E' TO WS-FUNCAO-EXIGIDA
               WHEN 'CONCLUIR'
                   MOVE 'C' TO WS-ACAO-SW
                   MOVE 'E' TO WS-FUNCAO-EXIGIDA
               WHEN 'REABRIR'
                   MOVE 'R' TO WS-ACAO-SW
                   MOVE 'R' TO WS-FUNCAO-EXIGIDA
               WHEN OTHER
                   MOVE SPACES TO WS-ACAO-SW
           END-EVALUATE.

       1050-READ-PARM-EXIT.
           EXIT.

      ******************************************************************
      * 1100-VALIDATE-OPERATOR -- THE OPER= WORD AGAINST OPERTAB.
      * FECHAR AND CONCLUIR NEED FUNCTION 'E' (ENCERRAMENTO) AND RUN
      * UNCHECKED, WITH A WARNING, WHEN THERE IS NO OPERTAB. REABRIR
      * NEEDS FUNCTION 'R' AND IS REFUSED WITHOUT OPERTAB -- A CLOSED
      * YEAR IS NEVER REOPENED BY AN UNIDENTIFIED OPERATOR.
      ******************************************************************
       1100-VALIDATE-OPERATOR.

           OPEN INPUT OPERATOR-TABLE-FILE
           IF WS-OP-STATUS NOT = '00'
               IF WS-ACAO-REABRIR
                   MOVE SPACES TO WS-MESSAGE-LINE
                   MOVE 'EXECUCAO RECUSADA - SEM ARQUIVO OPERTAB'
                       TO WS-ML-TEXTO
                   PERFORM 7900-REPORT-MESSAGE
                       THRU 7900-REPORT-MESSAGE-EXIT
                   DISPLAY '   A REABERTURA EXIGE OPERADOR AUTORIZADO'
                   MOVE 'S' TO WS-ABORTA-SW
               ELSE
                   DISPLAY 'AVISO - SEM ARQUIVO OPERTAB -- PERMISSOES '
                       'NAO SERAO CRITICADAS'
               END-IF
               GO TO 1100-VALIDATE-OPERATOR-EXIT
           END-IF

           PERFORM 8200-READ-OPERATOR
               THRU 8200-READ-OPERATOR-EXIT

           PERFORM 1110-MATCH-OPERATOR
               THRU 1110-MATCH-OPERATOR-EXIT
               UNTIL WS-OP-END-OF-FILE

           CLOSE OPERATOR-TABLE-FILE

           IF NOT WS-OPERADOR-VALIDO
               MOVE SPACES TO WS-MESSAGE-LINE
               MOVE 'EXECUCAO RECUSADA - OPERADOR SEM PERMISSAO'
                   TO WS-ML-TEXTO
               MOVE WS-OPERADOR TO WS-ML-CONTA
               PERFORM 7900-REPORT-MESSAGE
                   THRU 7900-REPORT-MESSAGE-EXIT
               MOVE 'S' TO WS-ABORTA-SW
               GO TO 1100-VALIDATE-OPERATOR-EXIT
           END-IF

           MOVE ZEROS TO WS-QTDE-FUNCAO
           INSPECT WS-FUNCOES-PERMITIDAS
               TALLYING WS-QTDE-FUNCAO FOR ALL WS-FUNCAO-EXIGIDA
           IF WS-QTDE-FUNCAO = ZEROS
               MOVE SPACES TO WS-MESSAGE-LINE
               IF WS-ACAO-REABRIR
                   MOVE 'EXECUCAO RECUSADA - SEM A FUNCAO R (REABRIR)'
                       TO WS-ML-TEXTO
               ELSE
                   MOVE 'EXECUCAO RECUSADA - SEM A FUNCAO E (ENCERRAR)'
                       TO WS-ML-TEXTO
               END-IF
               MOVE WS-OPERADOR TO WS-ML-CONTA
               PERFORM 7900-REPORT-MESSAGE
                   THRU 7900-REPORT-MESSAGE-EXIT
               MOVE 'S' TO WS-ABORTA-SW
           END-IF.

       1100-VALIDATE-OPERATOR-EXIT.
           EXIT.

      ******************************************************************
      * 1110-MATCH-OPERATOR
      ******************************************************************
       1110-MATCH-OPERATOR.

           IF OP-OPERATOR-ID = WS-OPERADOR
               AND WS-OPERADOR NOT = SPACES
               AND OP-PROGRAMA = 'ENCEXERC'
               MOVE 'S' TO WS-OPER-VALIDO-SW
               MOVE OP-FUNCOES TO WS-FUNCOES-PERMITIDAS
           END-IF

           PERFORM 8200-READ-OPERATOR
               THRU 8200-READ-OPERATOR-EXIT.

       1110-MATCH-OPERATOR-EXIT.
           EXIT.

      ******************************************************************
      * 1200-READ-CALENDAR -- THE FISCALCAL CALENDAR MUST COVER ONE
      * WHOLE YEAR, 01/01 TO 31/12; THAT IS THE NEW FISCAL YEAR AND
      * THE YEAR BEFORE IT IS THE ONE BEING CLOSED
      ******************************************************************
       1200-READ-CALENDAR.

           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-STATUS NOT = '00'
               MOVE SPACES TO WS-MESSAGE-LINE
               MOVE 'ERRO - SEM CALENDARIO FISCAL (FISCALCAL)'
                   TO WS-ML-TEXTO
               PERFORM 7900-REPORT-MESSAGE
                   THRU 7900-REPORT-MESSAGE-EXIT
               MOVE 'S' TO WS-ABORTA-SW
               GO TO 1200-READ-CALENDAR-EXIT
           END-IF

           PERFORM 8300-READ-CALENDAR
               THRU 8300-READ-CALENDAR-EXIT
           IF NOT WS-CAL-END-OF-FILE
               MOVE CAL-DATA TO WS-CAL-PRIMEIRA
           END-IF

           PERFORM 1210-NOTE-CALENDAR-DAY
               THRU 1210-NOTE-CALENDAR-DAY-EXIT
               UNTIL WS-CAL-END-OF-FILE

           CLOSE CALENDAR-FILE

           IF WS-QTDE-DIAS = ZEROS
               OR WS-CP-MMDD NOT = 0101
               OR WS-CU-MMDD NOT = 1231
               OR WS-CU-ANO NOT = WS-CP-ANO
               MOVE SPACES TO WS-MESSAGE-LINE
               MOVE 'ERRO - CALENDARIO FISCAL INCOMPLETO'
                   TO WS-ML-TEXTO
               PERFORM 7900-REPORT-MESSAGE
                   THRU 7900-REPORT-MESSAGE-EXIT
               DISPLAY '   PRIMEIRO DIA ' WS-CAL-PRIMEIRA
                   ' ULTIMO DIA ' WS-CAL-ULTIMA
               MOVE 'S' TO WS-ABORTA-SW
               GO TO 1200-READ-CALENDAR-EXIT
           END-IF

           MOVE WS-CP-ANO TO WS-ANO-NOVO.

       1200-READ-CALENDAR-EXIT.
           EXIT.

      ******************************************************************
      * 1210-NOTE-CALENDAR-DAY
      ******************************************************************
       1210-NOTE-CALENDAR-DAY.

           ADD 1 TO WS-QTDE-DIAS
           MOVE CAL-DATA TO WS-CAL-ULTIMA

           PERFORM 8300-READ-CALENDAR
               THRU 8300-READ-CALENDAR-EXIT.

       1210-NOTE-CALENDAR-DAY-EXIT.
           EXIT.

      ******************************************************************
      * 1300-LOAD-AUDIT-STATE -- THE LAST ENCAUDIT RECORD FOR THE
      * YEAR IS ITS STATE; NO TRAIL MEANS THE YEAR WAS NEVER CLOSED
      ******************************************************************
       1300-LOAD-AUDIT-STATE.

           OPEN INPUT YEAR-END-AUDIT-FILE
           IF WS-EA-STATUS NOT = '00'
               GO TO 1300-LOAD-AUDIT-STATE-EXIT
           END-IF

           PERFORM 8400-READ-AUDIT
               THRU 8400-READ-AUDIT-EXIT

           PERFORM 1310-NOTE-AUDIT-RECORD
               THRU 1310-NOTE-AUDIT-RECORD-EXIT
               UNTIL WS-EA-END-OF-FILE

           CLOSE YEAR-END-AUDIT-FILE.

       1300-LOAD-AUDIT-STATE-EXIT.
           EXIT.

      ******************************************************************
      * 1310-NOTE-AUDIT-RECORD
      ******************************************************************
       1310-NOTE-AUDIT-RECORD.

           IF EA-ANO = WS-ANO-ENCERRADO
               MOVE EA-ACAO TO WS-ULT-ACAO-ANO
               MOVE EA-DATA TO WS-ULT-DATA-ANO
           END-IF

           PERFORM 8400-READ-AUDIT
               THRU 8400-READ-AUDIT-EXIT.

       1310-NOTE-AUDIT-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * 2000-GENERATE-CLOSING -- ACAO=FECHAR. THE CLOSING JOURNAL
      * (AAAA13) AND THE OPENING BALANCES ((AAAA+1)00) STILL MISSING
      * FROM THE MASTER GO TO GLINTRFC AS ONE BALANCED BATCH
      ******************************************************************
       2000-GENERATE-CLOSING.

           IF WS-ANO-JA-ENCERRADO
               MOVE SPACES TO WS-MESSAGE-LINE
               MOVE 'EXECUCAO RECUSADA - EXERCICIO JA ENCERRADO'
                   TO WS-ML-TEXTO
               PERFORM 7900-REPORT-MESSAGE
                   THRU 7900-REPORT-MESSAGE-EXIT
               DISPLAY '   ENCERRADO EM ' WS-ULT-DATA-ANO
                   ' -- REABRA COM ACAO=REABRIR ANTES'
               MOVE 'S' TO WS-ABORTA-SW
               GO TO 2000-GENERATE-CLOSING-EXIT
           END-IF

           PERFORM 2100-SCAN-PENDING-BATCH
               THRU 2100-SCAN-PENDING-BATCH-EXIT
           IF WS-QTDE-PENDENTES > ZEROS
               MOVE SPACES TO WS-MESSAGE-LINE
               MOVE 'EXECUCAO RECUSADA - LOTE DE ENCERRAMENTO JA'
                   TO WS-ML-TEXTO
               PERFORM 7900-REPORT-MESSAGE
                   THRU 7900-REPORT-MESSAGE-EXIT
               DISPLAY '   ESTA NO GLINTRFC -- CONTABILIZE COM GLEDIT '
                   'E GLPOST E EXECUTE ACAO=CONCLUIR'
               MOVE 'S' TO WS-ABORTA-SW
               GO TO 2000-GENERATE-CLOSING-EXIT
           END-IF

           PERFORM 5000-LOAD-LEDGER
               THRU 5000-LOAD-LEDGER-EXIT
           IF WS-EXECUCAO-ABORTADA
               GO TO 2000-GENERATE-CLOSING-EXIT
           END-IF

           MOVE SPACES TO YEAR-END-LINE
           WRITE YEAR-END-LINE
           MOVE SPACES TO WS-TITLE-LINE
           MOVE 'LANCAMENTOS DE ENCERRAMENTO DO EXERCICIO'
               TO WS-TT-TEXTO
           MOVE WS-ANO-ENCERRADO TO WS-TT-ANO
           WRITE YEAR-END-LINE FROM WS-TITLE-LINE
           WRITE YEAR-END-LINE FROM WS-JOURNAL-HEADING

           OPEN EXTEND GL-INTERFACE-FILE
           IF WS-GL-STATUS NOT = '00'
               OPEN OUTPUT GL-INTERFACE-FILE
           END-IF

           MOVE 'GLINTRFC'    TO IC-ARQUIVO
           MOVE JL-PROGRAM-ID TO IC-PROGRAMA
           MOVE 'A'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS
           WRITE GL-INTERFACE-RECORD FROM IC-REGISTRO

      *    INCOME ACCOUNTS TO ZERO, THEN THE NET TO RETAINED EARNINGS
           MOVE ZEROS TO WS-RESULTADO-ENCERRAR
           PERFORM 2200-CLOSE-INCOME-ACCOUNT
               THRU 2200-CLOSE-INCOME-ACCOUNT-EXIT
               VARYING WS-CNT-SUB FROM 1 BY 1
               UNTIL WS-CNT-SUB > WS-CNT-COUNT

           IF WS-RESULTADO-ENCERRAR NOT = ZEROS
               MOVE WS-GL-ACCT-LUCROS-ACUM  TO WS-CONTA-CHAVE
               PERFORM 7000-FIND-OR-ADD-ACCOUNT
                   THRU 7000-FIND-OR-ADD-ACCOUNT-EXIT
               IF WS-RESULTADO-ENCERRAR > ZEROS
                   MOVE 'C' TO WS-LANC-DC
                   MOVE WS-RESULTADO-ENCERRAR TO WS-LANC-VALOR
               ELSE
                   MOVE 'D' TO WS-LANC-DC
                   COMPUTE WS-LANC-VALOR = ZERO - WS-RESULTADO-ENCERRAR
               END-IF
               MOVE WS-GL-ACCT-LUCROS-ACUM  TO WS-LANC-CONTA
               MOVE WS-PERIODO-ENCERRAMENTO TO WS-LANC-PERIODO
               MOVE 'RESULTADO P/ LUCROS ACUMULADOS'
                   TO WS-LANC-HISTORICO
               PERFORM 2900-WRITE-ENTRY
                   THRU 2900-WRITE-ENTRY-EXIT
               SUBTRACT WS-RESULTADO-ENCERRAR
                   FROM WS-CNT-SALDO(WS-CNT-IDX)
           END-IF

      *    THE NEW YEAR'S OPENINGS, NET OF ANY ALREADY POSTED
           PERFORM 2300-CARRY-OPENING-BALANCE
               THRU 2300-CARRY-OPENING-BALANCE-EXIT
               VARYING WS-CNT-SUB FROM 1 BY 1
               UNTIL WS-CNT-SUB > WS-CNT-COUNT

           MOVE 'GLINTRFC'    TO IC-ARQUIVO
           MOVE 'T'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS
           WRITE GL-INTERFACE-RECORD FROM IC-REGISTRO

           CLOSE GL-INTERFACE-FILE

           MOVE SPACES TO YEAR-END-LINE
           WRITE YEAR-END-LINE

           IF WS-QTDE-LANCAMENTOS = ZEROS
               MOVE
                 'NENHUM LANCAMENTO NECESSARIO -- EXECUTE ACAO=CONCLUIR'
                   TO YEAR-END-LINE
               WRITE YEAR-END-LINE
               DISPLAY 'NENHUM LANCAMENTO NECESSARIO -- EXECUTE '
                   'ACAO=CONCLUIR'
               GO TO 2000-GENERATE-CLOSING-EXIT
           END-IF

           MOVE SPACES TO WS-FIGURE-LINE
           MOVE 'RESULTADO ENCERRADO' TO WS-FG-ROTULO
           MOVE WS-RESULTADO-ENCERRAR TO WS-FG-VALOR
           WRITE YEAR-END-LINE FROM WS-FIGURE-LINE
           MOVE 'TOTAL A DEBITO DO LOTE' TO WS-FG-ROTULO
           MOVE WS-TOT-LOTE-DEB TO WS-FG-VALOR
           WRITE YEAR-END-LINE FROM WS-FIGURE-LINE
           MOVE 'TOTAL A CREDITO DO LOTE' TO WS-FG-ROTULO
           MOVE WS-TOT-LOTE-CRED TO WS-FG-VALOR
           WRITE YEAR-END-LINE FROM WS-FIGURE-LINE
           MOVE SPACES TO YEAR-END-LINE
           MOVE 'PROXIMOS PASSOS: GLEDIT, GLPOST E ACAO=CONCLUIR'
               TO YEAR-END-LINE
           WRITE YEAR-END-LINE

           MOVE 'F' TO EA-ACAO
           PERFORM 6100-WRITE-AUDIT-RECORD
               THRU 6100-WRITE-AUDIT-RECORD-EXIT.

       2000-GENERATE-CLOSING-EXIT.
           EXIT.

      ******************************************************************
      * 2100-SCAN-PENDING-BATCH -- A CLOSING BATCH FOR THIS YEAR
      * ALREADY SITTING ON GLINTRFC WOULD BE POSTED TWICE
      ******************************************************************
       2100-SCAN-PENDING-BATCH.

           OPEN INPUT GL-INTERFACE-FILE
           IF WS-GL-STATUS NOT = '00'
               GO TO 2100-SCAN-PENDING-BATCH-EXIT
           END-IF

           PERFORM 8500-READ-INTERFACE
               THRU 8500-READ-INTERFACE-EXIT

           PERFORM 2110-CHECK-PENDING-ENTRY
               THRU 2110-CHECK-PENDING-ENTRY-EXIT
               UNTIL WS-GL-END-OF-FILE

           CLOSE GL-INTERFACE-FILE.

       2100-SCAN-PENDING-BATCH-EXIT.
           EXIT.

      ******************************************************************
      * 2110-CHECK-PENDING-ENTRY
      ******************************************************************
       2110-CHECK-PENDING-ENTRY.

           IF GL-EMP-ID = WS-GL-LOTE-ID
               AND (GL-PERIODO = WS-PERIODO-ENCERRAMENTO
                    OR GL-PERIODO = WS-PERIODO-ABERTURA)
               ADD 1 TO WS-QTDE-PENDENTES
           END-IF

           PERFORM 8500-READ-INTERFACE
               THRU 8500-READ-INTERFACE-EXIT.

       2110-CHECK-PENDING-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * 2200-CLOSE-INCOME-ACCOUNT -- REVERSE AN INCOME ACCOUNT'S
      * BALANCE IN PERIOD AAAA13. WS-RESULTADO-ENCERRAR COLLECTS THE
      * NET RESULT, CREDIT-POSITIVE (A PROFIT)
      ******************************************************************
       2200-CLOSE-INCOME-ACCOUNT.

           SET WS-CNT-IDX TO WS-CNT-SUB

           IF WS-CNT-GRUPO(WS-CNT-IDX) NOT = 'R'
               AND WS-CNT-GRUPO(WS-CNT-IDX) NOT = 'D'
               GO TO 2200-CLOSE-INCOME-ACCOUNT-EXIT
           END-IF

           IF WS-CNT-SALDO(WS-CNT-IDX) = ZEROS
               GO TO 2200-CLOSE-INCOME-ACCOUNT-EXIT
           END-IF

           IF WS-CNT-SALDO(WS-CNT-IDX) > ZEROS
               MOVE 'C' TO WS-LANC-DC
               MOVE WS-CNT-SALDO(WS-CNT-IDX) TO WS-LANC-VALOR
           ELSE
               MOVE 'D' TO WS-LANC-DC
               COMPUTE WS-LANC-VALOR = ZERO - WS-CNT-SALDO(WS-CNT-IDX)
           END-IF
           MOVE WS-CNT-CONTA(WS-CNT-IDX) TO WS-LANC-CONTA
           MOVE WS-PERIODO-ENCERRAMENTO  TO WS-LANC-PERIODO
           MOVE 'ENCERRAMENTO CONTA RESULTADO'
               TO WS-LANC-HISTORICO
           PERFORM 2900-WRITE-ENTRY
               THRU 2900-WRITE-ENTRY-EXIT

           SUBTRACT WS-CNT-SALDO(WS-CNT-IDX) FROM WS-RESULTADO-ENCERRAR
           MOVE ZEROS TO WS-CNT-SALDO(WS-CNT-IDX)
           ADD 1 TO WS-QTDE-CONTAS-RESULT.

       2200-CLOSE-INCOME-ACCOUNT-EXIT.
           EXIT.

      ******************************************************************
      * 2300-CARRY-OPENING-BALANCE -- A BALANCE-SHEET ACCOUNT'S
      * CLOSING POSITION LESS WHAT THE NEW YEAR ALREADY OPENS WITH
      ******************************************************************
       2300-CARRY-OPENING-BALANCE.

           SET WS-CNT-IDX TO WS-CNT-SUB

           IF WS-CNT-GRUPO(WS-CNT-IDX) = 'R'
               OR WS-CNT-GRUPO(WS-CNT-IDX) = 'D'
               GO TO 2300-CARRY-OPENING-BALANCE-EXIT
           END-IF

           COMPUTE WS-VALOR-MOVIMENTO = WS-CNT-SALDO(WS-CNT-IDX)
                                      - WS-CNT-ABERTURA(WS-CNT-IDX)
           IF WS-VALOR-MOVIMENTO = ZEROS
               GO TO 2300-CARRY-OPENING-BALANCE-EXIT
           END-IF

           IF WS-VALOR-MOVIMENTO > ZEROS
               MOVE 'D' TO WS-LANC-DC
               MOVE WS-VALOR-MOVIMENTO TO WS-LANC-VALOR
           ELSE
               MOVE 'C' TO WS-LANC-DC
               COMPUTE WS-LANC-VALOR = ZERO - WS-VALOR-MOVIMENTO
           END-IF
           MOVE WS-CNT-CONTA(WS-CNT-IDX) TO WS-LANC-CONTA
           MOVE WS-PERIODO-ABERTURA      TO WS-LANC-PERIODO
           MOVE 'SALDO DE ABERTURA' TO WS-LANC-HISTORICO
           PERFORM 2900-WRITE-ENTRY
               THRU 2900-WRITE-ENTRY-EXIT
           ADD 1 TO WS-QTDE-CONTAS-ABERT.

       2300-CARRY-OPENING-BALANCE-EXIT.
           EXIT.

      ******************************************************************
      * 2900-WRITE-ENTRY -- ONE JOURNAL LINE ON THE REPORT; ON
      * GLINTRFC AS MANY RECORDS AS GL-AMOUNT NEEDS TO CARRY IT
      ******************************************************************
       2900-WRITE-ENTRY.

           MOVE SPACES            TO WS-JOURNAL-LINE
           MOVE WS-LANC-CONTA     TO WS-JL-CONTA
           MOVE WS-LANC-DC        TO WS-JL-DC
           MOVE WS-LANC-VALOR     TO WS-JL-VALOR
           MOVE WS-LANC-PERIODO   TO WS-JL-PERIODO
           MOVE WS-LANC-HISTORICO TO WS-JL-HISTORICO
           WRITE YEAR-END-LINE FROM WS-JOURNAL-LINE

           IF WS-LANC-DC = 'D'
               ADD WS-LANC-VALOR TO WS-TOT-LOTE-DEB
           ELSE
               ADD WS-LANC-VALOR TO WS-TOT-LOTE-CRED
           END-IF

           MOVE WS-LANC-VALOR TO WS-LANC-RESTANTE
           PERFORM 2910-WRITE-PARCEL
               THRU 2910-WRITE-PARCEL-EXIT
               UNTIL WS-LANC-RESTANTE = ZEROS.

       2900-WRITE-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * 2910-WRITE-PARCEL
      ******************************************************************
       2910-WRITE-PARCEL.

           MOVE WS-LANC-CONTA   TO GL-ACCOUNT-CODE
           MOVE WS-LANC-DC      TO GL-DC-INDICADOR
           MOVE WS-LANC-PERIODO TO GL-PERIODO
           MOVE WS-GL-LOTE-ID   TO GL-EMP-ID

           IF WS-LANC-RESTANTE > WS-LIMITE-PARCELA
               MOVE WS-LIMITE-PARCELA TO GL-AMOUNT
           ELSE
               MOVE WS-LANC-RESTANTE  TO GL-AMOUNT
           END-IF
           SUBTRACT GL-AMOUNT FROM WS-LANC-RESTANTE

           WRITE GL-INTERFACE-RECORD
           ADD 1 TO WS-QTDE-LANCAMENTOS

           MOVE 'GLINTRFC'    TO IC-ARQUIVO
           MOVE GL-AMOUNT     TO IC-VALOR
           MOVE 'G'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS.

       2910-WRITE-PARCEL-EXIT.
           EXIT.

      ******************************************************************
      * 3000-CONCLUDE-CLOSE -- ACAO=CONCLUIR. ONCE GLPOST HAS POSTED
      * THE BATCH EVERY INCOME ACCOUNT MUST BE ZERO AND EVERY
      * BALANCE-SHEET ACCOUNT MUST OPEN THE NEW YEAR AT ITS CLOSING
      * POSITION; ONLY THEN IS THE YEAR LOCKED AND CERTIFIED
      ******************************************************************
       3000-CONCLUDE-CLOSE.

           IF WS-ANO-JA-ENCERRADO
               MOVE SPACES TO WS-MESSAGE-LINE
               MOVE 'EXECUCAO RECUSADA - EXERCICIO JA ENCERRADO'
                   TO WS-ML-TEXTO
               PERFORM 7900-REPORT-MESSAGE
                   THRU 7900-REPORT-MESSAGE-EXIT
               DISPLAY '   ENCERRADO EM ' WS-ULT-DATA-ANO
               MOVE 'S' TO WS-ABORTA-SW
               GO TO 3000-CONCLUDE-CLOSE-EXIT
           END-IF

           PERFORM 5000-LOAD-LEDGER
               THRU 5000-LOAD-LEDGER-EXIT
           IF WS-EXECUCAO-ABORTADA
               GO TO 3000-CONCLUDE-CLOSE-EXIT
           END-IF

           PERFORM 3100-CHECK-ACCOUNT-CLOSED
               THRU 3100-CHECK-ACCOUNT-CLOSED-EXIT
               VARYING WS-CNT-SUB FROM 1 BY 1
               UNTIL WS-CNT-SUB > WS-CNT-COUNT

           IF WS-QTDE-DIVERGENCIAS > ZEROS
               MOVE SPACES TO WS-MESSAGE-LINE
               MOVE 'ERRO - ENCERRAMENTO NAO CONTABILIZADO'
                   TO WS-ML-TEXTO
               PERFORM 7900-REPORT-MESSAGE
                   THRU 7900-REPORT-MESSAGE-EXIT
               DISPLAY '   EXECUTE ACAO=FECHAR, GLEDIT E GLPOST ANTES '
                   'DE CONCLUIR'
               MOVE 'S' TO WS-ABORTA-SW
               GO TO 3000-CONCLUDE-CLOSE-EXIT
           END-IF

           MOVE 'F' TO WS-STATUS-TRAVA
           PERFORM 7200-APPEND-LOCK-RECORDS
               THRU 7200-APPEND-LOCK-RECORDS-EXIT

           MOVE 'C' TO EA-ACAO
           PERFORM 6100-WRITE-AUDIT-RECORD
               THRU 6100-WRITE-AUDIT-RECORD-EXIT

           PERFORM 3300-PRINT-CERTIFICATE
               THRU 3300-PRINT-CERTIFICATE-EXIT.

       3000-CONCLUDE-CLOSE-EXIT.
           EXIT.

      ******************************************************************
      * 3100-CHECK-ACCOUNT-CLOSED -- INCOME ACCOUNTS AT ZERO,
      * BALANCE-SHEET ACCOUNTS OPENED AT THEIR CLOSING BALANCE. THE
      * ATIVO AND PASSIVO + PL TOTALS FOR THE CERTIFICATE COME OFF
      * THE SAME PASS
      ******************************************************************
       3100-CHECK-ACCOUNT-CLOSED.

           SET WS-CNT-IDX TO WS-CNT-SUB
           MOVE SPACES TO WS-MESSAGE-LINE

           EVALUATE WS-CNT-GRUPO(WS-CNT-IDX)
               WHEN 'A'
                   ADD WS-CNT-SALDO(WS-CNT-IDX) TO WS-TOT-ATIVO
               WHEN 'P'
               WHEN 'L'
                   SUBTRACT WS-CNT-SALDO(WS-CNT-IDX)
                       FROM WS-TOT-PASSIVO-PL
           END-EVALUATE

           IF WS-CNT-GRUPO(WS-CNT-IDX) = 'R'
               OR WS-CNT-GRUPO(WS-CNT-IDX) = 'D'
               IF WS-CNT-SALDO(WS-CNT-IDX) NOT = ZEROS
                   MOVE 'CONTA DE RESULTADO COM SALDO'
                       TO WS-ML-TEXTO
                   MOVE WS-CNT-SALDO(WS-CNT-IDX) TO WS-ML-VALOR
               END-IF
           ELSE
               COMPUTE WS-VALOR-MOVIMENTO = WS-CNT-SALDO(WS-CNT-IDX)
                                          - WS-CNT-ABERTURA(WS-CNT-IDX)
               IF WS-VALOR-MOVIMENTO NOT = ZEROS
                   MOVE 'SALDO DE ABERTURA DIVERGENTE'
                       TO WS-ML-TEXTO
                   MOVE WS-VALOR-MOVIMENTO TO WS-ML-VALOR
               END-IF
           END-IF

           IF WS-ML-TEXTO = SPACES
               GO TO 3100-CHECK-ACCOUNT-CLOSED-EXIT
           END-IF

           MOVE WS-CNT-CONTA(WS-CNT-IDX) TO WS-ML-CONTA
           WRITE YEAR-END-LINE FROM WS-MESSAGE-LINE
           DISPLAY WS-ML-TEXTO ' ' WS-ML-CONTA ' ' WS-ML-VALOR
           ADD 1 TO WS-QTDE-DIVERGENCIAS.

       3100-CHECK-ACCOUNT-CLOSED-EXIT.
           EXIT.

      ******************************************************************
      * 3300-PRINT-CERTIFICATE -- THE CLOSING CERTIFICATE
      ******************************************************************
       3300-PRINT-CERTIFICATE.

           MOVE SPACES TO YEAR-END-LINE
           WRITE YEAR-END-LINE
           MOVE SPACES TO WS-TITLE-LINE
           MOVE 'CERTIFICADO DE ENCERRAMENTO DO EXERCICIO'
               TO WS-TT-TEXTO
           MOVE WS-ANO-ENCERRADO TO WS-TT-ANO
           WRITE YEAR-END-LINE FROM WS-TITLE-LINE
           MOVE SPACES TO YEAR-END-LINE
           WRITE YEAR-END-LINE

           MOVE SPACES TO YEAR-END-LINE
           STRING 'DATA DO ENCERRAMENTO: ' WS-DATA-HOJE
                  '   RESPONSAVEL: ' WS-RESPONSAVEL
               DELIMITED BY SIZE INTO YEAR-END-LINE
           WRITE YEAR-END-LINE
           MOVE SPACES TO YEAR-END-LINE
           WRITE YEAR-END-LINE

           MOVE SPACES TO WS-FIGURE-LINE
           MOVE 'RESULTADO DO EXERCICIO' TO WS-FG-ROTULO
           MOVE WS-RESULTADO-ANO TO WS-FG-VALOR
           WRITE YEAR-END-LINE FROM WS-FIGURE-LINE

           IF WS-RESULTADO-ANTERIOR NOT = ZEROS
               MOVE 'RESULTADOS DE EXERCICIOS NAO ENCERRADOS'
                   TO WS-FG-ROTULO
               MOVE WS-RESULTADO-ANTERIOR TO WS-FG-VALOR
               WRITE YEAR-END-LINE FROM WS-FIGURE-LINE
           END-IF

           MOVE SPACES TO WS-FG-ROTULO
           STRING 'TRANSFERIDO PARA LUCROS ACUMULADOS '
                  WS-GL-ACCT-LUCROS-ACUM
               DELIMITED BY SIZE INTO WS-FG-ROTULO
           MOVE WS-RESULTADO-TRANSF TO WS-FG-VALOR
           WRITE YEAR-END-LINE FROM WS-FIGURE-LINE

           MOVE 'TOTAL DO ATIVO NO ENCERRAMENTO' TO WS-FG-ROTULO
           MOVE WS-TOT-ATIVO TO WS-FG-VALOR
           WRITE YEAR-END-LINE FROM WS-FIGURE-LINE

           MOVE 'TOTAL DO PASSIVO + PL NO ENCERRAMENTO'
               TO WS-FG-ROTULO
           MOVE WS-TOT-PASSIVO-PL TO WS-FG-VALOR
           WRITE YEAR-END-LINE FROM WS-FIGURE-LINE

           MOVE SPACES TO YEAR-END-LINE
           WRITE YEAR-END-LINE
           STRING 'SALDOS TRANSPORTADOS PARA A ABERTURA '
                  WS-PERIODO-ABERTURA
               DELIMITED BY SIZE INTO YEAR-END-LINE
           WRITE YEAR-END-LINE

           MOVE SPACES TO YEAR-END-LINE
           STRING 'COMPETENCIAS ' WS-INICIO-ANO ' A ' WS-FIM-ANO
                  ' TRAVADAS NO PERLOCKF: ' WS-QTDE-TRAVADAS
                  ' DE 12'
               DELIMITED BY SIZE INTO YEAR-END-LINE
           WRITE YEAR-END-LINE

           MOVE SPACES TO YEAR-END-LINE
           WRITE YEAR-END-LINE
           MOVE 'AS CONTAS DE RESULTADO FORAM ZERADAS CONTRA LUCROS'
               TO YEAR-END-LINE
           WRITE YEAR-END-LINE
           MOVE 'ACUMULADOS E OS SALDOS PATRIMONIAIS TRANSPORTADOS'
               TO YEAR-END-LINE
           WRITE YEAR-END-LINE
           MOVE 'PARA O EXERCICIO SEGUINTE.' TO YEAR-END-LINE
           WRITE YEAR-END-LINE

           IF WS-QTDE-TRAVADAS NOT = 12
               MOVE SPACES TO WS-MESSAGE-LINE
               MOVE 'ATENCAO - COMPETENCIAS NAO TRAVADAS'
                   TO WS-ML-TEXTO
               PERFORM 7900-REPORT-MESSAGE
                   THRU 7900-REPORT-MESSAGE-EXIT
           END-IF.

       3300-PRINT-CERTIFICATE-EXIT.
           EXIT.

      ******************************************************************
      * 4000-REOPEN-YEAR -- ACAO=REABRIR. THE OPERATOR WAS CLEARED IN
      * 1100; THE COMPETENCIAS ARE UNLOCKED AND THE REOPEN LOGGED.
      * THE CLOSING ENTRIES STAY POSTED -- THE NEXT ACAO=FECHAR
      * POSTS ONLY WHAT THE ADJUSTMENTS CHANGED
      ******************************************************************
       4000-REOPEN-YEAR.

           IF NOT WS-ANO-JA-ENCERRADO
               MOVE SPACES TO WS-MESSAGE-LINE
               MOVE 'EXECUCAO RECUSADA - EXERCICIO NAO ENCERRADO'
                   TO WS-ML-TEXTO
               PERFORM 7900-REPORT-MESSAGE
                   THRU 7900-REPORT-MESSAGE-EXIT
               MOVE 'S' TO WS-ABORTA-SW
               GO TO 4000-REOPEN-YEAR-EXIT
           END-IF

           MOVE 'A' TO WS-STATUS-TRAVA
           PERFORM 7200-APPEND-LOCK-RECORDS
               THRU 7200-APPEND-LOCK-RECORDS-EXIT

           MOVE 'R' TO EA-ACAO
           PERFORM 6100-WRITE-AUDIT-RECORD
               THRU 6100-WRITE-AUDIT-RECORD-EXIT

           MOVE SPACES TO YEAR-END-LINE
           WRITE YEAR-END-LINE
           MOVE SPACES TO WS-TITLE-LINE
           MOVE 'REABERTURA DO EXERCICIO' TO WS-TT-TEXTO
           MOVE WS-ANO-ENCERRADO TO WS-TT-ANO
           WRITE YEAR-END-LINE FROM WS-TITLE-LINE

           MOVE SPACES TO YEAR-END-LINE
           STRING 'REABERTO EM ' WS-DATA-HOJE ' POR ' WS-OPERADOR
                  ' -- ENCERRAMENTO ANTERIOR EM ' WS-ULT-DATA-ANO
               DELIMITED BY SIZE INTO YEAR-END-LINE
           WRITE YEAR-END-LINE

           MOVE SPACES TO YEAR-END-LINE
           STRING 'COMPETENCIAS ' WS-INICIO-ANO ' A ' WS-FIM-ANO
                  ' ABERTAS NO PERLOCKF: '
                  WS-QTDE-TRAVADAS ' DE 12'
               DELIMITED BY SIZE INTO YEAR-END-LINE
           WRITE YEAR-END-LINE

           MOVE 'OS LANCAMENTOS DE ENCERRAMENTO CONTINUAM POSTADOS;'
               TO YEAR-END-LINE
           WRITE YEAR-END-LINE
           MOVE 'APOS OS AJUSTES, ACAO=FECHAR LANCA SO AS DIFERENCAS.'
               TO YEAR-END-LINE
           WRITE YEAR-END-LINE

           DISPLAY 'EXERCICIO ' WS-ANO-ENCERRADO ' REABERTO POR '
               WS-OPERADOR.

       4000-REOPEN-YEAR-EXIT.
           EXIT.

      ******************************************************************
      * 5000-LOAD-LEDGER -- THE MAP, THEN TWO PASSES OVER GLBALMST:
      * THE LATEST OPENING AT OR BEFORE THE YEAR, THEN EVERY ACCOUNT
      * FROM THERE TO AAAA13 PLUS THE NEW YEAR'S OPENING. AN
      * UNMAPPED ACCOUNT WITH AMOUNTS, A RETAINED-EARNINGS ACCOUNT
      * OFF GROUP L OR A LEDGER THAT DOES NOT BALANCE STOPS THE RUN.
      ******************************************************************
       5000-LOAD-LEDGER.

           PERFORM 5100-LOAD-MAP
               THRU 5100-LOAD-MAP-EXIT
           IF WS-EXECUCAO-ABORTADA
               GO TO 5000-LOAD-LEDGER-EXIT
           END-IF

           IF NOT WS-LUCROS-ACUM-MAPEADA
               MOVE SPACES TO WS-MESSAGE-LINE
               MOVE 'ERRO - LUCROS ACUMULADOS FORA DO GRUPO L'
                   TO WS-ML-TEXTO
               MOVE WS-GL-ACCT-LUCROS-ACUM TO WS-ML-CONTA
               PERFORM 7900-REPORT-MESSAGE
                   THRU 7900-REPORT-MESSAGE-EXIT
               MOVE 'S' TO WS-ABORTA-SW
               GO TO 5000-LOAD-LEDGER-EXIT
           END-IF

      *    RETAINED EARNINGS ALWAYS HAS AN ENTRY, EVEN WITH NO AMOUNTS
           MOVE WS-GL-ACCT-LUCROS-ACUM TO WS-CONTA-CHAVE
           PERFORM 7000-FIND-OR-ADD-ACCOUNT
               THRU 7000-FIND-OR-ADD-ACCOUNT-EXIT

           PERFORM 5200-FIND-OPENING-YEAR
               THRU 5200-FIND-OPENING-YEAR-EXIT
           IF WS-EXECUCAO-ABORTADA
               GO TO 5000-LOAD-LEDGER-EXIT
           END-IF

           OPEN INPUT GL-BALANCE-FILE
           PERFORM 8000-READ-BALANCE
               THRU 8000-READ-BALANCE-EXIT
           PERFORM 5300-ACCUMULATE-BALANCE
               THRU 5300-ACCUMULATE-BALANCE-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE GL-BALANCE-FILE

           IF WS-QTDE-SEM-MAPA > ZEROS
               MOVE SPACES TO WS-MESSAGE-LINE
               MOVE 'ERRO - CONTAS COM SALDO SEM MAPEAMENTO'
                   TO WS-ML-TEXTO
               PERFORM 7900-REPORT-MESSAGE
                   THRU 7900-REPORT-MESSAGE-EXIT
               MOVE 'S' TO WS-ABORTA-SW
               GO TO 5000-LOAD-LEDGER-EXIT
           END-IF

           COMPUTE WS-DIFERENCA = WS-TOT-DEB-JANELA
                                - WS-TOT-CRED-JANELA
           IF WS-DIFERENCA NOT = ZEROS
               MOVE SPACES TO WS-MESSAGE-LINE
               MOVE 'ERRO - RAZAO DESBALANCEADO ATE O PERIODO 13'
                   TO WS-ML-TEXTO
               MOVE WS-DIFERENCA TO WS-ML-VALOR
               PERFORM 7900-REPORT-MESSAGE
                   THRU 7900-REPORT-MESSAGE-EXIT
               MOVE 'S' TO WS-ABORTA-SW
           END-IF.

       5000-LOAD-LEDGER-EXIT.
           EXIT.

      ******************************************************************
      * 5100-LOAD-MAP -- DFMAPA IS REQUIRED; A LINE WITH A BAD GROUP
      * OR A DUPLICATE ACCOUNT IS LEFT OUT AND LISTED
      ******************************************************************
       5100-LOAD-MAP.

           OPEN INPUT STATEMENT-MAP-FILE
           IF WS-DM-STATUS NOT = '00'
               MOVE SPACES TO WS-MESSAGE-LINE
               MOVE 'ERRO - SEM MAPA DE DEMONSTRACOES DFMAPA'
                   TO WS-ML-TEXTO
               PERFORM 7900-REPORT-MESSAGE
                   THRU 7900-REPORT-MESSAGE-EXIT
               MOVE 'S' TO WS-ABORTA-SW
               GO TO 5100-LOAD-MAP-EXIT
           END-IF

           PERFORM 8100-READ-MAP
               THRU 8100-READ-MAP-EXIT

           PERFORM 5110-STORE-MAP-LINE
               THRU 5110-STORE-MAP-LINE-EXIT
               UNTIL WS-DM-END-OF-FILE

           CLOSE STATEMENT-MAP-FILE.

       5100-LOAD-MAP-EXIT.
           EXIT.

      ******************************************************************
      * 5110-STORE-MAP-LINE
      ******************************************************************
       5110-STORE-MAP-LINE.

           MOVE SPACES TO WS-MESSAGE-LINE

           IF NOT DM-GRUPO-VALIDO
               MOVE 'MAPA REJEITADO - GRUPO INVALIDO' TO WS-ML-TEXTO
               GO TO 5110-STORE-MAP-LINE-REJECT
           END-IF

           MOVE DM-ACCOUNT-CODE TO WS-CONTA-CHAVE
           PERFORM 7100-FIND-MAPPED-ACCOUNT
               THRU 7100-FIND-MAPPED-ACCOUNT-EXIT
           IF WS-MAP-ENCONTROU
               MOVE 'MAPA REJEITADO - CONTA MAPEADA DUAS VEZES'
                   TO WS-ML-TEXTO
               GO TO 5110-STORE-MAP-LINE-REJECT
           END-IF

           IF WS-MAP-COUNT NOT < 300
               MOVE 'MAPA REJEITADO - TABELA DO MAPA CHEIA'
                   TO WS-ML-TEXTO
               GO TO 5110-STORE-MAP-LINE-REJECT
           END-IF

           ADD 1 TO WS-MAP-COUNT
           SET WS-MAP-IDX TO WS-MAP-COUNT
           MOVE DM-ACCOUNT-CODE TO WS-MAP-ACCOUNT(WS-MAP-IDX)
           MOVE DM-GRUPO        TO WS-MAP-GRUPO(WS-MAP-IDX)

           IF DM-ACCOUNT-CODE = WS-GL-ACCT-LUCROS-ACUM
               AND DM-GRUPO = 'L'
               MOVE 'S' TO WS-LUCROS-ACUM-SW
           END-IF
           GO TO 5110-STORE-MAP-LINE-NEXT.

       5110-STORE-MAP-LINE-REJECT.

           MOVE DM-ACCOUNT-CODE TO WS-ML-CONTA
           WRITE YEAR-END-LINE FROM WS-MESSAGE-LINE
           DISPLAY WS-ML-TEXTO ' ' DM-ACCOUNT-CODE
           ADD 1 TO WS-QTDE-MAPA-REJEITADO.

       5110-STORE-MAP-LINE-NEXT.

           PERFORM 8100-READ-MAP
               THRU 8100-READ-MAP-EXIT.

       5110-STORE-MAP-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 5200-FIND-OPENING-YEAR -- FIRST PASS: THE LATEST OPENING
      * (PERIOD AAAA00) AT OR BEFORE THE YEAR BEING CLOSED STARTS
      * THE WINDOW, AS IN FINSTMT; NONE MEANS THE START OF THE LEDGER
      ******************************************************************
       5200-FIND-OPENING-YEAR.

           OPEN INPUT GL-BALANCE-FILE
           IF WS-GB-STATUS NOT = '00'
               MOVE SPACES TO WS-MESSAGE-LINE
               MOVE 'ERRO - MESTRE GLBALMST INEXISTENTE'
                   TO WS-ML-TEXTO
               PERFORM 7900-REPORT-MESSAGE
                   THRU 7900-REPORT-MESSAGE-EXIT
               MOVE 'S' TO WS-ABORTA-SW
               GO TO 5200-FIND-OPENING-YEAR-EXIT
           END-IF

           MOVE ZEROS TO WS-ANO-ABERTO
           PERFORM 8000-READ-BALANCE
               THRU 8000-READ-BALANCE-EXIT

           PERFORM 5210-NOTE-OPENING-YEAR
               THRU 5210-NOTE-OPENING-YEAR-EXIT
               UNTIL WS-END-OF-FILE

           CLOSE GL-BALANCE-FILE
           MOVE 'N' TO WS-EOF-SWITCH

           COMPUTE WS-INICIO-SALDO = WS-ANO-ABERTO * 100.

       5200-FIND-OPENING-YEAR-EXIT.
           EXIT.

      ******************************************************************
      * 5210-NOTE-OPENING-YEAR
      ******************************************************************
       5210-NOTE-OPENING-YEAR.

           MOVE GB-PERIODO TO WS-GB-PERIODO-R

           IF WS-GB-MES = ZEROS
               AND WS-GB-ANO NOT > WS-ANO-ENCERRADO
               AND WS-GB-ANO > WS-ANO-ABERTO
               MOVE WS-GB-ANO TO WS-ANO-ABERTO
           END-IF

           PERFORM 8000-READ-BALANCE
               THRU 8000-READ-BALANCE-EXIT.

       5210-NOTE-OPENING-YEAR-EXIT.
           EXIT.

      ******************************************************************
      * 5300-ACCUMULATE-BALANCE -- SECOND PASS: WINDOW AMOUNTS INTO
      * SALDO, THE NEW YEAR'S OPENING INTO ABERTURA, AND THE RESULT
      * FIGURES FOR THE CERTIFICATE (CREDIT-POSITIVE)
      ******************************************************************
       5300-ACCUMULATE-BALANCE.

           IF GB-PERIODO NOT = WS-PERIODO-ABERTURA
               AND (GB-PERIODO < WS-INICIO-SALDO
                    OR GB-PERIODO > WS-PERIODO-ENCERRAMENTO)
               GO TO 5300-ACCUMULATE-BALANCE-NEXT
           END-IF

           IF GB-DEBITOS = ZEROS AND GB-CREDITOS = ZEROS
               GO TO 5300-ACCUMULATE-BALANCE-NEXT
           END-IF

           MOVE GB-ACCOUNT-CODE TO WS-CONTA-CHAVE
           PERFORM 7100-FIND-MAPPED-ACCOUNT
               THRU 7100-FIND-MAPPED-ACCOUNT-EXIT
           IF NOT WS-MAP-ENCONTROU
               MOVE SPACES TO WS-MESSAGE-LINE
               MOVE 'CONTA COM SALDO SEM MAPEAMENTO'
                   TO WS-ML-TEXTO
               MOVE GB-ACCOUNT-CODE TO WS-ML-CONTA
               COMPUTE WS-ML-VALOR = GB-DEBITOS - GB-CREDITOS
               WRITE YEAR-END-LINE FROM WS-MESSAGE-LINE
               DISPLAY WS-ML-TEXTO ' ' GB-ACCOUNT-CODE ' ' GB-PERIODO
               ADD 1 TO WS-QTDE-SEM-MAPA
               GO TO 5300-ACCUMULATE-BALANCE-NEXT
           END-IF

           PERFORM 7000-FIND-OR-ADD-ACCOUNT
               THRU 7000-FIND-OR-ADD-ACCOUNT-EXIT
           IF NOT WS-CNT-ENCONTROU
               GO TO 5300-ACCUMULATE-BALANCE-NEXT
           END-IF

           COMPUTE WS-VALOR-MOVIMENTO = GB-DEBITOS - GB-CREDITOS

           IF GB-PERIODO = WS-PERIODO-ABERTURA
               ADD WS-VALOR-MOVIMENTO TO WS-CNT-ABERTURA(WS-CNT-IDX)
               GO TO 5300-ACCUMULATE-BALANCE-NEXT
           END-IF

           ADD WS-VALOR-MOVIMENTO TO WS-CNT-SALDO(WS-CNT-IDX)
           ADD GB-DEBITOS         TO WS-TOT-DEB-JANELA
           ADD GB-CREDITOS        TO WS-TOT-CRED-JANELA

           IF GB-PERIODO = WS-PERIODO-ENCERRAMENTO
               AND GB-ACCOUNT-CODE = WS-GL-ACCT-LUCROS-ACUM
               SUBTRACT WS-VALOR-MOVIMENTO FROM WS-RESULTADO-TRANSF
           END-IF

           IF WS-CNT-GRUPO(WS-CNT-IDX) NOT = 'R'
               AND WS-CNT-GRUPO(WS-CNT-IDX) NOT = 'D'
               GO TO 5300-ACCUMULATE-BALANCE-NEXT
           END-IF

           IF GB-PERIODO < WS-INICIO-ANO
               SUBTRACT WS-VALOR-MOVIMENTO FROM WS-RESULTADO-ANTERIOR
           ELSE
               IF GB-PERIODO NOT > WS-FIM-ANO
                   SUBTRACT WS-VALOR-MOVIMENTO FROM WS-RESULTADO-ANO
               END-IF
           END-IF.

       5300-ACCUMULATE-BALANCE-NEXT.

           PERFORM 8000-READ-BALANCE
               THRU 8000-READ-BALANCE-EXIT.

       5300-ACCUMULATE-BALANCE-EXIT.
           EXIT.

      ******************************************************************
      * 6000-FINALIZE
      ******************************************************************
       6000-FINALIZE.

           IF WS-ER-STATUS = '00'
               CLOSE YEAR-END-REPORT
           END-IF

           IF WS-EXECUCAO-ABORTADA
               MOVE 8 TO RETURN-CODE
               GO TO 6000-FINALIZE-EXIT
           END-IF

           IF WS-ACAO-REABRIR
               MOVE 0 TO RETURN-CODE
               GO TO 6000-FINALIZE-EXIT
           END-IF

           DISPLAY 'CONTAS DE RESULTADO ENCERRADAS: '
               WS-QTDE-CONTAS-RESULT
           DISPLAY 'CONTAS COM SALDO DE ABERTURA:   '
               WS-QTDE-CONTAS-ABERT
           DISPLAY 'REGISTROS GRAVADOS NO GLINTRFC: '
               WS-QTDE-LANCAMENTOS
           DISPLAY 'RESULTADO DO EXERCICIO:         ' WS-RESULTADO-ANO
           DISPLAY 'MAPEAMENTOS REJEITADOS:         '
               WS-QTDE-MAPA-REJEITADO

           MOVE JL-PROGRAM-ID       TO CT-PROGRAM-ID
           IF WS-ACAO-FECHAR
               MOVE 'DEBITOS LOTE'  TO CT-TOTAL-1-LABEL
               MOVE WS-TOT-LOTE-DEB TO CT-TOTAL-1-VALOR
               MOVE 'CREDITOS LOTE' TO CT-TOTAL-2-LABEL
               MOVE WS-TOT-LOTE-CRED TO CT-TOTAL-2-VALOR
               MOVE 'RESULT ENCERRADO' TO CT-TOTAL-3-LABEL
               MOVE WS-RESULTADO-ENCERRAR TO CT-TOTAL-3-VALOR
           ELSE
               MOVE 'TOTAL DO ATIVO' TO CT-TOTAL-1-LABEL
               MOVE WS-TOT-ATIVO    TO CT-TOTAL-1-VALOR
               MOVE 'PASSIVO + PL'  TO CT-TOTAL-2-LABEL
               MOVE WS-TOT-PASSIVO-PL TO CT-TOTAL-2-VALOR
               MOVE 'RESULTADO ANO' TO CT-TOTAL-3-LABEL
               MOVE WS-RESULTADO-ANO TO CT-TOTAL-3-VALOR
           END-IF
           CALL 'CTLTOT' USING CTLTOT-PARMS

      *    SET AFTER THE CALL, WHICH RESETS THE RETURN-CODE REGISTER
           IF WS-QTDE-MAPA-REJEITADO > ZEROS
               OR (WS-ACAO-CONCLUIR AND WS-QTDE-TRAVADAS NOT = 12)
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       6000-FINALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 6100-WRITE-AUDIT-RECORD -- EA-ACAO SET BY THE CALLER
      ******************************************************************
       6100-WRITE-AUDIT-RECORD.

           OPEN EXTEND YEAR-END-AUDIT-FILE
           IF WS-EA-STATUS NOT = '00'
               OPEN OUTPUT YEAR-END-AUDIT-FILE
           END-IF

           MOVE WS-ANO-ENCERRADO TO EA-ANO
           MOVE WS-DATA-HOJE     TO EA-DATA
           MOVE WS-HORA-HHMMSS   TO EA-HORA
           MOVE WS-OPERADOR      TO EA-OPERADOR
           WRITE YEAR-END-AUDIT-RECORD

           CLOSE YEAR-END-AUDIT-FILE.

       6100-WRITE-AUDIT-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * 7000-FIND-OR-ADD-ACCOUNT -- WS-CONTA-CHAVE IN THE ACCOUNT
      * TABLE, ADDED WITH ITS MAP GROUP THE FIRST TIME IT IS SEEN.
      * A FULL TABLE STOPS THE RUN -- A CLOSE MISSING AN ACCOUNT
      * WOULD NOT BALANCE
      ******************************************************************
       7000-FIND-OR-ADD-ACCOUNT.

           MOVE 'N' TO WS-CNT-ACHOU

           SET WS-CNT-IDX TO 1
           SEARCH WS-CNT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CNT-IDX > WS-CNT-COUNT
                   CONTINUE
               WHEN WS-CNT-CONTA(WS-CNT-IDX) = WS-CONTA-CHAVE
                   MOVE 'S' TO WS-CNT-ACHOU
           END-SEARCH

           IF WS-CNT-ENCONTROU
               GO TO 7000-FIND-OR-ADD-ACCOUNT-EXIT
           END-IF

           IF WS-CNT-COUNT NOT < 300
               MOVE SPACES TO WS-MESSAGE-LINE
               MOVE 'ERRO - TABELA DE CONTAS CHEIA' TO WS-ML-TEXTO
               MOVE WS-CONTA-CHAVE TO WS-ML-CONTA
               PERFORM 7900-REPORT-MESSAGE
                   THRU 7900-REPORT-MESSAGE-EXIT
               MOVE 'S' TO WS-ABORTA-SW
               GO TO 7000-FIND-OR-ADD-ACCOUNT-EXIT
           END-IF

           PERFORM 7100-FIND-MAPPED-ACCOUNT
               THRU 7100-FIND-MAPPED-ACCOUNT-EXIT

           ADD 1 TO WS-CNT-COUNT
           SET WS-CNT-IDX TO WS-CNT-COUNT
           MOVE WS-CONTA-CHAVE TO WS-CNT-CONTA(WS-CNT-IDX)
           MOVE WS-MAP-GRUPO(WS-MAP-IDX) TO WS-CNT-GRUPO(WS-CNT-IDX)
           MOVE ZEROS TO WS-CNT-SALDO(WS-CNT-IDX)
           MOVE ZEROS TO WS-CNT-ABERTURA(WS-CNT-IDX)
           MOVE 'S'   TO WS-CNT-ACHOU.

       7000-FIND-OR-ADD-ACCOUNT-EXIT.
           EXIT.

      ******************************************************************
      * 7100-FIND-MAPPED-ACCOUNT -- WS-CONTA-CHAVE ON THE MAP;
      * LEAVES WS-MAP-IDX ON THE ENTRY WHEN FOUND
      ******************************************************************
       7100-FIND-MAPPED-ACCOUNT.

           MOVE 'N' TO WS-MAP-ACHOU

           SET WS-MAP-IDX TO 1
           SEARCH WS-MAP-ENTRY
               AT END
                   CONTINUE
               WHEN WS-MAP-IDX > WS-MAP-COUNT
                   CONTINUE
               WHEN WS-MAP-ACCOUNT(WS-MAP-IDX) = WS-CONTA-CHAVE
                   MOVE 'S' TO WS-MAP-ACHOU
           END-SEARCH.

       7100-FIND-MAPPED-ACCOUNT-EXIT.
           EXIT.

      ******************************************************************
      * 7200-APPEND-LOCK-RECORDS -- ONE PERLOCKF RECORD PER MONTH OF
      * THE YEAR WITH WS-STATUS-TRAVA (PERLCTL'S APPEND-ONLY
      * CONVENTION), THEN EACH MONTH READ BACK THROUGH PERLOCK
      ******************************************************************
       7200-APPEND-LOCK-RECORDS.

           OPEN EXTEND PERIOD-LOCK-FILE
           IF WS-PLK-STATUS NOT = '00'
               OPEN OUTPUT PERIOD-LOCK-FILE
           END-IF

           PERFORM 7210-APPEND-ONE-MONTH
               THRU 7210-APPEND-ONE-MONTH-EXIT
               VARYING WS-MES-SUB FROM 1 BY 1
               UNTIL WS-MES-SUB > 12

           CLOSE PERIOD-LOCK-FILE

           MOVE ZEROS TO WS-QTDE-TRAVADAS
           PERFORM 7220-VERIFY-ONE-MONTH
               THRU 7220-VERIFY-ONE-MONTH-EXIT
               VARYING WS-MES-SUB FROM 1 BY 1
               UNTIL WS-MES-SUB > 12.

       7200-APPEND-LOCK-RECORDS-EXIT.
           EXIT.

      ******************************************************************
      * 7210-APPEND-ONE-MONTH
      ******************************************************************
       7210-APPEND-ONE-MONTH.

           MOVE WS-ANO-ENCERRADO TO WS-COMP-ANO
           MOVE WS-MES-SUB       TO WS-COMP-MES

           MOVE WS-COMPETENCIA   TO PLK-COMPETENCIA
           MOVE WS-STATUS-TRAVA  TO PLK-STATUS
           MOVE WS-DATA-HOJE     TO PLK-DATA-EVENTO
           MOVE WS-RESPONSAVEL   TO PLK-RESPONSAVEL
           WRITE PERIOD-LOCK-RECORD.

       7210-APPEND-ONE-MONTH-EXIT.
           EXIT.

      ******************************************************************
      * 7220-VERIFY-ONE-MONTH -- COUNTS THE MONTHS NOW IN THE STATE
      * JUST WRITTEN
      ******************************************************************
       7220-VERIFY-ONE-MONTH.

           MOVE WS-ANO-ENCERRADO TO WS-COMP-ANO
           MOVE WS-MES-SUB       TO WS-COMP-MES
           MOVE WS-COMPETENCIA   TO PL-COMPETENCIA

           CALL 'PERLOCK' USING PERLCK-PARMS

           IF PL-RESULTADO = WS-STATUS-TRAVA
               ADD 1 TO WS-QTDE-TRAVADAS
           END-IF.

       7220-VERIFY-ONE-MONTH-EXIT.
           EXIT.

      ******************************************************************
      * 7900-REPORT-MESSAGE -- WS-MESSAGE-LINE TO THE REPORT AND THE
      * CONSOLE
      ******************************************************************
       7900-REPORT-MESSAGE.

           WRITE YEAR-END-LINE FROM WS-MESSAGE-LINE
           DISPLAY WS-ML-TEXTO ' ' WS-ML-CONTA.

       7900-REPORT-MESSAGE-EXIT.
           EXIT.

      ******************************************************************
      * 8000-READ-BALANCE
      ******************************************************************
       8000-READ-BALANCE.

           READ GL-BALANCE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       8000-READ-BALANCE-EXIT.
           EXIT.

      ******************************************************************
      * 8100-READ-MAP
      ******************************************************************
       8100-READ-MAP.

           READ STATEMENT-MAP-FILE
               AT END
                   MOVE 'Y' TO WS-DM-EOF-SWITCH
           END-READ.

       8100-READ-MAP-EXIT.
           EXIT.

      ******************************************************************
      * 8200-READ-OPERATOR
      ******************************************************************
       8200-READ-OPERATOR.

           READ OPERATOR-TABLE-FILE
               AT END
                   MOVE 'Y' TO WS-OP-EOF-SWITCH
           END-READ.

       8200-READ-OPERATOR-EXIT.
           EXIT.

      ******************************************************************
      * 8300-READ-CALENDAR
      ******************************************************************
       8300-READ-CALENDAR.

           READ CALENDAR-FILE
               AT END
                   MOVE 'Y' TO WS-CAL-EOF-SWITCH
           END-READ.

       8300-READ-CALENDAR-EXIT.
           EXIT.

      ******************************************************************
      * 8400-READ-AUDIT
      ******************************************************************
       8400-READ-AUDIT.

           READ YEAR-END-AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-EA-EOF-SWITCH
           END-READ.

       8400-READ-AUDIT-EXIT.
           EXIT.

      ******************************************************************
      * 8500-READ-INTERFACE
      ******************************************************************
       8500-READ-INTERFACE.

           READ GL-INTERFACE-FILE
               AT END
                   MOVE 'Y' TO WS-GL-EOF-SWITCH
                   GO TO 8500-READ-INTERFACE-EXIT
           END-READ

           IF GL-INTERFACE-RECORD(1:2) = '*H'
               OR GL-INTERFACE-RECORD(1:2) = '*T'
               GO TO 8500-READ-INTERFACE
           END-IF.

       8500-READ-INTERFACE-EXIT.
           EXIT.
