      *               START AND AT JOB END SO THIS RUN SHOWS UP IN THE
      *               JOB-RUN-LOG LIKE EVERY OTHER BATCH JOB IN THE
      *               SHOP.
      * 15-10-26 MRT  EACH ABSENCE NOW CARRIES A REASON CODE (AT-MOTIVO)
      *               LOOKED UP ON THE ABSMOTIV REASON TABLE, WHICH SAYS
      *               WHETHER THE DAY IS PAID (MEDICAL CERTIFICATE,
      *               BEREAVEMENT...) AND WHETHER IT FORFEITS THE
      *               WEEK'S PAID REST DAY (DSR). ONLY UNPAID DAYS AND
      *               ONE DSR PER WEEK WITH AN UNJUSTIFIED ABSENCE COME
      *               OFF THE SCHEDULED DAYS WRITTEN BACK TO EMPMAST. A
      *               BLANK OR UNKNOWN CODE COUNTS AS UNJUSTIFIED, AS
      *               EVERY ABSENCE DID BEFORE. THE ABSRPT REPORT LISTS
      *               EACH EMPLOYEE'S ABSENCES BY REASON FOR HR, WITH
      *               A RUN SUMMARY BY REASON.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUANA15.
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.

           SELECT ABSENCE-REASON-FILE ASSIGN TO "ABSMOTIV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOT-STATUS.

           SELECT ABSENCE-REPORT-FILE ASSIGN TO "ABSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ATTENDANCE-FILE
               88  AT-DIA-TRABALHADO      VALUE 'S'.
               88  AT-DIA-FALTA            VALUE 'N'.
           05  AT-HOURS            PIC 9(02).
           05  AT-MOTIVO           PIC X(02).
           05  FILLER              PIC X(02).

       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPMAST.

      *-----------------------------------------------------------------
      * ABSENCE-REASON-FILE -- ONE LINE PER REASON CODE HR RECOGNISES:
      * WHETHER THE ABSENT DAY IS STILL PAID AND WHETHER IT COSTS THE
      * WEEK'S PAID REST DAY (DSR)
      *-----------------------------------------------------------------
       FD  ABSENCE-REASON-FILE
           RECORD CONTAINS 24 CHARACTERS.
       01  ABSENCE-REASON-RECORD.
           05  AM-CODIGO           PIC X(02).
           05  AM-DESCRICAO        PIC X(20).
           05  AM-REMUNERADA       PIC X(01).
           05  AM-PERDE-DSR        PIC X(01).

       FD  ABSENCE-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ABSENCE-REPORT-LINE     PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-ATT-STATUS           PIC X(02) VALUE SPACES.
       77  WS-EMP-STATUS           PIC X(02) VALUE SPACES.
       77  WS-MOT-STATUS           PIC X(02) VALUE SPACES.
       77  WS-RPT-STATUS           PIC X(02) VALUE SPACES.
       77  WS-MOT-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88  WS-MOT-END-OF-FILE            VALUE 'Y'.
       77  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE                VALUE 'Y'.

       77  WS-PRIMEIRA-VEZ         PIC X(01) VALUE 'S'.
           88  WS-PRIMEIRO-REGISTRO          VALUE 'S'.

      *-----------------------------------------------------------------
      * ABSENCE REASON TABLE -- LOADED FROM ABSMOTIV AT STARTUP. A CODE
      * MET ON ATTEND BUT MISSING HERE IS ADDED AS UNPAID AND LOSING
      * THE DSR, SO IT STILL COUNTS AND PRINTS UNDER ITS OWN CODE
      *-----------------------------------------------------------------
       01  WS-MOTIVO-TABLE.
           05  WS-MOTIVO-ENTRY OCCURS 30 TIMES
                               INDEXED BY WS-MOT-IDX.
               10  WS-MOT-CODIGO       PIC X(02).
               10  WS-MOT-DESCRICAO    PIC X(20).
               10  WS-MOT-REMUNERADA   PIC X(01).
                   88  WS-MOT-PAGA               VALUE 'S'.
               10  WS-MOT-PERDE-DSR    PIC X(01).
                   88  WS-MOT-TIRA-DSR           VALUE 'S'.
               10  WS-MOT-QTDE-EMP     PIC 9(03).
               10  WS-MOT-QTDE-TOTAL   PIC 9(05).

       77  WS-MOT-COUNT            PIC 9(02) VALUE ZEROS.
       77  WS-MOT-ACHOU            PIC X(01) VALUE 'N'.
           88  WS-MOT-ENCONTROU              VALUE 'S'.
       77  WS-MOTIVO-ATUAL         PIC X(02) VALUE SPACES.
       77  WS-MOTIVO-INJUSTIF      PIC X(02) VALUE 'FI'.

      *-----------------------------------------------------------------
      * PER-EMPLOYEE ABSENCE COUNTERS AND THE WEEKS WHOSE DSR IS LOST.
      * A WEEK RUNS MONDAY TO SUNDAY; ITS KEY IS THE DAY NUMBER OF THE
      * DATE LESS ONE, DIVIDED BY 7 (DAY 1 OF THE CALENDAR IS A MONDAY)
      *-----------------------------------------------------------------
       77  WS-FALTAS-PAGAS         PIC 9(02) VALUE ZEROS.
       77  WS-DSR-PERDIDOS         PIC 9(02) VALUE ZEROS.
       77  WS-DIAS-DESCONTO        PIC 9(02) VALUE ZEROS.
       77  WS-DIA-JULIANO          PIC 9(07) VALUE ZEROS.
       77  WS-SEMANA-CHAVE         PIC 9(07) VALUE ZEROS.

       01  WS-SEMANA-TABLE.
           05  WS-SEMANA-PERDIDA OCCURS 6 TIMES
                                 INDEXED BY WS-SEM-IDX
                                 PIC 9(07).
       77  WS-SEM-COUNT            PIC 9(01) VALUE ZEROS.
       77  WS-SEM-ACHOU            PIC X(01) VALUE 'N'.
           88  WS-SEM-ENCONTROU              VALUE 'S'.

       77  WS-TOTAL-FALTAS         PIC 9(05) VALUE ZEROS.
       77  WS-TOTAL-DSR            PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-FUNCIONARIOS    PIC 9(05) VALUE ZEROS.

      *-----------------------------------------------------------------
      * ABSRPT PRINT LINES
      *-----------------------------------------------------------------
       01  WS-RPT-COLUNAS.
           05  FILLER              PIC X(07) VALUE 'FUNC.'.
           05  FILLER              PIC X(04) VALUE 'MOT'.
           05  FILLER              PIC X(22) VALUE 'DESCRICAO'.
           05  FILLER              PIC X(06) VALUE ' DIAS'.
           05  FILLER              PIC X(08) VALUE 'REMUN.'.
           05  FILLER              PIC X(07) VALUE 'DSR'.
           05  FILLER              PIC X(26) VALUE SPACES.

       01  WS-RPT-DETALHE.
           05  WS-RD-EMP-ID        PIC X(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RD-MOTIVO        PIC X(02).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RD-DESCRICAO     PIC X(20).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RD-DIAS          PIC ZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RD-REMUNERADA    PIC X(03).
           05  FILLER              PIC X(05) VALUE SPACES.
           05  WS-RD-PERDE-DSR     PIC X(03).
           05  FILLER              PIC X(29) VALUE SPACES.

       01  WS-RPT-RESUMO-EMP.
           05  WS-RE-EMP-ID        PIC X(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(14) VALUE 'DSR PERDIDOS: '.
           05  WS-RE-DSR           PIC Z9.
           05  FILLER              PIC X(18) VALUE
               '   DIAS A PAGAR: '.
           05  WS-RE-DIAS          PIC Z9.
           05  FILLER              PIC X(11) VALUE '  SALARIO: '.
           05  WS-RE-SALARIO       PIC Z(03)9.99.
           05  FILLER              PIC X(19) VALUE SPACES.

       01  WS-RPT-SEPARADOR.
           05  FILLER              PIC X(60) VALUE ALL '-'.
           05  FILLER              PIC X(20) VALUE SPACES.

       01  WS-RPT-TITULO-RESUMO.
           05  FILLER              PIC X(40) VALUE
               'RESUMO DO PERIODO POR MOTIVO'.
           05  FILLER              PIC X(40) VALUE SPACES.

       01  WS-RPT-TOTAL-LINE.
           05  WS-RT-ROTULO        PIC X(33).
           05  WS-RT-VALOR         PIC ZZZZ9.
           05  FILLER              PIC X(42) VALUE SPACES.

       COPY JOBLGLNK.
       COPY RPTHDRLNK.

       PROCEDURE DIVISION.

           PERFORM 3000-PAY-EMPLOYEE
               THRU 3000-PAY-EMPLOYEE-EXIT

           PERFORM 4000-WRITE-REASON-SUMMARY
               THRU 4000-WRITE-REASON-SUMMARY-EXIT

           CLOSE ATTENDANCE-FILE
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE ABSENCE-REPORT-FILE

           MOVE 'E'       TO JL-ACAO
           MOVE 0000 TO JL-RETURN-CODE

           OPEN INPUT ATTENDANCE-FILE
           OPEN I-O   EMPLOYEE-MASTER-FILE
           OPEN OUTPUT ABSENCE-REPORT-FILE

           MOVE SPACES TO WS-MOTIVO-TABLE
           MOVE SPACES TO WS-SEMANA-TABLE

           OPEN INPUT ABSENCE-REASON-FILE
           IF WS-MOT-STATUS = '00'
               PERFORM 8100-READ-REASON
                   THRU 8100-READ-REASON-EXIT
               PERFORM 1100-STORE-REASON
                   THRU 1100-STORE-REASON-EXIT
                   UNTIL WS-MOT-END-OF-FILE
               CLOSE ABSENCE-REASON-FILE
           ELSE
               DISPLAY 'AVISO - SEM ARQUIVO ABSMOTIV -- TODA FALTA '
                   'SERA TRATADA COMO INJUSTIFICADA'
           END-IF

           MOVE 'GUANA15'  TO RH-PROGRAM-ID
           MOVE 1          TO RH-PAGE-NUM
           CALL 'RPTHDR' USING RPTHDR-PARMS
           WRITE ABSENCE-REPORT-LINE FROM RH-HEADER-LINE
           WRITE ABSENCE-REPORT-LINE FROM WS-RPT-COLUNAS

           PERFORM 8000-READ-ATTENDANCE
               THRU 8000-READ-ATTENDANCE-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-STORE-REASON -- ONE ABSMOTIV LINE INTO THE REASON TABLE
      ******************************************************************
       1100-STORE-REASON.

           IF WS-MOT-COUNT < 30
               ADD 1 TO WS-MOT-COUNT
               SET WS-MOT-IDX TO WS-MOT-COUNT
               MOVE AM-CODIGO     TO WS-MOT-CODIGO(WS-MOT-IDX)
               MOVE AM-DESCRICAO  TO WS-MOT-DESCRICAO(WS-MOT-IDX)
               MOVE AM-REMUNERADA TO WS-MOT-REMUNERADA(WS-MOT-IDX)
               MOVE AM-PERDE-DSR  TO WS-MOT-PERDE-DSR(WS-MOT-IDX)
               MOVE ZEROS TO WS-MOT-QTDE-EMP(WS-MOT-IDX)
                             WS-MOT-QTDE-TOTAL(WS-MOT-IDX)
           ELSE
               DISPLAY 'TABELA DE MOTIVOS DE FALTA CHEIA -- '
                   AM-CODIGO ' IGNORADO'
           END-IF

           PERFORM 8100-READ-REASON
               THRU 8100-READ-REASON-EXIT.

       1100-STORE-REASON-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-ATTENDANCE -- BREAK ON EMPLOYEE ID
      * (ATTENDANCE-FILE IS EXPECTED IN EMPLOYEE-ID SEQUENCE)
           END-IF

           IF AT-DIA-FALTA
               PERFORM 2100-CLASSIFY-ABSENCE
                   THRU 2100-CLASSIFY-ABSENCE-EXIT
           END-IF

           PERFORM 8000-READ-ATTENDANCE
       2000-PROCESS-ATTENDANCE-EXIT.
           EXIT.

      ******************************************************************
      * 2100-CLASSIFY-ABSENCE -- FIND THE ABSENCE'S REASON (A BLANK
      * CODE IS AN UNJUSTIFIED ABSENCE), COUNT IT AS PAID OR UNPAID,
      * AND WHEN THE REASON FORFEITS THE DSR MARK ITS WEEK -- A WEEK
      * LOSES ONE DSR HOWEVER MANY ABSENCES FALL IN IT
      ******************************************************************
       2100-CLASSIFY-ABSENCE.

           IF AT-MOTIVO = SPACES
               MOVE WS-MOTIVO-INJUSTIF TO WS-MOTIVO-ATUAL
           ELSE
               MOVE AT-MOTIVO TO WS-MOTIVO-ATUAL
           END-IF

           MOVE 'N' TO WS-MOT-ACHOU
           IF WS-MOT-COUNT > ZEROS
               SET WS-MOT-IDX TO 1
               SEARCH WS-MOTIVO-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-MOT-IDX > WS-MOT-COUNT
                       CONTINUE
                   WHEN WS-MOT-CODIGO(WS-MOT-IDX) = WS-MOTIVO-ATUAL
                       MOVE 'S' TO WS-MOT-ACHOU
               END-SEARCH
           END-IF

           IF NOT WS-MOT-ENCONTROU
               IF WS-MOT-COUNT < 30
                   DISPLAY 'AVISO - MOTIVO DE FALTA ' WS-MOTIVO-ATUAL
                       ' NAO CADASTRADO NO ABSMOTIV -- TRATADO COMO '
                       'FALTA INJUSTIFICADA'
                   ADD 1 TO WS-MOT-COUNT
                   SET WS-MOT-IDX TO WS-MOT-COUNT
                   MOVE WS-MOTIVO-ATUAL TO WS-MOT-CODIGO(WS-MOT-IDX)
                   MOVE 'NAO CADASTRADO'
                       TO WS-MOT-DESCRICAO(WS-MOT-IDX)
                   MOVE 'N' TO WS-MOT-REMUNERADA(WS-MOT-IDX)
                   MOVE 'S' TO WS-MOT-PERDE-DSR(WS-MOT-IDX)
                   MOVE ZEROS TO WS-MOT-QTDE-EMP(WS-MOT-IDX)
                                 WS-MOT-QTDE-TOTAL(WS-MOT-IDX)
               ELSE
      *            NO SLOT TO COUNT IT UNDER -- STILL UNPAID AND STILL
      *            COSTS THE DSR, JUST NOT ON THE REPORT BY REASON
                   DISPLAY 'TABELA DE MOTIVOS DE FALTA CHEIA -- '
                       WS-MOTIVO-ATUAL ' FORA DO RELATORIO'
                   ADD 1 TO WS-FALTAS
                   ADD 1 TO WS-TOTAL-FALTAS
                   PERFORM 2110-MARK-DSR-WEEK
                       THRU 2110-MARK-DSR-WEEK-EXIT
                   GO TO 2100-CLASSIFY-ABSENCE-EXIT
               END-IF
           END-IF

           ADD 1 TO WS-MOT-QTDE-EMP(WS-MOT-IDX)
           ADD 1 TO WS-MOT-QTDE-TOTAL(WS-MOT-IDX)
           ADD 1 TO WS-TOTAL-FALTAS

           IF WS-MOT-PAGA(WS-MOT-IDX)
               ADD 1 TO WS-FALTAS-PAGAS
           ELSE
               ADD 1 TO WS-FALTAS
           END-IF

           IF WS-MOT-TIRA-DSR(WS-MOT-IDX)
               PERFORM 2110-MARK-DSR-WEEK
                   THRU 2110-MARK-DSR-WEEK-EXIT
           END-IF.

       2100-CLASSIFY-ABSENCE-EXIT.
           EXIT.

      ******************************************************************
      * 2110-MARK-DSR-WEEK -- THE ABSENCE'S WEEK LOSES ITS DSR UNLESS
      * AN EARLIER ABSENCE ALREADY TOOK IT
      ******************************************************************
       2110-MARK-DSR-WEEK.

           IF AT-DATE NOT NUMERIC OR AT-DATE = ZEROS
               DISPLAY 'AVISO - FALTA SEM DATA VALIDA PARA '
                   AT-EMP-ID ' -- DSR NAO APURADO'
               GO TO 2110-MARK-DSR-WEEK-EXIT
           END-IF

           COMPUTE WS-DIA-JULIANO = FUNCTION INTEGER-OF-DATE(AT-DATE)
           SUBTRACT 1 FROM WS-DIA-JULIANO
           DIVIDE WS-DIA-JULIANO BY 7 GIVING WS-SEMANA-CHAVE

           MOVE 'N' TO WS-SEM-ACHOU
           IF WS-SEM-COUNT > ZEROS
               SET WS-SEM-IDX TO 1
               SEARCH WS-SEMANA-PERDIDA
                   AT END
                       CONTINUE
                   WHEN WS-SEM-IDX > WS-SEM-COUNT
                       CONTINUE
                   WHEN WS-SEMANA-PERDIDA(WS-SEM-IDX) = WS-SEMANA-CHAVE
                       MOVE 'S' TO WS-SEM-ACHOU
               END-SEARCH
           END-IF

           IF NOT WS-SEM-ENCONTROU AND WS-SEM-COUNT < 6
               ADD 1 TO WS-SEM-COUNT
               MOVE WS-SEMANA-CHAVE TO WS-SEMANA-PERDIDA(WS-SEM-COUNT)
               ADD 1 TO WS-DSR-PERDIDOS
           END-IF.

       2110-MARK-DSR-WEEK-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PAY-EMPLOYEE -- 22 SCHEDULED DAYS LESS UNPAID ABSENCES
      * AND LESS ONE DAY FOR EACH WEEK WHOSE DSR WAS FORFEITED
      ******************************************************************
       3000-PAY-EMPLOYEE.

           IF WS-EMP-ID-ATUAL = SPACES
               GO TO 3000-PAY-EMPLOYEE-EXIT
           END-IF

           COMPUTE WS-DIAS-DESCONTO = WS-FALTAS + WS-DSR-PERDIDOS

           IF WS-DIAS-DESCONTO > WS-DIAS-PROGRAMADOS
               MOVE ZEROS TO WS-DIA
           ELSE
               COMPUTE WS-DIA = WS-DIAS-PROGRAMADOS - WS-DIAS-DESCONTO
           END-IF

           COMPUTE WS-SALARIO = (8 * 25) * WS-DIA

           DISPLAY 'O FUNCIONARIO ' WS-EMP-ID-ATUAL ' TEVE ' WS-FALTAS
               ' FALTA(S) NAO REMUNERADA(S), ' WS-FALTAS-PAGAS
               ' ABONADA(S), PERDEU ' WS-DSR-PERDIDOS ' DSR E RECEBE '
               WS-DIA ' DIA(S)'
           DISPLAY 'O SALARIO DO FUNCIONARIO E ' WS-SALARIO

           PERFORM 3100-UPDATE-MASTER-SALARY
               THRU 3100-UPDATE-MASTER-SALARY-EXIT

           PERFORM 3200-WRITE-EMPLOYEE-REASONS
               THRU 3200-WRITE-EMPLOYEE-REASONS-EXIT
               VARYING WS-MOT-IDX FROM 1 BY 1
               UNTIL WS-MOT-IDX > WS-MOT-COUNT

           MOVE WS-EMP-ID-ATUAL  TO WS-RE-EMP-ID
           MOVE WS-DSR-PERDIDOS  TO WS-RE-DSR
           MOVE WS-DIA           TO WS-RE-DIAS
           MOVE WS-SALARIO       TO WS-RE-SALARIO
           WRITE ABSENCE-REPORT-LINE FROM WS-RPT-RESUMO-EMP
           WRITE ABSENCE-REPORT-LINE FROM WS-RPT-SEPARADOR

           ADD WS-DSR-PERDIDOS TO WS-TOTAL-DSR
           ADD 1               TO WS-QTDE-FUNCIONARIOS

           MOVE ZEROS  TO WS-FALTAS
                          WS-FALTAS-PAGAS
                          WS-DSR-PERDIDOS
                          WS-SEM-COUNT
           MOVE SPACES TO WS-SEMANA-TABLE.

       3000-PAY-EMPLOYEE-EXIT.
           EXIT.
       3100-UPDATE-MASTER-SALARY-EXIT.
           EXIT.

      ******************************************************************
      * 3200-WRITE-EMPLOYEE-REASONS -- ONE ABSRPT LINE PER REASON THE
      * EMPLOYEE WAS ABSENT UNDER, THEN CLEAR THE COUNT FOR THE NEXT
      ******************************************************************
       3200-WRITE-EMPLOYEE-REASONS.

           IF WS-MOT-QTDE-EMP(WS-MOT-IDX) = ZEROS
               GO TO 3200-WRITE-EMPLOYEE-REASONS-EXIT
           END-IF

           MOVE WS-EMP-ID-ATUAL                TO WS-RD-EMP-ID
           MOVE WS-MOT-CODIGO(WS-MOT-IDX)      TO WS-RD-MOTIVO
           MOVE WS-MOT-DESCRICAO(WS-MOT-IDX)   TO WS-RD-DESCRICAO
           MOVE WS-MOT-QTDE-EMP(WS-MOT-IDX)    TO WS-RD-DIAS
           IF WS-MOT-PAGA(WS-MOT-IDX)
               MOVE 'SIM' TO WS-RD-REMUNERADA
           ELSE
               MOVE 'NAO' TO WS-RD-REMUNERADA
           END-IF
           IF WS-MOT-TIRA-DSR(WS-MOT-IDX)
               MOVE 'PERDE' TO WS-RD-PERDE-DSR
           ELSE
               MOVE SPACES  TO WS-RD-PERDE-DSR
           END-IF
           WRITE ABSENCE-REPORT-LINE FROM WS-RPT-DETALHE

           MOVE ZEROS TO WS-MOT-QTDE-EMP(WS-MOT-IDX).

       3200-WRITE-EMPLOYEE-REASONS-EXIT.
           EXIT.

      ******************************************************************
      * 4000-WRITE-REASON-SUMMARY -- THE PERIOD'S ABSENCES BY REASON
      * ACROSS THE WHOLE STAFF, WITH THE DSR DAYS FORFEITED
      ******************************************************************
       4000-WRITE-REASON-SUMMARY.

           WRITE ABSENCE-REPORT-LINE FROM WS-RPT-TITULO-RESUMO

           PERFORM 4100-WRITE-ONE-REASON-TOTAL
               THRU 4100-WRITE-ONE-REASON-TOTAL-EXIT
               VARYING WS-MOT-IDX FROM 1 BY 1
               UNTIL WS-MOT-IDX > WS-MOT-COUNT

           MOVE 'TOTAL DE FALTAS'           TO WS-RT-ROTULO
           MOVE WS-TOTAL-FALTAS             TO WS-RT-VALOR
           WRITE ABSENCE-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'TOTAL DE DSR PERDIDOS'     TO WS-RT-ROTULO
           MOVE WS-TOTAL-DSR                TO WS-RT-VALOR
           WRITE ABSENCE-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'FUNCIONARIOS APURADOS'     TO WS-RT-ROTULO
           MOVE WS-QTDE-FUNCIONARIOS        TO WS-RT-VALOR
           WRITE ABSENCE-REPORT-LINE FROM WS-RPT-TOTAL-LINE

           DISPLAY 'FALTAS NO PERIODO: ' WS-TOTAL-FALTAS
               ' DSR PERDIDOS: ' WS-TOTAL-DSR.

       4000-WRITE-REASON-SUMMARY-EXIT.
           EXIT.

      ******************************************************************
      * 4100-WRITE-ONE-REASON-TOTAL
      ******************************************************************
       4100-WRITE-ONE-REASON-TOTAL.

           IF WS-MOT-QTDE-TOTAL(WS-MOT-IDX) = ZEROS
               GO TO 4100-WRITE-ONE-REASON-TOTAL-EXIT
           END-IF

           MOVE SPACES TO WS-RT-ROTULO
           STRING WS-MOT-CODIGO(WS-MOT-IDX) ' '
               WS-MOT-DESCRICAO(WS-MOT-IDX)
               DELIMITED BY SIZE INTO WS-RT-ROTULO
           MOVE WS-MOT-QTDE-TOTAL(WS-MOT-IDX) TO WS-RT-VALOR
           WRITE ABSENCE-REPORT-LINE FROM WS-RPT-TOTAL-LINE.

       4100-WRITE-ONE-REASON-TOTAL-EXIT.
           EXIT.

      ******************************************************************
      * 8000-READ-ATTENDANCE
      ******************************************************************

       8000-READ-ATTENDANCE-EXIT.
           EXIT.

      ******************************************************************
      * 8100-READ-REASON
      ******************************************************************
       8100-READ-REASON.

           READ ABSENCE-REASON-FILE
               AT END
                   MOVE 'Y' TO WS-MOT-EOF-SWITCH
           END-READ.

       8100-READ-REASON-EXIT.
           EXIT.
