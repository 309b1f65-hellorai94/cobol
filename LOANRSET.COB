      ******************************************************************
      * Author: M. TAVARES
      * Date: 15-10-26
      * Purpose: PERIODIC RATE RESET OF INDEXED LOANS. MANZAV AND
      * REFINANC PRICE A LOAN AT ONE FIXED ANNUAL RATE FOR THE WHOLE
      * TERM, BUT THE NEWER PRODUCTS ARE PRICED AS AN INDEX (CDI,
      * IPCA) PLUS A SPREAD AND RESET EVERY SIX OR TWELVE MONTHS.
      * LOANIDX CARRIES ONE RECORD PER INDEXED LOAN (INDEX, SPREAD,
      * RESET FREQUENCY IN MONTHS, FLOOR AND CAP, THE MONTH ITS
      * FIRST INSTALLMENT FALLS DUE, THE RATE IN FORCE AND THE LAST
      * RESET PERIOD); IDXRATE IS THE INDEX-RATE HISTORY, ONE ANNUAL
      * RATE PER INDEX AND MONTH. THE OPERATOR SUPPLIES THE
      * REFERENCE MONTH; THE RUN LOOKS AT THE INSTALLMENT FALLING DUE
      * THE FOLLOWING MONTH, AND WHERE A RESET DATE HAS BEEN REACHED
      * IT PRICES THE LOAN AT THE LATEST INDEX RATE ON OR BEFORE THE
      * REFERENCE MONTH PLUS THE SPREAD, HELD BETWEEN THE FLOOR AND
      * THE CAP, AND REGENERATES THE REMAINING PERIODS OF AMORTSCH
      * FROM THAT INSTALLMENT'S OPENING BALANCE WITH MANZAV'S LEVEL-
      * PAYMENT ARITHMETIC (REFINANC'S REWRITE: THE EARLIER PERIODS
      * ARE KEPT, THE NEW ONES FOLLOW AT THE END OF THE FILE). EACH
      * RATE CHANGE IS APPENDED TO RATENOTC SO LOANSTMT PRINTS THE
      * BORROWER'S NOTICE BEFORE THE FIRST INSTALLMENT AT THE NEW
      * RATE. A RESET ALREADY APPLIED IS NOT APPLIED AGAIN, SO THE
      * RUN MAY BE REPEATED; A MISSED RESET IS APPLIED FROM THE NEXT
      * INSTALLMENT. A LOAN THAT CANNOT BE PRICED IS LISTED AS AN
      * EXCEPTION WITH RETURN CODE 4.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History
      * 15-10-26 MRT  ORIGINAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANRSET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMORT-SCHEDULE-FILE ASSIGN TO "AMORTSCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AS-STATUS.

           SELECT INDEX-RATE-FILE ASSIGN TO "IDXRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IX-STATUS.

           SELECT LOAN-INDEX-FILE ASSIGN TO "LOANIDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LX-STATUS.

           SELECT RATE-NOTICE-FILE ASSIGN TO "RATENOTC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RN-STATUS.

           SELECT RESET-REPORT-FILE ASSIGN TO "LOANRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *-----------------------------------------------------------------
      * AMORT-SCHEDULE-FILE -- MANZAV'S SCHEDULE, READ RAW SO THE
      * EDITED AMOUNTS CAN BE NUMVAL'D BACK, AND REWRITTEN IN THE
      * SAME EDITED LAYOUT
      *-----------------------------------------------------------------
       FD  AMORT-SCHEDULE-FILE
           RECORD CONTAINS 59 CHARACTERS.
       01  AMORT-SCHEDULE-RECORD.
           05  AS-LOAN-ID              PIC X(06).
           05  FILLER                  PIC X(02).
           05  AS-PERIODO              PIC 9(03).
           05  FILLER                  PIC X(02).
           05  AS-SALDO-ABERTURA       PIC Z(06)9.99.
           05  FILLER                  PIC X(02).
           05  AS-JUROS                PIC Z(06)9.99.
           05  FILLER                  PIC X(02).
           05  AS-AMORTIZACAO          PIC Z(06)9.99.
           05  FILLER                  PIC X(02).
           05  AS-SALDO-FINAL          PIC Z(06)9.99.

      *-----------------------------------------------------------------
      * INDEX-RATE-FILE -- THE PUBLISHED ANNUAL RATE OF EACH INDEX BY
      * MONTH
      *-----------------------------------------------------------------
       FD  INDEX-RATE-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  INDEX-RATE-RECORD.
           05  IX-INDICE               PIC X(04).
           05  IX-MES                  PIC 9(06).
           05  IX-TAXA-ANUAL           PIC 9(02)V999.
           05  FILLER                  PIC X(05).

      *-----------------------------------------------------------------
      * LOAN-INDEX-FILE -- ONE RECORD PER INDEXED LOAN, REWRITTEN
      * WHOLE WITH THE RATE IN FORCE AND THE LAST RESET PERIOD. A
      * ZERO CAP MEANS NO CAP
      *-----------------------------------------------------------------
       FD  LOAN-INDEX-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  LOAN-INDEX-RECORD.
           05  LX-LOAN-ID              PIC X(06).
           05  LX-INDICE               PIC X(04).
           05  LX-SPREAD               PIC 9(02)V999.
           05  LX-PERIODICIDADE        PIC 9(02).
           05  LX-PISO                 PIC 9(02)V999.
           05  LX-TETO                 PIC 9(02)V999.
           05  LX-MES-INICIO           PIC 9(06).
           05  LX-TAXA-VIGENTE         PIC 9(02)V999.
           05  LX-ULT-REAJUSTE         PIC 9(03).
           05  FILLER                  PIC X(09).

      *-----------------------------------------------------------------
      * RATE-NOTICE-FILE -- ONE RECORD PER RATE CHANGE, APPENDED
      * ACROSS RUNS; LOANSTMT PRINTS THE BORROWER'S NOTICE
      *-----------------------------------------------------------------
       FD  RATE-NOTICE-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  RATE-NOTICE-RECORD.
           05  RN-LOAN-ID              PIC X(06).
           05  RN-DATA                 PIC 9(08).
           05  RN-PERIODO-EFETIVO      PIC 9(03).
           05  RN-MES-VENCIMENTO       PIC 9(06).
           05  RN-INDICE               PIC X(04).
           05  RN-TAXA-INDICE          PIC 9(02)V999.
           05  RN-SPREAD               PIC 9(02)V999.
           05  RN-TAXA-ANTERIOR        PIC 9(02)V999.
           05  RN-TAXA-NOVA            PIC 9(02)V999.
           05  RN-PARCELA-ANTERIOR     PIC 9(07)V99.
           05  RN-PARCELA-NOVA         PIC 9(07)V99.
           05  FILLER                  PIC X(05).

       FD  RESET-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RESET-REPORT-LINE       PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-AS-STATUS            PIC X(02) VALUE SPACES.
       77  WS-IX-STATUS            PIC X(02) VALUE SPACES.
       77  WS-LX-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RN-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RPT-STATUS           PIC X(02) VALUE SPACES.

       77  WS-AS-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-AS-END-OF-FILE            VALUE 'Y'.
       77  WS-IX-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-IX-END-OF-FILE            VALUE 'Y'.
       77  WS-LX-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-LX-END-OF-FILE            VALUE 'Y'.
       77  WS-ABORTA-SW            PIC X(01) VALUE 'N'.
           88  WS-EXECUCAO-ABORTADA         VALUE 'S'.
       77  WS-SEM-CONTRATOS-SW     PIC X(01) VALUE 'N'.
           88  WS-SEM-CONTRATOS             VALUE 'S'.

      *-----------------------------------------------------------------
      * REFERENCE MONTH AND THE MONTH OF THE INSTALLMENT TO PRICE
      *-----------------------------------------------------------------
       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WS-MES-ENTRADA          PIC X(06) VALUE SPACES.
       77  WS-MES-REF              PIC 9(06) VALUE ZEROS.
       77  WS-MES-ALVO             PIC 9(06) VALUE ZEROS.
       77  WS-ANO-ALVO             PIC 9(04) VALUE ZEROS.
       77  WS-MM-ALVO              PIC 9(02) VALUE ZEROS.
       77  WS-MESES-ALVO           PIC 9(06) VALUE ZEROS.
       77  WS-MESES-INICIO         PIC 9(06) VALUE ZEROS.
       77  WS-ANO-INICIO           PIC 9(04) VALUE ZEROS.
       77  WS-MM-INICIO            PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      * THE INDEX-RATE HISTORY IN CORE
      *-----------------------------------------------------------------
       01  WS-IDX-TABLE.
           05  WS-IDX-ENTRY OCCURS 600 TIMES
                            INDEXED BY WS-IDX-IDX.
               10  WS-IDX-INDICE       PIC X(04).
               10  WS-IDX-MES          PIC 9(06).
               10  WS-IDX-TAXA         PIC 9(02)V999.

       77  WS-IDX-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-IDX-SUB              PIC 9(03) VALUE ZEROS.

      *-----------------------------------------------------------------
      * THE INDEXED LOANS IN CORE, REWRITTEN AT THE END OF THE RUN
      *-----------------------------------------------------------------
       01  WS-LIX-TABLE.
           05  WS-LIX-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-LIX-IDX.
               10  WS-LIX-LOAN-ID      PIC X(06).
               10  WS-LIX-INDICE       PIC X(04).
               10  WS-LIX-SPREAD       PIC 9(02)V999.
               10  WS-LIX-PERIODICIDADE PIC 9(02).
               10  WS-LIX-PISO         PIC 9(02)V999.
               10  WS-LIX-TETO         PIC 9(02)V999.
               10  WS-LIX-MES-INICIO   PIC 9(06).
               10  WS-LIX-TAXA-VIGENTE PIC 9(02)V999.
               10  WS-LIX-ULT-REAJUSTE PIC 9(03).
               10  FILLER              PIC X(09).

       77  WS-LIX-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-LIX-SUB              PIC 9(03) VALUE ZEROS.

      *-----------------------------------------------------------------
      * THE WHOLE SCHEDULE IN CORE, RAW LINES PLUS THE PARSED KEYS;
      * A REGENERATED LOAN'S OLD PERIODS ARE MARKED DROPPED AND ITS
      * NEW PERIODS ARE ADDED AT THE END
      *-----------------------------------------------------------------
       01  WS-SCH-TABLE.
           05  WS-SCH-ENTRY OCCURS 2400 TIMES
                            INDEXED BY WS-SCH-IDX.
               10  WS-SCH-LINHA    PIC X(59).
               10  WS-SCH-LOAN     PIC X(06).
               10  WS-SCH-PERIODO  PIC 9(03).
               10  WS-SCH-BAIXA    PIC X(01).
                   88  WS-SCH-BAIXADA           VALUE 'S'.

       77  WS-SCH-COUNT            PIC 9(04) VALUE ZEROS.
       77  WS-SCH-SUB              PIC 9(04) VALUE ZEROS.
       77  WS-SCH-ULTIMA           PIC 9(04) VALUE ZEROS.

      *-----------------------------------------------------------------
      * ONE LOAN'S RESET
      *-----------------------------------------------------------------
       77  WS-MESES-DECORRIDOS     PIC S9(05) VALUE ZEROS.
       77  WS-CICLOS               PIC 9(05) VALUE ZEROS.
       77  WS-RESTO-CICLO          PIC 9(05) VALUE ZEROS.
       77  WS-PERIODO-ALVO         PIC 9(03) VALUE ZEROS.
       77  WS-PERIODO-REAJUSTE     PIC 9(05) VALUE ZEROS.
       77  WS-ACHOU-PERIODO        PIC X(01) VALUE 'N'.
           88  WS-PERIODO-ACHADO            VALUE 'S'.
       77  WS-ACHOU-INDICE         PIC X(01) VALUE 'N'.
           88  WS-INDICE-ACHADO             VALUE 'S'.
       77  WS-MES-INDICE           PIC 9(06) VALUE ZEROS.
       77  WS-TAXA-INDICE          PIC 9(02)V999 VALUE ZEROS.
       77  WS-TAXA-CALCULADA       PIC 9(03)V999 VALUE ZEROS.
       77  WS-TAXA-NOVA            PIC 9(02)V999 VALUE ZEROS.
       77  WS-PRAZO-RESTANTE       PIC 9(03) VALUE ZEROS.
       77  WS-PARCELA-ANTERIOR     PIC 9(07)V99 VALUE ZEROS.
       77  WS-OCORRENCIA           PIC X(30) VALUE SPACES.

      *-----------------------------------------------------------------
      * REGENERATION ARITHMETIC -- MANZAV'S LEVEL-PAYMENT MATH, STAGED
      *-----------------------------------------------------------------
       77  WS-SALDO-DEVEDOR        PIC 9(09)V99 VALUE ZEROS.
       77  WS-TAXA-MENSAL          PIC 9V9(08) VALUE ZEROS.
       77  WS-FATOR                PIC 9(05)V9(08) VALUE ZEROS.
       77  WS-NUMERADOR            PIC 9(09)V9(08) VALUE ZEROS.
       77  WS-DENOMINADOR          PIC 9(05)V9(08) VALUE ZEROS.
       77  WS-PARCELA              PIC 9(07)V99 VALUE ZEROS.
       77  WS-JUROS-PERIODO        PIC 9(07)V99 VALUE ZEROS.
       77  WS-AMORT-PERIODO        PIC 9(07)V99 VALUE ZEROS.
       77  WS-SALDO-CORRENTE       PIC 9(09)V99 VALUE ZEROS.
       77  WS-PER-SUB              PIC 9(03) VALUE ZEROS.
       77  WS-VALOR-NUM            PIC 9(09)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
      * ONE PARSED SCHEDULE LINE (THE EDITED FIELDS AS TEXT)
      *-----------------------------------------------------------------
       01  WS-LINHA-PARSE.
           05  WS-LP-LOAN          PIC X(06).
           05  FILLER              PIC X(02).
           05  WS-LP-PERIODO       PIC X(03).
           05  FILLER              PIC X(02).
           05  WS-LP-ABERTURA      PIC X(10).
           05  FILLER              PIC X(02).
           05  WS-LP-JUROS         PIC X(10).
           05  FILLER              PIC X(02).
           05  WS-LP-AMORT         PIC X(10).
           05  FILLER              PIC X(02).
           05  WS-LP-SALDO         PIC X(10).

      *-----------------------------------------------------------------
      * RUN TOTALS
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
      * THE RUN'S NOTICES, HELD UNTIL THE RUN IS KNOWN TO COMPLETE
      * (AT MOST ONE PER INDEXED LOAN)
      *-----------------------------------------------------------------
       01  WS-NTC-TABLE.
           05  WS-NTC-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-NTC-IDX.
               10  WS-NTC-REGISTRO     PIC X(70).

       77  WS-NTC-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-NTC-SUB              PIC 9(03) VALUE ZEROS.

       77  WS-QTDE-REAJUSTADOS     PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-MANTIDOS        PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-EXCECOES        PIC 9(05) VALUE ZEROS.

      *-----------------------------------------------------------------
      * REPORT
      *-----------------------------------------------------------------
       01  WS-RPT-COLUNAS.
           05  FILLER              PIC X(40) VALUE
               'CONTR  PER IND  INDICE SPREAD TX ANT TX '.
           05  FILLER              PIC X(40) VALUE
               'NOV   PARC ANT  PARC NOVA SITUACAO      '.

       01  WS-RPT-DETALHE.
           05  WS-RD-LOAN-ID       PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-PERIODO       PIC ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-INDICE        PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-TAXA-INDICE   PIC Z9.999.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-SPREAD        PIC Z9.999.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-TAXA-ANTERIOR PIC Z9.999.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-TAXA-NOVA     PIC Z9.999.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-PARC-ANTERIOR PIC Z(06)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-PARC-NOVA     PIC Z(06)9.99.

       01  WS-RPT-TOTAL-LINHA.
           05  WS-RT-ROTULO        PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RT-VALOR         PIC Z(04)9.

       COPY CTLTOTLNK.
       COPY JOBLGLNK.
       COPY RPTHDRLNK.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.

           MOVE 'LOANRSET' TO JL-PROGRAM-ID
           MOVE 'S'        TO JL-ACAO
           CALL 'JOBLOG' USING JOBLOG-PARMS

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT

           IF NOT WS-EXECUCAO-ABORTADA
               AND NOT WS-SEM-CONTRATOS
               PERFORM 2000-RESET-LOAN
                   THRU 2000-RESET-LOAN-EXIT
                   VARYING WS-LIX-SUB FROM 1 BY 1
                   UNTIL WS-LIX-SUB > WS-LIX-COUNT
                      OR WS-EXECUCAO-ABORTADA
               PERFORM 3000-FINALIZE
                   THRU 3000-FINALIZE-EXIT
           END-IF

           MOVE 'E'         TO JL-ACAO
           MOVE RETURN-CODE TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-PARMS

      *    THE CALL RESETS THE SHARED RETURN-CODE REGISTER -- RESTORE
      *    THE CONDITION CODE THE JCL CHAIN GATES ON
           MOVE JL-RETURN-CODE TO RETURN-CODE

           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE -- REFERENCE MONTH (BLANK TAKES THE CURRENT
      * ONE), THE INDEXED LOANS, THE INDEX HISTORY AND THE SCHEDULE.
      * ANYTHING THAT DOES NOT FIT IN CORE REFUSES THE RUN -- A
      * SCHEDULE LINE LEFT OUT WOULD BE LOST ON THE REWRITE
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           DISPLAY 'INFORME O MES DE REFERENCIA (AAAAMM): '
           ACCEPT WS-MES-ENTRADA FROM CONSOLE
           IF WS-MES-ENTRADA NUMERIC
               AND WS-MES-ENTRADA(5:2) >= '01'
               AND WS-MES-ENTRADA(5:2) <= '12'
               MOVE WS-MES-ENTRADA TO WS-MES-REF
           ELSE
               MOVE WS-DATA-HOJE(1:6) TO WS-MES-REF
               DISPLAY 'AVISO - MES NAO INFORMADO -- USANDO '
                   WS-MES-REF
           END-IF

      *    THE INSTALLMENT PRICED IS THE ONE FALLING DUE NEXT MONTH,
      *    SO THE NOTICE REACHES THE BORROWER ON THIS MONTH'S
      *    STATEMENT
           MOVE WS-MES-REF(1:4) TO WS-ANO-ALVO
           MOVE WS-MES-REF(5:2) TO WS-MM-ALVO
           IF WS-MM-ALVO = 12
               ADD 1 TO WS-ANO-ALVO
               MOVE 1 TO WS-MM-ALVO
           ELSE
               ADD 1 TO WS-MM-ALVO
           END-IF
           COMPUTE WS-MES-ALVO = (WS-ANO-ALVO * 100) + WS-MM-ALVO
           COMPUTE WS-MESES-ALVO = (WS-ANO-ALVO * 12) + WS-MM-ALVO

           MOVE SPACES TO WS-IDX-TABLE
           MOVE SPACES TO WS-LIX-TABLE
           MOVE SPACES TO WS-SCH-TABLE

           PERFORM 1100-LOAD-LOAN-INDEX
               THRU 1100-LOAD-LOAN-INDEX-EXIT
           IF WS-SEM-CONTRATOS
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           PERFORM 1200-LOAD-INDEX-RATES
               THRU 1200-LOAD-INDEX-RATES-EXIT

           OPEN INPUT AMORT-SCHEDULE-FILE
           IF WS-AS-STATUS NOT = '00'
               DISPLAY 'ERRO - SEM ARQUIVO AMORTSCH -- EXECUCAO '
                   'RECUSADA'
               MOVE 'S' TO WS-ABORTA-SW
           ELSE
               PERFORM 8000-READ-SCHEDULE
                   THRU 8000-READ-SCHEDULE-EXIT
               PERFORM 1300-STORE-SCHEDULE-LINE
                   THRU 1300-STORE-SCHEDULE-LINE-EXIT
                   UNTIL WS-AS-END-OF-FILE
               CLOSE AMORT-SCHEDULE-FILE
           END-IF

           IF WS-EXECUCAO-ABORTADA
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           MOVE SPACES TO WS-NTC-TABLE

           OPEN OUTPUT RESET-REPORT-FILE
           MOVE 'LOANRSET' TO RH-PROGRAM-ID
           MOVE 1          TO RH-PAGE-NUM
           CALL 'RPTHDR' USING RPTHDR-PARMS
           WRITE RESET-REPORT-LINE FROM RH-HEADER-LINE
           MOVE SPACES TO RESET-REPORT-LINE
           STRING 'REAJUSTE DE TAXA DOS CONTRATOS INDEXADOS - MES '
               WS-MES-REF ' - PARCELAS DE ' WS-MES-ALVO
               DELIMITED BY SIZE INTO RESET-REPORT-LINE
           WRITE RESET-REPORT-LINE
           WRITE RESET-REPORT-LINE FROM WS-RPT-COLUNAS.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-LOAN-INDEX -- NO FILE MEANS NO INDEXED LOANS ARE ON
      * THE BOOK AND THERE IS NOTHING TO DO
      ******************************************************************
       1100-LOAD-LOAN-INDEX.

           OPEN INPUT LOAN-INDEX-FILE
           IF WS-LX-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO LOANIDX -- NENHUM '
                   'CONTRATO INDEXADO A REAJUSTAR'
               MOVE 'S' TO WS-SEM-CONTRATOS-SW
               GO TO 1100-LOAD-LOAN-INDEX-EXIT
           END-IF

           PERFORM 8200-READ-LOAN-INDEX
               THRU 8200-READ-LOAN-INDEX-EXIT
           PERFORM 1110-STORE-LOAN-INDEX
               THRU 1110-STORE-LOAN-INDEX-EXIT
               UNTIL WS-LX-END-OF-FILE

           CLOSE LOAN-INDEX-FILE.

       1100-LOAD-LOAN-INDEX-EXIT.
           EXIT.

      ******************************************************************
      * 1110-STORE-LOAN-INDEX
      ******************************************************************
       1110-STORE-LOAN-INDEX.

           IF WS-LIX-COUNT < 500
               ADD 1 TO WS-LIX-COUNT
               SET WS-LIX-IDX TO WS-LIX-COUNT
               MOVE LOAN-INDEX-RECORD TO WS-LIX-ENTRY(WS-LIX-IDX)
           ELSE
               DISPLAY 'TABELA DE CONTRATOS INDEXADOS CHEIA -- '
                   'CONTRATO ' LX-LOAN-ID ' FORA DA CARGA'
               MOVE 'S' TO WS-ABORTA-SW
           END-IF

           PERFORM 8200-READ-LOAN-INDEX
               THRU 8200-READ-LOAN-INDEX-EXIT.

       1110-STORE-LOAN-INDEX-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LOAD-INDEX-RATES -- WITHOUT THE HISTORY NO LOAN CAN BE
      * PRICED
      ******************************************************************
       1200-LOAD-INDEX-RATES.

           OPEN INPUT INDEX-RATE-FILE
           IF WS-IX-STATUS NOT = '00'
               DISPLAY 'ERRO - SEM ARQUIVO IDXRATE -- EXECUCAO '
                   'RECUSADA'
               MOVE 'S' TO WS-ABORTA-SW
               GO TO 1200-LOAD-INDEX-RATES-EXIT
           END-IF

           PERFORM 8100-READ-INDEX-RATE
               THRU 8100-READ-INDEX-RATE-EXIT
           PERFORM 1210-STORE-INDEX-RATE
               THRU 1210-STORE-INDEX-RATE-EXIT
               UNTIL WS-IX-END-OF-FILE

           CLOSE INDEX-RATE-FILE.

       1200-LOAD-INDEX-RATES-EXIT.
           EXIT.

      ******************************************************************
      * 1210-STORE-INDEX-RATE -- A RECORD THAT IS NOT NUMERIC IS
      * REPORTED AND LEFT OUT
      ******************************************************************
       1210-STORE-INDEX-RATE.

           IF IX-MES NOT NUMERIC OR IX-TAXA-ANUAL NOT NUMERIC
               DISPLAY 'AVISO - IDXRATE INVALIDO IGNORADO: '
                   INDEX-RATE-RECORD
               GO TO 1210-STORE-INDEX-RATE-NEXT
           END-IF

           IF WS-IDX-COUNT < 600
               ADD 1 TO WS-IDX-COUNT
               SET WS-IDX-IDX TO WS-IDX-COUNT
               MOVE IX-INDICE     TO WS-IDX-INDICE(WS-IDX-IDX)
               MOVE IX-MES        TO WS-IDX-MES(WS-IDX-IDX)
               MOVE IX-TAXA-ANUAL TO WS-IDX-TAXA(WS-IDX-IDX)
           ELSE
               DISPLAY 'TABELA DE INDICES CHEIA -- EXECUCAO RECUSADA'
               MOVE 'S' TO WS-ABORTA-SW
           END-IF.

       1210-STORE-INDEX-RATE-NEXT.

           PERFORM 8100-READ-INDEX-RATE
               THRU 8100-READ-INDEX-RATE-EXIT.

       1210-STORE-INDEX-RATE-EXIT.
           EXIT.

      ******************************************************************
      * 1300-STORE-SCHEDULE-LINE -- RPTHDR AND COLUMN LINES RIDE
      * ALONG UNPARSED (NON-NUMERIC PERIOD FIELD)
      ******************************************************************
       1300-STORE-SCHEDULE-LINE.

           IF WS-SCH-COUNT < 2400
               ADD 1 TO WS-SCH-COUNT
               SET WS-SCH-IDX TO WS-SCH-COUNT
               MOVE AMORT-SCHEDULE-RECORD
                   TO WS-SCH-LINHA(WS-SCH-IDX)
               MOVE 'N' TO WS-SCH-BAIXA(WS-SCH-IDX)
               MOVE AMORT-SCHEDULE-RECORD TO WS-LINHA-PARSE
               IF WS-LP-PERIODO NUMERIC
                   MOVE WS-LP-LOAN TO WS-SCH-LOAN(WS-SCH-IDX)
                   MOVE WS-LP-PERIODO
                       TO WS-SCH-PERIODO(WS-SCH-IDX)
               ELSE
                   MOVE SPACES TO WS-SCH-LOAN(WS-SCH-IDX)
                   MOVE ZEROS  TO WS-SCH-PERIODO(WS-SCH-IDX)
               END-IF
           ELSE
               DISPLAY 'TABELA DE PARCELAS CHEIA -- EXECUCAO RECUSADA'
               MOVE 'S' TO WS-ABORTA-SW
               MOVE 'Y' TO WS-AS-EOF-SWITCH
               GO TO 1300-STORE-SCHEDULE-LINE-EXIT
           END-IF

           PERFORM 8000-READ-SCHEDULE
               THRU 8000-READ-SCHEDULE-EXIT.

       1300-STORE-SCHEDULE-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-RESET-LOAN -- FIND THE NEXT MONTH'S INSTALLMENT; WHEN A
      * RESET DATE NOT YET APPLIED HAS BEEN REACHED, PRICE THE LOAN
      * AND REGENERATE ITS REMAINING PERIODS FROM THAT INSTALLMENT
      ******************************************************************
       2000-RESET-LOAN.

           SET WS-LIX-IDX TO WS-LIX-SUB
           MOVE SPACES TO WS-OCORRENCIA

           IF WS-LIX-MES-INICIO(WS-LIX-IDX) NOT NUMERIC
               OR WS-LIX-PERIODICIDADE(WS-LIX-IDX) NOT NUMERIC
               OR WS-LIX-SPREAD(WS-LIX-IDX) NOT NUMERIC
               OR WS-LIX-PISO(WS-LIX-IDX) NOT NUMERIC
               OR WS-LIX-TETO(WS-LIX-IDX) NOT NUMERIC
               OR WS-LIX-TAXA-VIGENTE(WS-LIX-IDX) NOT NUMERIC
               OR WS-LIX-ULT-REAJUSTE(WS-LIX-IDX) NOT NUMERIC
               MOVE 'PARAMETROS NAO NUMERICOS' TO WS-OCORRENCIA
               GO TO 2000-RESET-LOAN-EXCECAO
           END-IF

           IF WS-LIX-PERIODICIDADE(WS-LIX-IDX) NOT = 6
               AND WS-LIX-PERIODICIDADE(WS-LIX-IDX) NOT = 12
               MOVE 'PERIODICIDADE INVALIDA' TO WS-OCORRENCIA
               GO TO 2000-RESET-LOAN-EXCECAO
           END-IF

      *    THE INSTALLMENT DUE IN THE TARGET MONTH, COUNTED FROM THE
      *    MONTH THE FIRST ONE FELL DUE; RESETS FALL ON PERIODS
      *    1 + N TIMES THE FREQUENCY
           MOVE WS-LIX-MES-INICIO(WS-LIX-IDX)(1:4) TO WS-ANO-INICIO
           MOVE WS-LIX-MES-INICIO(WS-LIX-IDX)(5:2) TO WS-MM-INICIO
           COMPUTE WS-MESES-INICIO = (WS-ANO-INICIO * 12) + WS-MM-INICIO
           COMPUTE WS-MESES-DECORRIDOS =
               WS-MESES-ALVO - WS-MESES-INICIO

           IF WS-MESES-DECORRIDOS < WS-LIX-PERIODICIDADE(WS-LIX-IDX)
               GO TO 2000-RESET-LOAN-EXIT
           END-IF

           DIVIDE WS-MESES-DECORRIDOS
               BY WS-LIX-PERIODICIDADE(WS-LIX-IDX)
               GIVING WS-CICLOS REMAINDER WS-RESTO-CICLO
           COMPUTE WS-PERIODO-REAJUSTE =
               (WS-CICLOS * WS-LIX-PERIODICIDADE(WS-LIX-IDX)) + 1

           IF WS-PERIODO-REAJUSTE
               NOT > WS-LIX-ULT-REAJUSTE(WS-LIX-IDX)
               GO TO 2000-RESET-LOAN-EXIT
           END-IF

           IF WS-MESES-DECORRIDOS > 998
               GO TO 2000-RESET-LOAN-EXIT
           END-IF
           COMPUTE WS-PERIODO-ALVO = WS-MESES-DECORRIDOS + 1

      *    THE OUTSTANDING BALANCE AND THE INSTALLMENT IN FORCE ARE
      *    THE TARGET PERIOD'S ON THE CURRENT SCHEDULE
           PERFORM 2100-FIND-TARGET-PERIOD
               THRU 2100-FIND-TARGET-PERIOD-EXIT

           IF NOT WS-PERIODO-ACHADO
               IF WS-PRAZO-RESTANTE = ZEROS
                   AND WS-SCH-ULTIMA > ZEROS
      *            THE TERM HAS RUN OUT -- NOTHING LEFT TO REPRICE
                   GO TO 2000-RESET-LOAN-EXIT
               END-IF
               MOVE 'CONTRATO SEM CRONOGRAMA' TO WS-OCORRENCIA
               GO TO 2000-RESET-LOAN-EXCECAO
           END-IF

           PERFORM 2200-FIND-INDEX-RATE
               THRU 2200-FIND-INDEX-RATE-EXIT

           IF NOT WS-INDICE-ACHADO
               MOVE 'INDICE SEM TAXA PUBLICADA' TO WS-OCORRENCIA
               GO TO 2000-RESET-LOAN-EXCECAO
           END-IF

           COMPUTE WS-TAXA-CALCULADA =
               WS-TAXA-INDICE + WS-LIX-SPREAD(WS-LIX-IDX)
           IF WS-TAXA-CALCULADA < WS-LIX-PISO(WS-LIX-IDX)
               MOVE WS-LIX-PISO(WS-LIX-IDX) TO WS-TAXA-CALCULADA
           END-IF
           IF WS-LIX-TETO(WS-LIX-IDX) > ZEROS
               AND WS-TAXA-CALCULADA > WS-LIX-TETO(WS-LIX-IDX)
               MOVE WS-LIX-TETO(WS-LIX-IDX) TO WS-TAXA-CALCULADA
           END-IF
           IF WS-TAXA-CALCULADA > 99.999
               MOVE 'TAXA CALCULADA FORA DO LIMITE' TO WS-OCORRENCIA
               GO TO 2000-RESET-LOAN-EXCECAO
           END-IF
           MOVE WS-TAXA-CALCULADA TO WS-TAXA-NOVA

           IF WS-PERIODO-ALVO > WS-PERIODO-REAJUSTE
               DISPLAY 'AVISO - CONTRATO ' WS-LIX-LOAN-ID(WS-LIX-IDX)
                   ' REAJUSTE DO PERIODO ' WS-PERIODO-REAJUSTE
                   ' APLICADO A PARTIR DO ' WS-PERIODO-ALVO
           END-IF

           IF WS-TAXA-NOVA = WS-LIX-TAXA-VIGENTE(WS-LIX-IDX)
               MOVE WS-PARCELA-ANTERIOR TO WS-PARCELA
               MOVE 'TAXA MANTIDA' TO WS-OCORRENCIA
               ADD 1 TO WS-QTDE-MANTIDOS
           ELSE
               PERFORM 2300-REGENERATE-SCHEDULE
                   THRU 2300-REGENERATE-SCHEDULE-EXIT
               IF WS-EXECUCAO-ABORTADA
                   GO TO 2000-RESET-LOAN-EXIT
               END-IF
               PERFORM 2400-WRITE-NOTICE
                   THRU 2400-WRITE-NOTICE-EXIT
               MOVE 'REAJUSTADA' TO WS-OCORRENCIA
               ADD 1 TO WS-QTDE-REAJUSTADOS
           END-IF

           PERFORM 2500-PRINT-RESET
               THRU 2500-PRINT-RESET-EXIT

           MOVE WS-TAXA-NOVA TO WS-LIX-TAXA-VIGENTE(WS-LIX-IDX)
           MOVE WS-PERIODO-REAJUSTE
               TO WS-LIX-ULT-REAJUSTE(WS-LIX-IDX)

           GO TO 2000-RESET-LOAN-EXIT.

       2000-RESET-LOAN-EXCECAO.

           ADD 1 TO WS-QTDE-EXCECOES
           MOVE SPACES TO RESET-REPORT-LINE
           STRING WS-LIX-LOAN-ID(WS-LIX-IDX) ' *** EXCECAO: '
               WS-OCORRENCIA
               DELIMITED BY SIZE INTO RESET-REPORT-LINE
           WRITE RESET-REPORT-LINE
           DISPLAY 'AVISO - CONTRATO ' WS-LIX-LOAN-ID(WS-LIX-IDX)
               ' NAO REAJUSTADO: ' WS-OCORRENCIA.

       2000-RESET-LOAN-EXIT.
           EXIT.

      ******************************************************************
      * 2100-FIND-TARGET-PERIOD -- THE TARGET PERIOD'S OPENING
      * BALANCE AND INSTALLMENT, AND HOW MANY PERIODS REMAIN FROM IT
      ******************************************************************
       2100-FIND-TARGET-PERIOD.

           MOVE 'N'   TO WS-ACHOU-PERIODO
           MOVE ZEROS TO WS-PRAZO-RESTANTE
           MOVE ZEROS TO WS-SCH-ULTIMA
           MOVE ZEROS TO WS-SALDO-DEVEDOR
           MOVE ZEROS TO WS-PARCELA-ANTERIOR

           PERFORM 2110-SCAN-ONE-LINE
               THRU 2110-SCAN-ONE-LINE-EXIT
               VARYING WS-SCH-SUB FROM 1 BY 1
               UNTIL WS-SCH-SUB > WS-SCH-COUNT.

       2100-FIND-TARGET-PERIOD-EXIT.
           EXIT.

      ******************************************************************
      * 2110-SCAN-ONE-LINE
      ******************************************************************
       2110-SCAN-ONE-LINE.

           SET WS-SCH-IDX TO WS-SCH-SUB

           IF WS-SCH-LOAN(WS-SCH-IDX) NOT = WS-LIX-LOAN-ID(WS-LIX-IDX)
               OR WS-SCH-BAIXADA(WS-SCH-IDX)
               GO TO 2110-SCAN-ONE-LINE-EXIT
           END-IF

           MOVE WS-SCH-SUB TO WS-SCH-ULTIMA

           IF WS-SCH-PERIODO(WS-SCH-IDX) < WS-PERIODO-ALVO
               GO TO 2110-SCAN-ONE-LINE-EXIT
           END-IF

           ADD 1 TO WS-PRAZO-RESTANTE

           IF WS-SCH-PERIODO(WS-SCH-IDX) = WS-PERIODO-ALVO
               MOVE 'S' TO WS-ACHOU-PERIODO
               MOVE WS-SCH-LINHA(WS-SCH-IDX) TO WS-LINHA-PARSE
               COMPUTE WS-SALDO-DEVEDOR =
                   FUNCTION NUMVAL(WS-LP-ABERTURA)
               COMPUTE WS-PARCELA-ANTERIOR =
                   FUNCTION NUMVAL(WS-LP-JUROS)
               COMPUTE WS-VALOR-NUM = FUNCTION NUMVAL(WS-LP-AMORT)
               ADD WS-VALOR-NUM TO WS-PARCELA-ANTERIOR
           END-IF.

       2110-SCAN-ONE-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 2200-FIND-INDEX-RATE -- THE LATEST RATE PUBLISHED FOR THE
      * LOAN'S INDEX ON OR BEFORE THE REFERENCE MONTH
      ******************************************************************
       2200-FIND-INDEX-RATE.

           MOVE 'N'   TO WS-ACHOU-INDICE
           MOVE ZEROS TO WS-MES-INDICE
           MOVE ZEROS TO WS-TAXA-INDICE

           PERFORM 2210-SCAN-ONE-RATE
               THRU 2210-SCAN-ONE-RATE-EXIT
               VARYING WS-IDX-SUB FROM 1 BY 1
               UNTIL WS-IDX-SUB > WS-IDX-COUNT.

       2200-FIND-INDEX-RATE-EXIT.
           EXIT.

      ******************************************************************
      * 2210-SCAN-ONE-RATE
      ******************************************************************
       2210-SCAN-ONE-RATE.

           SET WS-IDX-IDX TO WS-IDX-SUB

           IF WS-IDX-INDICE(WS-IDX-IDX) = WS-LIX-INDICE(WS-LIX-IDX)
               AND WS-IDX-MES(WS-IDX-IDX) NOT > WS-MES-REF
               AND WS-IDX-MES(WS-IDX-IDX) NOT < WS-MES-INDICE
               MOVE 'S' TO WS-ACHOU-INDICE
               MOVE WS-IDX-MES(WS-IDX-IDX)  TO WS-MES-INDICE
               MOVE WS-IDX-TAXA(WS-IDX-IDX) TO WS-TAXA-INDICE
           END-IF.

       2210-SCAN-ONE-RATE-EXIT.
           EXIT.

      ******************************************************************
      * 2300-REGENERATE-SCHEDULE -- THE LOAN'S PERIODS FROM THE
      * TARGET ONE FORWARD ARE DROPPED AND REPLACED UNDER THE NEW
      * RATE OVER THE SAME REMAINING TERM (REFINANC'S ARITHMETIC)
      ******************************************************************
       2300-REGENERATE-SCHEDULE.

           IF WS-SCH-COUNT + WS-PRAZO-RESTANTE > 2400
               DISPLAY 'TABELA DE PARCELAS CHEIA -- CONTRATO '
                   WS-LIX-LOAN-ID(WS-LIX-IDX) ' NAO REGENERADO, '
                   'EXECUCAO RECUSADA'
               MOVE 'S' TO WS-ABORTA-SW
               MOVE 8   TO RETURN-CODE
               GO TO 2300-REGENERATE-SCHEDULE-EXIT
           END-IF

           COMPUTE WS-TAXA-MENSAL ROUNDED =
               WS-TAXA-NOVA / 12 / 100

           IF WS-TAXA-MENSAL = ZEROS
               COMPUTE WS-PARCELA ROUNDED =
                   WS-SALDO-DEVEDOR / WS-PRAZO-RESTANTE
           ELSE
               COMPUTE WS-FATOR ROUNDED =
                   (1 + WS-TAXA-MENSAL) ** WS-PRAZO-RESTANTE
               COMPUTE WS-NUMERADOR ROUNDED =
                   WS-SALDO-DEVEDOR * WS-TAXA-MENSAL * WS-FATOR
               COMPUTE WS-DENOMINADOR = WS-FATOR - 1
               COMPUTE WS-PARCELA ROUNDED =
                   WS-NUMERADOR / WS-DENOMINADOR
           END-IF

           PERFORM 2310-DROP-OLD-PERIOD
               THRU 2310-DROP-OLD-PERIOD-EXIT
               VARYING WS-SCH-SUB FROM 1 BY 1
               UNTIL WS-SCH-SUB > WS-SCH-COUNT

           MOVE WS-SALDO-DEVEDOR TO WS-SALDO-CORRENTE

           PERFORM 2320-ADD-NEW-PERIOD
               THRU 2320-ADD-NEW-PERIOD-EXIT
               VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB > WS-PRAZO-RESTANTE.

       2300-REGENERATE-SCHEDULE-EXIT.
           EXIT.

      ******************************************************************
      * 2310-DROP-OLD-PERIOD
      ******************************************************************
       2310-DROP-OLD-PERIOD.

           SET WS-SCH-IDX TO WS-SCH-SUB

           IF WS-SCH-LOAN(WS-SCH-IDX) = WS-LIX-LOAN-ID(WS-LIX-IDX)
               AND WS-SCH-PERIODO(WS-SCH-IDX) >= WS-PERIODO-ALVO
               MOVE 'S' TO WS-SCH-BAIXA(WS-SCH-IDX)
           END-IF.

       2310-DROP-OLD-PERIOD-EXIT.
           EXIT.

      ******************************************************************
      * 2320-ADD-NEW-PERIOD -- MANZAV'S PERIOD ARITHMETIC; THE LAST
      * PERIOD AMORTIZES WHATEVER BALANCE REMAINS
      ******************************************************************
       2320-ADD-NEW-PERIOD.

           COMPUTE WS-JUROS-PERIODO ROUNDED =
               WS-SALDO-CORRENTE * WS-TAXA-MENSAL

           IF WS-PER-SUB = WS-PRAZO-RESTANTE
               MOVE WS-SALDO-CORRENTE TO WS-AMORT-PERIODO
           ELSE
               COMPUTE WS-AMORT-PERIODO =
                   WS-PARCELA - WS-JUROS-PERIODO
           END-IF

           MOVE SPACES                     TO AMORT-SCHEDULE-RECORD
           MOVE WS-LIX-LOAN-ID(WS-LIX-IDX) TO AS-LOAN-ID
           COMPUTE AS-PERIODO = WS-PERIODO-ALVO + WS-PER-SUB - 1
           MOVE WS-SALDO-CORRENTE          TO AS-SALDO-ABERTURA
           MOVE WS-JUROS-PERIODO           TO AS-JUROS
           MOVE WS-AMORT-PERIODO           TO AS-AMORTIZACAO
           SUBTRACT WS-AMORT-PERIODO FROM WS-SALDO-CORRENTE
           MOVE WS-SALDO-CORRENTE          TO AS-SALDO-FINAL

           ADD 1 TO WS-SCH-COUNT
           SET WS-SCH-IDX TO WS-SCH-COUNT
           MOVE AMORT-SCHEDULE-RECORD TO WS-SCH-LINHA(WS-SCH-IDX)
           MOVE AS-LOAN-ID            TO WS-SCH-LOAN(WS-SCH-IDX)
           MOVE AS-PERIODO            TO WS-SCH-PERIODO(WS-SCH-IDX)
           MOVE 'N'                   TO WS-SCH-BAIXA(WS-SCH-IDX).

       2320-ADD-NEW-PERIOD-EXIT.
           EXIT.

      ******************************************************************
      * 2400-WRITE-NOTICE -- THE RATE CHANGE LOANSTMT PRINTS FOR THE
      * BORROWER, HELD FOR 3000-FINALIZE
      ******************************************************************
       2400-WRITE-NOTICE.

           MOVE SPACES                   TO RATE-NOTICE-RECORD
           MOVE WS-LIX-LOAN-ID(WS-LIX-IDX) TO RN-LOAN-ID
           MOVE WS-DATA-HOJE             TO RN-DATA
           MOVE WS-PERIODO-ALVO          TO RN-PERIODO-EFETIVO
           MOVE WS-MES-ALVO              TO RN-MES-VENCIMENTO
           MOVE WS-LIX-INDICE(WS-LIX-IDX) TO RN-INDICE
           MOVE WS-TAXA-INDICE           TO RN-TAXA-INDICE
           MOVE WS-LIX-SPREAD(WS-LIX-IDX) TO RN-SPREAD
           MOVE WS-LIX-TAXA-VIGENTE(WS-LIX-IDX) TO RN-TAXA-ANTERIOR
           MOVE WS-TAXA-NOVA             TO RN-TAXA-NOVA
           MOVE WS-PARCELA-ANTERIOR      TO RN-PARCELA-ANTERIOR
           MOVE WS-PARCELA               TO RN-PARCELA-NOVA

           ADD 1 TO WS-NTC-COUNT
           SET WS-NTC-IDX TO WS-NTC-COUNT
           MOVE RATE-NOTICE-RECORD TO WS-NTC-REGISTRO(WS-NTC-IDX).

       2400-WRITE-NOTICE-EXIT.
           EXIT.

      ******************************************************************
      * 2500-PRINT-RESET
      ******************************************************************
       2500-PRINT-RESET.

           MOVE WS-LIX-LOAN-ID(WS-LIX-IDX)      TO WS-RD-LOAN-ID
           MOVE WS-PERIODO-ALVO                 TO WS-RD-PERIODO
           MOVE WS-LIX-INDICE(WS-LIX-IDX)       TO WS-RD-INDICE
           MOVE WS-TAXA-INDICE                  TO WS-RD-TAXA-INDICE
           MOVE WS-LIX-SPREAD(WS-LIX-IDX)       TO WS-RD-SPREAD
           MOVE WS-LIX-TAXA-VIGENTE(WS-LIX-IDX) TO WS-RD-TAXA-ANTERIOR
           MOVE WS-TAXA-NOVA                    TO WS-RD-TAXA-NOVA
           MOVE WS-PARCELA-ANTERIOR             TO WS-RD-PARC-ANTERIOR
           MOVE WS-PARCELA                      TO WS-RD-PARC-NOVA
           MOVE WS-RPT-DETALHE TO RESET-REPORT-LINE
           MOVE WS-OCORRENCIA  TO RESET-REPORT-LINE(67:14)
           WRITE RESET-REPORT-LINE.

       2500-PRINT-RESET-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZE -- THE NEW SCHEDULE VERSION (ONLY WHEN SOME
      * LOAN WAS REPRICED), THE UPDATED LOANIDX AND THE TOTALS. AN
      * ABORTED RUN LEAVES BOTH FILES AS THEY WERE
      ******************************************************************
       3000-FINALIZE.

           IF WS-EXECUCAO-ABORTADA
               CLOSE RESET-REPORT-FILE
               GO TO 3000-FINALIZE-EXIT
           END-IF

           IF WS-QTDE-REAJUSTADOS > ZEROS
               OPEN OUTPUT AMORT-SCHEDULE-FILE
               PERFORM 3100-WRITE-SCHEDULE-LINE
                   THRU 3100-WRITE-SCHEDULE-LINE-EXIT
                   VARYING WS-SCH-SUB FROM 1 BY 1
                   UNTIL WS-SCH-SUB > WS-SCH-COUNT
               CLOSE AMORT-SCHEDULE-FILE
           END-IF

           IF WS-NTC-COUNT > ZEROS
               OPEN EXTEND RATE-NOTICE-FILE
               IF WS-RN-STATUS NOT = '00'
                   OPEN OUTPUT RATE-NOTICE-FILE
               END-IF
               PERFORM 3300-WRITE-NOTICE
                   THRU 3300-WRITE-NOTICE-EXIT
                   VARYING WS-NTC-SUB FROM 1 BY 1
                   UNTIL WS-NTC-SUB > WS-NTC-COUNT
               CLOSE RATE-NOTICE-FILE
           END-IF

           OPEN OUTPUT LOAN-INDEX-FILE
           PERFORM 3200-WRITE-LOAN-INDEX
               THRU 3200-WRITE-LOAN-INDEX-EXIT
               VARYING WS-LIX-SUB FROM 1 BY 1
               UNTIL WS-LIX-SUB > WS-LIX-COUNT
           CLOSE LOAN-INDEX-FILE

           MOVE SPACES TO RESET-REPORT-LINE
           WRITE RESET-REPORT-LINE

           MOVE 'CONTRATOS REAJUSTADOS'    TO WS-RT-ROTULO
           MOVE WS-QTDE-REAJUSTADOS        TO WS-RT-VALOR
           WRITE RESET-REPORT-LINE FROM WS-RPT-TOTAL-LINHA
           MOVE 'CONTRATOS COM TAXA MANTIDA' TO WS-RT-ROTULO
           MOVE WS-QTDE-MANTIDOS           TO WS-RT-VALOR
           WRITE RESET-REPORT-LINE FROM WS-RPT-TOTAL-LINHA
           MOVE 'EXCECOES'                 TO WS-RT-ROTULO
           MOVE WS-QTDE-EXCECOES           TO WS-RT-VALOR
           WRITE RESET-REPORT-LINE FROM WS-RPT-TOTAL-LINHA

           CLOSE RESET-REPORT-FILE

           DISPLAY 'CONTRATOS REAJUSTADOS:    ' WS-QTDE-REAJUSTADOS
           DISPLAY 'CONTRATOS TAXA MANTIDA:   ' WS-QTDE-MANTIDOS
           DISPLAY 'EXCECOES:                 ' WS-QTDE-EXCECOES

           MOVE 'LOANRSET'          TO CT-PROGRAM-ID
           MOVE 'REAJUSTADOS'       TO CT-TOTAL-1-LABEL
           MOVE WS-QTDE-REAJUSTADOS TO CT-TOTAL-1-VALOR
           MOVE 'TAXA MANTIDA'      TO CT-TOTAL-2-LABEL
           MOVE WS-QTDE-MANTIDOS    TO CT-TOTAL-2-VALOR
           MOVE 'EXCECOES'          TO CT-TOTAL-3-LABEL
           MOVE WS-QTDE-EXCECOES    TO CT-TOTAL-3-VALOR
           CALL 'CTLTOT' USING CTLTOT-PARMS

      *    SET AFTER THE CALL, WHICH RESETS THE RETURN-CODE REGISTER
           IF WS-QTDE-EXCECOES > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

       3000-FINALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 3100-WRITE-SCHEDULE-LINE -- EVERY LINE EXCEPT THE DROPPED ONES
      ******************************************************************
       3100-WRITE-SCHEDULE-LINE.

           SET WS-SCH-IDX TO WS-SCH-SUB

           IF WS-SCH-BAIXADA(WS-SCH-IDX)
               GO TO 3100-WRITE-SCHEDULE-LINE-EXIT
           END-IF

           WRITE AMORT-SCHEDULE-RECORD
               FROM WS-SCH-LINHA(WS-SCH-IDX).

       3100-WRITE-SCHEDULE-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 3200-WRITE-LOAN-INDEX
      ******************************************************************
       3200-WRITE-LOAN-INDEX.

           SET WS-LIX-IDX TO WS-LIX-SUB
           MOVE WS-LIX-ENTRY(WS-LIX-IDX) TO LOAN-INDEX-RECORD
           WRITE LOAN-INDEX-RECORD.

       3200-WRITE-LOAN-INDEX-EXIT.
           EXIT.

      ******************************************************************
      * 3300-WRITE-NOTICE
      ******************************************************************
       3300-WRITE-NOTICE.

           SET WS-NTC-IDX TO WS-NTC-SUB
           MOVE WS-NTC-REGISTRO(WS-NTC-IDX) TO RATE-NOTICE-RECORD
           WRITE RATE-NOTICE-RECORD.

       3300-WRITE-NOTICE-EXIT.
           EXIT.

      ******************************************************************
      * 8000-READ-SCHEDULE
      ******************************************************************
       8000-READ-SCHEDULE.

           READ AMORT-SCHEDULE-FILE
               AT END
                   MOVE 'Y' TO WS-AS-EOF-SWITCH
           END-READ.

       8000-READ-SCHEDULE-EXIT.
           EXIT.

      ******************************************************************
      * 8100-READ-INDEX-RATE
      ******************************************************************
       8100-READ-INDEX-RATE.

           READ INDEX-RATE-FILE
               AT END
                   MOVE 'Y' TO WS-IX-EOF-SWITCH
           END-READ.

       8100-READ-INDEX-RATE-EXIT.
           EXIT.

      ******************************************************************
      * 8200-READ-LOAN-INDEX
      ******************************************************************
       8200-READ-LOAN-INDEX.

           READ LOAN-INDEX-FILE
               AT END
                   MOVE 'Y' TO WS-LX-EOF-SWITCH
           END-READ.

       8200-READ-LOAN-INDEX-EXIT.
           EXIT.
