      ******************************************************************
      * Author: M. TAVARES
      * Date: 15-10-26
      * Purpose: PAYROLL BUDGET VERSUS ACTUAL BY COST CENTER -- FINANCE
      * SENDS AN APPROVED MONTHLY PAYROLL BUDGET PER EMP-CENTRO-CUSTO
      * (THE ORCAMENT FILE, ONE LINE PER COMPETENCIA PER CENTER), AND
      * NOTHING SET IT AGAINST WHAT WE ACTUALLY PAID. THIS STEP RUNS
      * AFTER SALIQUID IN THE PAYRNITE CHAIN: IT LOADS THE YEAR'S
      * BUDGET UP TO THE CURRENT COMPETENCIA AND THE MATCHING CCREAL
      * ACTUALS SALIQUID KEEPS PER COST CENTER, AND PRINTS FOR EACH
      * CENTER THE BUDGETED AND ACTUAL HEADCOUNT, GROSS PAY, FGTS,
      * INSS PATRONAL, OVERTIME AND BENEFIT COST FOR THE MONTH AND
      * YEAR-TO-DATE, WITH THE VARIANCE PERCENT. ANY LINE OVER BUDGET
      * BY MORE THAN THE TOLERANCE (OR SPENT WITH NO BUDGET AT ALL)
      * IS FLAGGED, THE CENTER IS COUNTED, AND THE STEP ENDS WITH
      * RETURN-CODE 4 SO OPERATIONS SEES IT. THE YEAR-TO-DATE
      * HEADCOUNT IS THE AVERAGE OVER THE MONTHS ELAPSED.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History
      * 15-10-26 MRT  ORIGINAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORCAMVAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO "ORCAMENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORC-STATUS.

           SELECT CC-ACTUALS-FILE ASSIGN TO "CCREAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CHAVE
               FILE STATUS IS WS-CRL-STATUS.

           SELECT VARIANCE-REPORT ASSIGN TO "ORCAMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      * BUDGET-FILE -- FINANCE'S APPROVED PAYROLL BUDGET, ONE LINE PER
      * COMPETENCIA (YYYYMM) PER COST CENTER
      *-----------------------------------------------------------------
       FD  BUDGET-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  BUDGET-RECORD.
           05  OR-PERIODO          PIC 9(06).
           05  OR-CENTRO           PIC X(04).
           05  OR-QTDE             PIC 9(05).
           05  OR-BRUTO            PIC 9(09)V99.
           05  OR-FGTS             PIC 9(09)V99.
           05  OR-INSS-PAT         PIC 9(09)V99.
           05  OR-HORA-EXTRA       PIC 9(09)V99.
           05  OR-BENEFICIOS       PIC 9(09)V99.

       FD  CC-ACTUALS-FILE.
           COPY CCREAL.

       FD  VARIANCE-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  VARIANCE-LINE           PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-ORC-STATUS           PIC X(02) VALUE SPACES.
       77  WS-CRL-STATUS           PIC X(02) VALUE SPACES.
       77  WS-RPT-STATUS           PIC X(02) VALUE SPACES.

       77  WS-ORC-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88  WS-ORC-END-OF-FILE            VALUE 'Y'.
       77  WS-CRL-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88  WS-CRL-END-OF-FILE            VALUE 'Y'.

      *-----------------------------------------------------------------
      * COMPETENCIA BEING REPORTED -- THE SAME RUN-DATE PERIOD SALIQUID
      * JUST PAID
      *-----------------------------------------------------------------
       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WS-COMPETENCIA          PIC 9(06) VALUE ZEROS.
       77  WS-INICIO-ANO           PIC 9(06) VALUE ZEROS.
       77  WS-MES-FOLHA            PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      * A LINE MORE THAN THIS PERCENT OVER ITS BUDGET IS FLAGGED
      *-----------------------------------------------------------------
       77  WS-PCT-TOLERANCIA       PIC 9(02)V99 VALUE 5.00.

      *-----------------------------------------------------------------
      * ONE SLOT PER COST CENTER, PLUS THE LAST SLOT FOR THE COMPANY
      * TOTAL. EACH SLOT HOLDS SIX ITEMS -- HEADCOUNT, GROSS, FGTS,
      * INSS PATRONAL, OVERTIME, BENEFITS -- WITH THE BUDGETED AND
      * ACTUAL FIGURE FOR THE MONTH AND FOR THE YEAR TO DATE
      *-----------------------------------------------------------------
       01  WS-ORC-TABLE.
           05  WS-ORC-ENTRY OCCURS 21 TIMES
                            INDEXED BY WS-ORC-IDX.
               10  WS-ORC-CENTRO       PIC X(04).
               10  WS-ORC-EXCEDEU      PIC X(01).
                   88  WS-ORC-ESTOUROU          VALUE 'S'.
               10  WS-ORC-ITEM OCCURS 6 TIMES.
                   15  WS-ORC-PREV-MES     PIC 9(09)V99.
                   15  WS-ORC-REAL-MES     PIC 9(09)V99.
                   15  WS-ORC-PREV-ACUM    PIC 9(09)V99.
                   15  WS-ORC-REAL-ACUM    PIC 9(09)V99.

       77  WS-ORC-COUNT            PIC 9(02) VALUE ZEROS.
       77  WS-ORC-SUB              PIC 9(02) VALUE ZEROS.
       77  WS-ORC-TOTAL-SUB        PIC 9(02) VALUE 21.
       77  WS-ORC-MAX-CENTROS      PIC 9(02) VALUE 20.
       77  WS-ORC-ACHOU            PIC X(01) VALUE 'N'.
           88  WS-ORC-ENCONTROU              VALUE 'S'.
       77  WS-CENTRO-BUSCADO       PIC X(04) VALUE SPACES.
       77  WS-ITM-SUB              PIC 9(01) VALUE ZEROS.
       77  WS-ITM-QTDE             PIC 9(01) VALUE 1.

       01  WS-ITEM-ROTULOS.
           05  FILLER              PIC X(10) VALUE 'QUADRO'.
           05  FILLER              PIC X(10) VALUE 'BRUTO'.
           05  FILLER              PIC X(10) VALUE 'FGTS'.
           05  FILLER              PIC X(10) VALUE 'INSS PATR.'.
           05  FILLER              PIC X(10) VALUE 'HORA EXTRA'.
           05  FILLER              PIC X(10) VALUE 'BENEFICIOS'.
       01  WS-ITEM-ROTULO-TAB REDEFINES WS-ITEM-ROTULOS.
           05  WS-ITEM-ROTULO      PIC X(10) OCCURS 6 TIMES.

      *-----------------------------------------------------------------
      * THE ITEMS OF THE RECORD JUST READ, IN TABLE ORDER, AND WHETHER
      * IT BELONGS TO THE MONTH (IT ALWAYS BELONGS TO THE YEAR)
      *-----------------------------------------------------------------
       01  WS-VALORES-LIDOS.
           05  WS-VALOR-LIDO       PIC 9(09)V99 OCCURS 6 TIMES.

       77  WS-MES-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-REGISTRO-DO-MES            VALUE 'S'.
       77  WS-TIPO-CARGA           PIC X(01) VALUE SPACES.
           88  WS-CARGA-ORCAMENTO            VALUE 'O'.
           88  WS-CARGA-REAL                 VALUE 'R'.

      *-----------------------------------------------------------------
      * VARIANCE WORK FIELDS
      *-----------------------------------------------------------------
       77  WS-VAR-PREVISTO         PIC 9(09)V99 VALUE ZEROS.
       77  WS-VAR-REALIZADO        PIC 9(09)V99 VALUE ZEROS.
       77  WS-VAR-PCT              PIC S9(05)V9 VALUE ZEROS.
       77  WS-VAR-ALERTA           PIC X(05) VALUE SPACES.
       77  WS-PCT-MES              PIC S9(05)V9 VALUE ZEROS.
       77  WS-PCT-ACUM             PIC S9(05)V9 VALUE ZEROS.
       77  WS-ALERTA-MES           PIC X(05) VALUE SPACES.
       77  WS-ALERTA-ACUM          PIC X(05) VALUE SPACES.
       77  WS-QUADRO-MEDIO-PREV    PIC 9(09)V99 VALUE ZEROS.
       77  WS-QUADRO-MEDIO-REAL    PIC 9(09)V99 VALUE ZEROS.

       77  WS-QTDE-ACIMA           PIC 9(03) VALUE ZEROS.
       77  WS-QTDE-ORCAMENTO       PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-REALIZADO       PIC 9(05) VALUE ZEROS.
       77  WS-PAGINA               PIC 9(04) VALUE ZEROS.

      *-----------------------------------------------------------------
      * ORCAMRPT PRINT LINES
      *-----------------------------------------------------------------
       01  WS-CENTRO-TITULO.
           05  FILLER              PIC X(16) VALUE 'CENTRO DE CUSTO '.
           05  WS-CT-CENTRO        PIC X(05).
           05  FILLER              PIC X(14) VALUE ' COMPETENCIA '.
           05  WS-CT-COMPETENCIA   PIC 9(06).
           05  FILLER              PIC X(14) VALUE '  TOLERANCIA '.
           05  WS-CT-TOLERANCIA    PIC Z9.99.
           05  FILLER              PIC X(01) VALUE '%'.
           05  FILLER              PIC X(19) VALUE SPACES.

       01  WS-COLUNAS.
           05  FILLER              PIC X(11) VALUE 'ITEM'.
           05  FILLER              PIC X(11) VALUE 'ORCADO MES'.
           05  FILLER              PIC X(11) VALUE '  REAL MES'.
           05  FILLER              PIC X(08) VALUE '  VAR %'.
           05  FILLER              PIC X(12) VALUE ' ORCADO ACUM'.
           05  FILLER              PIC X(12) VALUE '   REAL ACUM'.
           05  FILLER              PIC X(08) VALUE '  VAR %'.
           05  FILLER              PIC X(07) VALUE SPACES.

       01  WS-VAR-LINHA.
           05  WS-VL-ITEM          PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-VL-PREV-MES      PIC Z(06)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-VL-REAL-MES      PIC Z(06)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-VL-PCT-MES       PIC -ZZZ9.9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-VL-PREV-ACUM     PIC Z(07)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-VL-REAL-ACUM     PIC Z(07)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-VL-PCT-ACUM      PIC -ZZZ9.9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-VL-ALERTA        PIC X(05).
           05  FILLER              PIC X(02) VALUE SPACES.

       01  WS-QTDE-LINHA.
           05  WS-QL-ITEM          PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-QL-PREV-MES      PIC Z(09)9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-QL-REAL-MES      PIC Z(09)9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-QL-PCT-MES       PIC -ZZZ9.9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-QL-PREV-ACUM     PIC Z(10)9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-QL-REAL-ACUM     PIC Z(10)9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-QL-PCT-ACUM      PIC -ZZZ9.9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-QL-ALERTA        PIC X(05).
           05  FILLER              PIC X(02) VALUE SPACES.

       01  WS-BRANCO-LINHA         PIC X(80) VALUE SPACES.

       01  WS-RESUMO-LINHA.
           05  FILLER              PIC X(30) VALUE
               'CENTROS ACIMA DA TOLERANCIA: '.
           05  WS-RL-QTDE          PIC ZZ9.
           05  FILLER              PIC X(47) VALUE SPACES.

       COPY RPTHDRLNK.
       COPY CTLTOTLNK.
       COPY JOBLGLNK.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.

           MOVE 'ORCAMVAR' TO JL-PROGRAM-ID
           MOVE 'S'        TO JL-ACAO
           CALL 'JOBLOG' USING JOBLOG-PARMS

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT

           MOVE 'O' TO WS-TIPO-CARGA
           PERFORM 2000-LOAD-BUDGET
               THRU 2000-LOAD-BUDGET-EXIT
               UNTIL WS-ORC-END-OF-FILE

           MOVE 'R' TO WS-TIPO-CARGA
           PERFORM 2500-LOAD-ACTUALS
               THRU 2500-LOAD-ACTUALS-EXIT
               UNTIL WS-CRL-END-OF-FILE

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
      * 1000-INITIALIZE -- WORK OUT THE COMPETENCIA, CLEAR THE TABLE,
      * OPEN THE BUDGET AND POSITION THE ACTUALS AT JANUARY
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE(1:6) TO WS-COMPETENCIA
           MOVE WS-DATA-HOJE(5:2) TO WS-MES-FOLHA
           MOVE WS-DATA-HOJE(1:4) TO WS-INICIO-ANO(1:4)
           MOVE '01'              TO WS-INICIO-ANO(5:2)

           MOVE 'TOTAL' TO WS-ORC-CENTRO(WS-ORC-TOTAL-SUB)
           MOVE WS-ORC-TOTAL-SUB TO WS-ORC-SUB
           PERFORM 7100-CLEAR-SLOT
               THRU 7100-CLEAR-SLOT-EXIT

           OPEN INPUT BUDGET-FILE
           IF WS-ORC-STATUS NOT = '00'
               DISPLAY 'ERRO - SEM ARQUIVO ORCAMENT -- NADA A COMPARAR'
               MOVE 'Y' TO WS-ORC-EOF-SWITCH
           ELSE
               PERFORM 8000-READ-BUDGET
                   THRU 8000-READ-BUDGET-EXIT
           END-IF

           OPEN INPUT CC-ACTUALS-FILE
           IF WS-CRL-STATUS NOT = '00'
               DISPLAY 'ERRO - SEM ARQUIVO CCREAL -- NENHUM REALIZADO '
                   'A COMPARAR'
               MOVE 'Y' TO WS-CRL-EOF-SWITCH
           ELSE
               MOVE WS-INICIO-ANO TO CR-PERIODO
               MOVE LOW-VALUES    TO CR-CENTRO
               START CC-ACTUALS-FILE KEY IS NOT LESS THAN CR-CHAVE
                   INVALID KEY
                       MOVE 'Y' TO WS-CRL-EOF-SWITCH
               END-START
               IF NOT WS-CRL-END-OF-FILE
                   PERFORM 8100-READ-ACTUAL
                       THRU 8100-READ-ACTUAL-EXIT
               END-IF
           END-IF

           OPEN OUTPUT VARIANCE-REPORT.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-LOAD-BUDGET -- ONLY THIS YEAR'S LINES UP TO THE CURRENT
      * COMPETENCIA COUNT; A LATER MONTH'S BUDGET IS NOT YET DUE
      ******************************************************************
       2000-LOAD-BUDGET.

           IF OR-PERIODO < WS-INICIO-ANO
               OR OR-PERIODO > WS-COMPETENCIA
               GO TO 2000-LOAD-BUDGET-NEXT
           END-IF

           ADD 1 TO WS-QTDE-ORCAMENTO

           MOVE OR-CENTRO     TO WS-CENTRO-BUSCADO
           MOVE OR-QTDE       TO WS-VALOR-LIDO(1)
           MOVE OR-BRUTO      TO WS-VALOR-LIDO(2)
           MOVE OR-FGTS       TO WS-VALOR-LIDO(3)
           MOVE OR-INSS-PAT   TO WS-VALOR-LIDO(4)
           MOVE OR-HORA-EXTRA TO WS-VALOR-LIDO(5)
           MOVE OR-BENEFICIOS TO WS-VALOR-LIDO(6)

           IF OR-PERIODO = WS-COMPETENCIA
               MOVE 'S' TO WS-MES-SWITCH
           ELSE
               MOVE 'N' TO WS-MES-SWITCH
           END-IF

           PERFORM 7000-FIND-OR-ADD-CENTER
               THRU 7000-FIND-OR-ADD-CENTER-EXIT

           IF WS-ORC-SUB > ZEROS
               PERFORM 7200-ADD-ONE-ITEM
                   THRU 7200-ADD-ONE-ITEM-EXIT
                   VARYING WS-ITM-SUB FROM 1 BY 1
                   UNTIL WS-ITM-SUB > 6
           END-IF

           MOVE WS-ORC-TOTAL-SUB TO WS-ORC-SUB
           PERFORM 7200-ADD-ONE-ITEM
               THRU 7200-ADD-ONE-ITEM-EXIT
               VARYING WS-ITM-SUB FROM 1 BY 1
               UNTIL WS-ITM-SUB > 6.

       2000-LOAD-BUDGET-NEXT.

           PERFORM 8000-READ-BUDGET
               THRU 8000-READ-BUDGET-EXIT.

       2000-LOAD-BUDGET-EXIT.
           EXIT.

      ******************************************************************
      * 2500-LOAD-ACTUALS -- CCREAL IS IN PERIOD ORDER FROM JANUARY, SO
      * THE FIRST RECORD PAST THE COMPETENCIA ENDS THE LOAD
      ******************************************************************
       2500-LOAD-ACTUALS.

           IF CR-PERIODO > WS-COMPETENCIA
               MOVE 'Y' TO WS-CRL-EOF-SWITCH
               GO TO 2500-LOAD-ACTUALS-EXIT
           END-IF

           ADD 1 TO WS-QTDE-REALIZADO

           MOVE CR-CENTRO     TO WS-CENTRO-BUSCADO
           MOVE CR-QTDE       TO WS-VALOR-LIDO(1)
           MOVE CR-BRUTO      TO WS-VALOR-LIDO(2)
           MOVE CR-FGTS       TO WS-VALOR-LIDO(3)
           MOVE CR-INSS-PAT   TO WS-VALOR-LIDO(4)
           MOVE CR-HORA-EXTRA TO WS-VALOR-LIDO(5)
           MOVE CR-BENEFICIOS TO WS-VALOR-LIDO(6)

           IF CR-PERIODO = WS-COMPETENCIA
               MOVE 'S' TO WS-MES-SWITCH
           ELSE
               MOVE 'N' TO WS-MES-SWITCH
           END-IF

           PERFORM 7000-FIND-OR-ADD-CENTER
               THRU 7000-FIND-OR-ADD-CENTER-EXIT

           IF WS-ORC-SUB > ZEROS
               PERFORM 7200-ADD-ONE-ITEM
                   THRU 7200-ADD-ONE-ITEM-EXIT
                   VARYING WS-ITM-SUB FROM 1 BY 1
                   UNTIL WS-ITM-SUB > 6
           END-IF

           MOVE WS-ORC-TOTAL-SUB TO WS-ORC-SUB
           PERFORM 7200-ADD-ONE-ITEM
               THRU 7200-ADD-ONE-ITEM-EXIT
               VARYING WS-ITM-SUB FROM 1 BY 1
               UNTIL WS-ITM-SUB > 6

           PERFORM 8100-READ-ACTUAL
               THRU 8100-READ-ACTUAL-EXIT.

       2500-LOAD-ACTUALS-EXIT.
           EXIT.

      ******************************************************************
      * 3000-WRITE-REPORT -- ONE PAGE PER COST CENTER, THEN THE
      * COMPANY TOTAL ON THE LAST PAGE
      ******************************************************************
       3000-WRITE-REPORT.

           PERFORM 3100-WRITE-ONE-CENTER
               THRU 3100-WRITE-ONE-CENTER-EXIT
               VARYING WS-ORC-SUB FROM 1 BY 1
               UNTIL WS-ORC-SUB > WS-ORC-COUNT

           MOVE WS-ORC-TOTAL-SUB TO WS-ORC-SUB
           PERFORM 3100-WRITE-ONE-CENTER
               THRU 3100-WRITE-ONE-CENTER-EXIT

           MOVE WS-QTDE-ACIMA TO WS-RL-QTDE
           WRITE VARIANCE-LINE FROM WS-BRANCO-LINHA
           WRITE VARIANCE-LINE FROM WS-RESUMO-LINHA.

       3000-WRITE-REPORT-EXIT.
           EXIT.

      ******************************************************************
      * 3100-WRITE-ONE-CENTER -- PAGE HEADER, ONE LINE PER ITEM; A
      * CENTER WITH ANY FLAGGED LINE COUNTS AS OVER BUDGET (THE
      * COMPANY TOTAL IS PRINTED BUT NOT COUNTED)
      ******************************************************************
       3100-WRITE-ONE-CENTER.

           ADD 1 TO WS-PAGINA
           MOVE 'ORCAMVAR' TO RH-PROGRAM-ID
           MOVE WS-PAGINA  TO RH-PAGE-NUM
           CALL 'RPTHDR' USING RPTHDR-PARMS
           WRITE VARIANCE-LINE FROM RH-HEADER-LINE

           MOVE WS-ORC-CENTRO(WS-ORC-SUB) TO WS-CT-CENTRO
           MOVE WS-COMPETENCIA            TO WS-CT-COMPETENCIA
           MOVE WS-PCT-TOLERANCIA         TO WS-CT-TOLERANCIA
           WRITE VARIANCE-LINE FROM WS-CENTRO-TITULO
           WRITE VARIANCE-LINE FROM WS-COLUNAS

           MOVE 'N' TO WS-ORC-EXCEDEU(WS-ORC-SUB)

           PERFORM 3200-WRITE-ONE-ITEM
               THRU 3200-WRITE-ONE-ITEM-EXIT
               VARYING WS-ITM-SUB FROM 1 BY 1
               UNTIL WS-ITM-SUB > 6

           IF WS-ORC-ESTOUROU(WS-ORC-SUB)
               AND WS-ORC-SUB NOT = WS-ORC-TOTAL-SUB
               ADD 1 TO WS-QTDE-ACIMA
               DISPLAY 'ATENCAO - CENTRO ' WS-ORC-CENTRO(WS-ORC-SUB)
                   ' ACIMA DO ORCAMENTO NA COMPETENCIA '
                   WS-COMPETENCIA
           END-IF.

       3100-WRITE-ONE-CENTER-EXIT.
           EXIT.

      ******************************************************************
      * 3200-WRITE-ONE-ITEM -- MONTH AND YEAR-TO-DATE VARIANCE FOR ONE
      * ITEM. HEADCOUNT PRINTS WHOLE AND ITS YEAR-TO-DATE COLUMNS ARE
      * THE AVERAGE HEADCOUNT OVER THE MONTHS ELAPSED
      ******************************************************************
       3200-WRITE-ONE-ITEM.

           MOVE WS-ORC-PREV-MES(WS-ORC-SUB, WS-ITM-SUB)
               TO WS-VAR-PREVISTO
           MOVE WS-ORC-REAL-MES(WS-ORC-SUB, WS-ITM-SUB)
               TO WS-VAR-REALIZADO
           PERFORM 3300-COMPUTE-VARIANCE
               THRU 3300-COMPUTE-VARIANCE-EXIT
           MOVE WS-VAR-PCT    TO WS-PCT-MES
           MOVE WS-VAR-ALERTA TO WS-ALERTA-MES

           IF WS-ITM-SUB = WS-ITM-QTDE
               COMPUTE WS-QUADRO-MEDIO-PREV ROUNDED =
                   WS-ORC-PREV-ACUM(WS-ORC-SUB, WS-ITM-SUB)
                   / WS-MES-FOLHA
               COMPUTE WS-QUADRO-MEDIO-REAL ROUNDED =
                   WS-ORC-REAL-ACUM(WS-ORC-SUB, WS-ITM-SUB)
                   / WS-MES-FOLHA
               MOVE WS-QUADRO-MEDIO-PREV TO WS-VAR-PREVISTO
               MOVE WS-QUADRO-MEDIO-REAL TO WS-VAR-REALIZADO
           ELSE
               MOVE WS-ORC-PREV-ACUM(WS-ORC-SUB, WS-ITM-SUB)
                   TO WS-VAR-PREVISTO
               MOVE WS-ORC-REAL-ACUM(WS-ORC-SUB, WS-ITM-SUB)
                   TO WS-VAR-REALIZADO
           END-IF
           PERFORM 3300-COMPUTE-VARIANCE
               THRU 3300-COMPUTE-VARIANCE-EXIT
           MOVE WS-VAR-PCT    TO WS-PCT-ACUM
           MOVE WS-VAR-ALERTA TO WS-ALERTA-ACUM

           IF WS-ALERTA-MES NOT = SPACES
               OR WS-ALERTA-ACUM NOT = SPACES
               MOVE 'S' TO WS-ORC-EXCEDEU(WS-ORC-SUB)
           END-IF

           IF WS-ITM-SUB = WS-ITM-QTDE
               MOVE WS-ITEM-ROTULO(WS-ITM-SUB) TO WS-QL-ITEM
               MOVE WS-ORC-PREV-MES(WS-ORC-SUB, WS-ITM-SUB)
                   TO WS-QL-PREV-MES
               MOVE WS-ORC-REAL-MES(WS-ORC-SUB, WS-ITM-SUB)
                   TO WS-QL-REAL-MES
               MOVE WS-PCT-MES           TO WS-QL-PCT-MES
               MOVE WS-QUADRO-MEDIO-PREV TO WS-QL-PREV-ACUM
               MOVE WS-QUADRO-MEDIO-REAL TO WS-QL-REAL-ACUM
               MOVE WS-PCT-ACUM          TO WS-QL-PCT-ACUM
               MOVE WS-ALERTA-MES        TO WS-QL-ALERTA
               IF WS-ALERTA-MES = SPACES
                   MOVE WS-ALERTA-ACUM   TO WS-QL-ALERTA
               END-IF
               WRITE VARIANCE-LINE FROM WS-QTDE-LINHA
               GO TO 3200-WRITE-ONE-ITEM-EXIT
           END-IF

           MOVE WS-ITEM-ROTULO(WS-ITM-SUB) TO WS-VL-ITEM
           MOVE WS-ORC-PREV-MES(WS-ORC-SUB, WS-ITM-SUB)
               TO WS-VL-PREV-MES
           MOVE WS-ORC-REAL-MES(WS-ORC-SUB, WS-ITM-SUB)
               TO WS-VL-REAL-MES
           MOVE WS-PCT-MES  TO WS-VL-PCT-MES
           MOVE WS-ORC-PREV-ACUM(WS-ORC-SUB, WS-ITM-SUB)
               TO WS-VL-PREV-ACUM
           MOVE WS-ORC-REAL-ACUM(WS-ORC-SUB, WS-ITM-SUB)
               TO WS-VL-REAL-ACUM
           MOVE WS-PCT-ACUM TO WS-VL-PCT-ACUM
           MOVE WS-ALERTA-MES TO WS-VL-ALERTA
           IF WS-ALERTA-MES = SPACES
               MOVE WS-ALERTA-ACUM TO WS-VL-ALERTA
           END-IF
           WRITE VARIANCE-LINE FROM WS-VAR-LINHA.

       3200-WRITE-ONE-ITEM-EXIT.
           EXIT.

      ******************************************************************
      * 3300-COMPUTE-VARIANCE -- PERCENT OVER (+) OR UNDER (-) BUDGET.
      * OVER BY MORE THAN THE TOLERANCE FLAGS 'ACIMA'; MONEY SPENT
      * WITH NO BUDGET AT ALL FLAGS 'S/ORC'
      ******************************************************************
       3300-COMPUTE-VARIANCE.

           MOVE ZEROS  TO WS-VAR-PCT
           MOVE SPACES TO WS-VAR-ALERTA

           IF WS-VAR-PREVISTO = ZEROS
               IF WS-VAR-REALIZADO > ZEROS
                   MOVE 'S/ORC' TO WS-VAR-ALERTA
               END-IF
               GO TO 3300-COMPUTE-VARIANCE-EXIT
           END-IF

           COMPUTE WS-VAR-PCT ROUNDED =
               (WS-VAR-REALIZADO - WS-VAR-PREVISTO) * 100
               / WS-VAR-PREVISTO
               ON SIZE ERROR
                   MOVE 9999.9 TO WS-VAR-PCT
           END-COMPUTE

           IF WS-VAR-PCT > 9999.9
               MOVE 9999.9 TO WS-VAR-PCT
           END-IF

           IF WS-VAR-PCT > WS-PCT-TOLERANCIA
               MOVE 'ACIMA' TO WS-VAR-ALERTA
           END-IF.

       3300-COMPUTE-VARIANCE-EXIT.
           EXIT.

      ******************************************************************
      * 4000-FINALIZE -- CONTROL TOTALS, RETURN CODE, CLOSE FILES. NO
      * BUDGET OR NO ACTUALS IS RC 8; A CENTER OVER BUDGET IS RC 4
      ******************************************************************
       4000-FINALIZE.

           DISPLAY 'ORCAMENTO X REALIZADO -- COMPETENCIA '
               WS-COMPETENCIA
           DISPLAY 'LINHAS DE ORCAMENTO LIDAS: ' WS-QTDE-ORCAMENTO
           DISPLAY 'LINHAS DE REALIZADO LIDAS: ' WS-QTDE-REALIZADO
           DISPLAY 'CENTROS ACIMA DA TOLERANCIA: ' WS-QTDE-ACIMA

           MOVE 'ORCAMVAR'          TO CT-PROGRAM-ID
           MOVE 'ORCADO BRUTO'      TO CT-TOTAL-1-LABEL
           MOVE WS-ORC-PREV-MES(WS-ORC-TOTAL-SUB, 2)
               TO CT-TOTAL-1-VALOR
           MOVE 'REAL BRUTO'        TO CT-TOTAL-2-LABEL
           MOVE WS-ORC-REAL-MES(WS-ORC-TOTAL-SUB, 2)
               TO CT-TOTAL-2-VALOR
           MOVE 'CENTROS ACIMA'     TO CT-TOTAL-3-LABEL
           MOVE WS-QTDE-ACIMA       TO CT-TOTAL-3-VALOR
           CALL 'CTLTOT' USING CTLTOT-PARMS

           IF WS-ORC-STATUS = '00' OR WS-ORC-STATUS = '10'
               CLOSE BUDGET-FILE
           END-IF
           IF WS-CRL-STATUS = '00' OR WS-CRL-STATUS = '10'
               OR WS-CRL-STATUS = '23'
               CLOSE CC-ACTUALS-FILE
           END-IF
           CLOSE VARIANCE-REPORT

           IF WS-QTDE-ORCAMENTO = ZEROS OR WS-QTDE-REALIZADO = ZEROS
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-QTDE-ACIMA > ZEROS
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

       4000-FINALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 7000-FIND-OR-ADD-CENTER -- POINT WS-ORC-SUB AT THE CENTER'S
      * SLOT, OPENING ONE THE FIRST TIME IT IS SEEN. ZERO WHEN THE
      * TABLE IS FULL (THE FIGURES STILL REACH THE COMPANY TOTAL)
      ******************************************************************
       7000-FIND-OR-ADD-CENTER.

           MOVE ZEROS TO WS-ORC-SUB
           MOVE 'N'   TO WS-ORC-ACHOU
           IF WS-ORC-COUNT > ZEROS
               SET WS-ORC-IDX TO 1
               SEARCH WS-ORC-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ORC-IDX > WS-ORC-COUNT
                       CONTINUE
                   WHEN WS-ORC-CENTRO(WS-ORC-IDX) = WS-CENTRO-BUSCADO
                       MOVE 'S' TO WS-ORC-ACHOU
                       SET WS-ORC-SUB TO WS-ORC-IDX
               END-SEARCH
           END-IF

           IF WS-ORC-ENCONTROU
               GO TO 7000-FIND-OR-ADD-CENTER-EXIT
           END-IF

           IF WS-ORC-COUNT < WS-ORC-MAX-CENTROS
               ADD 1 TO WS-ORC-COUNT
               MOVE WS-ORC-COUNT      TO WS-ORC-SUB
               MOVE WS-CENTRO-BUSCADO TO WS-ORC-CENTRO(WS-ORC-SUB)
               PERFORM 7100-CLEAR-SLOT
                   THRU 7100-CLEAR-SLOT-EXIT
           ELSE
               DISPLAY 'TABELA DE CENTROS DE CUSTO CHEIA -- '
                   WS-CENTRO-BUSCADO ' SO ENTRA NO TOTAL'
           END-IF.

       7000-FIND-OR-ADD-CENTER-EXIT.
           EXIT.

      ******************************************************************
      * 7100-CLEAR-SLOT
      ******************************************************************
       7100-CLEAR-SLOT.

           MOVE 'N' TO WS-ORC-EXCEDEU(WS-ORC-SUB)
           PERFORM 7110-CLEAR-ONE-ITEM
               THRU 7110-CLEAR-ONE-ITEM-EXIT
               VARYING WS-ITM-SUB FROM 1 BY 1
               UNTIL WS-ITM-SUB > 6.

       7100-CLEAR-SLOT-EXIT.
           EXIT.

      ******************************************************************
      * 7110-CLEAR-ONE-ITEM
      ******************************************************************
       7110-CLEAR-ONE-ITEM.

           MOVE ZEROS TO WS-ORC-PREV-MES(WS-ORC-SUB, WS-ITM-SUB)
                         WS-ORC-REAL-MES(WS-ORC-SUB, WS-ITM-SUB)
                         WS-ORC-PREV-ACUM(WS-ORC-SUB, WS-ITM-SUB)
                         WS-ORC-REAL-ACUM(WS-ORC-SUB, WS-ITM-SUB).

       7110-CLEAR-ONE-ITEM-EXIT.
           EXIT.

      ******************************************************************
      * 7200-ADD-ONE-ITEM -- THE ITEM JUST READ INTO THE YEAR-TO-DATE
      * COLUMN, AND THE MONTH COLUMN WHEN IT IS THE COMPETENCIA'S
      ******************************************************************
       7200-ADD-ONE-ITEM.

           IF WS-CARGA-ORCAMENTO
               ADD WS-VALOR-LIDO(WS-ITM-SUB)
                   TO WS-ORC-PREV-ACUM(WS-ORC-SUB, WS-ITM-SUB)
               IF WS-REGISTRO-DO-MES
                   ADD WS-VALOR-LIDO(WS-ITM-SUB)
                       TO WS-ORC-PREV-MES(WS-ORC-SUB, WS-ITM-SUB)
               END-IF
           ELSE
               ADD WS-VALOR-LIDO(WS-ITM-SUB)
                   TO WS-ORC-REAL-ACUM(WS-ORC-SUB, WS-ITM-SUB)
               IF WS-REGISTRO-DO-MES
                   ADD WS-VALOR-LIDO(WS-ITM-SUB)
                       TO WS-ORC-REAL-MES(WS-ORC-SUB, WS-ITM-SUB)
               END-IF
           END-IF.

       7200-ADD-ONE-ITEM-EXIT.
           EXIT.

      ******************************************************************
      * 8000-READ-BUDGET
      ******************************************************************
       8000-READ-BUDGET.

           READ BUDGET-FILE
               AT END
                   MOVE 'Y' TO WS-ORC-EOF-SWITCH
           END-READ.

       8000-READ-BUDGET-EXIT.
           EXIT.

      ******************************************************************
      * 8100-READ-ACTUAL
      ******************************************************************
       8100-READ-ACTUAL.

           READ CC-ACTUALS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CRL-EOF-SWITCH
           END-READ.

       8100-READ-ACTUAL-EXIT.
           EXIT.
