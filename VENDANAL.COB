      ******************************************************************
      * Author: M. TAVARES
      * Date: 15-10-26
      * Purpose: MONTHLY SALES ANALYSIS. FOR ONE MONTH (PARM
      * PERIODO=YYYYMM; DEFAULT THE MONTH BEFORE THE RUN DATE) ADDS UP
      * THE COMMEXT BILLED-LINE EXTRACT SALESINV WRITES (POST-DISCOUNT
      * SALES, DISCOUNT GIVEN, INVOICES) AND THE CREDNOTA CREDIT NOTES
      * (RETURNS) BY PRODUCT GROUP, BY SALESPERSON AND BY CUSTOMER,
      * AND PRINTS THE VENDARPT REPORT: EVERY GROUP, EVERY SALESPERSON
      * AND THE TOP CUSTOMERS BY NET SALES, EACH WITH THE SAME MONTH
      * LAST YEAR AND THE YEAR-TO-DATE AGAINST LAST YEAR'S.
      * THE COMPARISONS COME FROM VENDHIST, A SMALL SUMMARY FILE (ONE
      * RECORD PER MONTH, VIEW AND KEY) THIS RUN MAINTAINS ITSELF: THE
      * MONTH'S RECORDS REPLACE ANY EARLIER RUN OF THE SAME MONTH.
      * VENDHIST IS NOT ONE OF HOUSKEEP'S ROTATED REGISTERS AND MUST
      * NOT BE ADDED TO RETRULES -- IT IS THE ONLY LONG-TERM COPY OF
      * THE SALES FIGURES ONCE COMMEXT AND CREDNOTA ARE CLEARED. A
      * MONTH WITH NOTHING LEFT ON COMMEXT AND CREDNOTA IS REPRINTED
      * FROM VENDHIST AND ITS HISTORY LEFT AS IT WAS. RUNS BEFORE
      * COMMCALC, WHICH CONSUMES CREDNOTA.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History
      * 15-10-26 MRT  ORIGINAL VERSION.
      * 15-10-26 MRT  COMMEXT AND CREDNOTA ARE CHECKED AGAINST THEIR
      *               IFCTL HEADERS AND TRAILERS BEFORE THE MONTH IS
      *               ADDED UP; A FILE THAT DOES NOT BALANCE STOPS THE
      *               RUN WITH RETURN CODE 8. THE CONTROL RECORDS ARE
      *               SKIPPED ON READ.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDANAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMMISSION-EXTRACT-FILE ASSIGN TO "COMMEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CX-STATUS.

           SELECT CREDIT-NOTE-FILE ASSIGN TO "CREDNOTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CN-STATUS.

           SELECT SALES-HISTORY-FILE ASSIGN TO "VENDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VH-STATUS.

           SELECT HISTORY-WORK-FILE ASSIGN TO "VENDHWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WK-STATUS.

           SELECT ANALYSIS-REPORT-FILE ASSIGN TO "VENDARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMMISSION-EXTRACT-FILE
           RECORD CONTAINS 42 CHARACTERS.
           COPY COMMEXT.

      *-----------------------------------------------------------------
      * CREDIT-NOTE-FILE -- SALESINV'S RETURN DOCUMENTS; THE GROUP IS
      * THE FIRST TWO OF THE ITEM ID, SALESINV'S OWN DERIVATION
      *-----------------------------------------------------------------
       FD  CREDIT-NOTE-FILE
           RECORD CONTAINS 54 CHARACTERS.
       01  CREDIT-NOTE-RECORD.
           05  CN-NUMERO               PIC X(08).
           05  CN-DATA                 PIC 9(08).
           05  CN-CUSTOMER-ID          PIC X(06).
           05  CN-FATURA-ORIGINAL      PIC X(08).
           05  CN-ITEM-ID              PIC X(06).
           05  CN-VALOR                PIC 9(05)V99.
           05  CN-VENDEDOR-ID          PIC X(04).
           05  CN-VALOR-IMPOSTO        PIC 9(05)V99.

      *-----------------------------------------------------------------
      * SALES-HISTORY-FILE -- ONE RECORD PER MONTH, VIEW (GROUP,
      * SALESPERSON, CUSTOMER) AND KEY, KEPT FOR THE COMPARISONS
      *-----------------------------------------------------------------
       FD  SALES-HISTORY-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  SALES-HISTORY-RECORD.
           05  VH-PERIODO              PIC 9(06).
           05  VH-PERIODO-R REDEFINES VH-PERIODO.
               10  VH-ANO              PIC 9(04).
               10  VH-MES              PIC 9(02).
           05  VH-DIMENSAO             PIC X(01).
               88  VH-POR-GRUPO                  VALUE 'G'.
               88  VH-POR-VENDEDOR               VALUE 'V'.
               88  VH-POR-CLIENTE                VALUE 'C'.
           05  VH-CHAVE                PIC X(06).
           05  VH-VENDAS               PIC 9(09)V99.
           05  VH-DESCONTO             PIC 9(09)V99.
           05  VH-DEVOLUCOES           PIC 9(09)V99.
           05  VH-QTDE-NOTAS           PIC 9(05).
           05  FILLER                  PIC X(09).

      *-----------------------------------------------------------------
      * HISTORY-WORK-FILE -- SCRATCH COPY OF THE OTHER MONTHS WHILE
      * VENDHIST IS REWRITTEN
      *-----------------------------------------------------------------
       FD  HISTORY-WORK-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  HISTORY-WORK-RECORD         PIC X(60).

       FD  ANALYSIS-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ANALYSIS-REPORT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-CX-STATUS            PIC X(02) VALUE SPACES.
       77  WS-CN-STATUS            PIC X(02) VALUE SPACES.
       77  WS-VH-STATUS            PIC X(02) VALUE SPACES.
       77  WS-WK-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RPT-STATUS           PIC X(02) VALUE SPACES.

       77  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE               VALUE 'Y'.
       77  WS-CN-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-CN-END-OF-FILE            VALUE 'Y'.
       77  WS-VH-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-VH-END-OF-FILE            VALUE 'Y'.
       77  WS-WK-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-WK-END-OF-FILE            VALUE 'Y'.
       77  WS-MOVIMENTO-SWITCH     PIC X(01) VALUE 'N'.
           88  WS-COM-MOVIMENTO             VALUE 'S'.

      *-----------------------------------------------------------------
      * IFCTL CHECKING PASSES -- ANY FILE REFUSED STOPS THE RUN; THE
      * COUNT TELLS AN EMPTIED FILE FROM ONE WITH BATCHES
      *-----------------------------------------------------------------
       77  WS-IFC-RECUSA-SW        PIC X(01) VALUE 'N'.
           88  WS-IFC-RECUSOU                VALUE 'S'.
       77  WS-IFC-QTDE-LIDOS       PIC 9(07) VALUE ZEROS.

      *-----------------------------------------------------------------
      * RUN PERIOD -- PERIODO=YYYYMM ON THE COMMAND LINE, SCANNED THE
      * WAY WOCLOSE SCANS FOR OPER=; DEFAULT THE MONTH BEFORE TODAY.
      * THE COMPARISON MONTH IS THE SAME MONTH ONE YEAR EARLIER
      *-----------------------------------------------------------------
       77  WS-PARM-LINHA           PIC X(80) VALUE SPACES.
       77  WS-POS-PERIODO          PIC 9(02) VALUE ZEROS.
       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       01  WS-PERIODO.
           05  WS-PERIODO-ANO      PIC 9(04).
           05  WS-PERIODO-MES      PIC 9(02).
       01  WS-PERIODO-N REDEFINES WS-PERIODO
                                   PIC 9(06).
       01  WS-PERIODO-ANT.
           05  WS-PERIODO-ANT-ANO  PIC 9(04).
           05  WS-PERIODO-ANT-MES  PIC 9(02).
       01  WS-PERIODO-ANT-N REDEFINES WS-PERIODO-ANT
                                   PIC 9(06).

      *-----------------------------------------------------------------
      * ANALYSIS TABLE -- ONE ENTRY PER VIEW AND KEY: THE MONTH'S
      * FIGURES, THE LAST INVOICE COUNTED FOR THE KEY, AND THE NET
      * SALES OF THE COMPARISON PERIODS FROM VENDHIST
      *-----------------------------------------------------------------
       01  WS-VA-TABLE.
           05  WS-VA-ENTRY OCCURS 3000 TIMES
                           INDEXED BY WS-VA-IDX.
               10  WS-VA-DIMENSAO      PIC X(01).
               10  WS-VA-CHAVE         PIC X(06).
               10  WS-VA-VENDAS        PIC 9(11)V99.
               10  WS-VA-DESCONTO      PIC 9(11)V99.
               10  WS-VA-DEVOLUCOES    PIC 9(11)V99.
               10  WS-VA-QTDE-NOTAS    PIC 9(05).
               10  WS-VA-ULT-FATURA    PIC X(08).
               10  WS-VA-LIQ-ANO-ANT   PIC S9(11)V99.
               10  WS-VA-ACUM-ANO      PIC S9(11)V99.
               10  WS-VA-ACUM-ANO-ANT  PIC S9(11)V99.
               10  WS-VA-IMPRESSO      PIC X(01).

       77  WS-VA-COUNT             PIC 9(04) VALUE ZEROS.
       77  WS-VA-SUB               PIC 9(04) VALUE ZEROS.
       77  WS-VA-MAX               PIC 9(04) VALUE 3000.
       77  WS-DIM-ATUAL            PIC X(01) VALUE SPACES.
       77  WS-CHAVE-ATUAL          PIC X(06) VALUE SPACES.

      *-----------------------------------------------------------------
      * LINE WORK FIELDS
      *-----------------------------------------------------------------
       77  WS-BRUTO-LINHA          PIC 9(05)V99 VALUE ZEROS.
       77  WS-DESCONTO-LINHA       PIC 9(05)V99 VALUE ZEROS.
       77  WS-LIQ-HISTORICO        PIC S9(11)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
      * REPORT SELECTION -- EACH VIEW PRINTS IN DESCENDING NET SALES;
      * THE CUSTOMER VIEW STOPS AT WS-MAX-CLIENTES
      *-----------------------------------------------------------------
       77  WS-MAX-CLIENTES         PIC 9(04) VALUE 20.
       77  WS-LIMITE-VIEW          PIC 9(04) VALUE ZEROS.
       77  WS-QTDE-IMPRESSOS       PIC 9(04) VALUE ZEROS.
       77  WS-MELHOR-SUB           PIC 9(04) VALUE ZEROS.
       77  WS-MELHOR-LIQ           PIC S9(11)V99 VALUE ZEROS.
       77  WS-LIQ-ENTRADA          PIC S9(11)V99 VALUE ZEROS.
       77  WS-FIM-VIEW-SWITCH      PIC X(01) VALUE 'N'.
           88  WS-FIM-VIEW                  VALUE 'S'.

       77  WS-VIEW-VENDAS          PIC 9(11)V99 VALUE ZEROS.
       77  WS-VIEW-DESCONTO        PIC 9(11)V99 VALUE ZEROS.
       77  WS-VIEW-DEVOLUCOES      PIC 9(11)V99 VALUE ZEROS.
       77  WS-VIEW-NOTAS           PIC 9(07) VALUE ZEROS.
       77  WS-VIEW-LIQ-ANO-ANT     PIC S9(11)V99 VALUE ZEROS.
       77  WS-VIEW-ACUM-ANO        PIC S9(11)V99 VALUE ZEROS.
       77  WS-VIEW-ACUM-ANO-ANT    PIC S9(11)V99 VALUE ZEROS.

      *    ONE PRINT LINE'S FIGURES, FROM AN ENTRY OR A VIEW TOTAL
       77  WS-PR-LIQUIDO           PIC S9(11)V99 VALUE ZEROS.
       77  WS-PR-LIQ-ANO-ANT       PIC S9(11)V99 VALUE ZEROS.
       77  WS-PR-ACUM-ANO          PIC S9(11)V99 VALUE ZEROS.
       77  WS-PR-ACUM-ANO-ANT      PIC S9(11)V99 VALUE ZEROS.
       77  WS-PR-VARIACAO          PIC S9(04)V9 VALUE ZEROS.

      *-----------------------------------------------------------------
      * RUN COUNTERS AND TOTALS
      *-----------------------------------------------------------------
       77  WS-QTDE-LIDOS           PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-LINHAS-MES      PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-NOTAS-CRED      PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-HIST-LIDOS      PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-HIST-GRAVADOS   PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-SUBSTITUIDOS    PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-IGNORADOS       PIC 9(05) VALUE ZEROS.
       77  WS-TOTAL-VENDAS         PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOTAL-DEVOLUCOES     PIC 9(11)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
      * REPORT LINES
      *-----------------------------------------------------------------
       01  WS-RPT-TITULO.
           05  FILLER              PIC X(25) VALUE
               'ANALISE DE VENDAS -- MES '.
           05  WS-RT-PERIODO       PIC 9(06).
           05  FILLER              PIC X(04) VALUE ' -- '.
           05  WS-RT-VISAO         PIC X(30).
           05  FILLER              PIC X(15) VALUE SPACES.

       01  WS-RPT-COLUNAS-1.
           05  FILLER              PIC X(40) VALUE
               'CHAVE        VENDAS    DESCONTO  DEVOLUC'.
           05  FILLER              PIC X(40) VALUE
               'OES NOTAS  LIQUIDO MES                  '.

       01  WS-RPT-COLUNAS-2.
           05  FILLER              PIC X(40) VALUE
               '        MES ANO ANT   VAR%    ACUMUL. AN'.
           05  FILLER              PIC X(40) VALUE
               'O  ACUM.ANO ANT   VAR%                  '.

       01  WS-RPT-DETALHE.
           05  WS-RD-CHAVE         PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-VENDAS        PIC Z(08)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-DESCONTO      PIC Z(07)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-DEVOLUCOES    PIC Z(07)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-NOTAS         PIC Z(04)9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-LIQUIDO       PIC -(08)9.99.
           05  FILLER              PIC X(18) VALUE SPACES.

       01  WS-RPT-COMPARATIVO.
           05  FILLER              PIC X(07) VALUE SPACES.
           05  WS-RC-LIQ-ANO-ANT   PIC -(08)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RC-VAR-MES       PIC -(03)9.9.
           05  WS-RC-VAR-MES-X REDEFINES WS-RC-VAR-MES
                                   PIC X(06).
           05  FILLER              PIC X(02) VALUE '% '.
           05  WS-RC-ACUM-ANO      PIC -(09)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RC-ACUM-ANO-ANT  PIC -(09)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RC-VAR-ACUM      PIC -(03)9.9.
           05  WS-RC-VAR-ACUM-X REDEFINES WS-RC-VAR-ACUM
                                   PIC X(06).
           05  FILLER              PIC X(01) VALUE '%'.
           05  FILLER              PIC X(17) VALUE SPACES.

       01  WS-RPT-BRANCO           PIC X(80) VALUE SPACES.

       COPY CTLTOTLNK.
       COPY JOBLGLNK.
       COPY RPTHDRLNK.
       COPY IFCTLLNK.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.

           MOVE 'VENDANAL' TO JL-PROGRAM-ID
           MOVE 'S'        TO JL-ACAO
           CALL 'JOBLOG' USING JOBLOG-PARMS

           PERFORM 1920-CHECK-CX-CONTROL
               THRU 1920-CHECK-CX-CONTROL-EXIT

           PERFORM 1940-CHECK-CN-CONTROL
               THRU 1940-CHECK-CN-CONTROL-EXIT

           IF WS-IFC-RECUSOU
               MOVE 8 TO RETURN-CODE
               MOVE 'E'  TO JL-ACAO
               MOVE 0008 TO JL-RETURN-CODE
               CALL 'JOBLOG' USING JOBLOG-PARMS
               MOVE JL-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT

           PERFORM 2000-LOAD-MONTH
               THRU 2000-LOAD-MONTH-EXIT

           PERFORM 3000-LOAD-HISTORY
               THRU 3000-LOAD-HISTORY-EXIT

           PERFORM 3500-SAVE-HISTORY
               THRU 3500-SAVE-HISTORY-EXIT

           MOVE 'G'                           TO WS-DIM-ATUAL
           MOVE 'POR GRUPO DE PRODUTO'        TO WS-RT-VISAO
           MOVE WS-VA-MAX                     TO WS-LIMITE-VIEW
           PERFORM 4000-REPORT-VIEW
               THRU 4000-REPORT-VIEW-EXIT

           MOVE 'V'                           TO WS-DIM-ATUAL
           MOVE 'POR VENDEDOR'                TO WS-RT-VISAO
           MOVE WS-VA-MAX                     TO WS-LIMITE-VIEW
           PERFORM 4000-REPORT-VIEW
               THRU 4000-REPORT-VIEW-EXIT

           MOVE 'C'                           TO WS-DIM-ATUAL
           MOVE 'MAIORES CLIENTES'            TO WS-RT-VISAO
           MOVE WS-MAX-CLIENTES               TO WS-LIMITE-VIEW
           PERFORM 4000-REPORT-VIEW
               THRU 4000-REPORT-VIEW-EXIT

           PERFORM 5000-FINALIZE
               THRU 5000-FINALIZE-EXIT

           IF WS-QTDE-IGNORADOS > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           MOVE 'E'         TO JL-ACAO
           MOVE RETURN-CODE TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-PARMS

      *    THE CALL RESETS THE SHARED RETURN-CODE REGISTER -- RESTORE
      *    THE CONDITION CODE THE JCL CHAIN GATES ON
           MOVE JL-RETURN-CODE TO RETURN-CODE

           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE -- PICK THE PERIOD AND ITS COMPARISON MONTH,
      * OPEN THE REPORT
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           MOVE WS-DATA-HOJE(1:6) TO WS-PERIODO
           IF WS-PERIODO-MES = 01
               SUBTRACT 1 FROM WS-PERIODO-ANO
               MOVE 12 TO WS-PERIODO-MES
           ELSE
               SUBTRACT 1 FROM WS-PERIODO-MES
           END-IF

           ACCEPT WS-PARM-LINHA FROM COMMAND-LINE
           MOVE ZEROS TO WS-POS-PERIODO
           INSPECT WS-PARM-LINHA
               TALLYING WS-POS-PERIODO
               FOR CHARACTERS BEFORE INITIAL 'PERIODO='
           IF WS-POS-PERIODO < 67
               IF WS-PARM-LINHA(WS-POS-PERIODO + 9 : 6) IS NUMERIC
                   AND WS-PARM-LINHA(WS-POS-PERIODO + 13 : 2) > '00'
                   AND WS-PARM-LINHA(WS-POS-PERIODO + 13 : 2) < '13'
                   MOVE WS-PARM-LINHA(WS-POS-PERIODO + 9 : 6)
                       TO WS-PERIODO
               ELSE
                   DISPLAY 'AVISO - PARAMETRO PERIODO= INVALIDO -- '
                       'USANDO ' WS-PERIODO
               END-IF
           END-IF

           MOVE WS-PERIODO TO WS-PERIODO-ANT
           SUBTRACT 1 FROM WS-PERIODO-ANT-ANO

           DISPLAY 'ANALISE DE VENDAS DO MES ' WS-PERIODO
               ' COMPARADO A ' WS-PERIODO-ANT

           MOVE SPACES TO WS-VA-TABLE

           OPEN OUTPUT ANALYSIS-REPORT-FILE

           MOVE 'VENDANAL' TO RH-PROGRAM-ID
           MOVE 1          TO RH-PAGE-NUM
           CALL 'RPTHDR' USING RPTHDR-PARMS
           WRITE ANALYSIS-REPORT-LINE FROM RH-HEADER-LINE
           MOVE WS-PERIODO-N TO WS-RT-PERIODO.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1920-CHECK-CX-CONTROL -- IFCTL CHECKING PASS OVER COMMEXT: ITS
      * HASH IS THE POST-DISCOUNT AMOUNT. THE EXTRACT ACCUMULATES THE
      * MONTH, SO A BATCH HAS NO AGE LIMIT; A FILE LEFT EMPTY WHEN IT
      * WAS CLEARED HAS NOTHING TO PROVE AND IS TAKEN AS ABSENT
      ******************************************************************
       1920-CHECK-CX-CONTROL.

           MOVE 'COMMEXT'     TO IC-ARQUIVO
           MOVE JL-PROGRAM-ID TO IC-PROGRAMA
           MOVE ZEROS         TO IC-DIAS-VALIDADE
           MOVE 'N'           TO IC-CONSUMO
           MOVE 'I'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS

           OPEN INPUT COMMISSION-EXTRACT-FILE
           IF WS-CX-STATUS NOT = '00'
               GO TO 1920-CHECK-CX-CONTROL-EXIT
           END-IF

           MOVE ZEROS TO WS-IFC-QTDE-LIDOS
           PERFORM 1930-CHECK-CX-RECORD
               THRU 1930-CHECK-CX-RECORD-EXIT
               UNTIL WS-END-OF-FILE

           CLOSE COMMISSION-EXTRACT-FILE
           MOVE 'N' TO WS-EOF-SWITCH

           IF WS-IFC-QTDE-LIDOS = ZEROS
               GO TO 1920-CHECK-CX-CONTROL-EXIT
           END-IF

           MOVE 'COMMEXT'     TO IC-ARQUIVO
           MOVE 'F'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS
           IF IC-ARQUIVO-RECUSADO
               MOVE 'S' TO WS-IFC-RECUSA-SW
           END-IF.

       1920-CHECK-CX-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      * 1930-CHECK-CX-RECORD
      ******************************************************************
       1930-CHECK-CX-RECORD.

           READ COMMISSION-EXTRACT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 1930-CHECK-CX-RECORD-EXIT
           END-READ

           ADD 1 TO WS-IFC-QTDE-LIDOS
           MOVE COMMISSION-EXTRACT-RECORD TO IC-REGISTRO
           MOVE ZEROS             TO IC-VALOR
           IF NOT IC-REG-CONTROLE
               MOVE CX-VALOR-LIQUIDO TO IC-VALOR
           END-IF
           MOVE 'COMMEXT'     TO IC-ARQUIVO
           MOVE 'L'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS.

       1930-CHECK-CX-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * 1940-CHECK-CN-CONTROL -- IFCTL CHECKING PASS OVER CREDNOTA: ITS
      * HASH IS THE PRE-TAX CREDIT. A BATCH HAS NO AGE LIMIT; A FILE
      * LEFT EMPTY WHEN COMMCALC CONSUMED IT HAS NOTHING TO PROVE AND
      * IS TAKEN AS ABSENT
      ******************************************************************
       1940-CHECK-CN-CONTROL.

           MOVE 'CREDNOTA'    TO IC-ARQUIVO
           MOVE JL-PROGRAM-ID TO IC-PROGRAMA
           MOVE ZEROS         TO IC-DIAS-VALIDADE
           MOVE 'N'           TO IC-CONSUMO
           MOVE 'I'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS

           OPEN INPUT CREDIT-NOTE-FILE
           IF WS-CN-STATUS NOT = '00'
               GO TO 1940-CHECK-CN-CONTROL-EXIT
           END-IF

           MOVE ZEROS TO WS-IFC-QTDE-LIDOS
           PERFORM 1950-CHECK-CN-RECORD
               THRU 1950-CHECK-CN-RECORD-EXIT
               UNTIL WS-CN-END-OF-FILE

           CLOSE CREDIT-NOTE-FILE
           MOVE 'N' TO WS-CN-EOF-SWITCH

           IF WS-IFC-QTDE-LIDOS = ZEROS
               GO TO 1940-CHECK-CN-CONTROL-EXIT
           END-IF

           MOVE 'CREDNOTA'    TO IC-ARQUIVO
           MOVE 'F'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS
           IF IC-ARQUIVO-RECUSADO
               MOVE 'S' TO WS-IFC-RECUSA-SW
           END-IF.

       1940-CHECK-CN-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      * 1950-CHECK-CN-RECORD
      ******************************************************************
       1950-CHECK-CN-RECORD.

           READ CREDIT-NOTE-FILE
               AT END
                   MOVE 'Y' TO WS-CN-EOF-SWITCH
                   GO TO 1950-CHECK-CN-RECORD-EXIT
           END-READ

           ADD 1 TO WS-IFC-QTDE-LIDOS
           MOVE CREDIT-NOTE-RECORD TO IC-REGISTRO
           MOVE ZEROS             TO IC-VALOR
           IF NOT IC-REG-CONTROLE
               MOVE CN-VALOR      TO IC-VALOR
           END-IF
           MOVE 'CREDNOTA'    TO IC-ARQUIVO
           MOVE 'L'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS.

       1950-CHECK-CN-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * 2000-LOAD-MONTH -- THE MONTH'S BILLED LINES AND CREDIT NOTES;
      * EITHER FILE MAY BE ABSENT
      ******************************************************************
       2000-LOAD-MONTH.

           OPEN INPUT COMMISSION-EXTRACT-FILE
           IF WS-CX-STATUS = '00'
               PERFORM 8000-READ-EXTRACT
                   THRU 8000-READ-EXTRACT-EXIT
               PERFORM 2100-PROCESS-EXTRACT
                   THRU 2100-PROCESS-EXTRACT-EXIT
                   UNTIL WS-END-OF-FILE
               CLOSE COMMISSION-EXTRACT-FILE
           ELSE
               DISPLAY 'AVISO - SEM ARQUIVO COMMEXT -- NENHUMA VENDA '
                   'FATURADA NO MES'
           END-IF

           OPEN INPUT CREDIT-NOTE-FILE
           IF WS-CN-STATUS = '00'
               PERFORM 8100-READ-CREDIT-NOTE
                   THRU 8100-READ-CREDIT-NOTE-EXIT
               PERFORM 2200-PROCESS-CREDIT-NOTE
                   THRU 2200-PROCESS-CREDIT-NOTE-EXIT
                   UNTIL WS-CN-END-OF-FILE
               CLOSE CREDIT-NOTE-FILE
           ELSE
               DISPLAY 'AVISO - SEM ARQUIVO CREDNOTA -- NENHUMA '
                   'DEVOLUCAO NO MES'
           END-IF

           IF WS-QTDE-LINHAS-MES > ZEROS
              OR WS-QTDE-NOTAS-CRED > ZEROS
               MOVE 'S' TO WS-MOVIMENTO-SWITCH
           ELSE
               DISPLAY 'AVISO - MES ' WS-PERIODO ' SEM MOVIMENTO NO '
                   'COMMEXT/CREDNOTA -- RELATORIO PELO VENDHIST'
           END-IF.

       2000-LOAD-MONTH-EXIT.
           EXIT.

      ******************************************************************
      * 2100-PROCESS-EXTRACT -- ONE BILLED LINE OF THE MONTH INTO ITS
      * GROUP, SALESPERSON AND CUSTOMER ENTRIES. A LINE WRITTEN BEFORE
      * COMMEXT CARRIED THE GROSS AMOUNT COUNTS AS UNDISCOUNTED
      ******************************************************************
       2100-PROCESS-EXTRACT.

           ADD 1 TO WS-QTDE-LIDOS

           IF CX-DATA(1:6) NOT = WS-PERIODO
               GO TO 2100-PROCESS-EXTRACT-NEXT
           END-IF

           ADD 1 TO WS-QTDE-LINHAS-MES

           IF CX-VALOR-BRUTO IS NUMERIC
               MOVE CX-VALOR-BRUTO   TO WS-BRUTO-LINHA
           ELSE
               MOVE CX-VALOR-LIQUIDO TO WS-BRUTO-LINHA
           END-IF

           IF WS-BRUTO-LINHA > CX-VALOR-LIQUIDO
               COMPUTE WS-DESCONTO-LINHA =
                   WS-BRUTO-LINHA - CX-VALOR-LIQUIDO
           ELSE
               MOVE ZEROS TO WS-DESCONTO-LINHA
           END-IF

           ADD CX-VALOR-LIQUIDO TO WS-TOTAL-VENDAS

           MOVE 'G'              TO WS-DIM-ATUAL
           MOVE CX-GRUPO-PRODUTO TO WS-CHAVE-ATUAL
           PERFORM 2150-POST-SALE
               THRU 2150-POST-SALE-EXIT

           MOVE 'V'              TO WS-DIM-ATUAL
           MOVE CX-VENDEDOR-ID   TO WS-CHAVE-ATUAL
           PERFORM 2150-POST-SALE
               THRU 2150-POST-SALE-EXIT

           MOVE 'C'              TO WS-DIM-ATUAL
           MOVE CX-CUSTOMER-ID   TO WS-CHAVE-ATUAL
           PERFORM 2150-POST-SALE
               THRU 2150-POST-SALE-EXIT.

       2100-PROCESS-EXTRACT-NEXT.

           PERFORM 8000-READ-EXTRACT
               THRU 8000-READ-EXTRACT-EXIT.

       2100-PROCESS-EXTRACT-EXIT.
           EXIT.

      ******************************************************************
      * 2150-POST-SALE -- ADD THE LINE TO ONE ENTRY; AN INVOICE COUNTS
      * ONCE PER ENTRY (SALESINV WRITES AN INVOICE'S LINES TOGETHER)
      ******************************************************************
       2150-POST-SALE.

           PERFORM 2300-FIND-ENTRY
               THRU 2300-FIND-ENTRY-EXIT

           IF WS-VA-SUB = ZEROS
               DISPLAY 'TABELA DE ANALISE CHEIA -- FATURA '
                   CX-INVOICE-ID ' VISAO ' WS-DIM-ATUAL ' CHAVE '
                   WS-CHAVE-ATUAL ' IGNORADA'
               ADD 1 TO WS-QTDE-IGNORADOS
               GO TO 2150-POST-SALE-EXIT
           END-IF

           ADD CX-VALOR-LIQUIDO  TO WS-VA-VENDAS(WS-VA-SUB)
           ADD WS-DESCONTO-LINHA TO WS-VA-DESCONTO(WS-VA-SUB)

           IF CX-INVOICE-ID NOT = WS-VA-ULT-FATURA(WS-VA-SUB)
               ADD 1 TO WS-VA-QTDE-NOTAS(WS-VA-SUB)
               MOVE CX-INVOICE-ID TO WS-VA-ULT-FATURA(WS-VA-SUB)
           END-IF.

       2150-POST-SALE-EXIT.
           EXIT.

      ******************************************************************
      * 2200-PROCESS-CREDIT-NOTE -- ONE RETURN OF THE MONTH INTO ITS
      * GROUP, SALESPERSON AND CUSTOMER ENTRIES
      ******************************************************************
       2200-PROCESS-CREDIT-NOTE.

           IF CN-DATA(1:6) NOT = WS-PERIODO
               GO TO 2200-PROCESS-CREDIT-NOTE-NEXT
           END-IF

           ADD 1        TO WS-QTDE-NOTAS-CRED
           ADD CN-VALOR TO WS-TOTAL-DEVOLUCOES

           MOVE 'G'              TO WS-DIM-ATUAL
           MOVE CN-ITEM-ID(1:2)  TO WS-CHAVE-ATUAL
           PERFORM 2250-POST-RETURN
               THRU 2250-POST-RETURN-EXIT

           MOVE 'V'              TO WS-DIM-ATUAL
           MOVE CN-VENDEDOR-ID   TO WS-CHAVE-ATUAL
           PERFORM 2250-POST-RETURN
               THRU 2250-POST-RETURN-EXIT

           MOVE 'C'              TO WS-DIM-ATUAL
           MOVE CN-CUSTOMER-ID   TO WS-CHAVE-ATUAL
           PERFORM 2250-POST-RETURN
               THRU 2250-POST-RETURN-EXIT.

       2200-PROCESS-CREDIT-NOTE-NEXT.

           PERFORM 8100-READ-CREDIT-NOTE
               THRU 8100-READ-CREDIT-NOTE-EXIT.

       2200-PROCESS-CREDIT-NOTE-EXIT.
           EXIT.

      ******************************************************************
      * 2250-POST-RETURN
      ******************************************************************
       2250-POST-RETURN.

           PERFORM 2300-FIND-ENTRY
               THRU 2300-FIND-ENTRY-EXIT

           IF WS-VA-SUB = ZEROS
               DISPLAY 'TABELA DE ANALISE CHEIA -- NOTA '
                   CN-NUMERO ' VISAO ' WS-DIM-ATUAL ' CHAVE '
                   WS-CHAVE-ATUAL ' IGNORADA'
               ADD 1 TO WS-QTDE-IGNORADOS
               GO TO 2250-POST-RETURN-EXIT
           END-IF

           ADD CN-VALOR TO WS-VA-DEVOLUCOES(WS-VA-SUB).

       2250-POST-RETURN-EXIT.
           EXIT.

      ******************************************************************
      * 2300-FIND-ENTRY -- THE ENTRY FOR WS-DIM-ATUAL/WS-CHAVE-ATUAL,
      * ADDED IF NEW; WS-VA-SUB ZERO WHEN THE TABLE IS FULL
      ******************************************************************
       2300-FIND-ENTRY.

           MOVE ZEROS TO WS-VA-SUB

           IF WS-VA-COUNT > ZEROS
               SET WS-VA-IDX TO 1
               SEARCH WS-VA-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-VA-IDX > WS-VA-COUNT
                       CONTINUE
                   WHEN WS-VA-DIMENSAO(WS-VA-IDX) = WS-DIM-ATUAL
                       AND WS-VA-CHAVE(WS-VA-IDX) = WS-CHAVE-ATUAL
                       SET WS-VA-SUB TO WS-VA-IDX
               END-SEARCH
           END-IF

           IF WS-VA-SUB > ZEROS OR WS-VA-COUNT NOT < WS-VA-MAX
               GO TO 2300-FIND-ENTRY-EXIT
           END-IF

           ADD 1 TO WS-VA-COUNT
           MOVE WS-VA-COUNT    TO WS-VA-SUB
           MOVE WS-DIM-ATUAL   TO WS-VA-DIMENSAO(WS-VA-SUB)
           MOVE WS-CHAVE-ATUAL TO WS-VA-CHAVE(WS-VA-SUB)
           MOVE ZEROS          TO WS-VA-VENDAS(WS-VA-SUB)
           MOVE ZEROS          TO WS-VA-DESCONTO(WS-VA-SUB)
           MOVE ZEROS          TO WS-VA-DEVOLUCOES(WS-VA-SUB)
           MOVE ZEROS          TO WS-VA-QTDE-NOTAS(WS-VA-SUB)
           MOVE SPACES         TO WS-VA-ULT-FATURA(WS-VA-SUB)
           MOVE ZEROS          TO WS-VA-LIQ-ANO-ANT(WS-VA-SUB)
           MOVE ZEROS          TO WS-VA-ACUM-ANO(WS-VA-SUB)
           MOVE ZEROS          TO WS-VA-ACUM-ANO-ANT(WS-VA-SUB)
           MOVE 'N'            TO WS-VA-IMPRESSO(WS-VA-SUB).

       2300-FIND-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * 3000-LOAD-HISTORY -- READ VENDHIST, PICK UP THE COMPARISON
      * MONTHS, AND SET ASIDE ON THE SCRATCH FILE EVERYTHING THAT
      * SURVIVES THE REWRITE
      ******************************************************************
       3000-LOAD-HISTORY.

           OPEN OUTPUT HISTORY-WORK-FILE

           OPEN INPUT SALES-HISTORY-FILE
           IF WS-VH-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO VENDHIST -- COMPARATIVOS '
                   'ZERADOS, HISTORICO INICIADO NESTE MES'
               CLOSE HISTORY-WORK-FILE
               GO TO 3000-LOAD-HISTORY-EXIT
           END-IF

           PERFORM 8200-READ-HISTORY
               THRU 8200-READ-HISTORY-EXIT

           PERFORM 3100-APPLY-HISTORY
               THRU 3100-APPLY-HISTORY-EXIT
               UNTIL WS-VH-END-OF-FILE

           CLOSE SALES-HISTORY-FILE
           CLOSE HISTORY-WORK-FILE.

       3000-LOAD-HISTORY-EXIT.
           EXIT.

      ******************************************************************
      * 3100-APPLY-HISTORY -- ONE VENDHIST RECORD. THE RUN MONTH'S OWN
      * RECORDS ARE DROPPED WHEN THE MONTH IS BEING REBUILT, OR TAKEN
      * AS THE MONTH'S FIGURES WHEN THERE IS NOTHING TO REBUILD FROM
      ******************************************************************
       3100-APPLY-HISTORY.

           ADD 1 TO WS-QTDE-HIST-LIDOS

           IF VH-PERIODO = WS-PERIODO-N AND WS-COM-MOVIMENTO
               ADD 1 TO WS-QTDE-SUBSTITUIDOS
               GO TO 3100-APPLY-HISTORY-NEXT
           END-IF

           WRITE HISTORY-WORK-RECORD FROM SALES-HISTORY-RECORD

           IF VH-PERIODO NOT = WS-PERIODO-N
              AND VH-PERIODO NOT = WS-PERIODO-ANT-N
              AND NOT (VH-ANO = WS-PERIODO-ANO
                       AND VH-MES < WS-PERIODO-MES)
              AND NOT (VH-ANO = WS-PERIODO-ANT-ANO
                       AND VH-MES < WS-PERIODO-ANT-MES)
               GO TO 3100-APPLY-HISTORY-NEXT
           END-IF

           MOVE VH-DIMENSAO TO WS-DIM-ATUAL
           MOVE VH-CHAVE    TO WS-CHAVE-ATUAL
           PERFORM 2300-FIND-ENTRY
               THRU 2300-FIND-ENTRY-EXIT

           IF WS-VA-SUB = ZEROS
               DISPLAY 'TABELA DE ANALISE CHEIA -- HISTORICO '
                   VH-PERIODO ' VISAO ' VH-DIMENSAO ' CHAVE '
                   VH-CHAVE ' IGNORADO'
               ADD 1 TO WS-QTDE-IGNORADOS
               GO TO 3100-APPLY-HISTORY-NEXT
           END-IF

           COMPUTE WS-LIQ-HISTORICO = VH-VENDAS - VH-DEVOLUCOES

           EVALUATE TRUE
               WHEN VH-PERIODO = WS-PERIODO-N
                   ADD VH-VENDAS     TO WS-VA-VENDAS(WS-VA-SUB)
                   ADD VH-DESCONTO   TO WS-VA-DESCONTO(WS-VA-SUB)
                   ADD VH-DEVOLUCOES TO WS-VA-DEVOLUCOES(WS-VA-SUB)
                   ADD VH-QTDE-NOTAS TO WS-VA-QTDE-NOTAS(WS-VA-SUB)
                   IF VH-POR-GRUPO
                       ADD VH-VENDAS     TO WS-TOTAL-VENDAS
                       ADD VH-DEVOLUCOES TO WS-TOTAL-DEVOLUCOES
                   END-IF
               WHEN VH-PERIODO = WS-PERIODO-ANT-N
                   ADD WS-LIQ-HISTORICO
                       TO WS-VA-LIQ-ANO-ANT(WS-VA-SUB)
                   ADD WS-LIQ-HISTORICO
                       TO WS-VA-ACUM-ANO-ANT(WS-VA-SUB)
               WHEN VH-ANO = WS-PERIODO-ANO
                   ADD WS-LIQ-HISTORICO
                       TO WS-VA-ACUM-ANO(WS-VA-SUB)
               WHEN OTHER
                   ADD WS-LIQ-HISTORICO
                       TO WS-VA-ACUM-ANO-ANT(WS-VA-SUB)
           END-EVALUATE.

       3100-APPLY-HISTORY-NEXT.

           PERFORM 8200-READ-HISTORY
               THRU 8200-READ-HISTORY-EXIT.

       3100-APPLY-HISTORY-EXIT.
           EXIT.

      ******************************************************************
      * 3500-SAVE-HISTORY -- REWRITE VENDHIST: THE OTHER MONTHS FROM
      * THE SCRATCH FILE, THEN THIS MONTH'S ENTRIES. WITH NOTHING
      * REBUILT THE FILE IS LEFT AS IT WAS READ
      ******************************************************************
       3500-SAVE-HISTORY.

           IF NOT WS-COM-MOVIMENTO
               GO TO 3500-SAVE-HISTORY-EXIT
           END-IF

           OPEN OUTPUT SALES-HISTORY-FILE

           OPEN INPUT HISTORY-WORK-FILE
           IF WS-WK-STATUS = '00'
               PERFORM 8300-READ-WORK
                   THRU 8300-READ-WORK-EXIT
               PERFORM 3510-COPY-WORK
                   THRU 3510-COPY-WORK-EXIT
                   UNTIL WS-WK-END-OF-FILE
               CLOSE HISTORY-WORK-FILE
           END-IF

           PERFORM 3520-WRITE-MONTH-ENTRY
               THRU 3520-WRITE-MONTH-ENTRY-EXIT
               VARYING WS-VA-SUB FROM 1 BY 1
               UNTIL WS-VA-SUB > WS-VA-COUNT

           CLOSE SALES-HISTORY-FILE

           IF WS-QTDE-SUBSTITUIDOS > ZEROS
               DISPLAY 'MES ' WS-PERIODO ' JA CONSTAVA NO VENDHIST -- '
                   WS-QTDE-SUBSTITUIDOS ' REGISTROS SUBSTITUIDOS'
           END-IF.

       3500-SAVE-HISTORY-EXIT.
           EXIT.

      ******************************************************************
      * 3510-COPY-WORK
      ******************************************************************
       3510-COPY-WORK.

           WRITE SALES-HISTORY-RECORD FROM HISTORY-WORK-RECORD

           PERFORM 8300-READ-WORK
               THRU 8300-READ-WORK-EXIT.

       3510-COPY-WORK-EXIT.
           EXIT.

      ******************************************************************
      * 3520-WRITE-MONTH-ENTRY -- ONLY ENTRIES WITH ACTIVITY THIS MONTH
      ******************************************************************
       3520-WRITE-MONTH-ENTRY.

           IF WS-VA-VENDAS(WS-VA-SUB) = ZEROS
              AND WS-VA-DEVOLUCOES(WS-VA-SUB) = ZEROS
              AND WS-VA-QTDE-NOTAS(WS-VA-SUB) = ZEROS
               GO TO 3520-WRITE-MONTH-ENTRY-EXIT
           END-IF

           MOVE SPACES                      TO SALES-HISTORY-RECORD
           MOVE WS-PERIODO-N                TO VH-PERIODO
           MOVE WS-VA-DIMENSAO(WS-VA-SUB)   TO VH-DIMENSAO
           MOVE WS-VA-CHAVE(WS-VA-SUB)      TO VH-CHAVE
           MOVE WS-VA-VENDAS(WS-VA-SUB)     TO VH-VENDAS
           MOVE WS-VA-DESCONTO(WS-VA-SUB)   TO VH-DESCONTO
           MOVE WS-VA-DEVOLUCOES(WS-VA-SUB) TO VH-DEVOLUCOES
           MOVE WS-VA-QTDE-NOTAS(WS-VA-SUB) TO VH-QTDE-NOTAS
           WRITE SALES-HISTORY-RECORD

           ADD 1 TO WS-QTDE-HIST-GRAVADOS.

       3520-WRITE-MONTH-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * 4000-REPORT-VIEW -- ONE VIEW (WS-DIM-ATUAL): ITS ENTRIES IN
      * DESCENDING NET SALES UP TO WS-LIMITE-VIEW, THEN THE VIEW TOTAL
      * OVER ALL ITS ENTRIES
      ******************************************************************
       4000-REPORT-VIEW.

           WRITE ANALYSIS-REPORT-LINE FROM WS-RPT-BRANCO
           WRITE ANALYSIS-REPORT-LINE FROM WS-RPT-TITULO
           WRITE ANALYSIS-REPORT-LINE FROM WS-RPT-COLUNAS-1
           WRITE ANALYSIS-REPORT-LINE FROM WS-RPT-COLUNAS-2

           MOVE ZEROS TO WS-QTDE-IMPRESSOS
           MOVE ZEROS TO WS-VIEW-VENDAS
           MOVE ZEROS TO WS-VIEW-DESCONTO
           MOVE ZEROS TO WS-VIEW-DEVOLUCOES
           MOVE ZEROS TO WS-VIEW-NOTAS
           MOVE ZEROS TO WS-VIEW-LIQ-ANO-ANT
           MOVE ZEROS TO WS-VIEW-ACUM-ANO
           MOVE ZEROS TO WS-VIEW-ACUM-ANO-ANT
           MOVE 'N'   TO WS-FIM-VIEW-SWITCH

           PERFORM 4100-PRINT-NEXT-ENTRY
               THRU 4100-PRINT-NEXT-ENTRY-EXIT
               UNTIL WS-FIM-VIEW
                  OR WS-QTDE-IMPRESSOS NOT < WS-LIMITE-VIEW

           PERFORM 4300-ADD-VIEW-TOTAL
               THRU 4300-ADD-VIEW-TOTAL-EXIT
               VARYING WS-VA-SUB FROM 1 BY 1
               UNTIL WS-VA-SUB > WS-VA-COUNT

           MOVE SPACES              TO WS-RPT-DETALHE
           MOVE 'TOTAL'             TO WS-RD-CHAVE
           MOVE WS-VIEW-VENDAS      TO WS-RD-VENDAS
           MOVE WS-VIEW-DESCONTO    TO WS-RD-DESCONTO
           MOVE WS-VIEW-DEVOLUCOES  TO WS-RD-DEVOLUCOES
           MOVE WS-VIEW-NOTAS       TO WS-RD-NOTAS
           COMPUTE WS-PR-LIQUIDO =
               WS-VIEW-VENDAS - WS-VIEW-DEVOLUCOES
           MOVE WS-VIEW-LIQ-ANO-ANT  TO WS-PR-LIQ-ANO-ANT
           COMPUTE WS-PR-ACUM-ANO = WS-VIEW-ACUM-ANO + WS-PR-LIQUIDO
           MOVE WS-VIEW-ACUM-ANO-ANT TO WS-PR-ACUM-ANO-ANT
           PERFORM 4200-WRITE-LINES
               THRU 4200-WRITE-LINES-EXIT.

       4000-REPORT-VIEW-EXIT.
           EXIT.

      ******************************************************************
      * 4100-PRINT-NEXT-ENTRY -- THE VIEW'S BEST UNPRINTED ENTRY
      ******************************************************************
       4100-PRINT-NEXT-ENTRY.

           MOVE ZEROS TO WS-MELHOR-SUB
           MOVE ZEROS TO WS-MELHOR-LIQ

           PERFORM 4110-SCAN-ENTRY
               THRU 4110-SCAN-ENTRY-EXIT
               VARYING WS-VA-SUB FROM 1 BY 1
               UNTIL WS-VA-SUB > WS-VA-COUNT

           IF WS-MELHOR-SUB = ZEROS
               MOVE 'S' TO WS-FIM-VIEW-SWITCH
               GO TO 4100-PRINT-NEXT-ENTRY-EXIT
           END-IF

           MOVE WS-MELHOR-SUB TO WS-VA-SUB
           MOVE 'S' TO WS-VA-IMPRESSO(WS-VA-SUB)
           ADD 1 TO WS-QTDE-IMPRESSOS

           MOVE SPACES                       TO WS-RPT-DETALHE
           IF WS-VA-CHAVE(WS-VA-SUB) = SPACES
               MOVE 'N/INF'                  TO WS-RD-CHAVE
           ELSE
               MOVE WS-VA-CHAVE(WS-VA-SUB)   TO WS-RD-CHAVE
           END-IF
           MOVE WS-VA-VENDAS(WS-VA-SUB)      TO WS-RD-VENDAS
           MOVE WS-VA-DESCONTO(WS-VA-SUB)    TO WS-RD-DESCONTO
           MOVE WS-VA-DEVOLUCOES(WS-VA-SUB)  TO WS-RD-DEVOLUCOES
           MOVE WS-VA-QTDE-NOTAS(WS-VA-SUB)  TO WS-RD-NOTAS
           MOVE WS-MELHOR-LIQ                TO WS-PR-LIQUIDO
           MOVE WS-VA-LIQ-ANO-ANT(WS-VA-SUB) TO WS-PR-LIQ-ANO-ANT
           COMPUTE WS-PR-ACUM-ANO =
               WS-VA-ACUM-ANO(WS-VA-SUB) + WS-PR-LIQUIDO
           MOVE WS-VA-ACUM-ANO-ANT(WS-VA-SUB) TO WS-PR-ACUM-ANO-ANT
           PERFORM 4200-WRITE-LINES
               THRU 4200-WRITE-LINES-EXIT.

       4100-PRINT-NEXT-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * 4110-SCAN-ENTRY
      ******************************************************************
       4110-SCAN-ENTRY.

           IF WS-VA-DIMENSAO(WS-VA-SUB) NOT = WS-DIM-ATUAL
              OR WS-VA-IMPRESSO(WS-VA-SUB) = 'S'
               GO TO 4110-SCAN-ENTRY-EXIT
           END-IF

           COMPUTE WS-LIQ-ENTRADA =
               WS-VA-VENDAS(WS-VA-SUB) - WS-VA-DEVOLUCOES(WS-VA-SUB)

           IF WS-MELHOR-SUB = ZEROS OR WS-LIQ-ENTRADA > WS-MELHOR-LIQ
               MOVE WS-VA-SUB      TO WS-MELHOR-SUB
               MOVE WS-LIQ-ENTRADA TO WS-MELHOR-LIQ
           END-IF.

       4110-SCAN-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * 4200-WRITE-LINES -- THE DETAIL LINE ALREADY BUILT PLUS THE
      * COMPARISON LINE FROM THE WS-PR- FIGURES; A VARIATION OVER A
      * ZERO OR NEGATIVE BASE PRINTS N/D
      ******************************************************************
       4200-WRITE-LINES.

           MOVE WS-PR-LIQUIDO TO WS-RD-LIQUIDO
           WRITE ANALYSIS-REPORT-LINE FROM WS-RPT-DETALHE

           MOVE WS-PR-LIQ-ANO-ANT  TO WS-RC-LIQ-ANO-ANT
           MOVE WS-PR-ACUM-ANO     TO WS-RC-ACUM-ANO
           MOVE WS-PR-ACUM-ANO-ANT TO WS-RC-ACUM-ANO-ANT

           IF WS-PR-LIQ-ANO-ANT > ZEROS
               COMPUTE WS-PR-VARIACAO ROUNDED =
                   (WS-PR-LIQUIDO - WS-PR-LIQ-ANO-ANT) * 100
                       / WS-PR-LIQ-ANO-ANT
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-PR-VARIACAO
               END-COMPUTE
               MOVE WS-PR-VARIACAO TO WS-RC-VAR-MES
           ELSE
               MOVE '   N/D'       TO WS-RC-VAR-MES-X
           END-IF

           IF WS-PR-ACUM-ANO-ANT > ZEROS
               COMPUTE WS-PR-VARIACAO ROUNDED =
                   (WS-PR-ACUM-ANO - WS-PR-ACUM-ANO-ANT) * 100
                       / WS-PR-ACUM-ANO-ANT
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-PR-VARIACAO
               END-COMPUTE
               MOVE WS-PR-VARIACAO TO WS-RC-VAR-ACUM
           ELSE
               MOVE '   N/D'       TO WS-RC-VAR-ACUM-X
           END-IF

           WRITE ANALYSIS-REPORT-LINE FROM WS-RPT-COMPARATIVO.

       4200-WRITE-LINES-EXIT.
           EXIT.

      ******************************************************************
      * 4300-ADD-VIEW-TOTAL
      ******************************************************************
       4300-ADD-VIEW-TOTAL.

           IF WS-VA-DIMENSAO(WS-VA-SUB) NOT = WS-DIM-ATUAL
               GO TO 4300-ADD-VIEW-TOTAL-EXIT
           END-IF

           ADD WS-VA-VENDAS(WS-VA-SUB)       TO WS-VIEW-VENDAS
           ADD WS-VA-DESCONTO(WS-VA-SUB)     TO WS-VIEW-DESCONTO
           ADD WS-VA-DEVOLUCOES(WS-VA-SUB)   TO WS-VIEW-DEVOLUCOES
           ADD WS-VA-QTDE-NOTAS(WS-VA-SUB)   TO WS-VIEW-NOTAS
           ADD WS-VA-LIQ-ANO-ANT(WS-VA-SUB)  TO WS-VIEW-LIQ-ANO-ANT
           ADD WS-VA-ACUM-ANO(WS-VA-SUB)     TO WS-VIEW-ACUM-ANO
           ADD WS-VA-ACUM-ANO-ANT(WS-VA-SUB) TO WS-VIEW-ACUM-ANO-ANT.

       4300-ADD-VIEW-TOTAL-EXIT.
           EXIT.

      ******************************************************************
      * 5000-FINALIZE -- RUN TOTALS AND CONTROL TOTALS
      ******************************************************************
       5000-FINALIZE.

           CLOSE ANALYSIS-REPORT-FILE

           DISPLAY 'LINHAS COMMEXT LIDAS:     ' WS-QTDE-LIDOS
           DISPLAY 'LINHAS FATURADAS NO MES:  ' WS-QTDE-LINHAS-MES
           DISPLAY 'NOTAS DE CREDITO DO MES:  ' WS-QTDE-NOTAS-CRED
           DISPLAY 'HISTORICO LIDO:           ' WS-QTDE-HIST-LIDOS
           DISPLAY 'HISTORICO GRAVADO:        ' WS-QTDE-HIST-GRAVADOS
           DISPLAY 'LANCAMENTOS IGNORADOS:    ' WS-QTDE-IGNORADOS
           DISPLAY 'VENDAS DO MES R$ ' WS-TOTAL-VENDAS
               ' DEVOLUCOES R$ ' WS-TOTAL-DEVOLUCOES

           MOVE 'VENDANAL'          TO CT-PROGRAM-ID
           MOVE 'VENDAS MES'        TO CT-TOTAL-1-LABEL
           MOVE WS-TOTAL-VENDAS     TO CT-TOTAL-1-VALOR
           MOVE 'DEVOLUCOES MES'    TO CT-TOTAL-2-LABEL
           MOVE WS-TOTAL-DEVOLUCOES TO CT-TOTAL-2-VALOR
           MOVE 'LINHAS DO MES'     TO CT-TOTAL-3-LABEL
           MOVE WS-QTDE-LINHAS-MES  TO CT-TOTAL-3-VALOR
           CALL 'CTLTOT' USING CTLTOT-PARMS.

       5000-FINALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 8000-READ-EXTRACT
      ******************************************************************
       8000-READ-EXTRACT.

           READ COMMISSION-EXTRACT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 8000-READ-EXTRACT-EXIT
           END-READ

           IF COMMISSION-EXTRACT-RECORD(1:2) = '*H'
               OR COMMISSION-EXTRACT-RECORD(1:2) = '*T'
               GO TO 8000-READ-EXTRACT
           END-IF.

       8000-READ-EXTRACT-EXIT.
           EXIT.

      ******************************************************************
      * 8100-READ-CREDIT-NOTE
      ******************************************************************
       8100-READ-CREDIT-NOTE.

           READ CREDIT-NOTE-FILE
               AT END
                   MOVE 'Y' TO WS-CN-EOF-SWITCH
                   GO TO 8100-READ-CREDIT-NOTE-EXIT
           END-READ

           IF CREDIT-NOTE-RECORD(1:2) = '*H'
               OR CREDIT-NOTE-RECORD(1:2) = '*T'
               GO TO 8100-READ-CREDIT-NOTE
           END-IF.

       8100-READ-CREDIT-NOTE-EXIT.
           EXIT.

      ******************************************************************
      * 8200-READ-HISTORY
      ******************************************************************
       8200-READ-HISTORY.

           READ SALES-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-VH-EOF-SWITCH
           END-READ.

       8200-READ-HISTORY-EXIT.
           EXIT.

      ******************************************************************
      * 8300-READ-WORK
      ******************************************************************
       8300-READ-WORK.

           READ HISTORY-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-WK-EOF-SWITCH
           END-READ.

       8300-READ-WORK-EXIT.
           EXIT.
