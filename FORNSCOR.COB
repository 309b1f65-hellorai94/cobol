      ******************************************************************
      * Author: M. TAVARES
      * Date: 15-10-26
      * Purpose: MONTHLY SUPPLIER PERFORMANCE SCORECARD. CIRCMAT AWARDS
      * EACH ORDER TO THE CHEAPEST SUPQUOTE QUOTE WHATEVER THE
      * SUPPLIER'S RECORD; THIS RUN GIVES PURCHASING THAT RECORD. FOR
      * ONE MONTH (PARM PERIODO=YYYYMM; DEFAULT THE MONTH BEFORE THE
      * RUN DATE) IT TAKES EVERY PURCHORD ORDER PROMISED FOR THE MONTH
      * -- ISSUE DATE PLUS THE SUPPLIER'S FN-PRAZO-ENTREGA LEAD TIME ON
      * FORNMAST, 15 DAYS WHEN NONE IS KEPT -- AND CHECKS IT AGAINST
      * THE GOODSRCT RECEIPTS: ON TIME WHEN 98 PERCENT OF THE QUANTITY
      * HAD ARRIVED BY THE PROMISED DATE, AND THE FILL RATE OF WHAT HAD
      * ARRIVED BY MONTH-END. THE SUPPLIER INVOICES POMATCH CHECKED IN
      * THE MONTH (THE MATCHLOG LOG -- THE DURABLE FORM OF THE MATCHVAR
      * VARIANCES) GIVE THE SHARE FAILING THE THREE-WAY MATCH AND THE
      * PRICE INVOICED AGAINST THE ORDER PRICE. THE MONTH'S FIGURES PER
      * SUPPLIER ARE KEPT ON FORNSCHI, WHICH THIS RUN MAINTAINS ITSELF
      * (A RERUN REPLACES THE MONTH; MONTHS OLDER THAN TWO YEARS ARE
      * DROPPED), AND THE FORNSCRP REPORT RATES EVERY SUPPLIER ON THE
      * LAST TWELVE MONTHS: A SUMMARY PAGE, THEN ONE PAGE PER SUPPLIER
      * WITH ITS MONTH-BY-MONTH TREND, FOR PURCHASING TO HAND OVER IN
      * SUPPLIER REVIEW MEETINGS. RUNS AT MONTH-END AFTER THE LAST
      * POMATCH OF THE MONTH.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History
      * 15-10-26 MRT  ORIGINAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORNSCOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURCHASE-ORDER-FILE ASSIGN TO "PURCHORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-STATUS.

           SELECT GOODS-RECEIPT-FILE ASSIGN TO "GOODSRCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GR-STATUS.

           SELECT MATCH-LOG-FILE ASSIGN TO "MATCHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ML-STATUS.

           SELECT SUPPLIER-MASTER-FILE ASSIGN TO "FORNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FN-FORNECEDOR
               FILE STATUS IS WS-FN-STATUS.

           SELECT SCORE-HISTORY-FILE ASSIGN TO "FORNSCHI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SH-STATUS.

           SELECT SCORECARD-REPORT-FILE ASSIGN TO "FORNSCRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PURCHASE-ORDER-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY PURCHORD.

      *-----------------------------------------------------------------
      * GOODS-RECEIPT-FILE -- SAME RECEIPT LINES POMATCH ROLLS UP
      *-----------------------------------------------------------------
       FD  GOODS-RECEIPT-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  GOODS-RECEIPT-RECORD.
           05  GR-PO-NUMERO            PIC X(08).
           05  GR-DATA-RECEBTO         PIC 9(08).
           05  GR-QTDE                 PIC 9(07)V9999.
           05  FILLER                  PIC X(03).

       FD  MATCH-LOG-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY MATCHLOG.

       FD  SUPPLIER-MASTER-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY FORNMAST.

      *-----------------------------------------------------------------
      * SCORE-HISTORY-FILE -- ONE RECORD PER MONTH AND SUPPLIER: THE
      * COUNTS AND QUANTITIES THE RATES ARE WORKED OUT FROM, IN PERIOD
      * ORDER
      *-----------------------------------------------------------------
       FD  SCORE-HISTORY-FILE
           RECORD CONTAINS 90 CHARACTERS.
       01  SCORE-HISTORY-RECORD.
           05  SH-PERIODO              PIC 9(06).
           05  SH-FORNECEDOR           PIC X(10).
           05  SH-PEDIDOS              PIC 9(05).
           05  SH-NO-PRAZO             PIC 9(05).
           05  SH-QTDE-PEDIDA          PIC 9(09)V9999.
           05  SH-QTDE-RECEBIDA        PIC 9(09)V9999.
           05  SH-NOTAS                PIC 9(05).
           05  SH-REPROVADAS           PIC 9(05).
           05  SH-VALOR-PEDIDO         PIC 9(11)V99.
           05  SH-VARIACAO-PRECO       PIC S9(09)V99 SIGN LEADING
                                           SEPARATE.
           05  FILLER                  PIC X(03).

       FD  SCORECARD-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SCORECARD-REPORT-LINE       PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-PO-STATUS            PIC X(02) VALUE SPACES.
       77  WS-GR-STATUS            PIC X(02) VALUE SPACES.
       77  WS-ML-STATUS            PIC X(02) VALUE SPACES.
       77  WS-FN-STATUS            PIC X(02) VALUE SPACES.
       77  WS-SH-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RPT-STATUS           PIC X(02) VALUE SPACES.

       77  WS-PO-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-PO-END-OF-FILE            VALUE 'Y'.
       77  WS-GR-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-GR-END-OF-FILE            VALUE 'Y'.
       77  WS-ML-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-ML-END-OF-FILE            VALUE 'Y'.
       77  WS-SH-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-SH-END-OF-FILE            VALUE 'Y'.

       77  WS-CADASTRO-SWITCH      PIC X(01) VALUE 'N'.
           88  WS-COM-CADASTRO              VALUE 'S'.
       77  WS-HIST-GRAVA-SWITCH    PIC X(01) VALUE 'S'.
           88  WS-HIST-GRAVA                VALUE 'S'.
       77  WS-ACHOU-SWITCH         PIC X(01) VALUE 'N'.
           88  WS-ACHOU                     VALUE 'S'.

      *-----------------------------------------------------------------
      * RUN PERIOD -- PERIODO=YYYYMM ON THE COMMAND LINE, SCANNED THE
      * WAY ARINDIC SCANS IT; DEFAULT THE MONTH BEFORE TODAY. THE
      * RATING WINDOW STARTS ELEVEN MONTHS EARLIER; FORNSCHI KEEPS
      * TWENTY-FOUR MONTHS
      *-----------------------------------------------------------------
       77  WS-PARM-LINHA           PIC X(80) VALUE SPACES.
       77  WS-POS-PERIODO          PIC 9(02) VALUE ZEROS.
       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       01  WS-PERIODO.
           05  WS-PERIODO-ANO      PIC 9(04).
           05  WS-PERIODO-MES      PIC 9(02).
       01  WS-PERIODO-N REDEFINES WS-PERIODO
                                   PIC 9(06).
       77  WS-PERIODO-INICIO       PIC 9(06) VALUE ZEROS.
       77  WS-PERIODO-CORTE        PIC 9(06) VALUE ZEROS.

      *    MONTH ARITHMETIC -- WS-PERIODO MOVED BY WS-DESLOC-MESES
       77  WS-DESLOC-MESES         PIC S9(03) VALUE ZEROS.
       77  WS-CONTA-MESES          PIC 9(06) VALUE ZEROS.
       01  WS-PERIODO-CALC.
           05  WS-PC-ANO           PIC 9(04).
           05  WS-PC-MES           PIC 9(02).
       01  WS-PERIODO-CALC-N REDEFINES WS-PERIODO-CALC
                                   PIC 9(06).

       01  WS-DATA-INICIO-PROX.
           05  WS-DP-PERIODO       PIC 9(06).
           05  WS-DP-DIA           PIC 9(02) VALUE 01.
       01  WS-DATA-INICIO-PROX-N REDEFINES WS-DATA-INICIO-PROX
                                   PIC 9(08).
       77  WS-DATA-FIM-MES         PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
      * DELIVERY TERMS -- LEAD TIME WHEN THE SUPPLIER HAS NONE ON
      * FORNMAST, AND THE SHARE OF THE ORDER THAT MUST BE IN BY THE
      * PROMISED DATE FOR THE ORDER TO COUNT AS ON TIME
      *-----------------------------------------------------------------
       77  WS-PRAZO-PADRAO         PIC 9(03) VALUE 15.
       77  WS-PCT-ENTREGA-MINIMA   PIC 9(03) VALUE 98.
       77  WS-PRAZO-ENTREGA        PIC 9(03) VALUE ZEROS.
       77  WS-DATA-PROMETIDA       PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
      * ORDERS PROMISED FOR THE MONTH, WITH WHAT HAD ARRIVED BY THE
      * PROMISED DATE AND BY MONTH-END
      *-----------------------------------------------------------------
       01  WS-PD-TABLE.
           05  WS-PD-ENTRY OCCURS 2000 TIMES
                           INDEXED BY WS-PD-IDX.
               10  WS-PD-NUMERO        PIC X(08).
               10  WS-PD-FORNECEDOR    PIC X(10).
               10  WS-PD-QTDE          PIC 9(07)V9999.
               10  WS-PD-DATA-PROMETIDA PIC 9(08).
               10  WS-PD-QTDE-NO-PRAZO PIC 9(09)V9999.
               10  WS-PD-QTDE-RECEBIDA PIC 9(09)V9999.

       77  WS-PD-COUNT             PIC 9(04) VALUE ZEROS.
       77  WS-PD-SUB               PIC 9(04) VALUE ZEROS.
       77  WS-PD-MAX               PIC 9(04) VALUE 2000.

      *-----------------------------------------------------------------
      * HISTORY TABLE -- FORNSCHI AS LOADED (ENTRIES 1 THRU
      * WS-HS-CARGA, IN PERIOD ORDER, LESS THE RUN MONTH AND THE
      * EXPIRED MONTHS), THEN THE RUN MONTH'S ENTRIES. EACH ENTRY IS
      * LAID OUT AS THE HISTORY RECORD. A FULL TABLE LEAVES FORNSCHI
      * UNTOUCHED
      *-----------------------------------------------------------------
       01  WS-HS-TABLE.
           05  WS-HS-ENTRY OCCURS 5000 TIMES
                           INDEXED BY WS-HS-IDX.
               10  WS-HS-PERIODO       PIC 9(06).
               10  WS-HS-FORNECEDOR    PIC X(10).
               10  WS-HS-PEDIDOS       PIC 9(05).
               10  WS-HS-NO-PRAZO      PIC 9(05).
               10  WS-HS-QTDE-PEDIDA   PIC 9(09)V9999.
               10  WS-HS-QTDE-RECEBIDA PIC 9(09)V9999.
               10  WS-HS-NOTAS         PIC 9(05).
               10  WS-HS-REPROVADAS    PIC 9(05).
               10  WS-HS-VALOR-PEDIDO  PIC 9(11)V99.
               10  WS-HS-VARIACAO-PRECO PIC S9(09)V99 SIGN LEADING
                                           SEPARATE.
               10  FILLER              PIC X(03).

       77  WS-HS-COUNT             PIC 9(04) VALUE ZEROS.
       77  WS-HS-CARGA             PIC 9(04) VALUE ZEROS.
       77  WS-HS-PRIMEIRO-MES      PIC 9(04) VALUE ZEROS.
       77  WS-HS-SUB               PIC 9(04) VALUE ZEROS.
       77  WS-HS-MAX               PIC 9(04) VALUE 5000.
       77  WS-FORNECEDOR-ATUAL     PIC X(10) VALUE SPACES.
       77  WS-GRAVA-FAIXA          PIC 9(01) VALUE ZEROS.

      *-----------------------------------------------------------------
      * SUPPLIER TABLE -- TWELVE-MONTH TOTALS OF EVERY SUPPLIER WITH A
      * HISTORY ENTRY IN THE WINDOW
      *-----------------------------------------------------------------
       01  WS-FS-TABLE.
           05  WS-FS-ENTRY OCCURS 500 TIMES
                           INDEXED BY WS-FS-IDX.
               10  WS-FS-FORNECEDOR    PIC X(10).
               10  WS-FS-RAZAO         PIC X(30).
               10  WS-FS-PEDIDOS       PIC 9(07).
               10  WS-FS-NO-PRAZO      PIC 9(07).
               10  WS-FS-QTDE-PEDIDA   PIC 9(11)V9999.
               10  WS-FS-QTDE-RECEBIDA PIC 9(11)V9999.
               10  WS-FS-NOTAS         PIC 9(07).
               10  WS-FS-REPROVADAS    PIC 9(07).
               10  WS-FS-VALOR-PEDIDO  PIC 9(13)V99.
               10  WS-FS-VARIACAO-PRECO PIC S9(11)V99.

       77  WS-FS-COUNT             PIC 9(04) VALUE ZEROS.
       77  WS-FS-SUB               PIC 9(04) VALUE ZEROS.
       77  WS-FS-MAX               PIC 9(04) VALUE 500.

      *-----------------------------------------------------------------
      * SCORE WORK FIELDS -- FILLED FROM A HISTORY ENTRY OR A SUPPLIER
      * TOTAL, THEN RATED BY 5500-COMPUTE-SCORE:
      *   PONTOS = ON-TIME % X 40 + FILL % X 30 + INVOICES PASSING THE
      *            MATCH % X 20 + PRICE X 10, OVER THE WEIGHTS THAT
      *            HAVE A BASE; PRICE IS 100 WHEN INVOICED AT OR BELOW
      *            THE ORDER PRICE, LESS 10 PER PERCENT ABOVE IT
      *   CLASSE A FROM 90, B FROM 75, C FROM 60, D BELOW; - WHEN
      *            NOTHING TO RATE
      *-----------------------------------------------------------------
       77  WS-AC-PEDIDOS           PIC 9(07) VALUE ZEROS.
       77  WS-AC-NO-PRAZO          PIC 9(07) VALUE ZEROS.
       77  WS-AC-QTDE-PEDIDA       PIC 9(11)V9999 VALUE ZEROS.
       77  WS-AC-QTDE-RECEBIDA     PIC 9(11)V9999 VALUE ZEROS.
       77  WS-AC-NOTAS             PIC 9(07) VALUE ZEROS.
       77  WS-AC-REPROVADAS        PIC 9(07) VALUE ZEROS.
       77  WS-AC-VALOR-PEDIDO      PIC 9(13)V99 VALUE ZEROS.
       77  WS-AC-VARIACAO-PRECO    PIC S9(11)V99 VALUE ZEROS.

       77  WS-PCT-PRAZO            PIC 9(03)V9 VALUE ZEROS.
       77  WS-PCT-ATENDIDO         PIC 9(03)V9 VALUE ZEROS.
       77  WS-PCT-REPROVADAS       PIC 9(03)V9 VALUE ZEROS.
       77  WS-PCT-PRECO            PIC S9(03)V9 VALUE ZEROS.
       77  WS-NOTA-PRECO           PIC 9(03)V9 VALUE ZEROS.
       77  WS-PONTOS-PARCIAL       PIC 9(05)V99 VALUE ZEROS.
       77  WS-SOMA-PONTOS          PIC 9(05)V99 VALUE ZEROS.
       77  WS-SOMA-PESOS           PIC 9(03) VALUE ZEROS.
       77  WS-PONTOS               PIC 9(03)V9 VALUE ZEROS.
       77  WS-CLASSE               PIC X(01) VALUE SPACES.

      *-----------------------------------------------------------------
      * RUN COUNTERS
      *-----------------------------------------------------------------
       77  WS-QTDE-PEDIDOS-LIDOS   PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-PEDIDOS-MES     PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-PRAZO-PADRAO    PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-RECEBTOS-MES    PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-NOTAS-MES       PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-NOTAS-SEM-PED   PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-SUBSTITUIDOS    PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-EXPURGADOS      PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-HIST-GRAVADOS   PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-IGNORADOS       PIC 9(05) VALUE ZEROS.
       01  WS-QTDE-POR-CLASSE.
           05  WS-QTDE-CLASSE      PIC 9(04) OCCURS 5 TIMES.
       77  WS-CL-SUB               PIC 9(01) VALUE ZEROS.
       01  WS-CLASSES-VALIDAS      PIC X(05) VALUE 'ABCD-'.
       77  WS-MES-SUB              PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      * REPORT LINES
      *-----------------------------------------------------------------
       01  WS-RPT-TITULO.
           05  FILLER              PIC X(34) VALUE
               'DESEMPENHO DE FORNECEDORES -- MES '.
           05  WS-RT-PERIODO       PIC 9(06).
           05  FILLER              PIC X(04) VALUE ' -- '.
           05  WS-RT-TEXTO         PIC X(36).

       01  WS-RPT-AVISO.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RA-TEXTO         PIC X(78).

       01  WS-RPT-JANELA.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(24) VALUE
               'AVALIACAO DOS MESES DE '.
           05  WS-RJ-INICIO        PIC X(07).
           05  FILLER              PIC X(03) VALUE ' A '.
           05  WS-RJ-FIM           PIC X(07).
           05  FILLER              PIC X(37) VALUE SPACES.

       01  WS-RPT-FORNECEDOR.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(12) VALUE 'FORNECEDOR: '.
           05  WS-RF-FORNECEDOR    PIC X(10).
           05  FILLER              PIC X(03) VALUE ' - '.
           05  WS-RF-RAZAO         PIC X(30).
           05  FILLER              PIC X(23) VALUE SPACES.

       01  WS-RPT-FORN-COLUNAS.
           05  FILLER              PIC X(40) VALUE
               'FORNECEDOR RAZAO SOCIAL       PEDS  PRZ%'.
           05  FILLER              PIC X(40) VALUE
               '  ATND%   NFS  REPR% PRECO%  PTOS CL    '.

       01  WS-RPT-MES-COLUNAS.
           05  FILLER              PIC X(40) VALUE
               'MES                           PEDS  PRZ%'.
           05  FILLER              PIC X(40) VALUE
               '  ATND%   NFS  REPR% PRECO%  PTOS CL    '.

       01  WS-RPT-DETALHE.
           05  WS-RD-FORNECEDOR    PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-RAZAO         PIC X(18).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-PEDIDOS       PIC ZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-PRAZO         PIC ZZ9.9.
           05  WS-RD-PRAZO-X REDEFINES WS-RD-PRAZO
                                   PIC X(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RD-ATENDIDO      PIC ZZ9.9.
           05  WS-RD-ATENDIDO-X REDEFINES WS-RD-ATENDIDO
                                   PIC X(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RD-NOTAS         PIC ZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RD-REPROVADAS    PIC ZZ9.9.
           05  WS-RD-REPROVADAS-X REDEFINES WS-RD-REPROVADAS
                                   PIC X(05).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-PRECO         PIC -(03)9.9.
           05  WS-RD-PRECO-X REDEFINES WS-RD-PRECO
                                   PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-PONTOS        PIC ZZ9.9.
           05  WS-RD-PONTOS-X REDEFINES WS-RD-PONTOS
                                   PIC X(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RD-CLASSE        PIC X(01).
           05  FILLER              PIC X(04) VALUE SPACES.

       01  WS-RPT-MES-EDIT.
           05  WS-RME-ANO          PIC 9(04).
           05  FILLER              PIC X(01) VALUE '/'.
           05  WS-RME-MES          PIC 9(02).

       01  WS-RPT-CLASSIFICACAO.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(37) VALUE
               'CLASSIFICACAO NOS ULTIMOS 12 MESES: '.
           05  WS-RC-CLASSE        PIC X(01).
           05  FILLER              PIC X(13) VALUE '  -- PONTOS: '.
           05  WS-RC-PONTOS        PIC ZZ9.9.
           05  WS-RC-PONTOS-X REDEFINES WS-RC-PONTOS
                                   PIC X(05).
           05  FILLER              PIC X(22) VALUE SPACES.

       01  WS-RPT-CONTAGEM.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(19) VALUE
               'FORNECEDORES CLASSE'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RCN-CLASSE       PIC X(01).
           05  FILLER              PIC X(02) VALUE ': '.
           05  WS-RCN-QTDE         PIC ZZZ9.
           05  FILLER              PIC X(51) VALUE SPACES.

      *    THE LEGEND CLOSING EVERY PAGE
       01  WS-RPT-LEGENDA.
           05  FILLER              PIC X(40) VALUE
               '  PRZ%   = PEDIDOS COM 98% DA QTDE RECEB'.
           05  FILLER              PIC X(40) VALUE
               'IDA ATE A DATA PROMETIDA                '.
           05  FILLER              PIC X(40) VALUE
               '  ATND%  = QTDE RECEBIDA ATE O FIM DO ME'.
           05  FILLER              PIC X(40) VALUE
               'S SOBRE A QTDE PEDIDA                   '.
           05  FILLER              PIC X(40) VALUE
               '  NFS    = NOTAS CONFERIDAS; REPR% = REP'.
           05  FILLER              PIC X(40) VALUE
               'ROVADAS NO CONFRONTO TRIPLO             '.
           05  FILLER              PIC X(40) VALUE
               '  PRECO% = PRECO FATURADO ACIMA (+) OU A'.
           05  FILLER              PIC X(40) VALUE
               'BAIXO (-) DO PEDIDO                     '.
           05  FILLER              PIC X(40) VALUE
               '  PTOS   = PRZ% X 40 + ATND% X 30 + NOTA'.
           05  FILLER              PIC X(40) VALUE
               'S APROVADAS X 20 + PRECO X 10           '.
           05  FILLER              PIC X(40) VALUE
               '           (PRECO: 100 ATE O VALOR DO PE'.
           05  FILLER              PIC X(40) VALUE
               'DIDO, MENOS 10 POR PONTO % ACIMA)       '.
           05  FILLER              PIC X(40) VALUE
               '  CL     = A >= 90, B >= 75, C >= 60, D '.
           05  FILLER              PIC X(40) VALUE
               'ABAIXO DE 60; - SEM MOVIMENTO           '.
       01  WS-RPT-LEGENDA-R REDEFINES WS-RPT-LEGENDA.
           05  WS-RL-LINHA         PIC X(80) OCCURS 7 TIMES.
       77  WS-RL-SUB               PIC 9(01) VALUE ZEROS.

       01  WS-RPT-BRANCO           PIC X(80) VALUE SPACES.

       COPY CTLTOTLNK.
       COPY JOBLGLNK.
       COPY RPTHDRLNK.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.

           MOVE 'FORNSCOR' TO JL-PROGRAM-ID
           MOVE 'S'        TO JL-ACAO
           CALL 'JOBLOG' USING JOBLOG-PARMS

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT

           PERFORM 2000-LOAD-HISTORY
               THRU 2000-LOAD-HISTORY-EXIT

           PERFORM 3000-COMPUTE-MONTH
               THRU 3000-COMPUTE-MONTH-EXIT

           PERFORM 3900-SAVE-HISTORY
               THRU 3900-SAVE-HISTORY-EXIT

           PERFORM 4000-TOTAL-TWELVE-MONTHS
               THRU 4000-TOTAL-TWELVE-MONTHS-EXIT

           PERFORM 5000-REPORT-SUMMARY
               THRU 5000-REPORT-SUMMARY-EXIT

           PERFORM 6000-REPORT-SUPPLIER
               THRU 6000-REPORT-SUPPLIER-EXIT
               VARYING WS-FS-SUB FROM 1 BY 1
               UNTIL WS-FS-SUB > WS-FS-COUNT

           PERFORM 7000-FINALIZE
               THRU 7000-FINALIZE-EXIT

           IF WS-QTDE-IGNORADOS > ZEROS
              OR NOT WS-HIST-GRAVA
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
      * 1000-INITIALIZE -- PICK THE PERIOD, ITS LAST DAY, THE START OF
      * THE TWELVE-MONTH WINDOW AND THE HISTORY CUT-OFF; OPEN THE
      * SUPPLIER MASTER AND THE REPORT
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           MOVE WS-DATA-HOJE(1:6) TO WS-PERIODO
           MOVE -1 TO WS-DESLOC-MESES
           PERFORM 1100-SHIFT-MONTH
               THRU 1100-SHIFT-MONTH-EXIT
           MOVE WS-PERIODO-CALC TO WS-PERIODO

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

           MOVE -11 TO WS-DESLOC-MESES
           PERFORM 1100-SHIFT-MONTH
               THRU 1100-SHIFT-MONTH-EXIT
           MOVE WS-PERIODO-CALC-N TO WS-PERIODO-INICIO

           MOVE -23 TO WS-DESLOC-MESES
           PERFORM 1100-SHIFT-MONTH
               THRU 1100-SHIFT-MONTH-EXIT
           MOVE WS-PERIODO-CALC-N TO WS-PERIODO-CORTE

           MOVE 1 TO WS-DESLOC-MESES
           PERFORM 1100-SHIFT-MONTH
               THRU 1100-SHIFT-MONTH-EXIT
           MOVE WS-PERIODO-CALC-N TO WS-DP-PERIODO
           COMPUTE WS-DATA-FIM-MES = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-DATA-INICIO-PROX-N) - 1)

           DISPLAY 'DESEMPENHO DE FORNECEDORES DO MES ' WS-PERIODO
               ' -- AVALIACAO DESDE ' WS-PERIODO-INICIO

           MOVE ZEROS TO WS-QTDE-POR-CLASSE

           OPEN INPUT SUPPLIER-MASTER-FILE
           IF WS-FN-STATUS = '00'
               MOVE 'S' TO WS-CADASTRO-SWITCH
           ELSE
               DISPLAY 'AVISO - SEM ARQUIVO FORNMAST -- PRAZO DE '
                   'ENTREGA PADRAO DE ' WS-PRAZO-PADRAO ' DIAS'
           END-IF

           OPEN OUTPUT SCORECARD-REPORT-FILE
           MOVE WS-PERIODO-N TO WS-RT-PERIODO.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-SHIFT-MONTH -- WS-PERIODO MOVED WS-DESLOC-MESES MONTHS
      * (NEGATIVE FOR EARLIER) INTO WS-PERIODO-CALC
      ******************************************************************
       1100-SHIFT-MONTH.

           COMPUTE WS-CONTA-MESES =
               WS-PERIODO-ANO * 12 + WS-PERIODO-MES - 1
               + WS-DESLOC-MESES

           DIVIDE WS-CONTA-MESES BY 12
               GIVING WS-PC-ANO REMAINDER WS-PC-MES
           ADD 1 TO WS-PC-MES.

       1100-SHIFT-MONTH-EXIT.
           EXIT.

      ******************************************************************
      * 2000-LOAD-HISTORY -- FORNSCHI INTO THE HISTORY TABLE, LESS AN
      * EARLIER RUN OF THE MONTH AND THE MONTHS PAST THE CUT-OFF
      ******************************************************************
       2000-LOAD-HISTORY.

           OPEN INPUT SCORE-HISTORY-FILE
           IF WS-SH-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO FORNSCHI -- HISTORICO '
                   'INICIADO NESTE MES'
               GO TO 2000-LOAD-HISTORY-EXIT
           END-IF

           PERFORM 8800-READ-HISTORY
               THRU 8800-READ-HISTORY-EXIT

           PERFORM 2100-STORE-HISTORY
               THRU 2100-STORE-HISTORY-EXIT
               UNTIL WS-SH-END-OF-FILE

           CLOSE SCORE-HISTORY-FILE

           IF WS-QTDE-SUBSTITUIDOS > ZEROS
               DISPLAY 'MES ' WS-PERIODO ' JA CONSTAVA NO FORNSCHI -- '
                   'SUBSTITUIDO'
           END-IF.

       2000-LOAD-HISTORY-EXIT.
           EXIT.

      ******************************************************************
      * 2100-STORE-HISTORY -- A RECORD THAT DOES NOT FIT STOPS THE
      * REWRITE SO NOTHING IS LOST
      ******************************************************************
       2100-STORE-HISTORY.

           IF SH-PERIODO = WS-PERIODO-N
               ADD 1 TO WS-QTDE-SUBSTITUIDOS
               GO TO 2100-STORE-HISTORY-NEXT
           END-IF

           IF SH-PERIODO < WS-PERIODO-CORTE
               ADD 1 TO WS-QTDE-EXPURGADOS
               GO TO 2100-STORE-HISTORY-NEXT
           END-IF

           IF WS-HS-COUNT NOT < WS-HS-MAX
               DISPLAY 'TABELA DE HISTORICO CHEIA -- ' SH-PERIODO ' '
                   SH-FORNECEDOR ' NAO CARREGADO, FORNSCHI NAO SERA '
                   'REGRAVADO'
               MOVE 'N' TO WS-HIST-GRAVA-SWITCH
               ADD 1 TO WS-QTDE-IGNORADOS
               GO TO 2100-STORE-HISTORY-NEXT
           END-IF

           ADD 1 TO WS-HS-COUNT
           MOVE SCORE-HISTORY-RECORD TO WS-HS-ENTRY(WS-HS-COUNT).

       2100-STORE-HISTORY-NEXT.

           PERFORM 8800-READ-HISTORY
               THRU 8800-READ-HISTORY-EXIT.

       2100-STORE-HISTORY-EXIT.
           EXIT.

      ******************************************************************
      * 3000-COMPUTE-MONTH -- THE ORDERS PROMISED FOR THE MONTH, THE
      * RECEIPTS AGAINST THEM AND THE INVOICES CHECKED IN THE MONTH,
      * INTO ONE HISTORY ENTRY PER SUPPLIER. ANY FILE MAY BE ABSENT
      ******************************************************************
       3000-COMPUTE-MONTH.

           MOVE WS-HS-COUNT TO WS-HS-CARGA
           COMPUTE WS-HS-PRIMEIRO-MES = WS-HS-CARGA + 1

           OPEN INPUT PURCHASE-ORDER-FILE
           IF WS-PO-STATUS = '00'
               PERFORM 8000-READ-ORDER
                   THRU 8000-READ-ORDER-EXIT
               PERFORM 3100-STORE-ORDER
                   THRU 3100-STORE-ORDER-EXIT
                   UNTIL WS-PO-END-OF-FILE
               CLOSE PURCHASE-ORDER-FILE
           ELSE
               DISPLAY 'AVISO - SEM ARQUIVO PURCHORD -- NENHUM PEDIDO '
                   'A AVALIAR'
           END-IF

           IF WS-PD-COUNT > ZEROS
               OPEN INPUT GOODS-RECEIPT-FILE
               IF WS-GR-STATUS = '00'
                   PERFORM 8100-READ-RECEIPT
                       THRU 8100-READ-RECEIPT-EXIT
                   PERFORM 3200-APPLY-RECEIPT
                       THRU 3200-APPLY-RECEIPT-EXIT
                       UNTIL WS-GR-END-OF-FILE
                   CLOSE GOODS-RECEIPT-FILE
               ELSE
                   DISPLAY 'AVISO - SEM ARQUIVO GOODSRCT -- NADA '
                       'CONSTA COMO RECEBIDO'
               END-IF
           END-IF

           PERFORM 3300-POST-ORDER
               THRU 3300-POST-ORDER-EXIT
               VARYING WS-PD-SUB FROM 1 BY 1
               UNTIL WS-PD-SUB > WS-PD-COUNT

           OPEN INPUT MATCH-LOG-FILE
           IF WS-ML-STATUS = '00'
               PERFORM 8200-READ-MATCH
                   THRU 8200-READ-MATCH-EXIT
               PERFORM 3400-APPLY-MATCH
                   THRU 3400-APPLY-MATCH-EXIT
                   UNTIL WS-ML-END-OF-FILE
               CLOSE MATCH-LOG-FILE
           ELSE
               DISPLAY 'AVISO - SEM ARQUIVO MATCHLOG -- NENHUMA NOTA '
                   'CONFERIDA'
           END-IF.

       3000-COMPUTE-MONTH-EXIT.
           EXIT.

      ******************************************************************
      * 3050-FIND-MONTH-ENTRY -- THE RUN MONTH'S HISTORY ENTRY FOR
      * WS-FORNECEDOR-ATUAL, ADDED IF NEW; WS-HS-SUB ZERO WHEN THE
      * TABLE IS FULL
      ******************************************************************
       3050-FIND-MONTH-ENTRY.

           MOVE ZEROS TO WS-HS-SUB

           IF WS-HS-COUNT > WS-HS-CARGA
               SET WS-HS-IDX TO WS-HS-PRIMEIRO-MES
               SEARCH WS-HS-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-HS-IDX > WS-HS-COUNT
                       CONTINUE
                   WHEN WS-HS-FORNECEDOR(WS-HS-IDX)
                           = WS-FORNECEDOR-ATUAL
                       SET WS-HS-SUB TO WS-HS-IDX
               END-SEARCH
           END-IF

           IF WS-HS-SUB > ZEROS
               GO TO 3050-FIND-MONTH-ENTRY-EXIT
           END-IF

           IF WS-HS-COUNT NOT < WS-HS-MAX
               MOVE 'N' TO WS-HIST-GRAVA-SWITCH
               GO TO 3050-FIND-MONTH-ENTRY-EXIT
           END-IF

           ADD 1 TO WS-HS-COUNT
           MOVE WS-HS-COUNT         TO WS-HS-SUB
           MOVE SPACES              TO WS-HS-ENTRY(WS-HS-SUB)
           MOVE WS-PERIODO-N        TO WS-HS-PERIODO(WS-HS-SUB)
           MOVE WS-FORNECEDOR-ATUAL TO WS-HS-FORNECEDOR(WS-HS-SUB)
           MOVE ZEROS               TO WS-HS-PEDIDOS(WS-HS-SUB)
           MOVE ZEROS               TO WS-HS-NO-PRAZO(WS-HS-SUB)
           MOVE ZEROS               TO WS-HS-QTDE-PEDIDA(WS-HS-SUB)
           MOVE ZEROS               TO WS-HS-QTDE-RECEBIDA(WS-HS-SUB)
           MOVE ZEROS               TO WS-HS-NOTAS(WS-HS-SUB)
           MOVE ZEROS               TO WS-HS-REPROVADAS(WS-HS-SUB)
           MOVE ZEROS               TO WS-HS-VALOR-PEDIDO(WS-HS-SUB)
           MOVE ZEROS             TO WS-HS-VARIACAO-PRECO(WS-HS-SUB).

       3050-FIND-MONTH-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * 3100-STORE-ORDER -- AN ORDER WHOSE PROMISED DATE (ISSUE DATE
      * PLUS THE SUPPLIER'S LEAD TIME) FALLS IN THE MONTH
      ******************************************************************
       3100-STORE-ORDER.

           ADD 1 TO WS-QTDE-PEDIDOS-LIDOS

           IF PO-DATA-EMISSAO NOT NUMERIC
               DISPLAY 'PEDIDO ' PO-NUMERO ' COM DATA DE EMISSAO '
                   'INVALIDA -- IGNORADO'
               ADD 1 TO WS-QTDE-IGNORADOS
               GO TO 3100-STORE-ORDER-NEXT
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(PO-DATA-EMISSAO) NOT = 0
               DISPLAY 'PEDIDO ' PO-NUMERO ' COM DATA DE EMISSAO '
                   'INVALIDA -- IGNORADO'
               ADD 1 TO WS-QTDE-IGNORADOS
               GO TO 3100-STORE-ORDER-NEXT
           END-IF

           PERFORM 3110-LEAD-TIME
               THRU 3110-LEAD-TIME-EXIT

           COMPUTE WS-DATA-PROMETIDA = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(PO-DATA-EMISSAO)
                + WS-PRAZO-ENTREGA)

           IF WS-DATA-PROMETIDA(1:6) NOT = WS-PERIODO
               GO TO 3100-STORE-ORDER-NEXT
           END-IF

           IF WS-PD-COUNT NOT < WS-PD-MAX
               DISPLAY 'TABELA DE PEDIDOS CHEIA -- ' PO-NUMERO
                   ' FORA DA AVALIACAO'
               ADD 1 TO WS-QTDE-IGNORADOS
               GO TO 3100-STORE-ORDER-NEXT
           END-IF

           ADD 1 TO WS-PD-COUNT
           ADD 1 TO WS-QTDE-PEDIDOS-MES
           MOVE SPACES            TO WS-PD-ENTRY(WS-PD-COUNT)
           MOVE PO-NUMERO         TO WS-PD-NUMERO(WS-PD-COUNT)
           MOVE PO-FORNECEDOR     TO WS-PD-FORNECEDOR(WS-PD-COUNT)
           MOVE PO-QTDE           TO WS-PD-QTDE(WS-PD-COUNT)
           MOVE WS-DATA-PROMETIDA TO WS-PD-DATA-PROMETIDA(WS-PD-COUNT)
           MOVE ZEROS             TO WS-PD-QTDE-NO-PRAZO(WS-PD-COUNT)
           MOVE ZEROS             TO WS-PD-QTDE-RECEBIDA(WS-PD-COUNT).

       3100-STORE-ORDER-NEXT.

           PERFORM 8000-READ-ORDER
               THRU 8000-READ-ORDER-EXIT.

       3100-STORE-ORDER-EXIT.
           EXIT.

      ******************************************************************
      * 3110-LEAD-TIME -- THE SUPPLIER'S DELIVERY LEAD TIME, OR THE
      * DEFAULT WHEN IT HAS NONE ON FORNMAST
      ******************************************************************
       3110-LEAD-TIME.

           MOVE WS-PRAZO-PADRAO TO WS-PRAZO-ENTREGA

           IF NOT WS-COM-CADASTRO
               ADD 1 TO WS-QTDE-PRAZO-PADRAO
               GO TO 3110-LEAD-TIME-EXIT
           END-IF

           MOVE PO-FORNECEDOR TO FN-FORNECEDOR
           READ SUPPLIER-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-QTDE-PRAZO-PADRAO
                   GO TO 3110-LEAD-TIME-EXIT
           END-READ

           IF FN-PRAZO-ENTREGA NOT NUMERIC
              OR FN-PRAZO-ENTREGA = ZEROS
               ADD 1 TO WS-QTDE-PRAZO-PADRAO
           ELSE
               MOVE FN-PRAZO-ENTREGA TO WS-PRAZO-ENTREGA
           END-IF.

       3110-LEAD-TIME-EXIT.
           EXIT.

      ******************************************************************
      * 3200-APPLY-RECEIPT -- A RECEIPT AGAINST AN ORDER OF THE MONTH:
      * BY THE PROMISED DATE IT COUNTS TOWARD ON-TIME DELIVERY, BY
      * MONTH-END TOWARD THE FILL RATE
      ******************************************************************
       3200-APPLY-RECEIPT.

           SET WS-PD-IDX TO 1
           MOVE 'N' TO WS-ACHOU-SWITCH
           SEARCH WS-PD-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PD-IDX > WS-PD-COUNT
                   CONTINUE
               WHEN WS-PD-NUMERO(WS-PD-IDX) = GR-PO-NUMERO
                   MOVE 'S' TO WS-ACHOU-SWITCH
           END-SEARCH

           IF NOT WS-ACHOU
               GO TO 3200-APPLY-RECEIPT-NEXT
           END-IF

           IF GR-DATA-RECEBTO NOT NUMERIC OR GR-QTDE NOT NUMERIC
               DISPLAY 'RECEBIMENTO INVALIDO DO PEDIDO ' GR-PO-NUMERO
                   ' -- IGNORADO'
               ADD 1 TO WS-QTDE-IGNORADOS
               GO TO 3200-APPLY-RECEIPT-NEXT
           END-IF

           IF GR-DATA-RECEBTO > WS-DATA-FIM-MES
               GO TO 3200-APPLY-RECEIPT-NEXT
           END-IF

           ADD 1 TO WS-QTDE-RECEBTOS-MES
           ADD GR-QTDE TO WS-PD-QTDE-RECEBIDA(WS-PD-IDX)
           IF GR-DATA-RECEBTO NOT > WS-PD-DATA-PROMETIDA(WS-PD-IDX)
               ADD GR-QTDE TO WS-PD-QTDE-NO-PRAZO(WS-PD-IDX)
           END-IF.

       3200-APPLY-RECEIPT-NEXT.

           PERFORM 8100-READ-RECEIPT
               THRU 8100-READ-RECEIPT-EXIT.

       3200-APPLY-RECEIPT-EXIT.
           EXIT.

      ******************************************************************
      * 3300-POST-ORDER -- ONE ORDER OF THE MONTH INTO ITS SUPPLIER'S
      * ENTRY. AN OVER-DELIVERY FILLS THE ORDER AND NO MORE
      ******************************************************************
       3300-POST-ORDER.

           MOVE WS-PD-FORNECEDOR(WS-PD-SUB) TO WS-FORNECEDOR-ATUAL
           PERFORM 3050-FIND-MONTH-ENTRY
               THRU 3050-FIND-MONTH-ENTRY-EXIT

           IF WS-HS-SUB = ZEROS
               DISPLAY 'TABELA DE HISTORICO CHEIA -- PEDIDO '
                   WS-PD-NUMERO(WS-PD-SUB) ' FORA DA AVALIACAO'
               ADD 1 TO WS-QTDE-IGNORADOS
               GO TO 3300-POST-ORDER-EXIT
           END-IF

           ADD 1 TO WS-HS-PEDIDOS(WS-HS-SUB)
           ADD WS-PD-QTDE(WS-PD-SUB) TO WS-HS-QTDE-PEDIDA(WS-HS-SUB)

           IF WS-PD-QTDE-RECEBIDA(WS-PD-SUB) > WS-PD-QTDE(WS-PD-SUB)
               ADD WS-PD-QTDE(WS-PD-SUB)
                   TO WS-HS-QTDE-RECEBIDA(WS-HS-SUB)
           ELSE
               ADD WS-PD-QTDE-RECEBIDA(WS-PD-SUB)
                   TO WS-HS-QTDE-RECEBIDA(WS-HS-SUB)
           END-IF

           IF WS-PD-QTDE-NO-PRAZO(WS-PD-SUB) * 100
                   NOT < WS-PD-QTDE(WS-PD-SUB) * WS-PCT-ENTREGA-MINIMA
               ADD 1 TO WS-HS-NO-PRAZO(WS-HS-SUB)
           END-IF.

       3300-POST-ORDER-EXIT.
           EXIT.

      ******************************************************************
      * 3400-APPLY-MATCH -- AN INVOICE POMATCH CHECKED IN THE MONTH.
      * ONE WITH NO ORDER HAS NO SUPPLIER TO CHARGE IT TO; THE PRICE
      * VARIANCE IS WEIGHTED BY THE QUANTITY INVOICED
      ******************************************************************
       3400-APPLY-MATCH.

           IF ML-DATA(1:6) NOT = WS-PERIODO
               GO TO 3400-APPLY-MATCH-NEXT
           END-IF

           ADD 1 TO WS-QTDE-NOTAS-MES

           IF ML-FORNECEDOR = SPACES
               ADD 1 TO WS-QTDE-NOTAS-SEM-PED
               GO TO 3400-APPLY-MATCH-NEXT
           END-IF

           MOVE ML-FORNECEDOR TO WS-FORNECEDOR-ATUAL
           PERFORM 3050-FIND-MONTH-ENTRY
               THRU 3050-FIND-MONTH-ENTRY-EXIT

           IF WS-HS-SUB = ZEROS
               DISPLAY 'TABELA DE HISTORICO CHEIA -- NOTA '
                   ML-NOTA-FISCAL ' FORA DA AVALIACAO'
               ADD 1 TO WS-QTDE-IGNORADOS
               GO TO 3400-APPLY-MATCH-NEXT
           END-IF

           ADD 1 TO WS-HS-NOTAS(WS-HS-SUB)
           IF ML-VARIANCIA
               ADD 1 TO WS-HS-REPROVADAS(WS-HS-SUB)
           END-IF

           IF ML-PRECO-PEDIDO > ZEROS
               COMPUTE WS-HS-VALOR-PEDIDO(WS-HS-SUB) ROUNDED =
                   WS-HS-VALOR-PEDIDO(WS-HS-SUB)
                   + ML-QTDE * ML-PRECO-PEDIDO
               COMPUTE WS-HS-VARIACAO-PRECO(WS-HS-SUB) ROUNDED =
                   WS-HS-VARIACAO-PRECO(WS-HS-SUB)
                   + ML-QTDE * (ML-PRECO-NOTA - ML-PRECO-PEDIDO)
           END-IF.

       3400-APPLY-MATCH-NEXT.

           PERFORM 8200-READ-MATCH
               THRU 8200-READ-MATCH-EXIT.

       3400-APPLY-MATCH-EXIT.
           EXIT.

      ******************************************************************
      * 3900-SAVE-HISTORY -- REWRITE FORNSCHI IN PERIOD ORDER: THE
      * LOADED MONTHS BEFORE THE RUN MONTH, THE RUN MONTH, THEN ANY
      * LATER ONES. NOT DONE WHEN AN ENTRY DID NOT FIT
      ******************************************************************
       3900-SAVE-HISTORY.

           IF NOT WS-HIST-GRAVA
               DISPLAY 'AVISO - FORNSCHI MANTIDO COMO ESTAVA'
               GO TO 3900-SAVE-HISTORY-EXIT
           END-IF

           OPEN OUTPUT SCORE-HISTORY-FILE

           MOVE 1 TO WS-GRAVA-FAIXA
           PERFORM 3910-WRITE-HISTORY
               THRU 3910-WRITE-HISTORY-EXIT
               VARYING WS-HS-SUB FROM 1 BY 1
               UNTIL WS-HS-SUB > WS-HS-CARGA

           MOVE 2 TO WS-GRAVA-FAIXA
           PERFORM 3910-WRITE-HISTORY
               THRU 3910-WRITE-HISTORY-EXIT
               VARYING WS-HS-SUB FROM WS-HS-PRIMEIRO-MES BY 1
               UNTIL WS-HS-SUB > WS-HS-COUNT

           MOVE 3 TO WS-GRAVA-FAIXA
           PERFORM 3910-WRITE-HISTORY
               THRU 3910-WRITE-HISTORY-EXIT
               VARYING WS-HS-SUB FROM 1 BY 1
               UNTIL WS-HS-SUB > WS-HS-CARGA

           CLOSE SCORE-HISTORY-FILE.

       3900-SAVE-HISTORY-EXIT.
           EXIT.

      ******************************************************************
      * 3910-WRITE-HISTORY -- FAIXA 1 = LOADED MONTHS BEFORE THE RUN
      * MONTH, 2 = THE RUN MONTH, 3 = LOADED MONTHS AFTER IT
      ******************************************************************
       3910-WRITE-HISTORY.

           IF WS-GRAVA-FAIXA = 1
              AND WS-HS-PERIODO(WS-HS-SUB) > WS-PERIODO-N
               GO TO 3910-WRITE-HISTORY-EXIT
           END-IF
           IF WS-GRAVA-FAIXA = 3
              AND WS-HS-PERIODO(WS-HS-SUB) < WS-PERIODO-N
               GO TO 3910-WRITE-HISTORY-EXIT
           END-IF

           MOVE WS-HS-ENTRY(WS-HS-SUB) TO SCORE-HISTORY-RECORD
           WRITE SCORE-HISTORY-RECORD
           ADD 1 TO WS-QTDE-HIST-GRAVADOS.

       3910-WRITE-HISTORY-EXIT.
           EXIT.

      ******************************************************************
      * 4000-TOTAL-TWELVE-MONTHS -- EVERY HISTORY ENTRY IN THE WINDOW
      * INTO ITS SUPPLIER'S TWELVE-MONTH TOTALS
      ******************************************************************
       4000-TOTAL-TWELVE-MONTHS.

           PERFORM 4100-ADD-SUPPLIER
               THRU 4100-ADD-SUPPLIER-EXIT
               VARYING WS-HS-SUB FROM 1 BY 1
               UNTIL WS-HS-SUB > WS-HS-COUNT.

       4000-TOTAL-TWELVE-MONTHS-EXIT.
           EXIT.

      ******************************************************************
      * 4100-ADD-SUPPLIER -- ONE HISTORY ENTRY INTO THE SUPPLIER TABLE,
      * THE SUPPLIER ADDED WITH ITS NAME WHEN NEW
      ******************************************************************
       4100-ADD-SUPPLIER.

           IF WS-HS-PERIODO(WS-HS-SUB) < WS-PERIODO-INICIO
              OR WS-HS-PERIODO(WS-HS-SUB) > WS-PERIODO-N
               GO TO 4100-ADD-SUPPLIER-EXIT
           END-IF

           MOVE ZEROS TO WS-FS-SUB
           IF WS-FS-COUNT > ZEROS
               SET WS-FS-IDX TO 1
               SEARCH WS-FS-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-FS-IDX > WS-FS-COUNT
                       CONTINUE
                   WHEN WS-FS-FORNECEDOR(WS-FS-IDX)
                           = WS-HS-FORNECEDOR(WS-HS-SUB)
                       SET WS-FS-SUB TO WS-FS-IDX
               END-SEARCH
           END-IF

           IF WS-FS-SUB = ZEROS
               IF WS-FS-COUNT NOT < WS-FS-MAX
                   DISPLAY 'TABELA DE FORNECEDORES CHEIA -- '
                       WS-HS-FORNECEDOR(WS-HS-SUB) ' FORA DO RELATORIO'
                   ADD 1 TO WS-QTDE-IGNORADOS
                   GO TO 4100-ADD-SUPPLIER-EXIT
               END-IF
               ADD 1 TO WS-FS-COUNT
               MOVE WS-FS-COUNT TO WS-FS-SUB
               PERFORM 4110-NEW-SUPPLIER
                   THRU 4110-NEW-SUPPLIER-EXIT
           END-IF

           ADD WS-HS-PEDIDOS(WS-HS-SUB)    TO WS-FS-PEDIDOS(WS-FS-SUB)
           ADD WS-HS-NO-PRAZO(WS-HS-SUB)   TO WS-FS-NO-PRAZO(WS-FS-SUB)
           ADD WS-HS-QTDE-PEDIDA(WS-HS-SUB)
               TO WS-FS-QTDE-PEDIDA(WS-FS-SUB)
           ADD WS-HS-QTDE-RECEBIDA(WS-HS-SUB)
               TO WS-FS-QTDE-RECEBIDA(WS-FS-SUB)
           ADD WS-HS-NOTAS(WS-HS-SUB)      TO WS-FS-NOTAS(WS-FS-SUB)
           ADD WS-HS-REPROVADAS(WS-HS-SUB)
               TO WS-FS-REPROVADAS(WS-FS-SUB)
           ADD WS-HS-VALOR-PEDIDO(WS-HS-SUB)
               TO WS-FS-VALOR-PEDIDO(WS-FS-SUB)
           ADD WS-HS-VARIACAO-PRECO(WS-HS-SUB)
               TO WS-FS-VARIACAO-PRECO(WS-FS-SUB).

       4100-ADD-SUPPLIER-EXIT.
           EXIT.

      ******************************************************************
      * 4110-NEW-SUPPLIER -- ZEROED TOTALS AND THE NAME FROM FORNMAST
      ******************************************************************
       4110-NEW-SUPPLIER.

           MOVE SPACES TO WS-FS-ENTRY(WS-FS-SUB)
           MOVE WS-HS-FORNECEDOR(WS-HS-SUB)
               TO WS-FS-FORNECEDOR(WS-FS-SUB)
           MOVE ZEROS  TO WS-FS-PEDIDOS(WS-FS-SUB)
           MOVE ZEROS  TO WS-FS-NO-PRAZO(WS-FS-SUB)
           MOVE ZEROS  TO WS-FS-QTDE-PEDIDA(WS-FS-SUB)
           MOVE ZEROS  TO WS-FS-QTDE-RECEBIDA(WS-FS-SUB)
           MOVE ZEROS  TO WS-FS-NOTAS(WS-FS-SUB)
           MOVE ZEROS  TO WS-FS-REPROVADAS(WS-FS-SUB)
           MOVE ZEROS  TO WS-FS-VALOR-PEDIDO(WS-FS-SUB)
           MOVE ZEROS  TO WS-FS-VARIACAO-PRECO(WS-FS-SUB)

           MOVE 'FORNECEDOR SEM CADASTRO' TO WS-FS-RAZAO(WS-FS-SUB)
           IF NOT WS-COM-CADASTRO
               GO TO 4110-NEW-SUPPLIER-EXIT
           END-IF

           MOVE WS-HS-FORNECEDOR(WS-HS-SUB) TO FN-FORNECEDOR
           READ SUPPLIER-MASTER-FILE
               INVALID KEY
                   GO TO 4110-NEW-SUPPLIER-EXIT
           END-READ
           MOVE FN-RAZAO-SOCIAL TO WS-FS-RAZAO(WS-FS-SUB).

       4110-NEW-SUPPLIER-EXIT.
           EXIT.

      ******************************************************************
      * 5000-REPORT-SUMMARY -- PAGE 1: EVERY SUPPLIER'S TWELVE-MONTH
      * RATES AND RATING, AND THE COUNT PER RATING
      ******************************************************************
       5000-REPORT-SUMMARY.

           MOVE 'FORNSCOR' TO RH-PROGRAM-ID
           MOVE 1          TO RH-PAGE-NUM
           CALL 'RPTHDR' USING RPTHDR-PARMS
           WRITE SCORECARD-REPORT-LINE FROM RH-HEADER-LINE

           WRITE SCORECARD-REPORT-LINE FROM WS-RPT-BRANCO
           MOVE 'RESUMO DOS ULTIMOS 12 MESES'  TO WS-RT-TEXTO
           WRITE SCORECARD-REPORT-LINE FROM WS-RPT-TITULO
           PERFORM 5800-WRITE-WINDOW
               THRU 5800-WRITE-WINDOW-EXIT
           WRITE SCORECARD-REPORT-LINE FROM WS-RPT-BRANCO
           WRITE SCORECARD-REPORT-LINE FROM WS-RPT-FORN-COLUNAS

           IF WS-FS-COUNT = ZEROS
               MOVE 'NENHUM FORNECEDOR COM PEDIDOS OU NOTAS NO PERIODO'
                   TO WS-RA-TEXTO
               WRITE SCORECARD-REPORT-LINE FROM WS-RPT-AVISO
           END-IF

           PERFORM 5100-SUMMARY-LINE
               THRU 5100-SUMMARY-LINE-EXIT
               VARYING WS-FS-SUB FROM 1 BY 1
               UNTIL WS-FS-SUB > WS-FS-COUNT

           WRITE SCORECARD-REPORT-LINE FROM WS-RPT-BRANCO
           PERFORM 5200-RATING-COUNT
               THRU 5200-RATING-COUNT-EXIT
               VARYING WS-CL-SUB FROM 1 BY 1
               UNTIL WS-CL-SUB > 5

           PERFORM 5900-WRITE-LEGEND
               THRU 5900-WRITE-LEGEND-EXIT.

       5000-REPORT-SUMMARY-EXIT.
           EXIT.

      ******************************************************************
      * 5100-SUMMARY-LINE
      ******************************************************************
       5100-SUMMARY-LINE.

           PERFORM 5400-LOAD-SUPPLIER-TOTALS
               THRU 5400-LOAD-SUPPLIER-TOTALS-EXIT
           PERFORM 5500-COMPUTE-SCORE
               THRU 5500-COMPUTE-SCORE-EXIT

           MOVE 1 TO WS-CL-SUB
           INSPECT WS-CLASSES-VALIDAS TALLYING WS-CL-SUB
               FOR CHARACTERS BEFORE INITIAL WS-CLASSE
           ADD 1 TO WS-QTDE-CLASSE(WS-CL-SUB)

           PERFORM 5600-FILL-DETAIL
               THRU 5600-FILL-DETAIL-EXIT
           MOVE WS-FS-FORNECEDOR(WS-FS-SUB) TO WS-RD-FORNECEDOR
           MOVE WS-FS-RAZAO(WS-FS-SUB)      TO WS-RD-RAZAO
           WRITE SCORECARD-REPORT-LINE FROM WS-RPT-DETALHE.

       5100-SUMMARY-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 5200-RATING-COUNT
      ******************************************************************
       5200-RATING-COUNT.

           MOVE WS-CLASSES-VALIDAS(WS-CL-SUB:1) TO WS-RCN-CLASSE
           MOVE WS-QTDE-CLASSE(WS-CL-SUB)       TO WS-RCN-QTDE
           WRITE SCORECARD-REPORT-LINE FROM WS-RPT-CONTAGEM.

       5200-RATING-COUNT-EXIT.
           EXIT.

      ******************************************************************
      * 5400-LOAD-SUPPLIER-TOTALS -- SCORE WORK FIELDS FROM SUPPLIER
      * WS-FS-SUB
      ******************************************************************
       5400-LOAD-SUPPLIER-TOTALS.

           MOVE WS-FS-PEDIDOS(WS-FS-SUB)        TO WS-AC-PEDIDOS
           MOVE WS-FS-NO-PRAZO(WS-FS-SUB)       TO WS-AC-NO-PRAZO
           MOVE WS-FS-QTDE-PEDIDA(WS-FS-SUB)    TO WS-AC-QTDE-PEDIDA
           MOVE WS-FS-QTDE-RECEBIDA(WS-FS-SUB)  TO WS-AC-QTDE-RECEBIDA
           MOVE WS-FS-NOTAS(WS-FS-SUB)          TO WS-AC-NOTAS
           MOVE WS-FS-REPROVADAS(WS-FS-SUB)     TO WS-AC-REPROVADAS
           MOVE WS-FS-VALOR-PEDIDO(WS-FS-SUB)   TO WS-AC-VALOR-PEDIDO
           MOVE WS-FS-VARIACAO-PRECO(WS-FS-SUB)
               TO WS-AC-VARIACAO-PRECO.

       5400-LOAD-SUPPLIER-TOTALS-EXIT.
           EXIT.

      ******************************************************************
      * 5500-COMPUTE-SCORE -- RATES, POINTS AND RATING FROM THE SCORE
      * WORK FIELDS. A RATE WITH NO BASE IS LEFT OUT OF THE POINTS AND
      * THE REMAINING WEIGHTS CARRY THE SCORE
      ******************************************************************
       5500-COMPUTE-SCORE.

           MOVE ZEROS  TO WS-PCT-PRAZO
           MOVE ZEROS  TO WS-PCT-ATENDIDO
           MOVE ZEROS  TO WS-PCT-REPROVADAS
           MOVE ZEROS  TO WS-PCT-PRECO
           MOVE ZEROS  TO WS-SOMA-PONTOS
           MOVE ZEROS  TO WS-SOMA-PESOS
           MOVE ZEROS  TO WS-PONTOS
           MOVE '-'    TO WS-CLASSE

           IF WS-AC-PEDIDOS > ZEROS
               COMPUTE WS-PCT-PRAZO ROUNDED =
                   WS-AC-NO-PRAZO * 100 / WS-AC-PEDIDOS
               IF WS-AC-QTDE-PEDIDA > ZEROS
                   COMPUTE WS-PCT-ATENDIDO ROUNDED =
                       WS-AC-QTDE-RECEBIDA * 100 / WS-AC-QTDE-PEDIDA
               END-IF
               COMPUTE WS-PONTOS-PARCIAL =
                   WS-PCT-PRAZO * 40 + WS-PCT-ATENDIDO * 30
               ADD WS-PONTOS-PARCIAL TO WS-SOMA-PONTOS
               ADD 70 TO WS-SOMA-PESOS
           END-IF

           IF WS-AC-NOTAS > ZEROS
               COMPUTE WS-PCT-REPROVADAS ROUNDED =
                   WS-AC-REPROVADAS * 100 / WS-AC-NOTAS
               COMPUTE WS-PONTOS-PARCIAL =
                   (100 - WS-PCT-REPROVADAS) * 20
               ADD WS-PONTOS-PARCIAL TO WS-SOMA-PONTOS
               ADD 20 TO WS-SOMA-PESOS
           END-IF

           IF WS-AC-VALOR-PEDIDO > ZEROS
               COMPUTE WS-PCT-PRECO ROUNDED =
                   WS-AC-VARIACAO-PRECO * 100 / WS-AC-VALOR-PEDIDO
                   ON SIZE ERROR
                       IF WS-AC-VARIACAO-PRECO < ZEROS
                           MOVE -999.9 TO WS-PCT-PRECO
                       ELSE
                           MOVE 999.9  TO WS-PCT-PRECO
                       END-IF
               END-COMPUTE
               EVALUATE TRUE
                   WHEN WS-PCT-PRECO NOT > ZEROS
                       MOVE 100 TO WS-NOTA-PRECO
                   WHEN WS-PCT-PRECO NOT < 10
                       MOVE ZEROS TO WS-NOTA-PRECO
                   WHEN OTHER
                       COMPUTE WS-NOTA-PRECO =
                           100 - WS-PCT-PRECO * 10
               END-EVALUATE
               COMPUTE WS-PONTOS-PARCIAL = WS-NOTA-PRECO * 10
               ADD WS-PONTOS-PARCIAL TO WS-SOMA-PONTOS
               ADD 10 TO WS-SOMA-PESOS
           END-IF

           IF WS-SOMA-PESOS = ZEROS
               GO TO 5500-COMPUTE-SCORE-EXIT
           END-IF

           COMPUTE WS-PONTOS ROUNDED = WS-SOMA-PONTOS / WS-SOMA-PESOS

           EVALUATE TRUE
               WHEN WS-PONTOS NOT < 90
                   MOVE 'A' TO WS-CLASSE
               WHEN WS-PONTOS NOT < 75
                   MOVE 'B' TO WS-CLASSE
               WHEN WS-PONTOS NOT < 60
                   MOVE 'C' TO WS-CLASSE
               WHEN OTHER
                   MOVE 'D' TO WS-CLASSE
           END-EVALUATE.

       5500-COMPUTE-SCORE-EXIT.
           EXIT.

      ******************************************************************
      * 5600-FILL-DETAIL -- THE RATE COLUMNS OF THE DETAIL LINE; N/D
      * WHERE THE RATE HAS NO BASE
      ******************************************************************
       5600-FILL-DETAIL.

           MOVE SPACES          TO WS-RPT-DETALHE
           MOVE WS-AC-PEDIDOS   TO WS-RD-PEDIDOS
           MOVE WS-AC-NOTAS     TO WS-RD-NOTAS
           MOVE WS-CLASSE       TO WS-RD-CLASSE

           IF WS-AC-PEDIDOS > ZEROS
               MOVE WS-PCT-PRAZO    TO WS-RD-PRAZO
               MOVE WS-PCT-ATENDIDO TO WS-RD-ATENDIDO
           ELSE
               MOVE '  N/D'         TO WS-RD-PRAZO-X
               MOVE '  N/D'         TO WS-RD-ATENDIDO-X
           END-IF

           IF WS-AC-NOTAS > ZEROS
               MOVE WS-PCT-REPROVADAS TO WS-RD-REPROVADAS
           ELSE
               MOVE '  N/D'           TO WS-RD-REPROVADAS-X
           END-IF

           IF WS-AC-VALOR-PEDIDO > ZEROS
               MOVE WS-PCT-PRECO    TO WS-RD-PRECO
           ELSE
               MOVE '   N/D'        TO WS-RD-PRECO-X
           END-IF

           IF WS-SOMA-PESOS > ZEROS
               MOVE WS-PONTOS       TO WS-RD-PONTOS
           ELSE
               MOVE '  N/D'         TO WS-RD-PONTOS-X
           END-IF.

       5600-FILL-DETAIL-EXIT.
           EXIT.

      ******************************************************************
      * 5800-WRITE-WINDOW -- THE TWELVE MONTHS THE RATING COVERS
      ******************************************************************
       5800-WRITE-WINDOW.

           MOVE WS-PERIODO-INICIO(1:4) TO WS-RME-ANO
           MOVE WS-PERIODO-INICIO(5:2) TO WS-RME-MES
           MOVE WS-RPT-MES-EDIT        TO WS-RJ-INICIO
           MOVE WS-PERIODO-ANO         TO WS-RME-ANO
           MOVE WS-PERIODO-MES         TO WS-RME-MES
           MOVE WS-RPT-MES-EDIT        TO WS-RJ-FIM
           WRITE SCORECARD-REPORT-LINE FROM WS-RPT-JANELA.

       5800-WRITE-WINDOW-EXIT.
           EXIT.

      ******************************************************************
      * 5900-WRITE-LEGEND
      ******************************************************************
       5900-WRITE-LEGEND.

           WRITE SCORECARD-REPORT-LINE FROM WS-RPT-BRANCO

           PERFORM 5910-LEGEND-LINE
               THRU 5910-LEGEND-LINE-EXIT
               VARYING WS-RL-SUB FROM 1 BY 1
               UNTIL WS-RL-SUB > 7.

       5900-WRITE-LEGEND-EXIT.
           EXIT.

      ******************************************************************
      * 5910-LEGEND-LINE
      ******************************************************************
       5910-LEGEND-LINE.

           WRITE SCORECARD-REPORT-LINE FROM WS-RL-LINHA(WS-RL-SUB).

       5910-LEGEND-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 6000-REPORT-SUPPLIER -- ONE PAGE PER SUPPLIER FOR ITS REVIEW
      * MEETING: THE MONTH-BY-MONTH TREND, THE TWELVE-MONTH TOTALS AND
      * THE RATING
      ******************************************************************
       6000-REPORT-SUPPLIER.

           MOVE 'FORNSCOR' TO RH-PROGRAM-ID
           COMPUTE RH-PAGE-NUM = WS-FS-SUB + 1
           CALL 'RPTHDR' USING RPTHDR-PARMS
           WRITE SCORECARD-REPORT-LINE FROM RH-HEADER-LINE

           WRITE SCORECARD-REPORT-LINE FROM WS-RPT-BRANCO
           MOVE 'AVALIACAO DO FORNECEDOR'      TO WS-RT-TEXTO
           WRITE SCORECARD-REPORT-LINE FROM WS-RPT-TITULO
           MOVE WS-FS-FORNECEDOR(WS-FS-SUB)    TO WS-RF-FORNECEDOR
           MOVE WS-FS-RAZAO(WS-FS-SUB)         TO WS-RF-RAZAO
           WRITE SCORECARD-REPORT-LINE FROM WS-RPT-FORNECEDOR
           PERFORM 5800-WRITE-WINDOW
               THRU 5800-WRITE-WINDOW-EXIT
           WRITE SCORECARD-REPORT-LINE FROM WS-RPT-BRANCO
           WRITE SCORECARD-REPORT-LINE FROM WS-RPT-MES-COLUNAS

           PERFORM 6100-TREND-LINE
               THRU 6100-TREND-LINE-EXIT
               VARYING WS-MES-SUB FROM 1 BY 1
               UNTIL WS-MES-SUB > 12

           WRITE SCORECARD-REPORT-LINE FROM WS-RPT-BRANCO
           PERFORM 5400-LOAD-SUPPLIER-TOTALS
               THRU 5400-LOAD-SUPPLIER-TOTALS-EXIT
           PERFORM 5500-COMPUTE-SCORE
               THRU 5500-COMPUTE-SCORE-EXIT
           PERFORM 5600-FILL-DETAIL
               THRU 5600-FILL-DETAIL-EXIT
           MOVE '12 MESES'                     TO WS-RD-FORNECEDOR
           WRITE SCORECARD-REPORT-LINE FROM WS-RPT-DETALHE

           WRITE SCORECARD-REPORT-LINE FROM WS-RPT-BRANCO
           MOVE WS-CLASSE                      TO WS-RC-CLASSE
           IF WS-SOMA-PESOS > ZEROS
               MOVE WS-PONTOS                  TO WS-RC-PONTOS
           ELSE
               MOVE '  N/D'                    TO WS-RC-PONTOS-X
           END-IF
           WRITE SCORECARD-REPORT-LINE FROM WS-RPT-CLASSIFICACAO

           PERFORM 5900-WRITE-LEGEND
               THRU 5900-WRITE-LEGEND-EXIT.

       6000-REPORT-SUPPLIER-EXIT.
           EXIT.

      ******************************************************************
      * 6100-TREND-LINE -- MONTH WS-MES-SUB OF THE WINDOW (1 = ELEVEN
      * MONTHS BEFORE THE PERIOD, 12 = THE PERIOD) FOR THE SUPPLIER
      ******************************************************************
       6100-TREND-LINE.

           COMPUTE WS-DESLOC-MESES = WS-MES-SUB - 12
           PERFORM 1100-SHIFT-MONTH
               THRU 1100-SHIFT-MONTH-EXIT
           MOVE WS-PC-ANO TO WS-RME-ANO
           MOVE WS-PC-MES TO WS-RME-MES

           MOVE ZEROS TO WS-HS-SUB
           IF WS-HS-COUNT > ZEROS
               SET WS-HS-IDX TO 1
               SEARCH WS-HS-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-HS-IDX > WS-HS-COUNT
                       CONTINUE
                   WHEN WS-HS-PERIODO(WS-HS-IDX) = WS-PERIODO-CALC-N
                    AND WS-HS-FORNECEDOR(WS-HS-IDX)
                           = WS-FS-FORNECEDOR(WS-FS-SUB)
                       SET WS-HS-SUB TO WS-HS-IDX
               END-SEARCH
           END-IF

           IF WS-HS-SUB = ZEROS
               MOVE SPACES          TO WS-RPT-DETALHE
               MOVE WS-RPT-MES-EDIT TO WS-RD-FORNECEDOR
               MOVE 'SEM MOVIMENTO' TO WS-RD-RAZAO
               WRITE SCORECARD-REPORT-LINE FROM WS-RPT-DETALHE
               GO TO 6100-TREND-LINE-EXIT
           END-IF

           MOVE WS-HS-PEDIDOS(WS-HS-SUB)        TO WS-AC-PEDIDOS
           MOVE WS-HS-NO-PRAZO(WS-HS-SUB)       TO WS-AC-NO-PRAZO
           MOVE WS-HS-QTDE-PEDIDA(WS-HS-SUB)    TO WS-AC-QTDE-PEDIDA
           MOVE WS-HS-QTDE-RECEBIDA(WS-HS-SUB)  TO WS-AC-QTDE-RECEBIDA
           MOVE WS-HS-NOTAS(WS-HS-SUB)          TO WS-AC-NOTAS
           MOVE WS-HS-REPROVADAS(WS-HS-SUB)     TO WS-AC-REPROVADAS
           MOVE WS-HS-VALOR-PEDIDO(WS-HS-SUB)   TO WS-AC-VALOR-PEDIDO
           MOVE WS-HS-VARIACAO-PRECO(WS-HS-SUB)
               TO WS-AC-VARIACAO-PRECO

           PERFORM 5500-COMPUTE-SCORE
               THRU 5500-COMPUTE-SCORE-EXIT
           PERFORM 5600-FILL-DETAIL
               THRU 5600-FILL-DETAIL-EXIT
           MOVE WS-RPT-MES-EDIT TO WS-RD-FORNECEDOR
           WRITE SCORECARD-REPORT-LINE FROM WS-RPT-DETALHE.

       6100-TREND-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 7000-FINALIZE -- RUN TOTALS AND CONTROL TOTALS
      ******************************************************************
       7000-FINALIZE.

           CLOSE SCORECARD-REPORT-FILE
           IF WS-COM-CADASTRO
               CLOSE SUPPLIER-MASTER-FILE
           END-IF

           DISPLAY 'PEDIDOS LIDOS:              ' WS-QTDE-PEDIDOS-LIDOS
           DISPLAY 'PEDIDOS PROMETIDOS NO MES:  ' WS-QTDE-PEDIDOS-MES
           DISPLAY 'PEDIDOS COM PRAZO PADRAO:   ' WS-QTDE-PRAZO-PADRAO
           DISPLAY 'RECEBIMENTOS CONSIDERADOS:  ' WS-QTDE-RECEBTOS-MES
           DISPLAY 'NOTAS CONFERIDAS NO MES:    ' WS-QTDE-NOTAS-MES
           DISPLAY 'NOTAS SEM PEDIDO:           ' WS-QTDE-NOTAS-SEM-PED
           DISPLAY 'FORNECEDORES AVALIADOS:     ' WS-FS-COUNT
           DISPLAY 'REGISTROS EXPURGADOS:       ' WS-QTDE-EXPURGADOS
           DISPLAY 'REGISTROS GRAVADOS FORNSCHI:' WS-QTDE-HIST-GRAVADOS
           DISPLAY 'LANCAMENTOS IGNORADOS:      ' WS-QTDE-IGNORADOS

           MOVE 'FORNSCOR'          TO CT-PROGRAM-ID
           MOVE 'PEDIDOS MES'       TO CT-TOTAL-1-LABEL
           MOVE WS-QTDE-PEDIDOS-MES TO CT-TOTAL-1-VALOR
           MOVE 'NOTAS MES'         TO CT-TOTAL-2-LABEL
           MOVE WS-QTDE-NOTAS-MES   TO CT-TOTAL-2-VALOR
           MOVE 'FORNECEDORES'      TO CT-TOTAL-3-LABEL
           MOVE WS-FS-COUNT         TO CT-TOTAL-3-VALOR
           CALL 'CTLTOT' USING CTLTOT-PARMS.

       7000-FINALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 8000-READ-ORDER
      ******************************************************************
       8000-READ-ORDER.

           READ PURCHASE-ORDER-FILE
               AT END
                   MOVE 'Y' TO WS-PO-EOF-SWITCH
           END-READ.

       8000-READ-ORDER-EXIT.
           EXIT.

      ******************************************************************
      * 8100-READ-RECEIPT
      ******************************************************************
       8100-READ-RECEIPT.

           READ GOODS-RECEIPT-FILE
               AT END
                   MOVE 'Y' TO WS-GR-EOF-SWITCH
           END-READ.

       8100-READ-RECEIPT-EXIT.
           EXIT.

      ******************************************************************
      * 8200-READ-MATCH
      ******************************************************************
       8200-READ-MATCH.

           READ MATCH-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-ML-EOF-SWITCH
           END-READ.

       8200-READ-MATCH-EXIT.
           EXIT.

      ******************************************************************
      * 8800-READ-HISTORY
      ******************************************************************
       8800-READ-HISTORY.

           READ SCORE-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-SH-EOF-SWITCH
           END-READ.

       8800-READ-HISTORY-EXIT.
           EXIT.
