      ******************************************************************
      * Author: M. TAVARES
      * Date: 15-10-26
      * Purpose: MONTHLY ACCOUNTS-RECEIVABLE INDICATORS. FOR ONE MONTH
      * (PARM PERIODO=YYYYMM; DEFAULT THE MONTH BEFORE THE RUN DATE)
      * WORKS OUT THE MONTH'S BILLING (THE COMMEXT BILLED LINES PLUS
      * THE TAXLEDG INVOICE TAX -- AR IS CARRIED TAX-INCLUSIVE), THE
      * CREDNOTA CREDIT NOTES, THE CASH CASHAPP APPLIED (APLICLOG),
      * THE BADDEBT PROVISION (PROVPRIO) AND THE CLOSING AR POSITION
      * WITH ITS ARAGING BUCKETS (ARINVOIC), AND PRINTS THE ARINDRPT
      * REPORT: THE MONTH'S DAYS-SALES-OUTSTANDING (GROSS AND NET OF
      * THE PROVISION), COLLECTION EFFECTIVENESS INDEX AND BUCKET MIX,
      * THE SAME FIGURES TRENDED OVER THE LAST TWELVE MONTHS, AND A
      * PAYMENT-BEHAVIOR SCORE PER CUSTOMER (AVERAGE DAYS PAID PAST
      * DUE OVER THE LAST TWELVE MONTHS, PAYAGREE AGREEMENT STATUS)
      * WITH THE CREDHOLD CUSTOMERS LISTED FIRST FOR CREDIT REVIEW.
      * THE MONTHLY FIGURES ARE KEPT ON ARINDHIS, ONE RECORD PER MONTH,
      * WHICH THIS RUN MAINTAINS ITSELF: A RERUN REPLACES THE MONTH.
      * ARINDHIS IS NOT ONE OF HOUSKEEP'S ROTATED REGISTERS AND MUST
      * NOT BE ADDED TO RETRULES -- IT IS THE ONLY RECORD OF PAST
      * MONTHS' AR POSITION. ASKED FOR A MONTH BEFORE THE DEFAULT ONE
      * THAT IS ALREADY ON ARINDHIS, THE RUN REPRINTS IT FROM THERE.
      * RUNS AT MONTH-END CLOSE AFTER CASHAPP, ARAGING AND BADDEBT AND
      * BEFORE COMMCALC, WHICH CONSUMES CREDNOTA.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History
      * 15-10-26 MRT  ORIGINAL VERSION.
      * 15-10-26 MRT  ARINVOIC IS CHECKED AGAINST ITS IFCTL HEADERS AND
      *               TRAILERS BEFORE THE MONTH'S FIGURES ARE TAKEN;
      *               A FILE THAT DOES NOT BALANCE STOPS THE RUN WITH
      *               RETURN CODE 8. THE CONTROL RECORDS ARE SKIPPED ON
      *               READ.
      * 15-10-26 MRT  THE PRIOR-PROVISION FILE IS NOW ASSIGNED TO
      *               PROVPRIO -- PROVPRIOR IS LONGER THAN A DD NAME
      *               MAY BE, SO NO JOB STEP COULD SUPPLY IT.
      * 15-10-26 MRT  COMMEXT AND CREDNOTA ARE CHECKED AGAINST THEIR
      *               IFCTL HEADERS AND TRAILERS TOO; ANY OF THE THREE
      *               FILES REFUSED STOPS THE RUN WITH RETURN CODE 8.
      *               AN EMPTIED FILE COUNTS AS ABSENT, AS BEFORE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARINDIC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-INVOICE-FILE ASSIGN TO "ARINVOIC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AI-STATUS.

           SELECT COMMISSION-EXTRACT-FILE ASSIGN TO "COMMEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CX-STATUS.

           SELECT TAX-LEDGER-FILE ASSIGN TO "TAXLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TL-STATUS.

           SELECT CREDIT-NOTE-FILE ASSIGN TO "CREDNOTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CN-STATUS.

           SELECT APPLICATION-LOG-FILE ASSIGN TO "APLICLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-STATUS.

           SELECT PRIOR-PROVISION-FILE ASSIGN TO "PROVPRIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-STATUS.

           SELECT CREDIT-HOLD-FILE ASSIGN TO "CREDHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CH-STATUS.

           SELECT PAYMENT-AGREEMENT-FILE ASSIGN TO "PAYAGREE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-CUSTOMER-ID
               FILE STATUS IS WS-PA-STATUS.

           SELECT AR-INDICATOR-HISTORY-FILE ASSIGN TO "ARINDHIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IH-STATUS.

           SELECT INDICATOR-REPORT-FILE ASSIGN TO "ARINDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AR-INVOICE-FILE
           RECORD CONTAINS 91 CHARACTERS.
       01  AR-INVOICE-RECORD.
           05  AI-INVOICE-ID           PIC X(08).
           05  AI-CUSTOMER-ID          PIC X(06).
           05  AI-CUSTOMER-NOME        PIC X(25).
           05  AI-CUSTOMER-ENDERECO    PIC X(30).
           05  AI-VALOR                PIC 9(07)V99.
           05  AI-DIAS-ATRASO          PIC 9(03).
           05  AI-PARCELA-SEQ          PIC 9(02).
           05  AI-DATA-VENCIMENTO      PIC 9(08).

       FD  COMMISSION-EXTRACT-FILE
           RECORD CONTAINS 42 CHARACTERS.
           COPY COMMEXT.

       FD  TAX-LEDGER-FILE
           RECORD CONTAINS 70 CHARACTERS.
           COPY TAXLEDG.

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

       FD  APPLICATION-LOG-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY APLICLOG.

      *-----------------------------------------------------------------
      * PRIOR-PROVISION-FILE -- BADDEBT'S PROVISION PER FAIXA AS OF ITS
      * LAST RUN
      *-----------------------------------------------------------------
       FD  PRIOR-PROVISION-FILE
           RECORD CONTAINS 12 CHARACTERS.
       01  PRIOR-PROVISION-RECORD.
           05  PR-FAIXA                PIC 9(01).
           05  PR-VALOR                PIC 9(09)V99.

       FD  CREDIT-HOLD-FILE
           RECORD CONTAINS 17 CHARACTERS.
       01  CREDIT-HOLD-RECORD.
           05  CH-CUSTOMER-ID          PIC X(06).
           05  CH-VALOR-VENCIDO        PIC 9(09)V99.

      *-----------------------------------------------------------------
      * PAYMENT-AGREEMENT-FILE -- SAME RECORD CASHAPP AND ARAGING
      * SERVICE; READ ONLY HERE
      *-----------------------------------------------------------------
       FD  PAYMENT-AGREEMENT-FILE.
       01  PAYMENT-AGREEMENT-RECORD.
           05  PA-CUSTOMER-ID          PIC X(06).
           05  PA-VALOR-PARCELA        PIC 9(07)V99.
           05  PA-PROXIMO-VENC         PIC 9(08).
           05  PA-STATUS               PIC X(01).
               88  PA-EM-DIA                     VALUE 'A'.
               88  PA-QUEBRADO                   VALUE 'Q'.

      *-----------------------------------------------------------------
      * AR-INDICATOR-HISTORY-FILE -- ONE RECORD PER MONTH: THE FIGURES
      * THE INDICATORS ARE WORKED OUT FROM, IN PERIOD ORDER
      *-----------------------------------------------------------------
       FD  AR-INDICATOR-HISTORY-FILE
           RECORD CONTAINS 140 CHARACTERS.
       01  AR-INDICATOR-HISTORY-RECORD.
           05  IH-PERIODO              PIC 9(06).
           05  IH-DIAS-MES             PIC 9(02).
           05  IH-AR-INICIAL           PIC 9(09)V99.
           05  IH-VENDAS               PIC 9(09)V99.
           05  IH-NOTAS-CREDITO        PIC 9(09)V99.
           05  IH-RECEBIDO             PIC 9(09)V99.
           05  IH-AR-FINAL             PIC 9(09)V99.
           05  IH-AR-A-VENCER          PIC 9(09)V99.
           05  IH-FAIXA-VALOR          PIC 9(09)V99 OCCURS 4 TIMES.
           05  IH-PROVISAO             PIC 9(09)V99.
           05  IH-DATA-CALCULO         PIC 9(08).
           05  FILLER                  PIC X(03).

       FD  INDICATOR-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  INDICATOR-REPORT-LINE       PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-AI-STATUS            PIC X(02) VALUE SPACES.
       77  WS-CX-STATUS            PIC X(02) VALUE SPACES.
       77  WS-TL-STATUS            PIC X(02) VALUE SPACES.
       77  WS-CN-STATUS            PIC X(02) VALUE SPACES.
       77  WS-AP-STATUS            PIC X(02) VALUE SPACES.
       77  WS-PR-STATUS            PIC X(02) VALUE SPACES.
       77  WS-CH-STATUS            PIC X(02) VALUE SPACES.
       77  WS-PA-STATUS            PIC X(02) VALUE SPACES.
       77  WS-IH-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RPT-STATUS           PIC X(02) VALUE SPACES.

       77  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE               VALUE 'Y'.
       77  WS-CX-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-CX-END-OF-FILE            VALUE 'Y'.
       77  WS-TL-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-TL-END-OF-FILE            VALUE 'Y'.
       77  WS-CN-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-CN-END-OF-FILE            VALUE 'Y'.
       77  WS-AP-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-AP-END-OF-FILE            VALUE 'Y'.
       77  WS-PR-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-PR-END-OF-FILE            VALUE 'Y'.

      *-----------------------------------------------------------------
      * IFCTL CHECKING PASSES -- ANY FILE REFUSED STOPS THE RUN; THE
      * COUNT TELLS AN EMPTIED FILE FROM ONE WITH BATCHES
      *-----------------------------------------------------------------
       77  WS-IFC-RECUSA-SW        PIC X(01) VALUE 'N'.
           88  WS-IFC-RECUSOU                VALUE 'S'.
       77  WS-IFC-QTDE-LIDOS       PIC 9(07) VALUE ZEROS.
       77  WS-CH-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-CH-END-OF-FILE            VALUE 'Y'.
       77  WS-IH-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-IH-END-OF-FILE            VALUE 'Y'.

       77  WS-REIMPRESSAO-SWITCH   PIC X(01) VALUE 'N'.
           88  WS-REIMPRESSAO               VALUE 'S'.
       77  WS-HIST-GRAVA-SWITCH    PIC X(01) VALUE 'S'.
           88  WS-HIST-GRAVA                VALUE 'S'.
       77  WS-ACORDOS-SWITCH       PIC X(01) VALUE 'N'.
           88  WS-COM-ACORDOS               VALUE 'S'.
       77  WS-SEM-CARTEIRA-SWITCH  PIC X(01) VALUE 'N'.
           88  WS-SEM-CARTEIRA              VALUE 'S'.
       77  WS-POSICAO-SWITCH       PIC X(01) VALUE 'N'.
           88  WS-POSICAO-ACHADA            VALUE 'S'.

      *-----------------------------------------------------------------
      * RUN PERIOD -- PERIODO=YYYYMM ON THE COMMAND LINE, SCANNED THE
      * WAY VENDANAL SCANS IT; DEFAULT THE MONTH BEFORE TODAY. THE
      * TREND AND THE PAYMENT-BEHAVIOR WINDOW START ELEVEN MONTHS
      * EARLIER; THE PRIOR MONTH SUPPLIES THE OPENING AR
      *-----------------------------------------------------------------
       77  WS-PARM-LINHA           PIC X(80) VALUE SPACES.
       77  WS-POS-PERIODO          PIC 9(02) VALUE ZEROS.
       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       01  WS-PERIODO.
           05  WS-PERIODO-ANO      PIC 9(04).
           05  WS-PERIODO-MES      PIC 9(02).
       01  WS-PERIODO-N REDEFINES WS-PERIODO
                                   PIC 9(06).
       77  WS-PERIODO-PADRAO       PIC 9(06) VALUE ZEROS.
       77  WS-PERIODO-ANTERIOR     PIC 9(06) VALUE ZEROS.
       77  WS-PERIODO-INICIO       PIC 9(06) VALUE ZEROS.
       77  WS-PERIODO-BUSCA        PIC 9(06) VALUE ZEROS.

      *    MONTH ARITHMETIC -- WS-PERIODO MOVED BY WS-DESLOC-MESES
       77  WS-DESLOC-MESES         PIC S9(03) VALUE ZEROS.
       77  WS-CONTA-MESES          PIC 9(06) VALUE ZEROS.
       01  WS-PERIODO-CALC.
           05  WS-PC-ANO           PIC 9(04).
           05  WS-PC-MES           PIC 9(02).
       01  WS-PERIODO-CALC-N REDEFINES WS-PERIODO-CALC
                                   PIC 9(06).

       01  WS-DATA-INICIO-MES.
           05  WS-DI-PERIODO       PIC 9(06).
           05  WS-DI-DIA           PIC 9(02) VALUE 01.
       01  WS-DATA-INICIO-MES-N REDEFINES WS-DATA-INICIO-MES
                                   PIC 9(08).
       01  WS-DATA-INICIO-PROX.
           05  WS-DP-PERIODO       PIC 9(06).
           05  WS-DP-DIA           PIC 9(02) VALUE 01.
       01  WS-DATA-INICIO-PROX-N REDEFINES WS-DATA-INICIO-PROX
                                   PIC 9(08).
       77  WS-DIAS-MES             PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      * THE MONTH BEING WORKED OUT
      *-----------------------------------------------------------------
       77  WS-MES-VENDAS           PIC 9(09)V99 VALUE ZEROS.
       77  WS-MES-NOTAS            PIC 9(09)V99 VALUE ZEROS.
       77  WS-MES-RECEBIDO         PIC 9(09)V99 VALUE ZEROS.
       77  WS-MES-AR-FINAL         PIC 9(09)V99 VALUE ZEROS.
       77  WS-MES-AR-A-VENCER      PIC 9(09)V99 VALUE ZEROS.
       77  WS-MES-PROVISAO         PIC 9(09)V99 VALUE ZEROS.
       77  WS-MES-AR-INICIAL       PIC S9(09)V99 VALUE ZEROS.
       01  WS-MES-FAIXAS.
           05  WS-MES-FAIXA        PIC 9(09)V99 OCCURS 4 TIMES.
       77  WS-FX-SUB               PIC 9(01) VALUE ZEROS.

      *-----------------------------------------------------------------
      * HISTORY TABLE -- ARINDHIS IN PERIOD ORDER, EACH ENTRY LAID OUT
      * AS THE HISTORY RECORD. A FULL TABLE LEAVES ARINDHIS UNTOUCHED;
      * THE SPARE SLOT PAST WS-HS-MAX STILL CARRIES THE MONTH FOR THE
      * REPORT
      *-----------------------------------------------------------------
       01  WS-HS-TABLE.
           05  WS-HS-ENTRY OCCURS 241 TIMES
                           INDEXED BY WS-HS-IDX.
               10  WS-HS-PERIODO       PIC 9(06).
               10  WS-HS-DIAS-MES      PIC 9(02).
               10  WS-HS-AR-INICIAL    PIC 9(09)V99.
               10  WS-HS-VENDAS        PIC 9(09)V99.
               10  WS-HS-NOTAS         PIC 9(09)V99.
               10  WS-HS-RECEBIDO      PIC 9(09)V99.
               10  WS-HS-AR-FINAL      PIC 9(09)V99.
               10  WS-HS-AR-A-VENCER   PIC 9(09)V99.
               10  WS-HS-FAIXA         PIC 9(09)V99 OCCURS 4 TIMES.
               10  WS-HS-PROVISAO      PIC 9(09)V99.
               10  WS-HS-DATA-CALCULO  PIC 9(08).
               10  FILLER              PIC X(03).

       77  WS-HS-COUNT             PIC 9(03) VALUE ZEROS.
       77  WS-HS-SUB               PIC 9(03) VALUE ZEROS.
       77  WS-HS-DEST              PIC 9(03) VALUE ZEROS.
       77  WS-HS-MAX               PIC 9(03) VALUE 240.

      *-----------------------------------------------------------------
      * CUSTOMER TABLE -- ONE ENTRY PER CUSTOMER WITH OPEN AR, CASH
      * APPLIED IN THE LAST TWELVE MONTHS, OR A CREDIT HOLD. THE DAYS
      * PAST DUE ARE WEIGHTED BY THE AMOUNT PAID; EARLY PAYMENT COUNTS
      * AS ZERO DAYS
      *-----------------------------------------------------------------
       01  WS-CL-TABLE.
           05  WS-CL-ENTRY OCCURS 2000 TIMES
                           INDEXED BY WS-CL-IDX.
               10  WS-CL-CUSTOMER-ID   PIC X(06).
               10  WS-CL-NOME          PIC X(25).
               10  WS-CL-ABERTO        PIC 9(09)V99.
               10  WS-CL-VENCIDO       PIC 9(09)V99.
               10  WS-CL-PAGO          PIC 9(09)V99.
               10  WS-CL-PAGO-X-DIAS   PIC 9(13)V99.
               10  WS-CL-QTDE-PAGTOS   PIC 9(05).
               10  WS-CL-BLOQUEADO     PIC X(01).

       77  WS-CL-COUNT             PIC 9(04) VALUE ZEROS.
       77  WS-CL-SUB               PIC 9(04) VALUE ZEROS.
       77  WS-CL-MAX               PIC 9(04) VALUE 2000.
       77  WS-CLIENTE-ATUAL        PIC X(06) VALUE SPACES.
       77  WS-BLOQ-ATUAL           PIC X(01) VALUE SPACES.

      *-----------------------------------------------------------------
      * INDICATOR WORK FIELDS
      *-----------------------------------------------------------------
       77  WS-VENDAS-LIQUIDAS      PIC S9(09)V99 VALUE ZEROS.
       77  WS-AR-LIQ-PROVISAO      PIC S9(09)V99 VALUE ZEROS.
       77  WS-CEI-NUMERADOR        PIC S9(10)V99 VALUE ZEROS.
       77  WS-CEI-DENOMINADOR      PIC S9(10)V99 VALUE ZEROS.
       77  WS-DSO                  PIC 9(04)V9 VALUE ZEROS.
       77  WS-DSO-LIQUIDO          PIC 9(04)V9 VALUE ZEROS.
       77  WS-CEI                  PIC S9(03)V9 VALUE ZEROS.
       77  WS-PERCENTUAL           PIC 9(03)V9 VALUE ZEROS.
       77  WS-DSO-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-DSO-CALCULADO             VALUE 'S'.
       77  WS-CEI-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-CEI-CALCULADO             VALUE 'S'.

       77  WS-DIAS-PAGO            PIC 9(04) VALUE ZEROS.
       77  WS-MEDIA-DIAS           PIC 9(03)V9 VALUE ZEROS.
       77  WS-NOTA-CLIENTE         PIC X(01) VALUE SPACES.
       77  WS-ACORDO-CLIENTE       PIC X(08) VALUE SPACES.

      *-----------------------------------------------------------------
      * RUN COUNTERS
      *-----------------------------------------------------------------
       77  WS-QTDE-FATURAS         PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-LINHAS-MES      PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-NOTAS-MES       PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-APLIC-MES       PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-APLIC-JANELA    PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-BLOQUEIOS       PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-IGNORADOS       PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-HIST-GRAVADOS   PIC 9(05) VALUE ZEROS.
       01  WS-QTDE-POR-NOTA.
           05  WS-QTDE-NOTA        PIC 9(05) OCCURS 5 TIMES.
       77  WS-NT-SUB               PIC 9(01) VALUE ZEROS.
       01  WS-NOTAS-VALIDAS        PIC X(05) VALUE 'ABCD-'.

      *-----------------------------------------------------------------
      * REPORT LINES
      *-----------------------------------------------------------------
       01  WS-RPT-TITULO.
           05  FILLER              PIC X(39) VALUE
               'INDICADORES DE CONTAS A RECEBER -- MES '.
           05  WS-RT-PERIODO       PIC 9(06).
           05  FILLER              PIC X(04) VALUE ' -- '.
           05  WS-RT-TEXTO         PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACES.

       01  WS-RPT-RESUMO.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RR-ROTULO        PIC X(34).
           05  WS-RR-VALOR         PIC -(10)9.99.
           05  WS-RR-VALOR-X REDEFINES WS-RR-VALOR
                                   PIC X(14).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RR-UNIDADE       PIC X(10).
           05  FILLER              PIC X(19) VALUE SPACES.

       01  WS-RPT-AVISO.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RA-TEXTO         PIC X(78).

       01  WS-RPT-TEND-COLUNAS.
           05  FILLER              PIC X(40) VALUE
               'MES      VENDAS LIQ.     RECEBIDO     AR'.
           05  FILLER              PIC X(40) VALUE
               ' FINAL    DSO DSO-LQ   CEI%             '.

       01  WS-RPT-TENDENCIA.
           05  WS-RTD-MES          PIC X(07).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RTD-VENDAS       PIC -(08)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RTD-RECEBIDO     PIC Z(08)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RTD-AR-FINAL     PIC Z(08)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RTD-DSO          PIC ZZZ9.9.
           05  WS-RTD-DSO-X REDEFINES WS-RTD-DSO
                                   PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RTD-DSO-LIQ      PIC ZZZ9.9.
           05  WS-RTD-DSO-LIQ-X REDEFINES WS-RTD-DSO-LIQ
                                   PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RTD-CEI          PIC -(03)9.9.
           05  WS-RTD-CEI-X REDEFINES WS-RTD-CEI
                                   PIC X(06).
           05  FILLER              PIC X(13) VALUE SPACES.

       01  WS-RPT-FAIXA-COLUNAS.
           05  FILLER              PIC X(40) VALUE
               'MES        0-30%   31-60%   61-90%    90'.
           05  FILLER              PIC X(40) VALUE
               '+%     PROVISAO  PROV%                  '.

       01  WS-RPT-FAIXAS.
           05  WS-RFX-MES          PIC X(07).
           05  WS-RFX-GRUPO OCCURS 4 TIMES.
               10  FILLER          PIC X(04).
               10  WS-RFX-PCT      PIC ZZ9.9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RFX-PROVISAO     PIC Z(08)9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RFX-PCT-PROV     PIC ZZ9.9.
           05  FILLER              PIC X(17) VALUE SPACES.

       01  WS-RPT-MES-EDIT.
           05  WS-RME-ANO          PIC 9(04).
           05  FILLER              PIC X(01) VALUE '/'.
           05  WS-RME-MES          PIC 9(02).

       01  WS-RPT-CLI-COLUNAS.
           05  FILLER              PIC X(40) VALUE
               'CLIENTE NOME                 EM ABERTO  '.
           05  FILLER              PIC X(40) VALUE
               '   VENCIDO  DIAS PGTO  ACORDO   BLQ NOTA'.

       01  WS-RPT-CLIENTE.
           05  WS-RCL-CUSTOMER-ID  PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RCL-NOME         PIC X(18).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RCL-ABERTO       PIC Z(07)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RCL-VENCIDO      PIC Z(07)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RCL-DIAS         PIC ZZ9.9.
           05  WS-RCL-DIAS-X REDEFINES WS-RCL-DIAS
                                   PIC X(05).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RCL-PAGTOS       PIC ZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RCL-ACORDO       PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RCL-BLOQ         PIC X(03).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-RCL-NOTA         PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACES.

       01  WS-RPT-CONTAGEM.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(14) VALUE 'CLIENTES NOTA '.
           05  WS-RCN-NOTA         PIC X(01).
           05  FILLER              PIC X(02) VALUE ': '.
           05  WS-RCN-QTDE         PIC ZZZZ9.
           05  FILLER              PIC X(56) VALUE SPACES.

       01  WS-RPT-BRANCO           PIC X(80) VALUE SPACES.

       COPY CTLTOTLNK.
       COPY JOBLGLNK.
       COPY IFCTLLNK.
       COPY RPTHDRLNK.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.

           MOVE 'ARINDIC' TO JL-PROGRAM-ID
           MOVE 'S'       TO JL-ACAO
           CALL 'JOBLOG' USING JOBLOG-PARMS

           PERFORM 1900-CHECK-AR-CONTROL
               THRU 1900-CHECK-AR-CONTROL-EXIT

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

           PERFORM 2000-LOAD-HISTORY
               THRU 2000-LOAD-HISTORY-EXIT

           MOVE WS-PERIODO-N TO WS-PERIODO-BUSCA
           PERFORM 2200-FIND-PERIOD
               THRU 2200-FIND-PERIOD-EXIT

           IF WS-HS-SUB > ZEROS
              AND WS-PERIODO-N < WS-PERIODO-PADRAO
               MOVE 'S' TO WS-REIMPRESSAO-SWITCH
               DISPLAY 'AVISO - MES ' WS-PERIODO ' JA FECHADO NO '
                   'ARINDHIS -- RELATORIO REEMITIDO DO HISTORICO'
           ELSE
               PERFORM 3000-COMPUTE-MONTH
                   THRU 3000-COMPUTE-MONTH-EXIT
               PERFORM 3800-POST-MONTH
                   THRU 3800-POST-MONTH-EXIT
               PERFORM 3900-SAVE-HISTORY
                   THRU 3900-SAVE-HISTORY-EXIT
           END-IF

           PERFORM 4000-REPORT-MONTH
               THRU 4000-REPORT-MONTH-EXIT

           PERFORM 4200-REPORT-TREND
               THRU 4200-REPORT-TREND-EXIT

           PERFORM 5000-REPORT-BEHAVIOR
               THRU 5000-REPORT-BEHAVIOR-EXIT

           PERFORM 6000-FINALIZE
               THRU 6000-FINALIZE-EXIT

           IF WS-QTDE-IGNORADOS > ZEROS
              OR WS-SEM-CARTEIRA
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
      * 1000-INITIALIZE -- PICK THE PERIOD, THE PRIOR MONTH, THE START
      * OF THE TWELVE-MONTH WINDOW AND THE DAYS IN THE MONTH; OPEN THE
      * REPORT
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           MOVE WS-DATA-HOJE(1:6) TO WS-PERIODO
           MOVE -1 TO WS-DESLOC-MESES
           PERFORM 1100-SHIFT-MONTH
               THRU 1100-SHIFT-MONTH-EXIT
           MOVE WS-PERIODO-CALC TO WS-PERIODO
           MOVE WS-PERIODO-N    TO WS-PERIODO-PADRAO

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

           MOVE -1 TO WS-DESLOC-MESES
           PERFORM 1100-SHIFT-MONTH
               THRU 1100-SHIFT-MONTH-EXIT
           MOVE WS-PERIODO-CALC-N TO WS-PERIODO-ANTERIOR

           MOVE -11 TO WS-DESLOC-MESES
           PERFORM 1100-SHIFT-MONTH
               THRU 1100-SHIFT-MONTH-EXIT
           MOVE WS-PERIODO-CALC-N TO WS-PERIODO-INICIO

           MOVE 1 TO WS-DESLOC-MESES
           PERFORM 1100-SHIFT-MONTH
               THRU 1100-SHIFT-MONTH-EXIT
           MOVE WS-PERIODO-N      TO WS-DI-PERIODO
           MOVE WS-PERIODO-CALC-N TO WS-DP-PERIODO
           COMPUTE WS-DIAS-MES =
               FUNCTION INTEGER-OF-DATE(WS-DATA-INICIO-PROX-N)
               - FUNCTION INTEGER-OF-DATE(WS-DATA-INICIO-MES-N)

           DISPLAY 'INDICADORES DE CONTAS A RECEBER DO MES '
               WS-PERIODO ' -- TENDENCIA DESDE ' WS-PERIODO-INICIO

           MOVE ZEROS TO WS-MES-FAIXAS
           MOVE ZEROS TO WS-QTDE-POR-NOTA

           OPEN OUTPUT INDICATOR-REPORT-FILE

           MOVE 'ARINDIC' TO RH-PROGRAM-ID
           MOVE 1         TO RH-PAGE-NUM
           CALL 'RPTHDR' USING RPTHDR-PARMS
           WRITE INDICATOR-REPORT-LINE FROM RH-HEADER-LINE
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
      * 1900-CHECK-AR-CONTROL -- IFCTL CHECKING PASS OVER ARINVOIC
      * BEFORE THE MONTH'S FIGURES ARE TAKEN: EVERY BATCH MUST BALANCE
      * TO ITS TRAILER. ARINVOIC IS THE STANDING OPEN-ITEM FILE, SO
      * A BATCH HAS NO AGE LIMIT
      ******************************************************************
       1900-CHECK-AR-CONTROL.

           MOVE 'ARINVOIC'    TO IC-ARQUIVO
           MOVE JL-PROGRAM-ID TO IC-PROGRAMA
           MOVE ZEROS         TO IC-DIAS-VALIDADE
           MOVE 'N'           TO IC-CONSUMO
           MOVE 'I'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS

           OPEN INPUT AR-INVOICE-FILE
           IF WS-AI-STATUS NOT = '00'
               GO TO 1900-CHECK-AR-CONTROL-EXIT
           END-IF

           PERFORM 1910-CHECK-AR-RECORD
               THRU 1910-CHECK-AR-RECORD-EXIT
               UNTIL WS-END-OF-FILE

           CLOSE AR-INVOICE-FILE
           MOVE 'N' TO WS-EOF-SWITCH

           MOVE 'ARINVOIC'    TO IC-ARQUIVO
           MOVE 'F'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS
           IF IC-ARQUIVO-RECUSADO
               MOVE 'S' TO WS-IFC-RECUSA-SW
           END-IF.

       1900-CHECK-AR-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      * 1910-CHECK-AR-RECORD
      ******************************************************************
       1910-CHECK-AR-RECORD.

           READ AR-INVOICE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 1910-CHECK-AR-RECORD-EXIT
           END-READ

           MOVE AR-INVOICE-RECORD TO IC-REGISTRO
           MOVE ZEROS             TO IC-VALOR
           IF NOT IC-REG-CONTROLE
               MOVE AI-VALOR      TO IC-VALOR
           END-IF
           MOVE 'ARINVOIC'    TO IC-ARQUIVO
           MOVE 'L'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS.

       1910-CHECK-AR-RECORD-EXIT.
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
               UNTIL WS-CX-END-OF-FILE

           CLOSE COMMISSION-EXTRACT-FILE
           MOVE 'N' TO WS-CX-EOF-SWITCH

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
                   MOVE 'Y' TO WS-CX-EOF-SWITCH
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
      * 2000-LOAD-HISTORY -- ARINDHIS INTO THE HISTORY TABLE. A MONTH
      * THAT DOES NOT FIT STOPS THE REWRITE SO NOTHING IS LOST
      ******************************************************************
       2000-LOAD-HISTORY.

           OPEN INPUT AR-INDICATOR-HISTORY-FILE
           IF WS-IH-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO ARINDHIS -- HISTORICO '
                   'INICIADO NESTE MES'
               GO TO 2000-LOAD-HISTORY-EXIT
           END-IF

           PERFORM 8800-READ-HISTORY
               THRU 8800-READ-HISTORY-EXIT

           PERFORM 2100-STORE-HISTORY
               THRU 2100-STORE-HISTORY-EXIT
               UNTIL WS-IH-END-OF-FILE

           CLOSE AR-INDICATOR-HISTORY-FILE.

       2000-LOAD-HISTORY-EXIT.
           EXIT.

      ******************************************************************
      * 2100-STORE-HISTORY
      ******************************************************************
       2100-STORE-HISTORY.

           IF WS-HS-COUNT NOT < WS-HS-MAX
               DISPLAY 'TABELA DE HISTORICO CHEIA -- MES ' IH-PERIODO
                   ' NAO CARREGADO, ARINDHIS NAO SERA REGRAVADO'
               MOVE 'N' TO WS-HIST-GRAVA-SWITCH
               ADD 1 TO WS-QTDE-IGNORADOS
               GO TO 2100-STORE-HISTORY-NEXT
           END-IF

           ADD 1 TO WS-HS-COUNT
           MOVE AR-INDICATOR-HISTORY-RECORD
               TO WS-HS-ENTRY(WS-HS-COUNT).

       2100-STORE-HISTORY-NEXT.

           PERFORM 8800-READ-HISTORY
               THRU 8800-READ-HISTORY-EXIT.

       2100-STORE-HISTORY-EXIT.
           EXIT.

      ******************************************************************
      * 2200-FIND-PERIOD -- THE HISTORY ENTRY FOR WS-PERIODO-BUSCA;
      * WS-HS-SUB ZERO WHEN THE MONTH IS NOT THERE
      ******************************************************************
       2200-FIND-PERIOD.

           MOVE ZEROS TO WS-HS-SUB

           IF WS-HS-COUNT > ZEROS
               SET WS-HS-IDX TO 1
               SEARCH WS-HS-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-HS-IDX > WS-HS-COUNT
                       CONTINUE
                   WHEN WS-HS-PERIODO(WS-HS-IDX) = WS-PERIODO-BUSCA
                       SET WS-HS-SUB TO WS-HS-IDX
               END-SEARCH
           END-IF.

       2200-FIND-PERIOD-EXIT.
           EXIT.

      ******************************************************************
      * 3000-COMPUTE-MONTH -- THE MONTH'S FIGURES FROM THE AR, BILLING
      * AND COLLECTION FILES. ANY OF THEM MAY BE ABSENT
      ******************************************************************
       3000-COMPUTE-MONTH.

           IF WS-PERIODO-N < WS-PERIODO-PADRAO
               DISPLAY 'AVISO - MES ' WS-PERIODO ' FORA DO ARINDHIS '
                   '-- CARTEIRA FINAL TOMADA DO ARINVOIC ATUAL'
           END-IF

           OPEN INPUT AR-INVOICE-FILE
           IF WS-AI-STATUS = '00'
               PERFORM 8000-READ-AR-INVOICE
                   THRU 8000-READ-AR-INVOICE-EXIT
               PERFORM 3100-PROCESS-AR-INVOICE
                   THRU 3100-PROCESS-AR-INVOICE-EXIT
                   UNTIL WS-END-OF-FILE
               CLOSE AR-INVOICE-FILE
           ELSE
               DISPLAY 'AVISO - SEM ARQUIVO ARINVOIC -- CARTEIRA '
                   'FINAL ZERADA'
               MOVE 'S' TO WS-SEM-CARTEIRA-SWITCH
           END-IF

           OPEN INPUT COMMISSION-EXTRACT-FILE
           IF WS-CX-STATUS = '00'
               PERFORM 8100-READ-EXTRACT
                   THRU 8100-READ-EXTRACT-EXIT
               PERFORM 3200-PROCESS-EXTRACT
                   THRU 3200-PROCESS-EXTRACT-EXIT
                   UNTIL WS-CX-END-OF-FILE
               CLOSE COMMISSION-EXTRACT-FILE
           ELSE
               DISPLAY 'AVISO - SEM ARQUIVO COMMEXT -- NENHUMA VENDA '
                   'FATURADA NO MES'
           END-IF

           OPEN INPUT TAX-LEDGER-FILE
           IF WS-TL-STATUS = '00'
               PERFORM 8200-READ-TAX-LEDGER
                   THRU 8200-READ-TAX-LEDGER-EXIT
               PERFORM 3300-PROCESS-TAX-LEDGER
                   THRU 3300-PROCESS-TAX-LEDGER-EXIT
                   UNTIL WS-TL-END-OF-FILE
               CLOSE TAX-LEDGER-FILE
           ELSE
               DISPLAY 'AVISO - SEM ARQUIVO TAXLEDG -- VENDAS SEM '
                   'IMPOSTO'
           END-IF

           OPEN INPUT CREDIT-NOTE-FILE
           IF WS-CN-STATUS = '00'
               PERFORM 8300-READ-CREDIT-NOTE
                   THRU 8300-READ-CREDIT-NOTE-EXIT
               PERFORM 3400-PROCESS-CREDIT-NOTE
                   THRU 3400-PROCESS-CREDIT-NOTE-EXIT
                   UNTIL WS-CN-END-OF-FILE
               CLOSE CREDIT-NOTE-FILE
           ELSE
               DISPLAY 'AVISO - SEM ARQUIVO CREDNOTA -- NENHUMA NOTA '
                   'DE CREDITO NO MES'
           END-IF

           OPEN INPUT APPLICATION-LOG-FILE
           IF WS-AP-STATUS = '00'
               PERFORM 8400-READ-APPLICATION
                   THRU 8400-READ-APPLICATION-EXIT
               PERFORM 3500-PROCESS-APPLICATION
                   THRU 3500-PROCESS-APPLICATION-EXIT
                   UNTIL WS-AP-END-OF-FILE
               CLOSE APPLICATION-LOG-FILE
           ELSE
               DISPLAY 'AVISO - SEM ARQUIVO APLICLOG -- NENHUM '
                   'RECEBIMENTO APLICADO'
           END-IF

           OPEN INPUT PRIOR-PROVISION-FILE
           IF WS-PR-STATUS = '00'
               PERFORM 8500-READ-PROVISION
                   THRU 8500-READ-PROVISION-EXIT
               PERFORM 3600-PROCESS-PROVISION
                   THRU 3600-PROCESS-PROVISION-EXIT
                   UNTIL WS-PR-END-OF-FILE
               CLOSE PRIOR-PROVISION-FILE
           ELSE
               DISPLAY 'AVISO - SEM ARQUIVO PROVPRIO -- PROVISAO '
                   'ZERADA'
           END-IF

           OPEN INPUT CREDIT-HOLD-FILE
           IF WS-CH-STATUS = '00'
               PERFORM 8600-READ-CREDIT-HOLD
                   THRU 8600-READ-CREDIT-HOLD-EXIT
               PERFORM 3700-PROCESS-CREDIT-HOLD
                   THRU 3700-PROCESS-CREDIT-HOLD-EXIT
                   UNTIL WS-CH-END-OF-FILE
               CLOSE CREDIT-HOLD-FILE
           ELSE
               DISPLAY 'AVISO - SEM ARQUIVO CREDHOLD -- NENHUM '
                   'CLIENTE BLOQUEADO'
           END-IF.

       3000-COMPUTE-MONTH-EXIT.
           EXIT.

      ******************************************************************
      * 3050-FIND-CUSTOMER -- THE ENTRY FOR WS-CLIENTE-ATUAL, ADDED IF
      * NEW; WS-CL-SUB ZERO WHEN THE TABLE IS FULL
      ******************************************************************
       3050-FIND-CUSTOMER.

           MOVE ZEROS TO WS-CL-SUB

           IF WS-CL-COUNT > ZEROS
               SET WS-CL-IDX TO 1
               SEARCH WS-CL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CL-IDX > WS-CL-COUNT
                       CONTINUE
                   WHEN WS-CL-CUSTOMER-ID(WS-CL-IDX) = WS-CLIENTE-ATUAL
                       SET WS-CL-SUB TO WS-CL-IDX
               END-SEARCH
           END-IF

           IF WS-CL-SUB > ZEROS OR WS-CL-COUNT NOT < WS-CL-MAX
               GO TO 3050-FIND-CUSTOMER-EXIT
           END-IF

           ADD 1 TO WS-CL-COUNT
           MOVE WS-CL-COUNT      TO WS-CL-SUB
           MOVE WS-CLIENTE-ATUAL TO WS-CL-CUSTOMER-ID(WS-CL-SUB)
           MOVE SPACES           TO WS-CL-NOME(WS-CL-SUB)
           MOVE ZEROS            TO WS-CL-ABERTO(WS-CL-SUB)
           MOVE ZEROS            TO WS-CL-VENCIDO(WS-CL-SUB)
           MOVE ZEROS            TO WS-CL-PAGO(WS-CL-SUB)
           MOVE ZEROS            TO WS-CL-PAGO-X-DIAS(WS-CL-SUB)
           MOVE ZEROS            TO WS-CL-QTDE-PAGTOS(WS-CL-SUB)
           MOVE 'N'              TO WS-CL-BLOQUEADO(WS-CL-SUB).

       3050-FIND-CUSTOMER-EXIT.
           EXIT.

      ******************************************************************
      * 3100-PROCESS-AR-INVOICE -- ONE OPEN PARCEL INTO THE CLOSING AR,
      * ITS ARAGING BUCKET AND THE CUSTOMER'S OPEN AND PAST-DUE AR.
      * A PARCEL WITH NO DAYS PAST DUE IS STILL TO FALL DUE
      ******************************************************************
       3100-PROCESS-AR-INVOICE.

           ADD 1        TO WS-QTDE-FATURAS
           ADD AI-VALOR TO WS-MES-AR-FINAL

           IF AI-DIAS-ATRASO = ZEROS
               ADD AI-VALOR TO WS-MES-AR-A-VENCER
           END-IF

           EVALUATE TRUE
               WHEN AI-DIAS-ATRASO <= 30
                   MOVE 1 TO WS-FX-SUB
               WHEN AI-DIAS-ATRASO <= 60
                   MOVE 2 TO WS-FX-SUB
               WHEN AI-DIAS-ATRASO <= 90
                   MOVE 3 TO WS-FX-SUB
               WHEN OTHER
                   MOVE 4 TO WS-FX-SUB
           END-EVALUATE
           ADD AI-VALOR TO WS-MES-FAIXA(WS-FX-SUB)

           MOVE AI-CUSTOMER-ID TO WS-CLIENTE-ATUAL
           PERFORM 3050-FIND-CUSTOMER
               THRU 3050-FIND-CUSTOMER-EXIT

           IF WS-CL-SUB = ZEROS
               DISPLAY 'TABELA DE CLIENTES CHEIA -- FATURA '
                   AI-INVOICE-ID ' CLIENTE ' AI-CUSTOMER-ID
                   ' FORA DO COMPORTAMENTO'
               ADD 1 TO WS-QTDE-IGNORADOS
               GO TO 3100-PROCESS-AR-INVOICE-NEXT
           END-IF

           MOVE AI-CUSTOMER-NOME TO WS-CL-NOME(WS-CL-SUB)
           ADD AI-VALOR TO WS-CL-ABERTO(WS-CL-SUB)
           IF AI-DIAS-ATRASO > ZEROS
               ADD AI-VALOR TO WS-CL-VENCIDO(WS-CL-SUB)
           END-IF.

       3100-PROCESS-AR-INVOICE-NEXT.

           PERFORM 8000-READ-AR-INVOICE
               THRU 8000-READ-AR-INVOICE-EXIT.

       3100-PROCESS-AR-INVOICE-EXIT.
           EXIT.

      ******************************************************************
      * 3200-PROCESS-EXTRACT -- ONE BILLED LINE OF THE MONTH, NET OF
      * DISCOUNT
      ******************************************************************
       3200-PROCESS-EXTRACT.

           IF CX-DATA(1:6) = WS-PERIODO
               ADD 1                TO WS-QTDE-LINHAS-MES
               ADD CX-VALOR-LIQUIDO TO WS-MES-VENDAS
           END-IF

           PERFORM 8100-READ-EXTRACT
               THRU 8100-READ-EXTRACT-EXIT.

       3200-PROCESS-EXTRACT-EXIT.
           EXIT.

      ******************************************************************
      * 3300-PROCESS-TAX-LEDGER -- THE TAX BILLED ON THE MONTH'S
      * INVOICE LINES; CREDIT-NOTE TAX COMES WITH THE CREDIT NOTE
      ******************************************************************
       3300-PROCESS-TAX-LEDGER.

           IF TL-FATURA AND TL-DATA(1:6) = WS-PERIODO
               ADD TL-IMPOSTO TO WS-MES-VENDAS
           END-IF

           PERFORM 8200-READ-TAX-LEDGER
               THRU 8200-READ-TAX-LEDGER-EXIT.

       3300-PROCESS-TAX-LEDGER-EXIT.
           EXIT.

      ******************************************************************
      * 3400-PROCESS-CREDIT-NOTE -- ONE CREDIT NOTE OF THE MONTH WITH
      * THE TAX IT REVERSES
      ******************************************************************
       3400-PROCESS-CREDIT-NOTE.

           IF CN-DATA(1:6) = WS-PERIODO
               ADD 1                TO WS-QTDE-NOTAS-MES
               ADD CN-VALOR         TO WS-MES-NOTAS
               ADD CN-VALOR-IMPOSTO TO WS-MES-NOTAS
           END-IF

           PERFORM 8300-READ-CREDIT-NOTE
               THRU 8300-READ-CREDIT-NOTE-EXIT.

       3400-PROCESS-CREDIT-NOTE-EXIT.
           EXIT.

      ******************************************************************
      * 3500-PROCESS-APPLICATION -- ONE CASHAPP APPLICATION. CASH PAID
      * IN THE MONTH IS THE MONTH'S COLLECTIONS; CASH PAID IN THE
      * TWELVE-MONTH WINDOW FEEDS THE CUSTOMER'S PAYMENT BEHAVIOR.
      * CREDIT-NOTE OFFSETS ARE ALREADY IN THE CREDIT NOTES AND ARE
      * NOT PAYMENTS
      ******************************************************************
       3500-PROCESS-APPLICATION.

           IF NOT AP-CAIXA
               GO TO 3500-PROCESS-APPLICATION-NEXT
           END-IF

           IF AP-DATA(1:6) = WS-PERIODO
               ADD 1        TO WS-QTDE-APLIC-MES
               ADD AP-VALOR TO WS-MES-RECEBIDO
           END-IF

           IF AP-DATA(1:6) < WS-PERIODO-INICIO
              OR AP-DATA(1:6) > WS-PERIODO
               GO TO 3500-PROCESS-APPLICATION-NEXT
           END-IF

           ADD 1 TO WS-QTDE-APLIC-JANELA

           MOVE AP-CUSTOMER-ID TO WS-CLIENTE-ATUAL
           PERFORM 3050-FIND-CUSTOMER
               THRU 3050-FIND-CUSTOMER-EXIT

           IF WS-CL-SUB = ZEROS
               DISPLAY 'TABELA DE CLIENTES CHEIA -- PAGAMENTO DO '
                   'CLIENTE ' AP-CUSTOMER-ID ' FORA DO COMPORTAMENTO'
               ADD 1 TO WS-QTDE-IGNORADOS
               GO TO 3500-PROCESS-APPLICATION-NEXT
           END-IF

           IF AP-DIAS-ATRASO > ZEROS
               MOVE AP-DIAS-ATRASO TO WS-DIAS-PAGO
           ELSE
               MOVE ZEROS          TO WS-DIAS-PAGO
           END-IF

           ADD 1        TO WS-CL-QTDE-PAGTOS(WS-CL-SUB)
           ADD AP-VALOR TO WS-CL-PAGO(WS-CL-SUB)
           COMPUTE WS-CL-PAGO-X-DIAS(WS-CL-SUB) =
               WS-CL-PAGO-X-DIAS(WS-CL-SUB) + AP-VALOR * WS-DIAS-PAGO.

       3500-PROCESS-APPLICATION-NEXT.

           PERFORM 8400-READ-APPLICATION
               THRU 8400-READ-APPLICATION-EXIT.

       3500-PROCESS-APPLICATION-EXIT.
           EXIT.

      ******************************************************************
      * 3600-PROCESS-PROVISION -- THE PROVISION BADDEBT HOLDS PER FAIXA
      ******************************************************************
       3600-PROCESS-PROVISION.

           IF PR-FAIXA >= 1 AND PR-FAIXA <= 4
               ADD PR-VALOR TO WS-MES-PROVISAO
           END-IF

           PERFORM 8500-READ-PROVISION
               THRU 8500-READ-PROVISION-EXIT.

       3600-PROCESS-PROVISION-EXIT.
           EXIT.

      ******************************************************************
      * 3700-PROCESS-CREDIT-HOLD -- FLAG THE CUSTOMER FOR REVIEW
      ******************************************************************
       3700-PROCESS-CREDIT-HOLD.

           MOVE CH-CUSTOMER-ID TO WS-CLIENTE-ATUAL
           PERFORM 3050-FIND-CUSTOMER
               THRU 3050-FIND-CUSTOMER-EXIT

           IF WS-CL-SUB = ZEROS
               DISPLAY 'TABELA DE CLIENTES CHEIA -- BLOQUEIO DO '
                   'CLIENTE ' CH-CUSTOMER-ID ' FORA DO COMPORTAMENTO'
               ADD 1 TO WS-QTDE-IGNORADOS
           ELSE
               MOVE 'S' TO WS-CL-BLOQUEADO(WS-CL-SUB)
               ADD 1 TO WS-QTDE-BLOQUEIOS
           END-IF

           PERFORM 8600-READ-CREDIT-HOLD
               THRU 8600-READ-CREDIT-HOLD-EXIT.

       3700-PROCESS-CREDIT-HOLD-EXIT.
           EXIT.

      ******************************************************************
      * 3800-POST-MONTH -- THE MONTH INTO THE HISTORY TABLE IN PERIOD
      * ORDER, REPLACING AN EARLIER RUN OF IT. THE OPENING AR IS THE
      * PRIOR MONTH'S CLOSING AR; WITH NO PRIOR MONTH ON FILE IT IS
      * WORKED BACK FROM THE CLOSING AR AND THE MONTH'S MOVEMENT
      ******************************************************************
       3800-POST-MONTH.

           MOVE WS-PERIODO-ANTERIOR TO WS-PERIODO-BUSCA
           PERFORM 2200-FIND-PERIOD
               THRU 2200-FIND-PERIOD-EXIT

           IF WS-HS-SUB > ZEROS
               MOVE WS-HS-AR-FINAL(WS-HS-SUB) TO WS-MES-AR-INICIAL
           ELSE
               COMPUTE WS-MES-AR-INICIAL =
                   WS-MES-AR-FINAL - WS-MES-VENDAS + WS-MES-NOTAS
                   + WS-MES-RECEBIDO
               IF WS-MES-AR-INICIAL < ZEROS
                   MOVE ZEROS TO WS-MES-AR-INICIAL
               END-IF
           END-IF

           MOVE WS-PERIODO-N TO WS-PERIODO-BUSCA
           PERFORM 2200-FIND-PERIOD
               THRU 2200-FIND-PERIOD-EXIT

           IF WS-HS-SUB > ZEROS
               DISPLAY 'MES ' WS-PERIODO ' JA CONSTAVA NO ARINDHIS -- '
                   'SUBSTITUIDO'
               GO TO 3800-POST-MONTH-FILL
           END-IF

           IF WS-HS-COUNT NOT < WS-HS-MAX
               DISPLAY 'TABELA DE HISTORICO CHEIA -- MES ' WS-PERIODO
                   ' NAO GRAVADO NO ARINDHIS'
               MOVE 'N' TO WS-HIST-GRAVA-SWITCH
               ADD 1 TO WS-QTDE-IGNORADOS
               ADD 1 TO WS-HS-COUNT
               MOVE WS-HS-COUNT TO WS-HS-SUB
               GO TO 3800-POST-MONTH-FILL
           END-IF

      *    OPEN A SLOT AFTER THE LAST EARLIER MONTH -- USUALLY THE END
           MOVE WS-HS-COUNT TO WS-HS-SUB
           ADD 1 TO WS-HS-COUNT
           MOVE 'N' TO WS-POSICAO-SWITCH
           PERFORM 3810-SHIFT-ENTRY
               THRU 3810-SHIFT-ENTRY-EXIT
               UNTIL WS-HS-SUB = ZEROS
                  OR WS-POSICAO-ACHADA
           ADD 1 TO WS-HS-SUB.

       3800-POST-MONTH-FILL.

           MOVE SPACES             TO WS-HS-ENTRY(WS-HS-SUB)
           MOVE WS-PERIODO-N       TO WS-HS-PERIODO(WS-HS-SUB)
           MOVE WS-DIAS-MES        TO WS-HS-DIAS-MES(WS-HS-SUB)
           MOVE WS-MES-AR-INICIAL  TO WS-HS-AR-INICIAL(WS-HS-SUB)
           MOVE WS-MES-VENDAS      TO WS-HS-VENDAS(WS-HS-SUB)
           MOVE WS-MES-NOTAS       TO WS-HS-NOTAS(WS-HS-SUB)
           MOVE WS-MES-RECEBIDO    TO WS-HS-RECEBIDO(WS-HS-SUB)
           MOVE WS-MES-AR-FINAL    TO WS-HS-AR-FINAL(WS-HS-SUB)
           MOVE WS-MES-AR-A-VENCER TO WS-HS-AR-A-VENCER(WS-HS-SUB)
           MOVE WS-MES-FAIXA(1)    TO WS-HS-FAIXA(WS-HS-SUB, 1)
           MOVE WS-MES-FAIXA(2)    TO WS-HS-FAIXA(WS-HS-SUB, 2)
           MOVE WS-MES-FAIXA(3)    TO WS-HS-FAIXA(WS-HS-SUB, 3)
           MOVE WS-MES-FAIXA(4)    TO WS-HS-FAIXA(WS-HS-SUB, 4)
           MOVE WS-MES-PROVISAO    TO WS-HS-PROVISAO(WS-HS-SUB)
           MOVE WS-DATA-HOJE       TO WS-HS-DATA-CALCULO(WS-HS-SUB).

       3800-POST-MONTH-EXIT.
           EXIT.

      ******************************************************************
      * 3810-SHIFT-ENTRY -- MOVE A LATER MONTH ONE SLOT UP, STOPPING
      * AT THE FIRST EARLIER ONE
      ******************************************************************
       3810-SHIFT-ENTRY.

           IF WS-HS-PERIODO(WS-HS-SUB) < WS-PERIODO-N
               MOVE 'S' TO WS-POSICAO-SWITCH
               GO TO 3810-SHIFT-ENTRY-EXIT
           END-IF

           COMPUTE WS-HS-DEST = WS-HS-SUB + 1
           MOVE WS-HS-ENTRY(WS-HS-SUB) TO WS-HS-ENTRY(WS-HS-DEST)
           SUBTRACT 1 FROM WS-HS-SUB.

       3810-SHIFT-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * 3900-SAVE-HISTORY -- REWRITE ARINDHIS FROM THE TABLE, UNLESS A
      * MONTH DID NOT FIT
      ******************************************************************
       3900-SAVE-HISTORY.

           IF NOT WS-HIST-GRAVA
               DISPLAY 'AVISO - ARINDHIS MANTIDO COMO ESTAVA'
               GO TO 3900-SAVE-HISTORY-EXIT
           END-IF

           OPEN OUTPUT AR-INDICATOR-HISTORY-FILE

           PERFORM 3910-WRITE-HISTORY
               THRU 3910-WRITE-HISTORY-EXIT
               VARYING WS-HS-SUB FROM 1 BY 1
               UNTIL WS-HS-SUB > WS-HS-COUNT

           CLOSE AR-INDICATOR-HISTORY-FILE.

       3900-SAVE-HISTORY-EXIT.
           EXIT.

      ******************************************************************
      * 3910-WRITE-HISTORY
      ******************************************************************
       3910-WRITE-HISTORY.

           MOVE WS-HS-ENTRY(WS-HS-SUB) TO AR-INDICATOR-HISTORY-RECORD
           WRITE AR-INDICATOR-HISTORY-RECORD
           ADD 1 TO WS-QTDE-HIST-GRAVADOS.

       3910-WRITE-HISTORY-EXIT.
           EXIT.

      ******************************************************************
      * 4000-REPORT-MONTH -- THE MONTH'S FIGURES AND INDICATORS
      ******************************************************************
       4000-REPORT-MONTH.

           MOVE WS-PERIODO-N TO WS-PERIODO-BUSCA
           PERFORM 2200-FIND-PERIOD
               THRU 2200-FIND-PERIOD-EXIT

           WRITE INDICATOR-REPORT-LINE FROM WS-RPT-BRANCO
           MOVE 'RESUMO'                        TO WS-RT-TEXTO
           WRITE INDICATOR-REPORT-LINE FROM WS-RPT-TITULO
           WRITE INDICATOR-REPORT-LINE FROM WS-RPT-BRANCO

           IF WS-REIMPRESSAO
               MOVE 'REEMITIDO DO HISTORICO -- CALCULADO EM'
                   TO WS-RA-TEXTO
               MOVE WS-HS-DATA-CALCULO(WS-HS-SUB) TO WS-RA-TEXTO(40:8)
               WRITE INDICATOR-REPORT-LINE FROM WS-RPT-AVISO
               WRITE INDICATOR-REPORT-LINE FROM WS-RPT-BRANCO
           END-IF

           PERFORM 4100-COMPUTE-INDICATORS
               THRU 4100-COMPUTE-INDICATORS-EXIT

           MOVE 'CARTEIRA INICIAL'             TO WS-RR-ROTULO
           MOVE WS-HS-AR-INICIAL(WS-HS-SUB)    TO WS-RR-VALOR
           MOVE 'R$'                           TO WS-RR-UNIDADE
           WRITE INDICATOR-REPORT-LINE FROM WS-RPT-RESUMO
           MOVE 'VENDAS FATURADAS (COM IMPOSTO)' TO WS-RR-ROTULO
           MOVE WS-HS-VENDAS(WS-HS-SUB)        TO WS-RR-VALOR
           WRITE INDICATOR-REPORT-LINE FROM WS-RPT-RESUMO
           MOVE '(-) NOTAS DE CREDITO'         TO WS-RR-ROTULO
           MOVE WS-HS-NOTAS(WS-HS-SUB)         TO WS-RR-VALOR
           WRITE INDICATOR-REPORT-LINE FROM WS-RPT-RESUMO
           MOVE 'VENDAS LIQUIDAS'              TO WS-RR-ROTULO
           MOVE WS-VENDAS-LIQUIDAS             TO WS-RR-VALOR
           WRITE INDICATOR-REPORT-LINE FROM WS-RPT-RESUMO
           MOVE 'RECEBIDO EM CAIXA'            TO WS-RR-ROTULO
           MOVE WS-HS-RECEBIDO(WS-HS-SUB)      TO WS-RR-VALOR
           WRITE INDICATOR-REPORT-LINE FROM WS-RPT-RESUMO
           MOVE 'CARTEIRA FINAL'               TO WS-RR-ROTULO
           MOVE WS-HS-AR-FINAL(WS-HS-SUB)      TO WS-RR-VALOR
           WRITE INDICATOR-REPORT-LINE FROM WS-RPT-RESUMO
           MOVE '  DA QUAL A VENCER'           TO WS-RR-ROTULO
           MOVE WS-HS-AR-A-VENCER(WS-HS-SUB)   TO WS-RR-VALOR
           WRITE INDICATOR-REPORT-LINE FROM WS-RPT-RESUMO
           MOVE 'PROVISAO PARA DEVEDORES DUVIDOSOS' TO WS-RR-ROTULO
           MOVE WS-HS-PROVISAO(WS-HS-SUB)      TO WS-RR-VALOR
           WRITE INDICATOR-REPORT-LINE FROM WS-RPT-RESUMO
           WRITE INDICATOR-REPORT-LINE FROM WS-RPT-BRANCO

           MOVE 'DIAS NO MES'                  TO WS-RR-ROTULO
           MOVE WS-HS-DIAS-MES(WS-HS-SUB)      TO WS-RR-VALOR
           MOVE 'DIAS'                         TO WS-RR-UNIDADE
           WRITE INDICATOR-REPORT-LINE FROM WS-RPT-RESUMO

           MOVE 'DSO - PRAZO MEDIO DE RECEBIMENTO' TO WS-RR-ROTULO
           IF WS-DSO-CALCULADO
               MOVE WS-DSO                     TO WS-RR-VALOR
           ELSE
               MOVE '           N/D'           TO WS-RR-VALOR-X
           END-IF
           WRITE INDICATOR-REPORT-LINE FROM WS-RPT-RESUMO

           MOVE 'DSO LIQUIDO DA PROVISAO'      TO WS-RR-ROTULO
           IF WS-DSO-CALCULADO
               MOVE WS-DSO-LIQUIDO             TO WS-RR-VALOR
           ELSE
               MOVE '           N/D'           TO WS-RR-VALOR-X
           END-IF
           WRITE INDICATOR-REPORT-LINE FROM WS-RPT-RESUMO

           MOVE 'CEI - EFETIVIDADE DE COBRANCA' TO WS-RR-ROTULO
           MOVE '%'                            TO WS-RR-UNIDADE
           IF WS-CEI-CALCULADO
               MOVE WS-CEI                     TO WS-RR-VALOR
           ELSE
               MOVE '           N/D'           TO WS-RR-VALOR-X
           END-IF
           WRITE INDICATOR-REPORT-LINE FROM WS-RPT-RESUMO.

       4000-REPORT-MONTH-EXIT.
           EXIT.

      ******************************************************************
      * 4100-COMPUTE-INDICATORS -- FOR HISTORY ENTRY WS-HS-SUB:
      *   DSO = CLOSING AR / NET SALES X DAYS IN THE MONTH, AND THE
      *         SAME WITH THE AR NET OF THE PROVISION
      *   CEI = (OPENING AR + NET SALES - CLOSING AR) /
      *         (OPENING AR + NET SALES - CLOSING AR NOT YET DUE) X 100
      * EITHER IS N/D OVER A ZERO OR NEGATIVE BASE
      ******************************************************************
       4100-COMPUTE-INDICATORS.

           COMPUTE WS-VENDAS-LIQUIDAS =
               WS-HS-VENDAS(WS-HS-SUB) - WS-HS-NOTAS(WS-HS-SUB)

           MOVE 'N' TO WS-DSO-SWITCH
           IF WS-VENDAS-LIQUIDAS > ZEROS
               MOVE 'S' TO WS-DSO-SWITCH
               COMPUTE WS-DSO ROUNDED =
                   WS-HS-AR-FINAL(WS-HS-SUB) * WS-HS-DIAS-MES(WS-HS-SUB)
                       / WS-VENDAS-LIQUIDAS
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-DSO
               END-COMPUTE
               COMPUTE WS-AR-LIQ-PROVISAO =
                   WS-HS-AR-FINAL(WS-HS-SUB) - WS-HS-PROVISAO(WS-HS-SUB)
               IF WS-AR-LIQ-PROVISAO < ZEROS
                   MOVE ZEROS TO WS-AR-LIQ-PROVISAO
               END-IF
               COMPUTE WS-DSO-LIQUIDO ROUNDED =
                   WS-AR-LIQ-PROVISAO * WS-HS-DIAS-MES(WS-HS-SUB)
                       / WS-VENDAS-LIQUIDAS
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-DSO-LIQUIDO
               END-COMPUTE
           END-IF

           COMPUTE WS-CEI-NUMERADOR =
               WS-HS-AR-INICIAL(WS-HS-SUB) + WS-VENDAS-LIQUIDAS
               - WS-HS-AR-FINAL(WS-HS-SUB)
           COMPUTE WS-CEI-DENOMINADOR =
               WS-HS-AR-INICIAL(WS-HS-SUB) + WS-VENDAS-LIQUIDAS
               - WS-HS-AR-A-VENCER(WS-HS-SUB)

           MOVE 'N' TO WS-CEI-SWITCH
           IF WS-CEI-DENOMINADOR > ZEROS
               MOVE 'S' TO WS-CEI-SWITCH
               COMPUTE WS-CEI ROUNDED =
                   WS-CEI-NUMERADOR * 100 / WS-CEI-DENOMINADOR
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-CEI
               END-COMPUTE
           END-IF.

       4100-COMPUTE-INDICATORS-EXIT.
           EXIT.

      ******************************************************************
      * 4200-REPORT-TREND -- THE INDICATORS AND THE BUCKET MIX OF EVERY
      * MONTH ON FILE IN THE TWELVE MONTHS TO THE PERIOD
      ******************************************************************
       4200-REPORT-TREND.

           WRITE INDICATOR-REPORT-LINE FROM WS-RPT-BRANCO
           MOVE 'TENDENCIA DE DOZE MESES'       TO WS-RT-TEXTO
           WRITE INDICATOR-REPORT-LINE FROM WS-RPT-TITULO
           WRITE INDICATOR-REPORT-LINE FROM WS-RPT-BRANCO
           WRITE INDICATOR-REPORT-LINE FROM WS-RPT-TEND-COLUNAS

           PERFORM 4210-TREND-LINE
               THRU 4210-TREND-LINE-EXIT
               VARYING WS-HS-SUB FROM 1 BY 1
               UNTIL WS-HS-SUB > WS-HS-COUNT

           WRITE INDICATOR-REPORT-LINE FROM WS-RPT-BRANCO
           WRITE INDICATOR-REPORT-LINE FROM WS-RPT-FAIXA-COLUNAS

           PERFORM 4220-BUCKET-LINE
               THRU 4220-BUCKET-LINE-EXIT
               VARYING WS-HS-SUB FROM 1 BY 1
               UNTIL WS-HS-SUB > WS-HS-COUNT.

       4200-REPORT-TREND-EXIT.
           EXIT.

      ******************************************************************
      * 4210-TREND-LINE
      ******************************************************************
       4210-TREND-LINE.

           IF WS-HS-PERIODO(WS-HS-SUB) < WS-PERIODO-INICIO
              OR WS-HS-PERIODO(WS-HS-SUB) > WS-PERIODO-N
               GO TO 4210-TREND-LINE-EXIT
           END-IF

           PERFORM 4100-COMPUTE-INDICATORS
               THRU 4100-COMPUTE-INDICATORS-EXIT

           MOVE WS-HS-PERIODO(WS-HS-SUB)(1:4) TO WS-RME-ANO
           MOVE WS-HS-PERIODO(WS-HS-SUB)(5:2) TO WS-RME-MES
           MOVE WS-RPT-MES-EDIT               TO WS-RTD-MES
           MOVE WS-VENDAS-LIQUIDAS            TO WS-RTD-VENDAS
           MOVE WS-HS-RECEBIDO(WS-HS-SUB)     TO WS-RTD-RECEBIDO
           MOVE WS-HS-AR-FINAL(WS-HS-SUB)     TO WS-RTD-AR-FINAL

           IF WS-DSO-CALCULADO
               MOVE WS-DSO                    TO WS-RTD-DSO
               MOVE WS-DSO-LIQUIDO            TO WS-RTD-DSO-LIQ
           ELSE
               MOVE '   N/D'                  TO WS-RTD-DSO-X
               MOVE '   N/D'                  TO WS-RTD-DSO-LIQ-X
           END-IF

           IF WS-CEI-CALCULADO
               MOVE WS-CEI                    TO WS-RTD-CEI
           ELSE
               MOVE '   N/D'                  TO WS-RTD-CEI-X
           END-IF

           WRITE INDICATOR-REPORT-LINE FROM WS-RPT-TENDENCIA.

       4210-TREND-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 4220-BUCKET-LINE -- EACH ARAGING BUCKET AND THE PROVISION AS A
      * PERCENTAGE OF THE CLOSING AR
      ******************************************************************
       4220-BUCKET-LINE.

           IF WS-HS-PERIODO(WS-HS-SUB) < WS-PERIODO-INICIO
              OR WS-HS-PERIODO(WS-HS-SUB) > WS-PERIODO-N
               GO TO 4220-BUCKET-LINE-EXIT
           END-IF

           MOVE SPACES TO WS-RPT-FAIXAS
           MOVE WS-HS-PERIODO(WS-HS-SUB)(1:4) TO WS-RME-ANO
           MOVE WS-HS-PERIODO(WS-HS-SUB)(5:2) TO WS-RME-MES
           MOVE WS-RPT-MES-EDIT               TO WS-RFX-MES
           MOVE WS-HS-PROVISAO(WS-HS-SUB)     TO WS-RFX-PROVISAO

           PERFORM 4230-BUCKET-PERCENT
               THRU 4230-BUCKET-PERCENT-EXIT
               VARYING WS-FX-SUB FROM 1 BY 1
               UNTIL WS-FX-SUB > 4

           MOVE ZEROS TO WS-PERCENTUAL
           IF WS-HS-AR-FINAL(WS-HS-SUB) > ZEROS
               COMPUTE WS-PERCENTUAL ROUNDED =
                   WS-HS-PROVISAO(WS-HS-SUB) * 100
                       / WS-HS-AR-FINAL(WS-HS-SUB)
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-PERCENTUAL
               END-COMPUTE
           END-IF
           MOVE WS-PERCENTUAL TO WS-RFX-PCT-PROV

           WRITE INDICATOR-REPORT-LINE FROM WS-RPT-FAIXAS.

       4220-BUCKET-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 4230-BUCKET-PERCENT
      ******************************************************************
       4230-BUCKET-PERCENT.

           MOVE ZEROS TO WS-PERCENTUAL
           IF WS-HS-AR-FINAL(WS-HS-SUB) > ZEROS
               COMPUTE WS-PERCENTUAL ROUNDED =
                   WS-HS-FAIXA(WS-HS-SUB, WS-FX-SUB) * 100
                       / WS-HS-AR-FINAL(WS-HS-SUB)
           END-IF
           MOVE WS-PERCENTUAL TO WS-RFX-PCT(WS-FX-SUB).

       4230-BUCKET-PERCENT-EXIT.
           EXIT.

      ******************************************************************
      * 5000-REPORT-BEHAVIOR -- THE PAYMENT-BEHAVIOR SCORE OF EVERY
      * CUSTOMER IN THE TABLE, CREDHOLD CUSTOMERS FIRST. ONLY PRINTED
      * WHEN THE MONTH WAS WORKED OUT -- A REPRINT HAS NO CUSTOMER
      * FIGURES. NO PAYAGREE FILE MEANS NO AGREEMENTS
      ******************************************************************
       5000-REPORT-BEHAVIOR.

           IF WS-REIMPRESSAO
               GO TO 5000-REPORT-BEHAVIOR-EXIT
           END-IF

           OPEN INPUT PAYMENT-AGREEMENT-FILE
           IF WS-PA-STATUS = '00'
               MOVE 'S' TO WS-ACORDOS-SWITCH
           ELSE
               DISPLAY 'AVISO - SEM ARQUIVO PAYAGREE -- NENHUM ACORDO '
                   'CONSIDERADO'
           END-IF

           WRITE INDICATOR-REPORT-LINE FROM WS-RPT-BRANCO
           MOVE 'CLIENTES EM BLOQUEIO'          TO WS-RT-TEXTO
           WRITE INDICATOR-REPORT-LINE FROM WS-RPT-TITULO
           WRITE INDICATOR-REPORT-LINE FROM WS-RPT-BRANCO
           WRITE INDICATOR-REPORT-LINE FROM WS-RPT-CLI-COLUNAS

           MOVE 'S' TO WS-BLOQ-ATUAL
           PERFORM 5100-CUSTOMER-LINE
               THRU 5100-CUSTOMER-LINE-EXIT
               VARYING WS-CL-SUB FROM 1 BY 1
               UNTIL WS-CL-SUB > WS-CL-COUNT

           WRITE INDICATOR-REPORT-LINE FROM WS-RPT-BRANCO
           MOVE 'DEMAIS CLIENTES'               TO WS-RT-TEXTO
           WRITE INDICATOR-REPORT-LINE FROM WS-RPT-TITULO
           WRITE INDICATOR-REPORT-LINE FROM WS-RPT-BRANCO
           WRITE INDICATOR-REPORT-LINE FROM WS-RPT-CLI-COLUNAS

           MOVE 'N' TO WS-BLOQ-ATUAL
           PERFORM 5100-CUSTOMER-LINE
               THRU 5100-CUSTOMER-LINE-EXIT
               VARYING WS-CL-SUB FROM 1 BY 1
               UNTIL WS-CL-SUB > WS-CL-COUNT

           IF WS-COM-ACORDOS
               CLOSE PAYMENT-AGREEMENT-FILE
           END-IF

           WRITE INDICATOR-REPORT-LINE FROM WS-RPT-BRANCO
           PERFORM 5200-SCORE-COUNT
               THRU 5200-SCORE-COUNT-EXIT
               VARYING WS-NT-SUB FROM 1 BY 1
               UNTIL WS-NT-SUB > 5

           WRITE INDICATOR-REPORT-LINE FROM WS-RPT-BRANCO
           MOVE 'DIAS = MEDIA PONDERADA DE DIAS PAGOS APOS O VENCIMENTO'
               TO WS-RA-TEXTO
           WRITE INDICATOR-REPORT-LINE FROM WS-RPT-AVISO
           MOVE 'NOTA D = ACORDO QUEBRADO OU MEDIA > 60; C > 30; B > 10'
               TO WS-RA-TEXTO
           WRITE INDICATOR-REPORT-LINE FROM WS-RPT-AVISO
           MOVE 'NOTA - = SEM PAGAMENTOS NOS ULTIMOS 12 MESES'
               TO WS-RA-TEXTO
           WRITE INDICATOR-REPORT-LINE FROM WS-RPT-AVISO.

       5000-REPORT-BEHAVIOR-EXIT.
           EXIT.

      ******************************************************************
      * 5100-CUSTOMER-LINE -- ONE CUSTOMER OF THE GROUP BEING PRINTED
      * (WS-BLOQ-ATUAL), WITH ITS AGREEMENT STATUS AND SCORE
      ******************************************************************
       5100-CUSTOMER-LINE.

           IF WS-CL-BLOQUEADO(WS-CL-SUB) NOT = WS-BLOQ-ATUAL
               GO TO 5100-CUSTOMER-LINE-EXIT
           END-IF

           MOVE SPACES TO WS-ACORDO-CLIENTE
           IF WS-COM-ACORDOS
               MOVE WS-CL-CUSTOMER-ID(WS-CL-SUB) TO PA-CUSTOMER-ID
               READ PAYMENT-AGREEMENT-FILE
                   INVALID KEY
                       MOVE SPACES TO PA-STATUS
               END-READ
               EVALUATE TRUE
                   WHEN PA-QUEBRADO
                       MOVE 'QUEBRADO' TO WS-ACORDO-CLIENTE
                   WHEN PA-EM-DIA
                       MOVE 'EM DIA'   TO WS-ACORDO-CLIENTE
               END-EVALUATE
           END-IF

           MOVE ZEROS TO WS-MEDIA-DIAS
           IF WS-CL-PAGO(WS-CL-SUB) > ZEROS
               COMPUTE WS-MEDIA-DIAS ROUNDED =
                   WS-CL-PAGO-X-DIAS(WS-CL-SUB) / WS-CL-PAGO(WS-CL-SUB)
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-MEDIA-DIAS
               END-COMPUTE
           END-IF

           EVALUATE TRUE
               WHEN WS-ACORDO-CLIENTE = 'QUEBRADO'
                   MOVE 'D' TO WS-NOTA-CLIENTE
               WHEN WS-CL-PAGO(WS-CL-SUB) = ZEROS
                   MOVE '-' TO WS-NOTA-CLIENTE
               WHEN WS-MEDIA-DIAS > 60
                   MOVE 'D' TO WS-NOTA-CLIENTE
               WHEN WS-MEDIA-DIAS > 30
                   MOVE 'C' TO WS-NOTA-CLIENTE
               WHEN WS-MEDIA-DIAS > 10
                   MOVE 'B' TO WS-NOTA-CLIENTE
               WHEN OTHER
                   MOVE 'A' TO WS-NOTA-CLIENTE
           END-EVALUATE

           MOVE 1 TO WS-NT-SUB
           INSPECT WS-NOTAS-VALIDAS TALLYING WS-NT-SUB
               FOR CHARACTERS BEFORE INITIAL WS-NOTA-CLIENTE
           ADD 1 TO WS-QTDE-NOTA(WS-NT-SUB)

           MOVE SPACES                          TO WS-RPT-CLIENTE
           MOVE WS-CL-CUSTOMER-ID(WS-CL-SUB)    TO WS-RCL-CUSTOMER-ID
           MOVE WS-CL-NOME(WS-CL-SUB)           TO WS-RCL-NOME
           MOVE WS-CL-ABERTO(WS-CL-SUB)         TO WS-RCL-ABERTO
           MOVE WS-CL-VENCIDO(WS-CL-SUB)        TO WS-RCL-VENCIDO
           IF WS-CL-PAGO(WS-CL-SUB) > ZEROS
               MOVE WS-MEDIA-DIAS               TO WS-RCL-DIAS
           ELSE
               MOVE '  N/D'                     TO WS-RCL-DIAS-X
           END-IF
           MOVE WS-CL-QTDE-PAGTOS(WS-CL-SUB)    TO WS-RCL-PAGTOS
           MOVE WS-ACORDO-CLIENTE               TO WS-RCL-ACORDO
           IF WS-CL-BLOQUEADO(WS-CL-SUB) = 'S'
               MOVE 'SIM'                       TO WS-RCL-BLOQ
           END-IF
           MOVE WS-NOTA-CLIENTE                 TO WS-RCL-NOTA
           WRITE INDICATOR-REPORT-LINE FROM WS-RPT-CLIENTE.

       5100-CUSTOMER-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 5200-SCORE-COUNT
      ******************************************************************
       5200-SCORE-COUNT.

           MOVE WS-NOTAS-VALIDAS(WS-NT-SUB:1) TO WS-RCN-NOTA
           MOVE WS-QTDE-NOTA(WS-NT-SUB)       TO WS-RCN-QTDE
           WRITE INDICATOR-REPORT-LINE FROM WS-RPT-CONTAGEM.

       5200-SCORE-COUNT-EXIT.
           EXIT.

      ******************************************************************
      * 6000-FINALIZE -- RUN TOTALS AND CONTROL TOTALS
      ******************************************************************
       6000-FINALIZE.

           CLOSE INDICATOR-REPORT-FILE

           DISPLAY 'PARCELAS EM CARTEIRA:     ' WS-QTDE-FATURAS
           DISPLAY 'LINHAS FATURADAS NO MES:  ' WS-QTDE-LINHAS-MES
           DISPLAY 'NOTAS DE CREDITO DO MES:  ' WS-QTDE-NOTAS-MES
           DISPLAY 'RECEBIMENTOS DO MES:      ' WS-QTDE-APLIC-MES
           DISPLAY 'RECEBIMENTOS EM 12 MESES: ' WS-QTDE-APLIC-JANELA
           DISPLAY 'CLIENTES AVALIADOS:       ' WS-CL-COUNT
           DISPLAY 'CLIENTES EM BLOQUEIO:     ' WS-QTDE-BLOQUEIOS
           DISPLAY 'MESES GRAVADOS NO ARINDHIS: ' WS-QTDE-HIST-GRAVADOS
           DISPLAY 'LANCAMENTOS IGNORADOS:    ' WS-QTDE-IGNORADOS

           MOVE 'ARINDIC'          TO CT-PROGRAM-ID
           MOVE 'VENDAS MES'       TO CT-TOTAL-1-LABEL
           MOVE WS-MES-VENDAS      TO CT-TOTAL-1-VALOR
           MOVE 'RECEBIDO MES'     TO CT-TOTAL-2-LABEL
           MOVE WS-MES-RECEBIDO    TO CT-TOTAL-2-VALOR
           MOVE 'CARTEIRA FINAL'   TO CT-TOTAL-3-LABEL
           MOVE WS-MES-AR-FINAL    TO CT-TOTAL-3-VALOR
           CALL 'CTLTOT' USING CTLTOT-PARMS.

       6000-FINALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 8000-READ-AR-INVOICE
      ******************************************************************
       8000-READ-AR-INVOICE.

           READ AR-INVOICE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 8000-READ-AR-INVOICE-EXIT
           END-READ

           IF AR-INVOICE-RECORD(1:2) = '*H'
               OR AR-INVOICE-RECORD(1:2) = '*T'
               GO TO 8000-READ-AR-INVOICE
           END-IF.

       8000-READ-AR-INVOICE-EXIT.
           EXIT.

      ******************************************************************
      * 8100-READ-EXTRACT
      ******************************************************************
       8100-READ-EXTRACT.

           READ COMMISSION-EXTRACT-FILE
               AT END
                   MOVE 'Y' TO WS-CX-EOF-SWITCH
                   GO TO 8100-READ-EXTRACT-EXIT
           END-READ

           IF COMMISSION-EXTRACT-RECORD(1:2) = '*H'
               OR COMMISSION-EXTRACT-RECORD(1:2) = '*T'
               GO TO 8100-READ-EXTRACT
           END-IF.

       8100-READ-EXTRACT-EXIT.
           EXIT.

      ******************************************************************
      * 8200-READ-TAX-LEDGER
      ******************************************************************
       8200-READ-TAX-LEDGER.

           READ TAX-LEDGER-FILE
               AT END
                   MOVE 'Y' TO WS-TL-EOF-SWITCH
           END-READ.

       8200-READ-TAX-LEDGER-EXIT.
           EXIT.

      ******************************************************************
      * 8300-READ-CREDIT-NOTE
      ******************************************************************
       8300-READ-CREDIT-NOTE.

           READ CREDIT-NOTE-FILE
               AT END
                   MOVE 'Y' TO WS-CN-EOF-SWITCH
                   GO TO 8300-READ-CREDIT-NOTE-EXIT
           END-READ

           IF CREDIT-NOTE-RECORD(1:2) = '*H'
               OR CREDIT-NOTE-RECORD(1:2) = '*T'
               GO TO 8300-READ-CREDIT-NOTE
           END-IF.

       8300-READ-CREDIT-NOTE-EXIT.
           EXIT.

      ******************************************************************
      * 8400-READ-APPLICATION
      ******************************************************************
       8400-READ-APPLICATION.

           READ APPLICATION-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-AP-EOF-SWITCH
           END-READ.

       8400-READ-APPLICATION-EXIT.
           EXIT.

      ******************************************************************
      * 8500-READ-PROVISION
      ******************************************************************
       8500-READ-PROVISION.

           READ PRIOR-PROVISION-FILE
               AT END
                   MOVE 'Y' TO WS-PR-EOF-SWITCH
           END-READ.

       8500-READ-PROVISION-EXIT.
           EXIT.

      ******************************************************************
      * 8600-READ-CREDIT-HOLD
      ******************************************************************
       8600-READ-CREDIT-HOLD.

           READ CREDIT-HOLD-FILE
               AT END
                   MOVE 'Y' TO WS-CH-EOF-SWITCH
           END-READ.

       8600-READ-CREDIT-HOLD-EXIT.
           EXIT.

      ******************************************************************
      * 8800-READ-HISTORY
      ******************************************************************
       8800-READ-HISTORY.

           READ AR-INDICATOR-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-IH-EOF-SWITCH
           END-READ.

       8800-READ-HISTORY-EXIT.
           EXIT.
