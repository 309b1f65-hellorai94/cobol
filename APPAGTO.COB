      ******************************************************************
      * Author: M. TAVARES
      * Date: 15-10-26
      * Purpose: ACCOUNTS-PAYABLE PAYMENT RUN. POMATCH RELEASES MATCHED
      * SUPPLIER INVOICES TO THE PAYEXTR PAYABLE EXTRACT, BUT NOTHING
      * PAID THEM -- AP WORKED THE EXTRACT BY HAND. THIS RUN WALKS
      * PAYEXTR AGAINST THE FORNMAST SUPPLIER MASTER (BANK ACCOUNT AND
      * PAYMENT TERMS, KEPT BY FORNMNT). EACH INVOICE FALLS DUE ITS
      * SUPPLIER'S TERM AFTER THE ISSUE DATE, ROLLED FORWARD TO A
      * BUSINESS DAY ON THE FISCALCAL CALENDAR. THE PAYMENT DATE IS
      * TODAY (OR THE NEXT BUSINESS DAY WHEN THE RUN FALLS ON A
      * HOLIDAY): AN INVOICE DUE BY THEN IS PAID, TAKING THE EARLY-
      * PAYMENT DISCOUNT WHEN ITS WINDOW IS STILL OPEN. AN INVOICE NOT
      * YET DUE IS PAID EARLY ONLY ON THE LAST BUSINESS DAY OF ITS
      * DISCOUNT WINDOW, AND ONLY WHEN THE DISCOUNT, TAKEN AS AN
      * ANNUAL RATE FOR THE DAYS PAID AHEAD, BEATS THE MINIMUM RATE
      * (12 PERCENT A YEAR, OR TAXA=NNNN ON THE PARM IN HUNDREDTHS).
      * INVOICES ON THE APDISPUT DISPUTE LIST, OF A BLOCKED OR UNKNOWN
      * SUPPLIER, OR OF A SUPPLIER WITH NO BANK ACCOUNT ARE HELD. THE
      * PAID INVOICES ARE GROUPED BY SUPPLIER INTO ONE CREDIT ON THE
      * FORNPAG BANK PAYMENT FILE (REFERENCE 'AP' + SEQUENCE, DEBITING
      * THE HEAD-OFFICE ACCOUNT FROM ESTABCHK), ONE FORNAVIS
      * REMITTANCE ADVICE PAGE LISTING WHAT THE CREDIT SETTLES, AND
      * THE GLINTRFC ENTRIES: DEBIT SUPPLIERS PAYABLE, CREDIT CASH
      * FOR THE NET, CREDIT DISCOUNTS RECEIVED. EVERY INVOICE PAID
      * GOES TO THE APPAGHIS REGISTER; WHAT STAYS OPEN IS WRITTEN TO
      * PAYEXTN, WHICH THE NEXT STEP PROMOTES OVER PAYEXTR (THE
      * ARINVOIC/ARINVNEW CONVENTION). THE APPAGRPT CONTROL REPORT
      * LISTS THE HELD INVOICES AND THE PAYMENT PER SUPPLIER.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History
      * 15-10-26 MRT  ORIGINAL VERSION.
      * 15-10-26 MRT  THE RUN'S GLINTRFC ENTRIES NOW GO OUT BETWEEN AN
      *               IFCTL HEADER AND TRAILER (RECORD COUNT AND
      *               AMOUNT HASH) SO EVERY CONSUMER CAN PROVE THE
      *               BATCH ARRIVED WHOLE.
      * 15-10-26 MRT  PAYEXTR IS CHECKED AGAINST ITS IFCTL HEADERS AND
      *               TRAILERS BEFORE ANYTHING IS PAID; A FILE THAT
      *               DOES NOT BALANCE STOPS THE RUN WITH RETURN CODE
      *               8. PAYEXTN GOES OUT AS ONE BATCH BETWEEN ITS OWN
      *               HEADER AND TRAILER, SO THE PROMOTED FILE STAYS
      *               UNDER CONTROL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPAGTO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYABLE-EXTRACT-FILE ASSIGN TO "PAYEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PX-STATUS.

           SELECT PAYABLE-EXTRACT-NEW-FILE ASSIGN TO "PAYEXTN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PN-STATUS.

           SELECT SUPPLIER-MASTER-FILE ASSIGN TO "FORNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FN-FORNECEDOR
               FILE STATUS IS WS-FN-STATUS.

           SELECT DISPUTE-HOLD-FILE ASSIGN TO "APDISPUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DH-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

           SELECT SUPPLIER-PAYMENT-FILE ASSIGN TO "FORNPAG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FP-STATUS.

           SELECT REMITTANCE-ADVICE-FILE ASSIGN TO "FORNAVIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AV-STATUS.

           SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTRFC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT PAYMENT-HISTORY-FILE ASSIGN TO "APPAGHIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PH-STATUS.

           SELECT PAYMENT-REPORT-FILE ASSIGN TO "APPAGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYABLE-EXTRACT-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY PAYEXTR.

       FD  PAYABLE-EXTRACT-NEW-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  PAYABLE-EXTRACT-NEW-RECORD  PIC X(60).

       FD  SUPPLIER-MASTER-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY FORNMAST.

      *-----------------------------------------------------------------
      * DISPUTE-HOLD-FILE -- AP KEYS ONE LINE PER INVOICE IN DISPUTE
      * WITH THE SUPPLIER; A BLANK NOTA FISCAL HOLDS EVERY INVOICE OF
      * THE SUPPLIER. THE LINE IS TAKEN OFF WHEN THE DISPUTE CLOSES
      *-----------------------------------------------------------------
       FD  DISPUTE-HOLD-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  DISPUTE-HOLD-RECORD.
           05  DH-FORNECEDOR           PIC X(10).
           05  DH-NOTA-FISCAL          PIC X(10).
           05  DH-DATA                 PIC 9(08).
           05  DH-MOTIVO               PIC X(30).
           05  FILLER                  PIC X(02).

      *-----------------------------------------------------------------
      * CALENDAR-FILE -- FISCALCAL'S OUTPUT, ONE RECORD PER DAY OF THE
      * YEAR WITH THE BUSINESS-DAY FLAG
      *-----------------------------------------------------------------
       FD  CALENDAR-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  CALENDAR-RECORD.
           05  CAL-DATA                PIC 9(08).
           05  FILLER                  PIC X(02).
           05  CAL-DIA-SEMANA          PIC X(09).
           05  FILLER                  PIC X(02).
           05  CAL-BISSEXTO            PIC X(01).
           05  FILLER                  PIC X(02).
           05  CAL-DIA-UTIL            PIC X(01).
           05  FILLER                  PIC X(15).

      *-----------------------------------------------------------------
      * SUPPLIER-PAYMENT-FILE -- ONE CREDIT PER SUPPLIER PER RUN FOR
      * THE BANK, IN THE TEDREM STYLE; APPENDED UNTIL TRANSMITTED
      *-----------------------------------------------------------------
       FD  SUPPLIER-PAYMENT-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01  SUPPLIER-PAYMENT-RECORD.
           05  FP-TIPO-REGISTRO        PIC X(01).
           05  FP-REF                  PIC X(08).
           05  FP-DATA                 PIC 9(08).
           05  FP-BANCO-ORIGEM         PIC 9(03).
           05  FP-AGENCIA-ORIGEM       PIC 9(04).
           05  FP-CONTA-ORIGEM         PIC 9(08).
           05  FP-BANCO-DEST           PIC 9(03).
           05  FP-AGENCIA-DEST         PIC 9(04).
           05  FP-CONTA-DEST           PIC X(12).
           05  FP-CPF-CNPJ-DEST        PIC X(14).
           05  FP-NOME-DEST            PIC X(25).
           05  FP-VALOR                PIC 9(09)V99.
           05  FILLER                  PIC X(09).

       FD  REMITTANCE-ADVICE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REMITTANCE-ADVICE-RECORD    PIC X(80).

       FD  GL-INTERFACE-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  GL-INTERFACE-RECORD.
           05  GL-ACCOUNT-CODE     PIC X(08).
           05  GL-DC-INDICADOR     PIC X(01).
           05  GL-AMOUNT           PIC 9(07)V99.
           05  GL-PERIODO          PIC 9(06).
           05  GL-EMP-ID           PIC X(05).

      *-----------------------------------------------------------------
      * PAYMENT-HISTORY-FILE -- ONE RECORD PER INVOICE PAID, WITH THE
      * BANK REFERENCE THAT SETTLED IT. PERMANENT, APPENDED
      *-----------------------------------------------------------------
       FD  PAYMENT-HISTORY-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  PAYMENT-HISTORY-RECORD.
           05  PH-FORNECEDOR           PIC X(10).
           05  PH-NOTA-FISCAL          PIC X(10).
           05  PH-PO-NUMERO            PIC X(08).
           05  PH-DATA-EMISSAO         PIC 9(08).
           05  PH-DATA-VENCIMENTO      PIC 9(08).
           05  PH-DATA-PAGTO           PIC 9(08).
           05  PH-REF                  PIC X(08).
           05  PH-VALOR-BRUTO          PIC 9(09)V99.
           05  PH-VALOR-DESCONTO       PIC 9(07)V99.
           05  PH-VALOR-LIQUIDO        PIC 9(09)V99.
           05  FILLER                  PIC X(09).

       FD  PAYMENT-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PAYMENT-REPORT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-PX-STATUS            PIC X(02) VALUE SPACES.
       77  WS-PN-STATUS            PIC X(02) VALUE SPACES.
       77  WS-FN-STATUS            PIC X(02) VALUE SPACES.
       77  WS-DH-STATUS            PIC X(02) VALUE SPACES.
       77  WS-CAL-STATUS           PIC X(02) VALUE SPACES.
       77  WS-FP-STATUS            PIC X(02) VALUE SPACES.
       77  WS-AV-STATUS            PIC X(02) VALUE SPACES.
       77  WS-GL-STATUS            PIC X(02) VALUE SPACES.
       77  WS-PH-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RPT-STATUS           PIC X(02) VALUE SPACES.

       77  WS-PX-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-PX-END-OF-FILE            VALUE 'Y'.
       77  WS-DH-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-DH-END-OF-FILE            VALUE 'Y'.
       77  WS-PH-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-PH-END-OF-FILE            VALUE 'Y'.
       77  WS-PX-ABERTO-SW         PIC X(01) VALUE 'N'.
           88  WS-PX-ABERTO                 VALUE 'S'.

       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WS-GL-PERIODO           PIC 9(06) VALUE ZEROS.

      *-----------------------------------------------------------------
      * PAYMENT DATES -- THE DAY THE MONEY GOES OUT, AND THE NEXT
      * BUSINESS DAY AFTER IT (THE NEXT CHANCE TO PAY)
      *-----------------------------------------------------------------
       77  WS-DATA-PAGTO           PIC 9(08) VALUE ZEROS.
       77  WS-PROX-DIA-UTIL        PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
      * GL ACCOUNTS -- SUPPLIERS PAYABLE, CASH, DISCOUNTS RECEIVED
      *-----------------------------------------------------------------
       77  WS-GL-ACCT-FORNECEDORES PIC X(08) VALUE '2900-000'.
       77  WS-GL-ACCT-CAIXA        PIC X(08) VALUE '1100-000'.
       77  WS-GL-ACCT-DESC-OBTIDO  PIC X(08) VALUE '7500-000'.

      *-----------------------------------------------------------------
      * ONE SUPPLIER'S CREDIT MUST FIT THE GLINTRFC AMOUNT FIELD; AN
      * INVOICE THAT WOULD PUSH IT OVER WAITS FOR THE NEXT RUN
      *-----------------------------------------------------------------
       77  WS-LIMITE-LOTE          PIC 9(07)V99 VALUE 9999999.99.
       77  WS-BRUTO-PREVISTO       PIC 9(09)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
      * EARLY-PAYMENT DISCOUNT -- THE MINIMUM ANNUAL RATE THE DISCOUNT
      * MUST BEAT, IN PERCENT (TAXA=NNNN ON THE PARM, HUNDREDTHS)
      *-----------------------------------------------------------------
       77  WS-TAXA-MINIMA          PIC 9(02)V99 VALUE 12.00.
       77  WS-TAXA-PARM            PIC 9(02)V99 VALUE ZEROS.
       77  WS-TAXA-EFETIVA         PIC 9(09)V99 VALUE ZEROS.
       77  WS-PARM-LINHA           PIC X(80) VALUE SPACES.
       77  WS-POS-TAXA             PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      * CALENDAR TABLE -- LOADED FROM THE FISCALCAL CALENDAR FILE AT
      * STARTUP; NO CALENDAR MEANS NO DATE IS ROLLED
      *-----------------------------------------------------------------
       01  WS-CAL-TABLE.
           05  WS-CAL-ENTRY OCCURS 366 TIMES
                            INDEXED BY WS-CAL-IDX.
               10  WS-CAL-DATA         PIC 9(08).
               10  WS-CAL-UTIL         PIC X(01).

       77  WS-CAL-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-CAL-SUB              PIC 9(03) VALUE ZEROS.
       77  WS-CAL-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88  WS-CAL-END-OF-FILE            VALUE 'Y'.
       77  WS-TEM-CALENDARIO       PIC X(01) VALUE 'N'.
           88  WS-CALENDARIO-CARREGADO       VALUE 'S'.
       77  WS-BUSCA-DIA-SWITCH     PIC X(01) VALUE SPACES.
           88  WS-DIA-UTIL-ACHADO            VALUE 'S'.
           88  WS-FORA-DO-CALENDARIO         VALUE 'F'.
       77  WS-DATA-ROLAR           PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
      * DISPUTE TABLE -- THE APDISPUT LIST IN CORE
      *-----------------------------------------------------------------
       01  WS-DSP-TABLE.
           05  WS-DSP-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-DSP-IDX.
               10  WS-DSP-FORNECEDOR   PIC X(10).
               10  WS-DSP-NOTA         PIC X(10).

       77  WS-DSP-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-DSP-ACHOU            PIC X(01) VALUE 'N'.
           88  WS-DSP-ENCONTROU             VALUE 'S'.
       77  WS-DSP-PERDIDA-SW       PIC X(01) VALUE 'N'.
           88  WS-DISPUTA-INCOMPLETA        VALUE 'S'.

      *-----------------------------------------------------------------
      * SUPPLIERS PAID THIS RUN -- BANK DATA FROM FORNMAST AND THE
      * TOTALS OF THE INVOICES THEIR CREDIT SETTLES
      *-----------------------------------------------------------------
       01  WS-FOR-TABLE.
           05  WS-FOR-ENTRY OCCURS 300 TIMES
                            INDEXED BY WS-FOR-IDX.
               10  WS-FOR-CODIGO       PIC X(10).
               10  WS-FOR-RAZAO        PIC X(30).
               10  WS-FOR-CPF-CNPJ     PIC X(14).
               10  WS-FOR-BANCO        PIC 9(03).
               10  WS-FOR-AGENCIA      PIC 9(04).
               10  WS-FOR-CONTA        PIC X(12).
               10  WS-FOR-QTDE         PIC 9(04).
               10  WS-FOR-BRUTO        PIC 9(09)V99.
               10  WS-FOR-DESCONTO     PIC 9(07)V99.
               10  WS-FOR-LIQUIDO      PIC 9(09)V99.
               10  WS-FOR-REF          PIC X(08).

       77  WS-FOR-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-FOR-SUB              PIC 9(03) VALUE ZEROS.

      *-----------------------------------------------------------------
      * INVOICES PAID THIS RUN, EACH POINTING AT ITS SUPPLIER ENTRY
      *-----------------------------------------------------------------
       01  WS-PAG-TABLE.
           05  WS-PAG-ENTRY OCCURS 2000 TIMES.
               10  WS-PAG-FOR-SUB      PIC 9(03).
               10  WS-PAG-NOTA         PIC X(10).
               10  WS-PAG-PO           PIC X(08).
               10  WS-PAG-EMISSAO      PIC 9(08).
               10  WS-PAG-VENCTO       PIC 9(08).
               10  WS-PAG-BRUTO        PIC 9(09)V99.
               10  WS-PAG-DESCONTO     PIC 9(07)V99.
               10  WS-PAG-LIQUIDO      PIC 9(09)V99.

       77  WS-PAG-COUNT            PIC 9(04) VALUE ZEROS.
       77  WS-PAG-SUB              PIC 9(04) VALUE ZEROS.

      *-----------------------------------------------------------------
      * ONE INVOICE'S TERMS
      *-----------------------------------------------------------------
       77  WS-DATA-BASE            PIC 9(08) VALUE ZEROS.
       77  WS-DATA-VENCTO          PIC 9(08) VALUE ZEROS.
       77  WS-DATA-LIMITE-DESC     PIC 9(08) VALUE ZEROS.
       77  WS-DIAS-ANTECIPADOS     PIC S9(05) VALUE ZEROS.
       77  WS-VALOR-DESCONTO       PIC 9(07)V99 VALUE ZEROS.
       77  WS-PAGAR-SWITCH         PIC X(01) VALUE 'N'.
           88  WS-PAGAR-NOTA                VALUE 'S'.
       77  WS-MOTIVO-RETENCAO      PIC X(30) VALUE SPACES.
       77  WS-PENDENCIA-SW         PIC X(01) VALUE 'N'.
           88  WS-E-PENDENCIA               VALUE 'S'.

      *-----------------------------------------------------------------
      * COMPANY DEBIT ACCOUNT -- THE HEAD OFFICE ON ESTABCHK
      *-----------------------------------------------------------------
       77  WS-ORIGEM-BANCO         PIC 9(03) VALUE ZEROS.
       77  WS-ORIGEM-AGENCIA       PIC 9(04) VALUE ZEROS.
       77  WS-ORIGEM-CONTA         PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
      * PAYMENT REFERENCE -- 'AP' + SEQUENCE, PRIMED FROM THE HIGHEST
      * REFERENCE ALREADY ON THE APPAGHIS REGISTER
      *-----------------------------------------------------------------
       77  WS-SEQ-REFERENCIA       PIC 9(06) VALUE ZEROS.
       01  WS-REF-MONTADA.
           05  WS-REF-PREFIXO      PIC X(02) VALUE 'AP'.
           05  WS-REF-SEQ          PIC 9(06) VALUE ZEROS.
       01  WS-REF-LIDA.
           05  WS-REF-PREFIXO-LIDO PIC X(02).
           05  WS-REF-SEQ-LIDA     PIC X(06).
           05  WS-REF-SEQ-LIDA-N REDEFINES WS-REF-SEQ-LIDA
                                   PIC 9(06).

       77  WS-QTDE-LIDAS           PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-PAGAS           PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-ANTECIPADAS     PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-A-VENCER        PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-RETIDAS         PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-PENDENCIAS      PIC 9(05) VALUE ZEROS.
       77  WS-TOTAL-BRUTO          PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOTAL-DESCONTO       PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOTAL-LIQUIDO        PIC 9(09)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
      * CONTROL REPORT LINES
      *-----------------------------------------------------------------
       01  WS-TITLE-LINE.
           05  FILLER                  PIC X(46) VALUE
               'PAGAMENTO A FORNECEDORES -- DATA DE PAGAMENTO '.
           05  TL-DATA-PAGTO           PIC 9(08).
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  SL-TEXTO                PIC X(40).
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  WS-HOLD-HEADING.
           05  FILLER                  PIC X(40) VALUE
               'FORNECEDOR  NOTA FISCAL VENCTO    MOTIVO'.
           05  FILLER                  PIC X(40) VALUE
               '                                 VALOR'.

       01  WS-HOLD-LINE.
           05  HL-FORNECEDOR           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  HL-NOTA-FISCAL          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  HL-VENCIMENTO           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  HL-MOTIVO               PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  HL-VALOR                PIC Z(08)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.

       01  WS-SUPPLIER-HEADING.
           05  FILLER                  PIC X(40) VALUE
               'FORNECEDOR RAZAO SOCIAL        NFS'.
           05  FILLER                  PIC X(40) VALUE
               '  BRUTO   DESCONTO      LIQUIDO REFER.'.

       01  WS-SUPPLIER-LINE.
           05  SP-FORNECEDOR           PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  SP-RAZAO                PIC X(18).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  SP-QTDE                 PIC ZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  SP-BRUTO                PIC Z(08)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  SP-DESCONTO             PIC Z(06)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  SP-LIQUIDO              PIC Z(08)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  SP-REF                  PIC X(08).

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(10) VALUE 'TOTAL'.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(18) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  TT-QTDE                 PIC ZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  TT-BRUTO                PIC Z(08)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  TT-DESCONTO             PIC Z(06)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  TT-LIQUIDO              PIC Z(08)9.99.
           05  FILLER                  PIC X(09) VALUE SPACES.

      *-----------------------------------------------------------------
      * REMITTANCE ADVICE LINES
      *-----------------------------------------------------------------
       01  WS-ADVICE-TITLE.
           05  FILLER                  PIC X(19) VALUE
               'AVISO DE PAGAMENTO '.
           05  AT-REF                  PIC X(08).
           05  FILLER                  PIC X(12) VALUE
               ' -- PAGO EM '.
           05  AT-DATA-PAGTO           PIC 9(08).
           05  FILLER                  PIC X(33) VALUE SPACES.

       01  WS-ADVICE-SUPPLIER.
           05  FILLER                  PIC X(12) VALUE 'FORNECEDOR: '.
           05  AS-FORNECEDOR           PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  AS-RAZAO                PIC X(30).
           05  FILLER                  PIC X(27) VALUE SPACES.

       01  WS-ADVICE-BANK.
           05  FILLER                  PIC X(10) VALUE 'CPF/CNPJ: '.
           05  AB-CPF-CNPJ             PIC X(14).
           05  FILLER                  PIC X(08) VALUE '  BANCO '.
           05  AB-BANCO                PIC 9(03).
           05  FILLER                  PIC X(09) VALUE ' AGENCIA '.
           05  AB-AGENCIA              PIC 9(04).
           05  FILLER                  PIC X(07) VALUE ' CONTA '.
           05  AB-CONTA                PIC X(12).
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  WS-ADVICE-HEADING.
           05  FILLER                  PIC X(40) VALUE
               'NOTA FISCAL EMISSAO   VENCTO           V'.
           05  FILLER                  PIC X(40) VALUE
               'ALOR    DESCONTO       LIQUIDO'.

       01  WS-ADVICE-LINE.
           05  AL-NOTA-FISCAL          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AL-EMISSAO              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AL-VENCIMENTO           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AL-BRUTO                PIC Z(08)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AL-DESCONTO             PIC Z(06)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AL-LIQUIDO              PIC Z(08)9.99.
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  WS-ADVICE-TOTAL.
           05  FILLER                  PIC X(32) VALUE
               'TOTAL CREDITADO'.
           05  AO-BRUTO                PIC Z(08)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AO-DESCONTO             PIC Z(06)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AO-LIQUIDO              PIC Z(08)9.99.
           05  FILLER                  PIC X(10) VALUE SPACES.

       COPY ESTABLNK.
       COPY RPTHDRLNK.
       COPY CTLTOTLNK.
       COPY JOBLGLNK.
       COPY IFCTLLNK.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.

           MOVE 'APPAGTO' TO JL-PROGRAM-ID
           MOVE 'S'       TO JL-ACAO
           CALL 'JOBLOG' USING JOBLOG-PARMS

           PERFORM 1900-CHECK-PX-CONTROL
               THRU 1900-CHECK-PX-CONTROL-EXIT

           IF IC-ARQUIVO-RECUSADO
               MOVE 8 TO RETURN-CODE
               MOVE 'E'  TO JL-ACAO
               MOVE 0008 TO JL-RETURN-CODE
               CALL 'JOBLOG' USING JOBLOG-PARMS
               MOVE JL-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT

           PERFORM 2000-PROCESS-INVOICE
               THRU 2000-PROCESS-INVOICE-EXIT
               UNTIL WS-PX-END-OF-FILE

           PERFORM 3000-ISSUE-PAYMENT
               THRU 3000-ISSUE-PAYMENT-EXIT
               VARYING WS-FOR-SUB FROM 1 BY 1
               UNTIL WS-FOR-SUB > WS-FOR-COUNT

           PERFORM 4000-FINALIZE
               THRU 4000-FINALIZE-EXIT

           IF WS-QTDE-PENDENCIAS > ZEROS
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
      * 1000-INITIALIZE -- NO PAYEXTR MEANS NOTHING TO PAY; NO FORNMAST
      * IS FATAL, AS NO INVOICE COULD BE PAID OR SAFELY CARRIED
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           MOVE SPACES TO WS-DSP-TABLE
           MOVE SPACES TO WS-FOR-TABLE
           MOVE SPACES TO WS-PAG-TABLE

           ACCEPT WS-PARM-LINHA FROM COMMAND-LINE
           MOVE ZEROS TO WS-POS-TAXA
           INSPECT WS-PARM-LINHA
               TALLYING WS-POS-TAXA
               FOR CHARACTERS BEFORE INITIAL 'TAXA='
           IF WS-POS-TAXA < 72
               IF WS-PARM-LINHA(WS-POS-TAXA + 6 : 4) IS NUMERIC
                   MOVE WS-PARM-LINHA(WS-POS-TAXA + 6 : 4)
                       TO WS-TAXA-PARM
                   MOVE WS-TAXA-PARM TO WS-TAXA-MINIMA
               ELSE
                   DISPLAY 'AVISO - PARAMETRO TAXA= INVALIDO -- '
                       'USANDO ' WS-TAXA-MINIMA
               END-IF
           END-IF

           OPEN INPUT PAYABLE-EXTRACT-FILE
           IF WS-PX-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO PAYEXTR -- NADA A PAGAR'
               MOVE 'Y' TO WS-PX-EOF-SWITCH
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           OPEN I-O SUPPLIER-MASTER-FILE
           IF WS-FN-STATUS NOT = '00'
               DISPLAY 'ERRO - SEM MESTRE FORNMAST -- NENHUMA NOTA '
                   'PAGA'
               CLOSE PAYABLE-EXTRACT-FILE
               MOVE 8           TO RETURN-CODE
               MOVE 'E'         TO JL-ACAO
               MOVE RETURN-CODE TO JL-RETURN-CODE
               CALL 'JOBLOG' USING JOBLOG-PARMS
               MOVE JL-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'S' TO WS-PX-ABERTO-SW

           PERFORM 1100-LOAD-CALENDAR
               THRU 1100-LOAD-CALENDAR-EXIT

           PERFORM 1150-SET-PAYMENT-DATES
               THRU 1150-SET-PAYMENT-DATES-EXIT

           PERFORM 1200-LOAD-DISPUTES
               THRU 1200-LOAD-DISPUTES-EXIT

           PERFORM 1300-PRIME-REFERENCE
               THRU 1300-PRIME-REFERENCE-EXIT

      *    THE HEAD OFFICE PAYS; WITHOUT AN ESTABEL TABLE THE DEBIT
      *    ACCOUNT GOES OUT BLANK AND THE BANK APPLIES THE CONTRACT'S
           MOVE SPACES TO ESC-CODIGO
           CALL 'ESTABCHK' USING ESTABCHK-PARMS
           IF ESC-ENCONTRADO
               MOVE ESC-BANCO   TO WS-ORIGEM-BANCO
               MOVE ESC-AGENCIA TO WS-ORIGEM-AGENCIA
               MOVE ESC-CONTA   TO WS-ORIGEM-CONTA
           ELSE
               DISPLAY 'AVISO - ESTABELECIMENTO ' ESC-CODIGO
                   ' SEM CADASTRO -- CONTA DE DEBITO EM BRANCO'
           END-IF

           MOVE WS-DATA-PAGTO(1:6) TO WS-GL-PERIODO

           OPEN OUTPUT PAYABLE-EXTRACT-NEW-FILE

           PERFORM 8973-WRITE-NEW-HEADER
               THRU 8973-WRITE-NEW-HEADER-EXIT

           OPEN EXTEND SUPPLIER-PAYMENT-FILE
           IF WS-FP-STATUS NOT = '00'
               OPEN OUTPUT SUPPLIER-PAYMENT-FILE
           END-IF

           OPEN OUTPUT REMITTANCE-ADVICE-FILE

           OPEN EXTEND GL-INTERFACE-FILE
           IF WS-GL-STATUS NOT = '00'
               OPEN OUTPUT GL-INTERFACE-FILE
           END-IF

           PERFORM 8970-WRITE-GL-HEADER
               THRU 8970-WRITE-GL-HEADER-EXIT

           OPEN EXTEND PAYMENT-HISTORY-FILE
           IF WS-PH-STATUS NOT = '00'
               OPEN OUTPUT PAYMENT-HISTORY-FILE
           END-IF

           OPEN OUTPUT PAYMENT-REPORT-FILE
           MOVE 'APPAGTO' TO RH-PROGRAM-ID
           MOVE 1         TO RH-PAGE-NUM
           CALL 'RPTHDR' USING RPTHDR-PARMS
           WRITE PAYMENT-REPORT-RECORD FROM RH-HEADER-LINE
           MOVE WS-DATA-PAGTO TO TL-DATA-PAGTO
           WRITE PAYMENT-REPORT-RECORD FROM WS-TITLE-LINE
           MOVE SPACES TO PAYMENT-REPORT-RECORD
           WRITE PAYMENT-REPORT-RECORD
           MOVE 'NOTAS RETIDAS' TO SL-TEXTO
           WRITE PAYMENT-REPORT-RECORD FROM WS-SECTION-LINE
           WRITE PAYMENT-REPORT-RECORD FROM WS-HOLD-HEADING

           PERFORM 8000-READ-PAYABLE
               THRU 8000-READ-PAYABLE-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-CALENDAR -- READ FISCALCAL'S CALENDAR INTO THE
      * DATE TABLE, BOUNDED TO ITS OCCURS 366 LIMIT
      ******************************************************************
       1100-LOAD-CALENDAR.

           OPEN INPUT CALENDAR-FILE

           IF WS-CAL-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO CALENDAR -- VENCIMENTOS '
                   'NAO SERAO PRORROGADOS'
               GO TO 1100-LOAD-CALENDAR-EXIT
           END-IF

           PERFORM 8300-READ-CALENDAR
               THRU 8300-READ-CALENDAR-EXIT

           PERFORM 1110-STORE-CALENDAR-DAY
               THRU 1110-STORE-CALENDAR-DAY-EXIT
               UNTIL WS-CAL-END-OF-FILE

           CLOSE CALENDAR-FILE

           IF WS-CAL-COUNT > ZEROS
               MOVE 'S' TO WS-TEM-CALENDARIO
           END-IF.

       1100-LOAD-CALENDAR-EXIT.
           EXIT.

      ******************************************************************
      * 1110-STORE-CALENDAR-DAY
      ******************************************************************
       1110-STORE-CALENDAR-DAY.

           IF CAL-DATA NUMERIC AND CAL-DATA > ZEROS
               IF WS-CAL-COUNT < 366
                   ADD 1 TO WS-CAL-COUNT
                   SET WS-CAL-IDX TO WS-CAL-COUNT
                   MOVE CAL-DATA     TO WS-CAL-DATA(WS-CAL-IDX)
                   MOVE CAL-DIA-UTIL TO WS-CAL-UTIL(WS-CAL-IDX)
               END-IF
           END-IF

           PERFORM 8300-READ-CALENDAR
               THRU 8300-READ-CALENDAR-EXIT.

       1110-STORE-CALENDAR-DAY-EXIT.
           EXIT.

      ******************************************************************
      * 1150-SET-PAYMENT-DATES -- THE MONEY GOES OUT TODAY, OR ON THE
      * NEXT BUSINESS DAY WHEN TODAY IS NOT ONE; THE BUSINESS DAY
      * AFTER THAT IS THE NEXT RUN'S CHANCE TO PAY
      ******************************************************************
       1150-SET-PAYMENT-DATES.

           MOVE WS-DATA-HOJE TO WS-DATA-ROLAR
           PERFORM 2400-ROLL-BUSINESS-DAY
               THRU 2400-ROLL-BUSINESS-DAY-EXIT
           MOVE WS-DATA-ROLAR TO WS-DATA-PAGTO

           COMPUTE WS-DATA-ROLAR = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-DATA-PAGTO) + 1)
           PERFORM 2400-ROLL-BUSINESS-DAY
               THRU 2400-ROLL-BUSINESS-DAY-EXIT
           MOVE WS-DATA-ROLAR TO WS-PROX-DIA-UTIL

           DISPLAY 'DATA DE PAGAMENTO:     ' WS-DATA-PAGTO
           DISPLAY 'PROXIMO DIA UTIL:      ' WS-PROX-DIA-UTIL.

       1150-SET-PAYMENT-DATES-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LOAD-DISPUTES -- NO APDISPUT MEANS NO INVOICE IS IN
      * DISPUTE
      ******************************************************************
       1200-LOAD-DISPUTES.

           OPEN INPUT DISPUTE-HOLD-FILE
           IF WS-DH-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO APDISPUT -- NENHUMA NOTA '
                   'EM DISPUTA'
               GO TO 1200-LOAD-DISPUTES-EXIT
           END-IF

           PERFORM 8100-READ-DISPUTE
               THRU 8100-READ-DISPUTE-EXIT

           PERFORM 1210-STORE-DISPUTE
               THRU 1210-STORE-DISPUTE-EXIT
               UNTIL WS-DH-END-OF-FILE

           CLOSE DISPUTE-HOLD-FILE.

       1200-LOAD-DISPUTES-EXIT.
           EXIT.

      ******************************************************************
      * 1210-STORE-DISPUTE -- A LIST TOO BIG FOR THE TABLE MEANS A
      * DISPUTED INVOICE COULD SLIP THROUGH, SO NOTHING IS PAID
      ******************************************************************
       1210-STORE-DISPUTE.

           IF DH-FORNECEDOR = SPACES
               GO TO 1210-STORE-DISPUTE-NEXT
           END-IF

           IF WS-DSP-COUNT < 500
               ADD 1 TO WS-DSP-COUNT
               SET WS-DSP-IDX TO WS-DSP-COUNT
               MOVE DH-FORNECEDOR  TO WS-DSP-FORNECEDOR(WS-DSP-IDX)
               MOVE DH-NOTA-FISCAL TO WS-DSP-NOTA(WS-DSP-IDX)
           ELSE
               IF NOT WS-DISPUTA-INCOMPLETA
                   DISPLAY 'ERRO - APDISPUT NAO COUBE NA TABELA -- '
                       'NENHUMA NOTA SERA PAGA'
               END-IF
               MOVE 'S' TO WS-DSP-PERDIDA-SW
           END-IF.

       1210-STORE-DISPUTE-NEXT.

           PERFORM 8100-READ-DISPUTE
               THRU 8100-READ-DISPUTE-EXIT.

       1210-STORE-DISPUTE-EXIT.
           EXIT.

      ******************************************************************
      * 1300-PRIME-REFERENCE -- CONTINUE THE 'AP' SEQUENCE FROM THE
      * HIGHEST REFERENCE ON THE APPAGHIS REGISTER
      ******************************************************************
       1300-PRIME-REFERENCE.

           MOVE ZEROS TO WS-SEQ-REFERENCIA

           OPEN INPUT PAYMENT-HISTORY-FILE
           IF WS-PH-STATUS NOT = '00'
               GO TO 1300-PRIME-REFERENCE-EXIT
           END-IF

           PERFORM 8200-READ-HISTORY
               THRU 8200-READ-HISTORY-EXIT
           PERFORM 1310-SCAN-ONE-REFERENCE
               THRU 1310-SCAN-ONE-REFERENCE-EXIT
               UNTIL WS-PH-END-OF-FILE

           CLOSE PAYMENT-HISTORY-FILE.

       1300-PRIME-REFERENCE-EXIT.
           EXIT.

      ******************************************************************
      * 1310-SCAN-ONE-REFERENCE
      ******************************************************************
       1310-SCAN-ONE-REFERENCE.

           MOVE PH-REF TO WS-REF-LIDA
           IF WS-REF-PREFIXO-LIDO = 'AP'
               AND WS-REF-SEQ-LIDA IS NUMERIC
               AND WS-REF-SEQ-LIDA-N > WS-SEQ-REFERENCIA
               MOVE WS-REF-SEQ-LIDA-N TO WS-SEQ-REFERENCIA
           END-IF

           PERFORM 8200-READ-HISTORY
               THRU 8200-READ-HISTORY-EXIT.

       1310-SCAN-ONE-REFERENCE-EXIT.
           EXIT.

      ******************************************************************
      * 1900-CHECK-PX-CONTROL -- IFCTL CHECKING PASS OVER PAYEXTR
      * BEFORE ANYTHING IS PAID: EVERY BATCH MUST BALANCE TO ITS
      * TRAILER AND NO RECORD MAY SIT OUTSIDE ONE. PAYEXTR IS THE
      * STANDING OPEN-PAYABLE FILE, SO A BATCH HAS NO AGE LIMIT
      ******************************************************************
       1900-CHECK-PX-CONTROL.

           MOVE 'PAYEXTR'     TO IC-ARQUIVO
           MOVE JL-PROGRAM-ID TO IC-PROGRAMA
           MOVE ZEROS         TO IC-DIAS-VALIDADE
           MOVE 'N'           TO IC-CONSUMO
           MOVE 'I'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS

           OPEN INPUT PAYABLE-EXTRACT-FILE
           IF WS-PX-STATUS NOT = '00'
               GO TO 1900-CHECK-PX-CONTROL-EXIT
           END-IF

           PERFORM 1910-CHECK-PX-RECORD
               THRU 1910-CHECK-PX-RECORD-EXIT
               UNTIL WS-PX-END-OF-FILE

           CLOSE PAYABLE-EXTRACT-FILE
           MOVE 'N' TO WS-PX-EOF-SWITCH

           MOVE 'PAYEXTR'     TO IC-ARQUIVO
           MOVE 'F'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS.

       1900-CHECK-PX-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      * 1910-CHECK-PX-RECORD -- A DAMAGED AMOUNT HASHES AS ZERO, AS
      * IT IS CARRIED
      ******************************************************************
       1910-CHECK-PX-RECORD.

           READ PAYABLE-EXTRACT-FILE
               AT END
                   MOVE 'Y' TO WS-PX-EOF-SWITCH
                   GO TO 1910-CHECK-PX-RECORD-EXIT
           END-READ

           MOVE PAYABLE-EXTRACT-RECORD TO IC-REGISTRO
           MOVE ZEROS                  TO IC-VALOR
           IF NOT IC-REG-CONTROLE AND PX-VALOR NUMERIC
               MOVE PX-VALOR           TO IC-VALOR
           END-IF
           MOVE 'PAYEXTR'              TO IC-ARQUIVO
           MOVE 'L'                    TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS.

       1910-CHECK-PX-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-INVOICE -- HOLD, CARRY OR PAY ONE PAYEXTR INVOICE
      ******************************************************************
       2000-PROCESS-INVOICE.

           ADD 1 TO WS-QTDE-LIDAS
           MOVE ZEROS TO WS-DATA-VENCTO

           IF PX-VALOR NOT NUMERIC OR PX-VALOR = ZEROS
               MOVE 'REGISTRO INVALIDO NO PAYEXTR'
                   TO WS-MOTIVO-RETENCAO
               MOVE 'S' TO WS-PENDENCIA-SW
               PERFORM 2900-HOLD-INVOICE
                   THRU 2900-HOLD-INVOICE-EXIT
               GO TO 2000-PROCESS-INVOICE-NEXT
           END-IF

      *    A RECORD FROM BEFORE THE ISSUE DATE WAS CARRIED RUNS FROM
      *    THE DAY POMATCH RELEASED IT
           IF PX-DATA-EMISSAO NUMERIC
               AND PX-DATA-EMISSAO > 19000101
               MOVE PX-DATA-EMISSAO TO WS-DATA-BASE
           ELSE
               MOVE PX-DATA-LIBERACAO TO WS-DATA-BASE
           END-IF

           MOVE PX-FORNECEDOR TO FN-FORNECEDOR
           READ SUPPLIER-MASTER-FILE
               INVALID KEY
                   MOVE 'FORNECEDOR SEM CADASTRO'
                       TO WS-MOTIVO-RETENCAO
                   MOVE 'S' TO WS-PENDENCIA-SW
                   PERFORM 2900-HOLD-INVOICE
                       THRU 2900-HOLD-INVOICE-EXIT
                   GO TO 2000-PROCESS-INVOICE-NEXT
           END-READ

           IF FN-FORNECEDOR-BLOQUEADO
               MOVE 'FORNECEDOR BLOQUEADO' TO WS-MOTIVO-RETENCAO
               MOVE 'N' TO WS-PENDENCIA-SW
               PERFORM 2900-HOLD-INVOICE
                   THRU 2900-HOLD-INVOICE-EXIT
               GO TO 2000-PROCESS-INVOICE-NEXT
           END-IF

           IF FN-BANCO NOT NUMERIC OR FN-BANCO = ZEROS
               OR FN-CONTA = SPACES
               MOVE 'FORNECEDOR SEM DADOS BANCARIOS'
                   TO WS-MOTIVO-RETENCAO
               MOVE 'S' TO WS-PENDENCIA-SW
               PERFORM 2900-HOLD-INVOICE
                   THRU 2900-HOLD-INVOICE-EXIT
               GO TO 2000-PROCESS-INVOICE-NEXT
           END-IF

           PERFORM 2100-CHECK-DISPUTE
               THRU 2100-CHECK-DISPUTE-EXIT

           IF WS-DSP-ENCONTROU AND WS-DISPUTA-INCOMPLETA
               MOVE 'LISTA DE DISPUTAS INCOMPLETA'
                   TO WS-MOTIVO-RETENCAO
               MOVE 'S' TO WS-PENDENCIA-SW
               PERFORM 2900-HOLD-INVOICE
                   THRU 2900-HOLD-INVOICE-EXIT
               GO TO 2000-PROCESS-INVOICE-NEXT
           END-IF

           IF WS-DSP-ENCONTROU
               MOVE 'NOTA EM DISPUTA' TO WS-MOTIVO-RETENCAO
               MOVE 'N' TO WS-PENDENCIA-SW
               PERFORM 2900-HOLD-INVOICE
                   THRU 2900-HOLD-INVOICE-EXIT
               GO TO 2000-PROCESS-INVOICE-NEXT
           END-IF

           PERFORM 2200-APPLY-TERMS
               THRU 2200-APPLY-TERMS-EXIT

           IF NOT WS-PAGAR-NOTA
               PERFORM 2800-CARRY-INVOICE
                   THRU 2800-CARRY-INVOICE-EXIT
               ADD 1 TO WS-QTDE-A-VENCER
               GO TO 2000-PROCESS-INVOICE-NEXT
           END-IF

           PERFORM 2300-ADD-PAYMENT
               THRU 2300-ADD-PAYMENT-EXIT.

       2000-PROCESS-INVOICE-NEXT.

           PERFORM 8000-READ-PAYABLE
               THRU 8000-READ-PAYABLE-EXIT.

       2000-PROCESS-INVOICE-EXIT.
           EXIT.

      ******************************************************************
      * 2100-CHECK-DISPUTE -- THE INVOICE ITSELF, OR ITS SUPPLIER AS A
      * WHOLE, ON THE APDISPUT LIST; AN INCOMPLETE LIST HOLDS ALL
      ******************************************************************
       2100-CHECK-DISPUTE.

           MOVE 'N' TO WS-DSP-ACHOU

           IF WS-DISPUTA-INCOMPLETA
               MOVE 'S' TO WS-DSP-ACHOU
               GO TO 2100-CHECK-DISPUTE-EXIT
           END-IF

           IF WS-DSP-COUNT = ZEROS
               GO TO 2100-CHECK-DISPUTE-EXIT
           END-IF

           SET WS-DSP-IDX TO 1
           SEARCH WS-DSP-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DSP-IDX > WS-DSP-COUNT
                   CONTINUE
               WHEN WS-DSP-FORNECEDOR(WS-DSP-IDX) = PX-FORNECEDOR
                   AND (WS-DSP-NOTA(WS-DSP-IDX) = PX-NOTA-FISCAL
                   OR WS-DSP-NOTA(WS-DSP-IDX) = SPACES)
                   MOVE 'S' TO WS-DSP-ACHOU
           END-SEARCH.

       2100-CHECK-DISPUTE-EXIT.
           EXIT.

      ******************************************************************
      * 2200-APPLY-TERMS -- DUE DATE FROM THE SUPPLIER'S TERM, THEN
      * THE PAY-OR-WAIT DECISION. A DUE INVOICE IS PAID, WITH THE
      * DISCOUNT IF ITS WINDOW IS STILL OPEN. ONE NOT YET DUE IS PAID
      * EARLY ONLY WHEN TODAY IS THE LAST CHANCE AT THE DISCOUNT AND
      * THE DISCOUNT, AS AN ANNUAL RATE OVER THE DAYS PAID AHEAD,
      * BEATS THE MINIMUM RATE -- HOLDING THE CASH IS WORTH MORE
      * OTHERWISE
      ******************************************************************
       2200-APPLY-TERMS.

           MOVE 'N'   TO WS-PAGAR-SWITCH
           MOVE ZEROS TO WS-VALOR-DESCONTO
           MOVE ZEROS TO WS-DATA-LIMITE-DESC

           COMPUTE WS-DATA-ROLAR = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-DATA-BASE)
                   + FN-PRAZO-DIAS)
           PERFORM 2400-ROLL-BUSINESS-DAY
               THRU 2400-ROLL-BUSINESS-DAY-EXIT
           MOVE WS-DATA-ROLAR TO WS-DATA-VENCTO

           IF WS-DATA-VENCTO NOT > WS-DATA-PAGTO
               MOVE 'S' TO WS-PAGAR-SWITCH
           END-IF

           IF FN-DESCONTO-PCT NOT NUMERIC
               OR FN-DESCONTO-PCT = ZEROS
               GO TO 2200-APPLY-TERMS-EXIT
           END-IF

           COMPUTE WS-DATA-LIMITE-DESC = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-DATA-BASE)
                   + FN-DESCONTO-DIAS)

           IF WS-DATA-LIMITE-DESC < WS-DATA-PAGTO
               GO TO 2200-APPLY-TERMS-EXIT
           END-IF

           IF WS-PAGAR-NOTA
               GO TO 2200-APPLY-TERMS-DISCOUNT
           END-IF

           IF WS-DATA-LIMITE-DESC NOT < WS-PROX-DIA-UTIL
               GO TO 2200-APPLY-TERMS-EXIT
           END-IF

           COMPUTE WS-DIAS-ANTECIPADOS =
               FUNCTION INTEGER-OF-DATE(WS-DATA-VENCTO)
               - FUNCTION INTEGER-OF-DATE(WS-DATA-PAGTO)

           COMPUTE WS-TAXA-EFETIVA ROUNDED =
               FN-DESCONTO-PCT * 36500
               / ((100 - FN-DESCONTO-PCT) * WS-DIAS-ANTECIPADOS)
               ON SIZE ERROR
                   MOVE 999999999.99 TO WS-TAXA-EFETIVA
           END-COMPUTE

           IF WS-TAXA-EFETIVA NOT > WS-TAXA-MINIMA
               GO TO 2200-APPLY-TERMS-EXIT
           END-IF

           MOVE 'S' TO WS-PAGAR-SWITCH
           ADD 1 TO WS-QTDE-ANTECIPADAS.

       2200-APPLY-TERMS-DISCOUNT.

           COMPUTE WS-VALOR-DESCONTO ROUNDED =
               PX-VALOR * FN-DESCONTO-PCT / 100.

       2200-APPLY-TERMS-EXIT.
           EXIT.

      ******************************************************************
      * 2300-ADD-PAYMENT -- THE INVOICE JOINS ITS SUPPLIER'S CREDIT;
      * A FULL TABLE OR A CREDIT AT THE LIMIT CARRIES IT TO THE NEXT
      * RUN INSTEAD
      ******************************************************************
       2300-ADD-PAYMENT.

           IF WS-PAG-COUNT NOT < 2000
               MOVE 'TABELA DE PAGAMENTOS CHEIA'
                   TO WS-MOTIVO-RETENCAO
               MOVE 'S' TO WS-PENDENCIA-SW
               PERFORM 2900-HOLD-INVOICE
                   THRU 2900-HOLD-INVOICE-EXIT
               GO TO 2300-ADD-PAYMENT-EXIT
           END-IF

           PERFORM 2310-FIND-SUPPLIER
               THRU 2310-FIND-SUPPLIER-EXIT

           IF WS-FOR-SUB = ZEROS
               AND WS-FOR-COUNT NOT < 300
               MOVE 'TABELA DE FORNECEDORES CHEIA'
                   TO WS-MOTIVO-RETENCAO
               MOVE 'S' TO WS-PENDENCIA-SW
               PERFORM 2900-HOLD-INVOICE
                   THRU 2900-HOLD-INVOICE-EXIT
               GO TO 2300-ADD-PAYMENT-EXIT
           END-IF

           MOVE PX-VALOR TO WS-BRUTO-PREVISTO
           IF WS-FOR-SUB > ZEROS
               ADD WS-FOR-BRUTO(WS-FOR-SUB) TO WS-BRUTO-PREVISTO
           END-IF

           IF WS-BRUTO-PREVISTO > WS-LIMITE-LOTE
               MOVE 'CREDITO DO FORNECEDOR NO LIMITE'
                   TO WS-MOTIVO-RETENCAO
               MOVE 'S' TO WS-PENDENCIA-SW
               PERFORM 2900-HOLD-INVOICE
                   THRU 2900-HOLD-INVOICE-EXIT
               GO TO 2300-ADD-PAYMENT-EXIT
           END-IF

           IF WS-FOR-SUB = ZEROS
               ADD 1 TO WS-FOR-COUNT
               MOVE WS-FOR-COUNT TO WS-FOR-SUB
               MOVE SPACES          TO WS-FOR-ENTRY(WS-FOR-SUB)
               MOVE FN-FORNECEDOR   TO WS-FOR-CODIGO(WS-FOR-SUB)
               MOVE FN-RAZAO-SOCIAL TO WS-FOR-RAZAO(WS-FOR-SUB)
               MOVE FN-CPF-CNPJ     TO WS-FOR-CPF-CNPJ(WS-FOR-SUB)
               MOVE FN-BANCO        TO WS-FOR-BANCO(WS-FOR-SUB)
               MOVE FN-AGENCIA      TO WS-FOR-AGENCIA(WS-FOR-SUB)
               MOVE FN-CONTA        TO WS-FOR-CONTA(WS-FOR-SUB)
               MOVE ZEROS           TO WS-FOR-QTDE(WS-FOR-SUB)
               MOVE ZEROS           TO WS-FOR-BRUTO(WS-FOR-SUB)
               MOVE ZEROS           TO WS-FOR-DESCONTO(WS-FOR-SUB)
               MOVE ZEROS           TO WS-FOR-LIQUIDO(WS-FOR-SUB)
           END-IF

           ADD 1 TO WS-PAG-COUNT
           MOVE WS-PAG-COUNT TO WS-PAG-SUB
           MOVE SPACES            TO WS-PAG-ENTRY(WS-PAG-SUB)
           MOVE WS-FOR-SUB        TO WS-PAG-FOR-SUB(WS-PAG-SUB)
           MOVE PX-NOTA-FISCAL    TO WS-PAG-NOTA(WS-PAG-SUB)
           MOVE PX-PO-NUMERO      TO WS-PAG-PO(WS-PAG-SUB)
           MOVE WS-DATA-BASE      TO WS-PAG-EMISSAO(WS-PAG-SUB)
           MOVE WS-DATA-VENCTO    TO WS-PAG-VENCTO(WS-PAG-SUB)
           MOVE PX-VALOR          TO WS-PAG-BRUTO(WS-PAG-SUB)
           MOVE WS-VALOR-DESCONTO TO WS-PAG-DESCONTO(WS-PAG-SUB)
           COMPUTE WS-PAG-LIQUIDO(WS-PAG-SUB) =
               PX-VALOR - WS-VALOR-DESCONTO

           ADD 1                  TO WS-FOR-QTDE(WS-FOR-SUB)
           ADD PX-VALOR           TO WS-FOR-BRUTO(WS-FOR-SUB)
           ADD WS-VALOR-DESCONTO  TO WS-FOR-DESCONTO(WS-FOR-SUB)
           ADD WS-PAG-LIQUIDO(WS-PAG-SUB)
                                  TO WS-FOR-LIQUIDO(WS-FOR-SUB)

           ADD 1                  TO WS-QTDE-PAGAS
           ADD PX-VALOR           TO WS-TOTAL-BRUTO
           ADD WS-VALOR-DESCONTO  TO WS-TOTAL-DESCONTO
           ADD WS-PAG-LIQUIDO(WS-PAG-SUB) TO WS-TOTAL-LIQUIDO.

       2300-ADD-PAYMENT-EXIT.
           EXIT.

      ******************************************************************
      * 2310-FIND-SUPPLIER -- ITS ENTRY IN THE TABLE, OR ZERO
      ******************************************************************
       2310-FIND-SUPPLIER.

           MOVE ZEROS TO WS-FOR-SUB

           IF WS-FOR-COUNT = ZEROS
               GO TO 2310-FIND-SUPPLIER-EXIT
           END-IF

           SET WS-FOR-IDX TO 1
           SEARCH WS-FOR-ENTRY
               AT END
                   CONTINUE
               WHEN WS-FOR-IDX > WS-FOR-COUNT
                   CONTINUE
               WHEN WS-FOR-CODIGO(WS-FOR-IDX) = PX-FORNECEDOR
                   SET WS-FOR-SUB TO WS-FOR-IDX
           END-SEARCH.

       2310-FIND-SUPPLIER-EXIT.
           EXIT.

      ******************************************************************
      * 2400-ROLL-BUSINESS-DAY -- WS-DATA-ROLAR MOVES FORWARD TO THE
      * FIRST DAY ON THE CALENDAR NOT FLAGGED 'N'; A DATE THE
      * CALENDAR DOES NOT COVER IS LEFT AS IT IS
      ******************************************************************
       2400-ROLL-BUSINESS-DAY.

           IF NOT WS-CALENDARIO-CARREGADO
               GO TO 2400-ROLL-BUSINESS-DAY-EXIT
           END-IF

           MOVE ZEROS TO WS-CAL-SUB
           SET WS-CAL-IDX TO 1
           SEARCH WS-CAL-ENTRY
               AT END
                   GO TO 2400-ROLL-BUSINESS-DAY-EXIT
               WHEN WS-CAL-IDX > WS-CAL-COUNT
                   GO TO 2400-ROLL-BUSINESS-DAY-EXIT
               WHEN WS-CAL-DATA(WS-CAL-IDX) = WS-DATA-ROLAR
                   SET WS-CAL-SUB TO WS-CAL-IDX
           END-SEARCH

           MOVE SPACES TO WS-BUSCA-DIA-SWITCH
           PERFORM 2410-FIND-BUSINESS-DAY
               THRU 2410-FIND-BUSINESS-DAY-EXIT
               UNTIL WS-DIA-UTIL-ACHADO OR WS-FORA-DO-CALENDARIO

           IF WS-DIA-UTIL-ACHADO
               SET WS-CAL-IDX TO WS-CAL-SUB
               MOVE WS-CAL-DATA(WS-CAL-IDX) TO WS-DATA-ROLAR
           END-IF.

       2400-ROLL-BUSINESS-DAY-EXIT.
           EXIT.

      ******************************************************************
      * 2410-FIND-BUSINESS-DAY -- STEP THROUGH THE CALENDAR TABLE UNTIL
      * A DAY NOT FLAGGED 'N' TURNS UP OR THE TABLE RUNS OUT
      ******************************************************************
       2410-FIND-BUSINESS-DAY.

           IF WS-CAL-SUB > WS-CAL-COUNT
               MOVE 'F' TO WS-BUSCA-DIA-SWITCH
               GO TO 2410-FIND-BUSINESS-DAY-EXIT
           END-IF

           SET WS-CAL-IDX TO WS-CAL-SUB
           IF WS-CAL-UTIL(WS-CAL-IDX) NOT = 'N'
               MOVE 'S' TO WS-BUSCA-DIA-SWITCH
           ELSE
               ADD 1 TO WS-CAL-SUB
           END-IF.

       2410-FIND-BUSINESS-DAY-EXIT.
           EXIT.

      ******************************************************************
      * 2800-CARRY-INVOICE -- THE INVOICE STAYS OPEN ON THE NEW EXTRACT
      ******************************************************************
       2800-CARRY-INVOICE.

           PERFORM 8974-WRITE-NEW-INVOICE
               THRU 8974-WRITE-NEW-INVOICE-EXIT.

       2800-CARRY-INVOICE-EXIT.
           EXIT.

      ******************************************************************
      * 2900-HOLD-INVOICE -- CARRIED OPEN AND LISTED WITH THE REASON;
      * A HOLD THAT NEEDS SOMEONE TO FIX DATA COUNTS AS A PENDENCIA
      ******************************************************************
       2900-HOLD-INVOICE.

           PERFORM 2800-CARRY-INVOICE
               THRU 2800-CARRY-INVOICE-EXIT

           MOVE PX-FORNECEDOR      TO HL-FORNECEDOR
           MOVE PX-NOTA-FISCAL     TO HL-NOTA-FISCAL
           IF WS-DATA-VENCTO = ZEROS
               MOVE SPACES         TO HL-VENCIMENTO
           ELSE
               MOVE WS-DATA-VENCTO TO HL-VENCIMENTO
           END-IF
           MOVE WS-MOTIVO-RETENCAO TO HL-MOTIVO
           IF PX-VALOR NUMERIC
               MOVE PX-VALOR       TO HL-VALOR
           ELSE
               MOVE ZEROS          TO HL-VALOR
           END-IF
           WRITE PAYMENT-REPORT-RECORD FROM WS-HOLD-LINE

           ADD 1 TO WS-QTDE-RETIDAS
           IF WS-E-PENDENCIA
               ADD 1 TO WS-QTDE-PENDENCIAS
           END-IF.

       2900-HOLD-INVOICE-EXIT.
           EXIT.

      ******************************************************************
      * 3000-ISSUE-PAYMENT -- ONE SUPPLIER: THE BANK CREDIT, THE
      * REMITTANCE ADVICE, THE REGISTER, THE GL ENTRIES AND THE DATE
      * OF LAST PAYMENT ON THE MASTER
      ******************************************************************
       3000-ISSUE-PAYMENT.

           IF WS-FOR-SUB = 1
               MOVE SPACES TO PAYMENT-REPORT-RECORD
               WRITE PAYMENT-REPORT-RECORD
               MOVE 'PAGAMENTOS POR FORNECEDOR' TO SL-TEXTO
               WRITE PAYMENT-REPORT-RECORD FROM WS-SECTION-LINE
               WRITE PAYMENT-REPORT-RECORD FROM WS-SUPPLIER-HEADING
           END-IF

           ADD 1 TO WS-SEQ-REFERENCIA
           MOVE WS-SEQ-REFERENCIA TO WS-REF-SEQ
           MOVE WS-REF-MONTADA    TO WS-FOR-REF(WS-FOR-SUB)

           PERFORM 3100-WRITE-BANK-CREDIT
               THRU 3100-WRITE-BANK-CREDIT-EXIT

           PERFORM 3200-WRITE-ADVICE
               THRU 3200-WRITE-ADVICE-EXIT

           PERFORM 3300-POST-GL
               THRU 3300-POST-GL-EXIT

           PERFORM 3400-STAMP-SUPPLIER
               THRU 3400-STAMP-SUPPLIER-EXIT

           MOVE WS-FOR-CODIGO(WS-FOR-SUB)   TO SP-FORNECEDOR
           MOVE WS-FOR-RAZAO(WS-FOR-SUB)    TO SP-RAZAO
           MOVE WS-FOR-QTDE(WS-FOR-SUB)     TO SP-QTDE
           MOVE WS-FOR-BRUTO(WS-FOR-SUB)    TO SP-BRUTO
           MOVE WS-FOR-DESCONTO(WS-FOR-SUB) TO SP-DESCONTO
           MOVE WS-FOR-LIQUIDO(WS-FOR-SUB)  TO SP-LIQUIDO
           MOVE WS-FOR-REF(WS-FOR-SUB)      TO SP-REF
           WRITE PAYMENT-REPORT-RECORD FROM WS-SUPPLIER-LINE.

       3000-ISSUE-PAYMENT-EXIT.
           EXIT.

      ******************************************************************
      * 3100-WRITE-BANK-CREDIT
      ******************************************************************
       3100-WRITE-BANK-CREDIT.

           MOVE SPACES                      TO SUPPLIER-PAYMENT-RECORD
           MOVE '1'                         TO FP-TIPO-REGISTRO
           MOVE WS-FOR-REF(WS-FOR-SUB)      TO FP-REF
           MOVE WS-DATA-PAGTO               TO FP-DATA
           MOVE WS-ORIGEM-BANCO             TO FP-BANCO-ORIGEM
           MOVE WS-ORIGEM-AGENCIA           TO FP-AGENCIA-ORIGEM
           MOVE WS-ORIGEM-CONTA             TO FP-CONTA-ORIGEM
           MOVE WS-FOR-BANCO(WS-FOR-SUB)    TO FP-BANCO-DEST
           MOVE WS-FOR-AGENCIA(WS-FOR-SUB)  TO FP-AGENCIA-DEST
           MOVE WS-FOR-CONTA(WS-FOR-SUB)    TO FP-CONTA-DEST
           MOVE WS-FOR-CPF-CNPJ(WS-FOR-SUB) TO FP-CPF-CNPJ-DEST
           MOVE WS-FOR-RAZAO(WS-FOR-SUB)    TO FP-NOME-DEST
           MOVE WS-FOR-LIQUIDO(WS-FOR-SUB)  TO FP-VALOR
           WRITE SUPPLIER-PAYMENT-RECORD.

       3100-WRITE-BANK-CREDIT-EXIT.
           EXIT.

      ******************************************************************
      * 3200-WRITE-ADVICE -- ONE PAGE PER SUPPLIER: THE CREDIT, THE
      * ACCOUNT IT WENT TO AND EVERY INVOICE IT SETTLES
      ******************************************************************
       3200-WRITE-ADVICE.

           MOVE 'APPAGTO'  TO RH-PROGRAM-ID
           MOVE WS-FOR-SUB TO RH-PAGE-NUM
           CALL 'RPTHDR' USING RPTHDR-PARMS
           WRITE REMITTANCE-ADVICE-RECORD FROM RH-HEADER-LINE

           MOVE WS-FOR-REF(WS-FOR-SUB) TO AT-REF
           MOVE WS-DATA-PAGTO          TO AT-DATA-PAGTO
           WRITE REMITTANCE-ADVICE-RECORD FROM WS-ADVICE-TITLE

           MOVE WS-FOR-CODIGO(WS-FOR-SUB)   TO AS-FORNECEDOR
           MOVE WS-FOR-RAZAO(WS-FOR-SUB)    TO AS-RAZAO
           WRITE REMITTANCE-ADVICE-RECORD FROM WS-ADVICE-SUPPLIER

           MOVE WS-FOR-CPF-CNPJ(WS-FOR-SUB) TO AB-CPF-CNPJ
           MOVE WS-FOR-BANCO(WS-FOR-SUB)    TO AB-BANCO
           MOVE WS-FOR-AGENCIA(WS-FOR-SUB)  TO AB-AGENCIA
           MOVE WS-FOR-CONTA(WS-FOR-SUB)    TO AB-CONTA
           WRITE REMITTANCE-ADVICE-RECORD FROM WS-ADVICE-BANK

           MOVE SPACES TO REMITTANCE-ADVICE-RECORD
           WRITE REMITTANCE-ADVICE-RECORD
           WRITE REMITTANCE-ADVICE-RECORD FROM WS-ADVICE-HEADING

           PERFORM 3210-WRITE-ADVICE-LINE
               THRU 3210-WRITE-ADVICE-LINE-EXIT
               VARYING WS-PAG-SUB FROM 1 BY 1
               UNTIL WS-PAG-SUB > WS-PAG-COUNT

           MOVE WS-FOR-BRUTO(WS-FOR-SUB)    TO AO-BRUTO
           MOVE WS-FOR-DESCONTO(WS-FOR-SUB) TO AO-DESCONTO
           MOVE WS-FOR-LIQUIDO(WS-FOR-SUB)  TO AO-LIQUIDO
           WRITE REMITTANCE-ADVICE-RECORD FROM WS-ADVICE-TOTAL

           MOVE SPACES TO REMITTANCE-ADVICE-RECORD
           WRITE REMITTANCE-ADVICE-RECORD.

       3200-WRITE-ADVICE-EXIT.
           EXIT.

      ******************************************************************
      * 3210-WRITE-ADVICE-LINE -- EACH OF THE SUPPLIER'S INVOICES ALSO
      * GOES TO THE APPAGHIS REGISTER UNDER THE CREDIT'S REFERENCE
      ******************************************************************
       3210-WRITE-ADVICE-LINE.

           IF WS-PAG-FOR-SUB(WS-PAG-SUB) NOT = WS-FOR-SUB
               GO TO 3210-WRITE-ADVICE-LINE-EXIT
           END-IF

           MOVE WS-PAG-NOTA(WS-PAG-SUB)     TO AL-NOTA-FISCAL
           MOVE WS-PAG-EMISSAO(WS-PAG-SUB)  TO AL-EMISSAO
           MOVE WS-PAG-VENCTO(WS-PAG-SUB)   TO AL-VENCIMENTO
           MOVE WS-PAG-BRUTO(WS-PAG-SUB)    TO AL-BRUTO
           MOVE WS-PAG-DESCONTO(WS-PAG-SUB) TO AL-DESCONTO
           MOVE WS-PAG-LIQUIDO(WS-PAG-SUB)  TO AL-LIQUIDO
           WRITE REMITTANCE-ADVICE-RECORD FROM WS-ADVICE-LINE

           MOVE SPACES                      TO PAYMENT-HISTORY-RECORD
           MOVE WS-FOR-CODIGO(WS-FOR-SUB)   TO PH-FORNECEDOR
           MOVE WS-PAG-NOTA(WS-PAG-SUB)     TO PH-NOTA-FISCAL
           MOVE WS-PAG-PO(WS-PAG-SUB)       TO PH-PO-NUMERO
           MOVE WS-PAG-EMISSAO(WS-PAG-SUB)  TO PH-DATA-EMISSAO
           MOVE WS-PAG-VENCTO(WS-PAG-SUB)   TO PH-DATA-VENCIMENTO
           MOVE WS-DATA-PAGTO               TO PH-DATA-PAGTO
           MOVE WS-FOR-REF(WS-FOR-SUB)      TO PH-REF
           MOVE WS-PAG-BRUTO(WS-PAG-SUB)    TO PH-VALOR-BRUTO
           MOVE WS-PAG-DESCONTO(WS-PAG-SUB) TO PH-VALOR-DESCONTO
           MOVE WS-PAG-LIQUIDO(WS-PAG-SUB)  TO PH-VALOR-LIQUIDO
           WRITE PAYMENT-HISTORY-RECORD.

       3210-WRITE-ADVICE-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 3300-POST-GL -- DEBIT SUPPLIERS PAYABLE FOR THE GROSS, CREDIT
      * CASH FOR WHAT LEFT THE BANK AND DISCOUNTS RECEIVED FOR THE REST
      ******************************************************************
       3300-POST-GL.

           MOVE WS-GL-ACCT-FORNECEDORES   TO GL-ACCOUNT-CODE
           MOVE 'D'                       TO GL-DC-INDICADOR
           MOVE WS-FOR-BRUTO(WS-FOR-SUB)  TO GL-AMOUNT
           MOVE WS-GL-PERIODO             TO GL-PERIODO
           MOVE 'AP   '                   TO GL-EMP-ID
           PERFORM 8971-WRITE-GL-ENTRY
               THRU 8971-WRITE-GL-ENTRY-EXIT

           MOVE WS-GL-ACCT-CAIXA          TO GL-ACCOUNT-CODE
           MOVE 'C'                       TO GL-DC-INDICADOR
           MOVE WS-FOR-LIQUIDO(WS-FOR-SUB) TO GL-AMOUNT
           PERFORM 8971-WRITE-GL-ENTRY
               THRU 8971-WRITE-GL-ENTRY-EXIT

           IF WS-FOR-DESCONTO(WS-FOR-SUB) > ZEROS
               MOVE WS-GL-ACCT-DESC-OBTIDO    TO GL-ACCOUNT-CODE
               MOVE 'C'                       TO GL-DC-INDICADOR
               MOVE WS-FOR-DESCONTO(WS-FOR-SUB) TO GL-AMOUNT
               PERFORM 8971-WRITE-GL-ENTRY
                   THRU 8971-WRITE-GL-ENTRY-EXIT
           END-IF.

       3300-POST-GL-EXIT.
           EXIT.

      ******************************************************************
      * 3400-STAMP-SUPPLIER -- DATE OF LAST PAYMENT ON FORNMAST
      ******************************************************************
       3400-STAMP-SUPPLIER.

           MOVE WS-FOR-CODIGO(WS-FOR-SUB) TO FN-FORNECEDOR
           READ SUPPLIER-MASTER-FILE
               INVALID KEY
                   GO TO 3400-STAMP-SUPPLIER-EXIT
           END-READ

           MOVE WS-DATA-PAGTO TO FN-DATA-ULT-PAGTO
           REWRITE SUPPLIER-MASTER-RECORD.

       3400-STAMP-SUPPLIER-EXIT.
           EXIT.

      ******************************************************************
      * 4000-FINALIZE
      ******************************************************************
       4000-FINALIZE.

           IF NOT WS-PX-ABERTO
               GO TO 4000-FINALIZE-EXIT
           END-IF

           MOVE SPACES TO PAYMENT-REPORT-RECORD
           WRITE PAYMENT-REPORT-RECORD
           MOVE WS-QTDE-PAGAS     TO TT-QTDE
           MOVE WS-TOTAL-BRUTO    TO TT-BRUTO
           MOVE WS-TOTAL-DESCONTO TO TT-DESCONTO
           MOVE WS-TOTAL-LIQUIDO  TO TT-LIQUIDO
           WRITE PAYMENT-REPORT-RECORD FROM WS-TOTAL-LINE

           CLOSE PAYABLE-EXTRACT-FILE
           PERFORM 8975-WRITE-NEW-TRAILER
               THRU 8975-WRITE-NEW-TRAILER-EXIT
           CLOSE PAYABLE-EXTRACT-NEW-FILE
           CLOSE SUPPLIER-MASTER-FILE
           CLOSE SUPPLIER-PAYMENT-FILE
           CLOSE REMITTANCE-ADVICE-FILE
           PERFORM 8972-WRITE-GL-TRAILER
               THRU 8972-WRITE-GL-TRAILER-EXIT
           CLOSE GL-INTERFACE-FILE
           CLOSE PAYMENT-HISTORY-FILE
           CLOSE PAYMENT-REPORT-FILE

           DISPLAY 'NOTAS LIDAS:           ' WS-QTDE-LIDAS
           DISPLAY 'NOTAS PAGAS:           ' WS-QTDE-PAGAS
           DISPLAY '  COM ANTECIPACAO:     ' WS-QTDE-ANTECIPADAS
           DISPLAY 'NOTAS A VENCER:        ' WS-QTDE-A-VENCER
           DISPLAY 'NOTAS RETIDAS:         ' WS-QTDE-RETIDAS
           DISPLAY '  PENDENCIAS:          ' WS-QTDE-PENDENCIAS
           DISPLAY 'FORNECEDORES PAGOS:    ' WS-FOR-COUNT
           DISPLAY 'VALOR BRUTO:           ' WS-TOTAL-BRUTO
           DISPLAY 'DESCONTOS OBTIDOS:     ' WS-TOTAL-DESCONTO
           DISPLAY 'VALOR PAGO:            ' WS-TOTAL-LIQUIDO

           MOVE 'APPAGTO'           TO CT-PROGRAM-ID
           MOVE 'NOTAS PAGAS'       TO CT-TOTAL-1-LABEL
           MOVE WS-QTDE-PAGAS       TO CT-TOTAL-1-VALOR
           MOVE 'VALOR PAGO'        TO CT-TOTAL-2-LABEL
           MOVE WS-TOTAL-LIQUIDO    TO CT-TOTAL-2-VALOR
           MOVE 'DESCONTOS'         TO CT-TOTAL-3-LABEL
           MOVE WS-TOTAL-DESCONTO   TO CT-TOTAL-3-VALOR
           CALL 'CTLTOT' USING CTLTOT-PARMS.

       4000-FINALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 8000-READ-PAYABLE
      ******************************************************************
       8000-READ-PAYABLE.

           READ PAYABLE-EXTRACT-FILE
               AT END
                   MOVE 'Y' TO WS-PX-EOF-SWITCH
                   GO TO 8000-READ-PAYABLE-EXIT
           END-READ

           IF PAYABLE-EXTRACT-RECORD(1:2) = '*H'
               OR PAYABLE-EXTRACT-RECORD(1:2) = '*T'
               GO TO 8000-READ-PAYABLE
           END-IF.

       8000-READ-PAYABLE-EXIT.
           EXIT.

      ******************************************************************
      * 8100-READ-DISPUTE
      ******************************************************************
       8100-READ-DISPUTE.

           READ DISPUTE-HOLD-FILE
               AT END
                   MOVE 'Y' TO WS-DH-EOF-SWITCH
           END-READ.

       8100-READ-DISPUTE-EXIT.
           EXIT.

      ******************************************************************
      * 8200-READ-HISTORY
      ******************************************************************
       8200-READ-HISTORY.

           READ PAYMENT-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-PH-EOF-SWITCH
           END-READ.

       8200-READ-HISTORY-EXIT.
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
      * 8970-WRITE-GL-HEADER -- THE IFCTL HEADER OPENS THIS RUN'S
      * BATCH ON GLINTRFC
      ******************************************************************
       8970-WRITE-GL-HEADER.

           MOVE 'GLINTRFC'    TO IC-ARQUIVO
           MOVE JL-PROGRAM-ID TO IC-PROGRAMA
           MOVE 'A'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS
           WRITE GL-INTERFACE-RECORD FROM IC-REGISTRO.

       8970-WRITE-GL-HEADER-EXIT.
           EXIT.

      ******************************************************************
      * 8971-WRITE-GL-ENTRY -- WRITE ONE RECORD AND COUNT IT
      * INTO THE BATCH'S TRAILER TOTALS
      ******************************************************************
       8971-WRITE-GL-ENTRY.

           WRITE GL-INTERFACE-RECORD

           MOVE 'GLINTRFC'    TO IC-ARQUIVO
           MOVE GL-AMOUNT     TO IC-VALOR
           MOVE 'G'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS.

       8971-WRITE-GL-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * 8972-WRITE-GL-TRAILER -- THE IFCTL TRAILER CLOSES THE
      * BATCH WITH ITS RECORD COUNT AND AMOUNT HASH
      ******************************************************************
       8972-WRITE-GL-TRAILER.

           MOVE 'GLINTRFC'    TO IC-ARQUIVO
           MOVE 'T'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS
           WRITE GL-INTERFACE-RECORD FROM IC-REGISTRO.

       8972-WRITE-GL-TRAILER-EXIT.
           EXIT.

      ******************************************************************
      * 8973-WRITE-NEW-HEADER -- THE IFCTL HEADER OPENS PAYEXTN; THE
      * PROMOTED FILE CARRIES THIS RUN AS ITS FIRST BATCH
      ******************************************************************
       8973-WRITE-NEW-HEADER.

           MOVE 'PAYEXTN'     TO IC-ARQUIVO
           MOVE JL-PROGRAM-ID TO IC-PROGRAMA
           MOVE 'A'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS
           WRITE PAYABLE-EXTRACT-NEW-RECORD FROM IC-REGISTRO.

       8973-WRITE-NEW-HEADER-EXIT.
           EXIT.

      ******************************************************************
      * 8974-WRITE-NEW-INVOICE -- CARRY ONE OPEN INVOICE AND COUNT IT
      * INTO THE BATCH'S TRAILER TOTALS
      ******************************************************************
       8974-WRITE-NEW-INVOICE.

           WRITE PAYABLE-EXTRACT-NEW-RECORD
               FROM PAYABLE-EXTRACT-RECORD

           MOVE 'PAYEXTN'     TO IC-ARQUIVO
           MOVE ZEROS         TO IC-VALOR
           IF PX-VALOR NUMERIC
               MOVE PX-VALOR  TO IC-VALOR
           END-IF
           MOVE 'G'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS.

       8974-WRITE-NEW-INVOICE-EXIT.
           EXIT.

      ******************************************************************
      * 8975-WRITE-NEW-TRAILER -- THE IFCTL TRAILER CLOSES PAYEXTN
      * WITH ITS RECORD COUNT AND AMOUNT HASH
      ******************************************************************
       8975-WRITE-NEW-TRAILER.

           MOVE 'PAYEXTN'     TO IC-ARQUIVO
           MOVE 'T'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS
           WRITE PAYABLE-EXTRACT-NEW-RECORD FROM IC-REGISTRO.

       8975-WRITE-NEW-TRAILER-EXIT.
           EXIT.
