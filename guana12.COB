      *               RETURNS-BY-PRODUCT SUMMARY SO MERCHANDISING
      *               SEES WHAT KEEPS COMING BACK. RETURN LINES EARN
      *               NO COMMISSION AND NEVER BILL.
      * 15-10-26 MRT  ICMS/ISS: EACH PRODUCT NOW HAS A TAX CLASS ON
      *               PRODMAST AND EACH CUSTOMER A STATE (CU-UF); THE
      *               NEW TAXRATE TABLE GIVES THE TAX AND RATE BY CLASS
      *               AND STATE (STATE '**' IS THE CLASS DEFAULT). TAX
      *               IS CHARGED ON THE POST-DISCOUNT LINE VALUE, EVERY
      *               INVSUM LINE SHOWS THE TAX, RATE AND AMOUNT, AND
      *               THE ARINVOIC PARCELS SPLIT THE TAX-INCLUSIVE
      *               TOTAL. A CREDIT NOTE REVERSES THE RETURN'S TAX
      *               (CN-VALOR-IMPOSTO, AND THE CREDAPPL OFFSET IS
      *               TAX-INCLUSIVE). EVERY TAXED LINE AND REVERSAL
      *               GOES TO THE TAXLEDG LEDGER FOR TAXLIVRO'S MONTHLY
      *               REPORT AND GL POSTING. NO TAXRATE FILE MEANS NO
      *               TAX, AS BEFORE. CUSTMAST IS NOW TESTED THROUGH AN
      *               OPEN SWITCH -- A NOT-FOUND KEY NO LONGER STOPS
      *               LATER LOOKUPS.
      * 15-10-26 MRT  COMMEXT (NOW THE COMMEXT COPYBOOK, 42 BYTES)
      *               CARRIES THE INVOICE, CUSTOMER AND PRE-DISCOUNT
      *               AMOUNT, AND EVERY BILLED LINE IS EXTRACTED --
      *               LINES WITHOUT A SALESPERSON TOO -- SO VENDANAL'S
      *               MONTHLY SALES ANALYSIS SEES ALL BILLED SALES.
      * 15-10-26 MRT  FINISHED-GOODS STOCK: PRODMAST (NOW THE INDEXED
      *               PRODMAST COPYBOOK) CARRIES ON-HAND AND RESERVED
      *               QUANTITIES. EACH BILLED LINE OF A STOCK-CONTROLLED
      *               ITEM TAKES ONE UNIT OUT; A LINE THE AVAILABLE
      *               STOCK (ON HAND LESS RESERVED) CANNOT COVER GOES
      *               TO THE NEW BACKORD FILE IN SALESLIN LAYOUT AND IS
      *               NOT BILLED; A RETURN PUTS ITS UNIT BACK. EVERY
      *               MOVEMENT IS LOGGED ON ESTMOV FOR ESTOQPOS.
      * 15-10-26 MRT  EACH RUN'S ARINVOIC INVOICES NOW GO OUT BETWEEN AN
      *               IFCTL HEADER AND TRAILER (RECORD COUNT, HASH OF
      *               AI-VALOR) SO EVERY READER CAN PROVE THE FILE
      *               ARRIVED WHOLE.
      * 15-10-26 MRT  PRCOVRD LINES NOW CARRY THE OPERATOR WHO KEYED THE
      *               DAY'S SALES LINES (OPER= ON THE PARM) AND THE RUN
      *               DATE, SO THE VISTO SIGNED THROUGH VISTOENT CAN BE
      *               CHECKED BY SODCONF AGAINST WHO ENTERED THE PRICE.
      * 15-10-26 MRT  CREDIT-NOTE NUMBERS NOW CONTINUE FROM THE HIGHEST
      *               ONE ALREADY ON CREDNOTA (AS AREA DOES FOR PO
      *               NUMBERS) INSTEAD OF RESTARTING AT CN000001 EVERY
      *               RUN, SO THE APPENDED FILE NEVER HOLDS THE SAME
      *               NUMBER TWICE AND GUANA06 CAN AUDIT THE SERIES.
      * 15-10-26 MRT  EACH RUN'S COMMEXT LINES AND CREDNOTA NOTES NOW GO
      *               OUT BETWEEN AN IFCTL HEADER AND TRAILER (RECORD
      *               COUNT, HASH OF CX-VALOR-LIQUIDO / CN-VALOR) SO
      *               COMMCALC, VENDANAL, ARINDIC AND GUANA06 CAN PROVE
      *               THE FILES ARRIVED WHOLE. THE CREDIT-NOTE NUMBER
      *               SCAN PASSES THE CONTROL RECORDS BY.
      * 15-10-26 MRT  THE LAST CREDIT-NOTE NUMBER ISSUED IS NOW KEPT ON
      *               THE NOTACTL CONTROL RECORD, AS BOLEMIS KEEPS ITS
      *               OUR NUMBER ON BOLPARM, AND REWRITTEN BY EVERY RUN
      *               THAT CUTS A NOTE. COMMCALC CLEARS CREDNOTA WHEN
      *               IT CONSUMES IT, SO THE FILE NO LONGER SHOWS THE
      *               HIGHEST NUMBER USED AND THE SERIES RESTARTED.
      *               WITHOUT A CONTROL RECORD THE RUN TAKES THE
      *               NUMBERING OVER FROM THE CREDNOTA SCAN, ONCE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALESINV.
               FILE STATUS IS WS-CX-STATUS.

           SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-ITEM-ID
               FILE STATUS IS WS-PM-STATUS.

           SELECT PRICE-OVERRIDE-FILE ASSIGN TO "PRCOVRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CN-STATUS.

           SELECT NOTE-CONTROL-FILE ASSIGN TO "NOTACTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NC-STATUS.

           SELECT CREDIT-APPLY-FILE ASSIGN TO "CREDAPPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CA-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RS-STATUS.

           SELECT TAX-RATE-FILE ASSIGN TO "TAXRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TR-STATUS.

           SELECT TAX-LEDGER-FILE ASSIGN TO "TAXLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TL-STATUS.

           SELECT BACKORDER-FILE ASSIGN TO "BACKORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BO-STATUS.

           SELECT STOCK-MOVEMENT-FILE ASSIGN TO "ESTMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-LINE-ITEM-FILE
           05  IS-VALOR-BRUTO          PIC Z(06)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  IS-VALOR-LIQUIDO        PIC Z(06)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  IS-TRIBUTO              PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  IS-ALIQUOTA             PIC Z9.99 BLANK WHEN ZERO.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  IS-VALOR-IMPOSTO        PIC Z(05)9.99.
           05  FILLER                  PIC X(04) VALUE SPACES.

       FD  CREDIT-HOLD-FILE
           RECORD CONTAINS 17 CHARACTERS.

      *-----------------------------------------------------------------
      * COMMISSION-EXTRACT-FILE -- ONE RECORD PER BILLED LINE WITH THE
      * SALESPERSON, THE PRODUCT GROUP (FIRST TWO OF THE ITEM ID), THE
      * PRE- AND POST-DISCOUNT AMOUNTS, INVOICE AND CUSTOMER; COMMCALC
      * AND VENDANAL ACCUMULATE THESE ACROSS THE MONTH. SUSPENDED
      * SALES ARE NOT BILLED AND NEVER REACH IT
      *-----------------------------------------------------------------
       FD  COMMISSION-EXTRACT-FILE
           RECORD CONTAINS 42 CHARACTERS.
           COPY COMMEXT.

       FD  PRODUCT-MASTER-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY PRODMAST.

      *-----------------------------------------------------------------
      * PRICE-OVERRIDE-FILE -- UNKNOWN PRODUCTS AND OUT-OF-BAND PRICES
      * FOR A SUPERVISOR TO INITIAL
      *-----------------------------------------------------------------
       FD  PRICE-OVERRIDE-FILE
           RECORD CONTAINS 88 CHARACTERS.
       01  PRICE-OVERRIDE-RECORD.
           05  PO-INVOICE-ID           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PO-MOTIVO               PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PO-VISTO                PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PO-OPERADOR             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PO-DATA                 PIC 9(08).

      *-----------------------------------------------------------------
      * AR-INVOICE-FILE -- THE OPEN-ITEM FILE ARAGING AGES AND CASHAPP
      * COMMCALC READS THIS FOR THE COMMISSION CLAWBACK
      *-----------------------------------------------------------------
       FD  CREDIT-NOTE-FILE
           RECORD CONTAINS 54 CHARACTERS.
       01  CREDIT-NOTE-RECORD.
           05  CN-NUMERO               PIC X(08).
           05  CN-DATA                 PIC 9(08).
           05  CN-ITEM-ID              PIC X(06).
           05  CN-VALOR                PIC 9(05)V99.
           05  CN-VENDEDOR-ID          PIC X(04).
           05  CN-VALOR-IMPOSTO        PIC 9(05)V99.

      *-----------------------------------------------------------------
      * NOTE-CONTROL-FILE -- ONE CONTROL RECORD: THE LAST CREDIT-NOTE
      * SEQUENCE ISSUED AND THE DATE IT WAS ISSUED -- REWRITTEN AT THE
      * END OF EVERY RUN THAT CUTS A NOTE. COMMCALC NEVER TOUCHES IT
      *-----------------------------------------------------------------
       FD  NOTE-CONTROL-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  NOTE-CONTROL-RECORD.
           05  NC-ULT-SEQ-NOTA         PIC 9(06).
           05  NC-DATA-ULT-NOTA        PIC 9(08).
           05  FILLER                  PIC X(06).

      *-----------------------------------------------------------------
      * CREDIT-APPLY-FILE -- THE CREDIT NOTE AS A PAYMENTS-LAYOUT
           RECORD CONTAINS 80 CHARACTERS.
       01  RETURN-SUMMARY-LINE         PIC X(80).

      *-----------------------------------------------------------------
      * TAX-RATE-FILE -- TAX AND RATE BY PRODUCT TAX CLASS AND
      * CUSTOMER STATE; STATE '**' IS THE CLASS'S DEFAULT
      *-----------------------------------------------------------------
       FD  TAX-RATE-FILE
           RECORD CONTAINS 12 CHARACTERS.
       01  TAX-RATE-RECORD.
           05  TR-CLASSE-FISCAL        PIC X(02).
           05  TR-UF                   PIC X(02).
           05  TR-TRIBUTO              PIC X(04).
           05  TR-ALIQUOTA             PIC 9(02)V99.

       FD  TAX-LEDGER-FILE
           RECORD CONTAINS 70 CHARACTERS.
       COPY TAXLEDG.

      *-----------------------------------------------------------------
      * BACKORDER-FILE -- THE DAY'S LINES HELD FOR LACK OF STOCK, IN
      * THE SALESLIN LAYOUT SO THEY CAN BE FED BACK ONCE STOCK ARRIVES
      *-----------------------------------------------------------------
       FD  BACKORDER-FILE
           RECORD CONTAINS 42 CHARACTERS.
       01  BACKORDER-RECORD            PIC X(42).

       FD  STOCK-MOVEMENT-FILE
           RECORD CONTAINS 50 CHARACTERS.
       COPY ESTMOV.

       WORKING-STORAGE SECTION.

       77  WS-SL-STATUS            PIC X(02) VALUE SPACES.
       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WS-PM-STATUS            PIC X(02) VALUE SPACES.
       77  WS-PO-STATUS            PIC X(02) VALUE SPACES.
       77  WS-PARM-LINHA           PIC X(80) VALUE SPACES.
       77  WS-POS-OPER             PIC 9(02) VALUE ZEROS.
       77  WS-OPERADOR             PIC X(08) VALUE SPACES.

      *-----------------------------------------------------------------
      * PRODUCT-MASTER TABLE -- LIST PRICE AND VALID BAND PER PRODUCT,
               10  WS-PRD-LISTA        PIC 9(05)V99.
               10  WS-PRD-MIN          PIC 9(05)V99.
               10  WS-PRD-MAX          PIC 9(05)V99.
               10  WS-PRD-CLASSE       PIC X(02).

       77  WS-PRD-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-PM-EOF-SWITCH        PIC X(01) VALUE 'N'.
      * THE RETURNS-BY-PRODUCT SUMMARY
      *-----------------------------------------------------------------
       77  WS-CN-STATUS            PIC X(02) VALUE SPACES.
       77  WS-NC-STATUS            PIC X(02) VALUE SPACES.
       77  WS-NC-LIDO-SW           PIC X(01) VALUE 'N'.
           88  WS-NC-LIDO                   VALUE 'S'.
       77  WS-CA-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RS-STATUS            PIC X(02) VALUE SPACES.
       77  WS-SEQ-NOTA             PIC 9(06) VALUE ZEROS.
       77  WS-NUMERO-NOTA          PIC X(08) VALUE SPACES.
       77  WS-CN-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-CN-END-OF-FILE            VALUE 'Y'.
       01  WS-NOTA-LIDA.
           05  FILLER              PIC X(02).
           05  WS-SEQ-NOTA-LIDA    PIC 9(06).
       77  WS-QTDE-DEVOLUCOES      PIC 9(05) VALUE ZEROS.
       77  WS-TOTAL-DEVOLVIDO      PIC 9(09)V99 VALUE ZEROS.

       77  WS-RET-ACHOU            PIC X(01) VALUE 'N'.
           88  WS-RET-ENCONTROU             VALUE 'S'.

      *-----------------------------------------------------------------
      * SALES-TAX (ICMS/ISS) WORK FIELDS -- RATE TABLE FROM TAXRATE,
      * THE CUSTOMER'S STATE CACHED PER CUSTOMER, AND THE INVOICE'S
      * TAX TOTAL
      *-----------------------------------------------------------------
       77  WS-TR-STATUS            PIC X(02) VALUE SPACES.
       77  WS-TL-STATUS            PIC X(02) VALUE SPACES.
       77  WS-TR-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-TR-END-OF-FILE            VALUE 'Y'.
       77  WS-CU-ABERTO-SW         PIC X(01) VALUE 'N'.
           88  WS-CU-ABERTO                 VALUE 'S'.

      *-----------------------------------------------------------------
      * FINISHED-GOODS STOCK -- PRODMAST STAYS OPEN I-O FOR THE RUN SO
      * EACH SALE AND RETURN MOVES THE ITEM'S ON-HAND FIGURE; EVERY
      * BILLED LINE IS ONE UNIT
      *-----------------------------------------------------------------
       77  WS-BO-STATUS            PIC X(02) VALUE SPACES.
       77  WS-EM-STATUS            PIC X(02) VALUE SPACES.
       77  WS-PM-ABERTO-SW         PIC X(01) VALUE 'N'.
           88  WS-PM-ABERTO                 VALUE 'S'.
       77  WS-SEM-ESTOQUE-SW       PIC X(01) VALUE 'N'.
           88  WS-SEM-ESTOQUE               VALUE 'S'.
       77  WS-EM-TIPO-MOV          PIC X(01) VALUE SPACES.
       77  WS-EM-QTDE-MOV          PIC S9(07) VALUE ZEROS.
       77  WS-EM-DOCUMENTO-MOV     PIC X(08) VALUE SPACES.
       77  WS-QTDE-BACKORDER       PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-BAIXAS-ESTOQUE  PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-RETORNO-ESTOQUE PIC 9(05) VALUE ZEROS.

       01  WS-TXR-TABLE.
           05  WS-TXR-ENTRY OCCURS 100 TIMES
                            INDEXED BY WS-TXR-IDX.
               10  WS-TXR-CLASSE       PIC X(02).
               10  WS-TXR-UF           PIC X(02).
               10  WS-TXR-TRIBUTO      PIC X(04).
               10  WS-TXR-ALIQUOTA     PIC 9(02)V99.

       77  WS-TXR-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-CLASSE-FISCAL        PIC X(02) VALUE SPACES.
       77  WS-UF-CLIENTE           PIC X(02) VALUE SPACES.
       77  WS-UF-CLIENTE-ID        PIC X(06) VALUE SPACES.
       77  WS-UF-BUSCA             PIC X(02) VALUE SPACES.
       77  WS-TRIBUTO              PIC X(04) VALUE SPACES.
       77  WS-ALIQUOTA             PIC 9(02)V99 VALUE ZEROS.
       77  WS-BASE-IMPOSTO         PIC 9(07)V99 VALUE ZEROS.
       77  WS-IMPOSTO-LINHA        PIC 9(07)V99 VALUE ZEROS.
       77  WS-TOTAL-IMPOSTO-FATURA PIC 9(07)V99 VALUE ZEROS.
       77  WS-TOTAL-COM-IMPOSTO    PIC 9(07)V99 VALUE ZEROS.
       77  WS-TL-TIPO-DOC          PIC X(01) VALUE SPACES.
       77  WS-TL-DOCUMENTO         PIC X(08) VALUE SPACES.
       77  WS-TL-FATURA-ORIGINAL   PIC X(08) VALUE SPACES.
       77  WS-QTDE-SEM-ALIQUOTA    PIC 9(05) VALUE ZEROS.
       77  WS-TOTAL-IMPOSTO-DIA    PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOTAL-IMPOSTO-ESTORN PIC 9(09)V99 VALUE ZEROS.

       01  WS-RET-RPT-DETALHE.
           05  WS-RR-ITEM-ID       PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
       COPY RPTHDRLNK.

       COPY JOBLGLNK.
       COPY IFCTLLNK.

       PROCEDURE DIVISION.

           CLOSE SALES-LINE-ITEM-FILE
           CLOSE INVOICE-SUMMARY-FILE
           CLOSE SUSPENDED-SALES-FILE
           PERFORM 8980-WRITE-CX-TRAILER
               THRU 8980-WRITE-CX-TRAILER-EXIT
           CLOSE COMMISSION-EXTRACT-FILE
           CLOSE PRICE-OVERRIDE-FILE
           PERFORM 8977-WRITE-AR-TRAILER
               THRU 8977-WRITE-AR-TRAILER-EXIT
           CLOSE AR-INVOICE-FILE
           PERFORM 8983-WRITE-CN-TRAILER
               THRU 8983-WRITE-CN-TRAILER-EXIT
           CLOSE CREDIT-NOTE-FILE
           CLOSE CREDIT-APPLY-FILE
           CLOSE RETURN-SUMMARY-FILE
           CLOSE TAX-LEDGER-FILE
           CLOSE BACKORDER-FILE
           CLOSE STOCK-MOVEMENT-FILE
           IF WS-CU-ABERTO
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           IF WS-PM-ABERTO
               CLOSE PRODUCT-MASTER-FILE
           END-IF

           DISPLAY 'PARCELAS ARINVOIC GERADAS: '
               WS-QTDE-PARCELAS-GER
               WS-QTDE-FORA-FAIXA
           DISPLAY 'RECEITA CEDIDA ABAIXO DA LISTA: '
               WS-TOTAL-ABAIXO-LISTA
           DISPLAY 'IMPOSTO FATURADO (ICMS/ISS): '
               WS-TOTAL-IMPOSTO-DIA
           DISPLAY 'IMPOSTO ESTORNADO EM DEVOLUCOES: '
               WS-TOTAL-IMPOSTO-ESTORN
           DISPLAY 'LINHAS SEM ALIQUOTA CADASTRADA: '
               WS-QTDE-SEM-ALIQUOTA
           DISPLAY 'UNIDADES BAIXADAS DO ESTOQUE: '
               WS-QTDE-BAIXAS-ESTOQUE
           DISPLAY 'UNIDADES DEVOLVIDAS AO ESTOQUE: '
               WS-QTDE-RETORNO-ESTOQUE
           DISPLAY 'LINHAS EM BACKORDER (SEM ESTOQUE): '
               WS-QTDE-BACKORDER

           MOVE 'E'       TO JL-ACAO
           MOVE 0000 TO JL-RETURN-CODE
           IF WS-CX-STATUS NOT = '00'
               OPEN OUTPUT COMMISSION-EXTRACT-FILE
           END-IF
           PERFORM 8978-WRITE-CX-HEADER
               THRU 8978-WRITE-CX-HEADER-EXIT

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

      *    OPER= ON THE PARM NAMES WHO KEYED THE DAY'S SALES LINES;
      *    IT GOES ON EVERY PRICE-OVERRIDE LINE
           ACCEPT WS-PARM-LINHA FROM COMMAND-LINE
           MOVE ZEROS TO WS-POS-OPER
           INSPECT WS-PARM-LINHA
               TALLYING WS-POS-OPER
               FOR CHARACTERS BEFORE INITIAL 'OPER='
           IF WS-POS-OPER < 67
               MOVE WS-PARM-LINHA(WS-POS-OPER + 6 : 8)
                   TO WS-OPERADOR
           END-IF

           PERFORM 1100-LOAD-LOYALTY-TABLE
               THRU 1100-LOAD-LOYALTY-TABLE-EXIT

           PERFORM 1300-LOAD-PRODUCT-MASTER
               THRU 1300-LOAD-PRODUCT-MASTER-EXIT

           PERFORM 1500-LOAD-TAX-RATES
               THRU 1500-LOAD-TAX-RATES-EXIT

           OPEN EXTEND TAX-LEDGER-FILE
           IF WS-TL-STATUS NOT = '00'
               OPEN OUTPUT TAX-LEDGER-FILE
           END-IF

           OPEN EXTEND AR-INVOICE-FILE
           IF WS-AI-STATUS NOT = '00'
               OPEN OUTPUT AR-INVOICE-FILE
           END-IF
           PERFORM 8975-WRITE-AR-HEADER
               THRU 8975-WRITE-AR-HEADER-EXIT

           PERFORM 1600-PRIME-NOTE-SEQUENCE
               THRU 1600-PRIME-NOTE-SEQUENCE-EXIT

           OPEN OUTPUT CREDIT-APPLY-FILE
           OPEN OUTPUT RETURN-SUMMARY-FILE
           OPEN OUTPUT BACKORDER-FILE

           OPEN EXTEND STOCK-MOVEMENT-FILE
           IF WS-EM-STATUS NOT = '00'
               OPEN OUTPUT STOCK-MOVEMENT-FILE
           END-IF

           MOVE 'SALESINV' TO RH-PROGRAM-ID
           MOVE 2          TO RH-PAGE-NUM
           IF WS-CU-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM MESTRE CUSTMAST -- FATURAS '
                   'SAEM SEM NOME E ENDERECO'
           ELSE
               MOVE 'S' TO WS-CU-ABERTO-SW
           END-IF

           COMPUTE WS-INT-HOJE =

           MOVE SPACES TO WS-PROD-TABLE

      *    OPENED I-O AND LEFT OPEN -- THE STOCK FIGURES ARE UPDATED
      *    LINE BY LINE AS THE RUN BILLS AND TAKES RETURNS
           OPEN I-O PRODUCT-MASTER-FILE

           IF WS-PM-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO PRODMAST -- PRECOS NAO '
                   'SERAO CRITICADOS NEM ESTOQUE BAIXADO'
               GO TO 1300-LOAD-PRODUCT-MASTER-EXIT
           END-IF

           MOVE 'S' TO WS-PM-ABERTO-SW

           PERFORM 8200-READ-PRODUCT
               THRU 8200-READ-PRODUCT-EXIT

           PERFORM 1310-STORE-PRODUCT
               THRU 1310-STORE-PRODUCT-EXIT
               UNTIL WS-PM-END-OF-FILE.

       1300-LOAD-PRODUCT-MASTER-EXIT.
           EXIT.
               MOVE PM-PRECO-LISTA TO WS-PRD-LISTA(WS-PRD-IDX)
               MOVE PM-PRECO-MIN   TO WS-PRD-MIN(WS-PRD-IDX)
               MOVE PM-PRECO-MAX   TO WS-PRD-MAX(WS-PRD-IDX)
               MOVE PM-CLASSE-FISCAL TO WS-PRD-CLASSE(WS-PRD-IDX)
           ELSE
               DISPLAY 'TABELA DE PRODUTOS CHEIA -- ITEM '
                   PM-ITEM-ID ' IGNORADO'
       1410-STORE-BUSINESS-DAY-EXIT.
           EXIT.

      ******************************************************************
      * 1500-LOAD-TAX-RATES -- BOUNDED TO THE OCCURS 100 LIMIT; NO
      * TAXRATE FILE MEANS NO TAX IS CHARGED
      ******************************************************************
       1500-LOAD-TAX-RATES.

           MOVE SPACES TO WS-TXR-TABLE

           OPEN INPUT TAX-RATE-FILE

           IF WS-TR-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO TAXRATE -- FATURAS SAEM '
                   'SEM ICMS/ISS'
               GO TO 1500-LOAD-TAX-RATES-EXIT
           END-IF

           PERFORM 8400-READ-TAX-RATE
               THRU 8400-READ-TAX-RATE-EXIT

           PERFORM 1510-STORE-TAX-RATE
               THRU 1510-STORE-TAX-RATE-EXIT
               UNTIL WS-TR-END-OF-FILE

           CLOSE TAX-RATE-FILE.

       1500-LOAD-TAX-RATES-EXIT.
           EXIT.

      ******************************************************************
      * 1510-STORE-TAX-RATE
      ******************************************************************
       1510-STORE-TAX-RATE.

           IF WS-TXR-COUNT < 100
               ADD 1 TO WS-TXR-COUNT
               SET WS-TXR-IDX TO WS-TXR-COUNT
               MOVE TR-CLASSE-FISCAL TO WS-TXR-CLASSE(WS-TXR-IDX)
               MOVE TR-UF            TO WS-TXR-UF(WS-TXR-IDX)
               MOVE TR-TRIBUTO       TO WS-TXR-TRIBUTO(WS-TXR-IDX)
               MOVE TR-ALIQUOTA      TO WS-TXR-ALIQUOTA(WS-TXR-IDX)
           ELSE
               DISPLAY 'TABELA DE ALIQUOTAS CHEIA -- CLASSE '
                   TR-CLASSE-FISCAL ' UF ' TR-UF ' IGNORADA'
           END-IF

           PERFORM 8400-READ-TAX-RATE
               THRU 8400-READ-TAX-RATE-EXIT.

       1510-STORE-TAX-RATE-EXIT.
           EXIT.

      ******************************************************************
      * 1600-PRIME-NOTE-SEQUENCE -- CREDIT-NOTE NUMBERING CONTINUES
      * FROM THE LAST SEQUENCE ON THE NOTACTL CONTROL RECORD, WHICH
      * OUTLIVES COMMCALC'S CLEARING OF CREDNOTA, SO A NUMBER IS NEVER
      * ISSUED TWICE ACROSS RUNS. ONLY WHEN THERE IS NO CONTROL RECORD
      * YET IS THE HIGHEST SEQUENCE ON CREDNOTA TAKEN OVER
      ******************************************************************
       1600-PRIME-NOTE-SEQUENCE.

           MOVE ZEROS TO WS-SEQ-NOTA

           OPEN INPUT NOTE-CONTROL-FILE
           IF WS-NC-STATUS = '00'
               READ NOTE-CONTROL-FILE
                   AT END
                       MOVE SPACES TO NOTE-CONTROL-RECORD
               END-READ
               IF NC-ULT-SEQ-NOTA IS NUMERIC
                   MOVE NC-ULT-SEQ-NOTA TO WS-SEQ-NOTA
                   MOVE 'S' TO WS-NC-LIDO-SW
               END-IF
               CLOSE NOTE-CONTROL-FILE
           END-IF

           IF NOT WS-NC-LIDO
               DISPLAY 'AVISO - SEM REGISTRO NOTACTL -- NUMERACAO DAS '
                   'NOTAS RETOMADA DO ARQUIVO CREDNOTA'
               PERFORM 1605-TAKE-OVER-NOTE-SEQUENCE
                   THRU 1605-TAKE-OVER-NOTE-SEQUENCE-EXIT
           END-IF

           OPEN EXTEND CREDIT-NOTE-FILE
           IF WS-CN-STATUS NOT = '00'
               OPEN OUTPUT CREDIT-NOTE-FILE
           END-IF
           PERFORM 8981-WRITE-CN-HEADER
               THRU 8981-WRITE-CN-HEADER-EXIT.

       1600-PRIME-NOTE-SEQUENCE-EXIT.
           EXIT.

      ******************************************************************
      * 1605-TAKE-OVER-NOTE-SEQUENCE -- THE HIGHEST SEQUENCE ON THE
      * CREDNOTA FILE, FOR A RUN WITH NO NOTACTL CONTROL RECORD YET
      ******************************************************************
       1605-TAKE-OVER-NOTE-SEQUENCE.

           OPEN INPUT CREDIT-NOTE-FILE
           IF WS-CN-STATUS NOT = '00'
               GO TO 1605-TAKE-OVER-NOTE-SEQUENCE-EXIT
           END-IF

           PERFORM 8500-READ-CREDIT-NOTE
               THRU 8500-READ-CREDIT-NOTE-EXIT
           PERFORM 1610-SCAN-NOTE-NUMBER
               THRU 1610-SCAN-NOTE-NUMBER-EXIT
               UNTIL WS-CN-END-OF-FILE
           CLOSE CREDIT-NOTE-FILE.

       1605-TAKE-OVER-NOTE-SEQUENCE-EXIT.
           EXIT.

      ******************************************************************
      * 1610-SCAN-NOTE-NUMBER
      ******************************************************************
       1610-SCAN-NOTE-NUMBER.

           MOVE CN-NUMERO TO WS-NOTA-LIDA
           IF WS-SEQ-NOTA-LIDA IS NUMERIC
               AND WS-SEQ-NOTA-LIDA > WS-SEQ-NOTA
               MOVE WS-SEQ-NOTA-LIDA TO WS-SEQ-NOTA
           END-IF

           PERFORM 8500-READ-CREDIT-NOTE
               THRU 8500-READ-CREDIT-NOTE-EXIT.

       1610-SCAN-NOTE-NUMBER-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-LINE-ITEM -- CONTROL BREAK ON SL-INVOICE-ID
      ******************************************************************
           IF SL-INVOICE-ID NOT = WS-INVOICE-ANTERIOR
               MOVE ZEROS TO WS-TOTAL-BRUTO-FATURA
               MOVE ZEROS TO WS-TOTAL-LIQUIDO-FATURA
               MOVE ZEROS TO WS-TOTAL-IMPOSTO-FATURA
               MOVE ZEROS TO WS-PARCELAS-FATURA
               MOVE SL-INVOICE-ID TO WS-INVOICE-ANTERIOR
           END-IF
               GO TO 2000-PROCESS-LINE-ITEM-NEXT
           END-IF

           PERFORM 2080-DRAW-STOCK
               THRU 2080-DRAW-STOCK-EXIT

           IF WS-SEM-ESTOQUE
               GO TO 2000-PROCESS-LINE-ITEM-NEXT
           END-IF

           PERFORM 2100-FIND-LOYALTY-RATE
               THRU 2100-FIND-LOYALTY-RATE-EXIT

           PERFORM 2200-APPLY-DISCOUNT
               THRU 2200-APPLY-DISCOUNT-EXIT

           MOVE WS-FINAL TO WS-BASE-IMPOSTO
           PERFORM 2240-COMPUTE-TAX
               THRU 2240-COMPUTE-TAX-EXIT

           PERFORM 2300-WRITE-LINE-DETAIL
               THRU 2300-WRITE-LINE-DETAIL-EXIT

           ADD WS-INICIAL TO WS-TOTAL-BRUTO-FATURA
           ADD WS-FINAL   TO WS-TOTAL-LIQUIDO-FATURA
           ADD WS-IMPOSTO-LINHA TO WS-TOTAL-IMPOSTO-FATURA.

       2000-PROCESS-LINE-ITEM-NEXT.

                   MOVE SL-VALOR      TO PO-VALOR
                   MOVE ZEROS         TO PO-LISTA
                   MOVE 'PRODUTO DESCONHECIDO' TO PO-MOTIVO
                   MOVE WS-OPERADOR   TO PO-OPERADOR
                   MOVE WS-DATA-HOJE  TO PO-DATA
                   WRITE PRICE-OVERRIDE-RECORD
                   DISPLAY 'LINHA REJEITADA - PRODUTO DESCONHECIDO '
                       SL-ITEM-ID ' NA FATURA ' SL-INVOICE-ID
               MOVE SL-VALOR      TO PO-VALOR
               MOVE WS-PRD-LISTA(WS-PRD-IDX) TO PO-LISTA
               MOVE 'PRECO FORA DA FAIXA' TO PO-MOTIVO
               MOVE WS-OPERADOR   TO PO-OPERADOR
               MOVE WS-DATA-HOJE  TO PO-DATA
               WRITE PRICE-OVERRIDE-RECORD
               DISPLAY 'ATENCAO - PRECO FORA DA FAIXA - ITEM '
                   SL-ITEM-ID ' R$ ' SL-VALOR
       2070-CHECK-PRICE-BAND-EXIT.
           EXIT.

      ******************************************************************
      * 2080-DRAW-STOCK -- ONE UNIT OUT OF A STOCK-CONTROLLED ITEM'S
      * AVAILABLE STOCK (ON HAND LESS RESERVED). A LINE THE AVAILABLE
      * STOCK CANNOT COVER GOES TO THE BACKORDER FILE AND IS NOT
      * BILLED. ITEMS WITHOUT STOCK CONTROL SELL AS BEFORE
      ******************************************************************
       2080-DRAW-STOCK.

           MOVE 'N' TO WS-SEM-ESTOQUE-SW

           IF NOT WS-PM-ABERTO
               GO TO 2080-DRAW-STOCK-EXIT
           END-IF

           MOVE SL-ITEM-ID TO PM-ITEM-ID
           READ PRODUCT-MASTER-FILE
               INVALID KEY
                   GO TO 2080-DRAW-STOCK-EXIT
           END-READ

           IF NOT PM-COM-ESTOQUE
               GO TO 2080-DRAW-STOCK-EXIT
           END-IF

           IF PM-QTDE-ESTOQUE NOT > PM-QTDE-RESERVADA
               MOVE 'S' TO WS-SEM-ESTOQUE-SW
               WRITE BACKORDER-RECORD FROM SALES-LINE-ITEM-RECORD
               DISPLAY 'LINHA EM BACKORDER - ITEM ' SL-ITEM-ID
                   ' SEM ESTOQUE DISPONIVEL - FATURA ' SL-INVOICE-ID
               ADD 1 TO WS-QTDE-BACKORDER
               GO TO 2080-DRAW-STOCK-EXIT
           END-IF

           SUBTRACT 1 FROM PM-QTDE-ESTOQUE
           MOVE WS-DATA-HOJE TO PM-DATA-ULT-MOV
           REWRITE PRODUCT-MASTER-RECORD

           MOVE 'V'           TO WS-EM-TIPO-MOV
           MOVE -1            TO WS-EM-QTDE-MOV
           MOVE SL-INVOICE-ID TO WS-EM-DOCUMENTO-MOV
           PERFORM 2090-WRITE-STOCK-MOVEMENT
               THRU 2090-WRITE-STOCK-MOVEMENT-EXIT

           ADD 1 TO WS-QTDE-BAIXAS-ESTOQUE.

       2080-DRAW-STOCK-EXIT.
           EXIT.

      ******************************************************************
      * 2090-WRITE-STOCK-MOVEMENT -- LOG THE MOVEMENT JUST APPLIED TO
      * THE PRODMAST RECORD IN STORAGE
      ******************************************************************
       2090-WRITE-STOCK-MOVEMENT.

           MOVE SPACES              TO STOCK-MOVEMENT-RECORD
           MOVE WS-DATA-HOJE        TO EM-DATA
           MOVE PM-ITEM-ID          TO EM-ITEM-ID
           MOVE WS-EM-TIPO-MOV      TO EM-TIPO
           MOVE WS-EM-QTDE-MOV      TO EM-QTDE
           MOVE WS-EM-DOCUMENTO-MOV TO EM-DOCUMENTO
           MOVE PM-QTDE-ESTOQUE     TO EM-SALDO-ESTOQUE
           MOVE PM-QTDE-RESERVADA   TO EM-SALDO-RESERVADO
           WRITE STOCK-MOVEMENT-RECORD.

       2090-WRITE-STOCK-MOVEMENT-EXIT.
           EXIT.

      ******************************************************************
      * 2100-FIND-LOYALTY-RATE -- IF THE CUSTOMER HAS NO TIER ON FILE
      * NO DISCOUNT IS APPLIED RATHER THAN GUESSING A RATE
       2200-APPLY-DISCOUNT-EXIT.
           EXIT.

      ******************************************************************
      * 2240-COMPUTE-TAX -- TAX ON WS-BASE-IMPOSTO FOR THE LINE'S
      * PRODUCT AND CUSTOMER: THE PRODUCT'S TAX CLASS AND THE
      * CUSTOMER'S STATE PICK THE RATE, FALLING BACK TO THE CLASS'S
      * '**' DEFAULT. NO RATE TABLE, NO CLASS OR NO RATE MEANS NO TAX
      ******************************************************************
       2240-COMPUTE-TAX.

           MOVE SPACES TO WS-CLASSE-FISCAL
           MOVE SPACES TO WS-TRIBUTO
           MOVE ZEROS  TO WS-ALIQUOTA
           MOVE ZEROS  TO WS-IMPOSTO-LINHA

           IF WS-TXR-COUNT = ZEROS
               GO TO 2240-COMPUTE-TAX-EXIT
           END-IF

           IF WS-PRD-COUNT > ZEROS
               SET WS-PRD-IDX TO 1
               SEARCH WS-PROD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PRD-ITEM-ID(WS-PRD-IDX) = SL-ITEM-ID
                       MOVE WS-PRD-CLASSE(WS-PRD-IDX)
                           TO WS-CLASSE-FISCAL
               END-SEARCH
           END-IF

           IF WS-CLASSE-FISCAL = SPACES
               ADD 1 TO WS-QTDE-SEM-ALIQUOTA
               DISPLAY 'AVISO - ITEM ' SL-ITEM-ID ' SEM CLASSE '
                   'FISCAL -- LINHA SEM IMPOSTO'
               GO TO 2240-COMPUTE-TAX-EXIT
           END-IF

           PERFORM 2245-FETCH-CUSTOMER-UF
               THRU 2245-FETCH-CUSTOMER-UF-EXIT

           MOVE WS-UF-CLIENTE TO WS-UF-BUSCA
           PERFORM 2250-FIND-TAX-RATE
               THRU 2250-FIND-TAX-RATE-EXIT

           IF WS-TRIBUTO = SPACES
               MOVE '**' TO WS-UF-BUSCA
               PERFORM 2250-FIND-TAX-RATE
                   THRU 2250-FIND-TAX-RATE-EXIT
           END-IF

           IF WS-TRIBUTO = SPACES
               ADD 1 TO WS-QTDE-SEM-ALIQUOTA
               DISPLAY 'AVISO - SEM ALIQUOTA PARA CLASSE '
                   WS-CLASSE-FISCAL ' UF ' WS-UF-CLIENTE
                   ' -- ITEM ' SL-ITEM-ID ' SEM IMPOSTO'
               GO TO 2240-COMPUTE-TAX-EXIT
           END-IF

           COMPUTE WS-IMPOSTO-LINHA ROUNDED =
               WS-BASE-IMPOSTO * WS-ALIQUOTA / 100.

       2240-COMPUTE-TAX-EXIT.
           EXIT.

      ******************************************************************
      * 2245-FETCH-CUSTOMER-UF -- ONE KEYED READ PER CUSTOMER CHANGE;
      * NO MASTER OR NO RECORD LEAVES THE STATE BLANK (CLASS DEFAULT)
      ******************************************************************
       2245-FETCH-CUSTOMER-UF.

           IF SL-CUSTOMER-ID = WS-UF-CLIENTE-ID
               GO TO 2245-FETCH-CUSTOMER-UF-EXIT
           END-IF

           MOVE SL-CUSTOMER-ID TO WS-UF-CLIENTE-ID
           MOVE SPACES         TO WS-UF-CLIENTE

           IF NOT WS-CU-ABERTO
               GO TO 2245-FETCH-CUSTOMER-UF-EXIT
           END-IF

           MOVE SL-CUSTOMER-ID TO CU-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   GO TO 2245-FETCH-CUSTOMER-UF-EXIT
           END-READ

           MOVE CU-UF TO WS-UF-CLIENTE.

       2245-FETCH-CUSTOMER-UF-EXIT.
           EXIT.

      ******************************************************************
      * 2250-FIND-TAX-RATE -- CLASS AND WS-UF-BUSCA IN THE RATE TABLE
      ******************************************************************
       2250-FIND-TAX-RATE.

           SET WS-TXR-IDX TO 1
           SEARCH WS-TXR-ENTRY
               AT END
                   CONTINUE
               WHEN WS-TXR-IDX > WS-TXR-COUNT
                   CONTINUE
               WHEN WS-TXR-CLASSE(WS-TXR-IDX) = WS-CLASSE-FISCAL
                   AND WS-TXR-UF(WS-TXR-IDX) = WS-UF-BUSCA
                   MOVE WS-TXR-TRIBUTO(WS-TXR-IDX)  TO WS-TRIBUTO
                   MOVE WS-TXR-ALIQUOTA(WS-TXR-IDX) TO WS-ALIQUOTA
           END-SEARCH.

       2250-FIND-TAX-RATE-EXIT.
           EXIT.

      ******************************************************************
      * 2260-WRITE-TAX-LEDGER -- ONE TAXLEDG RECORD FOR A TAXED LINE OR
      * A CREDIT NOTE'S REVERSAL; UNTAXED LINES LEAVE NO RECORD
      ******************************************************************
       2260-WRITE-TAX-LEDGER.

           IF WS-TRIBUTO = SPACES
               GO TO 2260-WRITE-TAX-LEDGER-EXIT
           END-IF

           MOVE SPACES                TO TAX-LEDGER-RECORD
           MOVE WS-DATA-HOJE          TO TL-DATA
           MOVE WS-TL-TIPO-DOC        TO TL-TIPO-DOC
           MOVE WS-TL-DOCUMENTO       TO TL-DOCUMENTO
           MOVE WS-TL-FATURA-ORIGINAL TO TL-FATURA-ORIGINAL
           MOVE SL-CUSTOMER-ID        TO TL-CUSTOMER-ID
           MOVE SL-ITEM-ID            TO TL-ITEM-ID
           MOVE WS-CLASSE-FISCAL      TO TL-CLASSE-FISCAL
           MOVE WS-UF-CLIENTE         TO TL-UF
           MOVE WS-TRIBUTO            TO TL-TRIBUTO
           MOVE WS-BASE-IMPOSTO       TO TL-BASE
           MOVE WS-ALIQUOTA           TO TL-ALIQUOTA
           MOVE WS-IMPOSTO-LINHA      TO TL-IMPOSTO
           WRITE TAX-LEDGER-RECORD.

       2260-WRITE-TAX-LEDGER-EXIT.
           EXIT.

      ******************************************************************
      * 2300-WRITE-LINE-DETAIL
      ******************************************************************
       2300-WRITE-LINE-DETAIL.

           MOVE SPACES         TO INVOICE-SUMMARY-RECORD
           MOVE 'LINHA'        TO IS-TIPO-LINHA
           MOVE SL-INVOICE-ID  TO IS-INVOICE-ID
           MOVE SL-ITEM-ID     TO IS-REFERENCIA
           MOVE WS-INICIAL     TO IS-VALOR-BRUTO
           MOVE WS-FINAL       TO IS-VALOR-LIQUIDO
           MOVE WS-TRIBUTO     TO IS-TRIBUTO
           MOVE WS-ALIQUOTA    TO IS-ALIQUOTA
           MOVE WS-IMPOSTO-LINHA TO IS-VALOR-IMPOSTO

           WRITE INVOICE-SUMMARY-RECORD

           MOVE 'F'            TO WS-TL-TIPO-DOC
           MOVE SL-INVOICE-ID  TO WS-TL-DOCUMENTO
           MOVE SPACES         TO WS-TL-FATURA-ORIGINAL
           PERFORM 2260-WRITE-TAX-LEDGER
               THRU 2260-WRITE-TAX-LEDGER-EXIT
           ADD WS-IMPOSTO-LINHA TO WS-TOTAL-IMPOSTO-DIA

           DISPLAY SL-INVOICE-ID ' ITEM ' SL-ITEM-ID ' R$ ' WS-INICIAL
               ' COM DESCONTO FICA R$ ' WS-FINAL

      *    EVERY BILLED LINE IS EXTRACTED FOR THE SALES ANALYSIS; A
      *    LINE WITHOUT A SALESPERSON GOES OUT WITH SPACES AND COMMCALC
      *    PASSES IT BY
           MOVE SL-VENDEDOR-ID  TO CX-VENDEDOR-ID
           MOVE SL-ITEM-ID(1:2) TO CX-GRUPO-PRODUTO
           MOVE WS-DATA-HOJE    TO CX-DATA
           MOVE WS-FINAL        TO CX-VALOR-LIQUIDO
           MOVE SL-INVOICE-ID   TO CX-INVOICE-ID
           MOVE SL-CUSTOMER-ID  TO CX-CUSTOMER-ID
           MOVE WS-INICIAL      TO CX-VALOR-BRUTO
           PERFORM 8979-WRITE-CX-LINE
               THRU 8979-WRITE-CX-LINE-EXIT.

       2300-WRITE-LINE-DETAIL-EXIT.
           EXIT.
      ******************************************************************
       2400-WRITE-INVOICE-TOTAL.

           COMPUTE WS-TOTAL-COM-IMPOSTO =
               WS-TOTAL-LIQUIDO-FATURA + WS-TOTAL-IMPOSTO-FATURA

           MOVE SPACES             TO INVOICE-SUMMARY-RECORD
           MOVE 'TOTAL '           TO IS-TIPO-LINHA
           MOVE WS-INVOICE-ANTERIOR TO IS-INVOICE-ID
           MOVE SPACES             TO IS-REFERENCIA
           MOVE WS-TOTAL-BRUTO-FATURA   TO IS-VALOR-BRUTO
           MOVE WS-TOTAL-LIQUIDO-FATURA TO IS-VALOR-LIQUIDO
           MOVE ZEROS                   TO IS-ALIQUOTA
           MOVE WS-TOTAL-IMPOSTO-FATURA TO IS-VALOR-IMPOSTO

           WRITE INVOICE-SUMMARY-RECORD

      *    THE TAX-INCLUSIVE TOTAL -- WHAT THE ARINVOIC PARCELS SPLIT
           MOVE SPACES             TO INVOICE-SUMMARY-RECORD
           MOVE 'C/IMP '           TO IS-TIPO-LINHA
           MOVE WS-INVOICE-ANTERIOR TO IS-INVOICE-ID
           MOVE SPACES             TO IS-REFERENCIA
           MOVE WS-TOTAL-BRUTO-FATURA   TO IS-VALOR-BRUTO
           MOVE WS-TOTAL-COM-IMPOSTO    TO IS-VALOR-LIQUIDO
           MOVE ZEROS                   TO IS-ALIQUOTA
           MOVE WS-TOTAL-IMPOSTO-FATURA TO IS-VALOR-IMPOSTO

           WRITE INVOICE-SUMMARY-RECORD

           DISPLAY 'FATURA ' WS-INVOICE-ANTERIOR ' TOTAL BRUTO R$ '
               WS-TOTAL-BRUTO-FATURA ' TOTAL LIQUIDO R$ '
               WS-TOTAL-LIQUIDO-FATURA ' IMPOSTO R$ '
               WS-TOTAL-IMPOSTO-FATURA

           IF WS-TOTAL-LIQUIDO-FATURA > ZEROS
               PERFORM 2600-WRITE-AR-INVOICES
           EXIT.

      ******************************************************************
      * 2600-WRITE-AR-INVOICES -- SPLIT THE INVOICE'S TAX-INCLUSIVE
      * TOTAL INTO
      * ITS PARCELAS (1 OR ZEROS MEANS CASH), EACH A CHILD ARINVOIC
      * RECORD DUE 30 DAYS APART ON THE NEXT BUSINESS DAY. THE LAST
      * PARCEL TAKES TOTAL-MINUS-PRIOR SO THE PARCELS ALWAYS TIE TO

           MOVE SPACES TO AR-INVOICE-RECORD
           MOVE WS-CLIENTE-FATURA TO CU-CUSTOMER-ID
           IF WS-CU-ABERTO
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO CU-NOME

           IF WS-PARCELA-SUB = WS-PARCELAS-FATURA
               COMPUTE WS-VALOR-PARCELA =
                   WS-TOTAL-COM-IMPOSTO - WS-VALOR-ACUMULADO
           ELSE
               COMPUTE WS-VALOR-PARCELA ROUNDED =
                   WS-TOTAL-COM-IMPOSTO / WS-PARCELAS-FATURA
           END-IF
           ADD WS-VALOR-PARCELA TO WS-VALOR-ACUMULADO

           MOVE ZEROS               TO AI-DIAS-ATRASO
           MOVE WS-PARCELA-SUB      TO AI-PARCELA-SEQ
           MOVE WS-DATA-ALVO        TO AI-DATA-VENCIMENTO
           PERFORM 8976-WRITE-AR-INVOICE
               THRU 8976-WRITE-AR-INVOICE-EXIT

           ADD 1 TO WS-QTDE-PARCELAS-GER

           STRING 'CN' WS-SEQ-NOTA
               DELIMITED BY SIZE INTO WS-NUMERO-NOTA

      *    THE RETURN'S TAX IS REVERSED AT THE RATE THE PRODUCT AND
      *    CUSTOMER CARRY TODAY
           MOVE SL-VALOR TO WS-BASE-IMPOSTO
           PERFORM 2240-COMPUTE-TAX
               THRU 2240-COMPUTE-TAX-EXIT

           MOVE WS-NUMERO-NOTA      TO CN-NUMERO
           MOVE WS-DATA-HOJE        TO CN-DATA
           MOVE SL-CUSTOMER-ID      TO CN-CUSTOMER-ID
           MOVE SL-ITEM-ID          TO CN-ITEM-ID
           MOVE SL-VALOR            TO CN-VALOR
           MOVE SL-VENDEDOR-ID      TO CN-VENDEDOR-ID
           MOVE WS-IMPOSTO-LINHA    TO CN-VALOR-IMPOSTO
           PERFORM 8982-WRITE-CN-NOTE
               THRU 8982-WRITE-CN-NOTE-EXIT

           MOVE WS-NUMERO-NOTA(1:6) TO CA-PAYMENT-ID
           MOVE SL-CUSTOMER-ID      TO CA-CUSTOMER-ID
           MOVE WS-DATA-HOJE        TO CA-DATA
           COMPUTE CA-VALOR = SL-VALOR + WS-IMPOSTO-LINHA
           WRITE CREDIT-APPLY-RECORD

           MOVE 'C'                 TO WS-TL-TIPO-DOC
           MOVE WS-NUMERO-NOTA      TO WS-TL-DOCUMENTO
           MOVE SL-FATURA-ORIGINAL  TO WS-TL-FATURA-ORIGINAL
           PERFORM 2260-WRITE-TAX-LEDGER
               THRU 2260-WRITE-TAX-LEDGER-EXIT
           ADD WS-IMPOSTO-LINHA TO WS-TOTAL-IMPOSTO-ESTORN

           ADD 1 TO WS-QTDE-DEVOLUCOES
           ADD SL-VALOR TO WS-TOTAL-DEVOLVIDO

           PERFORM 2710-ACCUM-RETURN-PRODUCT
               THRU 2710-ACCUM-RETURN-PRODUCT-EXIT

           PERFORM 2760-RETURN-TO-STOCK
               THRU 2760-RETURN-TO-STOCK-EXIT

           DISPLAY 'NOTA DE CREDITO ' WS-NUMERO-NOTA ' - CLIENTE '
               SL-CUSTOMER-ID ' FATURA ' SL-FATURA-ORIGINAL
               ' ITEM ' SL-ITEM-ID ' R$ ' SL-VALOR
               ' IMPOSTO ESTORNADO R$ ' WS-IMPOSTO-LINHA.

       2700-PROCESS-RETURN-EXIT.
           EXIT.

      ******************************************************************
      * 2760-RETURN-TO-STOCK -- THE RETURNED UNIT GOES BACK ON HAND
      * FOR A STOCK-CONTROLLED ITEM
      ******************************************************************
       2760-RETURN-TO-STOCK.

           IF NOT WS-PM-ABERTO
               GO TO 2760-RETURN-TO-STOCK-EXIT
           END-IF

           MOVE SL-ITEM-ID TO PM-ITEM-ID
           READ PRODUCT-MASTER-FILE
               INVALID KEY
                   GO TO 2760-RETURN-TO-STOCK-EXIT
           END-READ

           IF NOT PM-COM-ESTOQUE
               GO TO 2760-RETURN-TO-STOCK-EXIT
           END-IF

           ADD 1 TO PM-QTDE-ESTOQUE
           MOVE WS-DATA-HOJE TO PM-DATA-ULT-MOV
           REWRITE PRODUCT-MASTER-RECORD

           MOVE 'D'            TO WS-EM-TIPO-MOV
           MOVE 1              TO WS-EM-QTDE-MOV
           MOVE WS-NUMERO-NOTA TO WS-EM-DOCUMENTO-MOV
           PERFORM 2090-WRITE-STOCK-MOVEMENT
               THRU 2090-WRITE-STOCK-MOVEMENT-EXIT

           ADD 1 TO WS-QTDE-RETORNO-ESTOQUE.

       2760-RETURN-TO-STOCK-EXIT.
           EXIT.

      ******************************************************************
      * 2710-ACCUM-RETURN-PRODUCT
      ******************************************************************
           EXIT.

      ******************************************************************
      * 3000-FINALIZE -- FLUSH THE LAST INVOICE'S TOTALS AND SAVE THE
      * LAST CREDIT-NOTE NUMBER
      ******************************************************************
       3000-FINALIZE.

               UNTIL WS-RET-SUB > WS-RET-COUNT

           DISPLAY 'DEVOLUCOES PROCESSADAS: ' WS-QTDE-DEVOLUCOES
               ' VALOR R$ ' WS-TOTAL-DEVOLVIDO

           PERFORM 3200-SAVE-NOTE-SEQUENCE
               THRU 3200-SAVE-NOTE-SEQUENCE-EXIT.

       3000-FINALIZE-EXIT.
           EXIT.
       3100-WRITE-RETURN-SUMMARY-EXIT.
           EXIT.

      ******************************************************************
      * 3200-SAVE-NOTE-SEQUENCE -- NOTACTL IS REWRITTEN WHEN THE RUN
      * CUT A NOTE, OR TO CREATE IT WHEN THE NUMBERING WAS TAKEN OVER
      * FROM CREDNOTA
      ******************************************************************
       3200-SAVE-NOTE-SEQUENCE.

           IF WS-QTDE-DEVOLUCOES = ZEROS
               AND WS-NC-LIDO
               GO TO 3200-SAVE-NOTE-SEQUENCE-EXIT
           END-IF

           MOVE SPACES       TO NOTE-CONTROL-RECORD
           MOVE WS-SEQ-NOTA  TO NC-ULT-SEQ-NOTA
           MOVE WS-DATA-HOJE TO NC-DATA-ULT-NOTA

           OPEN OUTPUT NOTE-CONTROL-FILE
           WRITE NOTE-CONTROL-RECORD
           CLOSE NOTE-CONTROL-FILE.

       3200-SAVE-NOTE-SEQUENCE-EXIT.
           EXIT.

      ******************************************************************
      * 8000-READ-LINE-ITEM
      ******************************************************************
      ******************************************************************
       8200-READ-PRODUCT.

           READ PRODUCT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PM-EOF-SWITCH
           END-READ.

       8300-READ-CALENDAR-EXIT.
           EXIT.

      ******************************************************************
      * 8400-READ-TAX-RATE
      ******************************************************************
       8400-READ-TAX-RATE.

           READ TAX-RATE-FILE
               AT END
                   MOVE 'Y' TO WS-TR-EOF-SWITCH
           END-READ.

       8400-READ-TAX-RATE-EXIT.
           EXIT.

      ******************************************************************
      * 8500-READ-CREDIT-NOTE -- THE IFCTL HEADER AND TRAILER OF EACH
      * RUN ARE PASSED BY
      ******************************************************************
       8500-READ-CREDIT-NOTE.

           READ CREDIT-NOTE-FILE
               AT END
                   MOVE 'Y' TO WS-CN-EOF-SWITCH
                   GO TO 8500-READ-CREDIT-NOTE-EXIT
           END-READ

           IF CREDIT-NOTE-RECORD(1:2) = '*H'
               OR CREDIT-NOTE-RECORD(1:2) = '*T'
               GO TO 8500-READ-CREDIT-NOTE
           END-IF.

       8500-READ-CREDIT-NOTE-EXIT.
           EXIT.

      ******************************************************************
      * 8975-WRITE-AR-HEADER -- THE IFCTL HEADER OPENS THIS RUN'S
      * BATCH ON ARINVOIC
      ******************************************************************
       8975-WRITE-AR-HEADER.

           MOVE 'ARINVOIC'    TO IC-ARQUIVO
           MOVE JL-PROGRAM-ID TO IC-PROGRAMA
           MOVE 'A'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS
           WRITE AR-INVOICE-RECORD FROM IC-REGISTRO.

       8975-WRITE-AR-HEADER-EXIT.
           EXIT.

      ******************************************************************
      * 8976-WRITE-AR-INVOICE -- WRITE ONE INVOICE AND COUNT IT INTO
      * THE BATCH'S TRAILER TOTALS
      ******************************************************************
       8976-WRITE-AR-INVOICE.

           WRITE AR-INVOICE-RECORD

           MOVE 'ARINVOIC'    TO IC-ARQUIVO
           MOVE AI-VALOR      TO IC-VALOR
           MOVE 'G'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS.

       8976-WRITE-AR-INVOICE-EXIT.
           EXIT.

      ******************************************************************
      * 8977-WRITE-AR-TRAILER -- THE IFCTL TRAILER CLOSES THE BATCH
      * WITH ITS RECORD COUNT AND AMOUNT HASH
      ******************************************************************
       8977-WRITE-AR-TRAILER.

           MOVE 'ARINVOIC'    TO IC-ARQUIVO
           MOVE 'T'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS
           WRITE AR-INVOICE-RECORD FROM IC-REGISTRO.

       8977-WRITE-AR-TRAILER-EXIT.
           EXIT.

      ******************************************************************
      * 8978-WRITE-CX-HEADER -- THE IFCTL HEADER OPENS THIS RUN'S
      * BATCH ON COMMEXT
      ******************************************************************
       8978-WRITE-CX-HEADER.

           MOVE 'COMMEXT'     TO IC-ARQUIVO
           MOVE JL-PROGRAM-ID TO IC-PROGRAMA
           MOVE 'A'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS
           WRITE COMMISSION-EXTRACT-RECORD FROM IC-REGISTRO.

       8978-WRITE-CX-HEADER-EXIT.
           EXIT.

      ******************************************************************
      * 8979-WRITE-CX-LINE -- WRITE ONE BILLED LINE AND COUNT IT INTO
      * THE BATCH'S TRAILER TOTALS
      ******************************************************************
       8979-WRITE-CX-LINE.

           WRITE COMMISSION-EXTRACT-RECORD

           MOVE 'COMMEXT'     TO IC-ARQUIVO
           MOVE CX-VALOR-LIQUIDO TO IC-VALOR
           MOVE 'G'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS.

       8979-WRITE-CX-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 8980-WRITE-CX-TRAILER -- THE IFCTL TRAILER CLOSES THE BATCH
      * WITH ITS RECORD COUNT AND AMOUNT HASH
      ******************************************************************
       8980-WRITE-CX-TRAILER.

           MOVE 'COMMEXT'     TO IC-ARQUIVO
           MOVE 'T'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS
           WRITE COMMISSION-EXTRACT-RECORD FROM IC-REGISTRO.

       8980-WRITE-CX-TRAILER-EXIT.
           EXIT.

      ******************************************************************
      * 8981-WRITE-CN-HEADER -- THE IFCTL HEADER OPENS THIS RUN'S
      * BATCH ON CREDNOTA
      ******************************************************************
       8981-WRITE-CN-HEADER.

           MOVE 'CREDNOTA'    TO IC-ARQUIVO
           MOVE JL-PROGRAM-ID TO IC-PROGRAMA
           MOVE 'A'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS
           WRITE CREDIT-NOTE-RECORD FROM IC-REGISTRO.

       8981-WRITE-CN-HEADER-EXIT.
           EXIT.

      ******************************************************************
      * 8982-WRITE-CN-NOTE -- WRITE ONE CREDIT NOTE AND COUNT IT INTO
      * THE BATCH'S TRAILER TOTALS
      ******************************************************************
       8982-WRITE-CN-NOTE.

           WRITE CREDIT-NOTE-RECORD

           MOVE 'CREDNOTA'    TO IC-ARQUIVO
           MOVE CN-VALOR      TO IC-VALOR
           MOVE 'G'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS.

       8982-WRITE-CN-NOTE-EXIT.
           EXIT.

      ******************************************************************
      * 8983-WRITE-CN-TRAILER -- THE IFCTL TRAILER CLOSES THE BATCH
      * WITH ITS RECORD COUNT AND AMOUNT HASH
      ******************************************************************
       8983-WRITE-CN-TRAILER.

           MOVE 'CREDNOTA'    TO IC-ARQUIVO
           MOVE 'T'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS
           WRITE CREDIT-NOTE-RECORD FROM IC-REGISTRO.

       8983-WRITE-CN-TRAILER-EXIT.
           EXIT.
