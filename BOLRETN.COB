      ******************************************************************
      * Author: M. TAVARES
      * Date: 15-10-26
      * Purpose: PROCESS THE BANK'S BOLETO RETURN (RETORNO). BOLEMIS
      * REGISTERS EVERY SLIP IT SENDS ON BOLETMST; THE BANK ANSWERS
      * EACH ONE ON THE BOLRETOR FILE WITH AN OCCURRENCE CODE, OUR
      * NUMBER (NOSSO NUMERO), THE AMOUNT PAID AND ITS FEE. EACH
      * DETAIL IS MATCHED TO THE REGISTER BY OUR NUMBER: AN ENTRY
      * CONFIRMED OR REJECTED, A SETTLEMENT OR A WRITE-OFF MOVES THE
      * SLIP'S STATUS, AND A SETTLEMENT BECOMES A CASHAPP PAYMENT FOR
      * THE SLIP'S CUSTOMER. THE BANK HAS ALREADY CONFIRMED THE
      * MONEY, SO THE PAYMENTS SKIP DEPRECON'S DEPOSIT MATCH AND ARE
      * MERGED STRAIGHT INTO THE PAYMATCH FILE CASHAPP READS, SORTED
      * BACK INTO CUSTOMER SEQUENCE -- THIS STEP RUNS BETWEEN DEPRECON
      * AND CASHAPP. ONLY THE FACE VALUE IS APPLIED; FINE AND LATE
      * INTEREST PAID ON TOP ARE REPORTED AS CHARGES RECEIVED. EVERY
      * DETAIL, ITS BANK FEE AND EVERY REJECT PRINT ON THE BOLRTRPT
      * REPORT. A SLIP ALREADY PAID IS NEVER PAID AGAIN, SO A RERUN
      * OF THE SAME RETORNO MOVES NO MONEY.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History
      * 15-10-26 MRT  ORIGINAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOLRETN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-RETURN-FILE ASSIGN TO "BOLRETOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-STATUS.

           SELECT BOLETO-FILE ASSIGN TO "BOLETMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BM-NOSSO-NUMERO
               ALTERNATE RECORD KEY IS BM-CHAVE-FATURA
               FILE STATUS IS WS-BM-STATUS.

           SELECT MATCHED-PAYMENT-FILE ASSIGN TO "PAYMATCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PY-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".

           SELECT RETURN-REPORT-FILE ASSIGN TO "BOLRTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *-----------------------------------------------------------------
      * BANK-RETURN-FILE -- HEADER ('0'), ONE DETAIL ('1') PER SLIP
      * THE BANK ANSWERED, TRAILER ('9'); ONLY DETAILS ARE PROCESSED
      *-----------------------------------------------------------------
       FD  BANK-RETURN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  BANK-RETURN-RECORD.
           05  BR-TIPO-REGISTRO    PIC X(01).
               88  BR-DETALHE             VALUE '1'.
           05  BR-NOSSO-NUMERO     PIC 9(11).
           05  BR-COD-OCORRENCIA   PIC X(02).
               88  BR-ENTRADA-CONFIRMADA  VALUE '02'.
               88  BR-ENTRADA-REJEITADA   VALUE '03'.
               88  BR-LIQUIDACAO          VALUE '06' '17'.
               88  BR-BAIXA               VALUE '09' '10'.
               88  BR-DEBITO-TARIFA       VALUE '28'.
           05  BR-DATA-OCORRENCIA  PIC 9(08).
           05  BR-DATA-CREDITO     PIC 9(08).
           05  BR-VALOR-PAGO       PIC 9(11)V99.
           05  BR-TARIFA           PIC 9(07)V99.
           05  BR-MOTIVO           PIC X(08).
           05  FILLER              PIC X(20).

       FD  BOLETO-FILE.
           COPY BOLETMST.

      *-----------------------------------------------------------------
      * MATCHED-PAYMENT-FILE -- DEPRECON'S BANK-CONFIRMED PAYMENTS IN
      * THE PAYMENTS LAYOUT, CASHAPP'S INPUT; READ IN FULL, THEN
      * REWRITTEN BY THE SORT WITH THE BOLETO PAYMENTS ADDED
      *-----------------------------------------------------------------
       FD  MATCHED-PAYMENT-FILE
           RECORD CONTAINS 27 CHARACTERS.
       01  MATCHED-PAYMENT-RECORD.
           05  PY-PAYMENT-ID       PIC X(06).
           05  PY-CUSTOMER-ID      PIC X(06).
           05  PY-DATA             PIC 9(08).
           05  PY-VALOR            PIC 9(05)V99.

      *-----------------------------------------------------------------
      * SORT-WORK-FILE -- SORT'S WORK FILE, KEYED ON CUSTOMER ID
      *-----------------------------------------------------------------
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-PAYMENT-ID       PIC X(06).
           05  SW-CUSTOMER-ID      PIC X(06).
           05  SW-DATA             PIC 9(08).
           05  SW-VALOR            PIC 9(05)V99.

       FD  RETURN-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RETURN-REPORT-LINE      PIC X(80).

       WORKING-STORAGE SECTION.

      *-----------------------------------------------------------------
      * FILE STATUS SWITCHES
      *-----------------------------------------------------------------
       77  WS-RET-STATUS           PIC X(02) VALUE SPACES.
       77  WS-BM-STATUS            PIC X(02) VALUE SPACES.
       77  WS-PY-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RPT-STATUS           PIC X(02) VALUE SPACES.

       77  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE               VALUE 'Y'.
       77  WS-PY-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-PY-END-OF-FILE            VALUE 'Y'.
       77  WS-PROCESSA-SWITCH      PIC X(01) VALUE 'N'.
           88  WS-PROCESSAR-RETORNO         VALUE 'S'.
       77  WS-ERRO-SWITCH          PIC X(01) VALUE 'N'.
           88  WS-SEM-REGISTRO              VALUE 'S'.

      *-----------------------------------------------------------------
      * MATCH AND SETTLEMENT WORK FIELDS
      *-----------------------------------------------------------------
       77  WS-ATUALIZA-SWITCH      PIC X(01) VALUE 'S'.
           88  WS-ATUALIZA-BOLETO           VALUE 'S'.
       77  WS-DESC-OCORRENCIA      PIC X(20) VALUE SPACES.
       77  WS-VALOR-APLICADO       PIC 9(07)V99 VALUE ZEROS.
       77  WS-VALOR-ENCARGOS       PIC 9(11)V99 VALUE ZEROS.
       77  WS-PG-MAX-LANCTO        PIC 9(05)V99 VALUE 99999.99.
       77  WS-PG-RESTANTE          PIC 9(07)V99 VALUE ZEROS.
       77  WS-PG-VALOR             PIC 9(05)V99 VALUE ZEROS.

      *    THE PAYMENT ID IS THE LAST SIX DIGITS OF OUR NUMBER
       01  WS-NOSSO-NUMERO-ED.
           05  WS-NN-PREFIXO       PIC X(05).
           05  WS-NN-SUFIXO        PIC X(06).

      *-----------------------------------------------------------------
      * RUN COUNTERS AND TOTALS
      *-----------------------------------------------------------------
       77  WS-QTDE-RETORNOS        PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-CONFIRMADOS     PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-LIQUIDADOS      PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-BAIXADOS        PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-REJEITADOS      PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-DIVERGENTES     PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-PAGTOS-CAIXA    PIC 9(05) VALUE ZEROS.
       77  WS-TOTAL-APLICADO       PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOTAL-ENCARGOS       PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOTAL-TARIFAS        PIC 9(09)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
      * RETURN REPORT LINES
      *-----------------------------------------------------------------
       01  WS-RPT-COLUNAS.
           05  FILLER              PIC X(40) VALUE
               'NOSSO NUM.  FATURA/PC   CLIENTE VALOR PA'.
           05  FILLER              PIC X(40) VALUE
               'GO  TARIFA ENCARGOS OCORRENCIA          '.

       01  WS-RPT-DETALHE.
           05  WS-RD-NOSSO-NUMERO  PIC 9(11).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-FATURA        PIC X(08).
           05  WS-RD-BARRA         PIC X(01).
           05  WS-RD-PARCELA       PIC X(02).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-CLIENTE       PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-VALOR-PAGO    PIC Z(06)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-TARIFA        PIC Z(04)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-ENCARGOS      PIC Z(04)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-OCORRENCIA    PIC X(20).

       01  WS-RPT-TOTAL-LINE.
           05  WS-RT-TITULO        PIC X(30).
           05  WS-RT-QTDE          PIC Z(04)9.
           05  FILLER              PIC X(10) VALUE '  VALOR R$'.
           05  WS-RT-VALOR         PIC Z(10)9.99.
           05  FILLER              PIC X(21) VALUE SPACES.

       COPY CTLTOTLNK.
       COPY JOBLGLNK.
       COPY RPTHDRLNK.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE -- THE RETURN IS PROCESSED INSIDE THE SORT'S
      * INPUT PROCEDURE, SO EACH SETTLEMENT IS RELEASED AS A PAYMENT
      * ALONGSIDE DEPRECON'S PAYMENTS AND THE SORT HANDS CASHAPP ONE
      * FILE IN CUSTOMER SEQUENCE
      ******************************************************************
       0000-MAINLINE.

           MOVE 'BOLRETN'  TO JL-PROGRAM-ID
           MOVE 'S'        TO JL-ACAO
           CALL 'JOBLOG' USING JOBLOG-PARMS

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT

           IF WS-PROCESSAR-RETORNO
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SW-CUSTOMER-ID
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS 2000-BUILD-PAYMENTS
                       THRU 2000-BUILD-PAYMENTS-EXIT
                   GIVING MATCHED-PAYMENT-FILE
           END-IF

           PERFORM 3000-FINALIZE
               THRU 3000-FINALIZE-EXIT

           EVALUATE TRUE
               WHEN WS-SEM-REGISTRO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-QTDE-REJEITADOS > ZEROS
                 OR WS-QTDE-DIVERGENTES > ZEROS
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           MOVE 'E'         TO JL-ACAO
           MOVE RETURN-CODE TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-PARMS

      *    THE CALL RESETS THE SHARED RETURN-CODE REGISTER -- RESTORE
      *    THE CONDITION CODE THE JCL CHAIN GATES ON
           MOVE JL-RETURN-CODE TO RETURN-CODE

           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE -- NO RETORNO MEANS NOTHING TO DO; WITHOUT THE
      * REGISTER NO SLIP CAN BE MATCHED, SO THE RETORNO WAITS FOR THE
      * RERUN AND PAYMATCH IS LEFT AS DEPRECON WROTE IT
      ******************************************************************
       1000-INITIALIZE.

           OPEN INPUT BANK-RETURN-FILE
           IF WS-RET-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO BOLRETOR -- NADA A '
                   'PROCESSAR'
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           OPEN I-O BOLETO-FILE
           IF WS-BM-STATUS NOT = '00'
               DISPLAY 'ERRO - SEM REGISTRO BOLETMST -- RETORNO NAO '
                   'PROCESSADO'
               CLOSE BANK-RETURN-FILE
               MOVE 'S' TO WS-ERRO-SWITCH
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           MOVE 'S' TO WS-PROCESSA-SWITCH

           OPEN OUTPUT RETURN-REPORT-FILE

           MOVE 'BOLRETN'  TO RH-PROGRAM-ID
           MOVE 1          TO RH-PAGE-NUM
           CALL 'RPTHDR' USING RPTHDR-PARMS
           WRITE RETURN-REPORT-LINE FROM RH-HEADER-LINE
           WRITE RETURN-REPORT-LINE FROM WS-RPT-COLUNAS.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-BUILD-PAYMENTS -- SORT INPUT: DEPRECON'S PAYMENTS FIRST,
      * THEN EVERY RETORNO DETAIL
      ******************************************************************
       2000-BUILD-PAYMENTS.

           OPEN INPUT MATCHED-PAYMENT-FILE
           IF WS-PY-STATUS = '00'
               PERFORM 8100-READ-PAYMENT
                   THRU 8100-READ-PAYMENT-EXIT
               PERFORM 2050-RELEASE-EXISTING
                   THRU 2050-RELEASE-EXISTING-EXIT
                   UNTIL WS-PY-END-OF-FILE
               CLOSE MATCHED-PAYMENT-FILE
           ELSE
               DISPLAY 'AVISO - SEM ARQUIVO PAYMATCH -- SO OS '
                   'PAGAMENTOS DE BOLETO SEGUEM AO CASHAPP'
           END-IF

           PERFORM 8000-READ-RETURN
               THRU 8000-READ-RETURN-EXIT

           PERFORM 2100-PROCESS-RETURN
               THRU 2100-PROCESS-RETURN-EXIT
               UNTIL WS-END-OF-FILE.

       2000-BUILD-PAYMENTS-EXIT.
           EXIT.

      ******************************************************************
      * 2050-RELEASE-EXISTING
      ******************************************************************
       2050-RELEASE-EXISTING.

           RELEASE SORT-WORK-RECORD FROM MATCHED-PAYMENT-RECORD

           PERFORM 8100-READ-PAYMENT
               THRU 8100-READ-PAYMENT-EXIT.

       2050-RELEASE-EXISTING-EXIT.
           EXIT.

      ******************************************************************
      * 2100-PROCESS-RETURN -- ONE RETORNO DETAIL AGAINST THE REGISTER
      ******************************************************************
       2100-PROCESS-RETURN.

           IF NOT BR-DETALHE
               GO TO 2100-PROCESS-RETURN-NEXT
           END-IF

           ADD 1         TO WS-QTDE-RETORNOS
           ADD BR-TARIFA TO WS-TOTAL-TARIFAS
           MOVE ZEROS    TO WS-VALOR-ENCARGOS

           MOVE 'S' TO WS-ATUALIZA-SWITCH
           MOVE BR-NOSSO-NUMERO TO BM-NOSSO-NUMERO
           READ BOLETO-FILE
               INVALID KEY
                   MOVE SPACES TO BM-CHAVE-FATURA
                   MOVE SPACES TO BM-CUSTOMER-ID
                   MOVE 'NOSSO NUM. DESCONHEC' TO WS-DESC-OCORRENCIA
                   ADD 1 TO WS-QTDE-DIVERGENTES
                   PERFORM 2400-WRITE-REPORT-LINE
                       THRU 2400-WRITE-REPORT-LINE-EXIT
                   GO TO 2100-PROCESS-RETURN-NEXT
           END-READ

           EVALUATE TRUE
               WHEN BR-ENTRADA-CONFIRMADA
                   IF BM-EMITIDO
                       MOVE 'R' TO BM-STATUS
                   END-IF
                   MOVE 'ENTRADA CONFIRMADA' TO WS-DESC-OCORRENCIA
                   ADD 1 TO WS-QTDE-CONFIRMADOS

               WHEN BR-ENTRADA-REJEITADA
                   MOVE 'J' TO BM-STATUS
                   MOVE SPACES TO WS-DESC-OCORRENCIA
                   STRING 'REJEITADO ' BR-MOTIVO
                       DELIMITED BY SIZE INTO WS-DESC-OCORRENCIA
                   ADD 1 TO WS-QTDE-REJEITADOS
                   DISPLAY 'BOLETO ' BM-NOSSO-NUMERO ' FATURA '
                       BM-INVOICE-ID '/' BM-PARCELA-SEQ
                       ' REJEITADO PELO BANCO - MOTIVO ' BR-MOTIVO

               WHEN BR-LIQUIDACAO
                   IF BM-PAGO
                       MOVE 'N' TO WS-ATUALIZA-SWITCH
                       MOVE 'LIQUIDACAO DUPLICADA'
                           TO WS-DESC-OCORRENCIA
                       ADD 1 TO WS-QTDE-DIVERGENTES
                   ELSE
                       PERFORM 2200-SETTLE-BOLETO
                           THRU 2200-SETTLE-BOLETO-EXIT
                   END-IF

               WHEN BR-BAIXA
                   IF NOT BM-PAGO
                       MOVE 'B' TO BM-STATUS
                       ADD 1 TO WS-QTDE-BAIXADOS
                   END-IF
                   MOVE 'BAIXADO SEM PAGTO' TO WS-DESC-OCORRENCIA

               WHEN BR-DEBITO-TARIFA
                   MOVE 'DEBITO DE TARIFA' TO WS-DESC-OCORRENCIA

               WHEN OTHER
                   MOVE SPACES TO WS-DESC-OCORRENCIA
                   STRING 'OCORRENCIA ' BR-COD-OCORRENCIA
                       ' ?' DELIMITED BY SIZE
                       INTO WS-DESC-OCORRENCIA
                   ADD 1 TO WS-QTDE-DIVERGENTES
           END-EVALUATE

      *    A REPEATED SETTLEMENT (A RERUN) LEAVES THE SLIP UNTOUCHED SO
      *    ITS FEE IS NOT COUNTED TWICE
           IF WS-ATUALIZA-BOLETO
               ADD BR-TARIFA          TO BM-TARIFA
               MOVE BR-DATA-OCORRENCIA TO BM-DATA-SITUACAO
               MOVE BR-COD-OCORRENCIA TO BM-COD-OCORRENCIA
               REWRITE BOLETO-RECORD
           END-IF

           PERFORM 2400-WRITE-REPORT-LINE
               THRU 2400-WRITE-REPORT-LINE-EXIT.

       2100-PROCESS-RETURN-NEXT.

           PERFORM 8000-READ-RETURN
               THRU 8000-READ-RETURN-EXIT.

       2100-PROCESS-RETURN-EXIT.
           EXIT.

      ******************************************************************
      * 2200-SETTLE-BOLETO -- THE FACE VALUE (OR LESS, IF LESS WAS
      * PAID) GOES TO CASHAPP FOR THE SLIP'S CUSTOMER; ANYTHING PAID
      * ABOVE IT IS THE FINE AND LATE INTEREST
      ******************************************************************
       2200-SETTLE-BOLETO.

           IF BR-VALOR-PAGO > BM-VALOR
               MOVE BM-VALOR TO WS-VALOR-APLICADO
               COMPUTE WS-VALOR-ENCARGOS = BR-VALOR-PAGO - BM-VALOR
               MOVE 'LIQUIDADO C/ ENCARG' TO WS-DESC-OCORRENCIA
           ELSE
               MOVE BR-VALOR-PAGO TO WS-VALOR-APLICADO
               IF BR-VALOR-PAGO < BM-VALOR
                   MOVE 'LIQUIDADO A MENOR' TO WS-DESC-OCORRENCIA
               ELSE
                   MOVE 'LIQUIDADO'         TO WS-DESC-OCORRENCIA
               END-IF
           END-IF

           MOVE 'P'           TO BM-STATUS
           MOVE BR-VALOR-PAGO TO BM-VALOR-PAGO

           MOVE BM-NOSSO-NUMERO   TO WS-NOSSO-NUMERO-ED
           MOVE WS-VALOR-APLICADO TO WS-PG-RESTANTE
           PERFORM 2210-RELEASE-PAYMENT
               THRU 2210-RELEASE-PAYMENT-EXIT
               UNTIL WS-PG-RESTANTE = ZEROS

           ADD 1                 TO WS-QTDE-LIQUIDADOS
           ADD WS-VALOR-APLICADO TO WS-TOTAL-APLICADO
           ADD WS-VALOR-ENCARGOS TO WS-TOTAL-ENCARGOS.

       2200-SETTLE-BOLETO-EXIT.
           EXIT.

      ******************************************************************
      * 2210-RELEASE-PAYMENT -- A SETTLEMENT TOO LARGE FOR PY-VALOR
      * GOES OUT AS SEVERAL PAYMENTS; CASHAPP POOLS THEM PER CUSTOMER
      ******************************************************************
       2210-RELEASE-PAYMENT.

           IF WS-PG-RESTANTE > WS-PG-MAX-LANCTO
               MOVE WS-PG-MAX-LANCTO TO WS-PG-VALOR
           ELSE
               MOVE WS-PG-RESTANTE   TO WS-PG-VALOR
           END-IF

           SUBTRACT WS-PG-VALOR FROM WS-PG-RESTANTE

           MOVE WS-NN-SUFIXO       TO SW-PAYMENT-ID
           MOVE BM-CUSTOMER-ID     TO SW-CUSTOMER-ID
           MOVE BR-DATA-OCORRENCIA TO SW-DATA
           MOVE WS-PG-VALOR        TO SW-VALOR
           RELEASE SORT-WORK-RECORD

           ADD 1 TO WS-QTDE-PAGTOS-CAIXA.

       2210-RELEASE-PAYMENT-EXIT.
           EXIT.

      ******************************************************************
      * 2400-WRITE-REPORT-LINE
      ******************************************************************
       2400-WRITE-REPORT-LINE.

           MOVE SPACES             TO WS-RPT-DETALHE
           MOVE BR-NOSSO-NUMERO    TO WS-RD-NOSSO-NUMERO
           IF BM-CHAVE-FATURA NOT = SPACES
               MOVE BM-INVOICE-ID  TO WS-RD-FATURA
               MOVE '/'            TO WS-RD-BARRA
               MOVE BM-PARCELA-SEQ TO WS-RD-PARCELA
           END-IF
           MOVE BM-CUSTOMER-ID     TO WS-RD-CLIENTE
           MOVE BR-VALOR-PAGO      TO WS-RD-VALOR-PAGO
           MOVE BR-TARIFA          TO WS-RD-TARIFA
           MOVE WS-VALOR-ENCARGOS  TO WS-RD-ENCARGOS
           MOVE WS-DESC-OCORRENCIA TO WS-RD-OCORRENCIA

           WRITE RETURN-REPORT-LINE FROM WS-RPT-DETALHE.

       2400-WRITE-REPORT-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZE -- REPORT TOTALS, CONTROL TOTALS, CLOSE FILES
      ******************************************************************
       3000-FINALIZE.

           IF NOT WS-PROCESSAR-RETORNO
               GO TO 3000-FINALIZE-EXIT
           END-IF

           MOVE 'BOLETOS LIQUIDADOS'  TO WS-RT-TITULO
           MOVE WS-QTDE-LIQUIDADOS    TO WS-RT-QTDE
           MOVE WS-TOTAL-APLICADO     TO WS-RT-VALOR
           WRITE RETURN-REPORT-LINE FROM WS-RPT-TOTAL-LINE

           MOVE 'ENCARGOS RECEBIDOS'  TO WS-RT-TITULO
           MOVE WS-QTDE-LIQUIDADOS    TO WS-RT-QTDE
           MOVE WS-TOTAL-ENCARGOS     TO WS-RT-VALOR
           WRITE RETURN-REPORT-LINE FROM WS-RPT-TOTAL-LINE

           MOVE 'TARIFAS BANCARIAS'   TO WS-RT-TITULO
           MOVE WS-QTDE-RETORNOS      TO WS-RT-QTDE
           MOVE WS-TOTAL-TARIFAS      TO WS-RT-VALOR
           WRITE RETURN-REPORT-LINE FROM WS-RPT-TOTAL-LINE

           MOVE 'REJEITADOS PELO BANCO' TO WS-RT-TITULO
           MOVE WS-QTDE-REJEITADOS    TO WS-RT-QTDE
           MOVE ZEROS                 TO WS-RT-VALOR
           WRITE RETURN-REPORT-LINE FROM WS-RPT-TOTAL-LINE

           DISPLAY 'RETORNOS PROCESSADOS:    ' WS-QTDE-RETORNOS
           DISPLAY 'ENTRADAS CONFIRMADAS:    ' WS-QTDE-CONFIRMADOS
           DISPLAY 'BOLETOS LIQUIDADOS:      ' WS-QTDE-LIQUIDADOS
           DISPLAY 'BOLETOS BAIXADOS:        ' WS-QTDE-BAIXADOS
           DISPLAY 'BOLETOS REJEITADOS:      ' WS-QTDE-REJEITADOS
           DISPLAY 'RETORNOS DIVERGENTES:    ' WS-QTDE-DIVERGENTES
           DISPLAY 'PAGAMENTOS AO CASHAPP:   ' WS-QTDE-PAGTOS-CAIXA
           DISPLAY 'VALOR APLICADO R$ ' WS-TOTAL-APLICADO
           DISPLAY 'ENCARGOS RECEBIDOS R$ ' WS-TOTAL-ENCARGOS
           DISPLAY 'TARIFAS BANCARIAS R$ ' WS-TOTAL-TARIFAS

           MOVE 'BOLRETN'           TO CT-PROGRAM-ID
           MOVE 'VALOR APLICADO'    TO CT-TOTAL-1-LABEL
           MOVE WS-TOTAL-APLICADO   TO CT-TOTAL-1-VALOR
           MOVE 'TARIFAS'           TO CT-TOTAL-2-LABEL
           MOVE WS-TOTAL-TARIFAS    TO CT-TOTAL-2-VALOR
           MOVE 'QTDE REJEITADOS'   TO CT-TOTAL-3-LABEL
           MOVE WS-QTDE-REJEITADOS  TO CT-TOTAL-3-VALOR
           CALL 'CTLTOT' USING CTLTOT-PARMS

           CLOSE BANK-RETURN-FILE
           CLOSE BOLETO-FILE
           CLOSE RETURN-REPORT-FILE.

       3000-FINALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 8000-READ-RETURN
      ******************************************************************
       8000-READ-RETURN.

           READ BANK-RETURN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       8000-READ-RETURN-EXIT.
           EXIT.

      ******************************************************************
      * 8100-READ-PAYMENT
      ******************************************************************
       8100-READ-PAYMENT.

           READ MATCHED-PAYMENT-FILE
               AT END
                   MOVE 'Y' TO WS-PY-EOF-SWITCH
           END-READ.

       8100-READ-PAYMENT-EXIT.
           EXIT.
