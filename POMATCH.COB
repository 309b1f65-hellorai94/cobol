      *-----------------------------------------------------------------
      * Modification History
      * 02-09-26 MRT  ORIGINAL VERSION.
      * 15-10-26 MRT  PAYEXTR LAYOUT MOVED TO ITS OWN COPYBOOK AND
      *               WIDENED TO 60 -- EACH RELEASED INVOICE NOW
      *               CARRIES ITS ISSUE DATE AND ORDER NUMBER FOR THE
      *               APPAGTO PAYMENT RUN.
      * 15-10-26 MRT  EVERY INVOICE CHECKED IS NOW APPENDED TO THE
      *               MATCHLOG LOG WITH ITS RESULT, SO THE FORNSCOR
      *               SUPPLIER SCORECARD CAN COUNT MATCH FAILURES AND
      *               PRICE VARIANCE BY MONTH (MATCHVAR IS REWRITTEN
      *               EACH RUN).
      * 15-10-26 MRT  EACH RUN'S RELEASED INVOICES NOW GO OUT ON PAYEXTR
      *               BETWEEN AN IFCTL HEADER AND TRAILER (RECORD COUNT
      *               AND AMOUNT HASH), SO APPAGTO CAN PROVE THE
      *               EXTRACT ARRIVED WHOLE BEFORE PAYING FROM IT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POMATCH.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MV-STATUS.

           SELECT MATCH-LOG-FILE ASSIGN TO "MATCHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ML-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PURCHASE-ORDER-FILE
           05  FILLER                  PIC X(06).

       FD  PAYABLE-EXTRACT-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY PAYEXTR.

       FD  MATCH-VARIANCE-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  MATCH-VARIANCE-RECORD       PIC X(80).

       FD  MATCH-LOG-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY MATCHLOG.

       WORKING-STORAGE SECTION.

       77  WS-PO-STATUS            PIC X(02) VALUE SPACES.
       77  WS-SI-STATUS            PIC X(02) VALUE SPACES.
       77  WS-PX-STATUS            PIC X(02) VALUE SPACES.
       77  WS-MV-STATUS            PIC X(02) VALUE SPACES.
       77  WS-ML-STATUS            PIC X(02) VALUE SPACES.

       77  WS-PO-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-PO-END-OF-FILE             VALUE 'Y'.
       77  WS-DIF-PRECO            PIC S9(05)V99 VALUE ZEROS.
       77  WS-VALOR-LIBERADO       PIC 9(09)V99 VALUE ZEROS.
       77  WS-MOTIVO-VARIANCIA     PIC X(16) VALUE SPACES.
       77  WS-RESULTADO-MATCH      PIC X(01) VALUE SPACES.

       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WS-QTDE-LIBERADAS       PIC 9(05) VALUE ZEROS.
       COPY RPTHDRLNK.
       COPY CTLTOTLNK.
       COPY JOBLGLNK.
       COPY IFCTLLNK.

       PROCEDURE DIVISION.

               OPEN OUTPUT PAYABLE-EXTRACT-FILE
           END-IF

           PERFORM 8970-WRITE-PX-HEADER
               THRU 8970-WRITE-PX-HEADER-EXIT

           OPEN EXTEND MATCH-LOG-FILE
           IF WS-ML-STATUS NOT = '00'
               OPEN OUTPUT MATCH-LOG-FILE
           END-IF

           OPEN OUTPUT MATCH-VARIANCE-REPORT
           MOVE 'POMATCH' TO RH-PROGRAM-ID
           MOVE 1         TO RH-PAGE-NUM
           MOVE SI-NOTA-FISCAL      TO PX-NOTA-FISCAL
           MOVE WS-VALOR-LIBERADO   TO PX-VALOR
           MOVE WS-DATA-HOJE        TO PX-DATA-LIBERACAO
           MOVE SI-DATA-EMISSAO     TO PX-DATA-EMISSAO
           MOVE SI-PO-NUMERO        TO PX-PO-NUMERO
           PERFORM 8971-WRITE-PX-INVOICE
               THRU 8971-WRITE-PX-INVOICE-EXIT

           MOVE SPACES TO WS-MOTIVO-VARIANCIA
           MOVE 'L'    TO WS-RESULTADO-MATCH
           PERFORM 3400-WRITE-MATCH-LOG
               THRU 3400-WRITE-MATCH-LOG-EXIT

           ADD 1 TO WS-QTDE-LIBERADAS
           ADD WS-VALOR-LIBERADO TO WS-TOTAL-LIBERADO.
               SI-QTDE * SI-PRECO-UNIT
           WRITE MATCH-VARIANCE-RECORD FROM WS-VARIANCE-LINE

           MOVE 'V' TO WS-RESULTADO-MATCH
           PERFORM 3400-WRITE-MATCH-LOG
               THRU 3400-WRITE-MATCH-LOG-EXIT

           ADD 1 TO WS-QTDE-VARIANCIAS.

       3300-WRITE-VARIANCE-EXIT.
           EXIT.

      ******************************************************************
      * 3400-WRITE-MATCH-LOG -- ONE LOG RECORD PER INVOICE CHECKED,
      * RELEASED OR HELD, FOR THE SUPPLIER SCORECARD
      ******************************************************************
       3400-WRITE-MATCH-LOG.

           MOVE SPACES               TO MATCH-LOG-RECORD
           MOVE WS-DATA-HOJE         TO ML-DATA
           MOVE SI-PO-NUMERO         TO ML-PO-NUMERO
           MOVE WS-FORNECEDOR-PEDIDO TO ML-FORNECEDOR
           MOVE SI-NOTA-FISCAL       TO ML-NOTA-FISCAL
           MOVE SI-DATA-EMISSAO      TO ML-DATA-EMISSAO
           MOVE SI-QTDE              TO ML-QTDE
           MOVE SI-PRECO-UNIT        TO ML-PRECO-NOTA
           MOVE WS-PRECO-PEDIDO      TO ML-PRECO-PEDIDO
           MOVE WS-RESULTADO-MATCH   TO ML-RESULTADO
           MOVE WS-MOTIVO-VARIANCIA  TO ML-MOTIVO
           WRITE MATCH-LOG-RECORD.

       3400-WRITE-MATCH-LOG-EXIT.
           EXIT.

      ******************************************************************
      * 4000-FINALIZE
      ******************************************************************
           CALL 'CTLTOT' USING CTLTOT-PARMS

           CLOSE SUPPLIER-INVOICE-FILE
           PERFORM 8972-WRITE-PX-TRAILER
               THRU 8972-WRITE-PX-TRAILER-EXIT
           CLOSE PAYABLE-EXTRACT-FILE
           CLOSE MATCH-VARIANCE-REPORT
           CLOSE MATCH-LOG-FILE.

       4000-FINALIZE-EXIT.
           EXIT.

       8200-READ-INVOICE-EXIT.
           EXIT.

      ******************************************************************
      * 8970-WRITE-PX-HEADER -- THE IFCTL HEADER OPENS THIS RUN'S
      * BATCH ON PAYEXTR
      ******************************************************************
       8970-WRITE-PX-HEADER.

           MOVE 'PAYEXTR'     TO IC-ARQUIVO
           MOVE JL-PROGRAM-ID TO IC-PROGRAMA
           MOVE 'A'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS
           WRITE PAYABLE-EXTRACT-RECORD FROM IC-REGISTRO.

       8970-WRITE-PX-HEADER-EXIT.
           EXIT.

      ******************************************************************
      * 8971-WRITE-PX-INVOICE -- WRITE ONE RELEASED INVOICE AND COUNT
      * IT INTO THE BATCH'S TRAILER TOTALS
      ******************************************************************
       8971-WRITE-PX-INVOICE.

           WRITE PAYABLE-EXTRACT-RECORD

           MOVE 'PAYEXTR'     TO IC-ARQUIVO
           MOVE PX-VALOR      TO IC-VALOR
           MOVE 'G'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS.

       8971-WRITE-PX-INVOICE-EXIT.
           EXIT.

      ******************************************************************
      * 8972-WRITE-PX-TRAILER -- THE IFCTL TRAILER CLOSES THE BATCH
      * WITH ITS RECORD COUNT AND AMOUNT HASH
      ******************************************************************
       8972-WRITE-PX-TRAILER.

           MOVE 'PAYEXTR'     TO IC-ARQUIVO
           MOVE 'T'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS
           WRITE PAYABLE-EXTRACT-RECORD FROM IC-REGISTRO.

       8972-WRITE-PX-TRAILER-EXIT.
           EXIT.
