      ******************************************************************
      * Author: M. TAVARES
      * Date: 15-10-26
      * Purpose: PROCESS THE BANK'S RETURN FOR THE OUTBOUND TED/PIX
      * REMITTANCE. GUANA03 DEBITS EACH RELEASED INTERBANK TRANSFER
      * AND SENDS IT ON TEDREM; THE BANK ANSWERS EVERY DETAIL ON THE
      * TEDRET RETURN FILE WITH A TWO-DIGIT OCCURRENCE CODE. THIS JOB
      * MATCHES EACH RETURN BACK TO THE TEDMAST REGISTER: A CONFIRMED
      * TRANSFER (CODE 00) IS MARKED SETTLED; A REFUSED ONE IS MARKED
      * RETURNED WITH THE BANK'S REASON AND THE MONEY IS CREDITED
      * BACK TO THE CUSTOMER AS A 'C' RECORD STAMPED 'DEVEXT' ON THE
      * TEDTRAN FEED FOR THE NEXT GUANA03 RUN. A RETURN FOR A
      * TRANSFER NOT ON THE REGISTER, NOT YET SENT, ALREADY ANSWERED
      * OR FOR A DIFFERENT AMOUNT IS NEVER CREDITED -- IT PRINTS ON
      * THE TEDRJRP REPORT WITH THE RETURNED TRANSFERS FOR THE
      * BRANCH TO CHASE.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History
      * 15-10-26 MRT  ORIGINAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEDRETN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-RETURN-FILE ASSIGN TO "TEDRET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-STATUS.

           SELECT INTERBANK-TRANSFER-FILE ASSIGN TO "TEDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TE-REF
               FILE STATUS IS WS-TED-STATUS.

           SELECT LEDGER-TRAN-FILE ASSIGN TO "TEDTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LT-STATUS.

           SELECT REJECT-REPORT-FILE ASSIGN TO "TEDRJRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *-----------------------------------------------------------------
      * BANK-RETURN-FILE -- ONE LINE PER TRANSFER THE BANK ANSWERED:
      * OUR REFERENCE, THE AMOUNT AND THE OCCURRENCE CODE (00 =
      * SETTLED, ANYTHING ELSE = REFUSED)
      *-----------------------------------------------------------------
       FD  BANK-RETURN-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  BANK-RETURN-RECORD.
           05  BR-REF              PIC X(06).
           05  BR-DATA             PIC 9(08).
           05  BR-VALOR            PIC 9(07)V99.
           05  BR-COD-OCORRENCIA   PIC X(02).
               88  BR-LIQUIDADA           VALUE '00'.
           05  FILLER              PIC X(15).

       FD  INTERBANK-TRANSFER-FILE.
           COPY TEDMAST.

      *-----------------------------------------------------------------
      * LEDGER-TRAN-FILE -- THE CREDIT-BACKS IN THE ACCTTRAN LAYOUT,
      * APPENDED TO THE NEXT GUANA03 RUN'S FEED
      *-----------------------------------------------------------------
       FD  LEDGER-TRAN-FILE
           RECORD CONTAINS 34 CHARACTERS.
       01  LEDGER-TRAN-RECORD.
           05  LT-ACCOUNT-ID       PIC X(06).
           05  LT-DATA             PIC 9(08).
           05  LT-TIPO             PIC X(01).
           05  LT-VALOR            PIC 9(05)V99.
           05  LT-CONTRA-CONTA     PIC X(06).
           05  LT-REF-TRANSFER     PIC X(06).

       FD  REJECT-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REJECT-REPORT-LINE      PIC X(80).

       WORKING-STORAGE SECTION.

      *-----------------------------------------------------------------
      * FILE STATUS SWITCHES
      *-----------------------------------------------------------------
       77  WS-RET-STATUS           PIC X(02) VALUE SPACES.
       77  WS-TED-STATUS           PIC X(02) VALUE SPACES.
       77  WS-LT-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RPT-STATUS           PIC X(02) VALUE SPACES.

       77  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE               VALUE 'Y'.

      *-----------------------------------------------------------------
      * MATCH WORK FIELDS
      *-----------------------------------------------------------------
       77  WS-MATCH-SWITCH         PIC X(01) VALUE 'N'.
           88  WS-TRANSFERENCIA-CONFERE     VALUE 'S'.
       77  WS-DESC-OCORRENCIA      PIC X(22) VALUE SPACES.

      *-----------------------------------------------------------------
      * RUN COUNTERS AND TOTALS
      *-----------------------------------------------------------------
       77  WS-QTDE-RETORNOS        PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-LIQUIDADAS      PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-DEVOLVIDAS      PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-SEM-REGISTRO    PIC 9(05) VALUE ZEROS.
       77  WS-TOTAL-DEVOLVIDO      PIC 9(09)V99 VALUE ZEROS.
       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
      * RETURNED-TRANSFERS REPORT LINES
      *-----------------------------------------------------------------
       01  WS-RPT-COLUNAS.
           05  FILLER              PIC X(08) VALUE 'REF'.
           05  FILLER              PIC X(08) VALUE 'CONTA'.
           05  FILLER              PIC X(23) VALUE
               'BCO AGEN CONTA DESTINO'.
           05  FILLER              PIC X(12) VALUE 'VALOR'.
           05  FILLER              PIC X(22) VALUE 'OCORRENCIA'.

       01  WS-RPT-DETALHE.
           05  WS-RD-REF           PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RD-CONTA         PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RD-BANCO         PIC 9(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-AGENCIA       PIC 9(04).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-CONTA-DEST    PIC X(12).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RD-VALOR         PIC Z(06)9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RD-OCORRENCIA    PIC X(22).

       01  WS-RPT-TOTAL-LINE.
           05  FILLER              PIC X(30) VALUE
               'TOTAL DE TRANSF. DEVOLVIDAS'.
           05  WS-RT-QTDE          PIC Z(04)9.
           05  FILLER              PIC X(10) VALUE '  VALOR R$'.
           05  WS-RT-VALOR         PIC Z(08)9.99.

       COPY CTLTOTLNK.
       COPY JOBLGLNK.
       COPY RPTHDRLNK.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.

           MOVE 'TEDRETN'  TO JL-PROGRAM-ID
           MOVE 'S'        TO JL-ACAO
           CALL 'JOBLOG' USING JOBLOG-PARMS

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT

           PERFORM 2000-PROCESS-RETURN
               THRU 2000-PROCESS-RETURN-EXIT
               UNTIL WS-END-OF-FILE

           PERFORM 3000-FINALIZE
               THRU 3000-FINALIZE-EXIT

           MOVE 0 TO RETURN-CODE

           MOVE 'E'        TO JL-ACAO
           MOVE 0000       TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-PARMS

           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE -- OPEN FILES AND PRIME THE RETURN-FILE READ.
      * WITHOUT THE REGISTER NO RETURN CAN BE MATCHED, SO NOTHING IS
      * PROCESSED AND THE RETURN FILE WAITS FOR THE RERUN
      ******************************************************************
       1000-INITIALIZE.

           OPEN INPUT  BANK-RETURN-FILE
           IF WS-RET-STATUS NOT = '00'
               DISPLAY 'ERRO - SEM ARQUIVO TEDRET -- NADA A PROCESSAR'
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           OPEN I-O    INTERBANK-TRANSFER-FILE
           IF WS-TED-STATUS NOT = '00'
               DISPLAY 'ERRO - SEM REGISTRO TEDMAST -- RETORNO NAO '
                   'PROCESSADO'
               CLOSE BANK-RETURN-FILE
               MOVE '35' TO WS-RET-STATUS
               MOVE 'Y'  TO WS-EOF-SWITCH
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           OPEN EXTEND LEDGER-TRAN-FILE
           IF WS-LT-STATUS NOT = '00'
               OPEN OUTPUT LEDGER-TRAN-FILE
           END-IF

           OPEN OUTPUT REJECT-REPORT-FILE

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           MOVE 'TEDRETN'  TO RH-PROGRAM-ID
           MOVE 1          TO RH-PAGE-NUM
           CALL 'RPTHDR' USING RPTHDR-PARMS
           WRITE REJECT-REPORT-LINE FROM RH-HEADER-LINE
           WRITE REJECT-REPORT-LINE FROM WS-RPT-COLUNAS

           PERFORM 8000-READ-RETURN
               THRU 8000-READ-RETURN-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-RETURN -- MATCH ONE RETURN TO THE REGISTER, THEN
      * SETTLE OR RETURN THE TRANSFER
      ******************************************************************
       2000-PROCESS-RETURN.

           ADD 1 TO WS-QTDE-RETORNOS

           PERFORM 2100-MATCH-TRANSFER
               THRU 2100-MATCH-TRANSFER-EXIT

           IF NOT WS-TRANSFERENCIA-CONFERE
               ADD 1 TO WS-QTDE-SEM-REGISTRO
               PERFORM 2400-WRITE-REPORT-LINE
                   THRU 2400-WRITE-REPORT-LINE-EXIT
               GO TO 2000-PROCESS-RETURN-NEXT
           END-IF

           IF BR-LIQUIDADA
               MOVE 'L'          TO TE-STATUS
               MOVE WS-DATA-HOJE TO TE-DATA-SITUACAO
               MOVE '00'         TO TE-COD-OCORRENCIA
               REWRITE INTERBANK-TRANSFER-RECORD
               ADD 1 TO WS-QTDE-LIQUIDADAS
           ELSE
               PERFORM 2200-RETURN-TRANSFER
                   THRU 2200-RETURN-TRANSFER-EXIT
           END-IF.

       2000-PROCESS-RETURN-NEXT.

           PERFORM 8000-READ-RETURN
               THRU 8000-READ-RETURN-EXIT.

       2000-PROCESS-RETURN-EXIT.
           EXIT.

      ******************************************************************
      * 2100-MATCH-TRANSFER -- THE RETURN MUST ANSWER A TRANSFER ON
      * THE REGISTER THAT WAS SENT AND NOT YET ANSWERED, FOR THE SAME
      * AMOUNT; ANYTHING ELSE MUST NOT MOVE MONEY
      ******************************************************************
       2100-MATCH-TRANSFER.

           MOVE 'N' TO WS-MATCH-SWITCH

           MOVE BR-REF TO TE-REF
           READ INTERBANK-TRANSFER-FILE
               INVALID KEY
                   MOVE SPACES TO INTERBANK-TRANSFER-RECORD
                   MOVE ZEROS  TO TE-BANCO-DEST
                   MOVE ZEROS  TO TE-AGENCIA-DEST
                   MOVE 'SEM TRANSF. NO CADASTRO'
                       TO WS-DESC-OCORRENCIA
                   GO TO 2100-MATCH-TRANSFER-EXIT
           END-READ

           IF NOT TE-ENVIADA
               MOVE 'TRANSF. NAO PENDENTE' TO WS-DESC-OCORRENCIA
               GO TO 2100-MATCH-TRANSFER-EXIT
           END-IF

           IF TE-VALOR NOT = BR-VALOR
               MOVE 'VALOR DIVERGENTE' TO WS-DESC-OCORRENCIA
               GO TO 2100-MATCH-TRANSFER-EXIT
           END-IF

           MOVE 'S' TO WS-MATCH-SWITCH.

       2100-MATCH-TRANSFER-EXIT.
           EXIT.

      ******************************************************************
      * 2200-RETURN-TRANSFER -- THE BANK REFUSED IT: RECORD THE REASON
      * ON THE REGISTER AND CREDIT THE MONEY BACK TO THE CUSTOMER
      ******************************************************************
       2200-RETURN-TRANSFER.

           PERFORM 2300-DESCRIBE-OCCURRENCE
               THRU 2300-DESCRIBE-OCCURRENCE-EXIT

           MOVE 'D'                TO TE-STATUS
           MOVE WS-DATA-HOJE       TO TE-DATA-SITUACAO
           MOVE BR-COD-OCORRENCIA  TO TE-COD-OCORRENCIA
           MOVE WS-DESC-OCORRENCIA TO TE-MOTIVO
           REWRITE INTERBANK-TRANSFER-RECORD

           MOVE TE-ACCOUNT-ID TO LT-ACCOUNT-ID
           MOVE WS-DATA-HOJE  TO LT-DATA
           MOVE 'C'           TO LT-TIPO
           MOVE TE-VALOR      TO LT-VALOR
           MOVE 'DEVEXT'      TO LT-CONTRA-CONTA
           MOVE TE-REF        TO LT-REF-TRANSFER
           WRITE LEDGER-TRAN-RECORD

           ADD 1        TO WS-QTDE-DEVOLVIDAS
           ADD TE-VALOR TO WS-TOTAL-DEVOLVIDO

           DISPLAY 'TRANSFERENCIA DEVOLVIDA - REF ' TE-REF ' CONTA '
               TE-ACCOUNT-ID ' - ' WS-DESC-OCORRENCIA

           PERFORM 2400-WRITE-REPORT-LINE
               THRU 2400-WRITE-REPORT-LINE-EXIT.

       2200-RETURN-TRANSFER-EXIT.
           EXIT.

      ******************************************************************
      * 2300-DESCRIBE-OCCURRENCE -- THE BANK'S TWO-DIGIT OCCURRENCE
      * CODE, SPELLED OUT FOR THE BRANCH AND THE REGISTER
      ******************************************************************
       2300-DESCRIBE-OCCURRENCE.

           EVALUATE BR-COD-OCORRENCIA
               WHEN '01'
                   MOVE 'CONTA DESTINO INEXIST.' TO WS-DESC-OCORRENCIA
               WHEN '02'
                   MOVE 'CONTA DEST. ENCERRADA' TO WS-DESC-OCORRENCIA
               WHEN '03'
                   MOVE 'AGENCIA INVALIDA'     TO WS-DESC-OCORRENCIA
               WHEN '04'
                   MOVE 'CPF/CNPJ DIVERGENTE'  TO WS-DESC-OCORRENCIA
               WHEN '05'
                   MOVE 'CONTA BLOQUEADA'      TO WS-DESC-OCORRENCIA
               WHEN '06'
                   MOVE 'BANCO DESTINO INVALIDO'
                       TO WS-DESC-OCORRENCIA
               WHEN OTHER
                   MOVE 'OCORRENCIA NAO CADAST.'
                       TO WS-DESC-OCORRENCIA
           END-EVALUATE.

       2300-DESCRIBE-OCCURRENCE-EXIT.
           EXIT.

      ******************************************************************
      * 2400-WRITE-REPORT-LINE
      ******************************************************************
       2400-WRITE-REPORT-LINE.

           MOVE SPACES             TO WS-RPT-DETALHE
           MOVE BR-REF             TO WS-RD-REF
           MOVE TE-ACCOUNT-ID      TO WS-RD-CONTA
           MOVE TE-BANCO-DEST      TO WS-RD-BANCO
           MOVE TE-AGENCIA-DEST    TO WS-RD-AGENCIA
           MOVE TE-CONTA-DEST      TO WS-RD-CONTA-DEST
           MOVE BR-VALOR           TO WS-RD-VALOR
           MOVE WS-DESC-OCORRENCIA TO WS-RD-OCORRENCIA

           WRITE REJECT-REPORT-LINE FROM WS-RPT-DETALHE.

       2400-WRITE-REPORT-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZE -- REPORT TOTALS, CONTROL TOTALS, CLOSE FILES
      ******************************************************************
       3000-FINALIZE.

           IF WS-RET-STATUS NOT = '00' AND WS-QTDE-RETORNOS = ZEROS
               GO TO 3000-FINALIZE-EXIT
           END-IF

           MOVE WS-QTDE-DEVOLVIDAS TO WS-RT-QTDE
           MOVE WS-TOTAL-DEVOLVIDO TO WS-RT-VALOR
           WRITE REJECT-REPORT-LINE FROM WS-RPT-TOTAL-LINE

           DISPLAY 'RETORNOS PROCESSADOS:      ' WS-QTDE-RETORNOS
           DISPLAY 'TRANSFERENCIAS LIQUIDADAS: ' WS-QTDE-LIQUIDADAS
           DISPLAY 'TRANSFERENCIAS DEVOLVIDAS: ' WS-QTDE-DEVOLVIDAS
           DISPLAY 'RETORNOS SEM TRANSFERENCIA: ' WS-QTDE-SEM-REGISTRO
           DISPLAY 'VALOR CREDITADO DE VOLTA R$ ' WS-TOTAL-DEVOLVIDO

           MOVE 'TEDRETN'           TO CT-PROGRAM-ID
           MOVE 'QTDE LIQUIDADAS'   TO CT-TOTAL-1-LABEL
           MOVE WS-QTDE-LIQUIDADAS  TO CT-TOTAL-1-VALOR
           MOVE 'QTDE DEVOLVIDAS'   TO CT-TOTAL-2-LABEL
           MOVE WS-QTDE-DEVOLVIDAS  TO CT-TOTAL-2-VALOR
           MOVE 'VALOR DEVOLVIDO'   TO CT-TOTAL-3-LABEL
           MOVE WS-TOTAL-DEVOLVIDO  TO CT-TOTAL-3-VALOR
           CALL 'CTLTOT' USING CTLTOT-PARMS

           CLOSE BANK-RETURN-FILE
           CLOSE INTERBANK-TRANSFER-FILE
           CLOSE LEDGER-TRAN-FILE
           CLOSE REJECT-REPORT-FILE.

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
