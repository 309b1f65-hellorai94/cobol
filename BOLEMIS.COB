      ******************************************************************
      * Author: M. TAVARES
      * Date: 15-10-26
      * Purpose: BOLETO ISSUE. CUSTOMERS PAY THEIR AR INVOICES BY BANK
      * SLIP, AND THE SLIPS WERE TYPED INTO THE BANK'S PORTAL BY HAND.
      * THIS RUN READS THE OPEN ARINVOIC PARCELS AND, FOR EVERY
      * PARCEL THAT HAS NO BOLETO YET, TAKES THE NEXT OUR NUMBER
      * (NOSSO NUMERO) FROM THE BOLPARM CONTROL RECORD, BUILDS THE
      * BAR CODE AND DIGITABLE LINE THROUGH BOLCODE, REGISTERS THE
      * SLIP ON BOLETMST, WRITES IT TO THE BOLREMES REMITTANCE FOR
      * THE BANK (DUE DATE, AMOUNT, FINE AND DAILY LATE INTEREST) AND
      * PRINTS THE CUSTOMER'S SLIP ON BOLIMPR. THE FINE PERCENTAGE AND
      * THE MONTHLY INTEREST RATE COME FROM BOLPARM. A PARCEL ALREADY
      * DUE IS NOT ISSUED -- IT IS LISTED FOR COLLECTION BY OTHER
      * MEANS; A PARCEL WHOSE BOLETO THE BANK REJECTED IS ISSUED AGAIN
      * UNDER A NEW NUMBER. BOLRETN PROCESSES THE BANK'S ANSWER.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History
      * 15-10-26 MRT  ORIGINAL VERSION.
      * 15-10-26 MRT  ARINVOIC IS CHECKED AGAINST ITS IFCTL HEADERS AND
      *               TRAILERS BEFORE ANY BOLETO IS ISSUED; A FILE
      *               THAT DOES NOT BALANCE STOPS THE RUN WITH RETURN
      *               CODE 8. THE CONTROL RECORDS ARE SKIPPED ON READ.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOLEMIS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-INVOICE-FILE ASSIGN TO "ARINVOIC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AI-STATUS.

           SELECT BOLETO-FILE ASSIGN TO "BOLETMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-NOSSO-NUMERO
               ALTERNATE RECORD KEY IS BM-CHAVE-FATURA
               FILE STATUS IS WS-BM-STATUS.

           SELECT BOLETO-PARM-FILE ASSIGN TO "BOLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BP-STATUS.

           SELECT REMITTANCE-FILE ASSIGN TO "BOLREMES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RM-STATUS.

           SELECT SLIP-FILE ASSIGN TO "BOLIMPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SL-STATUS.

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

       FD  BOLETO-FILE.
           COPY BOLETMST.

      *-----------------------------------------------------------------
      * BOLETO-PARM-FILE -- ONE CONTROL RECORD: OUR BANK, BRANCH,
      * PORTFOLIO (CARTEIRA) AND ACCOUNT, THE PAYEE NAME PRINTED ON
      * THE SLIP, THE FINE AND MONTHLY INTEREST CHARGED AFTER THE DUE
      * DATE, AND THE LAST OUR NUMBER AND REMITTANCE NUMBER USED --
      * REWRITTEN AT THE END OF EVERY RUN THAT ISSUES A SLIP
      *-----------------------------------------------------------------
       FD  BOLETO-PARM-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  BOLETO-PARM-RECORD.
           05  BP-BANCO                PIC 9(03).
           05  BP-AGENCIA              PIC 9(04).
           05  BP-CARTEIRA             PIC 9(02).
           05  BP-CONTA                PIC 9(07).
           05  BP-CEDENTE              PIC X(30).
           05  BP-MULTA-PCT            PIC 9(02)V99.
           05  BP-JUROS-MES-PCT        PIC 9(02)V99.
           05  BP-ULT-NOSSO-NUMERO     PIC 9(11).
           05  BP-ULT-REMESSA          PIC 9(05).

      *-----------------------------------------------------------------
      * REMITTANCE-FILE -- THE BANK'S REMESSA: A HEADER, ONE DETAIL
      * PER SLIP AND A TRAILER WITH THE COUNT AND TOTAL; EVERY RECORD
      * CARRIES ITS SEQUENCE NUMBER IN THE FILE
      *-----------------------------------------------------------------
       FD  REMITTANCE-FILE
           RECORD CONTAINS 150 CHARACTERS.
       01  REMITTANCE-HEADER-RECORD.
           05  RM-HDR-TIPO-REGISTRO    PIC X(01).
           05  RM-HDR-BANCO            PIC 9(03).
           05  RM-HDR-AGENCIA          PIC 9(04).
           05  RM-HDR-CONTA            PIC 9(07).
           05  RM-HDR-CARTEIRA         PIC 9(02).
           05  RM-HDR-CEDENTE          PIC X(30).
           05  RM-HDR-DATA-GERACAO     PIC 9(08).
           05  RM-HDR-NUM-REMESSA      PIC 9(05).
           05  RM-HDR-SEQUENCIAL       PIC 9(06).
           05  FILLER                  PIC X(84).
       01  REMITTANCE-DETAIL-RECORD.
           05  RM-TIPO-REGISTRO        PIC X(01).
           05  RM-NOSSO-NUMERO         PIC 9(11).
           05  RM-SEU-NUMERO.
               10  RM-INVOICE-ID       PIC X(08).
               10  RM-PARCELA-SEQ      PIC 9(02).
           05  RM-DATA-EMISSAO         PIC 9(08).
           05  RM-DATA-VENCIMENTO      PIC 9(08).
           05  RM-VALOR                PIC 9(11)V99.
           05  RM-MULTA-PCT            PIC 9(02)V99.
           05  RM-JUROS-DIA            PIC 9(11)V99.
           05  RM-SACADO-ID            PIC X(06).
           05  RM-SACADO-NOME          PIC X(25).
           05  RM-SACADO-ENDERECO      PIC X(30).
           05  RM-SEQUENCIAL           PIC 9(06).
           05  FILLER                  PIC X(15).
       01  REMITTANCE-TRAILER-RECORD.
           05  RM-TRL-TIPO-REGISTRO    PIC X(01).
           05  RM-TRL-QTDE             PIC 9(06).
           05  RM-TRL-VALOR-TOTAL      PIC 9(13)V99.
           05  RM-TRL-SEQUENCIAL       PIC 9(06).
           05  FILLER                  PIC X(122).

       FD  SLIP-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SLIP-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.

      *-----------------------------------------------------------------
      * FILE STATUS SWITCHES
      *-----------------------------------------------------------------
       77  WS-AI-STATUS            PIC X(02) VALUE SPACES.
       77  WS-BM-STATUS            PIC X(02) VALUE SPACES.
       77  WS-BP-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RM-STATUS            PIC X(02) VALUE SPACES.
       77  WS-SL-STATUS            PIC X(02) VALUE SPACES.

       77  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE               VALUE 'Y'.
       77  WS-PARM-SWITCH          PIC X(01) VALUE 'N'.
           88  WS-PARM-CARREGADO            VALUE 'S'.
       77  WS-AI-ABERTO-SW         PIC X(01) VALUE 'N'.
           88  WS-AI-ABERTO                 VALUE 'S'.
       77  WS-NOVO-SWITCH          PIC X(01) VALUE 'N'.
           88  WS-PARCELA-SEM-BOLETO        VALUE 'S'.

       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WS-SEQ-REMESSA          PIC 9(06) VALUE ZEROS.
       77  WS-MOTIVO-RECUSA        PIC X(30) VALUE SPACES.

      *-----------------------------------------------------------------
      * THE BANK'S 25-DIGIT FREE FIELD: BRANCH, PORTFOLIO, OUR NUMBER,
      * ACCOUNT AND A ZERO
      *-----------------------------------------------------------------
       01  WS-CAMPO-LIVRE.
           05  WS-CL-AGENCIA       PIC 9(04).
           05  WS-CL-CARTEIRA      PIC 9(02).
           05  WS-CL-NOSSO-NUMERO  PIC 9(11).
           05  WS-CL-CONTA         PIC 9(07).
           05  WS-CL-ZERO          PIC 9(01) VALUE ZERO.

      *-----------------------------------------------------------------
      * DATE EDITED DD/MM/YYYY FOR THE SLIP
      *-----------------------------------------------------------------
       01  WS-DATA-ENTRADA.
           05  WS-DE-ANO           PIC 9(04).
           05  WS-DE-MES           PIC 9(02).
           05  WS-DE-DIA           PIC 9(02).
       01  WS-DATA-SAIDA.
           05  WS-DS-DIA           PIC 9(02).
           05  FILLER              PIC X(01) VALUE '/'.
           05  WS-DS-MES           PIC 9(02).
           05  FILLER              PIC X(01) VALUE '/'.
           05  WS-DS-ANO           PIC 9(04).

      *-----------------------------------------------------------------
      * RUN COUNTERS AND TOTALS
      *-----------------------------------------------------------------
       77  WS-QTDE-LIDAS           PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-EMITIDOS        PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-JA-EMITIDOS     PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-REEMITIDOS      PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-RECUSADOS       PIC 9(05) VALUE ZEROS.
       77  WS-TOTAL-EMITIDO        PIC 9(13)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
      * CUSTOMER SLIP LINES
      *-----------------------------------------------------------------
       01  WS-SLP-CORTE            PIC X(80) VALUE ALL '- '.

       01  WS-SLP-LINHA-1.
           05  FILLER              PIC X(06) VALUE 'BANCO '.
           05  WS-SL1-BANCO        PIC 9(03).
           05  FILLER              PIC X(03) VALUE ' | '.
           05  WS-SL1-LINHA-DIG    PIC X(54).
           05  FILLER              PIC X(14) VALUE SPACES.

       01  WS-SLP-LINHA-2.
           05  FILLER              PIC X(09) VALUE 'CEDENTE: '.
           05  WS-SL2-CEDENTE      PIC X(30).
           05  FILLER              PIC X(17) VALUE
               ' AGENCIA/CODIGO: '.
           05  WS-SL2-AGENCIA      PIC 9(04).
           05  FILLER              PIC X(01) VALUE '/'.
           05  WS-SL2-CONTA        PIC 9(07).
           05  FILLER              PIC X(12) VALUE SPACES.

       01  WS-SLP-LINHA-3.
           05  FILLER              PIC X(08) VALUE 'SACADO: '.
           05  WS-SL3-CLIENTE      PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-SL3-NOME         PIC X(25).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-SL3-ENDERECO     PIC X(30).
           05  FILLER              PIC X(09) VALUE SPACES.

       01  WS-SLP-LINHA-4.
           05  FILLER              PIC X(11) VALUE 'DOCUMENTO: '.
           05  WS-SL4-FATURA       PIC X(08).
           05  FILLER              PIC X(01) VALUE '/'.
           05  WS-SL4-PARCELA      PIC 9(02).
           05  FILLER              PIC X(16) VALUE
               '  NOSSO NUMERO: '.
           05  WS-SL4-CARTEIRA     PIC 9(02).
           05  FILLER              PIC X(01) VALUE '/'.
           05  WS-SL4-NOSSO-NUMERO PIC 9(11).
           05  FILLER              PIC X(10) VALUE ' EMISSAO: '.
           05  WS-SL4-EMISSAO      PIC X(10).
           05  FILLER              PIC X(08) VALUE SPACES.

       01  WS-SLP-LINHA-5.
           05  FILLER              PIC X(12) VALUE 'VENCIMENTO: '.
           05  WS-SL5-VENCIMENTO   PIC X(10).
           05  FILLER              PIC X(25) VALUE
               '   VALOR DO DOCUMENTO R$ '.
           05  WS-SL5-VALOR        PIC Z(06)9.99.
           05  FILLER              PIC X(23) VALUE SPACES.

       01  WS-SLP-LINHA-6.
           05  FILLER              PIC X(34) VALUE
               'APOS O VENCIMENTO COBRAR MULTA DE '.
           05  WS-SL6-MULTA        PIC Z9.99.
           05  FILLER              PIC X(15) VALUE '% E MORA DE R$ '.
           05  WS-SL6-JUROS        PIC Z(04)9.99.
           05  FILLER              PIC X(07) VALUE ' AO DIA'.
           05  FILLER              PIC X(11) VALUE SPACES.

       01  WS-SLP-LINHA-7.
           05  FILLER              PIC X(18) VALUE
               'CODIGO DE BARRAS: '.
           05  WS-SL7-BARRAS       PIC X(44).
           05  FILLER              PIC X(18) VALUE SPACES.

       COPY BOLCDLNK.
       COPY CTLTOTLNK.
       COPY JOBLGLNK.
       COPY IFCTLLNK.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.

           MOVE 'BOLEMIS'  TO JL-PROGRAM-ID
           MOVE 'S'        TO JL-ACAO
           CALL 'JOBLOG' USING JOBLOG-PARMS

           PERFORM 1900-CHECK-AR-CONTROL
               THRU 1900-CHECK-AR-CONTROL-EXIT

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

           IF NOT WS-PARM-CARREGADO
               MOVE 8 TO RETURN-CODE
               MOVE 'E'         TO JL-ACAO
               MOVE RETURN-CODE TO JL-RETURN-CODE
               CALL 'JOBLOG' USING JOBLOG-PARMS
               MOVE JL-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 2000-PROCESS-PARCEL
               THRU 2000-PROCESS-PARCEL-EXIT
               UNTIL WS-END-OF-FILE

           PERFORM 3000-FINALIZE
               THRU 3000-FINALIZE-EXIT

           IF WS-QTDE-RECUSADOS > ZEROS
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
      * 1000-INITIALIZE -- WITHOUT THE BOLPARM CONTROL RECORD THERE IS
      * NO BANK, NO ACCOUNT AND NO NUMBER SERIES, SO NOTHING IS ISSUED
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           OPEN INPUT BOLETO-PARM-FILE
           IF WS-BP-STATUS NOT = '00'
               DISPLAY 'ERRO - SEM ARQUIVO BOLPARM -- NENHUM BOLETO '
                   'EMITIDO'
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           READ BOLETO-PARM-FILE
               AT END
                   DISPLAY 'ERRO - ARQUIVO BOLPARM VAZIO -- NENHUM '
                       'BOLETO EMITIDO'
                   CLOSE BOLETO-PARM-FILE
                   GO TO 1000-INITIALIZE-EXIT
           END-READ

           CLOSE BOLETO-PARM-FILE
           MOVE 'S' TO WS-PARM-SWITCH

           MOVE BP-AGENCIA  TO WS-CL-AGENCIA
           MOVE BP-CARTEIRA TO WS-CL-CARTEIRA
           MOVE BP-CONTA    TO WS-CL-CONTA

           OPEN I-O BOLETO-FILE
           IF WS-BM-STATUS = '35'
               CLOSE BOLETO-FILE
               OPEN OUTPUT BOLETO-FILE
               CLOSE BOLETO-FILE
               OPEN I-O BOLETO-FILE
           END-IF

           OPEN OUTPUT REMITTANCE-FILE
           OPEN OUTPUT SLIP-FILE

           OPEN INPUT AR-INVOICE-FILE
           IF WS-AI-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO ARINVOIC -- NENHUMA '
                   'PARCELA A EMITIR'
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           MOVE 'S' TO WS-AI-ABERTO-SW
           PERFORM 8000-READ-INVOICE
               THRU 8000-READ-INVOICE-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1900-CHECK-AR-CONTROL -- IFCTL CHECKING PASS OVER ARINVOIC
      * BEFORE ANY BOLETO IS ISSUED: EVERY BATCH MUST BALANCE
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
           CALL 'IFCTL' USING IFCTL-PARMS.

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
      * 2000-PROCESS-PARCEL -- ONE OPEN PARCEL: SKIP IT WHEN ITS
      * BOLETO IS ALREADY OUT, OTHERWISE ISSUE ONE
      ******************************************************************
       2000-PROCESS-PARCEL.

           ADD 1 TO WS-QTDE-LIDAS

           IF AI-VALOR = ZEROS
               GO TO 2000-PROCESS-PARCEL-NEXT
           END-IF

           PERFORM 2100-CHECK-EXISTING-BOLETO
               THRU 2100-CHECK-EXISTING-BOLETO-EXIT

           IF NOT WS-PARCELA-SEM-BOLETO
               ADD 1 TO WS-QTDE-JA-EMITIDOS
               GO TO 2000-PROCESS-PARCEL-NEXT
           END-IF

           IF AI-DATA-VENCIMENTO < WS-DATA-HOJE
               MOVE 'PARCELA JA VENCIDA' TO WS-MOTIVO-RECUSA
               PERFORM 2900-REFUSE-PARCEL
                   THRU 2900-REFUSE-PARCEL-EXIT
               GO TO 2000-PROCESS-PARCEL-NEXT
           END-IF

           PERFORM 2200-ISSUE-BOLETO
               THRU 2200-ISSUE-BOLETO-EXIT.

       2000-PROCESS-PARCEL-NEXT.

           PERFORM 8000-READ-INVOICE
               THRU 8000-READ-INVOICE-EXIT.

       2000-PROCESS-PARCEL-EXIT.
           EXIT.

      ******************************************************************
      * 2100-CHECK-EXISTING-BOLETO -- BY THE INVOICE/PARCEL ALTERNATE
      * KEY. A BOLETO THE BANK REJECTED IS DROPPED FROM THE REGISTER
      * SO THE PARCEL CAN BE ISSUED AGAIN (THE REJECTION ITSELF IS ON
      * BOLRETN'S REPORT)
      ******************************************************************
       2100-CHECK-EXISTING-BOLETO.

           MOVE 'N' TO WS-NOVO-SWITCH

           MOVE AI-INVOICE-ID  TO BM-INVOICE-ID
           MOVE AI-PARCELA-SEQ TO BM-PARCELA-SEQ
           READ BOLETO-FILE
               KEY IS BM-CHAVE-FATURA
               INVALID KEY
                   MOVE 'S' TO WS-NOVO-SWITCH
                   GO TO 2100-CHECK-EXISTING-BOLETO-EXIT
           END-READ

           IF BM-REJEITADO
               DISPLAY 'BOLETO ' BM-NOSSO-NUMERO ' REJEITADO PELO '
                   'BANCO -- FATURA ' AI-INVOICE-ID '/' AI-PARCELA-SEQ
                   ' REEMITIDA'
               DELETE BOLETO-FILE RECORD
               ADD 1 TO WS-QTDE-REEMITIDOS
               MOVE 'S' TO WS-NOVO-SWITCH
           END-IF.

       2100-CHECK-EXISTING-BOLETO-EXIT.
           EXIT.

      ******************************************************************
      * 2200-ISSUE-BOLETO -- NEXT OUR NUMBER, BAR CODE, REGISTER,
      * REMITTANCE DETAIL AND THE CUSTOMER'S SLIP
      ******************************************************************
       2200-ISSUE-BOLETO.

           ADD 1 TO BP-ULT-NOSSO-NUMERO
           MOVE BP-ULT-NOSSO-NUMERO TO WS-CL-NOSSO-NUMERO

           MOVE BP-BANCO           TO BC-BANCO
           MOVE AI-DATA-VENCIMENTO TO BC-DATA-VENCIMENTO
           MOVE AI-VALOR           TO BC-VALOR
           MOVE WS-CAMPO-LIVRE     TO BC-CAMPO-LIVRE
           CALL 'BOLCODE' USING BOLCOD-PARMS

           IF BC-CODIGO-INVALIDO
               SUBTRACT 1 FROM BP-ULT-NOSSO-NUMERO
               MOVE 'VENCIMENTO INVALIDO' TO WS-MOTIVO-RECUSA
               PERFORM 2900-REFUSE-PARCEL
                   THRU 2900-REFUSE-PARCEL-EXIT
               GO TO 2200-ISSUE-BOLETO-EXIT
           END-IF

           MOVE SPACES              TO BOLETO-RECORD
           MOVE BP-ULT-NOSSO-NUMERO TO BM-NOSSO-NUMERO
           MOVE AI-INVOICE-ID       TO BM-INVOICE-ID
           MOVE AI-PARCELA-SEQ      TO BM-PARCELA-SEQ
           MOVE AI-CUSTOMER-ID      TO BM-CUSTOMER-ID
           MOVE WS-DATA-HOJE        TO BM-DATA-EMISSAO
           MOVE AI-DATA-VENCIMENTO  TO BM-DATA-VENCIMENTO
           MOVE AI-VALOR            TO BM-VALOR
           MOVE BP-MULTA-PCT        TO BM-MULTA-PCT
           COMPUTE BM-JUROS-DIA ROUNDED =
               AI-VALOR * BP-JUROS-MES-PCT / 100 / 30
           MOVE 'E'                 TO BM-STATUS
           MOVE WS-DATA-HOJE        TO BM-DATA-SITUACAO
           MOVE ZEROS               TO BM-VALOR-PAGO
           MOVE ZEROS               TO BM-TARIFA

           WRITE BOLETO-RECORD
               INVALID KEY
                   DISPLAY 'ERRO - NOSSO NUMERO ' BM-NOSSO-NUMERO
                       ' JA EXISTE NO BOLETMST -- CONFERIR BOLPARM'
                   MOVE 'NOSSO NUMERO DUPLICADO' TO WS-MOTIVO-RECUSA
                   PERFORM 2900-REFUSE-PARCEL
                       THRU 2900-REFUSE-PARCEL-EXIT
                   GO TO 2200-ISSUE-BOLETO-EXIT
           END-WRITE

           PERFORM 2300-WRITE-REMITTANCE
               THRU 2300-WRITE-REMITTANCE-EXIT

           PERFORM 2400-PRINT-SLIP
               THRU 2400-PRINT-SLIP-EXIT

           ADD 1        TO WS-QTDE-EMITIDOS
           ADD AI-VALOR TO WS-TOTAL-EMITIDO.

       2200-ISSUE-BOLETO-EXIT.
           EXIT.

      ******************************************************************
      * 2300-WRITE-REMITTANCE -- THE HEADER GOES OUT WITH THE FIRST
      * DETAIL, SO A RUN THAT ISSUES NOTHING USES NO REMITTANCE NUMBER
      ******************************************************************
       2300-WRITE-REMITTANCE.

           IF WS-QTDE-EMITIDOS = ZEROS
               ADD 1 TO BP-ULT-REMESSA
               ADD 1 TO WS-SEQ-REMESSA
               MOVE SPACES            TO REMITTANCE-HEADER-RECORD
               MOVE '0'               TO RM-HDR-TIPO-REGISTRO
               MOVE BP-BANCO          TO RM-HDR-BANCO
               MOVE BP-AGENCIA        TO RM-HDR-AGENCIA
               MOVE BP-CONTA          TO RM-HDR-CONTA
               MOVE BP-CARTEIRA       TO RM-HDR-CARTEIRA
               MOVE BP-CEDENTE        TO RM-HDR-CEDENTE
               MOVE WS-DATA-HOJE      TO RM-HDR-DATA-GERACAO
               MOVE BP-ULT-REMESSA    TO RM-HDR-NUM-REMESSA
               MOVE WS-SEQ-REMESSA    TO RM-HDR-SEQUENCIAL
               WRITE REMITTANCE-HEADER-RECORD
           END-IF

           ADD 1 TO WS-SEQ-REMESSA
           MOVE SPACES                TO REMITTANCE-DETAIL-RECORD
           MOVE '1'                   TO RM-TIPO-REGISTRO
           MOVE BM-NOSSO-NUMERO       TO RM-NOSSO-NUMERO
           MOVE BM-INVOICE-ID         TO RM-INVOICE-ID
           MOVE BM-PARCELA-SEQ        TO RM-PARCELA-SEQ
           MOVE BM-DATA-EMISSAO       TO RM-DATA-EMISSAO
           MOVE BM-DATA-VENCIMENTO    TO RM-DATA-VENCIMENTO
           MOVE BM-VALOR              TO RM-VALOR
           MOVE BM-MULTA-PCT          TO RM-MULTA-PCT
           MOVE BM-JUROS-DIA          TO RM-JUROS-DIA
           MOVE AI-CUSTOMER-ID        TO RM-SACADO-ID
           MOVE AI-CUSTOMER-NOME      TO RM-SACADO-NOME
           MOVE AI-CUSTOMER-ENDERECO  TO RM-SACADO-ENDERECO
           MOVE WS-SEQ-REMESSA        TO RM-SEQUENCIAL
           WRITE REMITTANCE-DETAIL-RECORD.

       2300-WRITE-REMITTANCE-EXIT.
           EXIT.

      ******************************************************************
      * 2400-PRINT-SLIP -- ONE CUSTOMER SLIP, CUT LINE ON TOP
      ******************************************************************
       2400-PRINT-SLIP.

           WRITE SLIP-LINE FROM WS-SLP-CORTE

           MOVE BP-BANCO              TO WS-SL1-BANCO
           MOVE BC-LINHA-DIGITAVEL    TO WS-SL1-LINHA-DIG
           WRITE SLIP-LINE FROM WS-SLP-LINHA-1

           MOVE BP-CEDENTE            TO WS-SL2-CEDENTE
           MOVE BP-AGENCIA            TO WS-SL2-AGENCIA
           MOVE BP-CONTA              TO WS-SL2-CONTA
           WRITE SLIP-LINE FROM WS-SLP-LINHA-2

           MOVE AI-CUSTOMER-ID        TO WS-SL3-CLIENTE
           MOVE AI-CUSTOMER-NOME      TO WS-SL3-NOME
           MOVE AI-CUSTOMER-ENDERECO  TO WS-SL3-ENDERECO
           WRITE SLIP-LINE FROM WS-SLP-LINHA-3

           MOVE BM-INVOICE-ID         TO WS-SL4-FATURA
           MOVE BM-PARCELA-SEQ        TO WS-SL4-PARCELA
           MOVE BP-CARTEIRA           TO WS-SL4-CARTEIRA
           MOVE BM-NOSSO-NUMERO       TO WS-SL4-NOSSO-NUMERO
           MOVE BM-DATA-EMISSAO       TO WS-DATA-ENTRADA
           PERFORM 2410-EDIT-DATE
               THRU 2410-EDIT-DATE-EXIT
           MOVE WS-DATA-SAIDA         TO WS-SL4-EMISSAO
           WRITE SLIP-LINE FROM WS-SLP-LINHA-4

           MOVE BM-DATA-VENCIMENTO    TO WS-DATA-ENTRADA
           PERFORM 2410-EDIT-DATE
               THRU 2410-EDIT-DATE-EXIT
           MOVE WS-DATA-SAIDA         TO WS-SL5-VENCIMENTO
           MOVE BM-VALOR              TO WS-SL5-VALOR
           WRITE SLIP-LINE FROM WS-SLP-LINHA-5

           MOVE BM-MULTA-PCT          TO WS-SL6-MULTA
           MOVE BM-JUROS-DIA          TO WS-SL6-JUROS
           WRITE SLIP-LINE FROM WS-SLP-LINHA-6

           MOVE BC-CODIGO-BARRAS      TO WS-SL7-BARRAS
           WRITE SLIP-LINE FROM WS-SLP-LINHA-7.

       2400-PRINT-SLIP-EXIT.
           EXIT.

      ******************************************************************
      * 2410-EDIT-DATE -- YYYYMMDD TO DD/MM/YYYY
      ******************************************************************
       2410-EDIT-DATE.

           MOVE WS-DE-DIA TO WS-DS-DIA
           MOVE WS-DE-MES TO WS-DS-MES
           MOVE WS-DE-ANO TO WS-DS-ANO.

       2410-EDIT-DATE-EXIT.
           EXIT.

      ******************************************************************
      * 2900-REFUSE-PARCEL -- LISTED FOR AR TO COLLECT BY OTHER MEANS
      ******************************************************************
       2900-REFUSE-PARCEL.

           DISPLAY 'PARCELA NAO EMITIDA - FATURA ' AI-INVOICE-ID '/'
               AI-PARCELA-SEQ ' CLIENTE ' AI-CUSTOMER-ID ' VENC '
               AI-DATA-VENCIMENTO ' R$ ' AI-VALOR ' - '
               WS-MOTIVO-RECUSA

           ADD 1 TO WS-QTDE-RECUSADOS.

       2900-REFUSE-PARCEL-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZE -- CLOSE THE REMITTANCE WITH ITS TRAILER AND
      * SAVE THE NUMBER SERIES WHEN ANYTHING WAS ISSUED
      ******************************************************************
       3000-FINALIZE.

           IF WS-QTDE-EMITIDOS > ZEROS
               ADD 1 TO WS-SEQ-REMESSA
               MOVE SPACES            TO REMITTANCE-TRAILER-RECORD
               MOVE '9'               TO RM-TRL-TIPO-REGISTRO
               MOVE WS-QTDE-EMITIDOS  TO RM-TRL-QTDE
               MOVE WS-TOTAL-EMITIDO  TO RM-TRL-VALOR-TOTAL
               MOVE WS-SEQ-REMESSA    TO RM-TRL-SEQUENCIAL
               WRITE REMITTANCE-TRAILER-RECORD

               OPEN OUTPUT BOLETO-PARM-FILE
               WRITE BOLETO-PARM-RECORD
               CLOSE BOLETO-PARM-FILE
           END-IF

           IF WS-AI-ABERTO
               CLOSE AR-INVOICE-FILE
           END-IF
           CLOSE BOLETO-FILE
           CLOSE REMITTANCE-FILE
           CLOSE SLIP-FILE

           DISPLAY 'PARCELAS LIDAS:           ' WS-QTDE-LIDAS
           DISPLAY 'BOLETOS EMITIDOS:         ' WS-QTDE-EMITIDOS
           DISPLAY 'BOLETOS REEMITIDOS:       ' WS-QTDE-REEMITIDOS
           DISPLAY 'PARCELAS JA COM BOLETO:   ' WS-QTDE-JA-EMITIDOS
           DISPLAY 'PARCELAS NAO EMITIDAS:    ' WS-QTDE-RECUSADOS
           DISPLAY 'VALOR EMITIDO R$ ' WS-TOTAL-EMITIDO
           IF WS-QTDE-EMITIDOS > ZEROS
               DISPLAY 'REMESSA ' BP-ULT-REMESSA ' -- ULTIMO NOSSO '
                   'NUMERO ' BP-ULT-NOSSO-NUMERO
           END-IF

           MOVE 'BOLEMIS'           TO CT-PROGRAM-ID
           MOVE 'QTDE EMITIDOS'     TO CT-TOTAL-1-LABEL
           MOVE WS-QTDE-EMITIDOS    TO CT-TOTAL-1-VALOR
           MOVE 'VALOR EMITIDO'     TO CT-TOTAL-2-LABEL
           MOVE WS-TOTAL-EMITIDO    TO CT-TOTAL-2-VALOR
           MOVE 'NAO EMITIDAS'      TO CT-TOTAL-3-LABEL
           MOVE WS-QTDE-RECUSADOS   TO CT-TOTAL-3-VALOR
           CALL 'CTLTOT' USING CTLTOT-PARMS.

       3000-FINALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 8000-READ-INVOICE
      ******************************************************************
       8000-READ-INVOICE.

           READ AR-INVOICE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 8000-READ-INVOICE-EXIT
           END-READ

           IF AR-INVOICE-RECORD(1:2) = '*H'
               OR AR-INVOICE-RECORD(1:2) = '*T'
               GO TO 8000-READ-INVOICE
           END-IF.

       8000-READ-INVOICE-EXIT.
           EXIT.
