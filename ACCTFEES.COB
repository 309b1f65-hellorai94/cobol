      *               COMPLAINT GENERATOR THE SWEEP EXISTS TO STOP.
      *               OVERDRAFT INTEREST STILL CHARGES: A DORMANT
      *               ACCOUNT SITTING NEGATIVE IS STILL BORROWING.
      * 15-10-26 MRT  READS THE CHEQDEV RETURNED-CHEQUE FILE GUANA03
      *               APPENDS TO: EVERY CHEQUE RETURNED FOR
      *               INSUFFICIENT FUNDS (MOTIVO 11/12) ON AN ACCOUNT
      *               NOT CLOSED IS CHARGED THE RETURNED-CHEQUE FEE,
      *               STAMPED 'TARIFA' LIKE THE MAINTENANCE FEE WITH
      *               THE CHEQUE NUMBER IN FT-REF-TRANSFER. THE NEW
      *               CHEQRPT REPORT LISTS EVERY RETURN AND THEN THE
      *               REPEAT OFFENDERS FROM THE CHEQMAST REGISTER --
      *               ACCOUNTS WITH TWO OR MORE INSUFFICIENT-FUNDS
      *               RETURNS NOT ALREADY BLOCKED OR CLOSED -- FOR THE
      *               BRANCH TO BLOCK THROUGH ATTMAINT. CHEQDEV IS
      *               EMPTIED ONCE CHARGED; NO CHEQDEV MEANS NO FEES.
      * 15-10-26 MRT  TERM-DEPOSIT (CDB) ACCOUNTS, ATT-TIPO 'T', ARE
      *               SKIPPED BY THE MAINTENANCE FEE -- THE CONTRACT
      *               BALANCE IS LOCKED AND A FEE DEBIT WOULD EAT INTO
      *               THE PRINCIPAL CDBVENC PAYS OUT.
      * 15-10-26 MRT  THE RUN'S CHARGES ARE RECOGNISED IN THE GENERAL
      *               LEDGER ON GLINTRFC (OPEN EXTEND): FEES (MAINTEN-
      *               ANCE AND RETURNED-CHEQUE) DEBIT 1350-000 AND
      *               CREDIT FEE REVENUE 7300-000; OVERDRAFT INTEREST
      *               DEBITS 1350-000 AND CREDITS 7400-000. GUANA03
      *               CLEARS 1350-000 AGAINST THE DEPOSIT ACCOUNTS
      *               WHEN IT POSTS THE FEETRAN DEBITS.
      * 15-10-26 MRT  THE RUN'S GLINTRFC ENTRIES NOW GO OUT BETWEEN AN
      *               IFCTL HEADER AND TRAILER (RECORD COUNT AND
      *               AMOUNT HASH) SO EVERY CONSUMER CAN PROVE THE
      *               BATCH ARRIVED WHOLE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTFEES.
               RECORD KEY IS ATT-ACCOUNT-ID
               FILE STATUS IS WS-ATT-STATUS.

           SELECT RETURNED-CHEQUE-FILE ASSIGN TO "CHEQDEV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CDV-STATUS.

           SELECT CHEQUE-REGISTER-FILE ASSIGN TO "CHEQMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CQ-CHAVE
               FILE STATUS IS WS-CHQ-STATUS.

           SELECT CHEQUE-REPORT-FILE ASSIGN TO "CHEQRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRP-STATUS.

           SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTRFC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-BALANCE-FILE.
           05  FT-CONTRA-CONTA         PIC X(06).
           05  FT-REF-TRANSFER         PIC X(06).

      *-----------------------------------------------------------------
      * RETURNED-CHEQUE-FILE -- GUANA03'S BOUNCED CHEQUES SINCE THE
      * LAST RUN; CHEQUE-REGISTER-FILE -- CHEQMNT'S REGISTER, READ
      * FOR THE REPEAT-OFFENDER COUNT; CHEQUE-REPORT-FILE -- THE
      * RETURNED-CHEQUE REPORT
      *-----------------------------------------------------------------
       FD  RETURNED-CHEQUE-FILE.
           COPY CHEQDEV.

       FD  CHEQUE-REGISTER-FILE.
           COPY CHEQMAST.

       FD  CHEQUE-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CHEQUE-REPORT-LINE          PIC X(80).

       FD  GL-INTERFACE-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  GL-INTERFACE-RECORD.
           05  GL-ACCOUNT-CODE     PIC X(08).
           05  GL-DC-INDICADOR     PIC X(01).
           05  GL-AMOUNT           PIC 9(07)V99.
           05  GL-PERIODO          PIC 9(06).
           05  GL-EMP-ID           PIC X(05).

       WORKING-STORAGE SECTION.

       77  WS-AB-STATUS            PIC X(02) VALUE SPACES.
       77  WS-AH-STATUS            PIC X(02) VALUE SPACES.
       77  WS-FT-STATUS            PIC X(02) VALUE SPACES.
       77  WS-ATT-STATUS           PIC X(02) VALUE SPACES.
       77  WS-CDV-STATUS           PIC X(02) VALUE SPACES.
       77  WS-CHQ-STATUS           PIC X(02) VALUE SPACES.
       77  WS-CRP-STATUS           PIC X(02) VALUE SPACES.
       77  WS-GL-STATUS            PIC X(02) VALUE SPACES.
       77  WS-ATTR-DISPONIVEL      PIC X(01) VALUE 'N'.
           88  WS-TEM-ATRIBUTOS              VALUE 'S'.
       77  WS-CONTA-FECHADA-SW     PIC X(01) VALUE 'N'.
       77  WS-CONTA-DORMENTE-SW    PIC X(01) VALUE 'N'.
           88  WS-CONTA-DORME                VALUE 'S'.
       77  WS-QTDE-DORMENTES       PIC 9(05) VALUE ZEROS.
       77  WS-CONTA-PRAZO-SW       PIC X(01) VALUE 'N'.
           88  WS-CONTA-A-PRAZO              VALUE 'S'.
       77  WS-QTDE-PRAZO           PIC 9(05) VALUE ZEROS.
       77  WS-CONTA-CONSULTA       PIC X(06) VALUE SPACES.
       77  WS-QTDE-ENCERRADAS      PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-ENC-JUROS       PIC 9(05) VALUE ZEROS.
      *-----------------------------------------------------------------
       77  WS-TARIFA-MANUTENCAO    PIC 9(03)V99 VALUE 12.00.
       77  WS-TAXA-DIARIA          PIC V9(05) VALUE .00050.
       77  WS-TARIFA-DEVOLUCAO     PIC 9(03)V99 VALUE 17.50.

      *-----------------------------------------------------------------
      * RETURNED CHEQUES -- A RETURN IS ONLY CHARGED FOR INSUFFICIENT
      * FUNDS; WS-LIMITE-REINCIDENCIA SUCH RETURNS ON ONE ACCOUNT
      * PUT IT ON THE REPORT FOR BLOCKING
      *-----------------------------------------------------------------
       77  WS-LIMITE-REINCIDENCIA  PIC 9(03) VALUE 2.
       77  WS-CDV-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88  WS-CDV-END-OF-FILE            VALUE 'Y'.
       77  WS-CHQ-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88  WS-CHQ-END-OF-FILE            VALUE 'Y'.
       77  WS-TEM-DEVOLUCOES-SW    PIC X(01) VALUE 'N'.
           88  WS-TEM-DEVOLUCOES             VALUE 'S'.
       77  WS-CHQ-CONTA-ATUAL      PIC X(06) VALUE SPACES.
       77  WS-CHQ-QTDE-CONTA       PIC 9(03) VALUE ZEROS.
       77  WS-QTDE-CHQ-DEVOL       PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-TARIFAS-DEVOL   PIC 9(05) VALUE ZEROS.
       77  WS-TOTAL-TARIFAS-DEVOL  PIC 9(09)V99 VALUE ZEROS.
       77  WS-QTDE-REINCIDENTES    PIC 9(05) VALUE ZEROS.

       01  WS-CHQ-TITULO-DEVOL.
           05  FILLER              PIC X(44) VALUE
               'CHEQUES DEVOLVIDOS DESDE O ULTIMO FECHAMENTO'.

       01  WS-CHQ-CABEC-DEVOL.
           05  FILLER              PIC X(40) VALUE
               'CONTA   CHEQUE  DATA          VALOR  MT '.
           05  FILLER              PIC X(08) VALUE ' TARIFA '.

       01  WS-CHQ-DETALHE.
           05  WS-CHD-CONTA        PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-CHD-NUMERO       PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-CHD-DATA         PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-CHD-VALOR        PIC Z(05)9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-CHD-MOTIVO       PIC X(02).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-CHD-TARIFA       PIC ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-CHD-OBS          PIC X(16).

       01  WS-CHQ-TITULO-REINC.
           05  FILLER              PIC X(40) VALUE
               'REINCIDENTES -- DEVOLUCOES POR FALTA DE '.
           05  FILLER              PIC X(20) VALUE
               'FUNDOS - BLOQUEAR'.

       01  WS-CHQ-REINC-LINHA.
           05  WS-CHR-CONTA        PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-CHR-NOME         PIC X(25).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-CHR-QTDE         PIC ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-CHR-ACAO         PIC X(20).

       01  WS-CHQ-NIL-DEVOL.
           05  FILLER              PIC X(40) VALUE
               'NENHUM CHEQUE DEVOLVIDO NO PERIODO'.

       01  WS-CHQ-NIL-REINC.
           05  FILLER              PIC X(40) VALUE
               'NENHUMA CONTA REINCIDENTE'.

      *-----------------------------------------------------------------
      * PER-ACCOUNT REPLAY -- THE MONTH'S TRANSACTIONS FOR ONE ACCOUNT
       77  WS-QTDE-JUROS           PIC 9(07) VALUE ZEROS.
       77  WS-TOTAL-JUROS          PIC 9(09)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
      * GENERAL-LEDGER RECOGNITION OF THE RUN'S CHARGES
      *-----------------------------------------------------------------
       77  WS-GL-PERIODO           PIC 9(06) VALUE ZEROS.
       77  WS-GL-ACCT-TARIFAS-DEB  PIC X(08) VALUE '1350-000'.
       77  WS-GL-ACCT-REC-TARIFAS  PIC X(08) VALUE '7300-000'.
       77  WS-GL-ACCT-REC-JUROS    PIC X(08) VALUE '7400-000'.
       77  WS-GL-CONTA-RECEITA     PIC X(08) VALUE SPACES.
       77  WS-GL-ORIGEM            PIC X(05) VALUE SPACES.
       77  WS-GL-MAX-LANCTO        PIC 9(07)V99 VALUE 9999999.99.
       77  WS-GL-RESTANTE          PIC 9(11)V99 VALUE ZEROS.
       77  WS-GL-VALOR             PIC 9(07)V99 VALUE ZEROS.

       COPY CTLTOTLNK.
       COPY JOBLGLNK.
       COPY IFCTLLNK.
       COPY RPTHDRLNK.

       PROCEDURE DIVISION.

                   THRU 3100-SETTLE-ACCOUNT-EXIT
           END-IF

           PERFORM 5000-RETURNED-CHEQUES
               THRU 5000-RETURNED-CHEQUES-EXIT

           PERFORM 4000-FINALIZE
               THRU 4000-FINALIZE-EXIT

           CLOSE ACCOUNT-BALANCE-FILE
           CLOSE ACCOUNT-HISTORY-FILE
           CLOSE FEE-TRANSACTION-FILE
           CLOSE CHEQUE-REPORT-FILE
           PERFORM 8972-WRITE-GL-TRAILER
               THRU 8972-WRITE-GL-TRAILER-EXIT
           CLOSE GL-INTERFACE-FILE

           IF WS-TEM-ATRIBUTOS
               CLOSE ACCOUNT-ATTRIBUTE-FILE
               WS-QTDE-DORMENTES
           DISPLAY 'CONTAS ENCERRADAS SEM JUROS: '
               WS-QTDE-ENC-JUROS
           DISPLAY 'CONTAS CDB SEM TARIFA: '
               WS-QTDE-PRAZO

           MOVE 0 TO RETURN-CODE

           OPEN I-O    ACCOUNT-BALANCE-FILE
           OPEN INPUT  ACCOUNT-HISTORY-FILE
           OPEN OUTPUT FEE-TRANSACTION-FILE
           OPEN OUTPUT CHEQUE-REPORT-FILE

           OPEN INPUT ACCOUNT-ATTRIBUTE-FILE
           IF WS-ATT-STATUS = '00'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE TO WS-DATA-LIMITE

           MOVE WS-DATA-HOJE(1:6) TO WS-GL-PERIODO
           OPEN EXTEND GL-INTERFACE-FILE
           IF WS-GL-STATUS NOT = '00'
               OPEN OUTPUT GL-INTERFACE-FILE
           END-IF

           PERFORM 8970-WRITE-GL-HEADER
               THRU 8970-WRITE-GL-HEADER-EXIT

           MOVE 'ACCTFEES' TO RH-PROGRAM-ID
           MOVE 1          TO RH-PAGE-NUM
           CALL 'RPTHDR' USING RPTHDR-PARMS
           WRITE CHEQUE-REPORT-LINE FROM RH-HEADER-LINE

           PERFORM 8000-READ-BALANCE
               THRU 8000-READ-BALANCE-EXIT

               GO TO 2000-CHARGE-MAINTENANCE-FEE-NEXT
           END-IF

           IF WS-CONTA-A-PRAZO
               DISPLAY 'CONTA ' AB-ACCOUNT-ID ' CDB -- SEM TARIFA'
               ADD 1 TO WS-QTDE-PRAZO
               GO TO 2000-CHARGE-MAINTENANCE-FEE-NEXT
           END-IF

           MOVE AB-ACCOUNT-ID       TO FT-ACCOUNT-ID
           MOVE WS-DATA-HOJE        TO FT-DATA
           MOVE 'D'                 TO FT-TIPO

           MOVE 'N' TO WS-CONTA-FECHADA-SW
           MOVE 'N' TO WS-CONTA-DORMENTE-SW
           MOVE 'N' TO WS-CONTA-PRAZO-SW

           IF NOT WS-TEM-ATRIBUTOS
               GO TO 2900-CHECK-ACCOUNT-CLOSED-EXIT

           IF ATT-CONTA-DORMENTE
               MOVE 'S' TO WS-CONTA-DORMENTE-SW
           END-IF

           IF ATT-CONTA-PRAZO
               MOVE 'S' TO WS-CONTA-PRAZO-SW
           END-IF.

       2900-CHECK-ACCOUNT-CLOSED-EXIT.
           MOVE WS-TOTAL-JUROS    TO CT-TOTAL-2-VALOR
           MOVE 'CONTAS TARIFADAS' TO CT-TOTAL-3-LABEL
           MOVE WS-QTDE-TARIFAS   TO CT-TOTAL-3-VALOR
           CALL 'CTLTOT' USING CTLTOT-PARMS

           DISPLAY 'CHEQUES DEVOLVIDOS: ' WS-QTDE-CHQ-DEVOL
               ' TARIFADOS: ' WS-QTDE-TARIFAS-DEVOL
               ' TOTAL R$ ' WS-TOTAL-TARIFAS-DEVOL
           DISPLAY 'CONTAS REINCIDENTES A BLOQUEAR: '
               WS-QTDE-REINCIDENTES

      *    RETURNED-CHEQUE FEES GO OUT AS THEIR OWN CONTROL-TOTAL
      *    RECORD SO THE MAINTENANCE-FEE TOTALS KEEP THEIR MEANING
           MOVE 'ACCTFEES'        TO CT-PROGRAM-ID
           MOVE 'TARIFAS DEVOL'   TO CT-TOTAL-1-LABEL
           MOVE WS-TOTAL-TARIFAS-DEVOL TO CT-TOTAL-1-VALOR
           MOVE 'CHQ DEVOLVIDOS'  TO CT-TOTAL-2-LABEL
           MOVE WS-QTDE-CHQ-DEVOL TO CT-TOTAL-2-VALOR
           MOVE 'REINCIDENTES'    TO CT-TOTAL-3-LABEL
           MOVE WS-QTDE-REINCIDENTES TO CT-TOTAL-3-VALOR
           CALL 'CTLTOT' USING CTLTOT-PARMS

           MOVE WS-GL-ACCT-REC-TARIFAS TO WS-GL-CONTA-RECEITA
           MOVE 'TARIF'                TO WS-GL-ORIGEM
           COMPUTE WS-GL-RESTANTE =
               WS-TOTAL-TARIFAS + WS-TOTAL-TARIFAS-DEVOL
           PERFORM 4100-WRITE-GL-PAIR
               THRU 4100-WRITE-GL-PAIR-EXIT
               UNTIL WS-GL-RESTANTE = ZEROS

           MOVE WS-GL-ACCT-REC-JUROS   TO WS-GL-CONTA-RECEITA
           MOVE 'JUROS'                TO WS-GL-ORIGEM
           MOVE WS-TOTAL-JUROS         TO WS-GL-RESTANTE
           PERFORM 4100-WRITE-GL-PAIR
               THRU 4100-WRITE-GL-PAIR-EXIT
               UNTIL WS-GL-RESTANTE = ZEROS.

       4000-FINALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 4100-WRITE-GL-PAIR -- DEBIT THE CHARGES RECEIVABLE, CREDIT THE
      * REVENUE; A TOTAL TOO LARGE FOR GL-AMOUNT GOES OUT IN SEVERAL
      * PAIRS
      ******************************************************************
       4100-WRITE-GL-PAIR.

           IF WS-GL-RESTANTE > WS-GL-MAX-LANCTO
               MOVE WS-GL-MAX-LANCTO TO WS-GL-VALOR
           ELSE
               MOVE WS-GL-RESTANTE   TO WS-GL-VALOR
           END-IF

           SUBTRACT WS-GL-VALOR FROM WS-GL-RESTANTE

           MOVE WS-GL-ACCT-TARIFAS-DEB TO GL-ACCOUNT-CODE
           MOVE 'D'                    TO GL-DC-INDICADOR
           MOVE WS-GL-VALOR            TO GL-AMOUNT
           MOVE WS-GL-PERIODO          TO GL-PERIODO
           MOVE WS-GL-ORIGEM           TO GL-EMP-ID
           PERFORM 8971-WRITE-GL-ENTRY
               THRU 8971-WRITE-GL-ENTRY-EXIT

           MOVE WS-GL-CONTA-RECEITA    TO GL-ACCOUNT-CODE
           MOVE 'C'                    TO GL-DC-INDICADOR
           PERFORM 8971-WRITE-GL-ENTRY
               THRU 8971-WRITE-GL-ENTRY-EXIT.

       4100-WRITE-GL-PAIR-EXIT.
           EXIT.

      ******************************************************************
      * 5000-RETURNED-CHEQUES -- CHARGE AND LIST EVERY RETURN ON
      * CHEQDEV, THEN LIST THE REPEAT OFFENDERS FROM THE REGISTER.
      * CHEQDEV IS EMPTIED ONCE CHARGED SO NO RETURN IS BILLED TWICE
      ******************************************************************
       5000-RETURNED-CHEQUES.

           WRITE CHEQUE-REPORT-LINE FROM WS-CHQ-TITULO-DEVOL

           OPEN INPUT RETURNED-CHEQUE-FILE
           IF WS-CDV-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO CHEQDEV -- NENHUMA '
                   'TARIFA DE DEVOLUCAO'
               WRITE CHEQUE-REPORT-LINE FROM WS-CHQ-NIL-DEVOL
               GO TO 5000-RETURNED-CHEQUES-REINC
           END-IF

           WRITE CHEQUE-REPORT-LINE FROM WS-CHQ-CABEC-DEVOL

           PERFORM 8200-READ-RETURNED
               THRU 8200-READ-RETURNED-EXIT

           PERFORM 5100-CHARGE-RETURNED-CHEQUE
               THRU 5100-CHARGE-RETURNED-CHEQUE-EXIT
               UNTIL WS-CDV-END-OF-FILE

           IF NOT WS-TEM-DEVOLUCOES
               WRITE CHEQUE-REPORT-LINE FROM WS-CHQ-NIL-DEVOL
           END-IF

           CLOSE RETURNED-CHEQUE-FILE
           OPEN OUTPUT RETURNED-CHEQUE-FILE
           CLOSE RETURNED-CHEQUE-FILE.

       5000-RETURNED-CHEQUES-REINC.

           MOVE SPACES TO CHEQUE-REPORT-LINE
           WRITE CHEQUE-REPORT-LINE
           WRITE CHEQUE-REPORT-LINE FROM WS-CHQ-TITULO-REINC

           OPEN INPUT CHEQUE-REGISTER-FILE
           IF WS-CHQ-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM REGISTRO CHEQMAST -- SEM LISTA '
                   'DE REINCIDENTES'
               WRITE CHEQUE-REPORT-LINE FROM WS-CHQ-NIL-REINC
               GO TO 5000-RETURNED-CHEQUES-EXIT
           END-IF

           PERFORM 8300-READ-REGISTER
               THRU 8300-READ-REGISTER-EXIT

           IF NOT WS-CHQ-END-OF-FILE
               MOVE CQ-ACCOUNT-ID TO WS-CHQ-CONTA-ATUAL
           END-IF

           PERFORM 5200-COUNT-REGISTER-RETURNS
               THRU 5200-COUNT-REGISTER-RETURNS-EXIT
               UNTIL WS-CHQ-END-OF-FILE

           IF WS-CHQ-CONTA-ATUAL NOT = SPACES
               PERFORM 5300-CHECK-REPEAT-OFFENDER
                   THRU 5300-CHECK-REPEAT-OFFENDER-EXIT
           END-IF

           IF WS-QTDE-REINCIDENTES = ZEROS
               WRITE CHEQUE-REPORT-LINE FROM WS-CHQ-NIL-REINC
           END-IF

           CLOSE CHEQUE-REGISTER-FILE.

       5000-RETURNED-CHEQUES-EXIT.
           EXIT.

      ******************************************************************
      * 5100-CHARGE-RETURNED-CHEQUE -- ONLY AN INSUFFICIENT-FUNDS
      * RETURN IS THE CUSTOMER'S FAULT AND CARRIES THE FEE; A CLOSED
      * ACCOUNT IS LISTED BUT NOT CHARGED (THE DEBIT WOULD BOUNCE
      * OFF GUANA03 AS CONTA ENCERRADA)
      ******************************************************************
       5100-CHARGE-RETURNED-CHEQUE.

           MOVE 'S' TO WS-TEM-DEVOLUCOES-SW
           ADD 1 TO WS-QTDE-CHQ-DEVOL

           MOVE SPACES        TO WS-CHQ-DETALHE
           MOVE CD-ACCOUNT-ID TO WS-CHD-CONTA
           MOVE CD-NUMERO     TO WS-CHD-NUMERO
           MOVE CD-DATA       TO WS-CHD-DATA
           MOVE CD-VALOR      TO WS-CHD-VALOR
           MOVE CD-MOTIVO     TO WS-CHD-MOTIVO
           MOVE ZEROS         TO WS-CHD-TARIFA

           IF NOT CD-SEM-FUNDOS
               GO TO 5100-CHARGE-RETURNED-CHEQUE-PRINT
           END-IF

           MOVE CD-ACCOUNT-ID TO WS-CONTA-CONSULTA
           PERFORM 2900-CHECK-ACCOUNT-CLOSED
               THRU 2900-CHECK-ACCOUNT-CLOSED-EXIT

           IF WS-CONTA-FECHADA
               MOVE 'CONTA ENCERRADA' TO WS-CHD-OBS
               GO TO 5100-CHARGE-RETURNED-CHEQUE-PRINT
           END-IF

           MOVE CD-ACCOUNT-ID       TO FT-ACCOUNT-ID
           MOVE WS-DATA-HOJE        TO FT-DATA
           MOVE 'D'                 TO FT-TIPO
           MOVE WS-TARIFA-DEVOLUCAO TO FT-VALOR
           MOVE 'TARIFA'            TO FT-CONTRA-CONTA
           MOVE CD-NUMERO           TO FT-REF-TRANSFER
           WRITE FEE-TRANSACTION-RECORD

           MOVE WS-TARIFA-DEVOLUCAO TO WS-CHD-TARIFA
           ADD 1 TO WS-QTDE-TARIFAS-DEVOL
           ADD WS-TARIFA-DEVOLUCAO TO WS-TOTAL-TARIFAS-DEVOL.

       5100-CHARGE-RETURNED-CHEQUE-PRINT.

           WRITE CHEQUE-REPORT-LINE FROM WS-CHQ-DETALHE

           PERFORM 8200-READ-RETURNED
               THRU 8200-READ-RETURNED-EXIT.

       5100-CHARGE-RETURNED-CHEQUE-EXIT.
           EXIT.

      ******************************************************************
      * 5200-COUNT-REGISTER-RETURNS -- SUM THE INSUFFICIENT-FUNDS
      * RETURNS OF EVERY LEAF ON ONE ACCOUNT (THE REGISTER IS IN
      * ACCOUNT/NUMBER KEY ORDER)
      ******************************************************************
       5200-COUNT-REGISTER-RETURNS.

           IF CQ-ACCOUNT-ID NOT = WS-CHQ-CONTA-ATUAL
               PERFORM 5300-CHECK-REPEAT-OFFENDER
                   THRU 5300-CHECK-REPEAT-OFFENDER-EXIT
               MOVE CQ-ACCOUNT-ID TO WS-CHQ-CONTA-ATUAL
           END-IF

           ADD CQ-QTDE-DEVOL-FUNDOS TO WS-CHQ-QTDE-CONTA

           PERFORM 8300-READ-REGISTER
               THRU 8300-READ-REGISTER-EXIT.

       5200-COUNT-REGISTER-RETURNS-EXIT.
           EXIT.

      ******************************************************************
      * 5300-CHECK-REPEAT-OFFENDER -- AN ACCOUNT AT OR OVER THE
      * RECURRENCE LIMIT IS LISTED FOR BLOCKING UNLESS IT IS ALREADY
      * BLOCKED OR CLOSED
      ******************************************************************
       5300-CHECK-REPEAT-OFFENDER.

           IF WS-CHQ-QTDE-CONTA < WS-LIMITE-REINCIDENCIA
               GO TO 5300-CHECK-REPEAT-OFFENDER-RESET
           END-IF

           MOVE SPACES             TO WS-CHQ-REINC-LINHA
           MOVE WS-CHQ-CONTA-ATUAL TO WS-CHR-CONTA
           MOVE WS-CHQ-QTDE-CONTA  TO WS-CHR-QTDE
           MOVE 'BLOQUEAR'         TO WS-CHR-ACAO

           IF WS-TEM-ATRIBUTOS
               MOVE WS-CHQ-CONTA-ATUAL TO ATT-ACCOUNT-ID
               READ ACCOUNT-ATTRIBUTE-FILE
                   INVALID KEY
                       MOVE 'SEM CADASTRO' TO WS-CHR-NOME
                   NOT INVALID KEY
                       MOVE ATT-NOME-TITULAR TO WS-CHR-NOME
                       IF ATT-CONTA-BLOQUEADA
                           OR ATT-CONTA-ENCERRADA
                           GO TO 5300-CHECK-REPEAT-OFFENDER-RESET
                       END-IF
               END-READ
           END-IF

           WRITE CHEQUE-REPORT-LINE FROM WS-CHQ-REINC-LINHA

           DISPLAY 'REINCIDENTE - CONTA ' WS-CHQ-CONTA-ATUAL ' COM '
               WS-CHQ-QTDE-CONTA ' DEVOLUCOES -- BLOQUEAR'

           ADD 1 TO WS-QTDE-REINCIDENTES.

       5300-CHECK-REPEAT-OFFENDER-RESET.

           MOVE ZEROS TO WS-CHQ-QTDE-CONTA.

       5300-CHECK-REPEAT-OFFENDER-EXIT.
           EXIT.

      ******************************************************************
      * 8000-READ-BALANCE
      ******************************************************************

       8100-READ-HISTORY-EXIT.
           EXIT.

      ******************************************************************
      * 8200-READ-RETURNED
      ******************************************************************
       8200-READ-RETURNED.

           READ RETURNED-CHEQUE-FILE
               AT END
                   MOVE 'Y' TO WS-CDV-EOF-SWITCH
           END-READ.

       8200-READ-RETURNED-EXIT.
           EXIT.

      ******************************************************************
      * 8300-READ-REGISTER
      ******************************************************************
       8300-READ-REGISTER.

           READ CHEQUE-REGISTER-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-CHQ-EOF-SWITCH
           END-READ.

       8300-READ-REGISTER-EXIT.
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
