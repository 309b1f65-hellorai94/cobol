      ******************************************************************
      * Author: M. TAVARES
      * Date: 15-10-26
      * Purpose: TERM-DEPOSIT (CDB) MATURITY AND EARLY-WITHDRAWAL RUN.
      * DAILY PASS OVER THE CDBMAST CONTRACTS CDBMAINT KEEPS. A LIVE
      * CONTRACT WHOSE MATURITY DATE HAS ARRIVED EARNS SIMPLE INTEREST
      * AT ITS ANNUAL RATE FOR THE DAYS OF THE TERM AND IS EITHER PAID
      * OUT TO ITS CHECKING ACCOUNT OR ROLLED OVER FOR ANOTHER TERM OF
      * THE SAME LENGTH, AS ITS INSTRUCTION SAYS. A CONTRACT WITH AN
      * EARLY-WITHDRAWAL REQUEST EARNS INTEREST ONLY UP TO THE REQUEST
      * DATE AND LOSES WS-PERC-MULTA OF IT. THE INCOME TAX IS WITHHELD
      * ON THE INTEREST AT THE REGRESSIVE HOLDING-PERIOD RATE (22.5%
      * UP TO 180 DAYS, 20% UP TO 360, 17.5% UP TO 720, 15% BEYOND).
      * EVERYTHING MOVES THROUGH THE LEDGER AS ORDINARY ACCTTRAN
      * RECORDS ON THE CDBTRAN FEED -- THE INTEREST CREDIT STAMPED
      * 'JURCDB', THE TAX DEBIT STAMPED 'IRRFCD' AND THE PAYOUT AS A
      * PAIRED TRANSFER TO THE CHECKING ACCOUNT -- SO GUANA03 BALANCES
      * IT LIKE ANY OTHER MOVEMENT. EACH SETTLEMENT PRINTS ON THE
      * CDBIRRF REPORT UNDER THE HOLDER'S NAME AND IS APPENDED TO THE
      * CDBIRHIS WITHHOLDING HISTORY FOR THE CUSTOMER'S ANNUAL INCOME
      * STATEMENT. A SETTLED CONTRACT IS MARKED LIQUIDATED OR MOVED TO
      * ITS NEXT TERM, SO A RERUN FINDS NOTHING LEFT TO DO.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History
      * 15-10-26 MRT  ORIGINAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDBVENC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-DEPOSIT-FILE ASSIGN TO "CDBMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CDB-ACCOUNT-ID
               FILE STATUS IS WS-CDB-STATUS.

           SELECT ACCOUNT-ATTRIBUTE-FILE ASSIGN TO "ACCTATTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ATT-ACCOUNT-ID
               FILE STATUS IS WS-ATT-STATUS.

           SELECT LEDGER-TRAN-FILE ASSIGN TO "CDBTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LT-STATUS.

           SELECT WITHHOLDING-REPORT-FILE ASSIGN TO "CDBIRRF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT WITHHOLDING-HISTORY-FILE ASSIGN TO "CDBIRHIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IRH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TERM-DEPOSIT-FILE.
           COPY CDBMAST.

       FD  ACCOUNT-ATTRIBUTE-FILE.
           COPY ACCTATTR.

      *-----------------------------------------------------------------
      * LEDGER-TRAN-FILE -- INTEREST, TAX AND PAYOUT IN THE ACCTTRAN
      * LAYOUT, APPENDED TO THE NEXT GUANA03 RUN'S FEED
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

       FD  WITHHOLDING-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  WITHHOLDING-REPORT-LINE PIC X(100).

      *-----------------------------------------------------------------
      * WITHHOLDING-HISTORY-FILE -- ONE RECORD PER SETTLEMENT, KEPT
      * FOR THE ANNUAL INCOME STATEMENT (OPEN EXTEND)
      *-----------------------------------------------------------------
       FD  WITHHOLDING-HISTORY-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  WITHHOLDING-HISTORY-RECORD.
           05  IH-ACCOUNT-ID       PIC X(06).
           05  IH-DATA             PIC 9(08).
           05  IH-RENDIMENTO       PIC 9(07)V99.
           05  IH-ALIQUOTA         PIC 9(02)V99.
           05  IH-IRRF             PIC 9(07)V99.
           05  IH-EVENTO           PIC X(01).
           05  FILLER              PIC X(03).

       WORKING-STORAGE SECTION.

       77  WS-CDB-STATUS           PIC X(02) VALUE SPACES.
       77  WS-ATT-STATUS           PIC X(02) VALUE SPACES.
       77  WS-LT-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RPT-STATUS           PIC X(02) VALUE SPACES.
       77  WS-IRH-STATUS           PIC X(02) VALUE SPACES.

       77  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE               VALUE 'Y'.

       77  WS-MESTRE-SWITCH        PIC X(01) VALUE 'S'.
           88  WS-SEM-MESTRE                VALUE 'N'.

       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
      * SETTLEMENT PARAMETERS -- EARLY-WITHDRAWAL INTEREST PENALTY AND
      * THE LARGEST BALANCE ALLOWED TO ROLL OVER (ABOVE IT THE
      * CONTRACT PAYS OUT, SO THE NEXT PAYOUT STILL FITS THE LEDGER'S
      * 9(05)V99 POSTING AMOUNT)
      *-----------------------------------------------------------------
       77  WS-PERC-MULTA           PIC 9(03)V99 VALUE 50.00.
       77  WS-TETO-RENOVACAO       PIC 9(07)V99 VALUE 90000.00.

      *-----------------------------------------------------------------
      * ONE CONTRACT'S SETTLEMENT
      *-----------------------------------------------------------------
       77  WS-EVENTO               PIC X(01) VALUE SPACES.
           88  WS-EVENTO-VENCIMENTO         VALUE 'V'.
           88  WS-EVENTO-RENOVACAO          VALUE 'N'.
           88  WS-EVENTO-ANTECIPADO         VALUE 'A'.
       77  WS-DATA-FIM             PIC 9(08) VALUE ZEROS.
       77  WS-DIAS                 PIC S9(05) VALUE ZEROS.
       77  WS-JUROS-BRUTO          PIC 9(07)V99 VALUE ZEROS.
       77  WS-MULTA                PIC 9(07)V99 VALUE ZEROS.
       77  WS-RENDIMENTO           PIC 9(07)V99 VALUE ZEROS.
       77  WS-ALIQUOTA             PIC 9(02)V99 VALUE ZEROS.
       77  WS-IRRF                 PIC 9(07)V99 VALUE ZEROS.
       77  WS-JUROS-LIQUIDO        PIC 9(07)V99 VALUE ZEROS.
       77  WS-VALOR-RESGATE        PIC 9(07)V99 VALUE ZEROS.
       77  WS-INTEIRO-DE           PIC 9(07) VALUE ZEROS.
       77  WS-INTEIRO-ATE          PIC 9(07) VALUE ZEROS.
       77  WS-NOME-TITULAR         PIC X(25) VALUE SPACES.

      *-----------------------------------------------------------------
      * PAYOUT-TRANSFER REFERENCE -- 'CDV' PLUS A RUN SEQUENCE, SO
      * THE PAIR NEVER COLLIDES WITH CDBMAINT'S 'CDA' FUNDING PAIRS
      *-----------------------------------------------------------------
       01  WS-REF-RESGATE.
           05  FILLER              PIC X(03) VALUE 'CDV'.
           05  WS-REF-SEQ          PIC 9(03) VALUE ZEROS.

       77  WS-QTDE-VENCIDOS        PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-RENOVADOS       PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-ANTECIPADOS     PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-PENDENTES       PIC 9(05) VALUE ZEROS.
       77  WS-TOTAL-RENDIMENTOS    PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOTAL-IRRF           PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOTAL-RESGATES       PIC 9(09)V99 VALUE ZEROS.

       01  WS-RPT-CABECALHO.
           05  FILLER              PIC X(40) VALUE
               'CONTA   TITULAR              EVENTO     '.
           05  FILLER              PIC X(40) VALUE
               '   DIAS  RENDIMENTO      MULTA   ALIQ   '.
           05  FILLER              PIC X(20) VALUE
               '    IRRF     LIQUIDO'.

       01  WS-RPT-DETALHE.
           05  WS-RD-CONTA         PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RD-TITULAR       PIC X(19).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RD-EVENTO        PIC X(12).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RD-DIAS          PIC ZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RD-RENDIMENTO    PIC Z(06)9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RD-MULTA         PIC Z(05)9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RD-ALIQUOTA      PIC Z9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RD-IRRF          PIC Z(05)9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RD-LIQUIDO       PIC Z(06)9.99.

       01  WS-RPT-AVISO.
           05  WS-RA-CONTA         PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RA-TEXTO         PIC X(60).

       01  WS-RPT-TOTAL.
           05  FILLER              PIC X(31) VALUE
               'TOTAIS DO DIA'.
           05  FILLER              PIC X(20) VALUE SPACES.
           05  WS-RT-RENDIMENTO    PIC Z(08)9.99.
           05  FILLER              PIC X(19) VALUE SPACES.
           05  WS-RT-IRRF          PIC Z(08)9.99.

       01  WS-NIL-LINHA.
           05  FILLER              PIC X(40) VALUE
               'NENHUM CDB VENCIDO OU RESGATADO NO DIA'.

       COPY CTLTOTLNK.
       COPY JOBLGLNK.
       COPY RPTHDRLNK.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.

           MOVE 'CDBVENC' TO JL-PROGRAM-ID
           MOVE 'S'       TO JL-ACAO
           CALL 'JOBLOG' USING JOBLOG-PARMS

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT

           PERFORM 2000-PROCESS-CONTRACT
               THRU 2000-PROCESS-CONTRACT-EXIT
               UNTIL WS-END-OF-FILE

           PERFORM 3000-FINALIZE
               THRU 3000-FINALIZE-EXIT

           MOVE 0 TO RETURN-CODE

           MOVE 'E'       TO JL-ACAO
           MOVE 0000      TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-PARMS

           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE -- NO CDBMAST MEANS NO CONTRACTS YET
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           OPEN OUTPUT WITHHOLDING-REPORT-FILE

           MOVE 'CDBVENC' TO RH-PROGRAM-ID
           MOVE 1         TO RH-PAGE-NUM
           CALL 'RPTHDR' USING RPTHDR-PARMS
           WRITE WITHHOLDING-REPORT-LINE FROM RH-HEADER-LINE
           WRITE WITHHOLDING-REPORT-LINE FROM WS-RPT-CABECALHO

           OPEN I-O TERM-DEPOSIT-FILE
           IF WS-CDB-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM MESTRE CDBMAST -- NENHUM CDB A '
                   'LIQUIDAR'
               MOVE 'N' TO WS-MESTRE-SWITCH
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           OPEN INPUT ACCOUNT-ATTRIBUTE-FILE

           OPEN EXTEND LEDGER-TRAN-FILE
           IF WS-LT-STATUS NOT = '00'
               OPEN OUTPUT LEDGER-TRAN-FILE
           END-IF

           OPEN EXTEND WITHHOLDING-HISTORY-FILE
           IF WS-IRH-STATUS NOT = '00'
               OPEN OUTPUT WITHHOLDING-HISTORY-FILE
           END-IF

           PERFORM 8000-READ-CONTRACT
               THRU 8000-READ-CONTRACT-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-CONTRACT -- DECIDE WHAT, IF ANYTHING, IS DUE ON
      * THIS CONTRACT TODAY
      ******************************************************************
       2000-PROCESS-CONTRACT.

           MOVE SPACES TO WS-EVENTO

           EVALUATE TRUE
               WHEN CDB-LIQUIDADO
                   CONTINUE
               WHEN CDB-RESGATE-PEDIDO
                   AND CDB-DATA-PEDIDO < CDB-DATA-VENCTO
                   MOVE 'A'             TO WS-EVENTO
                   MOVE CDB-DATA-PEDIDO TO WS-DATA-FIM
      *        A REQUEST DATED ON OR AFTER MATURITY IS A PLAIN PAYOUT
               WHEN CDB-RESGATE-PEDIDO
                   MOVE 'V'             TO WS-EVENTO
                   MOVE CDB-DATA-VENCTO TO WS-DATA-FIM
               WHEN CDB-DATA-VENCTO NOT > WS-DATA-HOJE
                   MOVE CDB-DATA-VENCTO TO WS-DATA-FIM
                   IF CDB-RENOVA-NO-VENCTO
                       MOVE 'N' TO WS-EVENTO
                   ELSE
                       MOVE 'V' TO WS-EVENTO
                   END-IF
           END-EVALUATE

           IF WS-EVENTO = SPACES
               GO TO 2000-PROCESS-CONTRACT-NEXT
           END-IF

           PERFORM 2100-FETCH-HOLDER
               THRU 2100-FETCH-HOLDER-EXIT

           IF NOT WS-EVENTO-RENOVACAO
               PERFORM 2150-CHECK-PAYOUT-ACCOUNT
                   THRU 2150-CHECK-PAYOUT-ACCOUNT-EXIT
               IF WS-EVENTO = SPACES
                   GO TO 2000-PROCESS-CONTRACT-NEXT
               END-IF
           END-IF

           PERFORM 2200-COMPUTE-INTEREST
               THRU 2200-COMPUTE-INTEREST-EXIT

      *    A ROLLOVER THAT WOULD OUTGROW THE CEILING PAYS OUT INSTEAD
           IF WS-EVENTO-RENOVACAO
               AND WS-VALOR-RESGATE > WS-TETO-RENOVACAO
               DISPLAY 'AVISO - CDB ' CDB-ACCOUNT-ID ' ACIMA DO TETO '
                   'DE RENOVACAO -- RESGATADO NO VENCIMENTO'
               MOVE 'V' TO WS-EVENTO
               PERFORM 2150-CHECK-PAYOUT-ACCOUNT
                   THRU 2150-CHECK-PAYOUT-ACCOUNT-EXIT
               IF WS-EVENTO = SPACES
                   GO TO 2000-PROCESS-CONTRACT-NEXT
               END-IF
           END-IF

           PERFORM 2300-POST-INTEREST
               THRU 2300-POST-INTEREST-EXIT

           IF WS-EVENTO-RENOVACAO
               PERFORM 2400-ROLL-OVER
                   THRU 2400-ROLL-OVER-EXIT
           ELSE
               PERFORM 2500-PAY-OUT
                   THRU 2500-PAY-OUT-EXIT
           END-IF

           REWRITE TERM-DEPOSIT-RECORD

           PERFORM 2600-REPORT-SETTLEMENT
               THRU 2600-REPORT-SETTLEMENT-EXIT.

       2000-PROCESS-CONTRACT-NEXT.

           PERFORM 8000-READ-CONTRACT
               THRU 8000-READ-CONTRACT-EXIT.

       2000-PROCESS-CONTRACT-EXIT.
           EXIT.

      ******************************************************************
      * 2100-FETCH-HOLDER -- THE REPORT IS BY CUSTOMER NAME
      ******************************************************************
       2100-FETCH-HOLDER.

           MOVE CDB-ACCOUNT-ID TO ATT-ACCOUNT-ID
           READ ACCOUNT-ATTRIBUTE-FILE
               INVALID KEY
                   MOVE 'SEM CADASTRO' TO WS-NOME-TITULAR
               NOT INVALID KEY
                   MOVE ATT-NOME-TITULAR TO WS-NOME-TITULAR
           END-READ.

       2100-FETCH-HOLDER-EXIT.
           EXIT.

      ******************************************************************
      * 2150-CHECK-PAYOUT-ACCOUNT -- A PAYOUT INTO A CLOSED OR MISSING
      * CHECKING ACCOUNT WOULD BOUNCE OFF GUANA03 AS A ONE-SIDED
      * TRANSFER, SO THE CONTRACT WAITS AND IS REPORTED INSTEAD
      ******************************************************************
       2150-CHECK-PAYOUT-ACCOUNT.

           MOVE CDB-CONTA-RESGATE TO ATT-ACCOUNT-ID
           READ ACCOUNT-ATTRIBUTE-FILE
               INVALID KEY
                   MOVE 'CONTA DE RESGATE NAO CADASTRADA -- CDB RETIDO'
                       TO WS-RA-TEXTO
                   GO TO 2150-CHECK-PAYOUT-ACCOUNT-HOLD
           END-READ

           IF NOT ATT-CONTA-ENCERRADA
               GO TO 2150-CHECK-PAYOUT-ACCOUNT-EXIT
           END-IF

           MOVE 'CONTA DE RESGATE ENCERRADA -- CDB RETIDO'
               TO WS-RA-TEXTO.

       2150-CHECK-PAYOUT-ACCOUNT-HOLD.

           MOVE SPACES TO WS-EVENTO
           MOVE CDB-ACCOUNT-ID TO WS-RA-CONTA
           WRITE WITHHOLDING-REPORT-LINE FROM WS-RPT-AVISO
           MOVE SPACES TO WS-RPT-AVISO

           DISPLAY 'AVISO - CDB ' CDB-ACCOUNT-ID ' RETIDO -- CONTA '
               'DE RESGATE ' CDB-CONTA-RESGATE ' INDISPONIVEL'

           ADD 1 TO WS-QTDE-PENDENTES.

       2150-CHECK-PAYOUT-ACCOUNT-EXIT.
           EXIT.

      ******************************************************************
      * 2200-COMPUTE-INTEREST -- SIMPLE INTEREST ON THE PRINCIPAL FOR
      * THE DAYS HELD; THE EARLY-WITHDRAWAL PENALTY COMES OFF THE
      * INTEREST, THEN THE TAX IS WITHHELD AT THE HOLDING-PERIOD RATE
      ******************************************************************
       2200-COMPUTE-INTEREST.

           COMPUTE WS-INTEIRO-DE =
               FUNCTION INTEGER-OF-DATE(CDB-DATA-INICIO)
           COMPUTE WS-INTEIRO-ATE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-FIM)
           COMPUTE WS-DIAS = WS-INTEIRO-ATE - WS-INTEIRO-DE
           IF WS-DIAS < ZEROS
               MOVE ZEROS TO WS-DIAS
           END-IF

           COMPUTE WS-JUROS-BRUTO ROUNDED =
               CDB-PRINCIPAL * CDB-TAXA-ANUAL * WS-DIAS / 36500

           MOVE ZEROS TO WS-MULTA
           IF WS-EVENTO-ANTECIPADO
               COMPUTE WS-MULTA ROUNDED =
                   WS-JUROS-BRUTO * WS-PERC-MULTA / 100
           END-IF

           COMPUTE WS-RENDIMENTO = WS-JUROS-BRUTO - WS-MULTA

           EVALUATE TRUE
               WHEN WS-DIAS NOT > 180
                   MOVE 22.50 TO WS-ALIQUOTA
               WHEN WS-DIAS NOT > 360
                   MOVE 20.00 TO WS-ALIQUOTA
               WHEN WS-DIAS NOT > 720
                   MOVE 17.50 TO WS-ALIQUOTA
               WHEN OTHER
                   MOVE 15.00 TO WS-ALIQUOTA
           END-EVALUATE

           COMPUTE WS-IRRF ROUNDED =
               WS-RENDIMENTO * WS-ALIQUOTA / 100

           COMPUTE WS-JUROS-LIQUIDO = WS-RENDIMENTO - WS-IRRF
           COMPUTE WS-VALOR-RESGATE =
               CDB-PRINCIPAL + WS-JUROS-LIQUIDO.

       2200-COMPUTE-INTEREST-EXIT.
           EXIT.

      ******************************************************************
      * 2300-POST-INTEREST -- INTEREST CREDIT AND TAX DEBIT ON THE CDB
      * ACCOUNT ITSELF, STAMPED SO STATEMENTS AND SWEEPS KNOW THEM
      ******************************************************************
       2300-POST-INTEREST.

           IF WS-RENDIMENTO > ZEROS
               MOVE CDB-ACCOUNT-ID TO LT-ACCOUNT-ID
               MOVE WS-DATA-HOJE   TO LT-DATA
               MOVE 'C'            TO LT-TIPO
               MOVE WS-RENDIMENTO  TO LT-VALOR
               MOVE 'JURCDB'       TO LT-CONTRA-CONTA
               MOVE SPACES         TO LT-REF-TRANSFER
               WRITE LEDGER-TRAN-RECORD
           END-IF

           IF WS-IRRF > ZEROS
               MOVE CDB-ACCOUNT-ID TO LT-ACCOUNT-ID
               MOVE WS-DATA-HOJE   TO LT-DATA
               MOVE 'D'            TO LT-TIPO
               MOVE WS-IRRF        TO LT-VALOR
               MOVE 'IRRFCD'       TO LT-CONTRA-CONTA
               MOVE SPACES         TO LT-REF-TRANSFER
               WRITE LEDGER-TRAN-RECORD
           END-IF

           MOVE SPACES          TO WITHHOLDING-HISTORY-RECORD
           MOVE CDB-ACCOUNT-ID  TO IH-ACCOUNT-ID
           MOVE WS-DATA-HOJE    TO IH-DATA
           MOVE WS-RENDIMENTO   TO IH-RENDIMENTO
           MOVE WS-ALIQUOTA     TO IH-ALIQUOTA
           MOVE WS-IRRF         TO IH-IRRF
           MOVE WS-EVENTO       TO IH-EVENTO
           WRITE WITHHOLDING-HISTORY-RECORD

           ADD WS-RENDIMENTO TO WS-TOTAL-RENDIMENTOS
           ADD WS-IRRF       TO WS-TOTAL-IRRF.

       2300-POST-INTEREST-EXIT.
           EXIT.

      ******************************************************************
      * 2400-ROLL-OVER -- THE NET INTEREST JOINS THE PRINCIPAL AND A
      * NEW TERM OF THE SAME LENGTH STARTS ON THE MATURITY DATE; THE
      * MONEY STAYS ON THE CDB ACCOUNT
      ******************************************************************
       2400-ROLL-OVER.

           MOVE WS-VALOR-RESGATE TO CDB-PRINCIPAL
           MOVE CDB-DATA-VENCTO  TO CDB-DATA-INICIO
           COMPUTE WS-INTEIRO-ATE =
               FUNCTION INTEGER-OF-DATE(CDB-DATA-INICIO)
               + CDB-PRAZO-DIAS
           COMPUTE CDB-DATA-VENCTO =
               FUNCTION DATE-OF-INTEGER(WS-INTEIRO-ATE)
           ADD 1 TO CDB-QTDE-RENOVACOES

           ADD 1 TO WS-QTDE-RENOVADOS

           DISPLAY 'CDB ' CDB-ACCOUNT-ID ' RENOVADO -- NOVO PRINCIPAL '
               CDB-PRINCIPAL ' VENCIMENTO ' CDB-DATA-VENCTO.

       2400-ROLL-OVER-EXIT.
           EXIT.

      ******************************************************************
      * 2500-PAY-OUT -- PRINCIPAL PLUS NET INTEREST GOES TO THE
      * CHECKING ACCOUNT AS A PAIRED TRANSFER AND THE CONTRACT CLOSES
      ******************************************************************
       2500-PAY-OUT.

           ADD 1 TO WS-REF-SEQ

           MOVE CDB-ACCOUNT-ID    TO LT-ACCOUNT-ID
           MOVE WS-DATA-HOJE      TO LT-DATA
           MOVE 'T'               TO LT-TIPO
           MOVE WS-VALOR-RESGATE  TO LT-VALOR
           MOVE CDB-CONTA-RESGATE TO LT-CONTRA-CONTA
           MOVE WS-REF-RESGATE    TO LT-REF-TRANSFER
           WRITE LEDGER-TRAN-RECORD

           MOVE CDB-CONTA-RESGATE TO LT-ACCOUNT-ID
           MOVE 'V'               TO LT-TIPO
           MOVE CDB-ACCOUNT-ID    TO LT-CONTRA-CONTA
           WRITE LEDGER-TRAN-RECORD

           MOVE 'L'          TO CDB-SITUACAO
           MOVE WS-DATA-HOJE TO CDB-DATA-LIQUIDACAO

           IF WS-EVENTO-ANTECIPADO
               ADD 1 TO WS-QTDE-ANTECIPADOS
           ELSE
               ADD 1 TO WS-QTDE-VENCIDOS
           END-IF
           ADD WS-VALOR-RESGATE TO WS-TOTAL-RESGATES

           DISPLAY 'CDB ' CDB-ACCOUNT-ID ' RESGATADO -- R$ '
               WS-VALOR-RESGATE ' PARA A CONTA ' CDB-CONTA-RESGATE.

       2500-PAY-OUT-EXIT.
           EXIT.

      ******************************************************************
      * 2600-REPORT-SETTLEMENT -- ONE WITHHOLDING LINE PER SETTLEMENT
      ******************************************************************
       2600-REPORT-SETTLEMENT.

           MOVE SPACES          TO WS-RPT-DETALHE
           MOVE CDB-ACCOUNT-ID  TO WS-RD-CONTA
           MOVE WS-NOME-TITULAR TO WS-RD-TITULAR

           EVALUATE TRUE
               WHEN WS-EVENTO-ANTECIPADO
                   MOVE 'RESG.ANTECIP' TO WS-RD-EVENTO
               WHEN WS-EVENTO-RENOVACAO
                   MOVE 'RENOVACAO'    TO WS-RD-EVENTO
               WHEN OTHER
                   MOVE 'VENCIMENTO'   TO WS-RD-EVENTO
           END-EVALUATE

           MOVE WS-DIAS          TO WS-RD-DIAS
           MOVE WS-RENDIMENTO    TO WS-RD-RENDIMENTO
           MOVE WS-MULTA         TO WS-RD-MULTA
           MOVE WS-ALIQUOTA      TO WS-RD-ALIQUOTA
           MOVE WS-IRRF          TO WS-RD-IRRF
           MOVE WS-JUROS-LIQUIDO TO WS-RD-LIQUIDO

           WRITE WITHHOLDING-REPORT-LINE FROM WS-RPT-DETALHE.

       2600-REPORT-SETTLEMENT-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZE
      ******************************************************************
       3000-FINALIZE.

           IF WS-QTDE-VENCIDOS = ZEROS
               AND WS-QTDE-RENOVADOS = ZEROS
               AND WS-QTDE-ANTECIPADOS = ZEROS
               AND WS-QTDE-PENDENTES = ZEROS
               WRITE WITHHOLDING-REPORT-LINE FROM WS-NIL-LINHA
           ELSE
               MOVE WS-TOTAL-RENDIMENTOS TO WS-RT-RENDIMENTO
               MOVE WS-TOTAL-IRRF        TO WS-RT-IRRF
               WRITE WITHHOLDING-REPORT-LINE FROM WS-RPT-TOTAL
           END-IF

           DISPLAY 'CDB RESGATADOS NO VENCIMENTO: ' WS-QTDE-VENCIDOS
           DISPLAY 'CDB RENOVADOS: ' WS-QTDE-RENOVADOS
           DISPLAY 'CDB RESGATADOS ANTECIPADAMENTE: '
               WS-QTDE-ANTECIPADOS
           DISPLAY 'CDB RETIDOS (CONTA DE RESGATE): '
               WS-QTDE-PENDENTES
           DISPLAY 'RENDIMENTOS: R$ ' WS-TOTAL-RENDIMENTOS
               ' IRRF RETIDO: R$ ' WS-TOTAL-IRRF

           MOVE 'CDBVENC'           TO CT-PROGRAM-ID
           MOVE 'RENDIMENTOS CDB'   TO CT-TOTAL-1-LABEL
           MOVE WS-TOTAL-RENDIMENTOS TO CT-TOTAL-1-VALOR
           MOVE 'IRRF RETIDO'       TO CT-TOTAL-2-LABEL
           MOVE WS-TOTAL-IRRF       TO CT-TOTAL-2-VALOR
           MOVE 'TOTAL RESGATES'    TO CT-TOTAL-3-LABEL
           MOVE WS-TOTAL-RESGATES   TO CT-TOTAL-3-VALOR
           CALL 'CTLTOT' USING CTLTOT-PARMS

           CLOSE WITHHOLDING-REPORT-FILE

           IF NOT WS-SEM-MESTRE
               CLOSE TERM-DEPOSIT-FILE
               CLOSE ACCOUNT-ATTRIBUTE-FILE
               CLOSE LEDGER-TRAN-FILE
               CLOSE WITHHOLDING-HISTORY-FILE
           END-IF.

       3000-FINALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 8000-READ-CONTRACT
      ******************************************************************
       8000-READ-CONTRACT.

           READ TERM-DEPOSIT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       8000-READ-CONTRACT-EXIT.
           EXIT.
