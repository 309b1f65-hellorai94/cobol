      ******************************************************************
      * Author: M. TAVARES
      * Date: 15-10-26
      * Purpose: DAILY FX FORWARD RUN. TREASURY'S FORWARD CONTRACTS
      * LIVED ON A SPREADSHEET UNTIL THEIR VALUE DATE, SO NEITHER THE
      * GL NOR THE EXPOSURE CHECK SAW THEM. THIS JOB KEEPS THE
      * FXFWDMST FORWARD MASTER: NEW TRADES CAPTURED BY TREASURY ON
      * FXFWDNEW ARE VALIDATED AND ADDED (THE FEED IS THEN CONSUMED),
      * AND EVERY OPEN FORWARD IS MARKED AGAINST THE LATEST FXRATE ON
      * OR BEFORE THE RUN DATE -- NOTIONAL * (MARKET RATE - CONTRACTED
      * RATE), SIGN REVERSED FOR A SALE. ONLY THE MOVEMENT SINCE THE
      * LAST MARK IS POSTED TO GLINTRFC, AGAINST THE FORWARD
      * ADJUSTMENT ACCOUNT AND FXREVAL'S UNREALIZED GAIN/LOSS
      * ACCOUNTS. ON THE VALUE DATE THE FORWARD IS MARKED ONE LAST
      * TIME AT THAT DAY'S RATE AND ROLLED INTO THE SPOT POSITION: THE
      * CASH LEG AT THE CONTRACTED RATE AND THE ACCUMULATED MARK GO TO
      * THE FX POSITION ACCOUNT, FXPOSBAL IS UPDATED, AND A RECORD ON
      * FXFWDLIQ LETS FXLOTUPD OPEN (BUY) OR RELIEVE (SELL) THE FXLOTS
      * LOTS AT THE VALUE-DATE RATE. EVERY CONTRACT TOUCHED PRINTS ON
      * THE FXFWDRPT REPORT.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History
      * 15-10-26 MRT  ORIGINAL VERSION.
      * 15-10-26 MRT  THE RUN'S GLINTRFC ENTRIES NOW GO OUT BETWEEN AN
      *               IFCTL HEADER AND TRAILER (RECORD COUNT AND
      *               AMOUNT HASH) SO EVERY CONSUMER CAN PROVE THE
      *               BATCH ARRIVED WHOLE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXFWDMTM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FX-FORWARD-FILE ASSIGN TO "FXFWDMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FW-STATUS.

           SELECT FX-NEW-FORWARD-FILE ASSIGN TO "FXFWDNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NF-STATUS.

           SELECT FX-RATE-FILE ASSIGN TO "FXRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FX-CHAVE
               FILE STATUS IS WS-FX-STATUS.

           SELECT FX-POSITION-FILE ASSIGN TO "FXPOSBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PB-STATUS.

           SELECT FX-SETTLEMENT-FILE ASSIGN TO "FXFWDLIQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FL-STATUS.

           SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTRFC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT FORWARD-REPORT-FILE ASSIGN TO "FXFWDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FX-FORWARD-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY FXFWDMST.

      *-----------------------------------------------------------------
      * FX-NEW-FORWARD-FILE -- TREASURY'S CAPTURE OF THE DAY'S NEW
      * FORWARDS, CONSUMED ONCE LOADED
      *-----------------------------------------------------------------
       FD  FX-NEW-FORWARD-FILE
           RECORD CONTAINS 65 CHARACTERS.
       01  FX-NEW-FORWARD-RECORD.
           05  NF-CONTRATO         PIC X(06).
           05  NF-MOEDA            PIC X(03).
           05  NF-SENTIDO          PIC X(01).
           05  NF-NOCIONAL         PIC 9(09)V99.
           05  NF-TAXA-CONTRATADA  PIC 9(04)V9999.
           05  NF-DATA-CONTRATACAO PIC 9(08).
           05  NF-DATA-VENCIMENTO  PIC 9(08).
           05  NF-CONTRAPARTE      PIC X(20).

       FD  FX-RATE-FILE.
       01  FX-RATE-RECORD.
           05  FX-CHAVE.
               10  FX-MOEDA            PIC X(03).
               10  FX-DATA-EFETIVA     PIC 9(08).
           05  FX-TAXA                 PIC 9(04)V9999.

       FD  FX-POSITION-FILE
           RECORD CONTAINS 25 CHARACTERS.
       01  FX-POSITION-RECORD.
           05  PB-MOEDA            PIC X(03).
           05  PB-SALDO-MOEDA      PIC 9(09)V99.
           05  PB-VALOR-CONTABIL   PIC 9(09)V99.

       FD  FX-SETTLEMENT-FILE
           RECORD CONTAINS 40 CHARACTERS.
       COPY FXFWDLIQ.

      *-----------------------------------------------------------------
      * GL-INTERFACE-FILE -- SAME IMPORT LAYOUT FXREVAL WRITES; THE
      * CURRENCY TRAVELS IN THE ORIGIN FIELD
      *-----------------------------------------------------------------
       FD  GL-INTERFACE-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  GL-INTERFACE-RECORD.
           05  GL-ACCOUNT-CODE     PIC X(08).
           05  GL-DC-INDICADOR     PIC X(01).
           05  GL-AMOUNT           PIC 9(07)V99.
           05  GL-PERIODO          PIC 9(06).
           05  GL-EMP-ID           PIC X(05).

       FD  FORWARD-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  FORWARD-REPORT-LINE     PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-FW-STATUS            PIC X(02) VALUE SPACES.
       77  WS-NF-STATUS            PIC X(02) VALUE SPACES.
       77  WS-FX-STATUS            PIC X(02) VALUE SPACES.
       77  WS-PB-STATUS            PIC X(02) VALUE SPACES.
       77  WS-FL-STATUS            PIC X(02) VALUE SPACES.
       77  WS-GL-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RPT-STATUS           PIC X(02) VALUE SPACES.

       77  WS-FW-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-FW-END-OF-FILE            VALUE 'Y'.
       77  WS-NF-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-NF-END-OF-FILE            VALUE 'Y'.
       77  WS-NF-ABERTO-SW         PIC X(01) VALUE 'N'.
           88  WS-NF-ABERTO                 VALUE 'S'.
       77  WS-PB-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-PB-END-OF-FILE            VALUE 'Y'.
       77  WS-FX-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-FX-END-OF-FILE            VALUE 'Y'.

       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WS-GL-PERIODO           PIC 9(06) VALUE ZEROS.

      *-----------------------------------------------------------------
      * FORWARD TABLE -- THE WHOLE FXFWDMST FILE IN CORE FOR THE RUN,
      * WRITTEN BACK AT FINALIZE
      *-----------------------------------------------------------------
       01  WS-FWD-TABLE.
           05  WS-FWD-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-FWD-IDX.
               10  WS-FWD-CONTRATO     PIC X(06).
               10  WS-FWD-MOEDA        PIC X(03).
               10  WS-FWD-SENTIDO      PIC X(01).
                   88  WS-FWD-COMPRA             VALUE 'C'.
                   88  WS-FWD-VENDA              VALUE 'V'.
               10  WS-FWD-NOCIONAL     PIC 9(09)V99.
               10  WS-FWD-TAXA-CONTR   PIC 9(04)V9999.
               10  WS-FWD-DATA-CONTR   PIC 9(08).
               10  WS-FWD-DATA-VENC    PIC 9(08).
               10  WS-FWD-CONTRAPARTE  PIC X(20).
               10  WS-FWD-STATUS       PIC X(01).
                   88  WS-FWD-ABERTO             VALUE 'A'.
                   88  WS-FWD-LIQUIDADO          VALUE 'L'.
               10  WS-FWD-MTM          PIC S9(11)V99.
               10  WS-FWD-TAXA-MTM     PIC 9(04)V9999.
               10  WS-FWD-DATA-MTM     PIC 9(08).

       77  WS-FWD-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-FWD-SUB              PIC 9(03) VALUE ZEROS.
       77  WS-FWD-ACHOU            PIC X(01) VALUE 'N'.
           88  WS-FWD-ENCONTROU             VALUE 'S'.

      *-----------------------------------------------------------------
      * POSITION TABLE -- FXPOSBAL IN CORE, REWRITTEN ONLY WHEN A
      * SETTLEMENT MOVED IT
      *-----------------------------------------------------------------
       01  WS-POS-TABLE.
           05  WS-POS-ENTRY OCCURS 20 TIMES
                            INDEXED BY WS-POS-IDX.
               10  WS-POS-MOEDA        PIC X(03).
               10  WS-POS-SALDO        PIC 9(09)V99.
               10  WS-POS-VALOR        PIC 9(09)V99.

       77  WS-POS-COUNT            PIC 9(02) VALUE ZEROS.
       77  WS-POS-SUB              PIC 9(02) VALUE ZEROS.
       77  WS-POS-ACHOU            PIC X(01) VALUE 'N'.
           88  WS-POS-ENCONTROU             VALUE 'S'.
       77  WS-POS-ALTERADA-SW      PIC X(01) VALUE 'N'.
           88  WS-POS-ALTERADA              VALUE 'S'.

      *-----------------------------------------------------------------
      * MARK-TO-MARKET AND SETTLEMENT WORK FIELDS
      *-----------------------------------------------------------------
       77  WS-NF-MOTIVO            PIC X(30) VALUE SPACES.
       77  WS-DATA-TAXA            PIC 9(08) VALUE ZEROS.
       77  WS-TAXA-MERCADO         PIC 9(04)V9999 VALUE ZEROS.
       77  WS-TAXA-ACHADA          PIC X(01) VALUE 'N'.
           88  WS-TEM-TAXA                  VALUE 'S'.
       77  WS-VENCIDO-SW           PIC X(01) VALUE 'N'.
           88  WS-VENCIDO                   VALUE 'S'.
       77  WS-MTM-NOVO             PIC S9(11)V99 VALUE ZEROS.
       77  WS-MTM-VARIACAO         PIC S9(11)V99 VALUE ZEROS.
       77  WS-VALOR-CONTRATADO     PIC 9(11)V99 VALUE ZEROS.
       77  WS-VALOR-POSICAO        PIC S9(11)V99 VALUE ZEROS.
       77  WS-CUSTO-BAIXA          PIC 9(11)V99 VALUE ZEROS.
       77  WS-QTDE-BAIXA           PIC 9(09)V99 VALUE ZEROS.
       77  WS-RD-SITUACAO-WK       PIC X(08) VALUE SPACES.

      *-----------------------------------------------------------------
      * GL ACCOUNTS -- FORWARD ADJUSTMENT (ASSET WHEN IN OUR FAVOUR,
      * CREDIT BALANCE WHEN AGAINST), FXREVAL'S FX POSITION AND
      * UNREALIZED RESULT ACCOUNTS, AND CASH FOR THE CONTRACTED LEG
      *-----------------------------------------------------------------
       77  WS-GL-ACCT-AJUSTE-TERMO PIC X(08) VALUE '1320-000'.
       77  WS-GL-ACCT-POSICAO      PIC X(08) VALUE '1300-000'.
       77  WS-GL-ACCT-GANHO        PIC X(08) VALUE '7100-000'.
       77  WS-GL-ACCT-PERDA        PIC X(08) VALUE '6100-000'.
       77  WS-GL-ACCT-CAIXA        PIC X(08) VALUE '1100-000'.
       77  WS-GL-CONTA-DEBITO      PIC X(08) VALUE SPACES.
       77  WS-GL-CONTA-CREDITO     PIC X(08) VALUE SPACES.
       77  WS-GL-ORIGEM            PIC X(05) VALUE SPACES.
       77  WS-GL-MAX-LANCTO        PIC 9(07)V99 VALUE 9999999.99.
       77  WS-GL-RESTANTE          PIC 9(11)V99 VALUE ZEROS.
       77  WS-GL-VALOR             PIC 9(07)V99 VALUE ZEROS.
       77  WS-GL-QTDE-LANCTOS      PIC 9(05) VALUE ZEROS.

       77  WS-QTDE-NOVOS           PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-RECUSADOS       PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-MARCADOS        PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-LIQUIDADOS      PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-SEM-TAXA        PIC 9(05) VALUE ZEROS.
       77  WS-TOTAL-GANHO          PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOTAL-PERDA          PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOTAL-VARIACAO       PIC S9(11)V99 VALUE ZEROS.

       01  WS-RPT-COLUNAS.
           05  FILLER              PIC X(40) VALUE
               'CONTR. MOE S     NOCIONAL  TX.CONTR  TX.'.
           05  FILLER              PIC X(40) VALUE
               'MERC.          MTM     VARIACAO SITUACAO'.

       01  WS-RPT-DETALHE.
           05  WS-RD-CONTRATO      PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-MOEDA         PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-SENTIDO       PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-NOCIONAL      PIC Z(08)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-TAXA-CONTR    PIC Z(03)9.9999.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-TAXA-MERC     PIC Z(03)9.9999.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-MTM           PIC -(08)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-VARIACAO      PIC -(08)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-SITUACAO      PIC X(08).

       COPY CTLTOTLNK.
       COPY JOBLGLNK.
       COPY IFCTLLNK.
       COPY RPTHDRLNK.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.

           MOVE 'FXFWDMTM' TO JL-PROGRAM-ID
           MOVE 'S'        TO JL-ACAO
           CALL 'JOBLOG' USING JOBLOG-PARMS

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT

           PERFORM 2000-ADD-NEW-FORWARD
               THRU 2000-ADD-NEW-FORWARD-EXIT
               UNTIL WS-NF-END-OF-FILE

           PERFORM 3000-PROCESS-FORWARD
               THRU 3000-PROCESS-FORWARD-EXIT
               VARYING WS-FWD-SUB FROM 1 BY 1
               UNTIL WS-FWD-SUB > WS-FWD-COUNT

           PERFORM 4000-FINALIZE
               THRU 4000-FINALIZE-EXIT

           IF WS-QTDE-RECUSADOS > ZEROS OR WS-QTDE-SEM-TAXA > ZEROS
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
      * 1000-INITIALIZE -- LOAD THE FORWARD MASTER AND THE FX
      * POSITIONS INTO CORE, OPEN THE DAY'S CAPTURE FEED AND THE
      * APPEND-ONLY GL AND SETTLEMENT EXTRACTS
      ******************************************************************
       1000-INITIALIZE.

           MOVE SPACES TO WS-FWD-TABLE
           MOVE SPACES TO WS-POS-TABLE

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE(1:6) TO WS-GL-PERIODO

           OPEN INPUT FX-RATE-FILE
           OPEN OUTPUT FORWARD-REPORT-FILE

           MOVE 'FXFWDMTM' TO RH-PROGRAM-ID
           MOVE 1          TO RH-PAGE-NUM
           CALL 'RPTHDR' USING RPTHDR-PARMS
           WRITE FORWARD-REPORT-LINE FROM RH-HEADER-LINE
           WRITE FORWARD-REPORT-LINE FROM WS-RPT-COLUNAS

           OPEN INPUT FX-FORWARD-FILE
           IF WS-FW-STATUS = '00'
               PERFORM 8000-READ-FORWARD
                   THRU 8000-READ-FORWARD-EXIT
               PERFORM 1100-STORE-FORWARD
                   THRU 1100-STORE-FORWARD-EXIT
                   UNTIL WS-FW-END-OF-FILE
               CLOSE FX-FORWARD-FILE
           ELSE
               DISPLAY 'AVISO - SEM ARQUIVO FXFWDMST -- CADASTRO DE '
                   'TERMOS INICIADO VAZIO'
           END-IF

           OPEN INPUT FX-POSITION-FILE
           IF WS-PB-STATUS = '00'
               PERFORM 8200-READ-POSITION
                   THRU 8200-READ-POSITION-EXIT
               PERFORM 1200-STORE-POSITION
                   THRU 1200-STORE-POSITION-EXIT
                   UNTIL WS-PB-END-OF-FILE
               CLOSE FX-POSITION-FILE
           ELSE
               DISPLAY 'AVISO - SEM ARQUIVO FXPOSBAL'
           END-IF

           OPEN INPUT FX-NEW-FORWARD-FILE
           IF WS-NF-STATUS NOT = '00'
               MOVE 'Y' TO WS-NF-EOF-SWITCH
           ELSE
               MOVE 'S' TO WS-NF-ABERTO-SW
               PERFORM 8100-READ-NEW-FORWARD
                   THRU 8100-READ-NEW-FORWARD-EXIT
           END-IF

           OPEN EXTEND GL-INTERFACE-FILE
           IF WS-GL-STATUS NOT = '00'
               OPEN OUTPUT GL-INTERFACE-FILE
           END-IF

           PERFORM 8970-WRITE-GL-HEADER
               THRU 8970-WRITE-GL-HEADER-EXIT

           OPEN EXTEND FX-SETTLEMENT-FILE
           IF WS-FL-STATUS NOT = '00'
               OPEN OUTPUT FX-SETTLEMENT-FILE
           END-IF.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-STORE-FORWARD
      ******************************************************************
       1100-STORE-FORWARD.

           IF WS-FWD-COUNT < 500
               ADD 1 TO WS-FWD-COUNT
               SET WS-FWD-IDX TO WS-FWD-COUNT
               MOVE FW-CONTRATO         TO WS-FWD-CONTRATO(WS-FWD-IDX)
               MOVE FW-MOEDA            TO WS-FWD-MOEDA(WS-FWD-IDX)
               MOVE FW-SENTIDO          TO WS-FWD-SENTIDO(WS-FWD-IDX)
               MOVE FW-NOCIONAL         TO WS-FWD-NOCIONAL(WS-FWD-IDX)
               MOVE FW-TAXA-CONTRATADA
                   TO WS-FWD-TAXA-CONTR(WS-FWD-IDX)
               MOVE FW-DATA-CONTRATACAO
                   TO WS-FWD-DATA-CONTR(WS-FWD-IDX)
               MOVE FW-DATA-VENCIMENTO
                   TO WS-FWD-DATA-VENC(WS-FWD-IDX)
               MOVE FW-CONTRAPARTE
                   TO WS-FWD-CONTRAPARTE(WS-FWD-IDX)
               MOVE FW-STATUS           TO WS-FWD-STATUS(WS-FWD-IDX)
               MOVE FW-MTM-ACUMULADO    TO WS-FWD-MTM(WS-FWD-IDX)
               MOVE FW-TAXA-ULT-MTM     TO WS-FWD-TAXA-MTM(WS-FWD-IDX)
               MOVE FW-DATA-ULT-MTM     TO WS-FWD-DATA-MTM(WS-FWD-IDX)
           ELSE
               DISPLAY 'TABELA DE TERMOS CHEIA -- CONTRATO '
                   FW-CONTRATO ' IGNORADO'
           END-IF

           PERFORM 8000-READ-FORWARD
               THRU 8000-READ-FORWARD-EXIT.

       1100-STORE-FORWARD-EXIT.
           EXIT.

      ******************************************************************
      * 1200-STORE-POSITION
      ******************************************************************
       1200-STORE-POSITION.

           IF WS-POS-COUNT < 20
               ADD 1 TO WS-POS-COUNT
               SET WS-POS-IDX TO WS-POS-COUNT
               MOVE PB-MOEDA          TO WS-POS-MOEDA(WS-POS-IDX)
               MOVE PB-SALDO-MOEDA    TO WS-POS-SALDO(WS-POS-IDX)
               MOVE PB-VALOR-CONTABIL TO WS-POS-VALOR(WS-POS-IDX)
           ELSE
               DISPLAY 'TABELA DE POSICOES CHEIA -- ' PB-MOEDA
                   ' IGNORADA'
           END-IF

           PERFORM 8200-READ-POSITION
               THRU 8200-READ-POSITION-EXIT.

       1200-STORE-POSITION-EXIT.
           EXIT.

      ******************************************************************
      * 2000-ADD-NEW-FORWARD -- ONE CAPTURED TRADE; A REFUSAL GOES TO
      * THE CONSOLE WITH ITS REASON AND LEAVES THE MASTER UNTOUCHED
      ******************************************************************
       2000-ADD-NEW-FORWARD.

           PERFORM 2100-VALIDATE-NEW-FORWARD
               THRU 2100-VALIDATE-NEW-FORWARD-EXIT

           IF WS-NF-MOTIVO NOT = SPACES
               ADD 1 TO WS-QTDE-RECUSADOS
               DISPLAY 'TERMO ' NF-CONTRATO ' RECUSADO -- '
                   WS-NF-MOTIVO
               GO TO 2000-ADD-NEW-FORWARD-NEXT
           END-IF

           ADD 1 TO WS-FWD-COUNT
           SET WS-FWD-IDX TO WS-FWD-COUNT
           MOVE NF-CONTRATO         TO WS-FWD-CONTRATO(WS-FWD-IDX)
           MOVE NF-MOEDA            TO WS-FWD-MOEDA(WS-FWD-IDX)
           MOVE NF-SENTIDO          TO WS-FWD-SENTIDO(WS-FWD-IDX)
           MOVE NF-NOCIONAL         TO WS-FWD-NOCIONAL(WS-FWD-IDX)
           MOVE NF-TAXA-CONTRATADA  TO WS-FWD-TAXA-CONTR(WS-FWD-IDX)
           MOVE NF-DATA-CONTRATACAO TO WS-FWD-DATA-CONTR(WS-FWD-IDX)
           MOVE NF-DATA-VENCIMENTO  TO WS-FWD-DATA-VENC(WS-FWD-IDX)
           MOVE NF-CONTRAPARTE      TO WS-FWD-CONTRAPARTE(WS-FWD-IDX)
           MOVE 'A'                 TO WS-FWD-STATUS(WS-FWD-IDX)
           MOVE ZEROS               TO WS-FWD-MTM(WS-FWD-IDX)
           MOVE ZEROS               TO WS-FWD-TAXA-MTM(WS-FWD-IDX)
           MOVE ZEROS               TO WS-FWD-DATA-MTM(WS-FWD-IDX)

           ADD 1 TO WS-QTDE-NOVOS
           DISPLAY 'TERMO ' NF-CONTRATO ' INCLUIDO -- ' NF-SENTIDO
               ' ' NF-MOEDA ' ' NF-NOCIONAL ' A ' NF-TAXA-CONTRATADA
               ' VENC ' NF-DATA-VENCIMENTO.

       2000-ADD-NEW-FORWARD-NEXT.

           PERFORM 8100-READ-NEW-FORWARD
               THRU 8100-READ-NEW-FORWARD-EXIT.

       2000-ADD-NEW-FORWARD-EXIT.
           EXIT.

      ******************************************************************
      * 2100-VALIDATE-NEW-FORWARD -- FIRST FAILURE WINS
      ******************************************************************
       2100-VALIDATE-NEW-FORWARD.

           MOVE SPACES TO WS-NF-MOTIVO

           IF NF-CONTRATO = SPACES
               MOVE 'CONTRATO EM BRANCO' TO WS-NF-MOTIVO
               GO TO 2100-VALIDATE-NEW-FORWARD-EXIT
           END-IF

           MOVE 'N' TO WS-FWD-ACHOU
           IF WS-FWD-COUNT > ZEROS
               SET WS-FWD-IDX TO 1
               SEARCH WS-FWD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-FWD-IDX > WS-FWD-COUNT
                       CONTINUE
                   WHEN WS-FWD-CONTRATO(WS-FWD-IDX) = NF-CONTRATO
                       MOVE 'S' TO WS-FWD-ACHOU
               END-SEARCH
           END-IF
           IF WS-FWD-ENCONTROU
               MOVE 'CONTRATO JA CADASTRADO' TO WS-NF-MOTIVO
               GO TO 2100-VALIDATE-NEW-FORWARD-EXIT
           END-IF

           IF NF-MOEDA = SPACES
               MOVE 'MOEDA EM BRANCO' TO WS-NF-MOTIVO
               GO TO 2100-VALIDATE-NEW-FORWARD-EXIT
           END-IF

           IF NF-SENTIDO NOT = 'C' AND NF-SENTIDO NOT = 'V'
               MOVE 'SENTIDO DEVE SER C OU V' TO WS-NF-MOTIVO
               GO TO 2100-VALIDATE-NEW-FORWARD-EXIT
           END-IF

           IF NF-NOCIONAL NOT NUMERIC OR NF-NOCIONAL = ZEROS
               MOVE 'NOCIONAL INVALIDO' TO WS-NF-MOTIVO
               GO TO 2100-VALIDATE-NEW-FORWARD-EXIT
           END-IF

           IF NF-TAXA-CONTRATADA NOT NUMERIC
               OR NF-TAXA-CONTRATADA = ZEROS
               MOVE 'TAXA CONTRATADA INVALIDA' TO WS-NF-MOTIVO
               GO TO 2100-VALIDATE-NEW-FORWARD-EXIT
           END-IF

           IF NF-DATA-CONTRATACAO NOT NUMERIC
               MOVE 'DATA DE CONTRATACAO INVALIDA' TO WS-NF-MOTIVO
               GO TO 2100-VALIDATE-NEW-FORWARD-EXIT
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(NF-DATA-CONTRATACAO)
               NOT = 0
               MOVE 'DATA DE CONTRATACAO INVALIDA' TO WS-NF-MOTIVO
               GO TO 2100-VALIDATE-NEW-FORWARD-EXIT
           END-IF

           IF NF-DATA-VENCIMENTO NOT NUMERIC
               MOVE 'DATA DE VENCIMENTO INVALIDA' TO WS-NF-MOTIVO
               GO TO 2100-VALIDATE-NEW-FORWARD-EXIT
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(NF-DATA-VENCIMENTO)
               NOT = 0
               MOVE 'DATA DE VENCIMENTO INVALIDA' TO WS-NF-MOTIVO
               GO TO 2100-VALIDATE-NEW-FORWARD-EXIT
           END-IF

           IF NF-DATA-VENCIMENTO NOT > NF-DATA-CONTRATACAO
               MOVE 'VENCIMENTO NAO POSTERIOR A DATA' TO WS-NF-MOTIVO
               GO TO 2100-VALIDATE-NEW-FORWARD-EXIT
           END-IF

           IF WS-FWD-COUNT NOT < 500
               MOVE 'TABELA DE TERMOS CHEIA' TO WS-NF-MOTIVO
           END-IF.

       2100-VALIDATE-NEW-FORWARD-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PROCESS-FORWARD -- MARK ONE OPEN FORWARD; ON OR AFTER ITS
      * VALUE DATE THE MARK USES THE VALUE DATE'S RATE AND THE
      * CONTRACT SETTLES. A CONTRACT ALREADY MARKED TODAY IS NOT
      * MARKED AGAIN, SO A RERUN POSTS NOTHING TWICE
      ******************************************************************
       3000-PROCESS-FORWARD.

           SET WS-FWD-IDX TO WS-FWD-SUB

           IF NOT WS-FWD-ABERTO(WS-FWD-IDX)
               GO TO 3000-PROCESS-FORWARD-EXIT
           END-IF

           IF WS-FWD-DATA-CONTR(WS-FWD-IDX) > WS-DATA-HOJE
               GO TO 3000-PROCESS-FORWARD-EXIT
           END-IF

           IF WS-FWD-DATA-VENC(WS-FWD-IDX) > WS-DATA-HOJE
               MOVE 'N'          TO WS-VENCIDO-SW
               MOVE WS-DATA-HOJE TO WS-DATA-TAXA
           ELSE
               MOVE 'S'          TO WS-VENCIDO-SW
               MOVE WS-FWD-DATA-VENC(WS-FWD-IDX) TO WS-DATA-TAXA
           END-IF

           IF WS-FWD-DATA-MTM(WS-FWD-IDX) = WS-DATA-HOJE
               AND NOT WS-VENCIDO
               DISPLAY 'TERMO ' WS-FWD-CONTRATO(WS-FWD-IDX)
                   ' JA MARCADO EM ' WS-DATA-HOJE ' -- IGNORADO'
               GO TO 3000-PROCESS-FORWARD-EXIT
           END-IF

           PERFORM 3100-FIND-MARKET-RATE
               THRU 3100-FIND-MARKET-RATE-EXIT

           IF NOT WS-TEM-TAXA
               ADD 1 TO WS-QTDE-SEM-TAXA
               DISPLAY 'AVISO - SEM TAXA PARA '
                   WS-FWD-MOEDA(WS-FWD-IDX) ' EM ' WS-DATA-TAXA
                   ' -- TERMO ' WS-FWD-CONTRATO(WS-FWD-IDX)
                   ' NAO MARCADO'
               MOVE ZEROS      TO WS-TAXA-MERCADO
               MOVE ZEROS      TO WS-MTM-VARIACAO
               MOVE 'SEM TAXA' TO WS-RD-SITUACAO-WK
               PERFORM 3900-WRITE-DETAIL
                   THRU 3900-WRITE-DETAIL-EXIT
               GO TO 3000-PROCESS-FORWARD-EXIT
           END-IF

           PERFORM 3200-MARK-FORWARD
               THRU 3200-MARK-FORWARD-EXIT

           IF WS-VENCIDO
               PERFORM 3400-SETTLE-FORWARD
                   THRU 3400-SETTLE-FORWARD-EXIT
               MOVE 'LIQUIDOU' TO WS-RD-SITUACAO-WK
           ELSE
               MOVE 'MARCADO'  TO WS-RD-SITUACAO-WK
           END-IF

           PERFORM 3900-WRITE-DETAIL
               THRU 3900-WRITE-DETAIL-EXIT.

       3000-PROCESS-FORWARD-EXIT.
           EXIT.

      ******************************************************************
      * 3100-FIND-MARKET-RATE -- LATEST FXRATE ON OR BEFORE THE
      * MARKING DATE (FXREVAL'S OWN CONVENTION)
      ******************************************************************
       3100-FIND-MARKET-RATE.

           MOVE 'N'   TO WS-TAXA-ACHADA
           MOVE ZEROS TO WS-TAXA-MERCADO
           MOVE 'N'   TO WS-FX-EOF-SWITCH

           MOVE WS-FWD-MOEDA(WS-FWD-IDX) TO FX-MOEDA
           MOVE ZEROS                    TO FX-DATA-EFETIVA

           START FX-RATE-FILE KEY NOT LESS FX-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FX-EOF-SWITCH
           END-START

           PERFORM 3110-SCAN-RATE
               THRU 3110-SCAN-RATE-EXIT
               UNTIL WS-FX-END-OF-FILE.

       3100-FIND-MARKET-RATE-EXIT.
           EXIT.

      ******************************************************************
      * 3110-SCAN-RATE
      ******************************************************************
       3110-SCAN-RATE.

           READ FX-RATE-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-FX-EOF-SWITCH
                   GO TO 3110-SCAN-RATE-EXIT
           END-READ

           IF FX-MOEDA NOT = WS-FWD-MOEDA(WS-FWD-IDX)
               OR FX-DATA-EFETIVA > WS-DATA-TAXA
               MOVE 'Y' TO WS-FX-EOF-SWITCH
               GO TO 3110-SCAN-RATE-EXIT
           END-IF

           MOVE FX-TAXA TO WS-TAXA-MERCADO
           MOVE 'S'     TO WS-TAXA-ACHADA.

       3110-SCAN-RATE-EXIT.
           EXIT.

      ******************************************************************
      * 3200-MARK-FORWARD -- NEW MARK, MOVEMENT AGAINST THE MARK
      * ALREADY POSTED, AND THE GL ENTRY FOR THAT MOVEMENT:
      *   GAIN:  D FORWARD ADJUSTMENT  /  C UNREALIZED FX GAIN
      *   LOSS:  D UNREALIZED FX LOSS  /  C FORWARD ADJUSTMENT
      ******************************************************************
       3200-MARK-FORWARD.

           IF WS-FWD-COMPRA(WS-FWD-IDX)
               COMPUTE WS-MTM-NOVO ROUNDED =
                   WS-FWD-NOCIONAL(WS-FWD-IDX)
                   * (WS-TAXA-MERCADO - WS-FWD-TAXA-CONTR(WS-FWD-IDX))
           ELSE
               COMPUTE WS-MTM-NOVO ROUNDED =
                   WS-FWD-NOCIONAL(WS-FWD-IDX)
                   * (WS-FWD-TAXA-CONTR(WS-FWD-IDX) - WS-TAXA-MERCADO)
           END-IF

           COMPUTE WS-MTM-VARIACAO =
               WS-MTM-NOVO - WS-FWD-MTM(WS-FWD-IDX)

           MOVE WS-FWD-MOEDA(WS-FWD-IDX) TO WS-GL-ORIGEM

           IF WS-MTM-VARIACAO > ZEROS
               MOVE WS-GL-ACCT-AJUSTE-TERMO TO WS-GL-CONTA-DEBITO
               MOVE WS-GL-ACCT-GANHO        TO WS-GL-CONTA-CREDITO
               MOVE WS-MTM-VARIACAO         TO WS-GL-RESTANTE
               ADD WS-MTM-VARIACAO TO WS-TOTAL-GANHO
               PERFORM 7000-WRITE-GL-PAIR
                   THRU 7000-WRITE-GL-PAIR-EXIT
                   UNTIL WS-GL-RESTANTE = ZEROS
           END-IF

           IF WS-MTM-VARIACAO < ZEROS
               MOVE WS-GL-ACCT-PERDA        TO WS-GL-CONTA-DEBITO
               MOVE WS-GL-ACCT-AJUSTE-TERMO TO WS-GL-CONTA-CREDITO
               COMPUTE WS-GL-RESTANTE = ZEROS - WS-MTM-VARIACAO
               ADD WS-GL-RESTANTE TO WS-TOTAL-PERDA
               PERFORM 7000-WRITE-GL-PAIR
                   THRU 7000-WRITE-GL-PAIR-EXIT
                   UNTIL WS-GL-RESTANTE = ZEROS
           END-IF

           ADD WS-MTM-VARIACAO TO WS-TOTAL-VARIACAO
           ADD 1 TO WS-QTDE-MARCADOS

           MOVE WS-MTM-NOVO     TO WS-FWD-MTM(WS-FWD-IDX)
           MOVE WS-TAXA-MERCADO TO WS-FWD-TAXA-MTM(WS-FWD-IDX)
           MOVE WS-DATA-HOJE    TO WS-FWD-DATA-MTM(WS-FWD-IDX).

       3200-MARK-FORWARD-EXIT.
           EXIT.

      ******************************************************************
      * 3400-SETTLE-FORWARD -- THE CASH LEG AT THE CONTRACTED RATE
      * AND THE ACCUMULATED MARK BOTH CLOSE INTO THE FX POSITION
      * ACCOUNT, SO THE POSITION LANDS AT THE VALUE DATE'S RATE:
      *   BUY:   D FX POSITION  /  C CASH          (CONTRACTED VALUE)
      *   SELL:  D CASH         /  C FX POSITION   (CONTRACTED VALUE)
      *   MARK IN OUR FAVOUR:  D FX POSITION  /  C FORWARD ADJUSTMENT
      *   MARK AGAINST US:     D FORWARD ADJUSTMENT  /  C FX POSITION
      ******************************************************************
       3400-SETTLE-FORWARD.

           COMPUTE WS-VALOR-CONTRATADO ROUNDED =
               WS-FWD-NOCIONAL(WS-FWD-IDX)
               * WS-FWD-TAXA-CONTR(WS-FWD-IDX)

           IF WS-FWD-COMPRA(WS-FWD-IDX)
               MOVE WS-GL-ACCT-POSICAO TO WS-GL-CONTA-DEBITO
               MOVE WS-GL-ACCT-CAIXA   TO WS-GL-CONTA-CREDITO
           ELSE
               MOVE WS-GL-ACCT-CAIXA   TO WS-GL-CONTA-DEBITO
               MOVE WS-GL-ACCT-POSICAO TO WS-GL-CONTA-CREDITO
           END-IF
           MOVE WS-VALOR-CONTRATADO TO WS-GL-RESTANTE
           PERFORM 7000-WRITE-GL-PAIR
               THRU 7000-WRITE-GL-PAIR-EXIT
               UNTIL WS-GL-RESTANTE = ZEROS

           IF WS-FWD-MTM(WS-FWD-IDX) > ZEROS
               MOVE WS-GL-ACCT-POSICAO      TO WS-GL-CONTA-DEBITO
               MOVE WS-GL-ACCT-AJUSTE-TERMO TO WS-GL-CONTA-CREDITO
               MOVE WS-FWD-MTM(WS-FWD-IDX)  TO WS-GL-RESTANTE
               PERFORM 7000-WRITE-GL-PAIR
                   THRU 7000-WRITE-GL-PAIR-EXIT
                   UNTIL WS-GL-RESTANTE = ZEROS
           END-IF

           IF WS-FWD-MTM(WS-FWD-IDX) < ZEROS
               MOVE WS-GL-ACCT-AJUSTE-TERMO TO WS-GL-CONTA-DEBITO
               MOVE WS-GL-ACCT-POSICAO      TO WS-GL-CONTA-CREDITO
               COMPUTE WS-GL-RESTANTE = ZEROS - WS-FWD-MTM(WS-FWD-IDX)
               PERFORM 7000-WRITE-GL-PAIR
                   THRU 7000-WRITE-GL-PAIR-EXIT
                   UNTIL WS-GL-RESTANTE = ZEROS
           END-IF

           PERFORM 3500-UPDATE-POSITION
               THRU 3500-UPDATE-POSITION-EXIT

           MOVE SPACES                        TO FX-SETTLEMENT-RECORD
           MOVE WS-FWD-CONTRATO(WS-FWD-IDX)   TO FL-CONTRATO
           MOVE WS-FWD-MOEDA(WS-FWD-IDX)      TO FL-MOEDA
           MOVE WS-FWD-SENTIDO(WS-FWD-IDX)    TO FL-SENTIDO
           MOVE WS-FWD-DATA-VENC(WS-FWD-IDX)  TO FL-DATA
           MOVE WS-FWD-NOCIONAL(WS-FWD-IDX)   TO FL-QTDE
           MOVE WS-TAXA-MERCADO               TO FL-TAXA
           WRITE FX-SETTLEMENT-RECORD

           MOVE 'L' TO WS-FWD-STATUS(WS-FWD-IDX)
           ADD 1 TO WS-QTDE-LIQUIDADOS

           DISPLAY 'TERMO ' WS-FWD-CONTRATO(WS-FWD-IDX) ' LIQUIDADO -- '
               WS-FWD-SENTIDO(WS-FWD-IDX) ' '
               WS-FWD-MOEDA(WS-FWD-IDX) ' '
               WS-FWD-NOCIONAL(WS-FWD-IDX) ' A ' WS-TAXA-MERCADO.

       3400-SETTLE-FORWARD-EXIT.
           EXIT.

      ******************************************************************
      * 3500-UPDATE-POSITION -- A BUY ADDS THE NOTIONAL AT THE VALUE
      * POSTED TO THE POSITION ACCOUNT; A SELL TAKES THE NOTIONAL OUT
      * AT THE POSITION'S AVERAGE BOOKED VALUE (FXLOTUPD'S AVERAGE-COST
      * RELIEF CARRIES THE REALIZED RESULT TO FXREVAL)
      ******************************************************************
       3500-UPDATE-POSITION.

           MOVE 'N' TO WS-POS-ACHOU
           IF WS-POS-COUNT > ZEROS
               SET WS-POS-IDX TO 1
               SEARCH WS-POS-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-POS-IDX > WS-POS-COUNT
                       CONTINUE
                   WHEN WS-POS-MOEDA(WS-POS-IDX)
                       = WS-FWD-MOEDA(WS-FWD-IDX)
                       MOVE 'S' TO WS-POS-ACHOU
               END-SEARCH
           END-IF

           IF NOT WS-POS-ENCONTROU
               IF WS-POS-COUNT < 20
                   ADD 1 TO WS-POS-COUNT
                   SET WS-POS-IDX TO WS-POS-COUNT
                   MOVE WS-FWD-MOEDA(WS-FWD-IDX)
                       TO WS-POS-MOEDA(WS-POS-IDX)
                   MOVE ZEROS TO WS-POS-SALDO(WS-POS-IDX)
                   MOVE ZEROS TO WS-POS-VALOR(WS-POS-IDX)
               ELSE
                   DISPLAY 'TABELA DE POSICOES CHEIA -- TERMO '
                       WS-FWD-CONTRATO(WS-FWD-IDX)
                       ' FORA DO FXPOSBAL'
                   GO TO 3500-UPDATE-POSITION-EXIT
               END-IF
           END-IF

           MOVE 'S' TO WS-POS-ALTERADA-SW

           IF WS-FWD-COMPRA(WS-FWD-IDX)
               COMPUTE WS-VALOR-POSICAO =
                   WS-VALOR-CONTRATADO + WS-FWD-MTM(WS-FWD-IDX)
               ADD WS-FWD-NOCIONAL(WS-FWD-IDX)
                   TO WS-POS-SALDO(WS-POS-IDX)
               ADD WS-VALOR-POSICAO TO WS-POS-VALOR(WS-POS-IDX)
               GO TO 3500-UPDATE-POSITION-EXIT
           END-IF

           MOVE WS-FWD-NOCIONAL(WS-FWD-IDX) TO WS-QTDE-BAIXA
           IF WS-QTDE-BAIXA > WS-POS-SALDO(WS-POS-IDX)
               MOVE WS-POS-SALDO(WS-POS-IDX) TO WS-QTDE-BAIXA
               DISPLAY 'AVISO - TERMO ' WS-FWD-CONTRATO(WS-FWD-IDX)
                   ' VENDE MAIS QUE A POSICAO EM '
                   WS-FWD-MOEDA(WS-FWD-IDX) ' -- POSICAO ZERADA'
           END-IF

           IF WS-QTDE-BAIXA = ZEROS
               GO TO 3500-UPDATE-POSITION-EXIT
           END-IF

           COMPUTE WS-CUSTO-BAIXA ROUNDED =
               WS-POS-VALOR(WS-POS-IDX) * WS-QTDE-BAIXA
               / WS-POS-SALDO(WS-POS-IDX)

           SUBTRACT WS-QTDE-BAIXA  FROM WS-POS-SALDO(WS-POS-IDX)
           SUBTRACT WS-CUSTO-BAIXA FROM WS-POS-VALOR(WS-POS-IDX).

       3500-UPDATE-POSITION-EXIT.
           EXIT.

      ******************************************************************
      * 3900-WRITE-DETAIL
      ******************************************************************
       3900-WRITE-DETAIL.

           MOVE SPACES                        TO WS-RPT-DETALHE
           MOVE WS-FWD-CONTRATO(WS-FWD-IDX)   TO WS-RD-CONTRATO
           MOVE WS-FWD-MOEDA(WS-FWD-IDX)      TO WS-RD-MOEDA
           MOVE WS-FWD-SENTIDO(WS-FWD-IDX)    TO WS-RD-SENTIDO
           MOVE WS-FWD-NOCIONAL(WS-FWD-IDX)   TO WS-RD-NOCIONAL
           MOVE WS-FWD-TAXA-CONTR(WS-FWD-IDX) TO WS-RD-TAXA-CONTR
           MOVE WS-TAXA-MERCADO               TO WS-RD-TAXA-MERC
           MOVE WS-FWD-MTM(WS-FWD-IDX)        TO WS-RD-MTM
           MOVE WS-MTM-VARIACAO               TO WS-RD-VARIACAO
           MOVE WS-RD-SITUACAO-WK             TO WS-RD-SITUACAO
           WRITE FORWARD-REPORT-LINE FROM WS-RPT-DETALHE.

       3900-WRITE-DETAIL-EXIT.
           EXIT.

      ******************************************************************
      * 4000-FINALIZE -- REWRITE THE FORWARD MASTER, FXPOSBAL WHEN A
      * SETTLEMENT MOVED IT, CONSUME THE CAPTURE FEED, AND TOTALS
      ******************************************************************
       4000-FINALIZE.

           OPEN OUTPUT FX-FORWARD-FILE

           PERFORM 4100-WRITE-ONE-FORWARD
               THRU 4100-WRITE-ONE-FORWARD-EXIT
               VARYING WS-FWD-SUB FROM 1 BY 1
               UNTIL WS-FWD-SUB > WS-FWD-COUNT

           CLOSE FX-FORWARD-FILE

           IF WS-POS-ALTERADA
               OPEN OUTPUT FX-POSITION-FILE
               PERFORM 4200-WRITE-ONE-POSITION
                   THRU 4200-WRITE-ONE-POSITION-EXIT
                   VARYING WS-POS-SUB FROM 1 BY 1
                   UNTIL WS-POS-SUB > WS-POS-COUNT
               CLOSE FX-POSITION-FILE
           END-IF

      *    THE CAPTURE FEED IS CONSUMED -- ITS TRADES NOW LIVE ON THE
      *    MASTER, AND A RERUN MUST NOT OFFER THEM AGAIN
           IF WS-NF-ABERTO
               CLOSE FX-NEW-FORWARD-FILE
               OPEN OUTPUT FX-NEW-FORWARD-FILE
               CLOSE FX-NEW-FORWARD-FILE
           END-IF

           CLOSE FX-RATE-FILE
           CLOSE FX-SETTLEMENT-FILE
           PERFORM 8972-WRITE-GL-TRAILER
               THRU 8972-WRITE-GL-TRAILER-EXIT
           CLOSE GL-INTERFACE-FILE

           DISPLAY 'TERMOS INCLUIDOS:   ' WS-QTDE-NOVOS
           DISPLAY 'TERMOS RECUSADOS:   ' WS-QTDE-RECUSADOS
           DISPLAY 'TERMOS MARCADOS:    ' WS-QTDE-MARCADOS
           DISPLAY 'TERMOS LIQUIDADOS:  ' WS-QTDE-LIQUIDADOS
           DISPLAY 'TERMOS SEM TAXA:    ' WS-QTDE-SEM-TAXA
           DISPLAY 'GANHO NAO REALIZADO: ' WS-TOTAL-GANHO
           DISPLAY 'PERDA NAO REALIZADA: ' WS-TOTAL-PERDA
           DISPLAY 'LANCAMENTOS CONTABEIS GERADOS: '
               WS-GL-QTDE-LANCTOS

           MOVE 'FXFWDMTM'          TO CT-PROGRAM-ID
           MOVE 'MARCADOS'          TO CT-TOTAL-1-LABEL
           MOVE WS-QTDE-MARCADOS    TO CT-TOTAL-1-VALOR
           MOVE 'LIQUIDADOS'        TO CT-TOTAL-2-LABEL
           MOVE WS-QTDE-LIQUIDADOS  TO CT-TOTAL-2-VALOR
           MOVE 'VARIACAO MTM'      TO CT-TOTAL-3-LABEL
           MOVE WS-TOTAL-VARIACAO   TO CT-TOTAL-3-VALOR
           CALL 'CTLTOT' USING CTLTOT-PARMS

           CLOSE FORWARD-REPORT-FILE.

       4000-FINALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 4100-WRITE-ONE-FORWARD -- SETTLED CONTRACTS STAY ON THE MASTER
      * AS HISTORY
      ******************************************************************
       4100-WRITE-ONE-FORWARD.

           SET WS-FWD-IDX TO WS-FWD-SUB

           MOVE SPACES                        TO FX-FORWARD-RECORD
           MOVE WS-FWD-CONTRATO(WS-FWD-IDX)   TO FW-CONTRATO
           MOVE WS-FWD-MOEDA(WS-FWD-IDX)      TO FW-MOEDA
           MOVE WS-FWD-SENTIDO(WS-FWD-IDX)    TO FW-SENTIDO
           MOVE WS-FWD-NOCIONAL(WS-FWD-IDX)   TO FW-NOCIONAL
           MOVE WS-FWD-TAXA-CONTR(WS-FWD-IDX) TO FW-TAXA-CONTRATADA
           MOVE WS-FWD-DATA-CONTR(WS-FWD-IDX) TO FW-DATA-CONTRATACAO
           MOVE WS-FWD-DATA-VENC(WS-FWD-IDX)  TO FW-DATA-VENCIMENTO
           MOVE WS-FWD-CONTRAPARTE(WS-FWD-IDX) TO FW-CONTRAPARTE
           MOVE WS-FWD-STATUS(WS-FWD-IDX)     TO FW-STATUS
           MOVE WS-FWD-MTM(WS-FWD-IDX)        TO FW-MTM-ACUMULADO
           MOVE WS-FWD-TAXA-MTM(WS-FWD-IDX)   TO FW-TAXA-ULT-MTM
           MOVE WS-FWD-DATA-MTM(WS-FWD-IDX)   TO FW-DATA-ULT-MTM
           WRITE FX-FORWARD-RECORD.

       4100-WRITE-ONE-FORWARD-EXIT.
           EXIT.

      ******************************************************************
      * 4200-WRITE-ONE-POSITION
      ******************************************************************
       4200-WRITE-ONE-POSITION.

           SET WS-POS-IDX TO WS-POS-SUB

           MOVE WS-POS-MOEDA(WS-POS-IDX) TO PB-MOEDA
           MOVE WS-POS-SALDO(WS-POS-IDX) TO PB-SALDO-MOEDA
           MOVE WS-POS-VALOR(WS-POS-IDX) TO PB-VALOR-CONTABIL
           WRITE FX-POSITION-RECORD.

       4200-WRITE-ONE-POSITION-EXIT.
           EXIT.

      ******************************************************************
      * 7000-WRITE-GL-PAIR -- ONE BALANCED DEBIT/CREDIT PAIR; A TOTAL
      * TOO LARGE FOR GL-AMOUNT GOES OUT IN SEVERAL PAIRS
      ******************************************************************
       7000-WRITE-GL-PAIR.

           IF WS-GL-RESTANTE > WS-GL-MAX-LANCTO
               MOVE WS-GL-MAX-LANCTO TO WS-GL-VALOR
           ELSE
               MOVE WS-GL-RESTANTE   TO WS-GL-VALOR
           END-IF

           SUBTRACT WS-GL-VALOR FROM WS-GL-RESTANTE

           MOVE WS-GL-CONTA-DEBITO  TO GL-ACCOUNT-CODE
           MOVE 'D'                 TO GL-DC-INDICADOR
           MOVE WS-GL-VALOR         TO GL-AMOUNT
           MOVE WS-GL-PERIODO       TO GL-PERIODO
           MOVE WS-GL-ORIGEM        TO GL-EMP-ID
           PERFORM 8971-WRITE-GL-ENTRY
               THRU 8971-WRITE-GL-ENTRY-EXIT

           MOVE WS-GL-CONTA-CREDITO TO GL-ACCOUNT-CODE
           MOVE 'C'                 TO GL-DC-INDICADOR
           PERFORM 8971-WRITE-GL-ENTRY
               THRU 8971-WRITE-GL-ENTRY-EXIT

           ADD 2 TO WS-GL-QTDE-LANCTOS.

       7000-WRITE-GL-PAIR-EXIT.
           EXIT.

      ******************************************************************
      * 8000-READ-FORWARD
      ******************************************************************
       8000-READ-FORWARD.

           READ FX-FORWARD-FILE
               AT END
                   MOVE 'Y' TO WS-FW-EOF-SWITCH
           END-READ.

       8000-READ-FORWARD-EXIT.
           EXIT.

      ******************************************************************
      * 8100-READ-NEW-FORWARD
      ******************************************************************
       8100-READ-NEW-FORWARD.

           READ FX-NEW-FORWARD-FILE
               AT END
                   MOVE 'Y' TO WS-NF-EOF-SWITCH
           END-READ.

       8100-READ-NEW-FORWARD-EXIT.
           EXIT.

      ******************************************************************
      * 8200-READ-POSITION
      ******************************************************************
       8200-READ-POSITION.

           READ FX-POSITION-FILE
               AT END
                   MOVE 'Y' TO WS-PB-EOF-SWITCH
           END-READ.

       8200-READ-POSITION-EXIT.
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
