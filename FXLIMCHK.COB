      *-----------------------------------------------------------------
      * Modification History
      * 01-09-26 MRT  ORIGINAL VERSION.
      * 15-10-26 MRT  OPEN FX FORWARDS NOW COUNT TOWARD THE LIMITS: THE
      *               EXPOSURE CHECKED IS THE FXPOSBAL BALANCE PLUS
      *               THE NOTIONAL OF OPEN FORWARD BUYS ON FXFWDMST
      *               LESS OPEN FORWARD SALES, EITHER SIGN AGAINST THE
      *               LIMIT. A CURRENCY HELD ONLY THROUGH FORWARDS IS
      *               CHECKED TOO. THE REPORT SHOWS THE FORWARD NET.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXLIMCHK.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PB-STATUS.

           SELECT FX-FORWARD-FILE ASSIGN TO "FXFWDMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FW-STATUS.

           SELECT FX-LIMIT-FILE ASSIGN TO "FXLIMITS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LM-STATUS.
           05  PB-SALDO-MOEDA      PIC 9(09)V99.
           05  PB-VALOR-CONTABIL   PIC 9(09)V99.

       FD  FX-FORWARD-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY FXFWDMST.

      *-----------------------------------------------------------------
      * FX-LIMIT-FILE -- ONE LINE PER CURRENCY WITH THE MAXIMUM
      * POSITION (IN CURRENCY UNITS) TREASURY SIGNED OFF

       77  WS-PB-STATUS            PIC X(02) VALUE SPACES.
       77  WS-LM-STATUS            PIC X(02) VALUE SPACES.
       77  WS-FW-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RPT-STATUS           PIC X(02) VALUE SPACES.

       77  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE               VALUE 'Y'.
       77  WS-LM-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-LM-END-OF-FILE            VALUE 'Y'.
       77  WS-FW-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-FW-END-OF-FILE            VALUE 'Y'.

      *-----------------------------------------------------------------
      * LIMIT TABLE -- LOADED FROM FXLIMITS AT STARTUP
       77  WS-LIM-ACHOU            PIC X(01) VALUE 'N'.
           88  WS-LIM-ENCONTROU             VALUE 'S'.
       77  WS-LIMITE-MOEDA         PIC 9(09)V99 VALUE ZEROS.
       77  WS-EXCESSO              PIC 9(11)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
      * FORWARD TABLE -- NET OPEN FORWARD NOTIONAL PER CURRENCY (BUYS
      * LESS SALES), LOADED FROM FXFWDMST; AN ENTRY IS FLAGGED ONCE A
      * POSITION LINE HAS USED IT
      *-----------------------------------------------------------------
       01  WS-TRM-TABLE.
           05  WS-TRM-ENTRY OCCURS 20 TIMES
                            INDEXED BY WS-TRM-IDX.
               10  WS-TRM-MOEDA    PIC X(03).
               10  WS-TRM-LIQUIDO  PIC S9(11)V99.
               10  WS-TRM-USADO    PIC X(01).
                   88  WS-TRM-JA-USADO          VALUE 'S'.

       77  WS-TRM-COUNT            PIC 9(02) VALUE ZEROS.
       77  WS-TRM-SUB              PIC 9(02) VALUE ZEROS.
       77  WS-TRM-ACHOU            PIC X(01) VALUE 'N'.
           88  WS-TRM-ENCONTROU             VALUE 'S'.

       77  WS-CHK-MOEDA            PIC X(03) VALUE SPACES.
       77  WS-CHK-SALDO            PIC 9(09)V99 VALUE ZEROS.
       77  WS-CHK-TERMO            PIC S9(11)V99 VALUE ZEROS.
       77  WS-EXPOSICAO            PIC S9(11)V99 VALUE ZEROS.

       77  WS-QTDE-POSICOES        PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-ESTOUROS        PIC 9(05) VALUE ZEROS.
           05  WS-RD-MOEDA         PIC X(03).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RD-LIMITE        PIC Z(08)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-SALDO         PIC Z(08)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-TERMO         PIC -(09)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-EXCESSO       PIC Z(08)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-TEXTO         PIC X(22).

       COPY CTLTOTLNK.
       COPY JOBLGLNK.
               THRU 2000-CHECK-POSITION-EXIT
               UNTIL WS-END-OF-FILE

           PERFORM 2500-CHECK-FORWARD-ONLY
               THRU 2500-CHECK-FORWARD-ONLY-EXIT
               VARYING WS-TRM-SUB FROM 1 BY 1
               UNTIL WS-TRM-SUB > WS-TRM-COUNT

           PERFORM 3000-FINALIZE
               THRU 3000-FINALIZE-EXIT

           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE -- WITHOUT FXPOSBAL ONLY THE FORWARD BOOK IS
      * LEFT TO CHECK
      ******************************************************************
       1000-INITIALIZE.

           OPEN INPUT FX-POSITION-FILE
           IF WS-PB-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO FXPOSBAL -- SO OS '
                   'TERMOS SERAO CHECADOS'
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF

           OPEN OUTPUT EXPOSURE-REPORT-FILE
           PERFORM 1100-LOAD-LIMITS
               THRU 1100-LOAD-LIMITS-EXIT

           PERFORM 1200-LOAD-FORWARDS
               THRU 1200-LOAD-FORWARDS-EXIT

           IF WS-PB-STATUS = '00'
               PERFORM 8000-READ-POSITION
                   THRU 8000-READ-POSITION-EXIT
           END-IF.

       1000-INITIALIZE-EXIT.
           EXIT.
           EXIT.

      ******************************************************************
      * 1200-LOAD-FORWARDS -- NO FXFWDMST FILE MEANS NO FORWARD BOOK;
      * ONLY OPEN CONTRACTS COUNT
      ******************************************************************
       1200-LOAD-FORWARDS.

           MOVE SPACES TO WS-TRM-TABLE

           OPEN INPUT FX-FORWARD-FILE
           IF WS-FW-STATUS NOT = '00'
               GO TO 1200-LOAD-FORWARDS-EXIT
           END-IF

           PERFORM 8200-READ-FORWARD
               THRU 8200-READ-FORWARD-EXIT

           PERFORM 1210-ADD-FORWARD
               THRU 1210-ADD-FORWARD-EXIT
               UNTIL WS-FW-END-OF-FILE

           CLOSE FX-FORWARD-FILE.

       1200-LOAD-FORWARDS-EXIT.
           EXIT.

      ******************************************************************
      * 1210-ADD-FORWARD
      ******************************************************************
       1210-ADD-FORWARD.

           IF NOT FW-ABERTO
               GO TO 1210-ADD-FORWARD-NEXT
           END-IF

           MOVE 'N' TO WS-TRM-ACHOU
           IF WS-TRM-COUNT > ZEROS
               SET WS-TRM-IDX TO 1
               SEARCH WS-TRM-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-TRM-IDX > WS-TRM-COUNT
                       CONTINUE
                   WHEN WS-TRM-MOEDA(WS-TRM-IDX) = FW-MOEDA
                       MOVE 'S' TO WS-TRM-ACHOU
               END-SEARCH
           END-IF

           IF NOT WS-TRM-ENCONTROU
               IF WS-TRM-COUNT < 20
                   ADD 1 TO WS-TRM-COUNT
                   SET WS-TRM-IDX TO WS-TRM-COUNT
                   MOVE FW-MOEDA TO WS-TRM-MOEDA(WS-TRM-IDX)
                   MOVE ZEROS    TO WS-TRM-LIQUIDO(WS-TRM-IDX)
                   MOVE 'N'      TO WS-TRM-USADO(WS-TRM-IDX)
               ELSE
                   DISPLAY 'TABELA DE TERMOS CHEIA -- CONTRATO '
                       FW-CONTRATO ' FORA DA CHECAGEM'
                   GO TO 1210-ADD-FORWARD-NEXT
               END-IF
           END-IF

           IF FW-COMPRA
               ADD FW-NOCIONAL TO WS-TRM-LIQUIDO(WS-TRM-IDX)
           ELSE
               SUBTRACT FW-NOCIONAL FROM WS-TRM-LIQUIDO(WS-TRM-IDX)
           END-IF.

       1210-ADD-FORWARD-NEXT.

           PERFORM 8200-READ-FORWARD
               THRU 8200-READ-FORWARD-EXIT.

       1210-ADD-FORWARD-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CHECK-POSITION -- THE SPOT BALANCE PLUS THE CURRENCY'S
      * NET OPEN FORWARDS
      ******************************************************************
       2000-CHECK-POSITION.

           ADD 1 TO WS-QTDE-POSICOES

           MOVE PB-MOEDA       TO WS-CHK-MOEDA
           MOVE PB-SALDO-MOEDA TO WS-CHK-SALDO
           MOVE ZEROS          TO WS-CHK-TERMO

           MOVE 'N' TO WS-TRM-ACHOU
           IF WS-TRM-COUNT > ZEROS
               SET WS-TRM-IDX TO 1
               SEARCH WS-TRM-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-TRM-IDX > WS-TRM-COUNT
                       CONTINUE
                   WHEN WS-TRM-MOEDA(WS-TRM-IDX) = PB-MOEDA
                       MOVE 'S' TO WS-TRM-ACHOU
               END-SEARCH
           END-IF

           IF WS-TRM-ENCONTROU
               MOVE WS-TRM-LIQUIDO(WS-TRM-IDX) TO WS-CHK-TERMO
               MOVE 'S' TO WS-TRM-USADO(WS-TRM-IDX)
           END-IF

           PERFORM 2100-CHECK-EXPOSURE
               THRU 2100-CHECK-EXPOSURE-EXIT

           PERFORM 8000-READ-POSITION
               THRU 8000-READ-POSITION-EXIT.

       2000-CHECK-POSITION-EXIT.
           EXIT.

      ******************************************************************
      * 2100-CHECK-EXPOSURE -- SPOT PLUS FORWARD NET, LONG OR SHORT,
      * AGAINST THE CURRENCY'S LIMIT
      ******************************************************************
       2100-CHECK-EXPOSURE.

           COMPUTE WS-EXPOSICAO = WS-CHK-SALDO + WS-CHK-TERMO
           IF WS-EXPOSICAO < ZEROS
               COMPUTE WS-EXPOSICAO = ZEROS - WS-EXPOSICAO
           END-IF

           MOVE 'N' TO WS-LIM-ACHOU
           IF WS-LIM-COUNT > ZEROS
               SET WS-LIM-IDX TO 1
               SEARCH WS-LIM-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-LIM-MOEDA(WS-LIM-IDX) = WS-CHK-MOEDA
                       MOVE 'S' TO WS-LIM-ACHOU
                       MOVE WS-LIM-VALOR(WS-LIM-IDX)
                           TO WS-LIMITE-MOEDA
           END-IF

           IF NOT WS-LIM-ENCONTROU
               MOVE SPACES       TO WS-RPT-DETALHE
               MOVE WS-CHK-MOEDA TO WS-RD-MOEDA
               MOVE WS-CHK-SALDO TO WS-RD-SALDO
               MOVE WS-CHK-TERMO TO WS-RD-TERMO
               MOVE 'SEM LIMITE CADASTRADO' TO WS-RD-TEXTO
               WRITE EXPOSURE-REPORT-LINE FROM WS-RPT-DETALHE
               GO TO 2100-CHECK-EXPOSURE-EXIT
           END-IF

           IF WS-EXPOSICAO > WS-LIMITE-MOEDA
               ADD 1 TO WS-QTDE-ESTOUROS
               COMPUTE WS-EXCESSO =
                   WS-EXPOSICAO - WS-LIMITE-MOEDA
               MOVE SPACES          TO WS-RPT-DETALHE
               MOVE WS-CHK-MOEDA    TO WS-RD-MOEDA
               MOVE WS-LIMITE-MOEDA TO WS-RD-LIMITE
               MOVE WS-CHK-SALDO    TO WS-RD-SALDO
               MOVE WS-CHK-TERMO    TO WS-RD-TERMO
               MOVE WS-EXCESSO      TO WS-RD-EXCESSO
               MOVE 'LIMITE ESTOURADO'    TO WS-RD-TEXTO
               WRITE EXPOSURE-REPORT-LINE FROM WS-RPT-DETALHE
               DISPLAY 'ATENCAO - EXPOSICAO ' WS-CHK-MOEDA ' DE '
                   WS-EXPOSICAO ' ESTOURA O LIMITE DE '
                   WS-LIMITE-MOEDA
           END-IF.

       2100-CHECK-EXPOSURE-EXIT.
           EXIT.

      ******************************************************************
      * 2500-CHECK-FORWARD-ONLY -- A CURRENCY WITH OPEN FORWARDS BUT
      * NO FXPOSBAL LINE IS CHECKED ON THE FORWARD NET ALONE
      ******************************************************************
       2500-CHECK-FORWARD-ONLY.

           SET WS-TRM-IDX TO WS-TRM-SUB

           IF WS-TRM-JA-USADO(WS-TRM-IDX)
               GO TO 2500-CHECK-FORWARD-ONLY-EXIT
           END-IF

           ADD 1 TO WS-QTDE-POSICOES

           MOVE WS-TRM-MOEDA(WS-TRM-IDX)   TO WS-CHK-MOEDA
           MOVE ZEROS                      TO WS-CHK-SALDO
           MOVE WS-TRM-LIQUIDO(WS-TRM-IDX) TO WS-CHK-TERMO

           PERFORM 2100-CHECK-EXPOSURE
               THRU 2100-CHECK-EXPOSURE-EXIT.

       2500-CHECK-FORWARD-ONLY-EXIT.
           EXIT.

      ******************************************************************
      ******************************************************************
       3000-FINALIZE.

           DISPLAY 'POSICOES CHECADAS: ' WS-QTDE-POSICOES
           DISPLAY 'LIMITES ESTOURADOS: ' WS-QTDE-ESTOUROS

           MOVE ZEROS               TO CT-TOTAL-3-VALOR
           CALL 'CTLTOT' USING CTLTOT-PARMS

           IF WS-PB-STATUS = '00' OR WS-PB-STATUS = '10'
               CLOSE FX-POSITION-FILE
           END-IF
           CLOSE EXPOSURE-REPORT-FILE.

       3000-FINALIZE-EXIT.

       8100-READ-LIMIT-EXIT.
           EXIT.

      ******************************************************************
      * 8200-READ-FORWARD
      ******************************************************************
       8200-READ-FORWARD.

           READ FX-FORWARD-FILE
               AT END
                   MOVE 'Y' TO WS-FW-EOF-SWITCH
           END-READ.

       8200-READ-FORWARD-EXIT.
           EXIT.
