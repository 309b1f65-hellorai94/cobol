      *-----------------------------------------------------------------
      * Modification History
      * 02-09-26 MRT  ORIGINAL VERSION.
      * 15-10-26 MRT  CLAIMS NOW PASS THE CLMFRAUD SCREENING BEFORE
      *               MONEY MOVES: A REGISTERED OR RESERVED CLAIM
      *               WITH NO FRAUDLOG RECORD CANNOT BE APPROVED OR
      *               PAID, AND A CLAIM CLMFRAUD HELD IN STATUS 'F'
      *               (EM ANALISE) MOVES ONLY WHEN THE RUN'S OPER=
      *               OPERATOR HOLDS FUNCTION 'L' (LIBERACAO) FOR
      *               CLMSTAT ON OPERTAB. EVERY SUCH RELEASE IS
      *               APPENDED TO FRAUDLOG WITH THE OPERATOR. WITH NO
      *               OPERTAB FILE NO HELD CLAIM CAN BE RELEASED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMSTAT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT FRAUD-LOG-FILE ASSIGN TO "FRAUDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FL-STATUS.

           SELECT OPERATOR-TABLE-FILE ASSIGN TO "OPERTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATUS-TRAN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RESERVE-REPORT-LINE     PIC X(80).

      *-----------------------------------------------------------------
      * FRAUD-LOG-FILE -- CLMFRAUD'S SCREENING TRAIL; READ FOR THE
      * SCREENED CLAIMS, THEN APPENDED WITH THE OPERATOR RELEASES
      *-----------------------------------------------------------------
       FD  FRAUD-LOG-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  FRAUD-LOG-RECORD.
           05  FL-POLICY-NUM       PIC X(08).
           05  FL-DATA-SINISTRO    PIC 9(08).
           05  FL-DATA-EVENTO      PIC 9(08).
           05  FL-RESULTADO        PIC X(01).
               88  FL-LIBERADO-OPERADOR   VALUE 'O'.
           05  FL-PONTOS           PIC 9(03).
           05  FL-INDICADORES      PIC X(05).
           05  FL-OPERADOR         PIC X(08).
           05  FILLER              PIC X(09).

      *-----------------------------------------------------------------
      * OPERATOR-TABLE-FILE -- ONE LINE PER OPERATOR AND PROGRAM WITH
      * THE FUNCTION CODES THAT OPERATOR MAY RUN
      *-----------------------------------------------------------------
       FD  OPERATOR-TABLE-FILE
           RECORD CONTAINS 26 CHARACTERS.
       01  OPERATOR-TABLE-RECORD.
           05  OP-OPERATOR-ID          PIC X(08).
           05  OP-PROGRAMA             PIC X(08).
           05  OP-FUNCOES              PIC X(10).

       WORKING-STORAGE SECTION.

       77  WS-ST-STATUS            PIC X(02) VALUE SPACES.
       77  WS-QTDE-REJEITADAS      PIC 9(05) VALUE ZEROS.
       77  WS-TOTAL-RESERVAS       PIC 9(09)V99 VALUE ZEROS.
       77  WS-QTDE-EM-ABERTO       PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-LIBERADAS       PIC 9(05) VALUE ZEROS.

      *-----------------------------------------------------------------
      * CLAIMS CLMFRAUD HAS SCREENED, FROM FRAUDLOG
      *-----------------------------------------------------------------
       01  WS-TRI-TABLE.
           05  WS-TRI-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-TRI-IDX.
               10  WS-TRI-POLICY      PIC X(08).
               10  WS-TRI-DATA        PIC 9(08).

       77  WS-FL-STATUS            PIC X(02) VALUE SPACES.
       77  WS-FL-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-FL-END-OF-FILE            VALUE 'Y'.
       77  WS-TRI-COUNT            PIC 9(04) VALUE ZEROS.
       77  WS-TRI-ACHOU            PIC X(01) VALUE 'N'.
           88  WS-TRI-ENCONTROU             VALUE 'S'.

      *-----------------------------------------------------------------
      * OPERATOR VALIDATION -- OPER= FROM THE PARM AGAINST OPERTAB;
      * ONLY FUNCTION 'L' RELEASES A CLAIM HELD FOR ANALYSIS
      *-----------------------------------------------------------------
       77  WS-OP-STATUS            PIC X(02) VALUE SPACES.
       77  WS-OP-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-OP-END-OF-FILE            VALUE 'Y'.
       77  WS-PARM-LINHA           PIC X(80) VALUE SPACES.
       77  WS-POS-OPER             PIC 9(02) VALUE ZEROS.
       77  WS-OPERADOR             PIC X(08) VALUE SPACES.
       77  WS-FUNCOES-PERMITIDAS   PIC X(10) VALUE SPACES.
       77  WS-QTDE-FUNCAO          PIC 9(02) VALUE ZEROS.
       77  WS-LIBERADOR-SW         PIC X(01) VALUE 'N'.
           88  WS-PODE-LIBERAR              VALUE 'S'.

       01  WS-RES-RPT-DETALHE.
           05  WS-RR-POLICY        PIC X(08).
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           MOVE SPACES TO WS-CLM-TABLE
           MOVE SPACES TO WS-TRI-TABLE

           PERFORM 1050-VALIDATE-OPERATOR
               THRU 1050-VALIDATE-OPERATOR-EXIT

           PERFORM 1200-LOAD-SCREENED
               THRU 1200-LOAD-SCREENED-EXIT

           OPEN INPUT STATUS-TRAN-FILE
           IF WS-ST-STATUS NOT = '00'
               OPEN OUTPUT STATUS-AUDIT-FILE
           END-IF

           OPEN EXTEND FRAUD-LOG-FILE
           IF WS-FL-STATUS NOT = '00'
               OPEN OUTPUT FRAUD-LOG-FILE
           END-IF

           OPEN OUTPUT RESERVE-REPORT-FILE
           MOVE 'CLMSTAT' TO RH-PROGRAM-ID
           MOVE 1         TO RH-PAGE-NUM
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1050-VALIDATE-OPERATOR -- THE OPER= WORD ON THE PARM AGAINST
      * THE OPERTAB TABLE. UNLIKE WOCLOSE THE RUN IS NOT REFUSED --
      * AN OPERATOR WITHOUT FUNCTION 'L' SIMPLY CANNOT RELEASE A HELD
      * CLAIM, AND WITH NO OPERTAB FILE NOBODY CAN
      ******************************************************************
       1050-VALIDATE-OPERATOR.

           ACCEPT WS-PARM-LINHA FROM COMMAND-LINE
           MOVE ZEROS TO WS-POS-OPER
           INSPECT WS-PARM-LINHA
               TALLYING WS-POS-OPER
               FOR CHARACTERS BEFORE INITIAL 'OPER='
           IF WS-POS-OPER < 67
               MOVE WS-PARM-LINHA(WS-POS-OPER + 6 : 8)
                   TO WS-OPERADOR
           END-IF

           OPEN INPUT OPERATOR-TABLE-FILE
           IF WS-OP-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO OPERTAB -- SINISTROS EM '
                   'ANALISE NAO SERAO LIBERADOS'
               GO TO 1050-VALIDATE-OPERATOR-EXIT
           END-IF

           PERFORM 8200-READ-OPERATOR
               THRU 8200-READ-OPERATOR-EXIT

           PERFORM 1060-MATCH-OPERATOR
               THRU 1060-MATCH-OPERATOR-EXIT
               UNTIL WS-OP-END-OF-FILE

           CLOSE OPERATOR-TABLE-FILE

           MOVE ZEROS TO WS-QTDE-FUNCAO
           INSPECT WS-FUNCOES-PERMITIDAS
               TALLYING WS-QTDE-FUNCAO FOR ALL 'L'
           IF WS-OPERADOR NOT = SPACES
               AND WS-QTDE-FUNCAO > ZEROS
               MOVE 'S' TO WS-LIBERADOR-SW
               DISPLAY 'OPERADOR ' WS-OPERADOR
                   ' AUTORIZADO A LIBERAR SINISTROS EM ANALISE'
           END-IF.

       1050-VALIDATE-OPERATOR-EXIT.
           EXIT.

      ******************************************************************
      * 1060-MATCH-OPERATOR
      ******************************************************************
       1060-MATCH-OPERATOR.

           IF OP-OPERATOR-ID = WS-OPERADOR
               AND OP-PROGRAMA = 'CLMSTAT'
               MOVE OP-FUNCOES TO WS-FUNCOES-PERMITIDAS
           END-IF

           PERFORM 8200-READ-OPERATOR
               THRU 8200-READ-OPERATOR-EXIT.

       1060-MATCH-OPERATOR-EXIT.
           EXIT.

      ******************************************************************
      * 1100-STORE-CLAIM
      ******************************************************************
       1100-STORE-CLAIM-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LOAD-SCREENED -- THE CLAIMS ON FRAUDLOG; NO FILE MEANS
      * NOTHING HAS BEEN SCREENED YET
      ******************************************************************
       1200-LOAD-SCREENED.

           OPEN INPUT FRAUD-LOG-FILE
           IF WS-FL-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO FRAUDLOG -- NENHUM '
                   'SINISTRO TRIADO PELO CLMFRAUD'
               GO TO 1200-LOAD-SCREENED-EXIT
           END-IF

           PERFORM 8300-READ-FRAUD-LOG
               THRU 8300-READ-FRAUD-LOG-EXIT
           PERFORM 1210-STORE-SCREENED
               THRU 1210-STORE-SCREENED-EXIT
               UNTIL WS-FL-END-OF-FILE

           CLOSE FRAUD-LOG-FILE.

       1200-LOAD-SCREENED-EXIT.
           EXIT.

      ******************************************************************
      * 1210-STORE-SCREENED -- A CLAIM LEFT OUT OF A FULL TABLE READS
      * AS UNSCREENED AND IS REFUSED APPROVAL, THE SAFE SIDE
      ******************************************************************
       1210-STORE-SCREENED.

           IF FL-LIBERADO-OPERADOR
               GO TO 1210-STORE-SCREENED-NEXT
           END-IF

           IF WS-TRI-COUNT < 2000
               ADD 1 TO WS-TRI-COUNT
               SET WS-TRI-IDX TO WS-TRI-COUNT
               MOVE FL-POLICY-NUM    TO WS-TRI-POLICY(WS-TRI-IDX)
               MOVE FL-DATA-SINISTRO TO WS-TRI-DATA(WS-TRI-IDX)
           ELSE
               DISPLAY 'TABELA DE TRIAGENS CHEIA -- '
                   FL-POLICY-NUM ' ' FL-DATA-SINISTRO
                   ' TRATADO COMO NAO TRIADO'
           END-IF.

       1210-STORE-SCREENED-NEXT.

           PERFORM 8300-READ-FRAUD-LOG
               THRU 8300-READ-FRAUD-LOG-EXIT.

       1210-STORE-SCREENED-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-STATUS-TRAN
      ******************************************************************
               GO TO 2000-PROCESS-STATUS-TRAN-NEXT
           END-IF

      *    A CLAIM HELD BY CLMFRAUD MOVES ONLY FOR AN OPERATOR
      *    AUTHORIZED TO RELEASE IT
           IF WS-STATUS-ANTERIOR = 'F'
               AND NOT WS-PODE-LIBERAR
               DISPLAY 'TRANSACAO REJEITADA - SINISTRO '
                   ST-POLICY-NUM ' ' ST-DATA-SINISTRO
                   ' EM ANALISE -- LIBERACAO EXIGE OPERADOR COM '
                   'FUNCAO L'
               ADD 1 TO WS-QTDE-REJEITADAS
               GO TO 2000-PROCESS-STATUS-TRAN-NEXT
           END-IF

      *    NO APPROVAL OR PAYMENT BEFORE THE FRAUD SCREENING
           IF (WS-STATUS-ANTERIOR = 'R' OR WS-STATUS-ANTERIOR = 'V')
               AND (ST-STATUS-NOVO = 'A' OR ST-STATUS-NOVO = 'P')
               PERFORM 2200-CHECK-SCREENED
                   THRU 2200-CHECK-SCREENED-EXIT
               IF NOT WS-TRI-ENCONTROU
                   DISPLAY 'TRANSACAO REJEITADA - SINISTRO '
                       ST-POLICY-NUM ' ' ST-DATA-SINISTRO
                       ' SEM TRIAGEM DE FRAUDE (CLMFRAUD)'
                   ADD 1 TO WS-QTDE-REJEITADAS
                   GO TO 2000-PROCESS-STATUS-TRAN-NEXT
               END-IF
           END-IF

           IF WS-STATUS-ANTERIOR = 'F'
               MOVE SPACES           TO FRAUD-LOG-RECORD
               MOVE ST-POLICY-NUM    TO FL-POLICY-NUM
               MOVE ST-DATA-SINISTRO TO FL-DATA-SINISTRO
               MOVE WS-DATA-HOJE     TO FL-DATA-EVENTO
               MOVE 'O'              TO FL-RESULTADO
               MOVE ZEROS            TO FL-PONTOS
               MOVE WS-OPERADOR      TO FL-OPERADOR
               WRITE FRAUD-LOG-RECORD
               ADD 1 TO WS-QTDE-LIBERADAS
               DISPLAY 'SINISTRO ' ST-POLICY-NUM ' '
                   ST-DATA-SINISTRO ' LIBERADO DA ANALISE POR '
                   WS-OPERADOR
           END-IF

           MOVE ST-STATUS-NOVO TO WS-CLM-STATUS(WS-CLM-IDX)

           EVALUATE ST-STATUS-NOVO
       2100-FIND-CLAIM-EXIT.
           EXIT.

      ******************************************************************
      * 2200-CHECK-SCREENED
      ******************************************************************
       2200-CHECK-SCREENED.

           MOVE 'N' TO WS-TRI-ACHOU

           IF WS-TRI-COUNT = ZEROS
               GO TO 2200-CHECK-SCREENED-EXIT
           END-IF

           SET WS-TRI-IDX TO 1
           SEARCH WS-TRI-ENTRY
               AT END
                   CONTINUE
               WHEN WS-TRI-POLICY(WS-TRI-IDX) = ST-POLICY-NUM
                   AND WS-TRI-DATA(WS-TRI-IDX) = ST-DATA-SINISTRO
                   MOVE 'S' TO WS-TRI-ACHOU
           END-SEARCH.

       2200-CHECK-SCREENED-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZE -- REWRITE THE CLAIMS HISTORY, THEN THE
      * OUTSTANDING-RESERVES REPORT

           DISPLAY 'TRANSACOES APLICADAS:   ' WS-QTDE-APLICADAS
           DISPLAY 'TRANSACOES REJEITADAS:  ' WS-QTDE-REJEITADAS
           DISPLAY 'LIBERADOS DA ANALISE:   ' WS-QTDE-LIBERADAS
           DISPLAY 'RESERVAS EM ABERTO R$   ' WS-TOTAL-RESERVAS

           MOVE 'CLMSTAT'           TO CT-PROGRAM-ID
               CLOSE STATUS-TRAN-FILE
           END-IF
           CLOSE STATUS-AUDIT-FILE
           CLOSE FRAUD-LOG-FILE
           CLOSE RESERVE-REPORT-FILE.

       3000-FINALIZE-EXIT.

       8100-READ-CLAIM-EXIT.
           EXIT.

      ******************************************************************
      * 8200-READ-OPERATOR
      ******************************************************************
       8200-READ-OPERATOR.

           READ OPERATOR-TABLE-FILE
               AT END
                   MOVE 'Y' TO WS-OP-EOF-SWITCH
           END-READ.

       8200-READ-OPERATOR-EXIT.
           EXIT.

      ******************************************************************
      * 8300-READ-FRAUD-LOG
      ******************************************************************
       8300-READ-FRAUD-LOG.

           READ FRAUD-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-FL-EOF-SWITCH
           END-READ.

       8300-READ-FRAUD-LOG-EXIT.
           EXIT.
