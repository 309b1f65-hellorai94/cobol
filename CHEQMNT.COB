      ******************************************************************
      * Author: M. TAVARES
      * Date: 15-10-26
      * Purpose: CHEQUE-REGISTER MAINTENANCE -- THE LEDGER HAD NO IDEA
      * A CHEQUE EXISTED UNTIL IT CLEARED AS A PLAIN DEBIT. CHEQMAST
      * NOW HOLDS ONE RECORD PER LEAF ISSUED TO AN ACCOUNT, AND THIS
      * JOB KEEPS IT FROM A TRANSACTION FILE OF CODED ACTIONS:
      * E = EMISSAO (ISSUE A STOCK OF CONSECUTIVE NUMBERS TO THE
      * ACCOUNT), S = SUSTACAO (STOP-PAYMENT INSTRUCTION ON ONE LEAF)
      * AND R = REVOGACAO (LIFT THE STOP). EACH ACTION IS EDITED
      * BEFORE THE REGISTER IS TOUCHED -- STOCK IS ONLY ISSUED TO AN
      * ACTIVE OR DORMANT ACCTATTR ACCOUNT AND NEVER OVER NUMBERS
      * ALREADY ISSUED, AND A PAID CHEQUE CANNOT BE STOPPED -- AND
      * BAD ACTIONS GO TO THE CHEQERR REJECT REPORT WITH RETURN-CODE
      * 8, THE ATTMAINT CONVENTION. GUANA03 PAYS OR RETURNS THE
      * PRESENTED CHEQUES AGAINST THE REGISTER.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History
      * 15-10-26 MRT  ORIGINAL VERSION.
      * 15-10-26 MRT  STOCK IS REFUSED TO ANY NON-CHECKING ACCOUNT, SO
      *               THE NEW TERM-DEPOSIT TYPE IS COVERED AS WELL AS
      *               SAVINGS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHEQMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHEQUE-TRAN-FILE ASSIGN TO "CHEQTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QT-STATUS.

           SELECT CHEQUE-REGISTER-FILE ASSIGN TO "CHEQMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CQ-CHAVE
               FILE STATUS IS WS-CHQ-STATUS.

           SELECT ACCOUNT-ATTRIBUTE-FILE ASSIGN TO "ACCTATTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ATT-ACCOUNT-ID
               FILE STATUS IS WS-ATT-STATUS.

           SELECT MAINT-ERROR-FILE ASSIGN TO "CHEQERR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHEQUE-TRAN-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  CHEQUE-TRAN-RECORD.
           05  QT-ACAO             PIC X(01).
               88  QT-EMISSAO             VALUE 'E'.
               88  QT-SUSTACAO            VALUE 'S'.
               88  QT-REVOGACAO           VALUE 'R'.
           05  QT-ACCOUNT-ID       PIC X(06).
           05  QT-NUMERO           PIC 9(06).
           05  QT-QUANTIDADE       PIC 9(03).
           05  QT-MOTIVO           PIC X(20).
           05  FILLER              PIC X(04).

       FD  CHEQUE-REGISTER-FILE.
           COPY CHEQMAST.

       FD  ACCOUNT-ATTRIBUTE-FILE.
           COPY ACCTATTR.

       FD  MAINT-ERROR-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  MAINT-ERROR-RECORD.
           05  ER-ACCOUNT-ID       PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  ER-ACAO             PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  ER-NUMERO           PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  ER-MOTIVO           PIC X(40).
           05  FILLER              PIC X(11) VALUE SPACES.

       WORKING-STORAGE SECTION.

       77  WS-QT-STATUS            PIC X(02) VALUE SPACES.
       77  WS-CHQ-STATUS           PIC X(02) VALUE SPACES.
       77  WS-ATT-STATUS           PIC X(02) VALUE SPACES.
       77  WS-ERR-STATUS           PIC X(02) VALUE SPACES.
       77  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE               VALUE 'Y'.

       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.

       77  WS-TRAN-VALIDA-SWITCH   PIC X(01) VALUE 'S'.
           88  WS-TRAN-VALIDA                VALUE 'S'.
       77  WS-MOTIVO               PIC X(40) VALUE SPACES.

      *-----------------------------------------------------------------
      * STOCK ISSUE -- ONE TALAO IS A RUN OF CONSECUTIVE NUMBERS, NO
      * MORE THAN WS-MAX-FOLHAS LEAVES PER ACTION
      *-----------------------------------------------------------------
       77  WS-MAX-FOLHAS           PIC 9(03) VALUE 100.
       77  WS-FOLHA                PIC 9(03) VALUE ZEROS.
       77  WS-NUMERO-FOLHA         PIC 9(06) VALUE ZEROS.
       77  WS-NUMERO-FINAL         PIC 9(07) VALUE ZEROS.

       77  WS-QTDE-FOLHAS          PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-SUSTADOS        PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-REVOGADOS       PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-REJEITADAS      PIC 9(05) VALUE ZEROS.

       COPY JOBLGLNK.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.

           MOVE 'CHEQMNT' TO JL-PROGRAM-ID
           MOVE 'S'       TO JL-ACAO
           CALL 'JOBLOG' USING JOBLOG-PARMS

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT

           PERFORM 2000-PROCESS-TRANSACTION
               THRU 2000-PROCESS-TRANSACTION-EXIT
               UNTIL WS-END-OF-FILE

           PERFORM 3000-FINALIZE
               THRU 3000-FINALIZE-EXIT

           CLOSE CHEQUE-TRAN-FILE
           CLOSE CHEQUE-REGISTER-FILE
           CLOSE ACCOUNT-ATTRIBUTE-FILE
           CLOSE MAINT-ERROR-FILE

           IF WS-QTDE-REJEITADAS > ZEROS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           MOVE 'E'        TO JL-ACAO
           MOVE RETURN-CODE TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-PARMS

      *    THE CALL RESETS THE SHARED RETURN-CODE REGISTER -- RESTORE
      *    THE CONDITION CODE THE JCL CHAIN GATES ON
           MOVE JL-RETURN-CODE TO RETURN-CODE

           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.

           OPEN INPUT  CHEQUE-TRAN-FILE
           OPEN I-O    CHEQUE-REGISTER-FILE
           IF WS-CHQ-STATUS = '35'
               CLOSE CHEQUE-REGISTER-FILE
               OPEN OUTPUT CHEQUE-REGISTER-FILE
               CLOSE CHEQUE-REGISTER-FILE
               OPEN I-O CHEQUE-REGISTER-FILE
           END-IF

           OPEN INPUT  ACCOUNT-ATTRIBUTE-FILE
           OPEN OUTPUT MAINT-ERROR-FILE

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM 8000-READ-TRANSACTION
               THRU 8000-READ-TRANSACTION-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-TRANSACTION -- EDIT FIRST, TOUCH THE REGISTER ONLY
      * WHEN EVERY CHECK PASSES
      ******************************************************************
       2000-PROCESS-TRANSACTION.

           PERFORM 2100-EDIT-TRANSACTION
               THRU 2100-EDIT-TRANSACTION-EXIT

           IF WS-TRAN-VALIDA
               EVALUATE TRUE
                   WHEN QT-EMISSAO
                       PERFORM 2200-APPLY-EMISSAO
                           THRU 2200-APPLY-EMISSAO-EXIT
                   WHEN QT-SUSTACAO
                       PERFORM 2300-APPLY-SUSTACAO
                           THRU 2300-APPLY-SUSTACAO-EXIT
                   WHEN QT-REVOGACAO
                       PERFORM 2400-APPLY-REVOGACAO
                           THRU 2400-APPLY-REVOGACAO-EXIT
               END-EVALUATE
           END-IF

           PERFORM 8000-READ-TRANSACTION
               THRU 8000-READ-TRANSACTION-EXIT.

       2000-PROCESS-TRANSACTION-EXIT.
           EXIT.

      ******************************************************************
      * 2100-EDIT-TRANSACTION
      ******************************************************************
       2100-EDIT-TRANSACTION.

           MOVE 'S' TO WS-TRAN-VALIDA-SWITCH

           IF NOT QT-EMISSAO AND NOT QT-SUSTACAO
               AND NOT QT-REVOGACAO
               MOVE 'ACAO INVALIDA - USAR E, S OU R' TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF

           IF QT-ACCOUNT-ID = SPACES
               MOVE 'CONTA OBRIGATORIA AUSENTE' TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF

           IF QT-NUMERO NOT NUMERIC OR QT-NUMERO = ZEROS
               MOVE 'NUMERO DO CHEQUE AUSENTE OU INVALIDO'
                   TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF

           IF QT-SUSTACAO AND QT-MOTIVO = SPACES
               MOVE 'MOTIVO OBRIGATORIO NA SUSTACAO' TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF

           IF NOT QT-EMISSAO
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF

           IF QT-QUANTIDADE NOT NUMERIC
               OR QT-QUANTIDADE = ZEROS
               OR QT-QUANTIDADE > WS-MAX-FOLHAS
               MOVE 'QUANTIDADE DE FOLHAS INVALIDA' TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF

           COMPUTE WS-NUMERO-FINAL = QT-NUMERO + QT-QUANTIDADE - 1
           IF WS-NUMERO-FINAL > 999999
               MOVE 'FAIXA ULTRAPASSA O NUMERO 999999' TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF

      *    STOCK GOES ONLY TO AN ACCOUNT THAT CAN MOVE MONEY
           MOVE QT-ACCOUNT-ID TO ATT-ACCOUNT-ID
           READ ACCOUNT-ATTRIBUTE-FILE
               INVALID KEY
                   MOVE 'CONTA NAO ENCONTRADA NO ACCTATTR'
                       TO WS-MOTIVO
                   PERFORM 2500-WRITE-ERROR
                       THRU 2500-WRITE-ERROR-EXIT
                   GO TO 2100-EDIT-TRANSACTION-EXIT
           END-READ

           IF NOT ATT-CONTA-ATIVA AND NOT ATT-CONTA-DORMENTE
               MOVE 'CONTA BLOQUEADA OU ENCERRADA - SEM TALAO'
                   TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF

           IF NOT ATT-CONTA-CORRENTE
               MOVE 'SO CONTA CORRENTE RECEBE TALAO' TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF

      *    NONE OF THE RANGE MAY ALREADY BE ON THE REGISTER
           PERFORM 2110-CHECK-LEAF-FREE
               THRU 2110-CHECK-LEAF-FREE-EXIT
               VARYING WS-FOLHA FROM 1 BY 1
               UNTIL WS-FOLHA > QT-QUANTIDADE
                  OR NOT WS-TRAN-VALIDA.

       2100-EDIT-TRANSACTION-EXIT.
           EXIT.

      ******************************************************************
      * 2110-CHECK-LEAF-FREE
      ******************************************************************
       2110-CHECK-LEAF-FREE.

           MOVE QT-ACCOUNT-ID TO CQ-ACCOUNT-ID
           COMPUTE CQ-NUMERO = QT-NUMERO + WS-FOLHA - 1
           READ CHEQUE-REGISTER-FILE
               INVALID KEY
                   GO TO 2110-CHECK-LEAF-FREE-EXIT
           END-READ

           MOVE 'FAIXA COM CHEQUE JA EMITIDO' TO WS-MOTIVO
           PERFORM 2500-WRITE-ERROR
               THRU 2500-WRITE-ERROR-EXIT.

       2110-CHECK-LEAF-FREE-EXIT.
           EXIT.

      ******************************************************************
      * 2200-APPLY-EMISSAO -- ONE REGISTER RECORD PER LEAF, IN STOCK
      ******************************************************************
       2200-APPLY-EMISSAO.

           PERFORM 2210-WRITE-ONE-LEAF
               THRU 2210-WRITE-ONE-LEAF-EXIT
               VARYING WS-FOLHA FROM 1 BY 1
               UNTIL WS-FOLHA > QT-QUANTIDADE

           DISPLAY 'TALAO EMITIDO - CONTA ' QT-ACCOUNT-ID ' CHEQUES '
               QT-NUMERO ' A ' WS-NUMERO-FINAL.

       2200-APPLY-EMISSAO-EXIT.
           EXIT.

      ******************************************************************
      * 2210-WRITE-ONE-LEAF
      ******************************************************************
       2210-WRITE-ONE-LEAF.

           MOVE SPACES        TO CHEQUE-REGISTER-RECORD
           MOVE QT-ACCOUNT-ID TO CQ-ACCOUNT-ID
           COMPUTE CQ-NUMERO = QT-NUMERO + WS-FOLHA - 1
           MOVE 'E'           TO CQ-STATUS
           MOVE WS-DATA-HOJE  TO CQ-DATA-EMISSAO
           MOVE WS-DATA-HOJE  TO CQ-DATA-SITUACAO
           MOVE ZEROS         TO CQ-VALOR
           MOVE ZEROS         TO CQ-QTDE-DEVOL-FUNDOS
           WRITE CHEQUE-REGISTER-RECORD

           ADD 1 TO WS-QTDE-FOLHAS.

       2210-WRITE-ONE-LEAF-EXIT.
           EXIT.

      ******************************************************************
      * 2300-APPLY-SUSTACAO -- A LEAF IN STOCK OR ALREADY RETURNED CAN
      * BE STOPPED; A PAID ONE CANNOT
      ******************************************************************
       2300-APPLY-SUSTACAO.

           MOVE QT-ACCOUNT-ID TO CQ-ACCOUNT-ID
           MOVE QT-NUMERO     TO CQ-NUMERO
           READ CHEQUE-REGISTER-FILE
               INVALID KEY
                   MOVE 'CHEQUE NAO EMITIDO PARA A CONTA'
                       TO WS-MOTIVO
                   PERFORM 2500-WRITE-ERROR
                       THRU 2500-WRITE-ERROR-EXIT
                   GO TO 2300-APPLY-SUSTACAO-EXIT
           END-READ

           IF CQ-COMPENSADO
               MOVE 'CHEQUE JA COMPENSADO - NAO SUSTA'
                   TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2300-APPLY-SUSTACAO-EXIT
           END-IF

           IF CQ-SUSTADO
               MOVE 'CHEQUE JA SUSTADO' TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2300-APPLY-SUSTACAO-EXIT
           END-IF

           MOVE 'S'          TO CQ-STATUS
           MOVE QT-MOTIVO    TO CQ-MOTIVO-SUSTACAO
           MOVE WS-DATA-HOJE TO CQ-DATA-SITUACAO
           REWRITE CHEQUE-REGISTER-RECORD

           ADD 1 TO WS-QTDE-SUSTADOS

           DISPLAY 'CHEQUE SUSTADO - CONTA ' QT-ACCOUNT-ID ' CHEQUE '
               QT-NUMERO ' - ' QT-MOTIVO.

       2300-APPLY-SUSTACAO-EXIT.
           EXIT.

      ******************************************************************
      * 2400-APPLY-REVOGACAO -- LIFTING THE STOP PUTS THE LEAF BACK
      * WHERE IT WAS: IN STOCK, OR RETURNED IF IT HAD ALREADY BOUNCED
      ******************************************************************
       2400-APPLY-REVOGACAO.

           MOVE QT-ACCOUNT-ID TO CQ-ACCOUNT-ID
           MOVE QT-NUMERO     TO CQ-NUMERO
           READ CHEQUE-REGISTER-FILE
               INVALID KEY
                   MOVE 'CHEQUE NAO EMITIDO PARA A CONTA'
                       TO WS-MOTIVO
                   PERFORM 2500-WRITE-ERROR
                       THRU 2500-WRITE-ERROR-EXIT
                   GO TO 2400-APPLY-REVOGACAO-EXIT
           END-READ

           IF NOT CQ-SUSTADO
               MOVE 'CHEQUE NAO ESTA SUSTADO' TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2400-APPLY-REVOGACAO-EXIT
           END-IF

           IF CQ-QTDE-DEVOL-FUNDOS > ZEROS
               MOVE 'D' TO CQ-STATUS
           ELSE
               MOVE 'E' TO CQ-STATUS
           END-IF
           MOVE SPACES       TO CQ-MOTIVO-SUSTACAO
           MOVE WS-DATA-HOJE TO CQ-DATA-SITUACAO
           REWRITE CHEQUE-REGISTER-RECORD

           ADD 1 TO WS-QTDE-REVOGADOS

           DISPLAY 'SUSTACAO REVOGADA - CONTA ' QT-ACCOUNT-ID
               ' CHEQUE ' QT-NUMERO.

       2400-APPLY-REVOGACAO-EXIT.
           EXIT.

      ******************************************************************
      * 2500-WRITE-ERROR
      ******************************************************************
       2500-WRITE-ERROR.

           MOVE 'N' TO WS-TRAN-VALIDA-SWITCH

           MOVE SPACES        TO MAINT-ERROR-RECORD
           MOVE QT-ACCOUNT-ID TO ER-ACCOUNT-ID
           MOVE QT-ACAO       TO ER-ACAO
           MOVE QT-NUMERO     TO ER-NUMERO
           MOVE WS-MOTIVO     TO ER-MOTIVO

           WRITE MAINT-ERROR-RECORD

           DISPLAY 'TRANSACAO REJEITADA - ' QT-ACCOUNT-ID ' - '
               WS-MOTIVO

           ADD 1 TO WS-QTDE-REJEITADAS.

       2500-WRITE-ERROR-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZE
      ******************************************************************
       3000-FINALIZE.

           DISPLAY 'FOLHAS DE CHEQUE EMITIDAS: ' WS-QTDE-FOLHAS
           DISPLAY 'CHEQUES SUSTADOS: ' WS-QTDE-SUSTADOS
           DISPLAY 'SUSTACOES REVOGADAS: ' WS-QTDE-REVOGADOS
           DISPLAY 'TRANSACOES REJEITADAS: ' WS-QTDE-REJEITADAS.

       3000-FINALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 8000-READ-TRANSACTION
      ******************************************************************
       8000-READ-TRANSACTION.

           READ CHEQUE-TRAN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       8000-READ-TRANSACTION-EXIT.
           EXIT.
