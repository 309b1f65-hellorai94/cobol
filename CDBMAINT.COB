      ******************************************************************
      * Author: M. TAVARES
      * Date: 15-10-26
      * Purpose: TERM-DEPOSIT (CDB) CONTRACT MAINTENANCE. ACCTATTR ONLY
      * KNEW CHECKING AND SAVINGS AND INTACCRU ONLY ACCRUES SAVINGS;
      * A FIXED-TERM DEPOSIT NEEDS ITS PRINCIPAL, RATE, START AND
      * MATURITY DATES AND A ROLLOVER INSTRUCTION KEPT SOMEWHERE.
      * THIS JOB KEEPS THEM ON CDBMAST FROM A TRANSACTION FILE OF
      * CODED ACTIONS (ATTMAINT'S CONVENTION): A = APLICACAO (OPEN A
      * CONTRACT ON AN ACCTATTR TYPE 'T' ACCOUNT, FUNDED FROM THE
      * CUSTOMER'S CHECKING ACCOUNT), I = INSTRUCAO (CHANGE WHAT
      * HAPPENS AT MATURITY: R = PAY OUT, N = ROLL OVER) AND
      * R = RESGATE ANTECIPADO (EARLY-WITHDRAWAL REQUEST, SETTLED WITH
      * THE INTEREST PENALTY BY THE NEXT CDBVENC RUN). THE FUNDING IS
      * WRITTEN AS AN ORDINARY PAIRED TRANSFER (CHECKING 'T' LEG, CDB
      * 'V' LEG) ON THE CDBTRAN FEED FOR THE NEXT GUANA03 RUN, SO THE
      * PRINCIPAL MOVES THROUGH THE LEDGER LIKE ANY OTHER MONEY. EVERY
      * APPLIED ACTION GOES TO THE CDBAUDIT TRAIL; BAD ONES GO TO THE
      * CDBERR REJECT REPORT WITH RETURN-CODE 8.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History
      * 15-10-26 MRT  ORIGINAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDBMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CDB-TRAN-FILE ASSIGN TO "CDBMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KT-STATUS.

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

           SELECT ACCOUNT-BALANCE-FILE ASSIGN TO "ACCTBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AB-ACCOUNT-ID
               FILE STATUS IS WS-AB-STATUS.

           SELECT LEDGER-TRAN-FILE ASSIGN TO "CDBTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LT-STATUS.

           SELECT MAINT-ERROR-FILE ASSIGN TO "CDBERR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERR-STATUS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "CDBAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CDB-TRAN-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  CDB-TRAN-RECORD.
           05  KT-ACAO             PIC X(01).
               88  KT-APLICACAO           VALUE 'A'.
               88  KT-TROCA-INSTRUCAO     VALUE 'I'.
               88  KT-RESGATE             VALUE 'R'.
           05  KT-ACCOUNT-ID       PIC X(06).
           05  KT-CONTA-RESGATE    PIC X(06).
           05  KT-PRINCIPAL        PIC 9(05)V99.
           05  KT-TAXA-ANUAL       PIC 9(02)V9(04).
           05  KT-PRAZO-DIAS       PIC 9(04).
           05  KT-INSTRUCAO        PIC X(01).
           05  FILLER              PIC X(09).

       FD  TERM-DEPOSIT-FILE.
           COPY CDBMAST.

       FD  ACCOUNT-ATTRIBUTE-FILE.
           COPY ACCTATTR.

       FD  ACCOUNT-BALANCE-FILE.
       01  ACCOUNT-BALANCE-RECORD.
           05  AB-ACCOUNT-ID       PIC X(06).
           05  AB-SALDO            PIC S9(07)V99.
           05  AB-ULT-DIA          PIC X(07).

      *-----------------------------------------------------------------
      * LEDGER-TRAN-FILE -- THE FUNDING TRANSFER LEGS IN THE ACCTTRAN
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

       FD  MAINT-ERROR-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  MAINT-ERROR-RECORD.
           05  ER-ACCOUNT-ID       PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  ER-ACAO             PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  ER-MOTIVO           PIC X(40).
           05  FILLER              PIC X(19) VALUE SPACES.

      *-----------------------------------------------------------------
      * MAINT-AUDIT-FILE -- ONE BEFORE/AFTER RECORD PER APPLIED ACTION,
      * THE SAME PERMANENT-TRAIL CONVENTION ATTMAINT KEEPS ON ATTAUDIT
      *-----------------------------------------------------------------
       FD  MAINT-AUDIT-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  MAINT-AUDIT-RECORD.
           05  AU-ACCOUNT-ID       PIC X(06).
           05  AU-ACAO             PIC X(01).
           05  AU-SITUACAO-ANTERIOR PIC X(01).
           05  AU-SITUACAO-NOVA    PIC X(01).
           05  AU-INSTRUCAO-ANTERIOR PIC X(01).
           05  AU-INSTRUCAO-NOVA   PIC X(01).
           05  AU-PRINCIPAL        PIC 9(05)V99.
           05  AU-DATA             PIC 9(08).
           05  AU-AUTORIZADO-POR   PIC X(10).
           05  FILLER              PIC X(14).

       WORKING-STORAGE SECTION.

       77  WS-KT-STATUS            PIC X(02) VALUE SPACES.
       77  WS-CDB-STATUS           PIC X(02) VALUE SPACES.
       77  WS-ATT-STATUS           PIC X(02) VALUE SPACES.
       77  WS-AB-STATUS            PIC X(02) VALUE SPACES.
       77  WS-LT-STATUS            PIC X(02) VALUE SPACES.
       77  WS-ERR-STATUS           PIC X(02) VALUE SPACES.
       77  WS-AUD-STATUS           PIC X(02) VALUE SPACES.
       77  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE               VALUE 'Y'.

       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WS-AUTORIZADO-POR       PIC X(10) VALUE 'BACKOFFICE'.

       77  WS-TRAN-VALIDA-SWITCH   PIC X(01) VALUE 'S'.
           88  WS-TRAN-VALIDA                VALUE 'S'.
       77  WS-MOTIVO               PIC X(40) VALUE SPACES.

      *-----------------------------------------------------------------
      * CONTRACT LIMITS -- THE PRINCIPAL CAP LEAVES ROOM FOR ROLLED-
      * OVER INTEREST INSIDE THE LEDGER'S 9(05)V99 POSTING AMOUNT
      *-----------------------------------------------------------------
       77  WS-PRINCIPAL-MAXIMO     PIC 9(05)V99 VALUE 50000.00.
       77  WS-PRAZO-MINIMO         PIC 9(04) VALUE 30.

       77  WS-CONTRATO-NOVO-SW     PIC X(01) VALUE 'S'.
           88  WS-CONTRATO-NOVO              VALUE 'S'.
       77  WS-SITUACAO-ANTERIOR    PIC X(01) VALUE SPACES.
       77  WS-INSTRUCAO-ANTERIOR   PIC X(01) VALUE SPACES.
       77  WS-INTEIRO-DATA         PIC 9(07) VALUE ZEROS.

      *-----------------------------------------------------------------
      * FUNDING-TRANSFER REFERENCE -- 'CDA' PLUS A RUN SEQUENCE, SO
      * THE PAIR NEVER COLLIDES WITH ANOTHER FEED'S REFERENCES
      *-----------------------------------------------------------------
       01  WS-REF-APLICACAO.
           05  FILLER              PIC X(03) VALUE 'CDA'.
           05  WS-REF-SEQ          PIC 9(03) VALUE ZEROS.

       77  WS-QTDE-APLICADAS       PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-REJEITADAS      PIC 9(05) VALUE ZEROS.
       77  WS-TOTAL-APLICADO       PIC 9(09)V99 VALUE ZEROS.

       COPY JOBLGLNK.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.

           MOVE 'CDBMAINT' TO JL-PROGRAM-ID
           MOVE 'S'        TO JL-ACAO
           CALL 'JOBLOG' USING JOBLOG-PARMS

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT

           PERFORM 2000-PROCESS-TRANSACTION
               THRU 2000-PROCESS-TRANSACTION-EXIT
               UNTIL WS-END-OF-FILE

           PERFORM 3000-FINALIZE
               THRU 3000-FINALIZE-EXIT

           CLOSE CDB-TRAN-FILE
           CLOSE TERM-DEPOSIT-FILE
           CLOSE ACCOUNT-ATTRIBUTE-FILE
           CLOSE ACCOUNT-BALANCE-FILE
           CLOSE LEDGER-TRAN-FILE
           CLOSE MAINT-ERROR-FILE
           CLOSE MAINT-AUDIT-FILE

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

           OPEN INPUT  CDB-TRAN-FILE
           OPEN I-O    TERM-DEPOSIT-FILE
           IF WS-CDB-STATUS = '35'
               CLOSE TERM-DEPOSIT-FILE
               OPEN OUTPUT TERM-DEPOSIT-FILE
               CLOSE TERM-DEPOSIT-FILE
               OPEN I-O TERM-DEPOSIT-FILE
           END-IF

           OPEN INPUT  ACCOUNT-ATTRIBUTE-FILE
           OPEN INPUT  ACCOUNT-BALANCE-FILE
           OPEN OUTPUT MAINT-ERROR-FILE

           OPEN EXTEND LEDGER-TRAN-FILE
           IF WS-LT-STATUS NOT = '00'
               OPEN OUTPUT LEDGER-TRAN-FILE
           END-IF

           OPEN EXTEND MAINT-AUDIT-FILE
           IF WS-AUD-STATUS NOT = '00'
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM 8000-READ-TRANSACTION
               THRU 8000-READ-TRANSACTION-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-TRANSACTION -- EDIT FIRST, TOUCH THE MASTER ONLY
      * WHEN EVERY CHECK PASSES
      ******************************************************************
       2000-PROCESS-TRANSACTION.

           PERFORM 2100-EDIT-TRANSACTION
               THRU 2100-EDIT-TRANSACTION-EXIT

           IF WS-TRAN-VALIDA
               IF KT-APLICACAO
                   PERFORM 2200-APPLY-APLICACAO
                       THRU 2200-APPLY-APLICACAO-EXIT
               ELSE
                   PERFORM 2300-APPLY-CHANGE
                       THRU 2300-APPLY-CHANGE-EXIT
               END-IF
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

           IF NOT KT-APLICACAO AND NOT KT-TROCA-INSTRUCAO
               AND NOT KT-RESGATE
               MOVE 'ACAO INVALIDA - USAR A, I OU R' TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF

           IF KT-ACCOUNT-ID = SPACES
               MOVE 'CONTA OBRIGATORIA AUSENTE' TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF

           IF (KT-APLICACAO OR KT-TROCA-INSTRUCAO)
               AND KT-INSTRUCAO NOT = 'R'
               AND KT-INSTRUCAO NOT = 'N'
               MOVE 'INSTRUCAO DEVE SER R OU N' TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF

           IF NOT KT-APLICACAO
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF

           IF KT-CONTA-RESGATE = SPACES
               MOVE 'CONTA DE RESGATE OBRIGATORIA' TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF

           IF KT-PRINCIPAL NOT NUMERIC
               OR KT-PRINCIPAL = ZEROS
               OR KT-PRINCIPAL > WS-PRINCIPAL-MAXIMO
               MOVE 'PRINCIPAL AUSENTE OU ACIMA DO TETO'
                   TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF

           IF KT-TAXA-ANUAL NOT NUMERIC OR KT-TAXA-ANUAL = ZEROS
               MOVE 'TAXA ANUAL AUSENTE OU INVALIDA' TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF

           IF KT-PRAZO-DIAS NOT NUMERIC
               OR KT-PRAZO-DIAS < WS-PRAZO-MINIMO
               MOVE 'PRAZO AUSENTE OU ABAIXO DO MINIMO' TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF

      *    THE CONTRACT ACCOUNT MUST BE AN ACTIVE TERM-DEPOSIT ACCOUNT
           MOVE KT-ACCOUNT-ID TO ATT-ACCOUNT-ID
           READ ACCOUNT-ATTRIBUTE-FILE
               INVALID KEY
                   MOVE 'CONTA NAO ENCONTRADA NO ACCTATTR'
                       TO WS-MOTIVO
                   PERFORM 2500-WRITE-ERROR
                       THRU 2500-WRITE-ERROR-EXIT
                   GO TO 2100-EDIT-TRANSACTION-EXIT
           END-READ

           IF NOT ATT-CONTA-PRAZO OR NOT ATT-CONTA-ATIVA
               MOVE 'CONTA NAO E PRAZO (T) ATIVA' TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF

      *    THE PAYOUT ACCOUNT MUST BE A CHECKING ACCOUNT THAT CAN MOVE
      *    MONEY AND ALREADY HOLDS THE PRINCIPAL
           MOVE KT-CONTA-RESGATE TO ATT-ACCOUNT-ID
           READ ACCOUNT-ATTRIBUTE-FILE
               INVALID KEY
                   MOVE 'CONTA DE RESGATE NAO ENCONTRADA'
                       TO WS-MOTIVO
                   PERFORM 2500-WRITE-ERROR
                       THRU 2500-WRITE-ERROR-EXIT
                   GO TO 2100-EDIT-TRANSACTION-EXIT
           END-READ

           IF NOT ATT-CONTA-CORRENTE
               OR (NOT ATT-CONTA-ATIVA AND NOT ATT-CONTA-DORMENTE)
               MOVE 'CONTA DE RESGATE NAO E CORRENTE ATIVA'
                   TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF

           MOVE KT-CONTA-RESGATE TO AB-ACCOUNT-ID
           READ ACCOUNT-BALANCE-FILE
               INVALID KEY
                   MOVE ZEROS TO AB-SALDO
           END-READ

           IF AB-SALDO < KT-PRINCIPAL
               MOVE 'SALDO INSUFICIENTE NA CONTA DE RESGATE'
                   TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
           END-IF.

       2100-EDIT-TRANSACTION-EXIT.
           EXIT.

      ******************************************************************
      * 2200-APPLY-APLICACAO -- ONE LIVE CONTRACT PER ACCOUNT; A
      * LIQUIDATED ONE IS REPLACED BY THE NEW APPLICATION. THE FUNDING
      * GOES OUT AS A PAIRED TRANSFER FROM THE CHECKING ACCOUNT
      ******************************************************************
       2200-APPLY-APLICACAO.

           MOVE 'S'           TO WS-CONTRATO-NOVO-SW
           MOVE SPACES        TO WS-SITUACAO-ANTERIOR
           MOVE SPACES        TO WS-INSTRUCAO-ANTERIOR
           MOVE KT-ACCOUNT-ID TO CDB-ACCOUNT-ID
           READ TERM-DEPOSIT-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-CDB-STATUS = '00'
               IF NOT CDB-LIQUIDADO
                   MOVE 'CONTA JA TEM CDB EM VIGOR' TO WS-MOTIVO
                   PERFORM 2500-WRITE-ERROR
                       THRU 2500-WRITE-ERROR-EXIT
                   GO TO 2200-APPLY-APLICACAO-EXIT
               END-IF
               MOVE 'N'           TO WS-CONTRATO-NOVO-SW
               MOVE CDB-SITUACAO  TO WS-SITUACAO-ANTERIOR
               MOVE CDB-INSTRUCAO TO WS-INSTRUCAO-ANTERIOR
           END-IF

           MOVE SPACES           TO TERM-DEPOSIT-RECORD
           MOVE KT-ACCOUNT-ID    TO CDB-ACCOUNT-ID
           MOVE KT-CONTA-RESGATE TO CDB-CONTA-RESGATE
           MOVE KT-PRINCIPAL     TO CDB-PRINCIPAL
           MOVE KT-TAXA-ANUAL    TO CDB-TAXA-ANUAL
           MOVE WS-DATA-HOJE     TO CDB-DATA-INICIO
           MOVE KT-PRAZO-DIAS    TO CDB-PRAZO-DIAS
           COMPUTE WS-INTEIRO-DATA =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
               + KT-PRAZO-DIAS
           COMPUTE CDB-DATA-VENCTO =
               FUNCTION DATE-OF-INTEGER(WS-INTEIRO-DATA)
           MOVE KT-INSTRUCAO     TO CDB-INSTRUCAO
           MOVE 'A'              TO CDB-SITUACAO
           MOVE ZEROS            TO CDB-DATA-PEDIDO
           MOVE ZEROS            TO CDB-QTDE-RENOVACOES
           MOVE ZEROS            TO CDB-DATA-LIQUIDACAO

           IF WS-CONTRATO-NOVO
               WRITE TERM-DEPOSIT-RECORD
           ELSE
               REWRITE TERM-DEPOSIT-RECORD
           END-IF

           ADD 1 TO WS-REF-SEQ

           MOVE KT-CONTA-RESGATE TO LT-ACCOUNT-ID
           MOVE WS-DATA-HOJE     TO LT-DATA
           MOVE 'T'              TO LT-TIPO
           MOVE KT-PRINCIPAL     TO LT-VALOR
           MOVE KT-ACCOUNT-ID    TO LT-CONTRA-CONTA
           MOVE WS-REF-APLICACAO TO LT-REF-TRANSFER
           WRITE LEDGER-TRAN-RECORD

           MOVE KT-ACCOUNT-ID    TO LT-ACCOUNT-ID
           MOVE 'V'              TO LT-TIPO
           MOVE KT-CONTA-RESGATE TO LT-CONTRA-CONTA
           WRITE LEDGER-TRAN-RECORD

           ADD KT-PRINCIPAL TO WS-TOTAL-APLICADO

           PERFORM 2600-WRITE-AUDIT
               THRU 2600-WRITE-AUDIT-EXIT

           DISPLAY 'CDB APLICADO ' KT-ACCOUNT-ID ' R$ ' KT-PRINCIPAL
               ' VENCIMENTO ' CDB-DATA-VENCTO.

       2200-APPLY-APLICACAO-EXIT.
           EXIT.

      ******************************************************************
      * 2300-APPLY-CHANGE -- INSTRUCTION CHANGE AND EARLY-WITHDRAWAL
      * REQUEST BOTH WORK ON A LIVE CONTRACT
      ******************************************************************
       2300-APPLY-CHANGE.

           MOVE KT-ACCOUNT-ID TO CDB-ACCOUNT-ID
           READ TERM-DEPOSIT-FILE
               INVALID KEY
                   MOVE 'CDB NAO ENCONTRADO NO CDBMAST' TO WS-MOTIVO
                   PERFORM 2500-WRITE-ERROR
                       THRU 2500-WRITE-ERROR-EXIT
                   GO TO 2300-APPLY-CHANGE-EXIT
           END-READ

           IF NOT CDB-ATIVO
               MOVE 'CDB LIQUIDADO OU COM RESGATE PEDIDO'
                   TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2300-APPLY-CHANGE-EXIT
           END-IF

           MOVE CDB-SITUACAO  TO WS-SITUACAO-ANTERIOR
           MOVE CDB-INSTRUCAO TO WS-INSTRUCAO-ANTERIOR

           IF KT-TROCA-INSTRUCAO
               MOVE KT-INSTRUCAO TO CDB-INSTRUCAO
           ELSE
               MOVE 'P'          TO CDB-SITUACAO
               MOVE WS-DATA-HOJE TO CDB-DATA-PEDIDO
           END-IF

           REWRITE TERM-DEPOSIT-RECORD

           PERFORM 2600-WRITE-AUDIT
               THRU 2600-WRITE-AUDIT-EXIT

           DISPLAY 'CDB ' KT-ACCOUNT-ID ' - ACAO ' KT-ACAO
               ' APLICADA'.

       2300-APPLY-CHANGE-EXIT.
           EXIT.

      ******************************************************************
      * 2500-WRITE-ERROR
      ******************************************************************
       2500-WRITE-ERROR.

           MOVE 'N' TO WS-TRAN-VALIDA-SWITCH

           MOVE SPACES        TO MAINT-ERROR-RECORD
           MOVE KT-ACCOUNT-ID TO ER-ACCOUNT-ID
           MOVE KT-ACAO       TO ER-ACAO
           MOVE WS-MOTIVO     TO ER-MOTIVO

           WRITE MAINT-ERROR-RECORD

           DISPLAY 'TRANSACAO REJEITADA - ' KT-ACCOUNT-ID ' - '
               WS-MOTIVO

           ADD 1 TO WS-QTDE-REJEITADAS.

       2500-WRITE-ERROR-EXIT.
           EXIT.

      ******************************************************************
      * 2600-WRITE-AUDIT -- BEFORE/AFTER TRAIL FOR EVERY APPLIED ACTION
      ******************************************************************
       2600-WRITE-AUDIT.

           MOVE SPACES                TO MAINT-AUDIT-RECORD
           MOVE KT-ACCOUNT-ID         TO AU-ACCOUNT-ID
           MOVE KT-ACAO               TO AU-ACAO
           MOVE WS-SITUACAO-ANTERIOR  TO AU-SITUACAO-ANTERIOR
           MOVE CDB-SITUACAO          TO AU-SITUACAO-NOVA
           MOVE WS-INSTRUCAO-ANTERIOR TO AU-INSTRUCAO-ANTERIOR
           MOVE CDB-INSTRUCAO         TO AU-INSTRUCAO-NOVA
           MOVE CDB-PRINCIPAL         TO AU-PRINCIPAL
           MOVE WS-DATA-HOJE          TO AU-DATA
           MOVE WS-AUTORIZADO-POR     TO AU-AUTORIZADO-POR

           WRITE MAINT-AUDIT-RECORD

           ADD 1 TO WS-QTDE-APLICADAS.

       2600-WRITE-AUDIT-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZE
      ******************************************************************
       3000-FINALIZE.

           DISPLAY 'TRANSACOES APLICADAS:  ' WS-QTDE-APLICADAS
           DISPLAY 'TRANSACOES REJEITADAS: ' WS-QTDE-REJEITADAS
           DISPLAY 'TOTAL APLICADO EM CDB: R$ ' WS-TOTAL-APLICADO.

       3000-FINALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 8000-READ-TRANSACTION
      ******************************************************************
       8000-READ-TRANSACTION.

           READ CDB-TRAN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       8000-READ-TRANSACTION-EXIT.
           EXIT.
