      ******************************************************************
      * Author: M. TAVARES
      * Date: 15-10-26
      * Purpose: CUSTOMER-TO-ACCOUNT LINK MAINTENANCE. ACCTATTR ONLY
      * CARRIES A HOLDER NAME AND NOTHING TIED A LEDGER ACCOUNT TO THE
      * CU-CUSTOMER-ID SALESINV, ARAGING AND LGPDANON WORK WITH, SO
      * NOBODY COULD SAY EVERYTHING ONE CUSTOMER HOLDS WITH US. THIS
      * JOB KEEPS THE CLICONTA LINK FILE FROM A TRANSACTION FILE OF
      * CODED ACTIONS (ATTMAINT'S CONVENTION): V = VINCULAR (LINK A
      * CUSTOMER TO A LEDGER ACCOUNT OR A LOAN), D = DESVINCULAR (END
      * THE LINK, KEPT ON FILE WITH ITS END DATE) AND T = TROCAR
      * TITULARIDADE (PRINCIPAL HOLDER VERSUS JOINT HOLDER). A JOINT
      * ACCOUNT IS ONE LINK PER HOLDER; ONLY ONE OF THEM MAY BE THE
      * PRINCIPAL HOLDER AT A TIME. EVERY APPLIED ACTION GOES TO THE
      * CLIAUDIT TRAIL; BAD ONES GO TO THE CLIERR REJECT REPORT WITH
      * RETURN-CODE 8.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History
      * 15-10-26 MRT  ORIGINAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIVINC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LINK-TRAN-FILE ASSIGN TO "CLIMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KL-STATUS.

           SELECT CUSTOMER-LINK-FILE ASSIGN TO "CLICONTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CHAVE
               FILE STATUS IS WS-CL-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUSTOMER-ID
               FILE STATUS IS WS-CU-STATUS.

           SELECT ACCOUNT-ATTRIBUTE-FILE ASSIGN TO "ACCTATTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ATT-ACCOUNT-ID
               FILE STATUS IS WS-ATT-STATUS.

           SELECT MAINT-ERROR-FILE ASSIGN TO "CLIERR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERR-STATUS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "CLIAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LINK-TRAN-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  LINK-TRAN-RECORD.
           05  KL-ACAO             PIC X(01).
               88  KL-VINCULAR            VALUE 'V'.
               88  KL-DESVINCULAR         VALUE 'D'.
               88  KL-TROCAR-TITULAR      VALUE 'T'.
           05  KL-CHAVE.
               10  KL-CUSTOMER-ID  PIC X(06).
               10  KL-TIPO-PRODUTO PIC X(01).
               10  KL-PRODUTO-ID   PIC X(06).
           05  KL-TITULARIDADE     PIC X(01).
           05  FILLER              PIC X(15).

       FD  CUSTOMER-LINK-FILE.
           COPY CLICONTA.

       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMAST.

       FD  ACCOUNT-ATTRIBUTE-FILE.
           COPY ACCTATTR.

       FD  MAINT-ERROR-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  MAINT-ERROR-RECORD.
           05  ER-CUSTOMER-ID      PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  ER-TIPO-PRODUTO     PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  ER-PRODUTO-ID       PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  ER-ACAO             PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  ER-MOTIVO           PIC X(40).
           05  FILLER              PIC X(09) VALUE SPACES.

      *-----------------------------------------------------------------
      * MAINT-AUDIT-FILE -- ONE BEFORE/AFTER RECORD PER APPLIED ACTION,
      * THE SAME PERMANENT-TRAIL CONVENTION ATTMAINT KEEPS ON ATTAUDIT
      *-----------------------------------------------------------------
       FD  MAINT-AUDIT-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  MAINT-AUDIT-RECORD.
           05  AU-CHAVE            PIC X(13).
           05  AU-ACAO             PIC X(01).
           05  AU-TITULAR-ANTERIOR PIC X(01).
           05  AU-TITULAR-NOVO     PIC X(01).
           05  AU-SITUACAO-ANTERIOR PIC X(01).
           05  AU-SITUACAO-NOVA    PIC X(01).
           05  AU-DATA             PIC 9(08).
           05  AU-AUTORIZADO-POR   PIC X(10).
           05  FILLER              PIC X(14).

       WORKING-STORAGE SECTION.

       77  WS-KL-STATUS            PIC X(02) VALUE SPACES.
       77  WS-CL-STATUS            PIC X(02) VALUE SPACES.
       77  WS-CU-STATUS            PIC X(02) VALUE SPACES.
       77  WS-ATT-STATUS           PIC X(02) VALUE SPACES.
       77  WS-ERR-STATUS           PIC X(02) VALUE SPACES.
       77  WS-AUD-STATUS           PIC X(02) VALUE SPACES.
       77  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE               VALUE 'Y'.
       77  WS-CL-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-CL-END-OF-FILE            VALUE 'Y'.

       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WS-AUTORIZADO-POR       PIC X(10) VALUE 'BACKOFFICE'.

       77  WS-TRAN-VALIDA-SWITCH   PIC X(01) VALUE 'S'.
           88  WS-TRAN-VALIDA                VALUE 'S'.
       77  WS-MOTIVO               PIC X(40) VALUE SPACES.

       77  WS-OUTRO-PRINCIPAL-SW   PIC X(01) VALUE 'N'.
           88  WS-HA-OUTRO-PRINCIPAL         VALUE 'S'.
       77  WS-VINCULO-NOVO-SW      PIC X(01) VALUE 'S'.
           88  WS-VINCULO-NOVO               VALUE 'S'.
       77  WS-TITULAR-ANTERIOR     PIC X(01) VALUE SPACES.
       77  WS-SITUACAO-ANTERIOR    PIC X(01) VALUE SPACES.

       77  WS-QTDE-APLICADAS       PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-REJEITADAS      PIC 9(05) VALUE ZEROS.

       COPY JOBLGLNK.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.

           MOVE 'CLIVINC' TO JL-PROGRAM-ID
           MOVE 'S'       TO JL-ACAO
           CALL 'JOBLOG' USING JOBLOG-PARMS

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT

           PERFORM 2000-PROCESS-TRANSACTION
               THRU 2000-PROCESS-TRANSACTION-EXIT
               UNTIL WS-END-OF-FILE

           PERFORM 3000-FINALIZE
               THRU 3000-FINALIZE-EXIT

           CLOSE LINK-TRAN-FILE
           CLOSE CUSTOMER-LINK-FILE
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE ACCOUNT-ATTRIBUTE-FILE
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

           OPEN INPUT  LINK-TRAN-FILE
           OPEN I-O    CUSTOMER-LINK-FILE
           IF WS-CL-STATUS = '35'
               CLOSE CUSTOMER-LINK-FILE
               OPEN OUTPUT CUSTOMER-LINK-FILE
               CLOSE CUSTOMER-LINK-FILE
               OPEN I-O CUSTOMER-LINK-FILE
           END-IF

           OPEN INPUT  CUSTOMER-MASTER-FILE
           OPEN INPUT  ACCOUNT-ATTRIBUTE-FILE
           OPEN OUTPUT MAINT-ERROR-FILE

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
      * 2000-PROCESS-TRANSACTION -- EDIT FIRST, TOUCH THE LINK FILE
      * ONLY WHEN EVERY CHECK PASSES
      ******************************************************************
       2000-PROCESS-TRANSACTION.

           PERFORM 2100-EDIT-TRANSACTION
               THRU 2100-EDIT-TRANSACTION-EXIT

           IF WS-TRAN-VALIDA
               IF KL-VINCULAR
                   PERFORM 2200-APPLY-LINK
                       THRU 2200-APPLY-LINK-EXIT
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

           IF NOT KL-VINCULAR AND NOT KL-DESVINCULAR
               AND NOT KL-TROCAR-TITULAR
               MOVE 'ACAO INVALIDA - USAR V, D OU T' TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF

           IF KL-CUSTOMER-ID = SPACES OR KL-PRODUTO-ID = SPACES
               MOVE 'CLIENTE E PRODUTO OBRIGATORIOS' TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF

           IF KL-TIPO-PRODUTO NOT = 'C' AND KL-TIPO-PRODUTO NOT = 'E'
               MOVE 'TIPO DE PRODUTO DEVE SER C OU E' TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF

           IF NOT KL-DESVINCULAR
               AND KL-TITULARIDADE NOT = 'P'
               AND KL-TITULARIDADE NOT = 'S'
               MOVE 'TITULARIDADE DEVE SER P OU S' TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF

           IF NOT KL-VINCULAR
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF

      *    A NEW LINK NEEDS AN ACTIVE CUSTOMER AND, FOR A LEDGER
      *    ACCOUNT, AN ACCOUNT THAT IS NOT CLOSED. LOANS HAVE NO
      *    MASTER OF THEIR OWN TO CHECK AGAINST
           MOVE KL-CUSTOMER-ID TO CU-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE 'CLIENTE NAO ENCONTRADO NO CUSTMAST'
                       TO WS-MOTIVO
                   PERFORM 2500-WRITE-ERROR
                       THRU 2500-WRITE-ERROR-EXIT
                   GO TO 2100-EDIT-TRANSACTION-EXIT
           END-READ

           IF NOT CU-CLIENTE-ATIVO
               MOVE 'CLIENTE INATIVO' TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF

           IF KL-TIPO-PRODUTO = 'C'
               MOVE KL-PRODUTO-ID TO ATT-ACCOUNT-ID
               READ ACCOUNT-ATTRIBUTE-FILE
                   INVALID KEY
                       MOVE 'CONTA NAO ENCONTRADA NO ACCTATTR'
                           TO WS-MOTIVO
                       PERFORM 2500-WRITE-ERROR
                           THRU 2500-WRITE-ERROR-EXIT
                       GO TO 2100-EDIT-TRANSACTION-EXIT
               END-READ
               IF ATT-CONTA-ENCERRADA
                   MOVE 'CONTA ENCERRADA' TO WS-MOTIVO
                   PERFORM 2500-WRITE-ERROR
                       THRU 2500-WRITE-ERROR-EXIT
               END-IF
           END-IF.

       2100-EDIT-TRANSACTION-EXIT.
           EXIT.

      ******************************************************************
      * 2150-CHECK-PRINCIPAL -- A PRODUCT HAS ONE PRINCIPAL HOLDER AT A
      * TIME. THE FILE IS KEYED BY CUSTOMER, SO FINDING THE OTHER
      * HOLDERS OF ONE PRODUCT MEANS A PASS OVER THE WHOLE FILE
      ******************************************************************
       2150-CHECK-PRINCIPAL.

           MOVE 'N' TO WS-OUTRO-PRINCIPAL-SW
           MOVE 'N' TO WS-CL-EOF-SWITCH

           MOVE LOW-VALUES TO CL-CHAVE
           START CUSTOMER-LINK-FILE KEY IS NOT LESS THAN CL-CHAVE
               INVALID KEY
                   GO TO 2150-CHECK-PRINCIPAL-EXIT
           END-START

           PERFORM 2160-CHECK-ONE-LINK
               THRU 2160-CHECK-ONE-LINK-EXIT
               UNTIL WS-CL-END-OF-FILE
               OR WS-HA-OUTRO-PRINCIPAL.

       2150-CHECK-PRINCIPAL-EXIT.
           EXIT.

      ******************************************************************
      * 2160-CHECK-ONE-LINK
      ******************************************************************
       2160-CHECK-ONE-LINK.

           READ CUSTOMER-LINK-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CL-EOF-SWITCH
                   GO TO 2160-CHECK-ONE-LINK-EXIT
           END-READ

           IF CL-TIPO-PRODUTO = KL-TIPO-PRODUTO
               AND CL-PRODUTO-ID = KL-PRODUTO-ID
               AND CL-CUSTOMER-ID NOT = KL-CUSTOMER-ID
               AND CL-VINCULO-ATIVO
               AND CL-TITULAR-PRINCIPAL
               MOVE 'S' TO WS-OUTRO-PRINCIPAL-SW
           END-IF.

       2160-CHECK-ONE-LINK-EXIT.
           EXIT.

      ******************************************************************
      * 2200-APPLY-LINK -- A NEW LINK, OR THE REOPENING OF AN ENDED ONE
      ******************************************************************
       2200-APPLY-LINK.

           IF KL-TITULARIDADE = 'P'
               PERFORM 2150-CHECK-PRINCIPAL
                   THRU 2150-CHECK-PRINCIPAL-EXIT
               IF WS-HA-OUTRO-PRINCIPAL
                   MOVE 'PRODUTO JA TEM TITULAR PRINCIPAL'
                       TO WS-MOTIVO
                   PERFORM 2500-WRITE-ERROR
                       THRU 2500-WRITE-ERROR-EXIT
                   GO TO 2200-APPLY-LINK-EXIT
               END-IF
           END-IF

           MOVE 'S'      TO WS-VINCULO-NOVO-SW
           MOVE SPACES   TO WS-TITULAR-ANTERIOR
           MOVE SPACES   TO WS-SITUACAO-ANTERIOR
           MOVE KL-CHAVE TO CL-CHAVE
           READ CUSTOMER-LINK-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-CL-STATUS = '00'
               IF CL-VINCULO-ATIVO
                   MOVE 'VINCULO JA EXISTE' TO WS-MOTIVO
                   PERFORM 2500-WRITE-ERROR
                       THRU 2500-WRITE-ERROR-EXIT
                   GO TO 2200-APPLY-LINK-EXIT
               END-IF
               MOVE 'N'             TO WS-VINCULO-NOVO-SW
               MOVE CL-TITULARIDADE TO WS-TITULAR-ANTERIOR
               MOVE CL-SITUACAO     TO WS-SITUACAO-ANTERIOR
           END-IF

           MOVE SPACES          TO CUSTOMER-LINK-RECORD
           MOVE KL-CHAVE        TO CL-CHAVE
           MOVE KL-TITULARIDADE TO CL-TITULARIDADE
           MOVE 'A'             TO CL-SITUACAO
           MOVE WS-DATA-HOJE    TO CL-DATA-INICIO
           MOVE ZEROS           TO CL-DATA-FIM

           IF WS-VINCULO-NOVO
               WRITE CUSTOMER-LINK-RECORD
           ELSE
               REWRITE CUSTOMER-LINK-RECORD
           END-IF

           PERFORM 2600-WRITE-AUDIT
               THRU 2600-WRITE-AUDIT-EXIT

           DISPLAY 'VINCULO CRIADO ' KL-CUSTOMER-ID ' - '
               KL-TIPO-PRODUTO ' ' KL-PRODUTO-ID.

       2200-APPLY-LINK-EXIT.
           EXIT.

      ******************************************************************
      * 2300-APPLY-CHANGE -- END A LINK OR CHANGE ITS HOLDER ROLE; BOTH
      * WORK ON A LIVE LINK
      ******************************************************************
       2300-APPLY-CHANGE.

           IF KL-TROCAR-TITULAR AND KL-TITULARIDADE = 'P'
               PERFORM 2150-CHECK-PRINCIPAL
                   THRU 2150-CHECK-PRINCIPAL-EXIT
               IF WS-HA-OUTRO-PRINCIPAL
                   MOVE 'PRODUTO JA TEM TITULAR PRINCIPAL'
                       TO WS-MOTIVO
                   PERFORM 2500-WRITE-ERROR
                       THRU 2500-WRITE-ERROR-EXIT
                   GO TO 2300-APPLY-CHANGE-EXIT
               END-IF
           END-IF

           MOVE KL-CHAVE TO CL-CHAVE
           READ CUSTOMER-LINK-FILE
               INVALID KEY
                   MOVE 'VINCULO NAO ENCONTRADO NO CLICONTA'
                       TO WS-MOTIVO
                   PERFORM 2500-WRITE-ERROR
                       THRU 2500-WRITE-ERROR-EXIT
                   GO TO 2300-APPLY-CHANGE-EXIT
           END-READ

           IF NOT CL-VINCULO-ATIVO
               MOVE 'VINCULO JA ENCERRADO' TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2300-APPLY-CHANGE-EXIT
           END-IF

           IF KL-TROCAR-TITULAR
               AND KL-TITULARIDADE = CL-TITULARIDADE
               MOVE 'TITULARIDADE JA E A INFORMADA' TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2300-APPLY-CHANGE-EXIT
           END-IF

           MOVE CL-TITULARIDADE TO WS-TITULAR-ANTERIOR
           MOVE CL-SITUACAO     TO WS-SITUACAO-ANTERIOR

           IF KL-TROCAR-TITULAR
               MOVE KL-TITULARIDADE TO CL-TITULARIDADE
           ELSE
               MOVE 'E'          TO CL-SITUACAO
               MOVE WS-DATA-HOJE TO CL-DATA-FIM
           END-IF

           REWRITE CUSTOMER-LINK-RECORD

           PERFORM 2600-WRITE-AUDIT
               THRU 2600-WRITE-AUDIT-EXIT

           DISPLAY 'VINCULO ' KL-CUSTOMER-ID ' - ' KL-TIPO-PRODUTO
               ' ' KL-PRODUTO-ID ' - ACAO ' KL-ACAO ' APLICADA'.

       2300-APPLY-CHANGE-EXIT.
           EXIT.

      ******************************************************************
      * 2500-WRITE-ERROR
      ******************************************************************
       2500-WRITE-ERROR.

           MOVE 'N' TO WS-TRAN-VALIDA-SWITCH

           MOVE SPACES          TO MAINT-ERROR-RECORD
           MOVE KL-CUSTOMER-ID  TO ER-CUSTOMER-ID
           MOVE KL-TIPO-PRODUTO TO ER-TIPO-PRODUTO
           MOVE KL-PRODUTO-ID   TO ER-PRODUTO-ID
           MOVE KL-ACAO         TO ER-ACAO
           MOVE WS-MOTIVO       TO ER-MOTIVO

           WRITE MAINT-ERROR-RECORD

           DISPLAY 'TRANSACAO REJEITADA - ' KL-CUSTOMER-ID ' '
               KL-PRODUTO-ID ' - ' WS-MOTIVO

           ADD 1 TO WS-QTDE-REJEITADAS.

       2500-WRITE-ERROR-EXIT.
           EXIT.

      ******************************************************************
      * 2600-WRITE-AUDIT -- BEFORE/AFTER TRAIL FOR EVERY APPLIED ACTION
      ******************************************************************
       2600-WRITE-AUDIT.

           MOVE SPACES               TO MAINT-AUDIT-RECORD
           MOVE CL-CHAVE             TO AU-CHAVE
           MOVE KL-ACAO              TO AU-ACAO
           MOVE WS-TITULAR-ANTERIOR  TO AU-TITULAR-ANTERIOR
           MOVE CL-TITULARIDADE      TO AU-TITULAR-NOVO
           MOVE WS-SITUACAO-ANTERIOR TO AU-SITUACAO-ANTERIOR
           MOVE CL-SITUACAO          TO AU-SITUACAO-NOVA
           MOVE WS-DATA-HOJE         TO AU-DATA
           MOVE WS-AUTORIZADO-POR    TO AU-AUTORIZADO-POR

           WRITE MAINT-AUDIT-RECORD

           ADD 1 TO WS-QTDE-APLICADAS.

       2600-WRITE-AUDIT-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZE
      ******************************************************************
       3000-FINALIZE.

           DISPLAY 'TRANSACOES APLICADAS:  ' WS-QTDE-APLICADAS
           DISPLAY 'TRANSACOES REJEITADAS: ' WS-QTDE-REJEITADAS.

       3000-FINALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 8000-READ-TRANSACTION
      ******************************************************************
       8000-READ-TRANSACTION.

           READ LINK-TRAN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       8000-READ-TRANSACTION-EXIT.
           EXIT.
