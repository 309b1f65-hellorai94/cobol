      ******************************************************************
      * Author: M. TAVARES
      * Date: 15-10-26
      * Purpose: SUPPLIER-MASTER MAINTENANCE. READS THE FORNTRAN FILE
      * OF CODED ACTIONS AND KEEPS THE FORNMAST SUPPLIER MASTER THE
      * APPAGTO PAYMENT RUN PAYS FROM: I = INCLUSAO (A NEW SUPPLIER
      * WITH ITS BANK ACCOUNT AND PAYMENT TERMS), A = ALTERACAO (ONLY
      * THE FIELDS KEYED ARE CHANGED), B = BLOQUEIO (NO PAYMENT GOES
      * OUT UNTIL RELEASED) AND L = LIBERACAO. EVERY ACTION IS EDITED
      * BEFORE THE MASTER IS TOUCHED -- THE CPF THROUGH CPFCHECK, THE
      * CNPJ NUMERIC, THE BANK ACCOUNT COMPLETE, THE DISCOUNT WINDOW
      * INSIDE THE PAYMENT TERM -- AND BAD ACTIONS GO TO THE FORNERR
      * REJECT REPORT WITH RETURN-CODE 8, THE ATTMAINT CONVENTION.
      * EVERY APPLIED ACTION LEAVES A BEFORE/AFTER IMAGE ON THE
      * FORNAUDT TRAIL, SO A CHANGED BANK ACCOUNT CAN ALWAYS BE
      * TRACED.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History
      * 15-10-26 MRT  ORIGINAL VERSION.
      * 15-10-26 MRT  FT-PRAZO-ENTREGA ADDED -- THE SUPPLIER'S DELIVERY
      *               LEAD TIME IN DAYS, KEPT ON FN-PRAZO-ENTREGA FOR
      *               THE FORNSCOR SCORECARD. OPTIONAL; BLANK LEAVES IT
      *               ZERO ON INCLUSAO AND UNCHANGED ON ALTERACAO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORNMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLIER-TRAN-FILE ASSIGN TO "FORNTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FT-STATUS.

           SELECT SUPPLIER-MASTER-FILE ASSIGN TO "FORNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FN-FORNECEDOR
               FILE STATUS IS WS-FN-STATUS.

           SELECT MAINT-ERROR-FILE ASSIGN TO "FORNERR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ER-STATUS.

           SELECT SUPPLIER-AUDIT-FILE ASSIGN TO "FORNAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FA-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      * SUPPLIER-TRAN-FILE -- NUMERIC FIELDS ARE KEYED AS TEXT SO A
      * BLANK FIELD ON AN ALTERACAO MEANS "LEAVE AS IS"; B AND L NEED
      * ONLY THE SUPPLIER CODE
      *-----------------------------------------------------------------
       FD  SUPPLIER-TRAN-FILE
           RECORD CONTAINS 90 CHARACTERS.
       01  SUPPLIER-TRAN-RECORD.
           05  FT-ACAO                 PIC X(01).
               88  FT-INCLUSAO                   VALUE 'I'.
               88  FT-ALTERACAO                  VALUE 'A'.
               88  FT-BLOQUEIO                   VALUE 'B'.
               88  FT-LIBERACAO                  VALUE 'L'.
           05  FT-FORNECEDOR           PIC X(10).
           05  FT-RAZAO-SOCIAL         PIC X(30).
           05  FT-CPF-CNPJ             PIC X(14).
           05  FT-BANCO                PIC X(03).
           05  FT-BANCO-N REDEFINES FT-BANCO
                                       PIC 9(03).
           05  FT-AGENCIA              PIC X(04).
           05  FT-AGENCIA-N REDEFINES FT-AGENCIA
                                       PIC 9(04).
           05  FT-CONTA                PIC X(12).
           05  FT-PRAZO-DIAS           PIC X(03).
           05  FT-PRAZO-DIAS-N REDEFINES FT-PRAZO-DIAS
                                       PIC 9(03).
           05  FT-DESCONTO-PCT         PIC X(04).
           05  FT-DESCONTO-PCT-N REDEFINES FT-DESCONTO-PCT
                                       PIC 9(02)V99.
           05  FT-DESCONTO-DIAS        PIC X(03).
           05  FT-DESCONTO-DIAS-N REDEFINES FT-DESCONTO-DIAS
                                       PIC 9(03).
           05  FT-PRAZO-ENTREGA        PIC X(03).
           05  FT-PRAZO-ENTREGA-N REDEFINES FT-PRAZO-ENTREGA
                                       PIC 9(03).
           05  FILLER                  PIC X(03).

       FD  SUPPLIER-MASTER-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY FORNMAST.

       FD  MAINT-ERROR-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  MAINT-ERROR-RECORD.
           05  ER-FORNECEDOR           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ER-ACAO                 PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ER-MOTIVO               PIC X(40).
           05  FILLER                  PIC X(15) VALUE SPACES.

      *-----------------------------------------------------------------
      * SUPPLIER-AUDIT-FILE -- ONE BEFORE/AFTER IMAGE OF THE WHOLE
      * MASTER RECORD PER APPLIED ACTION; THE BEFORE IMAGE IS SPACES
      * ON AN INCLUSAO. PERMANENT TRAIL, APPENDED
      *-----------------------------------------------------------------
       FD  SUPPLIER-AUDIT-FILE
           RECORD CONTAINS 220 CHARACTERS.
       01  SUPPLIER-AUDIT-RECORD.
           05  FA-FORNECEDOR           PIC X(10).
           05  FA-ACAO                 PIC X(01).
           05  FA-DATA                 PIC 9(08).
           05  FA-ANTES                PIC X(100).
           05  FA-DEPOIS               PIC X(100).
           05  FILLER                  PIC X(01).

       WORKING-STORAGE SECTION.

       77  WS-FT-STATUS            PIC X(02) VALUE SPACES.
       77  WS-FN-STATUS            PIC X(02) VALUE SPACES.
       77  WS-ER-STATUS            PIC X(02) VALUE SPACES.
       77  WS-FA-STATUS            PIC X(02) VALUE SPACES.

       77  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE               VALUE 'Y'.
       77  WS-FT-ABERTO-SW         PIC X(01) VALUE 'N'.
           88  WS-FT-ABERTO                 VALUE 'S'.

       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.

       77  WS-TRAN-VALIDA-SWITCH   PIC X(01) VALUE 'S'.
           88  WS-TRAN-VALIDA                VALUE 'S'.
       77  WS-MOTIVO               PIC X(40) VALUE SPACES.

       01  WS-IMAGEM-ANTES         PIC X(100) VALUE SPACES.

       77  WS-QTDE-LIDAS           PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-APLICADAS       PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-REJEITADAS      PIC 9(05) VALUE ZEROS.

       COPY CPFLNK.
       COPY CTLTOTLNK.
       COPY JOBLGLNK.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.

           MOVE 'FORNMNT' TO JL-PROGRAM-ID
           MOVE 'S'       TO JL-ACAO
           CALL 'JOBLOG' USING JOBLOG-PARMS

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT

           PERFORM 2000-PROCESS-TRANSACTION
               THRU 2000-PROCESS-TRANSACTION-EXIT
               UNTIL WS-END-OF-FILE

           PERFORM 3000-FINALIZE
               THRU 3000-FINALIZE-EXIT

           IF WS-QTDE-REJEITADAS > ZEROS
               MOVE 8 TO RETURN-CODE
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
      * 1000-INITIALIZE -- NO FORNTRAN MEANS NOTHING TO APPLY; THE
      * FIRST RUN CREATES AN EMPTY FORNMAST
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           OPEN INPUT SUPPLIER-TRAN-FILE
           IF WS-FT-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO FORNTRAN -- NADA A '
                   'APLICAR'
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           MOVE 'S' TO WS-FT-ABERTO-SW

           OPEN I-O SUPPLIER-MASTER-FILE
           IF WS-FN-STATUS = '35'
               CLOSE SUPPLIER-MASTER-FILE
               OPEN OUTPUT SUPPLIER-MASTER-FILE
               CLOSE SUPPLIER-MASTER-FILE
               OPEN I-O SUPPLIER-MASTER-FILE
           END-IF

           OPEN OUTPUT MAINT-ERROR-FILE

           OPEN EXTEND SUPPLIER-AUDIT-FILE
           IF WS-FA-STATUS NOT = '00'
               OPEN OUTPUT SUPPLIER-AUDIT-FILE
           END-IF

           PERFORM 8000-READ-TRANSACTION
               THRU 8000-READ-TRANSACTION-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-TRANSACTION -- EDIT FIRST, TOUCH THE MASTER ONLY
      * WHEN EVERY CHECK PASSES
      ******************************************************************
       2000-PROCESS-TRANSACTION.

           ADD 1 TO WS-QTDE-LIDAS

           PERFORM 2100-EDIT-TRANSACTION
               THRU 2100-EDIT-TRANSACTION-EXIT

           IF WS-TRAN-VALIDA
               EVALUATE TRUE
                   WHEN FT-INCLUSAO
                       PERFORM 2200-APPLY-INCLUSAO
                           THRU 2200-APPLY-INCLUSAO-EXIT
                   WHEN FT-ALTERACAO
                       PERFORM 2300-APPLY-ALTERACAO
                           THRU 2300-APPLY-ALTERACAO-EXIT
                   WHEN FT-BLOQUEIO
                       PERFORM 2400-APPLY-BLOQUEIO
                           THRU 2400-APPLY-BLOQUEIO-EXIT
                   WHEN FT-LIBERACAO
                       PERFORM 2450-APPLY-LIBERACAO
                           THRU 2450-APPLY-LIBERACAO-EXIT
               END-EVALUATE
           END-IF

           PERFORM 8000-READ-TRANSACTION
               THRU 8000-READ-TRANSACTION-EXIT.

       2000-PROCESS-TRANSACTION-EXIT.
           EXIT.

      ******************************************************************
      * 2100-EDIT-TRANSACTION -- FIELD-LEVEL CHECKS THAT NEED NO MASTER
      * RECORD; THE FIRST FAILED CHECK REJECTS THE TRANSACTION
      ******************************************************************
       2100-EDIT-TRANSACTION.

           MOVE 'S' TO WS-TRAN-VALIDA-SWITCH

           IF NOT FT-INCLUSAO AND NOT FT-ALTERACAO
               AND NOT FT-BLOQUEIO AND NOT FT-LIBERACAO
               MOVE 'ACAO INVALIDA - USAR I, A, B OU L' TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF

           IF FT-FORNECEDOR = SPACES
               MOVE 'CODIGO DO FORNECEDOR AUSENTE' TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF

           IF FT-BLOQUEIO OR FT-LIBERACAO
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF

           IF FT-INCLUSAO
               AND (FT-RAZAO-SOCIAL = SPACES OR FT-CPF-CNPJ = SPACES)
               MOVE 'RAZAO SOCIAL E CPF/CNPJ OBRIGATORIOS'
                   TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF

      *    THE BANK ACCOUNT IS KEYED WHOLE OR NOT AT ALL -- A NEW
      *    AGENCY WITH THE OLD ACCOUNT NUMBER WOULD PAY A STRANGER
           IF FT-INCLUSAO
               OR FT-BANCO NOT = SPACES OR FT-AGENCIA NOT = SPACES
               OR FT-CONTA NOT = SPACES
               IF FT-BANCO NOT NUMERIC OR FT-BANCO-N = ZEROS
                   OR FT-AGENCIA NOT NUMERIC
                   OR FT-CONTA = SPACES
                   MOVE 'BANCO, AGENCIA OU CONTA INVALIDOS'
                       TO WS-MOTIVO
                   PERFORM 2500-WRITE-ERROR
                       THRU 2500-WRITE-ERROR-EXIT
                   GO TO 2100-EDIT-TRANSACTION-EXIT
               END-IF
           END-IF

           IF (FT-INCLUSAO OR FT-PRAZO-DIAS NOT = SPACES)
               AND FT-PRAZO-DIAS NOT NUMERIC
               MOVE 'PRAZO DE PAGAMENTO INVALIDO' TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF

           IF (FT-DESCONTO-PCT NOT = SPACES
                   AND FT-DESCONTO-PCT NOT NUMERIC)
               OR (FT-DESCONTO-DIAS NOT = SPACES
                   AND FT-DESCONTO-DIAS NOT NUMERIC)
               MOVE 'DESCONTO OU PRAZO DO DESCONTO INVALIDOS'
                   TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF

           IF FT-PRAZO-ENTREGA NOT = SPACES
               AND FT-PRAZO-ENTREGA NOT NUMERIC
               MOVE 'PRAZO DE ENTREGA INVALIDO' TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF

           IF FT-CPF-CNPJ NOT = SPACES
               PERFORM 2110-EDIT-CPF-CNPJ
                   THRU 2110-EDIT-CPF-CNPJ-EXIT
           END-IF.

       2100-EDIT-TRANSACTION-EXIT.
           EXIT.

      ******************************************************************
      * 2110-EDIT-CPF-CNPJ -- ELEVEN DIGITS (THE LAST THREE POSITIONS
      * BLANK) IS A CPF AND MUST PASS THE CPFCHECK MOD-11 TEST;
      * OTHERWISE ALL FOURTEEN POSITIONS MUST BE A NUMERIC CNPJ
      ******************************************************************
       2110-EDIT-CPF-CNPJ.

           IF FT-CPF-CNPJ(12:3) = SPACES
               MOVE FT-CPF-CNPJ(1:11) TO CPF-NUMERO
               CALL 'CPFCHECK' USING CPFCHK-PARMS
               IF CPF-DIGITO-INVALIDO
                   MOVE 'CPF DO FORNECEDOR INVALIDO' TO WS-MOTIVO
                   PERFORM 2500-WRITE-ERROR
                       THRU 2500-WRITE-ERROR-EXIT
               END-IF
               GO TO 2110-EDIT-CPF-CNPJ-EXIT
           END-IF

           IF FT-CPF-CNPJ NOT NUMERIC
               OR FT-CPF-CNPJ = ZEROS
               MOVE 'CNPJ DO FORNECEDOR INVALIDO' TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
           END-IF.

       2110-EDIT-CPF-CNPJ-EXIT.
           EXIT.

      ******************************************************************
      * 2150-EDIT-TERMS -- ON THE NEW IMAGE OF THE RECORD: A DISCOUNT
      * MUST HAVE A WINDOW, AND THE WINDOW MUST CLOSE BEFORE THE DUE
      * DATE OR THE DISCOUNT IS JUST A PRICE CUT
      ******************************************************************
       2150-EDIT-TERMS.

           IF FN-DESCONTO-PCT = ZEROS
               MOVE ZEROS TO FN-DESCONTO-DIAS
               GO TO 2150-EDIT-TERMS-EXIT
           END-IF

           IF FN-DESCONTO-DIAS = ZEROS
               OR FN-DESCONTO-DIAS NOT < FN-PRAZO-DIAS
               MOVE 'JANELA DO DESCONTO FORA DO PRAZO'
                   TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
           END-IF.

       2150-EDIT-TERMS-EXIT.
           EXIT.

      ******************************************************************
      * 2200-APPLY-INCLUSAO -- A NEW SUPPLIER MUST NOT COLLIDE WITH AN
      * EXISTING CODE
      ******************************************************************
       2200-APPLY-INCLUSAO.

           MOVE FT-FORNECEDOR TO FN-FORNECEDOR
           READ SUPPLIER-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-FN-STATUS = '00'
               MOVE 'FORNECEDOR JA EXISTE NO FORNMAST' TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2200-APPLY-INCLUSAO-EXIT
           END-IF

           MOVE SPACES          TO WS-IMAGEM-ANTES

           MOVE SPACES          TO SUPPLIER-MASTER-RECORD
           MOVE FT-FORNECEDOR   TO FN-FORNECEDOR
           MOVE FT-RAZAO-SOCIAL TO FN-RAZAO-SOCIAL
           MOVE FT-CPF-CNPJ     TO FN-CPF-CNPJ
           MOVE FT-BANCO-N      TO FN-BANCO
           MOVE FT-AGENCIA-N    TO FN-AGENCIA
           MOVE FT-CONTA        TO FN-CONTA
           MOVE FT-PRAZO-DIAS-N TO FN-PRAZO-DIAS
           MOVE ZEROS           TO FN-DESCONTO-PCT
           MOVE ZEROS           TO FN-DESCONTO-DIAS
           IF FT-DESCONTO-PCT NOT = SPACES
               MOVE FT-DESCONTO-PCT-N TO FN-DESCONTO-PCT
           END-IF
           IF FT-DESCONTO-DIAS NOT = SPACES
               MOVE FT-DESCONTO-DIAS-N TO FN-DESCONTO-DIAS
           END-IF
           MOVE 'A'             TO FN-SITUACAO
           MOVE ZEROS           TO FN-DATA-ULT-PAGTO
           MOVE ZEROS           TO FN-PRAZO-ENTREGA
           IF FT-PRAZO-ENTREGA NOT = SPACES
               MOVE FT-PRAZO-ENTREGA-N TO FN-PRAZO-ENTREGA
           END-IF

           PERFORM 2150-EDIT-TERMS
               THRU 2150-EDIT-TERMS-EXIT
           IF NOT WS-TRAN-VALIDA
               GO TO 2200-APPLY-INCLUSAO-EXIT
           END-IF

           WRITE SUPPLIER-MASTER-RECORD
               INVALID KEY
                   MOVE 'GRAVACAO RECUSADA PELO FORNMAST'
                       TO WS-MOTIVO
                   PERFORM 2500-WRITE-ERROR
                       THRU 2500-WRITE-ERROR-EXIT
                   GO TO 2200-APPLY-INCLUSAO-EXIT
           END-WRITE

           PERFORM 2700-WRITE-AUDIT
               THRU 2700-WRITE-AUDIT-EXIT

           DISPLAY 'FORNECEDOR INCLUIDO ' FT-FORNECEDOR ' - '
               FT-RAZAO-SOCIAL.

       2200-APPLY-INCLUSAO-EXIT.
           EXIT.

      ******************************************************************
      * 2300-APPLY-ALTERACAO -- ONLY THE FIELDS KEYED ARE CHANGED
      ******************************************************************
       2300-APPLY-ALTERACAO.

           MOVE FT-FORNECEDOR TO FN-FORNECEDOR
           READ SUPPLIER-MASTER-FILE
               INVALID KEY
                   MOVE 'FORNECEDOR NAO ENCONTRADO NO FORNMAST'
                       TO WS-MOTIVO
                   PERFORM 2500-WRITE-ERROR
                       THRU 2500-WRITE-ERROR-EXIT
                   GO TO 2300-APPLY-ALTERACAO-EXIT
           END-READ

           IF FT-RAZAO-SOCIAL = SPACES AND FT-CPF-CNPJ = SPACES
               AND FT-BANCO = SPACES AND FT-AGENCIA = SPACES
               AND FT-CONTA = SPACES AND FT-PRAZO-DIAS = SPACES
               AND FT-DESCONTO-PCT = SPACES
               AND FT-DESCONTO-DIAS = SPACES
               AND FT-PRAZO-ENTREGA = SPACES
               MOVE 'NENHUM CAMPO INFORMADO P/ALTERACAO'
                   TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2300-APPLY-ALTERACAO-EXIT
           END-IF

           MOVE SUPPLIER-MASTER-RECORD TO WS-IMAGEM-ANTES

           IF FT-RAZAO-SOCIAL NOT = SPACES
               MOVE FT-RAZAO-SOCIAL TO FN-RAZAO-SOCIAL
           END-IF
           IF FT-CPF-CNPJ NOT = SPACES
               MOVE FT-CPF-CNPJ TO FN-CPF-CNPJ
           END-IF
           IF FT-BANCO NOT = SPACES
               MOVE FT-BANCO-N   TO FN-BANCO
               MOVE FT-AGENCIA-N TO FN-AGENCIA
               MOVE FT-CONTA     TO FN-CONTA
           END-IF
           IF FT-PRAZO-DIAS NOT = SPACES
               MOVE FT-PRAZO-DIAS-N TO FN-PRAZO-DIAS
           END-IF
           IF FT-DESCONTO-PCT NOT = SPACES
               MOVE FT-DESCONTO-PCT-N TO FN-DESCONTO-PCT
           END-IF
           IF FT-DESCONTO-DIAS NOT = SPACES
               MOVE FT-DESCONTO-DIAS-N TO FN-DESCONTO-DIAS
           END-IF
           IF FT-PRAZO-ENTREGA NOT = SPACES
               MOVE FT-PRAZO-ENTREGA-N TO FN-PRAZO-ENTREGA
           END-IF

           PERFORM 2150-EDIT-TERMS
               THRU 2150-EDIT-TERMS-EXIT
           IF NOT WS-TRAN-VALIDA
               GO TO 2300-APPLY-ALTERACAO-EXIT
           END-IF

           REWRITE SUPPLIER-MASTER-RECORD

           PERFORM 2700-WRITE-AUDIT
               THRU 2700-WRITE-AUDIT-EXIT

           DISPLAY 'FORNECEDOR ALTERADO ' FT-FORNECEDOR.

       2300-APPLY-ALTERACAO-EXIT.
           EXIT.

      ******************************************************************
      * 2400-APPLY-BLOQUEIO -- APPAGTO SKIPS A BLOCKED SUPPLIER AND
      * LEAVES ITS INVOICES OPEN ON PAYEXTR
      ******************************************************************
       2400-APPLY-BLOQUEIO.

           MOVE FT-FORNECEDOR TO FN-FORNECEDOR
           READ SUPPLIER-MASTER-FILE
               INVALID KEY
                   MOVE 'FORNECEDOR NAO ENCONTRADO NO FORNMAST'
                       TO WS-MOTIVO
                   PERFORM 2500-WRITE-ERROR
                       THRU 2500-WRITE-ERROR-EXIT
                   GO TO 2400-APPLY-BLOQUEIO-EXIT
           END-READ

           IF FN-FORNECEDOR-BLOQUEADO
               MOVE 'FORNECEDOR JA BLOQUEADO' TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2400-APPLY-BLOQUEIO-EXIT
           END-IF

           MOVE SUPPLIER-MASTER-RECORD TO WS-IMAGEM-ANTES

           MOVE 'B' TO FN-SITUACAO
           REWRITE SUPPLIER-MASTER-RECORD

           PERFORM 2700-WRITE-AUDIT
               THRU 2700-WRITE-AUDIT-EXIT

           DISPLAY 'FORNECEDOR BLOQUEADO ' FT-FORNECEDOR.

       2400-APPLY-BLOQUEIO-EXIT.
           EXIT.

      ******************************************************************
      * 2450-APPLY-LIBERACAO
      ******************************************************************
       2450-APPLY-LIBERACAO.

           MOVE FT-FORNECEDOR TO FN-FORNECEDOR
           READ SUPPLIER-MASTER-FILE
               INVALID KEY
                   MOVE 'FORNECEDOR NAO ENCONTRADO NO FORNMAST'
                       TO WS-MOTIVO
                   PERFORM 2500-WRITE-ERROR
                       THRU 2500-WRITE-ERROR-EXIT
                   GO TO 2450-APPLY-LIBERACAO-EXIT
           END-READ

           IF NOT FN-FORNECEDOR-BLOQUEADO
               MOVE 'FORNECEDOR NAO ESTA BLOQUEADO' TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2450-APPLY-LIBERACAO-EXIT
           END-IF

           MOVE SUPPLIER-MASTER-RECORD TO WS-IMAGEM-ANTES

           MOVE 'A' TO FN-SITUACAO
           REWRITE SUPPLIER-MASTER-RECORD

           PERFORM 2700-WRITE-AUDIT
               THRU 2700-WRITE-AUDIT-EXIT

           DISPLAY 'FORNECEDOR LIBERADO ' FT-FORNECEDOR.

       2450-APPLY-LIBERACAO-EXIT.
           EXIT.

      ******************************************************************
      * 2500-WRITE-ERROR
      ******************************************************************
       2500-WRITE-ERROR.

           MOVE 'N'           TO WS-TRAN-VALIDA-SWITCH

           MOVE SPACES        TO MAINT-ERROR-RECORD
           MOVE FT-FORNECEDOR TO ER-FORNECEDOR
           MOVE FT-ACAO       TO ER-ACAO
           MOVE WS-MOTIVO     TO ER-MOTIVO
           WRITE MAINT-ERROR-RECORD

           DISPLAY 'TRANSACAO REJEITADA - ' FT-FORNECEDOR ' - '
               WS-MOTIVO

           ADD 1 TO WS-QTDE-REJEITADAS.

       2500-WRITE-ERROR-EXIT.
           EXIT.

      ******************************************************************
      * 2700-WRITE-AUDIT -- BEFORE/AFTER IMAGE FOR EVERY APPLIED ACTION
      ******************************************************************
       2700-WRITE-AUDIT.

           MOVE SPACES                 TO SUPPLIER-AUDIT-RECORD
           MOVE FT-FORNECEDOR          TO FA-FORNECEDOR
           MOVE FT-ACAO                TO FA-ACAO
           MOVE WS-DATA-HOJE           TO FA-DATA
           MOVE WS-IMAGEM-ANTES        TO FA-ANTES
           MOVE SUPPLIER-MASTER-RECORD TO FA-DEPOIS

           WRITE SUPPLIER-AUDIT-RECORD

           ADD 1 TO WS-QTDE-APLICADAS.

       2700-WRITE-AUDIT-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZE
      ******************************************************************
       3000-FINALIZE.

           IF NOT WS-FT-ABERTO
               GO TO 3000-FINALIZE-EXIT
           END-IF

           CLOSE SUPPLIER-TRAN-FILE
           CLOSE SUPPLIER-MASTER-FILE
           CLOSE MAINT-ERROR-FILE
           CLOSE SUPPLIER-AUDIT-FILE

           DISPLAY 'TRANSACOES LIDAS:      ' WS-QTDE-LIDAS
           DISPLAY 'TRANSACOES APLICADAS:  ' WS-QTDE-APLICADAS
           DISPLAY 'TRANSACOES REJEITADAS: ' WS-QTDE-REJEITADAS

           MOVE 'FORNMNT'           TO CT-PROGRAM-ID
           MOVE 'LIDAS'             TO CT-TOTAL-1-LABEL
           MOVE WS-QTDE-LIDAS       TO CT-TOTAL-1-VALOR
           MOVE 'APLICADAS'         TO CT-TOTAL-2-LABEL
           MOVE WS-QTDE-APLICADAS   TO CT-TOTAL-2-VALOR
           MOVE 'REJEITADAS'        TO CT-TOTAL-3-LABEL
           MOVE WS-QTDE-REJEITADAS  TO CT-TOTAL-3-VALOR
           CALL 'CTLTOT' USING CTLTOT-PARMS.

       3000-FINALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 8000-READ-TRANSACTION
      ******************************************************************
       8000-READ-TRANSACTION.

           READ SUPPLIER-TRAN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       8000-READ-TRANSACTION-EXIT.
           EXIT.
