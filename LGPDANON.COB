      *-----------------------------------------------------------------
      * Modification History
      * 02-09-26 MRT  ORIGINAL VERSION.
      * 15-10-26 MRT  THE ERASURE NOW FOLLOWS THE CLICONTA CUSTOMER-TO-
      *               ACCOUNT LINK: A CUSTOMER STILL LINKED TO A LOAN OR
      *               TO A LEDGER ACCOUNT THAT IS NOT CLOSED IS REFUSED
      *               LIKE AN OPEN AR BALANCE, AND ON EVERY CLOSED
      *               ACCOUNT THE CUSTOMER HOLDS AS PRINCIPAL HOLDER THE
      *               ACCTATTR NAME AND ADDRESS ARE MASKED. A JOINT
      *               HOLDER'S LINK IS LISTED ON THE CERTIFICATE BUT THE
      *               ACCOUNT'S NAME (THE PRINCIPAL'S) IS LEFT ALONE. NO
      *               CLICONTA MEANS NO ACCOUNTS ARE REACHED, AS BEFORE.
      * 15-10-26 MRT  ARINVOIC IS CHECKED AGAINST ITS IFCTL HEADERS AND
      *               TRAILERS BEFORE ANY REQUEST IS JUDGED; A FILE
      *               THAT DOES NOT BALANCE STOPS THE RUN WITH RETURN
      *               CODE 8. THE CONTROL RECORDS ARE SKIPPED ON READ.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPDANON.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AI-STATUS.

           SELECT CUSTOMER-LINK-FILE ASSIGN TO "CLICONTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CHAVE
               FILE STATUS IS WS-CL-STATUS.

           SELECT ACCOUNT-ATTRIBUTE-FILE ASSIGN TO "ACCTATTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ATT-ACCOUNT-ID
               FILE STATUS IS WS-ATT-STATUS.

           SELECT CERTIFICATE-FILE ASSIGN TO "LGPDCERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CF-STATUS.
           05  AI-PARCELA-SEQ          PIC 9(02).
           05  AI-DATA-VENCIMENTO      PIC 9(08).

       FD  CUSTOMER-LINK-FILE.
           COPY CLICONTA.

       FD  ACCOUNT-ATTRIBUTE-FILE.
           COPY ACCTATTR.

       FD  CERTIFICATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CERTIFICATE-LINE        PIC X(80).
       77  WS-EMP-STATUS           PIC X(02) VALUE SPACES.
       77  WS-AI-STATUS            PIC X(02) VALUE SPACES.
       77  WS-CF-STATUS            PIC X(02) VALUE SPACES.
       77  WS-CL-STATUS            PIC X(02) VALUE SPACES.
       77  WS-ATT-STATUS           PIC X(02) VALUE SPACES.

       77  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE               VALUE 'Y'.
           88  WS-CM-END-OF-FILE            VALUE 'Y'.
       77  WS-AI-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-AI-END-OF-FILE            VALUE 'Y'.
       77  WS-CL-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-CL-END-OF-FILE            VALUE 'Y'.

       77  WS-VINCULOS-SW          PIC X(01) VALUE 'N'.
           88  WS-TEM-VINCULOS              VALUE 'S'.
       77  WS-ATRIBUTOS-SW         PIC X(01) VALUE 'N'.
           88  WS-TEM-ATRIBUTOS             VALUE 'S'.
       77  WS-PRODUTO-ATIVO-SW     PIC X(01) VALUE 'N'.
           88  WS-TEM-PRODUTO-ATIVO         VALUE 'S'.

      *-----------------------------------------------------------------
      * THE CITIZEN MASTER IN CORE (LINE SEQUENTIAL, REWRITTEN WHOLE)

       COPY CTLTOTLNK.
       COPY JOBLGLNK.
       COPY IFCTLLNK.
       COPY RPTHDRLNK.

       PROCEDURE DIVISION.
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

           OPEN I-O CUSTOMER-MASTER-FILE
           OPEN I-O EMPLOYEE-MASTER-FILE

           OPEN INPUT CUSTOMER-LINK-FILE
           IF WS-CL-STATUS = '00'
               MOVE 'S' TO WS-VINCULOS-SW
           ELSE
               DISPLAY 'AVISO - SEM ARQUIVO CLICONTA -- CONTAS DO '
                   'CLIENTE NAO SERAO ALCANCADAS'
           END-IF

           OPEN I-O ACCOUNT-ATTRIBUTE-FILE
           IF WS-ATT-STATUS = '00'
               MOVE 'S' TO WS-ATRIBUTOS-SW
           END-IF

           PERFORM 1200-SUM-OPEN-AR
               THRU 1200-SUM-OPEN-AR-EXIT

       1210-SUM-ONE-INVOICE-EXIT.
           EXIT.

      ******************************************************************
      * 1900-CHECK-AR-CONTROL -- IFCTL CHECKING PASS OVER ARINVOIC
      * BEFORE ANY REQUEST IS JUDGED: EVERY BATCH MUST BALANCE
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
               UNTIL WS-AI-END-OF-FILE

           CLOSE AR-INVOICE-FILE
           MOVE 'N' TO WS-AI-EOF-SWITCH

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
                   MOVE 'Y' TO WS-AI-EOF-SWITCH
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
      * 2000-PROCESS-REQUEST -- BLOCKING CHECKS FIRST; A REFUSED
      * REQUEST TOUCHES NOTHING
           PERFORM 2300-ANON-CUSTOMER
               THRU 2300-ANON-CUSTOMER-EXIT

           PERFORM 2350-ANON-ACCOUNTS
               THRU 2350-ANON-ACCOUNTS-EXIT

           PERFORM 2400-ANON-EMPLOYEE
               THRU 2400-ANON-EMPLOYEE-EXIT

               END-IF
           END-IF

           IF RQ-CUSTOMER-ID NOT = SPACES AND WS-TEM-VINCULOS
               MOVE 'N' TO WS-PRODUTO-ATIVO-SW
               PERFORM 2110-CHECK-LINKED-PRODUCTS
                   THRU 2110-CHECK-LINKED-PRODUCTS-EXIT
               IF WS-TEM-PRODUTO-ATIVO
                   MOVE 'S' TO WS-RECUSADO-SW
                   DISPLAY 'PEDIDO RECUSADO - CPF ' RQ-CPF
                       ' COM CONTA OU EMPRESTIMO ATIVO'
               END-IF
           END-IF

           IF WS-PEDIDO-RECUSADO
               MOVE SPACES TO WS-CERT-TOQUE
               MOVE 'RECUSADO' TO WS-CQ-ARQUIVO
       2100-CHECK-OPEN-ACTIVITY-EXIT.
           EXIT.

      ******************************************************************
      * 2110-CHECK-LINKED-PRODUCTS -- A LIVE LOAN LINK, OR A LIVE LINK
      * TO AN ACCOUNT THAT IS NOT CLOSED, IS OPEN ACTIVITY
      ******************************************************************
       2110-CHECK-LINKED-PRODUCTS.

           PERFORM 2150-START-LINKS
               THRU 2150-START-LINKS-EXIT

           PERFORM 2120-CHECK-ONE-LINK
               THRU 2120-CHECK-ONE-LINK-EXIT
               UNTIL WS-CL-END-OF-FILE
               OR WS-TEM-PRODUTO-ATIVO.

       2110-CHECK-LINKED-PRODUCTS-EXIT.
           EXIT.

      ******************************************************************
      * 2120-CHECK-ONE-LINK
      ******************************************************************
       2120-CHECK-ONE-LINK.

           PERFORM 8300-READ-LINK
               THRU 8300-READ-LINK-EXIT

           IF WS-CL-END-OF-FILE OR NOT CL-VINCULO-ATIVO
               GO TO 2120-CHECK-ONE-LINK-EXIT
           END-IF

           IF CL-PRODUTO-EMPRESTIMO
               MOVE 'S' TO WS-PRODUTO-ATIVO-SW
               GO TO 2120-CHECK-ONE-LINK-EXIT
           END-IF

           IF NOT WS-TEM-ATRIBUTOS
               GO TO 2120-CHECK-ONE-LINK-EXIT
           END-IF

           MOVE CL-PRODUTO-ID TO ATT-ACCOUNT-ID
           READ ACCOUNT-ATTRIBUTE-FILE
               INVALID KEY
                   GO TO 2120-CHECK-ONE-LINK-EXIT
           END-READ

           IF NOT ATT-CONTA-ENCERRADA
               MOVE 'S' TO WS-PRODUTO-ATIVO-SW
           END-IF.

       2120-CHECK-ONE-LINK-EXIT.
           EXIT.

      ******************************************************************
      * 2150-START-LINKS -- POSITION ON THE CUSTOMER'S FIRST LINK; THE
      * LINK FILE IS KEYED BY CUSTOMER FIRST
      ******************************************************************
       2150-START-LINKS.

           MOVE 'N'            TO WS-CL-EOF-SWITCH
           MOVE LOW-VALUES     TO CL-CHAVE
           MOVE RQ-CUSTOMER-ID TO CL-CUSTOMER-ID
           START CUSTOMER-LINK-FILE KEY IS NOT LESS THAN CL-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-CL-EOF-SWITCH
           END-START.

       2150-START-LINKS-EXIT.
           EXIT.

      ******************************************************************
      * 2200-ANON-CITIZEN -- EVERY CITZMAST RECORD CARRYING THE CPF
      * OR THE INFORMED ID IS MASKED IN CORE
       2300-ANON-CUSTOMER-EXIT.
           EXIT.

      ******************************************************************
      * 2350-ANON-ACCOUNTS -- THE CUSTOMER'S LINKED ACCOUNTS (ALL
      * CLOSED BY NOW -- THE OPEN-ACTIVITY CHECK REFUSED ANYTHING ELSE)
      ******************************************************************
       2350-ANON-ACCOUNTS.

           IF RQ-CUSTOMER-ID = SPACES OR NOT WS-TEM-VINCULOS
               GO TO 2350-ANON-ACCOUNTS-EXIT
           END-IF

           PERFORM 2150-START-LINKS
               THRU 2150-START-LINKS-EXIT

           PERFORM 2360-ANON-ONE-ACCOUNT
               THRU 2360-ANON-ONE-ACCOUNT-EXIT
               UNTIL WS-CL-END-OF-FILE.

       2350-ANON-ACCOUNTS-EXIT.
           EXIT.

      ******************************************************************
      * 2360-ANON-ONE-ACCOUNT -- THE NAME ON ACCTATTR IS THE PRINCIPAL
      * HOLDER'S, SO ONLY A PRINCIPAL HOLDER'S ACCOUNT IS MASKED; THE
      * BALANCES AND HISTORY THE LEDGER NEEDS STAY PUT
      ******************************************************************
       2360-ANON-ONE-ACCOUNT.

           PERFORM 8300-READ-LINK
               THRU 8300-READ-LINK-EXIT

           IF WS-CL-END-OF-FILE OR NOT CL-PRODUTO-CONTA
               GO TO 2360-ANON-ONE-ACCOUNT-EXIT
           END-IF

           ADD 1 TO WS-QTDE-TOQUES
           MOVE SPACES        TO WS-CERT-TOQUE
           MOVE CL-PRODUTO-ID TO WS-CQ-CHAVE

           IF CL-CO-TITULAR OR NOT WS-TEM-ATRIBUTOS
               MOVE 'CLICONTA' TO WS-CQ-ARQUIVO
               MOVE 'CO-TITULAR - CADASTRO DA CONTA MANTIDO'
                   TO WS-CQ-TEXTO
               WRITE CERTIFICATE-LINE FROM WS-CERT-TOQUE
               GO TO 2360-ANON-ONE-ACCOUNT-EXIT
           END-IF

           MOVE CL-PRODUTO-ID TO ATT-ACCOUNT-ID
           READ ACCOUNT-ATTRIBUTE-FILE
               INVALID KEY
                   MOVE 'CLICONTA' TO WS-CQ-ARQUIVO
                   MOVE 'CONTA SEM CADASTRO NO ACCTATTR'
                       TO WS-CQ-TEXTO
                   WRITE CERTIFICATE-LINE FROM WS-CERT-TOQUE
                   GO TO 2360-ANON-ONE-ACCOUNT-EXIT
           END-READ

           MOVE WS-MASCARA-NOME     TO ATT-NOME-TITULAR
           MOVE WS-MASCARA-ENDERECO TO ATT-ENDERECO
           REWRITE ACCOUNT-ATTRIBUTE-RECORD

           MOVE 'ACCTATTR' TO WS-CQ-ARQUIVO
           MOVE 'NOME E ENDERECO DO TITULAR MASCARADOS'
               TO WS-CQ-TEXTO
           WRITE CERTIFICATE-LINE FROM WS-CERT-TOQUE.

       2360-ANON-ONE-ACCOUNT-EXIT.
           EXIT.

      ******************************************************************
      * 2400-ANON-EMPLOYEE -- ONLY A TERMINATED EMPLOYEE MASKS (THE
      * OPEN-ACTIVITY CHECK ALREADY REFUSED ACTIVE ONES); THE RATES,
           CLOSE ERASE-REQUEST-FILE
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE CERTIFICATE-FILE

           IF WS-TEM-VINCULOS
               CLOSE CUSTOMER-LINK-FILE
           END-IF

           IF WS-TEM-ATRIBUTOS
               CLOSE ACCOUNT-ATTRIBUTE-FILE
           END-IF.

       5000-FINALIZE-EXIT.
           EXIT.
           READ AR-INVOICE-FILE
               AT END
                   MOVE 'Y' TO WS-AI-EOF-SWITCH
                   GO TO 8200-READ-INVOICE-EXIT
           END-READ

           IF AR-INVOICE-RECORD(1:2) = '*H'
               OR AR-INVOICE-RECORD(1:2) = '*T'
               GO TO 8200-READ-INVOICE
           END-IF.

       8200-READ-INVOICE-EXIT.
           EXIT.

      ******************************************************************
      * 8300-READ-LINK -- NEXT LINK OF THE REQUEST'S CUSTOMER; THE
      * FIRST LINK OF ANOTHER CUSTOMER ENDS THE BROWSE
      ******************************************************************
       8300-READ-LINK.

           IF WS-CL-END-OF-FILE
               GO TO 8300-READ-LINK-EXIT
           END-IF

           READ CUSTOMER-LINK-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CL-EOF-SWITCH
                   GO TO 8300-READ-LINK-EXIT
           END-READ

           IF CL-CUSTOMER-ID NOT = RQ-CUSTOMER-ID
               MOVE 'Y' TO WS-CL-EOF-SWITCH
           END-IF.

       8300-READ-LINK-EXIT.
           EXIT.
