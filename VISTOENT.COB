      ******************************************************************
      * Author: M. TAVARES
      * Date: 15-10-26
      * Purpose: SIGN-OFF ENTRY FOR WORK KEYED BY SOMEONE ELSE. TWO
      * SIGNATURES STILL LIVED ON PAPER: THE SUPERVISOR'S VISTO IN
      * THE INITIALS COLUMN OF THE PRCOVRD PRICE-OVERRIDE REPORT, AND
      * THE PAYROLL MANAGER'S RELEASE OF THE NIGHT'S BANKPAY FILE TO
      * THE BANK. THIS RUN READS A VISTOTRN TRANSACTION FILE -- 'V'
      * (VISTO DE PRECO: INVOICE AND ITEM OF A PRCOVRD LINE) OR 'L'
      * (LIBERACAO DO BANKPAY: THE PAYMENT DATE) -- UNDER THE OPER=
      * OPERATOR, WHO MUST HOLD THE MATCHING VISTOENT FUNCTION ON
      * OPERTAB. A VISTO IS ACCEPTED ONLY FOR A LINE STILL ON PRCOVRD;
      * A RELEASE ONLY WHILE BANKPAY IS ON FILE, HOLDS PAYMENTS AND
      * PASSES ITS IFCTL HEADER/TRAILER CHECK. EVERY ACCEPTED
      * SIGNATURE IS STAMPED ON THE SHARED APRVLOG TRAIL
      * (OPERATOR, DATE, TIME) FOR THE SODCONF CONFLICT REPORT; BAD
      * TRANSACTIONS GO TO THE VISTOERR REJECT REPORT.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History
      * 15-10-26 MRT  ORIGINAL VERSION.
      * 15-10-26 MRT  BANKPAY IS READ THROUGH AN IFCTL CHECKING PASS
      *               LIKE PAYTIE'S: ONLY TYPE-1 PAYMENT DETAILS COUNT
      *               (NOT THE IFCTL HEADER/TRAILER OR THE BANK BATCH
      *               RECORDS), AND A FILE IFCTL REFUSES CANNOT BE
      *               RELEASED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VISTOENT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VISTO-TRAN-FILE ASSIGN TO "VISTOTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VT-STATUS.

           SELECT PRICE-OVERRIDE-FILE ASSIGN TO "PRCOVRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-STATUS.

           SELECT BANK-PAYMENT-FILE ASSIGN TO "BANKPAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BP-STATUS.

           SELECT OPERATOR-TABLE-FILE ASSIGN TO "OPERTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OP-STATUS.

           SELECT APPROVAL-STAMP-FILE ASSIGN TO "APRVLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-STATUS.

           SELECT VISTO-ERROR-FILE ASSIGN TO "VISTOERR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VISTO-TRAN-FILE
           RECORD CONTAINS 23 CHARACTERS.
       01  VISTO-TRAN-RECORD.
           05  VT-TIPO             PIC X(01).
               88  VT-VISTO-PRECO         VALUE 'V'.
               88  VT-LIBERACAO-BANKPAY   VALUE 'L'.
           05  VT-INVOICE-ID       PIC X(08).
           05  VT-ITEM-ID          PIC X(06).
           05  VT-DATA-PAGTO       PIC 9(08).

      *-----------------------------------------------------------------
      * PRICE-OVERRIDE-FILE -- SALESINV'S OVERRIDE REPORT; ONLY THE KEY
      * IS NEEDED HERE
      *-----------------------------------------------------------------
       FD  PRICE-OVERRIDE-FILE
           RECORD CONTAINS 88 CHARACTERS.
       01  PRICE-OVERRIDE-RECORD.
           05  PO-INVOICE-ID       PIC X(08).
           05  FILLER              PIC X(02).
           05  PO-ITEM-ID          PIC X(06).
           05  FILLER              PIC X(72).

       FD  BANK-PAYMENT-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  BANK-PAYMENT-LINE       PIC X(40).

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

      *-----------------------------------------------------------------
      * APPROVAL-STAMP-FILE -- ONE STAMP PER ACCEPTED SIGNATURE,
      * APPENDED ACROSS RUNS
      *-----------------------------------------------------------------
       FD  APPROVAL-STAMP-FILE
           RECORD CONTAINS 48 CHARACTERS.
           COPY APRVLOG.

       FD  VISTO-ERROR-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  VISTO-ERROR-RECORD.
           05  ER-TIPO             PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  ER-CHAVE            PIC X(15).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  ER-MOTIVO           PIC X(40).
           05  FILLER              PIC X(10) VALUE SPACES.

       WORKING-STORAGE SECTION.

       77  WS-VT-STATUS            PIC X(02) VALUE SPACES.
       77  WS-PO-STATUS            PIC X(02) VALUE SPACES.
       77  WS-BP-STATUS            PIC X(02) VALUE SPACES.
       77  WS-AL-STATUS            PIC X(02) VALUE SPACES.
       77  WS-ERR-STATUS           PIC X(02) VALUE SPACES.
       77  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE                VALUE 'Y'.
       77  WS-PO-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-PO-END-OF-FILE             VALUE 'Y'.
       77  WS-BP-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-BP-END-OF-FILE             VALUE 'Y'.

       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WS-HORA-AGORA           PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
      * OPERATOR VALIDATION -- OPER= FROM THE PARM AGAINST OPERTAB
      *-----------------------------------------------------------------
       77  WS-OP-STATUS            PIC X(02) VALUE SPACES.
       77  WS-OP-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-OP-END-OF-FILE             VALUE 'Y'.
       77  WS-PARM-LINHA           PIC X(80) VALUE SPACES.
       77  WS-POS-OPER             PIC 9(02) VALUE ZEROS.
       77  WS-OPERADOR             PIC X(08) VALUE SPACES.
       77  WS-FUNCOES-PERMITIDAS   PIC X(10) VALUE SPACES.
       77  WS-OPER-VALIDO-SW       PIC X(01) VALUE 'N'.
           88  WS-OPERADOR-VALIDO            VALUE 'S'.
       77  WS-CONTROLE-ATIVO-SW    PIC X(01) VALUE 'N'.
           88  WS-CONTROLE-ATIVO             VALUE 'S'.
       77  WS-QTDE-FUNCAO          PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      * PRICE-OVERRIDE TABLE -- THE PRCOVRD LINES A VISTO MAY SIGN
      *-----------------------------------------------------------------
       01  WS-OVR-TABLE.
           05  WS-OVR-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-OVR-IDX.
               10  WS-OVR-INVOICE  PIC X(08).
               10  WS-OVR-ITEM     PIC X(06).

       77  WS-OVR-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-OVR-ACHOU            PIC X(01) VALUE 'N'.
           88  WS-OVR-ENCONTROU             VALUE 'S'.

       77  WS-QTDE-BANKPAY         PIC 9(07) VALUE ZEROS.
       77  WS-BP-RECUSA-SW         PIC X(01) VALUE 'N'.
           88  WS-BP-RECUSADO                VALUE 'S'.

      *-----------------------------------------------------------------
      * BANKPAY DETAIL VIEW -- ONLY TYPE-1 RECORDS ARE PAYMENTS; THE
      * BANK'S TYPE-0/9 BATCH RECORDS AND THE IFCTL HEADER/TRAILER
      * ARE NOT COUNTED
      *-----------------------------------------------------------------
       01  WS-BANK-DETAIL-VIEW.
           05  WS-BD-TIPO          PIC X(01).
           05  WS-BD-EMP-ID        PIC X(05).
           05  WS-BD-BANCO         PIC 9(03).
           05  WS-BD-AGENCIA       PIC 9(04).
           05  WS-BD-CONTA         PIC 9(08).
           05  WS-BD-VALOR         PIC 9(07)V99.
           05  FILLER              PIC X(10).

       77  WS-TRAN-VALIDA-SWITCH   PIC X(01) VALUE 'S'.
           88  WS-TRAN-VALIDA                VALUE 'S'.
       77  WS-MOTIVO               PIC X(40) VALUE SPACES.

       01  WS-CHAVE-VISTO.
           05  WS-CV-INVOICE       PIC X(08).
           05  WS-CV-ITEM          PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
       01  WS-CHAVE-LIBERACAO REDEFINES WS-CHAVE-VISTO.
           05  WS-CL-ARQUIVO       PIC X(07).
           05  WS-CL-DATA          PIC 9(08).

       77  WS-QTDE-VISTOS          PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-LIBERACOES      PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-REJEITADAS      PIC 9(05) VALUE ZEROS.

       COPY CTLTOTLNK.
       COPY JOBLGLNK.
       COPY IFCTLLNK.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.

           MOVE 'VISTOENT' TO JL-PROGRAM-ID
           MOVE 'S'        TO JL-ACAO
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

           MOVE 'E'        TO JL-ACAO
           MOVE RETURN-CODE TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-PARMS

      *    THE CALL RESETS THE SHARED RETURN-CODE REGISTER -- RESTORE
      *    THE CONDITION CODE THE JCL CHAIN GATES ON
           MOVE JL-RETURN-CODE TO RETURN-CODE

           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE -- AN OPERATOR WITHOUT VISTOENT ON OPERTAB
      * SIGNS NOTHING
      ******************************************************************
       1000-INITIALIZE.

           PERFORM 1050-VALIDATE-OPERATOR
               THRU 1050-VALIDATE-OPERATOR-EXIT

           IF WS-CONTROLE-ATIVO AND NOT WS-OPERADOR-VALIDO
               DISPLAY 'EXECUCAO RECUSADA - OPERADOR ' WS-OPERADOR
                   ' SEM PERMISSAO PARA VISTOENT NO OPERTAB'
               MOVE 8 TO RETURN-CODE
               MOVE 'E'  TO JL-ACAO
               MOVE 0008 TO JL-RETURN-CODE
               CALL 'JOBLOG' USING JOBLOG-PARMS
               MOVE JL-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-DATA-HOJE  FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME

           PERFORM 1100-LOAD-OVERRIDES
               THRU 1100-LOAD-OVERRIDES-EXIT

           PERFORM 1200-COUNT-BANKPAY
               THRU 1200-COUNT-BANKPAY-EXIT

           OPEN EXTEND APPROVAL-STAMP-FILE
           IF WS-AL-STATUS NOT = '00'
               OPEN OUTPUT APPROVAL-STAMP-FILE
           END-IF

           OPEN OUTPUT VISTO-ERROR-FILE
           OPEN INPUT  VISTO-TRAN-FILE

           PERFORM 8000-READ-TRANSACTION
               THRU 8000-READ-TRANSACTION-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1050-VALIDATE-OPERATOR -- THE OPER= WORD ON THE PARM AGAINST
      * THE OPERTAB TABLE; NO OPERTAB FILE MEANS NO ENFORCEMENT,
      * WITH A CONSOLE WARNING
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
               DISPLAY 'AVISO - SEM ARQUIVO OPERTAB -- PERMISSOES '
                   'NAO SERAO CRITICADAS'
               GO TO 1050-VALIDATE-OPERATOR-EXIT
           END-IF

           MOVE 'S' TO WS-CONTROLE-ATIVO-SW

           PERFORM 8200-READ-OPERATOR
               THRU 8200-READ-OPERATOR-EXIT

           PERFORM 1060-MATCH-OPERATOR
               THRU 1060-MATCH-OPERATOR-EXIT
               UNTIL WS-OP-END-OF-FILE

           CLOSE OPERATOR-TABLE-FILE.

       1050-VALIDATE-OPERATOR-EXIT.
           EXIT.

      ******************************************************************
      * 1060-MATCH-OPERATOR
      ******************************************************************
       1060-MATCH-OPERATOR.

           IF OP-OPERATOR-ID = WS-OPERADOR
               AND OP-PROGRAMA = 'VISTOENT'
               MOVE 'S' TO WS-OPER-VALIDO-SW
               MOVE OP-FUNCOES TO WS-FUNCOES-PERMITIDAS
           END-IF

           PERFORM 8200-READ-OPERATOR
               THRU 8200-READ-OPERATOR-EXIT.

       1060-MATCH-OPERATOR-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-OVERRIDES -- THE CURRENT PRCOVRD LINES; NO FILE MEANS
      * NO PRICE VISTO CAN BE SIGNED
      ******************************************************************
       1100-LOAD-OVERRIDES.

           MOVE SPACES TO WS-OVR-TABLE

           OPEN INPUT PRICE-OVERRIDE-FILE
           IF WS-PO-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO PRCOVRD -- NENHUM VISTO '
                   'DE PRECO SERA ACEITO'
               GO TO 1100-LOAD-OVERRIDES-EXIT
           END-IF

           PERFORM 8100-READ-OVERRIDE
               THRU 8100-READ-OVERRIDE-EXIT

           PERFORM 1110-STORE-OVERRIDE
               THRU 1110-STORE-OVERRIDE-EXIT
               UNTIL WS-PO-END-OF-FILE

           CLOSE PRICE-OVERRIDE-FILE.

       1100-LOAD-OVERRIDES-EXIT.
           EXIT.

      ******************************************************************
      * 1110-STORE-OVERRIDE
      ******************************************************************
       1110-STORE-OVERRIDE.

           IF WS-OVR-COUNT < 500
               ADD 1 TO WS-OVR-COUNT
               SET WS-OVR-IDX TO WS-OVR-COUNT
               MOVE PO-INVOICE-ID TO WS-OVR-INVOICE(WS-OVR-IDX)
               MOVE PO-ITEM-ID    TO WS-OVR-ITEM(WS-OVR-IDX)
           ELSE
               DISPLAY 'TABELA DE EXCECOES DE PRECO CHEIA -- '
                   PO-INVOICE-ID ' ' PO-ITEM-ID ' SEM VISTO'
           END-IF

           PERFORM 8100-READ-OVERRIDE
               THRU 8100-READ-OVERRIDE-EXIT.

       1110-STORE-OVERRIDE-EXIT.
           EXIT.

      ******************************************************************
      * 1200-COUNT-BANKPAY -- A RELEASE NEEDS A BANKPAY FILE WITH
      * PAYMENTS IN IT THAT ALSO PASSES THE IFCTL CHECKING PASS (ITS
      * HASH IS THE NET PAY OF EVERY DETAIL, AS PAYTIE PROVES IT)
      ******************************************************************
       1200-COUNT-BANKPAY.

           MOVE 'BANKPAY'     TO IC-ARQUIVO
           MOVE JL-PROGRAM-ID TO IC-PROGRAMA
           MOVE 1             TO IC-DIAS-VALIDADE
           MOVE 'N'           TO IC-CONSUMO
           MOVE 'I'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS

           OPEN INPUT BANK-PAYMENT-FILE
           IF WS-BP-STATUS NOT = '00'
               GO TO 1200-COUNT-BANKPAY-EXIT
           END-IF

           PERFORM 1210-COUNT-BANKPAY-RECORD
               THRU 1210-COUNT-BANKPAY-RECORD-EXIT
               UNTIL WS-BP-END-OF-FILE

           CLOSE BANK-PAYMENT-FILE

           MOVE 'BANKPAY'     TO IC-ARQUIVO
           MOVE 'F'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS
           IF IC-ARQUIVO-RECUSADO
               MOVE 'S' TO WS-BP-RECUSA-SW
               DISPLAY 'AVISO - BANKPAY RECUSADO PELO IFCTL -- '
                   'NENHUMA LIBERACAO SERA ACEITA'
           END-IF.

       1200-COUNT-BANKPAY-EXIT.
           EXIT.

      ******************************************************************
      * 1210-COUNT-BANKPAY-RECORD
      ******************************************************************
       1210-COUNT-BANKPAY-RECORD.

           PERFORM 8300-READ-BANKPAY
               THRU 8300-READ-BANKPAY-EXIT

           IF WS-BP-END-OF-FILE
               GO TO 1210-COUNT-BANKPAY-RECORD-EXIT
           END-IF

           MOVE BANK-PAYMENT-LINE TO IC-REGISTRO
           MOVE BANK-PAYMENT-LINE TO WS-BANK-DETAIL-VIEW
           MOVE ZEROS             TO IC-VALOR
           IF NOT IC-REG-CONTROLE
               AND WS-BD-TIPO = '1'
               MOVE WS-BD-VALOR TO IC-VALOR
               ADD 1 TO WS-QTDE-BANKPAY
           END-IF
           MOVE 'BANKPAY'     TO IC-ARQUIVO
           MOVE 'L'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS.

       1210-COUNT-BANKPAY-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-TRANSACTION -- EDIT, THEN STAMP OR REJECT
      ******************************************************************
       2000-PROCESS-TRANSACTION.

           PERFORM 2100-EDIT-TRANSACTION
               THRU 2100-EDIT-TRANSACTION-EXIT

           IF WS-TRAN-VALIDA
               PERFORM 2200-WRITE-STAMP
                   THRU 2200-WRITE-STAMP-EXIT
           END-IF

           PERFORM 8000-READ-TRANSACTION
               THRU 8000-READ-TRANSACTION-EXIT.

       2000-PROCESS-TRANSACTION-EXIT.
           EXIT.

      ******************************************************************
      * 2100-EDIT-TRANSACTION -- THE FIRST FAILED CHECK REJECTS THE
      * TRANSACTION
      ******************************************************************
       2100-EDIT-TRANSACTION.

           MOVE 'S'    TO WS-TRAN-VALIDA-SWITCH
           MOVE SPACES TO WS-CHAVE-VISTO

           IF NOT VT-VISTO-PRECO AND NOT VT-LIBERACAO-BANKPAY
               MOVE 'TIPO INVALIDO - USAR V OU L' TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF

           IF VT-VISTO-PRECO
               MOVE VT-INVOICE-ID TO WS-CV-INVOICE
               MOVE VT-ITEM-ID    TO WS-CV-ITEM
           ELSE
               MOVE 'BANKPAY' TO WS-CL-ARQUIVO
               IF VT-DATA-PAGTO NUMERIC AND VT-DATA-PAGTO > ZEROS
                   MOVE VT-DATA-PAGTO TO WS-CL-DATA
               ELSE
                   MOVE WS-DATA-HOJE  TO WS-CL-DATA
               END-IF
           END-IF

      *    A FUNCTION OUTSIDE THE OPERATOR'S OPERTAB LIST SIGNS
      *    NOTHING
           IF WS-CONTROLE-ATIVO
               MOVE ZEROS TO WS-QTDE-FUNCAO
               INSPECT WS-FUNCOES-PERMITIDAS
                   TALLYING WS-QTDE-FUNCAO FOR ALL VT-TIPO
               IF WS-QTDE-FUNCAO = ZEROS
                   MOVE 'OPERADOR SEM PERMISSAO P/FUNCAO'
                       TO WS-MOTIVO
                   PERFORM 2500-WRITE-ERROR
                       THRU 2500-WRITE-ERROR-EXIT
                   GO TO 2100-EDIT-TRANSACTION-EXIT
               END-IF
           END-IF

           IF VT-LIBERACAO-BANKPAY
               IF WS-QTDE-BANKPAY = ZEROS
                   MOVE 'BANKPAY AUSENTE OU VAZIO' TO WS-MOTIVO
                   PERFORM 2500-WRITE-ERROR
                       THRU 2500-WRITE-ERROR-EXIT
                   GO TO 2100-EDIT-TRANSACTION-EXIT
               END-IF
               IF WS-BP-RECUSADO
                   MOVE 'BANKPAY RECUSADO NO CONTROLE IFCTL'
                       TO WS-MOTIVO
                   PERFORM 2500-WRITE-ERROR
                       THRU 2500-WRITE-ERROR-EXIT
               END-IF
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF

           MOVE 'N' TO WS-OVR-ACHOU
           IF WS-OVR-COUNT > ZEROS
               SET WS-OVR-IDX TO 1
               SEARCH WS-OVR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-OVR-INVOICE(WS-OVR-IDX) = VT-INVOICE-ID
                       AND WS-OVR-ITEM(WS-OVR-IDX) = VT-ITEM-ID
                       MOVE 'S' TO WS-OVR-ACHOU
               END-SEARCH
           END-IF

           IF NOT WS-OVR-ENCONTROU
               MOVE 'LINHA NAO CONSTA DO PRCOVRD' TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
           END-IF.

       2100-EDIT-TRANSACTION-EXIT.
           EXIT.

      ******************************************************************
      * 2200-WRITE-STAMP -- ONE APRVLOG RECORD PER ACCEPTED SIGNATURE
      ******************************************************************
       2200-WRITE-STAMP.

           MOVE SPACES         TO APPROVAL-STAMP-RECORD
           MOVE JL-PROGRAM-ID  TO AL-PROGRAMA
           MOVE VT-TIPO        TO AL-EVENTO
           MOVE WS-CHAVE-VISTO TO AL-CHAVE
           MOVE WS-OPERADOR    TO AL-OPERADOR
           MOVE WS-DATA-HOJE   TO AL-DATA
           MOVE WS-HORA-AGORA  TO AL-HORA
           WRITE APPROVAL-STAMP-RECORD

           IF VT-VISTO-PRECO
               ADD 1 TO WS-QTDE-VISTOS
               DISPLAY 'VISTO REGISTRADO - FATURA ' VT-INVOICE-ID
                   ' ITEM ' VT-ITEM-ID
           ELSE
               ADD 1 TO WS-QTDE-LIBERACOES
               DISPLAY 'BANKPAY LIBERADO - ' WS-CL-DATA
                   ' (' WS-QTDE-BANKPAY ' REGISTROS)'
           END-IF.

       2200-WRITE-STAMP-EXIT.
           EXIT.

      ******************************************************************
      * 2500-WRITE-ERROR -- ONE REJECT LINE PER REFUSED TRANSACTION
      ******************************************************************
       2500-WRITE-ERROR.

           MOVE 'N' TO WS-TRAN-VALIDA-SWITCH

           MOVE SPACES         TO VISTO-ERROR-RECORD
           MOVE VT-TIPO        TO ER-TIPO
           MOVE WS-CHAVE-VISTO TO ER-CHAVE
           MOVE WS-MOTIVO      TO ER-MOTIVO
           WRITE VISTO-ERROR-RECORD

           DISPLAY 'TRANSACAO REJEITADA - ' VT-TIPO ' '
               WS-CHAVE-VISTO ' - ' WS-MOTIVO

           ADD 1 TO WS-QTDE-REJEITADAS.

       2500-WRITE-ERROR-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZE
      ******************************************************************
       3000-FINALIZE.

           DISPLAY 'VISTOS DE PRECO:       ' WS-QTDE-VISTOS
           DISPLAY 'LIBERACOES DE BANKPAY: ' WS-QTDE-LIBERACOES
           DISPLAY 'TRANSACOES REJEITADAS: ' WS-QTDE-REJEITADAS

           MOVE JL-PROGRAM-ID       TO CT-PROGRAM-ID
           MOVE 'VISTOS PRECO'      TO CT-TOTAL-1-LABEL
           MOVE WS-QTDE-VISTOS      TO CT-TOTAL-1-VALOR
           MOVE 'LIBERACOES'        TO CT-TOTAL-2-LABEL
           MOVE WS-QTDE-LIBERACOES  TO CT-TOTAL-2-VALOR
           MOVE 'REJEITADAS'        TO CT-TOTAL-3-LABEL
           MOVE WS-QTDE-REJEITADAS  TO CT-TOTAL-3-VALOR
           CALL 'CTLTOT' USING CTLTOT-PARMS

           CLOSE VISTO-TRAN-FILE
           CLOSE APPROVAL-STAMP-FILE
           CLOSE VISTO-ERROR-FILE.

       3000-FINALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 8000-READ-TRANSACTION
      ******************************************************************
       8000-READ-TRANSACTION.

           READ VISTO-TRAN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       8000-READ-TRANSACTION-EXIT.
           EXIT.

      ******************************************************************
      * 8100-READ-OVERRIDE
      ******************************************************************
       8100-READ-OVERRIDE.

           READ PRICE-OVERRIDE-FILE
               AT END
                   MOVE 'Y' TO WS-PO-EOF-SWITCH
           END-READ.

       8100-READ-OVERRIDE-EXIT.
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
      * 8300-READ-BANKPAY
      ******************************************************************
       8300-READ-BANKPAY.

           READ BANK-PAYMENT-FILE
               AT END
                   MOVE 'Y' TO WS-BP-EOF-SWITCH
           END-READ.

       8300-READ-BANKPAY-EXIT.
           EXIT.
