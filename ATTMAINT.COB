      *-----------------------------------------------------------------
      * Modification History
      * 01-09-26 MRT  ORIGINAL VERSION.
      * 15-10-26 MRT  ABERTURA ACCEPTS THE NEW 'T' TERM-DEPOSIT (CDB)
      *               ACCOUNT TYPE; THE CONTRACT ITSELF IS OPENED ON
      *               CDBMAST BY CDBMAINT.
      * 15-10-26 MRT  EVERY RUN NOW NAMES ITS OPERATOR, AS EMPUPDT
      *               DOES: THE OPER= WORD ON THE PARM IS VALIDATED
      *               AGAINST OPERTAB, AN ACTION OUTSIDE THE
      *               OPERATOR'S FUNCTION LIST IS REJECTED, AND THE
      *               OPERATOR ID IS STAMPED INTO ATTAUDIT INSTEAD OF
      *               THE 'BACKOFFICE' CONSTANT. NO OPERTAB FILE MEANS
      *               NO ENFORCEMENT, WITH A CONSOLE WARNING.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTMAINT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT OPERATOR-TABLE-FILE ASSIGN TO "OPERTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ATTRIBUTE-TRAN-FILE
           05  AU-AUTORIZADO-POR   PIC X(10).
           05  FILLER              PIC X(05).

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

       77  WS-XT-STATUS            PIC X(02) VALUE SPACES.
       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WS-AUTORIZADO-POR       PIC X(10) VALUE 'BACKOFFICE'.

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

       77  WS-TRAN-VALIDA-SWITCH   PIC X(01) VALUE 'S'.
           88  WS-TRAN-VALIDA                VALUE 'S'.
       77  WS-MOTIVO               PIC X(40) VALUE SPACES.
      ******************************************************************
       1000-INITIALIZE.

           PERFORM 1050-VALIDATE-OPERATOR
               THRU 1050-VALIDATE-OPERATOR-EXIT

           IF WS-CONTROLE-ATIVO AND NOT WS-OPERADOR-VALIDO
               DISPLAY 'EXECUCAO RECUSADA - OPERADOR ' WS-OPERADOR
                   ' SEM PERMISSAO PARA ATTMAINT NO OPERTAB'
               MOVE 8 TO RETURN-CODE
               MOVE 'E'  TO JL-ACAO
               MOVE 0008 TO JL-RETURN-CODE
               CALL 'JOBLOG' USING JOBLOG-PARMS
               STOP RUN
           END-IF

           IF WS-OPERADOR NOT = SPACES
               MOVE WS-OPERADOR TO WS-AUTORIZADO-POR
           END-IF

           OPEN INPUT  ATTRIBUTE-TRAN-FILE
           OPEN I-O    ACCOUNT-ATTRIBUTE-FILE
           IF WS-ATT-STATUS = '35'
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
               AND OP-PROGRAMA = 'ATTMAINT'
               MOVE 'S' TO WS-OPER-VALIDO-SW
               MOVE OP-FUNCOES TO WS-FUNCOES-PERMITIDAS
           END-IF

           PERFORM 8200-READ-OPERATOR
               THRU 8200-READ-OPERATOR-EXIT.

       1060-MATCH-OPERATOR-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-TRANSACTION -- EDIT FIRST, TOUCH THE MASTER ONLY
      * WHEN EVERY CHECK PASSES
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF

      *    A FUNCTION OUTSIDE THE OPERATOR'S OPERTAB LIST NEVER
      *    TOUCHES THE MASTER
           IF WS-CONTROLE-ATIVO
               MOVE ZEROS TO WS-QTDE-FUNCAO
               INSPECT WS-FUNCOES-PERMITIDAS
                   TALLYING WS-QTDE-FUNCAO FOR ALL XT-ACAO
               IF WS-QTDE-FUNCAO = ZEROS
                   MOVE 'OPERADOR SEM PERMISSAO P/FUNCAO'
                       TO WS-MOTIVO
                   PERFORM 2500-WRITE-ERROR
                       THRU 2500-WRITE-ERROR-EXIT
                   GO TO 2100-EDIT-TRANSACTION-EXIT
               END-IF
           END-IF

           IF XT-ACCOUNT-ID = SPACES
               MOVE 'CONTA OBRIGATORIA AUSENTE' TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
           IF XT-ABERTURA
               AND XT-TIPO-CONTA NOT = 'C'
               AND XT-TIPO-CONTA NOT = 'P'
               AND XT-TIPO-CONTA NOT = 'T'
               MOVE 'TIPO DE CONTA DEVE SER C, P OU T' TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
           END-IF.

       8000-READ-TRANSACTION-EXIT.
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
