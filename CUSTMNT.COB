      ******************************************************************
      * Author: M. TAVARES
      * Date: 15-10-26
      * Purpose: CUSTOMER-MASTER MAINTENANCE. READS A TRANSACTION FILE
      * OF CODED ACTIONS (A = CADASTRO, C = ALTERACAO, I = INATIVACAO)
      * AND APPLIES THEM TO THE SHARED CUSTMAST CUSTOMER MASTER, SO
      * NEW CUSTOMERS, ADDRESS CHANGES AND DEACTIVATIONS STOP BEING
      * HAND-EDITS OF THE INDEXED FILE SALESINV, CLIVINC, CLIRELAC AND
      * LGPDANON ALL READ. THE RUN NAMES ITS OPERATOR (OPER= ON THE
      * PARM, CHECKED AGAINST THE SHARED OPERTAB PERMISSION TABLE AS
      * EMPUPDT DOES). EVERY TRANSACTION PASSES THE CUSTGATE
      * DATA-QUALITY RULES -- CUSTOMER-ID AND NAME PRESENT, CPF
      * THROUGH THE SHARED CPFCHECK MOD-11 VALIDATOR -- AND A CPF
      * ALREADY HELD BY ANOTHER CUSTOMER IS REFUSED, BEFORE THE MASTER
      * IS TOUCHED. A DEACTIVATION SETS CU-SITUACAO 'I'; THE RECORD
      * STAYS ON THE MASTER SO INVOICES AND RECEIVABLES KEEP THEIR
      * KEY. BAD TRANSACTIONS GO TO THE CUSTMERR REJECT REPORT AND
      * EVERY APPLIED ACTION LEAVES A BEFORE/AFTER IMAGE ON THE
      * CUSTAUDT TRAIL, STAMPED WITH THE OPERATOR, WHICH OPACTRPT
      * PICKS UP FOR THE MONTHLY ACCESS REVIEW.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History
      * 15-10-26 MRT  ORIGINAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-TRAN-FILE ASSIGN TO "CUSTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TR-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTOMER-ID
               FILE STATUS IS WS-CU-STATUS.

           SELECT MAINT-ERROR-FILE ASSIGN TO "CUSTMERR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ER-STATUS.

           SELECT CUSTOMER-AUDIT-FILE ASSIGN TO "CUSTAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UA-STATUS.

           SELECT OPERATOR-TABLE-FILE ASSIGN TO "OPERTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OP-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      * CUSTOMER-TRAN-FILE -- ON ALTERACAO ONLY THE NONBLANK FIELDS ARE
      * APPLIED; INATIVACAO NEEDS ONLY THE CUSTOMER-ID
      *-----------------------------------------------------------------
       FD  CUSTOMER-TRAN-FILE
           RECORD CONTAINS 75 CHARACTERS.
       01  CUSTOMER-TRAN-RECORD.
           05  TR-ACAO                 PIC X(01).
               88  TR-CADASTRO                   VALUE 'A'.
               88  TR-ALTERACAO                  VALUE 'C'.
               88  TR-INATIVACAO                 VALUE 'I'.
           05  TR-CUSTOMER-ID          PIC X(06).
           05  TR-NOME                 PIC X(25).
           05  TR-ENDERECO             PIC X(30).
           05  TR-CPF                  PIC X(11).
           05  TR-UF                   PIC X(02).

       FD  CUSTOMER-MASTER-FILE
           RECORD CONTAINS 75 CHARACTERS.
           COPY CUSTMAST.

       FD  MAINT-ERROR-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  MAINT-ERROR-RECORD.
           05  ER-CUSTOMER-ID          PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ER-ACAO                 PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ER-MOTIVO               PIC X(40).
           05  FILLER                  PIC X(19) VALUE SPACES.

      *-----------------------------------------------------------------
      * CUSTOMER-AUDIT-FILE -- ONE BEFORE/AFTER IMAGE PER APPLIED
      * ACTION, STAMPED WITH THE DATE AND THE OPERTAB OPERATOR; THE
      * BEFORE IMAGE IS SPACES ON A CADASTRO. PERMANENT TRAIL, READ
      * BY OPACTRPT
      *-----------------------------------------------------------------
       FD  CUSTOMER-AUDIT-FILE
           RECORD CONTAINS 170 CHARACTERS.
       01  CUSTOMER-AUDIT-RECORD.
           05  UA-CUSTOMER-ID          PIC X(06).
           05  UA-ACAO                 PIC X(01).
           05  UA-DATA                 PIC 9(08).
           05  UA-OPERADOR             PIC X(08).
           05  UA-ANTES.
               10  UA-NOME-ANTES       PIC X(25).
               10  UA-ENDERECO-ANTES   PIC X(30).
               10  UA-CPF-ANTES        PIC X(11).
               10  UA-SITUACAO-ANTES   PIC X(01).
               10  UA-UF-ANTES         PIC X(02).
           05  UA-DEPOIS.
               10  UA-NOME-DEPOIS      PIC X(25).
               10  UA-ENDERECO-DEPOIS  PIC X(30).
               10  UA-CPF-DEPOIS       PIC X(11).
               10  UA-SITUACAO-DEPOIS  PIC X(01).
               10  UA-UF-DEPOIS        PIC X(02).
           05  FILLER                  PIC X(09).

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

       77  WS-TR-STATUS            PIC X(02) VALUE SPACES.
       77  WS-CU-STATUS            PIC X(02) VALUE SPACES.
       77  WS-ER-STATUS            PIC X(02) VALUE SPACES.
       77  WS-UA-STATUS            PIC X(02) VALUE SPACES.

       77  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE               VALUE 'Y'.
       77  WS-CU-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-CU-END-OF-FILE            VALUE 'Y'.
       77  WS-TR-ABERTO-SW         PIC X(01) VALUE 'N'.
           88  WS-TR-ABERTO                 VALUE 'S'.

       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.

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
      * CPF TABLE -- EVERY CPF ON THE MASTER WITH ITS CUSTOMER, LOADED
      * BY ONE SWEEP AT STARTUP AND KEPT CURRENT AS THE RUN APPLIES
      * CADASTROS AND ALTERACOES. ANONYMIZED (MASKED) CPFS ARE LEFT
      * OUT. A MASTER TOO BIG FOR THE TABLE MEANS THE DUPLICATE CHECK
      * CANNOT BE TRUSTED, SO NO CPF IS ACCEPTED THAT RUN
      *-----------------------------------------------------------------
       01  WS-CPF-TABLE.
           05  WS-CPF-ENTRY OCCURS 5000 TIMES
                            INDEXED BY WS-CPF-IDX.
               10  WS-CPF-NUMERO       PIC X(11).
               10  WS-CPF-CLIENTE      PIC X(06).

       77  WS-CPF-COUNT            PIC 9(04) VALUE ZEROS.
       77  WS-CPF-DONO             PIC X(06) VALUE SPACES.
       77  WS-CARGA-PERDIDA-SW     PIC X(01) VALUE 'N'.
           88  WS-PERDEU-CARGA              VALUE 'S'.

       77  WS-TRAN-VALIDA-SWITCH   PIC X(01) VALUE 'S'.
           88  WS-TRAN-VALIDA                VALUE 'S'.
       77  WS-MOTIVO               PIC X(40) VALUE SPACES.

       01  WS-IMAGEM-ANTES.
           05  WS-NOME-ANTES       PIC X(25).
           05  WS-ENDERECO-ANTES   PIC X(30).
           05  WS-CPF-ANTES        PIC X(11).
           05  WS-SITUACAO-ANTES   PIC X(01).
           05  WS-UF-ANTES         PIC X(02).

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

           MOVE 'CUSTMNT' TO JL-PROGRAM-ID
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
               OR WS-PERDEU-CARGA
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
      * 1000-INITIALIZE -- OPERATOR FIRST; NO CUSTTRAN MEANS NOTHING TO
      * APPLY, NO CUSTMAST IS FATAL
      ******************************************************************
       1000-INITIALIZE.

           PERFORM 1050-VALIDATE-OPERATOR
               THRU 1050-VALIDATE-OPERATOR-EXIT

           IF WS-CONTROLE-ATIVO AND NOT WS-OPERADOR-VALIDO
               DISPLAY 'EXECUCAO RECUSADA - OPERADOR ' WS-OPERADOR
                   ' SEM PERMISSAO PARA CUSTMNT NO OPERTAB'
               MOVE 8 TO RETURN-CODE
               MOVE 'E'  TO JL-ACAO
               MOVE 0008 TO JL-RETURN-CODE
               CALL 'JOBLOG' USING JOBLOG-PARMS
               STOP RUN
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           OPEN INPUT CUSTOMER-TRAN-FILE
           IF WS-TR-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO CUSTTRAN -- NADA A '
                   'APLICAR'
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           MOVE 'S' TO WS-TR-ABERTO-SW

           OPEN I-O CUSTOMER-MASTER-FILE
           IF WS-CU-STATUS NOT = '00'
               DISPLAY 'ERRO - SEM MESTRE CUSTMAST -- NENHUMA '
                   'TRANSACAO APLICADA'
               CLOSE CUSTOMER-TRAN-FILE
               MOVE 8           TO RETURN-CODE
               MOVE 'E'         TO JL-ACAO
               MOVE RETURN-CODE TO JL-RETURN-CODE
               CALL 'JOBLOG' USING JOBLOG-PARMS
               MOVE JL-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT MAINT-ERROR-FILE

           OPEN EXTEND CUSTOMER-AUDIT-FILE
           IF WS-UA-STATUS NOT = '00'
               OPEN OUTPUT CUSTOMER-AUDIT-FILE
           END-IF

           PERFORM 1100-LOAD-CPF-TABLE
               THRU 1100-LOAD-CPF-TABLE-EXIT

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
               AND OP-PROGRAMA = 'CUSTMNT'
               MOVE 'S' TO WS-OPER-VALIDO-SW
               MOVE OP-FUNCOES TO WS-FUNCOES-PERMITIDAS
           END-IF

           PERFORM 8200-READ-OPERATOR
               THRU 8200-READ-OPERATOR-EXIT.

       1060-MATCH-OPERATOR-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-CPF-TABLE -- ONE SWEEP OF CUSTMAST
      ******************************************************************
       1100-LOAD-CPF-TABLE.

           MOVE SPACES TO WS-CPF-TABLE

           MOVE LOW-VALUES TO CU-CUSTOMER-ID
           START CUSTOMER-MASTER-FILE KEY NOT LESS CU-CUSTOMER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-CU-EOF-SWITCH
           END-START

           PERFORM 1110-STORE-CPF
               THRU 1110-STORE-CPF-EXIT
               UNTIL WS-CU-END-OF-FILE

           IF WS-PERDEU-CARGA
               DISPLAY 'ERRO - CPFS DO CUSTMAST NAO COUBERAM NA '
                   'TABELA -- NENHUM CPF SERA ACEITO'
           END-IF.

       1100-LOAD-CPF-TABLE-EXIT.
           EXIT.

      ******************************************************************
      * 1110-STORE-CPF
      ******************************************************************
       1110-STORE-CPF.

           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CU-EOF-SWITCH
                   GO TO 1110-STORE-CPF-EXIT
           END-READ

           IF CU-CPF NOT NUMERIC
               GO TO 1110-STORE-CPF-EXIT
           END-IF

           IF WS-CPF-COUNT < 5000
               ADD 1 TO WS-CPF-COUNT
               SET WS-CPF-IDX TO WS-CPF-COUNT
               MOVE CU-CPF         TO WS-CPF-NUMERO(WS-CPF-IDX)
               MOVE CU-CUSTOMER-ID TO WS-CPF-CLIENTE(WS-CPF-IDX)
           ELSE
               MOVE 'S' TO WS-CARGA-PERDIDA-SW
           END-IF.

       1110-STORE-CPF-EXIT.
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
                   WHEN TR-CADASTRO
                       PERFORM 2200-APPLY-CADASTRO
                           THRU 2200-APPLY-CADASTRO-EXIT
                   WHEN TR-ALTERACAO
                       PERFORM 2300-APPLY-ALTERACAO
                           THRU 2300-APPLY-ALTERACAO-EXIT
                   WHEN TR-INATIVACAO
                       PERFORM 2400-APPLY-INATIVACAO
                           THRU 2400-APPLY-INATIVACAO-EXIT
               END-EVALUATE
           END-IF

           PERFORM 8000-READ-TRANSACTION
               THRU 8000-READ-TRANSACTION-EXIT.

       2000-PROCESS-TRANSACTION-EXIT.
           EXIT.

      ******************************************************************
      * 2100-EDIT-TRANSACTION -- THE CUSTGATE RULES AND THE OPERTAB
      * FUNCTION LIST; THE FIRST FAILED CHECK REJECTS THE WHOLE
      * TRANSACTION
      ******************************************************************
       2100-EDIT-TRANSACTION.

           MOVE 'S' TO WS-TRAN-VALIDA-SWITCH

           IF NOT TR-CADASTRO AND NOT TR-ALTERACAO
               AND NOT TR-INATIVACAO
               MOVE 'ACAO INVALIDA - USAR A, C OU I' TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF

      *    A FUNCTION OUTSIDE THE OPERATOR'S OPERTAB LIST NEVER
      *    TOUCHES THE MASTER
           IF WS-CONTROLE-ATIVO
               MOVE ZEROS TO WS-QTDE-FUNCAO
               INSPECT WS-FUNCOES-PERMITIDAS
                   TALLYING WS-QTDE-FUNCAO FOR ALL TR-ACAO
               IF WS-QTDE-FUNCAO = ZEROS
                   MOVE 'OPERADOR SEM PERMISSAO P/FUNCAO'
                       TO WS-MOTIVO
                   PERFORM 2500-WRITE-ERROR
                       THRU 2500-WRITE-ERROR-EXIT
                   GO TO 2100-EDIT-TRANSACTION-EXIT
               END-IF
           END-IF

           IF TR-CUSTOMER-ID = SPACES
               MOVE 'CUSTOMER-ID OBRIGATORIO AUSENTE' TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF

           IF TR-CADASTRO AND TR-NOME = SPACES
               MOVE 'NOME OBRIGATORIO NO CADASTRO' TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF

      *    THE STATE PICKS THE ICMS/ISS RATE SALESINV CHARGES -- A NEW
      *    CUSTOMER WITHOUT ONE WOULD BILL AT THE WRONG RATE
           IF TR-CADASTRO AND TR-UF = SPACES
               MOVE 'UF OBRIGATORIA NO CADASTRO' TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF

           IF TR-UF NOT = SPACES AND TR-UF NOT ALPHABETIC
               MOVE 'UF INVALIDA' TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF

           IF TR-CADASTRO AND TR-CPF = SPACES
               MOVE 'CPF OBRIGATORIO NO CADASTRO' TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF

           IF TR-INATIVACAO OR TR-CPF = SPACES
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF

           MOVE TR-CPF TO CPF-NUMERO
           CALL 'CPFCHECK' USING CPFCHK-PARMS
           IF CPF-DIGITO-INVALIDO
               MOVE 'CPF COM DIGITO VERIFICADOR INVALIDO'
                   TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF

           IF WS-PERDEU-CARGA
               MOVE 'CONTROLE DE CPF DUPLICADO INCOMPLETO'
                   TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF

           PERFORM 2600-FIND-CPF
               THRU 2600-FIND-CPF-EXIT

           IF WS-CPF-DONO NOT = SPACES
               AND WS-CPF-DONO NOT = TR-CUSTOMER-ID
               MOVE 'CPF JA CADASTRADO P/OUTRO CLIENTE'
                   TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               DISPLAY '    CPF ' TR-CPF ' PERTENCE AO CLIENTE '
                   WS-CPF-DONO
           END-IF.

       2100-EDIT-TRANSACTION-EXIT.
           EXIT.

      ******************************************************************
      * 2200-APPLY-CADASTRO -- A NEW CUSTOMER MUST NOT COLLIDE WITH AN
      * EXISTING CUSTOMER-ID
      ******************************************************************
       2200-APPLY-CADASTRO.

           MOVE TR-CUSTOMER-ID TO CU-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-CU-STATUS = '00'
               MOVE 'CUSTOMER-ID JA EXISTE NO CUSTMAST' TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2200-APPLY-CADASTRO-EXIT
           END-IF

           MOVE SPACES         TO WS-IMAGEM-ANTES

           MOVE SPACES         TO CUSTOMER-MASTER-RECORD
           MOVE TR-CUSTOMER-ID TO CU-CUSTOMER-ID
           MOVE TR-NOME        TO CU-NOME
           MOVE TR-ENDERECO    TO CU-ENDERECO
           MOVE TR-CPF         TO CU-CPF
           MOVE 'A'            TO CU-SITUACAO
           MOVE TR-UF          TO CU-UF

           WRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   MOVE 'GRAVACAO RECUSADA PELO CUSTMAST'
                       TO WS-MOTIVO
                   PERFORM 2500-WRITE-ERROR
                       THRU 2500-WRITE-ERROR-EXIT
                   GO TO 2200-APPLY-CADASTRO-EXIT
           END-WRITE

           PERFORM 2610-ADD-CPF
               THRU 2610-ADD-CPF-EXIT

           PERFORM 2700-WRITE-AUDIT
               THRU 2700-WRITE-AUDIT-EXIT

           DISPLAY 'CLIENTE CADASTRADO ' TR-CUSTOMER-ID ' - '
               TR-NOME.

       2200-APPLY-CADASTRO-EXIT.
           EXIT.

      ******************************************************************
      * 2300-APPLY-ALTERACAO -- NAME, ADDRESS, CPF AND STATE; ONLY THE
      * FIELDS KEYED ARE CHANGED. AN INACTIVE CUSTOMER IS NOT CHANGED
      ******************************************************************
       2300-APPLY-ALTERACAO.

           MOVE TR-CUSTOMER-ID TO CU-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE 'CUSTOMER-ID NAO ENCONTRADO NO CUSTMAST'
                       TO WS-MOTIVO
                   PERFORM 2500-WRITE-ERROR
                       THRU 2500-WRITE-ERROR-EXIT
                   GO TO 2300-APPLY-ALTERACAO-EXIT
           END-READ

           IF CU-CLIENTE-INATIVO
               MOVE 'CLIENTE INATIVO - ALTERACAO RECUSADA'
                   TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2300-APPLY-ALTERACAO-EXIT
           END-IF

           IF TR-NOME = SPACES AND TR-ENDERECO = SPACES
               AND TR-CPF = SPACES AND TR-UF = SPACES
               MOVE 'NENHUM CAMPO INFORMADO P/ALTERACAO'
                   TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2300-APPLY-ALTERACAO-EXIT
           END-IF

           PERFORM 2800-SAVE-BEFORE-IMAGE
               THRU 2800-SAVE-BEFORE-IMAGE-EXIT

           IF TR-NOME NOT = SPACES
               MOVE TR-NOME TO CU-NOME
           END-IF
           IF TR-ENDERECO NOT = SPACES
               MOVE TR-ENDERECO TO CU-ENDERECO
           END-IF
           IF TR-CPF NOT = SPACES
               MOVE TR-CPF TO CU-CPF
           END-IF
           IF TR-UF NOT = SPACES
               MOVE TR-UF TO CU-UF
           END-IF

           REWRITE CUSTOMER-MASTER-RECORD

      *    THE CUSTOMER'S OLD CPF ENTRY TAKES THE NEW NUMBER, SO A
      *    LATER TRANSACTION IN THIS RUN SEES THE CHANGE
           IF TR-CPF NOT = SPACES
               AND TR-CPF NOT = WS-CPF-ANTES
               PERFORM 2620-REPLACE-CPF
                   THRU 2620-REPLACE-CPF-EXIT
           END-IF

           PERFORM 2700-WRITE-AUDIT
               THRU 2700-WRITE-AUDIT-EXIT

           DISPLAY 'CLIENTE ALTERADO ' TR-CUSTOMER-ID.

       2300-APPLY-ALTERACAO-EXIT.
           EXIT.

      ******************************************************************
      * 2400-APPLY-INATIVACAO -- THE RECORD STAYS ON THE MASTER WITH
      * CU-SITUACAO 'I' SO INVOICES AND RECEIVABLES KEEP THEIR KEY
      ******************************************************************
       2400-APPLY-INATIVACAO.

           MOVE TR-CUSTOMER-ID TO CU-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE 'CUSTOMER-ID NAO ENCONTRADO NO CUSTMAST'
                       TO WS-MOTIVO
                   PERFORM 2500-WRITE-ERROR
                       THRU 2500-WRITE-ERROR-EXIT
                   GO TO 2400-APPLY-INATIVACAO-EXIT
           END-READ

           IF CU-CLIENTE-INATIVO
               MOVE 'CLIENTE JA INATIVO' TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2400-APPLY-INATIVACAO-EXIT
           END-IF

           PERFORM 2800-SAVE-BEFORE-IMAGE
               THRU 2800-SAVE-BEFORE-IMAGE-EXIT

           MOVE 'I' TO CU-SITUACAO
           REWRITE CUSTOMER-MASTER-RECORD

           PERFORM 2700-WRITE-AUDIT
               THRU 2700-WRITE-AUDIT-EXIT

           DISPLAY 'CLIENTE INATIVADO ' TR-CUSTOMER-ID.

       2400-APPLY-INATIVACAO-EXIT.
           EXIT.

      ******************************************************************
      * 2500-WRITE-ERROR
      ******************************************************************
       2500-WRITE-ERROR.

           MOVE 'N'            TO WS-TRAN-VALIDA-SWITCH

           MOVE SPACES         TO MAINT-ERROR-RECORD
           MOVE TR-CUSTOMER-ID TO ER-CUSTOMER-ID
           MOVE TR-ACAO        TO ER-ACAO
           MOVE WS-MOTIVO      TO ER-MOTIVO
           WRITE MAINT-ERROR-RECORD

           DISPLAY 'TRANSACAO REJEITADA - ' TR-CUSTOMER-ID ' - '
               WS-MOTIVO

           ADD 1 TO WS-QTDE-REJEITADAS.

       2500-WRITE-ERROR-EXIT.
           EXIT.

      ******************************************************************
      * 2600-FIND-CPF -- WHICH CUSTOMER, IF ANY, HOLDS THE KEYED CPF
      ******************************************************************
       2600-FIND-CPF.

           MOVE SPACES TO WS-CPF-DONO

           IF WS-CPF-COUNT = ZEROS
               GO TO 2600-FIND-CPF-EXIT
           END-IF

           SET WS-CPF-IDX TO 1
           SEARCH WS-CPF-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CPF-IDX > WS-CPF-COUNT
                   CONTINUE
               WHEN WS-CPF-NUMERO(WS-CPF-IDX) = TR-CPF
                   MOVE WS-CPF-CLIENTE(WS-CPF-IDX) TO WS-CPF-DONO
           END-SEARCH.

       2600-FIND-CPF-EXIT.
           EXIT.

      ******************************************************************
      * 2610-ADD-CPF -- A NEW CUSTOMER'S CPF JOINS THE TABLE; A FULL
      * TABLE STOPS ANY FURTHER CPF BEING ACCEPTED THIS RUN
      ******************************************************************
       2610-ADD-CPF.

           IF WS-CPF-COUNT < 5000
               ADD 1 TO WS-CPF-COUNT
               SET WS-CPF-IDX TO WS-CPF-COUNT
               MOVE CU-CPF         TO WS-CPF-NUMERO(WS-CPF-IDX)
               MOVE CU-CUSTOMER-ID TO WS-CPF-CLIENTE(WS-CPF-IDX)
           ELSE
               MOVE 'S' TO WS-CARGA-PERDIDA-SW
           END-IF.

       2610-ADD-CPF-EXIT.
           EXIT.

      ******************************************************************
      * 2620-REPLACE-CPF -- THE CUSTOMER'S ENTRY TAKES THE NEW CPF; A
      * CUSTOMER WHOSE OLD CPF WAS NOT ON THE TABLE GETS A NEW ENTRY
      ******************************************************************
       2620-REPLACE-CPF.

           IF WS-CPF-COUNT = ZEROS
               GO TO 2620-REPLACE-CPF-ADD
           END-IF

           SET WS-CPF-IDX TO 1
           SEARCH WS-CPF-ENTRY
               AT END
                   GO TO 2620-REPLACE-CPF-ADD
               WHEN WS-CPF-IDX > WS-CPF-COUNT
                   GO TO 2620-REPLACE-CPF-ADD
               WHEN WS-CPF-CLIENTE(WS-CPF-IDX) = CU-CUSTOMER-ID
                   MOVE CU-CPF TO WS-CPF-NUMERO(WS-CPF-IDX)
                   GO TO 2620-REPLACE-CPF-EXIT
           END-SEARCH.

       2620-REPLACE-CPF-ADD.

           PERFORM 2610-ADD-CPF
               THRU 2610-ADD-CPF-EXIT.

       2620-REPLACE-CPF-EXIT.
           EXIT.

      ******************************************************************
      * 2700-WRITE-AUDIT -- BEFORE/AFTER IMAGE FOR EVERY APPLIED ACTION
      ******************************************************************
       2700-WRITE-AUDIT.

           MOVE SPACES            TO CUSTOMER-AUDIT-RECORD
           MOVE TR-CUSTOMER-ID    TO UA-CUSTOMER-ID
           MOVE TR-ACAO           TO UA-ACAO
           MOVE WS-DATA-HOJE      TO UA-DATA
           MOVE WS-OPERADOR       TO UA-OPERADOR
           MOVE WS-IMAGEM-ANTES   TO UA-ANTES
           MOVE CU-NOME           TO UA-NOME-DEPOIS
           MOVE CU-ENDERECO       TO UA-ENDERECO-DEPOIS
           MOVE CU-CPF            TO UA-CPF-DEPOIS
           MOVE CU-SITUACAO       TO UA-SITUACAO-DEPOIS
           MOVE CU-UF             TO UA-UF-DEPOIS

           WRITE CUSTOMER-AUDIT-RECORD

           ADD 1 TO WS-QTDE-APLICADAS.

       2700-WRITE-AUDIT-EXIT.
           EXIT.

      ******************************************************************
      * 2800-SAVE-BEFORE-IMAGE
      ******************************************************************
       2800-SAVE-BEFORE-IMAGE.

           MOVE CU-NOME     TO WS-NOME-ANTES
           MOVE CU-ENDERECO TO WS-ENDERECO-ANTES
           MOVE CU-CPF      TO WS-CPF-ANTES
           MOVE CU-SITUACAO TO WS-SITUACAO-ANTES
           MOVE CU-UF       TO WS-UF-ANTES.

       2800-SAVE-BEFORE-IMAGE-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZE
      ******************************************************************
       3000-FINALIZE.

           IF NOT WS-TR-ABERTO
               GO TO 3000-FINALIZE-EXIT
           END-IF

           CLOSE CUSTOMER-TRAN-FILE
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE MAINT-ERROR-FILE
           CLOSE CUSTOMER-AUDIT-FILE

           DISPLAY 'TRANSACOES LIDAS:      ' WS-QTDE-LIDAS
           DISPLAY 'TRANSACOES APLICADAS:  ' WS-QTDE-APLICADAS
           DISPLAY 'TRANSACOES REJEITADAS: ' WS-QTDE-REJEITADAS

           MOVE 'CUSTMNT'           TO CT-PROGRAM-ID
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

           READ CUSTOMER-TRAN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

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
