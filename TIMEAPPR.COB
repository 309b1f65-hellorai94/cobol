      *-----------------------------------------------------------------
      * Modification History
      * 22-08-26 MRT  ORIGINAL VERSION.
      * 15-10-26 MRT  TIMECLK NOW GOES OUT BETWEEN AN IFCTL HEADER AND
      *               TRAILER (RECORD COUNT, HASH OF THE HOURS) SO
      *               SALPROF, CARGAPRF, BANCOHRS AND INTSWEEP CAN
      *               PROVE IT ARRIVED WHOLE.
      * 15-10-26 MRT  EVERY APPROVAL NOW NAMES ITS SUPERVISOR: APPRTRAN
      *               CARRIES THE APPROVER'S OPERATOR ID, WHICH MUST
      *               HOLD TIMEAPPR FUNCTION 'A' ON OPERTAB OR THE
      *               APPROVAL IS IGNORED (THE HOURS STAY PENDING).
      *               EACH ACCEPTED APPROVAL IS STAMPED ON THE SHARED
      *               APRVLOG TRAIL FOR THE SODCONF CONFLICT REPORT. NO
      *               OPERTAB FILE MEANS NO ENFORCEMENT, WITH A
      *               CONSOLE WARNING.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIMEAPPR.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TO-STATUS.

           SELECT OPERATOR-TABLE-FILE ASSIGN TO "OPERTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OP-STATUS.

           SELECT APPROVAL-STAMP-FILE ASSIGN TO "APRVLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TIME-CLOCK-IN-FILE
           05  TI-APROVADO         PIC X(01).

       FD  APPROVAL-TRAN-FILE
           RECORD CONTAINS 21 CHARACTERS.
       01  APPROVAL-TRAN-RECORD.
           05  AP-PROF-ID          PIC X(05).
           05  AP-DATE             PIC 9(08).
           05  AP-APROVADOR        PIC X(08).

       FD  TIME-CLOCK-OUT-FILE
           RECORD CONTAINS 21 CHARACTERS.
           05  TO-HOURS            PIC 9(02)V9.
           05  TO-APROVADO         PIC X(01).

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
      * APPROVAL-STAMP-FILE -- ONE STAMP PER ACCEPTED APPROVAL,
      * APPENDED ACROSS RUNS
      *-----------------------------------------------------------------
       FD  APPROVAL-STAMP-FILE
           RECORD CONTAINS 48 CHARACTERS.
           COPY APRVLOG.

       WORKING-STORAGE SECTION.

       77  WS-TI-STATUS            PIC X(02) VALUE SPACES.

       77  WS-QTDE-APROVADOS       PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-PENDENTES       PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-RECUSADAS       PIC 9(05) VALUE ZEROS.

       77  WS-AL-STATUS            PIC X(02) VALUE SPACES.
       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WS-HORA-AGORA           PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
      * APPROVER TABLE -- THE OPERATORS HOLDING TIMEAPPR FUNCTION 'A'
      * ON OPERTAB; NO OPERTAB FILE MEANS NO ENFORCEMENT
      *-----------------------------------------------------------------
       77  WS-OP-STATUS            PIC X(02) VALUE SPACES.
       77  WS-OP-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-OP-END-OF-FILE             VALUE 'Y'.
       77  WS-CONTROLE-ATIVO-SW    PIC X(01) VALUE 'N'.
           88  WS-CONTROLE-ATIVO             VALUE 'S'.
       77  WS-QTDE-FUNCAO          PIC 9(02) VALUE ZEROS.

       01  WS-APV-TABLE.
           05  WS-APV-ENTRY OCCURS 50 TIMES
                            INDEXED BY WS-APV-IDX.
               10  WS-APV-OPERADOR PIC X(08).

       77  WS-APV-COUNT            PIC 9(02) VALUE ZEROS.
       77  WS-APV-VALIDO-SW        PIC X(01) VALUE 'N'.
           88  WS-APROVADOR-VALIDO           VALUE 'S'.

       COPY JOBLGLNK.
       COPY IFCTLLNK.

       PROCEDURE DIVISION.


           MOVE SPACES TO WS-APPR-TABLE

           ACCEPT WS-DATA-HOJE  FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME

           PERFORM 1050-LOAD-APPROVERS
               THRU 1050-LOAD-APPROVERS-EXIT

           OPEN EXTEND APPROVAL-STAMP-FILE
           IF WS-AL-STATUS NOT = '00'
               OPEN OUTPUT APPROVAL-STAMP-FILE
           END-IF

           OPEN INPUT  TIME-CLOCK-IN-FILE
           OPEN OUTPUT TIME-CLOCK-OUT-FILE

           MOVE 'TIMECLK'     TO IC-ARQUIVO
           MOVE JL-PROGRAM-ID TO IC-PROGRAMA
           MOVE 'A'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS
           WRITE TIME-CLOCK-OUT-RECORD FROM IC-REGISTRO

           OPEN INPUT APPROVAL-TRAN-FILE
           IF WS-AP-STATUS = '00'
               PERFORM 8100-READ-APPROVAL
           EXIT.

      ******************************************************************
      * 1050-LOAD-APPROVERS -- EVERY OPERATOR WITH TIMEAPPR FUNCTION
      * 'A' ON OPERTAB; NO OPERTAB FILE MEANS NO ENFORCEMENT, WITH A
      * CONSOLE WARNING
      ******************************************************************
       1050-LOAD-APPROVERS.

           MOVE SPACES TO WS-APV-TABLE

           OPEN INPUT OPERATOR-TABLE-FILE
           IF WS-OP-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO OPERTAB -- APROVADORES '
                   'NAO SERAO CRITICADOS'
               GO TO 1050-LOAD-APPROVERS-EXIT
           END-IF

           MOVE 'S' TO WS-CONTROLE-ATIVO-SW

           PERFORM 8200-READ-OPERATOR
               THRU 8200-READ-OPERATOR-EXIT

           PERFORM 1060-STORE-APPROVER
               THRU 1060-STORE-APPROVER-EXIT
               UNTIL WS-OP-END-OF-FILE

           CLOSE OPERATOR-TABLE-FILE.

       1050-LOAD-APPROVERS-EXIT.
           EXIT.

      ******************************************************************
      * 1060-STORE-APPROVER
      ******************************************************************
       1060-STORE-APPROVER.

           IF OP-PROGRAMA = 'TIMEAPPR'
               MOVE ZEROS TO WS-QTDE-FUNCAO
               INSPECT OP-FUNCOES
                   TALLYING WS-QTDE-FUNCAO FOR ALL 'A'
               IF WS-QTDE-FUNCAO > ZEROS
                   IF WS-APV-COUNT < 50
                       ADD 1 TO WS-APV-COUNT
                       SET WS-APV-IDX TO WS-APV-COUNT
                       MOVE OP-OPERATOR-ID
                           TO WS-APV-OPERADOR(WS-APV-IDX)
                   ELSE
                       DISPLAY 'TABELA DE APROVADORES CHEIA -- '
                           OP-OPERATOR-ID ' IGNORADO'
                   END-IF
               END-IF
           END-IF

           PERFORM 8200-READ-OPERATOR
               THRU 8200-READ-OPERATOR-EXIT.

       1060-STORE-APPROVER-EXIT.
           EXIT.

      ******************************************************************
      * 1100-STORE-APPROVAL -- AN APPROVAL FROM SOMEONE WITHOUT
      * TIMEAPPR FUNCTION 'A' IS IGNORED; AN ACCEPTED ONE IS STAMPED
      * ON APRVLOG
      ******************************************************************
       1100-STORE-APPROVAL.

           MOVE 'S' TO WS-APV-VALIDO-SW
           IF WS-CONTROLE-ATIVO
               MOVE 'N' TO WS-APV-VALIDO-SW
               IF WS-APV-COUNT > ZEROS
                   SET WS-APV-IDX TO 1
                   SEARCH WS-APV-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-APV-OPERADOR(WS-APV-IDX) = AP-APROVADOR
                           MOVE 'S' TO WS-APV-VALIDO-SW
                   END-SEARCH
               END-IF
           END-IF

           IF NOT WS-APROVADOR-VALIDO
               DISPLAY 'APROVACAO RECUSADA - ' AP-PROF-ID ' '
                   AP-DATE ' - APROVADOR ' AP-APROVADOR
                   ' SEM PERMISSAO NO OPERTAB'
               ADD 1 TO WS-QTDE-RECUSADAS
               GO TO 1100-STORE-APPROVAL-NEXT
           END-IF

           IF WS-APPR-COUNT < 500
               ADD 1 TO WS-APPR-COUNT
               SET WS-APPR-IDX TO WS-APPR-COUNT
           ELSE
               DISPLAY 'TABELA DE APROVACOES CHEIA -- APROVACAO '
                   AP-PROF-ID ' ' AP-DATE ' IGNORADA'
               GO TO 1100-STORE-APPROVAL-NEXT
           END-IF

           MOVE SPACES        TO APPROVAL-STAMP-RECORD
           MOVE JL-PROGRAM-ID TO AL-PROGRAMA
           MOVE 'A'           TO AL-EVENTO
           MOVE AP-PROF-ID    TO AL-CHAVE
           MOVE AP-APROVADOR  TO AL-OPERADOR
           MOVE WS-DATA-HOJE  TO AL-DATA
           MOVE WS-HORA-AGORA TO AL-HORA
           WRITE APPROVAL-STAMP-RECORD.

       1100-STORE-APPROVAL-NEXT.

           PERFORM 8100-READ-APPROVAL
               THRU 8100-READ-APPROVAL-EXIT.


           WRITE TIME-CLOCK-OUT-RECORD

           MOVE 'TIMECLK'     TO IC-ARQUIVO
           MOVE TO-HOURS      TO IC-VALOR
           MOVE 'G'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS

           PERFORM 8000-READ-TIME-RECORD
               THRU 8000-READ-TIME-RECORD-EXIT.

      ******************************************************************
       3000-FINALIZE.

           MOVE 'TIMECLK'     TO IC-ARQUIVO
           MOVE 'T'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS
           WRITE TIME-CLOCK-OUT-RECORD FROM IC-REGISTRO

           DISPLAY 'REGISTROS APROVADOS: ' WS-QTDE-APROVADOS
           DISPLAY 'REGISTROS PENDENTES: ' WS-QTDE-PENDENTES
           DISPLAY 'APROVACOES RECUSADAS: ' WS-QTDE-RECUSADAS

           CLOSE APPROVAL-STAMP-FILE.

       3000-FINALIZE-EXIT.
           EXIT.

       8100-READ-APPROVAL-EXIT.
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
