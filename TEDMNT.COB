      ******************************************************************
      * Author: M. TAVARES
      * Date: 15-10-26
      * Purpose: OUTBOUND INTERBANK TRANSFER CAPTURE AND RELEASE. A
      * CUSTOMER SENDING MONEY TO ANOTHER BANK USED TO BE KEYED AS A
      * PLAIN DEBIT AND PHONED THROUGH. THE BRANCH NOW KEYS EACH TED
      * OR PIX ON THE TEDSOL FILE AND THIS JOB KEEPS THE TEDMAST
      * REGISTER FROM IT: I = INCLUSAO (A NEW TRANSFER, WITH THE
      * DESTINATION BANK, AGENCY, ACCOUNT AND CPF/CNPJ) AND C =
      * CANCELAMENTO (WITHDRAW ONE NOT YET RELEASED). EACH ACTION IS
      * EDITED BEFORE THE REGISTER IS TOUCHED -- THE ORIGIN ACCOUNT
      * MUST BE ACTIVE OR DORMANT AND NOT A TERM DEPOSIT, THE
      * BENEFICIARY'S CPF MUST PASS CPFCHECK -- AND BAD ACTIONS GO TO
      * THE TEDERR REJECT REPORT WITH RETURN-CODE 8, THE ATTMAINT
      * CONVENTION. A REQUEST KEYED AFTER THE SAME-DAY CUTOFF FOR ITS
      * MODALITY, OR FOR A DAY THAT IS NOT A BUSINESS DAY ON THE
      * FISCALCAL CALENDAR, TAKES THE NEXT BUSINESS DAY AS ITS
      * EFFECTIVE DATE. AT THE END OF THE RUN EVERY SCHEDULED
      * TRANSFER WHOSE EFFECTIVE DATE HAS ARRIVED IS RELEASED AS A
      * TYPE 'X' RECORD ON THE TEDTRAN FEED FOR THE NEXT GUANA03 RUN,
      * WHICH DEBITS THE ACCOUNT AND WRITES THE BANK REMITTANCE;
      * TEDRETN PROCESSES THE BANK'S RETURN.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History
      * 15-10-26 MRT  ORIGINAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEDMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSFER-REQUEST-FILE ASSIGN TO "TEDSOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TS-STATUS.

           SELECT INTERBANK-TRANSFER-FILE ASSIGN TO "TEDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TE-REF
               FILE STATUS IS WS-TED-STATUS.

           SELECT ACCOUNT-ATTRIBUTE-FILE ASSIGN TO "ACCTATTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ATT-ACCOUNT-ID
               FILE STATUS IS WS-ATT-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

           SELECT LEDGER-TRAN-FILE ASSIGN TO "TEDTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LT-STATUS.

           SELECT MAINT-ERROR-FILE ASSIGN TO "TEDERR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERR-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *-----------------------------------------------------------------
      * TRANSFER-REQUEST-FILE -- ONE KEYED REQUEST PER LINE. THE DATE
      * DEFAULTS TO TODAY AND THE TIME TO THE RUN'S CLOCK WHEN LEFT
      * BLANK; A FUTURE DATE SCHEDULES THE TRANSFER FOR THAT DAY
      *-----------------------------------------------------------------
       FD  TRANSFER-REQUEST-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  TRANSFER-REQUEST-RECORD.
           05  TS-ACAO             PIC X(01).
               88  TS-INCLUSAO            VALUE 'I'.
               88  TS-CANCELAMENTO        VALUE 'C'.
           05  TS-REF              PIC X(06).
           05  TS-ACCOUNT-ID       PIC X(06).
           05  TS-MODALIDADE       PIC X(01).
               88  TS-TED                 VALUE 'T'.
               88  TS-PIX                 VALUE 'P'.
           05  TS-VALOR            PIC 9(05)V99.
           05  TS-BANCO-DEST       PIC 9(03).
           05  TS-AGENCIA-DEST     PIC 9(04).
           05  TS-CONTA-DEST       PIC X(12).
           05  TS-CPF-CNPJ-DEST    PIC X(14).
           05  TS-NOME-DEST        PIC X(25).
           05  TS-DATA-SOLICITACAO PIC 9(08).
           05  TS-HORA-SOLICITACAO PIC 9(04).
           05  FILLER              PIC X(09).

       FD  INTERBANK-TRANSFER-FILE.
           COPY TEDMAST.

       FD  ACCOUNT-ATTRIBUTE-FILE.
           COPY ACCTATTR.

      *-----------------------------------------------------------------
      * CALENDAR-FILE -- FISCALCAL'S OUTPUT, ONE RECORD PER DAY OF THE
      * YEAR WITH THE BUSINESS-DAY FLAG
      *-----------------------------------------------------------------
       FD  CALENDAR-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  CALENDAR-RECORD.
           05  CAL-DATA                PIC 9(08).
           05  FILLER                  PIC X(02).
           05  CAL-DIA-SEMANA          PIC X(09).
           05  FILLER                  PIC X(02).
           05  CAL-BISSEXTO            PIC X(01).
           05  FILLER                  PIC X(02).
           05  CAL-DIA-UTIL            PIC X(01).
           05  FILLER                  PIC X(15).

      *-----------------------------------------------------------------
      * LEDGER-TRAN-FILE -- THE RELEASED TRANSFERS IN THE ACCTTRAN
      * LAYOUT (TYPE 'X', REFERENCE = TE-REF), APPENDED TO THE NEXT
      * GUANA03 RUN'S FEED
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
           05  ER-REF              PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  ER-MOTIVO           PIC X(40).
           05  FILLER              PIC X(11) VALUE SPACES.

       WORKING-STORAGE SECTION.

       77  WS-TS-STATUS            PIC X(02) VALUE SPACES.
       77  WS-TED-STATUS           PIC X(02) VALUE SPACES.
       77  WS-ATT-STATUS           PIC X(02) VALUE SPACES.
       77  WS-CAL-STATUS           PIC X(02) VALUE SPACES.
       77  WS-LT-STATUS            PIC X(02) VALUE SPACES.
       77  WS-ERR-STATUS           PIC X(02) VALUE SPACES.
       77  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE               VALUE 'Y'.
       77  WS-TED-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88  WS-TED-END-OF-FILE           VALUE 'Y'.
       77  WS-TEM-SOLICITACOES     PIC X(01) VALUE 'N'.
           88  WS-TEDSOL-ABERTO             VALUE 'S'.

       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WS-HORA-SISTEMA         PIC 9(08) VALUE ZEROS.

       77  WS-TRAN-VALIDA-SWITCH   PIC X(01) VALUE 'S'.
           88  WS-TRAN-VALIDA                VALUE 'S'.
       77  WS-MOTIVO               PIC X(40) VALUE SPACES.

      *-----------------------------------------------------------------
      * SAME-DAY CUTOFFS (HHMM) -- A REQUEST FOR TODAY KEYED AFTER ITS
      * MODALITY'S CUTOFF GOES OUT ON THE NEXT BUSINESS DAY
      *-----------------------------------------------------------------
       77  WS-CORTE-TED            PIC 9(04) VALUE 1700.
       77  WS-CORTE-PIX            PIC 9(04) VALUE 2200.
       77  WS-CORTE                PIC 9(04) VALUE ZEROS.

       77  WS-DATA-BASE            PIC 9(08) VALUE ZEROS.
       77  WS-HORA-BASE            PIC 9(04) VALUE ZEROS.
       77  WS-DATA-EFETIVA         PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
      * CALENDAR TABLE -- LOADED FROM THE FISCALCAL CALENDAR FILE AT
      * STARTUP; NO CALENDAR MEANS ONLY THE CUTOFF MOVES THE DATE
      *-----------------------------------------------------------------
       01  WS-CAL-TABLE.
           05  WS-CAL-ENTRY OCCURS 366 TIMES
                            INDEXED BY WS-CAL-IDX.
               10  WS-CAL-DATA         PIC 9(08).
               10  WS-CAL-UTIL         PIC X(01).

       77  WS-CAL-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-CAL-SUB              PIC 9(03) VALUE ZEROS.
       77  WS-CAL-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88  WS-CAL-END-OF-FILE            VALUE 'Y'.
       77  WS-TEM-CALENDARIO       PIC X(01) VALUE 'N'.
           88  WS-CALENDARIO-CARREGADO       VALUE 'S'.
       77  WS-BUSCA-DIA-SWITCH     PIC X(01) VALUE SPACES.
           88  WS-DIA-UTIL-ACHADO            VALUE 'S'.
           88  WS-FORA-DO-CALENDARIO         VALUE 'F'.

       77  WS-QTDE-INCLUIDAS       PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-ADIADAS         PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-CANCELADAS      PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-LIBERADAS       PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-REJEITADAS      PIC 9(05) VALUE ZEROS.
       77  WS-TOTAL-LIBERADO       PIC 9(09)V99 VALUE ZEROS.

       COPY CPFLNK.
       COPY CTLTOTLNK.
       COPY JOBLGLNK.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.

           MOVE 'TEDMNT'  TO JL-PROGRAM-ID
           MOVE 'S'       TO JL-ACAO
           CALL 'JOBLOG' USING JOBLOG-PARMS

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT

           PERFORM 2000-PROCESS-TRANSACTION
               THRU 2000-PROCESS-TRANSACTION-EXIT
               UNTIL WS-END-OF-FILE

           PERFORM 4000-RELEASE-DUE-TRANSFERS
               THRU 4000-RELEASE-DUE-TRANSFERS-EXIT

           PERFORM 3000-FINALIZE
               THRU 3000-FINALIZE-EXIT

           IF WS-TEDSOL-ABERTO
               CLOSE TRANSFER-REQUEST-FILE
           END-IF
           CLOSE INTERBANK-TRANSFER-FILE
           CLOSE ACCOUNT-ATTRIBUTE-FILE
           CLOSE LEDGER-TRAN-FILE
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
      * 1000-INITIALIZE -- A MISSING TEDSOL ONLY MEANS NO NEW REQUESTS
      * TODAY; THE RELEASE OF SCHEDULED TRANSFERS STILL RUNS
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-DATA-HOJE    FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME

           OPEN I-O    INTERBANK-TRANSFER-FILE
           IF WS-TED-STATUS = '35'
               CLOSE INTERBANK-TRANSFER-FILE
               OPEN OUTPUT INTERBANK-TRANSFER-FILE
               CLOSE INTERBANK-TRANSFER-FILE
               OPEN I-O INTERBANK-TRANSFER-FILE
           END-IF

           OPEN INPUT  ACCOUNT-ATTRIBUTE-FILE
           OPEN OUTPUT MAINT-ERROR-FILE

           OPEN EXTEND LEDGER-TRAN-FILE
           IF WS-LT-STATUS NOT = '00'
               OPEN OUTPUT LEDGER-TRAN-FILE
           END-IF

           PERFORM 1100-LOAD-CALENDAR
               THRU 1100-LOAD-CALENDAR-EXIT

           OPEN INPUT  TRANSFER-REQUEST-FILE
           IF WS-TS-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO TEDSOL -- APENAS '
                   'LIBERACAO DAS AGENDADAS'
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           MOVE 'S' TO WS-TEM-SOLICITACOES

           PERFORM 8000-READ-TRANSACTION
               THRU 8000-READ-TRANSACTION-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-CALENDAR -- READ FISCALCAL'S CALENDAR INTO THE
      * DATE TABLE, BOUNDED TO ITS OCCURS 366 LIMIT
      ******************************************************************
       1100-LOAD-CALENDAR.

           OPEN INPUT CALENDAR-FILE

           IF WS-CAL-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO CALENDAR -- SOMENTE O '
                   'HORARIO DE CORTE SERA APLICADO'
               GO TO 1100-LOAD-CALENDAR-EXIT
           END-IF

           PERFORM 8300-READ-CALENDAR
               THRU 8300-READ-CALENDAR-EXIT

           PERFORM 1110-STORE-CALENDAR-DAY
               THRU 1110-STORE-CALENDAR-DAY-EXIT
               UNTIL WS-CAL-END-OF-FILE

           CLOSE CALENDAR-FILE

           IF WS-CAL-COUNT > ZEROS
               MOVE 'S' TO WS-TEM-CALENDARIO
           END-IF.

       1100-LOAD-CALENDAR-EXIT.
           EXIT.

      ******************************************************************
      * 1110-STORE-CALENDAR-DAY
      ******************************************************************
       1110-STORE-CALENDAR-DAY.

           IF CAL-DATA NUMERIC AND CAL-DATA > ZEROS
               IF WS-CAL-COUNT < 366
                   ADD 1 TO WS-CAL-COUNT
                   SET WS-CAL-IDX TO WS-CAL-COUNT
                   MOVE CAL-DATA     TO WS-CAL-DATA(WS-CAL-IDX)
                   MOVE CAL-DIA-UTIL TO WS-CAL-UTIL(WS-CAL-IDX)
               END-IF
           END-IF

           PERFORM 8300-READ-CALENDAR
               THRU 8300-READ-CALENDAR-EXIT.

       1110-STORE-CALENDAR-DAY-EXIT.
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
                   WHEN TS-INCLUSAO
                       PERFORM 2300-APPLY-INCLUSAO
                           THRU 2300-APPLY-INCLUSAO-EXIT
                   WHEN TS-CANCELAMENTO
                       PERFORM 2400-APPLY-CANCELAMENTO
                           THRU 2400-APPLY-CANCELAMENTO-EXIT
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

           IF NOT TS-INCLUSAO AND NOT TS-CANCELAMENTO
               MOVE 'ACAO INVALIDA - USAR I OU C' TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF

           IF TS-REF = SPACES
               MOVE 'REFERENCIA OBRIGATORIA AUSENTE' TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF

           IF TS-ACCOUNT-ID = SPACES
               MOVE 'CONTA OBRIGATORIA AUSENTE' TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF

           IF NOT TS-INCLUSAO
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF

           MOVE TS-REF TO TE-REF
           READ INTERBANK-TRANSFER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'REFERENCIA JA CADASTRADA' TO WS-MOTIVO
                   PERFORM 2500-WRITE-ERROR
                       THRU 2500-WRITE-ERROR-EXIT
                   GO TO 2100-EDIT-TRANSACTION-EXIT
           END-READ

      *    ONLY AN ACCOUNT THAT CAN MOVE MONEY SENDS A TRANSFER; A
      *    TERM DEPOSIT'S MONEY IS LOCKED BY ITS CONTRACT
           MOVE TS-ACCOUNT-ID TO ATT-ACCOUNT-ID
           READ ACCOUNT-ATTRIBUTE-FILE
               INVALID KEY
                   MOVE 'CONTA NAO ENCONTRADA NO ACCTATTR'
                       TO WS-MOTIVO
                   PERFORM 2500-WRITE-ERROR
                       THRU 2500-WRITE-ERROR-EXIT
                   GO TO 2100-EDIT-TRANSACTION-EXIT
           END-READ

           IF NOT ATT-CONTA-ATIVA AND NOT ATT-CONTA-DORMENTE
               MOVE 'CONTA BLOQUEADA OU ENCERRADA' TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF

           IF ATT-CONTA-PRAZO
               MOVE 'CONTA CDB NAO ENVIA TRANSFERENCIA' TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF

           IF NOT TS-TED AND NOT TS-PIX
               MOVE 'MODALIDADE INVALIDA - USAR T OU P' TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF

           IF TS-VALOR NOT NUMERIC OR TS-VALOR = ZEROS
               MOVE 'VALOR AUSENTE OU INVALIDO' TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF

           IF TS-BANCO-DEST NOT NUMERIC OR TS-BANCO-DEST = ZEROS
               OR TS-AGENCIA-DEST NOT NUMERIC
               OR TS-CONTA-DEST = SPACES
               MOVE 'BANCO, AGENCIA OU CONTA DESTINO INVALIDOS'
                   TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF

           IF TS-NOME-DEST = SPACES
               MOVE 'NOME DO FAVORECIDO AUSENTE' TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF

           PERFORM 2110-EDIT-CPF-CNPJ
               THRU 2110-EDIT-CPF-CNPJ-EXIT

           IF NOT WS-TRAN-VALIDA
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF

           PERFORM 2200-COMPUTE-EFFECTIVE-DATE
               THRU 2200-COMPUTE-EFFECTIVE-DATE-EXIT.

       2100-EDIT-TRANSACTION-EXIT.
           EXIT.

      ******************************************************************
      * 2110-EDIT-CPF-CNPJ -- ELEVEN DIGITS (THE LAST THREE POSITIONS
      * BLANK) IS A CPF AND MUST PASS THE CPFCHECK MOD-11 TEST;
      * OTHERWISE ALL FOURTEEN POSITIONS MUST BE A NUMERIC CNPJ
      ******************************************************************
       2110-EDIT-CPF-CNPJ.

           IF TS-CPF-CNPJ-DEST(12:3) = SPACES
               MOVE TS-CPF-CNPJ-DEST(1:11) TO CPF-NUMERO
               CALL 'CPFCHECK' USING CPFCHK-PARMS
               IF CPF-DIGITO-INVALIDO
                   MOVE 'CPF DO FAVORECIDO INVALIDO' TO WS-MOTIVO
                   PERFORM 2500-WRITE-ERROR
                       THRU 2500-WRITE-ERROR-EXIT
               END-IF
               GO TO 2110-EDIT-CPF-CNPJ-EXIT
           END-IF

           IF TS-CPF-CNPJ-DEST NOT NUMERIC
               OR TS-CPF-CNPJ-DEST = ZEROS
               MOVE 'CNPJ DO FAVORECIDO INVALIDO' TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
           END-IF.

       2110-EDIT-CPF-CNPJ-EXIT.
           EXIT.

      ******************************************************************
      * 2200-COMPUTE-EFFECTIVE-DATE -- A REQUEST FOR TODAY KEYED AFTER
      * THE MODALITY'S CUTOFF MOVES TO THE NEXT DAY; THE DATE THEN
      * ROLLS FORWARD TO THE FIRST BUSINESS DAY ON THE CALENDAR. A
      * DATE THE CALENDAR DOES NOT COVER IS REJECTED
      ******************************************************************
       2200-COMPUTE-EFFECTIVE-DATE.

           IF TS-DATA-SOLICITACAO NOT NUMERIC
               OR TS-DATA-SOLICITACAO = ZEROS
               MOVE WS-DATA-HOJE TO WS-DATA-BASE
           ELSE
               MOVE TS-DATA-SOLICITACAO TO WS-DATA-BASE
           END-IF

           IF TS-HORA-SOLICITACAO NOT NUMERIC
               OR TS-HORA-SOLICITACAO = ZEROS
               MOVE WS-HORA-SISTEMA(1:4) TO WS-HORA-BASE
           ELSE
               MOVE TS-HORA-SOLICITACAO  TO WS-HORA-BASE
           END-IF

           IF WS-DATA-BASE < WS-DATA-HOJE
               MOVE 'DATA DE SOLICITACAO NO PASSADO' TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2200-COMPUTE-EFFECTIVE-DATE-EXIT
           END-IF

           IF TS-TED
               MOVE WS-CORTE-TED TO WS-CORTE
           ELSE
               MOVE WS-CORTE-PIX TO WS-CORTE
           END-IF

           IF NOT WS-CALENDARIO-CARREGADO
               MOVE WS-DATA-BASE TO WS-DATA-EFETIVA
               IF WS-DATA-BASE = WS-DATA-HOJE
                   AND WS-HORA-BASE > WS-CORTE
                   COMPUTE WS-DATA-EFETIVA = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-DATA-BASE) + 1)
               END-IF
               GO TO 2200-COMPUTE-EFFECTIVE-DATE-EXIT
           END-IF

           SET WS-CAL-IDX TO 1
           SEARCH WS-CAL-ENTRY
               AT END
                   MOVE 'DATA FORA DO CALENDARIO' TO WS-MOTIVO
                   PERFORM 2500-WRITE-ERROR
                       THRU 2500-WRITE-ERROR-EXIT
                   GO TO 2200-COMPUTE-EFFECTIVE-DATE-EXIT
               WHEN WS-CAL-DATA(WS-CAL-IDX) = WS-DATA-BASE
                   SET WS-CAL-SUB TO WS-CAL-IDX
           END-SEARCH

           IF WS-DATA-BASE = WS-DATA-HOJE
               AND WS-HORA-BASE > WS-CORTE
               ADD 1 TO WS-CAL-SUB
           END-IF

           MOVE SPACES TO WS-BUSCA-DIA-SWITCH
           PERFORM 2210-FIND-BUSINESS-DAY
               THRU 2210-FIND-BUSINESS-DAY-EXIT
               UNTIL WS-DIA-UTIL-ACHADO OR WS-FORA-DO-CALENDARIO

           IF WS-FORA-DO-CALENDARIO
               MOVE 'PROXIMO DIA UTIL FORA DO CALENDARIO'
                   TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2200-COMPUTE-EFFECTIVE-DATE-EXIT
           END-IF

           SET WS-CAL-IDX TO WS-CAL-SUB
           MOVE WS-CAL-DATA(WS-CAL-IDX) TO WS-DATA-EFETIVA.

       2200-COMPUTE-EFFECTIVE-DATE-EXIT.
           EXIT.

      ******************************************************************
      * 2210-FIND-BUSINESS-DAY -- STEP THROUGH THE CALENDAR TABLE UNTIL
      * A DAY NOT FLAGGED 'N' TURNS UP OR THE TABLE RUNS OUT
      ******************************************************************
       2210-FIND-BUSINESS-DAY.

           IF WS-CAL-SUB > WS-CAL-COUNT
               MOVE 'F' TO WS-BUSCA-DIA-SWITCH
               GO TO 2210-FIND-BUSINESS-DAY-EXIT
           END-IF

           SET WS-CAL-IDX TO WS-CAL-SUB
           IF WS-CAL-UTIL(WS-CAL-IDX) NOT = 'N'
               MOVE 'S' TO WS-BUSCA-DIA-SWITCH
           ELSE
               ADD 1 TO WS-CAL-SUB
           END-IF.

       2210-FIND-BUSINESS-DAY-EXIT.
           EXIT.

      ******************************************************************
      * 2300-APPLY-INCLUSAO -- THE TRANSFER IS SCHEDULED FOR ITS
      * EFFECTIVE DATE; THE RELEASE PASS PUTS IT ON THE FEED
      ******************************************************************
       2300-APPLY-INCLUSAO.

           MOVE SPACES              TO INTERBANK-TRANSFER-RECORD
           MOVE TS-REF              TO TE-REF
           MOVE TS-ACCOUNT-ID       TO TE-ACCOUNT-ID
           MOVE TS-MODALIDADE       TO TE-MODALIDADE
           MOVE TS-VALOR            TO TE-VALOR
           MOVE TS-BANCO-DEST       TO TE-BANCO-DEST
           MOVE TS-AGENCIA-DEST     TO TE-AGENCIA-DEST
           MOVE TS-CONTA-DEST       TO TE-CONTA-DEST
           MOVE TS-CPF-CNPJ-DEST    TO TE-CPF-CNPJ-DEST
           MOVE TS-NOME-DEST        TO TE-NOME-DEST
           MOVE WS-DATA-BASE        TO TE-DATA-SOLICITACAO
           MOVE WS-HORA-BASE        TO TE-HORA-SOLICITACAO
           MOVE WS-DATA-EFETIVA     TO TE-DATA-EFETIVA
           MOVE 'A'                 TO TE-STATUS
           MOVE WS-DATA-HOJE        TO TE-DATA-SITUACAO
           WRITE INTERBANK-TRANSFER-RECORD

           ADD 1 TO WS-QTDE-INCLUIDAS

           IF WS-DATA-EFETIVA NOT = WS-DATA-BASE
               ADD 1 TO WS-QTDE-ADIADAS
               DISPLAY 'TRANSFERENCIA ' TS-REF ' ADIADA PARA '
                   WS-DATA-EFETIVA ' (CORTE OU DIA NAO UTIL)'
           END-IF.

       2300-APPLY-INCLUSAO-EXIT.
           EXIT.

      ******************************************************************
      * 2400-APPLY-CANCELAMENTO -- ONLY A TRANSFER STILL SCHEDULED CAN
      * BE WITHDRAWN; ONCE RELEASED TO THE LEDGER IT IS ON ITS WAY
      ******************************************************************
       2400-APPLY-CANCELAMENTO.

           MOVE TS-REF TO TE-REF
           READ INTERBANK-TRANSFER-FILE
               INVALID KEY
                   MOVE 'TRANSFERENCIA NAO CADASTRADA' TO WS-MOTIVO
                   PERFORM 2500-WRITE-ERROR
                       THRU 2500-WRITE-ERROR-EXIT
                   GO TO 2400-APPLY-CANCELAMENTO-EXIT
           END-READ

           IF TE-ACCOUNT-ID NOT = TS-ACCOUNT-ID
               MOVE 'CONTA NAO CONFERE COM A TRANSFERENCIA'
                   TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2400-APPLY-CANCELAMENTO-EXIT
           END-IF

           IF NOT TE-AGENDADA
               MOVE 'TRANSFERENCIA JA LIBERADA - NAO CANCELA'
                   TO WS-MOTIVO
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2400-APPLY-CANCELAMENTO-EXIT
           END-IF

           MOVE 'C'          TO TE-STATUS
           MOVE WS-DATA-HOJE TO TE-DATA-SITUACAO
           MOVE 'CANCELADA A PEDIDO DO CLIENTE' TO TE-MOTIVO
           REWRITE INTERBANK-TRANSFER-RECORD

           ADD 1 TO WS-QTDE-CANCELADAS

           DISPLAY 'TRANSFERENCIA CANCELADA - REF ' TS-REF
               ' CONTA ' TS-ACCOUNT-ID.

       2400-APPLY-CANCELAMENTO-EXIT.
           EXIT.

      ******************************************************************
      * 2500-WRITE-ERROR
      ******************************************************************
       2500-WRITE-ERROR.

           MOVE 'N' TO WS-TRAN-VALIDA-SWITCH

           MOVE SPACES        TO MAINT-ERROR-RECORD
           MOVE TS-ACCOUNT-ID TO ER-ACCOUNT-ID
           MOVE TS-ACAO       TO ER-ACAO
           MOVE TS-REF        TO ER-REF
           MOVE WS-MOTIVO     TO ER-MOTIVO

           WRITE MAINT-ERROR-RECORD

           DISPLAY 'TRANSACAO REJEITADA - ' TS-REF ' - '
               WS-MOTIVO

           ADD 1 TO WS-QTDE-REJEITADAS.

       2500-WRITE-ERROR-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZE
      ******************************************************************
       3000-FINALIZE.

           DISPLAY 'TRANSFERENCIAS INCLUIDAS: ' WS-QTDE-INCLUIDAS
           DISPLAY 'ADIADAS PARA O PROXIMO DIA UTIL: '
               WS-QTDE-ADIADAS
           DISPLAY 'TRANSFERENCIAS CANCELADAS: ' WS-QTDE-CANCELADAS
           DISPLAY 'TRANSFERENCIAS LIBERADAS AO RAZAO: '
               WS-QTDE-LIBERADAS ' VALOR ' WS-TOTAL-LIBERADO
           DISPLAY 'TRANSACOES REJEITADAS: ' WS-QTDE-REJEITADAS

      *    THE RELEASED VALUE BALANCES AGAINST WHAT GUANA03 DEBITS
      *    PLUS WHAT IT REFUSES FOR LACK OF FUNDS
           MOVE 'TEDMNT'            TO CT-PROGRAM-ID
           MOVE 'QTDE LIBERADAS'    TO CT-TOTAL-1-LABEL
           MOVE WS-QTDE-LIBERADAS   TO CT-TOTAL-1-VALOR
           MOVE 'VALOR LIBERADO'    TO CT-TOTAL-2-LABEL
           MOVE WS-TOTAL-LIBERADO   TO CT-TOTAL-2-VALOR
           MOVE 'REJEITADAS'        TO CT-TOTAL-3-LABEL
           MOVE WS-QTDE-REJEITADAS  TO CT-TOTAL-3-VALOR
           CALL 'CTLTOT' USING CTLTOT-PARMS.

       3000-FINALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 4000-RELEASE-DUE-TRANSFERS -- SWEEP THE REGISTER AND PUT EVERY
      * SCHEDULED TRANSFER WHOSE EFFECTIVE DATE HAS ARRIVED ON THE
      * LEDGER FEED, DATED ITS EFFECTIVE DATE
      ******************************************************************
       4000-RELEASE-DUE-TRANSFERS.

           MOVE LOW-VALUES TO TE-REF
           START INTERBANK-TRANSFER-FILE
               KEY IS NOT LESS THAN TE-REF
               INVALID KEY
                   GO TO 4000-RELEASE-DUE-TRANSFERS-EXIT
           END-START

           PERFORM 8100-READ-NEXT-TRANSFER
               THRU 8100-READ-NEXT-TRANSFER-EXIT

           PERFORM 4100-RELEASE-ONE-TRANSFER
               THRU 4100-RELEASE-ONE-TRANSFER-EXIT
               UNTIL WS-TED-END-OF-FILE.

       4000-RELEASE-DUE-TRANSFERS-EXIT.
           EXIT.

      ******************************************************************
      * 4100-RELEASE-ONE-TRANSFER
      ******************************************************************
       4100-RELEASE-ONE-TRANSFER.

           IF NOT TE-AGENDADA
               OR TE-DATA-EFETIVA > WS-DATA-HOJE
               GO TO 4100-RELEASE-ONE-TRANSFER-NEXT
           END-IF

           MOVE TE-ACCOUNT-ID   TO LT-ACCOUNT-ID
           MOVE TE-DATA-EFETIVA TO LT-DATA
           MOVE 'X'             TO LT-TIPO
           MOVE TE-VALOR        TO LT-VALOR
           MOVE SPACES          TO LT-CONTRA-CONTA
           MOVE TE-REF          TO LT-REF-TRANSFER
           WRITE LEDGER-TRAN-RECORD

           MOVE 'F'          TO TE-STATUS
           MOVE WS-DATA-HOJE TO TE-DATA-SITUACAO
           REWRITE INTERBANK-TRANSFER-RECORD

           ADD 1        TO WS-QTDE-LIBERADAS
           ADD TE-VALOR TO WS-TOTAL-LIBERADO.

       4100-RELEASE-ONE-TRANSFER-NEXT.

           PERFORM 8100-READ-NEXT-TRANSFER
               THRU 8100-READ-NEXT-TRANSFER-EXIT.

       4100-RELEASE-ONE-TRANSFER-EXIT.
           EXIT.

      ******************************************************************
      * 8000-READ-TRANSACTION
      ******************************************************************
       8000-READ-TRANSACTION.

           READ TRANSFER-REQUEST-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       8000-READ-TRANSACTION-EXIT.
           EXIT.

      ******************************************************************
      * 8100-READ-NEXT-TRANSFER
      ******************************************************************
       8100-READ-NEXT-TRANSFER.

           READ INTERBANK-TRANSFER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TED-EOF-SWITCH
           END-READ.

       8100-READ-NEXT-TRANSFER-EXIT.
           EXIT.

      ******************************************************************
      * 8300-READ-CALENDAR
      ******************************************************************
       8300-READ-CALENDAR.

           READ CALENDAR-FILE
               AT END
                   MOVE 'Y' TO WS-CAL-EOF-SWITCH
           END-READ.

       8300-READ-CALENDAR-EXIT.
           EXIT.
