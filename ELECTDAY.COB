      *-----------------------------------------------------------------
      * Modification History
      * 02-09-26 MRT  ORIGINAL VERSION.
      * 15-10-26 MRT  POLL-WORKER ATTENDANCE. VOTETRAN CARRIES 'M' FOR
      *               A MESARIO WHO SHOWED UP AT THE PLACE; THE
      *               MESARIO ROSTER (MESAROL) IS MARKED PRESENT OR
      *               ABSENT AND REWRITTEN, EVERY WORKER PRESENT IS
      *               APPENDED TO MESAHIST SO THE NEXT SELECTION
      *               LEAVES THEM OUT, AND THE TURNOUT REPORT SHOWS
      *               WORKERS CALLED VERSUS PRESENT PER PLACE AND
      *               LISTS THE ABSENT ONES.
      * 15-10-26 MRT  REVIEW FIX: THE RC 8 FOR A MASTER THAT DID NOT
      *               FIT IN CORE WAS SET BEFORE THE CTLTOT CALL, WHICH
      *               RESETS THE RETURN-CODE REGISTER -- NOW SET AFTER.
      *               THE '%' ON THE TURNOUT LINE WAS A FILLER VALUE
      *               WIPED BY THE MOVE SPACES AHEAD OF EACH LINE -- NOW
      *               MOVED IN WITH THE FIGURES.
      * 15-10-26 MRT  EVERY TURNOUT LINE ALSO GOES TO THE COMPAREC
      *               EXTRACT (ZONA, PLACE, ASSIGNED, VOTED) THAT THE
      *               APURACAO TABULATION RECONCILES EACH BALLOT-BOX
      *               BULLETIN AGAINST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELECTDAY.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NV-STATUS.

           SELECT TURNOUT-EXTRACT-FILE ASSIGN TO "COMPAREC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-STATUS.

           SELECT ROSTER-FILE ASSIGN TO "MESAROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MR-STATUS.

           SELECT SERVICE-HISTORY-FILE ASSIGN TO "MESAHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MH-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *-----------------------------------------------------------------
      * VOTE-TRAN-FILE -- ONE TRANSACTION PER CITIZEN CAPTURED AT THE
      * PRECINCT: 'V' VOTED, 'J' JUSTIFIED ABSENCE WITH REASON,
      * 'M' POLL WORKER (MESARIO) PRESENT AT THE PLACE
      *-----------------------------------------------------------------
       FD  VOTE-TRAN-FILE
           RECORD CONTAINS 60 CHARACTERS.
           05  VT-TIPO             PIC X(01).
               88  VT-VOTOU               VALUE 'V'.
               88  VT-JUSTIFICOU          VALUE 'J'.
               88  VT-MESARIO-PRESENTE    VALUE 'M'.
           05  VT-CITIZEN-ID       PIC X(09).
           05  VT-ZONA             PIC X(04).
           05  VT-LOCAL-VOTACAO    PIC X(18).
           05  NV-NOME             PIC X(25).
           05  NV-ZONA             PIC X(04).

      *-----------------------------------------------------------------
      * TURNOUT-EXTRACT-FILE -- VOTED PER ZONA/PRECINCT FOR APURACAO
      *-----------------------------------------------------------------
       FD  TURNOUT-EXTRACT-FILE
           RECORD CONTAINS 32 CHARACTERS.
       01  TURNOUT-EXTRACT-RECORD.
           05  TX-ZONA             PIC X(04).
           05  TX-LOCAL-VOTACAO    PIC X(18).
           05  TX-INSCRITOS        PIC 9(05).
           05  TX-VOTARAM          PIC 9(05).

       FD  ROSTER-FILE
           RECORD CONTAINS 87 CHARACTERS.
           COPY MESAROL.

      *-----------------------------------------------------------------
      * SERVICE-HISTORY-FILE -- ONE LINE PER POLL WORKER WHO SHOWED
      * UP; MESARIO LEAVES THEM OUT OF THE NEXT SELECTION
      *-----------------------------------------------------------------
       FD  SERVICE-HISTORY-FILE
           RECORD CONTAINS 39 CHARACTERS.
       01  SERVICE-HISTORY-RECORD.
           05  MH-CITIZEN-ID           PIC X(09).
           05  MH-DATA-ELEICAO         PIC 9(08).
           05  MH-ZONA                 PIC X(04).
           05  MH-LOCAL-VOTACAO        PIC X(18).

       WORKING-STORAGE SECTION.

       77  WS-VT-STATUS            PIC X(02) VALUE SPACES.
       77  WS-CA-STATUS            PIC X(02) VALUE SPACES.
       77  WS-TO-STATUS            PIC X(02) VALUE SPACES.
       77  WS-NV-STATUS            PIC X(02) VALUE SPACES.
       77  WS-TX-STATUS            PIC X(02) VALUE SPACES.
       77  WS-MR-STATUS            PIC X(02) VALUE SPACES.
       77  WS-MH-STATUS            PIC X(02) VALUE SPACES.

       77  WS-VT-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-VT-END-OF-FILE            VALUE 'Y'.
           88  WS-CM-END-OF-FILE            VALUE 'Y'.
       77  WS-VR-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-VR-END-OF-FILE            VALUE 'Y'.
       77  WS-MR-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-MR-END-OF-FILE            VALUE 'Y'.

      *-----------------------------------------------------------------
      * THE CITIZEN MASTER IN CORE FOR THE RUN
               10  WS-ZON-LOCAL    PIC X(18).
               10  WS-ZON-INSCRITOS PIC 9(05).
               10  WS-ZON-VOTARAM  PIC 9(05).
               10  WS-ZON-MESARIOS PIC 9(03).
               10  WS-ZON-MES-PRESENTES PIC 9(03).

       77  WS-ZON-COUNT            PIC 9(02) VALUE ZEROS.
       77  WS-ZON-SUB              PIC 9(02) VALUE ZEROS.
       77  WS-QTDE-REJEITADAS      PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-NAO-VOTANTES    PIC 9(05) VALUE ZEROS.

      *-----------------------------------------------------------------
      * THE MESARIO ROSTER IN CORE -- SAME LAYOUT AS MESAROL
      *-----------------------------------------------------------------
       01  WS-ROL-TABLE.
           05  WS-ROL-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-ROL-IDX.
               10  WS-ROL-ZONA         PIC X(04).
               10  WS-ROL-LOCAL        PIC X(18).
               10  WS-ROL-CITIZEN-ID   PIC X(09).
               10  WS-ROL-NOME         PIC X(25).
               10  WS-ROL-ORIGEM       PIC X(01).
               10  WS-ROL-SITUACAO     PIC X(01).
               10  WS-ROL-DATA-ELEICAO PIC 9(08).
               10  WS-ROL-PRESENCA     PIC X(01).
               10  WS-ROL-MOTIVO       PIC X(20).

       77  WS-ROL-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-ROL-SUB              PIC 9(03) VALUE ZEROS.
       77  WS-ROL-ACHOU            PIC X(01) VALUE 'N'.
           88  WS-ROL-ENCONTROU             VALUE 'S'.
       77  WS-ROL-CARREGADO-SW     PIC X(01) VALUE 'N'.
           88  WS-ROL-CARREGADO             VALUE 'S'.
       77  WS-ROL-PERDIDO-SW       PIC X(01) VALUE 'N'.
           88  WS-ROL-PERDIDO               VALUE 'S'.
       77  WS-QTDE-MES-PRESENTES   PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-MES-FALTOSOS    PIC 9(05) VALUE ZEROS.
       77  WS-TITULO-FALTOSOS-SW   PIC X(01) VALUE 'N'.
           88  WS-TITULO-FALTOSOS-IMPRESSO  VALUE 'S'.

       01  WS-FALTOSO-DETALHE.
           05  FILLER              PIC X(18)
                                   VALUE 'MESARIO AUSENTE - '.
           05  WS-FD-CITIZEN-ID    PIC X(09).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-FD-NOME          PIC X(25).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-FD-ZONA          PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-FD-LOCAL         PIC X(18).

       01  WS-TURNOUT-DETALHE.
           05  WS-TD-ZONA          PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-TD-VOTARAM       PIC Z(04)9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-TD-PCT           PIC Z(02)9.
           05  WS-TD-PCT-SINAL     PIC X(01).
           05  WS-TD-MES-ROTULO    PIC X(12).
           05  WS-TD-MES-PRESENTES PIC Z(02)9.
           05  WS-TD-MES-BARRA     PIC X(01).
           05  WS-TD-MESARIOS      PIC Z(02)9.

       COPY CTLTOTLNK.
       COPY JOBLGLNK.
                   'COMPARECIMENTO SEM BASE DE INSCRITOS'
           END-IF

           MOVE SPACES TO WS-ROL-TABLE
           OPEN INPUT ROSTER-FILE
           IF WS-MR-STATUS = '00'
               MOVE 'S' TO WS-ROL-CARREGADO-SW
               PERFORM 8300-READ-ROSTER
                   THRU 8300-READ-ROSTER-EXIT
               PERFORM 1300-STORE-ROSTER
                   THRU 1300-STORE-ROSTER-EXIT
                   UNTIL WS-MR-END-OF-FILE
               CLOSE ROSTER-FILE
           ELSE
               DISPLAY 'AVISO - SEM ARQUIVO MESAROL -- PRESENCA DE '
                   'MESARIOS NAO CONTROLADA'
           END-IF

           OPEN EXTEND CITIZEN-AUDIT-FILE
           IF WS-CA-STATUS NOT = '00'
               OPEN OUTPUT CITIZEN-AUDIT-FILE

           OPEN OUTPUT TURNOUT-REPORT-FILE
           OPEN OUTPUT NON-VOTER-FILE
           OPEN OUTPUT TURNOUT-EXTRACT-FILE

           MOVE 'ELECTDAY' TO RH-PROGRAM-ID
           MOVE 1          TO RH-PAGE-NUM
       1200-COUNT-ROLL-MEMBER-EXIT.
           EXIT.

      ******************************************************************
      * 1300-STORE-ROSTER -- EVERY ACTIVE MESARIO COUNTS AS CALLED UP
      * FOR THE PLACE; DISPENSED ONES ARE CARRIED BUT NOT COUNTED
      ******************************************************************
       1300-STORE-ROSTER.

           IF WS-ROL-COUNT NOT < 500
               DISPLAY 'TABELA DE MESARIOS CHEIA -- '
                   MR-CITIZEN-ID ' FORA DA CARGA'
               MOVE 'S' TO WS-ROL-PERDIDO-SW
               GO TO 1300-STORE-ROSTER-NEXT
           END-IF

           ADD 1 TO WS-ROL-COUNT
           SET WS-ROL-IDX TO WS-ROL-COUNT
           MOVE MESA-ROSTER-RECORD TO WS-ROL-ENTRY(WS-ROL-IDX)

           IF MR-ATIVO
               MOVE MR-ZONA          TO WS-ZONA-BUSCA
               MOVE MR-LOCAL-VOTACAO TO WS-LOCAL-BUSCA
               PERFORM 5000-FIND-OR-OPEN-ZONA
                   THRU 5000-FIND-OR-OPEN-ZONA-EXIT
               IF WS-ZON-ENCONTROU
                   ADD 1 TO WS-ZON-MESARIOS(WS-ZON-IDX)
               END-IF
           END-IF.

       1300-STORE-ROSTER-NEXT.

           PERFORM 8300-READ-ROSTER
               THRU 8300-READ-ROSTER-EXIT.

       1300-STORE-ROSTER-EXIT.
           EXIT.

      ******************************************************************
      * 2000-APPLY-VOTE-TRAN -- 'V' MARKS THE VOTE AND COUNTS THE
      * PRECINCT; 'J' CLEARS A NON-VOTER WITH THE AUDITED REASON
      ******************************************************************
       2000-APPLY-VOTE-TRAN.

           IF VT-MESARIO-PRESENTE
               PERFORM 2100-MARK-POLL-WORKER
                   THRU 2100-MARK-POLL-WORKER-EXIT
               GO TO 2000-APPLY-VOTE-TRAN-NEXT
           END-IF

           IF NOT VT-VOTOU AND NOT VT-JUSTIFICOU
               ADD 1 TO WS-QTDE-REJEITADAS
               DISPLAY 'TRANSACAO REJEITADA - TIPO ' VT-TIPO
       2000-APPLY-VOTE-TRAN-EXIT.
           EXIT.

      ******************************************************************
      * 2100-MARK-POLL-WORKER -- THE MESARIO MUST BE ACTIVE ON THE
      * ROSTER; THE PRESENCE COUNTS FOR THE PLACE THEY WERE CALLED TO
      ******************************************************************
       2100-MARK-POLL-WORKER.

           PERFORM 5200-FIND-POLL-WORKER
               THRU 5200-FIND-POLL-WORKER-EXIT

           IF NOT WS-ROL-ENCONTROU
               ADD 1 TO WS-QTDE-REJEITADAS
               DISPLAY 'TRANSACAO REJEITADA - ' VT-CITIZEN-ID
                   ' NAO E MESARIO ATIVO NO MESAROL'
               GO TO 2100-MARK-POLL-WORKER-EXIT
           END-IF

           IF WS-ROL-PRESENCA(WS-ROL-IDX) = 'P'
               DISPLAY 'AVISO - PRESENCA DO MESARIO ' VT-CITIZEN-ID
                   ' JA REGISTRADA'
               GO TO 2100-MARK-POLL-WORKER-EXIT
           END-IF

           MOVE 'P' TO WS-ROL-PRESENCA(WS-ROL-IDX)
           ADD 1 TO WS-QTDE-MES-PRESENTES

           MOVE WS-ROL-ZONA(WS-ROL-IDX)  TO WS-ZONA-BUSCA
           MOVE WS-ROL-LOCAL(WS-ROL-IDX) TO WS-LOCAL-BUSCA
           PERFORM 5000-FIND-OR-OPEN-ZONA
               THRU 5000-FIND-OR-OPEN-ZONA-EXIT
           IF WS-ZON-ENCONTROU
               ADD 1 TO WS-ZON-MES-PRESENTES(WS-ZON-IDX)
           END-IF.

       2100-MARK-POLL-WORKER-EXIT.
           EXIT.

      ******************************************************************
      * 3000-SWEEP-NON-VOTERS -- EVERY LIVING CITIZEN UNTOUCHED BY A
      * TRANSACTION IS MARKED 'N' AND EXTRACTED FOR FOLLOW-UP
           PERFORM 3100-SWEEP-ONE-CITIZEN
               THRU 3100-SWEEP-ONE-CITIZEN-EXIT
               VARYING WS-CID-SUB FROM 1 BY 1
               UNTIL WS-CID-SUB > WS-CID-COUNT

           PERFORM 3200-SWEEP-POLL-WORKER
               THRU 3200-SWEEP-POLL-WORKER-EXIT
               VARYING WS-ROL-SUB FROM 1 BY 1
               UNTIL WS-ROL-SUB > WS-ROL-COUNT.

       3000-SWEEP-NON-VOTERS-EXIT.
           EXIT.
       3100-SWEEP-ONE-CITIZEN-EXIT.
           EXIT.

      ******************************************************************
      * 3200-SWEEP-POLL-WORKER -- AN ACTIVE MESARIO WITH NO PRESENCE
      * IS MARKED ABSENT
      ******************************************************************
       3200-SWEEP-POLL-WORKER.

           SET WS-ROL-IDX TO WS-ROL-SUB

           IF WS-ROL-SITUACAO(WS-ROL-IDX) = 'A'
               AND WS-ROL-PRESENCA(WS-ROL-IDX) NOT = 'P'
               MOVE 'F' TO WS-ROL-PRESENCA(WS-ROL-IDX)
               ADD 1 TO WS-QTDE-MES-FALTOSOS
           END-IF.

       3200-SWEEP-POLL-WORKER-EXIT.
           EXIT.

      ******************************************************************
      * 4000-FINALIZE -- TURNOUT BY ZONA/PRECINCT, THE REWRITTEN
      * MASTER, RUN TOTALS
               VARYING WS-ZON-SUB FROM 1 BY 1
               UNTIL WS-ZON-SUB > WS-ZON-COUNT

           PERFORM 4300-PRINT-ABSENT-WORKER
               THRU 4300-PRINT-ABSENT-WORKER-EXIT
               VARYING WS-ROL-SUB FROM 1 BY 1
               UNTIL WS-ROL-SUB > WS-ROL-COUNT

      *    A MASTER THAT DID NOT FIT IN CORE MUST NOT BE REWRITTEN
      *    FROM THE TABLE -- THE RECORDS LEFT OUT OF THE LOAD WOULD
      *    BE DELETED FROM THE FILE
           IF WS-PERDEU-CARGA
               DISPLAY 'ERRO - CITZMAST NAO COUBE NA TABELA -- '
                   'MESTRE PRESERVADO, NADA GRAVADO'
           ELSE
               OPEN OUTPUT CITIZEN-MASTER-FILE
               PERFORM 4200-WRITE-ONE-CITIZEN
               CLOSE CITIZEN-MASTER-FILE
           END-IF

      *    THE SAME HOLDS FOR A ROSTER THAT DID NOT FIT
           IF WS-ROL-PERDIDO
               DISPLAY 'ERRO - MESAROL NAO COUBE NA TABELA -- '
                   'ROSTER PRESERVADO, PRESENCAS NAO GRAVADAS'
           END-IF
           IF WS-ROL-CARREGADO AND NOT WS-ROL-PERDIDO
               OPEN OUTPUT ROSTER-FILE
               OPEN EXTEND SERVICE-HISTORY-FILE
               IF WS-MH-STATUS NOT = '00'
                   OPEN OUTPUT SERVICE-HISTORY-FILE
               END-IF
               PERFORM 4400-WRITE-POLL-WORKER
                   THRU 4400-WRITE-POLL-WORKER-EXIT
                   VARYING WS-ROL-SUB FROM 1 BY 1
                   UNTIL WS-ROL-SUB > WS-ROL-COUNT
               CLOSE ROSTER-FILE
               CLOSE SERVICE-HISTORY-FILE
           END-IF

           DISPLAY 'VOTOS REGISTRADOS:       ' WS-QTDE-VOTOS
           DISPLAY 'JUSTIFICATIVAS ACEITAS:  '
               WS-QTDE-JUSTIFICATIVAS
           DISPLAY 'NAO VOTANTES EXTRAIDOS:  '
               WS-QTDE-NAO-VOTANTES
           DISPLAY 'TRANSACOES REJEITADAS:   ' WS-QTDE-REJEITADAS
           DISPLAY 'MESARIOS PRESENTES:      '
               WS-QTDE-MES-PRESENTES
           DISPLAY 'MESARIOS AUSENTES:       '
               WS-QTDE-MES-FALTOSOS

           MOVE 'ELECTDAY'            TO CT-PROGRAM-ID
           MOVE 'VOTOS'               TO CT-TOTAL-1-LABEL
           MOVE WS-QTDE-NAO-VOTANTES  TO CT-TOTAL-3-VALOR
           CALL 'CTLTOT' USING CTLTOT-PARMS

      *    SET AFTER THE CALL, WHICH RESETS THE RETURN-CODE REGISTER
           IF WS-PERDEU-CARGA OR WS-ROL-PERDIDO
               MOVE 8 TO RETURN-CODE
           END-IF

           IF WS-VT-STATUS = '00'
               CLOSE VOTE-TRAN-FILE
           END-IF
           CLOSE CITIZEN-AUDIT-FILE
           CLOSE TURNOUT-REPORT-FILE
           CLOSE NON-VOTER-FILE
           CLOSE TURNOUT-EXTRACT-FILE.

       4000-FINALIZE-EXIT.
           EXIT.
               MOVE ZEROS TO WS-PCT-COMPARECIMENTO
           END-IF
           MOVE WS-PCT-COMPARECIMENTO TO WS-TD-PCT
           MOVE '%'                   TO WS-TD-PCT-SINAL
           MOVE '  MESARIOS'          TO WS-TD-MES-ROTULO
           MOVE '/'                   TO WS-TD-MES-BARRA
           MOVE WS-ZON-MES-PRESENTES(WS-ZON-IDX)
               TO WS-TD-MES-PRESENTES
           MOVE WS-ZON-MESARIOS(WS-ZON-IDX)   TO WS-TD-MESARIOS

           WRITE TURNOUT-REPORT-LINE FROM WS-TURNOUT-DETALHE

           MOVE WS-ZON-ZONA(WS-ZON-IDX)      TO TX-ZONA
           MOVE WS-ZON-LOCAL(WS-ZON-IDX)     TO TX-LOCAL-VOTACAO
           MOVE WS-ZON-INSCRITOS(WS-ZON-IDX) TO TX-INSCRITOS
           MOVE WS-ZON-VOTARAM(WS-ZON-IDX)   TO TX-VOTARAM
           WRITE TURNOUT-EXTRACT-RECORD.

       4100-PRINT-ONE-ZONA-EXIT.
           EXIT.
       4200-WRITE-ONE-CITIZEN-EXIT.
           EXIT.

      ******************************************************************
      * 4300-PRINT-ABSENT-WORKER -- THE ABSENT MESARIOS UNDER THE
      * TURNOUT LINES, FOR THE FINE PROCEEDINGS
      ******************************************************************
       4300-PRINT-ABSENT-WORKER.

           SET WS-ROL-IDX TO WS-ROL-SUB

           IF WS-ROL-PRESENCA(WS-ROL-IDX) NOT = 'F'
               GO TO 4300-PRINT-ABSENT-WORKER-EXIT
           END-IF

           IF NOT WS-TITULO-FALTOSOS-IMPRESSO
               MOVE SPACES TO TURNOUT-REPORT-LINE
               WRITE TURNOUT-REPORT-LINE
               MOVE 'MESARIOS CONVOCADOS QUE NAO COMPARECERAM'
                   TO TURNOUT-REPORT-LINE
               WRITE TURNOUT-REPORT-LINE
               MOVE 'S' TO WS-TITULO-FALTOSOS-SW
           END-IF

           MOVE WS-ROL-CITIZEN-ID(WS-ROL-IDX) TO WS-FD-CITIZEN-ID
           MOVE WS-ROL-NOME(WS-ROL-IDX)       TO WS-FD-NOME
           MOVE WS-ROL-ZONA(WS-ROL-IDX)       TO WS-FD-ZONA
           MOVE WS-ROL-LOCAL(WS-ROL-IDX)      TO WS-FD-LOCAL
           WRITE TURNOUT-REPORT-LINE FROM WS-FALTOSO-DETALHE.

       4300-PRINT-ABSENT-WORKER-EXIT.
           EXIT.

      ******************************************************************
      * 4400-WRITE-POLL-WORKER -- THE ROSTER WITH ITS PRESENCE MARKS;
      * EVERY MESARIO PRESENT GOES ON THE SERVICE HISTORY
      ******************************************************************
       4400-WRITE-POLL-WORKER.

           SET WS-ROL-IDX TO WS-ROL-SUB

           MOVE WS-ROL-ENTRY(WS-ROL-IDX) TO MESA-ROSTER-RECORD
           WRITE MESA-ROSTER-RECORD

           IF MR-COMPARECEU
               MOVE MR-CITIZEN-ID    TO MH-CITIZEN-ID
               MOVE MR-DATA-ELEICAO  TO MH-DATA-ELEICAO
               MOVE MR-ZONA          TO MH-ZONA
               MOVE MR-LOCAL-VOTACAO TO MH-LOCAL-VOTACAO
               WRITE SERVICE-HISTORY-RECORD
           END-IF.

       4400-WRITE-POLL-WORKER-EXIT.
           EXIT.

      ******************************************************************
      * 5000-FIND-OR-OPEN-ZONA -- WS-ZONA-BUSCA/WS-LOCAL-BUSCA CARRY
      * THE KEY; THE SLOT IS LEFT UNDER WS-ZON-IDX
                       TO WS-ZON-LOCAL(WS-ZON-IDX)
                   MOVE ZEROS TO WS-ZON-INSCRITOS(WS-ZON-IDX)
                   MOVE ZEROS TO WS-ZON-VOTARAM(WS-ZON-IDX)
                   MOVE ZEROS TO WS-ZON-MESARIOS(WS-ZON-IDX)
                   MOVE ZEROS TO WS-ZON-MES-PRESENTES(WS-ZON-IDX)
                   MOVE 'S' TO WS-ZON-ACHOU
               ELSE
                   DISPLAY 'TABELA DE ZONAS CHEIA -- '
       5100-FIND-CITIZEN-EXIT.
           EXIT.

      ******************************************************************
      * 5200-FIND-POLL-WORKER -- VT-CITIZEN-ID ACTIVE ON THE ROSTER;
      * THE ROW IS LEFT UNDER WS-ROL-IDX
      ******************************************************************
       5200-FIND-POLL-WORKER.

           MOVE 'N' TO WS-ROL-ACHOU

           IF WS-ROL-COUNT = ZEROS
               GO TO 5200-FIND-POLL-WORKER-EXIT
           END-IF

           SET WS-ROL-IDX TO 1
           SEARCH WS-ROL-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ROL-IDX > WS-ROL-COUNT
                   CONTINUE
               WHEN WS-ROL-CITIZEN-ID(WS-ROL-IDX) = VT-CITIZEN-ID
                   AND WS-ROL-SITUACAO(WS-ROL-IDX) = 'A'
                   MOVE 'S' TO WS-ROL-ACHOU
           END-SEARCH.

       5200-FIND-POLL-WORKER-EXIT.
           EXIT.

      ******************************************************************
      * 8000-READ-VOTE-TRAN
      ******************************************************************

       8200-READ-ROLL-EXIT.
           EXIT.

      ******************************************************************
      * 8300-READ-ROSTER
      ******************************************************************
       8300-READ-ROSTER.

           READ ROSTER-FILE
               AT END
                   MOVE 'Y' TO WS-MR-EOF-SWITCH
           END-READ.

       8300-READ-ROSTER-EXIT.
           EXIT.
