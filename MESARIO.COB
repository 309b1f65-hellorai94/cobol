      ******************************************************************
      * Author: M. TAVARES
      * Date: 15-10-26
      * Purpose: POLL-WORKER (MESARIO) SELECTION AND CALL-UP LETTERS.
      * THE MESAS WERE STAFFED BY PICKING NAMES BY HAND OFF THE
      * PRINTED VOTERROL. FOR THE ELECTION DATE AND LIMITS ON
      * MESAPARM, THIS RUN CHOOSES THE REQUIRED NUMBER OF WORKERS FOR
      * EVERY POLLING PLACE ON PRECINCT FROM THE LIVING CITIZENS OF
      * THAT ZONA ON CITZMAST WHOSE AGE IN THE ELECTION YEAR IS WITHIN
      * THE LIMITS. THE VOLUNTEERS ON MESAVOLU ARE TAKEN FIRST; ANYONE
      * WHO SERVED AT THE LAST ELECTION ON MESAHIST IS LEFT OUT; THE
      * REST OF EACH PLACE IS DRAWN AT AN EVEN STRIDE ACROSS THE
      * ZONA'S ELIGIBLE CITIZENS (THE STARTING POINT MOVES WITH THE
      * ELECTION DATE) INSTEAD OF THE FIRST NAMES IN FILE ORDER.
      * EVERY WORKER GETS A CALL-UP LETTER ON MESACART, THE ROSTER IS
      * WRITTEN TO MESAROL GROUPED BY PLACE AND PRINTED ON MESARPT
      * ONE PAGE PER PLACE. WITH PARM 'TROCA' THE RUN READS THE
      * MESATRAN EXCUSES INSTEAD -- 'D' DISPENSES A WORKER AND DRAWS
      * A REPLACEMENT BY THE SAME RULES, 'S' DISPENSES A WORKER AND
      * CALLS THE NAMED SUBSTITUTE -- AND REWRITES THE ROSTER WITH
      * LETTERS FOR THE REPLACEMENTS ONLY. ELECTDAY MARKS ATTENDANCE
      * ON MESAROL AND FEEDS MESAHIST FOR THE NEXT SELECTION.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History
      * 15-10-26 MRT  ORIGINAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MESARIO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CITIZEN-MASTER-FILE ASSIGN TO "CITZMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CM-STATUS.

           SELECT PRECINCT-TABLE-FILE ASSIGN TO "PRECINCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-STATUS.

           SELECT PARM-FILE ASSIGN TO "MESAPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MP-STATUS.

           SELECT VOLUNTEER-FILE ASSIGN TO "MESAVOLU"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MV-STATUS.

           SELECT SERVICE-HISTORY-FILE ASSIGN TO "MESAHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MH-STATUS.

           SELECT ROSTER-FILE ASSIGN TO "MESAROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MR-STATUS.

           SELECT EXCUSE-TRAN-FILE ASSIGN TO "MESATRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MX-STATUS.

           SELECT LETTER-FILE ASSIGN TO "MESACART"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MC-STATUS.

           SELECT ROSTER-REPORT-FILE ASSIGN TO "MESARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CITIZEN-MASTER-FILE
           RECORD CONTAINS 63 CHARACTERS.
       01  CITIZEN-MASTER-RECORD.
           05  CM-CITIZEN-ID           PIC X(09).
           05  CM-NOME                 PIC X(25).
           05  CM-ANO-NASC              PIC 9(04).
           05  CM-ZONA                 PIC X(04).
           05  CM-SITUACAO             PIC X(01).
               88  CM-FALECIDO                VALUE 'F'.
           05  CM-CPF                  PIC X(11).
           05  CM-SITUACAO-VOTO        PIC X(01).
               88  CM-VOTOU                   VALUE 'V'.
               88  CM-NAO-VOTOU               VALUE 'N'.
               88  CM-VOTO-JUSTIFICADO        VALUE 'J'.
           05  CM-DATA-ULT-VOTO        PIC 9(08).

       FD  PRECINCT-TABLE-FILE
           RECORD CONTAINS 27 CHARACTERS.
       01  PRECINCT-TABLE-RECORD.
           05  PR-ZONA                 PIC X(04).
           05  PR-LOCAL-VOTACAO        PIC X(18).
           05  PR-CAPACIDADE           PIC 9(05).

      *-----------------------------------------------------------------
      * PARM-FILE -- ONE RECORD: ELECTION DATE (REQUIRED), WORKERS PER
      * POLLING PLACE AND THE AGE LIMITS (ZERO TAKES THE DEFAULT)
      *-----------------------------------------------------------------
       FD  PARM-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  PARM-RECORD.
           05  MP-DATA-ELEICAO         PIC 9(08).
           05  MP-QTDE-POR-LOCAL       PIC 9(02).
           05  MP-IDADE-MINIMA         PIC 9(02).
           05  MP-IDADE-MAXIMA         PIC 9(02).
           05  FILLER                  PIC X(06).

      *-----------------------------------------------------------------
      * VOLUNTEER-FILE -- CITIZENS WHO SIGNED UP TO WORK THE MESAS
      *-----------------------------------------------------------------
       FD  VOLUNTEER-FILE
           RECORD CONTAINS 17 CHARACTERS.
       01  VOLUNTEER-RECORD.
           05  MV-CITIZEN-ID           PIC X(09).
           05  MV-DATA-INSCRICAO       PIC 9(08).

      *-----------------------------------------------------------------
      * SERVICE-HISTORY-FILE -- ONE LINE PER WORKER WHO SHOWED UP,
      * APPENDED BY ELECTDAY
      *-----------------------------------------------------------------
       FD  SERVICE-HISTORY-FILE
           RECORD CONTAINS 39 CHARACTERS.
       01  SERVICE-HISTORY-RECORD.
           05  MH-CITIZEN-ID           PIC X(09).
           05  MH-DATA-ELEICAO         PIC 9(08).
           05  MH-ZONA                 PIC X(04).
           05  MH-LOCAL-VOTACAO        PIC X(18).

       FD  ROSTER-FILE
           RECORD CONTAINS 87 CHARACTERS.
           COPY MESAROL.

      *-----------------------------------------------------------------
      * EXCUSE-TRAN-FILE -- 'D' DISPENSE AND DRAW A REPLACEMENT,
      * 'S' DISPENSE AND CALL THE NAMED SUBSTITUTE
      *-----------------------------------------------------------------
       FD  EXCUSE-TRAN-FILE
           RECORD CONTAINS 39 CHARACTERS.
       01  EXCUSE-TRAN-RECORD.
           05  MX-TIPO                 PIC X(01).
               88  MX-DISPENSA                VALUE 'D'.
               88  MX-SUBSTITUICAO            VALUE 'S'.
           05  MX-CITIZEN-ID           PIC X(09).
           05  MX-SUBSTITUTO-ID        PIC X(09).
           05  MX-MOTIVO               PIC X(20).

       FD  LETTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  LETTER-LINE                 PIC X(80).

       FD  ROSTER-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ROSTER-REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-CM-STATUS            PIC X(02) VALUE SPACES.
       77  WS-PR-STATUS            PIC X(02) VALUE SPACES.
       77  WS-MP-STATUS            PIC X(02) VALUE SPACES.
       77  WS-MV-STATUS            PIC X(02) VALUE SPACES.
       77  WS-MH-STATUS            PIC X(02) VALUE SPACES.
       77  WS-MR-STATUS            PIC X(02) VALUE SPACES.
       77  WS-MX-STATUS            PIC X(02) VALUE SPACES.
       77  WS-MC-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RP-STATUS            PIC X(02) VALUE SPACES.

       77  WS-CM-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-CM-END-OF-FILE            VALUE 'Y'.
       77  WS-PR-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-PR-END-OF-FILE            VALUE 'Y'.
       77  WS-MV-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-MV-END-OF-FILE            VALUE 'Y'.
       77  WS-MH-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-MH-END-OF-FILE            VALUE 'Y'.
       77  WS-MR-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-MR-END-OF-FILE            VALUE 'Y'.
       77  WS-MX-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-MX-END-OF-FILE            VALUE 'Y'.
       77  WS-ABORTA-SW            PIC X(01) VALUE 'N'.
           88  WS-EXECUCAO-ABORTADA         VALUE 'S'.
       77  WS-CARGA-PERDIDA-SW     PIC X(01) VALUE 'N'.
           88  WS-PERDEU-CARGA              VALUE 'S'.

      *-----------------------------------------------------------------
      * RUN MODE (PARM 'TROCA') AND THE ELECTION PARAMETERS
      *-----------------------------------------------------------------
       77  WS-MODO-EXECUCAO        PIC X(09) VALUE SPACES.
           88  WS-MODO-TROCA                VALUE 'TROCA'.

       01  WS-DATA-ELEICAO         PIC 9(08) VALUE ZEROS.
       01  WS-DATA-ELEICAO-R REDEFINES WS-DATA-ELEICAO.
           05  WS-ANO-ELEICAO      PIC 9(04).
           05  FILLER              PIC 9(04).
       77  WS-QTDE-POR-LOCAL       PIC 9(02) VALUE 4.
       77  WS-IDADE-MINIMA         PIC 9(02) VALUE 18.
       77  WS-IDADE-MAXIMA         PIC 9(02) VALUE 69.
       77  WS-ULTIMA-ELEICAO       PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
      * THE CITIZEN MASTER IN CORE WITH THE SELECTION FLAGS
      *-----------------------------------------------------------------
       01  WS-CID-TABLE.
           05  WS-CID-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-CID-IDX.
               10  WS-CID-DADOS.
                   15  WS-CID-ID       PIC X(09).
                   15  WS-CID-NOME     PIC X(25).
                   15  WS-CID-ANO-NASC PIC 9(04).
                   15  WS-CID-ZONA     PIC X(04).
                   15  WS-CID-SITUACAO PIC X(01).
                   15  FILLER          PIC X(20).
               10  WS-CID-VOLUNTARIO   PIC X(01).
               10  WS-CID-SERVIU       PIC X(01).
               10  WS-CID-ESCALADO     PIC X(01).

       77  WS-CID-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-CID-SUB              PIC 9(03) VALUE ZEROS.
       77  WS-CID-ACHOU            PIC X(01) VALUE 'N'.
           88  WS-CID-ENCONTROU             VALUE 'S'.
       77  WS-ID-PROCURADO         PIC X(09) VALUE SPACES.
      *    LGPDANON MASKS THE NAME OF AN ANONYMIZED CITIZEN
       77  WS-MASCARA-NOME         PIC X(25) VALUE ALL '*'.

      *-----------------------------------------------------------------
      * POLLING PLACES FROM PRECINCT
      *-----------------------------------------------------------------
       01  WS-PREC-TABLE.
           05  WS-PREC-ENTRY OCCURS 50 TIMES
                             INDEXED BY WS-PREC-IDX.
               10  WS-PREC-ZONA        PIC X(04).
               10  WS-PREC-LOCAL       PIC X(18).

       77  WS-PREC-COUNT           PIC 9(02) VALUE ZEROS.
       77  WS-PREC-SUB             PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      * THE ROSTER IN CORE -- SAME LAYOUT AS MESAROL
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
       77  WS-ROL-DESTINO          PIC 9(03) VALUE ZEROS.
       77  WS-ROL-POS              PIC 9(03) VALUE ZEROS.
       77  WS-ROL-ACHOU            PIC X(01) VALUE 'N'.
           88  WS-ROL-ENCONTROU             VALUE 'S'.
       77  WS-ROL-CHEIA-SW         PIC X(01) VALUE 'N'.
           88  WS-ROL-CHEIA                 VALUE 'S'.

      *-----------------------------------------------------------------
      * THE DRAW -- ELIGIBLE CITIZENS OF THE ZONA, PICKED AT AN EVEN
      * STRIDE FROM A STARTING POINT SEEDED BY THE ELECTION DATE
      *-----------------------------------------------------------------
       01  WS-CAN-TABLE.
           05  WS-CAN-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-CAN-IDX.
               10  WS-CAN-CID-SUB      PIC 9(03).

       77  WS-CAN-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-ZONA-BUSCA           PIC X(04) VALUE SPACES.
       77  WS-LOCAL-BUSCA          PIC X(18) VALUE SPACES.
       77  WS-ORIGEM-NOVA          PIC X(01) VALUE SPACES.
       77  WS-NECESSARIOS          PIC 9(02) VALUE ZEROS.
       77  WS-ESCOLHIDOS           PIC 9(02) VALUE ZEROS.
       77  WS-FALTAM               PIC 9(02) VALUE ZEROS.
       77  WS-RESTANTES            PIC 9(03) VALUE ZEROS.
       77  WS-PASSO                PIC 9(03) VALUE ZEROS.
       77  WS-INICIO               PIC 9(03) VALUE ZEROS.
       77  WS-POSICAO              PIC 9(03) VALUE ZEROS.
       77  WS-SORTEIO-SUB          PIC 9(03) VALUE ZEROS.
       77  WS-SEMENTE              PIC 9(09) VALUE ZEROS.
       77  WS-QUOCIENTE            PIC 9(09) VALUE ZEROS.
       77  WS-RESTO                PIC 9(03) VALUE ZEROS.
       77  WS-IDADE                PIC 9(03) VALUE ZEROS.
       77  WS-ELEGIVEL-SW          PIC X(01) VALUE 'N'.
           88  WS-CIDADAO-ELEGIVEL          VALUE 'S'.

      *-----------------------------------------------------------------
      * RUN TOTALS
      *-----------------------------------------------------------------
       77  WS-QTDE-ESCALADOS       PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-VOLUNTARIOS     PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-SORTEADOS       PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-FALTANTES       PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-SERVIRAM        PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-DISPENSAS       PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-REPOSICOES      PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-REJEITADAS      PIC 9(05) VALUE ZEROS.
       77  WS-PAGINA-CARTA         PIC 9(04) VALUE ZEROS.
       77  WS-PAGINA-ROL           PIC 9(04) VALUE ZEROS.

       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       01  WS-DATA-EDICAO.
           05  WS-DE-AAAA          PIC 9(04).
           05  WS-DE-MM            PIC 9(02).
           05  WS-DE-DD            PIC 9(02).
       01  WS-DATA-IMPRESSA.
           05  WS-DI-DD            PIC 9(02).
           05  FILLER              PIC X(01) VALUE '/'.
           05  WS-DI-MM            PIC 9(02).
           05  FILLER              PIC X(01) VALUE '/'.
           05  WS-DI-AAAA          PIC 9(04).

      *-----------------------------------------------------------------
      * ROSTER PRINT -- ONE PAGE PER POLLING PLACE
      *-----------------------------------------------------------------
       77  WS-QUEBRA-ZONA          PIC X(04) VALUE SPACES.
       77  WS-QUEBRA-LOCAL         PIC X(18) VALUE SPACES.

       01  WS-ROL-CABECALHO.
           05  FILLER              PIC X(11) VALUE 'INSCRICAO'.
           05  FILLER              PIC X(27) VALUE 'NOME'.
           05  FILLER              PIC X(11) VALUE 'ORIGEM'.
           05  FILLER              PIC X(11) VALUE 'SITUACAO'.
           05  FILLER              PIC X(20) VALUE 'MOTIVO'.

       01  WS-ROL-DETALHE.
           05  WS-RD-CITIZEN-ID    PIC X(09).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RD-NOME          PIC X(25).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RD-ORIGEM        PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-SITUACAO      PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-MOTIVO        PIC X(20).

       COPY CTLTOTLNK.
       COPY JOBLGLNK.
       COPY RPTHDRLNK.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.

           MOVE 'MESARIO' TO JL-PROGRAM-ID
           MOVE 'S'       TO JL-ACAO
           CALL 'JOBLOG' USING JOBLOG-PARMS

           ACCEPT WS-MODO-EXECUCAO FROM COMMAND-LINE

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT

           IF NOT WS-EXECUCAO-ABORTADA
               IF WS-MODO-TROCA
                   PERFORM 3000-APPLY-EXCUSE
                       THRU 3000-APPLY-EXCUSE-EXIT
                       UNTIL WS-MX-END-OF-FILE
               ELSE
                   PERFORM 2000-STAFF-PRECINCT
                       THRU 2000-STAFF-PRECINCT-EXIT
                       VARYING WS-PREC-SUB FROM 1 BY 1
                       UNTIL WS-PREC-SUB > WS-PREC-COUNT
               END-IF
               PERFORM 4000-FINALIZE
                   THRU 4000-FINALIZE-EXIT
           END-IF

           MOVE 'E'         TO JL-ACAO
           MOVE RETURN-CODE TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-PARMS

      *    THE CALL RESETS THE SHARED RETURN-CODE REGISTER -- RESTORE
      *    THE CONDITION CODE OPERATIONS LOOKS AT
           MOVE JL-RETURN-CODE TO RETURN-CODE

           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE -- PARAMETERS, THE MASTER WITH VOLUNTEERS AND
      * LAST-ELECTION SERVICE MARKED, THEN THE FILES FOR THE MODE
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           MOVE SPACES TO WS-CID-TABLE
           MOVE SPACES TO WS-PREC-TABLE
           MOVE SPACES TO WS-ROL-TABLE

           PERFORM 1100-READ-PARAMETERS
               THRU 1100-READ-PARAMETERS-EXIT
           IF WS-EXECUCAO-ABORTADA
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           OPEN INPUT CITIZEN-MASTER-FILE
           IF WS-CM-STATUS NOT = '00'
               DISPLAY 'ERRO - SEM ARQUIVO CITZMAST -- NINGUEM A '
                   'CONVOCAR'
               MOVE 'S' TO WS-ABORTA-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           PERFORM 8000-READ-CITIZEN
               THRU 8000-READ-CITIZEN-EXIT
           PERFORM 1200-STORE-CITIZEN
               THRU 1200-STORE-CITIZEN-EXIT
               UNTIL WS-CM-END-OF-FILE
           CLOSE CITIZEN-MASTER-FILE

           OPEN INPUT VOLUNTEER-FILE
           IF WS-MV-STATUS = '00'
               PERFORM 8100-READ-VOLUNTEER
                   THRU 8100-READ-VOLUNTEER-EXIT
               PERFORM 1300-MARK-VOLUNTEER
                   THRU 1300-MARK-VOLUNTEER-EXIT
                   UNTIL WS-MV-END-OF-FILE
               CLOSE VOLUNTEER-FILE
           ELSE
               DISPLAY 'AVISO - SEM ARQUIVO MESAVOLU -- NENHUM '
                   'VOLUNTARIO INSCRITO'
           END-IF

           PERFORM 1400-MARK-LAST-SERVICE
               THRU 1400-MARK-LAST-SERVICE-EXIT

           PERFORM 1500-LOAD-ROSTER
               THRU 1500-LOAD-ROSTER-EXIT
           IF WS-EXECUCAO-ABORTADA
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           IF WS-MODO-TROCA
               OPEN INPUT EXCUSE-TRAN-FILE
               IF WS-MX-STATUS NOT = '00'
                   DISPLAY 'ERRO - SEM ARQUIVO MESATRAN -- NADA A '
                       'TROCAR'
                   MOVE 'S' TO WS-ABORTA-SW
                   MOVE 8 TO RETURN-CODE
                   GO TO 1000-INITIALIZE-EXIT
               END-IF
               PERFORM 8400-READ-EXCUSE
                   THRU 8400-READ-EXCUSE-EXIT
           ELSE
               PERFORM 1600-LOAD-PRECINCTS
                   THRU 1600-LOAD-PRECINCTS-EXIT
               IF WS-EXECUCAO-ABORTADA
                   GO TO 1000-INITIALIZE-EXIT
               END-IF
           END-IF

           OPEN OUTPUT LETTER-FILE.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-READ-PARAMETERS -- THE ELECTION DATE IS REQUIRED; A ZERO
      * OR MISSING COUNT OR AGE LIMIT KEEPS THE DEFAULT (4, 18, 69)
      ******************************************************************
       1100-READ-PARAMETERS.

           OPEN INPUT PARM-FILE
           IF WS-MP-STATUS NOT = '00'
               DISPLAY 'ERRO - SEM ARQUIVO MESAPARM -- DATA DA '
                   'ELEICAO DESCONHECIDA'
               MOVE 'S' TO WS-ABORTA-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1100-READ-PARAMETERS-EXIT
           END-IF

           READ PARM-FILE
               AT END
                   MOVE SPACES TO PARM-RECORD
           END-READ
           CLOSE PARM-FILE

           IF MP-DATA-ELEICAO NOT NUMERIC
               OR MP-DATA-ELEICAO = ZEROS
               DISPLAY 'ERRO - DATA DA ELEICAO INVALIDA NO MESAPARM'
               MOVE 'S' TO WS-ABORTA-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1100-READ-PARAMETERS-EXIT
           END-IF
           MOVE MP-DATA-ELEICAO TO WS-DATA-ELEICAO

           IF MP-QTDE-POR-LOCAL NUMERIC
               AND MP-QTDE-POR-LOCAL > ZEROS
               MOVE MP-QTDE-POR-LOCAL TO WS-QTDE-POR-LOCAL
           END-IF
           IF MP-IDADE-MINIMA NUMERIC
               AND MP-IDADE-MINIMA > ZEROS
               MOVE MP-IDADE-MINIMA TO WS-IDADE-MINIMA
           END-IF
           IF MP-IDADE-MAXIMA NUMERIC
               AND MP-IDADE-MAXIMA > ZEROS
               MOVE MP-IDADE-MAXIMA TO WS-IDADE-MAXIMA
           END-IF

           IF WS-IDADE-MAXIMA < WS-IDADE-MINIMA
               DISPLAY 'ERRO - IDADE MAXIMA ' WS-IDADE-MAXIMA
                   ' ABAIXO DA MINIMA ' WS-IDADE-MINIMA
               MOVE 'S' TO WS-ABORTA-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1100-READ-PARAMETERS-EXIT
           END-IF

           DISPLAY 'ELEICAO ' WS-DATA-ELEICAO ' -- ' WS-QTDE-POR-LOCAL
               ' MESARIOS POR LOCAL, IDADE ' WS-IDADE-MINIMA ' A '
               WS-IDADE-MAXIMA.

       1100-READ-PARAMETERS-EXIT.
           EXIT.

      ******************************************************************
      * 1200-STORE-CITIZEN
      ******************************************************************
       1200-STORE-CITIZEN.

           IF WS-CID-COUNT < 500
               ADD 1 TO WS-CID-COUNT
               SET WS-CID-IDX TO WS-CID-COUNT
               MOVE CITIZEN-MASTER-RECORD
                   TO WS-CID-DADOS(WS-CID-IDX)
               MOVE 'N' TO WS-CID-VOLUNTARIO(WS-CID-IDX)
               MOVE 'N' TO WS-CID-SERVIU(WS-CID-IDX)
               MOVE 'N' TO WS-CID-ESCALADO(WS-CID-IDX)
           ELSE
               DISPLAY 'TABELA DE CIDADAOS CHEIA -- '
                   CM-CITIZEN-ID ' FORA DA SELECAO'
               MOVE 'S' TO WS-CARGA-PERDIDA-SW
           END-IF

           PERFORM 8000-READ-CITIZEN
               THRU 8000-READ-CITIZEN-EXIT.

       1200-STORE-CITIZEN-EXIT.
           EXIT.

      ******************************************************************
      * 1300-MARK-VOLUNTEER
      ******************************************************************
       1300-MARK-VOLUNTEER.

           MOVE MV-CITIZEN-ID TO WS-ID-PROCURADO
           PERFORM 5100-FIND-CITIZEN
               THRU 5100-FIND-CITIZEN-EXIT

           IF WS-CID-ENCONTROU
               MOVE 'S' TO WS-CID-VOLUNTARIO(WS-CID-IDX)
           ELSE
               DISPLAY 'AVISO - VOLUNTARIO ' MV-CITIZEN-ID
                   ' FORA DO CITZMAST -- IGNORADO'
           END-IF

           PERFORM 8100-READ-VOLUNTEER
               THRU 8100-READ-VOLUNTEER-EXIT.

       1300-MARK-VOLUNTEER-EXIT.
           EXIT.

      ******************************************************************
      * 1400-MARK-LAST-SERVICE -- THE LATEST ELECTION ON MESAHIST
      * BEFORE THIS ONE, THEN EVERY CITIZEN WHO SERVED AT IT
      ******************************************************************
       1400-MARK-LAST-SERVICE.

           OPEN INPUT SERVICE-HISTORY-FILE
           IF WS-MH-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO MESAHIST -- NINGUEM '
                   'EXCLUIDO POR SERVICO ANTERIOR'
               GO TO 1400-MARK-LAST-SERVICE-EXIT
           END-IF
           PERFORM 8200-READ-SERVICE
               THRU 8200-READ-SERVICE-EXIT
           PERFORM 1410-FIND-LAST-ELECTION
               THRU 1410-FIND-LAST-ELECTION-EXIT
               UNTIL WS-MH-END-OF-FILE
           CLOSE SERVICE-HISTORY-FILE

           IF WS-ULTIMA-ELEICAO = ZEROS
               GO TO 1400-MARK-LAST-SERVICE-EXIT
           END-IF

           MOVE 'N' TO WS-MH-EOF-SWITCH
           OPEN INPUT SERVICE-HISTORY-FILE
           PERFORM 8200-READ-SERVICE
               THRU 8200-READ-SERVICE-EXIT
           PERFORM 1420-MARK-SERVED
               THRU 1420-MARK-SERVED-EXIT
               UNTIL WS-MH-END-OF-FILE
           CLOSE SERVICE-HISTORY-FILE

           DISPLAY 'ULTIMA ELEICAO ' WS-ULTIMA-ELEICAO ' -- '
               WS-QTDE-SERVIRAM ' MESARIO(S) EXCLUIDO(S)'.

       1400-MARK-LAST-SERVICE-EXIT.
           EXIT.

      ******************************************************************
      * 1410-FIND-LAST-ELECTION
      ******************************************************************
       1410-FIND-LAST-ELECTION.

           IF MH-DATA-ELEICAO NUMERIC
               AND MH-DATA-ELEICAO < WS-DATA-ELEICAO
               AND MH-DATA-ELEICAO > WS-ULTIMA-ELEICAO
               MOVE MH-DATA-ELEICAO TO WS-ULTIMA-ELEICAO
           END-IF

           PERFORM 8200-READ-SERVICE
               THRU 8200-READ-SERVICE-EXIT.

       1410-FIND-LAST-ELECTION-EXIT.
           EXIT.

      ******************************************************************
      * 1420-MARK-SERVED
      ******************************************************************
       1420-MARK-SERVED.

           IF MH-DATA-ELEICAO NOT = WS-ULTIMA-ELEICAO
               GO TO 1420-MARK-SERVED-NEXT
           END-IF

           MOVE MH-CITIZEN-ID TO WS-ID-PROCURADO
           PERFORM 5100-FIND-CITIZEN
               THRU 5100-FIND-CITIZEN-EXIT
           IF WS-CID-ENCONTROU
               IF WS-CID-SERVIU(WS-CID-IDX) NOT = 'S'
                   MOVE 'S' TO WS-CID-SERVIU(WS-CID-IDX)
                   ADD 1 TO WS-QTDE-SERVIRAM
               END-IF
           END-IF.

       1420-MARK-SERVED-NEXT.

           PERFORM 8200-READ-SERVICE
               THRU 8200-READ-SERVICE-EXIT.

       1420-MARK-SERVED-EXIT.
           EXIT.

      ******************************************************************
      * 1500-LOAD-ROSTER -- A TROCA RUN WORKS ON THIS ELECTION'S
      * ROSTER; A SELECTION RUN REFUSES TO DRAW AN ELECTION TWICE,
      * SINCE THE LETTERS ARE ALREADY OUT
      ******************************************************************
       1500-LOAD-ROSTER.

           OPEN INPUT ROSTER-FILE
           IF WS-MR-STATUS NOT = '00'
               IF WS-MODO-TROCA
                   DISPLAY 'ERRO - SEM ARQUIVO MESAROL -- RODE A '
                       'SELECAO PRIMEIRO'
                   MOVE 'S' TO WS-ABORTA-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 1500-LOAD-ROSTER-EXIT
           END-IF

           PERFORM 8300-READ-ROSTER
               THRU 8300-READ-ROSTER-EXIT

           IF NOT WS-MODO-TROCA
               IF NOT WS-MR-END-OF-FILE
                   AND MR-DATA-ELEICAO = WS-DATA-ELEICAO
                   DISPLAY 'ERRO - ELEICAO ' WS-DATA-ELEICAO
                       ' JA TEM MESARIOS ESCALADOS -- USE PARM TROCA'
                   MOVE 'S' TO WS-ABORTA-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
               CLOSE ROSTER-FILE
               GO TO 1500-LOAD-ROSTER-EXIT
           END-IF

           PERFORM 1510-STORE-ROSTER
               THRU 1510-STORE-ROSTER-EXIT
               UNTIL WS-MR-END-OF-FILE
                  OR WS-EXECUCAO-ABORTADA
           CLOSE ROSTER-FILE

           IF WS-ROL-COUNT = ZEROS AND NOT WS-EXECUCAO-ABORTADA
               DISPLAY 'ERRO - MESAROL VAZIO -- RODE A SELECAO '
                   'PRIMEIRO'
               MOVE 'S' TO WS-ABORTA-SW
           END-IF

           IF WS-EXECUCAO-ABORTADA
               MOVE 8 TO RETURN-CODE
           END-IF.

       1500-LOAD-ROSTER-EXIT.
           EXIT.

      ******************************************************************
      * 1510-STORE-ROSTER -- EVERY WORKER ON THE ROSTER, DISPENSED OR
      * NOT, IS OUT OF THE DRAW FOR REPLACEMENTS
      ******************************************************************
       1510-STORE-ROSTER.

           IF MR-DATA-ELEICAO NOT = WS-DATA-ELEICAO
               DISPLAY 'ERRO - MESAROL E DA ELEICAO ' MR-DATA-ELEICAO
                   ', NAO DE ' WS-DATA-ELEICAO
               MOVE 'S' TO WS-ABORTA-SW
               GO TO 1510-STORE-ROSTER-EXIT
           END-IF

           IF WS-ROL-COUNT NOT < 500
               DISPLAY 'ERRO - MESAROL NAO COUBE NA TABELA -- '
                   'ROSTER PRESERVADO'
               MOVE 'S' TO WS-ABORTA-SW
               GO TO 1510-STORE-ROSTER-EXIT
           END-IF

           ADD 1 TO WS-ROL-COUNT
           SET WS-ROL-IDX TO WS-ROL-COUNT
           MOVE MESA-ROSTER-RECORD TO WS-ROL-ENTRY(WS-ROL-IDX)

           MOVE MR-CITIZEN-ID TO WS-ID-PROCURADO
           PERFORM 5100-FIND-CITIZEN
               THRU 5100-FIND-CITIZEN-EXIT
           IF WS-CID-ENCONTROU
               MOVE 'S' TO WS-CID-ESCALADO(WS-CID-IDX)
           END-IF

           PERFORM 8300-READ-ROSTER
               THRU 8300-READ-ROSTER-EXIT.

       1510-STORE-ROSTER-EXIT.
           EXIT.

      ******************************************************************
      * 1600-LOAD-PRECINCTS -- BOUNDED TO THE OCCURS 50 LIMIT
      ******************************************************************
       1600-LOAD-PRECINCTS.

           OPEN INPUT PRECINCT-TABLE-FILE
           IF WS-PR-STATUS NOT = '00'
               DISPLAY 'ERRO - SEM ARQUIVO PRECINCT -- NENHUM LOCAL '
                   'DE VOTACAO A GUARNECER'
               MOVE 'S' TO WS-ABORTA-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1600-LOAD-PRECINCTS-EXIT
           END-IF

           PERFORM 8500-READ-PRECINCT
               THRU 8500-READ-PRECINCT-EXIT
           PERFORM 1610-STORE-PRECINCT
               THRU 1610-STORE-PRECINCT-EXIT
               UNTIL WS-PR-END-OF-FILE
           CLOSE PRECINCT-TABLE-FILE.

       1600-LOAD-PRECINCTS-EXIT.
           EXIT.

      ******************************************************************
      * 1610-STORE-PRECINCT
      ******************************************************************
       1610-STORE-PRECINCT.

           IF WS-PREC-COUNT < 50
               ADD 1 TO WS-PREC-COUNT
               SET WS-PREC-IDX TO WS-PREC-COUNT
               MOVE PR-ZONA          TO WS-PREC-ZONA(WS-PREC-IDX)
               MOVE PR-LOCAL-VOTACAO TO WS-PREC-LOCAL(WS-PREC-IDX)
           ELSE
               DISPLAY 'TABELA DE SECOES CHEIA -- ZONA '
                   PR-ZONA ' SEM MESARIOS'
               ADD WS-QTDE-POR-LOCAL TO WS-QTDE-FALTANTES
           END-IF

           PERFORM 8500-READ-PRECINCT
               THRU 8500-READ-PRECINCT-EXIT.

       1610-STORE-PRECINCT-EXIT.
           EXIT.

      ******************************************************************
      * 2000-STAFF-PRECINCT -- VOLUNTEERS OF THE ZONA FIRST, THEN THE
      * DRAW FOR WHATEVER IS STILL OPEN. A SHORT PLACE IS REPORTED
      ******************************************************************
       2000-STAFF-PRECINCT.

           SET WS-PREC-IDX TO WS-PREC-SUB
           MOVE WS-PREC-ZONA(WS-PREC-IDX)  TO WS-ZONA-BUSCA
           MOVE WS-PREC-LOCAL(WS-PREC-IDX) TO WS-LOCAL-BUSCA
           MOVE WS-QTDE-POR-LOCAL TO WS-NECESSARIOS
           MOVE ZEROS TO WS-ESCOLHIDOS

           MOVE 'V' TO WS-ORIGEM-NOVA
           PERFORM 2100-TRY-VOLUNTEER
               THRU 2100-TRY-VOLUNTEER-EXIT
               VARYING WS-CID-SUB FROM 1 BY 1
               UNTIL WS-CID-SUB > WS-CID-COUNT
                  OR WS-ESCOLHIDOS NOT < WS-NECESSARIOS

           IF WS-ESCOLHIDOS < WS-NECESSARIOS
               COMPUTE WS-RESTANTES = WS-NECESSARIOS - WS-ESCOLHIDOS
               COMPUTE WS-SEMENTE = WS-DATA-ELEICAO + WS-PREC-SUB
               MOVE 'S' TO WS-ORIGEM-NOVA
               PERFORM 6000-DRAW-CANDIDATES
                   THRU 6000-DRAW-CANDIDATES-EXIT
           END-IF

           IF WS-ESCOLHIDOS < WS-NECESSARIOS
               COMPUTE WS-FALTAM = WS-NECESSARIOS - WS-ESCOLHIDOS
               ADD WS-FALTAM TO WS-QTDE-FALTANTES
               DISPLAY 'AVISO - ZONA ' WS-ZONA-BUSCA ' LOCAL '
                   WS-LOCAL-BUSCA ' COM ' WS-FALTAM
                   ' MESARIO(S) A MENOS'
           END-IF.

       2000-STAFF-PRECINCT-EXIT.
           EXIT.

      ******************************************************************
      * 2100-TRY-VOLUNTEER
      ******************************************************************
       2100-TRY-VOLUNTEER.

           SET WS-CID-IDX TO WS-CID-SUB

           IF WS-CID-VOLUNTARIO(WS-CID-IDX) NOT = 'S'
               GO TO 2100-TRY-VOLUNTEER-EXIT
           END-IF

           PERFORM 5000-CHECK-ELIGIBLE
               THRU 5000-CHECK-ELIGIBLE-EXIT
           IF NOT WS-CIDADAO-ELEGIVEL
               GO TO 2100-TRY-VOLUNTEER-EXIT
           END-IF

           PERFORM 7000-ADD-TO-ROSTER
               THRU 7000-ADD-TO-ROSTER-EXIT.

       2100-TRY-VOLUNTEER-EXIT.
           EXIT.

      ******************************************************************
      * 3000-APPLY-EXCUSE -- THE WORKER MUST BE ACTIVE ON THE ROSTER
      * AND THE EXCUSE MUST CARRY A REASON. A NAMED SUBSTITUTE MUST
      * PASS THE SAME ELIGIBILITY AS THE DRAW, OR NOTHING IS CHANGED
      ******************************************************************
       3000-APPLY-EXCUSE.

           IF NOT MX-DISPENSA AND NOT MX-SUBSTITUICAO
               ADD 1 TO WS-QTDE-REJEITADAS
               DISPLAY 'TRANSACAO REJEITADA - TIPO ' MX-TIPO
                   ' INVALIDO PARA ' MX-CITIZEN-ID
               GO TO 3000-APPLY-EXCUSE-NEXT
           END-IF

           IF MX-MOTIVO = SPACES
               ADD 1 TO WS-QTDE-REJEITADAS
               DISPLAY 'TRANSACAO REJEITADA - ' MX-CITIZEN-ID
                   ' DISPENSA SEM MOTIVO'
               GO TO 3000-APPLY-EXCUSE-NEXT
           END-IF

           PERFORM 5200-FIND-ACTIVE-WORKER
               THRU 5200-FIND-ACTIVE-WORKER-EXIT
           IF NOT WS-ROL-ENCONTROU
               ADD 1 TO WS-QTDE-REJEITADAS
               DISPLAY 'TRANSACAO REJEITADA - ' MX-CITIZEN-ID
                   ' NAO ESCALADO OU JA DISPENSADO'
               GO TO 3000-APPLY-EXCUSE-NEXT
           END-IF

           MOVE WS-ROL-ZONA(WS-ROL-IDX)  TO WS-ZONA-BUSCA
           MOVE WS-ROL-LOCAL(WS-ROL-IDX) TO WS-LOCAL-BUSCA
           SET WS-ROL-POS TO WS-ROL-IDX
           ADD 1 TO WS-ROL-POS

           IF MX-SUBSTITUICAO
               MOVE MX-SUBSTITUTO-ID TO WS-ID-PROCURADO
               PERFORM 5100-FIND-CITIZEN
                   THRU 5100-FIND-CITIZEN-EXIT
               IF NOT WS-CID-ENCONTROU
                   ADD 1 TO WS-QTDE-REJEITADAS
                   DISPLAY 'TRANSACAO REJEITADA - SUBSTITUTO '
                       MX-SUBSTITUTO-ID ' FORA DO CITZMAST'
                   GO TO 3000-APPLY-EXCUSE-NEXT
               END-IF
               PERFORM 5000-CHECK-ELIGIBLE
                   THRU 5000-CHECK-ELIGIBLE-EXIT
               IF NOT WS-CIDADAO-ELEGIVEL
                   ADD 1 TO WS-QTDE-REJEITADAS
                   DISPLAY 'TRANSACAO REJEITADA - SUBSTITUTO '
                       MX-SUBSTITUTO-ID ' NAO ELEGIVEL PARA A ZONA '
                       WS-ZONA-BUSCA
                   GO TO 3000-APPLY-EXCUSE-NEXT
               END-IF
           END-IF

           MOVE 'D'       TO WS-ROL-SITUACAO(WS-ROL-IDX)
           MOVE MX-MOTIVO TO WS-ROL-MOTIVO(WS-ROL-IDX)
           ADD 1 TO WS-QTDE-DISPENSAS
           DISPLAY 'DISPENSADO ' MX-CITIZEN-ID ' -- ' MX-MOTIVO

           MOVE 'R' TO WS-ORIGEM-NOVA
           MOVE 1 TO WS-NECESSARIOS
           MOVE ZEROS TO WS-ESCOLHIDOS

           IF MX-SUBSTITUICAO
               PERFORM 7000-ADD-TO-ROSTER
                   THRU 7000-ADD-TO-ROSTER-EXIT
               GO TO 3000-APPLY-EXCUSE-CHECK
           END-IF

           PERFORM 2100-TRY-VOLUNTEER
               THRU 2100-TRY-VOLUNTEER-EXIT
               VARYING WS-CID-SUB FROM 1 BY 1
               UNTIL WS-CID-SUB > WS-CID-COUNT
                  OR WS-ESCOLHIDOS NOT < WS-NECESSARIOS

           IF WS-ESCOLHIDOS < WS-NECESSARIOS
               MOVE 1 TO WS-RESTANTES
               COMPUTE WS-SEMENTE = WS-DATA-ELEICAO
                   + WS-QTDE-DISPENSAS
               PERFORM 6000-DRAW-CANDIDATES
                   THRU 6000-DRAW-CANDIDATES-EXIT
           END-IF.

       3000-APPLY-EXCUSE-CHECK.

           IF WS-ESCOLHIDOS < WS-NECESSARIOS
               ADD 1 TO WS-QTDE-FALTANTES
               DISPLAY 'AVISO - SEM SUBSTITUTO ELEGIVEL PARA ZONA '
                   WS-ZONA-BUSCA ' LOCAL ' WS-LOCAL-BUSCA
           END-IF.

       3000-APPLY-EXCUSE-NEXT.

           PERFORM 8400-READ-EXCUSE
               THRU 8400-READ-EXCUSE-EXIT.

       3000-APPLY-EXCUSE-EXIT.
           EXIT.

      ******************************************************************
      * 4000-FINALIZE -- THE ROSTER FILE AND ITS PRINT, RUN TOTALS
      ******************************************************************
       4000-FINALIZE.

           CLOSE LETTER-FILE
           IF WS-MODO-TROCA
               CLOSE EXCUSE-TRAN-FILE
           END-IF

           OPEN OUTPUT ROSTER-FILE
           PERFORM 4100-WRITE-ROSTER
               THRU 4100-WRITE-ROSTER-EXIT
               VARYING WS-ROL-SUB FROM 1 BY 1
               UNTIL WS-ROL-SUB > WS-ROL-COUNT
           CLOSE ROSTER-FILE

           OPEN OUTPUT ROSTER-REPORT-FILE
           MOVE SPACES TO WS-QUEBRA-ZONA
           MOVE SPACES TO WS-QUEBRA-LOCAL
           PERFORM 4200-PRINT-ROSTER-LINE
               THRU 4200-PRINT-ROSTER-LINE-EXIT
               VARYING WS-ROL-SUB FROM 1 BY 1
               UNTIL WS-ROL-SUB > WS-ROL-COUNT
           CLOSE ROSTER-REPORT-FILE

           IF WS-MODO-TROCA
               DISPLAY 'DISPENSAS APLICADAS:      ' WS-QTDE-DISPENSAS
               DISPLAY 'REPOSICOES CONVOCADAS:    '
                   WS-QTDE-REPOSICOES
               DISPLAY 'SEM SUBSTITUTO:           ' WS-QTDE-FALTANTES
               DISPLAY 'TRANSACOES REJEITADAS:    '
                   WS-QTDE-REJEITADAS
               MOVE 'MESARIO'           TO CT-PROGRAM-ID
               MOVE 'DISPENSAS'         TO CT-TOTAL-1-LABEL
               MOVE WS-QTDE-DISPENSAS   TO CT-TOTAL-1-VALOR
               MOVE 'REPOSICOES'        TO CT-TOTAL-2-LABEL
               MOVE WS-QTDE-REPOSICOES  TO CT-TOTAL-2-VALOR
               MOVE 'REJEITADAS'        TO CT-TOTAL-3-LABEL
               MOVE WS-QTDE-REJEITADAS  TO CT-TOTAL-3-VALOR
           ELSE
               DISPLAY 'MESARIOS CONVOCADOS:      ' WS-QTDE-ESCALADOS
               DISPLAY '  VOLUNTARIOS:            '
                   WS-QTDE-VOLUNTARIOS
               DISPLAY '  SORTEADOS:              ' WS-QTDE-SORTEADOS
               DISPLAY 'VAGAS SEM MESARIO:        ' WS-QTDE-FALTANTES
               MOVE 'MESARIO'           TO CT-PROGRAM-ID
               MOVE 'CONVOCADOS'        TO CT-TOTAL-1-LABEL
               MOVE WS-QTDE-ESCALADOS   TO CT-TOTAL-1-VALOR
               MOVE 'VOLUNTARIOS'       TO CT-TOTAL-2-LABEL
               MOVE WS-QTDE-VOLUNTARIOS TO CT-TOTAL-2-VALOR
               MOVE 'VAGAS EM ABERTO'   TO CT-TOTAL-3-LABEL
               MOVE WS-QTDE-FALTANTES   TO CT-TOTAL-3-VALOR
           END-IF
           CALL 'CTLTOT' USING CTLTOT-PARMS

      *    SET AFTER THE CALL, WHICH RESETS THE RETURN-CODE REGISTER
           IF WS-QTDE-FALTANTES > ZEROS
               OR WS-QTDE-REJEITADAS > ZEROS
               OR WS-ROL-CHEIA
               OR WS-PERDEU-CARGA
               MOVE 4 TO RETURN-CODE
           END-IF.

       4000-FINALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 4100-WRITE-ROSTER
      ******************************************************************
       4100-WRITE-ROSTER.

           SET WS-ROL-IDX TO WS-ROL-SUB
           MOVE WS-ROL-ENTRY(WS-ROL-IDX) TO MESA-ROSTER-RECORD
           WRITE MESA-ROSTER-RECORD.

       4100-WRITE-ROSTER-EXIT.
           EXIT.

      ******************************************************************
      * 4200-PRINT-ROSTER-LINE -- A NEW PAGE FOR EVERY POLLING PLACE
      ******************************************************************
       4200-PRINT-ROSTER-LINE.

           SET WS-ROL-IDX TO WS-ROL-SUB

           IF WS-ROL-ZONA(WS-ROL-IDX) NOT = WS-QUEBRA-ZONA
               OR WS-ROL-LOCAL(WS-ROL-IDX) NOT = WS-QUEBRA-LOCAL
               PERFORM 4210-PRINT-PLACE-HEADER
                   THRU 4210-PRINT-PLACE-HEADER-EXIT
           END-IF

           MOVE SPACES TO WS-ROL-DETALHE
           MOVE WS-ROL-CITIZEN-ID(WS-ROL-IDX) TO WS-RD-CITIZEN-ID
           MOVE WS-ROL-NOME(WS-ROL-IDX)       TO WS-RD-NOME
           MOVE WS-ROL-MOTIVO(WS-ROL-IDX)     TO WS-RD-MOTIVO

           EVALUATE WS-ROL-ORIGEM(WS-ROL-IDX)
               WHEN 'V'
                   MOVE 'VOLUNTARIO' TO WS-RD-ORIGEM
               WHEN 'S'
                   MOVE 'SORTEADO'   TO WS-RD-ORIGEM
               WHEN OTHER
                   MOVE 'REPOSICAO'  TO WS-RD-ORIGEM
           END-EVALUATE

           EVALUATE TRUE
               WHEN WS-ROL-SITUACAO(WS-ROL-IDX) = 'D'
                   MOVE 'DISPENSADO' TO WS-RD-SITUACAO
               WHEN WS-ROL-PRESENCA(WS-ROL-IDX) = 'P'
                   MOVE 'PRESENTE'   TO WS-RD-SITUACAO
               WHEN WS-ROL-PRESENCA(WS-ROL-IDX) = 'F'
                   MOVE 'FALTOU'     TO WS-RD-SITUACAO
               WHEN OTHER
                   MOVE 'CONVOCADO'  TO WS-RD-SITUACAO
           END-EVALUATE

           WRITE ROSTER-REPORT-LINE FROM WS-ROL-DETALHE.

       4200-PRINT-ROSTER-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 4210-PRINT-PLACE-HEADER
      ******************************************************************
       4210-PRINT-PLACE-HEADER.

           MOVE WS-ROL-ZONA(WS-ROL-IDX)  TO WS-QUEBRA-ZONA
           MOVE WS-ROL-LOCAL(WS-ROL-IDX) TO WS-QUEBRA-LOCAL

           ADD 1 TO WS-PAGINA-ROL
           MOVE 'MESARIO'     TO RH-PROGRAM-ID
           MOVE WS-PAGINA-ROL TO RH-PAGE-NUM
           CALL 'RPTHDR' USING RPTHDR-PARMS
           WRITE ROSTER-REPORT-LINE FROM RH-HEADER-LINE

           MOVE WS-DATA-ELEICAO TO WS-DATA-EDICAO
           PERFORM 7200-EDIT-DATE
               THRU 7200-EDIT-DATE-EXIT
           MOVE SPACES TO ROSTER-REPORT-LINE
           STRING 'MESARIOS -- ZONA ' WS-QUEBRA-ZONA
               '  LOCAL ' WS-QUEBRA-LOCAL
               '  ELEICAO ' WS-DATA-IMPRESSA
               DELIMITED BY SIZE INTO ROSTER-REPORT-LINE
           WRITE ROSTER-REPORT-LINE
           MOVE SPACES TO ROSTER-REPORT-LINE
           WRITE ROSTER-REPORT-LINE
           WRITE ROSTER-REPORT-LINE FROM WS-ROL-CABECALHO.

       4210-PRINT-PLACE-HEADER-EXIT.
           EXIT.

      ******************************************************************
      * 5000-CHECK-ELIGIBLE -- WS-CID-IDX ON THE CITIZEN, WS-ZONA-BUSCA
      * THE ZONA BEING STAFFED. LIVING, NOT ANONYMIZED, OF THE ZONA,
      * WITHIN THE AGE LIMITS IN THE ELECTION YEAR, NOT ALREADY ON
      * THE ROSTER AND NOT A WORKER AT THE LAST ELECTION
      ******************************************************************
       5000-CHECK-ELIGIBLE.

           MOVE 'N' TO WS-ELEGIVEL-SW

           IF WS-CID-ZONA(WS-CID-IDX) NOT = WS-ZONA-BUSCA
               GO TO 5000-CHECK-ELIGIBLE-EXIT
           END-IF
           IF WS-CID-SITUACAO(WS-CID-IDX) = 'F'
               OR WS-CID-NOME(WS-CID-IDX) = WS-MASCARA-NOME
               GO TO 5000-CHECK-ELIGIBLE-EXIT
           END-IF
           IF WS-CID-ESCALADO(WS-CID-IDX) = 'S'
               OR WS-CID-SERVIU(WS-CID-IDX) = 'S'
               GO TO 5000-CHECK-ELIGIBLE-EXIT
           END-IF
           IF WS-CID-ANO-NASC(WS-CID-IDX) NOT NUMERIC
               OR WS-CID-ANO-NASC(WS-CID-IDX) > WS-ANO-ELEICAO
               GO TO 5000-CHECK-ELIGIBLE-EXIT
           END-IF

           COMPUTE WS-IDADE = WS-ANO-ELEICAO
               - WS-CID-ANO-NASC(WS-CID-IDX)
           IF WS-IDADE < WS-IDADE-MINIMA
               OR WS-IDADE > WS-IDADE-MAXIMA
               GO TO 5000-CHECK-ELIGIBLE-EXIT
           END-IF

           MOVE 'S' TO WS-ELEGIVEL-SW.

       5000-CHECK-ELIGIBLE-EXIT.
           EXIT.

      ******************************************************************
      * 5100-FIND-CITIZEN
      ******************************************************************
       5100-FIND-CITIZEN.

           MOVE 'N' TO WS-CID-ACHOU

           IF WS-CID-COUNT = ZEROS
               GO TO 5100-FIND-CITIZEN-EXIT
           END-IF

           SET WS-CID-IDX TO 1
           SEARCH WS-CID-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CID-IDX > WS-CID-COUNT
                   CONTINUE
               WHEN WS-CID-ID(WS-CID-IDX) = WS-ID-PROCURADO
                   MOVE 'S' TO WS-CID-ACHOU
           END-SEARCH.

       5100-FIND-CITIZEN-EXIT.
           EXIT.

      ******************************************************************
      * 5200-FIND-ACTIVE-WORKER -- MX-CITIZEN-ID STILL ACTIVE ON THE
      * ROSTER; THE ROW IS LEFT UNDER WS-ROL-IDX
      ******************************************************************
       5200-FIND-ACTIVE-WORKER.

           MOVE 'N' TO WS-ROL-ACHOU

           SET WS-ROL-IDX TO 1
           SEARCH WS-ROL-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ROL-IDX > WS-ROL-COUNT
                   CONTINUE
               WHEN WS-ROL-CITIZEN-ID(WS-ROL-IDX) = MX-CITIZEN-ID
                   AND WS-ROL-SITUACAO(WS-ROL-IDX) = 'A'
                   MOVE 'S' TO WS-ROL-ACHOU
           END-SEARCH.

       5200-FIND-ACTIVE-WORKER-EXIT.
           EXIT.

      ******************************************************************
      * 6000-DRAW-CANDIDATES -- WS-RESTANTES PICKS FROM THE ELIGIBLE
      * CITIZENS OF WS-ZONA-BUSCA, ONE EVERY WS-PASSO POSITIONS FROM
      * A START SEEDED BY WS-SEMENTE, SO THE PICKS SPREAD ACROSS THE
      * WHOLE ZONA INSTEAD OF BUNCHING AT THE TOP OF THE FILE
      ******************************************************************
       6000-DRAW-CANDIDATES.

           MOVE ZEROS TO WS-CAN-COUNT
           PERFORM 6100-COLLECT-CANDIDATE
               THRU 6100-COLLECT-CANDIDATE-EXIT
               VARYING WS-CID-SUB FROM 1 BY 1
               UNTIL WS-CID-SUB > WS-CID-COUNT

           IF WS-CAN-COUNT = ZEROS
               GO TO 6000-DRAW-CANDIDATES-EXIT
           END-IF

           IF WS-CAN-COUNT NOT > WS-RESTANTES
               MOVE WS-CAN-COUNT TO WS-RESTANTES
               MOVE 1 TO WS-PASSO
               MOVE 1 TO WS-INICIO
           ELSE
               DIVIDE WS-CAN-COUNT BY WS-RESTANTES
                   GIVING WS-PASSO
               DIVIDE WS-SEMENTE BY WS-PASSO
                   GIVING WS-QUOCIENTE REMAINDER WS-RESTO
               COMPUTE WS-INICIO = WS-RESTO + 1
           END-IF

           PERFORM 6200-PICK-CANDIDATE
               THRU 6200-PICK-CANDIDATE-EXIT
               VARYING WS-SORTEIO-SUB FROM 1 BY 1
               UNTIL WS-SORTEIO-SUB > WS-RESTANTES.

       6000-DRAW-CANDIDATES-EXIT.
           EXIT.

      ******************************************************************
      * 6100-COLLECT-CANDIDATE
      ******************************************************************
       6100-COLLECT-CANDIDATE.

           SET WS-CID-IDX TO WS-CID-SUB

           PERFORM 5000-CHECK-ELIGIBLE
               THRU 5000-CHECK-ELIGIBLE-EXIT
           IF WS-CIDADAO-ELEGIVEL
               ADD 1 TO WS-CAN-COUNT
               SET WS-CAN-IDX TO WS-CAN-COUNT
               MOVE WS-CID-SUB TO WS-CAN-CID-SUB(WS-CAN-IDX)
           END-IF.

       6100-COLLECT-CANDIDATE-EXIT.
           EXIT.

      ******************************************************************
      * 6200-PICK-CANDIDATE
      ******************************************************************
       6200-PICK-CANDIDATE.

           COMPUTE WS-POSICAO = WS-INICIO
               + (WS-SORTEIO-SUB - 1) * WS-PASSO
           SET WS-CAN-IDX TO WS-POSICAO
           SET WS-CID-IDX TO WS-CAN-CID-SUB(WS-CAN-IDX)

           PERFORM 7000-ADD-TO-ROSTER
               THRU 7000-ADD-TO-ROSTER-EXIT.

       6200-PICK-CANDIDATE-EXIT.
           EXIT.

      ******************************************************************
      * 7000-ADD-TO-ROSTER -- WS-CID-IDX ON THE CITIZEN CALLED UP. A
      * SELECTION APPENDS; A REPLACEMENT GOES RIGHT UNDER THE WORKER
      * IT REPLACES (WS-ROL-POS) SO THE PLACE STAYS TOGETHER
      ******************************************************************
       7000-ADD-TO-ROSTER.

           IF WS-ROL-COUNT NOT < 500
               DISPLAY 'TABELA DE MESARIOS CHEIA -- '
                   WS-CID-ID(WS-CID-IDX) ' NAO CONVOCADO'
               MOVE 'S' TO WS-ROL-CHEIA-SW
               GO TO 7000-ADD-TO-ROSTER-EXIT
           END-IF

           IF NOT WS-MODO-TROCA
               COMPUTE WS-ROL-POS = WS-ROL-COUNT + 1
           END-IF

           PERFORM 7010-SHIFT-ROSTER
               THRU 7010-SHIFT-ROSTER-EXIT
               VARYING WS-ROL-SUB FROM WS-ROL-COUNT BY -1
               UNTIL WS-ROL-SUB < WS-ROL-POS

           ADD 1 TO WS-ROL-COUNT
           SET WS-ROL-IDX TO WS-ROL-POS
           MOVE WS-ZONA-BUSCA         TO WS-ROL-ZONA(WS-ROL-IDX)
           MOVE WS-LOCAL-BUSCA        TO WS-ROL-LOCAL(WS-ROL-IDX)
           MOVE WS-CID-ID(WS-CID-IDX) TO WS-ROL-CITIZEN-ID(WS-ROL-IDX)
           MOVE WS-CID-NOME(WS-CID-IDX)
               TO WS-ROL-NOME(WS-ROL-IDX)
           MOVE WS-ORIGEM-NOVA        TO WS-ROL-ORIGEM(WS-ROL-IDX)
           MOVE 'A'                   TO WS-ROL-SITUACAO(WS-ROL-IDX)
           MOVE WS-DATA-ELEICAO
               TO WS-ROL-DATA-ELEICAO(WS-ROL-IDX)
           MOVE SPACES                TO WS-ROL-PRESENCA(WS-ROL-IDX)
           MOVE SPACES                TO WS-ROL-MOTIVO(WS-ROL-IDX)

           MOVE 'S' TO WS-CID-ESCALADO(WS-CID-IDX)
           ADD 1 TO WS-ESCOLHIDOS
           ADD 1 TO WS-QTDE-ESCALADOS
           EVALUATE WS-ORIGEM-NOVA
               WHEN 'V'
                   ADD 1 TO WS-QTDE-VOLUNTARIOS
               WHEN 'S'
                   ADD 1 TO WS-QTDE-SORTEADOS
               WHEN OTHER
                   ADD 1 TO WS-QTDE-REPOSICOES
                   DISPLAY 'CONVOCADO EM REPOSICAO '
                       WS-CID-ID(WS-CID-IDX)
           END-EVALUATE

           PERFORM 7100-PRINT-LETTER
               THRU 7100-PRINT-LETTER-EXIT.

       7000-ADD-TO-ROSTER-EXIT.
           EXIT.

      ******************************************************************
      * 7010-SHIFT-ROSTER -- OPENS THE SLOT AT WS-ROL-POS
      ******************************************************************
       7010-SHIFT-ROSTER.

           COMPUTE WS-ROL-DESTINO = WS-ROL-SUB + 1
           MOVE WS-ROL-ENTRY(WS-ROL-SUB)
               TO WS-ROL-ENTRY(WS-ROL-DESTINO).

       7010-SHIFT-ROSTER-EXIT.
           EXIT.

      ******************************************************************
      * 7100-PRINT-LETTER -- ONE PAGE PER WORKER UNDER WS-ROL-IDX
      ******************************************************************
       7100-PRINT-LETTER.

           ADD 1 TO WS-PAGINA-CARTA
           MOVE 'MESARIO'       TO RH-PROGRAM-ID
           MOVE WS-PAGINA-CARTA TO RH-PAGE-NUM
           CALL 'RPTHDR' USING RPTHDR-PARMS
           WRITE LETTER-LINE FROM RH-HEADER-LINE

           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE '              CONVOCACAO PARA MESA RECEPTORA DE VOTOS'
               TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE SPACES TO LETTER-LINE
           STRING '  NOME: ' WS-ROL-NOME(WS-ROL-IDX)
               '   INSCRICAO: ' WS-ROL-CITIZEN-ID(WS-ROL-IDX)
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING '  ZONA: ' WS-ROL-ZONA(WS-ROL-IDX)
               '   LOCAL DE VOTACAO: ' WS-ROL-LOCAL(WS-ROL-IDX)
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE WS-DATA-ELEICAO TO WS-DATA-EDICAO
           PERFORM 7200-EDIT-DATE
               THRU 7200-EDIT-DATE-EXIT
           MOVE SPACES TO LETTER-LINE
           STRING '  SUA PRESENCA E REQUERIDA COMO MESARIO(A) NA '
               'ELEICAO DE ' WS-DATA-IMPRESSA ','
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE '  NO LOCAL DE VOTACAO ACIMA, AS 07:00 HORAS.'
               TO LETTER-LINE
           WRITE LETTER-LINE

           IF WS-ROL-ORIGEM(WS-ROL-IDX) = 'R'
               MOVE '  ESTA CONVOCACAO SUBSTITUI UM MEMBRO DISPENSADO '
                   TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE '  DA MESA DESTE LOCAL.' TO LETTER-LINE
               WRITE LETTER-LINE
           END-IF

           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE '  O NAO COMPARECIMENTO SEM JUSTIFICATIVA ACEITA'
               TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE '  SUJEITA A MULTA. PEDIDOS DE DISPENSA DEVEM SER'
               TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE '  APRESENTADOS AO CARTORIO ELEITORAL EM ATE 5 DIAS'
               TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE '  DO RECEBIMENTO DESTA CARTA.' TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE WS-DATA-HOJE TO WS-DATA-EDICAO
           PERFORM 7200-EDIT-DATE
               THRU 7200-EDIT-DATE-EXIT
           MOVE SPACES TO LETTER-LINE
           STRING '  EMITIDA EM ' WS-DATA-IMPRESSA
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           WRITE LETTER-LINE
           MOVE '  ______________________________' TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE '        CARTORIO ELEITORAL' TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE.

       7100-PRINT-LETTER-EXIT.
           EXIT.

      ******************************************************************
      * 7200-EDIT-DATE -- AAAAMMDD IN WS-DATA-EDICAO TO DD/MM/AAAA
      ******************************************************************
       7200-EDIT-DATE.

           MOVE WS-DE-DD   TO WS-DI-DD
           MOVE WS-DE-MM   TO WS-DI-MM
           MOVE WS-DE-AAAA TO WS-DI-AAAA.

       7200-EDIT-DATE-EXIT.
           EXIT.

      ******************************************************************
      * 8000-READ-CITIZEN
      ******************************************************************
       8000-READ-CITIZEN.

           READ CITIZEN-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-CM-EOF-SWITCH
           END-READ.

       8000-READ-CITIZEN-EXIT.
           EXIT.

      ******************************************************************
      * 8100-READ-VOLUNTEER
      ******************************************************************
       8100-READ-VOLUNTEER.

           READ VOLUNTEER-FILE
               AT END
                   MOVE 'Y' TO WS-MV-EOF-SWITCH
           END-READ.

       8100-READ-VOLUNTEER-EXIT.
           EXIT.

      ******************************************************************
      * 8200-READ-SERVICE
      ******************************************************************
       8200-READ-SERVICE.

           READ SERVICE-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-MH-EOF-SWITCH
           END-READ.

       8200-READ-SERVICE-EXIT.
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

      ******************************************************************
      * 8400-READ-EXCUSE
      ******************************************************************
       8400-READ-EXCUSE.

           READ EXCUSE-TRAN-FILE
               AT END
                   MOVE 'Y' TO WS-MX-EOF-SWITCH
           END-READ.

       8400-READ-EXCUSE-EXIT.
           EXIT.

      ******************************************************************
      * 8500-READ-PRECINCT
      ******************************************************************
       8500-READ-PRECINCT.

           READ PRECINCT-TABLE-FILE
               AT END
                   MOVE 'Y' TO WS-PR-EOF-SWITCH
           END-READ.

       8500-READ-PRECINCT-EXIT.
           EXIT.
