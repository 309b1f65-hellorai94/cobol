      ******************************************************************
      * Author: M. TAVARES
      * Date: 15-10-26
      * Purpose: ELECTION RESULTS TABULATION (APURACAO) FROM THE
      * BALLOT-BOX BULLETINS. ELECTDAY RECORDS WHO VOTED BUT THE
      * VOTES THEMSELVES WERE ADDED UP ON PAPER FROM EACH PRECINCT'S
      * BOLETIM DE URNA. THIS RUN READS THE BOLETIM LINES (VOTES PER
      * CANDIDATE, BLANK AND NULL PER ZONA/POLLING PLACE), CHECKS
      * EVERY CANDIDATE NUMBER AGAINST CANDIDAT, AND RECONCILES EACH
      * PLACE'S BULLETIN TOTAL TO THE TURNOUT ELECTDAY WROTE ON
      * COMPAREC. A PLACE WITH NO BULLETIN, A BAD OR DUPLICATE LINE
      * OR A TOTAL THAT DOES NOT MATCH ITS TURNOUT IS HELD: ITS LINES
      * GO TO BOLPEND FOR CORRECTION AND IT IS LISTED ON THE APURCONF
      * RECONCILIATION REPORT, WHICH PRINTS EVERY RUN. THE OFFICIAL
      * RESULTS ON APUROFIC -- PER PLACE, PER ZONA AND OVERALL --
      * ARE PRINTED ONLY WHEN EVERY PLACE HAS RECONCILED.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History
      * 15-10-26 MRT  ORIGINAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APURACAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TURNOUT-EXTRACT-FILE ASSIGN TO "COMPAREC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-STATUS.

           SELECT CANDIDATE-FILE ASSIGN TO "CANDIDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CD-STATUS.

           SELECT BULLETIN-FILE ASSIGN TO "BOLETIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BU-STATUS.

           SELECT HELD-BULLETIN-FILE ASSIGN TO "BOLPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BP-STATUS.

           SELECT RECONCILE-REPORT-FILE ASSIGN TO "APURCONF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.

           SELECT RESULTS-REPORT-FILE ASSIGN TO "APUROFIC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RO-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *-----------------------------------------------------------------
      * TURNOUT-EXTRACT-FILE -- VOTED PER ZONA/PRECINCT FROM ELECTDAY
      *-----------------------------------------------------------------
       FD  TURNOUT-EXTRACT-FILE
           RECORD CONTAINS 32 CHARACTERS.
       01  TURNOUT-EXTRACT-RECORD.
           05  TX-ZONA             PIC X(04).
           05  TX-LOCAL-VOTACAO    PIC X(18).
           05  TX-INSCRITOS        PIC 9(05).
           05  TX-VOTARAM          PIC 9(05).

       FD  CANDIDATE-FILE
           RECORD CONTAINS 38 CHARACTERS.
       01  CANDIDATE-RECORD.
           05  CD-NUMERO           PIC X(05).
           05  CD-NOME             PIC X(25).
           05  CD-PARTIDO          PIC X(08).

      *-----------------------------------------------------------------
      * BULLETIN-FILE -- ONE LINE PER CANDIDATE ON A PLACE'S BOLETIM,
      * PLUS ONE 'B' (BLANK) AND ONE 'N' (NULL) LINE
      *-----------------------------------------------------------------
       FD  BULLETIN-FILE
           RECORD CONTAINS 33 CHARACTERS.
       01  BULLETIN-RECORD.
           05  BU-ZONA             PIC X(04).
           05  BU-LOCAL-VOTACAO    PIC X(18).
           05  BU-TIPO             PIC X(01).
               88  BU-VOTO-CANDIDATO          VALUE 'C'.
               88  BU-VOTO-BRANCO             VALUE 'B'.
               88  BU-VOTO-NULO               VALUE 'N'.
           05  BU-CANDIDATO        PIC X(05).
           05  BU-VOTOS            PIC 9(05).

       FD  HELD-BULLETIN-FILE
           RECORD CONTAINS 33 CHARACTERS.
       01  HELD-BULLETIN-RECORD    PIC X(33).

       FD  RECONCILE-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RECONCILE-REPORT-LINE   PIC X(80).

       FD  RESULTS-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RESULTS-REPORT-LINE     PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-TX-STATUS            PIC X(02) VALUE SPACES.
       77  WS-CD-STATUS            PIC X(02) VALUE SPACES.
       77  WS-BU-STATUS            PIC X(02) VALUE SPACES.
       77  WS-BP-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RC-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RO-STATUS            PIC X(02) VALUE SPACES.

       77  WS-TX-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-TX-END-OF-FILE            VALUE 'Y'.
       77  WS-CD-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-CD-END-OF-FILE            VALUE 'Y'.
       77  WS-BU-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-BU-END-OF-FILE            VALUE 'Y'.
       77  WS-ABORTA-SW            PIC X(01) VALUE 'N'.
           88  WS-EXECUCAO-ABORTADA         VALUE 'S'.

      *-----------------------------------------------------------------
      * CANDIDATES ON THE BALLOT WITH THE OVERALL COUNT
      *-----------------------------------------------------------------
       01  WS-CAN-TABLE.
           05  WS-CAN-ENTRY OCCURS 30 TIMES
                            INDEXED BY WS-CAN-IDX.
               10  WS-CAN-NUMERO       PIC X(05).
               10  WS-CAN-NOME         PIC X(25).
               10  WS-CAN-PARTIDO      PIC X(08).

       77  WS-CAN-COUNT            PIC 9(02) VALUE ZEROS.
       77  WS-CAN-SUB              PIC 9(02) VALUE ZEROS.
       77  WS-CAN-ACHOU            PIC X(01) VALUE 'N'.
           88  WS-CAN-ENCONTROU             VALUE 'S'.

      *-----------------------------------------------------------------
      * ONE ENTRY PER POLLING PLACE ON COMPAREC -- TURNOUT, WHAT THE
      * BULLETIN ADDS UP TO, THE VOTES PER CANDIDATE AND WHETHER THE
      * PLACE IS HELD
      *-----------------------------------------------------------------
       01  WS-SEC-TABLE.
           05  WS-SEC-ENTRY OCCURS 50 TIMES
                            INDEXED BY WS-SEC-IDX.
               10  WS-SEC-ZONA         PIC X(04).
               10  WS-SEC-LOCAL        PIC X(18).
               10  WS-SEC-VOTARAM      PIC 9(05).
               10  WS-SEC-LINHAS       PIC 9(03).
               10  WS-SEC-TOTAL        PIC 9(06).
               10  WS-SEC-BRANCOS      PIC 9(05).
               10  WS-SEC-NULOS        PIC 9(05).
               10  WS-SEC-BRANCO-VISTO PIC X(01).
               10  WS-SEC-NULO-VISTO   PIC X(01).
               10  WS-SEC-RETIDA       PIC X(01).
               10  WS-SEC-MOTIVO       PIC X(20).
               10  WS-SEC-CANDIDATO OCCURS 30 TIMES.
                   15  WS-SEC-VOTOS    PIC 9(05).
                   15  WS-SEC-VISTO    PIC X(01).

       77  WS-SEC-COUNT            PIC 9(02) VALUE ZEROS.
       77  WS-SEC-SUB              PIC 9(02) VALUE ZEROS.
       77  WS-SEC-ACHOU            PIC X(01) VALUE 'N'.
           88  WS-SEC-ENCONTROU             VALUE 'S'.

      *-----------------------------------------------------------------
      * ZONA TOTALS, BUILT ONLY WHEN EVERY PLACE RECONCILED
      *-----------------------------------------------------------------
       01  WS-ZON-TABLE.
           05  WS-ZON-ENTRY OCCURS 50 TIMES
                            INDEXED BY WS-ZON-IDX.
               10  WS-ZON-ZONA         PIC X(04).
               10  WS-ZON-BRANCOS      PIC 9(07).
               10  WS-ZON-NULOS        PIC 9(07).
               10  WS-ZON-VOTOS        PIC 9(07)
                                       OCCURS 30 TIMES.

       77  WS-ZON-COUNT            PIC 9(02) VALUE ZEROS.
       77  WS-ZON-SUB              PIC 9(02) VALUE ZEROS.
       77  WS-ZON-ACHOU            PIC X(01) VALUE 'N'.
           88  WS-ZON-ENCONTROU             VALUE 'S'.

      *-----------------------------------------------------------------
      * THE BLOCK BEING PRINTED -- ONE PLACE, ONE ZONA OR THE TOTAL
      *-----------------------------------------------------------------
       01  WS-BLOCO.
           05  WS-BL-TITULO        PIC X(60).
           05  WS-BL-BRANCOS       PIC 9(07).
           05  WS-BL-NULOS         PIC 9(07).
           05  WS-BL-VALIDOS       PIC 9(07).
           05  WS-BL-VOTOS         PIC 9(07)
                                   OCCURS 30 TIMES.

       77  WS-GERAL-BRANCOS        PIC 9(07) VALUE ZEROS.
       77  WS-GERAL-NULOS          PIC 9(07) VALUE ZEROS.
       01  WS-GERAL-VOTOS-TABLE.
           05  WS-GERAL-VOTOS      PIC 9(07)
                                   OCCURS 30 TIMES.

       77  WS-TOTAL-BLOCO          PIC 9(07) VALUE ZEROS.
       77  WS-PCT-VALIDOS          PIC 9(03)V9 VALUE ZEROS.
       77  WS-DIFERENCA            PIC S9(06) VALUE ZEROS.
       77  WS-PAGINA-CONF          PIC 9(04) VALUE ZEROS.
       77  WS-PAGINA-OFIC          PIC 9(04) VALUE ZEROS.
       77  WS-MOTIVO-RETENCAO      PIC X(20) VALUE SPACES.

      *-----------------------------------------------------------------
      * RUN TOTALS
      *-----------------------------------------------------------------
       77  WS-QTDE-LINHAS          PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-ORFAS           PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-CONFERIDAS      PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-RETIDAS         PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-LINHAS-RETIDAS  PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-VOTOS-APURADOS  PIC 9(07) VALUE ZEROS.

      *-----------------------------------------------------------------
      * REPORT LINES
      *-----------------------------------------------------------------
       01  WS-CONF-CABECALHO.
           05  FILLER              PIC X(06) VALUE 'ZONA'.
           05  FILLER              PIC X(20) VALUE 'LOCAL'.
           05  FILLER              PIC X(07) VALUE 'COMPAR'.
           05  FILLER              PIC X(08) VALUE ' BOLETIM'.
           05  FILLER              PIC X(08) VALUE '  DIFER.'.
           05  FILLER              PIC X(31) VALUE '  SITUACAO'.

       01  WS-CONF-DETALHE.
           05  WS-CF-ZONA          PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-CF-LOCAL         PIC X(18).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-CF-VOTARAM       PIC Z(04)9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-CF-TOTAL         PIC Z(05)9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-CF-DIFERENCA     PIC -(05)9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-CF-SITUACAO      PIC X(28).

       01  WS-OFIC-DETALHE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-OD-NUMERO        PIC X(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-OD-NOME          PIC X(25).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-OD-PARTIDO       PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-OD-VOTOS         PIC Z(06)9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-OD-PCT           PIC ZZ9.9.
           05  WS-OD-PCT-SINAL     PIC X(01).

       COPY CTLTOTLNK.
       COPY JOBLGLNK.
       COPY RPTHDRLNK.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.

           MOVE 'APURACAO' TO JL-PROGRAM-ID
           MOVE 'S'        TO JL-ACAO
           CALL 'JOBLOG' USING JOBLOG-PARMS

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT

           IF NOT WS-EXECUCAO-ABORTADA
               PERFORM 2000-POST-BULLETIN-LINE
                   THRU 2000-POST-BULLETIN-LINE-EXIT
                   UNTIL WS-BU-END-OF-FILE
               PERFORM 3000-RECONCILE
                   THRU 3000-RECONCILE-EXIT
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
      * 1000-INITIALIZE -- THE TURNOUT EXTRACT AND THE BALLOT ARE
      * REQUIRED; THE BULLETINS ARE PRIMED
      ******************************************************************
       1000-INITIALIZE.

           MOVE SPACES TO WS-CAN-TABLE
           MOVE SPACES TO WS-SEC-TABLE
           MOVE SPACES TO WS-ZON-TABLE

           OPEN INPUT TURNOUT-EXTRACT-FILE
           IF WS-TX-STATUS NOT = '00'
               DISPLAY 'ERRO - SEM ARQUIVO COMPAREC -- RODE O '
                   'ELECTDAY PRIMEIRO'
               MOVE 'S' TO WS-ABORTA-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           PERFORM 8000-READ-TURNOUT
               THRU 8000-READ-TURNOUT-EXIT
           PERFORM 1100-STORE-PLACE
               THRU 1100-STORE-PLACE-EXIT
               UNTIL WS-TX-END-OF-FILE
                  OR WS-EXECUCAO-ABORTADA
           CLOSE TURNOUT-EXTRACT-FILE

           IF WS-EXECUCAO-ABORTADA
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           OPEN INPUT CANDIDATE-FILE
           IF WS-CD-STATUS NOT = '00'
               DISPLAY 'ERRO - SEM ARQUIVO CANDIDAT -- CEDULA '
                   'DESCONHECIDA'
               MOVE 'S' TO WS-ABORTA-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           PERFORM 8100-READ-CANDIDATE
               THRU 8100-READ-CANDIDATE-EXIT
           PERFORM 1200-STORE-CANDIDATE
               THRU 1200-STORE-CANDIDATE-EXIT
               UNTIL WS-CD-END-OF-FILE
                  OR WS-EXECUCAO-ABORTADA
           CLOSE CANDIDATE-FILE

           IF WS-EXECUCAO-ABORTADA
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           OPEN OUTPUT RECONCILE-REPORT-FILE
           OPEN OUTPUT HELD-BULLETIN-FILE

      *    NO BULLETIN FILE AT ALL LEAVES EVERY PLACE WITHOUT ONE
           OPEN INPUT BULLETIN-FILE
           IF WS-BU-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO BOLETIM -- NENHUM '
                   'BOLETIM RECEBIDO'
               MOVE 'Y' TO WS-BU-EOF-SWITCH
           ELSE
               PERFORM 8200-READ-BULLETIN
                   THRU 8200-READ-BULLETIN-EXIT
           END-IF.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-STORE-PLACE -- A TABULATION THAT CANNOT HOLD EVERY PLACE
      * CANNOT CLAIM AN OFFICIAL TOTAL, SO OVERFLOW STOPS THE RUN
      ******************************************************************
       1100-STORE-PLACE.

           IF WS-SEC-COUNT NOT < 50
               DISPLAY 'ERRO - TABELA DE SECOES CHEIA -- ZONA '
                   TX-ZONA ' LOCAL ' TX-LOCAL-VOTACAO ' FORA'
               MOVE 'S' TO WS-ABORTA-SW
               GO TO 1100-STORE-PLACE-EXIT
           END-IF

           ADD 1 TO WS-SEC-COUNT
           SET WS-SEC-IDX TO WS-SEC-COUNT
           MOVE TX-ZONA          TO WS-SEC-ZONA(WS-SEC-IDX)
           MOVE TX-LOCAL-VOTACAO TO WS-SEC-LOCAL(WS-SEC-IDX)
           MOVE TX-VOTARAM       TO WS-SEC-VOTARAM(WS-SEC-IDX)
           MOVE ZEROS TO WS-SEC-LINHAS(WS-SEC-IDX)
           MOVE ZEROS TO WS-SEC-TOTAL(WS-SEC-IDX)
           MOVE ZEROS TO WS-SEC-BRANCOS(WS-SEC-IDX)
           MOVE ZEROS TO WS-SEC-NULOS(WS-SEC-IDX)
           MOVE 'N'   TO WS-SEC-BRANCO-VISTO(WS-SEC-IDX)
           MOVE 'N'   TO WS-SEC-NULO-VISTO(WS-SEC-IDX)
           MOVE 'N'   TO WS-SEC-RETIDA(WS-SEC-IDX)

           PERFORM 1110-CLEAR-PLACE-VOTES
               THRU 1110-CLEAR-PLACE-VOTES-EXIT
               VARYING WS-CAN-SUB FROM 1 BY 1
               UNTIL WS-CAN-SUB > 30

           PERFORM 8000-READ-TURNOUT
               THRU 8000-READ-TURNOUT-EXIT.

       1100-STORE-PLACE-EXIT.
           EXIT.

      ******************************************************************
      * 1110-CLEAR-PLACE-VOTES
      ******************************************************************
       1110-CLEAR-PLACE-VOTES.

           MOVE ZEROS TO WS-SEC-VOTOS(WS-SEC-IDX, WS-CAN-SUB)
           MOVE 'N'   TO WS-SEC-VISTO(WS-SEC-IDX, WS-CAN-SUB).

       1110-CLEAR-PLACE-VOTES-EXIT.
           EXIT.

      ******************************************************************
      * 1200-STORE-CANDIDATE
      ******************************************************************
       1200-STORE-CANDIDATE.

           IF WS-CAN-COUNT NOT < 30
               DISPLAY 'ERRO - TABELA DE CANDIDATOS CHEIA -- '
                   CD-NUMERO ' FORA'
               MOVE 'S' TO WS-ABORTA-SW
               GO TO 1200-STORE-CANDIDATE-EXIT
           END-IF

           ADD 1 TO WS-CAN-COUNT
           SET WS-CAN-IDX TO WS-CAN-COUNT
           MOVE CD-NUMERO  TO WS-CAN-NUMERO(WS-CAN-IDX)
           MOVE CD-NOME    TO WS-CAN-NOME(WS-CAN-IDX)
           MOVE CD-PARTIDO TO WS-CAN-PARTIDO(WS-CAN-IDX)

           PERFORM 8100-READ-CANDIDATE
               THRU 8100-READ-CANDIDATE-EXIT.

       1200-STORE-CANDIDATE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-POST-BULLETIN-LINE -- A LINE FOR A PLACE NOT ON COMPAREC
      * IS HELD ON ITS OWN; ANY OTHER BAD LINE HOLDS ITS WHOLE PLACE
      ******************************************************************
       2000-POST-BULLETIN-LINE.

           ADD 1 TO WS-QTDE-LINHAS

           PERFORM 5000-FIND-PLACE
               THRU 5000-FIND-PLACE-EXIT
           IF NOT WS-SEC-ENCONTROU
               ADD 1 TO WS-QTDE-ORFAS
               ADD 1 TO WS-QTDE-LINHAS-RETIDAS
               DISPLAY 'BOLETIM RETIDO - ZONA ' BU-ZONA ' LOCAL '
                   BU-LOCAL-VOTACAO ' SEM COMPARECIMENTO'
               WRITE HELD-BULLETIN-RECORD FROM BULLETIN-RECORD
               GO TO 2000-POST-BULLETIN-LINE-NEXT
           END-IF

           ADD 1 TO WS-SEC-LINHAS(WS-SEC-IDX)

           IF BU-VOTOS NOT NUMERIC
               MOVE 'VOTOS NAO NUMERICOS' TO WS-MOTIVO-RETENCAO
               PERFORM 5200-HOLD-PLACE
                   THRU 5200-HOLD-PLACE-EXIT
               GO TO 2000-POST-BULLETIN-LINE-NEXT
           END-IF

           EVALUATE TRUE
               WHEN BU-VOTO-CANDIDATO
                   PERFORM 2100-POST-CANDIDATE-VOTES
                       THRU 2100-POST-CANDIDATE-VOTES-EXIT
               WHEN BU-VOTO-BRANCO
                   IF WS-SEC-BRANCO-VISTO(WS-SEC-IDX) = 'S'
                       MOVE 'LINHA DUPLICADA' TO WS-MOTIVO-RETENCAO
                       PERFORM 5200-HOLD-PLACE
                           THRU 5200-HOLD-PLACE-EXIT
                   ELSE
                       MOVE 'S' TO WS-SEC-BRANCO-VISTO(WS-SEC-IDX)
                       MOVE BU-VOTOS TO WS-SEC-BRANCOS(WS-SEC-IDX)
                       ADD BU-VOTOS TO WS-SEC-TOTAL(WS-SEC-IDX)
                   END-IF
               WHEN BU-VOTO-NULO
                   IF WS-SEC-NULO-VISTO(WS-SEC-IDX) = 'S'
                       MOVE 'LINHA DUPLICADA' TO WS-MOTIVO-RETENCAO
                       PERFORM 5200-HOLD-PLACE
                           THRU 5200-HOLD-PLACE-EXIT
                   ELSE
                       MOVE 'S' TO WS-SEC-NULO-VISTO(WS-SEC-IDX)
                       MOVE BU-VOTOS TO WS-SEC-NULOS(WS-SEC-IDX)
                       ADD BU-VOTOS TO WS-SEC-TOTAL(WS-SEC-IDX)
                   END-IF
               WHEN OTHER
                   MOVE 'TIPO INVALIDO' TO WS-MOTIVO-RETENCAO
                   PERFORM 5200-HOLD-PLACE
                       THRU 5200-HOLD-PLACE-EXIT
           END-EVALUATE.

       2000-POST-BULLETIN-LINE-NEXT.

           PERFORM 8200-READ-BULLETIN
               THRU 8200-READ-BULLETIN-EXIT.

       2000-POST-BULLETIN-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 2100-POST-CANDIDATE-VOTES -- THE NUMBER MUST BE ON THE BALLOT
      * AND APPEAR ONCE PER BULLETIN
      ******************************************************************
       2100-POST-CANDIDATE-VOTES.

           PERFORM 5100-FIND-CANDIDATE
               THRU 5100-FIND-CANDIDATE-EXIT
           IF NOT WS-CAN-ENCONTROU
               MOVE 'CANDIDATO INVALIDO' TO WS-MOTIVO-RETENCAO
               PERFORM 5200-HOLD-PLACE
                   THRU 5200-HOLD-PLACE-EXIT
               GO TO 2100-POST-CANDIDATE-VOTES-EXIT
           END-IF

           SET WS-CAN-SUB TO WS-CAN-IDX
           IF WS-SEC-VISTO(WS-SEC-IDX, WS-CAN-SUB) = 'S'
               MOVE 'LINHA DUPLICADA' TO WS-MOTIVO-RETENCAO
               PERFORM 5200-HOLD-PLACE
                   THRU 5200-HOLD-PLACE-EXIT
               GO TO 2100-POST-CANDIDATE-VOTES-EXIT
           END-IF

           MOVE 'S'      TO WS-SEC-VISTO(WS-SEC-IDX, WS-CAN-SUB)
           MOVE BU-VOTOS TO WS-SEC-VOTOS(WS-SEC-IDX, WS-CAN-SUB)
           ADD BU-VOTOS  TO WS-SEC-TOTAL(WS-SEC-IDX).

       2100-POST-CANDIDATE-VOTES-EXIT.
           EXIT.

      ******************************************************************
      * 3000-RECONCILE -- EVERY PLACE AGAINST ITS TURNOUT, THE HELD
      * LINES TO BOLPEND, THEN THE RECONCILIATION LISTING
      ******************************************************************
       3000-RECONCILE.

           IF WS-BU-STATUS = '00' OR WS-BU-STATUS = '10'
               CLOSE BULLETIN-FILE
           END-IF

           PERFORM 3100-CHECK-PLACE
               THRU 3100-CHECK-PLACE-EXIT
               VARYING WS-SEC-SUB FROM 1 BY 1
               UNTIL WS-SEC-SUB > WS-SEC-COUNT

      *    SECOND PASS -- THE LINES OF EVERY HELD PLACE GO BACK OUT
      *    FOR CORRECTION AND RESUBMISSION
           IF WS-QTDE-RETIDAS > ZEROS
               MOVE 'N' TO WS-BU-EOF-SWITCH
               OPEN INPUT BULLETIN-FILE
               IF WS-BU-STATUS = '00'
                   PERFORM 8200-READ-BULLETIN
                       THRU 8200-READ-BULLETIN-EXIT
                   PERFORM 3200-COPY-HELD-LINE
                       THRU 3200-COPY-HELD-LINE-EXIT
                       UNTIL WS-BU-END-OF-FILE
                   CLOSE BULLETIN-FILE
               END-IF
           END-IF

           ADD 1 TO WS-PAGINA-CONF
           MOVE 'APURACAO'     TO RH-PROGRAM-ID
           MOVE WS-PAGINA-CONF TO RH-PAGE-NUM
           CALL 'RPTHDR' USING RPTHDR-PARMS
           WRITE RECONCILE-REPORT-LINE FROM RH-HEADER-LINE
           MOVE 'CONFERENCIA DOS BOLETINS DE URNA COM O COMPARECIMENTO'
               TO RECONCILE-REPORT-LINE
           WRITE RECONCILE-REPORT-LINE
           MOVE SPACES TO RECONCILE-REPORT-LINE
           WRITE RECONCILE-REPORT-LINE
           WRITE RECONCILE-REPORT-LINE FROM WS-CONF-CABECALHO

           PERFORM 3300-PRINT-RECONCILE-LINE
               THRU 3300-PRINT-RECONCILE-LINE-EXIT
               VARYING WS-SEC-SUB FROM 1 BY 1
               UNTIL WS-SEC-SUB > WS-SEC-COUNT

           MOVE SPACES TO RECONCILE-REPORT-LINE
           WRITE RECONCILE-REPORT-LINE
           IF WS-QTDE-RETIDAS = ZEROS AND WS-QTDE-ORFAS = ZEROS
               MOVE 'TODAS AS SECOES CONFEREM -- RESULTADO EMITIDO'
                   TO RECONCILE-REPORT-LINE
           ELSE
               STRING '*** RETIDAS: ' WS-QTDE-RETIDAS ' SECOES, '
                   WS-QTDE-ORFAS ' LINHAS AVULSAS -- RESULTADO '
                   'NAO EMITIDO ***'
                   DELIMITED BY SIZE INTO RECONCILE-REPORT-LINE
           END-IF
           WRITE RECONCILE-REPORT-LINE.

       3000-RECONCILE-EXIT.
           EXIT.

      ******************************************************************
      * 3100-CHECK-PLACE -- NO BULLETIN, OR A TOTAL OTHER THAN THE
      * TURNOUT, HOLDS THE PLACE
      ******************************************************************
       3100-CHECK-PLACE.

           SET WS-SEC-IDX TO WS-SEC-SUB

           IF WS-SEC-RETIDA(WS-SEC-IDX) = 'S'
               GO TO 3100-CHECK-PLACE-EXIT
           END-IF

           IF WS-SEC-LINHAS(WS-SEC-IDX) = ZEROS
               MOVE 'SEM BOLETIM' TO WS-MOTIVO-RETENCAO
               PERFORM 5200-HOLD-PLACE
                   THRU 5200-HOLD-PLACE-EXIT
               GO TO 3100-CHECK-PLACE-EXIT
           END-IF

           IF WS-SEC-TOTAL(WS-SEC-IDX) NOT = WS-SEC-VOTARAM(WS-SEC-IDX)
               MOVE 'TOTAL DIVERGENTE' TO WS-MOTIVO-RETENCAO
               PERFORM 5200-HOLD-PLACE
                   THRU 5200-HOLD-PLACE-EXIT
               GO TO 3100-CHECK-PLACE-EXIT
           END-IF

           ADD 1 TO WS-QTDE-CONFERIDAS.

       3100-CHECK-PLACE-EXIT.
           EXIT.

      ******************************************************************
      * 3200-COPY-HELD-LINE
      ******************************************************************
       3200-COPY-HELD-LINE.

           PERFORM 5000-FIND-PLACE
               THRU 5000-FIND-PLACE-EXIT
           IF WS-SEC-ENCONTROU
               IF WS-SEC-RETIDA(WS-SEC-IDX) = 'S'
                   ADD 1 TO WS-QTDE-LINHAS-RETIDAS
                   WRITE HELD-BULLETIN-RECORD FROM BULLETIN-RECORD
               END-IF
           END-IF

           PERFORM 8200-READ-BULLETIN
               THRU 8200-READ-BULLETIN-EXIT.

       3200-COPY-HELD-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 3300-PRINT-RECONCILE-LINE
      ******************************************************************
       3300-PRINT-RECONCILE-LINE.

           SET WS-SEC-IDX TO WS-SEC-SUB

           MOVE SPACES TO WS-CONF-DETALHE
           MOVE WS-SEC-ZONA(WS-SEC-IDX)    TO WS-CF-ZONA
           MOVE WS-SEC-LOCAL(WS-SEC-IDX)   TO WS-CF-LOCAL
           MOVE WS-SEC-VOTARAM(WS-SEC-IDX) TO WS-CF-VOTARAM
           MOVE WS-SEC-TOTAL(WS-SEC-IDX)   TO WS-CF-TOTAL
           COMPUTE WS-DIFERENCA = WS-SEC-TOTAL(WS-SEC-IDX)
               - WS-SEC-VOTARAM(WS-SEC-IDX)
           MOVE WS-DIFERENCA TO WS-CF-DIFERENCA

           IF WS-SEC-RETIDA(WS-SEC-IDX) = 'S'
               STRING 'RETIDA - ' WS-SEC-MOTIVO(WS-SEC-IDX)
                   DELIMITED BY SIZE INTO WS-CF-SITUACAO
           ELSE
               MOVE 'CONFERE' TO WS-CF-SITUACAO
           END-IF

           WRITE RECONCILE-REPORT-LINE FROM WS-CONF-DETALHE.

       3300-PRINT-RECONCILE-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 4000-FINALIZE -- THE OFFICIAL RESULTS ONLY WHEN NOTHING IS
      * HELD, THEN THE RUN TOTALS
      ******************************************************************
       4000-FINALIZE.

           CLOSE HELD-BULLETIN-FILE
           CLOSE RECONCILE-REPORT-FILE

           IF WS-QTDE-RETIDAS > ZEROS OR WS-QTDE-ORFAS > ZEROS
               DISPLAY 'RESULTADO OFICIAL RETIDO -- CORRIJA OS '
                   'BOLETINS DO BOLPEND E RODE DE NOVO'
           ELSE
               PERFORM 4100-PRINT-OFFICIAL
                   THRU 4100-PRINT-OFFICIAL-EXIT
           END-IF

           DISPLAY 'LINHAS DE BOLETIM LIDAS:  ' WS-QTDE-LINHAS
           DISPLAY 'SECOES CONFERIDAS:        ' WS-QTDE-CONFERIDAS
           DISPLAY 'SECOES RETIDAS:           ' WS-QTDE-RETIDAS
           DISPLAY 'LINHAS SEM SECAO:         ' WS-QTDE-ORFAS
           DISPLAY 'LINHAS EM BOLPEND:        '
               WS-QTDE-LINHAS-RETIDAS
           DISPLAY 'VOTOS APURADOS:           '
               WS-QTDE-VOTOS-APURADOS

           MOVE 'APURACAO'             TO CT-PROGRAM-ID
           MOVE 'SECOES CONFERIDAS'    TO CT-TOTAL-1-LABEL
           MOVE WS-QTDE-CONFERIDAS     TO CT-TOTAL-1-VALOR
           MOVE 'SECOES RETIDAS'       TO CT-TOTAL-2-LABEL
           MOVE WS-QTDE-RETIDAS        TO CT-TOTAL-2-VALOR
           MOVE 'VOTOS APURADOS'       TO CT-TOTAL-3-LABEL
           MOVE WS-QTDE-VOTOS-APURADOS TO CT-TOTAL-3-VALOR
           CALL 'CTLTOT' USING CTLTOT-PARMS

      *    SET AFTER THE CALL, WHICH RESETS THE RETURN-CODE REGISTER
           IF WS-QTDE-RETIDAS > ZEROS OR WS-QTDE-ORFAS > ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF.

       4000-FINALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 4100-PRINT-OFFICIAL -- EVERY PLACE, EVERY ZONA, THE TOTAL
      ******************************************************************
       4100-PRINT-OFFICIAL.

           OPEN OUTPUT RESULTS-REPORT-FILE

           MOVE ZEROS TO WS-GERAL-BRANCOS
           MOVE ZEROS TO WS-GERAL-NULOS
           PERFORM 4110-CLEAR-OVERALL
               THRU 4110-CLEAR-OVERALL-EXIT
               VARYING WS-CAN-SUB FROM 1 BY 1
               UNTIL WS-CAN-SUB > 30

           PERFORM 4200-PRINT-PLACE
               THRU 4200-PRINT-PLACE-EXIT
               VARYING WS-SEC-SUB FROM 1 BY 1
               UNTIL WS-SEC-SUB > WS-SEC-COUNT

           PERFORM 4300-PRINT-ZONA
               THRU 4300-PRINT-ZONA-EXIT
               VARYING WS-ZON-SUB FROM 1 BY 1
               UNTIL WS-ZON-SUB > WS-ZON-COUNT

           MOVE SPACES TO WS-BLOCO
           MOVE 'RESULTADO GERAL DA ELEICAO' TO WS-BL-TITULO
           MOVE WS-GERAL-BRANCOS TO WS-BL-BRANCOS
           MOVE WS-GERAL-NULOS   TO WS-BL-NULOS
           PERFORM 4400-LOAD-OVERALL-VOTES
               THRU 4400-LOAD-OVERALL-VOTES-EXIT
               VARYING WS-CAN-SUB FROM 1 BY 1
               UNTIL WS-CAN-SUB > 30
           PERFORM 7000-PRINT-BLOCK
               THRU 7000-PRINT-BLOCK-EXIT

           CLOSE RESULTS-REPORT-FILE.

       4100-PRINT-OFFICIAL-EXIT.
           EXIT.

      ******************************************************************
      * 4110-CLEAR-OVERALL
      ******************************************************************
       4110-CLEAR-OVERALL.

           MOVE ZEROS TO WS-GERAL-VOTOS(WS-CAN-SUB).

       4110-CLEAR-OVERALL-EXIT.
           EXIT.

      ******************************************************************
      * 4200-PRINT-PLACE -- ONE PLACE'S RESULT, ROLLED INTO ITS ZONA
      * AND THE OVERALL TOTAL
      ******************************************************************
       4200-PRINT-PLACE.

           SET WS-SEC-IDX TO WS-SEC-SUB

           PERFORM 5300-FIND-OR-OPEN-ZONA
               THRU 5300-FIND-OR-OPEN-ZONA-EXIT

           MOVE SPACES TO WS-BLOCO
           STRING 'ZONA ' WS-SEC-ZONA(WS-SEC-IDX) '  LOCAL '
               WS-SEC-LOCAL(WS-SEC-IDX)
               DELIMITED BY SIZE INTO WS-BL-TITULO
           MOVE WS-SEC-BRANCOS(WS-SEC-IDX) TO WS-BL-BRANCOS
           MOVE WS-SEC-NULOS(WS-SEC-IDX)   TO WS-BL-NULOS
           ADD WS-SEC-BRANCOS(WS-SEC-IDX)  TO WS-ZON-BRANCOS(WS-ZON-IDX)
           ADD WS-SEC-NULOS(WS-SEC-IDX)    TO WS-ZON-NULOS(WS-ZON-IDX)
           ADD WS-SEC-BRANCOS(WS-SEC-IDX)  TO WS-GERAL-BRANCOS
           ADD WS-SEC-NULOS(WS-SEC-IDX)    TO WS-GERAL-NULOS

           PERFORM 4210-ROLL-PLACE-VOTES
               THRU 4210-ROLL-PLACE-VOTES-EXIT
               VARYING WS-CAN-SUB FROM 1 BY 1
               UNTIL WS-CAN-SUB > 30

           PERFORM 7000-PRINT-BLOCK
               THRU 7000-PRINT-BLOCK-EXIT.

       4200-PRINT-PLACE-EXIT.
           EXIT.

      ******************************************************************
      * 4210-ROLL-PLACE-VOTES
      ******************************************************************
       4210-ROLL-PLACE-VOTES.

           MOVE WS-SEC-VOTOS(WS-SEC-IDX, WS-CAN-SUB)
               TO WS-BL-VOTOS(WS-CAN-SUB)
           ADD WS-SEC-VOTOS(WS-SEC-IDX, WS-CAN-SUB)
               TO WS-ZON-VOTOS(WS-ZON-IDX, WS-CAN-SUB)
           ADD WS-SEC-VOTOS(WS-SEC-IDX, WS-CAN-SUB)
               TO WS-GERAL-VOTOS(WS-CAN-SUB).

       4210-ROLL-PLACE-VOTES-EXIT.
           EXIT.

      ******************************************************************
      * 4300-PRINT-ZONA
      ******************************************************************
       4300-PRINT-ZONA.

           SET WS-ZON-IDX TO WS-ZON-SUB

           MOVE SPACES TO WS-BLOCO
           STRING 'TOTAL DA ZONA ' WS-ZON-ZONA(WS-ZON-IDX)
               DELIMITED BY SIZE INTO WS-BL-TITULO
           MOVE WS-ZON-BRANCOS(WS-ZON-IDX) TO WS-BL-BRANCOS
           MOVE WS-ZON-NULOS(WS-ZON-IDX)   TO WS-BL-NULOS

           PERFORM 4310-LOAD-ZONA-VOTES
               THRU 4310-LOAD-ZONA-VOTES-EXIT
               VARYING WS-CAN-SUB FROM 1 BY 1
               UNTIL WS-CAN-SUB > 30

           PERFORM 7000-PRINT-BLOCK
               THRU 7000-PRINT-BLOCK-EXIT.

       4300-PRINT-ZONA-EXIT.
           EXIT.

      ******************************************************************
      * 4310-LOAD-ZONA-VOTES
      ******************************************************************
       4310-LOAD-ZONA-VOTES.

           MOVE WS-ZON-VOTOS(WS-ZON-IDX, WS-CAN-SUB)
               TO WS-BL-VOTOS(WS-CAN-SUB).

       4310-LOAD-ZONA-VOTES-EXIT.
           EXIT.

      ******************************************************************
      * 4400-LOAD-OVERALL-VOTES
      ******************************************************************
       4400-LOAD-OVERALL-VOTES.

           MOVE WS-GERAL-VOTOS(WS-CAN-SUB) TO WS-BL-VOTOS(WS-CAN-SUB).

       4400-LOAD-OVERALL-VOTES-EXIT.
           EXIT.

      ******************************************************************
      * 5000-FIND-PLACE -- BU-ZONA/BU-LOCAL-VOTACAO ON COMPAREC; THE
      * ENTRY IS LEFT UNDER WS-SEC-IDX
      ******************************************************************
       5000-FIND-PLACE.

           MOVE 'N' TO WS-SEC-ACHOU

           IF WS-SEC-COUNT = ZEROS
               GO TO 5000-FIND-PLACE-EXIT
           END-IF

           SET WS-SEC-IDX TO 1
           SEARCH WS-SEC-ENTRY
               AT END
                   CONTINUE
               WHEN WS-SEC-IDX > WS-SEC-COUNT
                   CONTINUE
               WHEN WS-SEC-ZONA(WS-SEC-IDX) = BU-ZONA
                   AND WS-SEC-LOCAL(WS-SEC-IDX) = BU-LOCAL-VOTACAO
                   MOVE 'S' TO WS-SEC-ACHOU
           END-SEARCH.

       5000-FIND-PLACE-EXIT.
           EXIT.

      ******************************************************************
      * 5100-FIND-CANDIDATE
      ******************************************************************
       5100-FIND-CANDIDATE.

           MOVE 'N' TO WS-CAN-ACHOU

           IF WS-CAN-COUNT = ZEROS
               GO TO 5100-FIND-CANDIDATE-EXIT
           END-IF

           SET WS-CAN-IDX TO 1
           SEARCH WS-CAN-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CAN-IDX > WS-CAN-COUNT
                   CONTINUE
               WHEN WS-CAN-NUMERO(WS-CAN-IDX) = BU-CANDIDATO
                   MOVE 'S' TO WS-CAN-ACHOU
           END-SEARCH.

       5100-FIND-CANDIDATE-EXIT.
           EXIT.

      ******************************************************************
      * 5200-HOLD-PLACE -- THE FIRST REASON FOUND IS THE ONE LISTED
      ******************************************************************
       5200-HOLD-PLACE.

           IF WS-SEC-RETIDA(WS-SEC-IDX) = 'S'
               GO TO 5200-HOLD-PLACE-EXIT
           END-IF

           MOVE 'S' TO WS-SEC-RETIDA(WS-SEC-IDX)
           MOVE WS-MOTIVO-RETENCAO TO WS-SEC-MOTIVO(WS-SEC-IDX)
           ADD 1 TO WS-QTDE-RETIDAS
           DISPLAY 'SECAO RETIDA - ZONA ' WS-SEC-ZONA(WS-SEC-IDX)
               ' LOCAL ' WS-SEC-LOCAL(WS-SEC-IDX) ' -- '
               WS-MOTIVO-RETENCAO.

       5200-HOLD-PLACE-EXIT.
           EXIT.

      ******************************************************************
      * 5300-FIND-OR-OPEN-ZONA -- FOR THE PLACE UNDER WS-SEC-IDX; THE
      * SLOT IS LEFT UNDER WS-ZON-IDX. THE ZONA TABLE IS AS LARGE AS
      * THE PLACE TABLE, SO IT CANNOT OVERFLOW
      ******************************************************************
       5300-FIND-OR-OPEN-ZONA.

           MOVE 'N' TO WS-ZON-ACHOU

           IF WS-ZON-COUNT > ZEROS
               SET WS-ZON-IDX TO 1
               SEARCH WS-ZON-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ZON-IDX > WS-ZON-COUNT
                       CONTINUE
                   WHEN WS-ZON-ZONA(WS-ZON-IDX)
                           = WS-SEC-ZONA(WS-SEC-IDX)
                       MOVE 'S' TO WS-ZON-ACHOU
               END-SEARCH
           END-IF

           IF NOT WS-ZON-ENCONTROU
               ADD 1 TO WS-ZON-COUNT
               SET WS-ZON-IDX TO WS-ZON-COUNT
               MOVE WS-SEC-ZONA(WS-SEC-IDX) TO WS-ZON-ZONA(WS-ZON-IDX)
               MOVE ZEROS TO WS-ZON-BRANCOS(WS-ZON-IDX)
               MOVE ZEROS TO WS-ZON-NULOS(WS-ZON-IDX)
               PERFORM 5310-CLEAR-ZONA-VOTES
                   THRU 5310-CLEAR-ZONA-VOTES-EXIT
                   VARYING WS-CAN-SUB FROM 1 BY 1
                   UNTIL WS-CAN-SUB > 30
           END-IF.

       5300-FIND-OR-OPEN-ZONA-EXIT.
           EXIT.

      ******************************************************************
      * 5310-CLEAR-ZONA-VOTES
      ******************************************************************
       5310-CLEAR-ZONA-VOTES.

           MOVE ZEROS TO WS-ZON-VOTOS(WS-ZON-IDX, WS-CAN-SUB).

       5310-CLEAR-ZONA-VOTES-EXIT.
           EXIT.

      ******************************************************************
      * 7000-PRINT-BLOCK -- WS-BLOCO ON A PAGE OF ITS OWN: VOTES PER
      * CANDIDATE WITH THE SHARE OF THE VALID VOTES, THEN BLANK, NULL
      * AND THE TOTAL
      ******************************************************************
       7000-PRINT-BLOCK.

           MOVE ZEROS TO WS-BL-VALIDOS
           PERFORM 7010-ADD-VALID
               THRU 7010-ADD-VALID-EXIT
               VARYING WS-CAN-SUB FROM 1 BY 1
               UNTIL WS-CAN-SUB > WS-CAN-COUNT

           ADD 1 TO WS-PAGINA-OFIC
           MOVE 'APURACAO'     TO RH-PROGRAM-ID
           MOVE WS-PAGINA-OFIC TO RH-PAGE-NUM
           CALL 'RPTHDR' USING RPTHDR-PARMS
           WRITE RESULTS-REPORT-LINE FROM RH-HEADER-LINE
           MOVE 'RESULTADO OFICIAL DA APURACAO' TO RESULTS-REPORT-LINE
           WRITE RESULTS-REPORT-LINE
           MOVE WS-BL-TITULO TO RESULTS-REPORT-LINE
           WRITE RESULTS-REPORT-LINE
           MOVE SPACES TO RESULTS-REPORT-LINE
           WRITE RESULTS-REPORT-LINE

           PERFORM 7100-PRINT-CANDIDATE
               THRU 7100-PRINT-CANDIDATE-EXIT
               VARYING WS-CAN-SUB FROM 1 BY 1
               UNTIL WS-CAN-SUB > WS-CAN-COUNT

           MOVE SPACES TO WS-OFIC-DETALHE
           MOVE 'VOTOS VALIDOS'   TO WS-OD-NOME
           MOVE WS-BL-VALIDOS     TO WS-OD-VOTOS
           WRITE RESULTS-REPORT-LINE FROM WS-OFIC-DETALHE
           MOVE SPACES TO WS-OFIC-DETALHE
           MOVE 'VOTOS EM BRANCO' TO WS-OD-NOME
           MOVE WS-BL-BRANCOS     TO WS-OD-VOTOS
           WRITE RESULTS-REPORT-LINE FROM WS-OFIC-DETALHE
           MOVE SPACES TO WS-OFIC-DETALHE
           MOVE 'VOTOS NULOS'     TO WS-OD-NOME
           MOVE WS-BL-NULOS       TO WS-OD-VOTOS
           WRITE RESULTS-REPORT-LINE FROM WS-OFIC-DETALHE

           COMPUTE WS-TOTAL-BLOCO = WS-BL-VALIDOS + WS-BL-BRANCOS
               + WS-BL-NULOS
           MOVE SPACES TO WS-OFIC-DETALHE
           MOVE 'TOTAL DE VOTOS'  TO WS-OD-NOME
           MOVE WS-TOTAL-BLOCO    TO WS-OD-VOTOS
           WRITE RESULTS-REPORT-LINE FROM WS-OFIC-DETALHE

           IF WS-BL-TITULO(1:9) = 'RESULTADO'
               MOVE WS-TOTAL-BLOCO TO WS-QTDE-VOTOS-APURADOS
           END-IF.

       7000-PRINT-BLOCK-EXIT.
           EXIT.

      ******************************************************************
      * 7010-ADD-VALID
      ******************************************************************
       7010-ADD-VALID.

           ADD WS-BL-VOTOS(WS-CAN-SUB) TO WS-BL-VALIDOS.

       7010-ADD-VALID-EXIT.
           EXIT.

      ******************************************************************
      * 7100-PRINT-CANDIDATE
      ******************************************************************
       7100-PRINT-CANDIDATE.

           SET WS-CAN-IDX TO WS-CAN-SUB

           MOVE SPACES TO WS-OFIC-DETALHE
           MOVE WS-CAN-NUMERO(WS-CAN-IDX)  TO WS-OD-NUMERO
           MOVE WS-CAN-NOME(WS-CAN-IDX)    TO WS-OD-NOME
           MOVE WS-CAN-PARTIDO(WS-CAN-IDX) TO WS-OD-PARTIDO
           MOVE WS-BL-VOTOS(WS-CAN-SUB)    TO WS-OD-VOTOS

           IF WS-BL-VALIDOS > ZEROS
               COMPUTE WS-PCT-VALIDOS ROUNDED =
                   (WS-BL-VOTOS(WS-CAN-SUB) * 100) / WS-BL-VALIDOS
           ELSE
               MOVE ZEROS TO WS-PCT-VALIDOS
           END-IF
           MOVE WS-PCT-VALIDOS TO WS-OD-PCT
           MOVE '%'            TO WS-OD-PCT-SINAL

           WRITE RESULTS-REPORT-LINE FROM WS-OFIC-DETALHE.

       7100-PRINT-CANDIDATE-EXIT.
           EXIT.

      ******************************************************************
      * 8000-READ-TURNOUT
      ******************************************************************
       8000-READ-TURNOUT.

           READ TURNOUT-EXTRACT-FILE
               AT END
                   MOVE 'Y' TO WS-TX-EOF-SWITCH
           END-READ.

       8000-READ-TURNOUT-EXIT.
           EXIT.

      ******************************************************************
      * 8100-READ-CANDIDATE
      ******************************************************************
       8100-READ-CANDIDATE.

           READ CANDIDATE-FILE
               AT END
                   MOVE 'Y' TO WS-CD-EOF-SWITCH
           END-READ.

       8100-READ-CANDIDATE-EXIT.
           EXIT.

      ******************************************************************
      * 8200-READ-BULLETIN
      ******************************************************************
       8200-READ-BULLETIN.

           READ BULLETIN-FILE
               AT END
                   MOVE 'Y' TO WS-BU-EOF-SWITCH
           END-READ.

       8200-READ-BULLETIN-EXIT.
           EXIT.
