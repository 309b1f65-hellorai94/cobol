      ******************************************************************
      * Author: M. TAVARES
      * Date: 15-10-26
      * Purpose: PRODUCT LOT QUARANTINE AFTER COLD-CHAIN EXCURSIONS.
      * TEMPCONV RAISES THE COLDALRT EXCURSION ALERTS AND COLDWO
      * SENDS MAINTENANCE TO THE UNIT, BUT NOBODY COULD SAY WHICH
      * STOCK WAS INSIDE THE UNIT WHILE IT WAS OUT OF BAND, AND
      * SPOILED PRODUCT WAS SOLD. THIS RUN MAPS EACH ALERT'S SENSOR
      * TO ITS UNIT THROUGH REFUNITS AND MATCHES THE EXCURSION TO
      * EVERY LOT THE LOTELOC LOT-LOCATION FILE SHOWS IN THAT UNIT
      * DURING IT. THOSE LOTS GO ON THE QUARENT QUARANTINE MASTER
      * WITH THEIR VALUE AT RISK. QUARTRAN DISPOSITIONS -- RELEASE,
      * DISCARD, RETURN TO SUPPLIER -- CLEAR THE QUARANTINE; A
      * DISCARD IS WRITTEN OFF TO INVENTORY LOSS AND A RETURN IS
      * CHARGED BACK TO THE SUPPLIER THROUGH GLINTRFC. QUARRPT LISTS
      * EVERY LOT STILL AWAITING A DECISION.
      * THE ALERTS CARRY ONLY THE TIME OF DAY, SO THE DATE OF THE
      * TEMPERATURE LOG THEY CAME FROM IS TAKEN FROM THE PARM
      * 'DATA=YYYYMMDD' (DEFAULT: TODAY).
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History
      * 15-10-26 MRT  ORIGINAL VERSION.
      * 15-10-26 MRT  THE RUN'S GLINTRFC ENTRIES NOW GO OUT BETWEEN AN
      *               IFCTL HEADER AND TRAILER (RECORD COUNT AND
      *               AMOUNT HASH) SO EVERY CONSUMER CAN PROVE THE
      *               BATCH ARRIVED WHOLE.
      * 15-10-26 MRT  GLINTRFC IS DECLARED AT 30 CHARACTERS, THE LENGTH
      *               GLEDIT AND GLPOST READ IT AT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTQUAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLD-ALERT-FILE ASSIGN TO "COLDALRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CA-STATUS.

           SELECT REFRIG-UNIT-FILE ASSIGN TO "REFUNITS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RF-STATUS.

           SELECT LOT-LOCATION-FILE ASSIGN TO "LOTELOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LL-STATUS.

           SELECT QUARANTINE-FILE ASSIGN TO "QUARENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QT-STATUS.

           SELECT DISPOSITION-FILE ASSIGN TO "QUARTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QD-STATUS.

           SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTRFC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT QUARANTINE-REPORT-FILE ASSIGN TO "QUARRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COLD-ALERT-FILE
           RECORD CONTAINS 25 CHARACTERS.
       01  COLD-ALERT-RECORD.
           05  CA-EQUIP-ID             PIC X(05).
           05  CA-HORA-INICIO          PIC 9(04).
           05  CA-DURACAO-MIN          PIC 9(05).
           05  CA-PIOR-LEITURA         PIC S9(03)V9
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(06).

       FD  REFRIG-UNIT-FILE
           RECORD CONTAINS 28 CHARACTERS.
       01  REFRIG-UNIT-RECORD.
           05  RF-SENSOR-ID        PIC X(05).
           05  RF-EQUIP-ID         PIC X(05).
           05  RF-LOCAL            PIC X(18).

      *-----------------------------------------------------------------
      * LOT-LOCATION-FILE -- ONE LINE PER STAY OF A LOT IN A REFUNITS
      * UNIT. EXIT DATE ZERO MEANS THE LOT IS STILL IN THE UNIT. THE
      * LOT NUMBER RIDES IN GL-EMP-ID FOR THE AUDIT TRAIL
      *-----------------------------------------------------------------
       FD  LOT-LOCATION-FILE
           RECORD CONTAINS 52 CHARACTERS.
       01  LOT-LOCATION-RECORD.
           05  LL-LOTE             PIC X(05).
           05  LL-PRODUTO          PIC X(06).
           05  LL-QUANTIDADE       PIC 9(05).
           05  LL-CUSTO-UNIT       PIC 9(05)V99.
           05  LL-UNIDADE          PIC X(05).
           05  LL-DATA-ENTRADA     PIC 9(08).
           05  LL-HORA-ENTRADA     PIC 9(04).
           05  LL-DATA-SAIDA       PIC 9(08).
           05  LL-HORA-SAIDA       PIC 9(04).

      *-----------------------------------------------------------------
      * QUARANTINE-FILE -- ONE LINE PER LOT CAUGHT BY AN EXCURSION,
      * KEPT AFTER THE DISPOSITION AS THE HISTORY OF THE DECISION
      *-----------------------------------------------------------------
       FD  QUARANTINE-FILE
           RECORD CONTAINS 88 CHARACTERS.
       01  QUARANTINE-RECORD.
           05  QT-LOTE             PIC X(05).
           05  QT-PRODUTO          PIC X(06).
           05  QT-UNIDADE          PIC X(05).
           05  QT-SENSOR           PIC X(05).
           05  QT-DATA-EXCURSAO    PIC 9(08).
           05  QT-HORA-EXCURSAO    PIC 9(04).
           05  QT-DURACAO-MIN      PIC 9(05).
           05  QT-QUANTIDADE       PIC 9(05).
           05  QT-CUSTO-UNIT       PIC 9(05)V99.
           05  QT-VALOR-RISCO      PIC 9(07)V99.
           05  QT-SITUACAO         PIC X(01).
               88  QT-EM-QUARENTENA           VALUE 'Q'.
               88  QT-LIBERADO                VALUE 'L'.
               88  QT-DESCARTADO              VALUE 'D'.
               88  QT-DEVOLVIDO               VALUE 'F'.
           05  QT-DATA-DISPOSICAO  PIC 9(08).
           05  QT-MOTIVO           PIC X(20).

      *-----------------------------------------------------------------
      * DISPOSITION-FILE -- L RELEASE, D DISCARD, F RETURN TO THE
      * SUPPLIER. DATE ZERO TAKES THE RUN DATE
      *-----------------------------------------------------------------
       FD  DISPOSITION-FILE
           RECORD CONTAINS 34 CHARACTERS.
       01  DISPOSITION-RECORD.
           05  QD-LOTE             PIC X(05).
           05  QD-ACAO             PIC X(01).
               88  QD-LIBERAR                 VALUE 'L'.
               88  QD-DESCARTAR               VALUE 'D'.
               88  QD-DEVOLVER                VALUE 'F'.
           05  QD-DATA             PIC 9(08).
           05  QD-MOTIVO           PIC X(20).

       FD  GL-INTERFACE-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  GL-INTERFACE-RECORD.
           05  GL-ACCOUNT-CODE     PIC X(08).
           05  GL-DC-INDICADOR     PIC X(01).
           05  GL-AMOUNT           PIC 9(07)V99.
           05  GL-PERIODO          PIC 9(06).
           05  GL-EMP-ID           PIC X(05).

       FD  QUARANTINE-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  QUARANTINE-REPORT-LINE  PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-CA-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RF-STATUS            PIC X(02) VALUE SPACES.
       77  WS-LL-STATUS            PIC X(02) VALUE SPACES.
       77  WS-QT-STATUS            PIC X(02) VALUE SPACES.
       77  WS-QD-STATUS            PIC X(02) VALUE SPACES.
       77  WS-GL-STATUS            PIC X(02) VALUE SPACES.
       77  WS-QR-STATUS            PIC X(02) VALUE SPACES.

       77  WS-CA-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-CA-END-OF-FILE            VALUE 'Y'.
       77  WS-RF-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-RF-END-OF-FILE            VALUE 'Y'.
       77  WS-LL-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-LL-END-OF-FILE            VALUE 'Y'.
       77  WS-QT-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-QT-END-OF-FILE            VALUE 'Y'.
       77  WS-QD-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-QD-END-OF-FILE            VALUE 'Y'.
       77  WS-ABORTA-SW            PIC X(01) VALUE 'N'.
           88  WS-EXECUCAO-ABORTADA         VALUE 'S'.

       77  WS-GL-ACCT-ESTOQUES     PIC X(08) VALUE '1200-000'.
       77  WS-GL-ACCT-PERDA-ESTQ   PIC X(08) VALUE '6800-000'.
       77  WS-GL-ACCT-FORNECEDORES PIC X(08) VALUE '2900-000'.

       77  WS-PARM-LINHA           PIC X(80) VALUE SPACES.
       77  WS-POS-DATA             PIC 9(02) VALUE ZEROS.
       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WS-DATA-EXCURSAO        PIC 9(08) VALUE ZEROS.
       77  WS-DATA-DISPOSICAO      PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
      * POINTS IN TIME AS MINUTES SINCE THE CALENDAR EPOCH, SO A
      * STAY OR AN EXCURSION CROSSING MIDNIGHT COMPARES CLEANLY
      *-----------------------------------------------------------------
       77  WS-MIN-DATA             PIC 9(08) VALUE ZEROS.
       01  WS-MIN-HORA             PIC 9(04) VALUE ZEROS.
       01  WS-MIN-HORA-R REDEFINES WS-MIN-HORA.
           05  WS-MIN-HH           PIC 9(02).
           05  WS-MIN-MM           PIC 9(02).
       77  WS-MIN-RESULTADO        PIC 9(11) VALUE ZEROS.
       77  WS-EXC-INICIO           PIC 9(11) VALUE ZEROS.
       77  WS-EXC-FIM              PIC 9(11) VALUE ZEROS.

      *-----------------------------------------------------------------
      * SENSOR-TO-UNIT MAP FROM REFUNITS
      *-----------------------------------------------------------------
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 100 TIMES
                            INDEXED BY WS-MAP-IDX.
               10  WS-MAP-SENSOR   PIC X(05).
               10  WS-MAP-EQUIP    PIC X(05).

       77  WS-MAP-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-MAP-ACHOU            PIC X(01) VALUE 'N'.
           88  WS-MAP-ENCONTROU             VALUE 'S'.
       77  WS-EQUIP-ALVO           PIC X(05) VALUE SPACES.

      *-----------------------------------------------------------------
      * LOT STAYS FROM LOTELOC, WITH ENTRY AND EXIT IN MINUTES
      *-----------------------------------------------------------------
       01  WS-LOC-TABLE.
           05  WS-LOC-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-LOC-IDX.
               10  WS-LOC-LOTE         PIC X(05).
               10  WS-LOC-PRODUTO      PIC X(06).
               10  WS-LOC-QUANTIDADE   PIC 9(05).
               10  WS-LOC-CUSTO-UNIT   PIC 9(05)V99.
               10  WS-LOC-UNIDADE      PIC X(05).
               10  WS-LOC-ENTRADA      PIC 9(11).
               10  WS-LOC-SAIDA        PIC 9(11).

       77  WS-LOC-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-LOC-SUB              PIC 9(03) VALUE ZEROS.

      *-----------------------------------------------------------------
      * THE QUARANTINE MASTER, HELD IN CORE AND REWRITTEN AT THE END
      *-----------------------------------------------------------------
       01  WS-QUA-TABLE.
           05  WS-QUA-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-QUA-IDX.
               10  WS-QUA-REGISTRO     PIC X(88).

       77  WS-QUA-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-QUA-SUB              PIC 9(03) VALUE ZEROS.
       77  WS-QUA-ACHOU            PIC X(01) VALUE 'N'.
           88  WS-QUA-ENCONTROU             VALUE 'S'.
       77  WS-QUA-PERDIDO          PIC X(01) VALUE 'N'.
           88  WS-QUA-TRUNCADO              VALUE 'S'.

       77  WS-VALOR-RISCO          PIC 9(07)V99 VALUE ZEROS.
       77  WS-VALOR-PENDENTE       PIC 9(09)V99 VALUE ZEROS.
       77  WS-PAGINA               PIC 9(04) VALUE ZEROS.

      *-----------------------------------------------------------------
      * RUN TOTALS
      *-----------------------------------------------------------------
       77  WS-QTDE-ALERTAS         PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-SEM-MAPA        PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-QUARENTENA      PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-JA-RETIDOS      PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-DISPOSICOES     PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-REJEITADAS      PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-PENDENTES       PIC 9(05) VALUE ZEROS.
       77  WS-VALOR-BAIXADO        PIC 9(09)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
      * REPORT LINES
      *-----------------------------------------------------------------
       01  WS-RPT-CABECALHO.
           05  FILLER              PIC X(07) VALUE 'LOTE'.
           05  FILLER              PIC X(08) VALUE 'PRODUTO'.
           05  FILLER              PIC X(07) VALUE 'UNID.'.
           05  FILLER              PIC X(11) VALUE 'EXCURSAO'.
           05  FILLER              PIC X(06) VALUE 'HORA'.
           05  FILLER              PIC X(06) VALUE '  MIN'.
           05  FILLER              PIC X(08) VALUE '   QTDE'.
           05  FILLER              PIC X(27) VALUE '  VALOR EM RISCO'.

       01  WS-RPT-DETALHE.
           05  WS-RD-LOTE          PIC X(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RD-PRODUTO       PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RD-UNIDADE       PIC X(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RD-DATA          PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-HORA          PIC 99B99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-DURACAO       PIC Z(04)9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-QUANTIDADE    PIC Z(06)9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RD-VALOR         PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(14) VALUE SPACES.

       01  WS-RPT-TOTAL.
           05  WS-RT-ROTULO        PIC X(40).
           05  WS-RT-QTDE          PIC Z(04)9.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-RT-VALOR         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(17) VALUE SPACES.

       01  WS-DATA-TRAB            PIC 9(08).
       01  WS-DATA-TRAB-R REDEFINES WS-DATA-TRAB.
           05  WS-DT-ANO           PIC 9(04).
           05  WS-DT-MES           PIC 9(02).
           05  WS-DT-DIA           PIC 9(02).
       01  WS-DATA-EDITADA.
           05  WS-DE-DIA           PIC 9(02).
           05  FILLER              PIC X(01) VALUE '/'.
           05  WS-DE-MES           PIC 9(02).
           05  FILLER              PIC X(01) VALUE '/'.
           05  WS-DE-ANO           PIC 9(04).

       COPY CTLTOTLNK.
       COPY JOBLGLNK.
       COPY IFCTLLNK.
       COPY RPTHDRLNK.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.

           MOVE 'LOTQUAR' TO JL-PROGRAM-ID
           MOVE 'S'       TO JL-ACAO
           CALL 'JOBLOG' USING JOBLOG-PARMS

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT

           IF NOT WS-EXECUCAO-ABORTADA
               PERFORM 2000-MATCH-ONE-ALERT
                   THRU 2000-MATCH-ONE-ALERT-EXIT
                   UNTIL WS-CA-END-OF-FILE
               PERFORM 3000-APPLY-DISPOSITION
                   THRU 3000-APPLY-DISPOSITION-EXIT
                   UNTIL WS-QD-END-OF-FILE
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
      * 1000-INITIALIZE -- THE LOG DATE, THE UNIT MAP, THE LOT STAYS
      * AND THE QUARANTINE MASTER; THEN THE ALERTS AND DISPOSITIONS
      * ARE PRIMED
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE TO WS-DATA-EXCURSAO

           ACCEPT WS-PARM-LINHA FROM COMMAND-LINE
           MOVE ZEROS TO WS-POS-DATA
           INSPECT WS-PARM-LINHA
               TALLYING WS-POS-DATA
               FOR CHARACTERS BEFORE INITIAL 'DATA='
           IF WS-POS-DATA < 68
               IF WS-PARM-LINHA(WS-POS-DATA + 6 : 8) IS NUMERIC
                   AND WS-PARM-LINHA(WS-POS-DATA + 10 : 2) > '00'
                   AND WS-PARM-LINHA(WS-POS-DATA + 10 : 2) < '13'
                   MOVE WS-PARM-LINHA(WS-POS-DATA + 6 : 8)
                       TO WS-DATA-EXCURSAO
               ELSE
                   DISPLAY 'AVISO - PARAMETRO DATA= INVALIDO -- '
                       'USANDO ' WS-DATA-EXCURSAO
               END-IF
           END-IF

           MOVE SPACES TO WS-MAP-TABLE
           MOVE SPACES TO WS-LOC-TABLE
           MOVE SPACES TO WS-QUA-TABLE

           OPEN INPUT COLD-ALERT-FILE
           IF WS-CA-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO COLDALRT -- NENHUMA '
                   'EXCURSAO A CRUZAR COM OS LOTES'
               MOVE 'Y' TO WS-CA-EOF-SWITCH
           ELSE
               PERFORM 1100-LOAD-UNITS-AND-LOTS
                   THRU 1100-LOAD-UNITS-AND-LOTS-EXIT
           END-IF

           IF WS-EXECUCAO-ABORTADA
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           OPEN INPUT QUARANTINE-FILE
           IF WS-QT-STATUS = '00'
               PERFORM 8300-READ-QUARANTINE
                   THRU 8300-READ-QUARANTINE-EXIT
               PERFORM 1400-STORE-QUARANTINE
                   THRU 1400-STORE-QUARANTINE-EXIT
                   UNTIL WS-QT-END-OF-FILE
               CLOSE QUARANTINE-FILE
           END-IF

           IF WS-QUA-TRUNCADO
               DISPLAY 'ERRO - QUARENT MAIOR QUE A TABELA -- NADA '
                   'PROCESSADO, O MESTRE NAO FOI TOCADO'
               MOVE 'S' TO WS-ABORTA-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           OPEN INPUT DISPOSITION-FILE
           IF WS-QD-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO QUARTRAN -- NENHUMA '
                   'DISPOSICAO A APLICAR'
               MOVE 'Y' TO WS-QD-EOF-SWITCH
           ELSE
               PERFORM 8400-READ-DISPOSITION
                   THRU 8400-READ-DISPOSITION-EXIT
           END-IF

           OPEN EXTEND GL-INTERFACE-FILE
           IF WS-GL-STATUS NOT = '00'
               OPEN OUTPUT GL-INTERFACE-FILE
           END-IF

           PERFORM 8970-WRITE-GL-HEADER
               THRU 8970-WRITE-GL-HEADER-EXIT

           IF NOT WS-CA-END-OF-FILE
               PERFORM 8000-READ-ALERT
                   THRU 8000-READ-ALERT-EXIT
           END-IF.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-UNITS-AND-LOTS -- ONLY NEEDED WHEN THERE ARE ALERTS.
      * WITHOUT REFUNITS NO ALERT CAN BE PLACED IN A UNIT, AND A LOT
      * TABLE TOO SMALL FOR LOTELOC WOULD LET SPOILED STOCK THROUGH,
      * SO EITHER STOPS THE RUN
      ******************************************************************
       1100-LOAD-UNITS-AND-LOTS.

           OPEN INPUT REFRIG-UNIT-FILE
           IF WS-RF-STATUS NOT = '00'
               DISPLAY 'ERRO - SEM MESTRE REFUNITS -- EXCURSOES NAO '
                   'PODEM SER LOCALIZADAS'
               MOVE 'S' TO WS-ABORTA-SW
               GO TO 1100-LOAD-UNITS-AND-LOTS-EXIT
           END-IF
           PERFORM 8100-READ-UNIT
               THRU 8100-READ-UNIT-EXIT
           PERFORM 1200-STORE-UNIT
               THRU 1200-STORE-UNIT-EXIT
               UNTIL WS-RF-END-OF-FILE
           CLOSE REFRIG-UNIT-FILE

           OPEN INPUT LOT-LOCATION-FILE
           IF WS-LL-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO LOTELOC -- NENHUM LOTE '
                   'REGISTRADO NAS CAMARAS'
               GO TO 1100-LOAD-UNITS-AND-LOTS-EXIT
           END-IF
           PERFORM 8200-READ-LOT-LOCATION
               THRU 8200-READ-LOT-LOCATION-EXIT
           PERFORM 1300-STORE-LOT-LOCATION
               THRU 1300-STORE-LOT-LOCATION-EXIT
               UNTIL WS-LL-END-OF-FILE
                  OR WS-EXECUCAO-ABORTADA
           CLOSE LOT-LOCATION-FILE.

       1100-LOAD-UNITS-AND-LOTS-EXIT.
           EXIT.

      ******************************************************************
      * 1200-STORE-UNIT
      ******************************************************************
       1200-STORE-UNIT.

           IF WS-MAP-COUNT < 100
               ADD 1 TO WS-MAP-COUNT
               SET WS-MAP-IDX TO WS-MAP-COUNT
               MOVE RF-SENSOR-ID TO WS-MAP-SENSOR(WS-MAP-IDX)
               MOVE RF-EQUIP-ID  TO WS-MAP-EQUIP(WS-MAP-IDX)
           ELSE
               DISPLAY 'TABELA DE UNIDADES CHEIA -- SENSOR '
                   RF-SENSOR-ID ' IGNORADO'
           END-IF

           PERFORM 8100-READ-UNIT
               THRU 8100-READ-UNIT-EXIT.

       1200-STORE-UNIT-EXIT.
           EXIT.

      ******************************************************************
      * 1300-STORE-LOT-LOCATION
      ******************************************************************
       1300-STORE-LOT-LOCATION.

           IF WS-LOC-COUNT NOT < 500
               DISPLAY 'ERRO - TABELA DE LOTES CHEIA -- LOTE '
                   LL-LOTE ' FORA'
               MOVE 'S' TO WS-ABORTA-SW
               GO TO 1300-STORE-LOT-LOCATION-EXIT
           END-IF

           IF LL-QUANTIDADE NOT NUMERIC
               OR LL-CUSTO-UNIT NOT NUMERIC
               OR LL-DATA-ENTRADA NOT NUMERIC
               OR LL-HORA-ENTRADA NOT NUMERIC
               OR LL-DATA-SAIDA NOT NUMERIC
               OR LL-HORA-SAIDA NOT NUMERIC
               OR LL-DATA-ENTRADA = ZEROS
               DISPLAY 'AVISO - LOTELOC INVALIDO -- LOTE ' LL-LOTE
                   ' IGNORADO'
               GO TO 1300-STORE-LOT-LOCATION-NEXT
           END-IF

           ADD 1 TO WS-LOC-COUNT
           SET WS-LOC-IDX TO WS-LOC-COUNT
           MOVE LL-LOTE       TO WS-LOC-LOTE(WS-LOC-IDX)
           MOVE LL-PRODUTO    TO WS-LOC-PRODUTO(WS-LOC-IDX)
           MOVE LL-QUANTIDADE TO WS-LOC-QUANTIDADE(WS-LOC-IDX)
           MOVE LL-CUSTO-UNIT TO WS-LOC-CUSTO-UNIT(WS-LOC-IDX)
           MOVE LL-UNIDADE    TO WS-LOC-UNIDADE(WS-LOC-IDX)

           MOVE LL-DATA-ENTRADA TO WS-MIN-DATA
           MOVE LL-HORA-ENTRADA TO WS-MIN-HORA
           PERFORM 5000-TO-MINUTES
               THRU 5000-TO-MINUTES-EXIT
           MOVE WS-MIN-RESULTADO TO WS-LOC-ENTRADA(WS-LOC-IDX)

      *    STILL IN THE UNIT -- ZERO EXIT MEANS OPEN-ENDED
           IF LL-DATA-SAIDA = ZEROS
               MOVE ZEROS TO WS-LOC-SAIDA(WS-LOC-IDX)
           ELSE
               MOVE LL-DATA-SAIDA TO WS-MIN-DATA
               MOVE LL-HORA-SAIDA TO WS-MIN-HORA
               PERFORM 5000-TO-MINUTES
                   THRU 5000-TO-MINUTES-EXIT
               MOVE WS-MIN-RESULTADO TO WS-LOC-SAIDA(WS-LOC-IDX)
           END-IF.

       1300-STORE-LOT-LOCATION-NEXT.

           PERFORM 8200-READ-LOT-LOCATION
               THRU 8200-READ-LOT-LOCATION-EXIT.

       1300-STORE-LOT-LOCATION-EXIT.
           EXIT.

      ******************************************************************
      * 1400-STORE-QUARANTINE
      ******************************************************************
       1400-STORE-QUARANTINE.

           IF WS-QUA-COUNT < 500
               ADD 1 TO WS-QUA-COUNT
               SET WS-QUA-IDX TO WS-QUA-COUNT
               MOVE QUARANTINE-RECORD TO WS-QUA-REGISTRO(WS-QUA-IDX)
           ELSE
               MOVE 'S' TO WS-QUA-PERDIDO
           END-IF

           PERFORM 8300-READ-QUARANTINE
               THRU 8300-READ-QUARANTINE-EXIT.

       1400-STORE-QUARANTINE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-MATCH-ONE-ALERT -- THE EXCURSION WINDOW AGAINST EVERY
      * STAY IN THE ALERT'S UNIT
      ******************************************************************
       2000-MATCH-ONE-ALERT.

           ADD 1 TO WS-QTDE-ALERTAS

           PERFORM 2100-MAP-SENSOR
               THRU 2100-MAP-SENSOR-EXIT
           IF NOT WS-MAP-ENCONTROU
               ADD 1 TO WS-QTDE-SEM-MAPA
               DISPLAY 'ATENCAO - SENSOR ' CA-EQUIP-ID
                   ' SEM UNIDADE NO REFUNITS -- LOTES NAO CRUZADOS'
               GO TO 2000-MATCH-ONE-ALERT-NEXT
           END-IF

           MOVE WS-DATA-EXCURSAO TO WS-MIN-DATA
           MOVE CA-HORA-INICIO   TO WS-MIN-HORA
           PERFORM 5000-TO-MINUTES
               THRU 5000-TO-MINUTES-EXIT
           MOVE WS-MIN-RESULTADO TO WS-EXC-INICIO
           COMPUTE WS-EXC-FIM = WS-EXC-INICIO + CA-DURACAO-MIN

           PERFORM 2200-CHECK-ONE-STAY
               THRU 2200-CHECK-ONE-STAY-EXIT
               VARYING WS-LOC-SUB FROM 1 BY 1
               UNTIL WS-LOC-SUB > WS-LOC-COUNT.

       2000-MATCH-ONE-ALERT-NEXT.

           PERFORM 8000-READ-ALERT
               THRU 8000-READ-ALERT-EXIT.

       2000-MATCH-ONE-ALERT-EXIT.
           EXIT.

      ******************************************************************
      * 2100-MAP-SENSOR
      ******************************************************************
       2100-MAP-SENSOR.

           MOVE 'N' TO WS-MAP-ACHOU
           MOVE SPACES TO WS-EQUIP-ALVO

           IF WS-MAP-COUNT = ZEROS
               GO TO 2100-MAP-SENSOR-EXIT
           END-IF

           SET WS-MAP-IDX TO 1
           SEARCH WS-MAP-ENTRY
               AT END
                   CONTINUE
               WHEN WS-MAP-IDX > WS-MAP-COUNT
                   CONTINUE
               WHEN WS-MAP-SENSOR(WS-MAP-IDX) = CA-EQUIP-ID
                   MOVE 'S' TO WS-MAP-ACHOU
                   MOVE WS-MAP-EQUIP(WS-MAP-IDX) TO WS-EQUIP-ALVO
           END-SEARCH.

       2100-MAP-SENSOR-EXIT.
           EXIT.

      ******************************************************************
      * 2200-CHECK-ONE-STAY -- IN THE UNIT BEFORE THE EXCURSION ENDED
      * AND NOT OUT BEFORE IT STARTED. A LOT ALREADY IN QUARANTINE,
      * OR ALREADY DECIDED FOR THIS SAME EXCURSION ON A RERUN, IS NOT
      * ADDED AGAIN
      ******************************************************************
       2200-CHECK-ONE-STAY.

           SET WS-LOC-IDX TO WS-LOC-SUB

           IF WS-LOC-UNIDADE(WS-LOC-IDX) NOT = WS-EQUIP-ALVO
               GO TO 2200-CHECK-ONE-STAY-EXIT
           END-IF

           IF WS-LOC-ENTRADA(WS-LOC-IDX) NOT < WS-EXC-FIM
               GO TO 2200-CHECK-ONE-STAY-EXIT
           END-IF

           IF WS-LOC-SAIDA(WS-LOC-IDX) NOT = ZEROS
               AND WS-LOC-SAIDA(WS-LOC-IDX) NOT > WS-EXC-INICIO
               GO TO 2200-CHECK-ONE-STAY-EXIT
           END-IF

           PERFORM 2300-FIND-LOT-HOLD
               THRU 2300-FIND-LOT-HOLD-EXIT
           IF WS-QUA-ENCONTROU
               ADD 1 TO WS-QTDE-JA-RETIDOS
               DISPLAY 'LOTE ' WS-LOC-LOTE(WS-LOC-IDX)
                   ' JA EM QUARENTENA OU DECIDIDO PARA ESTA '
                   'EXCURSAO'
               GO TO 2200-CHECK-ONE-STAY-EXIT
           END-IF

           IF WS-QUA-COUNT NOT < 500
               DISPLAY 'ERRO - TABELA DE QUARENTENA CHEIA -- LOTE '
                   WS-LOC-LOTE(WS-LOC-IDX) ' NAO RETIDO'
               MOVE 'S' TO WS-ABORTA-SW
               GO TO 2200-CHECK-ONE-STAY-EXIT
           END-IF

           COMPUTE WS-VALOR-RISCO =
               WS-LOC-QUANTIDADE(WS-LOC-IDX)
               * WS-LOC-CUSTO-UNIT(WS-LOC-IDX)
               ON SIZE ERROR
                   MOVE 9999999.99 TO WS-VALOR-RISCO
                   DISPLAY 'AVISO - VALOR EM RISCO DO LOTE '
                       WS-LOC-LOTE(WS-LOC-IDX) ' ACIMA DO CAMPO'
           END-COMPUTE

           MOVE SPACES TO QUARANTINE-RECORD
           MOVE WS-LOC-LOTE(WS-LOC-IDX)       TO QT-LOTE
           MOVE WS-LOC-PRODUTO(WS-LOC-IDX)    TO QT-PRODUTO
           MOVE WS-EQUIP-ALVO                 TO QT-UNIDADE
           MOVE CA-EQUIP-ID                   TO QT-SENSOR
           MOVE WS-DATA-EXCURSAO              TO QT-DATA-EXCURSAO
           MOVE CA-HORA-INICIO                TO QT-HORA-EXCURSAO
           MOVE CA-DURACAO-MIN                TO QT-DURACAO-MIN
           MOVE WS-LOC-QUANTIDADE(WS-LOC-IDX) TO QT-QUANTIDADE
           MOVE WS-LOC-CUSTO-UNIT(WS-LOC-IDX) TO QT-CUSTO-UNIT
           MOVE WS-VALOR-RISCO                TO QT-VALOR-RISCO
           MOVE 'Q'                           TO QT-SITUACAO
           MOVE ZEROS                         TO QT-DATA-DISPOSICAO

           ADD 1 TO WS-QUA-COUNT
           SET WS-QUA-IDX TO WS-QUA-COUNT
           MOVE QUARANTINE-RECORD TO WS-QUA-REGISTRO(WS-QUA-IDX)
           ADD 1 TO WS-QTDE-QUARENTENA

           DISPLAY 'LOTE EM QUARENTENA - ' QT-LOTE ' PRODUTO '
               QT-PRODUTO ' UNIDADE ' QT-UNIDADE ' VALOR '
               QT-VALOR-RISCO.

       2200-CHECK-ONE-STAY-EXIT.
           EXIT.

      ******************************************************************
      * 2300-FIND-LOT-HOLD -- AN OPEN QUARANTINE FOR THE LOT, OR ANY
      * ENTRY FOR THE LOT FROM THIS SAME EXCURSION
      ******************************************************************
       2300-FIND-LOT-HOLD.

           MOVE 'N' TO WS-QUA-ACHOU

           PERFORM 2310-CHECK-ONE-HOLD
               THRU 2310-CHECK-ONE-HOLD-EXIT
               VARYING WS-QUA-SUB FROM 1 BY 1
               UNTIL WS-QUA-SUB > WS-QUA-COUNT
                  OR WS-QUA-ENCONTROU.

       2300-FIND-LOT-HOLD-EXIT.
           EXIT.

      ******************************************************************
      * 2310-CHECK-ONE-HOLD
      ******************************************************************
       2310-CHECK-ONE-HOLD.

           MOVE WS-QUA-REGISTRO(WS-QUA-SUB) TO QUARANTINE-RECORD

           IF QT-LOTE NOT = WS-LOC-LOTE(WS-LOC-IDX)
               GO TO 2310-CHECK-ONE-HOLD-EXIT
           END-IF

           IF QT-EM-QUARENTENA
               MOVE 'S' TO WS-QUA-ACHOU
               GO TO 2310-CHECK-ONE-HOLD-EXIT
           END-IF

           IF QT-DATA-EXCURSAO = WS-DATA-EXCURSAO
               AND QT-HORA-EXCURSAO = CA-HORA-INICIO
               AND QT-SENSOR = CA-EQUIP-ID
               MOVE 'S' TO WS-QUA-ACHOU
           END-IF.

       2310-CHECK-ONE-HOLD-EXIT.
           EXIT.

      ******************************************************************
      * 3000-APPLY-DISPOSITION -- ONLY A LOT STILL IN QUARANTINE CAN
      * BE DECIDED; A DISCARD OR A RETURN TAKES THE VALUE OUT OF
      * INVENTORY
      ******************************************************************
       3000-APPLY-DISPOSITION.

           IF NOT QD-LIBERAR AND NOT QD-DESCARTAR AND NOT QD-DEVOLVER
               ADD 1 TO WS-QTDE-REJEITADAS
               DISPLAY 'DISPOSICAO REJEITADA - LOTE ' QD-LOTE
                   ' -- ACAO ' QD-ACAO ' INVALIDA'
               GO TO 3000-APPLY-DISPOSITION-NEXT
           END-IF

           IF QD-DATA NOT NUMERIC
               ADD 1 TO WS-QTDE-REJEITADAS
               DISPLAY 'DISPOSICAO REJEITADA - LOTE ' QD-LOTE
                   ' -- DATA INVALIDA'
               GO TO 3000-APPLY-DISPOSITION-NEXT
           END-IF

           IF QD-DATA = ZEROS
               MOVE WS-DATA-HOJE TO WS-DATA-DISPOSICAO
           ELSE
               MOVE QD-DATA TO WS-DATA-DISPOSICAO
           END-IF

           MOVE 'N' TO WS-QUA-ACHOU
           PERFORM 3100-FIND-OPEN-HOLD
               THRU 3100-FIND-OPEN-HOLD-EXIT
               VARYING WS-QUA-SUB FROM 1 BY 1
               UNTIL WS-QUA-SUB > WS-QUA-COUNT
                  OR WS-QUA-ENCONTROU

           IF NOT WS-QUA-ENCONTROU
               ADD 1 TO WS-QTDE-REJEITADAS
               DISPLAY 'DISPOSICAO REJEITADA - LOTE ' QD-LOTE
                   ' -- NAO ESTA EM QUARENTENA'
               GO TO 3000-APPLY-DISPOSITION-NEXT
           END-IF

      *    THE SEARCH LOOP STEPS ONE PAST THE HIT BEFORE IT STOPS
           SUBTRACT 1 FROM WS-QUA-SUB
           MOVE WS-QUA-REGISTRO(WS-QUA-SUB) TO QUARANTINE-RECORD

           MOVE QD-ACAO            TO QT-SITUACAO
           MOVE WS-DATA-DISPOSICAO TO QT-DATA-DISPOSICAO
           MOVE QD-MOTIVO          TO QT-MOTIVO
           MOVE QUARANTINE-RECORD  TO WS-QUA-REGISTRO(WS-QUA-SUB)
           ADD 1 TO WS-QTDE-DISPOSICOES

           IF NOT QD-LIBERAR
               PERFORM 3200-POST-WRITE-OFF
                   THRU 3200-POST-WRITE-OFF-EXIT
           END-IF

           DISPLAY 'LOTE ' QT-LOTE ' DECIDIDO - ACAO ' QT-SITUACAO
               ' VALOR ' QT-VALOR-RISCO.

       3000-APPLY-DISPOSITION-NEXT.

           PERFORM 8400-READ-DISPOSITION
               THRU 8400-READ-DISPOSITION-EXIT.

       3000-APPLY-DISPOSITION-EXIT.
           EXIT.

      ******************************************************************
      * 3100-FIND-OPEN-HOLD
      ******************************************************************
       3100-FIND-OPEN-HOLD.

           MOVE WS-QUA-REGISTRO(WS-QUA-SUB) TO QUARANTINE-RECORD

           IF QT-LOTE = QD-LOTE AND QT-EM-QUARENTENA
               MOVE 'S' TO WS-QUA-ACHOU
           END-IF.

       3100-FIND-OPEN-HOLD-EXIT.
           EXIT.

      ******************************************************************
      * 3200-POST-WRITE-OFF -- INVENTORY OUT AT COST AGAINST INVENTORY
      * LOSS (DISCARD) OR THE SUPPLIER'S PAYABLE (RETURN). THE LOT
      * NUMBER RIDES IN GL-EMP-ID FOR THE AUDIT TRAIL
      ******************************************************************
       3200-POST-WRITE-OFF.

           IF QT-VALOR-RISCO = ZEROS
               GO TO 3200-POST-WRITE-OFF-EXIT
           END-IF

           MOVE WS-DATA-DISPOSICAO(1:6) TO GL-PERIODO
           MOVE QT-LOTE                 TO GL-EMP-ID
           MOVE QT-VALOR-RISCO          TO GL-AMOUNT

           IF QD-DESCARTAR
               MOVE WS-GL-ACCT-PERDA-ESTQ   TO GL-ACCOUNT-CODE
           ELSE
               MOVE WS-GL-ACCT-FORNECEDORES TO GL-ACCOUNT-CODE
           END-IF
           MOVE 'D' TO GL-DC-INDICADOR
           PERFORM 8971-WRITE-GL-ENTRY
               THRU 8971-WRITE-GL-ENTRY-EXIT

           MOVE WS-GL-ACCT-ESTOQUES TO GL-ACCOUNT-CODE
           MOVE 'C'                 TO GL-DC-INDICADOR
           PERFORM 8971-WRITE-GL-ENTRY
               THRU 8971-WRITE-GL-ENTRY-EXIT

           ADD QT-VALOR-RISCO TO WS-VALOR-BAIXADO.

       3200-POST-WRITE-OFF-EXIT.
           EXIT.

      ******************************************************************
      * 4000-FINALIZE -- REWRITE THE MASTER, LIST WHAT IS STILL
      * UNDECIDED, THEN THE RUN TOTALS
      ******************************************************************
       4000-FINALIZE.

           IF WS-QTDE-ALERTAS > ZEROS
               CLOSE COLD-ALERT-FILE
           END-IF
           IF WS-QD-STATUS = '00' OR WS-QD-STATUS = '10'
               CLOSE DISPOSITION-FILE
           END-IF
           PERFORM 8972-WRITE-GL-TRAILER
               THRU 8972-WRITE-GL-TRAILER-EXIT
           CLOSE GL-INTERFACE-FILE

           OPEN OUTPUT QUARANTINE-FILE
           PERFORM 4100-REWRITE-QUARANTINE
               THRU 4100-REWRITE-QUARANTINE-EXIT
               VARYING WS-QUA-SUB FROM 1 BY 1
               UNTIL WS-QUA-SUB > WS-QUA-COUNT
           CLOSE QUARANTINE-FILE

           OPEN OUTPUT QUARANTINE-REPORT-FILE
           ADD 1 TO WS-PAGINA
           MOVE 'LOTQUAR' TO RH-PROGRAM-ID
           MOVE WS-PAGINA TO RH-PAGE-NUM
           CALL 'RPTHDR' USING RPTHDR-PARMS
           WRITE QUARANTINE-REPORT-LINE FROM RH-HEADER-LINE
           MOVE 'LOTES EM QUARENTENA AGUARDANDO DISPOSICAO'
               TO QUARANTINE-REPORT-LINE
           WRITE QUARANTINE-REPORT-LINE
           MOVE SPACES TO QUARANTINE-REPORT-LINE
           WRITE QUARANTINE-REPORT-LINE
           WRITE QUARANTINE-REPORT-LINE FROM WS-RPT-CABECALHO

           PERFORM 4200-PRINT-PENDING
               THRU 4200-PRINT-PENDING-EXIT
               VARYING WS-QUA-SUB FROM 1 BY 1
               UNTIL WS-QUA-SUB > WS-QUA-COUNT

           MOVE SPACES TO QUARANTINE-REPORT-LINE
           WRITE QUARANTINE-REPORT-LINE
           MOVE SPACES TO WS-RPT-TOTAL
           MOVE 'TOTAL PENDENTE / VALOR EM RISCO' TO WS-RT-ROTULO
           MOVE WS-QTDE-PENDENTES TO WS-RT-QTDE
           MOVE WS-VALOR-PENDENTE TO WS-RT-VALOR
           WRITE QUARANTINE-REPORT-LINE FROM WS-RPT-TOTAL
           CLOSE QUARANTINE-REPORT-FILE

           DISPLAY 'ALERTAS LIDOS:          ' WS-QTDE-ALERTAS
           DISPLAY 'SENSORES SEM UNIDADE:   ' WS-QTDE-SEM-MAPA
           DISPLAY 'LOTES EM QUARENTENA:    ' WS-QTDE-QUARENTENA
           DISPLAY 'LOTES JA RETIDOS:       ' WS-QTDE-JA-RETIDOS
           DISPLAY 'DISPOSICOES APLICADAS:  ' WS-QTDE-DISPOSICOES
           DISPLAY 'DISPOSICOES REJEITADAS: ' WS-QTDE-REJEITADAS
           DISPLAY 'LOTES PENDENTES:        ' WS-QTDE-PENDENTES
           DISPLAY 'VALOR BAIXADO:          ' WS-VALOR-BAIXADO

           MOVE 'LOTQUAR'            TO CT-PROGRAM-ID
           MOVE 'LOTES RETIDOS'      TO CT-TOTAL-1-LABEL
           MOVE WS-QTDE-QUARENTENA   TO CT-TOTAL-1-VALOR
           MOVE 'DISPOSICOES'        TO CT-TOTAL-2-LABEL
           MOVE WS-QTDE-DISPOSICOES  TO CT-TOTAL-2-VALOR
           MOVE 'LOTES PENDENTES'    TO CT-TOTAL-3-LABEL
           MOVE WS-QTDE-PENDENTES    TO CT-TOTAL-3-VALOR
           CALL 'CTLTOT' USING CTLTOT-PARMS

      *    SET AFTER THE CALL, WHICH RESETS THE RETURN-CODE REGISTER
           IF WS-EXECUCAO-ABORTADA
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-QTDE-SEM-MAPA > ZEROS
                   OR WS-QTDE-REJEITADAS > ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       4000-FINALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 4100-REWRITE-QUARANTINE
      ******************************************************************
       4100-REWRITE-QUARANTINE.

           MOVE WS-QUA-REGISTRO(WS-QUA-SUB) TO QUARANTINE-RECORD
           WRITE QUARANTINE-RECORD.

       4100-REWRITE-QUARANTINE-EXIT.
           EXIT.

      ******************************************************************
      * 4200-PRINT-PENDING
      ******************************************************************
       4200-PRINT-PENDING.

           MOVE WS-QUA-REGISTRO(WS-QUA-SUB) TO QUARANTINE-RECORD

           IF NOT QT-EM-QUARENTENA
               GO TO 4200-PRINT-PENDING-EXIT
           END-IF

           MOVE SPACES TO WS-RPT-DETALHE
           MOVE QT-LOTE          TO WS-RD-LOTE
           MOVE QT-PRODUTO       TO WS-RD-PRODUTO
           MOVE QT-UNIDADE       TO WS-RD-UNIDADE
           MOVE QT-DATA-EXCURSAO TO WS-DATA-TRAB
           MOVE WS-DT-DIA        TO WS-DE-DIA
           MOVE WS-DT-MES        TO WS-DE-MES
           MOVE WS-DT-ANO        TO WS-DE-ANO
           MOVE WS-DATA-EDITADA  TO WS-RD-DATA
           MOVE QT-HORA-EXCURSAO TO WS-RD-HORA
           MOVE QT-DURACAO-MIN   TO WS-RD-DURACAO
           MOVE QT-QUANTIDADE    TO WS-RD-QUANTIDADE
           MOVE QT-VALOR-RISCO   TO WS-RD-VALOR
           WRITE QUARANTINE-REPORT-LINE FROM WS-RPT-DETALHE

           ADD 1 TO WS-QTDE-PENDENTES
           ADD QT-VALOR-RISCO TO WS-VALOR-PENDENTE.

       4200-PRINT-PENDING-EXIT.
           EXIT.

      ******************************************************************
      * 5000-TO-MINUTES -- WS-MIN-DATA/WS-MIN-HORA (HHMM) AS MINUTES
      * SINCE THE CALENDAR EPOCH IN WS-MIN-RESULTADO
      ******************************************************************
       5000-TO-MINUTES.

           COMPUTE WS-MIN-RESULTADO =
               FUNCTION INTEGER-OF-DATE(WS-MIN-DATA) * 1440
               + WS-MIN-HH * 60 + WS-MIN-MM.

       5000-TO-MINUTES-EXIT.
           EXIT.

      ******************************************************************
      * 8000-READ-ALERT
      ******************************************************************
       8000-READ-ALERT.

           READ COLD-ALERT-FILE
               AT END
                   MOVE 'Y' TO WS-CA-EOF-SWITCH
           END-READ.

       8000-READ-ALERT-EXIT.
           EXIT.

      ******************************************************************
      * 8100-READ-UNIT
      ******************************************************************
       8100-READ-UNIT.

           READ REFRIG-UNIT-FILE
               AT END
                   MOVE 'Y' TO WS-RF-EOF-SWITCH
           END-READ.

       8100-READ-UNIT-EXIT.
           EXIT.

      ******************************************************************
      * 8200-READ-LOT-LOCATION
      ******************************************************************
       8200-READ-LOT-LOCATION.

           READ LOT-LOCATION-FILE
               AT END
                   MOVE 'Y' TO WS-LL-EOF-SWITCH
           END-READ.

       8200-READ-LOT-LOCATION-EXIT.
           EXIT.

      ******************************************************************
      * 8300-READ-QUARANTINE
      ******************************************************************
       8300-READ-QUARANTINE.

           READ QUARANTINE-FILE
               AT END
                   MOVE 'Y' TO WS-QT-EOF-SWITCH
           END-READ.

       8300-READ-QUARANTINE-EXIT.
           EXIT.

      ******************************************************************
      * 8400-READ-DISPOSITION
      ******************************************************************
       8400-READ-DISPOSITION.

           READ DISPOSITION-FILE
               AT END
                   MOVE 'Y' TO WS-QD-EOF-SWITCH
           END-READ.

       8400-READ-DISPOSITION-EXIT.
           EXIT.

      ******************************************************************
      * 8970-WRITE-GL-HEADER -- THE IFCTL HEADER OPENS THIS RUN'S
      * BATCH ON GLINTRFC
      ******************************************************************
       8970-WRITE-GL-HEADER.

           MOVE 'GLINTRFC'    TO IC-ARQUIVO
           MOVE JL-PROGRAM-ID TO IC-PROGRAMA
           MOVE 'A'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS
           WRITE GL-INTERFACE-RECORD FROM IC-REGISTRO.

       8970-WRITE-GL-HEADER-EXIT.
           EXIT.

      ******************************************************************
      * 8971-WRITE-GL-ENTRY -- WRITE ONE RECORD AND COUNT IT
      * INTO THE BATCH'S TRAILER TOTALS
      ******************************************************************
       8971-WRITE-GL-ENTRY.

           WRITE GL-INTERFACE-RECORD

           MOVE 'GLINTRFC'    TO IC-ARQUIVO
           MOVE GL-AMOUNT     TO IC-VALOR
           MOVE 'G'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS.

       8971-WRITE-GL-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * 8972-WRITE-GL-TRAILER -- THE IFCTL TRAILER CLOSES THE
      * BATCH WITH ITS RECORD COUNT AND AMOUNT HASH
      ******************************************************************
       8972-WRITE-GL-TRAILER.

           MOVE 'GLINTRFC'    TO IC-ARQUIVO
           MOVE 'T'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS
           WRITE GL-INTERFACE-RECORD FROM IC-REGISTRO.

       8972-WRITE-GL-TRAILER-EXIT.
           EXIT.
