      ******************************************************************
      * Author: M. TAVARES
      * Date: 15-10-26
      * Purpose: MONTHLY VEHICLE DOCUMENT RENEWAL CALENDAR. VEHMAST
      * NOW CARRIES THE DUE DATE AND AMOUNT OF EACH CAR'S IPVA, ITS
      * LICENCIAMENTO AND ITS INSURANCE POLICY, AND MANZAD AND
      * VEHRESV REFUSE TO SEND OUT A CAR WHOSE PAPERS HAVE LAPSED.
      * THIS RUN KEEPS THOSE DATES: EACH VEHRENOV RENEWAL (VEHICLE,
      * DOCUMENT, NEW DUE DATE, AMOUNT OF THE NEXT RENEWAL) IS POSTED
      * TO VEHMAST, BAD ONES GO TO VEHDOCEX, AND THE VEHDOCRP REPORT
      * LISTS EVERY DOCUMENT ALREADY LAPSED OR FALLING DUE BY THE END
      * OF NEXT MONTH, WITH THE AMOUNTS TO BUDGET PER DOCUMENT AND IN
      * TOTAL. A DOCUMENT WITH NO DUE DATE KEYED IS LISTED TOO, SO
      * THE GAP GETS FILLED.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History
      * 15-10-26 MRT  ORIGINAL VERSION.
      * 15-10-26 MRT  VEHMAST LAYOUT CAUGHT UP WITH THE VEHICLE GROUP
      *               (VH-GRUPO, RECORD 74 TO 76) GUANA14 PRICES
      *               RENTALS BY -- LAYOUT ONLY.
      * 15-10-26 MRT  A VEHICLE DISPOSED OF (VH-SITUACAO 'B', SET BY
      *               VEHBAIXA) IS LEFT OFF THE RENEWAL CALENDAR AND
      *               ITS RENEWALS ARE REJECTED. VEHMAST 76 TO 94.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VEHDOCS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEHICLE-MASTER-FILE ASSIGN TO "VEHMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VH-STATUS.

           SELECT RENEWAL-TRAN-FILE ASSIGN TO "VEHRENOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RN-STATUS.

           SELECT RENEWAL-REJECT-FILE ASSIGN TO "VEHDOCEX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ER-STATUS.

           SELECT RENEWAL-REPORT-FILE ASSIGN TO "VEHDOCRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VEHICLE-MASTER-FILE
           RECORD CONTAINS 94 CHARACTERS.
       01  VEHICLE-MASTER-RECORD.
           05  VH-VEHICLE-ID       PIC X(05).
           05  VH-DATA-AQUISICAO   PIC 9(08).
           05  VH-VALOR-AQUISICAO  PIC 9(07)V99.
           05  VH-PLACA            PIC X(07).
           05  VH-IPVA-VENCIMENTO  PIC 9(08).
           05  VH-IPVA-VALOR       PIC 9(05)V99.
           05  VH-LICENC-VENCIMENTO PIC 9(08).
           05  VH-LICENC-VALOR     PIC 9(05)V99.
           05  VH-SEGURO-VENCIMENTO PIC 9(08).
           05  VH-SEGURO-VALOR     PIC 9(05)V99.
           05  VH-GRUPO            PIC X(02).
           05  VH-SITUACAO         PIC X(01).
               88  VH-BAIXADO                VALUE 'B'.
           05  VH-DATA-BAIXA       PIC 9(08).
           05  VH-VALOR-VENDA      PIC 9(07)V99.
       01  VEHICLE-MASTER-DOCS REDEFINES VEHICLE-MASTER-RECORD.
           05  FILLER              PIC X(29).
           05  VH-DOCUMENTO OCCURS 3 TIMES.
               10  VH-DOC-VENCIMENTO PIC 9(08).
               10  VH-DOC-VALOR    PIC 9(05)V99.

      *-----------------------------------------------------------------
      * RENEWAL-TRAN-FILE -- ONE RENEWAL PER DOCUMENT: I = IPVA,
      * L = LICENCIAMENTO, S = SEGURO. THE AMOUNT IS WHAT THE NEXT
      * RENEWAL IS EXPECTED TO COST (ZERO KEEPS THE ONE ON FILE)
      *-----------------------------------------------------------------
       FD  RENEWAL-TRAN-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  RENEWAL-TRAN-RECORD.
           05  RN-VEHICLE-ID           PIC X(05).
           05  RN-DOCUMENTO            PIC X(01).
               88  RN-IPVA                       VALUE 'I'.
               88  RN-LICENCIAMENTO              VALUE 'L'.
               88  RN-SEGURO                     VALUE 'S'.
           05  RN-VENCIMENTO           PIC 9(08).
           05  RN-VALOR                PIC 9(05)V99.
           05  FILLER                  PIC X(09).

       FD  RENEWAL-REJECT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RENEWAL-REJECT-RECORD.
           05  ER-VEHICLE-ID           PIC X(05).
           05  FILLER                  PIC X(02).
           05  ER-DOCUMENTO            PIC X(01).
           05  FILLER                  PIC X(02).
           05  ER-VENCIMENTO           PIC X(08).
           05  FILLER                  PIC X(02).
           05  ER-MOTIVO               PIC X(40).
           05  FILLER                  PIC X(20).

       FD  RENEWAL-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RENEWAL-REPORT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-VH-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RN-STATUS            PIC X(02) VALUE SPACES.
       77  WS-ER-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RPT-STATUS           PIC X(02) VALUE SPACES.

       77  WS-VH-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-VH-END-OF-FILE            VALUE 'Y'.
       77  WS-RN-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-RN-END-OF-FILE            VALUE 'Y'.
       77  WS-CARGA-PERDIDA-SW     PIC X(01) VALUE 'N'.
           88  WS-PERDEU-CARGA              VALUE 'S'.

       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WS-INT-DATA             PIC 9(07) VALUE ZEROS.
       77  WS-FIM-MES-ATUAL        PIC 9(08) VALUE ZEROS.
       77  WS-FIM-MES-SEGUINTE     PIC 9(08) VALUE ZEROS.
       77  WS-MOTIVO               PIC X(40) VALUE SPACES.
       77  WS-DOC-SUB              PIC 9(01) VALUE ZEROS.

      *-----------------------------------------------------------------
      * MONTH ARITHMETIC -- FIRST DAY OF THE MONTH AFTER NEXT, WHOSE
      * EVE IS THE END OF THE BUDGET WINDOW
      *-----------------------------------------------------------------
       01  WS-DATA-CALC.
           05  WS-DC-ANO           PIC 9(04).
           05  WS-DC-MES           PIC 9(02).
           05  WS-DC-DIA           PIC 9(02).
       01  WS-DATA-CALC-N REDEFINES WS-DATA-CALC PIC 9(08).

      *-----------------------------------------------------------------
      * DOCUMENT NAMES, IN VH-DOCUMENTO ORDER
      *-----------------------------------------------------------------
       01  WS-DOC-NOMES-TAB.
           05  FILLER              PIC X(14) VALUE 'IIPVA'.
           05  FILLER              PIC X(14) VALUE 'LLICENCIAMENTO'.
           05  FILLER              PIC X(14) VALUE 'SSEGURO'.
       01  WS-DOC-NOMES-R REDEFINES WS-DOC-NOMES-TAB.
           05  WS-DOC-ENTRY OCCURS 3 TIMES
                            INDEXED BY WS-DOC-IDX.
               10  WS-DOC-CODIGO   PIC X(01).
               10  WS-DOC-NOME     PIC X(13).

      *-----------------------------------------------------------------
      * THE FLEET IN CORE -- LOADED, UPDATED, REWRITTEN WHOLE
      *-----------------------------------------------------------------
       01  WS-VEH-TABLE.
           05  WS-VEH-ENTRY OCCURS 100 TIMES
                            INDEXED BY WS-VEH-IDX.
               10  WS-VEH-REGISTRO     PIC X(94).

       77  WS-VEH-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-VEH-SUB              PIC 9(03) VALUE ZEROS.
       77  WS-VEH-ACHOU            PIC X(01) VALUE 'N'.
           88  WS-VEH-ENCONTROU             VALUE 'S'.

      *-----------------------------------------------------------------
      * RUN COUNTERS AND BUDGET TOTALS PER DOCUMENT
      *-----------------------------------------------------------------
       77  WS-QTDE-RENOVACOES      PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-REJEITADAS      PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-VENCIDOS        PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-SEM-DATA        PIC 9(05) VALUE ZEROS.
       77  WS-VALOR-ORCAR          PIC 9(09)V99 VALUE ZEROS.

       01  WS-DOC-TOTAIS.
           05  WS-DTT-ENTRY OCCURS 3 TIMES.
               10  WS-DTT-QTDE     PIC 9(05).
               10  WS-DTT-VALOR    PIC 9(09)V99.

      *-----------------------------------------------------------------
      * RENEWAL-DUE REPORT
      *-----------------------------------------------------------------
       01  WS-DATA-TRAB            PIC 9(08) VALUE ZEROS.
       01  WS-DATA-TRAB-R REDEFINES WS-DATA-TRAB.
           05  WS-DT-ANO           PIC 9(04).
           05  WS-DT-MES           PIC 9(02).
           05  WS-DT-DIA           PIC 9(02).

       01  WS-DATA-EDIT.
           05  WS-DE-DIA           PIC 9(02).
           05  FILLER              PIC X(01) VALUE '/'.
           05  WS-DE-MES           PIC 9(02).
           05  FILLER              PIC X(01) VALUE '/'.
           05  WS-DE-ANO           PIC 9(04).

       01  WS-RPT-COLUNAS.
           05  FILLER              PIC X(40) VALUE
               'VEIC  PLACA   DOCUMENTO     VENCIMENTO  '.
           05  FILLER              PIC X(40) VALUE
               '     VALOR  SITUACAO                    '.

       01  WS-RPT-DETALHE.
           05  WS-RD-VEHICLE       PIC X(05).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-PLACA         PIC X(07).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-DOCUMENTO     PIC X(13).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-VENCIMENTO    PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RD-VALOR         PIC Z(06)9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RD-SITUACAO      PIC X(24).
           05  FILLER              PIC X(03) VALUE SPACES.

       01  WS-RPT-TOTAL.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RTT-ROTULO       PIC X(30).
           05  WS-RTT-QTDE         PIC ZZZZ9.
           05  FILLER              PIC X(06) VALUE '  R$ '.
           05  WS-RTT-VALOR        PIC Z(08)9.99.
           05  FILLER              PIC X(25) VALUE SPACES.

       COPY CTLTOTLNK.
       COPY JOBLGLNK.
       COPY RPTHDRLNK.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.

           MOVE 'VEHDOCS' TO JL-PROGRAM-ID
           MOVE 'S'       TO JL-ACAO
           CALL 'JOBLOG' USING JOBLOG-PARMS

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT

           PERFORM 2000-PROCESS-RENEWAL
               THRU 2000-PROCESS-RENEWAL-EXIT
               UNTIL WS-RN-END-OF-FILE

           PERFORM 3000-REPORT-DUE
               THRU 3000-REPORT-DUE-EXIT

           PERFORM 9000-FINALIZE
               THRU 9000-FINALIZE-EXIT

           EVALUATE TRUE
               WHEN WS-QTDE-REJEITADAS > ZEROS
                 OR WS-PERDEU-CARGA
                   MOVE 8 TO RETURN-CODE
               WHEN WS-QTDE-VENCIDOS > ZEROS
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           MOVE 'E'         TO JL-ACAO
           MOVE RETURN-CODE TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-PARMS

      *    THE CALL RESETS THE SHARED RETURN-CODE REGISTER -- RESTORE
      *    THE CONDITION CODE THE JCL CHAIN GATES ON
           MOVE JL-RETURN-CODE TO RETURN-CODE

           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE -- WORK OUT THE BUDGET WINDOW (THROUGH THE END
      * OF NEXT MONTH), LOAD THE FLEET AND OPEN THE RENEWALS
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           MOVE WS-DATA-HOJE TO WS-DATA-CALC-N
           MOVE 01 TO WS-DC-DIA
           ADD 1 TO WS-DC-MES
           IF WS-DC-MES > 12
               MOVE 01 TO WS-DC-MES
               ADD 1 TO WS-DC-ANO
           END-IF
           COMPUTE WS-INT-DATA =
               FUNCTION INTEGER-OF-DATE(WS-DATA-CALC-N) - 1
           COMPUTE WS-FIM-MES-ATUAL =
               FUNCTION DATE-OF-INTEGER(WS-INT-DATA)

           ADD 1 TO WS-DC-MES
           IF WS-DC-MES > 12
               MOVE 01 TO WS-DC-MES
               ADD 1 TO WS-DC-ANO
           END-IF
           COMPUTE WS-INT-DATA =
               FUNCTION INTEGER-OF-DATE(WS-DATA-CALC-N) - 1
           COMPUTE WS-FIM-MES-SEGUINTE =
               FUNCTION DATE-OF-INTEGER(WS-INT-DATA)

           MOVE SPACES TO WS-VEH-TABLE
           MOVE ZEROS  TO WS-DOC-TOTAIS

           OPEN INPUT VEHICLE-MASTER-FILE
           IF WS-VH-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM MESTRE VEHMAST -- NENHUM '
                   'VEICULO A ACOMPANHAR'
           ELSE
               PERFORM 8000-READ-VEHICLE
                   THRU 8000-READ-VEHICLE-EXIT
               PERFORM 1100-STORE-VEHICLE
                   THRU 1100-STORE-VEHICLE-EXIT
                   UNTIL WS-VH-END-OF-FILE
               CLOSE VEHICLE-MASTER-FILE
           END-IF

           OPEN OUTPUT RENEWAL-REJECT-FILE
           OPEN OUTPUT RENEWAL-REPORT-FILE

           OPEN INPUT RENEWAL-TRAN-FILE
           IF WS-RN-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO VEHRENOV -- NENHUMA '
                   'RENOVACAO A REGISTRAR'
               MOVE 'Y' TO WS-RN-EOF-SWITCH
           ELSE
               PERFORM 8100-READ-RENEWAL
                   THRU 8100-READ-RENEWAL-EXIT
           END-IF.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-STORE-VEHICLE -- BOUNDED TO THE OCCURS 100 LIMIT OF THE
      * OTHER FLEET PROGRAMS
      ******************************************************************
       1100-STORE-VEHICLE.

           IF WS-VEH-COUNT < 100
               ADD 1 TO WS-VEH-COUNT
               SET WS-VEH-IDX TO WS-VEH-COUNT
               MOVE VEHICLE-MASTER-RECORD TO WS-VEH-REGISTRO(WS-VEH-IDX)
           ELSE
               DISPLAY 'TABELA DA FROTA CHEIA -- ' VH-VEHICLE-ID
                   ' FORA DA CARGA'
               MOVE 'S' TO WS-CARGA-PERDIDA-SW
           END-IF

           PERFORM 8000-READ-VEHICLE
               THRU 8000-READ-VEHICLE-EXIT.

       1100-STORE-VEHICLE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-RENEWAL -- A RENEWAL ONLY MOVES A DUE DATE
      * FORWARD; THE FIRST FAILING EDIT REJECTS
      ******************************************************************
       2000-PROCESS-RENEWAL.

           MOVE SPACES TO WS-MOTIVO

           MOVE 'N' TO WS-VEH-ACHOU
           IF WS-VEH-COUNT > ZEROS
               SET WS-VEH-IDX TO 1
               SEARCH WS-VEH-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-VEH-REGISTRO(WS-VEH-IDX)(1:5)
                           = RN-VEHICLE-ID
                       MOVE 'S' TO WS-VEH-ACHOU
               END-SEARCH
           END-IF

           IF NOT WS-VEH-ENCONTROU
               MOVE 'VEICULO NAO CADASTRADO NO VEHMAST' TO WS-MOTIVO
               GO TO 2000-PROCESS-RENEWAL-REJECT
           END-IF

           SET WS-DOC-IDX TO 1
           SEARCH WS-DOC-ENTRY
               AT END
                   MOVE 'DOCUMENTO INVALIDO - USAR I, L OU S'
                       TO WS-MOTIVO
                   GO TO 2000-PROCESS-RENEWAL-REJECT
               WHEN WS-DOC-CODIGO(WS-DOC-IDX) = RN-DOCUMENTO
                   SET WS-DOC-SUB TO WS-DOC-IDX
           END-SEARCH

           MOVE WS-VEH-REGISTRO(WS-VEH-IDX) TO VEHICLE-MASTER-RECORD

           IF VH-BAIXADO
               MOVE 'VEICULO BAIXADO - SEM RENOVACAO' TO WS-MOTIVO
               GO TO 2000-PROCESS-RENEWAL-REJECT
           END-IF

           IF RN-VENCIMENTO NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD(RN-VENCIMENTO) NOT = 0
               MOVE 'DATA DE VENCIMENTO INVALIDA' TO WS-MOTIVO
               GO TO 2000-PROCESS-RENEWAL-REJECT
           END-IF

           IF RN-VENCIMENTO NOT > VH-DOC-VENCIMENTO(WS-DOC-SUB)
               MOVE 'VENCIMENTO NAO POSTERIOR AO ATUAL' TO WS-MOTIVO
               GO TO 2000-PROCESS-RENEWAL-REJECT
           END-IF

           IF RN-VALOR NOT NUMERIC
               MOVE 'VALOR INVALIDO' TO WS-MOTIVO
               GO TO 2000-PROCESS-RENEWAL-REJECT
           END-IF

           MOVE RN-VENCIMENTO TO VH-DOC-VENCIMENTO(WS-DOC-SUB)
           IF RN-VALOR > ZEROS
               MOVE RN-VALOR TO VH-DOC-VALOR(WS-DOC-SUB)
           END-IF
           MOVE VEHICLE-MASTER-RECORD TO WS-VEH-REGISTRO(WS-VEH-IDX)

           ADD 1 TO WS-QTDE-RENOVACOES
           DISPLAY 'RENOVADO - VEICULO ' RN-VEHICLE-ID ' '
               WS-DOC-NOME(WS-DOC-SUB) ' ATE ' RN-VENCIMENTO
           GO TO 2000-PROCESS-RENEWAL-NEXT.

       2000-PROCESS-RENEWAL-REJECT.

           MOVE SPACES         TO RENEWAL-REJECT-RECORD
           MOVE RN-VEHICLE-ID  TO ER-VEHICLE-ID
           MOVE RN-DOCUMENTO   TO ER-DOCUMENTO
           MOVE RN-VENCIMENTO  TO ER-VENCIMENTO
           MOVE WS-MOTIVO      TO ER-MOTIVO
           WRITE RENEWAL-REJECT-RECORD

           ADD 1 TO WS-QTDE-REJEITADAS
           DISPLAY 'REJEITADO - VEICULO ' RN-VEHICLE-ID ' - '
               WS-MOTIVO.

       2000-PROCESS-RENEWAL-NEXT.

           PERFORM 8100-READ-RENEWAL
               THRU 8100-READ-RENEWAL-EXIT.

       2000-PROCESS-RENEWAL-EXIT.
           EXIT.

      ******************************************************************
      * 3000-REPORT-DUE -- EVERY DOCUMENT LAPSED, DUE BY THE END OF
      * NEXT MONTH OR WITH NO DUE DATE KEYED, THEN THE BUDGET TOTALS
      ******************************************************************
       3000-REPORT-DUE.

           MOVE 'VEHDOCS' TO RH-PROGRAM-ID
           MOVE 1         TO RH-PAGE-NUM
           CALL 'RPTHDR' USING RPTHDR-PARMS
           WRITE RENEWAL-REPORT-LINE FROM RH-HEADER-LINE

           MOVE WS-FIM-MES-SEGUINTE TO WS-DATA-TRAB
           PERFORM 3900-EDIT-DATE
               THRU 3900-EDIT-DATE-EXIT
           MOVE SPACES TO RENEWAL-REPORT-LINE
           STRING 'DOCUMENTOS DA FROTA A RENOVAR ATE ' WS-DATA-EDIT
               DELIMITED BY SIZE INTO RENEWAL-REPORT-LINE
           WRITE RENEWAL-REPORT-LINE
           WRITE RENEWAL-REPORT-LINE FROM WS-RPT-COLUNAS

           PERFORM 3100-REPORT-ONE-VEHICLE
               THRU 3100-REPORT-ONE-VEHICLE-EXIT
               VARYING WS-VEH-SUB FROM 1 BY 1
               UNTIL WS-VEH-SUB > WS-VEH-COUNT

           MOVE SPACES TO RENEWAL-REPORT-LINE
           WRITE RENEWAL-REPORT-LINE

           PERFORM 3300-WRITE-DOC-TOTAL
               THRU 3300-WRITE-DOC-TOTAL-EXIT
               VARYING WS-DOC-SUB FROM 1 BY 1
               UNTIL WS-DOC-SUB > 3

           MOVE SPACES                  TO WS-RTT-ROTULO
           MOVE 'TOTAL A ORCAR'         TO WS-RTT-ROTULO
           COMPUTE WS-RTT-QTDE = WS-DTT-QTDE(1) + WS-DTT-QTDE(2)
               + WS-DTT-QTDE(3)
           MOVE WS-VALOR-ORCAR          TO WS-RTT-VALOR
           WRITE RENEWAL-REPORT-LINE FROM WS-RPT-TOTAL

           MOVE SPACES TO RENEWAL-REPORT-LINE
           STRING '  DOCUMENTOS VENCIDOS: ' WS-QTDE-VENCIDOS
               '   SEM VENCIMENTO CADASTRADO: ' WS-QTDE-SEM-DATA
               DELIMITED BY SIZE INTO RENEWAL-REPORT-LINE
           WRITE RENEWAL-REPORT-LINE.

       3000-REPORT-DUE-EXIT.
           EXIT.

      ******************************************************************
      * 3100-REPORT-ONE-VEHICLE -- A DISPOSED VEHICLE HAS NOTHING
      * LEFT TO RENEW
      ******************************************************************
       3100-REPORT-ONE-VEHICLE.

           SET WS-VEH-IDX TO WS-VEH-SUB
           MOVE WS-VEH-REGISTRO(WS-VEH-IDX) TO VEHICLE-MASTER-RECORD

           IF VH-BAIXADO
               GO TO 3100-REPORT-ONE-VEHICLE-EXIT
           END-IF

           PERFORM 3200-REPORT-ONE-DOC
               THRU 3200-REPORT-ONE-DOC-EXIT
               VARYING WS-DOC-SUB FROM 1 BY 1
               UNTIL WS-DOC-SUB > 3.

       3100-REPORT-ONE-VEHICLE-EXIT.
           EXIT.

      ******************************************************************
      * 3200-REPORT-ONE-DOC -- A LAPSED OR SOON-DUE DOCUMENT COUNTS
      * TOWARD THE BUDGET; ONE WITH NO DATE IS LISTED WITHOUT AMOUNT
      ******************************************************************
       3200-REPORT-ONE-DOC.

           IF VH-DOC-VENCIMENTO(WS-DOC-SUB) > WS-FIM-MES-SEGUINTE
               GO TO 3200-REPORT-ONE-DOC-EXIT
           END-IF

           MOVE SPACES                  TO WS-RPT-DETALHE
           MOVE VH-VEHICLE-ID           TO WS-RD-VEHICLE
           MOVE VH-PLACA                TO WS-RD-PLACA
           MOVE WS-DOC-NOME(WS-DOC-SUB) TO WS-RD-DOCUMENTO

           IF VH-DOC-VENCIMENTO(WS-DOC-SUB) = ZEROS
               MOVE 'SEM DATA DE VENCIMENTO' TO WS-RD-SITUACAO
               ADD 1 TO WS-QTDE-SEM-DATA
               WRITE RENEWAL-REPORT-LINE FROM WS-RPT-DETALHE
               GO TO 3200-REPORT-ONE-DOC-EXIT
           END-IF

           MOVE VH-DOC-VENCIMENTO(WS-DOC-SUB) TO WS-DATA-TRAB
           PERFORM 3900-EDIT-DATE
               THRU 3900-EDIT-DATE-EXIT
           MOVE WS-DATA-EDIT            TO WS-RD-VENCIMENTO
           MOVE VH-DOC-VALOR(WS-DOC-SUB) TO WS-RD-VALOR

           EVALUATE TRUE
               WHEN VH-DOC-VENCIMENTO(WS-DOC-SUB) < WS-DATA-HOJE
                   MOVE 'VENCIDO - VEICULO PARADO' TO WS-RD-SITUACAO
                   ADD 1 TO WS-QTDE-VENCIDOS
               WHEN VH-DOC-VENCIMENTO(WS-DOC-SUB) NOT > WS-FIM-MES-ATUAL
                   MOVE 'VENCE ESTE MES'           TO WS-RD-SITUACAO
               WHEN OTHER
                   MOVE 'VENCE NO PROXIMO MES'     TO WS-RD-SITUACAO
           END-EVALUATE

           ADD 1 TO WS-DTT-QTDE(WS-DOC-SUB)
           ADD VH-DOC-VALOR(WS-DOC-SUB) TO WS-DTT-VALOR(WS-DOC-SUB)
           ADD VH-DOC-VALOR(WS-DOC-SUB) TO WS-VALOR-ORCAR

           WRITE RENEWAL-REPORT-LINE FROM WS-RPT-DETALHE.

       3200-REPORT-ONE-DOC-EXIT.
           EXIT.

      ******************************************************************
      * 3300-WRITE-DOC-TOTAL
      ******************************************************************
       3300-WRITE-DOC-TOTAL.

           MOVE SPACES                   TO WS-RTT-ROTULO
           STRING 'A ORCAR - ' WS-DOC-NOME(WS-DOC-SUB)
               DELIMITED BY SIZE INTO WS-RTT-ROTULO
           MOVE WS-DTT-QTDE(WS-DOC-SUB)  TO WS-RTT-QTDE
           MOVE WS-DTT-VALOR(WS-DOC-SUB) TO WS-RTT-VALOR
           WRITE RENEWAL-REPORT-LINE FROM WS-RPT-TOTAL.

       3300-WRITE-DOC-TOTAL-EXIT.
           EXIT.

      ******************************************************************
      * 3900-EDIT-DATE -- WS-DATA-TRAB (YYYYMMDD) TO DD/MM/YYYY
      ******************************************************************
       3900-EDIT-DATE.

           MOVE WS-DT-DIA TO WS-DE-DIA
           MOVE WS-DT-MES TO WS-DE-MES
           MOVE WS-DT-ANO TO WS-DE-ANO.

       3900-EDIT-DATE-EXIT.
           EXIT.

      ******************************************************************
      * 8000-READ-VEHICLE
      ******************************************************************
       8000-READ-VEHICLE.

           READ VEHICLE-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-VH-EOF-SWITCH
           END-READ.

       8000-READ-VEHICLE-EXIT.
           EXIT.

      ******************************************************************
      * 8100-READ-RENEWAL
      ******************************************************************
       8100-READ-RENEWAL.

           READ RENEWAL-TRAN-FILE
               AT END
                   MOVE 'Y' TO WS-RN-EOF-SWITCH
           END-READ.

       8100-READ-RENEWAL-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZE -- REWRITE VEHMAST WITH THE RENEWALS POSTED,
      * RUN TOTALS AND CONTROL TOTALS
      ******************************************************************
       9000-FINALIZE.

      *    A FLEET THAT DID NOT FIT IN CORE MUST NOT BE REWRITTEN FROM
      *    THE TABLE -- THE VEHICLES LEFT OUT WOULD BE DELETED
           IF WS-PERDEU-CARGA
               DISPLAY 'ERRO - VEHMAST NAO COUBE NA TABELA -- '
                   'CADASTRO PRESERVADO, NADA GRAVADO'
           ELSE
               IF WS-QTDE-RENOVACOES > ZEROS
                   OPEN OUTPUT VEHICLE-MASTER-FILE
                   PERFORM 9100-WRITE-ONE-VEHICLE
                       THRU 9100-WRITE-ONE-VEHICLE-EXIT
                       VARYING WS-VEH-SUB FROM 1 BY 1
                       UNTIL WS-VEH-SUB > WS-VEH-COUNT
                   CLOSE VEHICLE-MASTER-FILE
               END-IF
           END-IF

           IF WS-RN-STATUS = '00' OR WS-RN-STATUS = '10'
               CLOSE RENEWAL-TRAN-FILE
           END-IF
           CLOSE RENEWAL-REJECT-FILE
           CLOSE RENEWAL-REPORT-FILE

           DISPLAY 'RENOVACOES REGISTRADAS:     ' WS-QTDE-RENOVACOES
           DISPLAY 'RENOVACOES REJEITADAS:      ' WS-QTDE-REJEITADAS
           DISPLAY 'DOCUMENTOS VENCIDOS:        ' WS-QTDE-VENCIDOS
           DISPLAY 'SEM VENCIMENTO CADASTRADO:  ' WS-QTDE-SEM-DATA
           DISPLAY 'VALOR A ORCAR R$            ' WS-VALOR-ORCAR

           MOVE 'VEHDOCS'          TO CT-PROGRAM-ID
           MOVE 'RENOVACOES'       TO CT-TOTAL-1-LABEL
           MOVE WS-QTDE-RENOVACOES TO CT-TOTAL-1-VALOR
           MOVE 'DOCS VENCIDOS'    TO CT-TOTAL-2-LABEL
           MOVE WS-QTDE-VENCIDOS   TO CT-TOTAL-2-VALOR
           MOVE 'A ORCAR R$'       TO CT-TOTAL-3-LABEL
           MOVE WS-VALOR-ORCAR     TO CT-TOTAL-3-VALOR
           CALL 'CTLTOT' USING CTLTOT-PARMS.

       9000-FINALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 9100-WRITE-ONE-VEHICLE
      ******************************************************************
       9100-WRITE-ONE-VEHICLE.

           SET WS-VEH-IDX TO WS-VEH-SUB
           WRITE VEHICLE-MASTER-RECORD FROM WS-VEH-REGISTRO(WS-VEH-IDX).

       9100-WRITE-ONE-VEHICLE-EXIT.
           EXIT.
