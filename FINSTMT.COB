      ******************************************************************
      * Author: M. TAVARES
      * Date: 15-10-26
      * Purpose: MONTHLY BALANCE SHEET AND INCOME STATEMENT FROM THE
      * GLBALMST BALANCE MASTER. TRIALBAL PROVES THE LEDGER; THE
      * STATEMENTS WERE STILL BUILT BY HAND FROM ITS PRINTOUT. THE
      * DFMAPA STATEMENT MAP ASSIGNS EVERY CHARTACC ACCOUNT TO A
      * STATEMENT GROUP (A ATIVO, P PASSIVO, L PATRIMONIO LIQUIDO,
      * R RECEITA, D DESPESA) AND TO A NUMBERED STATEMENT LINE;
      * SEVERAL ACCOUNTS MAY SHARE A LINE, AND LINES PRINT IN THE
      * ORDER THEY FIRST APPEAR ON THE MAP. THE OPERATOR KEYS THE
      * GL PERIOD (AAAAMM). BOTH STATEMENTS CARRY THE MONTH, THE
      * POSITION OR YEAR-TO-DATE FIGURE AND THE SAME FIGURE ONE
      * YEAR EARLIER. BALANCE-SHEET BALANCES RUN FROM THE LATEST
      * OPENING BALANCES ON FILE (PERIOD AAAA00) -- OR FROM THE
      * START OF THE LEDGER IF NO YEAR HAS BEEN OPENED -- TO THE
      * PERIOD; THE CURRENT-YEAR RESULT, AND ANY RESULT OF EARLIER
      * YEARS NOT YET CLOSED, IS SHOWN INSIDE EQUITY. WHEN ASSETS
      * DO NOT EQUAL LIABILITIES PLUS EQUITY, OR A POSTED ACCOUNT IS
      * MISSING FROM THE MAP, THE STATEMENTS ARE NOT PRINTED AND THE
      * RUN ENDS WITH RETURN-CODE 8.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History
      * 15-10-26 MRT  ORIGINAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINSTMT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-BALANCE-FILE ASSIGN TO "GLBALMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GB-STATUS.

           SELECT CHART-OF-ACCOUNTS-FILE ASSIGN TO "CHARTACC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CA-STATUS.

           SELECT STATEMENT-MAP-FILE ASSIGN TO "DFMAPA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DM-STATUS.

           SELECT STATEMENT-REPORT ASSIGN TO "FINSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-BALANCE-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY GLBALMST.

       FD  CHART-OF-ACCOUNTS-FILE
           RECORD CONTAINS 28 CHARACTERS.
       01  CHART-OF-ACCOUNTS-RECORD.
           05  CA-ACCOUNT-CODE     PIC X(08).
           05  CA-DESCRICAO        PIC X(20).

      *-----------------------------------------------------------------
      * STATEMENT-MAP-FILE -- ONE LINE PER ACCOUNT: STATEMENT GROUP,
      * STATEMENT LINE NUMBER AND THE LINE'S PRINTED DESCRIPTION
      *-----------------------------------------------------------------
       FD  STATEMENT-MAP-FILE
           RECORD CONTAINS 42 CHARACTERS.
       01  STATEMENT-MAP-RECORD.
           05  DM-ACCOUNT-CODE     PIC X(08).
           05  DM-GRUPO            PIC X(01).
               88  DM-GRUPO-VALIDO         VALUE 'A' 'P' 'L' 'R' 'D'.
           05  DM-LINHA            PIC 9(03).
           05  DM-DESCRICAO        PIC X(30).

       FD  STATEMENT-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  STATEMENT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-GB-STATUS            PIC X(02) VALUE SPACES.
       77  WS-CA-STATUS            PIC X(02) VALUE SPACES.
       77  WS-DM-STATUS            PIC X(02) VALUE SPACES.
       77  WS-FR-STATUS            PIC X(02) VALUE SPACES.
       77  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE                VALUE 'Y'.
       77  WS-CA-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-CA-END-OF-FILE             VALUE 'Y'.
       77  WS-DM-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-DM-END-OF-FILE             VALUE 'Y'.
       77  WS-ABORTA-SW            PIC X(01) VALUE 'N'.
           88  WS-EXECUCAO-ABORTADA          VALUE 'S'.
       77  WS-RECUSA-SW            PIC X(01) VALUE 'N'.
           88  WS-DEMONSTRACAO-RECUSADA      VALUE 'S'.

      *-----------------------------------------------------------------
      * REQUESTED PERIOD AND THE WINDOWS DERIVED FROM IT
      *-----------------------------------------------------------------
       01  WS-PERIODO-ALVO         PIC 9(06) VALUE ZEROS.
       01  WS-PERIODO-ALVO-R REDEFINES WS-PERIODO-ALVO.
           05  WS-ALVO-ANO         PIC 9(04).
           05  WS-ALVO-MES         PIC 9(02).

       77  WS-PERIODO-ANT          PIC 9(06) VALUE ZEROS.
       77  WS-ANO-ANT              PIC 9(04) VALUE ZEROS.
       77  WS-INICIO-ANO           PIC 9(06) VALUE ZEROS.
       77  WS-INICIO-ANO-ANT       PIC 9(06) VALUE ZEROS.
       77  WS-INICIO-SALDO         PIC 9(06) VALUE ZEROS.
       77  WS-INICIO-SALDO-ANT     PIC 9(06) VALUE ZEROS.
       77  WS-ANO-ABERTO           PIC 9(04) VALUE ZEROS.
       77  WS-ANO-ABERTO-ANT       PIC 9(04) VALUE ZEROS.

       01  WS-GB-PERIODO-R.
           05  WS-GB-ANO           PIC 9(04).
           05  WS-GB-MES           PIC 9(02).

      *-----------------------------------------------------------------
      * CHART OF ACCOUNTS, LOADED AT STARTUP TO VALIDATE THE MAP
      *-----------------------------------------------------------------
       01  WS-CHART-TABLE.
           05  WS-CHT-ENTRY OCCURS 300 TIMES
                            INDEXED BY WS-CHT-IDX.
               10  WS-CHT-ACCOUNT      PIC X(08).
               10  WS-CHT-MAPEADA      PIC X(01).

       77  WS-CHT-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-CHT-SUB              PIC 9(03) VALUE ZEROS.
       77  WS-TEM-PLANO            PIC X(01) VALUE 'N'.
           88  WS-PLANO-CARREGADO            VALUE 'S'.
       77  WS-CHT-ACHOU            PIC X(01) VALUE 'N'.
           88  WS-CHT-ENCONTROU              VALUE 'S'.

      *-----------------------------------------------------------------
      * ACCOUNT-TO-LINE MAP
      *-----------------------------------------------------------------
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 300 TIMES
                            INDEXED BY WS-MAP-IDX.
               10  WS-MAP-ACCOUNT      PIC X(08).
               10  WS-MAP-LINHA-SUB    PIC 9(03).

       77  WS-MAP-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-MAP-ACHOU            PIC X(01) VALUE 'N'.
           88  WS-MAP-ENCONTROU              VALUE 'S'.

      *-----------------------------------------------------------------
      * STATEMENT LINES, IN MAP ORDER. AMOUNTS ARE KEPT IN THE
      * GROUP'S NATURAL SIGN (DEBIT FOR ATIVO AND DESPESA, CREDIT
      * FOR PASSIVO, PL AND RECEITA). FOR BALANCE-SHEET LINES ATUAL
      * IS THE BALANCE AT THE PERIOD; FOR INCOME LINES IT IS THE
      * YEAR TO DATE. ANTERIOR IS THE SAME FIGURE A YEAR EARLIER.
      *-----------------------------------------------------------------
       01  WS-LINE-TABLE.
           05  WS-LIN-ENTRY OCCURS 100 TIMES
                            INDEXED BY WS-LIN-IDX.
               10  WS-LIN-GRUPO        PIC X(01).
               10  WS-LIN-NUMERO       PIC 9(03).
               10  WS-LIN-DESCRICAO    PIC X(30).
               10  WS-LIN-MES          PIC S9(11)V99.
               10  WS-LIN-ATUAL        PIC S9(11)V99.
               10  WS-LIN-ANTERIOR     PIC S9(11)V99.

       77  WS-LIN-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-LIN-SUB              PIC 9(03) VALUE ZEROS.
       77  WS-LIN-ACHOU            PIC X(01) VALUE 'N'.
           88  WS-LIN-ENCONTROU              VALUE 'S'.

      *-----------------------------------------------------------------
      * GROUP TOTALS (A, P, L, R, D) AND RESULT FIGURES, EACH WITH
      * MONTH / ATUAL / ANTERIOR COLUMNS
      *-----------------------------------------------------------------
       01  WS-TOTAIS.
           05  WS-TOT-ATIVO.
               10  WS-TA-MES           PIC S9(11)V99.
               10  WS-TA-ATUAL         PIC S9(11)V99.
               10  WS-TA-ANTERIOR      PIC S9(11)V99.
           05  WS-TOT-PASSIVO.
               10  WS-TP-MES           PIC S9(11)V99.
               10  WS-TP-ATUAL         PIC S9(11)V99.
               10  WS-TP-ANTERIOR      PIC S9(11)V99.
           05  WS-TOT-PL.
               10  WS-TL-MES           PIC S9(11)V99.
               10  WS-TL-ATUAL         PIC S9(11)V99.
               10  WS-TL-ANTERIOR      PIC S9(11)V99.
           05  WS-TOT-RECEITA.
               10  WS-TR-MES           PIC S9(11)V99.
               10  WS-TR-ATUAL         PIC S9(11)V99.
               10  WS-TR-ANTERIOR      PIC S9(11)V99.
           05  WS-TOT-DESPESA.
               10  WS-TD-MES           PIC S9(11)V99.
               10  WS-TD-ATUAL         PIC S9(11)V99.
               10  WS-TD-ANTERIOR      PIC S9(11)V99.
      *    RESULT OF EARLIER YEARS STILL SITTING IN THE INCOME
      *    ACCOUNTS BECAUSE THOSE YEARS HAVE NOT BEEN CLOSED
           05  WS-RES-NAO-ENCERRADO.
               10  WS-RN-MES           PIC S9(11)V99.
               10  WS-RN-ATUAL         PIC S9(11)V99.
               10  WS-RN-ANTERIOR      PIC S9(11)V99.
           05  WS-RES-EXERCICIO.
               10  WS-RE-MES           PIC S9(11)V99.
               10  WS-RE-ATUAL         PIC S9(11)V99.
               10  WS-RE-ANTERIOR      PIC S9(11)V99.
           05  WS-TOT-PASSIVO-PL.
               10  WS-TX-MES           PIC S9(11)V99.
               10  WS-TX-ATUAL         PIC S9(11)V99.
               10  WS-TX-ANTERIOR      PIC S9(11)V99.

      *    THE THREE COLUMNS OF THE TOTAL LINE BEING PRINTED
       01  WS-TOT-LINHA.
           05  WS-TI-MES               PIC S9(11)V99.
           05  WS-TI-ATUAL             PIC S9(11)V99.
           05  WS-TI-ANTERIOR          PIC S9(11)V99.
       77  WS-TOT-ROTULO           PIC X(30) VALUE SPACES.

       77  WS-CONTA-CHAVE          PIC X(08) VALUE SPACES.
       77  WS-VALOR-NATURAL        PIC S9(11)V99 VALUE ZEROS.
       77  WS-VALOR-RESULTADO      PIC S9(11)V99 VALUE ZEROS.
       77  WS-DIFERENCA            PIC S9(11)V99 VALUE ZEROS.
       77  WS-DIFERENCA-ANT        PIC S9(11)V99 VALUE ZEROS.
       77  WS-GRUPO-ALVO           PIC X(01) VALUE SPACES.

       77  WS-QTDE-SALDOS          PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-SEM-MAPA        PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-MAPA-REJEITADO  PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-NAO-MAPEADAS    PIC 9(05) VALUE ZEROS.

      *-----------------------------------------------------------------
      * OPENING YEARS FOUND ON THE MASTER (A PERIOD AAAA00)
      *-----------------------------------------------------------------
       01  WS-OPEN-TABLE.
           05  WS-ABT-ANO          PIC 9(04) OCCURS 50 TIMES.
       77  WS-ABT-COUNT            PIC 9(02) VALUE ZEROS.
       77  WS-ABT-SUB              PIC 9(02) VALUE ZEROS.
       77  WS-ABT-ACHOU            PIC X(01) VALUE 'N'.
           88  WS-ABT-ENCONTROU              VALUE 'S'.

       01  WS-TITLE-LINE.
           05  WS-TT-TEXTO         PIC X(40).
           05  WS-TT-PERIODO       PIC 9(06).
           05  FILLER              PIC X(34) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER              PIC X(32) VALUE SPACES.
           05  WS-CL-COL-1         PIC X(14).
           05  WS-CL-COL-2         PIC X(14).
           05  WS-CL-COL-3         PIC X(14).
           05  FILLER              PIC X(06) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DT-RECUO         PIC X(02).
           05  WS-DT-DESCRICAO     PIC X(30).
           05  WS-DT-MES           PIC -(10)9.99.
           05  WS-DT-ATUAL         PIC -(10)9.99.
           05  WS-DT-ANTERIOR      PIC -(10)9.99.
           05  FILLER              PIC X(06).

       01  WS-MESSAGE-LINE.
           05  WS-ML-TEXTO         PIC X(40).
           05  WS-ML-CONTA         PIC X(08).
           05  FILLER              PIC X(02).
           05  WS-ML-COMPLEMENTO   PIC X(30).

       COPY CTLTOTLNK.
       COPY JOBLGLNK.
       COPY RPTHDRLNK.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.

           MOVE 'FINSTMT' TO JL-PROGRAM-ID
           MOVE 'S'       TO JL-ACAO
           CALL 'JOBLOG' USING JOBLOG-PARMS

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT

           IF NOT WS-EXECUCAO-ABORTADA
               PERFORM 2000-ACCUMULATE-BALANCE
                   THRU 2000-ACCUMULATE-BALANCE-EXIT
                   UNTIL WS-END-OF-FILE
               PERFORM 3000-PROVE-BALANCE-SHEET
                   THRU 3000-PROVE-BALANCE-SHEET-EXIT
           END-IF

           IF NOT WS-EXECUCAO-ABORTADA
               AND NOT WS-DEMONSTRACAO-RECUSADA
               PERFORM 4000-PRINT-BALANCE-SHEET
                   THRU 4000-PRINT-BALANCE-SHEET-EXIT
               PERFORM 5000-PRINT-INCOME-STATEMENT
                   THRU 5000-PRINT-INCOME-STATEMENT-EXIT
           END-IF

           PERFORM 6000-FINALIZE
               THRU 6000-FINALIZE-EXIT

           MOVE 'E'         TO JL-ACAO
           MOVE RETURN-CODE TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-PARMS

      *    THE CALL RESETS THE SHARED RETURN-CODE REGISTER -- RESTORE
      *    THE CONDITION CODE OPERATIONS LOOKS AT
           MOVE JL-RETURN-CODE TO RETURN-CODE

           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE -- PERIOD, CHART, MAP AND THE OPENING YEARS;
      * THE BALANCE MASTER AND THE MAP ARE REQUIRED
      ******************************************************************
       1000-INITIALIZE.

           MOVE SPACES TO WS-CHART-TABLE
           MOVE SPACES TO WS-MAP-TABLE
           MOVE SPACES TO WS-LINE-TABLE
           MOVE ZEROS  TO WS-TOTAIS
           MOVE ZEROS  TO WS-OPEN-TABLE

           DISPLAY 'INFORME O PERIODO DAS DEMONSTRACOES (AAAAMM):'
           ACCEPT WS-PERIODO-ALVO FROM CONSOLE

           IF WS-PERIODO-ALVO NOT NUMERIC
               OR WS-ALVO-MES < 01 OR WS-ALVO-MES > 12
               DISPLAY 'ERRO - PERIODO INVALIDO: ' WS-PERIODO-ALVO
               MOVE 'S' TO WS-ABORTA-SW
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           COMPUTE WS-ANO-ANT        = WS-ALVO-ANO - 1
           COMPUTE WS-PERIODO-ANT    = WS-PERIODO-ALVO - 100
           COMPUTE WS-INICIO-ANO     = WS-ALVO-ANO * 100 + 1
           COMPUTE WS-INICIO-ANO-ANT = WS-ANO-ANT * 100 + 1

           OPEN OUTPUT STATEMENT-REPORT
           MOVE 'FINSTMT' TO RH-PROGRAM-ID
           MOVE 1         TO RH-PAGE-NUM
           CALL 'RPTHDR' USING RPTHDR-PARMS
           WRITE STATEMENT-LINE FROM RH-HEADER-LINE

           PERFORM 1100-LOAD-CHART
               THRU 1100-LOAD-CHART-EXIT

           PERFORM 1200-LOAD-MAP
               THRU 1200-LOAD-MAP-EXIT
           IF WS-EXECUCAO-ABORTADA
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           PERFORM 1300-LIST-UNMAPPED-ACCOUNTS
               THRU 1300-LIST-UNMAPPED-ACCOUNTS-EXIT
               VARYING WS-CHT-SUB FROM 1 BY 1
               UNTIL WS-CHT-SUB > WS-CHT-COUNT

           PERFORM 1400-FIND-OPENING-YEARS
               THRU 1400-FIND-OPENING-YEARS-EXIT
           IF WS-EXECUCAO-ABORTADA
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           OPEN INPUT GL-BALANCE-FILE
           PERFORM 8000-READ-BALANCE
               THRU 8000-READ-BALANCE-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-CHART -- CHART OF ACCOUNTS (BOUNDED TO OCCURS 300);
      * WITHOUT IT THE MAP IS TAKEN AS IT STANDS
      ******************************************************************
       1100-LOAD-CHART.

           OPEN INPUT CHART-OF-ACCOUNTS-FILE
           IF WS-CA-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO CHARTACC -- MAPA NAO '
                   'CONFERIDO CONTRA O PLANO DE CONTAS'
               GO TO 1100-LOAD-CHART-EXIT
           END-IF

           MOVE 'S' TO WS-TEM-PLANO

           PERFORM 8100-READ-CHART
               THRU 8100-READ-CHART-EXIT

           PERFORM 1110-STORE-CHART-ACCOUNT
               THRU 1110-STORE-CHART-ACCOUNT-EXIT
               UNTIL WS-CA-END-OF-FILE

           CLOSE CHART-OF-ACCOUNTS-FILE.

       1100-LOAD-CHART-EXIT.
           EXIT.

      ******************************************************************
      * 1110-STORE-CHART-ACCOUNT
      ******************************************************************
       1110-STORE-CHART-ACCOUNT.

           IF WS-CHT-COUNT < 300
               ADD 1 TO WS-CHT-COUNT
               SET WS-CHT-IDX TO WS-CHT-COUNT
               MOVE CA-ACCOUNT-CODE TO WS-CHT-ACCOUNT(WS-CHT-IDX)
               MOVE 'N'             TO WS-CHT-MAPEADA(WS-CHT-IDX)
           ELSE
               DISPLAY 'TABELA DO PLANO DE CONTAS CHEIA -- '
                   CA-ACCOUNT-CODE ' IGNORADA'
           END-IF

           PERFORM 8100-READ-CHART
               THRU 8100-READ-CHART-EXIT.

       1110-STORE-CHART-ACCOUNT-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LOAD-MAP -- THE ACCOUNT-TO-LINE MAP. A LINE WITH A BAD
      * GROUP, AN ACCOUNT OFF THE CHART OR AN ACCOUNT ALREADY MAPPED
      * IS REJECTED AND LISTED; THE SAME LINE NUMBER UNDER ONE GROUP
      * ACCUMULATES EVERY ACCOUNT MAPPED TO IT
      ******************************************************************
       1200-LOAD-MAP.

           OPEN INPUT STATEMENT-MAP-FILE
           IF WS-DM-STATUS NOT = '00'
               DISPLAY 'ERRO - SEM ARQUIVO DFMAPA -- DEMONSTRACOES '
                   'NAO EMITIDAS'
               MOVE 'S' TO WS-ABORTA-SW
               GO TO 1200-LOAD-MAP-EXIT
           END-IF

           PERFORM 8200-READ-MAP
               THRU 8200-READ-MAP-EXIT

           PERFORM 1210-STORE-MAP-LINE
               THRU 1210-STORE-MAP-LINE-EXIT
               UNTIL WS-DM-END-OF-FILE

           CLOSE STATEMENT-MAP-FILE.

       1200-LOAD-MAP-EXIT.
           EXIT.

      ******************************************************************
      * 1210-STORE-MAP-LINE
      ******************************************************************
       1210-STORE-MAP-LINE.

           MOVE SPACES TO WS-MESSAGE-LINE

           IF NOT DM-GRUPO-VALIDO
               OR DM-LINHA NOT NUMERIC
               MOVE 'MAPA REJEITADO - GRUPO OU LINHA INVALIDA'
                   TO WS-ML-TEXTO
               GO TO 1210-STORE-MAP-LINE-REJECT
           END-IF

           MOVE DM-ACCOUNT-CODE TO WS-CONTA-CHAVE
           PERFORM 7000-FIND-MAPPED-ACCOUNT
               THRU 7000-FIND-MAPPED-ACCOUNT-EXIT
           IF WS-MAP-ENCONTROU
               MOVE 'MAPA REJEITADO - CONTA MAPEADA DUAS VEZES'
                   TO WS-ML-TEXTO
               GO TO 1210-STORE-MAP-LINE-REJECT
           END-IF

           IF WS-PLANO-CARREGADO
               PERFORM 7100-FIND-CHART-ACCOUNT
                   THRU 7100-FIND-CHART-ACCOUNT-EXIT
               IF NOT WS-CHT-ENCONTROU
                   MOVE 'MAPA REJEITADO - CONTA FORA DO PLANO'
                       TO WS-ML-TEXTO
                   GO TO 1210-STORE-MAP-LINE-REJECT
               END-IF
               MOVE 'S' TO WS-CHT-MAPEADA(WS-CHT-IDX)
           END-IF

           PERFORM 7200-FIND-OR-ADD-LINE
               THRU 7200-FIND-OR-ADD-LINE-EXIT
           IF NOT WS-LIN-ENCONTROU
               MOVE 'MAPA REJEITADO - TABELA DE LINHAS CHEIA'
                   TO WS-ML-TEXTO
               GO TO 1210-STORE-MAP-LINE-REJECT
           END-IF

           IF WS-MAP-COUNT NOT < 300
               MOVE 'MAPA REJEITADO - TABELA DO MAPA CHEIA'
                   TO WS-ML-TEXTO
               GO TO 1210-STORE-MAP-LINE-REJECT
           END-IF

           ADD 1 TO WS-MAP-COUNT
           SET WS-MAP-IDX TO WS-MAP-COUNT
           MOVE DM-ACCOUNT-CODE TO WS-MAP-ACCOUNT(WS-MAP-IDX)
           SET WS-LIN-SUB TO WS-LIN-IDX
           MOVE WS-LIN-SUB      TO WS-MAP-LINHA-SUB(WS-MAP-IDX)
           GO TO 1210-STORE-MAP-LINE-NEXT.

       1210-STORE-MAP-LINE-REJECT.

           MOVE DM-ACCOUNT-CODE TO WS-ML-CONTA
           MOVE DM-DESCRICAO    TO WS-ML-COMPLEMENTO
           WRITE STATEMENT-LINE FROM WS-MESSAGE-LINE
           DISPLAY WS-ML-TEXTO ' ' DM-ACCOUNT-CODE
           ADD 1 TO WS-QTDE-MAPA-REJEITADO.

       1210-STORE-MAP-LINE-NEXT.

           PERFORM 8200-READ-MAP
               THRU 8200-READ-MAP-EXIT.

       1210-STORE-MAP-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 1300-LIST-UNMAPPED-ACCOUNTS -- CHART ACCOUNTS WITH NO MAP
      * LINE. ONLY A WARNING HERE; ONE THAT CARRIES A BALANCE STOPS
      * THE STATEMENTS IN 2000.
      ******************************************************************
       1300-LIST-UNMAPPED-ACCOUNTS.

           SET WS-CHT-IDX TO WS-CHT-SUB

           IF WS-CHT-MAPEADA(WS-CHT-IDX) = 'S'
               GO TO 1300-LIST-UNMAPPED-ACCOUNTS-EXIT
           END-IF

           MOVE SPACES TO WS-MESSAGE-LINE
           MOVE 'AVISO - CONTA DO PLANO SEM MAPEAMENTO'
               TO WS-ML-TEXTO
           MOVE WS-CHT-ACCOUNT(WS-CHT-IDX) TO WS-ML-CONTA
           WRITE STATEMENT-LINE FROM WS-MESSAGE-LINE
           DISPLAY WS-ML-TEXTO ' ' WS-ML-CONTA
           ADD 1 TO WS-QTDE-NAO-MAPEADAS.

       1300-LIST-UNMAPPED-ACCOUNTS-EXIT.
           EXIT.

      ******************************************************************
      * 1400-FIND-OPENING-YEARS -- FIRST PASS OVER THE MASTER FOR THE
      * YEARS WHOSE OPENING BALANCES (PERIOD AAAA00) HAVE BEEN
      * POSTED, THEN THE START OF EACH BALANCE-SHEET WINDOW: THE
      * LATEST OPENING AT OR BEFORE THE YEAR, OR THE BEGINNING
      ******************************************************************
       1400-FIND-OPENING-YEARS.

           OPEN INPUT GL-BALANCE-FILE
           IF WS-GB-STATUS NOT = '00'
               DISPLAY 'ERRO - MESTRE GLBALMST INEXISTENTE -- '
                   'EXECUTE O GLPOST ANTES DAS DEMONSTRACOES'
               MOVE 'S' TO WS-ABORTA-SW
               GO TO 1400-FIND-OPENING-YEARS-EXIT
           END-IF

           PERFORM 8000-READ-BALANCE
               THRU 8000-READ-BALANCE-EXIT

           PERFORM 1410-NOTE-OPENING-YEAR
               THRU 1410-NOTE-OPENING-YEAR-EXIT
               UNTIL WS-END-OF-FILE

           CLOSE GL-BALANCE-FILE
           MOVE 'N' TO WS-EOF-SWITCH

           MOVE ZEROS TO WS-ANO-ABERTO
           MOVE ZEROS TO WS-ANO-ABERTO-ANT
           PERFORM 1420-PICK-OPENING-YEAR
               THRU 1420-PICK-OPENING-YEAR-EXIT
               VARYING WS-ABT-SUB FROM 1 BY 1
               UNTIL WS-ABT-SUB > WS-ABT-COUNT

           COMPUTE WS-INICIO-SALDO     = WS-ANO-ABERTO * 100
           COMPUTE WS-INICIO-SALDO-ANT = WS-ANO-ABERTO-ANT * 100.

       1400-FIND-OPENING-YEARS-EXIT.
           EXIT.

      ******************************************************************
      * 1410-NOTE-OPENING-YEAR
      ******************************************************************
       1410-NOTE-OPENING-YEAR.

           MOVE GB-PERIODO TO WS-GB-PERIODO-R
           IF WS-GB-MES NOT = ZEROS
               GO TO 1410-NOTE-OPENING-YEAR-NEXT
           END-IF

           MOVE 'N' TO WS-ABT-ACHOU
           PERFORM 1415-CHECK-YEAR-NOTED
               THRU 1415-CHECK-YEAR-NOTED-EXIT
               VARYING WS-ABT-SUB FROM 1 BY 1
               UNTIL WS-ABT-SUB > WS-ABT-COUNT

           IF NOT WS-ABT-ENCONTROU
               IF WS-ABT-COUNT < 50
                   ADD 1 TO WS-ABT-COUNT
                   MOVE WS-GB-ANO TO WS-ABT-ANO(WS-ABT-COUNT)
               ELSE
                   DISPLAY 'TABELA DE ANOS DE ABERTURA CHEIA -- '
                       WS-GB-ANO ' IGNORADO'
               END-IF
           END-IF.

       1410-NOTE-OPENING-YEAR-NEXT.

           PERFORM 8000-READ-BALANCE
               THRU 8000-READ-BALANCE-EXIT.

       1410-NOTE-OPENING-YEAR-EXIT.
           EXIT.

      ******************************************************************
      * 1415-CHECK-YEAR-NOTED
      ******************************************************************
       1415-CHECK-YEAR-NOTED.

           IF WS-ABT-ANO(WS-ABT-SUB) = WS-GB-ANO
               MOVE 'S' TO WS-ABT-ACHOU
           END-IF.

       1415-CHECK-YEAR-NOTED-EXIT.
           EXIT.

      ******************************************************************
      * 1420-PICK-OPENING-YEAR
      ******************************************************************
       1420-PICK-OPENING-YEAR.

           IF WS-ABT-ANO(WS-ABT-SUB) NOT > WS-ALVO-ANO
               AND WS-ABT-ANO(WS-ABT-SUB) > WS-ANO-ABERTO
               MOVE WS-ABT-ANO(WS-ABT-SUB) TO WS-ANO-ABERTO
           END-IF

           IF WS-ABT-ANO(WS-ABT-SUB) NOT > WS-ANO-ANT
               AND WS-ABT-ANO(WS-ABT-SUB) > WS-ANO-ABERTO-ANT
               MOVE WS-ABT-ANO(WS-ABT-SUB) TO WS-ANO-ABERTO-ANT
           END-IF.

       1420-PICK-OPENING-YEAR-EXIT.
           EXIT.

      ******************************************************************
      * 2000-ACCUMULATE-BALANCE -- ONE MASTER RECORD INTO ITS LINE'S
      * MONTH, ATUAL AND ANTERIOR COLUMNS. A RECORD AFTER THE PERIOD
      * IS IGNORED; AN UNMAPPED ACCOUNT WITH AMOUNTS UP TO THE
      * PERIOD BLOCKS THE STATEMENTS.
      ******************************************************************
       2000-ACCUMULATE-BALANCE.

           IF GB-PERIODO > WS-PERIODO-ALVO
               GO TO 2000-ACCUMULATE-BALANCE-NEXT
           END-IF

           ADD 1 TO WS-QTDE-SALDOS

           MOVE GB-ACCOUNT-CODE TO WS-CONTA-CHAVE
           PERFORM 7000-FIND-MAPPED-ACCOUNT
               THRU 7000-FIND-MAPPED-ACCOUNT-EXIT

           IF NOT WS-MAP-ENCONTROU
               IF GB-DEBITOS NOT = ZEROS OR GB-CREDITOS NOT = ZEROS
                   MOVE SPACES TO WS-MESSAGE-LINE
                   MOVE 'ERRO - CONTA COM SALDO SEM MAPEAMENTO'
                       TO WS-ML-TEXTO
                   MOVE GB-ACCOUNT-CODE TO WS-ML-CONTA
                   MOVE GB-PERIODO      TO WS-ML-COMPLEMENTO
                   WRITE STATEMENT-LINE FROM WS-MESSAGE-LINE
                   DISPLAY WS-ML-TEXTO ' ' GB-ACCOUNT-CODE ' '
                       GB-PERIODO
                   ADD 1 TO WS-QTDE-SEM-MAPA
                   MOVE 'S' TO WS-RECUSA-SW
               END-IF
               GO TO 2000-ACCUMULATE-BALANCE-NEXT
           END-IF

           SET WS-LIN-IDX TO WS-MAP-LINHA-SUB(WS-MAP-IDX)

           IF WS-LIN-GRUPO(WS-LIN-IDX) = 'A' OR 'D'
               COMPUTE WS-VALOR-NATURAL = GB-DEBITOS - GB-CREDITOS
           ELSE
               COMPUTE WS-VALOR-NATURAL = GB-CREDITOS - GB-DEBITOS
           END-IF
           COMPUTE WS-VALOR-RESULTADO = GB-CREDITOS - GB-DEBITOS

           IF WS-LIN-GRUPO(WS-LIN-IDX) = 'R' OR 'D'
               PERFORM 2200-ACCUMULATE-INCOME
                   THRU 2200-ACCUMULATE-INCOME-EXIT
           ELSE
               PERFORM 2100-ACCUMULATE-POSITION
                   THRU 2100-ACCUMULATE-POSITION-EXIT
           END-IF.

       2000-ACCUMULATE-BALANCE-NEXT.

           PERFORM 8000-READ-BALANCE
               THRU 8000-READ-BALANCE-EXIT.

       2000-ACCUMULATE-BALANCE-EXIT.
           EXIT.

      ******************************************************************
      * 2100-ACCUMULATE-POSITION -- BALANCE-SHEET ACCOUNT: INSIDE THE
      * WINDOW FROM THE OPENING BALANCES TO THE PERIOD (AND THE SAME
      * ONE YEAR EARLIER); THE MONTH COLUMN IS THE PERIOD'S MOVEMENT
      ******************************************************************
       2100-ACCUMULATE-POSITION.

           IF GB-PERIODO = WS-PERIODO-ALVO
               ADD WS-VALOR-NATURAL TO WS-LIN-MES(WS-LIN-IDX)
           END-IF

           IF GB-PERIODO NOT < WS-INICIO-SALDO
               ADD WS-VALOR-NATURAL TO WS-LIN-ATUAL(WS-LIN-IDX)
           END-IF

           IF GB-PERIODO NOT < WS-INICIO-SALDO-ANT
               AND GB-PERIODO NOT > WS-PERIODO-ANT
               ADD WS-VALOR-NATURAL TO WS-LIN-ANTERIOR(WS-LIN-IDX)
           END-IF.

       2100-ACCUMULATE-POSITION-EXIT.
           EXIT.

      ******************************************************************
      * 2200-ACCUMULATE-INCOME -- INCOME ACCOUNT: MONTH AND YEAR TO
      * DATE (AND THE SAME A YEAR EARLIER) ON THE STATEMENT LINE.
      * INSIDE THE BALANCE-SHEET WINDOW THE SAME AMOUNT ALSO FEEDS
      * THE RESULT SHOWN IN EQUITY -- THE YEAR'S OWN RESULT, OR THE
      * RESULT OF AN EARLIER YEAR NOT YET CLOSED.
      ******************************************************************
       2200-ACCUMULATE-INCOME.

           IF GB-PERIODO = WS-PERIODO-ALVO
               ADD WS-VALOR-NATURAL   TO WS-LIN-MES(WS-LIN-IDX)
               ADD WS-VALOR-RESULTADO TO WS-RE-MES
           END-IF

           IF GB-PERIODO NOT < WS-INICIO-ANO
               ADD WS-VALOR-NATURAL   TO WS-LIN-ATUAL(WS-LIN-IDX)
               ADD WS-VALOR-RESULTADO TO WS-RE-ATUAL
           ELSE
               IF GB-PERIODO NOT < WS-INICIO-SALDO
                   ADD WS-VALOR-RESULTADO TO WS-RN-ATUAL
               END-IF
           END-IF

           IF GB-PERIODO > WS-PERIODO-ANT
               GO TO 2200-ACCUMULATE-INCOME-EXIT
           END-IF

           IF GB-PERIODO NOT < WS-INICIO-ANO-ANT
               ADD WS-VALOR-NATURAL   TO WS-LIN-ANTERIOR(WS-LIN-IDX)
               ADD WS-VALOR-RESULTADO TO WS-RE-ANTERIOR
           ELSE
               IF GB-PERIODO NOT < WS-INICIO-SALDO-ANT
                   ADD WS-VALOR-RESULTADO TO WS-RN-ANTERIOR
               END-IF
           END-IF.

       2200-ACCUMULATE-INCOME-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PROVE-BALANCE-SHEET -- GROUP TOTALS, THEN ATIVO MUST
      * EQUAL PASSIVO + PL + RESULTS IN BOTH BALANCE COLUMNS OR THE
      * STATEMENTS ARE REFUSED
      ******************************************************************
       3000-PROVE-BALANCE-SHEET.

           PERFORM 3100-ADD-LINE-TO-GROUP
               THRU 3100-ADD-LINE-TO-GROUP-EXIT
               VARYING WS-LIN-SUB FROM 1 BY 1
               UNTIL WS-LIN-SUB > WS-LIN-COUNT

           ADD WS-RN-MES      WS-RE-MES      TO WS-TL-MES
           ADD WS-RN-ATUAL    WS-RE-ATUAL    TO WS-TL-ATUAL
           ADD WS-RN-ANTERIOR WS-RE-ANTERIOR TO WS-TL-ANTERIOR

           COMPUTE WS-TX-MES      = WS-TP-MES      + WS-TL-MES
           COMPUTE WS-TX-ATUAL    = WS-TP-ATUAL    + WS-TL-ATUAL
           COMPUTE WS-TX-ANTERIOR = WS-TP-ANTERIOR + WS-TL-ANTERIOR

           COMPUTE WS-DIFERENCA     = WS-TA-ATUAL - WS-TX-ATUAL
           COMPUTE WS-DIFERENCA-ANT = WS-TA-ANTERIOR - WS-TX-ANTERIOR

           IF WS-DIFERENCA NOT = ZEROS
               OR WS-DIFERENCA-ANT NOT = ZEROS
               MOVE 'S' TO WS-RECUSA-SW
               DISPLAY 'ATIVO DIFERE DE PASSIVO + PL -- DIFERENCA '
                   WS-DIFERENCA ' ANO ANTERIOR ' WS-DIFERENCA-ANT
           END-IF

           IF NOT WS-DEMONSTRACAO-RECUSADA
               GO TO 3000-PROVE-BALANCE-SHEET-EXIT
           END-IF

           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE '*** DEMONSTRACOES NAO EMITIDAS ***' TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE 'TOTAL DO ATIVO'       TO WS-DT-DESCRICAO
           MOVE WS-TA-MES              TO WS-DT-MES
           MOVE WS-TA-ATUAL            TO WS-DT-ATUAL
           MOVE WS-TA-ANTERIOR         TO WS-DT-ANTERIOR
           WRITE STATEMENT-LINE FROM WS-DETAIL-LINE

           MOVE 'TOTAL DO PASSIVO + PL' TO WS-DT-DESCRICAO
           MOVE WS-TX-MES              TO WS-DT-MES
           MOVE WS-TX-ATUAL            TO WS-DT-ATUAL
           MOVE WS-TX-ANTERIOR         TO WS-DT-ANTERIOR
           WRITE STATEMENT-LINE FROM WS-DETAIL-LINE

           MOVE 'DIFERENCA'            TO WS-DT-DESCRICAO
           MOVE ZEROS                  TO WS-DT-MES
           MOVE WS-DIFERENCA           TO WS-DT-ATUAL
           MOVE WS-DIFERENCA-ANT       TO WS-DT-ANTERIOR
           WRITE STATEMENT-LINE FROM WS-DETAIL-LINE

           IF WS-QTDE-SEM-MAPA > ZEROS
               MOVE SPACES TO STATEMENT-LINE
               MOVE 'CONTAS COM SALDO SEM MAPEAMENTO -- VER ACIMA'
                   TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.

       3000-PROVE-BALANCE-SHEET-EXIT.
           EXIT.

      ******************************************************************
      * 3100-ADD-LINE-TO-GROUP
      ******************************************************************
       3100-ADD-LINE-TO-GROUP.

           SET WS-LIN-IDX TO WS-LIN-SUB

           EVALUATE WS-LIN-GRUPO(WS-LIN-IDX)
               WHEN 'A'
                   ADD WS-LIN-MES(WS-LIN-IDX)      TO WS-TA-MES
                   ADD WS-LIN-ATUAL(WS-LIN-IDX)    TO WS-TA-ATUAL
                   ADD WS-LIN-ANTERIOR(WS-LIN-IDX) TO WS-TA-ANTERIOR
               WHEN 'P'
                   ADD WS-LIN-MES(WS-LIN-IDX)      TO WS-TP-MES
                   ADD WS-LIN-ATUAL(WS-LIN-IDX)    TO WS-TP-ATUAL
                   ADD WS-LIN-ANTERIOR(WS-LIN-IDX) TO WS-TP-ANTERIOR
               WHEN 'L'
                   ADD WS-LIN-MES(WS-LIN-IDX)      TO WS-TL-MES
                   ADD WS-LIN-ATUAL(WS-LIN-IDX)    TO WS-TL-ATUAL
                   ADD WS-LIN-ANTERIOR(WS-LIN-IDX) TO WS-TL-ANTERIOR
               WHEN 'R'
                   ADD WS-LIN-MES(WS-LIN-IDX)      TO WS-TR-MES
                   ADD WS-LIN-ATUAL(WS-LIN-IDX)    TO WS-TR-ATUAL
                   ADD WS-LIN-ANTERIOR(WS-LIN-IDX) TO WS-TR-ANTERIOR
               WHEN 'D'
                   ADD WS-LIN-MES(WS-LIN-IDX)      TO WS-TD-MES
                   ADD WS-LIN-ATUAL(WS-LIN-IDX)    TO WS-TD-ATUAL
                   ADD WS-LIN-ANTERIOR(WS-LIN-IDX) TO WS-TD-ANTERIOR
           END-EVALUATE.

       3100-ADD-LINE-TO-GROUP-EXIT.
           EXIT.

      ******************************************************************
      * 4000-PRINT-BALANCE-SHEET
      ******************************************************************
       4000-PRINT-BALANCE-SHEET.

           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE 'BALANCO PATRIMONIAL DO PERIODO' TO WS-TT-TEXTO
           MOVE WS-PERIODO-ALVO TO WS-TT-PERIODO
           WRITE STATEMENT-LINE FROM WS-TITLE-LINE

           MOVE '    MOVIM. MES' TO WS-CL-COL-1
           MOVE '   SALDO ATUAL' TO WS-CL-COL-2
           MOVE '  ANO ANTERIOR' TO WS-CL-COL-3
           WRITE STATEMENT-LINE FROM WS-COLUMN-LINE

           MOVE 'ATIVO' TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE 'A' TO WS-GRUPO-ALVO
           PERFORM 7300-PRINT-GROUP-LINE
               THRU 7300-PRINT-GROUP-LINE-EXIT
               VARYING WS-LIN-SUB FROM 1 BY 1
               UNTIL WS-LIN-SUB > WS-LIN-COUNT
           MOVE 'TOTAL DO ATIVO' TO WS-TOT-ROTULO
           MOVE WS-TOT-ATIVO     TO WS-TOT-LINHA
           PERFORM 7400-PRINT-TOTAL-LINE
               THRU 7400-PRINT-TOTAL-LINE-EXIT

           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE 'PASSIVO' TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE 'P' TO WS-GRUPO-ALVO
           PERFORM 7300-PRINT-GROUP-LINE
               THRU 7300-PRINT-GROUP-LINE-EXIT
               VARYING WS-LIN-SUB FROM 1 BY 1
               UNTIL WS-LIN-SUB > WS-LIN-COUNT
           MOVE 'TOTAL DO PASSIVO' TO WS-TOT-ROTULO
           MOVE WS-TOT-PASSIVO     TO WS-TOT-LINHA
           PERFORM 7400-PRINT-TOTAL-LINE
               THRU 7400-PRINT-TOTAL-LINE-EXIT

           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE 'PATRIMONIO LIQUIDO' TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE 'L' TO WS-GRUPO-ALVO
           PERFORM 7300-PRINT-GROUP-LINE
               THRU 7300-PRINT-GROUP-LINE-EXIT
               VARYING WS-LIN-SUB FROM 1 BY 1
               UNTIL WS-LIN-SUB > WS-LIN-COUNT

           IF WS-RN-ATUAL NOT = ZEROS
               OR WS-RN-ANTERIOR NOT = ZEROS
               MOVE '  RESULTADOS NAO ENCERRADOS' TO WS-TOT-ROTULO
               MOVE WS-RES-NAO-ENCERRADO TO WS-TOT-LINHA
               PERFORM 7400-PRINT-TOTAL-LINE
                   THRU 7400-PRINT-TOTAL-LINE-EXIT
           END-IF

           MOVE '  RESULTADO DO EXERCICIO' TO WS-TOT-ROTULO
           MOVE WS-RES-EXERCICIO TO WS-TOT-LINHA
           PERFORM 7400-PRINT-TOTAL-LINE
               THRU 7400-PRINT-TOTAL-LINE-EXIT

           MOVE 'TOTAL DO PATRIMONIO LIQUIDO' TO WS-TOT-ROTULO
           MOVE WS-TOT-PL TO WS-TOT-LINHA
           PERFORM 7400-PRINT-TOTAL-LINE
               THRU 7400-PRINT-TOTAL-LINE-EXIT

           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE 'TOTAL DO PASSIVO + PL' TO WS-TOT-ROTULO
           MOVE WS-TOT-PASSIVO-PL TO WS-TOT-LINHA
           PERFORM 7400-PRINT-TOTAL-LINE
               THRU 7400-PRINT-TOTAL-LINE-EXIT.

       4000-PRINT-BALANCE-SHEET-EXIT.
           EXIT.

      ******************************************************************
      * 5000-PRINT-INCOME-STATEMENT -- ON ITS OWN PAGE
      ******************************************************************
       5000-PRINT-INCOME-STATEMENT.

           MOVE 2 TO RH-PAGE-NUM
           CALL 'RPTHDR' USING RPTHDR-PARMS
           WRITE STATEMENT-LINE FROM RH-HEADER-LINE

           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE 'DEMONSTRACAO DO RESULTADO DO PERIODO' TO WS-TT-TEXTO
           MOVE WS-PERIODO-ALVO TO WS-TT-PERIODO
           WRITE STATEMENT-LINE FROM WS-TITLE-LINE

           MOVE '           MES' TO WS-CL-COL-1
           MOVE '     ACUMULADO' TO WS-CL-COL-2
           MOVE ' ACUM.ANO ANT.' TO WS-CL-COL-3
           WRITE STATEMENT-LINE FROM WS-COLUMN-LINE

           MOVE 'RECEITAS' TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE 'R' TO WS-GRUPO-ALVO
           PERFORM 7300-PRINT-GROUP-LINE
               THRU 7300-PRINT-GROUP-LINE-EXIT
               VARYING WS-LIN-SUB FROM 1 BY 1
               UNTIL WS-LIN-SUB > WS-LIN-COUNT
           MOVE 'TOTAL DAS RECEITAS' TO WS-TOT-ROTULO
           MOVE WS-TOT-RECEITA       TO WS-TOT-LINHA
           PERFORM 7400-PRINT-TOTAL-LINE
               THRU 7400-PRINT-TOTAL-LINE-EXIT

           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE 'DESPESAS' TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE 'D' TO WS-GRUPO-ALVO
           PERFORM 7300-PRINT-GROUP-LINE
               THRU 7300-PRINT-GROUP-LINE-EXIT
               VARYING WS-LIN-SUB FROM 1 BY 1
               UNTIL WS-LIN-SUB > WS-LIN-COUNT
           MOVE 'TOTAL DAS DESPESAS' TO WS-TOT-ROTULO
           MOVE WS-TOT-DESPESA       TO WS-TOT-LINHA
           PERFORM 7400-PRINT-TOTAL-LINE
               THRU 7400-PRINT-TOTAL-LINE-EXIT

           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE 'RESULTADO DO PERIODO' TO WS-TOT-ROTULO
           MOVE WS-RES-EXERCICIO       TO WS-TOT-LINHA
           PERFORM 7400-PRINT-TOTAL-LINE
               THRU 7400-PRINT-TOTAL-LINE-EXIT.

       5000-PRINT-INCOME-STATEMENT-EXIT.
           EXIT.

      ******************************************************************
      * 6000-FINALIZE
      ******************************************************************
       6000-FINALIZE.

           IF WS-EXECUCAO-ABORTADA
               IF WS-FR-STATUS = '00'
                   CLOSE STATEMENT-REPORT
               END-IF
               MOVE 8 TO RETURN-CODE
               GO TO 6000-FINALIZE-EXIT
           END-IF

           CLOSE GL-BALANCE-FILE
           CLOSE STATEMENT-REPORT

           DISPLAY 'SALDOS LIDOS ATE O PERIODO: ' WS-QTDE-SALDOS
           DISPLAY 'LINHAS DE DEMONSTRACAO:     ' WS-LIN-COUNT
           DISPLAY 'MAPEAMENTOS REJEITADOS:     '
               WS-QTDE-MAPA-REJEITADO
           DISPLAY 'CONTAS DO PLANO SEM MAPA:   '
               WS-QTDE-NAO-MAPEADAS
           DISPLAY 'SALDOS SEM MAPEAMENTO:      ' WS-QTDE-SEM-MAPA
           DISPLAY 'TOTAL DO ATIVO:             ' WS-TA-ATUAL
           DISPLAY 'TOTAL DO PASSIVO + PL:      ' WS-TX-ATUAL
           DISPLAY 'RESULTADO DO EXERCICIO:     ' WS-RE-ATUAL

           MOVE 'FINSTMT'           TO CT-PROGRAM-ID
           MOVE 'TOTAL DO ATIVO'    TO CT-TOTAL-1-LABEL
           MOVE WS-TA-ATUAL         TO CT-TOTAL-1-VALOR
           MOVE 'PASSIVO + PL'      TO CT-TOTAL-2-LABEL
           MOVE WS-TX-ATUAL         TO CT-TOTAL-2-VALOR
           MOVE 'RESULTADO ANO'     TO CT-TOTAL-3-LABEL
           MOVE WS-RE-ATUAL         TO CT-TOTAL-3-VALOR
           CALL 'CTLTOT' USING CTLTOT-PARMS

      *    SET AFTER THE CALL, WHICH RESETS THE RETURN-CODE REGISTER
           EVALUATE TRUE
               WHEN WS-DEMONSTRACAO-RECUSADA
                   MOVE 8 TO RETURN-CODE
               WHEN WS-QTDE-MAPA-REJEITADO > ZEROS
                   OR WS-QTDE-NAO-MAPEADAS > ZEROS
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       6000-FINALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 7000-FIND-MAPPED-ACCOUNT -- WS-CONTA-CHAVE ON THE MAP;
      * LEAVES WS-MAP-IDX ON THE ENTRY WHEN FOUND
      ******************************************************************
       7000-FIND-MAPPED-ACCOUNT.

           MOVE 'N' TO WS-MAP-ACHOU

           SET WS-MAP-IDX TO 1
           SEARCH WS-MAP-ENTRY
               AT END
                   CONTINUE
               WHEN WS-MAP-IDX > WS-MAP-COUNT
                   CONTINUE
               WHEN WS-MAP-ACCOUNT(WS-MAP-IDX) = WS-CONTA-CHAVE
                   MOVE 'S' TO WS-MAP-ACHOU
           END-SEARCH.

       7000-FIND-MAPPED-ACCOUNT-EXIT.
           EXIT.

      ******************************************************************
      * 7100-FIND-CHART-ACCOUNT -- DM-ACCOUNT-CODE ON THE CHART
      ******************************************************************
       7100-FIND-CHART-ACCOUNT.

           MOVE 'N' TO WS-CHT-ACHOU

           SET WS-CHT-IDX TO 1
           SEARCH WS-CHT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CHT-IDX > WS-CHT-COUNT
                   CONTINUE
               WHEN WS-CHT-ACCOUNT(WS-CHT-IDX) = DM-ACCOUNT-CODE
                   MOVE 'S' TO WS-CHT-ACHOU
           END-SEARCH.

       7100-FIND-CHART-ACCOUNT-EXIT.
           EXIT.

      ******************************************************************
      * 7200-FIND-OR-ADD-LINE -- THE STATEMENT LINE FOR DM-GRUPO AND
      * DM-LINHA, ADDED AT THE END OF THE TABLE THE FIRST TIME IT IS
      * SEEN. WS-LIN-ACHOU STAYS 'N' ONLY WHEN THE TABLE IS FULL.
      ******************************************************************
       7200-FIND-OR-ADD-LINE.

           MOVE 'N' TO WS-LIN-ACHOU

           SET WS-LIN-IDX TO 1
           SEARCH WS-LIN-ENTRY
               AT END
                   CONTINUE
               WHEN WS-LIN-IDX > WS-LIN-COUNT
                   CONTINUE
               WHEN WS-LIN-GRUPO(WS-LIN-IDX) = DM-GRUPO
                   AND WS-LIN-NUMERO(WS-LIN-IDX) = DM-LINHA
                   MOVE 'S' TO WS-LIN-ACHOU
           END-SEARCH

           IF WS-LIN-ENCONTROU
               GO TO 7200-FIND-OR-ADD-LINE-EXIT
           END-IF

           IF WS-LIN-COUNT NOT < 100
               GO TO 7200-FIND-OR-ADD-LINE-EXIT
           END-IF

           ADD 1 TO WS-LIN-COUNT
           SET WS-LIN-IDX TO WS-LIN-COUNT
           MOVE DM-GRUPO     TO WS-LIN-GRUPO(WS-LIN-IDX)
           MOVE DM-LINHA     TO WS-LIN-NUMERO(WS-LIN-IDX)
           MOVE DM-DESCRICAO TO WS-LIN-DESCRICAO(WS-LIN-IDX)
           MOVE ZEROS        TO WS-LIN-MES(WS-LIN-IDX)
           MOVE ZEROS        TO WS-LIN-ATUAL(WS-LIN-IDX)
           MOVE ZEROS        TO WS-LIN-ANTERIOR(WS-LIN-IDX)
           MOVE 'S'          TO WS-LIN-ACHOU.

       7200-FIND-OR-ADD-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 7300-PRINT-GROUP-LINE -- ONE STATEMENT LINE OF WS-GRUPO-ALVO
      ******************************************************************
       7300-PRINT-GROUP-LINE.

           SET WS-LIN-IDX TO WS-LIN-SUB

           IF WS-LIN-GRUPO(WS-LIN-IDX) NOT = WS-GRUPO-ALVO
               GO TO 7300-PRINT-GROUP-LINE-EXIT
           END-IF

           MOVE SPACES                      TO WS-DETAIL-LINE
           MOVE WS-LIN-DESCRICAO(WS-LIN-IDX) TO WS-DT-DESCRICAO
           MOVE WS-LIN-MES(WS-LIN-IDX)      TO WS-DT-MES
           MOVE WS-LIN-ATUAL(WS-LIN-IDX)    TO WS-DT-ATUAL
           MOVE WS-LIN-ANTERIOR(WS-LIN-IDX) TO WS-DT-ANTERIOR
           WRITE STATEMENT-LINE FROM WS-DETAIL-LINE.

       7300-PRINT-GROUP-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 7400-PRINT-TOTAL-LINE -- WS-TOT-ROTULO WITH THE THREE
      * COLUMNS STAGED IN WS-TOT-LINHA
      ******************************************************************
       7400-PRINT-TOTAL-LINE.

           MOVE SPACES          TO WS-DETAIL-LINE
           MOVE WS-TOT-ROTULO   TO WS-DT-DESCRICAO
           MOVE WS-TI-MES       TO WS-DT-MES
           MOVE WS-TI-ATUAL     TO WS-DT-ATUAL
           MOVE WS-TI-ANTERIOR  TO WS-DT-ANTERIOR
           WRITE STATEMENT-LINE FROM WS-DETAIL-LINE.

       7400-PRINT-TOTAL-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 8000-READ-BALANCE
      ******************************************************************
       8000-READ-BALANCE.

           READ GL-BALANCE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       8000-READ-BALANCE-EXIT.
           EXIT.

      ******************************************************************
      * 8100-READ-CHART
      ******************************************************************
       8100-READ-CHART.

           READ CHART-OF-ACCOUNTS-FILE
               AT END
                   MOVE 'Y' TO WS-CA-EOF-SWITCH
           END-READ.

       8100-READ-CHART-EXIT.
           EXIT.

      ******************************************************************
      * 8200-READ-MAP
      ******************************************************************
       8200-READ-MAP.

           READ STATEMENT-MAP-FILE
               AT END
                   MOVE 'Y' TO WS-DM-EOF-SWITCH
           END-READ.

       8200-READ-MAP-EXIT.
           EXIT.
