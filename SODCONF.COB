      ******************************************************************
      * Author: M. TAVARES
      * Date: 15-10-26
      * Purpose: DAILY SEGREGATION-OF-DUTIES CONFLICT REPORT. OPERTAB
      * SAYS WHO MAY RUN EACH MAINTENANCE PROGRAM, BUT NOTHING STOPPED
      * ONE PERSON FROM DOING BOTH HALVES OF A SENSITIVE TASK -- KEYING
      * A SALARY CHANGE AND APPROVING THE HOURS, ENTERING A PRICE
      * OVERRIDE AND SIGNING ITS VISTO, CHANGING A BANK ACCOUNT AND
      * RELEASING THE BANKPAY FILE. THIS RUN LOADS THE OPERATOR-
      * STAMPED ACTIONS FROM THE MAINTENANCE TRAILS (EMPUPAUD,
      * ATTAUDIT, WOAUDIT, CITZAUDT, CLMAUDIT), THE CLAIM RELEASES ON
      * FRAUDLOG, THE PRCOVRD OVERRIDES AND THE APRVLOG APPROVAL
      * STAMPS, EACH AS A THREE-LETTER EVENT CODE:
      *     EMS SALARY (HOURLY RATE) SET OR CHANGED   EMPUPAUD
      *     EMB BANK ACCOUNT SET OR CHANGED           EMPUPAUD
      *     AT? ATTMAINT ACTION (ATA ABERTURA, ATL LIMITE, ...)
      *     WO? WOCLOSE ACTION (WOF FECHAMENTO)
      *     CI? CITZMNT APPLIED ACTION (CIC CORRECAO, CIO OBITO, ...)
      *     CLE CLAIM ENTERED (CLAIMENT)              CLMAUDIT
      *     CLL HELD CLAIM RELEASED (CLMSTAT)         FRAUDLOG
      *     POD PRICE OUTSIDE THE BAND KEYED          PRCOVRD
      *     TIA TIME-CLOCK APPROVAL (TIMEAPPR)        APRVLOG
      *     VIV PRICE-OVERRIDE VISTO (VISTOENT)       APRVLOG
      *     VIL BANKPAY RELEASE (VISTOENT)            APRVLOG
      * A CONFLICT RULE PAIRS A FIRST-HALF EVENT WITH A SECOND-HALF
      * EVENT, ON THE SAME KEY OR ON ANY KEY, WITHIN A WINDOW OF DAYS.
      * THE RULES COME FROM THE SODRULES FILE, OR THE SHOP DEFAULTS
      * WHEN IT IS ABSENT (THE RETRULES CONVENTION). EVERY SECOND HALF
      * DATED ON THE REPORT DATE (TODAY, OR DATA=AAAAMMDD ON THE PARM)
      * WHOSE OPERATOR ALSO DID A MATCHING FIRST HALF INSIDE THE
      * WINDOW IS LISTED ON SODRPT, FOLLOWED BY THE COUNT PER RULE AND
      * THE INTERNAL-AUDIT SIGN-OFF LINES. RC 4 WHEN ANY CONFLICT IS
      * LISTED. ACTIONS STAMPED WITH NO OPERATOR, OR WITH THE OLD
      * 'RH-CADASTR' / 'BACKOFFICE' CONSTANTS, NAME NOBODY AND ARE
      * LEFT OUT.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History
      * 15-10-26 MRT  ORIGINAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODCONF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOD-RULES-FILE ASSIGN TO "SODRULES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SR-STATUS.

           SELECT EMP-AUDIT-FILE ASSIGN TO "EMPUPAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EA-STATUS.

           SELECT ATTRIBUTE-AUDIT-FILE ASSIGN TO "ATTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AU-STATUS.

           SELECT WO-AUDIT-FILE ASSIGN TO "WOAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WA-STATUS.

           SELECT CITIZEN-AUDIT-FILE ASSIGN TO "CITZAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CA-STATUS.

           SELECT CLAIM-AUDIT-FILE ASSIGN TO "CLMAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CM-STATUS.

           SELECT FRAUD-LOG-FILE ASSIGN TO "FRAUDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FL-STATUS.

           SELECT PRICE-OVERRIDE-FILE ASSIGN TO "PRCOVRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-STATUS.

           SELECT APPROVAL-STAMP-FILE ASSIGN TO "APRVLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-STATUS.

           SELECT SOD-REPORT-FILE ASSIGN TO "SODRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      * SOD-RULES-FILE -- ONE CONFLICT RULE PER LINE: THE TWO EVENT
      * CODES, 'S' WHEN BOTH HALVES MUST TOUCH THE SAME KEY, AND HOW
      * MANY DAYS BEFORE THE SECOND HALF THE FIRST ONE STILL COUNTS
      *-----------------------------------------------------------------
       FD  SOD-RULES-FILE
           RECORD CONTAINS 44 CHARACTERS.
       01  SOD-RULE-RECORD.
           05  SR-REGRA            PIC X(04).
           05  SR-EVENTO-1         PIC X(03).
           05  SR-EVENTO-2         PIC X(03).
           05  SR-MESMA-CHAVE      PIC X(01).
               88  SR-CHAVE-IGUAL         VALUE 'S'.
           05  SR-JANELA-DIAS      PIC 9(03).
           05  SR-DESCRICAO        PIC X(30).

       FD  EMP-AUDIT-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  EMP-AUDIT-RECORD.
           05  MA-EMP-ID           PIC X(05).
           05  MA-ACAO             PIC X(01).
           05  MA-VALOR-ANTERIOR   PIC 9(03)V99.
           05  MA-VALOR-NOVO       PIC 9(03)V99.
           05  MA-CATEG-ANTERIOR   PIC X(10).
           05  MA-CATEG-NOVA       PIC X(10).
           05  MA-DATA             PIC 9(08).
           05  MA-AUTORIZADO-POR   PIC X(10).
           05  MA-CONTA-ALTERADA   PIC X(01).
               88  MA-CONTA-BANCARIA-ALTERADA  VALUE 'S'.
           05  FILLER              PIC X(05).

       FD  ATTRIBUTE-AUDIT-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  ATTRIBUTE-AUDIT-RECORD.
           05  AU-ACCOUNT-ID       PIC X(06).
           05  AU-ACAO             PIC X(01).
           05  AU-STATUS-ANTERIOR  PIC X(01).
           05  AU-STATUS-NOVO      PIC X(01).
           05  AU-LIMITE-ANTERIOR  PIC 9(07)V99.
           05  AU-LIMITE-NOVO      PIC 9(07)V99.
           05  AU-DATA             PIC 9(08).
           05  AU-AUTORIZADO-POR   PIC X(10).
           05  FILLER              PIC X(05).

       FD  WO-AUDIT-FILE
           RECORD CONTAINS 31 CHARACTERS.
       01  WO-AUDIT-RECORD.
           05  WA-VEHICLE-ID       PIC X(05).
           05  WA-ACAO             PIC X(01).
           05  WA-CUSTO            PIC 9(07)V99.
           05  WA-DATA             PIC 9(08).
           05  WA-OPERADOR         PIC X(08).

       FD  CITIZEN-AUDIT-FILE
           RECORD CONTAINS 71 CHARACTERS.
       01  CITIZEN-AUDIT-RECORD.
           05  CA-CITIZEN-ID       PIC X(09).
           05  FILLER              PIC X(02).
           05  CA-TIPO             PIC X(01).
           05  FILLER              PIC X(02).
           05  CA-RESULTADO        PIC X(09).
           05  FILLER              PIC X(02).
           05  CA-DETALHE          PIC X(30).
           05  CA-OPERADOR         PIC X(08).
           05  CA-DATA             PIC 9(08).

       FD  CLAIM-AUDIT-FILE
           RECORD CONTAINS 78 CHARACTERS.
       01  CLAIM-AUDIT-RECORD.
           05  CM-POLICY-NUM       PIC X(08).
           05  FILLER              PIC X(02).
           05  CM-RESULTADO        PIC X(09).
           05  FILLER              PIC X(02).
           05  CM-MOTIVO           PIC X(35).
           05  FILLER              PIC X(02).
           05  CM-OPERADOR         PIC X(08).
           05  FILLER              PIC X(02).
           05  CM-DATA             PIC 9(08).
           05  FILLER              PIC X(02).

       FD  FRAUD-LOG-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  FRAUD-LOG-RECORD.
           05  FL-POLICY-NUM       PIC X(08).
           05  FL-DATA-SINISTRO    PIC 9(08).
           05  FL-DATA-EVENTO      PIC 9(08).
           05  FL-RESULTADO        PIC X(01).
               88  FL-LIBERADO-OPERADOR   VALUE 'O'.
           05  FL-PONTOS           PIC 9(03).
           05  FL-INDICADORES      PIC X(05).
           05  FL-OPERADOR         PIC X(08).
           05  FILLER              PIC X(09).

       FD  PRICE-OVERRIDE-FILE
           RECORD CONTAINS 88 CHARACTERS.
       01  PRICE-OVERRIDE-RECORD.
           05  PO-CHAVE.
               10  PO-INVOICE-ID   PIC X(08).
               10  FILLER          PIC X(02).
               10  PO-ITEM-ID      PIC X(06).
           05  FILLER              PIC X(54).
           05  PO-OPERADOR         PIC X(08).
           05  FILLER              PIC X(02).
           05  PO-DATA             PIC 9(08).

       FD  APPROVAL-STAMP-FILE
           RECORD CONTAINS 48 CHARACTERS.
           COPY APRVLOG.

       FD  SOD-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SOD-REPORT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-SR-STATUS            PIC X(02) VALUE SPACES.
       77  WS-EA-STATUS            PIC X(02) VALUE SPACES.
       77  WS-AU-STATUS            PIC X(02) VALUE SPACES.
       77  WS-WA-STATUS            PIC X(02) VALUE SPACES.
       77  WS-CA-STATUS            PIC X(02) VALUE SPACES.
       77  WS-CM-STATUS            PIC X(02) VALUE SPACES.
       77  WS-FL-STATUS            PIC X(02) VALUE SPACES.
       77  WS-PO-STATUS            PIC X(02) VALUE SPACES.
       77  WS-AL-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RPT-STATUS           PIC X(02) VALUE SPACES.

       77  WS-SR-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-SR-END-OF-FILE            VALUE 'Y'.
       77  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE               VALUE 'Y'.

       77  WS-PARM-LINHA           PIC X(80) VALUE SPACES.
       77  WS-POS-PARM             PIC 9(02) VALUE ZEROS.
       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WS-DATA-RELATORIO       PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
      * CONFLICT RULES -- LOADED FROM SODRULES, WITH SHOP DEFAULTS
      * WHEN THE FILE IS ABSENT
      *-----------------------------------------------------------------
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 30 TIMES
                             INDEXED BY WS-RUL-IDX.
               10  WS-RUL-REGRA        PIC X(04).
               10  WS-RUL-EVENTO-1     PIC X(03).
               10  WS-RUL-EVENTO-2     PIC X(03).
               10  WS-RUL-MESMA-CHAVE  PIC X(01).
               10  WS-RUL-JANELA       PIC 9(03).
               10  WS-RUL-DESCRICAO    PIC X(30).
               10  WS-RUL-QTDE         PIC 9(05).

       77  WS-RUL-COUNT            PIC 9(02) VALUE ZEROS.
       77  WS-RUL-SUB              PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      * EVENT TABLE -- EVERY OPERATOR-STAMPED ACTION FROM EVERY TRAIL,
      * IN ONE SHAPE; WS-EVT-DIA IS THE DATE AS A DAY NUMBER FOR THE
      * WINDOW TEST
      *-----------------------------------------------------------------
       01  WS-EVENT-TABLE.
           05  WS-EVT-ENTRY OCCURS 3000 TIMES
                            INDEXED BY WS-EVT-IDX WS-PAR-IDX.
               10  WS-EVT-CODIGO       PIC X(03).
               10  WS-EVT-OPERADOR     PIC X(10).
               10  WS-EVT-CHAVE        PIC X(15).
               10  WS-EVT-DATA         PIC 9(08).
               10  WS-EVT-DIA          PIC S9(07) COMP.

       77  WS-EVT-COUNT            PIC 9(04) VALUE ZEROS.
       77  WS-EVT-SUB              PIC 9(04) VALUE ZEROS.
       77  WS-PAR-SUB              PIC 9(04) VALUE ZEROS.
       77  WS-EVT-CHEIA-SW         PIC X(01) VALUE 'N'.
           88  WS-EVT-CHEIA                 VALUE 'S'.

      *    THE ACTION BEING ADDED TO THE EVENT TABLE
       01  WS-NOVO-EVENTO.
           05  WS-NE-CODIGO        PIC X(03).
           05  WS-NE-CODIGO-R REDEFINES WS-NE-CODIGO.
               10  WS-NE-FONTE     PIC X(02).
               10  WS-NE-ACAO      PIC X(01).
           05  WS-NE-OPERADOR      PIC X(10).
           05  WS-NE-CHAVE         PIC X(15).
           05  WS-NE-DATA          PIC 9(08).

       77  WS-DIA-RELATORIO        PIC S9(07) COMP VALUE ZEROS.
       77  WS-DIA-LIMITE           PIC S9(07) COMP VALUE ZEROS.
       77  WS-QTDE-EVENTOS         PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-CONFLITOS       PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-OPERADORES      PIC 9(05) VALUE ZEROS.

      *-----------------------------------------------------------------
      * REPORT LINES
      *-----------------------------------------------------------------
       01  WS-TITULO-LINHA.
           05  FILLER              PIC X(38)
               VALUE 'CONFLITOS DE SEGREGACAO DE FUNCOES EM '.
           05  WS-TL-DATA          PIC 9(08).
           05  FILLER              PIC X(34) VALUE SPACES.

       01  WS-CABEC-LINHA.
           05  FILLER              PIC X(40)
               VALUE 'REGR OPERADOR   1A METADE               '.
           05  FILLER              PIC X(40)
               VALUE '  2A METADE                             '.

       01  WS-CONFLITO-LINHA.
           05  WS-CL-REGRA         PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-CL-OPERADOR      PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-CL-EVENTO-1      PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-CL-CHAVE-1       PIC X(15).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-CL-DATA-1        PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-CL-EVENTO-2      PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-CL-CHAVE-2       PIC X(15).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-CL-DATA-2        PIC 9(08).
           05  FILLER              PIC X(06) VALUE SPACES.

       01  WS-RESUMO-LINHA.
           05  FILLER              PIC X(06) VALUE 'REGRA '.
           05  WS-RL-REGRA         PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RL-EVENTO-1      PIC X(03).
           05  FILLER              PIC X(01) VALUE '/'.
           05  WS-RL-EVENTO-2      PIC X(03).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RL-DESCRICAO     PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RL-QTDE          PIC Z(04)9.
           05  FILLER              PIC X(23) VALUE SPACES.

       01  WS-VISTO-LINHA-1.
           05  FILLER              PIC X(40)
               VALUE 'REVISADO POR (AUDITORIA INTERNA): _____'.
           05  FILLER              PIC X(40)
               VALUE '_______________   DATA: ___/___/_____   '.

       01  WS-VISTO-LINHA-2.
           05  FILLER              PIC X(40)
               VALUE 'PROVIDENCIA: ___________________________'.
           05  FILLER              PIC X(40)
               VALUE '________________________________________'.

       COPY CTLTOTLNK.
       COPY JOBLGLNK.
       COPY RPTHDRLNK.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.

           MOVE 'SODCONF' TO JL-PROGRAM-ID
           MOVE 'S'       TO JL-ACAO
           CALL 'JOBLOG' USING JOBLOG-PARMS

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT

           PERFORM 2000-LOAD-EVENTS
               THRU 2000-LOAD-EVENTS-EXIT

           PERFORM 3000-APPLY-ONE-RULE
               THRU 3000-APPLY-ONE-RULE-EXIT
               VARYING WS-RUL-SUB FROM 1 BY 1
               UNTIL WS-RUL-SUB > WS-RUL-COUNT

           PERFORM 4000-FINALIZE
               THRU 4000-FINALIZE-EXIT

           IF WS-QTDE-CONFLITOS > ZEROS
               MOVE 4 TO RETURN-CODE
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
      * 1000-INITIALIZE -- REPORT DATE, RULES, REPORT HEADING
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE TO WS-DATA-RELATORIO

           ACCEPT WS-PARM-LINHA FROM COMMAND-LINE
           MOVE ZEROS TO WS-POS-PARM
           INSPECT WS-PARM-LINHA
               TALLYING WS-POS-PARM
               FOR CHARACTERS BEFORE INITIAL 'DATA='
           IF WS-POS-PARM < 67
               IF WS-PARM-LINHA(WS-POS-PARM + 6 : 8) NUMERIC
                   MOVE WS-PARM-LINHA(WS-POS-PARM + 6 : 8)
                       TO WS-DATA-RELATORIO
               ELSE
                   DISPLAY 'EXECUCAO RECUSADA - DATA= INVALIDA NO '
                       'PARM'
                   MOVE 8 TO RETURN-CODE
                   MOVE 'E'  TO JL-ACAO
                   MOVE 0008 TO JL-RETURN-CODE
                   CALL 'JOBLOG' USING JOBLOG-PARMS
                   MOVE JL-RETURN-CODE TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           COMPUTE WS-DIA-RELATORIO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-RELATORIO)

           MOVE SPACES TO WS-RULE-TABLE
           MOVE SPACES TO WS-EVENT-TABLE

           OPEN INPUT SOD-RULES-FILE
           IF WS-SR-STATUS = '00'
               PERFORM 8000-READ-RULE
                   THRU 8000-READ-RULE-EXIT
               PERFORM 1100-STORE-RULE
                   THRU 1100-STORE-RULE-EXIT
                   UNTIL WS-SR-END-OF-FILE
               CLOSE SOD-RULES-FILE
           ELSE
               DISPLAY 'AVISO - SEM ARQUIVO SODRULES -- USANDO '
                   'REGRAS PADRAO DA CASA'
               PERFORM 1200-LOAD-DEFAULT-RULES
                   THRU 1200-LOAD-DEFAULT-RULES-EXIT
           END-IF

           OPEN OUTPUT SOD-REPORT-FILE
           MOVE 'SODCONF' TO RH-PROGRAM-ID
           MOVE 1         TO RH-PAGE-NUM
           CALL 'RPTHDR' USING RPTHDR-PARMS
           WRITE SOD-REPORT-LINE FROM RH-HEADER-LINE

           MOVE WS-DATA-RELATORIO TO WS-TL-DATA
           WRITE SOD-REPORT-LINE FROM WS-TITULO-LINHA
           MOVE SPACES TO SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE FROM WS-CABEC-LINHA.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-STORE-RULE -- A LINE WITH A BLANK EVENT CODE OR A
      * NON-NUMERIC WINDOW IS SKIPPED
      ******************************************************************
       1100-STORE-RULE.

           IF SR-EVENTO-1 = SPACES OR SR-EVENTO-2 = SPACES
               OR SR-JANELA-DIAS NOT NUMERIC
               DISPLAY 'REGRA IGNORADA - ' SOD-RULE-RECORD
               GO TO 1100-STORE-RULE-NEXT
           END-IF

           IF WS-RUL-COUNT < 30
               ADD 1 TO WS-RUL-COUNT
               SET WS-RUL-IDX TO WS-RUL-COUNT
               MOVE SR-REGRA       TO WS-RUL-REGRA(WS-RUL-IDX)
               MOVE SR-EVENTO-1    TO WS-RUL-EVENTO-1(WS-RUL-IDX)
               MOVE SR-EVENTO-2    TO WS-RUL-EVENTO-2(WS-RUL-IDX)
               MOVE SR-MESMA-CHAVE TO WS-RUL-MESMA-CHAVE(WS-RUL-IDX)
               MOVE SR-JANELA-DIAS TO WS-RUL-JANELA(WS-RUL-IDX)
               MOVE SR-DESCRICAO   TO WS-RUL-DESCRICAO(WS-RUL-IDX)
               MOVE ZEROS          TO WS-RUL-QTDE(WS-RUL-IDX)
           ELSE
               DISPLAY 'TABELA DE REGRAS CHEIA -- REGRA '
                   SR-REGRA ' IGNORADA'
           END-IF.

       1100-STORE-RULE-NEXT.

           PERFORM 8000-READ-RULE
               THRU 8000-READ-RULE-EXIT.

       1100-STORE-RULE-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LOAD-DEFAULT-RULES -- THE PAIRS AUDIT ASKED FOR. THE
      * WINDOW IS HOW FAR BACK (IN DAYS) THE FIRST HALF STILL COUNTS
      ******************************************************************
       1200-LOAD-DEFAULT-RULES.

           MOVE 6 TO WS-RUL-COUNT

           MOVE 'S001'  TO WS-RUL-REGRA(1)
           MOVE 'EMS'   TO WS-RUL-EVENTO-1(1)
           MOVE 'TIA'   TO WS-RUL-EVENTO-2(1)
           MOVE 'S'     TO WS-RUL-MESMA-CHAVE(1)
           MOVE 35      TO WS-RUL-JANELA(1)
           MOVE 'SALARIO ALTERADO E PONTO APROV'
                        TO WS-RUL-DESCRICAO(1)

           MOVE 'S002'  TO WS-RUL-REGRA(2)
           MOVE 'POD'   TO WS-RUL-EVENTO-1(2)
           MOVE 'VIV'   TO WS-RUL-EVENTO-2(2)
           MOVE 'S'     TO WS-RUL-MESMA-CHAVE(2)
           MOVE 30      TO WS-RUL-JANELA(2)
           MOVE 'PRECO EXCECAO E VISTO PROPRIO'
                        TO WS-RUL-DESCRICAO(2)

           MOVE 'S003'  TO WS-RUL-REGRA(3)
           MOVE 'EMB'   TO WS-RUL-EVENTO-1(3)
           MOVE 'VIL'   TO WS-RUL-EVENTO-2(3)
           MOVE 'N'     TO WS-RUL-MESMA-CHAVE(3)
           MOVE 35      TO WS-RUL-JANELA(3)
           MOVE 'CONTA BANCARIA E BANKPAY LIB.'
                        TO WS-RUL-DESCRICAO(3)

           MOVE 'S004'  TO WS-RUL-REGRA(4)
           MOVE 'CLE'   TO WS-RUL-EVENTO-1(4)
           MOVE 'CLL'   TO WS-RUL-EVENTO-2(4)
           MOVE 'S'     TO WS-RUL-MESMA-CHAVE(4)
           MOVE 90      TO WS-RUL-JANELA(4)
           MOVE 'SINISTRO DIGITADO E LIBERADO'
                        TO WS-RUL-DESCRICAO(4)

           MOVE 'S005'  TO WS-RUL-REGRA(5)
           MOVE 'ATA'   TO WS-RUL-EVENTO-1(5)
           MOVE 'ATL'   TO WS-RUL-EVENTO-2(5)
           MOVE 'S'     TO WS-RUL-MESMA-CHAVE(5)
           MOVE 30      TO WS-RUL-JANELA(5)
           MOVE 'CONTA ABERTA E LIMITE ALTERADO'
                        TO WS-RUL-DESCRICAO(5)

           MOVE 'S006'  TO WS-RUL-REGRA(6)
           MOVE 'CIC'   TO WS-RUL-EVENTO-1(6)
           MOVE 'CIO'   TO WS-RUL-EVENTO-2(6)
           MOVE 'S'     TO WS-RUL-MESMA-CHAVE(6)
           MOVE 30      TO WS-RUL-JANELA(6)
           MOVE 'NOME CORRIGIDO E OBITO LANCADO'
                        TO WS-RUL-DESCRICAO(6)

           PERFORM 1210-ZERO-RULE-COUNT
               THRU 1210-ZERO-RULE-COUNT-EXIT
               VARYING WS-RUL-IDX FROM 1 BY 1
               UNTIL WS-RUL-IDX > WS-RUL-COUNT.

       1200-LOAD-DEFAULT-RULES-EXIT.
           EXIT.

      ******************************************************************
      * 1210-ZERO-RULE-COUNT
      ******************************************************************
       1210-ZERO-RULE-COUNT.

           MOVE ZEROS TO WS-RUL-QTDE(WS-RUL-IDX).

       1210-ZERO-RULE-COUNT-EXIT.
           EXIT.

      ******************************************************************
      * 2000-LOAD-EVENTS -- ONE PASS PER TRAIL; A MISSING TRAIL JUST
      * CONTRIBUTES NOTHING
      ******************************************************************
       2000-LOAD-EVENTS.

           OPEN INPUT EMP-AUDIT-FILE
           IF WS-EA-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 8100-READ-EMP-AUDIT
                   THRU 8100-READ-EMP-AUDIT-EXIT
               PERFORM 2100-LOAD-EMP-AUDIT
                   THRU 2100-LOAD-EMP-AUDIT-EXIT
                   UNTIL WS-END-OF-FILE
               CLOSE EMP-AUDIT-FILE
           END-IF

           OPEN INPUT ATTRIBUTE-AUDIT-FILE
           IF WS-AU-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 8200-READ-ATTRIBUTE-AUDIT
                   THRU 8200-READ-ATTRIBUTE-AUDIT-EXIT
               PERFORM 2200-LOAD-ATTRIBUTE-AUDIT
                   THRU 2200-LOAD-ATTRIBUTE-AUDIT-EXIT
                   UNTIL WS-END-OF-FILE
               CLOSE ATTRIBUTE-AUDIT-FILE
           END-IF

           OPEN INPUT WO-AUDIT-FILE
           IF WS-WA-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 8300-READ-WO-AUDIT
                   THRU 8300-READ-WO-AUDIT-EXIT
               PERFORM 2300-LOAD-WO-AUDIT
                   THRU 2300-LOAD-WO-AUDIT-EXIT
                   UNTIL WS-END-OF-FILE
               CLOSE WO-AUDIT-FILE
           END-IF

           OPEN INPUT CITIZEN-AUDIT-FILE
           IF WS-CA-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 8400-READ-CITIZEN-AUDIT
                   THRU 8400-READ-CITIZEN-AUDIT-EXIT
               PERFORM 2400-LOAD-CITIZEN-AUDIT
                   THRU 2400-LOAD-CITIZEN-AUDIT-EXIT
                   UNTIL WS-END-OF-FILE
               CLOSE CITIZEN-AUDIT-FILE
           END-IF

           OPEN INPUT CLAIM-AUDIT-FILE
           IF WS-CM-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 8500-READ-CLAIM-AUDIT
                   THRU 8500-READ-CLAIM-AUDIT-EXIT
               PERFORM 2500-LOAD-CLAIM-AUDIT
                   THRU 2500-LOAD-CLAIM-AUDIT-EXIT
                   UNTIL WS-END-OF-FILE
               CLOSE CLAIM-AUDIT-FILE
           END-IF

           OPEN INPUT FRAUD-LOG-FILE
           IF WS-FL-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 8600-READ-FRAUD-LOG
                   THRU 8600-READ-FRAUD-LOG-EXIT
               PERFORM 2600-LOAD-FRAUD-LOG
                   THRU 2600-LOAD-FRAUD-LOG-EXIT
                   UNTIL WS-END-OF-FILE
               CLOSE FRAUD-LOG-FILE
           END-IF

           OPEN INPUT PRICE-OVERRIDE-FILE
           IF WS-PO-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 8700-READ-PRICE-OVERRIDE
                   THRU 8700-READ-PRICE-OVERRIDE-EXIT
               PERFORM 2700-LOAD-PRICE-OVERRIDE
                   THRU 2700-LOAD-PRICE-OVERRIDE-EXIT
                   UNTIL WS-END-OF-FILE
               CLOSE PRICE-OVERRIDE-FILE
           END-IF

           OPEN INPUT APPROVAL-STAMP-FILE
           IF WS-AL-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 8800-READ-APPROVAL-STAMP
                   THRU 8800-READ-APPROVAL-STAMP-EXIT
               PERFORM 2800-LOAD-APPROVAL-STAMP
                   THRU 2800-LOAD-APPROVAL-STAMP-EXIT
                   UNTIL WS-END-OF-FILE
               CLOSE APPROVAL-STAMP-FILE
           END-IF

           DISPLAY 'ACOES CARREGADAS: ' WS-EVT-COUNT.

       2000-LOAD-EVENTS-EXIT.
           EXIT.

      ******************************************************************
      * 2100-LOAD-EMP-AUDIT -- A RATE THAT MOVED IS A SALARY CHANGE
      * (EMS); A FLAGGED RECORD IS ALSO A BANK-ACCOUNT CHANGE (EMB)
      ******************************************************************
       2100-LOAD-EMP-AUDIT.

           MOVE MA-AUTORIZADO-POR TO WS-NE-OPERADOR
           MOVE MA-EMP-ID         TO WS-NE-CHAVE
           MOVE MA-DATA           TO WS-NE-DATA

           IF MA-VALOR-NOVO NOT = MA-VALOR-ANTERIOR
               AND MA-ACAO NOT = 'T'
               MOVE 'EMS' TO WS-NE-CODIGO
               PERFORM 2900-ADD-EVENT
                   THRU 2900-ADD-EVENT-EXIT
           END-IF

           IF MA-CONTA-BANCARIA-ALTERADA
               MOVE 'EMB' TO WS-NE-CODIGO
               PERFORM 2900-ADD-EVENT
                   THRU 2900-ADD-EVENT-EXIT
           END-IF

           PERFORM 8100-READ-EMP-AUDIT
               THRU 8100-READ-EMP-AUDIT-EXIT.

       2100-LOAD-EMP-AUDIT-EXIT.
           EXIT.

      ******************************************************************
      * 2200-LOAD-ATTRIBUTE-AUDIT -- AT + THE ATTMAINT ACTION
      ******************************************************************
       2200-LOAD-ATTRIBUTE-AUDIT.

           MOVE 'AT'              TO WS-NE-FONTE
           MOVE AU-ACAO           TO WS-NE-ACAO
           MOVE AU-AUTORIZADO-POR TO WS-NE-OPERADOR
           MOVE AU-ACCOUNT-ID     TO WS-NE-CHAVE
           MOVE AU-DATA           TO WS-NE-DATA
           PERFORM 2900-ADD-EVENT
               THRU 2900-ADD-EVENT-EXIT

           PERFORM 8200-READ-ATTRIBUTE-AUDIT
               THRU 8200-READ-ATTRIBUTE-AUDIT-EXIT.

       2200-LOAD-ATTRIBUTE-AUDIT-EXIT.
           EXIT.

      ******************************************************************
      * 2300-LOAD-WO-AUDIT -- WO + THE WOCLOSE ACTION
      ******************************************************************
       2300-LOAD-WO-AUDIT.

           MOVE 'WO'          TO WS-NE-FONTE
           MOVE WA-ACAO       TO WS-NE-ACAO
           MOVE WA-OPERADOR   TO WS-NE-OPERADOR
           MOVE WA-VEHICLE-ID TO WS-NE-CHAVE
           MOVE WA-DATA       TO WS-NE-DATA
           PERFORM 2900-ADD-EVENT
               THRU 2900-ADD-EVENT-EXIT

           PERFORM 8300-READ-WO-AUDIT
               THRU 8300-READ-WO-AUDIT-EXIT.

       2300-LOAD-WO-AUDIT-EXIT.
           EXIT.

      ******************************************************************
      * 2400-LOAD-CITIZEN-AUDIT -- CI + THE CITZMNT TYPE, APPLIED
      * ACTIONS ONLY (A REJECTED ONE CHANGED NOTHING)
      ******************************************************************
       2400-LOAD-CITIZEN-AUDIT.

           IF CA-RESULTADO = 'APLICADO'
               MOVE 'CI'          TO WS-NE-FONTE
               MOVE CA-TIPO       TO WS-NE-ACAO
               MOVE CA-OPERADOR   TO WS-NE-OPERADOR
               MOVE CA-CITIZEN-ID TO WS-NE-CHAVE
               MOVE CA-DATA       TO WS-NE-DATA
               PERFORM 2900-ADD-EVENT
                   THRU 2900-ADD-EVENT-EXIT
           END-IF

           PERFORM 8400-READ-CITIZEN-AUDIT
               THRU 8400-READ-CITIZEN-AUDIT-EXIT.

       2400-LOAD-CITIZEN-AUDIT-EXIT.
           EXIT.

      ******************************************************************
      * 2500-LOAD-CLAIM-AUDIT -- CLE FOR EVERY CLAIM CLAIMENT APPLIED
      ******************************************************************
       2500-LOAD-CLAIM-AUDIT.

           IF CM-RESULTADO = 'APLICADO'
               MOVE 'CLE'         TO WS-NE-CODIGO
               MOVE CM-OPERADOR   TO WS-NE-OPERADOR
               MOVE CM-POLICY-NUM TO WS-NE-CHAVE
               MOVE CM-DATA       TO WS-NE-DATA
               PERFORM 2900-ADD-EVENT
                   THRU 2900-ADD-EVENT-EXIT
           END-IF

           PERFORM 8500-READ-CLAIM-AUDIT
               THRU 8500-READ-CLAIM-AUDIT-EXIT.

       2500-LOAD-CLAIM-AUDIT-EXIT.
           EXIT.

      ******************************************************************
      * 2600-LOAD-FRAUD-LOG -- CLL FOR EVERY HELD CLAIM AN OPERATOR
      * RELEASED THROUGH CLMSTAT
      ******************************************************************
       2600-LOAD-FRAUD-LOG.

           IF FL-LIBERADO-OPERADOR
               MOVE 'CLL'          TO WS-NE-CODIGO
               MOVE FL-OPERADOR    TO WS-NE-OPERADOR
               MOVE FL-POLICY-NUM  TO WS-NE-CHAVE
               MOVE FL-DATA-EVENTO TO WS-NE-DATA
               PERFORM 2900-ADD-EVENT
                   THRU 2900-ADD-EVENT-EXIT
           END-IF

           PERFORM 8600-READ-FRAUD-LOG
               THRU 8600-READ-FRAUD-LOG-EXIT.

       2600-LOAD-FRAUD-LOG-EXIT.
           EXIT.

      ******************************************************************
      * 2700-LOAD-PRICE-OVERRIDE -- POD, KEYED BY INVOICE + ITEM THE
      * SAME WAY VISTOENT KEYS THE VISTO
      ******************************************************************
       2700-LOAD-PRICE-OVERRIDE.

           MOVE 'POD'         TO WS-NE-CODIGO
           MOVE PO-OPERADOR   TO WS-NE-OPERADOR
           MOVE SPACES        TO WS-NE-CHAVE
           MOVE PO-INVOICE-ID TO WS-NE-CHAVE(1:8)
           MOVE PO-ITEM-ID    TO WS-NE-CHAVE(9:6)
           MOVE PO-DATA       TO WS-NE-DATA
           PERFORM 2900-ADD-EVENT
               THRU 2900-ADD-EVENT-EXIT

           PERFORM 8700-READ-PRICE-OVERRIDE
               THRU 8700-READ-PRICE-OVERRIDE-EXIT.

       2700-LOAD-PRICE-OVERRIDE-EXIT.
           EXIT.

      ******************************************************************
      * 2800-LOAD-APPROVAL-STAMP -- THE FIRST TWO LETTERS OF THE
      * SIGNING PROGRAM + THE STAMP'S EVENT (TIA, VIV, VIL)
      ******************************************************************
       2800-LOAD-APPROVAL-STAMP.

           MOVE AL-PROGRAMA(1:2) TO WS-NE-FONTE
           MOVE AL-EVENTO        TO WS-NE-ACAO
           MOVE AL-OPERADOR      TO WS-NE-OPERADOR
           MOVE AL-CHAVE         TO WS-NE-CHAVE
           MOVE AL-DATA          TO WS-NE-DATA
           PERFORM 2900-ADD-EVENT
               THRU 2900-ADD-EVENT-EXIT

           PERFORM 8800-READ-APPROVAL-STAMP
               THRU 8800-READ-APPROVAL-STAMP-EXIT.

       2800-LOAD-APPROVAL-STAMP-EXIT.
           EXIT.

      ******************************************************************
      * 2900-ADD-EVENT -- AN ACTION THAT NAMES NOBODY, CARRIES NO
      * USABLE DATE OR FALLS AFTER THE REPORT DATE IS LEFT OUT
      ******************************************************************
       2900-ADD-EVENT.

           IF WS-NE-OPERADOR = SPACES
               OR WS-NE-OPERADOR = 'RH-CADASTR'
               OR WS-NE-OPERADOR = 'BACKOFFICE'
               GO TO 2900-ADD-EVENT-EXIT
           END-IF

           IF WS-NE-DATA NOT NUMERIC
               OR WS-NE-DATA = ZEROS
               OR WS-NE-DATA > WS-DATA-RELATORIO
               GO TO 2900-ADD-EVENT-EXIT
           END-IF

           IF WS-EVT-COUNT NOT < 3000
               IF NOT WS-EVT-CHEIA
                   DISPLAY 'TABELA DE ACOES CHEIA -- ACOES SEGUINTES '
                       'FORA DO CONFRONTO'
                   MOVE 'S' TO WS-EVT-CHEIA-SW
               END-IF
               GO TO 2900-ADD-EVENT-EXIT
           END-IF

           ADD 1 TO WS-EVT-COUNT
           SET WS-EVT-IDX TO WS-EVT-COUNT
           MOVE WS-NE-CODIGO   TO WS-EVT-CODIGO(WS-EVT-IDX)
           MOVE WS-NE-OPERADOR TO WS-EVT-OPERADOR(WS-EVT-IDX)
           MOVE WS-NE-CHAVE    TO WS-EVT-CHAVE(WS-EVT-IDX)
           MOVE WS-NE-DATA     TO WS-EVT-DATA(WS-EVT-IDX)
           COMPUTE WS-EVT-DIA(WS-EVT-IDX) =
               FUNCTION INTEGER-OF-DATE(WS-NE-DATA).

       2900-ADD-EVENT-EXIT.
           EXIT.

      ******************************************************************
      * 3000-APPLY-ONE-RULE -- EVERY SECOND HALF DATED ON THE REPORT
      * DATE IS CONFRONTED WITH THE WHOLE TABLE
      ******************************************************************
       3000-APPLY-ONE-RULE.

           SET WS-RUL-IDX TO WS-RUL-SUB

           COMPUTE WS-DIA-LIMITE =
               WS-DIA-RELATORIO - WS-RUL-JANELA(WS-RUL-IDX)

           PERFORM 3100-CHECK-SECOND-HALF
               THRU 3100-CHECK-SECOND-HALF-EXIT
               VARYING WS-EVT-SUB FROM 1 BY 1
               UNTIL WS-EVT-SUB > WS-EVT-COUNT.

       3000-APPLY-ONE-RULE-EXIT.
           EXIT.

      ******************************************************************
      * 3100-CHECK-SECOND-HALF
      ******************************************************************
       3100-CHECK-SECOND-HALF.

           SET WS-EVT-IDX TO WS-EVT-SUB

           IF WS-EVT-CODIGO(WS-EVT-IDX)
                   NOT = WS-RUL-EVENTO-2(WS-RUL-IDX)
               OR WS-EVT-DATA(WS-EVT-IDX) NOT = WS-DATA-RELATORIO
               GO TO 3100-CHECK-SECOND-HALF-EXIT
           END-IF

           PERFORM 3200-CHECK-FIRST-HALF
               THRU 3200-CHECK-FIRST-HALF-EXIT
               VARYING WS-PAR-SUB FROM 1 BY 1
               UNTIL WS-PAR-SUB > WS-EVT-COUNT.

       3100-CHECK-SECOND-HALF-EXIT.
           EXIT.

      ******************************************************************
      * 3200-CHECK-FIRST-HALF -- SAME OPERATOR, THE RULE'S FIRST EVENT,
      * INSIDE THE WINDOW, AND ON THE SAME KEY WHEN THE RULE SAYS SO
      ******************************************************************
       3200-CHECK-FIRST-HALF.

           SET WS-PAR-IDX TO WS-PAR-SUB

           IF WS-EVT-CODIGO(WS-PAR-IDX)
                   NOT = WS-RUL-EVENTO-1(WS-RUL-IDX)
               OR WS-EVT-OPERADOR(WS-PAR-IDX)
                   NOT = WS-EVT-OPERADOR(WS-EVT-IDX)
               OR WS-EVT-DIA(WS-PAR-IDX) < WS-DIA-LIMITE
               GO TO 3200-CHECK-FIRST-HALF-EXIT
           END-IF

           IF WS-RUL-MESMA-CHAVE(WS-RUL-IDX) = 'S'
               AND WS-EVT-CHAVE(WS-PAR-IDX)
                   NOT = WS-EVT-CHAVE(WS-EVT-IDX)
               GO TO 3200-CHECK-FIRST-HALF-EXIT
           END-IF

           MOVE SPACES                       TO WS-CONFLITO-LINHA
           MOVE WS-RUL-REGRA(WS-RUL-IDX)     TO WS-CL-REGRA
           MOVE WS-EVT-OPERADOR(WS-EVT-IDX)  TO WS-CL-OPERADOR
           MOVE WS-EVT-CODIGO(WS-PAR-IDX)    TO WS-CL-EVENTO-1
           MOVE WS-EVT-CHAVE(WS-PAR-IDX)     TO WS-CL-CHAVE-1
           MOVE WS-EVT-DATA(WS-PAR-IDX)      TO WS-CL-DATA-1
           MOVE WS-EVT-CODIGO(WS-EVT-IDX)    TO WS-CL-EVENTO-2
           MOVE WS-EVT-CHAVE(WS-EVT-IDX)     TO WS-CL-CHAVE-2
           MOVE WS-EVT-DATA(WS-EVT-IDX)      TO WS-CL-DATA-2
           WRITE SOD-REPORT-LINE FROM WS-CONFLITO-LINHA

           DISPLAY 'CONFLITO ' WS-RUL-REGRA(WS-RUL-IDX) ' - '
               WS-EVT-OPERADOR(WS-EVT-IDX) ' '
               WS-EVT-CODIGO(WS-PAR-IDX) ' '
               WS-EVT-CHAVE(WS-PAR-IDX) ' / '
               WS-EVT-CODIGO(WS-EVT-IDX) ' '
               WS-EVT-CHAVE(WS-EVT-IDX)

           ADD 1 TO WS-RUL-QTDE(WS-RUL-IDX)
           ADD 1 TO WS-QTDE-CONFLITOS.

       3200-CHECK-FIRST-HALF-EXIT.
           EXIT.

      ******************************************************************
      * 4000-FINALIZE -- COUNT PER RULE, THE SIGN-OFF LINES, TOTALS
      ******************************************************************
       4000-FINALIZE.

           IF WS-QTDE-CONFLITOS = ZEROS
               MOVE 'NENHUM CONFLITO NA DATA' TO SOD-REPORT-LINE
               WRITE SOD-REPORT-LINE
           END-IF

           MOVE SPACES TO SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE

           PERFORM 4100-PRINT-ONE-RULE
               THRU 4100-PRINT-ONE-RULE-EXIT
               VARYING WS-RUL-SUB FROM 1 BY 1
               UNTIL WS-RUL-SUB > WS-RUL-COUNT

           MOVE SPACES TO SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE FROM WS-VISTO-LINHA-1
           MOVE SPACES TO SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE FROM WS-VISTO-LINHA-2

           CLOSE SOD-REPORT-FILE

           MOVE WS-EVT-COUNT TO WS-QTDE-EVENTOS
           DISPLAY 'CONFLITOS NA DATA ' WS-DATA-RELATORIO ': '
               WS-QTDE-CONFLITOS

           MOVE 'SODCONF'           TO CT-PROGRAM-ID
           MOVE 'ACOES LIDAS'       TO CT-TOTAL-1-LABEL
           MOVE WS-QTDE-EVENTOS     TO CT-TOTAL-1-VALOR
           MOVE 'REGRAS'            TO CT-TOTAL-2-LABEL
           MOVE WS-RUL-COUNT        TO CT-TOTAL-2-VALOR
           MOVE 'CONFLITOS'         TO CT-TOTAL-3-LABEL
           MOVE WS-QTDE-CONFLITOS   TO CT-TOTAL-3-VALOR
           CALL 'CTLTOT' USING CTLTOT-PARMS.

       4000-FINALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 4100-PRINT-ONE-RULE
      ******************************************************************
       4100-PRINT-ONE-RULE.

           SET WS-RUL-IDX TO WS-RUL-SUB

           MOVE WS-RUL-REGRA(WS-RUL-IDX)     TO WS-RL-REGRA
           MOVE WS-RUL-EVENTO-1(WS-RUL-IDX)  TO WS-RL-EVENTO-1
           MOVE WS-RUL-EVENTO-2(WS-RUL-IDX)  TO WS-RL-EVENTO-2
           MOVE WS-RUL-DESCRICAO(WS-RUL-IDX) TO WS-RL-DESCRICAO
           MOVE WS-RUL-QTDE(WS-RUL-IDX)      TO WS-RL-QTDE
           WRITE SOD-REPORT-LINE FROM WS-RESUMO-LINHA.

       4100-PRINT-ONE-RULE-EXIT.
           EXIT.

      ******************************************************************
      * 8000-READ-RULE
      ******************************************************************
       8000-READ-RULE.

           READ SOD-RULES-FILE
               AT END
                   MOVE 'Y' TO WS-SR-EOF-SWITCH
           END-READ.

       8000-READ-RULE-EXIT.
           EXIT.

      ******************************************************************
      * 8100-READ-EMP-AUDIT
      ******************************************************************
       8100-READ-EMP-AUDIT.

           READ EMP-AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       8100-READ-EMP-AUDIT-EXIT.
           EXIT.

      ******************************************************************
      * 8200-READ-ATTRIBUTE-AUDIT
      ******************************************************************
       8200-READ-ATTRIBUTE-AUDIT.

           READ ATTRIBUTE-AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       8200-READ-ATTRIBUTE-AUDIT-EXIT.
           EXIT.

      ******************************************************************
      * 8300-READ-WO-AUDIT
      ******************************************************************
       8300-READ-WO-AUDIT.

           READ WO-AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       8300-READ-WO-AUDIT-EXIT.
           EXIT.

      ******************************************************************
      * 8400-READ-CITIZEN-AUDIT
      ******************************************************************
       8400-READ-CITIZEN-AUDIT.

           READ CITIZEN-AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       8400-READ-CITIZEN-AUDIT-EXIT.
           EXIT.

      ******************************************************************
      * 8500-READ-CLAIM-AUDIT
      ******************************************************************
       8500-READ-CLAIM-AUDIT.

           READ CLAIM-AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       8500-READ-CLAIM-AUDIT-EXIT.
           EXIT.

      ******************************************************************
      * 8600-READ-FRAUD-LOG
      ******************************************************************
       8600-READ-FRAUD-LOG.

           READ FRAUD-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       8600-READ-FRAUD-LOG-EXIT.
           EXIT.

      ******************************************************************
      * 8700-READ-PRICE-OVERRIDE
      ******************************************************************
       8700-READ-PRICE-OVERRIDE.

           READ PRICE-OVERRIDE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       8700-READ-PRICE-OVERRIDE-EXIT.
           EXIT.

      ******************************************************************
      * 8800-READ-APPROVAL-STAMP
      ******************************************************************
       8800-READ-APPROVAL-STAMP.

           READ APPROVAL-STAMP-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       8800-READ-APPROVAL-STAMP-EXIT.
           EXIT.
