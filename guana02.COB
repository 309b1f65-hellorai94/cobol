      * Date: 09/11/2022
      * Purpose: MOSTRAR O NOME DA PESSOA COM UMA MENSAGEM DE BOAS VINDAS
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History
      * 15-10-26 MRT  NOW THE NEW-HIRE ONBOARDING RUN INSTEAD OF ONE
      *               HARDCODED WELCOME. EVERY EMPMAST EMPLOYEE WHOSE
      *               EMP-DATA-ADMISSAO FALLS IN THE COMPETENCIA GETS A
      *               WELCOME LETTER ON ONBCARTA, AND THE ONBOARDING IS
      *               CHECKED: A VALID CPF (CPFCHECK), BANK/AGENCY/
      *               ACCOUNT ON THE MASTER, A BENELECT ELECTION, A
      *               DEPMAST ENTRY (A LINE NAMED 'NENHUM' DECLARES NO
      *               DEPENDENTS) AND A JOBGRADE BAND FOR THE CATEGORY.
      *               EACH OPEN ITEM PRINTS ON THE ONBRPT PENDING
      *               REPORT AND THE EMPLOYEE IS CARRIED ON THE ONBPEND
      *               FILE, SO IT IS CHECKED AND REPORTED AGAIN EVERY
      *               RUN -- WHATEVER THE ADMISSION MONTH -- UNTIL
      *               NOTHING IS OPEN. RETURN CODE 4 WHEN ANYONE IS
      *               STILL PENDING.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUANA02.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.

           SELECT BENEFIT-ELECTION-FILE ASSIGN TO "BENELECT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BEN-STATUS.

           SELECT DEPENDENTS-FILE ASSIGN TO "DEPMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEP-STATUS.

           SELECT JOB-GRADE-FILE ASSIGN TO "JOBGRADE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRD-STATUS.

           SELECT ONBOARDING-PENDING-FILE ASSIGN TO "ONBPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PND-STATUS.

           SELECT WELCOME-LETTER-FILE ASSIGN TO "ONBCARTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAR-STATUS.

           SELECT ONBOARDING-REPORT-FILE ASSIGN TO "ONBRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPMAST.

      *-----------------------------------------------------------------
      * BENEFIT-ELECTION-FILE -- SAME VT/VR ELECTION FILE SALIQUID
      * DEDUCTS FROM; ANY LINE FOR THE EMPLOYEE, OPTING IN OR OUT, IS
      * AN ELECTION MADE
      *-----------------------------------------------------------------
       FD  BENEFIT-ELECTION-FILE
           RECORD CONTAINS 13 CHARACTERS.
       01  BENEFIT-ELECTION-RECORD.
           05  BE-EMP-ID           PIC X(05).
           05  BE-TIPO             PIC X(02).
           05  BE-VALOR-DIARIO     PIC 9(03)V99.
           05  BE-OPTANTE          PIC X(01).

      *-----------------------------------------------------------------
      * DEPENDENTS-FILE -- SAME DEPENDENTS FILE SALIQUID TAKES THE IRRF
      * ALLOWANCE FROM. AN EMPLOYEE WITH NO DEPENDENTS DECLARES IT
      * WITH ONE LINE NAMED 'NENHUM', NOT ELIGIBLE
      *-----------------------------------------------------------------
       FD  DEPENDENTS-FILE
           RECORD CONTAINS 34 CHARACTERS.
       01  DEPENDENT-RECORD.
           05  DEP-EMP-ID          PIC X(05).
           05  DEP-NOME            PIC X(20).
           05  DEP-NASCIMENTO      PIC 9(08).
           05  DEP-ELEGIVEL        PIC X(01).

      *-----------------------------------------------------------------
      * JOB-GRADE-FILE -- SAME SALARY-BAND TABLE EMPUPDT AND GUANA13
      * VALIDATE AGAINST
      *-----------------------------------------------------------------
       FD  JOB-GRADE-FILE
           RECORD CONTAINS 21 CHARACTERS.
       01  JOB-GRADE-RECORD.
           05  GRD-CATEGORIA       PIC X(10).
           05  GRD-FAIXA           PIC X(01).
           05  GRD-RATE-MIN        PIC 9(03)V99.
           05  GRD-RATE-MAX        PIC 9(03)V99.

      *-----------------------------------------------------------------
      * ONBOARDING-PENDING-FILE -- THE EMPLOYEES LEFT WITH AN OPEN ITEM
      * BY THE LAST RUN. READ AT STARTUP AND REWRITTEN AT THE END WITH
      * WHOEVER IS STILL OPEN
      *-----------------------------------------------------------------
       FD  ONBOARDING-PENDING-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  ONBOARDING-PENDING-RECORD.
           05  OP-EMP-ID           PIC X(05).
           05  OP-DATA-ADMISSAO    PIC 9(08).
           05  OP-PRIMEIRA-COMPET  PIC 9(06).
           05  OP-QTDE-ABERTOS     PIC 9(01).

       FD  WELCOME-LETTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WELCOME-LETTER-LINE     PIC X(80).

       FD  ONBOARDING-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ONBOARDING-REPORT-LINE  PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-EMP-STATUS           PIC X(02) VALUE SPACES.
       77  WS-BEN-STATUS           PIC X(02) VALUE SPACES.
       77  WS-DEP-STATUS           PIC X(02) VALUE SPACES.
       77  WS-GRD-STATUS           PIC X(02) VALUE SPACES.
       77  WS-PND-STATUS           PIC X(02) VALUE SPACES.
       77  WS-CAR-STATUS           PIC X(02) VALUE SPACES.
       77  WS-RPT-STATUS           PIC X(02) VALUE SPACES.

       77  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE                VALUE 'Y'.
       77  WS-BEN-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88  WS-BEN-END-OF-FILE            VALUE 'Y'.
       77  WS-DEP-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88  WS-DEP-END-OF-FILE            VALUE 'Y'.
       77  WS-GRD-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88  WS-GRD-END-OF-FILE            VALUE 'Y'.
       77  WS-PND-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88  WS-PND-END-OF-FILE            VALUE 'Y'.

       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WS-COMPETENCIA          PIC 9(06) VALUE ZEROS.
       77  WS-ADMISSAO-COMPET      PIC 9(06) VALUE ZEROS.

      *-----------------------------------------------------------------
      * EMPLOYEES WITH A BENELECT ELECTION / A DEPMAST LINE
      *-----------------------------------------------------------------
       01  WS-BEN-TABLE.
           05  WS-BEN-EMP-ID       PIC X(05) OCCURS 200 TIMES
                                   INDEXED BY WS-BEN-IDX.
       77  WS-BEN-COUNT            PIC 9(03) VALUE ZEROS.

       01  WS-DEP-TABLE.
           05  WS-DEP-EMP-ID       PIC X(05) OCCURS 300 TIMES
                                   INDEXED BY WS-DEP-IDX.
       77  WS-DEP-COUNT            PIC 9(03) VALUE ZEROS.

      *-----------------------------------------------------------------
      * JOB-GRADE BAND TABLE -- NO JOBGRADE FILE MEANS NO BAND CHECK
      *-----------------------------------------------------------------
       01  WS-GRADE-TABLE.
           05  WS-GRD-ENTRY OCCURS 10 TIMES
                            INDEXED BY WS-GRD-IDX.
               10  WS-GRD-CATEGORIA PIC X(10).
               10  WS-GRD-FAIXA     PIC X(01).
               10  WS-GRD-RATE-MIN  PIC 9(03)V99.
               10  WS-GRD-RATE-MAX  PIC 9(03)V99.
       77  WS-GRD-COUNT            PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      * EMPLOYEES STILL PENDING FROM THE LAST RUN
      *-----------------------------------------------------------------
       01  WS-PND-TABLE.
           05  WS-PND-ENTRY OCCURS 100 TIMES
                            INDEXED BY WS-PND-IDX.
               10  WS-PND-EMP-ID       PIC X(05).
               10  WS-PND-PRIMEIRA     PIC 9(06).
       77  WS-PND-COUNT            PIC 9(03) VALUE ZEROS.

      *-----------------------------------------------------------------
      * THE FIVE ONBOARDING ITEMS FOR THE EMPLOYEE IN HAND -- 'S' DONE
      *-----------------------------------------------------------------
       01  WS-ITEM-ROTULOS.
           05  FILLER              PIC X(32) VALUE
               'CPF VALIDO'.
           05  FILLER              PIC X(32) VALUE
               'BANCO/AGENCIA/CONTA CADASTRADOS'.
           05  FILLER              PIC X(32) VALUE
               'OPCAO DE BENEFICIOS (BENELECT)'.
           05  FILLER              PIC X(32) VALUE
               'DEPENDENTES DECLARADOS (DEPMAST)'.
           05  FILLER              PIC X(32) VALUE
               'FAIXA SALARIAL (JOBGRADE)'.
       01  WS-ITEM-ROTULO-TAB REDEFINES WS-ITEM-ROTULOS.
           05  WS-ITEM-ROTULO      PIC X(32) OCCURS 5 TIMES.

       01  WS-ITEM-SITUACAO.
           05  WS-ITEM-OK          PIC X(01) OCCURS 5 TIMES.
       77  WS-ITM-SUB              PIC 9(01) VALUE ZEROS.
       77  WS-QTDE-ABERTOS         PIC 9(01) VALUE ZEROS.

       77  WS-NOVO-SWITCH          PIC X(01) VALUE 'N'.
           88  WS-ADMITIDO-NO-PERIODO        VALUE 'S'.
       77  WS-PENDENTE-SWITCH      PIC X(01) VALUE 'N'.
           88  WS-JA-PENDENTE                VALUE 'S'.
       77  WS-PRIMEIRA-COMPET      PIC 9(06) VALUE ZEROS.

       77  WS-QTDE-ADMITIDOS       PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-PENDENTES       PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-CONCLUIDOS      PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-CARTAS          PIC 9(05) VALUE ZEROS.

      *-----------------------------------------------------------------
      * WELCOME LETTER LINES
      *-----------------------------------------------------------------
       01  WS-CARTA-LINHA          PIC X(80) VALUE SPACES.
       01  WS-CARTA-BRANCO         PIC X(80) VALUE SPACES.
       01  WS-CARTA-SEPARADOR.
           05  FILLER              PIC X(60) VALUE ALL '='.
           05  FILLER              PIC X(20) VALUE SPACES.

       01  WS-CARTA-ITEM.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(01) VALUE '['.
           05  WS-CI-MARCA         PIC X(01).
           05  FILLER              PIC X(02) VALUE '] '.
           05  WS-CI-ROTULO        PIC X(32).
           05  FILLER              PIC X(40) VALUE SPACES.

       01  WS-DATA-EDIT.
           05  WS-DE-DIA           PIC 9(02).
           05  FILLER              PIC X(01) VALUE '/'.
           05  WS-DE-MES           PIC 9(02).
           05  FILLER              PIC X(01) VALUE '/'.
           05  WS-DE-ANO           PIC 9(04).

      *-----------------------------------------------------------------
      * ONBRPT PRINT LINES
      *-----------------------------------------------------------------
       01  WS-RPT-COLUNAS.
           05  FILLER              PIC X(07) VALUE 'FUNC.'.
           05  FILLER              PIC X(22) VALUE 'NOME'.
           05  FILLER              PIC X(12) VALUE 'ADMISSAO'.
           05  FILLER              PIC X(08) VALUE 'DESDE'.
           05  FILLER              PIC X(31) VALUE 'ITEM PENDENTE'.

       01  WS-RPT-DETALHE.
           05  WS-RD-EMP-ID        PIC X(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RD-NOME          PIC X(20).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RD-ADMISSAO      PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RD-DESDE         PIC 9(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RD-ITEM          PIC X(31).

       01  WS-RPT-TOTAL-LINE.
           05  WS-RT-ROTULO        PIC X(33).
           05  WS-RT-VALOR         PIC ZZZZ9.
           05  FILLER              PIC X(42) VALUE SPACES.

       COPY CPFLNK.
       COPY ESTABLNK.
       COPY RPTHDRLNK.
       COPY CTLTOTLNK.
       COPY JOBLGLNK.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.

           MOVE 'GUANA02' TO JL-PROGRAM-ID
           MOVE 'S'       TO JL-ACAO
           CALL 'JOBLOG' USING JOBLOG-PARMS

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT

           PERFORM 2000-PROCESS-EMPLOYEE
               THRU 2000-PROCESS-EMPLOYEE-EXIT
               UNTIL WS-END-OF-FILE

           PERFORM 3000-FINALIZE
               THRU 3000-FINALIZE-EXIT

           MOVE 'E'         TO JL-ACAO
           MOVE RETURN-CODE TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-PARMS

      *    THE CALL RESETS THE SHARED RETURN-CODE REGISTER -- RESTORE
      *    THE CONDITION CODE OPERATIONS LOOKS AT
           MOVE JL-RETURN-CODE TO RETURN-CODE

           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE -- LOAD THE LOOKUP FILES AND LAST RUN'S PENDING
      * LIST, THEN OPEN THE OUTPUTS (THE PENDING LIST IS REWRITTEN)
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE(1:6) TO WS-COMPETENCIA

           MOVE SPACES TO WS-BEN-TABLE
           MOVE SPACES TO WS-DEP-TABLE
           MOVE SPACES TO WS-GRADE-TABLE
           MOVE SPACES TO WS-PND-TABLE

           OPEN INPUT BENEFIT-ELECTION-FILE
           IF WS-BEN-STATUS = '00'
               PERFORM 8100-READ-BENEFIT
                   THRU 8100-READ-BENEFIT-EXIT
               PERFORM 1100-STORE-BENEFIT
                   THRU 1100-STORE-BENEFIT-EXIT
                   UNTIL WS-BEN-END-OF-FILE
               CLOSE BENEFIT-ELECTION-FILE
           ELSE
               DISPLAY 'AVISO - SEM ARQUIVO BENELECT -- NENHUMA OPCAO '
                   'DE BENEFICIOS SERA ENCONTRADA'
           END-IF

           OPEN INPUT DEPENDENTS-FILE
           IF WS-DEP-STATUS = '00'
               PERFORM 8200-READ-DEPENDENT
                   THRU 8200-READ-DEPENDENT-EXIT
               PERFORM 1200-STORE-DEPENDENT
                   THRU 1200-STORE-DEPENDENT-EXIT
                   UNTIL WS-DEP-END-OF-FILE
               CLOSE DEPENDENTS-FILE
           ELSE
               DISPLAY 'AVISO - SEM ARQUIVO DEPMAST -- NENHUMA '
                   'DECLARACAO DE DEPENDENTES SERA ENCONTRADA'
           END-IF

           OPEN INPUT JOB-GRADE-FILE
           IF WS-GRD-STATUS = '00'
               PERFORM 8300-READ-GRADE
                   THRU 8300-READ-GRADE-EXIT
               PERFORM 1300-STORE-GRADE
                   THRU 1300-STORE-GRADE-EXIT
                   UNTIL WS-GRD-END-OF-FILE
               CLOSE JOB-GRADE-FILE
           ELSE
               DISPLAY 'AVISO - SEM ARQUIVO JOBGRADE -- ADMISSOES '
                   'SEM CONFERENCIA DE FAIXA SALARIAL'
           END-IF

           OPEN INPUT ONBOARDING-PENDING-FILE
           IF WS-PND-STATUS = '00'
               PERFORM 8400-READ-PENDING
                   THRU 8400-READ-PENDING-EXIT
               PERFORM 1400-STORE-PENDING
                   THRU 1400-STORE-PENDING-EXIT
                   UNTIL WS-PND-END-OF-FILE
               CLOSE ONBOARDING-PENDING-FILE
           END-IF

           OPEN INPUT  EMPLOYEE-MASTER-FILE
           OPEN OUTPUT ONBOARDING-PENDING-FILE
           OPEN OUTPUT WELCOME-LETTER-FILE
           OPEN OUTPUT ONBOARDING-REPORT-FILE

           MOVE 'GUANA02' TO RH-PROGRAM-ID
           MOVE 1         TO RH-PAGE-NUM
           CALL 'RPTHDR' USING RPTHDR-PARMS
           WRITE ONBOARDING-REPORT-LINE FROM RH-HEADER-LINE
           WRITE ONBOARDING-REPORT-LINE FROM WS-RPT-COLUNAS

           PERFORM 8000-READ-EMPLOYEE
               THRU 8000-READ-EMPLOYEE-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-STORE-BENEFIT
      ******************************************************************
       1100-STORE-BENEFIT.

           IF WS-BEN-COUNT < 200
               ADD 1 TO WS-BEN-COUNT
               MOVE BE-EMP-ID TO WS-BEN-EMP-ID(WS-BEN-COUNT)
           ELSE
               DISPLAY 'TABELA DE OPCOES DE BENEFICIOS CHEIA -- '
                   BE-EMP-ID ' IGNORADO'
           END-IF

           PERFORM 8100-READ-BENEFIT
               THRU 8100-READ-BENEFIT-EXIT.

       1100-STORE-BENEFIT-EXIT.
           EXIT.

      ******************************************************************
      * 1200-STORE-DEPENDENT
      ******************************************************************
       1200-STORE-DEPENDENT.

           IF WS-DEP-COUNT < 300
               ADD 1 TO WS-DEP-COUNT
               MOVE DEP-EMP-ID TO WS-DEP-EMP-ID(WS-DEP-COUNT)
           ELSE
               DISPLAY 'TABELA DE DEPENDENTES CHEIA -- '
                   DEP-EMP-ID ' IGNORADO'
           END-IF

           PERFORM 8200-READ-DEPENDENT
               THRU 8200-READ-DEPENDENT-EXIT.

       1200-STORE-DEPENDENT-EXIT.
           EXIT.

      ******************************************************************
      * 1300-STORE-GRADE
      ******************************************************************
       1300-STORE-GRADE.

           IF WS-GRD-COUNT < 10
               ADD 1 TO WS-GRD-COUNT
               SET WS-GRD-IDX TO WS-GRD-COUNT
               MOVE GRD-CATEGORIA TO WS-GRD-CATEGORIA(WS-GRD-IDX)
               MOVE GRD-FAIXA     TO WS-GRD-FAIXA(WS-GRD-IDX)
               MOVE GRD-RATE-MIN  TO WS-GRD-RATE-MIN(WS-GRD-IDX)
               MOVE GRD-RATE-MAX  TO WS-GRD-RATE-MAX(WS-GRD-IDX)
           ELSE
               DISPLAY 'TABELA DE FAIXAS SALARIAIS CHEIA -- '
                   GRD-CATEGORIA ' IGNORADA'
           END-IF

           PERFORM 8300-READ-GRADE
               THRU 8300-READ-GRADE-EXIT.

       1300-STORE-GRADE-EXIT.
           EXIT.

      ******************************************************************
      * 1400-STORE-PENDING
      ******************************************************************
       1400-STORE-PENDING.

           IF WS-PND-COUNT < 100
               ADD 1 TO WS-PND-COUNT
               MOVE OP-EMP-ID   TO WS-PND-EMP-ID(WS-PND-COUNT)
               MOVE OP-PRIMEIRA-COMPET
                   TO WS-PND-PRIMEIRA(WS-PND-COUNT)
           ELSE
               DISPLAY 'TABELA DE PENDENCIAS CHEIA -- '
                   OP-EMP-ID ' NAO SERA RECONFERIDO'
           END-IF

           PERFORM 8400-READ-PENDING
               THRU 8400-READ-PENDING-EXIT.

       1400-STORE-PENDING-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-EMPLOYEE -- ONLY THIS COMPETENCIA'S HIRES AND
      * WHOEVER THE LAST RUN LEFT PENDING ARE LOOKED AT. A HIRE GETS
      * A LETTER; ANYONE WITH AN OPEN ITEM IS REPORTED AND CARRIED
      ******************************************************************
       2000-PROCESS-EMPLOYEE.

           IF EMP-DESLIGADO
               GO TO 2000-PROCESS-EMPLOYEE-NEXT
           END-IF

           MOVE EMP-DATA-ADMISSAO(1:6) TO WS-ADMISSAO-COMPET
           IF WS-ADMISSAO-COMPET = WS-COMPETENCIA
               MOVE 'S' TO WS-NOVO-SWITCH
           ELSE
               MOVE 'N' TO WS-NOVO-SWITCH
           END-IF

           MOVE 'N'            TO WS-PENDENTE-SWITCH
           MOVE WS-COMPETENCIA TO WS-PRIMEIRA-COMPET
           IF WS-PND-COUNT > ZEROS
               SET WS-PND-IDX TO 1
               SEARCH WS-PND-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PND-IDX > WS-PND-COUNT
                       CONTINUE
                   WHEN WS-PND-EMP-ID(WS-PND-IDX) = EMP-ID
                       MOVE 'S' TO WS-PENDENTE-SWITCH
                       MOVE WS-PND-PRIMEIRA(WS-PND-IDX)
                           TO WS-PRIMEIRA-COMPET
               END-SEARCH
           END-IF

           IF NOT WS-ADMITIDO-NO-PERIODO AND NOT WS-JA-PENDENTE
               GO TO 2000-PROCESS-EMPLOYEE-NEXT
           END-IF

           PERFORM 2100-CHECK-ONBOARDING
               THRU 2100-CHECK-ONBOARDING-EXIT

           IF WS-ADMITIDO-NO-PERIODO
               ADD 1 TO WS-QTDE-ADMITIDOS
               PERFORM 2200-WRITE-WELCOME-LETTER
                   THRU 2200-WRITE-WELCOME-LETTER-EXIT
           END-IF

           IF WS-QTDE-ABERTOS = ZEROS
               IF WS-JA-PENDENTE
                   ADD 1 TO WS-QTDE-CONCLUIDOS
                   DISPLAY 'ONBOARDING CONCLUIDO - ' EMP-ID ' '
                       EMP-NAME
               END-IF
               GO TO 2000-PROCESS-EMPLOYEE-NEXT
           END-IF

           ADD 1 TO WS-QTDE-PENDENTES

           PERFORM 2300-REPORT-OPEN-ITEM
               THRU 2300-REPORT-OPEN-ITEM-EXIT
               VARYING WS-ITM-SUB FROM 1 BY 1
               UNTIL WS-ITM-SUB > 5

           MOVE EMP-ID             TO OP-EMP-ID
           MOVE EMP-DATA-ADMISSAO  TO OP-DATA-ADMISSAO
           MOVE WS-PRIMEIRA-COMPET TO OP-PRIMEIRA-COMPET
           MOVE WS-QTDE-ABERTOS    TO OP-QTDE-ABERTOS
           WRITE ONBOARDING-PENDING-RECORD.

       2000-PROCESS-EMPLOYEE-NEXT.

           PERFORM 8000-READ-EMPLOYEE
               THRU 8000-READ-EMPLOYEE-EXIT.

       2000-PROCESS-EMPLOYEE-EXIT.
           EXIT.

      ******************************************************************
      * 2100-CHECK-ONBOARDING -- SET EACH OF THE FIVE ITEMS DONE ('S')
      * OR OPEN ('N') AND COUNT THE OPEN ONES
      ******************************************************************
       2100-CHECK-ONBOARDING.

           MOVE 'NNNNN' TO WS-ITEM-SITUACAO
           MOVE ZEROS   TO WS-QTDE-ABERTOS

      *    1 - CPF PRESENT AND ITS CHECK DIGITS RIGHT
           IF EMP-CPF NOT = SPACES
               MOVE EMP-CPF TO CPF-NUMERO
               CALL 'CPFCHECK' USING CPFCHK-PARMS
               IF CPF-DIGITO-VALIDO
                   MOVE 'S' TO WS-ITEM-OK(1)
               END-IF
           END-IF

      *    2 - SOMEWHERE TO PAY THE SALARY INTO
           IF EMP-BANCO > ZEROS
               AND EMP-AGENCIA > ZEROS
               AND EMP-CONTA > ZEROS
               MOVE 'S' TO WS-ITEM-OK(2)
           END-IF

      *    3 - A VT/VR ELECTION, EITHER WAY
           IF WS-BEN-COUNT > ZEROS
               SET WS-BEN-IDX TO 1
               SEARCH WS-BEN-EMP-ID
                   AT END
                       CONTINUE
                   WHEN WS-BEN-IDX > WS-BEN-COUNT
                       CONTINUE
                   WHEN WS-BEN-EMP-ID(WS-BEN-IDX) = EMP-ID
                       MOVE 'S' TO WS-ITEM-OK(3)
               END-SEARCH
           END-IF

      *    4 - DEPENDENTS DECLARED, OR 'NENHUM' DECLARED
           IF WS-DEP-COUNT > ZEROS
               SET WS-DEP-IDX TO 1
               SEARCH WS-DEP-EMP-ID
                   AT END
                       CONTINUE
                   WHEN WS-DEP-IDX > WS-DEP-COUNT
                       CONTINUE
                   WHEN WS-DEP-EMP-ID(WS-DEP-IDX) = EMP-ID
                       MOVE 'S' TO WS-ITEM-OK(4)
               END-SEARCH
           END-IF

      *    5 - CATEGORY/SENIORITY HAS A BAND AND THE RATE IS IN IT
           IF WS-GRD-COUNT = ZEROS
               MOVE 'S' TO WS-ITEM-OK(5)
           ELSE
               SET WS-GRD-IDX TO 1
               SEARCH WS-GRD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-GRD-IDX > WS-GRD-COUNT
                       CONTINUE
                   WHEN WS-GRD-CATEGORIA(WS-GRD-IDX) = EMP-CATEGORIA
                       AND WS-GRD-FAIXA(WS-GRD-IDX) = EMP-FAIXA-SENIOR
                       IF EMP-HOURLY-RATE
                              NOT < WS-GRD-RATE-MIN(WS-GRD-IDX)
                           AND EMP-HOURLY-RATE
                              NOT > WS-GRD-RATE-MAX(WS-GRD-IDX)
                           MOVE 'S' TO WS-ITEM-OK(5)
                       END-IF
               END-SEARCH
           END-IF

           INSPECT WS-ITEM-SITUACAO
               TALLYING WS-QTDE-ABERTOS FOR ALL 'N'.

       2100-CHECK-ONBOARDING-EXIT.
           EXIT.

      ******************************************************************
      * 2200-WRITE-WELCOME-LETTER -- ONE LETTER PER HIRE ON THE
      * ESTABLISHMENT'S NAME, WITH THE CHECKLIST AS IT STANDS TODAY
      ******************************************************************
       2200-WRITE-WELCOME-LETTER.

           MOVE EMP-ESTABELECIMENTO TO ESC-CODIGO
           MOVE SPACES              TO ESC-RAZAO-SOCIAL
           CALL 'ESTABCHK' USING ESTABCHK-PARMS

           MOVE SPACES TO WS-CARTA-LINHA
           IF ESC-RAZAO-SOCIAL = SPACES
               MOVE 'DEPARTAMENTO DE RECURSOS HUMANOS' TO WS-CARTA-LINHA
           ELSE
               MOVE ESC-RAZAO-SOCIAL TO WS-CARTA-LINHA
           END-IF
           WRITE WELCOME-LETTER-LINE FROM WS-CARTA-LINHA
           WRITE WELCOME-LETTER-LINE FROM WS-CARTA-BRANCO

           MOVE SPACES TO WS-CARTA-LINHA
           STRING 'SEJA BEM-VINDO(A), ' EMP-NAME
               DELIMITED BY SIZE INTO WS-CARTA-LINHA
           WRITE WELCOME-LETTER-LINE FROM WS-CARTA-LINHA
           WRITE WELCOME-LETTER-LINE FROM WS-CARTA-BRANCO

           MOVE EMP-DATA-ADMISSAO(7:2) TO WS-DE-DIA
           MOVE EMP-DATA-ADMISSAO(5:2) TO WS-DE-MES
           MOVE EMP-DATA-ADMISSAO(1:4) TO WS-DE-ANO
           MOVE SPACES TO WS-CARTA-LINHA
           STRING 'SUA ADMISSAO FOI REGISTRADA EM ' WS-DATA-EDIT
               ', MATRICULA ' EMP-ID '.'
               DELIMITED BY SIZE INTO WS-CARTA-LINHA
           WRITE WELCOME-LETTER-LINE FROM WS-CARTA-LINHA

           MOVE SPACES TO WS-CARTA-LINHA
           STRING 'CATEGORIA ' EMP-CATEGORIA
               '  CENTRO DE CUSTO ' EMP-CENTRO-CUSTO
               DELIMITED BY SIZE INTO WS-CARTA-LINHA
           WRITE WELCOME-LETTER-LINE FROM WS-CARTA-LINHA
           WRITE WELCOME-LETTER-LINE FROM WS-CARTA-BRANCO

           MOVE 'PARA RECEBER SEU PRIMEIRO SALARIO, CONFIRA COM O RH OS'
               TO WS-CARTA-LINHA
           WRITE WELCOME-LETTER-LINE FROM WS-CARTA-LINHA
           MOVE 'ITENS DO SEU CADASTRO ([X] = CONCLUIDO):'
               TO WS-CARTA-LINHA
           WRITE WELCOME-LETTER-LINE FROM WS-CARTA-LINHA

           PERFORM 2210-WRITE-LETTER-ITEM
               THRU 2210-WRITE-LETTER-ITEM-EXIT
               VARYING WS-ITM-SUB FROM 1 BY 1
               UNTIL WS-ITM-SUB > 5

           WRITE WELCOME-LETTER-LINE FROM WS-CARTA-BRANCO
           MOVE 'ATENCIOSAMENTE,' TO WS-CARTA-LINHA
           WRITE WELCOME-LETTER-LINE FROM WS-CARTA-LINHA
           MOVE 'RECURSOS HUMANOS' TO WS-CARTA-LINHA
           WRITE WELCOME-LETTER-LINE FROM WS-CARTA-LINHA
           WRITE WELCOME-LETTER-LINE FROM WS-CARTA-SEPARADOR

           ADD 1 TO WS-QTDE-CARTAS
           DISPLAY 'SEJA BEM-VINDO(A) ' EMP-NAME.

       2200-WRITE-WELCOME-LETTER-EXIT.
           EXIT.

      ******************************************************************
      * 2210-WRITE-LETTER-ITEM
      ******************************************************************
       2210-WRITE-LETTER-ITEM.

           IF WS-ITEM-OK(WS-ITM-SUB) = 'S'
               MOVE 'X'    TO WS-CI-MARCA
           ELSE
               MOVE SPACES TO WS-CI-MARCA
           END-IF
           MOVE WS-ITEM-ROTULO(WS-ITM-SUB) TO WS-CI-ROTULO
           WRITE WELCOME-LETTER-LINE FROM WS-CARTA-ITEM.

       2210-WRITE-LETTER-ITEM-EXIT.
           EXIT.

      ******************************************************************
      * 2300-REPORT-OPEN-ITEM -- ONE ONBRPT LINE PER OPEN ITEM
      ******************************************************************
       2300-REPORT-OPEN-ITEM.

           IF WS-ITEM-OK(WS-ITM-SUB) = 'S'
               GO TO 2300-REPORT-OPEN-ITEM-EXIT
           END-IF

           MOVE EMP-DATA-ADMISSAO(7:2) TO WS-DE-DIA
           MOVE EMP-DATA-ADMISSAO(5:2) TO WS-DE-MES
           MOVE EMP-DATA-ADMISSAO(1:4) TO WS-DE-ANO

           MOVE EMP-ID                     TO WS-RD-EMP-ID
           MOVE EMP-NAME                   TO WS-RD-NOME
           MOVE WS-DATA-EDIT               TO WS-RD-ADMISSAO
           MOVE WS-PRIMEIRA-COMPET         TO WS-RD-DESDE
           MOVE WS-ITEM-ROTULO(WS-ITM-SUB) TO WS-RD-ITEM
           WRITE ONBOARDING-REPORT-LINE FROM WS-RPT-DETALHE.

       2300-REPORT-OPEN-ITEM-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZE -- SUMMARY, CONTROL TOTALS, RETURN CODE 4 WHEN
      * ANYONE IS STILL PENDING
      ******************************************************************
       3000-FINALIZE.

           MOVE SPACES TO WS-RPT-TOTAL-LINE
           WRITE ONBOARDING-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'ADMITIDOS NA COMPETENCIA'   TO WS-RT-ROTULO
           MOVE WS-QTDE-ADMITIDOS            TO WS-RT-VALOR
           WRITE ONBOARDING-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'COM ONBOARDING PENDENTE'    TO WS-RT-ROTULO
           MOVE WS-QTDE-PENDENTES            TO WS-RT-VALOR
           WRITE ONBOARDING-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'PENDENCIAS ANTERIORES SANADAS' TO WS-RT-ROTULO
           MOVE WS-QTDE-CONCLUIDOS           TO WS-RT-VALOR
           WRITE ONBOARDING-REPORT-LINE FROM WS-RPT-TOTAL-LINE

           DISPLAY 'ADMITIDOS NA COMPETENCIA ' WS-COMPETENCIA ': '
               WS-QTDE-ADMITIDOS
           DISPLAY 'CARTAS DE BOAS-VINDAS: ' WS-QTDE-CARTAS
           DISPLAY 'ONBOARDING PENDENTE: ' WS-QTDE-PENDENTES
           DISPLAY 'PENDENCIAS SANADAS: ' WS-QTDE-CONCLUIDOS

           MOVE 'GUANA02'           TO CT-PROGRAM-ID
           MOVE 'ADMITIDOS'         TO CT-TOTAL-1-LABEL
           MOVE WS-QTDE-ADMITIDOS   TO CT-TOTAL-1-VALOR
           MOVE 'PENDENTES'         TO CT-TOTAL-2-LABEL
           MOVE WS-QTDE-PENDENTES   TO CT-TOTAL-2-VALOR
           MOVE 'SANADOS'           TO CT-TOTAL-3-LABEL
           MOVE WS-QTDE-CONCLUIDOS  TO CT-TOTAL-3-VALOR
           CALL 'CTLTOT' USING CTLTOT-PARMS

           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE ONBOARDING-PENDING-FILE
           CLOSE WELCOME-LETTER-FILE
           CLOSE ONBOARDING-REPORT-FILE

           IF WS-QTDE-PENDENTES > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       3000-FINALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 8000-READ-EMPLOYEE
      ******************************************************************
       8000-READ-EMPLOYEE.

           READ EMPLOYEE-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       8000-READ-EMPLOYEE-EXIT.
           EXIT.

      ******************************************************************
      * 8100-READ-BENEFIT
      ******************************************************************
       8100-READ-BENEFIT.

           READ BENEFIT-ELECTION-FILE
               AT END
                   MOVE 'Y' TO WS-BEN-EOF-SWITCH
           END-READ.

       8100-READ-BENEFIT-EXIT.
           EXIT.

      ******************************************************************
      * 8200-READ-DEPENDENT
      ******************************************************************
       8200-READ-DEPENDENT.

           READ DEPENDENTS-FILE
               AT END
                   MOVE 'Y' TO WS-DEP-EOF-SWITCH
           END-READ.

       8200-READ-DEPENDENT-EXIT.
           EXIT.

      ******************************************************************
      * 8300-READ-GRADE
      ******************************************************************
       8300-READ-GRADE.

           READ JOB-GRADE-FILE
               AT END
                   MOVE 'Y' TO WS-GRD-EOF-SWITCH
           END-READ.

       8300-READ-GRADE-EXIT.
           EXIT.

      ******************************************************************
      * 8400-READ-PENDING
      ******************************************************************
       8400-READ-PENDING.

           READ ONBOARDING-PENDING-FILE
               AT END
                   MOVE 'Y' TO WS-PND-EOF-SWITCH
           END-READ.

       8400-READ-PENDING-EXIT.
           EXIT.
