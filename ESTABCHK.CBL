      ******************************************************************
      * Author: M. TAVARES
      * Date: 15-10-26
      * Purpose: SHARED ESTABLISHMENT LOOKUP. THE PAYROLL NOW RUNS FOR
      * MORE THAN ONE LEGAL ENTITY (CNPJ) OFF THE ONE EMPMAST, AND
      * EVERY PROGRAM THAT WRITES A REMITTANCE, AN FGTS LINE OR A GL
      * LINE NEEDS THE EMPLOYEE'S ESTABLISHMENT DATA. THE ESTABEL FILE
      * IS SMALL, SO IT IS LOADED INTO A TABLE ON THE FIRST CALL AND
      * EVERY LATER CALL IS A TABLE SEARCH. A BLANK EMP-ESTABELECIMENTO
      * (EVERY RECORD WRITTEN BEFORE THE FIELD EXISTED) IS THE HEAD
      * OFFICE, CODE '01'. NO ESTABEL FILE MEANS ONE COMPANY, AS
      * BEFORE.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History
      * 15-10-26 MRT  ORIGINAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTABCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTABLISHMENT-FILE ASSIGN TO "ESTABEL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ESTABLISHMENT-FILE
           RECORD CONTAINS 63 CHARACTERS.
           COPY ESTABEL.

       WORKING-STORAGE SECTION.

       77  WS-EST-STATUS           PIC X(02) VALUE SPACES.
       77  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE               VALUE 'Y'.

       77  WS-CARGA-SWITCH         PIC X(01) VALUE 'N'.
           88  WS-TABELA-CARREGADA          VALUE 'S'.
       77  WS-ARQUIVO-SWITCH       PIC X(01) VALUE 'N'.
           88  WS-TEM-ARQUIVO               VALUE 'S'.

       77  WS-ESTAB-PADRAO         PIC X(02) VALUE '01'.

      *-----------------------------------------------------------------
      * ESTABLISHMENT TABLE -- LOADED FROM ESTABEL ON THE FIRST CALL
      *-----------------------------------------------------------------
       01  WS-EST-TABLE.
           05  WS-EST-ENTRY OCCURS 20 TIMES
                            INDEXED BY WS-EST-IDX.
               10  WS-EST-CODIGO       PIC X(02).
               10  WS-EST-CNPJ         PIC X(14).
               10  WS-EST-RAZAO        PIC X(30).
               10  WS-EST-BANCO        PIC 9(03).
               10  WS-EST-AGENCIA      PIC 9(04).
               10  WS-EST-CONTA        PIC 9(08).
               10  WS-EST-GL-EMPRESA   PIC X(02).

       77  WS-EST-COUNT            PIC 9(02) VALUE ZEROS.

       LINKAGE SECTION.
       COPY ESTABLNK.

       PROCEDURE DIVISION USING ESTABCHK-PARMS.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.

           IF NOT WS-TABELA-CARREGADA
               PERFORM 1000-LOAD-TABLE
                   THRU 1000-LOAD-TABLE-EXIT
           END-IF

           IF ESC-CODIGO = SPACES
               MOVE WS-ESTAB-PADRAO TO ESC-CODIGO
           END-IF

           MOVE SPACES TO ESC-CNPJ
                          ESC-RAZAO-SOCIAL
                          ESC-GL-EMPRESA
           MOVE ZEROS  TO ESC-BANCO
                          ESC-AGENCIA
                          ESC-CONTA

           IF NOT WS-TEM-ARQUIVO
               MOVE 'T' TO ESC-RETORNO
               GOBACK
           END-IF

           MOVE 'N' TO ESC-RETORNO
           SET WS-EST-IDX TO 1
           SEARCH WS-EST-ENTRY
               AT END
                   CONTINUE
               WHEN WS-EST-IDX > WS-EST-COUNT
                   CONTINUE
               WHEN WS-EST-CODIGO(WS-EST-IDX) = ESC-CODIGO
                   MOVE 'S' TO ESC-RETORNO
                   MOVE WS-EST-CNPJ(WS-EST-IDX)    TO ESC-CNPJ
                   MOVE WS-EST-RAZAO(WS-EST-IDX)   TO ESC-RAZAO-SOCIAL
                   MOVE WS-EST-BANCO(WS-EST-IDX)   TO ESC-BANCO
                   MOVE WS-EST-AGENCIA(WS-EST-IDX) TO ESC-AGENCIA
                   MOVE WS-EST-CONTA(WS-EST-IDX)   TO ESC-CONTA
                   MOVE WS-EST-GL-EMPRESA(WS-EST-IDX)
                       TO ESC-GL-EMPRESA
           END-SEARCH

           GOBACK.

      ******************************************************************
      * 1000-LOAD-TABLE -- ONE PASS OVER ESTABEL ON THE FIRST CALL
      ******************************************************************
       1000-LOAD-TABLE.

           MOVE 'S' TO WS-CARGA-SWITCH
           MOVE SPACES TO WS-EST-TABLE

           OPEN INPUT ESTABLISHMENT-FILE

           IF WS-EST-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO ESTABEL -- FOLHA DE UM '
                   'SO ESTABELECIMENTO'
               GO TO 1000-LOAD-TABLE-EXIT
           END-IF

           MOVE 'S' TO WS-ARQUIVO-SWITCH

           PERFORM 8000-READ-ESTABLISHMENT
               THRU 8000-READ-ESTABLISHMENT-EXIT

           PERFORM 1100-STORE-ESTABLISHMENT
               THRU 1100-STORE-ESTABLISHMENT-EXIT
               UNTIL WS-END-OF-FILE

           CLOSE ESTABLISHMENT-FILE.

       1000-LOAD-TABLE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-STORE-ESTABLISHMENT
      ******************************************************************
       1100-STORE-ESTABLISHMENT.

           IF WS-EST-COUNT < 20
               ADD 1 TO WS-EST-COUNT
               SET WS-EST-IDX TO WS-EST-COUNT
               MOVE EST-CODIGO       TO WS-EST-CODIGO(WS-EST-IDX)
               MOVE EST-CNPJ         TO WS-EST-CNPJ(WS-EST-IDX)
               MOVE EST-RAZAO-SOCIAL TO WS-EST-RAZAO(WS-EST-IDX)
               MOVE EST-BANCO        TO WS-EST-BANCO(WS-EST-IDX)
               MOVE EST-AGENCIA      TO WS-EST-AGENCIA(WS-EST-IDX)
               MOVE EST-CONTA        TO WS-EST-CONTA(WS-EST-IDX)
               MOVE EST-GL-EMPRESA   TO WS-EST-GL-EMPRESA(WS-EST-IDX)
           ELSE
               DISPLAY 'TABELA DE ESTABELECIMENTOS CHEIA -- '
                   EST-CODIGO ' IGNORADO'
           END-IF

           PERFORM 8000-READ-ESTABLISHMENT
               THRU 8000-READ-ESTABLISHMENT-EXIT.

       1100-STORE-ESTABLISHMENT-EXIT.
           EXIT.

      ******************************************************************
      * 8000-READ-ESTABLISHMENT
      ******************************************************************
       8000-READ-ESTABLISHMENT.

           READ ESTABLISHMENT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       8000-READ-ESTABLISHMENT-EXIT.
           EXIT.
