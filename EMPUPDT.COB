      *               INTO EVERY EMPUPAUD RECORD INSTEAD OF THE OLD
      *               'RH-CADASTR' CONSTANT. NO OPERTAB FILE MEANS
      *               NO ENFORCEMENT, WITH A CONSOLE WARNING.
      * 15-10-26 MRT  THE TRANSACTION AND THE MASTER NOW CARRY THE
      *               EMPLOYEE'S ESTABLISHMENT CODE. A KEYED CODE MUST
      *               BE ON THE ESTABEL FILE (CHECKED THROUGH THE
      *               SHARED ESTABCHK LOOKUP) OR THE TRANSACTION IS
      *               REJECTED; AN ADMISSAO KEYED WITHOUT ONE GOES TO
      *               THE HEAD OFFICE, AND A CORRECAO ONLY TOUCHES IT
      *               WHEN A CODE WAS KEYED.
      * 15-10-26 MRT  EMPUPAUD NOW FLAGS (MA-CONTA-ALTERADA) EVERY
      *               ACTION THAT SET OR CHANGED THE EMPLOYEE'S BANK
      *               ACCOUNT, SO SODCONF CAN PAIR IT WITH WHOEVER
      *               RELEASES THE BANKPAY FILE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPUPDT.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-TRAN-FILE
           RECORD CONTAINS 85 CHARACTERS.
       01  EMPLOYEE-TRAN-RECORD.
           05  ET-ACAO             PIC X(01).
               88  ET-ADMISSAO            VALUE 'A'.
           05  ET-CENTRO-CUSTO     PIC X(04).
           05  ET-DATA-ADMISSAO    PIC 9(08).
           05  ET-CPF              PIC X(11).
           05  ET-ESTABELECIMENTO  PIC X(02).

       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPMAST.
           05  MA-CATEG-NOVA       PIC X(10).
           05  MA-DATA             PIC 9(08).
           05  MA-AUTORIZADO-POR   PIC X(10).
           05  MA-CONTA-ALTERADA   PIC X(01).
               88  MA-CONTA-BANCARIA-ALTERADA  VALUE 'S'.
           05  FILLER              PIC X(05).

      *-----------------------------------------------------------------
      * JOB-GRADE-FILE -- SAME SALARY-BAND TABLE GUANA13 VALIDATES

       77  WS-RATE-ANTERIOR        PIC 9(03)V99 VALUE ZEROS.
       77  WS-CATEG-ANTERIOR       PIC X(10) VALUE SPACES.
       77  WS-CONTA-ALTERADA-SW    PIC X(01) VALUE 'N'.
           88  WS-CONTA-ALTERADA             VALUE 'S'.

       77  WS-QTDE-APLICADAS       PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-REJEITADAS      PIC 9(05) VALUE ZEROS.
       77  WS-RATE-EDIT            PIC Z(02)9.99.

       COPY CPFLNK.
       COPY ESTABLNK.
       COPY JOBLGLNK.

       PROCEDURE DIVISION.
                       TO WS-MOTIVO
                   PERFORM 2500-WRITE-ERROR
                       THRU 2500-WRITE-ERROR-EXIT
                   GO TO 2100-EDIT-TRANSACTION-EXIT
               END-IF
           END-IF

      *    A KEYED ESTABLISHMENT MUST EXIST; NO ESTABEL FILE MEANS THE
      *    SUITE RUNS AS ONE COMPANY AND ANY CODE IS TAKEN AS KEYED
           IF (ET-ADMISSAO OR ET-CORRECAO)
               AND ET-ESTABELECIMENTO NOT = SPACES
               MOVE ET-ESTABELECIMENTO TO ESC-CODIGO
               CALL 'ESTABCHK' USING ESTABCHK-PARMS
               IF ESC-NAO-CADASTRADO
                   MOVE 'ESTABELECIMENTO NAO CADASTRADO'
                       TO WS-MOTIVO
                   PERFORM 2500-WRITE-ERROR
                       THRU 2500-WRITE-ERROR-EXIT
               END-IF
           END-IF.


           MOVE ET-CPF TO EMP-CPF

           IF ET-ESTABELECIMENTO = SPACES
               MOVE '01'               TO EMP-ESTABELECIMENTO
           ELSE
               MOVE ET-ESTABELECIMENTO TO EMP-ESTABELECIMENTO
           END-IF

           IF ET-CONTA NUMERIC AND ET-CONTA > ZEROS
               MOVE ET-BANCO   TO EMP-BANCO
               MOVE ET-AGENCIA TO EMP-AGENCIA
               MOVE ET-CONTA   TO EMP-CONTA
               MOVE 'S'        TO WS-CONTA-ALTERADA-SW
           ELSE
               MOVE ZEROS TO EMP-BANCO
                             EMP-AGENCIA
               MOVE ET-DISCOUNT-PCT TO EMP-DISCOUNT-PCT

               IF ET-CONTA NUMERIC AND ET-CONTA > ZEROS
                   IF ET-BANCO NOT = EMP-BANCO
                       OR ET-AGENCIA NOT = EMP-AGENCIA
                       OR ET-CONTA NOT = EMP-CONTA
                       MOVE 'S' TO WS-CONTA-ALTERADA-SW
                   END-IF
                   MOVE ET-BANCO   TO EMP-BANCO
                   MOVE ET-AGENCIA TO EMP-AGENCIA
                   MOVE ET-CONTA   TO EMP-CONTA
                   MOVE ET-CPF TO EMP-CPF
               END-IF

               IF ET-ESTABELECIMENTO NOT = SPACES
                   MOVE ET-ESTABELECIMENTO TO EMP-ESTABELECIMENTO
               END-IF

               REWRITE EMPLOYEE-MASTER-RECORD

               PERFORM 2600-WRITE-AUDIT
           MOVE EMP-CATEGORIA     TO MA-CATEG-NOVA
           MOVE WS-DATA-HOJE      TO MA-DATA
           MOVE WS-AUTORIZADO-POR TO MA-AUTORIZADO-POR
           MOVE WS-CONTA-ALTERADA-SW TO MA-CONTA-ALTERADA

           WRITE MAINT-AUDIT-RECORD
           MOVE 'N' TO WS-CONTA-ALTERADA-SW

           ADD 1 TO WS-QTDE-APLICADAS.

