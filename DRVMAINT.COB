      *-----------------------------------------------------------------
      * Modification History
      * 02-09-26 MRT  ORIGINAL VERSION.
      * 15-10-26 MRT  THE ROSTER NOW CARRIES THE CNH REGISTRATION NUMBER
      *               (PRINTED ON THE MULTAPRC DRIVER-INDICATION FORM)
      *               AND THE DRIVER'S EMPMAST EMPLOYEE ID, SO A FINE
      *               THE DRIVER PAYS CAN BECOME A PAYROLL DEDUCTION.
      *               BOTH ARE KEYED ON CADASTRO/CORRECAO, THE EMPLOYEE
      *               ID IS CHECKED AGAINST EMPMAST. RECORD 35 TO 51 --
      *               REBUILD DRVMAST WHEN PROMOTED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRVMAINT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ER-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DRIVER-TRAN-FILE
           RECORD CONTAINS 51 CHARACTERS.
       01  DRIVER-TRAN-RECORD.
           05  DT-ACAO             PIC X(01).
               88  DT-CADASTRO            VALUE 'A'.
           05  DT-NOME             PIC X(20).
           05  DT-CNH-CATEGORIA    PIC X(02).
           05  DT-CNH-VALIDADE     PIC 9(08).
           05  DT-CNH-REGISTRO     PIC X(11).
           05  DT-EMP-ID           PIC X(05).

       FD  DRIVER-MASTER-FILE
           RECORD CONTAINS 51 CHARACTERS.
       01  DRIVER-MASTER-RECORD.
           05  DR-DRIVER-ID        PIC X(04).
           05  DR-NOME             PIC X(20).
           05  DR-CNH-CATEGORIA    PIC X(02).
           05  DR-CNH-VALIDADE     PIC 9(08).
           05  DR-CNH-SUSPENSA     PIC X(01).
           05  DR-CNH-REGISTRO     PIC X(11).
           05  DR-EMP-ID           PIC X(05).

       FD  MAINT-ERROR-FILE
           RECORD CONTAINS 60 CHARACTERS.
           05  ER-MOTIVO           PIC X(40).
           05  FILLER              PIC X(11) VALUE SPACES.

       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPMAST.

       WORKING-STORAGE SECTION.

       77  WS-DT-STATUS            PIC X(02) VALUE SPACES.
       77  WS-DR-STATUS            PIC X(02) VALUE SPACES.
       77  WS-ER-STATUS            PIC X(02) VALUE SPACES.
       77  WS-EMP-STATUS           PIC X(02) VALUE SPACES.
       77  WS-EMP-ABERTO-SW        PIC X(01) VALUE 'N'.
           88  WS-EMPMAST-ABERTO            VALUE 'S'.

       77  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE               VALUE 'Y'.
               10  WS-DRV-CATEGORIA    PIC X(02).
               10  WS-DRV-VALIDADE     PIC 9(08).
               10  WS-DRV-SUSPENSA     PIC X(01).
               10  WS-DRV-REGISTRO     PIC X(11).
               10  WS-DRV-EMP-ID       PIC X(05).

       77  WS-DRV-COUNT            PIC 9(02) VALUE ZEROS.
       77  WS-DRV-SUB              PIC 9(02) VALUE ZEROS.

           OPEN OUTPUT MAINT-ERROR-FILE

      *    WITHOUT EMPMAST THE EMPLOYEE ID IS TAKEN AS KEYED
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-EMP-STATUS = '00'
               MOVE 'S' TO WS-EMP-ABERTO-SW
           ELSE
               DISPLAY 'AVISO - SEM MESTRE EMPMAST -- MATRICULA DO '
                   'MOTORISTA NAO SERA VALIDADA'
           END-IF

           OPEN INPUT DRIVER-MASTER-FILE
           IF WS-DR-STATUS = '00'
               PERFORM 8100-READ-DRIVER
                   TO WS-DRV-VALIDADE(WS-DRV-IDX)
               MOVE DR-CNH-SUSPENSA
                   TO WS-DRV-SUSPENSA(WS-DRV-IDX)
               MOVE DR-CNH-REGISTRO
                   TO WS-DRV-REGISTRO(WS-DRV-IDX)
               MOVE DR-EMP-ID
                   TO WS-DRV-EMP-ID(WS-DRV-IDX)
           ELSE
               DISPLAY 'TABELA DE MOTORISTAS CHEIA -- '
                   DR-DRIVER-ID ' FORA DA CARGA'
           PERFORM 2100-FIND-DRIVER
               THRU 2100-FIND-DRIVER-EXIT

           PERFORM 2150-CHECK-EMPLOYEE
               THRU 2150-CHECK-EMPLOYEE-EXIT

           IF WS-MOTIVO NOT = SPACES
               PERFORM 2500-WRITE-ERROR
                   THRU 2500-WRITE-ERROR-EXIT
               GO TO 2000-PROCESS-TRANSACTION-NEXT
           END-IF

           EVALUATE TRUE
               WHEN DT-CADASTRO
                   PERFORM 2200-APPLY-CADASTRO
       2100-FIND-DRIVER-EXIT.
           EXIT.

      ******************************************************************
      * 2150-CHECK-EMPLOYEE -- A KEYED EMPLOYEE ID MUST BE ON EMPMAST
      * (THE PAYROLL DEDUCTION OF A FINE GOES TO IT)
      ******************************************************************
       2150-CHECK-EMPLOYEE.

           IF DT-EMP-ID = SPACES
               OR NOT WS-EMPMAST-ABERTO
               OR (NOT DT-CADASTRO AND NOT DT-CORRECAO)
               GO TO 2150-CHECK-EMPLOYEE-EXIT
           END-IF

           MOVE DT-EMP-ID TO EMP-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE 'MATRICULA NAO CADASTRADA NO EMPMAST'
                       TO WS-MOTIVO
                   GO TO 2150-CHECK-EMPLOYEE-EXIT
           END-READ

           IF EMP-DESLIGADO
               MOVE 'MATRICULA DE FUNCIONARIO DESLIGADO'
                   TO WS-MOTIVO
           END-IF.

       2150-CHECK-EMPLOYEE-EXIT.
           EXIT.

      ******************************************************************
      * 2200-APPLY-CADASTRO
      ******************************************************************
           MOVE DT-CNH-CATEGORIA TO WS-DRV-CATEGORIA(WS-DRV-IDX)
           MOVE DT-CNH-VALIDADE  TO WS-DRV-VALIDADE(WS-DRV-IDX)
           MOVE 'N'              TO WS-DRV-SUSPENSA(WS-DRV-IDX)
           MOVE DT-CNH-REGISTRO  TO WS-DRV-REGISTRO(WS-DRV-IDX)
           MOVE DT-EMP-ID        TO WS-DRV-EMP-ID(WS-DRV-IDX)

           ADD 1 TO WS-QTDE-APLICADAS
           DISPLAY 'MOTORISTA CADASTRADO ' DT-DRIVER-ID ' - '
                       MOVE DT-CNH-VALIDADE
                           TO WS-DRV-VALIDADE(WS-DRV-IDX)
                   END-IF
                   IF DT-CNH-REGISTRO NOT = SPACES
                       MOVE DT-CNH-REGISTRO
                           TO WS-DRV-REGISTRO(WS-DRV-IDX)
                   END-IF
                   IF DT-EMP-ID NOT = SPACES
                       MOVE DT-EMP-ID
                           TO WS-DRV-EMP-ID(WS-DRV-IDX)
                   END-IF
               WHEN DT-SUSPENSAO
                   MOVE 'S' TO WS-DRV-SUSPENSA(WS-DRV-IDX)
               WHEN DT-REATIVACAO
           END-IF
           CLOSE DRIVER-TRAN-FILE
           CLOSE MAINT-ERROR-FILE
           IF WS-EMPMAST-ABERTO
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF

           DISPLAY 'TRANSACOES APLICADAS:  ' WS-QTDE-APLICADAS
           DISPLAY 'TRANSACOES REJEITADAS: ' WS-QTDE-REJEITADAS.
           MOVE WS-DRV-CATEGORIA(WS-DRV-IDX) TO DR-CNH-CATEGORIA
           MOVE WS-DRV-VALIDADE(WS-DRV-IDX)  TO DR-CNH-VALIDADE
           MOVE WS-DRV-SUSPENSA(WS-DRV-IDX)  TO DR-CNH-SUSPENSA
           MOVE WS-DRV-REGISTRO(WS-DRV-IDX)  TO DR-CNH-REGISTRO
           MOVE WS-DRV-EMP-ID(WS-DRV-IDX)    TO DR-EMP-ID
           WRITE DRIVER-MASTER-RECORD.

       3100-WRITE-ONE-DRIVER-EXIT.
