      *               CHANGES GO THROUGH CLMSTAT, WHICH ALSO PRINTS
      *               THE OUTSTANDING-RESERVES REPORT LOSSRATE NOW
      *               COUNTS AS INCURRED.
      * 15-10-26 MRT  EVERY RUN NOW NAMES ITS OPERATOR: THE OPER= WORD
      *               ON THE PARM IS VALIDATED AGAINST OPERTAB (AS
      *               CLMSTAT DOES) AND EVERY CLMAUDIT LINE CARRIES THE
      *               OPERATOR AND THE RUN DATE, SO SODCONF CAN SEE WHO
      *               KEYED A CLAIM THAT SAME OPERATOR LATER RELEASES.
      *               NO OPERTAB FILE MEANS NO ENFORCEMENT, WITH A
      *               CONSOLE WARNING.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLAIMENT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PM-STATUS.

           SELECT OPERATOR-TABLE-FILE ASSIGN TO "OPERTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-TRAN-FILE
           05  CL-VALOR-RESERVA    PIC 9(07)V99.

       FD  CLAIM-AUDIT-FILE
           RECORD CONTAINS 78 CHARACTERS.
       01  CLAIM-AUDIT-RECORD.
           05  CA-POLICY-NUM       PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CA-RESULTADO        PIC X(09).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CA-MOTIVO           PIC X(35).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CA-OPERADOR         PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CA-DATA             PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.

      *-----------------------------------------------------------------
      * POLICY-MASTER-FILE -- READ ONLY FOR THE LAPSE CHECK
               88  PM-APOLICE-LAPSA       VALUE 'L'.
           05  PM-DATA-LAPSO       PIC 9(08).

      *-----------------------------------------------------------------
      * OPERATOR-TABLE-FILE -- ONE LINE PER OPERATOR AND PROGRAM WITH
      * THE FUNCTION CODES THAT OPERATOR MAY RUN
      *-----------------------------------------------------------------
       FD  OPERATOR-TABLE-FILE
           RECORD CONTAINS 26 CHARACTERS.
       01  OPERATOR-TABLE-RECORD.
           05  OP-OPERATOR-ID          PIC X(08).
           05  OP-PROGRAMA             PIC X(08).
           05  OP-FUNCOES              PIC X(10).

       WORKING-STORAGE SECTION.

       77  WS-CT-STATUS            PIC X(02) VALUE SPACES.
           88  WS-PM-END-OF-FILE             VALUE 'Y'.
       77  WS-POL-COUNT            PIC 9(03) VALUE ZEROS.

      *-----------------------------------------------------------------
      * OPERATOR VALIDATION -- OPER= FROM THE PARM AGAINST OPERTAB
      *-----------------------------------------------------------------
       77  WS-OP-STATUS            PIC X(02) VALUE SPACES.
       77  WS-OP-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-OP-END-OF-FILE             VALUE 'Y'.
       77  WS-PARM-LINHA           PIC X(80) VALUE SPACES.
       77  WS-POS-OPER             PIC 9(02) VALUE ZEROS.
       77  WS-OPERADOR             PIC X(08) VALUE SPACES.
       77  WS-OPER-VALIDO-SW       PIC X(01) VALUE 'N'.
           88  WS-OPERADOR-VALIDO            VALUE 'S'.
       77  WS-CONTROLE-ATIVO-SW    PIC X(01) VALUE 'N'.
           88  WS-CONTROLE-ATIVO             VALUE 'S'.

       COPY JOBLGLNK.

       PROCEDURE DIVISION.
      ******************************************************************
       1000-INITIALIZE.

           PERFORM 1050-VALIDATE-OPERATOR
               THRU 1050-VALIDATE-OPERATOR-EXIT

           IF WS-CONTROLE-ATIVO AND NOT WS-OPERADOR-VALIDO
               DISPLAY 'EXECUCAO RECUSADA - OPERADOR ' WS-OPERADOR
                   ' SEM PERMISSAO PARA CLAIMENT NO OPERTAB'
               MOVE 8 TO RETURN-CODE
               MOVE 'E'  TO JL-ACAO
               MOVE 0008 TO JL-RETURN-CODE
               CALL 'JOBLOG' USING JOBLOG-PARMS
               STOP RUN
           END-IF

           OPEN INPUT CLAIM-TRAN-FILE

           OPEN EXTEND CLAIMS-FILE
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1050-VALIDATE-OPERATOR -- THE OPER= WORD ON THE PARM AGAINST
      * THE OPERTAB TABLE; NO OPERTAB FILE MEANS NO ENFORCEMENT,
      * WITH A CONSOLE WARNING
      ******************************************************************
       1050-VALIDATE-OPERATOR.

           ACCEPT WS-PARM-LINHA FROM COMMAND-LINE
           MOVE ZEROS TO WS-POS-OPER
           INSPECT WS-PARM-LINHA
               TALLYING WS-POS-OPER
               FOR CHARACTERS BEFORE INITIAL 'OPER='
           IF WS-POS-OPER < 67
               MOVE WS-PARM-LINHA(WS-POS-OPER + 6 : 8)
                   TO WS-OPERADOR
           END-IF

           OPEN INPUT OPERATOR-TABLE-FILE
           IF WS-OP-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO OPERTAB -- PERMISSOES '
                   'NAO SERAO CRITICADAS'
               GO TO 1050-VALIDATE-OPERATOR-EXIT
           END-IF

           MOVE 'S' TO WS-CONTROLE-ATIVO-SW

           PERFORM 8200-READ-OPERATOR
               THRU 8200-READ-OPERATOR-EXIT

           PERFORM 1060-MATCH-OPERATOR
               THRU 1060-MATCH-OPERATOR-EXIT
               UNTIL WS-OP-END-OF-FILE

           CLOSE OPERATOR-TABLE-FILE.

       1050-VALIDATE-OPERATOR-EXIT.
           EXIT.

      ******************************************************************
      * 1060-MATCH-OPERATOR
      ******************************************************************
       1060-MATCH-OPERATOR.

           IF OP-OPERATOR-ID = WS-OPERADOR
               AND OP-PROGRAMA = 'CLAIMENT'
               MOVE 'S' TO WS-OPER-VALIDO-SW
           END-IF

           PERFORM 8200-READ-OPERATOR
               THRU 8200-READ-OPERATOR-EXIT.

       1060-MATCH-OPERATOR-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-POLICY-STATUS -- NO POLMAST FILE MEANS NO LAPSE
      * CHECK, WITH A CONSOLE WARNING
               MOVE SPACES        TO CLAIM-AUDIT-RECORD
               MOVE CT-POLICY-NUM TO CA-POLICY-NUM
               MOVE 'APLICADO'    TO CA-RESULTADO
               MOVE WS-OPERADOR   TO CA-OPERADOR
               MOVE WS-DATA-HOJE  TO CA-DATA
               WRITE CLAIM-AUDIT-RECORD

               ADD 1 TO WS-QTDE-APLICADOS
               MOVE CT-POLICY-NUM TO CA-POLICY-NUM
               MOVE 'REJEITADO'   TO CA-RESULTADO
               MOVE WS-MOTIVO     TO CA-MOTIVO
               MOVE WS-OPERADOR   TO CA-OPERADOR
               MOVE WS-DATA-HOJE  TO CA-DATA
               WRITE CLAIM-AUDIT-RECORD

               DISPLAY 'SINISTRO REJEITADO - ' CT-POLICY-NUM

       8100-READ-POLICY-EXIT.
           EXIT.

      ******************************************************************
      * 8200-READ-OPERATOR
      ******************************************************************
       8200-READ-OPERATOR.

           READ OPERATOR-TABLE-FILE
               AT END
                   MOVE 'Y' TO WS-OP-EOF-SWITCH
           END-READ.

       8200-READ-OPERATOR-EXIT.
           EXIT.
