      *-----------------------------------------------------------------
      * Modification History
      * 22-08-26 MRT  ORIGINAL VERSION.
      * 15-10-26 MRT  THE TIMECLK SWEEP ALSO RUNS THE FEED THROUGH ITS
      *               IFCTL HEADER/TRAILER CHECK (NO MORE THAN A DAY
      *               OLD); A FEED THAT DOES NOT BALANCE GOES ON THE
      *               REPORT AND FORCES RETURN CODE 8 LIKE AN ORPHAN.
      *               THE CONTROL RECORDS ARE NOT KEY-CHECKED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTSWEEP.
       77  WS-CHAVE-EXISTE-SW      PIC X(01) VALUE 'N'.
           88  WS-CHAVE-EXISTE               VALUE 'S'.

       77  WS-TC-CONTROLE-SW       PIC X(01) VALUE 'N'.
           88  WS-TC-RECUSADO                VALUE 'S'.

       77  WS-QTDE-ORF-TIMECLK     PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-ORF-EMPRAISE    PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-ORF-ACCTTRAN    PIC 9(05) VALUE ZEROS.

       COPY CTLTOTLNK.
       COPY JOBLGLNK.
       COPY IFCTLLNK.
       COPY RPTHDRLNK.

       PROCEDURE DIVISION.
           END-IF

           IF WS-QTDE-ORFAOS > ZEROS
               OR WS-TC-RECUSADO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
               GO TO 2000-SWEEP-TIMECLK-EXIT
           END-IF

           MOVE 'TIMECLK'     TO IC-ARQUIVO
           MOVE JL-PROGRAM-ID TO IC-PROGRAMA
           MOVE 1             TO IC-DIAS-VALIDADE
           MOVE 'N'           TO IC-CONSUMO
           MOVE 'I'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS

           PERFORM 2100-CHECK-TIMECLK-RECORD
               THRU 2100-CHECK-TIMECLK-RECORD-EXIT
               UNTIL WS-FEED-END-OF-FILE

           CLOSE TIME-CLOCK-FILE

           MOVE 'TIMECLK'     TO IC-ARQUIVO
           MOVE 'F'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS

           IF IC-ARQUIVO-RECUSADO
               MOVE 'S' TO WS-TC-CONTROLE-SW
               MOVE SPACES      TO ORPHAN-REPORT-RECORD
               MOVE 'TIMECLK'   TO OR-FEED
               MOVE 'HEADER/TRAILER IFCTL NAO CONFERE' TO OR-DETALHE
               WRITE ORPHAN-REPORT-RECORD
           END-IF

           MOVE 'TIMECLK' TO WS-SL-FEED
           MOVE WS-QTDE-ORF-TIMECLK TO WS-SL-QTDE
           WRITE ORPHAN-REPORT-RECORD FROM WS-SUMMARY-LINE.
                   GO TO 2100-CHECK-TIMECLK-RECORD-EXIT
           END-READ

           MOVE TIME-CLOCK-RECORD TO IC-REGISTRO
           MOVE ZEROS             TO IC-VALOR
           IF NOT IC-REG-CONTROLE
               MOVE TC-HOURS      TO IC-VALOR
           END-IF
           MOVE 'TIMECLK'     TO IC-ARQUIVO
           MOVE 'L'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS

           IF IC-REG-CONTROLE
               GO TO 2100-CHECK-TIMECLK-RECORD-EXIT
           END-IF

           MOVE TC-PROF-ID TO EMP-ID
           PERFORM 7000-CHECK-EMPLOYEE-KEY
               THRU 7000-CHECK-EMPLOYEE-KEY-EXIT
