      *               REVALUATION THAT FOLLOWS REMAINS THE UNREALIZED
      *               MOVEMENT ON WHAT IS STILL HELD. THE LOT-LEVEL
      *               SUPPORT IS FXLOTUPD'S FXLOTRPT REPORT.
      * 15-10-26 MRT  THE RUN'S GLINTRFC ENTRIES NOW GO OUT BETWEEN AN
      *               IFCTL HEADER AND TRAILER (RECORD COUNT AND
      *               AMOUNT HASH) SO EVERY CONSUMER CAN PROVE THE
      *               BATCH ARRIVED WHOLE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXREVAL.

       COPY CTLTOTLNK.
       COPY JOBLGLNK.
       COPY IFCTLLNK.
       COPY RPTHDRLNK.

       PROCEDURE DIVISION.

           CLOSE FX-POSITION-FILE
           CLOSE FX-RATE-FILE
           PERFORM 8972-WRITE-GL-TRAILER
               THRU 8972-WRITE-GL-TRAILER-EXIT
           CLOSE GL-INTERFACE-FILE
           CLOSE REVAL-REPORT-FILE

               OPEN OUTPUT GL-INTERFACE-FILE
           END-IF

           PERFORM 8970-WRITE-GL-HEADER
               THRU 8970-WRITE-GL-HEADER-EXIT

           OPEN OUTPUT REVAL-REPORT-FILE

           MOVE 'FXREVAL' TO RH-PROGRAM-ID
               MOVE WS-RESULTADO-ABS      TO GL-AMOUNT
               MOVE WS-GL-PERIODO         TO GL-PERIODO
               MOVE RZ-MOEDA              TO GL-EMP-ID
               PERFORM 8971-WRITE-GL-ENTRY
                   THRU 8971-WRITE-GL-ENTRY-EXIT

               MOVE WS-GL-ACCT-GANHO-REAL TO GL-ACCOUNT-CODE
               MOVE 'C'                   TO GL-DC-INDICADOR
               PERFORM 8971-WRITE-GL-ENTRY
                   THRU 8971-WRITE-GL-ENTRY-EXIT
           ELSE
               COMPUTE WS-RESULTADO-ABS = ZERO - RZ-RESULTADO

               MOVE WS-RESULTADO-ABS      TO GL-AMOUNT
               MOVE WS-GL-PERIODO         TO GL-PERIODO
               MOVE RZ-MOEDA              TO GL-EMP-ID
               PERFORM 8971-WRITE-GL-ENTRY
                   THRU 8971-WRITE-GL-ENTRY-EXIT

               MOVE WS-GL-ACCT-POSICAO    TO GL-ACCOUNT-CODE
               MOVE 'C'                   TO GL-DC-INDICADOR
               PERFORM 8971-WRITE-GL-ENTRY
                   THRU 8971-WRITE-GL-ENTRY-EXIT
           END-IF

           MOVE SPACES       TO WS-RPT-DETAIL
               MOVE WS-RESULTADO-ABS   TO GL-AMOUNT
               MOVE WS-GL-PERIODO      TO GL-PERIODO
               MOVE PB-MOEDA           TO GL-EMP-ID
               PERFORM 8971-WRITE-GL-ENTRY
                   THRU 8971-WRITE-GL-ENTRY-EXIT

               MOVE WS-GL-ACCT-GANHO   TO GL-ACCOUNT-CODE
               MOVE 'C'                TO GL-DC-INDICADOR
               PERFORM 8971-WRITE-GL-ENTRY
                   THRU 8971-WRITE-GL-ENTRY-EXIT
           ELSE
               COMPUTE WS-RESULTADO-ABS = ZERO - WS-RESULTADO
               MOVE 'PERDA'      TO WS-RD-TIPO
               MOVE WS-RESULTADO-ABS   TO GL-AMOUNT
               MOVE WS-GL-PERIODO      TO GL-PERIODO
               MOVE PB-MOEDA           TO GL-EMP-ID
               PERFORM 8971-WRITE-GL-ENTRY
                   THRU 8971-WRITE-GL-ENTRY-EXIT

               MOVE WS-GL-ACCT-POSICAO TO GL-ACCOUNT-CODE
               MOVE 'C'                TO GL-DC-INDICADOR
               PERFORM 8971-WRITE-GL-ENTRY
                   THRU 8971-WRITE-GL-ENTRY-EXIT
           END-IF

           MOVE PB-MOEDA            TO WS-RD-MOEDA

       8100-READ-REALIZED-EXIT.
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
