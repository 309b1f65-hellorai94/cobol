      *               DEPENDENT ALLOWANCE SALIQUID NOW ROLLS INTO
      *               YTDEARN, SO THE FILING SHOWS THE SAME ALLOWANCE
      *               THE WITHHOLDING WAS COMPUTED WITH.
      * 15-10-26 MRT  PRINTS THE YEAR'S PLR PAYOUT (GROSS, EXCLUSIVE
      *               IRRF, NET) ON ITS OWN LINE BELOW THE YTD TOTALS,
      *               SINCE PLR IS TAXED APART FROM THE MONTHLY PAY.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANNSTMT.
               '  DEDUCAO IRRF NO ANO '.
           05  WS-ST-DEP-VALOR     PIC Z(08)9.99.

       01  WS-STMT-PLR-LINHA.
           05  FILLER              PIC X(04) VALUE 'PLR '.
           05  WS-ST-PLR-BRUTO     PIC Z(08)9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-ST-PLR-IRRF      PIC Z(08)9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-ST-PLR-LIQUIDO   PIC Z(08)9.99.
           05  FILLER              PIC X(11) VALUE SPACES.
           05  FILLER              PIC X(09) VALUE 'ANO-BASE '.
           05  WS-ST-PLR-ANO-BASE  PIC 9(04).

       COPY JOBLGLNK.
       COPY RPTHDRLNK.

           MOVE YTD-TOTAL-LIQUIDO  TO WS-ST-TOT-LIQUIDO
           WRITE ANNUAL-STATEMENT-LINE FROM WS-STMT-TOTAL-LINHA

           IF YTD-PLR-BRUTO > ZEROS
               MOVE YTD-PLR-BRUTO    TO WS-ST-PLR-BRUTO
               MOVE YTD-PLR-IRRF     TO WS-ST-PLR-IRRF
               MOVE YTD-PLR-LIQUIDO  TO WS-ST-PLR-LIQUIDO
               MOVE YTD-PLR-ANO-BASE TO WS-ST-PLR-ANO-BASE
               WRITE ANNUAL-STATEMENT-LINE FROM WS-STMT-PLR-LINHA
           END-IF

           IF YTD-QTDE-DEP > ZEROS
               MOVE YTD-QTDE-DEP      TO WS-ST-DEP-QTDE
               MOVE YTD-TOTAL-DED-DEP TO WS-ST-DEP-VALOR
