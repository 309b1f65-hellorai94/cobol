      *               PARCBILL. IMPOSSIBLE TRIANGLES ARE EXCLUDED
      *               FROM THE AREA AND LISTED PER PARCEL SO THE CREW
      *               KNOWS EXACTLY WHAT TO RE-MEASURE.
      * 15-10-26 MRT  EVERY PARCEL'S MEASURED AREA (SQUARE METERS) AND
      *               ITS COUNT OF IMPOSSIBLE TRIANGLES ALSO GO TO THE
      *               PARCAREA EXTRACT THE IPTULANC PROPERTY-TAX
      *               ASSESSMENT VALUES THE PARCELS FROM.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRIANGULOS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PB-STATUS.

           SELECT PARCEL-AREA-FILE ASSIGN TO "PARCAREA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SURVEY-MEASUREMENT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARCEL-BILLING-LINE         PIC X(80).

      *-----------------------------------------------------------------
      * PARCEL-AREA-FILE -- ONE LINE PER PARCEL: MEASURED AREA IN
      * SQUARE METERS AND HOW MANY OF ITS TRIANGLES WERE IMPOSSIBLE
      * (LEFT OUT OF THE AREA)
      *-----------------------------------------------------------------
       FD  PARCEL-AREA-FILE
           RECORD CONTAINS 22 CHARACTERS.
       01  PARCEL-AREA-RECORD.
           05  PA-PARCEL-ID            PIC X(06).
           05  PA-AREA-M2              PIC 9(11)V99.
           05  PA-QTDE-INVALIDAS       PIC 9(03).

       WORKING-STORAGE SECTION.

       77  WS-SM-STATUS            PIC X(02) VALUE SPACES.
       77  WS-QTDE-INVALIDO        PIC 9(05) VALUE ZEROS.
       77  WS-SR-STATUS            PIC X(02) VALUE SPACES.
       77  WS-PB-STATUS            PIC X(02) VALUE SPACES.
       77  WS-PA-STATUS            PIC X(02) VALUE SPACES.
       77  WS-SR-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-SR-END-OF-FILE             VALUE 'Y'.


           CLOSE SURVEY-MEASUREMENT-FILE
           CLOSE PARCEL-BILLING-FILE
           CLOSE PARCEL-AREA-FILE

           MOVE 'E'       TO JL-ACAO
           MOVE 0000 TO JL-RETURN-CODE

           OPEN INPUT  SURVEY-MEASUREMENT-FILE
           OPEN OUTPUT PARCEL-BILLING-FILE
           OPEN OUTPUT PARCEL-AREA-FILE

           MOVE 'TRIANGUL' TO RH-PROGRAM-ID
           MOVE 1          TO RH-PAGE-NUM
           MOVE WS-VALOR-PARCELA TO WS-BD-VALOR
           WRITE PARCEL-BILLING-LINE FROM WS-BILL-DETAIL

           MOVE WS-PARCEL-ATUAL       TO PA-PARCEL-ID
           MOVE WS-AREA-PARCELA       TO PA-AREA-M2
           MOVE WS-QTDE-INVAL-PARCELA TO PA-QTDE-INVALIDAS
           WRITE PARCEL-AREA-RECORD

           DISPLAY 'PARCELA ' WS-PARCEL-ATUAL ' AREA '
               WS-AREA-HECTARES ' HA - VALOR ' WS-VALOR-PARCELA
               ' (' WS-QTDE-INVAL-PARCELA ' MEDICOES A REFAZER)'
