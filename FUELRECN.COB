      *               FIELDS (FT-ODO-INICIO/FT-ODO-FIM, RECORD 28 TO
      *               42) -- LAYOUT ONLY, THE RECONCILIATION STILL
      *               USES THE LITERS COLUMN.
      * 15-10-26 MRT  FLEETTRP LAYOUT CAUGHT UP WITH THE DEPARTURE TIME
      *               (FT-HORA-SAIDA, RECORD 42 TO 46) -- LAYOUT ONLY.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUELRECN.
           05  FC-VALOR            PIC 9(05)V99.

       FD  FLEET-TRIP-FILE
           RECORD CONTAINS 46 CHARACTERS.
       01  FLEET-TRIP-RECORD.
           05  FT-VEHICLE-ID       PIC X(05).
           05  FT-DATE             PIC 9(08).
           05  FT-LITROS           PIC 9(03)V9.
           05  FT-ODO-INICIO       PIC 9(07).
           05  FT-ODO-FIM          PIC 9(07).
           05  FT-HORA-SAIDA       PIC 9(04).

       FD  FUEL-VARIANCE-FILE
           RECORD CONTAINS 80 CHARACTERS.
