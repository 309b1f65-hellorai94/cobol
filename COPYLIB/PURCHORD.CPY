      *          BY POMATCH. QUANTITY IS THE CIRCLE-SPEC TAKEOFF AREA
      *          IN SQUARE UNITS.
      * 02-09-26 MRT  FIRST VERSION -- SHARED BY CIRCMAT AND POMATCH.
      * 15-10-26 MRT  CIRCMAT NOW WRITES ONE ORDER PER MATERIAL, FOR
      *               THE MERGED TAKEOFF OF THE WHOLE ESTIMATE
      *               (ASSEMBLIES EXPLODED), NOT ONE PER ESTIMATE LINE.
      ******************************************************************
       01  PURCHASE-ORDER-RECORD.
           05  PO-NUMERO               PIC X(08).
