      ******************************************************************
      * Copybook: AFASTAM
      * Purpose: SHARED LEAVE-OF-ABSENCE (AFASTAMENTO) RECORD -- ONE
      *          RECORD PER LEAVE, KEYED BY EMP-ID (AN EMPLOYEE MAY
      *          HAVE SEVERAL LEAVES ON FILE OVER THE YEARS). HR KEYS
      *          THE START DATE AND EXPECTED RETURN WHEN THE LEAVE
      *          OPENS AND THE ACTUAL RETURN DATE WHEN THE EMPLOYEE
      *          COMES BACK -- ZEROS IN AF-DATA-RETORNO MEANS STILL
      *          AWAY. READ THROUGH THE AFASTCHK SUBPROGRAM BY
      *          SALIQUID, FERIAS AND DECIMO13, AND SWEPT DIRECTLY BY
      *          REGEVENT FOR THE LEAVE START / RETURN EVENTS.
      *
      *          LEAVE TYPES AND WHO PAYS:
      *            'D' DOENCA      -- COMPANY PAYS THE FIRST 15 DAYS,
      *                               INSS FROM THE 16TH; SUSPENDS
      *                               FERIAS AND DECIMO13 ACCRUAL
      *            'A' ACIDENTE DE -- COMPANY PAYS THE FIRST 15 DAYS,
      *                TRABALHO       INSS FROM THE 16TH; FERIAS KEEPS
      *                               ACCRUING, DECIMO13 SUSPENDS
      *            'M' MATERNIDADE -- INSS FROM THE FIRST DAY; FERIAS
      *                               AND DECIMO13 KEEP ACCRUING
      * 15-10-26 MRT  FIRST VERSION -- SHARED BY AFASTCHK AND REGEVENT.
      ******************************************************************
       01  LEAVE-OF-ABSENCE-RECORD.
           05  AF-EMP-ID               PIC X(05).
           05  AF-TIPO                 PIC X(01).
               88  AF-DOENCA                     VALUE 'D'.
               88  AF-ACIDENTE-TRABALHO          VALUE 'A'.
               88  AF-MATERNIDADE                VALUE 'M'.
           05  AF-DATA-INICIO          PIC 9(08).
           05  AF-DATA-RETORNO-PREV    PIC 9(08).
           05  AF-DATA-RETORNO         PIC 9(08).
           05  FILLER                  PIC X(10).
