      ******************************************************************
      * Copybook: MULTADES
      * Purpose: TRAFFIC-FINE PAYROLL DEDUCTION -- ONE RECORD PER PAID
      *          FINE THE DRIVER BEARS UNDER THE FLEET POLICY, APPENDED
      *          BY MULTAPRC FOR THE DRIVER'S EMPMAST EMPLOYEE ID AND
      *          DEDUCTED BY SALIQUID AT MONTH END. WHATEVER THE NET
      *          COULD NOT COVER IS WRITTEN BACK BY SALIQUID, REDUCED,
      *          FOR THE NEXT MONTH.
      * 15-10-26 MRT  FIRST VERSION.
      ******************************************************************
       01  FINE-DEDUCTION-RECORD.
           05  MD-EMP-ID               PIC X(05).
           05  MD-AUTO                 PIC X(12).
           05  MD-DATA                 PIC 9(08).
           05  MD-VALOR                PIC 9(07)V99.
