      ******************************************************************
      * AFASLNK -- LINKAGE LAYOUT SHARED BY THE AFASTCHK LEAVE-OF-
      * ABSENCE CHECKER AND EVERY PAYROLL PROGRAM THAT CALLS IT. THE
      * CALLER MOVES THE EMP-ID AND THE TARGET COMPETENCIA (YYYYMM)
      * IN; AFASTCHK HANDS BACK HOW MANY DAYS OF THAT MONTH (ON A
      * 30-DAY COMMERCIAL MONTH) THE INSS PAYS AND HOW MANY LEAVE
      * DAYS THE COMPANY STILL PAYS, THE TYPE OF THE LEAVE THAT
      * COVERS THE MONTH, WHETHER THE MONTH COUNTS TOWARD FERIAS AND
      * DECIMO13 ACCRUAL, AND WHETHER AN EXPECTED RETURN DATE HAS
      * PASSED WITH NO ACTUAL RETURN KEYED.
      ******************************************************************
       01  AFASTCHK-PARMS.
           05  AFC-EMP-ID              PIC X(05).
           05  AFC-COMPETENCIA         PIC 9(06).
           05  AFC-DIAS-INSS           PIC 9(02).
           05  AFC-DIAS-EMPRESA        PIC 9(02).
           05  AFC-TIPO                PIC X(01).
           05  AFC-SUSPENDE-FERIAS     PIC X(01).
               88  AFC-FERIAS-SUSPENSA           VALUE 'S'.
           05  AFC-SUSPENDE-D13        PIC X(01).
               88  AFC-D13-SUSPENSO              VALUE 'S'.
           05  AFC-RETORNO-PENDENTE    PIC X(01).
               88  AFC-RETORNO-ATRASADO          VALUE 'S'.
