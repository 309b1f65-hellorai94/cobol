      ******************************************************************
      * Copybook: ESTABEL
      * Purpose: SHARED ESTABLISHMENT (ESTABELECIMENTO) RECORD -- ONE
      *          RECORD PER LEGAL ENTITY THE PAYROLL RUNS FOR, KEYED BY
      *          THE TWO-CHARACTER CODE CARRIED ON EMPMAST IN
      *          EMP-ESTABELECIMENTO. HOLDS THE CNPJ, THE BANK ACCOUNT
      *          THE ESTABLISHMENT'S REMITTANCE BATCH IS DEBITED TO,
      *          AND THE COMPANY SEGMENT ITS GL LINES POST UNDER. READ
      *          THROUGH THE ESTABCHK SUBPROGRAM.
      * 15-10-26 MRT  FIRST VERSION -- SHARED BY ESTABCHK.
      ******************************************************************
       01  ESTABELECIMENTO-RECORD.
           05  EST-CODIGO              PIC X(02).
           05  EST-CNPJ                PIC X(14).
           05  EST-RAZAO-SOCIAL        PIC X(30).
           05  EST-BANCO               PIC 9(03).
           05  EST-AGENCIA             PIC 9(04).
           05  EST-CONTA               PIC 9(08).
           05  EST-GL-EMPRESA          PIC X(02).
