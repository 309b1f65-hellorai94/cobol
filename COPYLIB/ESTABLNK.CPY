      ******************************************************************
      * ESTABLNK -- LINKAGE LAYOUT SHARED BY THE ESTABCHK ESTABLISHMENT
      * LOOKUP AND EVERY PAYROLL PROGRAM THAT CALLS IT. THE CALLER
      * MOVES THE EMPLOYEE'S EMP-ESTABELECIMENTO IN; A BLANK CODE IS
      * THE HEAD OFFICE ('01') AND COMES BACK FILLED IN. ESTABCHK
      * HANDS BACK THE CNPJ, THE REMITTANCE DEBIT ACCOUNT AND THE GL
      * COMPANY SEGMENT, AND WHETHER THE CODE WAS FOUND. WITH NO
      * ESTABEL FILE AT ALL THE SUITE RUNS AS ONE COMPANY: EVERY CODE
      * IS ACCEPTED AND THE GL COMPANY SEGMENT COMES BACK BLANK.
      ******************************************************************
       01  ESTABCHK-PARMS.
           05  ESC-CODIGO              PIC X(02).
           05  ESC-CNPJ                PIC X(14).
           05  ESC-RAZAO-SOCIAL        PIC X(30).
           05  ESC-BANCO               PIC 9(03).
           05  ESC-AGENCIA             PIC 9(04).
           05  ESC-CONTA               PIC 9(08).
           05  ESC-GL-EMPRESA          PIC X(02).
           05  ESC-RETORNO             PIC X(01).
               88  ESC-ENCONTRADO                VALUE 'S'.
               88  ESC-NAO-CADASTRADO            VALUE 'N'.
               88  ESC-SEM-TABELA                VALUE 'T'.
