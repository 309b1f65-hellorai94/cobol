      *               LABOR AUTHORITY; SPACES ON OLD RECORDS SENDS
      *               THE EVENT TO THE REJECTED-EVENTS REPORT. SAME
      *               RECORD-LENGTH CAVEAT AS EMP-SITUACAO.
      * 15-10-26 MRT  ADDED EMP-ESTABELECIMENTO (MAINTAINED BY EMPUPDT,
      *               LOOKED UP THROUGH ESTABCHK ON THE ESTABEL FILE)
      *               SO THE PAYROLL CAN RUN FOR MORE THAN ONE LEGAL
      *               ENTITY (CNPJ) OFF THIS ONE MASTER. SPACES READS
      *               AS THE HEAD OFFICE, '01'. SAME RECORD-LENGTH
      *               CAVEAT AS EMP-SITUACAO.
      ******************************************************************
       01  EMPLOYEE-MASTER-RECORD.
           05  EMP-ID                  PIC X(05).
           05  EMP-CENTRO-CUSTO        PIC X(04).
           05  EMP-DATA-ADMISSAO       PIC 9(08).
           05  EMP-CPF                 PIC X(11).
           05  EMP-ESTABELECIMENTO     PIC X(02).
