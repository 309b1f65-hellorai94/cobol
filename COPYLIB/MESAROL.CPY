      ******************************************************************
      * Copybook: MESAROL
      * Purpose: POLL-WORKER (MESARIO) ROSTER RECORD -- ONE LINE PER
      *          CITIZEN CALLED UP FOR AN ELECTION, GROUPED BY ZONA
      *          AND POLLING PLACE. WRITTEN BY MESARIO (SELECTION AND
      *          EXCUSE/REPLACEMENT RUNS), ATTENDANCE MARKED BY
      *          ELECTDAY ON ELECTION DAY.
      * 15-10-26 MRT  FIRST VERSION.
      ******************************************************************
       01  MESA-ROSTER-RECORD.
           05  MR-ZONA                 PIC X(04).
           05  MR-LOCAL-VOTACAO        PIC X(18).
           05  MR-CITIZEN-ID           PIC X(09).
           05  MR-NOME                 PIC X(25).
           05  MR-ORIGEM               PIC X(01).
               88  MR-VOLUNTARIO              VALUE 'V'.
               88  MR-SORTEADO                VALUE 'S'.
               88  MR-REPOSICAO               VALUE 'R'.
           05  MR-SITUACAO             PIC X(01).
               88  MR-ATIVO                   VALUE 'A'.
               88  MR-DISPENSADO              VALUE 'D'.
           05  MR-DATA-ELEICAO         PIC 9(08).
      *    SPACE UNTIL ELECTDAY HAS RUN FOR THE ELECTION
           05  MR-PRESENCA             PIC X(01).
               88  MR-COMPARECEU              VALUE 'P'.
               88  MR-FALTOU                  VALUE 'F'.
           05  MR-MOTIVO               PIC X(20).
