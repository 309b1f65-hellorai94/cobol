      *               SPACES GROUPS UNDER THE '???' BUCKET. THE
      *               RECORD IS LONGER -- REBUILD STUDMAST FROM A
      *               REPRO OF THE OLD FILE WHEN THIS IS PROMOTED.
      * 15-10-26 MRT  ADDED STU-SITUACAO 'B' -- RE-ENROLLMENT BLOCKED
      *               BY ENROLIMP FOR TUITION PAST DUE. THE STUDENT
      *               STAYS ON THE GRADEBOOK RUNS BUT MENSALID STOPS
      *               BILLING UNTIL THE DEBT IS SETTLED.
      ******************************************************************
       01  STUDENT-RECORD.
           05  STU-ID                  PIC X(06).
           05  STU-MEDIA-GERAL         PIC 9(02)V99.
           05  STU-SITUACAO            PIC X(01).
               88  STU-TRANCADO                  VALUE 'T'.
               88  STU-BLOQUEADO                 VALUE 'B'.
           05  STU-TURMA               PIC X(03).
