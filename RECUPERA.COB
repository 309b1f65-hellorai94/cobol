      *-----------------------------------------------------------------
      * Modification History
      * 22-08-26 MRT  ORIGINAL VERSION.
      * 15-10-26 MRT  REVIEW FIX: STUDMSTN WAS STILL 47 BYTES AND
      *               CUT STU-TURMA OFF EVERY RECORD, SO GRDARCHV
      *               ARCHIVED RECOVERY YEARS WITHOUT THE TURMA --
      *               NOW THE FULL 50-BYTE STUDREC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECUPERA.
               88  CA-ALUNO-PRESENTE          VALUE 'S'.

       FD  STUDENT-MASTER-NEW-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  STUDENT-MASTER-NEW-RECORD   PIC X(50).

       FD  RECOVERY-CARD-FILE
           RECORD CONTAINS 70 CHARACTERS.
