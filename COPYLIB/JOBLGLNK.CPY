      * ONCE WITH JL-ACAO = 'S' AT JOB START AND ONCE WITH JL-ACAO = 'E'
      * AT JOB END (PASSING THE JOB'S RETURN CODE) -- JOBLOG REMEMBERS
      * THE START TIMESTAMP BETWEEN THE TWO CALLS AND WRITES ONE
      * JOB-RUN-LOG RECORD WHEN THE END CALL COMES IN. THE START CALL
      * RETURNS THE RUN'S NUMBER FOR THE DAY IN JL-SEQUENCIA; A 'Q'
      * CALL FROM ANY SUBPROGRAM OF THE SAME RUN RETURNS THE PROGRAM
      * ID AND THAT NUMBER WITHOUT WRITING ANYTHING.
      * 15-10-26 MRT  JL-SEQUENCIA AND THE 'Q' QUERY CALL ADDED.
      ******************************************************************
       01  JOBLOG-PARMS.
           05  JL-PROGRAM-ID           PIC X(08).
           05  JL-ACAO                 PIC X(01).
               88  JL-INICIO-JOB                  VALUE 'S'.
               88  JL-FIM-JOB                      VALUE 'E'.
               88  JL-CONSULTA-JOB                 VALUE 'Q'.
           05  JL-RETURN-CODE          PIC 9(04).
           05  JL-SEQUENCIA            PIC 9(03).
