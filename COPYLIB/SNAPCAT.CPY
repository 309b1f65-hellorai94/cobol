      ******************************************************************
      * Copybook: SNAPCAT
      * Purpose: MASTER-FILE SNAPSHOT CATALOG -- ONE RECORD PER MASTER
      *          COPIED BY A MSTSNAP RUN. SC-GERACAO IS THE STAMP
      *          EVERY RECORD OF THAT GENERATION CARRIES ON THE
      *          MASTER'S SNAPSHOT FILE; SC-PROGRAMA AND SC-SEQUENCIA
      *          NAME THE JOBRNLOG RUN THAT TOOK IT. APPEND ONLY.
      *          WRITTEN BY MSTSNAP; READ BY MSTREST, WHICH RESTORES
      *          ONLY A COMPLETE ('S') GENERATION WHOSE RECORD COUNT
      *          STILL AGREES WITH THE SNAPSHOT FILE.
      * 15-10-26 MRT  FIRST VERSION -- SHARED BY MSTSNAP AND MSTREST.
      ******************************************************************
       01  SNAPSHOT-CATALOG-RECORD.
           05  SC-MESTRE               PIC X(08).
           05  SC-GERACAO.
               10  SC-DATA             PIC 9(08).
               10  SC-HORA             PIC 9(08).
           05  SC-PROGRAMA             PIC X(08).
           05  SC-SEQUENCIA            PIC 9(03).
           05  SC-QTDE-REGISTROS       PIC 9(09).
           05  SC-SITUACAO             PIC X(01).
               88  SC-GERACAO-COMPLETA         VALUE 'S'.
               88  SC-GERACAO-FALHOU           VALUE 'N'.
