      *                                                               *
      * A start record carries zero end-time/elapsed/condition-code  *
      * fields; a job that left an "S" with no matching "E" is a run  *
      * that never finished. A start record also carries the release  *
      * id the job came up with (see PGMREG), blank on records from   *
      * jobs that do not stamp one.                                   *
      *****************************************************************
       FD  RUN-JOURNAL-FILE
           RECORD CONTAINS 72 CHARACTERS
           05  JR-COND-CODE            PIC 9(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  JR-RUN-MODE             PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  JR-VERSION-ID           PIC X(8).
