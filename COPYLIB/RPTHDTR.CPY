           05  RH-RUN-ID               PIC X(12) VALUE SPACES.
           05  FILLER                  PIC X(2)  VALUE SPACES.
      *--------------- job-specific auxiliary identifier (the
      *--------------- masking job's key id, a distribution
      *--------------- bundle's submitter code); blank elsewhere
           05  RH-AUX-ID               PIC X(8) VALUE SPACES.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RH-REGION               PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(2)  VALUE SPACES.
      *--------------- release id of the program that wrote the
      *--------------- report, as registered in PGMREG
           05  RH-VERSION-ID           PIC X(8) VALUE SPACES.
           05  FILLER                  PIC X(6)  VALUE SPACES.
       01  RT-TRAILER-RECORD.
           05  RT-REC-TYPE             PIC X(1)  VALUE "T".
           05  FILLER                  PIC X(1)  VALUE SPACES.
