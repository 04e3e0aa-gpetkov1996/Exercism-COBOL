      *****************************************************************
      * PGMREG - program release registry layout (PGMREG.DAT). One    *
      * record per release event, appended by VERSMANT and never      *
      * rewritten, so the file is the release history as well as the  *
      * current state:                                                *
      *                                                               *
      *   PR-STATE "I" - the version was installed on PR-EFFECTIVE    *
      *            "B" - the version was backed out on PR-EFFECTIVE   *
      *                                                               *
      * A version's standing on a given date is that of its latest    *
      * record effective on or before the date. The program's current *
      * release on a date is the standing installed version with the  *
      * latest effective date. PR-JOB-NAME is the name the program    *
      * journals under (LUHN for LUHNALG, COLLATZ for COLCONJ), which *
      * is how VERSRPT pairs journal records with the registry.       *
      *****************************************************************
      * Declared without an FD; PGMREG.DAT is 90 bytes and each
      * program declares its own FD ahead of this COPY.
       01  PR-RELEASE-RECORD.
           05  PR-PROGRAM              PIC X(16).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  PR-JOB-NAME             PIC X(12).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  PR-VERSION              PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  PR-STATE                PIC X(1).
               88  PR-INSTALLED                  VALUE "I".
               88  PR-BACKED-OUT                 VALUE "B".
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  PR-EFFECTIVE            PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  PR-CHANGE-REF           PIC X(16).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  PR-RECORDED-DATE        PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  PR-RECORDED-BY          PIC X(8).
           05  FILLER                  PIC X(6)  VALUE SPACES.
