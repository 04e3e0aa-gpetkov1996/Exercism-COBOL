      *****************************************************************
      * PARMHIST - parameter-card history layout (PARMHIST.DAT), the  *
      * shared archive every card-driven job appends the exact card   *
      * set it ran with to, tagged with its run id (see PARMARCH).    *
      * The job's own card file is overwritten in place; this is the  *
      * record of what it said on any given night.                    *
      *                                                               *
      *   PH-REC-TYPE "C" - one card of the set, in the order read,   *
      *                     comments and blank cards included         *
      *               "N" - the run found no card file and ran on     *
      *                     its defaults; PH-CARD is blank            *
      *                                                               *
      * A set is the run's records together - same job, same run id - *
      * and is always appended in one piece. PARMRPT compares each    *
      * set with the job's set before it.                             *
      *****************************************************************
      * Declared without an FD; PARMHIST.DAT is 128 bytes and each
      * program declares its own FD ahead of this COPY.
       01  PH-HISTORY-RECORD.
           05  PH-JOB-NAME             PIC X(12).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  PH-RUN-ID               PIC X(12).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  PH-RUN-DATE             PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  PH-RUN-TIME             PIC X(6).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  PH-REC-TYPE             PIC X(1).
               88  PH-CARD-RECORD                VALUE "C".
               88  PH-NO-CARDS                   VALUE "N".
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  PH-CARD-SEQ             PIC 9(3).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  PH-CARD                 PIC X(80).
