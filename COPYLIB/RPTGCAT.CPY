      *****************************************************************
      * RPTGCAT - report generation catalog layout (RPTGCATL.DAT),    *
      * one record per report generation RPTGEN has rolled. A report  *
      * file's generations live in ring slots named after the file,   *
      * CARDRPT.DAT -> CARDRPT.G01, CARDRPT.G02, ...; a roll into a   *
      * slot supersedes whatever that slot held before.               *
      *                                                               *
      *   RGC-STATE "A" - the slot held this generation when the      *
      *                   record was written                          *
      *   RGC-STATE "X" - the slot was emptied (the keep count for    *
      *                   the file was lowered below this slot)       *
      *                                                               *
      * The catalog is append-only between housekeeping runs: the     *
      * LAST record for a file and slot says what the slot holds now. *
      * RGC-RUN-ID, RGC-JOB-NAME and RGC-RUN-DATE come from the       *
      * generation's RH header; a file that had none is cataloged     *
      * under the run id of the report it was rolled with, or         *
      * NO-HEADER when there was none. HOUSEKPG ages generations off. *
      *****************************************************************
      * Declared without an FD; RPTGCATL.DAT is 100 bytes and each
      * program declares its own FD ahead of this COPY.
       01  RGC-CATALOG-RECORD.
           05  RGC-FILE-NAME           PIC X(12).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RGC-GEN-NUMBER          PIC 9(4).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RGC-SLOT                PIC 9(2).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RGC-STATE               PIC X(1).
               88  RGC-ACTIVE                    VALUE "A".
               88  RGC-RETIRED                   VALUE "X".
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RGC-RUN-ID              PIC X(12).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RGC-JOB-NAME            PIC X(12).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RGC-RUN-DATE            PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RGC-ROLLED-DATE         PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RGC-ROLLED-TIME         PIC X(6).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RGC-BYTE-COUNT          PIC 9(9).
           05  FILLER                  PIC X(17) VALUE SPACES.
