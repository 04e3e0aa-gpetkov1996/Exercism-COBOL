      *****************************************************************
      * RSNCODE - reject reason-code master layout (RSNCODE.DAT), one *
      * record per reason code a job may post in RJL-REASON-CODE.     *
      * LEDGRWRT refuses a reject whose code is not on file, so a new *
      * or misspelled code is caught the night it first appears;      *
      * REJTRIAG takes the description, owning team and target days   *
      * from here. RSNMANT is the only program that writes the file.  *
      *                                                               *
      *   RSN-SEVERITY     "HIGH" / "MED " / "LOW " - the ALERTWRT    *
      *                    scale, how urgent an item with this code   *
      *                    is to work                                 *
      *   RSN-RECYCLABLE   "Y" when the item can be corrected and     *
      *                    resubmitted through RECYCLE, "N" when it   *
      *                    can only be resolved or accepted           *
      *   RSN-TARGET-DAYS  days an item may stay open before it is    *
      *                    past target on the triage report           *
      *                                                               *
      * A code is never removed: rejects already on the ledger must   *
      * still resolve to a description and an owner.                  *
      *****************************************************************
      * Declared without an FD; RSNCODE.DAT is 100 bytes and each
      * program declares its own FD ahead of this COPY.
       01  RSN-REASON-RECORD.
           05  RSN-REASON-CODE         PIC X(12).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RSN-DESCRIPTION         PIC X(40).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RSN-OWNER-TEAM          PIC X(12).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RSN-SEVERITY            PIC X(4).
               88  RSN-SEVERITY-VALID  VALUE "HIGH" "MED " "LOW ".
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RSN-RECYCLABLE          PIC X(1).
               88  RSN-IS-RECYCLABLE             VALUE "Y".
               88  RSN-RECYCLE-VALID             VALUE "Y" "N".
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RSN-TARGET-DAYS         PIC 9(3).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RSN-CHANGED-DATE        PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RSN-CHANGED-BY          PIC X(8).
           05  FILLER                  PIC X(5)  VALUE SPACES.
