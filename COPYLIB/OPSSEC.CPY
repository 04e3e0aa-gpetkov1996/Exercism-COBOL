      *****************************************************************
      * OPSSEC - operator security file layout (OPSSEC.DAT), one      *
      * record per operator allowed to run the maintenance programs.  *
      * SIGNON reads it to check a sign-on and a function's minimum   *
      * role; SECMANT is the only program that writes it.             *
      *                                                               *
      * SC-PASS-HASH is PASSHASH's digest of the password salted      *
      * with the user id - the password itself is never stored.       *
      * SC-ROLE is one of, lowest to highest:                         *
      *   VIEW      - inquiries and listings only                     *
      *   OPERATOR  - VIEW plus day-to-day updates (dispositions,     *
      *               ticket close-out)                               *
      *   CUSTODIAN - OPERATOR plus exports, status changes and       *
      *               ledger re-seals                                 *
      *   ADMIN     - everything, including purges, rebuilds and      *
      *               restores, and operator maintenance              *
      * A DISABLED operator (SC-STATE "D") is kept on file so the     *
      * audit trail still resolves, but can no longer sign on.        *
      *****************************************************************
      * Declared without an FD; OPSSEC.DAT is 80 bytes and each
      * program declares its own FD ahead of this COPY.
       01  SC-OPERATOR-RECORD.
           05  SC-USER-ID              PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  SC-PASS-HASH            PIC X(16).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  SC-ROLE                 PIC X(9).
               88  SC-ROLE-VALID       VALUE "VIEW" "OPERATOR"
                                             "CUSTODIAN" "ADMIN".
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  SC-STATE                PIC X(1).
               88  SC-ENABLED                    VALUE "A".
               88  SC-DISABLED                   VALUE "D".
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  SC-CHANGED-DATE         PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  SC-CHANGED-BY           PIC X(8).
           05  FILLER                  PIC X(25) VALUE SPACES.
