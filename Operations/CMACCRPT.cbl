      * Summarizes access by program - opens, records read, records   *
      * written, the open modes seen - and flags any program that is  *
      * not on the known-program list. This is the evidence behind    *
      * the auditors' "who can see card numbers" question. The card   *
      * token vault is logged here too: CARDTOKN for every open that  *
      * turns digits into tokens, DETOKEN for every acquirer hand-off *
      * that turns them back, ACQRECON for the acquirer outcomes it   *
      * posts back to the card master, CARDERAS for erasures.         *
      *                                                               *
      * Calling interface:                                            *
      *   arg 1 - start date (YYYYMMDD); omitted means everything     *
       01  WS-UNKNOWN-COUNT       PIC 9(4)  VALUE 0.

      *--------------- the programs ALLOWED to touch the card
      *--------------- master or the token vault; anything else on
      *--------------- the log is a finding
       01  WS-KNOWN-PROGRAMS.
           05  FILLER             PIC X(12) VALUE "LUHN".
           05  FILLER             PIC X(12) VALUE "CARDMANT".
           05  FILLER             PIC X(12) VALUE "REPEATRJ".
           05  FILLER             PIC X(12) VALUE "GENBKUP".
           05  FILLER             PIC X(12) VALUE "GENREST".
           05  FILLER             PIC X(12) VALUE "CARDTOKN".
           05  FILLER             PIC X(12) VALUE "DETOKEN".
           05  FILLER             PIC X(12) VALUE "ACQRECON".
           05  FILLER             PIC X(12) VALUE "CARDERAS".
       01  WS-KNOWN-TABLE REDEFINES WS-KNOWN-PROGRAMS.
           05  WS-KNOWN-PROGRAM   PIC X(12) OCCURS 9 TIMES.
       01  WS-KNOWN-IX            PIC 9(2).
       01  WS-KNOWN-SW            PIC X     VALUE 'N'.
           88  PROGRAM-IS-KNOWN             VALUE 'Y'.

       0025-CHECK-KNOWN-PROGRAM.
           MOVE 'N' TO WS-KNOWN-SW.
           PERFORM VARYING WS-KNOWN-IX FROM 1 BY 1
              UNTIL WS-KNOWN-IX > 9 OR PROGRAM-IS-KNOWN
              IF WS-KNOWN-PROGRAM(WS-KNOWN-IX) = ACC-PROGRAM
                 MOVE 'Y' TO WS-KNOWN-SW
              END-IF
