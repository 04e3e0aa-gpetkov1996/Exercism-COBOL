       IDENTIFICATION DIVISION.
       PROGRAM-ID. PASSHASH.
      *****************************************************************
      * PASSHASH - one-way digest of an operator password for the     *
      * operator security file OPSSEC.DAT. SIGNON uses it to check a  *
      * sign-on and SECMANT to store a new password, so the two can   *
      * never disagree on how a password is reduced:                  *
      *                                                               *
      *   CALL "PASSHASH" USING PH-USER PH-PASSWORD PH-HASH           *
      *                                                               *
      * PH-HASH comes back as 16 digits. The user id salts the        *
      * digest, so two operators with the same password do not carry  *
      * the same hash. Like the ledger seal this keeps the secret off *
      * the file rather than pretending to be cryptography; the file  *
      * itself is still to be kept readable by operations only.       *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-HASH-INPUT.
           05  WS-HI-USER             PIC X(8).
           05  WS-HI-PASSWORD         PIC X(16).
           05  WS-HI-USER-AGAIN       PIC X(8).
       01  WS-HASH-IX             PIC 9(3).
       01  WS-HASH-ROUND          PIC 9(2).
       01  WS-HASH-BYTE           PIC 9(3)  VALUE 0.
       01  WS-HASH-LEFT           PIC 9(12) VALUE 0.
       01  WS-HASH-RIGHT          PIC 9(12) VALUE 0.
       01  WS-HASH-OUT.
           05  WS-HO-LEFT             PIC 9(8).
           05  WS-HO-RIGHT            PIC 9(8).
       LINKAGE SECTION.
       01  PH-USER                PIC X(8).
       01  PH-PASSWORD            PIC X(16).
       01  PH-HASH                PIC X(16).
       PROCEDURE DIVISION USING PH-USER PH-PASSWORD PH-HASH.
       PASSHASH.
      *--------------- two running remainders over the salted input,
      *--------------- several rounds so a one-character change
      *--------------- spreads through both halves
           MOVE PH-USER     TO WS-HI-USER.
           MOVE PH-PASSWORD TO WS-HI-PASSWORD.
           MOVE PH-USER     TO WS-HI-USER-AGAIN.
           MOVE 7 TO WS-HASH-LEFT.
           MOVE 11 TO WS-HASH-RIGHT.
           PERFORM VARYING WS-HASH-ROUND FROM 1 BY 1
              UNTIL WS-HASH-ROUND > 5
              PERFORM VARYING WS-HASH-IX FROM 1 BY 1
                 UNTIL WS-HASH-IX > 32
                 COMPUTE WS-HASH-BYTE =
                    FUNCTION ORD(WS-HASH-INPUT(WS-HASH-IX:1))
                 COMPUTE WS-HASH-LEFT = FUNCTION MOD(
                    (WS-HASH-LEFT * 257) + WS-HASH-BYTE
                       + WS-HASH-ROUND, 99999989)
                 COMPUTE WS-HASH-RIGHT = FUNCTION MOD(
                    (WS-HASH-RIGHT * 263) + (WS-HASH-BYTE * WS-HASH-IX)
                       + WS-HASH-LEFT, 99999971)
              END-PERFORM
           END-PERFORM.
           MOVE WS-HASH-LEFT  TO WS-HO-LEFT.
           MOVE WS-HASH-RIGHT TO WS-HO-RIGHT.
           MOVE WS-HASH-OUT   TO PH-HASH.
           GOBACK.
