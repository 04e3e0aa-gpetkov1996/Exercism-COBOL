      *****************************************************************
      * CARDVALT - card-number token vault layout. CARDVALT.DAT is    *
      * the one file left that holds cleaned card digits; every       *
      * other card file (CARDMAST, CARDDLTA, CARDREJ, the reject      *
      * ledger and the acquirer submission extracts) carries the      *
      * surrogate token the vault assigns instead.                    *
      *                                                               *
      *   primary key   - cleaned digits plus digit count, the same   *
      *                   pair the card master used to be keyed on,   *
      *                   so a short number cannot alias a longer one *
      *   alternate key - the token, "TK" and a 14-digit sequence     *
      *                   number; once assigned it never changes, so  *
      *                   a card keeps one token for its whole life   *
      *                                                               *
      * One control record, keyed "*CONTROL*", carries the last token *
      * sequence issued. Only CARDTOKN (digits to token) and DETOKEN  *
      * (token to digits, for the acquirer hand-off) open the vault.  *
      *****************************************************************
       FD  CARD-VAULT-FILE
           RECORD CONTAINS 96 CHARACTERS.
       01  TV-VAULT-RECORD.
           05  TV-CARD-KEY.
               10  TV-CARD-DIGITS     PIC X(32).
               10  TV-DIGIT-COUNT     PIC 9(2).
           05  TV-TOKEN               PIC X(16).
           05  TV-CREATED             PIC X(8).
           05  TV-CREATED-RUN-ID      PIC X(12).
           05  TV-LAST-SEQ            PIC 9(14).
           05  FILLER                 PIC X(12).
