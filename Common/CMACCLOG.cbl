      * LEDGRWRT mold. CARDMAST.DAT holds cleaned card digit          *
      * strings, and compliance wants evidence of who touched it -    *
      * every program that opens the card master appends one access   *
      * record here when it closes it, and the card token vault       *
      * (CARDVALT.DAT, the one file still holding the digits) is      *
      * logged the same way by CARDTOKN and DETOKEN:                  *
      *                                                               *
      *   CALL "CMACCLOG" USING CA-PROGRAM CA-RUN-ID CA-OPEN-MODE     *
      *                         CA-READS CA-WRITES CA-STATUS          *
