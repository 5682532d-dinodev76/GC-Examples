      *========================= NAMADDFX.cpy =========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Record layout of the feed exceptions log
      *              Data\NAMEADDR.FeedExceptions.dat - one line
      *              appended by FEEDCNV for every numeric field of an
      *              inbound feed record failing validation:
      *
      *                  FX-RECORD-NUMBER - the record's number in
      *                      the feed;
      *                  FX-FIELD-NAME / FX-POSITION / FX-LENGTH /
      *                      FX-USAGE - the field, as the feed's
      *                      layout file describes it;
      *                  FX-REASON - INVALID PACKED DIGIT, INVALID
      *                      PACKED SIGN, INVALID ZONED DIGIT, INVALID
      *                      ZONED SIGN or RECORD TOO SHORT;
      *                  FX-HEX - the field's bytes as received, in
      *                      hex (the first 16 bytes).
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  1.0      First release
      *================================================================*

      *01  NAMADDFX-REC.
           05  FX-TIMESTAMP        PIC X(14).
           05  FILLER              PIC X(01).
           05  FX-RUN-ID           PIC 9(08).
           05  FILLER              PIC X(01).
           05  FX-CALLER           PIC X(09).
           05  FILLER              PIC X(01).
           05  FX-RECORD-NUMBER    PIC 9(09).
           05  FILLER              PIC X(01).
           05  FX-FIELD-NAME       PIC X(30).
           05  FILLER              PIC X(01).
           05  FX-POSITION         PIC 9(05).
           05  FILLER              PIC X(01).
           05  FX-LENGTH           PIC 9(05).
           05  FILLER              PIC X(01).
           05  FX-USAGE            PIC X(01).
           05  FILLER              PIC X(01).
           05  FX-REASON           PIC X(20).
           05  FILLER              PIC X(01).
           05  FX-HEX              PIC X(32).
