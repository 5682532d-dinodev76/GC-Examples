      *========================= NAMADDFL.cpy =========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Record layout of a feed layout file, read by
      *              FEEDCNV - one line per field of an inbound
      *              mainframe feed, in position order, fields not
      *              overlapping. Lines starting '*' are comments.
      *
      *                  FL-FIELD-NAME - as it appears in the
      *                      exceptions log;
      *                  FL-POSITION - 1-based position of the field
      *                      in the record as the mainframe wrote it;
      *                  FL-LENGTH - bytes the field occupies there;
      *                  FL-USAGE - D display (translated), P packed
      *                      decimal (COMP-3), B big-endian signed
      *                      binary of 2, 4 or 8 bytes (COMP), Z
      *                      signed zoned decimal (sign in the zone
      *                      of the last byte);
      *                  FL-SCALE - decimal places, used when the
      *                      field is unpacked (spaces = none);
      *                  FL-ACTION - numeric fields only: P passes
      *                      the bytes through untouched (the default
      *                      when spaces), U unpacks them to a sign,
      *                      the digits and, with a scale, a point.
      *
      *              Bytes no line describes are display text and
      *              are translated.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  1.0      First release
      *================================================================*

      *01  NAMADDFL-REC.
           05  FL-FIELD-NAME       PIC X(30).
           05  FILLER              PIC X(01).
           05  FL-POSITION         PIC 9(05).
           05  FILLER              PIC X(01).
           05  FL-LENGTH           PIC 9(05).
           05  FILLER              PIC X(01).
           05  FL-USAGE            PIC X(01).
               88  FL-USAGE-DISPLAY                VALUE 'D'.
               88  FL-USAGE-PACKED                 VALUE 'P'.
               88  FL-USAGE-BINARY                 VALUE 'B'.
               88  FL-USAGE-ZONED                  VALUE 'Z'.
               88  FL-USAGE-VALID                  VALUE 'D' 'P'
                                                         'B' 'Z'.
           05  FILLER              PIC X(01).
           05  FL-SCALE            PIC X(02).
           05  FILLER REDEFINES FL-SCALE.
               10  FL-SCALE-NUM    PIC 9(02).
           05  FILLER              PIC X(01).
           05  FL-ACTION           PIC X(01).
               88  FL-ACTION-PASS                  VALUE 'P' SPACE.
               88  FL-ACTION-UNPACK                VALUE 'U'.
