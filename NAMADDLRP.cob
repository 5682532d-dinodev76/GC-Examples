      *========================== NAMADDLRP ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Exact reprint of a letter already sent. When a
      *              taxpayer disputes a notice the shop has to show
      *              what they actually received, and both the
      *              template store and the record have usually moved
      *              on since. Given the scanline reference printed
      *              on the letter (CH-REF-ID, argument 1), this
      *              program rebuilds the piece byte for byte:
      *
      *                  the correspondence-history line names the
      *                  TAXID, send date, channel, template version,
      *                  language set, routing and barcode serial;
      *
      *                  the template text is that version as kept
      *                  in Data\NAMEADDR.TemplateVer.dat (layout
      *                  NAMADDTV.cpy) by NAMADDLTR;
      *
      *                  the NAMEADDR record is reconstructed as it
      *                  stood when the letter run read it, by
      *                  replaying the audit images the way NAMADDASF
      *                  does - every image dated before the send
      *                  date, and those of the send date itself
      *                  written by the letter run or an earlier one;
      *
      *                  a representative, account or temporary-
      *                  address routing is looked up through
      *                  NAMREP, ACCTREG and TMPADDR as of the send
      *                  date, and the
      *                  barcode is re-encoded by IMBENC from the
      *                  serial the piece carried.
      *
      *              The piece is written, scanline to separator, to
      *              Data\NAMEADDR.Reprint.dat exactly as it went to
      *              Data\NAMEADDR.Letters.dat - or, for an emailed
      *              letter, to Data\NAMEADDR.Letters.Email.dat.
      *
      *              Return code 8 when the letter cannot be rebuilt
      *              at all - reference not found, not a letter, sent
      *              before template versioning, built from a change
      *              notice (the notice values were never kept), or
      *              no audit image of the record by the send date.
      *              Return code 4 when it was rebuilt but a routing
      *              or barcode could not be recovered, which the
      *              console names.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      * 2026-09-14  0.2      Letters sent about a tax account: the
      *                      registration is looked up through
      *                      ACCTREG as of the send date for the
      *                      &ACCTNO; token and, when the piece was
      *                      routed to the account's own address,
      *                      for that address
      * 2026-09-14  0.3      The record's audit images are read
      *                      through the audit index (AUDIDX),
      *                      rolled-over archives included; the
      *                      audit file is scanned as before when
      *                      no index is on disk
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 NAMADDLRP.

       ENVIRONMENT DIVISION.
      *=====================

       CONFIGURATION SECTION.
      *----------------------

       SOURCE-COMPUTER.
           IBM-Z15.
      *    IBM-Z15 DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
      *---------------------

       FILE-CONTROL.
           SELECT NAMADDCH         ASSIGN "Data\NAMEADDR.CorrHist.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-CH-FILE-STATUS.

           SELECT NAMADDTV         ASSIGN
                                   "Data\NAMEADDR.TemplateVer.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-TV-FILE-STATUS.

           SELECT NAMADDAU         ASSIGN "Data\NAMEADDR.Audit.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-AU-FILE-STATUS.

           SELECT NAMADDLR         ASSIGN "Data\NAMEADDR.Reprint.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-LR-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  NAMADDCH.

       01  NAMADDCH-REC.           COPY NAMADDCH.

       FD  NAMADDTV.

       01  NAMADDTV-REC.           COPY NAMADDTV.

       FD  NAMADDAU.

       01  NAMADDAU-REC.           COPY NAMADDAU.

       FD  NAMADDLR.

       01  NAMADDLR-REC            PIC X(100).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-RETURN-CODE           PIC S9(04) COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ,ZZ9.
       01  W-LINES-WRITTEN         PIC 9(09)  COMP VALUE 0.
       01  W-IMAGES-APPLIED        PIC 9(09)  COMP VALUE 0.

       01  W-REF-ARG               PIC X(16).

      **** The correspondence-history line of the piece.

       01  W-PIECE.                COPY NAMADDCH.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-PIECE-FOUND                       VALUE 'Y'.

      **** The template version, parsed into language sets the way
      **** NAMADDLTR parses the store.

       01  W-TV-EFF-DATE           PIC X(08)       VALUE SPACES.
       01  W-TV-STORE-PATH         PIC X(60)       VALUE SPACES.
       01  W-TV-LINES-READ         PIC 9(03)  COMP VALUE 0.

       01  W-TPL-COUNT             PIC 9(03)  COMP VALUE 0.
       01  W-TPL-MAX               PIC 9(03)  COMP VALUE 500.

       01  W-TPL-TABLE.
           05  W-TPL-LINE          PIC X(80)
                                   OCCURS 500 TIMES
                                   INDEXED W-TPL-IX.

       01  W-TPL-SUB               PIC 9(03)  COMP.
       01  W-TPL-END               PIC 9(03)  COMP.

       01  W-LNG-COUNT             PIC 9(02)  COMP VALUE 0.
       01  W-LNG-MAX               PIC 9(02)  COMP VALUE 10.

       01  W-LNG-TABLE.
           05  W-LNG-ENTRY                         OCCURS 10
                                                   INDEXED W-LNG-IX.
               10  W-LNG-CODE      PIC X(03).
               10  W-LNG-START     PIC 9(03)  COMP.
               10  W-LNG-LINES     PIC 9(03)  COMP.
               10  W-LNG-IMB-SW    PIC X(01).
                   88  W-LNG-HAS-IMB-TOKEN         VALUE 'Y'.

       01  W-SEL-SET               PIC 9(02)  COMP VALUE 1.

       01  W-LNG-FOUND-SW          PIC X(01).
           88  W-LNG-FOUND                         VALUE 'Y'.
           88  W-LNG-NOT-FOUND                     VALUE 'N'.

       01  W-IMB-TALLY             PIC 9(04)  COMP.

      **** The record as of the send date, replayed from the audit
      **** images.

       01  W-ASOF-REC.             COPY NAMEADDR.

       01  W-ASOF-STATE-SW         PIC X(01)       VALUE 'N'.
           88  W-ASOF-ON-FILE                      VALUE 'Y'.
           88  W-ASOF-NOT-ON-FILE                  VALUE 'N'.

       01  W-ASOF-LAST-TS          PIC X(21)       VALUE SPACES.
       01  W-IMAGE-TAXID           PIC X(12).

      **** Field values for the piece, already reduced to the
      **** effective address - as NAMADDLTR builds them.

       01  W-VAL-FULLNAME          PIC X(80).
       01  W-VAL-STREET            PIC X(35).
       01  W-VAL-CITY              PIC X(25).
       01  W-VAL-STATE             PIC X(10).
       01  W-VAL-ZIP               PIC X(10).
       01  W-VAL-CITYSTZIP         PIC X(50).
       01  W-VAL-EMAIL             PIC X(50).

       01  W-IN-POS                PIC 9(04)  COMP.
       01  W-OUT-PTR               PIC 9(04)  COMP.
       01  W-TOKEN                 PIC X(12).
       01  W-TOKEN-LEN             PIC 9(04)  COMP.
       01  W-OUT-LINE              PIC X(100).

       01  W-SCAN-LINE.
           05  FILLER              PIC X(06)       VALUE '*SCAN '.
           05  W-SCAN-REF-ID       PIC X(16).
           05  FILLER              PIC X(01)       VALUE '*'.

       01  W-SEPARATOR-LINE        PIC X(60)       VALUE ALL '-'.

       01  W-IMB-SW                PIC X(01)       VALUE 'N'.
           88  W-PIECE-BARCODED                    VALUE 'Y'.
           88  W-PIECE-NOT-BARCODED                VALUE 'N'.

       01  W-RP-CONTROL.
           COPY NAMREPL.

       01  W-TA-CONTROL.
           COPY TMPADDRL.

       01  W-AR-CONTROL.
           COPY ACCTREGL.

       01  W-IM-CONTROL.
           COPY IMBENCL.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-CH-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-TV-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-AU-EOF                            VALUE 'Y'.

       01  W-AU-SOURCE-SW          PIC X(01)       VALUE 'F'.
           88  W-AU-FROM-INDEX                     VALUE 'I'.
           88  W-AU-FROM-FILE                      VALUE 'F'.

       01  W-AI-CONTROL.
           COPY AUDIDXL.

       01  W-CH-FILE-STATUS        PIC X(02).
           88  W-CH-FILE-STATUS-GOOD               VALUE '00'.

       01  W-TV-FILE-STATUS        PIC X(02).
           88  W-TV-FILE-STATUS-GOOD               VALUE '00'.

       01  W-AU-FILE-STATUS        PIC X(02).
           88  W-AU-FILE-STATUS-GOOD               VALUE '00'.

       01  W-LR-FILE-STATUS        PIC X(02).
           88  W-LR-FILE-STATUS-GOOD               VALUE '00'.

       01  W-ERROR-MSG             PIC X(22)       VALUE
           '**** NAMADDLRP error: '.

       01  W-WARNING-MSG           PIC X(24)       VALUE
           '**** NAMADDLRP warning: '.

       01  W-FS-CONTROL.
           COPY FILESTATL.

       01  W-COMPILED-DATE.
           05  W-COMPILED-DATE-YYYY
                                   PIC X(04).
           05  W-COMPILED-DATE-MM  PIC X(02).
           05  W-COMPILED-DATE-DD  PIC X(02).
           05  W-COMPILED-TIME-HH  PIC X(02).
           05  W-COMPILED-TIME-MM  PIC X(02).
           05  W-COMPILED-TIME-SS  PIC X(02).
           05  FILLER              PIC X(07).
      /
       PROCEDURE DIVISION.
      *===================

       MAIN.
      *-----

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO MAIN-EXIT
           END-IF

           PERFORM SUB-1100-FIND-PIECE THRU SUB-1100-EXIT

           IF      W-RETURN-CODE = 0
               PERFORM SUB-1200-LOAD-TEMPLATE-VER THRU SUB-1200-EXIT
           END-IF

           IF      W-RETURN-CODE = 0
               PERFORM SUB-1300-RECONSTRUCT-RECORD THRU SUB-1300-EXIT
           END-IF

           IF      W-RETURN-CODE = 0
               PERFORM SUB-2000-REBUILD-PIECE THRU SUB-2000-EXIT
           END-IF

           PERFORM SUB-3000-SHUT-DOWN THRU SUB-3000-EXIT
           .
       MAIN-EXIT.
           MOVE W-RETURN-CODE      TO RETURN-CODE
           STOP RUN.
      /
       SUB-1000-START-UP.
      *------------------

           MOVE FUNCTION WHEN-COMPILED
                                   TO W-COMPILED-DATE

           DISPLAY 'NAMADDLRP compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           DISPLAY 1               UPON ARGUMENT-NUMBER

           ACCEPT W-REF-ARG        FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES     TO W-REF-ARG
           END-ACCEPT

           IF      W-REF-ARG = SPACES
               DISPLAY W-ERROR-MSG
                       'Argument 1 must be the letter''s scanline '
                       'reference'
               MOVE 8              TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           DISPLAY 'Reprinting reference: '
                   W-REF-ARG

           OPEN OUTPUT NAMADDLR

           IF      NOT W-LR-FILE-STATUS-GOOD
               MOVE W-LR-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-LR-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDLR'
               MOVE 10             TO W-RETURN-CODE
           END-IF
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-FIND-PIECE.
      *--------------------

           OPEN INPUT NAMADDCH

           IF      NOT W-CH-FILE-STATUS-GOOD
               MOVE W-CH-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-CH-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDCH'
               MOVE 11             TO W-RETURN-CODE
               GO TO SUB-1100-EXIT
           END-IF

           PERFORM UNTIL W-CH-EOF
                   OR    W-PIECE-FOUND
               READ NAMADDCH
                   AT END
                       SET  W-CH-EOF
                                   TO TRUE
               END-READ

               IF      NOT W-CH-EOF
                   AND CH-REF-ID IN NAMADDCH-REC = W-REF-ARG
                   AND NOT CH-CHANNEL-PRESORT IN NAMADDCH-REC
                   MOVE NAMADDCH-REC
                                   TO W-PIECE
                   SET  W-PIECE-FOUND
                                   TO TRUE
               END-IF
           END-PERFORM

           CLOSE NAMADDCH

           IF      NOT W-PIECE-FOUND
               DISPLAY W-ERROR-MSG
                       'No letter with reference '
                       W-REF-ARG
                       ' in the correspondence history'
               MOVE 8              TO W-RETURN-CODE
               GO TO SUB-1100-EXIT
           END-IF

           DISPLAY 'TAXID:                '
                   CH-TAXID IN W-PIECE
           DISPLAY 'Sent:                 '
                   CH-DATE IN W-PIECE
                   ' run '
                   CH-RUN-ID IN W-PIECE
                   ' channel '
                   CH-CHANNEL IN W-PIECE
           DISPLAY 'Campaign:             '
                   CH-TEMPLATE IN W-PIECE

           IF      CH-FROM-NOTICE IN W-PIECE
               DISPLAY W-ERROR-MSG
                       'Built from a change notice - the notice '
                       'values were not kept, so it cannot be '
                       'reprinted exactly'
               MOVE 8              TO W-RETURN-CODE
               GO TO SUB-1100-EXIT
           END-IF

           IF      CH-TEMPLATE-VER IN W-PIECE NOT NUMERIC
               OR  CH-TEMPLATE-VER IN W-PIECE = 0
               DISPLAY W-ERROR-MSG
                       'Sent before template versioning - no '
                       'template version recorded'
               MOVE 8              TO W-RETURN-CODE
           END-IF
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1200-LOAD-TEMPLATE-VER.
      *---------------------------

           OPEN INPUT NAMADDTV

           IF      NOT W-TV-FILE-STATUS-GOOD
               MOVE W-TV-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-TV-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDTV'
               MOVE 12             TO W-RETURN-CODE
               GO TO SUB-1200-EXIT
           END-IF

           MOVE 1                  TO W-LNG-COUNT
           MOVE SPACES             TO W-LNG-CODE(1)
           MOVE 1                  TO W-LNG-START(1)
           MOVE 0                  TO W-LNG-LINES(1)
           MOVE 'N'                TO W-LNG-IMB-SW(1)

           PERFORM SUB-1250-LOAD-ONE-LINE THRU SUB-1250-EXIT
               UNTIL W-TV-EOF
               OR    W-RETURN-CODE NOT = 0

           CLOSE NAMADDTV

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-1200-EXIT
           END-IF

           IF      W-TV-EFF-DATE = SPACES
               DISPLAY W-ERROR-MSG
                       'Template version '
                       CH-TEMPLATE-VER IN W-PIECE
                       ' is not in the archive'
               MOVE 8              TO W-RETURN-CODE
               GO TO SUB-1200-EXIT
           END-IF

           DISPLAY 'Template version:     '
                   CH-TEMPLATE-VER IN W-PIECE
                   ' effective '
                   W-TV-EFF-DATE
           DISPLAY 'Template store:       '
                   FUNCTION TRIM(W-TV-STORE-PATH)

           IF      W-LNG-LINES(1) = 0
               DISPLAY W-ERROR-MSG
                       'Default template set is empty'
               MOVE 6              TO W-RETURN-CODE
               GO TO SUB-1200-EXIT
           END-IF

      **** The set the letter was built from, by the language code
      **** recorded with it; blank is the default set.

           MOVE 1                  TO W-SEL-SET

           IF      CH-LANG-SET IN W-PIECE = SPACES
               GO TO SUB-1200-EXIT
           END-IF

           SET  W-LNG-NOT-FOUND    TO TRUE
           SET  W-LNG-IX           TO 1

           PERFORM UNTIL W-LNG-IX > W-LNG-COUNT
                   OR    W-LNG-FOUND
               IF      W-LNG-CODE(W-LNG-IX) = CH-LANG-SET IN W-PIECE
                   SET  W-LNG-FOUND
                                   TO TRUE
                   SET  W-SEL-SET  TO W-LNG-IX
               ELSE
                   SET  W-LNG-IX   UP BY 1
               END-IF
           END-PERFORM

           DISPLAY 'Language set:         '
                   CH-LANG-SET IN W-PIECE
           .
       SUB-1200-EXIT.
           EXIT.
      /
       SUB-1250-LOAD-ONE-LINE.
      *-----------------------

           READ NAMADDTV
               AT END
                   SET  W-TV-EOF   TO TRUE
                   GO TO SUB-1250-EXIT
           END-READ

           IF      TV-VERSION NOT NUMERIC
               OR  TV-VERSION NOT = CH-TEMPLATE-VER IN W-PIECE
               GO TO SUB-1250-EXIT
           END-IF

           IF      TV-HEADER
               MOVE TV-EFF-DATE    TO W-TV-EFF-DATE
               MOVE TV-STORE-PATH  TO W-TV-STORE-PATH
               GO TO SUB-1250-EXIT
           END-IF

           ADD  1                  TO W-TV-LINES-READ

           IF      TV-LINE-TEXT(1 : 6) = '.LANG '
               IF      W-LNG-COUNT >= W-LNG-MAX
                   DISPLAY W-ERROR-MSG
                           'More than '
                           W-LNG-MAX
                           ' language sets in the template version'
                   MOVE 7          TO W-RETURN-CODE
                   GO TO SUB-1250-EXIT
               END-IF

               ADD  1              TO W-LNG-COUNT
               MOVE FUNCTION UPPER-CASE(TV-LINE-TEXT(7 : 3))
                                   TO W-LNG-CODE(W-LNG-COUNT)
               COMPUTE W-LNG-START(W-LNG-COUNT)
                                   = W-TPL-COUNT + 1
               MOVE 0              TO W-LNG-LINES(W-LNG-COUNT)
               MOVE 'N'            TO W-LNG-IMB-SW(W-LNG-COUNT)
               GO TO SUB-1250-EXIT
           END-IF

           IF      TV-LINE-TEXT(1 : 9) = '.RESPOND '
               GO TO SUB-1250-EXIT
           END-IF

           IF      W-TPL-COUNT >= W-TPL-MAX
               DISPLAY W-ERROR-MSG
                       'Template version exceeds '
                       W-TPL-MAX
                       ' lines'
               MOVE 7              TO W-RETURN-CODE
               GO TO SUB-1250-EXIT
           END-IF

           ADD  1                  TO W-TPL-COUNT
           SET  W-TPL-IX           TO W-TPL-COUNT
           MOVE TV-LINE-TEXT       TO W-TPL-LINE(W-TPL-IX)
           ADD  1                  TO W-LNG-LINES(W-LNG-COUNT)

           MOVE 0                  TO W-IMB-TALLY
           INSPECT TV-LINE-TEXT TALLYING W-IMB-TALLY
               FOR ALL '&IMB;'

           IF      W-IMB-TALLY > 0
               SET  W-LNG-HAS-IMB-TOKEN(W-LNG-COUNT)
                                   TO TRUE
           END-IF
           .
       SUB-1250-EXIT.
           EXIT.
      /
       SUB-1300-RECONSTRUCT-RECORD.
      *----------------------------

      **** The letter run read the record after every image of
      **** earlier days, and after the send date's images written
      **** by its own run or an earlier one - run IDs only ever
      **** increase, so a later run's change is left out.

      **** The audit index lines up just this TAXID's images; with
      **** no index on disk the audit file is scanned from the top.

           SET  AI-FUNC-TRACE      TO TRUE
           MOVE CH-TAXID IN W-PIECE
                                   TO AI-TAXID

           CALL 'AUDIDX' USING W-AI-CONTROL

           IF      AI-RESPONSE-GOOD
               SET  W-AU-FROM-INDEX
                                   TO TRUE
               SET  AI-FUNC-NEXT   TO TRUE
           ELSE
               OPEN INPUT NAMADDAU
           END-IF

           IF      W-AU-FROM-FILE
               AND NOT W-AU-FILE-STATUS-GOOD
               MOVE W-AU-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-AU-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDAU'
               MOVE 13             TO W-RETURN-CODE
               GO TO SUB-1300-EXIT
           END-IF

           PERFORM SUB-1350-APPLY-ONE-IMAGE THRU SUB-1350-EXIT
               UNTIL W-AU-EOF

           IF      W-AU-FROM-INDEX
               SET  AI-FUNC-CLOSE  TO TRUE
               CALL 'AUDIDX' USING W-AI-CONTROL
           ELSE
               CLOSE NAMADDAU
           END-IF

           IF      W-RETURN-CODE = 13
               GO TO SUB-1300-EXIT
           END-IF

           IF      W-ASOF-NOT-ON-FILE
               DISPLAY W-ERROR-MSG
                       'No audit image puts TAXID '
                       CH-TAXID IN W-PIECE
                       ' on file by '
                       CH-DATE IN W-PIECE
                       ' - the record cannot be reconstructed'
               MOVE 8              TO W-RETURN-CODE
               GO TO SUB-1300-EXIT
           END-IF

           MOVE W-IMAGES-APPLIED   TO W-DISP-NUM
           DISPLAY 'Audit images applied: '
                   W-DISP-NUM
                   ' (last '
                   W-ASOF-LAST-TS
                   ')'
           .
       SUB-1300-EXIT.
           EXIT.
      /
       SUB-1350-APPLY-ONE-IMAGE.
      *-------------------------

           IF      W-AU-FROM-INDEX
               CALL 'AUDIDX' USING W-AI-CONTROL

               IF      AI-RESPONSE-END
                   SET  W-AU-EOF   TO TRUE
                   GO TO SUB-1350-EXIT
               END-IF

               IF      NOT AI-RESPONSE-GOOD
                   DISPLAY W-ERROR-MSG
                           'Audit index unreadable part way through'
                           ' TAXID '
                           CH-TAXID IN W-PIECE
                   MOVE 13         TO W-RETURN-CODE
                   SET  W-AU-EOF   TO TRUE
                   GO TO SUB-1350-EXIT
               END-IF

               MOVE AI-AUDIT-REC   TO NAMADDAU-REC
           ELSE
               READ NAMADDAU
                   AT END
                       SET  W-AU-EOF
                                   TO TRUE
                       GO TO SUB-1350-EXIT
               END-READ
           END-IF

           IF      AU-TRANS-DELETE
               MOVE NA-TAXID IN AU-OLD-IMAGE
                                   TO W-IMAGE-TAXID
           ELSE
               MOVE NA-TAXID IN AU-NEW-IMAGE
                                   TO W-IMAGE-TAXID
           END-IF

           IF      W-IMAGE-TAXID NOT = CH-TAXID IN W-PIECE
               GO TO SUB-1350-EXIT
           END-IF

           IF      AU-TIMESTAMP(1 : 8) > CH-DATE IN W-PIECE
               GO TO SUB-1350-EXIT
           END-IF

           IF      AU-TIMESTAMP(1 : 8) = CH-DATE IN W-PIECE
               AND AU-RUN-ID NUMERIC
               AND AU-RUN-ID > CH-RUN-ID IN W-PIECE
               GO TO SUB-1350-EXIT
           END-IF

           IF      AU-TRANS-DELETE
               SET  W-ASOF-NOT-ON-FILE
                                   TO TRUE
               MOVE SPACES         TO W-ASOF-REC
           ELSE
               SET  W-ASOF-ON-FILE TO TRUE
               MOVE AU-NEW-IMAGE   TO W-ASOF-REC
           END-IF

           MOVE AU-TIMESTAMP       TO W-ASOF-LAST-TS
           ADD  1                  TO W-IMAGES-APPLIED
           .
       SUB-1350-EXIT.
           EXIT.
      /
       SUB-2000-REBUILD-PIECE.
      *-----------------------

           SET  RP-NOT-ACTIVE      TO TRUE
           SET  TA-NOT-ACTIVE      TO TRUE
           SET  AR-NOT-ACTIVE      TO TRUE
           SET  AR-NO-OVERRIDE     TO TRUE
           MOVE SPACES             TO AR-REG-ACCT-NUMBER

           IF      CH-ROUTED-TO-REP IN W-PIECE
               SET  RP-FUNC-QUERY  TO TRUE
               MOVE CH-TAXID IN W-PIECE
                                   TO RP-TAXID
               MOVE CH-DATE IN W-PIECE
                                   TO RP-AS-OF-DATE
               CALL 'NAMREP' USING W-RP-CONTROL

               IF      NOT RP-ACTIVE
                   DISPLAY W-WARNING-MSG
                           'Representative routing no longer on '
                           'file for the send date - taxpayer''s '
                           'own address used'
                   MOVE 4          TO W-RETURN-CODE
               END-IF
           END-IF

           IF      CH-ACCT-TYPE IN W-PIECE NOT = SPACES
               SET  AR-FUNC-QUERY  TO TRUE
               MOVE CH-TAXID IN W-PIECE
                                   TO AR-TAXID
               MOVE CH-ACCT-TYPE IN W-PIECE
                                   TO AR-ACCT-TYPE
               MOVE CH-DATE IN W-PIECE
                                   TO AR-AS-OF-DATE
               CALL 'ACCTREG' USING W-AR-CONTROL

               IF      NOT AR-ACTIVE
                   DISPLAY W-WARNING-MSG
                           'Account registration no longer on '
                           'file for the send date - account '
                           'number left blank'
                   MOVE 4          TO W-RETURN-CODE
               END-IF

      **** Routed to the account only if it was then; an override
      **** added since the letter went must not move the reprint.

               IF      NOT CH-ROUTED-TO-ACCT IN W-PIECE
                   SET  AR-NO-OVERRIDE
                                   TO TRUE
               END-IF
           END-IF

           IF      CH-ROUTED-TO-ACCT IN W-PIECE
               AND AR-NO-OVERRIDE
               AND AR-ACTIVE
               DISPLAY W-WARNING-MSG
                       'Account address no longer on file for '
                       'the send date - address on the record '
                       'used'
               MOVE 4              TO W-RETURN-CODE
           END-IF

           IF      CH-ROUTED-TO-TEMP IN W-PIECE
               SET  TA-FUNC-QUERY  TO TRUE
               MOVE CH-TAXID IN W-PIECE
                                   TO TA-TAXID
               MOVE CH-DATE IN W-PIECE
                                   TO TA-AS-OF-DATE
               CALL 'TMPADDR' USING W-TA-CONTROL

               IF      NOT TA-ACTIVE
                   DISPLAY W-WARNING-MSG
                           'Temporary address no longer on file '
                           'for the send date - address on the '
                           'record used'
                   MOVE 4          TO W-RETURN-CODE
               END-IF
           END-IF

           PERFORM SUB-2200-BUILD-FIELD-VALUES THRU SUB-2200-EXIT

           MOVE CH-REF-ID IN W-PIECE
                                   TO W-SCAN-REF-ID

           SET  W-PIECE-NOT-BARCODED
                                   TO TRUE

           IF      CH-IMB-SERIAL IN W-PIECE NOT = SPACES
               SET  IM-FUNC-ENCODE TO TRUE
               MOVE CH-IMB-SERIAL IN W-PIECE
                                   TO IM-SERIAL
               MOVE W-VAL-ZIP      TO IM-ZIP
               CALL 'IMBENC' USING W-IM-CONTROL

               IF      IM-RESPONSE-GOOD
                   SET  W-PIECE-BARCODED
                                   TO TRUE
               ELSE
                   DISPLAY W-WARNING-MSG
                           'Barcode serial '
                           CH-IMB-SERIAL IN W-PIECE
                           ' could not be re-encoded (response '
                           IM-RESPONSE-SW
                           ') - reprinted without bars'
                   MOVE 4          TO W-RETURN-CODE
               END-IF
           END-IF

           IF      CH-CHANNEL-EMAIL IN W-PIECE
               MOVE SPACES         TO W-OUT-LINE
               STRING 'TO: '       DELIMITED BY SIZE
                      FUNCTION TRIM(W-VAL-EMAIL)
                                   DELIMITED BY SIZE
                 INTO W-OUT-LINE
               END-STRING
               PERFORM SUB-9900-WRITE-NAMADDLR THRU SUB-9900-EXIT

               MOVE SPACES         TO W-OUT-LINE
               STRING 'TAXID: '    DELIMITED BY SIZE
                      NA-TAXID IN W-ASOF-REC
                                   DELIMITED BY SIZE
                 INTO W-OUT-LINE
               END-STRING
               PERFORM SUB-9900-WRITE-NAMADDLR THRU SUB-9900-EXIT
           END-IF

           MOVE W-SCAN-LINE        TO W-OUT-LINE
           PERFORM SUB-9900-WRITE-NAMADDLR THRU SUB-9900-EXIT

           IF      W-PIECE-BARCODED
               AND NOT W-LNG-HAS-IMB-TOKEN(W-SEL-SET)
               MOVE IM-BARS        TO W-OUT-LINE
               PERFORM SUB-9900-WRITE-NAMADDLR THRU SUB-9900-EXIT
           END-IF

           COMPUTE W-TPL-END = W-LNG-START(W-SEL-SET)
                             + W-LNG-LINES(W-SEL-SET) - 1

           PERFORM VARYING W-TPL-SUB
                   FROM W-LNG-START(W-SEL-SET) BY 1
                   UNTIL W-TPL-SUB > W-TPL-END
                   OR    W-RETURN-CODE > 4
               SET  W-TPL-IX       TO W-TPL-SUB
               PERFORM SUB-2300-SUBSTITUTE-LINE THRU SUB-2300-EXIT
               PERFORM SUB-9900-WRITE-NAMADDLR THRU SUB-9900-EXIT
           END-PERFORM

           MOVE W-SEPARATOR-LINE   TO W-OUT-LINE
           PERFORM SUB-9900-WRITE-NAMADDLR THRU SUB-9900-EXIT
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2200-BUILD-FIELD-VALUES.
      *----------------------------

      **** Kept step for step with NAMADDLTR's own paragraph of the
      **** same name - a reprint is only exact while they agree.

           MOVE SPACES             TO W-VAL-FULLNAME
           MOVE NA-EMAIL IN W-ASOF-REC
                                   TO W-VAL-EMAIL

           IF      NA-ENTITY-NON-PERSON IN W-ASOF-REC
               MOVE FUNCTION TRIM(NA-BUSINESS-NAME IN W-ASOF-REC)
                                   TO W-VAL-FULLNAME
           ELSE
               STRING FUNCTION TRIM(NA-PREFIX IN W-ASOF-REC)
                                                DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  FUNCTION TRIM(NA-FIRST-NAME IN W-ASOF-REC)
                                                DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  FUNCTION TRIM(NA-LAST-NAME IN W-ASOF-REC)
                                                DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  FUNCTION TRIM(NA-SUFFIX IN W-ASOF-REC)
                                                DELIMITED BY SIZE
                 INTO W-VAL-FULLNAME
               END-STRING
           END-IF

           IF      NA-ADDRESS-TYPE-MAILING IN W-ASOF-REC
               MOVE NA-M-STREET IN W-ASOF-REC
                                   TO W-VAL-STREET
               MOVE NA-M-CITY IN W-ASOF-REC
                                   TO W-VAL-CITY
               MOVE NA-M-STATE IN W-ASOF-REC
                                   TO W-VAL-STATE
               MOVE NA-M-ZIP-CODE IN W-ASOF-REC
                                   TO W-VAL-ZIP
           ELSE
               MOVE NA-STREET IN W-ASOF-REC
                                   TO W-VAL-STREET
               MOVE NA-CITY IN W-ASOF-REC
                                   TO W-VAL-CITY
               MOVE NA-STATE IN W-ASOF-REC
                                   TO W-VAL-STATE
               MOVE NA-ZIP-CODE IN W-ASOF-REC
                                   TO W-VAL-ZIP
           END-IF

           EVALUATE TRUE
               WHEN RP-ACTIVE
                   MOVE RP-REP-NAME
                                   TO W-VAL-FULLNAME
                   MOVE RP-REP-STREET
                                   TO W-VAL-STREET
                   MOVE RP-REP-CITY
                                   TO W-VAL-CITY
                   MOVE RP-REP-STATE
                                   TO W-VAL-STATE
                   MOVE RP-REP-ZIP TO W-VAL-ZIP

               WHEN AR-OVERRIDE
                   MOVE AR-STREET  TO W-VAL-STREET
                   MOVE AR-CITY    TO W-VAL-CITY
                   MOVE AR-STATE   TO W-VAL-STATE
                   MOVE AR-ZIP-CODE
                                   TO W-VAL-ZIP

               WHEN TA-ACTIVE
                   MOVE TA-STREET  TO W-VAL-STREET
                   MOVE TA-CITY    TO W-VAL-CITY
                   MOVE TA-STATE   TO W-VAL-STATE
                   MOVE TA-ZIP-CODE
                                   TO W-VAL-ZIP
           END-EVALUATE

           MOVE SPACES             TO W-VAL-CITYSTZIP

           STRING FUNCTION TRIM(W-VAL-CITY)     DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  FUNCTION TRIM(W-VAL-STATE)    DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  W-VAL-ZIP                     DELIMITED BY SIZE
             INTO W-VAL-CITYSTZIP
           END-STRING
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2300-SUBSTITUTE-LINE.
      *-------------------------

      **** As NAMADDLTR: '&' opens a token that runs to the ';'; an
      **** unknown token is copied through untouched.

           MOVE SPACES             TO W-OUT-LINE
           MOVE 1                  TO W-IN-POS
           MOVE 1                  TO W-OUT-PTR

           PERFORM SUB-2350-COPY-ONE-ITEM THRU SUB-2350-EXIT
               UNTIL W-IN-POS > 80
               OR    W-OUT-PTR > 100
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2350-COPY-ONE-ITEM.
      *-----------------------

           IF      W-TPL-LINE(W-TPL-IX)(W-IN-POS : 1) NOT = '&'
               MOVE W-TPL-LINE(W-TPL-IX)(W-IN-POS : 1)
                                   TO W-OUT-LINE(W-OUT-PTR : 1)
               ADD  1              TO W-IN-POS
               ADD  1              TO W-OUT-PTR
               GO TO SUB-2350-EXIT
           END-IF

           MOVE SPACES             TO W-TOKEN
           MOVE 0                  TO W-TOKEN-LEN
           ADD  1                  TO W-IN-POS

           PERFORM UNTIL W-IN-POS > 80
                   OR    W-TPL-LINE(W-TPL-IX)(W-IN-POS : 1) = ';'
                   OR    W-TOKEN-LEN >= 12
               ADD  1              TO W-TOKEN-LEN
               MOVE W-TPL-LINE(W-TPL-IX)(W-IN-POS : 1)
                                   TO W-TOKEN(W-TOKEN-LEN : 1)
               ADD  1              TO W-IN-POS
           END-PERFORM

           IF      W-IN-POS <= 80
               AND W-TPL-LINE(W-TPL-IX)(W-IN-POS : 1) = ';'
               ADD  1              TO W-IN-POS
           END-IF

      **** The change-notice tokens print nothing outside notice
      **** mode, and notice letters are never reprinted.

           EVALUATE W-TOKEN
               WHEN 'FULLNAME'
                   STRING FUNCTION TRIM(W-VAL-FULLNAME)
                                   DELIMITED BY SIZE
                     INTO W-OUT-LINE
                     WITH POINTER W-OUT-PTR
                   END-STRING

               WHEN 'FIRSTNAME'
                   STRING FUNCTION TRIM(NA-FIRST-NAME IN W-ASOF-REC)
                                   DELIMITED BY SIZE
                     INTO W-OUT-LINE
                     WITH POINTER W-OUT-PTR
                   END-STRING

               WHEN 'LASTNAME'
                   STRING FUNCTION TRIM(NA-LAST-NAME IN W-ASOF-REC)
                                   DELIMITED BY SIZE
                     INTO W-OUT-LINE
                     WITH POINTER W-OUT-PTR
                   END-STRING

               WHEN 'STREET'
                   STRING FUNCTION TRIM(W-VAL-STREET)
                                   DELIMITED BY SIZE
                     INTO W-OUT-LINE
                     WITH POINTER W-OUT-PTR
                   END-STRING

               WHEN 'CITY'
                   STRING FUNCTION TRIM(W-VAL-CITY)
                                   DELIMITED BY SIZE
                     INTO W-OUT-LINE
                     WITH POINTER W-OUT-PTR
                   END-STRING

               WHEN 'STATE'
                   STRING FUNCTION TRIM(W-VAL-STATE)
                                   DELIMITED BY SIZE
                     INTO W-OUT-LINE
                     WITH POINTER W-OUT-PTR
                   END-STRING

               WHEN 'ZIP'
                   STRING W-VAL-ZIP
                                   DELIMITED BY SIZE
                     INTO W-OUT-LINE
                     WITH POINTER W-OUT-PTR
                   END-STRING

               WHEN 'CITYSTZIP'
                   STRING FUNCTION TRIM(W-VAL-CITYSTZIP)
                                   DELIMITED BY SIZE
                     INTO W-OUT-LINE
                     WITH POINTER W-OUT-PTR
                   END-STRING

               WHEN 'TAXID'
                   STRING FUNCTION TRIM(NA-TAXID IN W-ASOF-REC)
                                   DELIMITED BY SIZE
                     INTO W-OUT-LINE
                     WITH POINTER W-OUT-PTR
                   END-STRING

               WHEN 'EFFDATE'
                   STRING NA-EFFECTIVE-DATE IN W-ASOF-REC
                                   DELIMITED BY SIZE
                     INTO W-OUT-LINE
                     WITH POINTER W-OUT-PTR
                   END-STRING

               WHEN 'ACCTNO'
                   STRING FUNCTION TRIM(AR-REG-ACCT-NUMBER)
                                   DELIMITED BY SIZE
                     INTO W-OUT-LINE
                     WITH POINTER W-OUT-PTR
                   END-STRING

               WHEN 'IMB'
                   IF      W-PIECE-BARCODED
                       STRING IM-BARS
                                   DELIMITED BY SIZE
                         INTO W-OUT-LINE
                         WITH POINTER W-OUT-PTR
                       END-STRING
                   END-IF

               WHEN 'CHANGED'
               WHEN 'OLDVALUE'
               WHEN 'NEWVALUE'
               WHEN 'CHGDATE'
                   CONTINUE

               WHEN OTHER
                   STRING '&'      DELIMITED BY SIZE
                          FUNCTION TRIM(W-TOKEN)
                                   DELIMITED BY SIZE
                          ';'      DELIMITED BY SIZE
                     INTO W-OUT-LINE
                     WITH POINTER W-OUT-PTR
                   END-STRING
           END-EVALUATE
           .
       SUB-2350-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           CLOSE NAMADDLR

           MOVE W-LINES-WRITTEN    TO W-DISP-NUM
           DISPLAY 'Reprint lines written: '
                   W-DISP-NUM

           DISPLAY 'NAMADDLRP completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-9900-WRITE-NAMADDLR.
      *------------------------

           MOVE W-OUT-LINE         TO NAMADDLR-REC

           WRITE NAMADDLR-REC

           IF      NOT W-LR-FILE-STATUS-GOOD
               MOVE W-LR-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-LR-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing NAMADDLR'
               MOVE 30             TO W-RETURN-CODE
               GO TO SUB-9900-EXIT
           END-IF

           ADD  1                  TO W-LINES-WRITTEN
           .
       SUB-9900-EXIT.
           EXIT.
