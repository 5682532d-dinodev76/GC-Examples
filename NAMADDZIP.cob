      *                      mismatch, WARNING for a prefix the
      *                      directory does not know - to
      *                      Data\NAMEADDR.ZipScrub.Rpt.dat with
      *                      counts by severity;
      *
      *                  J - load the ZIP-to-jurisdiction directory:
      *                      read Data\ZipJurisSource.dat (one line
      *                      per 5-digit ZIP - 'nnnnn', a blank city
      *                      and the jurisdiction code - or, for a
      *                      ZIP that straddles a county line, one
      *                      line per ZIP and city), validate each
      *                      line (numeric ZIP, a jurisdiction code
      *                      JURISDIC knows when a control file is
      *                      on disk), standardize the city through
      *                      ADRSTD, and write the clean directory
      *                      Data\NAMEADDR.ZipJuris.dat in ZIP and
      *                      city order for the ZIPJUR subroutine.
      *                      A ZIP and city given twice keeps the
      *                      first line; given twice with different
      *                      codes, the later line is rejected.
      *
      *              The jurisdiction directory is aged like the
      *              ZIP-to-state one: give it a line in RefAge.dat
      *              and NAMADDREF holds NAMADDJMP back when it is
      *              stale.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-08-23  0.1      First release
      * 2026-09-14  0.2      J mode: ZIP-to-jurisdiction directory
      *================================================================*

       IDENTIFICATION DIVISION.
                                   "Data\NAMEADDR.ZipScrub.Rpt.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-ZR-FILE-STATUS.

           SELECT ZJSRC            ASSIGN "Data\ZipJurisSource.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-JS-FILE-STATUS.

           SELECT ZIPJUDIR         ASSIGN "Data\NAMEADDR.ZipJuris.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-JZ-FILE-STATUS.

           SELECT SORTWK           ASSIGN "Data\NAMEADDR.ZipJurSortWk".
      /
       DATA DIVISION.
      *==============
           05  ZR-ZIP-CODE         PIC X(10).
           05  FILLER              PIC X(01).
           05  ZR-REASON           PIC X(40).

       FD  ZJSRC.

       01  ZJSRC-REC.
           05  JS-ZIP5             PIC X(05).
           05  FILLER              PIC X(01).
           05  JS-CITY             PIC X(25).
           05  FILLER              PIC X(01).
           05  JS-JUR-CODE         PIC X(03).

       FD  ZIPJUDIR.

       01  ZIPJUDIR-REC.
           05  JZ-ZIP5             PIC X(05).
           05  FILLER              PIC X(01).
           05  JZ-CITY             PIC X(25).
           05  FILLER              PIC X(01).
           05  JZ-JUR-CODE         PIC X(03).

       SD  SORTWK.

       01  SORTWK-REC.
           05  SR-ZIP5             PIC X(05).
           05  SR-CITY             PIC X(25).
           05  SR-SEQ              PIC 9(09).
           05  SR-JUR-CODE         PIC X(03).
      /
       WORKING-STORAGE SECTION.
      *------------------------
       01  W-NAMADDIX-RECS         PIC 9(09)  COMP VALUE 0.
       01  W-SCRUB-ERRORS          PIC 9(09)  COMP VALUE 0.
       01  W-SCRUB-WARNINGS        PIC 9(09)  COMP VALUE 0.
       01  W-JURIS-DUPS            PIC 9(09)  COMP VALUE 0.
       01  W-RETURN-CODE           PIC S9(04) COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ,ZZ9.

       01  W-RUN-MODE-SW           PIC X(01)       VALUE 'L'.
           88  W-MODE-LOAD                         VALUE 'L'.
           88  W-MODE-SCRUB                        VALUE 'S'.
           88  W-MODE-JURIS                        VALUE 'J'.

       01  W-PREV-ZIP5             PIC X(05).
       01  W-PREV-CITY             PIC X(25).
       01  W-PREV-JUR-CODE         PIC X(03).

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-JS-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-SORT-EOF                          VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-ZS-EOF                            VALUE 'Y'.
       01  W-ZR-FILE-STATUS        PIC X(02).
           88  W-ZR-FILE-STATUS-GOOD               VALUE '00'.

       01  W-JS-FILE-STATUS        PIC X(02).
           88  W-JS-FILE-STATUS-GOOD               VALUE '00'.

       01  W-JZ-FILE-STATUS        PIC X(02).
           88  W-JZ-FILE-STATUS-GOOD               VALUE '00'.

       01  W-ERROR-MSG             PIC X(22)       VALUE
           '**** NAMADDZIP error: '.

       01  W-ZP-CONTROL.
           COPY ZIPSTATEL.

       01  W-JU-CONTROL.
           COPY JURISDICL.

       01  W-AS-CONTROL.
           COPY ADRSTDL.

       01  W-COMPILED-DATE.
           05  W-COMPILED-DATE-YYYY
                                   PIC X(04).
               GO TO MAIN-EXIT
           END-IF

           EVALUATE TRUE
               WHEN W-MODE-LOAD
                   PERFORM SUB-2000-LOAD-DIRECTORY THRU SUB-2000-EXIT
               WHEN W-MODE-SCRUB
                   PERFORM SUB-4000-SCRUB-NAMADDIX THRU SUB-4000-EXIT
               WHEN OTHER
                   PERFORM SUB-5000-LOAD-JURIS THRU SUB-5000-EXIT
           END-EVALUATE

           PERFORM SUB-3000-SHUT-DOWN THRU SUB-3000-EXIT
           .
                   MOVE 'L'        TO W-MODE-ARG
           END-ACCEPT

           EVALUATE TRUE
               WHEN W-MODE-ARG = 'S' OR 's'
                   SET  W-MODE-SCRUB
                                   TO TRUE
                   DISPLAY 'Mode: scrub NAMADDIX against the directory'
               WHEN W-MODE-ARG = 'J' OR 'j'
                   SET  W-MODE-JURIS
                                   TO TRUE
                   DISPLAY 'Mode: load ZIP-to-jurisdiction directory'
               WHEN OTHER
                   SET  W-MODE-LOAD
                                   TO TRUE
                   DISPLAY 'Mode: load directory from source'
           END-EVALUATE
           .
       SUB-1000-EXIT.
           EXIT.
      *-------------------

           IF      W-MODE-LOAD
               OR  W-MODE-JURIS
               MOVE W-SOURCE-RECS  TO W-DISP-NUM
               DISPLAY 'Source lines read:     '
                       W-DISP-NUM
                                   TO W-DISP-NUM
               DISPLAY 'Source lines rejected: '
                       W-DISP-NUM
           END-IF

           IF      W-MODE-JURIS
               MOVE W-JURIS-DUPS   TO W-DISP-NUM
               DISPLAY 'Duplicate lines:       '
                       W-DISP-NUM
           END-IF

           IF      W-MODE-SCRUB
               MOVE W-NAMADDIX-RECS
                                   TO W-DISP-NUM
               DISPLAY 'NAMADDIX records scanned: '
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-5000-LOAD-JURIS.
      *--------------------

           OPEN INPUT ZJSRC

           IF      NOT W-JS-FILE-STATUS-GOOD
               MOVE W-JS-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-JS-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening ZJSRC'
               MOVE 50             TO W-RETURN-CODE
               GO TO SUB-5000-EXIT
           END-IF

      **** The source is in whatever order the county lists come in;
      **** the sequence number keeps the first of two lines for the
      **** same ZIP and city ahead of the second.

           SORT SORTWK
               ON ASCENDING KEY SR-ZIP5
                                SR-CITY
                                SR-SEQ
               INPUT  PROCEDURE SUB-5100-RELEASE-SOURCE
                           THRU SUB-5100-EXIT
               OUTPUT PROCEDURE SUB-5500-WRITE-DIRECTORY
                           THRU SUB-5500-EXIT

           CLOSE ZJSRC
           .
       SUB-5000-EXIT.
           EXIT.
      /
       SUB-5100-RELEASE-SOURCE.
      *------------------------

           PERFORM SUB-5200-RELEASE-ONE-LINE THRU SUB-5200-EXIT
               UNTIL W-JS-EOF
           .
       SUB-5100-EXIT.
           EXIT.
      /
       SUB-5200-RELEASE-ONE-LINE.
      *--------------------------

           READ ZJSRC
               AT END
                   SET  W-JS-EOF   TO TRUE
                   GO TO SUB-5200-EXIT
           END-READ

           ADD  1                  TO W-SOURCE-RECS

           IF      JS-ZIP5 NOT NUMERIC
               OR  JS-JUR-CODE = SPACES
               ADD  1              TO W-SOURCE-REJECTS
               DISPLAY W-ERROR-MSG
                       'Bad source line skipped: '
                       ZJSRC-REC
               GO TO SUB-5200-EXIT
           END-IF

           MOVE FUNCTION UPPER-CASE(JS-JUR-CODE)
                                   TO SR-JUR-CODE

      **** With a control file on disk the code must be one of its
      **** jurisdictions; without one there is nothing to check it
      **** against.

           SET  JU-FUNC-RESOLVE    TO TRUE
           MOVE SR-JUR-CODE        TO JU-CODE

           CALL 'JURISDIC' USING W-JU-CONTROL

           IF      JU-COUNT > 0
               AND JU-NOT-FOUND
               ADD  1              TO W-SOURCE-REJECTS
               DISPLAY W-ERROR-MSG
                       'Unknown jurisdiction, line skipped: '
                       ZJSRC-REC
               GO TO SUB-5200-EXIT
           END-IF

           MOVE JS-ZIP5            TO SR-ZIP5
           MOVE SPACES             TO SR-CITY

           IF      JS-CITY NOT = SPACES
               MOVE SPACES         TO AS-STREET
               MOVE JS-CITY        TO AS-CITY

               CALL 'ADRSTD' USING W-AS-CONTROL

               MOVE FUNCTION UPPER-CASE(AS-CITY)
                                   TO SR-CITY
           END-IF

           MOVE W-SOURCE-RECS      TO SR-SEQ

           RELEASE SORTWK-REC
           .
       SUB-5200-EXIT.
           EXIT.
      /
       SUB-5500-WRITE-DIRECTORY.
      *-------------------------

           OPEN OUTPUT ZIPJUDIR

           IF      NOT W-JZ-FILE-STATUS-GOOD
               MOVE W-JZ-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-JZ-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening ZIPJUDIR'
               MOVE 51             TO W-RETURN-CODE
               GO TO SUB-5500-EXIT
           END-IF

           MOVE LOW-VALUES         TO W-PREV-ZIP5
                                      W-PREV-CITY

           PERFORM SUB-5600-WRITE-ONE-ENTRY THRU SUB-5600-EXIT
               UNTIL W-SORT-EOF
               OR    W-RETURN-CODE NOT = 0

           CLOSE ZIPJUDIR
           .
       SUB-5500-EXIT.
           EXIT.
      /
       SUB-5600-WRITE-ONE-ENTRY.
      *-------------------------

           RETURN SORTWK
               AT END
                   SET  W-SORT-EOF TO TRUE
                   GO TO SUB-5600-EXIT
           END-RETURN

           IF      SR-ZIP5 = W-PREV-ZIP5
               AND SR-CITY = W-PREV-CITY
               IF      SR-JUR-CODE = W-PREV-JUR-CODE
                   ADD  1          TO W-JURIS-DUPS
               ELSE
                   ADD  1          TO W-SOURCE-REJECTS
                   DISPLAY W-ERROR-MSG
                           'Conflicting line skipped: '
                           SR-ZIP5 ' '
                           SR-CITY ' '
                           SR-JUR-CODE
                           ' (already '
                           W-PREV-JUR-CODE ')'
               END-IF
               GO TO SUB-5600-EXIT
           END-IF

           MOVE SR-ZIP5            TO W-PREV-ZIP5
           MOVE SR-CITY            TO W-PREV-CITY
           MOVE SR-JUR-CODE        TO W-PREV-JUR-CODE

           MOVE SPACES             TO ZIPJUDIR-REC
           MOVE SR-ZIP5            TO JZ-ZIP5
           MOVE SR-CITY            TO JZ-CITY
           MOVE SR-JUR-CODE        TO JZ-JUR-CODE

           WRITE ZIPJUDIR-REC

           IF      NOT W-JZ-FILE-STATUS-GOOD
               MOVE W-JZ-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-JZ-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing ZIPJUDIR'
               MOVE 52             TO W-RETURN-CODE
               GO TO SUB-5600-EXIT
           END-IF

           ADD  1                  TO W-DIR-WRITTEN
           .
       SUB-5600-EXIT.
           EXIT.
