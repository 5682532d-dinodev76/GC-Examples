      *========================== NAMADDACS ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Electronic Address Change Service (ACS) notice
      *              intake. Every NAMADDPST label and printed
      *              NAMADDLTR letter now carries an Intelligent Mail
      *              barcode whose piece serial is recorded on the
      *              correspondence-history line. When such a piece
      *              cannot be delivered as addressed, the Postal
      *              Service sends back an electronic notice keyed by
      *              that serial instead of the envelope, and the
      *              mailroom drops the day's notices into
      *              Data\NAMEADDR.ACSNotice.dat:
      *
      *                  AN-IMB-SERIAL   piece serial from the IMb
      *                  AN-NOTICE-TYPE  'C' change of address with a
      *                                  new address supplied, 'N'
      *                                  undeliverable with none
      *                  AN-MOVE-TYPE    'I' individual, 'F' family,
      *                                  'B' business
      *                  AN-MOVE-DATE    move effective date
      *                  AN-NEW-...      new address ('C' only)
      *
      *              The correspondence history
      *              Data\NAMEADDR.CorrHist.dat is loaded into a
      *              table keyed by CH-IMB-SERIAL. Each notice that
      *              matches:
      *
      *                  appends a 'U' disposition line to
      *                  Data\NAMEADDR.Disposition.dat, exactly as a
      *                  NAMADDRCI envelope scan does, so the next
      *                  NAMADDDSP run counts the piece as returned;
      *
      *                  for a change of address, also appends an
      *                  'ACS COA' entry carrying the TAXID, the new
      *                  address and the move date to the mover-
      *                  review file Data\NAMEADDR.MoverReview.dat for
      *                  the clerks, and NAMADDAGE ages it with the
      *                  rest of that queue. NAMADDMOV rebuilds the
      *                  file from each quarterly mover run, which
      *                  carries the same moves, so the entries
      *                  bridge the months between mover files.
      *
      *              Serials are reissued after wrapping, so a
      *              serial on the history more than once is matched
      *              to its latest piece. A notice matching nothing
      *              is reported and counted, never guessed at.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      * 2026-09-14  0.2      Record the IMb serial on the
      *                      disposition line as DS-REF-ID, so
      *                      NAMADDMPA can tie the notice to the
      *                      exact piece
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 NAMADDACS.

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
           SELECT NAMADDAN         ASSIGN
                                   "Data\NAMEADDR.ACSNotice.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-AN-FILE-STATUS.

           SELECT NAMADDCH         ASSIGN "Data\NAMEADDR.CorrHist.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-CH-FILE-STATUS.

           SELECT NAMADDDS         ASSIGN
                                   "Data\NAMEADDR.Disposition.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-DS-FILE-STATUS.

           SELECT NAMADDMW         ASSIGN
                                   "Data\NAMEADDR.MoverReview.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-MW-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  NAMADDAN.

       01  NAMADDAN-REC.
           05  AN-IMB-SERIAL       PIC X(09).
           05  FILLER              PIC X(01).
           05  AN-NOTICE-TYPE      PIC X(01).
               88  AN-NOTICE-COA               VALUE 'C'.
               88  AN-NOTICE-NIXIE             VALUE 'N'.
           05  FILLER              PIC X(01).
           05  AN-MOVE-TYPE        PIC X(01).
           05  FILLER              PIC X(01).
           05  AN-MOVE-DATE        PIC X(08).
           05  FILLER              PIC X(01).
           05  AN-NEW-STREET       PIC X(35).
           05  AN-NEW-CITY         PIC X(25).
           05  AN-NEW-STATE        PIC X(10).
           05  AN-NEW-ZIP          PIC X(10).

       FD  NAMADDCH.

       01  NAMADDCH-REC.           COPY NAMADDCH.

       FD  NAMADDDS.

       01  NAMADDDS-REC.
           05  DS-TAXID            PIC X(12).
           05  FILLER              PIC X(01).
           05  DS-RESULT           PIC X(01).
           05  FILLER              PIC X(01).
           05  DS-DATE             PIC X(08).
           05  FILLER              PIC X(01).
           05  DS-REF-ID           PIC X(16).

       FD  NAMADDMW.

       01  NAMADDMW-REC            PIC X(120).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-NOTICES-READ          PIC 9(09)  COMP VALUE 0.
       01  W-NOTICES-MATCHED       PIC 9(09)  COMP VALUE 0.
       01  W-NOTICES-UNMATCHED     PIC 9(09)  COMP VALUE 0.
       01  W-REVIEWS-WRITTEN       PIC 9(09)  COMP VALUE 0.
       01  W-HISTORY-LOADED        PIC 9(09)  COMP VALUE 0.
       01  W-RETURN-CODE           PIC S9(04) COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ,ZZ9.

       01  W-TODAY                 PIC X(08).

       01  W-SER-COUNT             PIC 9(05)  COMP VALUE 0.
       01  W-SER-MAX               PIC 9(05)  COMP VALUE 50000.

       01  W-SER-TABLE.
           05  W-SER-ENTRY                         OCCURS 50000
                                                   INDEXED W-SER-IX.
               10  W-SER-SERIAL    PIC X(09).
               10  W-SER-TAXID     PIC X(12).

       01  W-FOUND-SW              PIC X(01).
           88  W-SER-FOUND                         VALUE 'Y'.
           88  W-SER-NOT-FOUND                     VALUE 'N'.

       01  W-REVIEW-PTR            PIC 9(04)  COMP.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-AN-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-CH-EOF                            VALUE 'Y'.

       01  W-AN-FILE-STATUS        PIC X(02).
           88  W-AN-FILE-STATUS-GOOD               VALUE '00'.

       01  W-CH-FILE-STATUS        PIC X(02).
           88  W-CH-FILE-STATUS-GOOD               VALUE '00'.
           88  W-CH-FILE-NOT-FOUND                 VALUE '35'.

       01  W-DS-FILE-STATUS        PIC X(02).
           88  W-DS-FILE-STATUS-GOOD               VALUE '00'.

       01  W-MW-FILE-STATUS        PIC X(02).
           88  W-MW-FILE-STATUS-GOOD               VALUE '00'.

       01  W-ERROR-MSG             PIC X(22)       VALUE
           '**** NAMADDACS error: '.

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

           PERFORM SUB-2000-APPLY-ONE-NOTICE THRU SUB-2000-EXIT
               UNTIL W-AN-EOF
               OR    W-RETURN-CODE NOT = 0

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

           DISPLAY 'NAMADDACS compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           MOVE FUNCTION CURRENT-DATE(1:8)
                                   TO W-TODAY

           PERFORM SUB-1100-LOAD-HISTORY-TABLE THRU SUB-1100-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           OPEN INPUT NAMADDAN

           IF      NOT W-AN-FILE-STATUS-GOOD
               MOVE W-AN-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-AN-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDAN'
               MOVE 11             TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           OPEN EXTEND NAMADDDS

           IF      NOT W-DS-FILE-STATUS-GOOD
               OPEN OUTPUT NAMADDDS
           END-IF

           IF      NOT W-DS-FILE-STATUS-GOOD
               MOVE W-DS-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-DS-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDDS'
               MOVE 12             TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           OPEN EXTEND NAMADDMW

           IF      NOT W-MW-FILE-STATUS-GOOD
               OPEN OUTPUT NAMADDMW
           END-IF

           IF      NOT W-MW-FILE-STATUS-GOOD
               MOVE W-MW-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-MW-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDMW'
               MOVE 13             TO W-RETURN-CODE
           END-IF
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-HISTORY-TABLE.
      *----------------------------

      **** Only barcoded pieces carry a serial; the rest can never
      **** come back as a notice and are not worth a table slot.

           OPEN INPUT NAMADDCH

           IF      W-CH-FILE-NOT-FOUND
               DISPLAY W-ERROR-MSG
                       'No correspondence history on disk - '
                       'nothing to match notices against'
               MOVE 10             TO W-RETURN-CODE
               GO TO SUB-1100-EXIT
           END-IF

           IF      NOT W-CH-FILE-STATUS-GOOD
               MOVE W-CH-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-CH-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDCH'
               MOVE 10             TO W-RETURN-CODE
               GO TO SUB-1100-EXIT
           END-IF

           PERFORM UNTIL W-CH-EOF
                   OR    W-RETURN-CODE NOT = 0
               READ NAMADDCH
                   AT END
                       SET  W-CH-EOF
                                   TO TRUE
               END-READ

               IF      NOT W-CH-EOF
                   ADD  1          TO W-HISTORY-LOADED

                   IF      CH-IMB-SERIAL NOT = SPACES
                       IF      W-SER-COUNT >= W-SER-MAX
                           DISPLAY W-ERROR-MSG
                                   'Serial table full - '
                                   'increase W-SER-MAX'
                           MOVE 15 TO W-RETURN-CODE
                       ELSE
                           ADD  1  TO W-SER-COUNT
                           SET  W-SER-IX
                                   TO W-SER-COUNT
                           MOVE CH-IMB-SERIAL
                                   TO W-SER-SERIAL(W-SER-IX)
                           MOVE CH-TAXID
                                   TO W-SER-TAXID(W-SER-IX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           CLOSE NAMADDCH

           MOVE W-SER-COUNT        TO W-DISP-NUM
           DISPLAY 'Barcoded history lines loaded: '
                   W-DISP-NUM
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-2000-APPLY-ONE-NOTICE.
      *--------------------------

           READ NAMADDAN
               AT END
                   SET  W-AN-EOF   TO TRUE
                   GO TO SUB-2000-EXIT
           END-READ

           ADD  1                  TO W-NOTICES-READ

           IF      AN-IMB-SERIAL = SPACES
               GO TO SUB-2000-EXIT
           END-IF

      **** Search from the newest history line back, so a reissued
      **** serial finds its latest piece.

           SET  W-SER-NOT-FOUND    TO TRUE
           SET  W-SER-IX           TO W-SER-COUNT

           PERFORM UNTIL W-SER-IX < 1
                   OR    W-SER-COUNT = 0
                   OR    W-SER-FOUND
               IF      W-SER-SERIAL(W-SER-IX) = AN-IMB-SERIAL
                   SET  W-SER-FOUND
                                   TO TRUE
               ELSE
                   SET  W-SER-IX   DOWN BY 1
               END-IF
           END-PERFORM

           IF      W-SER-NOT-FOUND
               ADD  1              TO W-NOTICES-UNMATCHED
               DISPLAY 'Unmatched ACS notice serial: ' AN-IMB-SERIAL
               GO TO SUB-2000-EXIT
           END-IF

           PERFORM SUB-2100-WRITE-DISPOSITION THRU SUB-2100-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-2000-EXIT
           END-IF

           IF      AN-NOTICE-COA
               AND AN-NEW-STREET NOT = SPACES
               PERFORM SUB-2200-WRITE-REVIEW-LINE THRU SUB-2200-EXIT
           END-IF

           ADD  1                  TO W-NOTICES-MATCHED
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-WRITE-DISPOSITION.
      *---------------------------

           MOVE SPACES             TO NAMADDDS-REC
           MOVE W-SER-TAXID(W-SER-IX)
                                   TO DS-TAXID
           MOVE 'U'                TO DS-RESULT
           MOVE W-TODAY            TO DS-DATE
           MOVE AN-IMB-SERIAL      TO DS-REF-ID

           WRITE NAMADDDS-REC

           IF      NOT W-DS-FILE-STATUS-GOOD
               MOVE W-DS-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-DS-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing NAMADDDS'
               MOVE 30             TO W-RETURN-CODE
           END-IF
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-WRITE-REVIEW-LINE.
      *---------------------------

      **** The leading 24 characters - 'ACS COA' and the TAXID - are
      **** what NAMADDAGE tracks the entry by.

           MOVE SPACES             TO NAMADDMW-REC
           MOVE 1                  TO W-REVIEW-PTR

           STRING 'ACS COA   '     DELIMITED BY SIZE
                  W-SER-TAXID(W-SER-IX)
                                   DELIMITED BY SIZE
                  '  '             DELIMITED BY SIZE
                  AN-MOVE-TYPE     DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  AN-MOVE-DATE     DELIMITED BY SIZE
                  ' TO: '          DELIMITED BY SIZE
                  FUNCTION TRIM(AN-NEW-STREET)
                                   DELIMITED BY SIZE
                  ', '             DELIMITED BY SIZE
                  FUNCTION TRIM(AN-NEW-CITY)
                                   DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  FUNCTION TRIM(AN-NEW-STATE)
                                   DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  FUNCTION TRIM(AN-NEW-ZIP)
                                   DELIMITED BY SIZE
                  ' SERIAL '       DELIMITED BY SIZE
                  AN-IMB-SERIAL    DELIMITED BY SIZE
             INTO NAMADDMW-REC
             WITH POINTER W-REVIEW-PTR
           END-STRING

           WRITE NAMADDMW-REC

           IF      NOT W-MW-FILE-STATUS-GOOD
               MOVE W-MW-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-MW-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing NAMADDMW'
               MOVE 31             TO W-RETURN-CODE
               GO TO SUB-2200-EXIT
           END-IF

           ADD  1                  TO W-REVIEWS-WRITTEN
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           CLOSE NAMADDAN
                 NAMADDDS
                 NAMADDMW

           MOVE W-NOTICES-READ     TO W-DISP-NUM
           DISPLAY 'ACS notices read:       '
                   W-DISP-NUM

           MOVE W-NOTICES-MATCHED  TO W-DISP-NUM
           DISPLAY 'Dispositions written:   '
                   W-DISP-NUM

           MOVE W-REVIEWS-WRITTEN  TO W-DISP-NUM
           DISPLAY 'Mover reviews written:  '
                   W-DISP-NUM

           MOVE W-NOTICES-UNMATCHED
                                   TO W-DISP-NUM
           DISPLAY 'Unmatched notices:      '
                   W-DISP-NUM

           DISPLAY 'Run NAMADDDSP to fold the new dispositions '
                   'into the delivery-status file'
           DISPLAY 'NAMADDACS completed'
           .
       SUB-3000-EXIT.
           EXIT.
