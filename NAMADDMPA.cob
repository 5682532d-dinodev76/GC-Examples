      *========================== NAMADDMPA ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Mail-piece accountability reconciliation. Every
      *              letter NAMADDLTR prints and every label NAMADDPST
      *              produces is one line on the correspondence
      *              history Data\NAMEADDR.CorrHist.dat, carrying its
      *              run ID and its piece reference - the scanline
      *              reference of a letter, the IMb serial of a
      *              barcoded piece. This program ties each run's
      *              pieces to what became of them:
      *
      *                  PRODUCED    pieces on the history for the
      *                              run (letter and presort
      *                              channels; email is not mail);
      *                  HANDED OFF  pieces on the hand-off file for
      *                              the run - the *SCAN lines of
      *                              Data\NAMEADDR.Letters.dat for a
      *                              letter run, the TOTAL PIECES of
      *                              Data\NAMEADDR.MailManifest.dat
      *                              for a presort run. Both files
      *                              hold only the latest run of
      *                              their program, so older runs
      *                              show '-' here;
      *                  DELIVERED / FORWARDED / RETURNED
      *                              from Data\NAMEADDR.Disposition.dat
      *                              and the mailroom's return scans
      *                              Data\NAMEADDR.ReturnScan.dat. A
      *                              disposition carrying a piece
      *                              reference is matched to that
      *                              piece; one without (the mailing
      *                              house's own feed) to the
      *                              taxpayer's latest piece mailed
      *                              on or before the disposition
      *                              date. A piece takes its worst
      *                              outcome - returned, then
      *                              forwarded, then delivered;
      *                  UNACCOUNTED the rest.
      *
      *              A run whose hand-off count differs from the
      *              pieces produced is flagged '*'.
      *
      *              Arguments:
      *                  1 - run ID to reconcile, 8 digits
      *                      (default all runs)
      *                  2 - days after which an unaccounted piece
      *                      is chased, 3 digits (default 030)
      *
      *              Output: Data\NAMEADDR.MailRecon.Rpt.dat, and the
      *              aged unaccounted pieces in
      *              Data\NAMEADDR.VendorTrace.dat for the mailing
      *              house to trace. Return code 4 when any piece is
      *              aged or any run is flagged.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 NAMADDMPA.

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

           SELECT NAMADDLT         ASSIGN "Data\NAMEADDR.Letters.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-LT-FILE-STATUS.

           SELECT NAMADDMF         ASSIGN
                                   "Data\NAMEADDR.MailManifest.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-MF-FILE-STATUS.

           SELECT NAMADDRS         ASSIGN
                                   "Data\NAMEADDR.ReturnScan.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-RS-FILE-STATUS.

           SELECT NAMADDDS         ASSIGN
                                   "Data\NAMEADDR.Disposition.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-DS-FILE-STATUS.

           SELECT VENDTRC          ASSIGN
                                   "Data\NAMEADDR.VendorTrace.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-VT-FILE-STATUS.

           SELECT MPARPT           ASSIGN
                                   "Data\NAMEADDR.MailRecon.Rpt.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-RP-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  NAMADDCH.

       01  NAMADDCH-REC.           COPY NAMADDCH.

       FD  NAMADDLT.

       01  NAMADDLT-REC.
           05  LT-SCAN-TAG         PIC X(06).
               88  LT-SCAN-LINE                    VALUE '*SCAN '.
           05  LT-SCAN-RUN-ID      PIC X(08).
           05  FILLER              PIC X(86).

       FD  NAMADDMF.

       01  NAMADDMF-REC.
           05  MF-LABEL            PIC X(19).
               88  MF-RUN-ID-LINE                  VALUE
                                   ' RUN ID:           '.
               88  MF-TOTAL-PIECES-LINE            VALUE
                                   ' TOTAL PIECES:     '.
           05  MF-VALUE            PIC X(08).
           05  FILLER              PIC X(53).

       FD  NAMADDRS.

       01  NAMADDRS-REC.
           05  RS-REF-ID           PIC X(16).

       FD  NAMADDDS.

       01  NAMADDDS-REC.
           05  DS-TAXID            PIC X(12).
           05  FILLER              PIC X(01).
           05  DS-RESULT           PIC X(01).
               88  DS-DELIVERED                    VALUE 'D'.
               88  DS-FORWARDED                    VALUE 'F'.
               88  DS-UNDELIVERABLE                VALUE 'U'.
           05  FILLER              PIC X(01).
           05  DS-DATE             PIC X(08).
           05  FILLER              PIC X(01).
           05  DS-REF-ID           PIC X(16).

       FD  VENDTRC.

       01  VENDTRC-REC.
           05  VT-TAXID            PIC X(12).
           05  FILLER              PIC X(01).
           05  VT-RUN-ID           PIC 9(08).
           05  FILLER              PIC X(01).
           05  VT-DATE             PIC X(08).
           05  FILLER              PIC X(01).
           05  VT-CHANNEL          PIC X(01).
           05  FILLER              PIC X(01).
           05  VT-REF-ID           PIC X(16).
           05  FILLER              PIC X(01).
           05  VT-IMB-SERIAL       PIC X(09).
           05  FILLER              PIC X(01).
           05  VT-DAYS-OUT         PIC 9(04).

       FD  MPARPT.

       01  MPARPT-REC              PIC X(132).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-RETURN-CODE           PIC S9(04) COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ,ZZ9.

       01  W-HISTORY-READ          PIC 9(09)  COMP VALUE 0.
       01  W-SCANS-READ            PIC 9(09)  COMP VALUE 0.
       01  W-SCANS-MATCHED         PIC 9(09)  COMP VALUE 0.
       01  W-DISPOSITIONS-READ     PIC 9(09)  COMP VALUE 0.
       01  W-DISPOSITIONS-MATCHED  PIC 9(09)  COMP VALUE 0.
       01  W-PIECES-TRACED         PIC 9(09)  COMP VALUE 0.
       01  W-RUNS-FLAGGED          PIC 9(05)  COMP VALUE 0.

       01  W-ARG                   PIC X(08).
       01  W-SELECT-RUN-ID         PIC 9(08)       VALUE 0.
       01  W-AGE-DAYS              PIC 9(03)  COMP VALUE 30.

       01  W-TODAY                 PIC X(08).
       01  W-DATE-NUM              PIC 9(08).
       01  W-TODAY-DAY             PIC S9(09) COMP.
       01  W-PIECE-DAY             PIC S9(09) COMP.
       01  W-DAYS-OUT              PIC S9(09) COMP.

      **** Every letter and presort piece on the history, oldest
      **** first, with the worst outcome heard of so far.

       01  W-PC-COUNT              PIC 9(05)  COMP VALUE 0.
       01  W-PC-MAX                PIC 9(05)  COMP VALUE 50000.

       01  W-PC-TABLE.
           05  W-PC-ENTRY                          OCCURS 50000
                                                   INDEXED W-PC-IX.
               10  W-PC-TAXID      PIC X(12).
               10  W-PC-DATE       PIC X(08).
               10  W-PC-RUN-ID     PIC 9(08).
               10  W-PC-CHANNEL    PIC X(01).
               10  W-PC-REF-ID     PIC X(16).
               10  W-PC-IMB-SERIAL PIC X(09).
               10  W-PC-STATUS     PIC X(01).
                   88  W-PC-UNACCOUNTED            VALUE SPACE.
                   88  W-PC-DELIVERED              VALUE 'D'.
                   88  W-PC-FORWARDED              VALUE 'F'.
                   88  W-PC-RETURNED               VALUE 'R'.

      **** One entry per run on the history.

       01  W-RN-COUNT              PIC 9(05)  COMP VALUE 0.
       01  W-RN-MAX                PIC 9(05)  COMP VALUE 1000.

       01  W-RN-TABLE.
           05  W-RN-ENTRY                          OCCURS 1000
                                                   INDEXED W-RN-IX.
               10  W-RN-RUN-ID     PIC 9(08).
               10  W-RN-DATE       PIC X(08).
               10  W-RN-CHANNEL    PIC X(01).
               10  W-RN-HANDOFF-SW PIC X(01).
                   88  W-RN-HANDOFF-SEEN           VALUE 'Y'.
               10  W-RN-PRODUCED   PIC 9(07)  COMP.
               10  W-RN-HANDED-OFF PIC 9(07)  COMP.
               10  W-RN-DELIVERED  PIC 9(07)  COMP.
               10  W-RN-FORWARDED  PIC 9(07)  COMP.
               10  W-RN-RETURNED   PIC 9(07)  COMP.
               10  W-RN-UNACCOUNTED
                                   PIC 9(07)  COMP.
               10  W-RN-AGED       PIC 9(07)  COMP.

       01  W-TOTALS.
           05  W-TOT-PRODUCED      PIC 9(07)  COMP VALUE 0.
           05  W-TOT-DELIVERED     PIC 9(07)  COMP VALUE 0.
           05  W-TOT-FORWARDED     PIC 9(07)  COMP VALUE 0.
           05  W-TOT-RETURNED      PIC 9(07)  COMP VALUE 0.
           05  W-TOT-UNACCOUNTED   PIC 9(07)  COMP VALUE 0.
           05  W-TOT-AGED          PIC 9(07)  COMP VALUE 0.

       01  W-MF-RUN-ID             PIC 9(08)       VALUE 0.
       01  W-MF-PIECES             PIC 9(07)       VALUE 0.
       01  W-RUN-ID-KEY            PIC 9(08).
       01  W-NEW-STATUS            PIC X(01).

       01  W-FOUND-SW              PIC X(01).
           88  W-FOUND                             VALUE 'Y'.
           88  W-NOT-FOUND                         VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-CH-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-LT-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-MF-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-RS-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-DS-EOF                            VALUE 'Y'.

       01  W-CH-FILE-STATUS        PIC X(02).
           88  W-CH-FILE-STATUS-GOOD               VALUE '00'.
           88  W-CH-FILE-NOT-FOUND                 VALUE '35'.

       01  W-LT-FILE-STATUS        PIC X(02).
           88  W-LT-FILE-STATUS-GOOD               VALUE '00'.

       01  W-MF-FILE-STATUS        PIC X(02).
           88  W-MF-FILE-STATUS-GOOD               VALUE '00'.

       01  W-RS-FILE-STATUS        PIC X(02).
           88  W-RS-FILE-STATUS-GOOD               VALUE '00'.

       01  W-DS-FILE-STATUS        PIC X(02).
           88  W-DS-FILE-STATUS-GOOD               VALUE '00'.

       01  W-VT-FILE-STATUS        PIC X(02).
           88  W-VT-FILE-STATUS-GOOD               VALUE '00'.

       01  W-RP-FILE-STATUS        PIC X(02).
           88  W-RP-FILE-STATUS-GOOD               VALUE '00'.

       01  W-ERROR-MSG             PIC X(22)       VALUE
           '**** NAMADDMPA error: '.

       01  W-FS-CONTROL.
           COPY FILESTATL.

       01  W-RPT-LINE              PIC X(132).

       01  W-RUN-HEADING.
           05  FILLER              PIC X(30)       VALUE
               ' RUN ID    CHANNEL  FIRST SENT'.
           05  FILLER              PIC X(20)       VALUE
               ' PRODUCED HANDED OFF'.
           05  FILLER              PIC X(22)       VALUE
               '  DELIVERED  FORWARDED'.
           05  FILLER              PIC X(24)       VALUE
               '   RETURNED  UNACCOUNTED'.
           05  FILLER              PIC X(11)       VALUE
               '       AGED'.

       01  W-RUN-LINE.
           05  FILLER              PIC X(01).
           05  W-RL-RUN-ID         PIC X(08).
           05  FILLER              PIC X(02).
           05  W-RL-CHANNEL        PIC X(07).
           05  FILLER              PIC X(02).
           05  W-RL-DATE           PIC X(08).
           05  FILLER              PIC X(02).
           05  W-RL-PRODUCED       PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(02).
           05  W-RL-HANDED-OFF     PIC Z,ZZZ,ZZ9.
           05  W-RL-HANDED-OFF-X   REDEFINES W-RL-HANDED-OFF
                                   PIC X(09).
           05  W-RL-FLAG           PIC X(01).
           05  FILLER              PIC X(01).
           05  W-RL-DELIVERED      PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(02).
           05  W-RL-FORWARDED      PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(02).
           05  W-RL-RETURNED       PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(04).
           05  W-RL-UNACCOUNTED    PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(02).
           05  W-RL-AGED           PIC Z,ZZZ,ZZ9.

       01  W-PIECE-LINE.
           05  FILLER              PIC X(03).
           05  W-PL-TAXID          PIC X(12).
           05  FILLER              PIC X(02).
           05  W-PL-RUN-ID         PIC X(08).
           05  FILLER              PIC X(02).
           05  W-PL-CHANNEL        PIC X(07).
           05  FILLER              PIC X(02).
           05  W-PL-DATE           PIC X(08).
           05  FILLER              PIC X(02).
           05  W-PL-REF-ID         PIC X(16).
           05  FILLER              PIC X(02).
           05  W-PL-IMB-SERIAL     PIC X(09).
           05  FILLER              PIC X(02).
           05  W-PL-DAYS-OUT       PIC Z,ZZ9.

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

           PERFORM SUB-1100-LOAD-PIECES THRU SUB-1100-EXIT

           IF      W-RETURN-CODE NOT = 0
               CLOSE MPARPT
                     VENDTRC
               GO TO MAIN-EXIT
           END-IF

           PERFORM SUB-1200-COUNT-LETTER-HANDOFF THRU SUB-1200-EXIT

           PERFORM SUB-1300-READ-MANIFEST THRU SUB-1300-EXIT

           PERFORM SUB-2000-APPLY-RETURN-SCANS THRU SUB-2000-EXIT

           PERFORM SUB-2200-APPLY-DISPOSITIONS THRU SUB-2200-EXIT

           PERFORM SUB-4000-WRITE-REPORT THRU SUB-4000-EXIT

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

           DISPLAY 'NAMADDMPA compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           DISPLAY 1               UPON ARGUMENT-NUMBER
           MOVE SPACES             TO W-ARG
           ACCEPT W-ARG            FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           IF      W-ARG NUMERIC
               MOVE W-ARG          TO W-SELECT-RUN-ID
           END-IF

           DISPLAY 2               UPON ARGUMENT-NUMBER
           MOVE SPACES             TO W-ARG
           ACCEPT W-ARG            FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           IF      W-ARG(1 : 3) NUMERIC
               AND W-ARG(1 : 3) > '000'
               MOVE W-ARG(1 : 3)   TO W-AGE-DAYS
           END-IF

           IF      W-SELECT-RUN-ID = 0
               DISPLAY 'Reconciling:      all runs'
           ELSE
               DISPLAY 'Reconciling:      run '
                       W-SELECT-RUN-ID
           END-IF
           DISPLAY 'Chase after:      '
                   W-AGE-DAYS
                   ' days'

           MOVE FUNCTION CURRENT-DATE(1 : 8)
                                   TO W-TODAY
           MOVE W-TODAY            TO W-DATE-NUM
           COMPUTE W-TODAY-DAY     = FUNCTION
                                   INTEGER-OF-DATE(W-DATE-NUM)

           OPEN OUTPUT MPARPT

           IF      NOT W-RP-FILE-STATUS-GOOD
               MOVE W-RP-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-RP-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening MPARPT'
               MOVE 10             TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           OPEN OUTPUT VENDTRC

           IF      NOT W-VT-FILE-STATUS-GOOD
               MOVE W-VT-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-VT-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening VENDTRC'
               MOVE 11             TO W-RETURN-CODE
               CLOSE MPARPT
           END-IF
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-PIECES.
      *---------------------

      **** Every run's pieces are loaded even when one run is
      **** being reconciled, so a disposition with no piece
      **** reference goes to the taxpayer's right piece and not to
      **** the selected run by default.

           OPEN INPUT NAMADDCH

           IF      W-CH-FILE-NOT-FOUND
               DISPLAY W-ERROR-MSG
                       'No correspondence history on disk - '
                       'nothing to reconcile'
               MOVE 12             TO W-RETURN-CODE
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
               MOVE 12             TO W-RETURN-CODE
               GO TO SUB-1100-EXIT
           END-IF

           PERFORM SUB-1110-LOAD-ONE-PIECE THRU SUB-1110-EXIT
               UNTIL W-CH-EOF
               OR    W-RETURN-CODE NOT = 0

           CLOSE NAMADDCH

           MOVE W-PC-COUNT         TO W-DISP-NUM
           DISPLAY 'Mail pieces loaded:    '
                   W-DISP-NUM
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1110-LOAD-ONE-PIECE.
      *------------------------

           READ NAMADDCH
               AT END
                   SET  W-CH-EOF   TO TRUE
                   GO TO SUB-1110-EXIT
           END-READ

           ADD  1                  TO W-HISTORY-READ

           IF      NOT CH-CHANNEL-LETTER
               AND NOT CH-CHANNEL-PRESORT
               GO TO SUB-1110-EXIT
           END-IF

           IF      W-PC-COUNT >= W-PC-MAX
               DISPLAY W-ERROR-MSG
                       'Piece table full - increase W-PC-MAX'
               MOVE 15             TO W-RETURN-CODE
               GO TO SUB-1110-EXIT
           END-IF

           ADD  1                  TO W-PC-COUNT
           SET  W-PC-IX            TO W-PC-COUNT
           MOVE CH-TAXID           TO W-PC-TAXID(W-PC-IX)
           MOVE CH-DATE            TO W-PC-DATE(W-PC-IX)
           MOVE CH-RUN-ID          TO W-PC-RUN-ID(W-PC-IX)
           MOVE CH-CHANNEL         TO W-PC-CHANNEL(W-PC-IX)
           MOVE CH-REF-ID          TO W-PC-REF-ID(W-PC-IX)
           MOVE CH-IMB-SERIAL      TO W-PC-IMB-SERIAL(W-PC-IX)
           SET  W-PC-UNACCOUNTED(W-PC-IX)
                                   TO TRUE

           MOVE CH-RUN-ID          TO W-RUN-ID-KEY
           PERFORM SUB-9100-FIND-RUN THRU SUB-9100-EXIT

           IF      W-NOT-FOUND
               IF      W-RN-COUNT >= W-RN-MAX
                   DISPLAY W-ERROR-MSG
                           'Run table full - increase W-RN-MAX'
                   MOVE 15         TO W-RETURN-CODE
                   GO TO SUB-1110-EXIT
               END-IF

               ADD  1              TO W-RN-COUNT
               SET  W-RN-IX        TO W-RN-COUNT
               INITIALIZE W-RN-ENTRY(W-RN-IX)
               MOVE CH-RUN-ID      TO W-RN-RUN-ID(W-RN-IX)
               MOVE CH-DATE        TO W-RN-DATE(W-RN-IX)
               MOVE CH-CHANNEL     TO W-RN-CHANNEL(W-RN-IX)
           END-IF

           ADD  1                  TO W-RN-PRODUCED(W-RN-IX)
           .
       SUB-1110-EXIT.
           EXIT.
      /
       SUB-1200-COUNT-LETTER-HANDOFF.
      *------------------------------

      **** Letters.dat holds the latest NAMADDLTR print run - one
      **** *SCAN line per letter.

           OPEN INPUT NAMADDLT

           IF      NOT W-LT-FILE-STATUS-GOOD
               DISPLAY 'No letter file on disk - letter runs show '
                       'no hand-off count'
               GO TO SUB-1200-EXIT
           END-IF

           PERFORM UNTIL W-LT-EOF
               READ NAMADDLT
                   AT END
                       SET  W-LT-EOF
                                   TO TRUE
               END-READ

               IF      NOT W-LT-EOF
                   AND LT-SCAN-LINE
                   AND LT-SCAN-RUN-ID NUMERIC
                   MOVE LT-SCAN-RUN-ID
                                   TO W-RUN-ID-KEY
                   PERFORM SUB-9100-FIND-RUN THRU SUB-9100-EXIT
                   IF      W-FOUND
                       SET  W-RN-HANDOFF-SEEN(W-RN-IX)
                                   TO TRUE
                       ADD  1      TO W-RN-HANDED-OFF(W-RN-IX)
                   END-IF
               END-IF
           END-PERFORM

           CLOSE NAMADDLT
           .
       SUB-1200-EXIT.
           EXIT.
      /
       SUB-1300-READ-MANIFEST.
      *-----------------------

      **** MailManifest.dat holds the latest NAMADDPST run. A
      **** manifest written before it carried its run ID cannot be
      **** tied to a run and is left out.

           OPEN INPUT NAMADDMF

           IF      NOT W-MF-FILE-STATUS-GOOD
               DISPLAY 'No mail manifest on disk - presort runs '
                       'show no hand-off count'
               GO TO SUB-1300-EXIT
           END-IF

           PERFORM UNTIL W-MF-EOF
               READ NAMADDMF
                   AT END
                       SET  W-MF-EOF
                                   TO TRUE
               END-READ

               IF      NOT W-MF-EOF
                   EVALUATE TRUE
                     WHEN MF-RUN-ID-LINE
                       IF      MF-VALUE NUMERIC
                           MOVE MF-VALUE
                                   TO W-MF-RUN-ID
                       END-IF
                     WHEN MF-TOTAL-PIECES-LINE
                       MOVE MF-VALUE(1 : 7)
                                   TO W-DISP-NUM
                       MOVE W-DISP-NUM
                                   TO W-MF-PIECES
                   END-EVALUATE
               END-IF
           END-PERFORM

           CLOSE NAMADDMF

           IF      W-MF-RUN-ID = 0
               DISPLAY 'Mail manifest carries no run ID - presort '
                       'runs show no hand-off count'
               GO TO SUB-1300-EXIT
           END-IF

           MOVE W-MF-RUN-ID        TO W-RUN-ID-KEY
           PERFORM SUB-9100-FIND-RUN THRU SUB-9100-EXIT

           IF      W-FOUND
               SET  W-RN-HANDOFF-SEEN(W-RN-IX)
                                   TO TRUE
               MOVE W-MF-PIECES    TO W-RN-HANDED-OFF(W-RN-IX)
           END-IF
           .
       SUB-1300-EXIT.
           EXIT.
      /
       SUB-2000-APPLY-RETURN-SCANS.
      *----------------------------

      **** A scanned envelope is returned whether or not NAMADDRCI
      **** has yet turned it into a disposition.

           OPEN INPUT NAMADDRS

           IF      NOT W-RS-FILE-STATUS-GOOD
               DISPLAY 'No return scans on disk'
               GO TO SUB-2000-EXIT
           END-IF

           PERFORM SUB-2100-APPLY-ONE-SCAN THRU SUB-2100-EXIT
               UNTIL W-RS-EOF

           CLOSE NAMADDRS
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-APPLY-ONE-SCAN.
      *------------------------

           READ NAMADDRS
               AT END
                   SET  W-RS-EOF   TO TRUE
                   GO TO SUB-2100-EXIT
           END-READ

           ADD  1                  TO W-SCANS-READ

           IF      RS-REF-ID = SPACES
               GO TO SUB-2100-EXIT
           END-IF

           SET  W-NOT-FOUND        TO TRUE
           SET  W-PC-IX            TO 1

           PERFORM UNTIL W-PC-IX > W-PC-COUNT
                   OR    W-FOUND
               IF      W-PC-REF-ID(W-PC-IX) = RS-REF-ID
                   SET  W-FOUND    TO TRUE
               ELSE
                   SET  W-PC-IX    UP BY 1
               END-IF
           END-PERFORM

           IF      W-FOUND
               ADD  1              TO W-SCANS-MATCHED
               SET  W-PC-RETURNED(W-PC-IX)
                                   TO TRUE
           END-IF
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-APPLY-DISPOSITIONS.
      *----------------------------

           OPEN INPUT NAMADDDS

           IF      NOT W-DS-FILE-STATUS-GOOD
               DISPLAY 'No disposition file on disk'
               GO TO SUB-2200-EXIT
           END-IF

           PERFORM SUB-2300-APPLY-ONE-DISPOSITION THRU SUB-2300-EXIT
               UNTIL W-DS-EOF

           CLOSE NAMADDDS
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2300-APPLY-ONE-DISPOSITION.
      *-------------------------------

           READ NAMADDDS
               AT END
                   SET  W-DS-EOF   TO TRUE
                   GO TO SUB-2300-EXIT
           END-READ

           ADD  1                  TO W-DISPOSITIONS-READ

           EVALUATE TRUE
             WHEN DS-DELIVERED
               MOVE 'D'            TO W-NEW-STATUS
             WHEN DS-FORWARDED
               MOVE 'F'            TO W-NEW-STATUS
             WHEN DS-UNDELIVERABLE
               MOVE 'R'            TO W-NEW-STATUS
             WHEN OTHER
               GO TO SUB-2300-EXIT
           END-EVALUATE

           SET  W-NOT-FOUND        TO TRUE

           IF      DS-REF-ID NOT = SPACES
               SET  W-PC-IX        TO 1
               PERFORM UNTIL W-PC-IX > W-PC-COUNT
                       OR    W-FOUND
                   IF      W-PC-REF-ID(W-PC-IX) = DS-REF-ID
                       OR (W-PC-IMB-SERIAL(W-PC-IX) NOT = SPACES
                       AND W-PC-IMB-SERIAL(W-PC-IX) = DS-REF-ID)
                       SET  W-FOUND
                                   TO TRUE
                   ELSE
                       SET  W-PC-IX
                                   UP BY 1
                   END-IF
               END-PERFORM
           END-IF

      **** No piece reference - the taxpayer's latest piece mailed
      **** on or before the disposition date.

           IF      W-NOT-FOUND
               SET  W-PC-IX        TO W-PC-COUNT
               PERFORM UNTIL W-PC-IX < 1
                       OR    W-FOUND
                   IF      W-PC-TAXID(W-PC-IX) = DS-TAXID
                       AND W-PC-DATE(W-PC-IX) NOT > DS-DATE
                       SET  W-FOUND
                                   TO TRUE
                   ELSE
                       SET  W-PC-IX
                                   DOWN BY 1
                   END-IF
               END-PERFORM
           END-IF

           IF      W-NOT-FOUND
               GO TO SUB-2300-EXIT
           END-IF

           ADD  1                  TO W-DISPOSITIONS-MATCHED

      **** A piece keeps its worst outcome.

           EVALUATE TRUE
             WHEN W-PC-RETURNED(W-PC-IX)
               CONTINUE
             WHEN W-PC-FORWARDED(W-PC-IX)
               IF      W-NEW-STATUS = 'R'
                   MOVE W-NEW-STATUS
                                   TO W-PC-STATUS(W-PC-IX)
               END-IF
             WHEN OTHER
               MOVE W-NEW-STATUS   TO W-PC-STATUS(W-PC-IX)
           END-EVALUATE
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           CLOSE MPARPT
                 VENDTRC

           MOVE W-HISTORY-READ     TO W-DISP-NUM
           DISPLAY 'History lines read:    '
                   W-DISP-NUM

           MOVE W-SCANS-MATCHED    TO W-DISP-NUM
           DISPLAY 'Return scans matched:  '
                   W-DISP-NUM

           MOVE W-DISPOSITIONS-MATCHED
                                   TO W-DISP-NUM
           DISPLAY 'Dispositions matched:  '
                   W-DISP-NUM

           MOVE W-TOT-UNACCOUNTED  TO W-DISP-NUM
           DISPLAY 'Pieces unaccounted:    '
                   W-DISP-NUM

           MOVE W-PIECES-TRACED    TO W-DISP-NUM
           DISPLAY 'Pieces sent to trace:  '
                   W-DISP-NUM

           MOVE W-RUNS-FLAGGED     TO W-DISP-NUM
           DISPLAY 'Runs flagged:          '
                   W-DISP-NUM

           IF      W-PIECES-TRACED > 0
               OR  W-RUNS-FLAGGED > 0
               IF      W-RETURN-CODE = 0
                   MOVE 4          TO W-RETURN-CODE
               END-IF
           END-IF

           DISPLAY 'NAMADDMPA completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-4000-WRITE-REPORT.
      *----------------------

      **** Tally each piece into its run, then print the runs and
      **** list the aged unaccounted pieces.

           PERFORM SUB-4100-TALLY-PIECE THRU SUB-4100-EXIT
               VARYING W-PC-IX FROM 1 BY 1
               UNTIL W-PC-IX > W-PC-COUNT

           MOVE SPACES             TO W-RPT-LINE
           STRING ' MAIL-PIECE ACCOUNTABILITY RECONCILIATION TO '
                                   DELIMITED BY SIZE
                  W-TODAY          DELIMITED BY SIZE
             INTO W-RPT-LINE
           END-STRING
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE SPACES             TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE W-RUN-HEADING      TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           PERFORM SUB-4200-WRITE-RUN THRU SUB-4200-EXIT
               VARYING W-RN-IX FROM 1 BY 1
               UNTIL W-RN-IX > W-RN-COUNT

           MOVE SPACES             TO W-RUN-LINE
           MOVE 'TOTAL'            TO W-RL-RUN-ID
           MOVE W-TOT-PRODUCED     TO W-RL-PRODUCED
           MOVE W-TOT-DELIVERED    TO W-RL-DELIVERED
           MOVE W-TOT-FORWARDED    TO W-RL-FORWARDED
           MOVE W-TOT-RETURNED     TO W-RL-RETURNED
           MOVE W-TOT-UNACCOUNTED  TO W-RL-UNACCOUNTED
           MOVE W-TOT-AGED         TO W-RL-AGED
           MOVE SPACES             TO W-RL-HANDED-OFF-X
           MOVE W-RUN-LINE         TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           IF      W-RUNS-FLAGGED > 0
               MOVE '   * hand-off count differs from pieces produced'
                                   TO W-RPT-LINE
               PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT
           END-IF

           MOVE SPACES             TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE W-AGE-DAYS         TO W-DISP-NUM
           MOVE SPACES             TO W-RPT-LINE
           STRING ' UNACCOUNTED PIECES OUT MORE THAN '
                                   DELIMITED BY SIZE
                  FUNCTION TRIM(W-DISP-NUM)
                                   DELIMITED BY SIZE
                  ' DAYS - SENT TO THE MAILING HOUSE FOR TRACE'
                                   DELIMITED BY SIZE
             INTO W-RPT-LINE
           END-STRING
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           PERFORM SUB-4300-TRACE-PIECE THRU SUB-4300-EXIT
               VARYING W-PC-IX FROM 1 BY 1
               UNTIL W-PC-IX > W-PC-COUNT

           IF      W-PIECES-TRACED = 0
               MOVE '   (none)'    TO W-RPT-LINE
               PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT
           END-IF
           .
       SUB-4000-EXIT.
           EXIT.
      /
       SUB-4100-TALLY-PIECE.
      *---------------------

           IF      W-SELECT-RUN-ID NOT = 0
               AND W-PC-RUN-ID(W-PC-IX) NOT = W-SELECT-RUN-ID
               GO TO SUB-4100-EXIT
           END-IF

           MOVE W-PC-RUN-ID(W-PC-IX)
                                   TO W-RUN-ID-KEY
           PERFORM SUB-9100-FIND-RUN THRU SUB-9100-EXIT

           EVALUATE TRUE
             WHEN W-PC-DELIVERED(W-PC-IX)
               ADD  1              TO W-RN-DELIVERED(W-RN-IX)
             WHEN W-PC-FORWARDED(W-PC-IX)
               ADD  1              TO W-RN-FORWARDED(W-RN-IX)
             WHEN W-PC-RETURNED(W-PC-IX)
               ADD  1              TO W-RN-RETURNED(W-RN-IX)
             WHEN OTHER
               ADD  1              TO W-RN-UNACCOUNTED(W-RN-IX)
               PERFORM SUB-9200-DAYS-OUT THRU SUB-9200-EXIT
               IF      W-DAYS-OUT > W-AGE-DAYS
                   ADD  1          TO W-RN-AGED(W-RN-IX)
               END-IF
           END-EVALUATE
           .
       SUB-4100-EXIT.
           EXIT.
      /
       SUB-4200-WRITE-RUN.
      *-------------------

           IF      W-SELECT-RUN-ID NOT = 0
               AND W-RN-RUN-ID(W-RN-IX) NOT = W-SELECT-RUN-ID
               GO TO SUB-4200-EXIT
           END-IF

           MOVE SPACES             TO W-RUN-LINE
           MOVE W-RN-RUN-ID(W-RN-IX)
                                   TO W-RL-RUN-ID
           IF      W-RN-CHANNEL(W-RN-IX) = 'L'
               MOVE 'LETTER'       TO W-RL-CHANNEL
           ELSE
               MOVE 'PRESORT'      TO W-RL-CHANNEL
           END-IF
           MOVE W-RN-DATE(W-RN-IX) TO W-RL-DATE
           MOVE W-RN-PRODUCED(W-RN-IX)
                                   TO W-RL-PRODUCED

           IF      W-RN-HANDOFF-SEEN(W-RN-IX)
               MOVE W-RN-HANDED-OFF(W-RN-IX)
                                   TO W-RL-HANDED-OFF
               IF      W-RN-HANDED-OFF(W-RN-IX)
                           NOT = W-RN-PRODUCED(W-RN-IX)
                   MOVE '*'        TO W-RL-FLAG
                   ADD  1          TO W-RUNS-FLAGGED
               END-IF
           ELSE
               MOVE '        -'    TO W-RL-HANDED-OFF-X
           END-IF

           MOVE W-RN-DELIVERED(W-RN-IX)
                                   TO W-RL-DELIVERED
           MOVE W-RN-FORWARDED(W-RN-IX)
                                   TO W-RL-FORWARDED
           MOVE W-RN-RETURNED(W-RN-IX)
                                   TO W-RL-RETURNED
           MOVE W-RN-UNACCOUNTED(W-RN-IX)
                                   TO W-RL-UNACCOUNTED
           MOVE W-RN-AGED(W-RN-IX) TO W-RL-AGED

           MOVE W-RUN-LINE         TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           ADD  W-RN-PRODUCED(W-RN-IX)
                                   TO W-TOT-PRODUCED
           ADD  W-RN-DELIVERED(W-RN-IX)
                                   TO W-TOT-DELIVERED
           ADD  W-RN-FORWARDED(W-RN-IX)
                                   TO W-TOT-FORWARDED
           ADD  W-RN-RETURNED(W-RN-IX)
                                   TO W-TOT-RETURNED
           ADD  W-RN-UNACCOUNTED(W-RN-IX)
                                   TO W-TOT-UNACCOUNTED
           ADD  W-RN-AGED(W-RN-IX) TO W-TOT-AGED
           .
       SUB-4200-EXIT.
           EXIT.
      /
       SUB-4300-TRACE-PIECE.
      *---------------------

           IF      NOT W-PC-UNACCOUNTED(W-PC-IX)
               GO TO SUB-4300-EXIT
           END-IF

           IF      W-SELECT-RUN-ID NOT = 0
               AND W-PC-RUN-ID(W-PC-IX) NOT = W-SELECT-RUN-ID
               GO TO SUB-4300-EXIT
           END-IF

           PERFORM SUB-9200-DAYS-OUT THRU SUB-9200-EXIT

           IF      W-DAYS-OUT NOT > W-AGE-DAYS
               GO TO SUB-4300-EXIT
           END-IF

           MOVE SPACES             TO W-PIECE-LINE
           MOVE W-PC-TAXID(W-PC-IX)
                                   TO W-PL-TAXID
           MOVE W-PC-RUN-ID(W-PC-IX)
                                   TO W-PL-RUN-ID
           IF      W-PC-CHANNEL(W-PC-IX) = 'L'
               MOVE 'LETTER'       TO W-PL-CHANNEL
           ELSE
               MOVE 'PRESORT'      TO W-PL-CHANNEL
           END-IF
           MOVE W-PC-DATE(W-PC-IX) TO W-PL-DATE
           MOVE W-PC-REF-ID(W-PC-IX)
                                   TO W-PL-REF-ID
           MOVE W-PC-IMB-SERIAL(W-PC-IX)
                                   TO W-PL-IMB-SERIAL
           MOVE W-DAYS-OUT         TO W-PL-DAYS-OUT
           MOVE W-PIECE-LINE       TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE SPACES             TO VENDTRC-REC
           MOVE W-PC-TAXID(W-PC-IX)
                                   TO VT-TAXID
           MOVE W-PC-RUN-ID(W-PC-IX)
                                   TO VT-RUN-ID
           MOVE W-PC-DATE(W-PC-IX) TO VT-DATE
           MOVE W-PC-CHANNEL(W-PC-IX)
                                   TO VT-CHANNEL
           MOVE W-PC-REF-ID(W-PC-IX)
                                   TO VT-REF-ID
           MOVE W-PC-IMB-SERIAL(W-PC-IX)
                                   TO VT-IMB-SERIAL
           MOVE W-DAYS-OUT         TO VT-DAYS-OUT

           WRITE VENDTRC-REC

           IF      NOT W-VT-FILE-STATUS-GOOD
               MOVE W-VT-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-VT-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing VENDTRC'
               MOVE 30             TO W-RETURN-CODE
               GO TO SUB-4300-EXIT
           END-IF

           ADD  1                  TO W-PIECES-TRACED
           .
       SUB-4300-EXIT.
           EXIT.
      /
       SUB-9100-FIND-RUN.
      *------------------

           SET  W-NOT-FOUND        TO TRUE
           SET  W-RN-IX            TO 1

           PERFORM UNTIL W-RN-IX > W-RN-COUNT
                   OR    W-FOUND
               IF      W-RN-RUN-ID(W-RN-IX) = W-RUN-ID-KEY
                   SET  W-FOUND    TO TRUE
               ELSE
                   SET  W-RN-IX    UP BY 1
               END-IF
           END-PERFORM
           .
       SUB-9100-EXIT.
           EXIT.
      /
       SUB-9200-DAYS-OUT.
      *------------------

           IF      W-PC-DATE(W-PC-IX) NOT NUMERIC
               MOVE 0              TO W-DAYS-OUT
               GO TO SUB-9200-EXIT
           END-IF

           MOVE W-PC-DATE(W-PC-IX) TO W-DATE-NUM
           COMPUTE W-PIECE-DAY     = FUNCTION
                                   INTEGER-OF-DATE(W-DATE-NUM)
           COMPUTE W-DAYS-OUT      = W-TODAY-DAY - W-PIECE-DAY
           .
       SUB-9200-EXIT.
           EXIT.
      /
       SUB-9900-WRITE-LINE.
      *--------------------

           MOVE W-RPT-LINE         TO MPARPT-REC

           WRITE MPARPT-REC

           IF      NOT W-RP-FILE-STATUS-GOOD
               MOVE W-RP-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-RP-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing MPARPT'
               MOVE 40             TO W-RETURN-CODE
           END-IF
           .
       SUB-9900-EXIT.
           EXIT.
