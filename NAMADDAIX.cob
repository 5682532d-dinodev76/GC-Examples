      *========================== NAMADDAIX ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Rebuilds the audit index
      *              Data\NAMEADDR.AuditIdx.dat from scratch. AUDIDX
      *              keeps the index current as AUDCHAIN stamps each
      *              image and as NAMADDROL rolls the audit file
      *              over; this program is for the first load, and
      *              for any time the index is lost, damaged or
      *              suspected of drifting from the audit trail.
      *
      *              The rebuild:
      *
      *                  creates the index empty (AUDIDX 'B');
      *
      *                  reads every rolled-over audit archive the
      *                  backup catalog lists under source AUD, in
      *                  catalog order, and indexes each stamped
      *                  image at its line in the archive - an
      *                  archive the retention sweep has already
      *                  pruned is named on the console and
      *                  skipped;
      *
      *                  indexes the live Data\NAMEADDR.Audit.dat
      *                  the same way.
      *
      *              Images written before the tamper-evidence stamp
      *              (no sequence number), seals, anchors and
      *              tombstoned images carry nothing to key on and
      *              are not indexed - the per-taxpayer readers
      *              fall back to scanning only when there is no
      *              index at all.
      *
      *              Run it when the audit writers are quiet, after
      *              BLDFILES, like the other nightly rebuilds.
      *
      *              Return code 10 when the index cannot be
      *              created, 11 when an image cannot be indexed;
      *              4 when one or more catalogued archives were
      *              missing.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 NAMADDAIX.

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
           SELECT NAMADDAU         ASSIGN TO W-AUDIT-PATH
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-AU-FILE-STATUS.

           SELECT BKCATLG          ASSIGN
                                   "Data\NAMEADDR.BackupCatalog.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-BC-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  NAMADDAU.

       01  NAMADDAU-REC.           COPY NAMADDAU.

       FD  BKCATLG.

       01  BKCATLG-REC.
           05  BC-BACKUP-PATH      PIC X(80).
           05  FILLER              PIC X(01).
           05  BC-SOURCE           PIC X(03).
           05  FILLER              PIC X(01).
           05  BC-TIMESTAMP        PIC X(14).
           05  FILLER              PIC X(01).
           05  BC-RUN-ID           PIC 9(08).
           05  FILLER              PIC X(01).
           05  BC-REC-COUNT        PIC 9(09).
           05  FILLER              PIC X(01).
           05  BC-MONTH-END        PIC X(01).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-RETURN-CODE           PIC S9(04) COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.

       01  W-LINE-NUM              PIC 9(09)       VALUE 0.
       01  W-FILE-IMAGES           PIC 9(09)  COMP VALUE 0.
       01  W-FILE-ENTRIES          PIC 9(09)  COMP VALUE 0.

       01  W-ARCHIVES-READ         PIC 9(09)  COMP VALUE 0.
       01  W-ARCHIVES-MISSING      PIC 9(09)  COMP VALUE 0.
       01  W-TOTAL-IMAGES          PIC 9(09)  COMP VALUE 0.
       01  W-TOTAL-ENTRIES         PIC 9(09)  COMP VALUE 0.

       01  W-AUDIT-PATH            PIC X(60).
       01  W-LIVE-PATH             PIC X(60)       VALUE
           'Data\NAMEADDR.Audit.dat'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-AU-EOF                            VALUE 'Y'.
           88  W-AU-NOT-EOF                        VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-BC-EOF                            VALUE 'Y'.

       01  W-AU-FILE-STATUS        PIC X(02).
           88  W-AU-FILE-STATUS-GOOD               VALUE '00'.

       01  W-BC-FILE-STATUS        PIC X(02).
           88  W-BC-FILE-STATUS-GOOD               VALUE '00'.

       01  W-ERROR-MSG             PIC X(22)       VALUE
           '**** NAMADDAIX error: '.

       01  W-RI-CONTROL.
           COPY RUNIDL.

       01  W-AI-CONTROL.
           COPY AUDIDXL.

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

           PERFORM SUB-2000-INDEX-ARCHIVES THRU SUB-2000-EXIT

           IF      W-RETURN-CODE < 10
               MOVE W-LIVE-PATH    TO W-AUDIT-PATH
               PERFORM SUB-3000-INDEX-ONE-FILE THRU SUB-3000-EXIT
           END-IF

           PERFORM SUB-4000-SHUT-DOWN THRU SUB-4000-EXIT
           .
       MAIN-EXIT.
           MOVE W-RETURN-CODE      TO RETURN-CODE
           STOP RUN.
      /
       SUB-1000-START-UP.
      *------------------

           MOVE FUNCTION WHEN-COMPILED
                                   TO W-COMPILED-DATE

           DISPLAY 'NAMADDAIX compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           SET  RI-FUNC-NEXT       TO TRUE
           CALL 'RUNID' USING W-RI-CONTROL
           DISPLAY 'Run ID: ' RI-RUN-ID

           SET  AI-FUNC-REBUILD    TO TRUE

           CALL 'AUDIDX' USING W-AI-CONTROL

           IF      NOT AI-RESPONSE-GOOD
               DISPLAY W-ERROR-MSG
                       'Unable to create the audit index '
                       'Data\NAMEADDR.AuditIdx.dat'
               MOVE 10             TO W-RETURN-CODE
           END-IF
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-2000-INDEX-ARCHIVES.
      *------------------------

      **** No backup catalog on disk means no audit file was ever
      **** rolled over through it - the live file is the whole
      **** trail.

           OPEN INPUT BKCATLG

           IF      NOT W-BC-FILE-STATUS-GOOD
               DISPLAY 'No backup catalog on disk - indexing the '
                       'live audit file only'
               GO TO SUB-2000-EXIT
           END-IF

           PERFORM SUB-2100-INDEX-ONE-ARCHIVE THRU SUB-2100-EXIT
               UNTIL W-BC-EOF
               OR    W-RETURN-CODE >= 10

           CLOSE BKCATLG
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-INDEX-ONE-ARCHIVE.
      *---------------------------

           READ BKCATLG
               AT END
                   SET  W-BC-EOF   TO TRUE
                   GO TO SUB-2100-EXIT
           END-READ

           IF      BC-SOURCE NOT = 'AUD'
               OR  BC-BACKUP-PATH = SPACES
               GO TO SUB-2100-EXIT
           END-IF

           MOVE BC-BACKUP-PATH     TO W-AUDIT-PATH

           PERFORM SUB-3000-INDEX-ONE-FILE THRU SUB-3000-EXIT
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-3000-INDEX-ONE-FILE.
      *------------------------

      **** Lines are numbered from 1 as read, so each entry points
      **** at the line its image lives on.

           OPEN INPUT NAMADDAU

           IF      NOT W-AU-FILE-STATUS-GOOD
               IF      W-AUDIT-PATH = W-LIVE-PATH
                   DISPLAY 'No live audit file on disk'
               ELSE
                   DISPLAY 'Archive missing, not indexed: '
                           FUNCTION TRIM(W-AUDIT-PATH)
                   ADD  1          TO W-ARCHIVES-MISSING
                   IF      W-RETURN-CODE = 0
                       MOVE 4      TO W-RETURN-CODE
                   END-IF
               END-IF
               GO TO SUB-3000-EXIT
           END-IF

           IF      W-AUDIT-PATH NOT = W-LIVE-PATH
               ADD  1              TO W-ARCHIVES-READ
           END-IF

           MOVE 0                  TO W-LINE-NUM
                                      W-FILE-IMAGES
                                      W-FILE-ENTRIES
           SET  W-AU-NOT-EOF       TO TRUE

           PERFORM SUB-3100-INDEX-ONE-IMAGE THRU SUB-3100-EXIT
               UNTIL W-AU-EOF
               OR    W-RETURN-CODE >= 10

           CLOSE NAMADDAU

           MOVE W-FILE-ENTRIES     TO W-DISP-NUM
           DISPLAY 'Indexed '
                   FUNCTION TRIM(W-AUDIT-PATH)
                   ': '
                   W-DISP-NUM
                   ' entry(ies)'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-INDEX-ONE-IMAGE.
      *-------------------------

           READ NAMADDAU
               AT END
                   SET  W-AU-EOF   TO TRUE
                   GO TO SUB-3100-EXIT
           END-READ

           ADD  1                  TO W-LINE-NUM
           ADD  1                  TO W-FILE-IMAGES
                                      W-TOTAL-IMAGES

           IF      NAMADDAU-REC = SPACES
               GO TO SUB-3100-EXIT
           END-IF

           SET  AI-FUNC-WRITE      TO TRUE
           MOVE W-AUDIT-PATH       TO AI-AUDIT-PATH
           MOVE W-LINE-NUM         TO AI-LINE-NUM
           MOVE NAMADDAU-REC       TO AI-AUDIT-REC

           CALL 'AUDIDX' USING W-AI-CONTROL

           IF      NOT AI-RESPONSE-GOOD
               DISPLAY W-ERROR-MSG
                       'Unable to index line '
                       W-LINE-NUM
                       ' of '
                       FUNCTION TRIM(W-AUDIT-PATH)
               MOVE 11             TO W-RETURN-CODE
               GO TO SUB-3100-EXIT
           END-IF

           ADD  AI-ENTRY-COUNT     TO W-FILE-ENTRIES
                                      W-TOTAL-ENTRIES
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-4000-SHUT-DOWN.
      *-------------------

           SET  AI-FUNC-CLOSE      TO TRUE

           CALL 'AUDIDX' USING W-AI-CONTROL

           MOVE W-ARCHIVES-READ    TO W-DISP-NUM
           DISPLAY 'Archives indexed:      '
                   W-DISP-NUM

           MOVE W-ARCHIVES-MISSING TO W-DISP-NUM
           DISPLAY 'Archives missing:      '
                   W-DISP-NUM

           MOVE W-TOTAL-IMAGES     TO W-DISP-NUM
           DISPLAY 'Audit images read:     '
                   W-DISP-NUM

           MOVE W-TOTAL-ENTRIES    TO W-DISP-NUM
           DISPLAY 'Index entries written: '
                   W-DISP-NUM

           DISPLAY 'NAMADDAIX completed'
           .
       SUB-4000-EXIT.
           EXIT.
