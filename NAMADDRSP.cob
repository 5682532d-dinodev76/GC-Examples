      *========================== NAMADDRSP ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Response intake and reminder cycle for letters
      *              that ask the taxpayer to reply - verification
      *              requests, missing-information notices. NAMADDLTR
      *              opens an entry on the pending-response file
      *              Data\NAMEADDR.PendResp.dat (layout NAMADDRQ.cpy)
      *              for every such letter; this program closes and
      *              chases them.
      *
      *              Intake - an entry is closed by:
      *
      *                  a scanned reply in
      *                  Data\NAMEADDR.ReplyScan.dat, the mailroom's
      *                  file of the scanline references printed on
      *                  the reply slips, one per line. A reference
      *                  that is an entry's own letter closes that
      *                  entry; a reminder's or final notice's
      *                  reference is traced through the
      *                  correspondence history to its TAXID and
      *                  closes that taxpayer's oldest entry still
      *                  awaiting a reply;
      *
      *                  a clerk entry in
      *                  Data\NAMEADDR.ReplyEntry.dat - TAXID, the
      *                  clerk's user ID and, optionally, the letter's
      *                  reference - for replies that came by phone,
      *                  in person or without the slip. A line with
      *                  no clerk ID is rejected.
      *
      *              Cycle - an entry still open on its due date
      *              moves one step:
      *
      *                  letter       -> reminder, TAXID written
      *                                  to the selection list
      *                                  Data\NAMEADDR.RespReminder
      *                                  .Sel.dat
      *                  reminder     -> final notice, TAXID written
      *                                  to Data\NAMEADDR.RespFinal
      *                                  .Sel.dat
      *                  final notice -> referred to the clerks, who
      *                                  work it from this report;
      *                                  NAMADDAGE ages it as the
      *                                  NORESP queue until a reply
      *                                  or clerk entry closes it.
      *
      *              The two selection lists are NAMADDLTR's argument
      *              3, run against the reminder and final-notice
      *              template stores. Those stores declare no
      *              response window, so the letters they produce
      *              open no further entries.
      *
      *              Arguments, each defaulted when omitted or zero:
      *                  1 - days allowed after a reminder (014)
      *                  2 - days allowed after a final notice (014)
      *
      *              Disaster areas - an entry whose letter went to
      *              a ZIP that NAMPREF answers deferred today does
      *              not move through the cycle; once the
      *              declaration covering its due date has ended,
      *              the due date is put back by the declared period,
      *              once per entry.
      *
      *              Output: Data\NAMEADDR.Response.Rpt.dat. Return
      *              code 4 when anything was referred this run.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      * 2026-09-14  0.2      Disaster-area deadlines: the cycle is
      *                      paused for an entry whose ZIP is in a
      *                      declared area, and a due date that fell
      *                      inside a declaration is extended by the
      *                      declared period when it ends. Both are
      *                      counted on the report
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 NAMADDRSP.

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
           SELECT NAMADDRQ         ASSIGN "Data\NAMEADDR.PendResp.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-RQ-FILE-STATUS.

           SELECT NAMADDCH         ASSIGN "Data\NAMEADDR.CorrHist.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-CH-FILE-STATUS.

           SELECT REPLYSCN         ASSIGN
                                   "Data\NAMEADDR.ReplyScan.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-RY-FILE-STATUS.

           SELECT REPLYENT         ASSIGN
                                   "Data\NAMEADDR.ReplyEntry.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-RE-FILE-STATUS.

           SELECT REMINSEL         ASSIGN
                                   "Data\NAMEADDR.RespReminder.Sel.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-RM-FILE-STATUS.

           SELECT FINALSEL         ASSIGN
                                   "Data\NAMEADDR.RespFinal.Sel.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-FN-FILE-STATUS.

           SELECT RSPRPT           ASSIGN
                                   "Data\NAMEADDR.Response.Rpt.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-RP-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  NAMADDRQ.

       01  NAMADDRQ-REC            PIC X(103).

       FD  NAMADDCH.

       01  NAMADDCH-REC.           COPY NAMADDCH.

       FD  REPLYSCN.

       01  REPLYSCN-REC.
           05  RY-REF-ID           PIC X(16).

       FD  REPLYENT.

       01  REPLYENT-REC.
           05  RE-TAXID            PIC X(12).
           05  FILLER              PIC X(01).
           05  RE-CLERK-ID         PIC X(08).
           05  FILLER              PIC X(01).
           05  RE-REF-ID           PIC X(16).

       FD  REMINSEL.

       01  REMINSEL-REC.
           05  RM-TAXID            PIC X(12).

       FD  FINALSEL.

       01  FINALSEL-REC.
           05  FN-TAXID            PIC X(12).

       FD  RSPRPT.

       01  RSPRPT-REC              PIC X(132).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-RETURN-CODE           PIC S9(04) COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ,ZZ9.

       01  W-ENTRIES-LOADED        PIC 9(09)  COMP VALUE 0.
       01  W-SCANS-READ            PIC 9(09)  COMP VALUE 0.
       01  W-CLOSED-BY-SCAN        PIC 9(09)  COMP VALUE 0.
       01  W-CLERK-LINES-READ      PIC 9(09)  COMP VALUE 0.
       01  W-CLOSED-BY-CLERK       PIC 9(09)  COMP VALUE 0.
       01  W-CLERK-REJECTED        PIC 9(09)  COMP VALUE 0.
       01  W-UNMATCHED             PIC 9(09)  COMP VALUE 0.
       01  W-REMINDERS-DUE         PIC 9(09)  COMP VALUE 0.
       01  W-FINALS-DUE            PIC 9(09)  COMP VALUE 0.
       01  W-REFERRED-NOW          PIC 9(09)  COMP VALUE 0.
       01  W-STILL-OPEN            PIC 9(09)  COMP VALUE 0.
       01  W-STILL-REFERRED        PIC 9(09)  COMP VALUE 0.
       01  W-CYCLE-DEFERRED        PIC 9(09)  COMP VALUE 0.
       01  W-DUE-EXTENDED          PIC 9(09)  COMP VALUE 0.

       01  W-ARG                   PIC X(03).
       01  W-REMIND-DAYS           PIC 9(03)  COMP VALUE 14.
       01  W-FINAL-DAYS            PIC 9(03)  COMP VALUE 14.

       01  W-TODAY                 PIC X(08).
       01  W-DATE-NUM              PIC 9(08).
       01  W-TODAY-DAY             PIC S9(09) COMP.
       01  W-WORK-DAY              PIC S9(09) COMP.
       01  W-REMIND-DUE            PIC X(08).
       01  W-FINAL-DUE             PIC X(08).

       01  W-DEFER-START-DAY       PIC S9(09) COMP.
       01  W-DEFER-DAYS            PIC S9(09) COMP.

      **** The pending-response file, held whole and rewritten at
      **** the end of the run.

       01  W-PND-COUNT             PIC 9(05)  COMP VALUE 0.
       01  W-PND-MAX               PIC 9(05)  COMP VALUE 20000.

       01  W-PND-TABLE.
           05  W-PND-ENTRY                         OCCURS 20000
                                                   INDEXED W-PND-IX.
           COPY NAMADDRQ REPLACING ==05== BY ==10==.

      **** Scanline references on the correspondence history, so a
      **** reminder's reference can be traced to its TAXID.

       01  W-REF-COUNT             PIC 9(05)  COMP VALUE 0.
       01  W-REF-MAX               PIC 9(05)  COMP VALUE 50000.

       01  W-REF-TABLE.
           05  W-REF-ENTRY                         OCCURS 50000
                                                   INDEXED W-REF-IX.
               10  W-REF-REF-ID    PIC X(16).
               10  W-REF-TAXID     PIC X(12).

       01  W-MATCH-REF-ID          PIC X(16).
       01  W-MATCH-TAXID           PIC X(12).
       01  W-CLOSED-BY             PIC X(08).

       01  W-FOUND-SW              PIC X(01).
           88  W-FOUND                             VALUE 'Y'.
           88  W-NOT-FOUND                         VALUE 'N'.

       01  W-APPLIED-SW            PIC X(01).
           88  W-ALREADY-APPLIED                   VALUE 'Y'.
           88  W-NOT-YET-APPLIED                   VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-RQ-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-CH-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-RY-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-RE-EOF                            VALUE 'Y'.

       01  W-RQ-FILE-STATUS        PIC X(02).
           88  W-RQ-FILE-STATUS-GOOD               VALUE '00'.
           88  W-RQ-FILE-NOT-FOUND                 VALUE '35'.

       01  W-CH-FILE-STATUS        PIC X(02).
           88  W-CH-FILE-STATUS-GOOD               VALUE '00'.

       01  W-RY-FILE-STATUS        PIC X(02).
           88  W-RY-FILE-STATUS-GOOD               VALUE '00'.

       01  W-RE-FILE-STATUS        PIC X(02).
           88  W-RE-FILE-STATUS-GOOD               VALUE '00'.

       01  W-RM-FILE-STATUS        PIC X(02).
           88  W-RM-FILE-STATUS-GOOD               VALUE '00'.

       01  W-FN-FILE-STATUS        PIC X(02).
           88  W-FN-FILE-STATUS-GOOD               VALUE '00'.

       01  W-RP-FILE-STATUS        PIC X(02).
           88  W-RP-FILE-STATUS-GOOD               VALUE '00'.

       01  W-ERROR-MSG             PIC X(22)       VALUE
           '**** NAMADDRSP error: '.

       01  W-FS-CONTROL.
           COPY FILESTATL.

       01  W-PR-CONTROL.
           COPY NAMPREFL.

       01  W-RPT-LINE              PIC X(132).

       01  W-COUNT-LINE.
           05  FILLER              PIC X(03).
           05  W-CL-LABEL          PIC X(36).
           05  W-CL-COUNT          PIC ZZZ,ZZ9.

       01  W-REFER-HEADING.
           05  FILLER              PIC X(32)       VALUE
               '   TAXID         LETTER REF     '.
           05  FILLER              PIC X(30)       VALUE
               '   TEMPLATE          SENT     '.
           05  FILLER              PIC X(18)       VALUE
               ' REFERRED  WAITING'.

       01  W-REFER-LINE.
           05  FILLER              PIC X(03).
           05  W-RL-TAXID          PIC X(12).
           05  FILLER              PIC X(02).
           05  W-RL-REF-ID         PIC X(16).
           05  FILLER              PIC X(02).
           05  W-RL-TEMPLATE       PIC X(16).
           05  FILLER              PIC X(02).
           05  W-RL-SENT-DATE      PIC X(08).
           05  FILLER              PIC X(02).
           05  W-RL-ACTION-DATE    PIC X(08).
           05  FILLER              PIC X(02).
           05  W-RL-DAYS           PIC ZZ,ZZ9.
           05  FILLER              PIC X(02).
           05  W-RL-NEW            PIC X(03).

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

           PERFORM SUB-1100-LOAD-PENDING THRU SUB-1100-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO MAIN-EXIT
           END-IF

           PERFORM SUB-1200-LOAD-REFERENCES THRU SUB-1200-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO MAIN-EXIT
           END-IF

           PERFORM SUB-2000-APPLY-REPLY-SCANS THRU SUB-2000-EXIT

           PERFORM SUB-2200-APPLY-CLERK-ENTRIES THRU SUB-2200-EXIT

           PERFORM SUB-3000-RUN-CYCLE THRU SUB-3000-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO MAIN-EXIT
           END-IF

           PERFORM SUB-3500-REWRITE-PENDING THRU SUB-3500-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO MAIN-EXIT
           END-IF

           PERFORM SUB-4000-WRITE-REPORT THRU SUB-4000-EXIT

           PERFORM SUB-5000-SHUT-DOWN THRU SUB-5000-EXIT
           .
       MAIN-EXIT.
           MOVE W-RETURN-CODE      TO RETURN-CODE
           STOP RUN.
      /
       SUB-1000-START-UP.
      *------------------

           MOVE FUNCTION WHEN-COMPILED
                                   TO W-COMPILED-DATE

           DISPLAY 'NAMADDRSP compiled on '
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
               AND W-ARG > '000'
               MOVE W-ARG          TO W-REMIND-DAYS
           END-IF

           DISPLAY 2               UPON ARGUMENT-NUMBER
           MOVE SPACES             TO W-ARG
           ACCEPT W-ARG            FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           IF      W-ARG NUMERIC
               AND W-ARG > '000'
               MOVE W-ARG          TO W-FINAL-DAYS
           END-IF

           MOVE FUNCTION CURRENT-DATE(1 : 8)
                                   TO W-TODAY
           MOVE W-TODAY            TO W-DATE-NUM
           COMPUTE W-TODAY-DAY     = FUNCTION
                                   INTEGER-OF-DATE(W-DATE-NUM)

           COMPUTE W-WORK-DAY      = W-TODAY-DAY + W-REMIND-DAYS
           COMPUTE W-DATE-NUM      = FUNCTION
                                   DATE-OF-INTEGER(W-WORK-DAY)
           MOVE W-DATE-NUM         TO W-REMIND-DUE

           COMPUTE W-WORK-DAY      = W-TODAY-DAY + W-FINAL-DAYS
           COMPUTE W-DATE-NUM      = FUNCTION
                                   DATE-OF-INTEGER(W-WORK-DAY)
           MOVE W-DATE-NUM         TO W-FINAL-DUE

           DISPLAY 'After reminder:     '
                   W-REMIND-DAYS
                   ' days'
           DISPLAY 'After final notice: '
                   W-FINAL-DAYS
                   ' days'

           OPEN OUTPUT RSPRPT

           IF      NOT W-RP-FILE-STATUS-GOOD
               MOVE W-RP-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-RP-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening RSPRPT'
               MOVE 10             TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           OPEN OUTPUT REMINSEL

           IF      NOT W-RM-FILE-STATUS-GOOD
               MOVE W-RM-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-RM-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening REMINSEL'
               MOVE 11             TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           OPEN OUTPUT FINALSEL

           IF      NOT W-FN-FILE-STATUS-GOOD
               MOVE W-FN-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-FN-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening FINALSEL'
               MOVE 12             TO W-RETURN-CODE
           END-IF
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-PENDING.
      *----------------------

      **** No pending-response file means no letter has yet asked
      **** for a reply - the run reports nothing outstanding.

           OPEN INPUT NAMADDRQ

           IF      W-RQ-FILE-NOT-FOUND
               DISPLAY 'No pending-response file yet - nothing '
                       'awaits a reply'
               GO TO SUB-1100-EXIT
           END-IF

           IF      NOT W-RQ-FILE-STATUS-GOOD
               MOVE W-RQ-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-RQ-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDRQ'
               MOVE 13             TO W-RETURN-CODE
               GO TO SUB-1100-EXIT
           END-IF

           PERFORM UNTIL W-RQ-EOF
                   OR    W-RETURN-CODE NOT = 0
               READ NAMADDRQ
                   AT END
                       SET  W-RQ-EOF
                                   TO TRUE
               END-READ

               IF      NOT W-RQ-EOF
                   AND NAMADDRQ-REC NOT = SPACES
                   IF      W-PND-COUNT >= W-PND-MAX
                       DISPLAY W-ERROR-MSG
                               'Pending-response table full - '
                               'increase W-PND-MAX'
                       MOVE 15     TO W-RETURN-CODE
                   ELSE
                       ADD  1      TO W-PND-COUNT
                       SET  W-PND-IX
                                   TO W-PND-COUNT
                       MOVE NAMADDRQ-REC
                                   TO W-PND-ENTRY(W-PND-IX)
                   END-IF
               END-IF
           END-PERFORM

           CLOSE NAMADDRQ

           MOVE W-PND-COUNT        TO W-ENTRIES-LOADED
                                      W-DISP-NUM
           DISPLAY 'Pending-response entries loaded: '
                   W-DISP-NUM
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1200-LOAD-REFERENCES.
      *-------------------------

      **** Without the history a reminder's reference cannot be
      **** traced, but an entry's own reference still closes it.

           OPEN INPUT NAMADDCH

           IF      NOT W-CH-FILE-STATUS-GOOD
               DISPLAY 'No correspondence history on disk - only '
                       'original-letter references will match'
               GO TO SUB-1200-EXIT
           END-IF

           PERFORM UNTIL W-CH-EOF
                   OR    W-RETURN-CODE NOT = 0
               READ NAMADDCH
                   AT END
                       SET  W-CH-EOF
                                   TO TRUE
               END-READ

               IF      NOT W-CH-EOF
                   AND CH-REF-ID NOT = SPACES
                   IF      W-REF-COUNT >= W-REF-MAX
                       DISPLAY W-ERROR-MSG
                               'Reference table full - '
                               'increase W-REF-MAX'
                       MOVE 16     TO W-RETURN-CODE
                   ELSE
                       ADD  1      TO W-REF-COUNT
                       SET  W-REF-IX
                                   TO W-REF-COUNT
                       MOVE CH-REF-ID
                                   TO W-REF-REF-ID(W-REF-IX)
                       MOVE CH-TAXID
                                   TO W-REF-TAXID(W-REF-IX)
                   END-IF
               END-IF
           END-PERFORM

           CLOSE NAMADDCH
           .
       SUB-1200-EXIT.
           EXIT.
      /
       SUB-2000-APPLY-REPLY-SCANS.
      *---------------------------

           OPEN INPUT REPLYSCN

           IF      NOT W-RY-FILE-STATUS-GOOD
               DISPLAY 'No reply scans today'
               GO TO SUB-2000-EXIT
           END-IF

           PERFORM SUB-2100-APPLY-ONE-SCAN THRU SUB-2100-EXIT
               UNTIL W-RY-EOF

           CLOSE REPLYSCN
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-APPLY-ONE-SCAN.
      *------------------------

           READ REPLYSCN
               AT END
                   SET  W-RY-EOF   TO TRUE
                   GO TO SUB-2100-EXIT
           END-READ

           IF      RY-REF-ID = SPACES
               GO TO SUB-2100-EXIT
           END-IF

           ADD  1                  TO W-SCANS-READ

           MOVE RY-REF-ID          TO W-MATCH-REF-ID
           MOVE SPACES             TO W-MATCH-TAXID
           MOVE 'SCAN'             TO W-CLOSED-BY

           PERFORM SUB-2500-CLOSE-ENTRY THRU SUB-2500-EXIT

           IF      W-ALREADY-APPLIED
               GO TO SUB-2100-EXIT
           END-IF

           IF      W-FOUND
               ADD  1              TO W-CLOSED-BY-SCAN
           ELSE
               ADD  1              TO W-UNMATCHED
               DISPLAY 'Reply scan matches no open entry: '
                       RY-REF-ID
           END-IF
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-APPLY-CLERK-ENTRIES.
      *-----------------------------

           OPEN INPUT REPLYENT

           IF      NOT W-RE-FILE-STATUS-GOOD
               DISPLAY 'No clerk reply entries today'
               GO TO SUB-2200-EXIT
           END-IF

           PERFORM SUB-2300-APPLY-ONE-CLERK-ENTRY THRU SUB-2300-EXIT
               UNTIL W-RE-EOF

           CLOSE REPLYENT
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2300-APPLY-ONE-CLERK-ENTRY.
      *-------------------------------

           READ REPLYENT
               AT END
                   SET  W-RE-EOF   TO TRUE
                   GO TO SUB-2300-EXIT
           END-READ

           IF      REPLYENT-REC = SPACES
               GO TO SUB-2300-EXIT
           END-IF

           ADD  1                  TO W-CLERK-LINES-READ

           IF      RE-CLERK-ID = SPACES
               OR  RE-TAXID = SPACES
               ADD  1              TO W-CLERK-REJECTED
               DISPLAY 'Clerk entry rejected, TAXID and clerk ID '
                       'both required: '
                       REPLYENT-REC
               GO TO SUB-2300-EXIT
           END-IF

           MOVE RE-REF-ID          TO W-MATCH-REF-ID
           MOVE RE-TAXID           TO W-MATCH-TAXID
           MOVE RE-CLERK-ID        TO W-CLOSED-BY

           PERFORM SUB-2500-CLOSE-ENTRY THRU SUB-2500-EXIT

           IF      W-ALREADY-APPLIED
               GO TO SUB-2300-EXIT
           END-IF

           IF      W-FOUND
               ADD  1              TO W-CLOSED-BY-CLERK
           ELSE
               ADD  1              TO W-UNMATCHED
               DISPLAY 'Clerk entry matches no open entry: '
                       RE-TAXID ' ' RE-REF-ID
           END-IF
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2500-CLOSE-ENTRY.
      *---------------------

      **** W-MATCH-REF-ID, when given, is looked for first as an
      **** entry's own letter. A reference already closed is a
      **** reply seen before and is left alone. Otherwise the
      **** TAXID - given, or traced from the reference through the
      **** history - closes that taxpayer's oldest entry still
      **** awaiting a reply.

           SET  W-NOT-FOUND        TO TRUE
           SET  W-NOT-YET-APPLIED  TO TRUE

           IF      W-MATCH-REF-ID NOT = SPACES
               SET  W-PND-IX       TO 1
               PERFORM UNTIL W-PND-IX > W-PND-COUNT
                       OR    W-FOUND
                   IF      RQ-REF-ID(W-PND-IX) = W-MATCH-REF-ID
                       SET  W-FOUND
                                   TO TRUE
                   ELSE
                       SET  W-PND-IX
                                   UP BY 1
                   END-IF
               END-PERFORM

               IF      W-FOUND
                   IF      RQ-STATUS-CLOSED(W-PND-IX)
                       SET  W-ALREADY-APPLIED
                                   TO TRUE
                   ELSE
                       PERFORM SUB-2600-MARK-CLOSED THRU
                               SUB-2600-EXIT
                   END-IF
                   GO TO SUB-2500-EXIT
               END-IF

               IF      W-MATCH-TAXID = SPACES
                   SET  W-REF-IX   TO 1
                   PERFORM UNTIL W-REF-IX > W-REF-COUNT
                           OR    W-MATCH-TAXID NOT = SPACES
                       IF      W-REF-REF-ID(W-REF-IX)
                                   = W-MATCH-REF-ID
                           MOVE W-REF-TAXID(W-REF-IX)
                                   TO W-MATCH-TAXID
                       ELSE
                           SET  W-REF-IX
                                   UP BY 1
                       END-IF
                   END-PERFORM
               END-IF
           END-IF

           IF      W-MATCH-TAXID = SPACES
               GO TO SUB-2500-EXIT
           END-IF

           SET  W-PND-IX           TO 1

           PERFORM UNTIL W-PND-IX > W-PND-COUNT
                   OR    W-FOUND
               IF      RQ-TAXID(W-PND-IX) = W-MATCH-TAXID
                   AND NOT RQ-STATUS-CLOSED(W-PND-IX)
                   SET  W-FOUND    TO TRUE
               ELSE
                   SET  W-PND-IX   UP BY 1
               END-IF
           END-PERFORM

           IF      W-FOUND
               PERFORM SUB-2600-MARK-CLOSED THRU SUB-2600-EXIT
           END-IF
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2600-MARK-CLOSED.
      *---------------------

           SET  RQ-STATUS-CLOSED(W-PND-IX)
                                   TO TRUE
           MOVE W-TODAY            TO RQ-ACTION-DATE(W-PND-IX)
           MOVE W-CLOSED-BY        TO RQ-CLOSED-BY(W-PND-IX)
           .
       SUB-2600-EXIT.
           EXIT.
      /
       SUB-3000-RUN-CYCLE.
      *-------------------

           PERFORM SUB-3100-STEP-ONE-ENTRY THRU SUB-3100-EXIT
               VARYING W-PND-IX FROM 1 BY 1
               UNTIL W-PND-IX > W-PND-COUNT
               OR    W-RETURN-CODE NOT = 0
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-STEP-ONE-ENTRY.
      *------------------------

           IF      NOT RQ-STATUS-OPEN(W-PND-IX)
               GO TO SUB-3100-EXIT
           END-IF

           IF      RQ-DUE-DATE(W-PND-IX) > W-TODAY
               GO TO SUB-3100-EXIT
           END-IF

           IF      RQ-ZIP-CODE(W-PND-IX) NOT = SPACES
               PERFORM SUB-3200-CHECK-DISASTER-AREA
                                   THRU SUB-3200-EXIT

               IF      PR-DEFERRED
                   OR  RQ-DUE-DATE(W-PND-IX) > W-TODAY
                   GO TO SUB-3100-EXIT
               END-IF
           END-IF

           MOVE W-TODAY            TO RQ-ACTION-DATE(W-PND-IX)

           EVALUATE TRUE
             WHEN RQ-STAGE-LETTER(W-PND-IX)
               SET  RQ-STAGE-REMINDER(W-PND-IX)
                                   TO TRUE
               MOVE W-REMIND-DUE   TO RQ-DUE-DATE(W-PND-IX)
               MOVE RQ-TAXID(W-PND-IX)
                                   TO RM-TAXID
               WRITE REMINSEL-REC
               IF      NOT W-RM-FILE-STATUS-GOOD
                   MOVE W-RM-FILE-STATUS
                                   TO FS-STATUS-CODE
                   CALL 'FILESTAT' USING W-FS-CONTROL
                   DISPLAY W-ERROR-MSG
                           'File status '
                           W-RM-FILE-STATUS
                           ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                           ' writing REMINSEL'
                   MOVE 30         TO W-RETURN-CODE
                   GO TO SUB-3100-EXIT
               END-IF
               ADD  1              TO W-REMINDERS-DUE

             WHEN RQ-STAGE-REMINDER(W-PND-IX)
               SET  RQ-STAGE-FINAL(W-PND-IX)
                                   TO TRUE
               MOVE W-FINAL-DUE    TO RQ-DUE-DATE(W-PND-IX)
               MOVE RQ-TAXID(W-PND-IX)
                                   TO FN-TAXID
               WRITE FINALSEL-REC
               IF      NOT W-FN-FILE-STATUS-GOOD
                   MOVE W-FN-FILE-STATUS
                                   TO FS-STATUS-CODE
                   CALL 'FILESTAT' USING W-FS-CONTROL
                   DISPLAY W-ERROR-MSG
                           'File status '
                           W-FN-FILE-STATUS
                           ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                           ' writing FINALSEL'
                   MOVE 31         TO W-RETURN-CODE
                   GO TO SUB-3100-EXIT
               END-IF
               ADD  1              TO W-FINALS-DUE

             WHEN OTHER
               SET  RQ-STAGE-REFERRED(W-PND-IX)
                                   TO TRUE
               SET  RQ-STATUS-REFERRED(W-PND-IX)
                                   TO TRUE
               ADD  1              TO W-REFERRED-NOW
           END-EVALUATE
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-3200-CHECK-DISASTER-AREA.
      *-----------------------------

      **** Leaves PR-DEFERRED set while the entry's area is declared
      **** today. Otherwise a due date that fell inside a declaration
      **** now ended moves on by the declared period - the
      **** declaration's start to its end - unless NAMADDLTR or an
      **** earlier run has already extended it.

           SET  PR-FUNC-DEFERRAL   TO TRUE
           MOVE RQ-ZIP-CODE(W-PND-IX)
                                   TO PR-ZIP-CODE
           MOVE W-TODAY            TO PR-AS-OF-DATE
           CALL 'NAMPREF' USING W-PR-CONTROL

           IF      PR-DEFERRED
               ADD  1              TO W-CYCLE-DEFERRED
               GO TO SUB-3200-EXIT
           END-IF

           IF      RQ-DUE-EXTENDED(W-PND-IX)
               GO TO SUB-3200-EXIT
           END-IF

           SET  PR-FUNC-DEFERRAL   TO TRUE
           MOVE RQ-DUE-DATE(W-PND-IX)
                                   TO PR-AS-OF-DATE
           CALL 'NAMPREF' USING W-PR-CONTROL

           IF      PR-NOT-DEFERRED
               GO TO SUB-3200-EXIT
           END-IF

           SET  PR-NOT-DEFERRED    TO TRUE
           SET  PR-FUNC-DECLARATION
                                   TO TRUE
           CALL 'NAMPREF' USING W-PR-CONTROL

           IF      PR-DISASTER-UNKNOWN
               OR  PR-DEFER-START NOT NUMERIC
               OR  PR-DEFER-END NOT NUMERIC
               GO TO SUB-3200-EXIT
           END-IF

           MOVE PR-DEFER-START     TO W-DATE-NUM
           COMPUTE W-DEFER-START-DAY
                                   = FUNCTION
                                   INTEGER-OF-DATE(W-DATE-NUM)
           MOVE PR-DEFER-END       TO W-DATE-NUM
           COMPUTE W-DEFER-DAYS    = FUNCTION
                                   INTEGER-OF-DATE(W-DATE-NUM)
                                   - W-DEFER-START-DAY + 1

           IF      W-DEFER-DAYS < 1
               GO TO SUB-3200-EXIT
           END-IF

           MOVE RQ-DUE-DATE(W-PND-IX)
                                   TO W-DATE-NUM
           COMPUTE W-WORK-DAY      = FUNCTION
                                   INTEGER-OF-DATE(W-DATE-NUM)
                                   + W-DEFER-DAYS
           COMPUTE W-DATE-NUM      = FUNCTION
                                   DATE-OF-INTEGER(W-WORK-DAY)
           MOVE W-DATE-NUM         TO RQ-DUE-DATE(W-PND-IX)
           MOVE 'Y'                TO RQ-EXTENDED-SW(W-PND-IX)
           ADD  1                  TO W-DUE-EXTENDED
           .
       SUB-3200-EXIT.
           EXIT.
      /
       SUB-3500-REWRITE-PENDING.
      *-------------------------

           IF      W-PND-COUNT = 0
               GO TO SUB-3500-EXIT
           END-IF

           OPEN OUTPUT NAMADDRQ

           IF      NOT W-RQ-FILE-STATUS-GOOD
               MOVE W-RQ-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-RQ-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' rewriting NAMADDRQ'
               MOVE 32             TO W-RETURN-CODE
               GO TO SUB-3500-EXIT
           END-IF

           PERFORM VARYING W-PND-IX FROM 1 BY 1
                   UNTIL W-PND-IX > W-PND-COUNT
                   OR    W-RETURN-CODE NOT = 0
               MOVE W-PND-ENTRY(W-PND-IX)
                                   TO NAMADDRQ-REC
               WRITE NAMADDRQ-REC

               IF      NOT W-RQ-FILE-STATUS-GOOD
                   MOVE W-RQ-FILE-STATUS
                                   TO FS-STATUS-CODE
                   CALL 'FILESTAT' USING W-FS-CONTROL
                   DISPLAY W-ERROR-MSG
                           'File status '
                           W-RQ-FILE-STATUS
                           ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                           ' writing NAMADDRQ'
                   MOVE 33         TO W-RETURN-CODE
               END-IF

               EVALUATE TRUE
                 WHEN RQ-STATUS-OPEN(W-PND-IX)
                   ADD  1          TO W-STILL-OPEN
                 WHEN RQ-STATUS-REFERRED(W-PND-IX)
                   ADD  1          TO W-STILL-REFERRED
               END-EVALUATE
           END-PERFORM

           CLOSE NAMADDRQ
           .
       SUB-3500-EXIT.
           EXIT.
      /
       SUB-4000-WRITE-REPORT.
      *----------------------

           MOVE SPACES             TO W-RPT-LINE
           STRING ' RESPONSE-REQUIRED LETTERS - INTAKE AND REMINDER '
                                   DELIMITED BY SIZE
                  'CYCLE TO '      DELIMITED BY SIZE
                  W-TODAY          DELIMITED BY SIZE
             INTO W-RPT-LINE
           END-STRING
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE SPACES             TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE 'Entries on file'  TO W-CL-LABEL
           MOVE W-ENTRIES-LOADED   TO W-CL-COUNT
           PERFORM SUB-4100-WRITE-COUNT THRU SUB-4100-EXIT

           MOVE 'Closed by scanned reply'
                                   TO W-CL-LABEL
           MOVE W-CLOSED-BY-SCAN   TO W-CL-COUNT
           PERFORM SUB-4100-WRITE-COUNT THRU SUB-4100-EXIT

           MOVE 'Closed by clerk entry'
                                   TO W-CL-LABEL
           MOVE W-CLOSED-BY-CLERK  TO W-CL-COUNT
           PERFORM SUB-4100-WRITE-COUNT THRU SUB-4100-EXIT

           MOVE 'Replies matching no entry'
                                   TO W-CL-LABEL
           MOVE W-UNMATCHED        TO W-CL-COUNT
           PERFORM SUB-4100-WRITE-COUNT THRU SUB-4100-EXIT

           MOVE 'Clerk entries rejected'
                                   TO W-CL-LABEL
           MOVE W-CLERK-REJECTED   TO W-CL-COUNT
           PERFORM SUB-4100-WRITE-COUNT THRU SUB-4100-EXIT

           MOVE 'Reminders due'    TO W-CL-LABEL
           MOVE W-REMINDERS-DUE    TO W-CL-COUNT
           PERFORM SUB-4100-WRITE-COUNT THRU SUB-4100-EXIT

           MOVE 'Final notices due'
                                   TO W-CL-LABEL
           MOVE W-FINALS-DUE       TO W-CL-COUNT
           PERFORM SUB-4100-WRITE-COUNT THRU SUB-4100-EXIT

           MOVE 'Referred to clerks this run'
                                   TO W-CL-LABEL
           MOVE W-REFERRED-NOW     TO W-CL-COUNT
           PERFORM SUB-4100-WRITE-COUNT THRU SUB-4100-EXIT

           MOVE 'Paused, disaster area'
                                   TO W-CL-LABEL
           MOVE W-CYCLE-DEFERRED   TO W-CL-COUNT
           PERFORM SUB-4100-WRITE-COUNT THRU SUB-4100-EXIT

           MOVE 'Due date extended for a disaster'
                                   TO W-CL-LABEL
           MOVE W-DUE-EXTENDED     TO W-CL-COUNT
           PERFORM SUB-4100-WRITE-COUNT THRU SUB-4100-EXIT

           MOVE 'Still awaiting a reply'
                                   TO W-CL-LABEL
           MOVE W-STILL-OPEN       TO W-CL-COUNT
           PERFORM SUB-4100-WRITE-COUNT THRU SUB-4100-EXIT

           MOVE SPACES             TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE W-STILL-REFERRED   TO W-DISP-NUM
           MOVE SPACES             TO W-RPT-LINE
           STRING ' REFERRED FOR CLERK REVIEW - NO REPLY AFTER FINAL '
                                   DELIMITED BY SIZE
                  'NOTICE ('       DELIMITED BY SIZE
                  FUNCTION TRIM(W-DISP-NUM)
                                   DELIMITED BY SIZE
                  ')'              DELIMITED BY SIZE
             INTO W-RPT-LINE
           END-STRING
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE W-REFER-HEADING    TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           PERFORM SUB-4200-WRITE-REFERRAL THRU SUB-4200-EXIT
               VARYING W-PND-IX FROM 1 BY 1
               UNTIL W-PND-IX > W-PND-COUNT

           IF      W-STILL-REFERRED = 0
               MOVE '   (none)'    TO W-RPT-LINE
               PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT
           END-IF
           .
       SUB-4000-EXIT.
           EXIT.
      /
       SUB-4100-WRITE-COUNT.
      *---------------------

           MOVE W-COUNT-LINE       TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE SPACES             TO W-COUNT-LINE
           .
       SUB-4100-EXIT.
           EXIT.
      /
       SUB-4200-WRITE-REFERRAL.
      *------------------------

           IF      NOT RQ-STATUS-REFERRED(W-PND-IX)
               GO TO SUB-4200-EXIT
           END-IF

           MOVE SPACES             TO W-REFER-LINE
           MOVE RQ-TAXID(W-PND-IX) TO W-RL-TAXID
           MOVE RQ-REF-ID(W-PND-IX)
                                   TO W-RL-REF-ID
           MOVE RQ-TEMPLATE(W-PND-IX)
                                   TO W-RL-TEMPLATE
           MOVE RQ-SENT-DATE(W-PND-IX)
                                   TO W-RL-SENT-DATE
           MOVE RQ-ACTION-DATE(W-PND-IX)
                                   TO W-RL-ACTION-DATE

           IF      RQ-SENT-DATE(W-PND-IX) NUMERIC
               MOVE RQ-SENT-DATE(W-PND-IX)
                                   TO W-DATE-NUM
               COMPUTE W-WORK-DAY  = W-TODAY-DAY - FUNCTION
                                   INTEGER-OF-DATE(W-DATE-NUM)
               MOVE W-WORK-DAY     TO W-RL-DAYS
           END-IF

           IF      RQ-ACTION-DATE(W-PND-IX) = W-TODAY
               MOVE 'NEW'          TO W-RL-NEW
           END-IF

           MOVE W-REFER-LINE       TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT
           .
       SUB-4200-EXIT.
           EXIT.
      /
       SUB-5000-SHUT-DOWN.
      *-------------------

           CLOSE RSPRPT
                 REMINSEL
                 FINALSEL

           MOVE W-CLOSED-BY-SCAN   TO W-DISP-NUM
           DISPLAY 'Closed by reply scan:   '
                   W-DISP-NUM

           MOVE W-CLOSED-BY-CLERK  TO W-DISP-NUM
           DISPLAY 'Closed by clerk entry:  '
                   W-DISP-NUM

           MOVE W-UNMATCHED        TO W-DISP-NUM
           DISPLAY 'Replies unmatched:      '
                   W-DISP-NUM

           MOVE W-REMINDERS-DUE    TO W-DISP-NUM
           DISPLAY 'Reminders due:          '
                   W-DISP-NUM

           MOVE W-FINALS-DUE       TO W-DISP-NUM
           DISPLAY 'Final notices due:      '
                   W-DISP-NUM

           MOVE W-REFERRED-NOW     TO W-DISP-NUM
           DISPLAY 'Referred to clerks:     '
                   W-DISP-NUM

           MOVE W-CYCLE-DEFERRED   TO W-DISP-NUM
           DISPLAY 'Paused, disaster area:  '
                   W-DISP-NUM

           MOVE W-DUE-EXTENDED     TO W-DISP-NUM
           DISPLAY 'Due dates extended:     '
                   W-DISP-NUM

           IF      W-REFERRED-NOW > 0
               IF      W-RETURN-CODE = 0
                   MOVE 4          TO W-RETURN-CODE
               END-IF
           END-IF

           DISPLAY 'NAMADDRSP completed'
           .
       SUB-5000-EXIT.
           EXIT.
      /
       SUB-9900-WRITE-LINE.
      *--------------------

           MOVE W-RPT-LINE         TO RSPRPT-REC

           WRITE RSPRPT-REC

           IF      NOT W-RP-FILE-STATUS-GOOD
               MOVE W-RP-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-RP-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing RSPRPT'
               MOVE 40             TO W-RETURN-CODE
           END-IF
           .
       SUB-9900-EXIT.
           EXIT.
