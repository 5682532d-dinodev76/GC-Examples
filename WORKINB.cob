      *============================ WORKINB ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Subroutine completing an item of clerk work from
      *              the work-assignment file
      *              Data\NAMEADDR.WorkAssign.dat (NAMADDWA.cpy),
      *              which NAMADDWRK fills from the six review
      *              queues. The item must be OPEN and assigned to
      *              the operator completing it.
      *
      *              The item is first closed in its source queue:
      *
      *                  REJECT - every OPEN reject-ledger entry for
      *                      the TAXID and run is marked CLEAR, the
      *                      clearing run being the current run ID;
      *                  MOVER, DECEAS, REPAIR - the review line is
      *                      taken off MoverReview.dat,
      *                      DeceasedReview.dat or RepairQueue.dat;
      *                  MERGE - the candidate list is rebuilt by
      *                      every NAMADDMRG run, so the pair is
      *                      closed by its DONE line, which NAMADDAGE
      *                      counts as decided;
      *                  SUSPNS - Suspense.dat is left alone. A
      *                      transaction parked under a legal hold is
      *                      released only by NAMADDLGL when the hold
      *                      lifts, with its HoldAudit line; the DONE
      *                      line records that the clerk reviewed it.
      *
      *              A source file is rewritten through a work file
      *              swapped in for the original, the way NAMADDAGE
      *              swaps in its first-seen registry. An item
      *              already gone from its source is still completed.
      *              The item is then marked DONE with the operator
      *              and the time, and the assignment file rewritten.
      *              A source or assignment file that cannot be
      *              rewritten answers 'F'.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      * 2026-09-14  0.2      Work-assignment record and line sized from
      *                      the NAMADDWA layout (164 bytes)
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.             WORKINB.

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
           SELECT NAMADDWA         ASSIGN
                                   "Data\NAMEADDR.WorkAssign.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-WA-FILE-STATUS.

           SELECT SRCIN            ASSIGN TO W-SRC-PATH
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-SI-FILE-STATUS.

           SELECT SRCOUT           ASSIGN TO W-SRC-NEW-PATH
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-SO-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  NAMADDWA.

       01  NAMADDWA-REC.
           COPY NAMADDWA REPLACING LEADING ==WA-== BY ==WF-==.

       FD  SRCIN.

       01  SRCIN-REC               PIC X(700).

      **** The reject ledger as NAMADDRWB keeps it.

       01  SRCIN-LEDGER.
           05  SL-STATUS           PIC X(06).
           05  FILLER              PIC X(01).
           05  SL-RUN-ID           PIC X(08).
           05  FILLER              PIC X(01).
           05  SL-DATE             PIC X(08).
           05  FILLER              PIC X(01).
           05  SL-TAXID            PIC X(12).
           05  FILLER              PIC X(01).
           05  SL-REASON           PIC X(40).
           05  FILLER              PIC X(01).
           05  SL-CLEARED-RUN      PIC 9(08).

       FD  SRCOUT.

       01  SRCOUT-REC              PIC X(700).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-WA-COUNT              PIC 9(04)  COMP VALUE 0.
       01  W-WA-MAX                PIC 9(04)  COMP VALUE 2000.

       01  W-WA-TABLE.
           05  W-WA-LINE           PIC X(164)      OCCURS 2000
                                                   INDEXED W-WA-IX.

       01  W-WA-WORK.              COPY NAMADDWA.

       01  W-ITEM-SUB              PIC 9(04)  COMP VALUE 0.

       01  W-SRC-PATH              PIC X(60).
       01  W-SRC-NEW-PATH          PIC X(60)       VALUE
           'Data\NAMEADDR.WorkSource.New.dat'.
       01  W-REN-FROM-PATH         PIC X(60).
       01  W-REN-TO-PATH           PIC X(60).

       01  W-LINES-CLOSED          PIC 9(04)  COMP VALUE 0.

       01  FILLER                  PIC X(01).
           88  W-WA-EOF                            VALUE 'Y'.
           88  W-WA-NOT-EOF                        VALUE 'N'.

       01  FILLER                  PIC X(01).
           88  W-SI-EOF                            VALUE 'Y'.
           88  W-SI-NOT-EOF                        VALUE 'N'.

       01  FILLER                  PIC X(01).
           88  W-LINE-DROPPED                      VALUE 'Y'.
           88  W-LINE-KEPT                         VALUE 'N'.

       01  W-WA-FILE-STATUS        PIC X(02).
           88  W-WA-FILE-STATUS-GOOD               VALUE '00'.
           88  W-WA-FILE-NOT-FOUND                 VALUE '35'.

       01  W-SI-FILE-STATUS        PIC X(02).
           88  W-SI-FILE-STATUS-GOOD               VALUE '00'.
           88  W-SI-FILE-NOT-FOUND                 VALUE '35'.

       01  W-SO-FILE-STATUS        PIC X(02).
           88  W-SO-FILE-STATUS-GOOD               VALUE '00'.

       01  W-RI-CONTROL.
           COPY RUNIDL.
      /
       LINKAGE SECTION.
      *----------------

       01  L-CONTROL.              COPY WORKINBL.
      /
       PROCEDURE DIVISION
      *==================
           USING L-CONTROL.

       MAIN.
      *-----

           MOVE SPACE              TO WI-SOURCE-SW

           IF      NOT WI-FUNC-COMPLETE
               SET  WI-RESULT-NOT-OPEN
                                   TO TRUE
               GO TO MAIN-EXIT
           END-IF

           PERFORM SUB-1000-LOAD-ASSIGNMENTS THRU SUB-1000-EXIT

           IF      WI-RESULT-FILE-ERROR
               GO TO MAIN-EXIT
           END-IF

           PERFORM SUB-2000-FIND-ITEM THRU SUB-2000-EXIT

           IF      NOT WI-RESULT-DONE
               GO TO MAIN-EXIT
           END-IF

           PERFORM SUB-3000-CLOSE-IN-SOURCE THRU SUB-3000-EXIT

           IF      WI-RESULT-FILE-ERROR
               GO TO MAIN-EXIT
           END-IF

           PERFORM SUB-4000-MARK-DONE THRU SUB-4000-EXIT
           .
       MAIN-EXIT.
           GOBACK.
      /
       SUB-1000-LOAD-ASSIGNMENTS.
      *--------------------------

      **** Re-read on every call - NAMADDWRK and other sessions
      **** rewrite the file between one completion and the next.

           MOVE 0                  TO W-WA-COUNT
           SET  W-WA-NOT-EOF       TO TRUE

           OPEN INPUT NAMADDWA

           IF      W-WA-FILE-NOT-FOUND
               GO TO SUB-1000-EXIT
           END-IF

           IF      NOT W-WA-FILE-STATUS-GOOD
               SET  WI-RESULT-FILE-ERROR
                                   TO TRUE
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM UNTIL W-WA-EOF
               READ NAMADDWA
                   AT END
                       SET  W-WA-EOF
                                   TO TRUE
               END-READ

               IF      NOT W-WA-EOF
                   AND NAMADDWA-REC NOT = SPACES
                   IF      W-WA-COUNT < W-WA-MAX
                       ADD  1      TO W-WA-COUNT
                       SET  W-WA-IX
                                   TO W-WA-COUNT
                       MOVE NAMADDWA-REC
                                   TO W-WA-LINE(W-WA-IX)
                   ELSE

      **** A file this routine cannot hold whole is never rewritten
      **** short.

                       SET  WI-RESULT-FILE-ERROR
                                   TO TRUE
                       SET  W-WA-EOF
                                   TO TRUE
                   END-IF
               END-IF
           END-PERFORM

           CLOSE NAMADDWA
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-2000-FIND-ITEM.
      *-------------------

           SET  WI-RESULT-NOT-OPEN TO TRUE
           MOVE 0                  TO W-ITEM-SUB

           PERFORM VARYING W-WA-IX FROM 1 BY 1
                   UNTIL W-WA-IX > W-WA-COUNT
                   OR    W-ITEM-SUB NOT = 0
               MOVE W-WA-LINE(W-WA-IX)
                                   TO W-WA-WORK

               IF      WA-STATUS-OPEN
                   AND WA-QUEUE-ID = WI-QUEUE-ID
                   AND WA-ITEM-KEY = WI-ITEM-KEY
                   SET  W-ITEM-SUB TO W-WA-IX

                   IF      WA-CLERK-ID = WI-OPERATOR-ID
                       SET  WI-RESULT-DONE
                                   TO TRUE
                   ELSE
                       SET  WI-RESULT-NOT-YOURS
                                   TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-3000-CLOSE-IN-SOURCE.
      *-------------------------

           EVALUATE WI-QUEUE-ID
               WHEN 'REJECT'
                   MOVE 'Data\NAMEADDR.RejectLedger.dat'
                                   TO W-SRC-PATH
               WHEN 'MOVER'
                   MOVE 'Data\NAMEADDR.MoverReview.dat'
                                   TO W-SRC-PATH
               WHEN 'REPAIR'
                   MOVE 'Data\NAMEADDR.RepairQueue.dat'
                                   TO W-SRC-PATH
               WHEN 'DECEAS'
                   MOVE 'Data\NAMEADDR.DeceasedReview.dat'
                                   TO W-SRC-PATH
               WHEN OTHER
                   SET  WI-SOURCE-RECORDED
                                   TO TRUE
                   GO TO SUB-3000-EXIT
           END-EVALUATE

           IF      WI-QUEUE-ID = 'REJECT'
               SET  RI-FUNC-CURRENT
                                   TO TRUE
               CALL 'RUNID' USING W-RI-CONTROL
           END-IF

           MOVE 0                  TO W-LINES-CLOSED
           SET  W-SI-NOT-EOF       TO TRUE

           OPEN INPUT SRCIN

           IF      W-SI-FILE-NOT-FOUND
               SET  WI-SOURCE-ABSENT
                                   TO TRUE
               GO TO SUB-3000-EXIT
           END-IF

           IF      NOT W-SI-FILE-STATUS-GOOD
               SET  WI-RESULT-FILE-ERROR
                                   TO TRUE
               GO TO SUB-3000-EXIT
           END-IF

           OPEN OUTPUT SRCOUT

           IF      NOT W-SO-FILE-STATUS-GOOD
               CLOSE SRCIN
               SET  WI-RESULT-FILE-ERROR
                                   TO TRUE
               GO TO SUB-3000-EXIT
           END-IF

           PERFORM SUB-3100-COPY-ONE-LINE THRU SUB-3100-EXIT
               UNTIL W-SI-EOF
               OR    WI-RESULT-FILE-ERROR

           CLOSE SRCIN
                 SRCOUT

           IF      WI-RESULT-FILE-ERROR
               CALL 'CBL_DELETE_FILE' USING W-SRC-NEW-PATH
               MOVE 0              TO RETURN-CODE
               GO TO SUB-3000-EXIT
           END-IF

      **** Nothing matched - the item left its queue some other way
      **** and the source stays exactly as it was.

           IF      W-LINES-CLOSED = 0
               CALL 'CBL_DELETE_FILE' USING W-SRC-NEW-PATH
               MOVE 0              TO RETURN-CODE
               SET  WI-SOURCE-ABSENT
                                   TO TRUE
               GO TO SUB-3000-EXIT
           END-IF

           MOVE W-SRC-PATH         TO W-REN-TO-PATH

           CALL 'CBL_DELETE_FILE' USING W-REN-TO-PATH
           MOVE 0                  TO RETURN-CODE

           MOVE W-SRC-NEW-PATH     TO W-REN-FROM-PATH

           CALL 'CBL_RENAME_FILE' USING W-REN-FROM-PATH
                                        W-REN-TO-PATH

           IF      RETURN-CODE NOT = 0
               MOVE 0              TO RETURN-CODE
               SET  WI-RESULT-FILE-ERROR
                                   TO TRUE
               GO TO SUB-3000-EXIT
           END-IF

           SET  WI-SOURCE-CLOSED   TO TRUE
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-COPY-ONE-LINE.
      *-----------------------

           READ SRCIN
               AT END
                   SET  W-SI-EOF   TO TRUE
                   GO TO SUB-3100-EXIT
           END-READ

           SET  W-LINE-KEPT        TO TRUE

      **** Review lines are taken off one at a time; every open
      **** ledger entry of the reject is cleared.

           EVALUATE WI-QUEUE-ID
               WHEN 'REJECT'
                   IF      SL-STATUS = 'OPEN'
                       AND SL-TAXID = WI-ITEM-KEY(1 : 12)
                       AND SL-RUN-ID = WI-ITEM-KEY(13 : 8)
                       MOVE 'CLEAR'
                                   TO SL-STATUS
                       MOVE RI-RUN-ID
                                   TO SL-CLEARED-RUN
                       ADD  1      TO W-LINES-CLOSED
                   END-IF

               WHEN 'MOVER'
               WHEN 'DECEAS'
                   IF      W-LINES-CLOSED = 0
                       AND SRCIN-REC(1 : 24) = WI-ITEM-KEY
                       SET  W-LINE-DROPPED
                                   TO TRUE
                   END-IF

               WHEN 'REPAIR'
                   IF      W-LINES-CLOSED = 0
                       AND SRCIN-REC(1 : 12) = WI-ITEM-KEY(1 : 12)
                       SET  W-LINE-DROPPED
                                   TO TRUE
                   END-IF
           END-EVALUATE

           IF      W-LINE-DROPPED
               ADD  1              TO W-LINES-CLOSED
               GO TO SUB-3100-EXIT
           END-IF

           MOVE SRCIN-REC          TO SRCOUT-REC

           WRITE SRCOUT-REC

           IF      NOT W-SO-FILE-STATUS-GOOD
               SET  WI-RESULT-FILE-ERROR
                                   TO TRUE
           END-IF
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-4000-MARK-DONE.
      *-------------------

           SET  W-WA-IX            TO W-ITEM-SUB
           MOVE W-WA-LINE(W-WA-IX) TO W-WA-WORK

           SET  WA-STATUS-DONE     TO TRUE
           MOVE WI-OPERATOR-ID     TO WA-DONE-BY
           MOVE FUNCTION CURRENT-DATE(1:14)
                                   TO WA-DONE-TS

           MOVE W-WA-WORK          TO W-WA-LINE(W-WA-IX)

           OPEN OUTPUT NAMADDWA

           IF      NOT W-WA-FILE-STATUS-GOOD
               SET  WI-RESULT-FILE-ERROR
                                   TO TRUE
               GO TO SUB-4000-EXIT
           END-IF

           PERFORM VARYING W-WA-IX FROM 1 BY 1
                   UNTIL W-WA-IX > W-WA-COUNT
               MOVE W-WA-LINE(W-WA-IX)
                                   TO NAMADDWA-REC
               WRITE NAMADDWA-REC

               IF      NOT W-WA-FILE-STATUS-GOOD
                   SET  WI-RESULT-FILE-ERROR
                                   TO TRUE
               END-IF
           END-PERFORM

           CLOSE NAMADDWA
           .
       SUB-4000-EXIT.
           EXIT.
