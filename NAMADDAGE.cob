      *
      * License: MIT
      *
      * Description: Pending-work aging report across the six human
      *              review queues - the reject workbench ledger,
      *              NAMADDMRG merge candidates awaiting a decision,
      *              the mover-review file, unacknowledged alerts,
      *              response-required letters that NAMADDRSP has
      *              referred to the clerks after the final notice
      *              went unanswered (NORESP), and TAXIDs the
      *              federal matching service answered mismatched
      *              or invalid to NAMADDTIN (TINVFY). Merge
      *              candidates from May were discovered in August;
      *              one aging view surfaces them in week one.
      *
      *              Each open item is bucketed by days outstanding
      *              against its queue's service-level target from
      *              the file or the queue's line is missing), and
      *              items past the hard limit are listed by name.
      *
      *              The reject ledger, the alert file and the
      *              pending-response file date their own entries -
      *              a NORESP item ages from the day it was referred.
      *              A TINVFY item ages from the day the service's
      *              answer was applied.
      *              Merge candidates and mover-review lines carry no
      *              date, so this program keeps a
      *              first-seen registry
      *              Data\NAMEADDR.Aging.Seen.dat - an undated item
      *              ages from the run that first saw it, and the
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-02  0.1      First release
      * 2026-09-14  0.2      Add the NORESP queue - referred entries
      *                      on Data\NAMEADDR.PendResp.dat.
      * 2026-09-14  0.3      Add the TINVFY queue - mismatched and
      *                      invalid TAXIDs on
      *                      Data\NAMEADDR.TinVerify.dat
      * 2026-09-14  0.4      A merge pair its clerk has completed on
      *                      the work-assignment file is decided
      *================================================================*

       IDENTIFICATION DIVISION.
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-AT-FILE-STATUS.

           SELECT NAMADDRQ         ASSIGN "Data\NAMEADDR.PendResp.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-RQ-FILE-STATUS.

           SELECT NAMADDTN         ASSIGN
                                   "Data\NAMEADDR.TinVerify.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-TN-FILE-STATUS.

           SELECT NAMADDWA         ASSIGN
                                   "Data\NAMEADDR.WorkAssign.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-WA-FILE-STATUS.

           SELECT SEENREG          ASSIGN TO W-SEEN-PATH
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-SN-FILE-STATUS.
           05  FILLER              PIC X(01).
           05  AT-ACTION           PIC X(60).

       FD  NAMADDRQ.

       01  NAMADDRQ-REC.           COPY NAMADDRQ.

       FD  NAMADDTN.

       01  NAMADDTN-REC.           COPY NAMADDTN.

       FD  NAMADDWA.

       01  NAMADDWA-REC.           COPY NAMADDWA.

       FD  SEENREG.

       01  SEENREG-REC.
       01  W-ITEM-INTEGER          PIC S9(09) COMP.
       01  W-ITEM-AGE              PIC S9(05) COMP.

      **** The six queues, their service levels, and tonight's
      **** tallies. The queue order here is the report order.

       01  W-QUEUE-TABLE.
           05  W-QUE-ENTRY                         OCCURS 6
                                                   INDEXED W-QUE-IX.
               10  W-QUE-ID        PIC X(06).
               10  W-QUE-TARGET    PIC 9(04)  COMP.
       01  W-ITEM-KEY              PIC X(24).
       01  W-FIRST-SEEN            PIC X(08).

      **** Decided merge pairs, so only undecided candidates age -
      **** from the decision file, and pairs a clerk has completed
      **** from the work inbox.

       01  W-DECN-COUNT            PIC 9(04)  COMP VALUE 0.
       01  W-DECN-MAX              PIC 9(04)  COMP VALUE 2000.
       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-AT-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-RQ-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-TN-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-WA-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-SN-EOF                            VALUE 'Y'.

       01  W-AT-FILE-STATUS        PIC X(02).
           88  W-AT-FILE-STATUS-GOOD               VALUE '00'.

       01  W-RQ-FILE-STATUS        PIC X(02).
           88  W-RQ-FILE-STATUS-GOOD               VALUE '00'.

       01  W-TN-FILE-STATUS        PIC X(02).
           88  W-TN-FILE-STATUS-GOOD               VALUE '00'.

       01  W-WA-FILE-STATUS        PIC X(02).
           88  W-WA-FILE-STATUS-GOOD               VALUE '00'.

       01  W-SN-FILE-STATUS        PIC X(02).
           88  W-SN-FILE-STATUS-GOOD               VALUE '00'.

               PERFORM SUB-2100-AGE-MERGES THRU SUB-2100-EXIT
               PERFORM SUB-2200-AGE-MOVERS THRU SUB-2200-EXIT
               PERFORM SUB-2300-AGE-ALERTS THRU SUB-2300-EXIT
               PERFORM SUB-2400-AGE-NO-RESPONSE THRU SUB-2400-EXIT
               PERFORM SUB-2500-AGE-TIN-REVIEW THRU SUB-2500-EXIT
               PERFORM SUB-3000-TREND THRU SUB-3000-EXIT
               PERFORM SUB-3500-REWRITE-SEEN THRU SUB-3500-EXIT
               PERFORM SUB-4000-WRITE-REPORT THRU SUB-4000-EXIT
           MOVE 'MERGE'            TO W-QUE-ID(2)
           MOVE 'MOVER'            TO W-QUE-ID(3)
           MOVE 'ALERT'            TO W-QUE-ID(4)
           MOVE 'NORESP'           TO W-QUE-ID(5)
           MOVE 'TINVFY'           TO W-QUE-ID(6)

           PERFORM VARYING W-QUE-IX FROM 1 BY 1
                   UNTIL W-QUE-IX > 6
               MOVE 7              TO W-QUE-TARGET(W-QUE-IX)
               MOVE 30             TO W-QUE-HARD(W-QUE-IX)
               MOVE 0              TO W-QUE-TOTAL(W-QUE-IX)
           PERFORM SUB-1100-LOAD-SLA THRU SUB-1100-EXIT
           PERFORM SUB-1200-LOAD-SEEN THRU SUB-1200-EXIT
           PERFORM SUB-1300-LOAD-DECISIONS THRU SUB-1300-EXIT
           PERFORM SUB-1400-LOAD-DONE-MERGES THRU SUB-1400-EXIT
           .
       SUB-1000-EXIT.
           EXIT.
           END-IF

           PERFORM VARYING W-QUE-IX FROM 1 BY 1
                   UNTIL W-QUE-IX > 6
               IF      W-QUE-ID(W-QUE-IX)
                               = FUNCTION UPPER-CASE(QS-QUEUE-ID)
                   IF      QS-TARGET-DAYS NUMERIC
           .
       SUB-1350-EXIT.
           EXIT.
      /
       SUB-1400-LOAD-DONE-MERGES.
      *--------------------------

      **** NAMADDMRG rebuilds the candidate list every run, so a pair
      **** completed from the work inbox stays listed until the
      **** merge itself is applied.

           OPEN INPUT NAMADDWA

           IF      NOT W-WA-FILE-STATUS-GOOD
               GO TO SUB-1400-EXIT
           END-IF

           PERFORM UNTIL W-WA-EOF
               READ NAMADDWA
                   AT END
                       SET  W-WA-EOF
                                   TO TRUE
               END-READ

               IF      NOT W-WA-EOF
                   AND WA-STATUS-DONE
                   AND WA-QUEUE-MERGE
                   AND W-DECN-COUNT < W-DECN-MAX
                   ADD  1          TO W-DECN-COUNT
                   SET  W-DEC-IX   TO W-DECN-COUNT
                   MOVE WA-ITEM-KEY(1 : 12)
                                   TO W-DEC-TAXID-1(W-DEC-IX)
                   MOVE WA-ITEM-KEY(13 : 12)
                                   TO W-DEC-TAXID-2(W-DEC-IX)
               END-IF
           END-PERFORM

           CLOSE NAMADDWA
           .
       SUB-1400-EXIT.
           EXIT.
      /
       SUB-2000-AGE-REJECTS.
      *---------------------
           .
       SUB-2350-EXIT.
           EXIT.
      /
       SUB-2400-AGE-NO-RESPONSE.
      *-------------------------

           MOVE 'NORESP'           TO W-CUR-QUEUE

           OPEN INPUT NAMADDRQ

           IF      NOT W-RQ-FILE-STATUS-GOOD
               GO TO SUB-2400-EXIT
           END-IF

           PERFORM SUB-2450-AGE-ONE-RESPONSE THRU SUB-2450-EXIT
               UNTIL W-RQ-EOF

           CLOSE NAMADDRQ
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-2450-AGE-ONE-RESPONSE.
      *--------------------------

           READ NAMADDRQ
               AT END
                   SET  W-RQ-EOF   TO TRUE
                   GO TO SUB-2450-EXIT
           END-READ

           IF      NOT RQ-STATUS-REFERRED
               GO TO SUB-2450-EXIT
           END-IF

           MOVE RQ-ACTION-DATE     TO W-ITEM-DATE-NUM
           MOVE SPACES             TO W-ITEM-KEY
           STRING RQ-TAXID         DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  RQ-TEMPLATE      DELIMITED BY SPACE
             INTO W-ITEM-KEY
           END-STRING

           PERFORM SUB-2900-TALLY-DATED-ITEM THRU SUB-2900-EXIT
           .
       SUB-2450-EXIT.
           EXIT.
      /
       SUB-2500-AGE-TIN-REVIEW.
      *------------------------

           MOVE 'TINVFY'           TO W-CUR-QUEUE

           OPEN INPUT NAMADDTN

           IF      NOT W-TN-FILE-STATUS-GOOD
               GO TO SUB-2500-EXIT
           END-IF

           PERFORM SUB-2550-AGE-ONE-TIN THRU SUB-2550-EXIT
               UNTIL W-TN-EOF

           CLOSE NAMADDTN
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2550-AGE-ONE-TIN.
      *---------------------

           READ NAMADDTN
               AT END
                   SET  W-TN-EOF   TO TRUE
                   GO TO SUB-2550-EXIT
           END-READ

           IF      NOT TN-STATUS-FOR-REVIEW
               GO TO SUB-2550-EXIT
           END-IF

           MOVE TN-RESULT-DATE     TO W-ITEM-DATE-NUM
           MOVE SPACES             TO W-ITEM-KEY
           STRING TN-TAXID         DELIMITED BY SIZE
                  ' CODE '         DELIMITED BY SIZE
                  TN-RESULT-CODE   DELIMITED BY SIZE
             INTO W-ITEM-KEY
           END-STRING

           PERFORM SUB-2900-TALLY-DATED-ITEM THRU SUB-2900-EXIT
           .
       SUB-2550-EXIT.
           EXIT.
      /
       SUB-2900-TALLY-DATED-ITEM.
      *--------------------------
      *---------------------

           PERFORM VARYING W-QUE-IX FROM 1 BY 1
                   UNTIL W-QUE-IX > 6
                   OR    W-QUE-ID(W-QUE-IX) = W-CUR-QUEUE
               CONTINUE
           END-PERFORM

           IF      W-QUE-IX > 6
               GO TO SUB-2990-EXIT
           END-IF

           END-IF

           PERFORM VARYING W-QUE-IX FROM 1 BY 1
                   UNTIL W-QUE-IX > 6
               MOVE SPACES         TO AGETREND-REC
               MOVE W-TODAY-DATE   TO TR-DATE
               MOVE W-QUE-ID(W-QUE-IX)
           END-IF

           PERFORM VARYING W-QUE-IX FROM 1 BY 1
                   UNTIL W-QUE-IX > 6
               IF      W-QUE-ID(W-QUE-IX) = TR-QUEUE-ID
                   MOVE TR-TOTAL   TO W-QUE-WEEK-AGO(W-QUE-IX)
                   MOVE 'Y'        TO W-QUE-WEEK-SW(W-QUE-IX)

           PERFORM SUB-4100-REPORT-ONE-QUEUE THRU SUB-4100-EXIT
               VARYING W-QUE-IX FROM 1 BY 1
               UNTIL W-QUE-IX > 6

           IF      W-FLAG-COUNT > 0
               MOVE SPACES         TO W-REPORT-LINE
