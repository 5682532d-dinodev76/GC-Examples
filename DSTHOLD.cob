      *=========================== DSTHOLD ============================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Subroutine keeping the disaster-hold log
      *              Data\NAMEADDR.DisasterHold.dat (layout
      *              NAMADDDH.cpy), in the same load-once-query-many
      *              shape as TMPADDR. The log is read into a table of
      *              pieces on first use - an 'H' line holds a piece,
      *              a later 'R' line with the same key releases it -
      *              and every hold or release is appended to the log
      *              as it happens, the file being closed again after
      *              each line, so a mail run's checkpoint can size it
      *              and a restart cut it back. NAMADDLTR, NAMADDPST
      *              and NAMADDCPG hold pieces here while NAMPREF
      *              answers their address deferred; NAMADDDIS counts
      *              the pieces still held on its standing report.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.             DSTHOLD.

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
           SELECT NAMADDDH         ASSIGN
                                   "Data\NAMEADDR.DisasterHold.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-DH-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  NAMADDDH.

       01  NAMADDDH-REC.           COPY NAMADDDH.
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-LOADED-SW             PIC X(01)       VALUE 'N'.
           88  W-TABLE-LOADED                      VALUE 'Y'.
           88  W-TABLE-NOT-LOADED                  VALUE 'N'.

       01  W-HLD-COUNT             PIC 9(05)  COMP VALUE 0.
       01  W-HLD-MAX               PIC 9(05)  COMP VALUE 20000.
       01  W-HLD-LAST-FOUND        PIC 9(05)  COMP VALUE 0.

       01  W-HLD-TABLE.
           05  W-HLD-ENTRY                         OCCURS 20000
                                                   INDEXED W-HLD-IX.
               10  W-HLD-TAXID     PIC X(12).
               10  W-HLD-SOURCE    PIC X(03).
               10  W-HLD-CAMPAIGN  PIC X(16).
               10  W-HLD-TEMPLATE-PATH
                                   PIC X(60).
               10  W-HLD-DISASTER-ID
                                   PIC X(08).
               10  W-HLD-DATE      PIC X(08).
               10  W-HLD-ZIP-CODE  PIC X(10).
               10  W-HLD-STATE     PIC X(01).
                   88  W-HLD-HELD                  VALUE 'H'.
                   88  W-HLD-RELEASED              VALUE 'R'.

      **** The key being looked for - from the caller, or from a log
      **** line while loading.

       01  W-KEY.
           05  W-KEY-TAXID         PIC X(12).
           05  W-KEY-SOURCE        PIC X(03).
           05  W-KEY-CAMPAIGN      PIC X(16).
           05  W-KEY-TEMPLATE-PATH PIC X(60).

       01  W-MATCH-SW              PIC X(01)       VALUE 'N'.
           88  W-KEY-MATCHES                       VALUE 'Y'.
           88  W-KEY-DIFFERS                       VALUE 'N'.

       01  W-DH-EOF-SW             PIC X(01)       VALUE 'N'.
           88  W-DH-EOF                            VALUE 'Y'.
           88  W-DH-NOT-EOF                        VALUE 'N'.

       01  W-DH-FILE-STATUS        PIC X(02).
           88  W-DH-FILE-STATUS-GOOD               VALUE '00'.
           88  W-DH-FILE-NOT-FOUND                 VALUE '35'.
      /
       LINKAGE SECTION.
      *----------------

       01  L-CONTROL.              COPY DSTHOLDL.
      /
       PROCEDURE DIVISION
      *==================
           USING L-CONTROL.

       MAIN.
      *-----

           SET  DS-RESPONSE-GOOD   TO TRUE

           IF      DS-FUNC-LOAD
               PERFORM SUB-1000-LOAD-TABLE THRU SUB-1000-EXIT
               GO TO MAIN-EXIT
           END-IF

           IF      W-TABLE-NOT-LOADED
               PERFORM SUB-1000-LOAD-TABLE THRU SUB-1000-EXIT
           END-IF

           IF      DS-RESPONSE-FILE-ERROR
               GO TO MAIN-EXIT
           END-IF

           EVALUATE TRUE
               WHEN DS-FUNC-QUERY
                   PERFORM SUB-2000-QUERY-PIECE THRU SUB-2000-EXIT

               WHEN DS-FUNC-NEXT
                   PERFORM SUB-2100-NEXT-PIECE THRU SUB-2100-EXIT

               WHEN DS-FUNC-HOLD
                   PERFORM SUB-3000-HOLD-PIECE THRU SUB-3000-EXIT

               WHEN DS-FUNC-RELEASE
                   PERFORM SUB-3100-RELEASE-PIECE THRU SUB-3100-EXIT
           END-EVALUATE
           .
       MAIN-EXIT.
           GOBACK.
      /
       SUB-1000-LOAD-TABLE.
      *--------------------

           MOVE 0                  TO W-HLD-COUNT
                                      W-HLD-LAST-FOUND
           MOVE 'N'                TO W-LOADED-SW
           SET  W-DH-NOT-EOF       TO TRUE

           OPEN INPUT NAMADDDH

           IF      W-DH-FILE-NOT-FOUND
               SET  W-TABLE-LOADED TO TRUE
               GO TO SUB-1000-EXIT
           END-IF

           IF      NOT W-DH-FILE-STATUS-GOOD
               SET  DS-RESPONSE-FILE-ERROR
                                   TO TRUE
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1100-LOAD-ONE-LINE THRU SUB-1100-EXIT
               UNTIL W-DH-EOF

           CLOSE NAMADDDH

           SET  W-TABLE-LOADED     TO TRUE
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-ONE-LINE.
      *-----------------------

           READ NAMADDDH
               AT END
                   SET  W-DH-EOF   TO TRUE
                   GO TO SUB-1100-EXIT
           END-READ

           MOVE DH-TAXID           TO W-KEY-TAXID
           MOVE DH-SOURCE          TO W-KEY-SOURCE
           MOVE DH-CAMPAIGN        TO W-KEY-CAMPAIGN
           MOVE DH-TEMPLATE-PATH   TO W-KEY-TEMPLATE-PATH

           PERFORM SUB-1200-FIND-EXACT-KEY THRU SUB-1200-EXIT

           IF      DH-RELEASED
               IF      W-KEY-MATCHES
                   SET  W-HLD-RELEASED(W-HLD-IX)
                                   TO TRUE
               END-IF
               GO TO SUB-1100-EXIT
           END-IF

           IF      W-KEY-DIFFERS
               IF      W-HLD-COUNT >= W-HLD-MAX
                   SET  DS-RESPONSE-FILE-ERROR
                                   TO TRUE
                   SET  W-DH-EOF   TO TRUE
                   GO TO SUB-1100-EXIT
               END-IF

               ADD  1              TO W-HLD-COUNT
               SET  W-HLD-IX       TO W-HLD-COUNT
           END-IF

           MOVE DH-TAXID           TO W-HLD-TAXID(W-HLD-IX)
           MOVE DH-SOURCE          TO W-HLD-SOURCE(W-HLD-IX)
           MOVE DH-CAMPAIGN        TO W-HLD-CAMPAIGN(W-HLD-IX)
           MOVE DH-TEMPLATE-PATH   TO W-HLD-TEMPLATE-PATH(W-HLD-IX)
           MOVE DH-DISASTER-ID     TO W-HLD-DISASTER-ID(W-HLD-IX)
           MOVE DH-DATE            TO W-HLD-DATE(W-HLD-IX)
           MOVE DH-ZIP-CODE        TO W-HLD-ZIP-CODE(W-HLD-IX)
           SET  W-HLD-HELD(W-HLD-IX)
                                   TO TRUE
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1200-FIND-EXACT-KEY.
      *------------------------

      **** One table line per key: a piece held again after its
      **** release reuses the line.

           SET  W-KEY-DIFFERS      TO TRUE
           SET  W-HLD-IX           TO 1

           PERFORM UNTIL W-HLD-IX > W-HLD-COUNT
                   OR    W-KEY-MATCHES
               IF      W-HLD-TAXID(W-HLD-IX) = W-KEY-TAXID
                   AND W-HLD-SOURCE(W-HLD-IX) = W-KEY-SOURCE
                   AND W-HLD-CAMPAIGN(W-HLD-IX) = W-KEY-CAMPAIGN
                   AND W-HLD-TEMPLATE-PATH(W-HLD-IX)
                                   = W-KEY-TEMPLATE-PATH
                   SET  W-KEY-MATCHES
                                   TO TRUE
               ELSE
                   SET  W-HLD-IX   UP BY 1
               END-IF
           END-PERFORM
           .
       SUB-1200-EXIT.
           EXIT.
      /
       SUB-1300-MATCH-CALLER-KEY.
      *--------------------------

      **** Does the held piece at W-HLD-IX belong to the caller's
      **** run? A letter run also owns the pieces its campaign held
      **** back at wave selection.

           SET  W-KEY-DIFFERS      TO TRUE

           IF      NOT W-HLD-HELD(W-HLD-IX)
               GO TO SUB-1300-EXIT
           END-IF

           IF      DS-SOURCE = SPACES
               SET  W-KEY-MATCHES  TO TRUE
               GO TO SUB-1300-EXIT
           END-IF

           IF      W-HLD-SOURCE(W-HLD-IX) = DS-SOURCE
               AND W-HLD-CAMPAIGN(W-HLD-IX) = DS-CAMPAIGN
               AND W-HLD-TEMPLATE-PATH(W-HLD-IX) = DS-TEMPLATE-PATH
               SET  W-KEY-MATCHES  TO TRUE
               GO TO SUB-1300-EXIT
           END-IF

           IF      DS-SOURCE = 'LTR'
               AND W-HLD-SOURCE(W-HLD-IX) = 'CPG'
               AND W-HLD-CAMPAIGN(W-HLD-IX) = DS-CAMPAIGN
               SET  W-KEY-MATCHES  TO TRUE
           END-IF
           .
       SUB-1300-EXIT.
           EXIT.
      /
       SUB-2000-QUERY-PIECE.
      *---------------------

           SET  DS-NOT-FOUND       TO TRUE
           MOVE 0                  TO W-HLD-LAST-FOUND
           SET  W-KEY-DIFFERS      TO TRUE
           SET  W-HLD-IX           TO 1

           PERFORM UNTIL W-HLD-IX > W-HLD-COUNT
                   OR    W-KEY-MATCHES
               IF      W-HLD-TAXID(W-HLD-IX) = DS-TAXID
                   PERFORM SUB-1300-MATCH-CALLER-KEY THRU
                           SUB-1300-EXIT
               END-IF

               IF      W-KEY-DIFFERS
                   SET  W-HLD-IX   UP BY 1
               END-IF
           END-PERFORM

           IF      W-KEY-MATCHES
               PERFORM SUB-2900-ANSWER-PIECE THRU SUB-2900-EXIT
           END-IF
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-NEXT-PIECE.
      *--------------------

           SET  DS-NOT-FOUND       TO TRUE
           MOVE 0                  TO W-HLD-LAST-FOUND
           SET  W-KEY-DIFFERS      TO TRUE
           SET  W-HLD-IX           TO DS-CURSOR
           SET  W-HLD-IX           UP BY 1

           PERFORM UNTIL W-HLD-IX > W-HLD-COUNT
                   OR    W-KEY-MATCHES
               PERFORM SUB-1300-MATCH-CALLER-KEY THRU SUB-1300-EXIT

               IF      W-KEY-DIFFERS
                   SET  W-HLD-IX   UP BY 1
               END-IF
           END-PERFORM

           IF      W-KEY-MATCHES
               SET  DS-CURSOR      TO W-HLD-IX
               PERFORM SUB-2900-ANSWER-PIECE THRU SUB-2900-EXIT
           ELSE
               MOVE W-HLD-COUNT    TO DS-CURSOR
           END-IF
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2900-ANSWER-PIECE.
      *----------------------

           SET  DS-FOUND           TO TRUE
           SET  W-HLD-LAST-FOUND   TO W-HLD-IX

           MOVE W-HLD-TAXID(W-HLD-IX)
                                   TO DS-HELD-TAXID
           MOVE W-HLD-SOURCE(W-HLD-IX)
                                   TO DS-HELD-SOURCE
           MOVE W-HLD-DISASTER-ID(W-HLD-IX)
                                   TO DS-HELD-DISASTER-ID
           MOVE W-HLD-DATE(W-HLD-IX)
                                   TO DS-HELD-DATE
           MOVE W-HLD-ZIP-CODE(W-HLD-IX)
                                   TO DS-HELD-ZIP-CODE
           .
       SUB-2900-EXIT.
           EXIT.
      /
       SUB-3000-HOLD-PIECE.
      *--------------------

           PERFORM SUB-2000-QUERY-PIECE THRU SUB-2000-EXIT

           MOVE 0                  TO W-HLD-LAST-FOUND

           IF      DS-FOUND
               GO TO SUB-3000-EXIT
           END-IF

           MOVE DS-TAXID           TO W-KEY-TAXID
           MOVE DS-SOURCE          TO W-KEY-SOURCE
           MOVE DS-CAMPAIGN        TO W-KEY-CAMPAIGN
           MOVE DS-TEMPLATE-PATH   TO W-KEY-TEMPLATE-PATH

           PERFORM SUB-1200-FIND-EXACT-KEY THRU SUB-1200-EXIT

           IF      W-KEY-DIFFERS
               IF      W-HLD-COUNT >= W-HLD-MAX
                   SET  DS-RESPONSE-FILE-ERROR
                                   TO TRUE
                   GO TO SUB-3000-EXIT
               END-IF

               ADD  1              TO W-HLD-COUNT
               SET  W-HLD-IX       TO W-HLD-COUNT
           END-IF

           MOVE DS-TAXID           TO W-HLD-TAXID(W-HLD-IX)
           MOVE DS-SOURCE          TO W-HLD-SOURCE(W-HLD-IX)
           MOVE DS-CAMPAIGN        TO W-HLD-CAMPAIGN(W-HLD-IX)
           MOVE DS-TEMPLATE-PATH   TO W-HLD-TEMPLATE-PATH(W-HLD-IX)
           MOVE DS-DISASTER-ID     TO W-HLD-DISASTER-ID(W-HLD-IX)
           MOVE DS-DATE            TO W-HLD-DATE(W-HLD-IX)
           MOVE DS-ZIP-CODE        TO W-HLD-ZIP-CODE(W-HLD-IX)
           SET  W-HLD-HELD(W-HLD-IX)
                                   TO TRUE

           MOVE SPACES             TO NAMADDDH-REC
           SET  DH-HELD            TO TRUE
           PERFORM SUB-9000-APPEND-LINE THRU SUB-9000-EXIT
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-RELEASE-PIECE.
      *-----------------------

           IF      W-HLD-LAST-FOUND = 0
               SET  DS-RESPONSE-SEQUENCE
                                   TO TRUE
               GO TO SUB-3100-EXIT
           END-IF

           SET  W-HLD-IX           TO W-HLD-LAST-FOUND
           MOVE 0                  TO W-HLD-LAST-FOUND

           SET  W-HLD-RELEASED(W-HLD-IX)
                                   TO TRUE

           MOVE SPACES             TO NAMADDDH-REC
           SET  DH-RELEASED        TO TRUE
           PERFORM SUB-9000-APPEND-LINE THRU SUB-9000-EXIT
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-9000-APPEND-LINE.
      *---------------------

      **** The line describes the table entry at W-HLD-IX, stamped
      **** with the caller's date and run.

           MOVE W-HLD-TAXID(W-HLD-IX)
                                   TO DH-TAXID
           MOVE W-HLD-SOURCE(W-HLD-IX)
                                   TO DH-SOURCE
           MOVE W-HLD-CAMPAIGN(W-HLD-IX)
                                   TO DH-CAMPAIGN
           MOVE W-HLD-TEMPLATE-PATH(W-HLD-IX)
                                   TO DH-TEMPLATE-PATH
           MOVE W-HLD-DISASTER-ID(W-HLD-IX)
                                   TO DH-DISASTER-ID
           MOVE W-HLD-ZIP-CODE(W-HLD-IX)
                                   TO DH-ZIP-CODE
           MOVE DS-DATE            TO DH-DATE
           MOVE DS-RUN-ID          TO DH-RUN-ID

           OPEN EXTEND NAMADDDH

           IF      NOT W-DH-FILE-STATUS-GOOD
               OPEN OUTPUT NAMADDDH
           END-IF

           IF      NOT W-DH-FILE-STATUS-GOOD
               SET  DS-RESPONSE-FILE-ERROR
                                   TO TRUE
               GO TO SUB-9000-EXIT
           END-IF

           WRITE NAMADDDH-REC

           IF      NOT W-DH-FILE-STATUS-GOOD
               SET  DS-RESPONSE-FILE-ERROR
                                   TO TRUE
           END-IF

           CLOSE NAMADDDH
           .
       SUB-9000-EXIT.
           EXIT.
