      *=========================== SRCPREC ============================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Subroutine deciding, field group by field group,
      *              whether a change transaction's source may
      *              overwrite what is on file. The precedence table
      *              Data\NAMEADDR.SourcePrec.dat ranks each source
      *              system per field group and gives it a hold
      *              period: for that many days after a higher-ranked
      *              source last set the group, this source may not
      *              overwrite it. Who set what, and when, comes from
      *              the audit trail Data\NAMEADDR.Audit.dat - every
      *              writer already stamps its source there - read
      *              once at load time for the longest hold period,
      *              and kept up to date during the run by the
      *              caller's record calls.
      *
      *              One precedence line per field group and source:
      *                  cols  1-4   group  NAME, ADDR, MAIL or CONT
      *                  cols  6-8   source system code, or *** for
      *                              any source not listed for the
      *                              group (blank legacy feeds too)
      *                  cols 10-11  rank, 00-99, higher outranks
      *                  cols 13-15  hold days, 000 = never held
      *                  cols 17-46  description
      *              A source with no line and no *** line ranks 00
      *              and is never held. No table on disk means no
      *              precedence at all - every change applies, as it
      *              always has.
      *
      *              Shared by BLDFILES and NAMADDSIM in the same
      *              load-once-query-many shape as ACCTREG.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.             SRCPREC.

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
           SELECT SRCPRTB          ASSIGN
                                   "Data\NAMEADDR.SourcePrec.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-PX-FILE-STATUS.

           SELECT NAMADDAU         ASSIGN "Data\NAMEADDR.Audit.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-AU-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  SRCPRTB.

       01  SRCPRTB-REC.
           05  PX-GROUP            PIC X(04).
           05  FILLER              PIC X(01).
           05  PX-SOURCE           PIC X(03).
           05  FILLER              PIC X(01).
           05  PX-RANK             PIC 9(02).
           05  FILLER              PIC X(01).
           05  PX-HOLD-DAYS        PIC 9(03).
           05  FILLER              PIC X(01).
           05  PX-DESCRIPTION      PIC X(30).

       FD  NAMADDAU.

       01  NAMADDAU-REC.           COPY NAMADDAU.
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-LOADED-SW             PIC X(01)       VALUE 'N'.
           88  W-TABLE-LOADED                      VALUE 'Y'.
           88  W-TABLE-NOT-LOADED                  VALUE 'N'.

       01  W-GROUP-CODES.
           05  FILLER              PIC X(04)       VALUE 'NAME'.
           05  FILLER              PIC X(04)       VALUE 'ADDR'.
           05  FILLER              PIC X(04)       VALUE 'MAIL'.
           05  FILLER              PIC X(04)       VALUE 'CONT'.
       01  FILLER                  REDEFINES W-GROUP-CODES.
           05  W-GROUP-CODE        PIC X(04)       OCCURS 4.

       01  W-RULE-COUNT            PIC 9(04)  COMP VALUE 0.
       01  W-RULE-MAX              PIC 9(04)  COMP VALUE 400.

       01  W-RULE-TABLE.
           05  W-RULE-ENTRY                        OCCURS 400
                                                   INDEXED W-RULE-IX.
               10  W-RULE-GROUP    PIC 9(01).
               10  W-RULE-SOURCE   PIC X(03).
               10  W-RULE-RANK     PIC 9(02).
               10  W-RULE-HOLD-DAYS
                                   PIC 9(03).

       01  W-MAX-HOLD-DAYS         PIC 9(03)  COMP VALUE 0.

       01  W-HIST-COUNT            PIC 9(05)  COMP VALUE 0.
       01  W-HIST-MAX              PIC 9(05)  COMP VALUE 50000.

       01  W-HIST-TABLE.
           05  W-HIST-ENTRY                        OCCURS 50000
                                                   INDEXED W-HIST-IX.
               10  W-HIST-TAXID    PIC X(12).
               10  W-HIST-GROUP    PIC 9(01).
               10  W-HIST-SOURCE   PIC X(03).
               10  W-HIST-DATE     PIC X(08).

       01  W-GRP                   PIC 9(01)  COMP.
       01  W-GROUP-NUM             PIC 9(01).

       01  W-LOOKUP-SOURCE         PIC X(03).
       01  W-LOOKUP-RANK           PIC 9(02).
       01  W-LOOKUP-HOLD-DAYS      PIC 9(03).
       01  W-LOOKUP-FOUND-SW       PIC X(01).
           88  W-LOOKUP-EXACT                      VALUE 'E'.
           88  W-LOOKUP-DEFAULT                    VALUE 'D'.
           88  W-LOOKUP-NONE                       VALUE 'N'.

       01  W-IN-RANK-TABLE.
           05  W-IN-RANK           PIC 9(02)       OCCURS 4.
       01  W-IN-HOLD-TABLE.
           05  W-IN-HOLD-DAYS      PIC 9(03)       OCCURS 4.

       01  W-OLD-IMG.              COPY NAMEADDR.

       01  W-NEW-IMG.              COPY NAMEADDR.

       01  W-SET-TAXID             PIC X(12).
       01  W-SET-SOURCE            PIC X(03).
       01  W-SET-DATE              PIC X(08).

       01  W-AS-OF-DATE            PIC X(08).
       01  W-AS-OF-NUM             PIC 9(08).
       01  W-AS-OF-INT             PIC 9(07)  COMP.
       01  W-CUTOFF-NUM            PIC 9(08).
       01  W-CUTOFF-DATE           PIC X(08).
       01  W-SET-NUM               PIC 9(08).
       01  W-DAYS-SINCE            PIC S9(07) COMP.

       01  W-REASON-PTR            PIC 9(04)  COMP.
       01  W-FIRST-HOLDER          PIC X(03).

       01  W-LOADING-SW            PIC X(01)       VALUE 'N'.
           88  W-LOADING                           VALUE 'Y'.
           88  W-NOT-LOADING                       VALUE 'N'.

       01  W-AU-EOF-SW             PIC X(01)       VALUE 'N'.
           88  W-AU-EOF                            VALUE 'Y'.
           88  W-AU-NOT-EOF                        VALUE 'N'.

       01  W-PX-EOF-SW             PIC X(01)       VALUE 'N'.
           88  W-PX-EOF                            VALUE 'Y'.
           88  W-PX-NOT-EOF                        VALUE 'N'.

       01  W-PX-FILE-STATUS        PIC X(02).
           88  W-PX-FILE-STATUS-GOOD               VALUE '00'.
           88  W-PX-FILE-NOT-FOUND                 VALUE '35'.

       01  W-AU-FILE-STATUS        PIC X(02).
           88  W-AU-FILE-STATUS-GOOD               VALUE '00'.
           88  W-AU-FILE-NOT-FOUND                 VALUE '35'.
      /
       LINKAGE SECTION.
      *----------------

       01  L-CONTROL.              COPY SRCPRECL.
      /
       PROCEDURE DIVISION
      *==================
           USING L-CONTROL.

       MAIN.
      *-----

           SET  SX-RESPONSE-GOOD   TO TRUE

           IF      SX-FUNC-LOAD
               PERFORM SUB-1000-LOAD-TABLES THRU SUB-1000-EXIT
               GO TO MAIN-EXIT
           END-IF

           IF      W-TABLE-NOT-LOADED
               PERFORM SUB-1000-LOAD-TABLES THRU SUB-1000-EXIT
           END-IF

           IF      SX-FUNC-RECORD
               PERFORM SUB-3000-RECORD-CHANGE THRU SUB-3000-EXIT
           ELSE
               PERFORM SUB-2000-CHECK-CHANGE THRU SUB-2000-EXIT
           END-IF
           .
       MAIN-EXIT.
           MOVE W-RULE-COUNT       TO SX-RULE-COUNT
           GOBACK.
      /
       SUB-1000-LOAD-TABLES.
      *---------------------

           MOVE 0                  TO W-RULE-COUNT
                                      W-HIST-COUNT
                                      W-MAX-HOLD-DAYS
           SET  W-TABLE-LOADED     TO TRUE

           IF      SX-AS-OF-DATE NUMERIC
               MOVE SX-AS-OF-DATE  TO W-AS-OF-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8)
                                   TO W-AS-OF-DATE
           END-IF

           MOVE W-AS-OF-DATE       TO W-AS-OF-NUM
           COMPUTE W-AS-OF-INT     = FUNCTION INTEGER-OF-DATE
                                         (W-AS-OF-NUM)

           PERFORM SUB-1100-LOAD-RULES THRU SUB-1100-EXIT

      **** No rules, or none with a hold period, means nothing can
      **** ever be held - the audit trail need not be read at all.

           IF      W-RULE-COUNT = 0
               OR  W-MAX-HOLD-DAYS = 0
               OR  SX-RESPONSE-FILE-ERROR
               GO TO SUB-1000-EXIT
           END-IF

           COMPUTE W-CUTOFF-NUM    = FUNCTION DATE-OF-INTEGER
                                         (W-AS-OF-INT
                                        - W-MAX-HOLD-DAYS)
           MOVE W-CUTOFF-NUM       TO W-CUTOFF-DATE

           PERFORM SUB-1200-LOAD-HISTORY THRU SUB-1200-EXIT
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-RULES.
      *--------------------

           SET  W-PX-NOT-EOF       TO TRUE

           OPEN INPUT SRCPRTB

           IF      W-PX-FILE-NOT-FOUND
               GO TO SUB-1100-EXIT
           END-IF

           IF      NOT W-PX-FILE-STATUS-GOOD
               SET  SX-RESPONSE-FILE-ERROR
                                   TO TRUE
               GO TO SUB-1100-EXIT
           END-IF

           PERFORM SUB-1110-LOAD-ONE-RULE THRU SUB-1110-EXIT
               UNTIL W-PX-EOF

           CLOSE SRCPRTB
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1110-LOAD-ONE-RULE.
      *-----------------------

           READ SRCPRTB
               AT END
                   SET  W-PX-EOF   TO TRUE
                   GO TO SUB-1110-EXIT
           END-READ

      **** A line whose group is not one of the four, or whose rank
      **** or hold days are not numeric, is skipped like a comment.

           MOVE 0                  TO W-GROUP-NUM

           PERFORM VARYING W-GRP FROM 1 BY 1
                   UNTIL W-GRP > 4
               IF      PX-GROUP = W-GROUP-CODE(W-GRP)
                   MOVE W-GRP      TO W-GROUP-NUM
               END-IF
           END-PERFORM

           IF      W-GROUP-NUM = 0
               OR  PX-RANK NOT NUMERIC
               OR  PX-HOLD-DAYS NOT NUMERIC
               GO TO SUB-1110-EXIT
           END-IF

           IF      W-RULE-COUNT NOT < W-RULE-MAX
               SET  SX-RESPONSE-FILE-ERROR
                                   TO TRUE
               SET  W-PX-EOF       TO TRUE
               GO TO SUB-1110-EXIT
           END-IF

           ADD  1                  TO W-RULE-COUNT
           SET  W-RULE-IX          TO W-RULE-COUNT
           MOVE W-GROUP-NUM        TO W-RULE-GROUP(W-RULE-IX)
           MOVE PX-SOURCE          TO W-RULE-SOURCE(W-RULE-IX)
           MOVE PX-RANK            TO W-RULE-RANK(W-RULE-IX)
           MOVE PX-HOLD-DAYS       TO W-RULE-HOLD-DAYS(W-RULE-IX)

           IF      PX-HOLD-DAYS > W-MAX-HOLD-DAYS
               MOVE PX-HOLD-DAYS   TO W-MAX-HOLD-DAYS
           END-IF
           .
       SUB-1110-EXIT.
           EXIT.
      /
       SUB-1200-LOAD-HISTORY.
      *----------------------

           SET  W-AU-NOT-EOF       TO TRUE

           OPEN INPUT NAMADDAU

           IF      W-AU-FILE-NOT-FOUND
               GO TO SUB-1200-EXIT
           END-IF

           IF      NOT W-AU-FILE-STATUS-GOOD
               SET  SX-RESPONSE-FILE-ERROR
                                   TO TRUE
               GO TO SUB-1200-EXIT
           END-IF

           SET  W-LOADING          TO TRUE

           PERFORM SUB-1210-LOAD-ONE-AUDIT THRU SUB-1210-EXIT
               UNTIL W-AU-EOF

           SET  W-NOT-LOADING      TO TRUE

           CLOSE NAMADDAU
           .
       SUB-1200-EXIT.
           EXIT.
      /
       SUB-1210-LOAD-ONE-AUDIT.
      *------------------------

           READ NAMADDAU
               AT END
                   SET  W-AU-EOF   TO TRUE
                   GO TO SUB-1210-EXIT
           END-READ

      **** Only adds and changes set fields; a delete or a re-key
      **** link sets nothing. Anything older than the longest hold
      **** period can never hold a change and is not tabled.

           IF      NOT AU-TRANS-ADD
               AND NOT AU-TRANS-CHANGE
               GO TO SUB-1210-EXIT
           END-IF

           IF      AU-TIMESTAMP(1 : 8) NOT NUMERIC
               OR  AU-TIMESTAMP(1 : 8) < W-CUTOFF-DATE
               GO TO SUB-1210-EXIT
           END-IF

           MOVE AU-OLD-IMAGE       TO W-OLD-IMG
           MOVE AU-NEW-IMAGE       TO W-NEW-IMG

           MOVE NA-TAXID IN W-NEW-IMG
                                   TO W-SET-TAXID
           MOVE AU-SOURCE-SYSTEM   TO W-SET-SOURCE
           MOVE AU-TIMESTAMP(1 : 8)
                                   TO W-SET-DATE

           IF      NA-NAME IN W-NEW-IMG
                       NOT = NA-NAME IN W-OLD-IMG
               MOVE 1              TO W-GRP
               PERFORM SUB-3100-NOTE-SETTING THRU SUB-3100-EXIT
           END-IF

           IF      NA-ADDRESS IN W-NEW-IMG
                       NOT = NA-ADDRESS IN W-OLD-IMG
               MOVE 2              TO W-GRP
               PERFORM SUB-3100-NOTE-SETTING THRU SUB-3100-EXIT
           END-IF

           IF      NA-MAILING-ADDRESS IN W-NEW-IMG
                       NOT = NA-MAILING-ADDRESS IN W-OLD-IMG
               OR  NA-ADDRESS-TYPE-USED IN W-NEW-IMG
                       NOT = NA-ADDRESS-TYPE-USED IN W-OLD-IMG
               MOVE 3              TO W-GRP
               PERFORM SUB-3100-NOTE-SETTING THRU SUB-3100-EXIT
           END-IF

           IF      NA-CONTACT IN W-NEW-IMG
                       NOT = NA-CONTACT IN W-OLD-IMG
               MOVE 4              TO W-GRP
               PERFORM SUB-3100-NOTE-SETTING THRU SUB-3100-EXIT
           END-IF
           .
       SUB-1210-EXIT.
           EXIT.
      /
       SUB-2000-CHECK-CHANGE.
      *----------------------

           MOVE 0                  TO SX-CHANGED-COUNT
                                      SX-HELD-COUNT
           MOVE SPACES             TO SX-REASON
                                      W-FIRST-HOLDER

           PERFORM VARYING SX-GRP-IX FROM 1 BY 1
                   UNTIL SX-GRP-IX > 4
               MOVE 'N'            TO SX-GRP-HELD(SX-GRP-IX)
               MOVE SPACES         TO SX-GRP-HELD-BY(SX-GRP-IX)
                                      SX-GRP-HELD-DATE(SX-GRP-IX)
               IF      SX-GRP-IS-CHANGED(SX-GRP-IX)
                   ADD  1          TO SX-CHANGED-COUNT
               END-IF
           END-PERFORM

           IF      SX-CHANGED-COUNT = 0
               OR  W-HIST-COUNT = 0
               GO TO SUB-2000-EXIT
           END-IF

      **** The incoming source's rank and hold period per group.

           MOVE SX-SOURCE          TO W-LOOKUP-SOURCE

           PERFORM VARYING W-GRP FROM 1 BY 1
                   UNTIL W-GRP > 4
               PERFORM SUB-2900-LOOKUP-RULE THRU SUB-2900-EXIT
               MOVE W-LOOKUP-RANK  TO W-IN-RANK(W-GRP)
               MOVE W-LOOKUP-HOLD-DAYS
                                   TO W-IN-HOLD-DAYS(W-GRP)
           END-PERFORM

      **** Every setting of a changed group by a higher-ranked source
      **** within the incoming source's hold period holds the group;
      **** the most recent such setting is the one reported.

           PERFORM SUB-2100-CHECK-ONE-SETTING THRU SUB-2100-EXIT
               VARYING W-HIST-IX FROM 1 BY 1
               UNTIL W-HIST-IX > W-HIST-COUNT

           IF      SX-HELD-COUNT = 0
               GO TO SUB-2000-EXIT
           END-IF

           MOVE 1                  TO W-REASON-PTR
           STRING 'Precedence:'    DELIMITED BY SIZE
             INTO SX-REASON
             WITH POINTER W-REASON-PTR
           END-STRING

           PERFORM VARYING W-GRP FROM 1 BY 1
                   UNTIL W-GRP > 4
               IF      SX-GRP-IS-HELD(W-GRP)
                   STRING ' '      DELIMITED BY SIZE
                          W-GROUP-CODE(W-GRP)
                                   DELIMITED BY SIZE
                     INTO SX-REASON
                     WITH POINTER W-REASON-PTR
                   END-STRING
                   IF      W-FIRST-HOLDER = SPACES
                       MOVE SX-GRP-HELD-BY(W-GRP)
                                   TO W-FIRST-HOLDER
                   END-IF
               END-IF
           END-PERFORM

           STRING ' by '           DELIMITED BY SIZE
                  W-FIRST-HOLDER   DELIMITED BY SIZE
             INTO SX-REASON
             WITH POINTER W-REASON-PTR
           END-STRING
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-CHECK-ONE-SETTING.
      *---------------------------

           IF      W-HIST-TAXID(W-HIST-IX) NOT = SX-TAXID
               GO TO SUB-2100-EXIT
           END-IF

           MOVE W-HIST-GROUP(W-HIST-IX)
                                   TO W-GRP

           IF      NOT SX-GRP-IS-CHANGED(W-GRP)
               OR  W-IN-HOLD-DAYS(W-GRP) = 0
               OR  W-HIST-SOURCE(W-HIST-IX) = SX-SOURCE
               GO TO SUB-2100-EXIT
           END-IF

           MOVE W-HIST-DATE(W-HIST-IX)
                                   TO W-SET-NUM
           COMPUTE W-DAYS-SINCE    = W-AS-OF-INT
                                   - FUNCTION INTEGER-OF-DATE
                                         (W-SET-NUM)

           IF      W-DAYS-SINCE NOT < W-IN-HOLD-DAYS(W-GRP)
               GO TO SUB-2100-EXIT
           END-IF

           MOVE W-HIST-SOURCE(W-HIST-IX)
                                   TO W-LOOKUP-SOURCE
           PERFORM SUB-2900-LOOKUP-RULE THRU SUB-2900-EXIT

           IF      W-LOOKUP-RANK NOT > W-IN-RANK(W-GRP)
               GO TO SUB-2100-EXIT
           END-IF

           IF      NOT SX-GRP-IS-HELD(W-GRP)
               ADD  1              TO SX-HELD-COUNT
               MOVE 'Y'            TO SX-GRP-HELD(W-GRP)
           END-IF

           IF      W-HIST-DATE(W-HIST-IX) > SX-GRP-HELD-DATE(W-GRP)
               OR  SX-GRP-HELD-DATE(W-GRP) = SPACES
               MOVE W-HIST-SOURCE(W-HIST-IX)
                                   TO SX-GRP-HELD-BY(W-GRP)
               MOVE W-HIST-DATE(W-HIST-IX)
                                   TO SX-GRP-HELD-DATE(W-GRP)
           END-IF
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2900-LOOKUP-RULE.
      *---------------------

      **** Rank and hold days of W-LOOKUP-SOURCE for group W-GRP - an
      **** exact line wins over the group's *** line; neither means
      **** rank 00, never held.

           MOVE 0                  TO W-LOOKUP-RANK
                                      W-LOOKUP-HOLD-DAYS
           SET  W-LOOKUP-NONE      TO TRUE

           PERFORM VARYING W-RULE-IX FROM 1 BY 1
                   UNTIL W-RULE-IX > W-RULE-COUNT
                   OR    W-LOOKUP-EXACT
               IF      W-RULE-GROUP(W-RULE-IX) = W-GRP
                   IF      W-RULE-SOURCE(W-RULE-IX) = W-LOOKUP-SOURCE
                       SET  W-LOOKUP-EXACT
                                   TO TRUE
                       MOVE W-RULE-RANK(W-RULE-IX)
                                   TO W-LOOKUP-RANK
                       MOVE W-RULE-HOLD-DAYS(W-RULE-IX)
                                   TO W-LOOKUP-HOLD-DAYS
                   ELSE
                       IF      W-RULE-SOURCE(W-RULE-IX) = '***'
                           AND W-LOOKUP-NONE
                           SET  W-LOOKUP-DEFAULT
                                   TO TRUE
                           MOVE W-RULE-RANK(W-RULE-IX)
                                   TO W-LOOKUP-RANK
                           MOVE W-RULE-HOLD-DAYS(W-RULE-IX)
                                   TO W-LOOKUP-HOLD-DAYS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .
       SUB-2900-EXIT.
           EXIT.
      /
       SUB-3000-RECORD-CHANGE.
      *-----------------------

           IF      W-RULE-COUNT = 0
               OR  W-MAX-HOLD-DAYS = 0
               GO TO SUB-3000-EXIT
           END-IF

           MOVE SX-TAXID           TO W-SET-TAXID
           MOVE SX-SOURCE          TO W-SET-SOURCE
           MOVE W-AS-OF-DATE       TO W-SET-DATE

           PERFORM VARYING W-GRP FROM 1 BY 1
                   UNTIL W-GRP > 4
               IF      SX-GRP-IS-CHANGED(W-GRP)
                   AND NOT SX-GRP-IS-HELD(W-GRP)
                   PERFORM SUB-3100-NOTE-SETTING THRU SUB-3100-EXIT
               END-IF
           END-PERFORM
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-NOTE-SETTING.
      *----------------------

      **** One entry per TAXID, group and source, carrying the latest
      **** date that source set the group. A full table drops the
      **** setting - the next run reads it back from the audit
      **** trail - but a full table at load time is reported.

           SET  W-HIST-IX          TO 1

           PERFORM UNTIL W-HIST-IX > W-HIST-COUNT
               IF      W-HIST-TAXID(W-HIST-IX) = W-SET-TAXID
                   AND W-HIST-GROUP(W-HIST-IX) = W-GRP
                   AND W-HIST-SOURCE(W-HIST-IX) = W-SET-SOURCE
                   IF      W-SET-DATE > W-HIST-DATE(W-HIST-IX)
                       MOVE W-SET-DATE
                                   TO W-HIST-DATE(W-HIST-IX)
                   END-IF
                   GO TO SUB-3100-EXIT
               END-IF
               SET  W-HIST-IX      UP BY 1
           END-PERFORM

           IF      W-HIST-COUNT NOT < W-HIST-MAX
               IF      W-LOADING
                   SET  SX-RESPONSE-FILE-ERROR
                                   TO TRUE
               END-IF
               GO TO SUB-3100-EXIT
           END-IF

           ADD  1                  TO W-HIST-COUNT
           SET  W-HIST-IX          TO W-HIST-COUNT
           MOVE W-SET-TAXID        TO W-HIST-TAXID(W-HIST-IX)
           MOVE W-GRP              TO W-HIST-GROUP(W-HIST-IX)
           MOVE W-SET-SOURCE       TO W-HIST-SOURCE(W-HIST-IX)
           MOVE W-SET-DATE         TO W-HIST-DATE(W-HIST-IX)
           .
       SUB-3100-EXIT.
           EXIT.
