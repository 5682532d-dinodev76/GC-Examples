      *========================== NAMADDWRK ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Work-assignment run for the clerks' review
      *              queues. Every open item on the six queues that
      *              need a clerk at a record - the reject workbench
      *              ledger (REJECT), undecided NAMADDMRG merge
      *              candidates (MERGE), the mover-review file
      *              (MOVER), the address repair queue (REPAIR), the
      *              deceased-match review file (DECEAS) and parked
      *              transactions in suspense (SUSPNS) - is carried
      *              as one line on the work-assignment file
      *              Data\NAMEADDR.WorkAssign.dat (NAMADDWA.cpy),
      *              which NAMADDSCR's inbox action works from.
      *
      *              Each run:
      *
      *              1.  Harvests the queues. A new item joins the
      *                  file OPEN, unassigned, with the jurisdiction
      *                  ZIPJUR places its record's ZIP in. An OPEN
      *                  item no longer on its queue becomes GONE; a
      *                  DONE item stays DONE. DONE and GONE lines
      *                  leave the file once their queue has dropped
      *                  them and they are older than the KEEP-DAYS
      *                  parameter (default 90).
      *
      *              2.  Applies supervisor assignments from
      *                  Data\NAMEADDR.WorkAssignTx.dat, one per
      *                  line:
      *
      *                      cols  1-6   queue ID
      *                      cols  8-31  item key, as on the
      *                                  work-assignment line
      *                      cols 33-40  clerk (spaces to unassign
      *                                  and hold the item back
      *                                  from auto-assignment)
      *                      cols 42-49  assigning supervisor
      *
      *                  The supervisor must carry the 'A' flag on
      *                  their Data\NAMEADDR.ScreenAuth.dat line, and
      *                  JURAUTH must give the clerk change scope over
      *                  the item's jurisdiction. The lines stay on
      *                  file, as NAMADDTBM's do: only the last line
      *                  for an item counts, and one already in force
      *                  is not applied again.
      *
      *              3.  Auto-assigns the remaining unassigned items
      *                  from the clerk roster
      *                  Data\NAMEADDR.WorkClerks.dat:
      *
      *                      cols  1-8   clerk
      *                      cols 10-13  most open items to hold
      *                      cols 15-54  up to ten jurisdiction
      *                                  codes, a space apart (***
      *                                  for any)
      *
      *                  Each item goes to the roster clerk covering
      *                  its jurisdiction who holds the fewest open
      *                  items and is under their limit. An item
      *                  whose jurisdiction is not known goes only to
      *                  a *** clerk. Argument 1 'M' skips this step,
      *                  leaving assignment to the supervisors.
      *
      *              The file is rewritten and a report of the
      *              supervisor lines, the open items each clerk
      *              holds with their oldest, and the items still
      *              unassigned goes to
      *              Data\NAMEADDR.WorkAssign.Rpt.dat.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      * 2026-09-14  0.2      Work-assignment record and line sized from
      *                      the NAMADDWA layout (164 bytes)
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 NAMADDWRK.

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
           SELECT NAMADDWA         ASSIGN TO W-WA-PATH
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-WA-FILE-STATUS.

           SELECT WORKTX           ASSIGN
                                   "Data\NAMEADDR.WorkAssignTx.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-WT-FILE-STATUS.

           SELECT WORKCLK          ASSIGN
                                   "Data\NAMEADDR.WorkClerks.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-WC-FILE-STATUS.

           SELECT SCRAUTH          ASSIGN
                                   "Data\NAMEADDR.ScreenAuth.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-SA-FILE-STATUS.

           SELECT NAMADDIX         ASSIGN "Data\NAMEADDR.Idx.dat"
                                   ORGANIZATION INDEXED
                                   ACCESS DYNAMIC
                                   RECORD KEY NA-TAXID
                                   FILE STATUS W-IX-FILE-STATUS.

           SELECT REJLEDG          ASSIGN
                                   "Data\NAMEADDR.RejectLedger.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-RJ-FILE-STATUS.

           SELECT MRGCAND          ASSIGN
                                   "Data\NAMEADDR.MergePurge.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-MC-FILE-STATUS.

           SELECT MRGDECN          ASSIGN
                                   "Data\NAMEADDR.MergeDecision.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-MD-FILE-STATUS.

           SELECT MOVREVW          ASSIGN
                                   "Data\NAMEADDR.MoverReview.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-MV-FILE-STATUS.

           SELECT REPAIRQ          ASSIGN
                                   "Data\NAMEADDR.RepairQueue.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-RQ-FILE-STATUS.

           SELECT DECREVW          ASSIGN
                                   "Data\NAMEADDR.DeceasedReview.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-DR-FILE-STATUS.

           SELECT SUSPENSE         ASSIGN "Data\NAMEADDR.Suspense.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-SU-FILE-STATUS.

           SELECT WORKRPT          ASSIGN
                                   "Data\NAMEADDR.WorkAssign.Rpt.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-RP-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  NAMADDWA.

       01  NAMADDWA-REC.
           COPY NAMADDWA REPLACING LEADING ==WA-== BY ==WF-==.

       FD  WORKTX.

       01  WORKTX-REC.
           05  WT-QUEUE-ID         PIC X(06).
           05  FILLER              PIC X(01).
           05  WT-ITEM-KEY         PIC X(24).
           05  FILLER              PIC X(01).
           05  WT-CLERK-ID         PIC X(08).
           05  FILLER              PIC X(01).
           05  WT-SUPERVISOR-ID    PIC X(08).

       FD  WORKCLK.

       01  WORKCLK-REC.
           05  WC-CLERK-ID         PIC X(08).
           05  FILLER              PIC X(01).
           05  WC-MAX-OPEN         PIC X(04).
           05  FILLER              PIC X(01).
           05  WC-JUR-LIST         PIC X(40).

       FD  SCRAUTH.

       01  SCRAUTH-REC.
           05  SA-OPERATOR-ID      PIC X(08).
           05  FILLER              PIC X(01).
           05  SA-APPROVE-FLAG     PIC X(01).
           05  FILLER              PIC X(61).

       FD  NAMADDIX.

       01  NAMADDIX-REC.           COPY NAMEADDR.

       FD  REJLEDG.

       01  REJLEDG-REC.
           05  RL-STATUS           PIC X(06).
           05  FILLER              PIC X(01).
           05  RL-RUN-ID           PIC X(08).
           05  FILLER              PIC X(01).
           05  RL-DATE             PIC X(08).
           05  FILLER              PIC X(01).
           05  RL-TAXID            PIC X(12).
           05  FILLER              PIC X(01).
           05  RL-REASON           PIC X(40).
           05  FILLER              PIC X(01).
           05  RL-CLEARED-RUN      PIC X(08).

       FD  MRGCAND.

       01  MRGCAND-REC.
           05  FILLER              PIC X(01).
           05  MC-LAST-NAME        PIC X(20).
           05  FILLER              PIC X(01).
           05  MC-TAXID-1          PIC X(12).
           05  FILLER              PIC X(01).
           05  MC-FIRST-1          PIC X(15).
           05  FILLER              PIC X(01).
           05  MC-TAXID-2          PIC X(12).
           05  FILLER              PIC X(01).
           05  MC-FIRST-2          PIC X(15).
           05  FILLER              PIC X(01).
           05  MC-ZIP              PIC X(10).
           05  FILLER              PIC X(10).

       FD  MRGDECN.

       01  MRGDECN-REC.
           05  MD-SURVIVOR-TAXID   PIC X(12).
           05  FILLER              PIC X(01).
           05  MD-LOSER-TAXID      PIC X(12).
           05  FILLER              PIC X(04).

       FD  MOVREVW.

       01  MOVREVW-REC             PIC X(120).

       FD  REPAIRQ.

       01  REPAIRQ-REC.
           05  RQ-TAXID            PIC X(12).
           05  FILLER              PIC X(01).
           05  RQ-FAILS            PIC X(03).
           05  FILLER              PIC X(01).
           05  RQ-LAST-DATE        PIC X(08).
           05  FILLER              PIC X(01).
           05  RQ-NAME             PIC X(40).
           05  FILLER              PIC X(66).

       FD  DECREVW.

       01  DECREVW-REC             PIC X(132).

       FD  SUSPENSE.

       01  SUSPENSE-REC.
           05  SU-DATE             PIC X(08).
           05  FILLER              PIC X(01).
           05  SU-TRANS-CODE       PIC X(01).
           05  SU-TAXID            PIC X(12).
           05  FILLER              PIC X(321).
           05  SU-SOURCE           PIC X(03).
           05  SU-OPERATOR-ID      PIC X(08).
           05  SU-ENTRY-TS         PIC X(14).

       FD  WORKRPT.

       01  WORKRPT-REC             PIC X(132).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-RETURN-CODE           PIC S9(04) COMP VALUE 0.

       01  W-WA-PATH               PIC X(60)       VALUE
           'Data\NAMEADDR.WorkAssign.dat'.
       01  W-WA-NEW-PATH           PIC X(60)       VALUE
           'Data\NAMEADDR.WorkAssign.New.dat'.
       01  W-REN-FROM-PATH         PIC X(60).
       01  W-REN-TO-PATH           PIC X(60).

       01  W-MODE-ARG              PIC X(01).
           88  W-MODE-AUTO                         VALUE SPACE.
           88  W-MODE-MANUAL                       VALUE 'M'.

       01  W-TODAY-DATE            PIC X(08).
       01  W-TODAY-DATE-NUM        PIC 9(08).
       01  W-TODAY-INTEGER         PIC S9(09) COMP.
       01  W-DATE-NUM              PIC 9(08).
       01  W-DATE-INTEGER          PIC S9(09) COMP.
       01  W-KEEP-DAYS             PIC 9(05)  COMP VALUE 90.

      **** The work-assignment file, held whole. 'P' marks an item
      **** its queue still lists tonight.

       01  W-ASG-COUNT             PIC 9(04)  COMP VALUE 0.
       01  W-ASG-MAX               PIC 9(04)  COMP VALUE 2000.

       01  W-ASG-TABLE.
           05  W-ASG-ENTRY                         OCCURS 2000
                                                   INDEXED W-ASG-IX.
               10  W-ASG-LINE      PIC X(164).
               10  W-ASG-SEEN-SW   PIC X(01).
                   88  W-ASG-PRESENT               VALUE 'P'.

       01  W-WA-WORK.              COPY NAMADDWA.

      **** The item tonight's harvest is looking at.

       01  W-ITEM.
           05  W-IT-QUEUE          PIC X(06).
           05  W-IT-KEY            PIC X(24).
           05  W-IT-TAXID          PIC X(12).
           05  W-IT-DATE           PIC X(08).
           05  W-IT-DETAIL         PIC X(50).

       01  W-CAND-TEXT             PIC X(120).
       01  W-CAND-HEAD             PIC X(120).
       01  W-CAND-REST             PIC X(120).

      **** Decided merge pairs, so only undecided candidates are
      **** work.

       01  W-DECN-COUNT            PIC 9(04)  COMP VALUE 0.
       01  W-DECN-MAX              PIC 9(04)  COMP VALUE 2000.

       01  W-DECN-TABLE.
           05  W-DEC-ENTRY                         OCCURS 2000
                                                   INDEXED W-DEC-IX.
               10  W-DEC-TAXID-1   PIC X(12).
               10  W-DEC-TAXID-2   PIC X(12).

       01  W-DECIDED-SW            PIC X(01).
           88  W-PAIR-DECIDED                      VALUE 'Y'.

      **** Supervisors who may assign work.

       01  W-APR-COUNT             PIC 9(03)  COMP VALUE 0.
       01  W-APR-MAX               PIC 9(03)  COMP VALUE 200.

       01  W-APR-TABLE.
           05  W-APR-ID            PIC X(08)       OCCURS 200
                                                   INDEXED W-APR-IX.

       01  W-APPROVER-SW           PIC X(01).
           88  W-IS-APPROVER                       VALUE 'Y'.

      **** Supervisor assignment lines, in file order.

       01  W-TX-COUNT              PIC 9(04)  COMP VALUE 0.
       01  W-TX-MAX                PIC 9(04)  COMP VALUE 500.

       01  W-TX-TABLE.
           05  W-TX-ENTRY                          OCCURS 500
                                                   INDEXED W-TX-IX
                                                           W-TX-IX2.
               10  W-TX-QUEUE-ID   PIC X(06).
               10  W-TX-ITEM-KEY   PIC X(24).
               10  W-TX-CLERK-ID   PIC X(08).
               10  W-TX-SUPERVISOR-ID
                                   PIC X(08).

       01  W-TX-RESULT             PIC X(50).
       01  W-TX-SUPERSEDED-SW      PIC X(01).
           88  W-TX-SUPERSEDED                     VALUE 'Y'.

      **** Clerks - the roster's, and any other a supervisor has
      **** given work to - with tonight's open-item tallies.

       01  W-CLK-COUNT             PIC 9(03)  COMP VALUE 0.
       01  W-CLK-MAX               PIC 9(03)  COMP VALUE 200.

       01  W-CLK-TABLE.
           05  W-CLK-ENTRY                         OCCURS 200
                                                   INDEXED W-CLK-IX
                                                           W-BEST-IX.
               10  W-CLK-ID        PIC X(08).
               10  W-CLK-ROSTER-SW PIC X(01).
                   88  W-CLK-ON-ROSTER             VALUE 'Y'.
               10  W-CLK-MAX-OPEN  PIC 9(04)  COMP.
               10  W-CLK-JUR-LIST  PIC X(40).
               10  W-CLK-OPEN      PIC 9(04)  COMP.
               10  W-CLK-AUTO      PIC 9(04)  COMP.
               10  W-CLK-OLDEST    PIC X(08).

       01  W-CLERK-ID              PIC X(08).
       01  W-JUR-POS               PIC 9(02)  COMP.
       01  W-BEST-SW               PIC X(01).
           88  W-BEST-FOUND                        VALUE 'Y'.
       01  W-ELIGIBLE-SW           PIC X(01).
           88  W-CLERK-ELIGIBLE                    VALUE 'Y'.

       01  W-IX-OPEN-SW            PIC X(01)       VALUE 'N'.
           88  W-IX-OPEN                           VALUE 'Y'.

       01  W-ITEMS-NEW             PIC 9(06)  COMP VALUE 0.
       01  W-ITEMS-GONE            PIC 9(06)  COMP VALUE 0.
       01  W-ITEMS-OPEN            PIC 9(06)  COMP VALUE 0.
       01  W-ITEMS-UNASSIGNED      PIC 9(06)  COMP VALUE 0.
       01  W-ITEMS-HELD            PIC 9(06)  COMP VALUE 0.
       01  W-ITEMS-PRUNED          PIC 9(06)  COMP VALUE 0.
       01  W-TX-APPLIED            PIC 9(04)  COMP VALUE 0.
       01  W-TX-REJECTED           PIC 9(04)  COMP VALUE 0.
       01  W-AUTO-ASSIGNED         PIC 9(06)  COMP VALUE 0.
       01  W-OLDEST-UNASSIGNED     PIC X(08).

       01  W-REPORT-LINE           PIC X(132).
       01  W-DISP-NUM              PIC ZZZ,ZZ9.
       01  W-DISP-NUM-2            PIC ZZZ,ZZ9.

       01  W-LOG-OPEN              PIC 9(06).
       01  W-LOG-NEW               PIC 9(06).
       01  W-LOG-AUTO              PIC 9(06).
       01  W-LOG-UNASSIGNED        PIC 9(06).

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-WA-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-WT-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-WC-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-SA-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-RJ-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-MC-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-MD-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-MV-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-RQ-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-DR-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-SU-EOF                            VALUE 'Y'.

       01  W-WA-FILE-STATUS        PIC X(02).
           88  W-WA-FILE-STATUS-GOOD               VALUE '00'.
           88  W-WA-FILE-NOT-FOUND                 VALUE '35'.

       01  W-WT-FILE-STATUS        PIC X(02).
           88  W-WT-FILE-STATUS-GOOD               VALUE '00'.

       01  W-WC-FILE-STATUS        PIC X(02).
           88  W-WC-FILE-STATUS-GOOD               VALUE '00'.

       01  W-SA-FILE-STATUS        PIC X(02).
           88  W-SA-FILE-STATUS-GOOD               VALUE '00'.

       01  W-IX-FILE-STATUS        PIC X(02).
           88  W-IX-FILE-STATUS-GOOD               VALUE '00'.

       01  W-RJ-FILE-STATUS        PIC X(02).
           88  W-RJ-FILE-STATUS-GOOD               VALUE '00'.

       01  W-MC-FILE-STATUS        PIC X(02).
           88  W-MC-FILE-STATUS-GOOD               VALUE '00'.

       01  W-MD-FILE-STATUS        PIC X(02).
           88  W-MD-FILE-STATUS-GOOD               VALUE '00'.

       01  W-MV-FILE-STATUS        PIC X(02).
           88  W-MV-FILE-STATUS-GOOD               VALUE '00'.

       01  W-RQ-FILE-STATUS        PIC X(02).
           88  W-RQ-FILE-STATUS-GOOD               VALUE '00'.

       01  W-DR-FILE-STATUS        PIC X(02).
           88  W-DR-FILE-STATUS-GOOD               VALUE '00'.

       01  W-SU-FILE-STATUS        PIC X(02).
           88  W-SU-FILE-STATUS-GOOD               VALUE '00'.

       01  W-RP-FILE-STATUS        PIC X(02).
           88  W-RP-FILE-STATUS-GOOD               VALUE '00'.

       01  W-ERROR-MSG             PIC X(22)       VALUE
           '**** NAMADDWRK error: '.

       01  W-FS-CONTROL.
           COPY FILESTATL.

       01  W-JL-CONTROL.
           COPY JOBLOGL.

       01  W-RI-CONTROL.
           COPY RUNIDL.

       01  W-PR-CONTROL.
           COPY PARMREGL.

       01  W-ZJ-CONTROL.
           COPY ZIPJURL.

       01  W-JA-CONTROL.
           COPY JURAUTHL.

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

           IF      W-RETURN-CODE = 0
               PERFORM SUB-2000-HARVEST-QUEUES THRU SUB-2000-EXIT
               PERFORM SUB-2900-MARK-GONE THRU SUB-2900-EXIT
               PERFORM SUB-3000-WRITE-REPORT-HEAD THRU SUB-3000-EXIT
           END-IF

           IF      W-RETURN-CODE = 0
               PERFORM SUB-3100-APPLY-ONE-TX THRU SUB-3100-EXIT
                   VARYING W-TX-IX FROM 1 BY 1
                   UNTIL W-TX-IX > W-TX-COUNT
               PERFORM SUB-4000-TALLY-CLERKS THRU SUB-4000-EXIT

               IF      W-MODE-AUTO
                   PERFORM SUB-4100-AUTO-ASSIGN-ONE THRU SUB-4100-EXIT
                       VARYING W-ASG-IX FROM 1 BY 1
                       UNTIL W-ASG-IX > W-ASG-COUNT
               END-IF

               PERFORM SUB-5000-REWRITE-ASSIGNMENTS THRU SUB-5000-EXIT
               PERFORM SUB-6000-WRITE-REPORT-BODY THRU SUB-6000-EXIT
           END-IF

           PERFORM SUB-9000-SHUT-DOWN THRU SUB-9000-EXIT
           .
       MAIN-EXIT.
           MOVE W-RETURN-CODE      TO RETURN-CODE
           STOP RUN.
      /
       SUB-1000-START-UP.
      *------------------

           MOVE FUNCTION WHEN-COMPILED
                                   TO W-COMPILED-DATE

           DISPLAY 'NAMADDWRK compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           SET  RI-FUNC-NEXT       TO TRUE
           CALL 'RUNID' USING W-RI-CONTROL
           DISPLAY 'Run ID: ' RI-RUN-ID

           MOVE FUNCTION CURRENT-DATE(1:8)
                                   TO W-TODAY-DATE
           MOVE W-TODAY-DATE       TO W-TODAY-DATE-NUM
           COMPUTE W-TODAY-INTEGER = FUNCTION
                                   INTEGER-OF-DATE(W-TODAY-DATE-NUM)

           DISPLAY 1               UPON ARGUMENT-NUMBER

           ACCEPT W-MODE-ARG       FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACE      TO W-MODE-ARG
           END-ACCEPT

           MOVE FUNCTION UPPER-CASE(W-MODE-ARG)
                                   TO W-MODE-ARG

           IF      NOT W-MODE-AUTO
               AND NOT W-MODE-MANUAL
               DISPLAY W-ERROR-MSG
                       'Argument 1 must be M or omitted'
               MOVE 16             TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           IF      W-MODE-MANUAL
               DISPLAY 'Supervisor assignment only - no '
                       'auto-assignment tonight'
           END-IF

           PERFORM SUB-1050-GET-KEEP-DAYS THRU SUB-1050-EXIT
           PERFORM SUB-1100-LOAD-ASSIGNMENTS THRU SUB-1100-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1200-LOAD-APPROVERS THRU SUB-1200-EXIT
           PERFORM SUB-1300-LOAD-ROSTER THRU SUB-1300-EXIT
           PERFORM SUB-1400-LOAD-TRANSACTIONS THRU SUB-1400-EXIT
           PERFORM SUB-1500-LOAD-DECISIONS THRU SUB-1500-EXIT

      **** Without the master no jurisdiction can be placed; items
      **** then wait for a *** clerk or a supervisor.

           OPEN INPUT NAMADDIX

           IF      W-IX-FILE-STATUS-GOOD
               SET  W-IX-OPEN      TO TRUE
           ELSE
               DISPLAY 'NAMADDIX not available - new items get no '
                       'jurisdiction'
           END-IF
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1050-GET-KEEP-DAYS.
      *-----------------------

      **** The value in force today in the parameter registry,
      **** else the compiled-in default.

           SET  PR-FUNC-GET        TO TRUE
           MOVE 'NAMADDWRK'        TO PR-PROGRAM-NAME
           MOVE 'KEEP-DAYS'        TO PR-PARM-NAME
           MOVE SPACES             TO PR-AS-OF-DATE

           CALL 'PARMREG' USING W-PR-CONTROL

           IF      PR-RESPONSE-FILE-ERROR
               DISPLAY W-ERROR-MSG
                       'Parameter registry unreadable - keeping '
                       'finished items the default 90 days'
               GO TO SUB-1050-EXIT
           END-IF

           IF      PR-FOUND
               AND PR-VALUE-NUMERIC
               AND PR-VALUE-NUM > 0
               AND PR-VALUE-NUM < 10000
               MOVE PR-VALUE-NUM   TO W-KEEP-DAYS
           END-IF
           .
       SUB-1050-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-ASSIGNMENTS.
      *--------------------------

           OPEN INPUT NAMADDWA

           IF      W-WA-FILE-NOT-FOUND
               DISPLAY 'No work-assignment file yet - starting one'
               GO TO SUB-1100-EXIT
           END-IF

           IF      NOT W-WA-FILE-STATUS-GOOD
               MOVE W-WA-FILE-STATUS
                                   TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-WA-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDWA'
               MOVE 10             TO W-RETURN-CODE
               GO TO SUB-1100-EXIT
           END-IF

           PERFORM SUB-1150-LOAD-ONE-ASSIGNMENT THRU SUB-1150-EXIT
               UNTIL W-WA-EOF
               OR    W-RETURN-CODE NOT = 0

           CLOSE NAMADDWA
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1150-LOAD-ONE-ASSIGNMENT.
      *-----------------------------

           READ NAMADDWA
               AT END
                   SET  W-WA-EOF   TO TRUE
                   GO TO SUB-1150-EXIT
           END-READ

           IF      NAMADDWA-REC = SPACES
               GO TO SUB-1150-EXIT
           END-IF

      **** A file too big for the table is never rewritten short.

           IF      W-ASG-COUNT >= W-ASG-MAX
               DISPLAY W-ERROR-MSG
                       'More than 2000 work-assignment lines'
               MOVE 15             TO W-RETURN-CODE
               GO TO SUB-1150-EXIT
           END-IF

           ADD  1                  TO W-ASG-COUNT
           SET  W-ASG-IX           TO W-ASG-COUNT
           MOVE NAMADDWA-REC       TO W-ASG-LINE(W-ASG-IX)
           MOVE SPACE              TO W-ASG-SEEN-SW(W-ASG-IX)
           .
       SUB-1150-EXIT.
           EXIT.
      /
       SUB-1200-LOAD-APPROVERS.
      *------------------------

      **** No authorized-user file means no supervisor can assign,
      **** and every assignment line is rejected.

           OPEN INPUT SCRAUTH

           IF      NOT W-SA-FILE-STATUS-GOOD
               DISPLAY 'No authorized-user file on disk - no '
                       'supervisor can assign'
               GO TO SUB-1200-EXIT
           END-IF

           PERFORM UNTIL W-SA-EOF
               READ SCRAUTH
                   AT END
                       SET  W-SA-EOF
                                   TO TRUE
               END-READ

               IF      NOT W-SA-EOF
                   AND SA-OPERATOR-ID NOT = SPACES
                   AND SA-OPERATOR-ID(1 : 1) NOT = '*'
                   AND FUNCTION UPPER-CASE(SA-APPROVE-FLAG) = 'A'
                   AND W-APR-COUNT < W-APR-MAX
                   ADD  1          TO W-APR-COUNT
                   SET  W-APR-IX   TO W-APR-COUNT
                   MOVE FUNCTION UPPER-CASE(SA-OPERATOR-ID)
                                   TO W-APR-ID(W-APR-IX)
               END-IF
           END-PERFORM

           CLOSE SCRAUTH
           .
       SUB-1200-EXIT.
           EXIT.
      /
       SUB-1300-LOAD-ROSTER.
      *---------------------

           OPEN INPUT WORKCLK

           IF      NOT W-WC-FILE-STATUS-GOOD
               DISPLAY 'No clerk roster on disk - items wait for a '
                       'supervisor'
               GO TO SUB-1300-EXIT
           END-IF

           PERFORM UNTIL W-WC-EOF
               READ WORKCLK
                   AT END
                       SET  W-WC-EOF
                                   TO TRUE
               END-READ

               IF      NOT W-WC-EOF
                   AND WC-CLERK-ID NOT = SPACES
                   AND WC-CLERK-ID(1 : 1) NOT = '*'
                   AND W-CLK-COUNT < W-CLK-MAX
                   ADD  1          TO W-CLK-COUNT
                   SET  W-CLK-IX   TO W-CLK-COUNT
                   MOVE FUNCTION UPPER-CASE(WC-CLERK-ID)
                                   TO W-CLK-ID(W-CLK-IX)
                   SET  W-CLK-ON-ROSTER(W-CLK-IX)
                                   TO TRUE
                   IF      WC-MAX-OPEN NUMERIC
                       MOVE WC-MAX-OPEN
                                   TO W-CLK-MAX-OPEN(W-CLK-IX)
                   ELSE
                       MOVE 0      TO W-CLK-MAX-OPEN(W-CLK-IX)
                   END-IF
                   MOVE FUNCTION UPPER-CASE(WC-JUR-LIST)
                                   TO W-CLK-JUR-LIST(W-CLK-IX)
                   MOVE 0          TO W-CLK-OPEN(W-CLK-IX)
                                      W-CLK-AUTO(W-CLK-IX)
                   MOVE SPACES     TO W-CLK-OLDEST(W-CLK-IX)
               END-IF
           END-PERFORM

           CLOSE WORKCLK
           .
       SUB-1300-EXIT.
           EXIT.
      /
       SUB-1400-LOAD-TRANSACTIONS.
      *---------------------------

           OPEN INPUT WORKTX

           IF      NOT W-WT-FILE-STATUS-GOOD
               GO TO SUB-1400-EXIT
           END-IF

           PERFORM UNTIL W-WT-EOF
               READ WORKTX
                   AT END
                       SET  W-WT-EOF
                                   TO TRUE
               END-READ

               IF      NOT W-WT-EOF
                   AND WORKTX-REC NOT = SPACES
                   AND WT-QUEUE-ID(1 : 1) NOT = '*'
                   IF      W-TX-COUNT < W-TX-MAX
                       ADD  1      TO W-TX-COUNT
                       SET  W-TX-IX
                                   TO W-TX-COUNT
                       MOVE FUNCTION UPPER-CASE(WT-QUEUE-ID)
                                   TO W-TX-QUEUE-ID(W-TX-IX)
                       MOVE WT-ITEM-KEY
                                   TO W-TX-ITEM-KEY(W-TX-IX)
                       MOVE FUNCTION UPPER-CASE(WT-CLERK-ID)
                                   TO W-TX-CLERK-ID(W-TX-IX)
                       MOVE FUNCTION UPPER-CASE(WT-SUPERVISOR-ID)
                                   TO W-TX-SUPERVISOR-ID(W-TX-IX)
                   ELSE
                       DISPLAY W-ERROR-MSG
                               'More than 500 assignment lines - '
                               'the rest are ignored'
                       SET  W-WT-EOF
                                   TO TRUE
                   END-IF
               END-IF
           END-PERFORM

           CLOSE WORKTX
           .
       SUB-1400-EXIT.
           EXIT.
      /
       SUB-1500-LOAD-DECISIONS.
      *------------------------

           OPEN INPUT MRGDECN

           IF      NOT W-MD-FILE-STATUS-GOOD
               GO TO SUB-1500-EXIT
           END-IF

           PERFORM UNTIL W-MD-EOF
               READ MRGDECN
                   AT END
                       SET  W-MD-EOF
                                   TO TRUE
               END-READ

               IF      NOT W-MD-EOF
                   AND MRGDECN-REC NOT = SPACES
                   AND W-DECN-COUNT < W-DECN-MAX
                   ADD  1          TO W-DECN-COUNT
                   SET  W-DEC-IX   TO W-DECN-COUNT
                   MOVE MD-SURVIVOR-TAXID
                                   TO W-DEC-TAXID-1(W-DEC-IX)
                   MOVE MD-LOSER-TAXID
                                   TO W-DEC-TAXID-2(W-DEC-IX)
               END-IF
           END-PERFORM

           CLOSE MRGDECN
           .
       SUB-1500-EXIT.
           EXIT.
      /
       SUB-2000-HARVEST-QUEUES.
      *------------------------

           PERFORM SUB-2100-HARVEST-REJECTS THRU SUB-2100-EXIT
           PERFORM SUB-2200-HARVEST-MERGES THRU SUB-2200-EXIT
           PERFORM SUB-2300-HARVEST-MOVERS THRU SUB-2300-EXIT
           PERFORM SUB-2400-HARVEST-REPAIRS THRU SUB-2400-EXIT
           PERFORM SUB-2500-HARVEST-DECEASED THRU SUB-2500-EXIT
           PERFORM SUB-2600-HARVEST-SUSPENSE THRU SUB-2600-EXIT
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-HARVEST-REJECTS.
      *-------------------------

           OPEN INPUT REJLEDG

           IF      NOT W-RJ-FILE-STATUS-GOOD
               GO TO SUB-2100-EXIT
           END-IF

           PERFORM SUB-2150-HARVEST-ONE-REJECT THRU SUB-2150-EXIT
               UNTIL W-RJ-EOF

           CLOSE REJLEDG
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2150-HARVEST-ONE-REJECT.
      *----------------------------

           READ REJLEDG
               AT END
                   SET  W-RJ-EOF   TO TRUE
                   GO TO SUB-2150-EXIT
           END-READ

           IF      RL-STATUS NOT = 'OPEN'
               GO TO SUB-2150-EXIT
           END-IF

           MOVE 'REJECT'           TO W-IT-QUEUE
           MOVE SPACES             TO W-IT-KEY
           STRING RL-TAXID         DELIMITED BY SIZE
                  RL-RUN-ID        DELIMITED BY SIZE
             INTO W-IT-KEY
           END-STRING
           MOVE RL-TAXID           TO W-IT-TAXID
           MOVE RL-DATE            TO W-IT-DATE
           MOVE RL-REASON          TO W-IT-DETAIL

           PERFORM SUB-2800-RECORD-ITEM THRU SUB-2800-EXIT
           .
       SUB-2150-EXIT.
           EXIT.
      /
       SUB-2200-HARVEST-MERGES.
      *------------------------

           OPEN INPUT MRGCAND

           IF      NOT W-MC-FILE-STATUS-GOOD
               GO TO SUB-2200-EXIT
           END-IF

           PERFORM SUB-2250-HARVEST-ONE-CANDIDATE THRU SUB-2250-EXIT
               UNTIL W-MC-EOF

           CLOSE MRGCAND
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2250-HARVEST-ONE-CANDIDATE.
      *-------------------------------

           READ MRGCAND
               AT END
                   SET  W-MC-EOF   TO TRUE
                   GO TO SUB-2250-EXIT
           END-READ

      **** Only a numeric TAXID is a real pair - the file opens with
      **** NAMADDMRG's column-header line.

           IF      MRGCAND-REC = SPACES
               OR  MC-TAXID-1 = SPACES
               OR  MC-TAXID-1 NOT NUMERIC
               GO TO SUB-2250-EXIT
           END-IF

           MOVE 'N'                TO W-DECIDED-SW

           PERFORM VARYING W-DEC-IX FROM 1 BY 1
                   UNTIL W-DEC-IX > W-DECN-COUNT
                   OR    W-PAIR-DECIDED
               IF     (W-DEC-TAXID-1(W-DEC-IX) = MC-TAXID-1
                       AND W-DEC-TAXID-2(W-DEC-IX) = MC-TAXID-2)
                   OR (W-DEC-TAXID-1(W-DEC-IX) = MC-TAXID-2
                       AND W-DEC-TAXID-2(W-DEC-IX) = MC-TAXID-1)
                   SET  W-PAIR-DECIDED
                                   TO TRUE
               END-IF
           END-PERFORM

           IF      W-PAIR-DECIDED
               GO TO SUB-2250-EXIT
           END-IF

           MOVE 'MERGE'            TO W-IT-QUEUE
           MOVE SPACES             TO W-IT-KEY
           STRING MC-TAXID-1       DELIMITED BY SIZE
                  MC-TAXID-2       DELIMITED BY SIZE
             INTO W-IT-KEY
           END-STRING
           MOVE MC-TAXID-1         TO W-IT-TAXID
           MOVE SPACES             TO W-IT-DATE
           MOVE SPACES             TO W-IT-DETAIL
           STRING 'Pair with '     DELIMITED BY SIZE
                  MC-TAXID-2       DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  FUNCTION TRIM(MC-LAST-NAME)
                                   DELIMITED BY SIZE
             INTO W-IT-DETAIL
           END-STRING

           PERFORM SUB-2800-RECORD-ITEM THRU SUB-2800-EXIT
           .
       SUB-2250-EXIT.
           EXIT.
      /
       SUB-2300-HARVEST-MOVERS.
      *------------------------

           OPEN INPUT MOVREVW

           IF      NOT W-MV-FILE-STATUS-GOOD
               GO TO SUB-2300-EXIT
           END-IF

           PERFORM SUB-2350-HARVEST-ONE-MOVER THRU SUB-2350-EXIT
               UNTIL W-MV-EOF

           CLOSE MOVREVW
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2350-HARVEST-ONE-MOVER.
      *---------------------------

           READ MOVREVW
               AT END
                   SET  W-MV-EOF   TO TRUE
                   GO TO SUB-2350-EXIT
           END-READ

           IF      MOVREVW-REC = SPACES
               GO TO SUB-2350-EXIT
           END-IF

      **** The review line keys on its leading 24 characters, as in
      **** NAMADDAGE; the clerk starts at the first candidate.

           MOVE 'MOVER'            TO W-IT-QUEUE
           MOVE MOVREVW-REC(1 : 24)
                                   TO W-IT-KEY
           MOVE MOVREVW-REC        TO W-CAND-TEXT
           PERFORM SUB-2700-FIRST-CANDIDATE THRU SUB-2700-EXIT
           MOVE SPACES             TO W-IT-DATE
           MOVE MOVREVW-REC(11 : 50)
                                   TO W-IT-DETAIL

           PERFORM SUB-2800-RECORD-ITEM THRU SUB-2800-EXIT
           .
       SUB-2350-EXIT.
           EXIT.
      /
       SUB-2400-HARVEST-REPAIRS.
      *-------------------------

           OPEN INPUT REPAIRQ

           IF      NOT W-RQ-FILE-STATUS-GOOD
               GO TO SUB-2400-EXIT
           END-IF

           PERFORM SUB-2450-HARVEST-ONE-REPAIR THRU SUB-2450-EXIT
               UNTIL W-RQ-EOF

           CLOSE REPAIRQ
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-2450-HARVEST-ONE-REPAIR.
      *----------------------------

           READ REPAIRQ
               AT END
                   SET  W-RQ-EOF   TO TRUE
                   GO TO SUB-2450-EXIT
           END-READ

      **** Headings and the trailer count start with a space; only
      **** a line opening with a TAXID is a queued address.

           IF      RQ-TAXID NOT NUMERIC
               GO TO SUB-2450-EXIT
           END-IF

           MOVE 'REPAIR'           TO W-IT-QUEUE
           MOVE RQ-TAXID           TO W-IT-KEY
           MOVE RQ-TAXID           TO W-IT-TAXID
           MOVE RQ-LAST-DATE       TO W-IT-DATE
           MOVE SPACES             TO W-IT-DETAIL
           STRING 'Address suppressed, '
                                   DELIMITED BY SIZE
                  FUNCTION TRIM(RQ-NAME)
                                   DELIMITED BY SIZE
             INTO W-IT-DETAIL
           END-STRING

           PERFORM SUB-2800-RECORD-ITEM THRU SUB-2800-EXIT
           .
       SUB-2450-EXIT.
           EXIT.
      /
       SUB-2500-HARVEST-DECEASED.
      *--------------------------

           OPEN INPUT DECREVW

           IF      NOT W-DR-FILE-STATUS-GOOD
               GO TO SUB-2500-EXIT
           END-IF

           PERFORM SUB-2550-HARVEST-ONE-DECEASED THRU SUB-2550-EXIT
               UNTIL W-DR-EOF

           CLOSE DECREVW
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2550-HARVEST-ONE-DECEASED.
      *------------------------------

           READ DECREVW
               AT END
                   SET  W-DR-EOF   TO TRUE
                   GO TO SUB-2550-EXIT
           END-READ

           IF      DECREVW-REC = SPACES
               GO TO SUB-2550-EXIT
           END-IF

      **** A near miss names the feed's TAXID, which is not ours -
      **** the clerk starts at the first candidate. A certificate
      **** check is already on our TAXID.

           MOVE 'DECEAS'           TO W-IT-QUEUE
           MOVE DECREVW-REC(1 : 24)
                                   TO W-IT-KEY

           IF      DECREVW-REC(1 : 10) = 'DOC-CHECK '
               MOVE DECREVW-REC(11 : 12)
                                   TO W-IT-TAXID
           ELSE
               MOVE DECREVW-REC    TO W-CAND-TEXT
               PERFORM SUB-2700-FIRST-CANDIDATE THRU SUB-2700-EXIT
           END-IF

           MOVE SPACES             TO W-IT-DATE
           MOVE DECREVW-REC(1 : 50)
                                   TO W-IT-DETAIL

           PERFORM SUB-2800-RECORD-ITEM THRU SUB-2800-EXIT
           .
       SUB-2550-EXIT.
           EXIT.
      /
       SUB-2600-HARVEST-SUSPENSE.
      *--------------------------

           OPEN INPUT SUSPENSE

           IF      NOT W-SU-FILE-STATUS-GOOD
               GO TO SUB-2600-EXIT
           END-IF

           PERFORM SUB-2650-HARVEST-ONE-SUSPENSE THRU SUB-2650-EXIT
               UNTIL W-SU-EOF

           CLOSE SUSPENSE
           .
       SUB-2600-EXIT.
           EXIT.
      /
       SUB-2650-HARVEST-ONE-SUSPENSE.
      *------------------------------

           READ SUSPENSE
               AT END
                   SET  W-SU-EOF   TO TRUE
                   GO TO SUB-2650-EXIT
           END-READ

           IF      SUSPENSE-REC = SPACES
               GO TO SUB-2650-EXIT
           END-IF

      **** A TAXID can have several changes parked; the first twelve
      **** of the entry timestamp tell them apart.

           MOVE 'SUSPNS'           TO W-IT-QUEUE
           MOVE SPACES             TO W-IT-KEY
           STRING SU-TAXID         DELIMITED BY SIZE
                  SU-ENTRY-TS(1 : 12)
                                   DELIMITED BY SIZE
             INTO W-IT-KEY
           END-STRING
           MOVE SU-TAXID           TO W-IT-TAXID
           MOVE SU-DATE            TO W-IT-DATE
           MOVE SPACES             TO W-IT-DETAIL
           STRING 'Parked '        DELIMITED BY SIZE
                  SU-TRANS-CODE    DELIMITED BY SIZE
                  ' transaction from '
                                   DELIMITED BY SIZE
                  SU-SOURCE        DELIMITED BY SIZE
                  ' keyed by '     DELIMITED BY SIZE
                  SU-OPERATOR-ID   DELIMITED BY SIZE
             INTO W-IT-DETAIL
           END-STRING

           PERFORM SUB-2800-RECORD-ITEM THRU SUB-2800-EXIT
           .
       SUB-2650-EXIT.
           EXIT.
      /
       SUB-2700-FIRST-CANDIDATE.
      *-------------------------

           MOVE SPACES             TO W-IT-TAXID
                                      W-CAND-HEAD
                                      W-CAND-REST

           UNSTRING W-CAND-TEXT    DELIMITED BY 'CANDIDATES: '
               INTO W-CAND-HEAD
                    W-CAND-REST
           END-UNSTRING

           MOVE W-CAND-REST(1 : 12)
                                   TO W-IT-TAXID
           .
       SUB-2700-EXIT.
           EXIT.
      /
       SUB-2800-RECORD-ITEM.
      *---------------------

           IF      W-IT-DATE NOT NUMERIC
               MOVE W-TODAY-DATE   TO W-IT-DATE
           END-IF

           PERFORM VARYING W-ASG-IX FROM 1 BY 1
                   UNTIL W-ASG-IX > W-ASG-COUNT
               IF      W-ASG-LINE(W-ASG-IX)(6 : 6) = W-IT-QUEUE
                   AND W-ASG-LINE(W-ASG-IX)(13 : 24) = W-IT-KEY
                   GO TO SUB-2800-KNOWN-ITEM
               END-IF
           END-PERFORM

      **** A new item.

           IF      W-ASG-COUNT >= W-ASG-MAX
               DISPLAY W-ERROR-MSG
                       'Work-assignment table full - item not added: '
                       W-IT-QUEUE ' ' W-IT-KEY
               GO TO SUB-2800-EXIT
           END-IF

           MOVE SPACES             TO W-WA-WORK
           SET  WA-STATUS-OPEN     TO TRUE
           MOVE W-IT-QUEUE         TO WA-QUEUE-ID
           MOVE W-IT-KEY           TO WA-ITEM-KEY
           MOVE W-IT-TAXID         TO WA-TAXID
           MOVE W-IT-DATE          TO WA-ITEM-DATE
           MOVE W-IT-DETAIL        TO WA-DETAIL

           PERFORM SUB-2850-PLACE-JURISDICTION THRU SUB-2850-EXIT

           ADD  1                  TO W-ASG-COUNT
           SET  W-ASG-IX           TO W-ASG-COUNT
           MOVE W-WA-WORK          TO W-ASG-LINE(W-ASG-IX)
           SET  W-ASG-PRESENT(W-ASG-IX)
                                   TO TRUE
           ADD  1                  TO W-ITEMS-NEW
           GO TO SUB-2800-EXIT
           .
       SUB-2800-KNOWN-ITEM.

      **** Still listed. A DONE item stays done; a GONE item back on
      **** its queue is open work again.

           SET  W-ASG-PRESENT(W-ASG-IX)
                                   TO TRUE
           MOVE W-ASG-LINE(W-ASG-IX)
                                   TO W-WA-WORK

           EVALUATE TRUE
               WHEN WA-STATUS-OPEN
                   MOVE W-IT-DETAIL
                                   TO WA-DETAIL
               WHEN WA-STATUS-GONE
                   SET  WA-STATUS-OPEN
                                   TO TRUE
                   MOVE W-IT-TAXID TO WA-TAXID
                   MOVE W-IT-DATE  TO WA-ITEM-DATE
                   MOVE W-IT-DETAIL
                                   TO WA-DETAIL
                   MOVE SPACES     TO WA-CLERK-ID
                                      WA-ASSIGNED-BY
                                      WA-ASSIGNED-DATE
                                      WA-DONE-BY
                                      WA-DONE-TS
                   ADD  1          TO W-ITEMS-NEW
           END-EVALUATE

           MOVE W-WA-WORK          TO W-ASG-LINE(W-ASG-IX)
           .
       SUB-2800-EXIT.
           EXIT.
      /
       SUB-2850-PLACE-JURISDICTION.
      *----------------------------

           MOVE SPACES             TO WA-JUR-CODE

           IF      NOT W-IX-OPEN
               OR  WA-TAXID = SPACES
               GO TO SUB-2850-EXIT
           END-IF

           MOVE WA-TAXID           TO NA-TAXID

           READ NAMADDIX

           IF      NOT W-IX-FILE-STATUS-GOOD
               GO TO SUB-2850-EXIT
           END-IF

           MOVE NA-ZIP-CODE        TO ZJ-ZIP-CODE
           MOVE NA-CITY            TO ZJ-CITY

           CALL 'ZIPJUR' USING W-ZJ-CONTROL

           IF      ZJ-RESULT-FOUND
               MOVE ZJ-JUR-CODE    TO WA-JUR-CODE
           END-IF
           .
       SUB-2850-EXIT.
           EXIT.
      /
       SUB-2900-MARK-GONE.
      *-------------------

      **** An open item its queue no longer lists was settled some
      **** other way - stamped GONE with tonight's date. Finished
      **** lines past the keep period and off their queue are
      **** blanked here and dropped on the rewrite.

           PERFORM VARYING W-ASG-IX FROM 1 BY 1
                   UNTIL W-ASG-IX > W-ASG-COUNT
               IF      NOT W-ASG-PRESENT(W-ASG-IX)
                   MOVE W-ASG-LINE(W-ASG-IX)
                                   TO W-WA-WORK
                   EVALUATE TRUE
                       WHEN WA-STATUS-OPEN
                           SET  WA-STATUS-GONE
                                   TO TRUE
                           MOVE W-TODAY-DATE
                                   TO WA-DONE-TS
                           MOVE W-WA-WORK
                                   TO W-ASG-LINE(W-ASG-IX)
                           ADD  1  TO W-ITEMS-GONE
                       WHEN OTHER
                           PERFORM SUB-2950-PRUNE-ONE
                              THRU SUB-2950-EXIT
                   END-EVALUATE
               END-IF
           END-PERFORM
           .
       SUB-2900-EXIT.
           EXIT.
      /
       SUB-2950-PRUNE-ONE.
      *-------------------

           IF      WA-DONE-TS(1 : 8) NOT NUMERIC
               GO TO SUB-2950-EXIT
           END-IF

           MOVE WA-DONE-TS(1 : 8)  TO W-DATE-NUM
           COMPUTE W-DATE-INTEGER  = FUNCTION
                                   INTEGER-OF-DATE(W-DATE-NUM)

           IF      W-TODAY-INTEGER - W-DATE-INTEGER > W-KEEP-DAYS
               MOVE SPACES         TO W-ASG-LINE(W-ASG-IX)
               ADD  1              TO W-ITEMS-PRUNED
           END-IF
           .
       SUB-2950-EXIT.
           EXIT.
      /
       SUB-3000-WRITE-REPORT-HEAD.
      *---------------------------

           OPEN OUTPUT WORKRPT

           IF      NOT W-RP-FILE-STATUS-GOOD
               MOVE W-RP-FILE-STATUS
                                   TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-RP-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening WORKRPT'
               MOVE 5              TO W-RETURN-CODE
               GO TO SUB-3000-EXIT
           END-IF

           MOVE SPACES             TO W-REPORT-LINE
           STRING 'Work assignment report - run '
                                   DELIMITED BY SIZE
                  RI-RUN-ID        DELIMITED BY SIZE
                  ' on '           DELIMITED BY SIZE
                  W-TODAY-DATE     DELIMITED BY SIZE
             INTO W-REPORT-LINE
           END-STRING
           WRITE WORKRPT-REC       FROM W-REPORT-LINE

           MOVE ALL '-'            TO W-REPORT-LINE
           WRITE WORKRPT-REC       FROM W-REPORT-LINE

           MOVE W-ITEMS-NEW        TO W-DISP-NUM
           MOVE W-ITEMS-GONE       TO W-DISP-NUM-2
           MOVE SPACES             TO W-REPORT-LINE
           STRING 'New or reopened items: '
                                   DELIMITED BY SIZE
                  W-DISP-NUM       DELIMITED BY SIZE
                  '   Left their queue: '
                                   DELIMITED BY SIZE
                  W-DISP-NUM-2     DELIMITED BY SIZE
             INTO W-REPORT-LINE
           END-STRING
           WRITE WORKRPT-REC       FROM W-REPORT-LINE

           MOVE SPACES             TO W-REPORT-LINE
           WRITE WORKRPT-REC       FROM W-REPORT-LINE

           MOVE 'SUPERVISOR ASSIGNMENTS'
                                   TO W-REPORT-LINE
           WRITE WORKRPT-REC       FROM W-REPORT-LINE

           IF      W-TX-COUNT = 0
               MOVE '    none on file'
                                   TO W-REPORT-LINE
               WRITE WORKRPT-REC   FROM W-REPORT-LINE
           END-IF
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-APPLY-ONE-TX.
      *----------------------

           PERFORM SUB-3150-VALIDATE-TX THRU SUB-3150-EXIT

           MOVE SPACES             TO W-REPORT-LINE
           STRING '    '           DELIMITED BY SIZE
                  W-TX-QUEUE-ID(W-TX-IX)
                                   DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  W-TX-ITEM-KEY(W-TX-IX)
                                   DELIMITED BY SIZE
                  ' to '           DELIMITED BY SIZE
                  W-TX-CLERK-ID(W-TX-IX)
                                   DELIMITED BY SIZE
                  ' by '           DELIMITED BY SIZE
                  W-TX-SUPERVISOR-ID(W-TX-IX)
                                   DELIMITED BY SIZE
                  '  '             DELIMITED BY SIZE
                  W-TX-RESULT      DELIMITED BY SIZE
             INTO W-REPORT-LINE
           END-STRING
           WRITE WORKRPT-REC       FROM W-REPORT-LINE
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-3150-VALIDATE-TX.
      *---------------------

      **** A later line for the same item overrides this one.

           MOVE 'N'                TO W-TX-SUPERSEDED-SW

           PERFORM VARYING W-TX-IX2 FROM W-TX-IX BY 1
                   UNTIL W-TX-IX2 >= W-TX-COUNT
                   OR    W-TX-SUPERSEDED
               IF      W-TX-QUEUE-ID(W-TX-IX2 + 1)
                                   = W-TX-QUEUE-ID(W-TX-IX)
                   AND W-TX-ITEM-KEY(W-TX-IX2 + 1)
                                   = W-TX-ITEM-KEY(W-TX-IX)
                   SET  W-TX-SUPERSEDED
                                   TO TRUE
               END-IF
           END-PERFORM

           IF      W-TX-SUPERSEDED
               MOVE 'SUPERSEDED by a later line for the item'
                                   TO W-TX-RESULT
               GO TO SUB-3150-EXIT
           END-IF

           MOVE 'N'                TO W-APPROVER-SW

           PERFORM VARYING W-APR-IX FROM 1 BY 1
                   UNTIL W-APR-IX > W-APR-COUNT
                   OR    W-IS-APPROVER
               IF      W-APR-ID(W-APR-IX)
                                   = W-TX-SUPERVISOR-ID(W-TX-IX)
                   SET  W-IS-APPROVER
                                   TO TRUE
               END-IF
           END-PERFORM

           IF      NOT W-IS-APPROVER
               OR  W-TX-SUPERVISOR-ID(W-TX-IX) = SPACES
               MOVE 'REJECTED supervisor not a ScreenAuth approver'
                                   TO W-TX-RESULT
               ADD  1              TO W-TX-REJECTED
               GO TO SUB-3150-EXIT
           END-IF

           PERFORM VARYING W-ASG-IX FROM 1 BY 1
                   UNTIL W-ASG-IX > W-ASG-COUNT
               IF      W-ASG-LINE(W-ASG-IX)(6 : 6)
                                   = W-TX-QUEUE-ID(W-TX-IX)
                   AND W-ASG-LINE(W-ASG-IX)(13 : 24)
                                   = W-TX-ITEM-KEY(W-TX-IX)
                   GO TO SUB-3150-ITEM-FOUND
               END-IF
           END-PERFORM

           MOVE 'REJECTED no item with that queue and key'
                                   TO W-TX-RESULT
           ADD  1                  TO W-TX-REJECTED
           GO TO SUB-3150-EXIT
           .
       SUB-3150-ITEM-FOUND.

      **** A line for work since finished has done its job and may
      **** come off the file.

           MOVE W-ASG-LINE(W-ASG-IX)
                                   TO W-WA-WORK

           IF      NOT WA-STATUS-OPEN
               MOVE SPACES         TO W-TX-RESULT
               STRING 'item now '  DELIMITED BY SIZE
                      WA-STATUS    DELIMITED BY SIZE
                      ' - line can be removed'
                                   DELIMITED BY SIZE
                 INTO W-TX-RESULT
               END-STRING
               GO TO SUB-3150-EXIT
           END-IF

           IF      WA-CLERK-ID = W-TX-CLERK-ID(W-TX-IX)
               AND WA-ASSIGNED-BY = W-TX-SUPERVISOR-ID(W-TX-IX)
               MOVE 'already in force'
                                   TO W-TX-RESULT
               GO TO SUB-3150-EXIT
           END-IF

      **** The clerk must be able to change the record the item
      **** leads to.

           IF      W-TX-CLERK-ID(W-TX-IX) NOT = SPACES
               SET  JA-FUNC-CHECK  TO TRUE
               SET  JA-KIND-OPERATOR
                                   TO TRUE
               MOVE W-TX-CLERK-ID(W-TX-IX)
                                   TO JA-PRINCIPAL
               MOVE WA-JUR-CODE    TO JA-JUR-CODE
               SET  JA-ACCESS-CHANGE
                                   TO TRUE
               MOVE 'NAMADDWRK'    TO JA-PROGRAM
               MOVE WA-TAXID       TO JA-TAXID

               CALL 'JURAUTH' USING W-JA-CONTROL

               IF      JA-REFUSED
                   MOVE SPACES     TO W-TX-RESULT
                   STRING 'REJECTED clerk has no change scope in '
                                   DELIMITED BY SIZE
                          WA-JUR-CODE
                                   DELIMITED BY SIZE
                     INTO W-TX-RESULT
                   END-STRING
                   ADD  1          TO W-TX-REJECTED
                   GO TO SUB-3150-EXIT
               END-IF
           END-IF

           MOVE W-TX-CLERK-ID(W-TX-IX)
                                   TO WA-CLERK-ID
           MOVE W-TX-SUPERVISOR-ID(W-TX-IX)
                                   TO WA-ASSIGNED-BY
           MOVE W-TODAY-DATE       TO WA-ASSIGNED-DATE
           MOVE W-WA-WORK          TO W-ASG-LINE(W-ASG-IX)

           IF      W-TX-CLERK-ID(W-TX-IX) = SPACES
               MOVE 'APPLIED - unassigned and held back'
                                   TO W-TX-RESULT
           ELSE
               MOVE 'APPLIED'      TO W-TX-RESULT
           END-IF

           ADD  1                  TO W-TX-APPLIED
           .
       SUB-3150-EXIT.
           EXIT.
      /
       SUB-4000-TALLY-CLERKS.
      *----------------------

      **** Open items each clerk already holds, roster or not.

           PERFORM VARYING W-ASG-IX FROM 1 BY 1
                   UNTIL W-ASG-IX > W-ASG-COUNT
               MOVE W-ASG-LINE(W-ASG-IX)
                                   TO W-WA-WORK
               IF      WA-STATUS-OPEN
                   AND WA-CLERK-ID NOT = SPACES
                   PERFORM SUB-4050-COUNT-FOR-CLERK
                      THRU SUB-4050-EXIT
               END-IF
           END-PERFORM
           .
       SUB-4000-EXIT.
           EXIT.
      /
       SUB-4050-COUNT-FOR-CLERK.
      *-------------------------

           PERFORM VARYING W-CLK-IX FROM 1 BY 1
                   UNTIL W-CLK-IX > W-CLK-COUNT
                   OR    W-CLK-ID(W-CLK-IX) = WA-CLERK-ID
               CONTINUE
           END-PERFORM

           IF      W-CLK-IX > W-CLK-COUNT
               IF      W-CLK-COUNT >= W-CLK-MAX
                   GO TO SUB-4050-EXIT
               END-IF
               ADD  1              TO W-CLK-COUNT
               SET  W-CLK-IX       TO W-CLK-COUNT
               MOVE WA-CLERK-ID    TO W-CLK-ID(W-CLK-IX)
               MOVE 'N'            TO W-CLK-ROSTER-SW(W-CLK-IX)
               MOVE 0              TO W-CLK-MAX-OPEN(W-CLK-IX)
                                      W-CLK-OPEN(W-CLK-IX)
                                      W-CLK-AUTO(W-CLK-IX)
               MOVE SPACES         TO W-CLK-JUR-LIST(W-CLK-IX)
                                      W-CLK-OLDEST(W-CLK-IX)
           END-IF

           ADD  1                  TO W-CLK-OPEN(W-CLK-IX)

           IF      W-CLK-OLDEST(W-CLK-IX) = SPACES
               OR  WA-ITEM-DATE < W-CLK-OLDEST(W-CLK-IX)
               MOVE WA-ITEM-DATE   TO W-CLK-OLDEST(W-CLK-IX)
           END-IF
           .
       SUB-4050-EXIT.
           EXIT.
      /
       SUB-4100-AUTO-ASSIGN-ONE.
      *-------------------------

           MOVE W-ASG-LINE(W-ASG-IX)
                                   TO W-WA-WORK

      **** Only open work nobody holds - an item a supervisor
      **** unassigned stays with the supervisors.

           IF      NOT WA-STATUS-OPEN
               OR  WA-CLERK-ID NOT = SPACES
               OR  WA-ASSIGNED-BY NOT = SPACES
               GO TO SUB-4100-EXIT
           END-IF

           MOVE 'N'                TO W-BEST-SW

           PERFORM VARYING W-CLK-IX FROM 1 BY 1
                   UNTIL W-CLK-IX > W-CLK-COUNT
               PERFORM SUB-4150-CHECK-ELIGIBLE THRU SUB-4150-EXIT

               IF      W-CLERK-ELIGIBLE
                   IF      NOT W-BEST-FOUND
                       SET  W-BEST-FOUND
                                   TO TRUE
                       SET  W-BEST-IX
                                   TO W-CLK-IX
                   ELSE
                       IF      W-CLK-OPEN(W-CLK-IX)
                                   < W-CLK-OPEN(W-BEST-IX)
                           SET  W-BEST-IX
                                   TO W-CLK-IX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF      NOT W-BEST-FOUND
               GO TO SUB-4100-EXIT
           END-IF

           MOVE W-CLK-ID(W-BEST-IX)
                                   TO WA-CLERK-ID
           MOVE 'AUTO'             TO WA-ASSIGNED-BY
           MOVE W-TODAY-DATE       TO WA-ASSIGNED-DATE
           MOVE W-WA-WORK          TO W-ASG-LINE(W-ASG-IX)

           ADD  1                  TO W-CLK-OPEN(W-BEST-IX)
                                      W-CLK-AUTO(W-BEST-IX)
                                      W-AUTO-ASSIGNED

           IF      W-CLK-OLDEST(W-BEST-IX) = SPACES
               OR  WA-ITEM-DATE < W-CLK-OLDEST(W-BEST-IX)
               MOVE WA-ITEM-DATE   TO W-CLK-OLDEST(W-BEST-IX)
           END-IF
           .
       SUB-4100-EXIT.
           EXIT.
      /
       SUB-4150-CHECK-ELIGIBLE.
      *------------------------

           MOVE 'N'                TO W-ELIGIBLE-SW

           IF      NOT W-CLK-ON-ROSTER(W-CLK-IX)
               OR  W-CLK-OPEN(W-CLK-IX) >= W-CLK-MAX-OPEN(W-CLK-IX)
               GO TO SUB-4150-EXIT
           END-IF

           PERFORM VARYING W-JUR-POS FROM 1 BY 4
                   UNTIL W-JUR-POS > 37
                   OR    W-CLERK-ELIGIBLE
               IF      W-CLK-JUR-LIST(W-CLK-IX)(W-JUR-POS : 3)
                                   = '***'
                   SET  W-CLERK-ELIGIBLE
                                   TO TRUE
               END-IF

               IF      WA-JUR-CODE NOT = SPACES
                   AND W-CLK-JUR-LIST(W-CLK-IX)(W-JUR-POS : 3)
                                   = WA-JUR-CODE
                   SET  W-CLERK-ELIGIBLE
                                   TO TRUE
               END-IF
           END-PERFORM
           .
       SUB-4150-EXIT.
           EXIT.
      /
       SUB-5000-REWRITE-ASSIGNMENTS.
      *-----------------------------

           MOVE W-WA-NEW-PATH      TO W-WA-PATH

           OPEN OUTPUT NAMADDWA

           IF      NOT W-WA-FILE-STATUS-GOOD
               MOVE W-WA-FILE-STATUS
                                   TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-WA-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDWA'
               MOVE 20             TO W-RETURN-CODE
               GO TO SUB-5000-EXIT
           END-IF

           PERFORM VARYING W-ASG-IX FROM 1 BY 1
                   UNTIL W-ASG-IX > W-ASG-COUNT
               IF      W-ASG-LINE(W-ASG-IX) NOT = SPACES
                   WRITE NAMADDWA-REC
                                   FROM W-ASG-LINE(W-ASG-IX)
                   IF      NOT W-WA-FILE-STATUS-GOOD
                       MOVE 20     TO W-RETURN-CODE
                   END-IF
                   MOVE W-ASG-LINE(W-ASG-IX)
                                   TO W-WA-WORK
                   IF      WA-STATUS-OPEN
                       ADD  1      TO W-ITEMS-OPEN
                   END-IF
               END-IF
           END-PERFORM

           CLOSE NAMADDWA

           IF      W-RETURN-CODE NOT = 0
               DISPLAY W-ERROR-MSG
                       'Unable to write the new work-assignment file'
               GO TO SUB-5000-EXIT
           END-IF

           MOVE 'Data\NAMEADDR.WorkAssign.dat'
                                   TO W-REN-TO-PATH

           CALL 'CBL_DELETE_FILE' USING W-REN-TO-PATH
           MOVE 0                  TO RETURN-CODE

           MOVE W-WA-NEW-PATH      TO W-REN-FROM-PATH

           CALL 'CBL_RENAME_FILE' USING W-REN-FROM-PATH
                                        W-REN-TO-PATH

           IF      RETURN-CODE NOT = 0
               DISPLAY W-ERROR-MSG
                       'Unable to swap the work-assignment file in'
               MOVE 0              TO RETURN-CODE
               MOVE 20             TO W-RETURN-CODE
           END-IF
           .
       SUB-5000-EXIT.
           EXIT.
      /
       SUB-6000-WRITE-REPORT-BODY.
      *---------------------------

           MOVE SPACES             TO W-REPORT-LINE
           WRITE WORKRPT-REC       FROM W-REPORT-LINE

           MOVE 'CLERK     OPEN  AUTO TONIGHT  OLDEST ITEM'
                                   TO W-REPORT-LINE
           WRITE WORKRPT-REC       FROM W-REPORT-LINE

           PERFORM VARYING W-CLK-IX FROM 1 BY 1
                   UNTIL W-CLK-IX > W-CLK-COUNT
               MOVE SPACES         TO W-REPORT-LINE
               MOVE W-CLK-ID(W-CLK-IX)
                                   TO W-REPORT-LINE(1 : 8)
               MOVE W-CLK-OPEN(W-CLK-IX)
                                   TO W-DISP-NUM
               MOVE W-DISP-NUM     TO W-REPORT-LINE(8 : 7)
               MOVE W-CLK-AUTO(W-CLK-IX)
                                   TO W-DISP-NUM
               MOVE W-DISP-NUM     TO W-REPORT-LINE(16 : 7)
               MOVE W-CLK-OLDEST(W-CLK-IX)
                                   TO W-REPORT-LINE(33 : 8)
               IF      NOT W-CLK-ON-ROSTER(W-CLK-IX)
                   MOVE 'not on roster'
                                   TO W-REPORT-LINE(43 : 13)
               END-IF
               WRITE WORKRPT-REC   FROM W-REPORT-LINE
           END-PERFORM

      **** What is left for the supervisors to place.

           MOVE SPACES             TO W-OLDEST-UNASSIGNED

           PERFORM VARYING W-ASG-IX FROM 1 BY 1
                   UNTIL W-ASG-IX > W-ASG-COUNT
               MOVE W-ASG-LINE(W-ASG-IX)
                                   TO W-WA-WORK
               IF      WA-STATUS-OPEN
                   AND WA-CLERK-ID = SPACES
                   ADD  1          TO W-ITEMS-UNASSIGNED
                   IF      WA-ASSIGNED-BY NOT = SPACES
                       ADD  1      TO W-ITEMS-HELD
                   END-IF
                   IF      W-OLDEST-UNASSIGNED = SPACES
                       OR  WA-ITEM-DATE < W-OLDEST-UNASSIGNED
                       MOVE WA-ITEM-DATE
                                   TO W-OLDEST-UNASSIGNED
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACES             TO W-REPORT-LINE
           WRITE WORKRPT-REC       FROM W-REPORT-LINE

           MOVE W-ITEMS-UNASSIGNED TO W-DISP-NUM
           MOVE W-ITEMS-HELD       TO W-DISP-NUM-2
           MOVE SPACES             TO W-REPORT-LINE
           STRING 'Unassigned open items: '
                                   DELIMITED BY SIZE
                  W-DISP-NUM       DELIMITED BY SIZE
                  ' (held back by a supervisor: '
                                   DELIMITED BY SIZE
                  W-DISP-NUM-2     DELIMITED BY SIZE
                  ')  oldest '     DELIMITED BY SIZE
                  W-OLDEST-UNASSIGNED
                                   DELIMITED BY SIZE
             INTO W-REPORT-LINE
           END-STRING
           WRITE WORKRPT-REC       FROM W-REPORT-LINE

           MOVE W-ITEMS-OPEN       TO W-DISP-NUM
           MOVE W-ITEMS-PRUNED     TO W-DISP-NUM-2
           MOVE SPACES             TO W-REPORT-LINE
           STRING 'Open items on file:    '
                                   DELIMITED BY SIZE
                  W-DISP-NUM       DELIMITED BY SIZE
                  '   Finished lines aged off: '
                                   DELIMITED BY SIZE
                  W-DISP-NUM-2     DELIMITED BY SIZE
             INTO W-REPORT-LINE
           END-STRING
           WRITE WORKRPT-REC       FROM W-REPORT-LINE
           .
       SUB-6000-EXIT.
           EXIT.
      /
       SUB-9000-SHUT-DOWN.
      *-------------------

           IF      W-IX-OPEN
               CLOSE NAMADDIX
           END-IF

           IF      W-RP-FILE-STATUS-GOOD
               CLOSE WORKRPT
           END-IF

           DISPLAY 'New or reopened items: ' W-ITEMS-NEW
           DISPLAY 'Left their queue:      ' W-ITEMS-GONE
           DISPLAY 'Supervisor lines:      ' W-TX-APPLIED
                   ' applied, '            W-TX-REJECTED
                   ' rejected'
           DISPLAY 'Auto-assigned:         ' W-AUTO-ASSIGNED
           DISPLAY 'Open items on file:    ' W-ITEMS-OPEN
           DISPLAY 'Unassigned:            ' W-ITEMS-UNASSIGNED

           MOVE W-ITEMS-OPEN       TO W-LOG-OPEN
           MOVE W-ITEMS-NEW        TO W-LOG-NEW
           MOVE W-AUTO-ASSIGNED    TO W-LOG-AUTO
           MOVE W-ITEMS-UNASSIGNED TO W-LOG-UNASSIGNED

           MOVE SPACES             TO JL-KEY-COUNTS
           STRING 'Open '          DELIMITED BY SIZE
                  W-LOG-OPEN       DELIMITED BY SIZE
                  ' new '          DELIMITED BY SIZE
                  W-LOG-NEW        DELIMITED BY SIZE
                  ' auto '         DELIMITED BY SIZE
                  W-LOG-AUTO       DELIMITED BY SIZE
                  ' unassigned '   DELIMITED BY SIZE
                  W-LOG-UNASSIGNED DELIMITED BY SIZE
             INTO JL-KEY-COUNTS
           END-STRING

           MOVE 'NAMADDWRK'        TO JL-PROGRAM-NAME
           MOVE RI-RUN-ID          TO JL-RUN-ID
           MOVE W-RETURN-CODE      TO JL-RETURN-CODE

           CALL 'JOBLOG' USING W-JL-CONTROL

           IF      JL-RESPONSE-FILE-ERROR
               DISPLAY W-ERROR-MSG
                       'Unable to write to the shared job log'
           END-IF

           DISPLAY 'NAMADDWRK completed'
           .
       SUB-9000-EXIT.
           EXIT.
