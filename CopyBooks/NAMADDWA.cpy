      *========================= NAMADDWA.cpy =========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Record layout of the work-assignment file
      *              Data\NAMEADDR.WorkAssign.dat - one line per item
      *              of clerk work on the six review queues, built
      *              and assigned by NAMADDWRK, worked from the
      *              NAMADDSCR inbox and completed through WORKINB.
      *
      *              WA-QUEUE-ID and WA-ITEM-KEY identify the item in
      *              its source queue:
      *
      *              Queue   Source file            Item key
      *              ------  ---------------------  ----------------
      *              REJECT  RejectLedger.dat       TAXID + run ID
      *              MERGE   MergePurge.dat         TAXID 1 + TAXID 2
      *              MOVER   MoverReview.dat        line cols 1-24
      *              REPAIR  RepairQueue.dat        TAXID
      *              DECEAS  DeceasedReview.dat     line cols 1-24
      *              SUSPNS  Suspense.dat           TAXID + entry
      *                                             timestamp 1-12
      *
      *              WA-TAXID is the record the clerk is taken to,
      *              WA-ITEM-DATE the day the item joined its queue
      *              (the source's own date, else the day NAMADDWRK
      *              first saw it) and WA-JUR-CODE the jurisdiction
      *              ZIPJUR places the record's ZIP in.
      *
      *              WA-ASSIGNED-BY is the supervisor who placed the
      *              item, or AUTO where NAMADDWRK's roster did; an
      *              item a supervisor left with no clerk is held
      *              back from auto-assignment.
      *
      *              An item is OPEN until its clerk completes it
      *              (DONE, with who and when) or it leaves its
      *              source queue some other way (GONE, WA-DONE-TS
      *              holding the date it went). A DONE item is never
      *              reopened while its source still lists it.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  1.0      First release
      *================================================================*

      *01  NAMADDWA-REC.
           05  WA-STATUS           PIC X(04).
               88  WA-STATUS-OPEN                  VALUE 'OPEN'.
               88  WA-STATUS-DONE                  VALUE 'DONE'.
               88  WA-STATUS-GONE                  VALUE 'GONE'.
           05  FILLER              PIC X(01).
           05  WA-QUEUE-ID         PIC X(06).
               88  WA-QUEUE-REJECT                 VALUE 'REJECT'.
               88  WA-QUEUE-MERGE                  VALUE 'MERGE'.
               88  WA-QUEUE-MOVER                  VALUE 'MOVER'.
               88  WA-QUEUE-REPAIR                 VALUE 'REPAIR'.
               88  WA-QUEUE-DECEASED               VALUE 'DECEAS'.
               88  WA-QUEUE-SUSPENSE               VALUE 'SUSPNS'.
           05  FILLER              PIC X(01).
           05  WA-ITEM-KEY         PIC X(24).
           05  FILLER              PIC X(01).
           05  WA-TAXID            PIC X(12).
           05  FILLER              PIC X(01).
           05  WA-ITEM-DATE        PIC X(08).
           05  FILLER              PIC X(01).
           05  WA-JUR-CODE         PIC X(03).
           05  FILLER              PIC X(01).
           05  WA-CLERK-ID         PIC X(08).
           05  FILLER              PIC X(01).
           05  WA-ASSIGNED-BY      PIC X(08).
           05  FILLER              PIC X(01).
           05  WA-ASSIGNED-DATE    PIC X(08).
           05  FILLER              PIC X(01).
           05  WA-DONE-BY          PIC X(08).
           05  FILLER              PIC X(01).
           05  WA-DONE-TS          PIC X(14).
           05  FILLER              PIC X(01).
           05  WA-DETAIL           PIC X(50).
