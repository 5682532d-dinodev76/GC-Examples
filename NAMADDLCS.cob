      *========================== NAMADDLCS ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Monthly registration lifecycle statistics. The
      *              board's questions - how many taxpayers did we
      *              register, reactivate, inactivate, lose to death,
      *              archive, merge away and move between counties -
      *              used to be answered by hand from the audit file.
      *              This program counts one month's lifecycle events
      *              by jurisdiction and NA-ENTITY-TYPE and sets them
      *              beside the prior month, the same month a year
      *              earlier and the closing population.
      *
      *              Every NAMADDAU image timestamped in the month is
      *              classed:
      *
      *                  REGISTERED   an add;
      *                  REACTIVATED  a change taking NA-STATUS from
      *                               inactive or deceased to active;
      *                  INACTIVATED  a change from active to
      *                               inactive;
      *                  DECEASED     a change to deceased;
      *                  MERGED AWAY  a delete of a TAXID that is the
      *                               loser of a merge decision in
      *                               Data\NAMEADDR.MergeDecision.dat;
      *                  TRANSFER IN  an add from NAMADDJXF (source
      *                  TRANSFER OUT system XFR) and its delete;
      *                  OTHER DELETE any other delete (maintenance,
      *                               purge).
      *
      *              The add and delete NAMADDRKY writes when it
      *              corrects a TAXID (source system RKY) are not
      *              counted - the taxpayer neither arrived nor left.
      *
      *              ARCHIVED counts the records in
      *              Data\NAMEADDR.History.dat when the file was last
      *              written in the month - NAMADDARC rewrites it
      *              each run and stamps no date of its own, so run
      *              this at the month-end step, after the month's
      *              last archive run and before the next one.
      *
      *              An event is placed in the jurisdiction ZIPJUR
      *              gives for the image's address (UNK when it has
      *              no opinion); a transfer out is placed in the
      *              from-jurisdiction of its approved line in
      *              Data\NAMEADDR.JurTransfer.dat where there is
      *              one. With no jurisdictions configured every
      *              event and the population belong to the home
      *              file, HOM. The closing population is the count
      *              of records on each configured jurisdiction's
      *              NAMADDIX by entity type when the program runs.
      *
      *              The month's counts are kept in
      *              Data\NAMEADDR.LifecycleStats.dat (NAMADDLS) -
      *              a rerun replaces the month's lines - which is
      *              where the prior month and year-ago figures come
      *              from.
      *
      *              Arguments: 1 the month, YYYYMM (default the
      *              month before today); 2 an audit generation
      *              rolled aside by NAMADDROL during the month, read
      *              ahead of the current Data\NAMEADDR.Audit.dat.
      *
      *              Output: Data\NAMEADDR.Lifecycle.Rpt.dat.
      *
      *              Return codes: 5 file error, 8 bad argument, 15
      *              a table overflowed.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      * 2026-09-14  0.2      A TAXID correction's add and delete (source
      *                      system RKY) are no longer counted as a
      *                      registration and an other delete
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 NAMADDLCS.

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
           SELECT NAMADDIX         ASSIGN TO W-NAMADDIX-PATH
                                   ORGANIZATION INDEXED
                                   ACCESS SEQUENTIAL
                                   RECORD KEY NA-TAXID
                                                   IN NAMADDIX-REC
                                   FILE STATUS W-IX-FILE-STATUS.

           SELECT NAMADDAU         ASSIGN TO W-AUDIT-PATH
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-AU-FILE-STATUS.

           SELECT NAMADDHS         ASSIGN "Data\NAMEADDR.History.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-HS-FILE-STATUS.

           SELECT NAMADDMD         ASSIGN
                                   "Data\NAMEADDR.MergeDecision.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-MD-FILE-STATUS.

           SELECT NAMADDJT         ASSIGN
                                   "Data\NAMEADDR.JurTransfer.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-JT-FILE-STATUS.

           SELECT LSHIST           ASSIGN
                                   "Data\NAMEADDR.LifecycleStats.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-LS-FILE-STATUS.

           SELECT LCSRPT           ASSIGN
                                   "Data\NAMEADDR.Lifecycle.Rpt.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-RP-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  NAMADDIX.

       01  NAMADDIX-REC.           COPY NAMEADDR.

       FD  NAMADDAU.

       01  NAMADDAU-REC.           COPY NAMADDAU.

       FD  NAMADDHS.

       01  NAMADDHS-REC            PIC X(340).

       FD  NAMADDMD.

       01  NAMADDMD-REC.
           05  MD-SURVIVOR-TAXID   PIC X(12).
           05  FILLER              PIC X(01).
           05  MD-LOSER-TAXID      PIC X(12).
           05  FILLER              PIC X(05).

       FD  NAMADDJT.

       01  NAMADDJT-REC.           COPY NAMADDJT.

       FD  LSHIST.

       01  LSHIST-REC              PIC X(103).

       FD  LCSRPT.

       01  LCSRPT-REC              PIC X(132).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-RETURN-CODE           PIC S9(04) COMP VALUE 0.

       01  W-NAMADDIX-PATH         PIC X(60).
       01  W-AUDIT-PATH            PIC X(60).
       01  W-CURRENT-AUDIT-PATH    PIC X(60)       VALUE
           'Data\NAMEADDR.Audit.dat'.
       01  W-ROLLED-AUDIT-PATH     PIC X(60)       VALUE SPACES.
       01  W-HOME-IDX-PATH         PIC X(60)       VALUE
           'Data\NAMEADDR.Idx.dat'.
       01  W-HISTORY-PATH          PIC X(60)       VALUE
           'Data\NAMEADDR.History.dat'.

      **** The month counted, the two it is compared with, and
      **** today.

       01  W-MONTH-ARG             PIC X(06)       VALUE SPACES.
       01  W-MONTH.
           05  W-MONTH-YYYY        PIC 9(04).
           05  W-MONTH-MM          PIC 9(02).
       01  W-PRIOR-MONTH.
           05  W-PRIOR-YYYY        PIC 9(04).
           05  W-PRIOR-MM          PIC 9(02).
       01  W-YEAR-AGO-MONTH.
           05  W-YEAR-AGO-YYYY     PIC 9(04).
           05  W-YEAR-AGO-MM       PIC 9(02).

       01  W-TODAY-DATE.
           05  W-TODAY-YYYY        PIC 9(04).
           05  W-TODAY-MM          PIC 9(02).
           05  W-TODAY-DD          PIC 9(02).

      **** The record an event is placed by - an audit image or an
      **** archived record - and the event's class (W-EVENT-IX, in
      **** the LS-EVENT-COUNT order).

       01  W-EVENT-REC.            COPY NAMEADDR.

      **** A change's before-image. The audit images are the
      **** record moved as a group, so they are read back the same
      **** way rather than through their own field names.

       01  W-OLD-REC.              COPY NAMEADDR.

       01  W-EVENT-IX              PIC S9(04) COMP.
       01  W-PLACE-CODE            PIC X(03).
       01  W-ENT-IX                PIC S9(04) COMP.

       01  W-EVENT-NAMES.
           05  FILLER              PIC X(12)       VALUE 'REGISTERED'.
           05  FILLER              PIC X(12)       VALUE 'REACTIVATED'.
           05  FILLER              PIC X(12)       VALUE 'INACTIVATED'.
           05  FILLER              PIC X(12)       VALUE 'DECEASED'.
           05  FILLER              PIC X(12)       VALUE 'ARCHIVED'.
           05  FILLER              PIC X(12)       VALUE 'MERGED AWAY'.
           05  FILLER              PIC X(12)       VALUE 'TRANSFER IN'.
           05  FILLER              PIC X(12)       VALUE 'TRANSFER OUT'.
           05  FILLER              PIC X(12)       VALUE 'OTHER DELETE'.
       01  FILLER REDEFINES W-EVENT-NAMES.
           05  W-EVENT-NAME        PIC X(12)       OCCURS 9.

       01  W-EVENT-TOTALS.
           05  W-EVENT-TOTAL       PIC 9(09)  COMP OCCURS 9.

      **** Entity types 1 person, 2 business, 3 trust, 4 estate and
      **** 5 every type.

       01  W-ENTITY-CODES          PIC X(05)       VALUE 'PBTE*'.
       01  FILLER REDEFINES W-ENTITY-CODES.
           05  W-ENTITY-CODE       PIC X(01)       OCCURS 5.

       01  W-ENTITY-LABELS.
           05  FILLER              PIC X(08)       VALUE 'PERSON'.
           05  FILLER              PIC X(08)       VALUE 'BUSINESS'.
           05  FILLER              PIC X(08)       VALUE 'TRUST'.
           05  FILLER              PIC X(08)       VALUE 'ESTATE'.
           05  FILLER              PIC X(08)       VALUE 'ALL'.
       01  FILLER REDEFINES W-ENTITY-LABELS.
           05  W-ENTITY-LABEL      PIC X(08)       OCCURS 5.

      **** One entry per jurisdiction counted: the configured ones
      **** in JURISDIC order, any other code ZIPJUR answers, UNK for
      **** an address it cannot place, and ALL last of all.

       01  W-HOME-ONLY-SW          PIC X(01)       VALUE 'N'.
           88  W-HOME-ONLY                         VALUE 'Y'.

       01  W-JUR-COUNT             PIC 9(03)  COMP VALUE 0.
       01  W-JUR-MAX               PIC 9(03)  COMP VALUE 40.
       01  W-JUR-IX                PIC S9(04) COMP.
       01  W-JUR-SUB               PIC S9(04) COMP.
       01  W-JUR-UNK-IX            PIC S9(04) COMP VALUE 0.
       01  W-JUR-ALL-IX            PIC S9(04) COMP VALUE 0.

       01  W-JUR-TABLE.
           05  W-JUR-ENTRY                         OCCURS 40.
               10  W-JR-CODE       PIC X(03).
               10  W-JR-NAME       PIC X(30).
               10  W-JR-IDX-PATH   PIC X(60).
               10  W-JR-ENT                        OCCURS 5.
                   15  W-JR-EVENT  PIC 9(07)  COMP OCCURS 9.
                   15  W-JR-POP    PIC 9(09)  COMP.

       01  W-JUR-FULL-SW           PIC X(01)       VALUE 'N'.
           88  W-JUR-FULL-REPORTED                 VALUE 'Y'.

      **** The losers of the merge decisions, and the from-
      **** jurisdiction of each approved transfer line.

       01  W-MRG-COUNT             PIC 9(05)  COMP VALUE 0.
       01  W-MRG-MAX               PIC 9(05)  COMP VALUE 20000.

       01  W-MRG-TABLE.
           05  W-MRG-ENTRY                         OCCURS 1 TO 20000
                                                   DEPENDING ON
                                                       W-MRG-COUNT
                                                   INDEXED W-MRG-IX.
               10  W-MRG-LOSER     PIC X(12).

       01  W-XFR-COUNT             PIC 9(05)  COMP VALUE 0.
       01  W-XFR-MAX               PIC 9(05)  COMP VALUE 5000.

       01  W-XFR-TABLE.
           05  W-XFR-ENTRY                         OCCURS 1 TO 5000
                                                   DEPENDING ON
                                                       W-XFR-COUNT
                                                   INDEXED W-XFR-IX.
               10  W-XFR-TAXID     PIC X(12).
               10  W-XFR-FROM-JUR  PIC X(03).

      **** The statistics history, less the month being counted.

       01  W-HIST-COUNT            PIC 9(05)  COMP VALUE 0.
       01  W-HIST-MAX              PIC 9(05)  COMP VALUE 20000.

       01  W-HIST-TABLE.
           05  W-HIST-ENTRY                        OCCURS 1 TO 20000
                                                   DEPENDING ON
                                                       W-HIST-COUNT
                                                   INDEXED W-HIST-IX.
               10  W-HIST-LINE     PIC X(103).

       01  W-LS-REC.               COPY NAMADDLS.

       01  W-LOOKUP-KEY.
           05  W-LK-MONTH          PIC X(06).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  W-LK-JUR-CODE       PIC X(03).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  W-LK-ENTITY-TYPE    PIC X(01).

      **** One report block: this month (1), the prior month (2)
      **** and the year-ago month (3) - the nine event counts and,
      **** tenth, the population.

       01  W-CMP-TABLE.
           05  W-CMP-PERIOD                        OCCURS 3.
               10  W-CMP-FOUND-SW  PIC X(01).
                   88  W-CMP-FOUND                 VALUE 'Y'.
               10  W-CMP-VALUE     PIC 9(09)  COMP OCCURS 10.

       01  W-CMP-IX                PIC S9(04) COMP.
       01  W-VAL-IX                PIC S9(04) COMP.
       01  W-CMP-DIFF              PIC S9(09) COMP.
       01  W-BLOCK-WANTED-SW       PIC X(01).
           88  W-BLOCK-WANTED                      VALUE 'Y'.

       01  W-PERIOD-LABELS.
           05  FILLER              PIC X(11)       VALUE 'THIS MONTH'.
           05  FILLER              PIC X(11)       VALUE 'PRIOR MONTH'.
           05  FILLER              PIC X(11)       VALUE 'YEAR AGO'.
       01  FILLER REDEFINES W-PERIOD-LABELS.
           05  W-PERIOD-LABEL      PIC X(11)       OCCURS 3.

       01  W-RPT-LINE              PIC X(132).

       01  W-HEADING-LINE.
           05  FILLER              PIC X(25)       VALUE
               ' JUR ENTITY   PERIOD'.
           05  FILLER              PIC X(09)       VALUE '   REGIST'.
           05  FILLER              PIC X(09)       VALUE '  REACTIV'.
           05  FILLER              PIC X(09)       VALUE '  INACTIV'.
           05  FILLER              PIC X(09)       VALUE '  DECEASD'.
           05  FILLER              PIC X(09)       VALUE '  ARCHIVD'.
           05  FILLER              PIC X(09)       VALUE '   MERGED'.
           05  FILLER              PIC X(09)       VALUE '  XFER-IN'.
           05  FILLER              PIC X(09)       VALUE ' XFER-OUT'.
           05  FILLER              PIC X(09)       VALUE '  DELETED'.
           05  FILLER              PIC X(12)       VALUE
               '  POPULATION'.

       01  W-ROW-LINE.
           05  FILLER              PIC X(01).
           05  W-RW-JUR-CODE       PIC X(03).
           05  FILLER              PIC X(01).
           05  W-RW-ENTITY         PIC X(08).
           05  FILLER              PIC X(01).
           05  W-RW-PERIOD         PIC X(11).
           05  W-RW-COUNTS.
               10  W-RW-COUNT                      OCCURS 9.
                   15  FILLER      PIC X(01).
                   15  W-RW-NUM    PIC ZZZZ,ZZ9.
           05  W-RW-CHANGES        REDEFINES W-RW-COUNTS.
               10  W-RW-CHANGE                     OCCURS 9.
                   15  FILLER      PIC X(01).
                   15  W-RW-DIFF   PIC ----,--9.
           05  W-RW-TEXT           REDEFINES W-RW-COUNTS
                                   PIC X(81).
           05  FILLER              PIC X(01).
           05  W-RW-POP            PIC ZZZ,ZZZ,ZZ9.
           05  W-RW-POP-DIFF       REDEFINES W-RW-POP
                                   PIC ---,---,--9.
           05  W-RW-POP-TEXT       REDEFINES W-RW-POP
                                   PIC X(11).

      **** The history file's last-written date, from
      **** CBL_CHECK_FILE_EXIST.

       01  W-FILE-INFO.
           05  W-FI-SIZE           PIC X(08)  COMP-X.
           05  W-FI-MOD-DD         PIC X(01)  COMP-X.
           05  W-FI-MOD-MM         PIC X(01)  COMP-X.
           05  W-FI-MOD-YYYY       PIC X(02)  COMP-X.
           05  W-FI-MOD-HH         PIC X(01)  COMP-X.
           05  W-FI-MOD-MI         PIC X(01)  COMP-X.
           05  W-FI-MOD-SS         PIC X(01)  COMP-X.
           05  W-FI-MOD-HS         PIC X(01)  COMP-X.

       01  W-HS-WRITTEN.
           05  W-HS-WRITTEN-YYYY   PIC 9(04).
           05  W-HS-WRITTEN-MM     PIC 9(02).
           05  W-HS-WRITTEN-DD     PIC 9(02).

       01  W-ARCHIVE-NOTE          PIC X(80)       VALUE SPACES.

      **** Run counts.

       01  W-AUDIT-READ            PIC 9(09)  COMP VALUE 0.
       01  W-AUDIT-IN-MONTH        PIC 9(09)  COMP VALUE 0.
       01  W-HISTORY-READ          PIC 9(09)  COMP VALUE 0.
       01  W-POP-READ              PIC 9(09)  COMP VALUE 0.
       01  W-EVENTS-COUNTED        PIC 9(09)  COMP VALUE 0.
       01  W-UNPLACED              PIC 9(09)  COMP VALUE 0.
       01  W-STATS-WRITTEN         PIC 9(05)  COMP VALUE 0.

       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.
       01  W-LOG-EVENTS            PIC 9(09).
       01  W-LOG-POP               PIC 9(09).

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-EOF                               VALUE 'Y'.
           88  W-NOT-EOF                           VALUE 'N'.

       01  W-IX-FILE-STATUS        PIC X(02).
           88  W-IX-FILE-STATUS-GOOD               VALUE '00' '02'.
           88  W-IX-FILE-NOT-FOUND                 VALUE '35'.

       01  W-AU-FILE-STATUS        PIC X(02).
           88  W-AU-FILE-STATUS-GOOD               VALUE '00'.
           88  W-AU-FILE-NOT-FOUND                 VALUE '35'.

       01  W-HS-FILE-STATUS        PIC X(02).
           88  W-HS-FILE-STATUS-GOOD               VALUE '00'.

       01  W-MD-FILE-STATUS        PIC X(02).
           88  W-MD-FILE-STATUS-GOOD               VALUE '00'.
           88  W-MD-FILE-NOT-FOUND                 VALUE '35'.

       01  W-JT-FILE-STATUS        PIC X(02).
           88  W-JT-FILE-STATUS-GOOD               VALUE '00'.
           88  W-JT-FILE-NOT-FOUND                 VALUE '35'.

       01  W-LS-FILE-STATUS        PIC X(02).
           88  W-LS-FILE-STATUS-GOOD               VALUE '00'.
           88  W-LS-FILE-NOT-FOUND                 VALUE '35'.

       01  W-RP-FILE-STATUS        PIC X(02).
           88  W-RP-FILE-STATUS-GOOD               VALUE '00'.

       01  W-ERROR-MSG             PIC X(22)       VALUE
           '**** NAMADDLCS error: '.

       01  W-FS-CONTROL.
           COPY FILESTATL.

       01  W-JL-CONTROL.
           COPY JOBLOGL.

       01  W-RI-CONTROL.
           COPY RUNIDL.

       01  W-JU-CONTROL.
           COPY JURISDICL.

       01  W-ZJ-CONTROL.
           COPY ZIPJURL.

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
               PERFORM SUB-2000-LOAD-MERGES THRU SUB-2000-EXIT
           END-IF

           IF      W-RETURN-CODE = 0
               PERFORM SUB-2100-LOAD-TRANSFERS THRU SUB-2100-EXIT
           END-IF

           IF      W-RETURN-CODE = 0
           AND     W-ROLLED-AUDIT-PATH NOT = SPACES
               MOVE W-ROLLED-AUDIT-PATH
                                   TO W-AUDIT-PATH
               PERFORM SUB-3000-COUNT-AUDIT THRU SUB-3000-EXIT
           END-IF

           IF      W-RETURN-CODE = 0
               MOVE W-CURRENT-AUDIT-PATH
                                   TO W-AUDIT-PATH
               PERFORM SUB-3000-COUNT-AUDIT THRU SUB-3000-EXIT
           END-IF

           IF      W-RETURN-CODE = 0
               PERFORM SUB-4000-COUNT-ARCHIVE THRU SUB-4000-EXIT
           END-IF

           IF      W-RETURN-CODE = 0
               PERFORM SUB-5000-COUNT-POPULATION THRU SUB-5000-EXIT
           END-IF

           IF      W-RETURN-CODE = 0
               PERFORM SUB-6000-TOTAL THRU SUB-6000-EXIT
           END-IF

           IF      W-RETURN-CODE = 0
               PERFORM SUB-7000-LOAD-HISTORY THRU SUB-7000-EXIT
           END-IF

           IF      W-RETURN-CODE = 0
               PERFORM SUB-7500-SAVE-HISTORY THRU SUB-7500-EXIT
           END-IF

           IF      W-RETURN-CODE = 0
               PERFORM SUB-8000-WRITE-REPORT THRU SUB-8000-EXIT
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

           DISPLAY 'NAMADDLCS compiled on '
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

           INITIALIZE W-JUR-TABLE
                      W-EVENT-TOTALS

           DISPLAY 1               UPON ARGUMENT-NUMBER

           ACCEPT W-MONTH-ARG      FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES     TO W-MONTH-ARG
           END-ACCEPT

           IF      W-MONTH-ARG = SPACES
               MOVE W-TODAY-YYYY   TO W-MONTH-YYYY
               MOVE W-TODAY-MM     TO W-MONTH-MM
               IF      W-MONTH-MM = 1
                   SUBTRACT 1      FROM W-MONTH-YYYY
                   MOVE 12         TO W-MONTH-MM
               ELSE
                   SUBTRACT 1      FROM W-MONTH-MM
               END-IF
           ELSE
               IF      W-MONTH-ARG IS NOT NUMERIC
                   DISPLAY W-ERROR-MSG
                           'Argument 1 must be the month as YYYYMM'
                   MOVE 8          TO W-RETURN-CODE
                   GO TO SUB-1000-EXIT
               END-IF
               MOVE W-MONTH-ARG    TO W-MONTH
               IF      W-MONTH-MM < 1
                   OR  W-MONTH-MM > 12
                   DISPLAY W-ERROR-MSG
                           'Argument 1 must be the month as YYYYMM'
                   MOVE 8          TO W-RETURN-CODE
                   GO TO SUB-1000-EXIT
               END-IF
           END-IF

           MOVE W-MONTH            TO W-PRIOR-MONTH
           IF      W-PRIOR-MM = 1
               SUBTRACT 1          FROM W-PRIOR-YYYY
               MOVE 12             TO W-PRIOR-MM
           ELSE
               SUBTRACT 1          FROM W-PRIOR-MM
           END-IF

           MOVE W-MONTH            TO W-YEAR-AGO-MONTH
           SUBTRACT 1              FROM W-YEAR-AGO-YYYY

           DISPLAY 'Month counted: '
                   W-MONTH

           DISPLAY 2               UPON ARGUMENT-NUMBER

           ACCEPT W-ROLLED-AUDIT-PATH
                                   FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES     TO W-ROLLED-AUDIT-PATH
           END-ACCEPT

           IF      W-ROLLED-AUDIT-PATH NOT = SPACES
               DISPLAY 'Rolled audit generation: '
                       FUNCTION TRIM(W-ROLLED-AUDIT-PATH)
           END-IF

           PERFORM SUB-1100-LOAD-JURISDICTIONS THRU SUB-1100-EXIT
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-JURISDICTIONS.
      *----------------------------

           SET  JU-FUNC-GET        TO TRUE
           MOVE 1                  TO JU-ENTRY-NUM

           CALL 'JURISDIC' USING W-JU-CONTROL

           IF      JU-COUNT = 0
               SET  W-HOME-ONLY    TO TRUE
               MOVE 1              TO W-JUR-COUNT
               MOVE 'HOM'          TO W-JR-CODE(1)
               MOVE 'HOME FILE'    TO W-JR-NAME(1)
               MOVE W-HOME-IDX-PATH
                                   TO W-JR-IDX-PATH(1)
               DISPLAY 'No jurisdictions configured - home file '
                       'only'
               GO TO SUB-1100-EXIT
           END-IF

      **** Two entries are kept back, for UNK and ALL.

           PERFORM VARYING W-JUR-SUB FROM 1 BY 1
                   UNTIL W-JUR-SUB > JU-COUNT
                   OR    W-JUR-COUNT >= W-JUR-MAX - 2
               SET  JU-FUNC-GET    TO TRUE
               MOVE W-JUR-SUB      TO JU-ENTRY-NUM

               CALL 'JURISDIC' USING W-JU-CONTROL

               IF      JU-FOUND
                   ADD  1          TO W-JUR-COUNT
                   MOVE JU-CODE    TO W-JR-CODE(W-JUR-COUNT)
                   MOVE JU-NAME    TO W-JR-NAME(W-JUR-COUNT)
                   MOVE JU-IDX-PATH
                                   TO W-JR-IDX-PATH(W-JUR-COUNT)
               END-IF
           END-PERFORM

           ADD  1                  TO W-JUR-COUNT
           MOVE W-JUR-COUNT        TO W-JUR-UNK-IX
           MOVE 'UNK'              TO W-JR-CODE(W-JUR-UNK-IX)
           MOVE 'ADDRESS NOT PLACED'
                                   TO W-JR-NAME(W-JUR-UNK-IX)

           MOVE W-JUR-COUNT        TO W-DISP-NUM
           DISPLAY 'Jurisdictions counted: '
                   W-DISP-NUM
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-2000-LOAD-MERGES.
      *---------------------

           OPEN INPUT NAMADDMD

           IF      W-MD-FILE-NOT-FOUND
               DISPLAY 'No merge decisions on file'
               GO TO SUB-2000-EXIT
           END-IF

           IF      NOT W-MD-FILE-STATUS-GOOD
               MOVE W-MD-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-MD-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDMD'
               MOVE 5              TO W-RETURN-CODE
               GO TO SUB-2000-EXIT
           END-IF

           SET  W-NOT-EOF          TO TRUE

           PERFORM SUB-2010-LOAD-ONE-MERGE THRU SUB-2010-EXIT
               UNTIL W-EOF
               OR    W-RETURN-CODE NOT = 0

           CLOSE NAMADDMD

           MOVE W-MRG-COUNT        TO W-DISP-NUM
           DISPLAY 'Merge decisions loaded:  '
                   W-DISP-NUM
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2010-LOAD-ONE-MERGE.
      *------------------------

           READ NAMADDMD
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-2010-EXIT
           END-READ

           IF      NOT W-MD-FILE-STATUS-GOOD
               SET  W-EOF          TO TRUE
               GO TO SUB-2010-EXIT
           END-IF

           IF      MD-SURVIVOR-TAXID = SPACES
               OR  MD-LOSER-TAXID = SPACES
               OR  MD-SURVIVOR-TAXID = MD-LOSER-TAXID
               GO TO SUB-2010-EXIT
           END-IF

           IF      W-MRG-COUNT >= W-MRG-MAX
               DISPLAY W-ERROR-MSG
                       'More than '
                       W-MRG-MAX
                       ' merge decisions - enlarge W-MRG-TABLE'
               MOVE 15             TO W-RETURN-CODE
               GO TO SUB-2010-EXIT
           END-IF

           ADD  1                  TO W-MRG-COUNT
           MOVE MD-LOSER-TAXID     TO W-MRG-LOSER(W-MRG-COUNT)
           .
       SUB-2010-EXIT.
           EXIT.
      /
       SUB-2100-LOAD-TRANSFERS.
      *------------------------

           IF      W-HOME-ONLY
               GO TO SUB-2100-EXIT
           END-IF

           OPEN INPUT NAMADDJT

           IF      W-JT-FILE-NOT-FOUND
               DISPLAY 'No transfer batch on file'
               GO TO SUB-2100-EXIT
           END-IF

           IF      NOT W-JT-FILE-STATUS-GOOD
               MOVE W-JT-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-JT-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDJT'
               MOVE 5              TO W-RETURN-CODE
               GO TO SUB-2100-EXIT
           END-IF

           SET  W-NOT-EOF          TO TRUE

           PERFORM SUB-2110-LOAD-ONE-TRANSFER THRU SUB-2110-EXIT
               UNTIL W-EOF
               OR    W-RETURN-CODE NOT = 0

           CLOSE NAMADDJT

           MOVE W-XFR-COUNT        TO W-DISP-NUM
           DISPLAY 'Approved transfers:      '
                   W-DISP-NUM
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2110-LOAD-ONE-TRANSFER.
      *---------------------------

           READ NAMADDJT
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-2110-EXIT
           END-READ

           IF      NOT W-JT-FILE-STATUS-GOOD
               SET  W-EOF          TO TRUE
               GO TO SUB-2110-EXIT
           END-IF

           IF      NOT JT-APPROVED
               OR  JT-TAXID = SPACES
               GO TO SUB-2110-EXIT
           END-IF

      **** A TAXID approved twice takes its later line.

           IF      W-XFR-COUNT > 0
               SET  W-XFR-IX       TO 1
               SEARCH W-XFR-ENTRY
                   AT END
                       CONTINUE
                   WHEN W-XFR-TAXID(W-XFR-IX) = JT-TAXID
                       MOVE JT-FROM-JUR
                                   TO W-XFR-FROM-JUR(W-XFR-IX)
                       GO TO SUB-2110-EXIT
               END-SEARCH
           END-IF

           IF      W-XFR-COUNT >= W-XFR-MAX
               DISPLAY W-ERROR-MSG
                       'More than '
                       W-XFR-MAX
                       ' approved transfers - enlarge W-XFR-TABLE'
               MOVE 15             TO W-RETURN-CODE
               GO TO SUB-2110-EXIT
           END-IF

           ADD  1                  TO W-XFR-COUNT
           MOVE JT-TAXID           TO W-XFR-TAXID(W-XFR-COUNT)
           MOVE JT-FROM-JUR        TO W-XFR-FROM-JUR(W-XFR-COUNT)
           .
       SUB-2110-EXIT.
           EXIT.
      /
       SUB-3000-COUNT-AUDIT.
      *---------------------

           OPEN INPUT NAMADDAU

           IF      W-AU-FILE-NOT-FOUND
               DISPLAY 'No audit file at '
                       FUNCTION TRIM(W-AUDIT-PATH)
               GO TO SUB-3000-EXIT
           END-IF

           IF      NOT W-AU-FILE-STATUS-GOOD
               MOVE W-AU-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-AU-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening '
                       FUNCTION TRIM(W-AUDIT-PATH)
               MOVE 5              TO W-RETURN-CODE
               GO TO SUB-3000-EXIT
           END-IF

           SET  W-NOT-EOF          TO TRUE

           PERFORM SUB-3100-CLASS-ONE-IMAGE THRU SUB-3100-EXIT
               UNTIL W-EOF
               OR    W-RETURN-CODE NOT = 0

           CLOSE NAMADDAU
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-CLASS-ONE-IMAGE.
      *-------------------------

           READ NAMADDAU
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-3100-EXIT
           END-READ

           IF      NOT W-AU-FILE-STATUS-GOOD
               MOVE W-AU-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-AU-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' reading '
                       FUNCTION TRIM(W-AUDIT-PATH)
               MOVE 5              TO W-RETURN-CODE
               GO TO SUB-3100-EXIT
           END-IF

           ADD  1                  TO W-AUDIT-READ

           IF      AU-TIMESTAMP(1 : 6) NOT = W-MONTH
               GO TO SUB-3100-EXIT
           END-IF

           ADD  1                  TO W-AUDIT-IN-MONTH
           MOVE 0                  TO W-EVENT-IX
           MOVE SPACES             TO W-PLACE-CODE

      **** Seals, anchors and rekey links are not lifecycle events,
      **** nor is a TAXID correction - NAMADDRKY's add and delete
      **** (source system RKY) carry the same taxpayer to a new key.

           EVALUATE TRUE
               WHEN AU-TRANS-ADD
                   MOVE AU-NEW-IMAGE
                                   TO W-EVENT-REC
                   EVALUATE AU-SOURCE-SYSTEM
                       WHEN 'XFR'
                           MOVE 7  TO W-EVENT-IX
                       WHEN 'RKY'
                           CONTINUE
                       WHEN OTHER
                           MOVE 1  TO W-EVENT-IX
                   END-EVALUATE

               WHEN AU-TRANS-CHANGE
                   MOVE AU-NEW-IMAGE
                                   TO W-EVENT-REC
                   MOVE AU-OLD-IMAGE
                                   TO W-OLD-REC
                   EVALUATE TRUE
                       WHEN NA-STATUS-DECEASED IN W-EVENT-REC
                       AND  NOT NA-STATUS-DECEASED IN W-OLD-REC
                           MOVE 4  TO W-EVENT-IX
                       WHEN NA-STATUS-ACTIVE IN W-EVENT-REC
                       AND  NOT NA-STATUS-ACTIVE IN W-OLD-REC
                           MOVE 2  TO W-EVENT-IX
                       WHEN NA-STATUS-INACTIVE IN W-EVENT-REC
                       AND  NA-STATUS-ACTIVE IN W-OLD-REC
                           MOVE 3  TO W-EVENT-IX
                   END-EVALUATE

               WHEN AU-TRANS-DELETE
                   MOVE AU-OLD-IMAGE
                                   TO W-EVENT-REC
                   EVALUATE AU-SOURCE-SYSTEM
                       WHEN 'XFR'
                           MOVE 8  TO W-EVENT-IX
                           PERFORM SUB-3200-FIND-TRANSFER
                              THRU SUB-3200-EXIT
                       WHEN 'RKY'
                           CONTINUE
                       WHEN OTHER
                           MOVE 9  TO W-EVENT-IX
                           IF      W-MRG-COUNT > 0
                               SET  W-MRG-IX
                                   TO 1
                               SEARCH W-MRG-ENTRY
                                   AT END
                                       CONTINUE
                                   WHEN W-MRG-LOSER(W-MRG-IX) =
                                        NA-TAXID IN W-EVENT-REC
                                       MOVE 6
                                   TO W-EVENT-IX
                               END-SEARCH
                           END-IF
                   END-EVALUATE
           END-EVALUATE

           IF      W-EVENT-IX > 0
               PERFORM SUB-3800-PLACE-EVENT THRU SUB-3800-EXIT
           END-IF
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-3200-FIND-TRANSFER.
      *-----------------------

           IF      W-XFR-COUNT = 0
               GO TO SUB-3200-EXIT
           END-IF

           SET  W-XFR-IX           TO 1

           SEARCH W-XFR-ENTRY
               AT END
                   CONTINUE
               WHEN W-XFR-TAXID(W-XFR-IX) = NA-TAXID IN W-EVENT-REC
                   MOVE W-XFR-FROM-JUR(W-XFR-IX)
                                   TO W-PLACE-CODE
           END-SEARCH
           .
       SUB-3200-EXIT.
           EXIT.
      /
       SUB-3800-PLACE-EVENT.
      *---------------------

      **** Counts event W-EVENT-IX against W-EVENT-REC's entity type
      **** in the jurisdiction W-PLACE-CODE names, or failing that
      **** the one its address lies in.

           PERFORM SUB-3900-FIND-ENTITY THRU SUB-3900-EXIT

           IF      W-HOME-ONLY
               MOVE 'HOM'          TO W-PLACE-CODE
           END-IF

           IF      W-PLACE-CODE = SPACES
               MOVE NA-ZIP-CODE IN W-EVENT-REC
                                   TO ZJ-ZIP-CODE
               MOVE NA-CITY IN W-EVENT-REC
                                   TO ZJ-CITY

               CALL 'ZIPJUR' USING W-ZJ-CONTROL

               IF      ZJ-RESULT-FOUND
                   MOVE ZJ-JUR-CODE
                                   TO W-PLACE-CODE
               ELSE
                   MOVE 'UNK'      TO W-PLACE-CODE
                   ADD  1          TO W-UNPLACED
               END-IF
           END-IF

           PERFORM SUB-3850-FIND-JURISDICTION THRU SUB-3850-EXIT

           ADD  1                  TO W-JR-EVENT(W-JUR-IX, W-ENT-IX,
                                                 W-EVENT-IX)
           ADD  1                  TO W-EVENT-TOTAL(W-EVENT-IX)
           ADD  1                  TO W-EVENTS-COUNTED
           .
       SUB-3800-EXIT.
           EXIT.
      /
       SUB-3850-FIND-JURISDICTION.
      *---------------------------

      **** A code ZIPJUR or a transfer line answers that is not
      **** configured gets an entry of its own; with the table
      **** full it is counted under UNK.

           PERFORM VARYING W-JUR-IX FROM 1 BY 1
                   UNTIL W-JUR-IX > W-JUR-COUNT
               IF      W-JR-CODE(W-JUR-IX) = W-PLACE-CODE
                   GO TO SUB-3850-EXIT
               END-IF
           END-PERFORM

           IF      W-JUR-COUNT < W-JUR-MAX - 1
               ADD  1              TO W-JUR-COUNT
               MOVE W-JUR-COUNT    TO W-JUR-IX
               MOVE W-PLACE-CODE   TO W-JR-CODE(W-JUR-IX)
               MOVE 'NOT CONFIGURED'
                                   TO W-JR-NAME(W-JUR-IX)
               GO TO SUB-3850-EXIT
           END-IF

           IF      NOT W-JUR-FULL-REPORTED
               SET  W-JUR-FULL-REPORTED
                                   TO TRUE
               DISPLAY W-ERROR-MSG
                       'More than '
                       W-JUR-MAX
                       ' jurisdictions - further codes counted as UNK'
           END-IF

           MOVE W-JUR-UNK-IX       TO W-JUR-IX
           .
       SUB-3850-EXIT.
           EXIT.
      /
       SUB-3900-FIND-ENTITY.
      *---------------------

           EVALUATE TRUE
               WHEN NA-ENTITY-BUSINESS IN W-EVENT-REC
                   MOVE 2          TO W-ENT-IX
               WHEN NA-ENTITY-TRUST IN W-EVENT-REC
                   MOVE 3          TO W-ENT-IX
               WHEN NA-ENTITY-ESTATE IN W-EVENT-REC
                   MOVE 4          TO W-ENT-IX
               WHEN OTHER
                   MOVE 1          TO W-ENT-IX
           END-EVALUATE
           .
       SUB-3900-EXIT.
           EXIT.
      /
       SUB-4000-COUNT-ARCHIVE.
      *-----------------------

           CALL 'CBL_CHECK_FILE_EXIST' USING W-HISTORY-PATH
                                             W-FILE-INFO

           IF      RETURN-CODE NOT = 0
               MOVE 0              TO RETURN-CODE
               MOVE 'No archive history file on disk'
                                   TO W-ARCHIVE-NOTE
               DISPLAY FUNCTION TRIM(W-ARCHIVE-NOTE)
               GO TO SUB-4000-EXIT
           END-IF

           MOVE W-FI-MOD-YYYY      TO W-HS-WRITTEN-YYYY
           MOVE W-FI-MOD-MM        TO W-HS-WRITTEN-MM
           MOVE W-FI-MOD-DD        TO W-HS-WRITTEN-DD

           IF      W-HS-WRITTEN(1 : 6) NOT = W-MONTH
               STRING 'Archive history last written '
                                   DELIMITED BY SIZE
                      W-HS-WRITTEN DELIMITED BY SIZE
                      ' - no archive run of the month on file'
                                   DELIMITED BY SIZE
                 INTO W-ARCHIVE-NOTE
               END-STRING
               DISPLAY FUNCTION TRIM(W-ARCHIVE-NOTE)
               GO TO SUB-4000-EXIT
           END-IF

           OPEN INPUT NAMADDHS

           IF      NOT W-HS-FILE-STATUS-GOOD
               MOVE W-HS-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-HS-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDHS'
               MOVE 5              TO W-RETURN-CODE
               GO TO SUB-4000-EXIT
           END-IF

           SET  W-NOT-EOF          TO TRUE

           PERFORM SUB-4100-COUNT-ONE-ARCHIVED THRU SUB-4100-EXIT
               UNTIL W-EOF

           CLOSE NAMADDHS

           STRING 'Archive run of '
                                   DELIMITED BY SIZE
                  W-HS-WRITTEN     DELIMITED BY SIZE
                  ' counted'       DELIMITED BY SIZE
             INTO W-ARCHIVE-NOTE
           END-STRING

           MOVE W-HISTORY-READ     TO W-DISP-NUM
           DISPLAY 'Archived records:        '
                   W-DISP-NUM
           .
       SUB-4000-EXIT.
           EXIT.
      /
       SUB-4100-COUNT-ONE-ARCHIVED.
      *----------------------------

           READ NAMADDHS
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-4100-EXIT
           END-READ

           IF      NOT W-HS-FILE-STATUS-GOOD
               SET  W-EOF          TO TRUE
               GO TO SUB-4100-EXIT
           END-IF

      **** A tombstone left by NAMADDPRG is no longer a record.

           IF      NAMADDHS-REC(1 : 12) = SPACES
               GO TO SUB-4100-EXIT
           END-IF

           ADD  1                  TO W-HISTORY-READ

           MOVE NAMADDHS-REC(1 : LENGTH OF W-EVENT-REC)
                                   TO W-EVENT-REC
           MOVE 5                  TO W-EVENT-IX
           MOVE SPACES             TO W-PLACE-CODE

           PERFORM SUB-3800-PLACE-EVENT THRU SUB-3800-EXIT
           .
       SUB-4100-EXIT.
           EXIT.
      /
       SUB-5000-COUNT-POPULATION.
      *--------------------------

           PERFORM VARYING W-JUR-SUB FROM 1 BY 1
                   UNTIL W-JUR-SUB > W-JUR-COUNT
                   OR    W-RETURN-CODE NOT = 0
               IF      W-JR-IDX-PATH(W-JUR-SUB) NOT = SPACES
                   PERFORM SUB-5100-COUNT-ONE-FILE
                      THRU SUB-5100-EXIT
               END-IF
           END-PERFORM

           MOVE W-POP-READ         TO W-DISP-NUM
           DISPLAY 'Records on file:         '
                   W-DISP-NUM
           .
       SUB-5000-EXIT.
           EXIT.
      /
       SUB-5100-COUNT-ONE-FILE.
      *------------------------

           MOVE W-JR-IDX-PATH(W-JUR-SUB)
                                   TO W-NAMADDIX-PATH

           OPEN INPUT NAMADDIX

           IF      W-IX-FILE-NOT-FOUND
               DISPLAY 'Jurisdiction '
                       W-JR-CODE(W-JUR-SUB)
                       ': no NAMADDIX on disk at '
                       FUNCTION TRIM(W-NAMADDIX-PATH)
               GO TO SUB-5100-EXIT
           END-IF

           IF      NOT W-IX-FILE-STATUS-GOOD
               MOVE W-IX-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-IX-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening '
                       FUNCTION TRIM(W-NAMADDIX-PATH)
               MOVE 5              TO W-RETURN-CODE
               GO TO SUB-5100-EXIT
           END-IF

           SET  W-NOT-EOF          TO TRUE

           PERFORM SUB-5110-COUNT-ONE-RECORD THRU SUB-5110-EXIT
               UNTIL W-EOF
               OR    W-RETURN-CODE NOT = 0

           CLOSE NAMADDIX
           .
       SUB-5100-EXIT.
           EXIT.
      /
       SUB-5110-COUNT-ONE-RECORD.
      *--------------------------

           READ NAMADDIX
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-5110-EXIT
           END-READ

           IF      NOT W-IX-FILE-STATUS-GOOD
               MOVE W-IX-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-IX-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' reading '
                       FUNCTION TRIM(W-NAMADDIX-PATH)
               MOVE 5              TO W-RETURN-CODE
               GO TO SUB-5110-EXIT
           END-IF

           ADD  1                  TO W-POP-READ

           MOVE NAMADDIX-REC       TO W-EVENT-REC
           PERFORM SUB-3900-FIND-ENTITY THRU SUB-3900-EXIT

           ADD  1                  TO W-JR-POP(W-JUR-SUB, W-ENT-IX)
           .
       SUB-5110-EXIT.
           EXIT.
      /
       SUB-6000-TOTAL.
      *---------------

      **** Entity type 5 of each jurisdiction sums types 1 to 4;
      **** the ALL entry sums the jurisdictions. The home file
      **** alone needs no ALL entry.

           PERFORM VARYING W-JUR-IX FROM 1 BY 1
                   UNTIL W-JUR-IX > W-JUR-COUNT
               PERFORM VARYING W-ENT-IX FROM 1 BY 1
                       UNTIL W-ENT-IX > 4
                   PERFORM VARYING W-EVENT-IX FROM 1 BY 1
                           UNTIL W-EVENT-IX > 9
                       ADD  W-JR-EVENT(W-JUR-IX, W-ENT-IX,
                                       W-EVENT-IX)
                                   TO W-JR-EVENT(W-JUR-IX, 5,
                                                 W-EVENT-IX)
                   END-PERFORM
                   ADD  W-JR-POP(W-JUR-IX, W-ENT-IX)
                                   TO W-JR-POP(W-JUR-IX, 5)
               END-PERFORM
           END-PERFORM

           IF      W-HOME-ONLY
               GO TO SUB-6000-EXIT
           END-IF

           ADD  1                  TO W-JUR-COUNT
           MOVE W-JUR-COUNT        TO W-JUR-ALL-IX
           MOVE 'ALL'              TO W-JR-CODE(W-JUR-ALL-IX)
           MOVE 'ALL JURISDICTIONS'
                                   TO W-JR-NAME(W-JUR-ALL-IX)

           PERFORM VARYING W-JUR-IX FROM 1 BY 1
                   UNTIL W-JUR-IX >= W-JUR-ALL-IX
               PERFORM VARYING W-ENT-IX FROM 1 BY 1
                       UNTIL W-ENT-IX > 5
                   PERFORM VARYING W-EVENT-IX FROM 1 BY 1
                           UNTIL W-EVENT-IX > 9
                       ADD  W-JR-EVENT(W-JUR-IX, W-ENT-IX,
                                       W-EVENT-IX)
                                   TO W-JR-EVENT(W-JUR-ALL-IX,
                                                 W-ENT-IX,
                                                 W-EVENT-IX)
                   END-PERFORM
                   ADD  W-JR-POP(W-JUR-IX, W-ENT-IX)
                                   TO W-JR-POP(W-JUR-ALL-IX,
                                               W-ENT-IX)
               END-PERFORM
           END-PERFORM
           .
       SUB-6000-EXIT.
           EXIT.
      /
       SUB-7000-LOAD-HISTORY.
      *----------------------

           OPEN INPUT LSHIST

           IF      W-LS-FILE-NOT-FOUND
               DISPLAY 'No lifecycle statistics history yet'
               GO TO SUB-7000-EXIT
           END-IF

           IF      NOT W-LS-FILE-STATUS-GOOD
               MOVE W-LS-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-LS-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening LSHIST'
               MOVE 5              TO W-RETURN-CODE
               GO TO SUB-7000-EXIT
           END-IF

           SET  W-NOT-EOF          TO TRUE

           PERFORM SUB-7100-LOAD-ONE-LINE THRU SUB-7100-EXIT
               UNTIL W-EOF
               OR    W-RETURN-CODE NOT = 0

           CLOSE LSHIST
           .
       SUB-7000-EXIT.
           EXIT.
      /
       SUB-7100-LOAD-ONE-LINE.
      *-----------------------

           READ LSHIST
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-7100-EXIT
           END-READ

           IF      NOT W-LS-FILE-STATUS-GOOD
               SET  W-EOF          TO TRUE
               GO TO SUB-7100-EXIT
           END-IF

      **** A rerun replaces the month's own lines.

           MOVE LSHIST-REC         TO W-LS-REC

           IF      LS-MONTH = W-MONTH
               GO TO SUB-7100-EXIT
           END-IF

           IF      W-HIST-COUNT >= W-HIST-MAX
               DISPLAY W-ERROR-MSG
                       'More than '
                       W-HIST-MAX
                       ' statistics lines - enlarge W-HIST-TABLE'
               MOVE 15             TO W-RETURN-CODE
               GO TO SUB-7100-EXIT
           END-IF

           ADD  1                  TO W-HIST-COUNT
           MOVE LSHIST-REC         TO W-HIST-LINE(W-HIST-COUNT)
           .
       SUB-7100-EXIT.
           EXIT.
      /
       SUB-7500-SAVE-HISTORY.
      *----------------------

           OPEN OUTPUT LSHIST

           IF      NOT W-LS-FILE-STATUS-GOOD
               MOVE W-LS-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-LS-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening LSHIST for output'
               MOVE 5              TO W-RETURN-CODE
               GO TO SUB-7500-EXIT
           END-IF

           PERFORM VARYING W-HIST-IX FROM 1 BY 1
                   UNTIL W-HIST-IX > W-HIST-COUNT
                   OR    W-RETURN-CODE NOT = 0
               MOVE W-HIST-LINE(W-HIST-IX)
                                   TO LSHIST-REC
               PERFORM SUB-7600-WRITE-HISTORY THRU SUB-7600-EXIT
           END-PERFORM

           PERFORM VARYING W-JUR-IX FROM 1 BY 1
                   UNTIL W-JUR-IX > W-JUR-COUNT
                   OR    W-RETURN-CODE NOT = 0
               PERFORM VARYING W-ENT-IX FROM 1 BY 1
                       UNTIL W-ENT-IX > 5
                       OR    W-RETURN-CODE NOT = 0
                   MOVE SPACES     TO W-LS-REC
                   MOVE W-MONTH    TO LS-MONTH
                   MOVE W-JR-CODE(W-JUR-IX)
                                   TO LS-JUR-CODE
                   MOVE W-ENTITY-CODE(W-ENT-IX)
                                   TO LS-ENTITY-TYPE
                   PERFORM VARYING W-EVENT-IX FROM 1 BY 1
                           UNTIL W-EVENT-IX > 9
                       MOVE W-JR-EVENT(W-JUR-IX, W-ENT-IX,
                                       W-EVENT-IX)
                                   TO LS-EVENT-COUNT(W-EVENT-IX)
                   END-PERFORM
                   MOVE W-JR-POP(W-JUR-IX, W-ENT-IX)
                                   TO LS-POPULATION
                   MOVE RI-RUN-ID  TO LS-RUN-ID
                   MOVE W-LS-REC   TO LSHIST-REC
                   PERFORM SUB-7600-WRITE-HISTORY THRU SUB-7600-EXIT
                   ADD  1          TO W-STATS-WRITTEN
               END-PERFORM
           END-PERFORM

           CLOSE LSHIST
           .
       SUB-7500-EXIT.
           EXIT.
      /
       SUB-7600-WRITE-HISTORY.
      *-----------------------

           WRITE LSHIST-REC

           IF      NOT W-LS-FILE-STATUS-GOOD
               MOVE W-LS-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-LS-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing LSHIST'
               MOVE 5              TO W-RETURN-CODE
           END-IF
           .
       SUB-7600-EXIT.
           EXIT.
      /
       SUB-8000-WRITE-REPORT.
      *----------------------

           OPEN OUTPUT LCSRPT

           IF      NOT W-RP-FILE-STATUS-GOOD
               MOVE W-RP-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-RP-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening LCSRPT'
               MOVE 5              TO W-RETURN-CODE
               GO TO SUB-8000-EXIT
           END-IF

           MOVE SPACES             TO W-RPT-LINE
           STRING ' REGISTRATION LIFECYCLE STATISTICS - MONTH '
                                   DELIMITED BY SIZE
                  W-MONTH          DELIMITED BY SIZE
                  ' - RUN '        DELIMITED BY SIZE
                  RI-RUN-ID        DELIMITED BY SIZE
                  ' - '            DELIMITED BY SIZE
                  W-TODAY-DATE     DELIMITED BY SIZE
             INTO W-RPT-LINE
           END-STRING
           PERFORM SUB-8900-WRITE-LINE THRU SUB-8900-EXIT

           MOVE SPACES             TO W-RPT-LINE
           STRING ' Compared with '
                                   DELIMITED BY SIZE
                  W-PRIOR-MONTH    DELIMITED BY SIZE
                  ' (prior month) and '
                                   DELIMITED BY SIZE
                  W-YEAR-AGO-MONTH DELIMITED BY SIZE
                  ' (year ago); population is the records on file '
                                   DELIMITED BY SIZE
                  'when each month was counted'
                                   DELIMITED BY SIZE
             INTO W-RPT-LINE
           END-STRING
           PERFORM SUB-8900-WRITE-LINE THRU SUB-8900-EXIT

           IF      W-ARCHIVE-NOTE NOT = SPACES
               MOVE SPACES         TO W-RPT-LINE
               STRING ' '          DELIMITED BY SIZE
                      W-ARCHIVE-NOTE
                                   DELIMITED BY SIZE
                 INTO W-RPT-LINE
               END-STRING
               PERFORM SUB-8900-WRITE-LINE THRU SUB-8900-EXIT
           END-IF

           MOVE SPACES             TO W-RPT-LINE
           PERFORM SUB-8900-WRITE-LINE THRU SUB-8900-EXIT

           MOVE W-HEADING-LINE     TO W-RPT-LINE
           PERFORM SUB-8900-WRITE-LINE THRU SUB-8900-EXIT

           PERFORM VARYING W-JUR-IX FROM 1 BY 1
                   UNTIL W-JUR-IX > W-JUR-COUNT
                   OR    W-RETURN-CODE NOT = 0
               MOVE SPACES         TO W-RPT-LINE
               PERFORM SUB-8900-WRITE-LINE THRU SUB-8900-EXIT

               MOVE SPACES         TO W-RPT-LINE
               STRING ' '          DELIMITED BY SIZE
                      W-JR-CODE(W-JUR-IX)
                                   DELIMITED BY SIZE
                      ' '          DELIMITED BY SIZE
                      W-JR-NAME(W-JUR-IX)
                                   DELIMITED BY SIZE
                 INTO W-RPT-LINE
               END-STRING
               PERFORM SUB-8900-WRITE-LINE THRU SUB-8900-EXIT

               PERFORM VARYING W-ENT-IX FROM 1 BY 1
                       UNTIL W-ENT-IX > 5
                       OR    W-RETURN-CODE NOT = 0
                   PERFORM SUB-8100-WRITE-BLOCK THRU SUB-8100-EXIT
               END-PERFORM
           END-PERFORM

           MOVE SPACES             TO W-RPT-LINE
           PERFORM SUB-8900-WRITE-LINE THRU SUB-8900-EXIT

           PERFORM VARYING W-EVENT-IX FROM 1 BY 1
                   UNTIL W-EVENT-IX > 9
               MOVE W-EVENT-TOTAL(W-EVENT-IX)
                                   TO W-DISP-NUM
               MOVE SPACES         TO W-RPT-LINE
               STRING ' Total '    DELIMITED BY SIZE
                      W-EVENT-NAME(W-EVENT-IX)
                                   DELIMITED BY SIZE
                      ' '          DELIMITED BY SIZE
                      W-DISP-NUM   DELIMITED BY SIZE
                 INTO W-RPT-LINE
               END-STRING
               PERFORM SUB-8900-WRITE-LINE THRU SUB-8900-EXIT
           END-PERFORM

           MOVE W-UNPLACED         TO W-DISP-NUM
           MOVE SPACES             TO W-RPT-LINE
           STRING ' Events whose address could not be placed     '
                                   DELIMITED BY SIZE
                  W-DISP-NUM       DELIMITED BY SIZE
             INTO W-RPT-LINE
           END-STRING
           PERFORM SUB-8900-WRITE-LINE THRU SUB-8900-EXIT

           CLOSE LCSRPT
           .
       SUB-8000-EXIT.
           EXIT.
      /
       SUB-8100-WRITE-BLOCK.
      *---------------------

      **** This month's figures for one jurisdiction and entity
      **** type, then the prior month's and the year-ago month's
      **** from the history, each followed by the change to this
      **** month. A type with nothing in any of the three months
      **** is left out; the ALL line never is.

           INITIALIZE W-CMP-TABLE

           MOVE 'Y'                TO W-CMP-FOUND-SW(1)
           PERFORM VARYING W-EVENT-IX FROM 1 BY 1
                   UNTIL W-EVENT-IX > 9
               MOVE W-JR-EVENT(W-JUR-IX, W-ENT-IX, W-EVENT-IX)
                                   TO W-CMP-VALUE(1, W-EVENT-IX)
           END-PERFORM
           MOVE W-JR-POP(W-JUR-IX, W-ENT-IX)
                                   TO W-CMP-VALUE(1, 10)

           MOVE W-JR-CODE(W-JUR-IX)
                                   TO W-LK-JUR-CODE
           MOVE W-ENTITY-CODE(W-ENT-IX)
                                   TO W-LK-ENTITY-TYPE

           MOVE W-PRIOR-MONTH      TO W-LK-MONTH
           MOVE 2                  TO W-CMP-IX
           PERFORM SUB-8200-FIND-HISTORY THRU SUB-8200-EXIT

           MOVE W-YEAR-AGO-MONTH   TO W-LK-MONTH
           MOVE 3                  TO W-CMP-IX
           PERFORM SUB-8200-FIND-HISTORY THRU SUB-8200-EXIT

           MOVE 'N'                TO W-BLOCK-WANTED-SW

           IF      W-ENT-IX = 5
               SET  W-BLOCK-WANTED TO TRUE
           END-IF

           PERFORM VARYING W-CMP-IX FROM 1 BY 1
                   UNTIL W-CMP-IX > 3
               PERFORM VARYING W-VAL-IX FROM 1 BY 1
                       UNTIL W-VAL-IX > 10
                   IF      W-CMP-VALUE(W-CMP-IX, W-VAL-IX) > 0
                       SET  W-BLOCK-WANTED
                                   TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM

           IF      NOT W-BLOCK-WANTED
               GO TO SUB-8100-EXIT
           END-IF

           MOVE 1                  TO W-CMP-IX
           PERFORM SUB-8300-WRITE-VALUES THRU SUB-8300-EXIT

           PERFORM VARYING W-CMP-IX FROM 2 BY 1
                   UNTIL W-CMP-IX > 3
               PERFORM SUB-8300-WRITE-VALUES THRU SUB-8300-EXIT
               IF      W-CMP-FOUND(W-CMP-IX)
                   PERFORM SUB-8400-WRITE-CHANGES THRU SUB-8400-EXIT
               END-IF
           END-PERFORM
           .
       SUB-8100-EXIT.
           EXIT.
      /
       SUB-8200-FIND-HISTORY.
      *----------------------

           IF      W-HIST-COUNT = 0
               GO TO SUB-8200-EXIT
           END-IF

           SET  W-HIST-IX          TO 1

           SEARCH W-HIST-ENTRY
               AT END
                   GO TO SUB-8200-EXIT
               WHEN W-HIST-LINE(W-HIST-IX)(1 : LENGTH OF LS-KEY) =
                    W-LOOKUP-KEY
                   MOVE W-HIST-LINE(W-HIST-IX)
                                   TO W-LS-REC
           END-SEARCH

           MOVE 'Y'                TO W-CMP-FOUND-SW(W-CMP-IX)

           PERFORM VARYING W-EVENT-IX FROM 1 BY 1
                   UNTIL W-EVENT-IX > 9
               IF      LS-EVENT-COUNT(W-EVENT-IX) IS NUMERIC
                   MOVE LS-EVENT-COUNT(W-EVENT-IX)
                                   TO W-CMP-VALUE(W-CMP-IX,
                                                  W-EVENT-IX)
               END-IF
           END-PERFORM

           IF      LS-POPULATION IS NUMERIC
               MOVE LS-POPULATION  TO W-CMP-VALUE(W-CMP-IX, 10)
           END-IF
           .
       SUB-8200-EXIT.
           EXIT.
      /
       SUB-8300-WRITE-VALUES.
      *----------------------

           MOVE SPACES             TO W-ROW-LINE

           IF      W-CMP-IX = 1
               MOVE W-JR-CODE(W-JUR-IX)
                                   TO W-RW-JUR-CODE
               MOVE W-ENTITY-LABEL(W-ENT-IX)
                                   TO W-RW-ENTITY
           END-IF

           MOVE W-PERIOD-LABEL(W-CMP-IX)
                                   TO W-RW-PERIOD

           IF      NOT W-CMP-FOUND(W-CMP-IX)
               MOVE '  (not on file)'
                                   TO W-RW-TEXT
           ELSE
               PERFORM VARYING W-VAL-IX FROM 1 BY 1
                       UNTIL W-VAL-IX > 9
                   MOVE W-CMP-VALUE(W-CMP-IX, W-VAL-IX)
                                   TO W-RW-NUM(W-VAL-IX)
               END-PERFORM
               MOVE W-CMP-VALUE(W-CMP-IX, 10)
                                   TO W-RW-POP
           END-IF

           MOVE W-ROW-LINE         TO W-RPT-LINE
           PERFORM SUB-8900-WRITE-LINE THRU SUB-8900-EXIT
           .
       SUB-8300-EXIT.
           EXIT.
      /
       SUB-8400-WRITE-CHANGES.
      *-----------------------

           MOVE SPACES             TO W-ROW-LINE
           MOVE '  CHANGE'         TO W-RW-PERIOD

           PERFORM VARYING W-VAL-IX FROM 1 BY 1
                   UNTIL W-VAL-IX > 9
               COMPUTE W-CMP-DIFF  = W-CMP-VALUE(1, W-VAL-IX)
                                   - W-CMP-VALUE(W-CMP-IX, W-VAL-IX)
               MOVE W-CMP-DIFF     TO W-RW-DIFF(W-VAL-IX)
           END-PERFORM

           COMPUTE W-CMP-DIFF      = W-CMP-VALUE(1, 10)
                                   - W-CMP-VALUE(W-CMP-IX, 10)
           MOVE W-CMP-DIFF         TO W-RW-POP-DIFF

           MOVE W-ROW-LINE         TO W-RPT-LINE
           PERFORM SUB-8900-WRITE-LINE THRU SUB-8900-EXIT
           .
       SUB-8400-EXIT.
           EXIT.
      /
       SUB-8900-WRITE-LINE.
      *--------------------

           MOVE W-RPT-LINE         TO LCSRPT-REC

           WRITE LCSRPT-REC

           IF      NOT W-RP-FILE-STATUS-GOOD
               MOVE W-RP-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-RP-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing LCSRPT'
               MOVE 5              TO W-RETURN-CODE
           END-IF
           .
       SUB-8900-EXIT.
           EXIT.
      /
       SUB-9000-SHUT-DOWN.
      *-------------------

           MOVE W-AUDIT-READ       TO W-DISP-NUM
           DISPLAY 'Audit images read:       '
                   W-DISP-NUM

           MOVE W-AUDIT-IN-MONTH   TO W-DISP-NUM
           DISPLAY 'Images in the month:     '
                   W-DISP-NUM

           MOVE W-EVENTS-COUNTED   TO W-DISP-NUM
           DISPLAY 'Lifecycle events:        '
                   W-DISP-NUM

           MOVE W-STATS-WRITTEN    TO W-DISP-NUM
           DISPLAY 'Statistics lines saved:  '
                   W-DISP-NUM

           MOVE W-EVENTS-COUNTED   TO W-LOG-EVENTS
           MOVE W-POP-READ         TO W-LOG-POP

           MOVE SPACES             TO JL-KEY-COUNTS
           STRING 'Month '         DELIMITED BY SIZE
                  W-MONTH          DELIMITED BY SIZE
                  ' events '       DELIMITED BY SIZE
                  W-LOG-EVENTS     DELIMITED BY SIZE
                  ' pop '          DELIMITED BY SIZE
                  W-LOG-POP        DELIMITED BY SIZE
             INTO JL-KEY-COUNTS
           END-STRING

           MOVE 'NAMADDLCS'        TO JL-PROGRAM-NAME
           MOVE RI-RUN-ID          TO JL-RUN-ID
           MOVE W-RETURN-CODE      TO JL-RETURN-CODE

           CALL 'JOBLOG' USING W-JL-CONTROL

           IF      JL-RESPONSE-FILE-ERROR
               DISPLAY W-ERROR-MSG
                       'Unable to write to the shared job log'
           END-IF

           IF      W-RETURN-CODE = 0
               DISPLAY 'NAMADDLCS completed'
           ELSE
               DISPLAY W-ERROR-MSG
                       'Statistics run ended with return code '
                       W-RETURN-CODE
           END-IF
           .
       SUB-9000-EXIT.
           EXIT.
