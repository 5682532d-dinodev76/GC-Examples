      *========================== NAMADDRET ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Records-retention enforcement for the
      *              append-only logs. The GDG retention sweep covers
      *              the run outputs and NAMADDROL rolls the audit
      *              file, but the access log, correspondence
      *              history, service usage, alerts, step history,
      *              reject ledger, preference and hold audits and
      *              the rest only ever grew - kept forever, against
      *              our own records schedule.
      *
      *              The schedule Data\NAMEADDR.Retention.dat (see
      *              NAMADDRN) gives each log its retention period,
      *              its disposition (purge or archive) and the
      *              columns of its date and TAXID. Run monthly (a
      *              month-end step on the NAMADDSCH calendar), the
      *              program rewrites every scheduled log through a
      *              work file, keeping:
      *
      *                  lines inside the retention period;
      *                  lines whose TAXID is on the legal-hold list
      *                  Data\NAMEADDR.LegalHold.dat, whatever their
      *                  age;
      *                  lines showing the schedule's keep value
      *                  (an OPEN entry is still work);
      *                  lines with no readable date - nothing is
      *                  disposed of on a guess.
      *
      *              An expired line is dropped (purge) or appended
      *              to the log's archive file (archive) before the
      *              log is rewritten. The audit file and the
      *              legal-hold list themselves are refused - they
      *              have their own controls.
      *
      *              Argument 1 R reports what would be disposed of
      *              without touching any file; the default E
      *              enforces. Either way the disposition report
      *              Data\NAMEADDR.Retention.Rpt.dat gives the
      *              records officer the counts per log.
      *
      *              The exclusive lock is held throughout so no
      *              program appends to a log while it is rewritten.
      *
      *              Return codes: 4 schedule lines refused, 8 no
      *              schedule, 9 file busy, 15 legal-hold table
      *              full, 30-33 a log could not be read, rewritten
      *              or archived.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 NAMADDRET.

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
           SELECT NAMADDRN         ASSIGN "Data\NAMEADDR.Retention.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-RN-FILE-STATUS.

           SELECT NAMADDLH         ASSIGN "Data\NAMEADDR.LegalHold.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-LH-FILE-STATUS.

           SELECT LOGFILE          ASSIGN TO W-LOG-PATH
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-LF-FILE-STATUS.

           SELECT LOGWORK          ASSIGN
                                   "Data\NAMEADDR.Retention.Work.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-LW-FILE-STATUS.

           SELECT LOGARCH          ASSIGN TO W-ARCH-PATH
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-LA-FILE-STATUS.

           SELECT RETRPT           ASSIGN
                                   "Data\NAMEADDR.Retention.Rpt.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-RP-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  NAMADDRN.

       01  NAMADDRN-REC.           COPY NAMADDRN.

       FD  NAMADDLH.

       01  NAMADDLH-REC.
           05  LH-TAXID            PIC X(12).
           05  FILLER              PIC X(01).
           05  LH-REASON           PIC X(30).
           05  FILLER              PIC X(01).
           05  LH-PLACED-BY        PIC X(08).
           05  FILLER              PIC X(01).
           05  LH-PLACED-DATE      PIC X(08).

       FD  LOGFILE.

       01  LOGFILE-REC             PIC X(400).

       FD  LOGWORK.

       01  LOGWORK-REC             PIC X(400).

       FD  LOGARCH.

       01  LOGARCH-REC             PIC X(400).

       FD  RETRPT.

       01  RETRPT-REC              PIC X(132).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-RETURN-CODE           PIC S9(04) COMP VALUE 0.

       01  W-MODE-ARG              PIC X(01)       VALUE SPACE.
       01  W-MODE-SW               PIC X(01)       VALUE 'E'.
           88  W-MODE-ENFORCE                      VALUE 'E'.
           88  W-MODE-REPORT-ONLY                  VALUE 'R'.

       01  W-TODAY-DATE            PIC X(08).
       01  W-TODAY-DATE-NUM        REDEFINES W-TODAY-DATE
                                   PIC 9(08).
       01  W-CUTOFF-DATE           PIC 9(08).
       01  W-CUTOFF-DATE-X         REDEFINES W-CUTOFF-DATE
                                   PIC X(08).

       01  W-LOG-PATH              PIC X(60).
       01  W-ARCH-PATH             PIC X(60).
       01  W-PATH-STEM-LEN         PIC S9(04) COMP.
       01  W-KEEP-LEN              PIC S9(04) COMP.

       01  W-LOG-LINE-DATE         PIC X(08).
       01  W-LOG-LINE-TAXID        PIC X(12).

       01  W-SCHEDULE-LINES        PIC 9(05)  COMP VALUE 0.
       01  W-SCHEDULE-REFUSED      PIC 9(05)  COMP VALUE 0.
       01  W-LOGS-ENFORCED         PIC 9(05)  COMP VALUE 0.

      **** Per-log counts, reset for every schedule line, and the
      **** run's totals.

       01  W-LOG-COUNTS.
           05  W-LC-READ           PIC 9(09)  COMP.
           05  W-LC-IN-PERIOD      PIC 9(09)  COMP.
           05  W-LC-HELD           PIC 9(09)  COMP.
           05  W-LC-KEPT-OPEN      PIC 9(09)  COMP.
           05  W-LC-UNDATED        PIC 9(09)  COMP.
           05  W-LC-DISPOSED       PIC 9(09)  COMP.

       01  W-TOTAL-COUNTS.
           05  W-TC-READ           PIC 9(09)  COMP VALUE 0.
           05  W-TC-IN-PERIOD      PIC 9(09)  COMP VALUE 0.
           05  W-TC-HELD           PIC 9(09)  COMP VALUE 0.
           05  W-TC-KEPT-OPEN      PIC 9(09)  COMP VALUE 0.
           05  W-TC-UNDATED        PIC 9(09)  COMP VALUE 0.
           05  W-TC-PURGED         PIC 9(09)  COMP VALUE 0.
           05  W-TC-ARCHIVED       PIC 9(09)  COMP VALUE 0.

       01  W-LINE-ACTION-SW        PIC X(01).
           88  W-LINE-KEEP                         VALUE 'K'.
           88  W-LINE-DISPOSE                      VALUE 'D'.

       01  W-LOG-STATE             PIC X(14).

       01  W-HOLD-COUNT            PIC 9(04)  COMP VALUE 0.
       01  W-HOLD-MAX              PIC 9(04)  COMP VALUE 2000.

       01  W-HOLD-TABLE.
           05  W-HOLD-ENTRY                        OCCURS 2000
                                                   INDEXED W-HLD-IX.
               10  W-HLD-TAXID     PIC X(12).

       01  W-HELD-SW               PIC X(01)       VALUE 'N'.
           88  W-LINE-HELD                         VALUE 'Y'.
           88  W-LINE-NOT-HELD                     VALUE 'N'.

       01  W-REPORT-LINE           PIC X(132).

       01  W-HEADING-LINE.
           05  FILLER              PIC X(40)       VALUE 'Log'.
           05  FILLER              PIC X(07)       VALUE ' Days'.
           05  FILLER              PIC X(02)       VALUE 'D'.
           05  FILLER              PIC X(12)       VALUE '       Read'.
           05  FILLER              PIC X(12)       VALUE '  In period'.
           05  FILLER              PIC X(12)       VALUE '  Held (LH)'.
           05  FILLER              PIC X(12)       VALUE '  Kept open'.
           05  FILLER              PIC X(12)       VALUE '    Undated'.
           05  FILLER              PIC X(12)       VALUE '   Disposed'.
           05  FILLER              PIC X(11)       VALUE ' State'.

       01  W-DETAIL-LINE.
           05  W-DT-PATH           PIC X(40).
           05  W-DT-DAYS           PIC ZZZZ9.
           05  FILLER              PIC X(02)       VALUE SPACES.
           05  W-DT-DISP           PIC X(01).
           05  FILLER              PIC X(01)       VALUE SPACES.
           05  W-DT-READ           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(01)       VALUE SPACES.
           05  W-DT-IN-PERIOD      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(01)       VALUE SPACES.
           05  W-DT-HELD           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(01)       VALUE SPACES.
           05  W-DT-KEPT-OPEN      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(01)       VALUE SPACES.
           05  W-DT-UNDATED        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(01)       VALUE SPACES.
           05  W-DT-DISPOSED       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(01)       VALUE SPACES.
           05  W-DT-STATE          PIC X(14).

       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.
       01  W-DISP-NUM-2            PIC ZZZ,ZZZ,ZZ9.
       01  W-DISP-HOLDS            PIC Z,ZZ9.
       01  W-LOG-PURGED            PIC 9(09).
       01  W-LOG-ARCHIVED          PIC 9(09).
       01  W-LOG-HELD              PIC 9(09).

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-RN-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-LH-EOF                            VALUE 'Y'.

       01  W-LF-EOF-SW             PIC X(01)       VALUE 'N'.
           88  W-LF-EOF                            VALUE 'Y'.

       01  W-LW-EOF-SW             PIC X(01)       VALUE 'N'.
           88  W-LW-EOF                            VALUE 'Y'.

       01  W-RN-FILE-STATUS        PIC X(02).
           88  W-RN-FILE-STATUS-GOOD               VALUE '00'.

       01  W-LH-FILE-STATUS        PIC X(02).
           88  W-LH-FILE-STATUS-GOOD               VALUE '00'.

       01  W-LF-FILE-STATUS        PIC X(02).
           88  W-LF-FILE-STATUS-GOOD               VALUE '00'.
           88  W-LF-FILE-NOT-FOUND                 VALUE '35'.

       01  W-LW-FILE-STATUS        PIC X(02).
           88  W-LW-FILE-STATUS-GOOD               VALUE '00'.

       01  W-LA-FILE-STATUS        PIC X(02).
           88  W-LA-FILE-STATUS-GOOD               VALUE '00'.

       01  W-RP-FILE-STATUS        PIC X(02).
           88  W-RP-FILE-STATUS-GOOD               VALUE '00'.

       01  W-ERROR-MSG             PIC X(22)       VALUE
           '**** NAMADDRET error: '.

       01  W-FS-CONTROL.
           COPY FILESTATL.

       01  W-JL-CONTROL.
           COPY JOBLOGL.

       01  W-RI-CONTROL.
           COPY RUNIDL.

       01  W-LK-CONTROL.
           COPY LOCKMGRL.

       01  W-LOCK-HELD-SW          PIC X(01)       VALUE 'N'.
           88  W-LOCK-HELD                         VALUE 'Y'.

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
               PERFORM SUB-2000-ENFORCE-SCHEDULE THRU SUB-2000-EXIT
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

           DISPLAY 'NAMADDRET compiled on '
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

           DISPLAY 1               UPON ARGUMENT-NUMBER

           ACCEPT W-MODE-ARG       FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACE      TO W-MODE-ARG
           END-ACCEPT

           EVALUATE FUNCTION UPPER-CASE(W-MODE-ARG)
               WHEN 'E'
               WHEN SPACE
                   SET  W-MODE-ENFORCE
                                   TO TRUE
                   DISPLAY 'Mode: enforce the retention schedule'
               WHEN 'R'
                   SET  W-MODE-REPORT-ONLY
                                   TO TRUE
                   DISPLAY 'Mode: report only - no log is changed'
               WHEN OTHER
                   DISPLAY W-ERROR-MSG
                           'Argument 1 must be E (enforce) or '
                           'R (report only)'
                   MOVE 8          TO W-RETURN-CODE
                   GO TO SUB-1000-EXIT
           END-EVALUATE

           SET  LK-FUNC-ACQUIRE    TO TRUE
           SET  LK-TYPE-EXCLUSIVE  TO TRUE
           MOVE 'NAMADDRET'        TO LK-PROGRAM-NAME
           MOVE RI-RUN-ID          TO LK-RUN-ID
           MOVE SPACES             TO LK-RANGE-LO
           MOVE SPACES             TO LK-RANGE-HI

           CALL 'LOCKMGR' USING W-LK-CONTROL

           IF      LK-RESPONSE-BUSY
               DISPLAY W-ERROR-MSG
                       'File busy - held by '
                       LK-HOLDER-PROGRAM
                       ' since '
                       LK-HOLDER-SINCE
               MOVE 9              TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           SET  W-LOCK-HELD        TO TRUE

           PERFORM SUB-1050-LOAD-LEGAL-HOLDS THRU SUB-1050-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           OPEN INPUT NAMADDRN

           IF      NOT W-RN-FILE-STATUS-GOOD
               DISPLAY W-ERROR-MSG
                       'No retention schedule '
                       'Data\NAMEADDR.Retention.dat - nothing can '
                       'be enforced'
               MOVE 8              TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           OPEN OUTPUT RETRPT

           IF      NOT W-RP-FILE-STATUS-GOOD
               MOVE W-RP-FILE-STATUS
                                   TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-RP-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening RETRPT'
               CLOSE NAMADDRN
               MOVE 5              TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           MOVE SPACES             TO W-REPORT-LINE
           STRING 'Records-retention disposition report - run '
                                   DELIMITED BY SIZE
                  RI-RUN-ID        DELIMITED BY SIZE
                  ' on '           DELIMITED BY SIZE
                  W-TODAY-DATE     DELIMITED BY SIZE
             INTO W-REPORT-LINE
           END-STRING

           IF      W-MODE-REPORT-ONLY
               MOVE '(REPORT ONLY - nothing disposed of)'
                                   TO W-REPORT-LINE(80 : 35)
           END-IF

           WRITE RETRPT-REC        FROM W-REPORT-LINE

           MOVE ALL '-'            TO W-REPORT-LINE
           WRITE RETRPT-REC        FROM W-REPORT-LINE

           WRITE RETRPT-REC        FROM W-HEADING-LINE
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1050-LOAD-LEGAL-HOLDS.
      *--------------------------

      **** A missing legal-hold file simply means nothing is held.

           OPEN INPUT NAMADDLH

           IF      NOT W-LH-FILE-STATUS-GOOD
               GO TO SUB-1050-EXIT
           END-IF

           PERFORM UNTIL W-LH-EOF
               READ NAMADDLH
                   AT END
                       SET  W-LH-EOF
                                   TO TRUE
               END-READ

               IF      NOT W-LH-EOF
                   IF      W-HOLD-COUNT < W-HOLD-MAX
                       ADD  1      TO W-HOLD-COUNT
                       SET  W-HLD-IX
                                   TO W-HOLD-COUNT
                       MOVE LH-TAXID
                                   TO W-HLD-TAXID(W-HLD-IX)
                   ELSE

      **** A hold the table cannot carry is a hold this run cannot
      **** honour - disposing of a held line is exactly what the
      **** hold list exists to prevent.

                       DISPLAY W-ERROR-MSG
                               'Legal-hold file exceeds the '
                               'hold table - increase W-HOLD-MAX '
                               'and rerun'
                       MOVE 15     TO W-RETURN-CODE
                       SET  W-LH-EOF
                                   TO TRUE
                   END-IF
               END-IF
           END-PERFORM

           CLOSE NAMADDLH

           DISPLAY 'Legal holds loaded: '
                   W-HOLD-COUNT
           .
       SUB-1050-EXIT.
           EXIT.
      /
       SUB-2000-ENFORCE-SCHEDULE.
      *--------------------------

           PERFORM SUB-2100-ONE-SCHEDULE-LINE THRU SUB-2100-EXIT
               UNTIL W-RN-EOF
               OR    W-RETURN-CODE > 4

           CLOSE NAMADDRN

           MOVE ALL '-'            TO W-REPORT-LINE
           WRITE RETRPT-REC        FROM W-REPORT-LINE

           MOVE SPACES             TO W-DETAIL-LINE
           MOVE 'Total'            TO W-DT-PATH
           MOVE W-TC-READ          TO W-DT-READ
           MOVE W-TC-IN-PERIOD     TO W-DT-IN-PERIOD
           MOVE W-TC-HELD          TO W-DT-HELD
           MOVE W-TC-KEPT-OPEN     TO W-DT-KEPT-OPEN
           MOVE W-TC-UNDATED       TO W-DT-UNDATED
           COMPUTE W-DT-DISPOSED   = W-TC-PURGED
                                   + W-TC-ARCHIVED
           WRITE RETRPT-REC        FROM W-DETAIL-LINE

           MOVE W-TC-PURGED        TO W-DISP-NUM
           MOVE W-TC-ARCHIVED      TO W-DISP-NUM-2
           MOVE W-HOLD-COUNT       TO W-DISP-HOLDS
           MOVE SPACES             TO W-REPORT-LINE
           STRING 'Purged '        DELIMITED BY SIZE
                  FUNCTION TRIM(W-DISP-NUM)
                                   DELIMITED BY SIZE
                  ', archived '    DELIMITED BY SIZE
                  FUNCTION TRIM(W-DISP-NUM-2)
                                   DELIMITED BY SIZE
                  ', legal holds on file '
                                   DELIMITED BY SIZE
                  FUNCTION TRIM(W-DISP-HOLDS)
                                   DELIMITED BY SIZE
             INTO W-REPORT-LINE
           END-STRING
           WRITE RETRPT-REC        FROM W-REPORT-LINE

           CLOSE RETRPT

           IF      W-SCHEDULE-REFUSED > 0
           AND     W-RETURN-CODE = 0
               MOVE 4              TO W-RETURN-CODE
           END-IF
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-ONE-SCHEDULE-LINE.
      *---------------------------

           READ NAMADDRN
               AT END
                   SET  W-RN-EOF   TO TRUE
                   GO TO SUB-2100-EXIT
           END-READ

           IF      NAMADDRN-REC(1 : 1) = '*'
           OR      NAMADDRN-REC = SPACES
               GO TO SUB-2100-EXIT
           END-IF

           ADD  1                  TO W-SCHEDULE-LINES

           INITIALIZE W-LOG-COUNTS
           MOVE SPACES             TO W-LOG-STATE

           PERFORM SUB-2150-VALIDATE-LINE THRU SUB-2150-EXIT

           IF      W-LOG-STATE = SPACES
               PERFORM SUB-2200-ENFORCE-ONE-LOG THRU SUB-2200-EXIT
           ELSE
               ADD  1              TO W-SCHEDULE-REFUSED
           END-IF

           MOVE SPACES             TO W-DETAIL-LINE
           MOVE RN-FILE-PATH       TO W-DT-PATH

           IF      RN-RETAIN-DAYS NUMERIC
               MOVE RN-RETAIN-DAYS TO W-DT-DAYS
           END-IF

           MOVE RN-DISPOSITION     TO W-DT-DISP
           MOVE W-LC-READ          TO W-DT-READ
           MOVE W-LC-IN-PERIOD     TO W-DT-IN-PERIOD
           MOVE W-LC-HELD          TO W-DT-HELD
           MOVE W-LC-KEPT-OPEN     TO W-DT-KEPT-OPEN
           MOVE W-LC-UNDATED       TO W-DT-UNDATED
           MOVE W-LC-DISPOSED      TO W-DT-DISPOSED
           MOVE W-LOG-STATE        TO W-DT-STATE
           WRITE RETRPT-REC        FROM W-DETAIL-LINE

           ADD  W-LC-READ          TO W-TC-READ
           ADD  W-LC-IN-PERIOD     TO W-TC-IN-PERIOD
           ADD  W-LC-HELD          TO W-TC-HELD
           ADD  W-LC-KEPT-OPEN     TO W-TC-KEPT-OPEN
           ADD  W-LC-UNDATED       TO W-TC-UNDATED

           IF      RN-DISP-ARCHIVE
               ADD  W-LC-DISPOSED  TO W-TC-ARCHIVED
           ELSE
               ADD  W-LC-DISPOSED  TO W-TC-PURGED
           END-IF
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2150-VALIDATE-LINE.
      *-----------------------

      **** A line that cannot be trusted is refused whole - a wrong
      **** date column would dispose of the log at random.

           EVALUATE TRUE
               WHEN RN-FILE-PATH = SPACES
                   MOVE 'NO PATH'  TO W-LOG-STATE
               WHEN RN-FILE-PATH = 'Data\NAMEADDR.Audit.dat'
               OR   RN-FILE-PATH = 'Data\NAMEADDR.LegalHold.dat'
                   MOVE 'NOT ALLOWED'
                                   TO W-LOG-STATE
               WHEN RN-RETAIN-DAYS NOT NUMERIC
               OR   RN-RETAIN-DAYS = 0
                   MOVE 'BAD DAYS' TO W-LOG-STATE
               WHEN NOT RN-DISP-VALID
                   MOVE 'BAD DISPOSAL' TO W-LOG-STATE
               WHEN RN-DATE-COL NOT NUMERIC
               OR   RN-DATE-COL = 0
               OR   RN-DATE-COL > 393
                   MOVE 'BAD DATE COL' TO W-LOG-STATE
               WHEN RN-TAXID-COL NOT NUMERIC
               OR   RN-TAXID-COL > 389
                   MOVE 'BAD TAXID COL'
                                   TO W-LOG-STATE
               WHEN RN-KEEP-COL NOT NUMERIC
               OR   RN-KEEP-COL > 393
                   MOVE 'BAD KEEP COL' TO W-LOG-STATE
               WHEN RN-KEEP-COL > 0
               AND  RN-KEEP-VALUE = SPACES
                   MOVE 'BAD KEEP COL' TO W-LOG-STATE
           END-EVALUATE

      **** The keep value is matched over its own length only -
      **** 'OPEN' must match an OPEN status padded to any width.

           IF      W-LOG-STATE = SPACES
           AND     RN-KEEP-COL > 0
               MOVE 0              TO W-KEEP-LEN
               INSPECT RN-KEEP-VALUE TALLYING W-KEEP-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF      RN-KEEP-COL + W-KEEP-LEN > 401
                   MOVE 'BAD KEEP COL'
                                   TO W-LOG-STATE
               END-IF
           END-IF

           IF      W-LOG-STATE NOT = SPACES
               DISPLAY W-ERROR-MSG
                       'Schedule line '
                       W-SCHEDULE-LINES
                       ' refused ('
                       FUNCTION TRIM(W-LOG-STATE)
                       '): '
                       FUNCTION TRIM(RN-FILE-PATH)
           END-IF
           .
       SUB-2150-EXIT.
           EXIT.
      /
       SUB-2200-ENFORCE-ONE-LOG.
      *-------------------------

           MOVE RN-FILE-PATH       TO W-LOG-PATH
           MOVE 'N'                TO W-LF-EOF-SW
                                      W-LW-EOF-SW

           COMPUTE W-CUTOFF-DATE   = FUNCTION DATE-OF-INTEGER(
                                     FUNCTION INTEGER-OF-DATE(
                                     W-TODAY-DATE-NUM)
                                     - RN-RETAIN-DAYS)

           OPEN INPUT LOGFILE

           IF      W-LF-FILE-NOT-FOUND
               MOVE 'NOT ON DISK'  TO W-LOG-STATE
               GO TO SUB-2200-EXIT
           END-IF

           IF      NOT W-LF-FILE-STATUS-GOOD
               DISPLAY W-ERROR-MSG
                       'Cannot read '
                       FUNCTION TRIM(W-LOG-PATH)
                       ' - status '
                       W-LF-FILE-STATUS
               MOVE 'READ FAILED'  TO W-LOG-STATE
               MOVE 30             TO W-RETURN-CODE
               GO TO SUB-2200-EXIT
           END-IF

           OPEN OUTPUT LOGWORK

           IF      NOT W-LW-FILE-STATUS-GOOD
               DISPLAY W-ERROR-MSG
                       'Cannot open the retention work file - '
                       'status '
                       W-LW-FILE-STATUS
               CLOSE LOGFILE
               MOVE 'WORK FAILED'  TO W-LOG-STATE
               MOVE 31             TO W-RETURN-CODE
               GO TO SUB-2200-EXIT
           END-IF

           IF      RN-DISP-ARCHIVE
           AND     W-MODE-ENFORCE
               PERFORM SUB-2250-OPEN-ARCHIVE THRU SUB-2250-EXIT
               IF      W-RETURN-CODE NOT = 0
                   CLOSE LOGFILE
                         LOGWORK
                   GO TO SUB-2200-EXIT
               END-IF
           END-IF

           PERFORM SUB-2300-SORT-ONE-LINE THRU SUB-2300-EXIT
               UNTIL W-LF-EOF

           CLOSE LOGFILE
                 LOGWORK

           IF      RN-DISP-ARCHIVE
           AND     W-MODE-ENFORCE
               CLOSE LOGARCH
           END-IF

           IF      W-MODE-REPORT-ONLY
               MOVE 'PREVIEW'      TO W-LOG-STATE
               GO TO SUB-2200-EXIT
           END-IF

           IF      W-LC-DISPOSED = 0
               MOVE 'UNCHANGED'    TO W-LOG-STATE
               GO TO SUB-2200-EXIT
           END-IF

      **** The archive copy is closed before the log is rewritten,
      **** so an expired line is always in one place or the other.

           OPEN INPUT  LOGWORK
           OPEN OUTPUT LOGFILE

           IF      NOT W-LF-FILE-STATUS-GOOD
               OR  NOT W-LW-FILE-STATUS-GOOD
               DISPLAY W-ERROR-MSG
                       'Cannot rewrite '
                       FUNCTION TRIM(W-LOG-PATH)
                       ' - status '
                       W-LF-FILE-STATUS
                       '/'
                       W-LW-FILE-STATUS
                       ' - retained lines are in '
                       'Data\NAMEADDR.Retention.Work.dat'
               MOVE 'REWRITE FAILED'
                                   TO W-LOG-STATE
               MOVE 32             TO W-RETURN-CODE
               GO TO SUB-2200-EXIT
           END-IF

           PERFORM SUB-2400-COPY-BACK-ONE-LINE THRU SUB-2400-EXIT
               UNTIL W-LW-EOF

           CLOSE LOGWORK
                 LOGFILE

           ADD  1                  TO W-LOGS-ENFORCED

           IF      RN-DISP-ARCHIVE
               MOVE 'ARCHIVED'     TO W-LOG-STATE
           ELSE
               MOVE 'PURGED'       TO W-LOG-STATE
           END-IF

           MOVE W-LC-DISPOSED      TO W-DISP-NUM
           DISPLAY FUNCTION TRIM(W-LOG-STATE)
                   ' '
                   FUNCTION TRIM(W-DISP-NUM)
                   ' line(s) of '
                   FUNCTION TRIM(W-LOG-PATH)
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2250-OPEN-ARCHIVE.
      *----------------------

      **** The archive sits beside the log: the same path with
      **** '.dat' replaced by '.Archive.dat', appended to run after
      **** run in the log's own line layout.

           MOVE 0                  TO W-PATH-STEM-LEN
           INSPECT W-LOG-PATH TALLYING W-PATH-STEM-LEN
               FOR CHARACTERS BEFORE INITIAL '.dat'

           IF      W-PATH-STEM-LEN >= LENGTH OF W-LOG-PATH
               MOVE 0              TO W-PATH-STEM-LEN
               INSPECT W-LOG-PATH TALLYING W-PATH-STEM-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
           END-IF

           MOVE SPACES             TO W-ARCH-PATH
           STRING W-LOG-PATH(1 : W-PATH-STEM-LEN)
                                   DELIMITED BY SIZE
                  '.Archive.dat'   DELIMITED BY SIZE
             INTO W-ARCH-PATH
           END-STRING

           OPEN EXTEND LOGARCH

           IF      NOT W-LA-FILE-STATUS-GOOD
               OPEN OUTPUT LOGARCH
           END-IF

           IF      NOT W-LA-FILE-STATUS-GOOD
               DISPLAY W-ERROR-MSG
                       'Cannot open the archive '
                       FUNCTION TRIM(W-ARCH-PATH)
                       ' - status '
                       W-LA-FILE-STATUS
               MOVE 'ARCHIVE FAILED'
                                   TO W-LOG-STATE
               MOVE 33             TO W-RETURN-CODE
           END-IF
           .
       SUB-2250-EXIT.
           EXIT.
      /
       SUB-2300-SORT-ONE-LINE.
      *-----------------------

           READ LOGFILE
               AT END
                   SET  W-LF-EOF   TO TRUE
                   GO TO SUB-2300-EXIT
           END-READ

           ADD  1                  TO W-LC-READ
           SET  W-LINE-KEEP        TO TRUE

           MOVE LOGFILE-REC(RN-DATE-COL : 8)
                                   TO W-LOG-LINE-DATE

           EVALUATE TRUE
               WHEN W-LOG-LINE-DATE NOT NUMERIC
                   ADD  1          TO W-LC-UNDATED
               WHEN W-LOG-LINE-DATE >= W-CUTOFF-DATE-X
                   ADD  1          TO W-LC-IN-PERIOD
               WHEN RN-KEEP-COL > 0
               AND  LOGFILE-REC(RN-KEEP-COL : W-KEEP-LEN)
                               = RN-KEEP-VALUE(1 : W-KEEP-LEN)
                   ADD  1          TO W-LC-KEPT-OPEN
               WHEN OTHER
                   PERFORM SUB-2350-CHECK-LEGAL-HOLD
                       THRU SUB-2350-EXIT
                   IF      W-LINE-HELD
                       ADD  1      TO W-LC-HELD
                   ELSE
                       SET  W-LINE-DISPOSE
                                   TO TRUE
                       ADD  1      TO W-LC-DISPOSED
                   END-IF
           END-EVALUATE

      **** In report-only mode every line goes to the work file and
      **** nothing is archived; the counts are the preview.

           IF      W-LINE-DISPOSE
           AND     W-MODE-ENFORCE
               IF      RN-DISP-ARCHIVE
                   MOVE LOGFILE-REC
                                   TO LOGARCH-REC
                   WRITE LOGARCH-REC
               END-IF
           ELSE
               MOVE LOGFILE-REC    TO LOGWORK-REC
               WRITE LOGWORK-REC
           END-IF
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2350-CHECK-LEGAL-HOLD.
      *--------------------------

           SET  W-LINE-NOT-HELD    TO TRUE

           IF      RN-TAXID-COL = 0
               GO TO SUB-2350-EXIT
           END-IF

           MOVE LOGFILE-REC(RN-TAXID-COL : 12)
                                   TO W-LOG-LINE-TAXID
           SET  W-HLD-IX           TO 1

           PERFORM UNTIL W-HLD-IX > W-HOLD-COUNT
                   OR    W-LINE-HELD
               IF      W-HLD-TAXID(W-HLD-IX) = W-LOG-LINE-TAXID
                   SET  W-LINE-HELD
                                   TO TRUE
               ELSE
                   SET  W-HLD-IX   UP BY 1
               END-IF
           END-PERFORM
           .
       SUB-2350-EXIT.
           EXIT.
      /
       SUB-2400-COPY-BACK-ONE-LINE.
      *----------------------------

           READ LOGWORK
               AT END
                   SET  W-LW-EOF   TO TRUE
                   GO TO SUB-2400-EXIT
           END-READ

           MOVE LOGWORK-REC        TO LOGFILE-REC

           WRITE LOGFILE-REC
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-9000-SHUT-DOWN.
      *-------------------

           IF      W-LOCK-HELD
               SET  LK-FUNC-RELEASE
                                   TO TRUE
               CALL 'LOCKMGR' USING W-LK-CONTROL
               MOVE 'N'            TO W-LOCK-HELD-SW
           END-IF

           MOVE W-TC-PURGED        TO W-LOG-PURGED
           MOVE W-TC-ARCHIVED      TO W-LOG-ARCHIVED
           MOVE W-TC-HELD          TO W-LOG-HELD

           MOVE SPACES             TO JL-KEY-COUNTS
           STRING 'Mode '          DELIMITED BY SIZE
                  W-MODE-SW        DELIMITED BY SIZE
                  ' purged '       DELIMITED BY SIZE
                  W-LOG-PURGED     DELIMITED BY SIZE
                  ' archived '     DELIMITED BY SIZE
                  W-LOG-ARCHIVED   DELIMITED BY SIZE
                  ' held '         DELIMITED BY SIZE
                  W-LOG-HELD       DELIMITED BY SIZE
             INTO JL-KEY-COUNTS
           END-STRING

           MOVE 'NAMADDRET'        TO JL-PROGRAM-NAME
           MOVE RI-RUN-ID          TO JL-RUN-ID
           MOVE W-RETURN-CODE      TO JL-RETURN-CODE

           CALL 'JOBLOG' USING W-JL-CONTROL

           IF      JL-RESPONSE-FILE-ERROR
               DISPLAY W-ERROR-MSG
                       'Unable to write to the shared job log'
           END-IF

           IF      W-RETURN-CODE = 0
               DISPLAY 'NAMADDRET completed'
           ELSE
               DISPLAY W-ERROR-MSG
                       'Retention run ended with return code '
                       W-RETURN-CODE
           END-IF
           .
       SUB-9000-EXIT.
           EXIT.
