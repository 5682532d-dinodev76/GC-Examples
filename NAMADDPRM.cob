      *========================== NAMADDPRM ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Maintenance and as-of report for the central
      *              parameter registry Data\NAMEADDR.ParmRegistry.dat
      *              (layout NAMADDPM.cpy), in the same transaction-
      *              apply-report shape NAMADDREG uses for account
      *              registrations. The thresholds and tuning values
      *              that used to live in program arguments, compiled-
      *              in literals and small control files are read
      *              from the registry through PARMREG:
      *
      *                  BLDFILES  REJECT-ALERT-PCT   (default 10)
      *                  NAMADDGTE DEVIATION-PCT      (default 25)
      *                  NAMADDARC RETENTION-DAYS     (default 365)
      *                  NAMADDCTP SHARE-THRESHOLD    (default 3)
      *                  NAMADDDSP UNDELIVERABLE-LIMIT (default 3)
      *                  NAMADDGDG KEEP-COUNT         (default 14)
      *                  NAMADDGDG KEEP-<base>, e.g. KEEP-REJECT
      *
      *              An argument given to the program still wins for
      *              that run; a parameter missing from the registry
      *              falls back to the program's own default.
      *
      *              Transactions come from
      *              Data\NAMEADDR.ParmTrans.dat, one per line: the
      *              code, program, parameter, effective date (today
      *              when blank), value, the operator's ID, which
      *              every transaction must carry, and an optional
      *              description:
      *
      *                  'S' sets the value from the effective date
      *                  on - today or later, never earlier, so what
      *                  a past run worked to is never rewritten; a
      *                  value already set from that same date is
      *                  replaced;
      *                  'D' deletes a value keyed in error, only
      *                  while its effective date is still to come.
      *
      *              Every applied transaction writes a line to the
      *              change log Data\NAMEADDR.ParmLog.dat under this
      *              run's ID - who, when, the old value and the new
      *              one. No transaction file simply means no
      *              changes.
      *
      *              Every run ends by rewriting the registry in
      *              program, parameter and date order and writing
      *              Data\NAMEADDR.ParmReport.dat: every parameter
      *              with the value in force on the report date, the
      *              date it took effect, who set it and the next
      *              change after the report date. Argument 1 is the
      *              report date as YYYYMMDD (default today) - the
      *              values last March's run worked to are one run
      *              away.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 NAMADDPRM.

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
           SELECT NAMADDPM         ASSIGN
                                   "Data\NAMEADDR.ParmRegistry.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-PM-FILE-STATUS.

           SELECT PARMRTX          ASSIGN "Data\NAMEADDR.ParmTrans.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-PT-FILE-STATUS.

           SELECT PARMLOG          ASSIGN "Data\NAMEADDR.ParmLog.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-PL-FILE-STATUS.

           SELECT PARMRPT          ASSIGN
                                   "Data\NAMEADDR.ParmReport.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-PP-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  NAMADDPM.

       01  NAMADDPM-REC.           COPY NAMADDPM.

       FD  PARMRTX.

       01  PARMRTX-REC.
           05  PT-TRANS-CODE       PIC X(01).
               88  PT-TRANS-SET                    VALUE 'S'.
               88  PT-TRANS-DELETE                 VALUE 'D'.
           05  FILLER              PIC X(01).
           05  PT-PROGRAM-NAME     PIC X(09).
           05  FILLER              PIC X(01).
           05  PT-PARM-NAME        PIC X(30).
           05  FILLER              PIC X(01).
           05  PT-EFFECTIVE-DATE   PIC X(08).
           05  FILLER              PIC X(01).
           05  PT-VALUE            PIC X(20).
           05  FILLER              PIC X(01).
           05  PT-OPERATOR-ID      PIC X(08).
           05  FILLER              PIC X(01).
           05  PT-DESCRIPTION      PIC X(40).

       FD  PARMLOG.

       01  PARMLOG-REC.
           05  PL-TIMESTAMP        PIC X(21).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  PL-RUN-ID           PIC 9(08).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  PL-TRANS-CODE       PIC X(01).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  PL-PROGRAM-NAME     PIC X(09).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  PL-PARM-NAME        PIC X(30).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  PL-EFFECTIVE-DATE   PIC X(08).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  PL-OLD-VALUE        PIC X(20).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  PL-NEW-VALUE        PIC X(20).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  PL-OPERATOR-ID      PIC X(08).

       FD  PARMRPT.

       01  PARMRPT-REC             PIC X(132).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-TRANS-READ            PIC 9(09)  COMP VALUE 0.
       01  W-TRANS-APPLIED         PIC 9(09)  COMP VALUE 0.
       01  W-TRANS-REJECTED        PIC 9(09)  COMP VALUE 0.
       01  W-PARMS-ON-FILE         PIC 9(09)  COMP VALUE 0.
       01  W-PARMS-REPORTED        PIC 9(09)  COMP VALUE 0.
       01  W-RETURN-CODE           PIC S9(04) COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZ,ZZ9.

       01  W-TODAY-DATE            PIC X(08).
       01  W-REPORT-DATE-ARG       PIC X(08).
       01  W-REPORT-DATE           PIC X(08).

       01  W-PRM-COUNT             PIC 9(04)  COMP VALUE 0.
       01  W-PRM-MAX               PIC 9(04)  COMP VALUE 2000.

      **** Kept in program, parameter and effective date order, so a
      **** parameter's values stand together, oldest first.

       01  W-PRM-TABLE.
           05  W-PRM-ENTRY                         OCCURS 2000
                                                   INDEXED W-PRM-IX
                                                           W-PRM-IX2.
               10  W-PRM-KEY.
                   15  W-PRM-PARM.
                       20  W-PRM-PROGRAM
                                   PIC X(09).
                       20  W-PRM-NAME
                                   PIC X(30).
                   15  W-PRM-EFFECTIVE
                                   PIC X(08).
               10  W-PRM-VALUE     PIC X(20).
               10  W-PRM-ENTERED-BY
                                   PIC X(08).
               10  W-PRM-ENTERED-DATE
                                   PIC X(08).
               10  W-PRM-DESCRIPTION
                                   PIC X(40).

       01  W-NEW-KEY.
           05  W-NEW-PARM.
               10  W-NEW-PROGRAM   PIC X(09).
               10  W-NEW-NAME      PIC X(30).
           05  W-NEW-EFFECTIVE     PIC X(08).

       01  W-INSERT-AT             PIC 9(04)  COMP.
       01  W-SHIFT                 PIC 9(04)  COMP.
       01  W-OLD-VALUE             PIC X(20).

       01  W-FOUND-SW              PIC X(01)       VALUE 'N'.
           88  W-PRM-FOUND                         VALUE 'Y'.
           88  W-PRM-NOT-FOUND                     VALUE 'N'.

       01  W-REJECT-REASON         PIC X(45).

       01  W-RPT-VALUE             PIC X(20).
       01  W-RPT-SINCE             PIC X(08).
       01  W-RPT-BY                PIC X(08).
       01  W-RPT-NEXT              PIC X(40).

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-PM-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-PT-EOF                            VALUE 'Y'.

       01  W-PT-OPEN-SW            PIC X(01)       VALUE 'N'.
           88  W-PT-OPEN                           VALUE 'Y'.

       01  W-PL-OPEN-SW            PIC X(01)       VALUE 'N'.
           88  W-PL-OPEN                           VALUE 'Y'.

       01  W-PM-FILE-STATUS        PIC X(02).
           88  W-PM-FILE-STATUS-GOOD               VALUE '00'.
           88  W-PM-FILE-NOT-FOUND                 VALUE '35'.

       01  W-PT-FILE-STATUS        PIC X(02).
           88  W-PT-FILE-STATUS-GOOD               VALUE '00'.
           88  W-PT-FILE-NOT-FOUND                 VALUE '35'.

       01  W-PL-FILE-STATUS        PIC X(02).
           88  W-PL-FILE-STATUS-GOOD               VALUE '00'.

       01  W-PP-FILE-STATUS        PIC X(02).
           88  W-PP-FILE-STATUS-GOOD               VALUE '00'.

       01  W-ERROR-MSG             PIC X(22)       VALUE
           '**** NAMADDPRM error: '.

       01  W-FS-CONTROL.
           COPY FILESTATL.

       01  W-RI-CONTROL.
           COPY RUNIDL.

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

           PERFORM SUB-2000-APPLY-ONE-TRANS THRU SUB-2000-EXIT
               UNTIL W-PT-EOF
               OR    W-RETURN-CODE NOT = 0

           IF      W-RETURN-CODE = 0
               PERFORM SUB-2800-REWRITE-REGISTRY THRU SUB-2800-EXIT
           END-IF

           IF      W-RETURN-CODE = 0
               PERFORM SUB-2900-WRITE-AS-OF-REPORT THRU SUB-2900-EXIT
           END-IF

           PERFORM SUB-3000-SHUT-DOWN THRU SUB-3000-EXIT
           .
       MAIN-EXIT.
           MOVE W-RETURN-CODE      TO RETURN-CODE
           STOP RUN.
      /
       SUB-1000-START-UP.
      *------------------

           MOVE FUNCTION WHEN-COMPILED
                                   TO W-COMPILED-DATE

           DISPLAY 'NAMADDPRM compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           MOVE FUNCTION CURRENT-DATE(1:8)
                                   TO W-TODAY-DATE

           DISPLAY 1               UPON ARGUMENT-NUMBER

           ACCEPT W-REPORT-DATE-ARG
                                   FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES     TO W-REPORT-DATE-ARG
           END-ACCEPT

           EVALUATE TRUE
               WHEN W-REPORT-DATE-ARG = SPACES
                   MOVE W-TODAY-DATE
                                   TO W-REPORT-DATE
               WHEN W-REPORT-DATE-ARG IS NUMERIC
                   MOVE W-REPORT-DATE-ARG
                                   TO W-REPORT-DATE
               WHEN OTHER
                   DISPLAY W-ERROR-MSG
                           'Report date '
                           W-REPORT-DATE-ARG
                           ' is not YYYYMMDD'
                   MOVE 9          TO W-RETURN-CODE
                   GO TO SUB-1000-EXIT
           END-EVALUATE

           DISPLAY 'Reporting parameters in force on '
                   W-REPORT-DATE

           SET  RI-FUNC-NEXT       TO TRUE
           CALL 'RUNID' USING W-RI-CONTROL
           DISPLAY 'Run ID: ' RI-RUN-ID

           PERFORM SUB-1100-LOAD-REGISTRY THRU SUB-1100-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           OPEN INPUT PARMRTX

           IF      W-PT-FILE-NOT-FOUND
               DISPLAY 'No parameter transactions - report only'
               SET  W-PT-EOF       TO TRUE
               GO TO SUB-1000-EXIT
           END-IF

           IF      NOT W-PT-FILE-STATUS-GOOD
               MOVE W-PT-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-PT-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening PARMRTX'
               MOVE 11             TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           SET  W-PT-OPEN          TO TRUE

           OPEN EXTEND PARMLOG

           IF      NOT W-PL-FILE-STATUS-GOOD
               OPEN OUTPUT PARMLOG
           END-IF

           IF      NOT W-PL-FILE-STATUS-GOOD
               MOVE W-PL-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-PL-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening PARMLOG'
               MOVE 12             TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           SET  W-PL-OPEN          TO TRUE
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-REGISTRY.
      *-----------------------

           OPEN INPUT NAMADDPM

           IF      W-PM-FILE-NOT-FOUND
               DISPLAY 'No parameter registry on disk yet - '
                       'starting empty'
               GO TO SUB-1100-EXIT
           END-IF

           IF      NOT W-PM-FILE-STATUS-GOOD
               MOVE W-PM-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-PM-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDPM'
               MOVE 10             TO W-RETURN-CODE
               GO TO SUB-1100-EXIT
           END-IF

           PERFORM SUB-1150-LOAD-ONE-PARM THRU SUB-1150-EXIT
               UNTIL W-PM-EOF
               OR    W-RETURN-CODE NOT = 0

           CLOSE NAMADDPM

           MOVE W-PRM-COUNT        TO W-DISP-NUM
           DISPLAY 'Parameter values loaded: '
                   W-DISP-NUM
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1150-LOAD-ONE-PARM.
      *-----------------------

           READ NAMADDPM
               AT END
                   SET  W-PM-EOF   TO TRUE
                   GO TO SUB-1150-EXIT
           END-READ

           IF      NAMADDPM-REC = SPACES
               OR  PM-PROGRAM-NAME(1 : 1) = '*'
               GO TO SUB-1150-EXIT
           END-IF

           IF      W-PRM-COUNT >= W-PRM-MAX
               DISPLAY W-ERROR-MSG
                       'Parameter table full - increase '
                       'W-PRM-MAX'
               MOVE 15             TO W-RETURN-CODE
               GO TO SUB-1150-EXIT
           END-IF

      **** A registry edited by hand may be out of order; each line
      **** is placed as it would have been added.

           MOVE FUNCTION UPPER-CASE(PM-PROGRAM-NAME)
                                   TO W-NEW-PROGRAM
           MOVE FUNCTION UPPER-CASE(PM-PARM-NAME)
                                   TO W-NEW-NAME
           MOVE PM-EFFECTIVE-DATE  TO W-NEW-EFFECTIVE

           PERFORM SUB-2150-MAKE-ROOM THRU SUB-2150-EXIT

           MOVE W-NEW-KEY          TO W-PRM-KEY(W-PRM-IX)
           MOVE PM-VALUE           TO W-PRM-VALUE(W-PRM-IX)
           MOVE PM-ENTERED-BY      TO W-PRM-ENTERED-BY(W-PRM-IX)
           MOVE PM-ENTERED-DATE    TO W-PRM-ENTERED-DATE(W-PRM-IX)
           MOVE PM-DESCRIPTION     TO W-PRM-DESCRIPTION(W-PRM-IX)
           .
       SUB-1150-EXIT.
           EXIT.
      /
       SUB-2000-APPLY-ONE-TRANS.
      *-------------------------

           READ PARMRTX
               AT END
                   SET  W-PT-EOF   TO TRUE
                   GO TO SUB-2000-EXIT
           END-READ

           IF      PARMRTX-REC = SPACES
               OR  PT-TRANS-CODE = '*'
               GO TO SUB-2000-EXIT
           END-IF

           ADD  1                  TO W-TRANS-READ

           MOVE SPACES             TO W-REJECT-REASON
           MOVE FUNCTION UPPER-CASE(PT-TRANS-CODE)
                                   TO PT-TRANS-CODE
           MOVE FUNCTION UPPER-CASE(PT-PROGRAM-NAME)
                                   TO PT-PROGRAM-NAME
           MOVE FUNCTION UPPER-CASE(PT-PARM-NAME)
                                   TO PT-PARM-NAME

           IF      PT-EFFECTIVE-DATE = SPACES
               MOVE W-TODAY-DATE   TO PT-EFFECTIVE-DATE
           END-IF

           MOVE PT-PROGRAM-NAME    TO W-NEW-PROGRAM
           MOVE PT-PARM-NAME       TO W-NEW-NAME
           MOVE PT-EFFECTIVE-DATE  TO W-NEW-EFFECTIVE

           PERFORM SUB-2100-FIND-PARM THRU SUB-2100-EXIT

           EVALUATE TRUE
               WHEN NOT PT-TRANS-SET
                   AND NOT PT-TRANS-DELETE
                   MOVE 'Transaction code not S or D'
                                   TO W-REJECT-REASON

               WHEN PT-PROGRAM-NAME = SPACES
                   OR PT-PARM-NAME = SPACES
                   MOVE 'Program and parameter name required'
                                   TO W-REJECT-REASON

               WHEN PT-EFFECTIVE-DATE NOT NUMERIC
                   MOVE 'Effective date not YYYYMMDD'
                                   TO W-REJECT-REASON

               WHEN PT-OPERATOR-ID = SPACES
                   MOVE 'Operator ID required'
                                   TO W-REJECT-REASON

               WHEN PT-TRANS-SET
                   AND PT-VALUE = SPACES
                   MOVE 'Value required'
                                   TO W-REJECT-REASON

               WHEN PT-TRANS-SET
                   AND PT-EFFECTIVE-DATE < W-TODAY-DATE
                   MOVE 'Effective date in the past - set from today'
                                   TO W-REJECT-REASON

               WHEN PT-TRANS-DELETE
                   AND W-PRM-NOT-FOUND
                   MOVE 'No value from that date on file'
                                   TO W-REJECT-REASON

               WHEN PT-TRANS-DELETE
                   AND PT-EFFECTIVE-DATE <= W-TODAY-DATE
                   MOVE 'Value already in force - set a new one'
                                   TO W-REJECT-REASON
           END-EVALUATE

           IF      W-REJECT-REASON NOT = SPACES
               ADD  1              TO W-TRANS-REJECTED
               DISPLAY 'Rejected: '
                       PT-TRANS-CODE
                       ' '
                       FUNCTION TRIM(PT-PROGRAM-NAME)
                       ' '
                       FUNCTION TRIM(PT-PARM-NAME)
                       ' '
                       PT-EFFECTIVE-DATE
                       ' - '
                       FUNCTION TRIM(W-REJECT-REASON)
               GO TO SUB-2000-EXIT
           END-IF

           IF      PT-TRANS-SET
               PERFORM SUB-2200-SET-PARM THRU SUB-2200-EXIT
           ELSE
               PERFORM SUB-2300-DELETE-PARM THRU SUB-2300-EXIT
           END-IF

           IF      W-RETURN-CODE = 0
               ADD  1              TO W-TRANS-APPLIED
               PERFORM SUB-9800-WRITE-PARM-LOG THRU SUB-9800-EXIT
           END-IF
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-FIND-PARM.
      *-------------------

      **** Finds the value set from exactly the new key's date and,
      **** on the way, the value in force on that date before it.

           SET  W-PRM-NOT-FOUND    TO TRUE
           MOVE SPACES             TO W-OLD-VALUE
           SET  W-PRM-IX           TO 1

           PERFORM UNTIL W-PRM-IX > W-PRM-COUNT
                   OR    W-PRM-FOUND
               IF      W-PRM-KEY(W-PRM-IX) = W-NEW-KEY
                   SET  W-PRM-FOUND
                                   TO TRUE
               ELSE
                   IF      W-PRM-PARM(W-PRM-IX) = W-NEW-PARM
                       AND W-PRM-EFFECTIVE(W-PRM-IX)
                         < W-NEW-EFFECTIVE
                       MOVE W-PRM-VALUE(W-PRM-IX)
                                   TO W-OLD-VALUE
                   END-IF
                   SET  W-PRM-IX   UP BY 1
               END-IF
           END-PERFORM
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2150-MAKE-ROOM.
      *-------------------

      **** Opens a slot at W-NEW-KEY's place in key order and leaves
      **** W-PRM-IX on it.

           MOVE 1                  TO W-INSERT-AT

           PERFORM UNTIL W-INSERT-AT > W-PRM-COUNT
                   OR    W-PRM-KEY(W-INSERT-AT) > W-NEW-KEY
               ADD  1              TO W-INSERT-AT
           END-PERFORM

           PERFORM VARYING W-SHIFT FROM W-PRM-COUNT BY -1
                   UNTIL W-SHIFT < W-INSERT-AT
               MOVE W-PRM-ENTRY(W-SHIFT)
                                   TO W-PRM-ENTRY(W-SHIFT + 1)
           END-PERFORM

           ADD  1                  TO W-PRM-COUNT
           SET  W-PRM-IX           TO W-INSERT-AT
           .
       SUB-2150-EXIT.
           EXIT.
      /
       SUB-2200-SET-PARM.
      *------------------

           IF      W-PRM-FOUND
               MOVE W-PRM-VALUE(W-PRM-IX)
                                   TO W-OLD-VALUE
           ELSE
               IF      W-PRM-COUNT >= W-PRM-MAX
                   DISPLAY W-ERROR-MSG
                           'Parameter table full - increase '
                           'W-PRM-MAX'
                   MOVE 15         TO W-RETURN-CODE
                   GO TO SUB-2200-EXIT
               END-IF
               PERFORM SUB-2150-MAKE-ROOM THRU SUB-2150-EXIT
               MOVE W-NEW-KEY      TO W-PRM-KEY(W-PRM-IX)
               MOVE SPACES         TO W-PRM-DESCRIPTION(W-PRM-IX)
           END-IF

           MOVE PT-VALUE           TO W-PRM-VALUE(W-PRM-IX)
           MOVE PT-OPERATOR-ID     TO W-PRM-ENTERED-BY(W-PRM-IX)
           MOVE W-TODAY-DATE       TO W-PRM-ENTERED-DATE(W-PRM-IX)

           IF      PT-DESCRIPTION NOT = SPACES
               MOVE PT-DESCRIPTION TO W-PRM-DESCRIPTION(W-PRM-IX)
           END-IF

           DISPLAY 'Set: '
                   FUNCTION TRIM(PT-PROGRAM-NAME)
                   ' '
                   FUNCTION TRIM(PT-PARM-NAME)
                   ' from '
                   PT-EFFECTIVE-DATE
                   ' = '
                   FUNCTION TRIM(PT-VALUE)
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2300-DELETE-PARM.
      *---------------------

           MOVE W-PRM-VALUE(W-PRM-IX)
                                   TO W-OLD-VALUE
           MOVE SPACES             TO PT-VALUE

           PERFORM VARYING W-SHIFT FROM W-PRM-IX BY 1
                   UNTIL W-SHIFT >= W-PRM-COUNT
               MOVE W-PRM-ENTRY(W-SHIFT + 1)
                                   TO W-PRM-ENTRY(W-SHIFT)
           END-PERFORM

           SUBTRACT 1              FROM W-PRM-COUNT

           DISPLAY 'Deleted: '
                   FUNCTION TRIM(PT-PROGRAM-NAME)
                   ' '
                   FUNCTION TRIM(PT-PARM-NAME)
                   ' from '
                   PT-EFFECTIVE-DATE
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2800-REWRITE-REGISTRY.
      *--------------------------

           IF      W-TRANS-APPLIED = 0
               MOVE W-PRM-COUNT    TO W-PARMS-ON-FILE
               GO TO SUB-2800-EXIT
           END-IF

           OPEN OUTPUT NAMADDPM

           IF      NOT W-PM-FILE-STATUS-GOOD
               MOVE W-PM-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-PM-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' rewriting NAMADDPM'
               MOVE 30             TO W-RETURN-CODE
               GO TO SUB-2800-EXIT
           END-IF

           PERFORM VARYING W-PRM-IX FROM 1 BY 1
                   UNTIL W-PRM-IX > W-PRM-COUNT
               MOVE SPACES         TO NAMADDPM-REC
               MOVE W-PRM-PROGRAM(W-PRM-IX)
                                   TO PM-PROGRAM-NAME
               MOVE W-PRM-NAME(W-PRM-IX)
                                   TO PM-PARM-NAME
               MOVE W-PRM-EFFECTIVE(W-PRM-IX)
                                   TO PM-EFFECTIVE-DATE
               MOVE W-PRM-VALUE(W-PRM-IX)
                                   TO PM-VALUE
               MOVE W-PRM-ENTERED-BY(W-PRM-IX)
                                   TO PM-ENTERED-BY
               MOVE W-PRM-ENTERED-DATE(W-PRM-IX)
                                   TO PM-ENTERED-DATE
               MOVE W-PRM-DESCRIPTION(W-PRM-IX)
                                   TO PM-DESCRIPTION

               WRITE NAMADDPM-REC

               ADD  1              TO W-PARMS-ON-FILE
           END-PERFORM

           CLOSE NAMADDPM
           .
       SUB-2800-EXIT.
           EXIT.
      /
       SUB-2900-WRITE-AS-OF-REPORT.
      *----------------------------

           OPEN OUTPUT PARMRPT

           IF      NOT W-PP-FILE-STATUS-GOOD
               MOVE W-PP-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-PP-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening PARMRPT'
               MOVE 31             TO W-RETURN-CODE
               GO TO SUB-2900-EXIT
           END-IF

           MOVE SPACES             TO PARMRPT-REC
           STRING ' PARAMETERS IN FORCE ON '
                                   DELIMITED BY SIZE
                  W-REPORT-DATE    DELIMITED BY SIZE
             INTO PARMRPT-REC
           END-STRING
           WRITE PARMRPT-REC

           MOVE SPACES             TO PARMRPT-REC
           STRING ' PROGRAM   PARAMETER                      '
                                   DELIMITED BY SIZE
                  'VALUE                SINCE    SET BY   '
                                   DELIMITED BY SIZE
                  'NEXT CHANGE'    DELIMITED BY SIZE
             INTO PARMRPT-REC
           END-STRING
           WRITE PARMRPT-REC

           PERFORM SUB-2950-REPORT-ONE-PARM THRU SUB-2950-EXIT
               VARYING W-PRM-IX FROM 1 BY 1
               UNTIL W-PRM-IX > W-PRM-COUNT

           CLOSE PARMRPT
           .
       SUB-2900-EXIT.
           EXIT.
      /
       SUB-2950-REPORT-ONE-PARM.
      *-------------------------

      **** One line per parameter, from the value in force on the
      **** report date - the last of its values not after it - or,
      **** for a parameter first set later, from its first value.

           SET  W-PRM-IX2          TO W-PRM-IX
           SET  W-PRM-IX2          UP BY 1

           IF      W-PRM-EFFECTIVE(W-PRM-IX) <= W-REPORT-DATE
               IF      W-PRM-IX2 <= W-PRM-COUNT
                   AND W-PRM-PARM(W-PRM-IX2) = W-PRM-PARM(W-PRM-IX)
                   AND W-PRM-EFFECTIVE(W-PRM-IX2) <= W-REPORT-DATE
                   GO TO SUB-2950-EXIT
               END-IF
               MOVE W-PRM-VALUE(W-PRM-IX)
                                   TO W-RPT-VALUE
               MOVE W-PRM-EFFECTIVE(W-PRM-IX)
                                   TO W-RPT-SINCE
               MOVE W-PRM-ENTERED-BY(W-PRM-IX)
                                   TO W-RPT-BY
           ELSE
               IF      W-PRM-IX > 1
                   AND W-PRM-PARM(W-PRM-IX - 1)
                     = W-PRM-PARM(W-PRM-IX)
                   GO TO SUB-2950-EXIT
               END-IF
               MOVE '(not yet set)'
                                   TO W-RPT-VALUE
               MOVE SPACES         TO W-RPT-SINCE
                                      W-RPT-BY
               SET  W-PRM-IX2      TO W-PRM-IX
           END-IF

           MOVE SPACES             TO W-RPT-NEXT

           IF      W-PRM-IX2 <= W-PRM-COUNT
               AND W-PRM-PARM(W-PRM-IX2) = W-PRM-PARM(W-PRM-IX)
               STRING FUNCTION TRIM(W-PRM-VALUE(W-PRM-IX2))
                                   DELIMITED BY SIZE
                      ' from '     DELIMITED BY SIZE
                      W-PRM-EFFECTIVE(W-PRM-IX2)
                                   DELIMITED BY SIZE
                 INTO W-RPT-NEXT
               END-STRING
           END-IF

           MOVE SPACES             TO PARMRPT-REC
           STRING ' '              DELIMITED BY SIZE
                  W-PRM-PROGRAM(W-PRM-IX)
                                   DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  W-PRM-NAME(W-PRM-IX)
                                   DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  W-RPT-VALUE      DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  W-RPT-SINCE      DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  W-RPT-BY         DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  W-RPT-NEXT       DELIMITED BY SIZE
             INTO PARMRPT-REC
           END-STRING

           WRITE PARMRPT-REC

           ADD  1                  TO W-PARMS-REPORTED
           .
       SUB-2950-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           IF      W-PT-OPEN
               CLOSE PARMRTX
           END-IF

           IF      W-PL-OPEN
               CLOSE PARMLOG
           END-IF

           MOVE W-TRANS-READ       TO W-DISP-NUM
           DISPLAY 'Transactions read:       '
                   W-DISP-NUM

           MOVE W-TRANS-APPLIED    TO W-DISP-NUM
           DISPLAY 'Transactions applied:    '
                   W-DISP-NUM

           MOVE W-TRANS-REJECTED   TO W-DISP-NUM
           DISPLAY 'Transactions rejected:   '
                   W-DISP-NUM

           MOVE W-PARMS-ON-FILE    TO W-DISP-NUM
           DISPLAY 'Parameter values on file:'
                   W-DISP-NUM

           MOVE W-PARMS-REPORTED   TO W-DISP-NUM
           DISPLAY 'Parameters reported:     '
                   W-DISP-NUM

           DISPLAY 'NAMADDPRM completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-9800-WRITE-PARM-LOG.
      *------------------------

           MOVE SPACES             TO PARMLOG-REC
           MOVE FUNCTION CURRENT-DATE
                                   TO PL-TIMESTAMP
           MOVE RI-RUN-ID          TO PL-RUN-ID
           MOVE PT-TRANS-CODE      TO PL-TRANS-CODE
           MOVE PT-PROGRAM-NAME    TO PL-PROGRAM-NAME
           MOVE PT-PARM-NAME       TO PL-PARM-NAME
           MOVE PT-EFFECTIVE-DATE  TO PL-EFFECTIVE-DATE
           MOVE W-OLD-VALUE        TO PL-OLD-VALUE
           MOVE PT-VALUE           TO PL-NEW-VALUE
           MOVE PT-OPERATOR-ID     TO PL-OPERATOR-ID

           WRITE PARMLOG-REC

           IF      NOT W-PL-FILE-STATUS-GOOD
               MOVE W-PL-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-PL-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing PARMLOG'
               MOVE 40             TO W-RETURN-CODE
           END-IF
           .
       SUB-9800-EXIT.
           EXIT.
