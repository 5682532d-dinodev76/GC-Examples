      *========================== NAMADDSTX ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Statistical research extract. Research and
      *              budget bodies ask for counts of registrants, not
      *              registrants, so this program releases a
      *              cross-tabulation of counts and never a record:
      *              NAMADDEXT's record-level output is not for them.
      *
      *              Every record in NAMADDIX and every archived
      *              record in Data\NAMEADDR.History.dat is counted
      *              once, by one or two of the dimensions:
      *
      *                  ZIP3   - the first three digits of NA-ZIP-CODE;
      *                  ENTITY - NA-ENTITY-TYPE (blank counts as P);
      *                  STATUS - NA-STATUS;
      *                  YEAR   - the registration year, taken from
      *                           NA-EFFECTIVE-DATE - NAMEADDR carries
      *                           no separate registration date, so a
      *                           record maintained since it was
      *                           registered counts in the year of its
      *                           latest maintenance.
      *
      *              A value that cannot be read counts under UNK.
      *
      *              Disclosure control: any cell (row and column
      *              totals included) above zero but under the
      *              minimum cell count is suppressed, and then, line
      *              by line, wherever a row or column holds exactly
      *              one hidden figure its smallest other figure is
      *              hidden too, until no line does - so no hidden
      *              cell can be worked back by subtraction from the
      *              published totals. The minimum is the parameter
      *              registry's STAT-MIN-CELL (default 10); argument
      *              4 may raise it for a run, never lower it.
      *
      *              Arguments:
      *                  1 - the recipient's code (required);
      *                  2 - the row dimension (required);
      *                  3 - the column dimension, or NONE (or
      *                      omitted) for a one-way table;
      *                  4 - a higher minimum cell count.
      *
      *              Output: Data\NAMEADDR.StatExtract.<recipient>.dat
      *              as CSV - a heading row of column values, one
      *              row per row value with its total, a TOTAL row,
      *              and a trailer row saying what S marks. Rows and
      *              columns are in value order.
      *
      *              Every extract released is appended to the
      *              disclosure log Data\NAMEADDR.DisclosureLog.dat
      *              (layout NAMADDDL.cpy) with the run ID,
      *              recipient, operator (OPERATOR_ID), dimensions,
      *              minimum, record and cell counts and the output
      *              file. An extract that cannot be logged is not
      *              released - the output is emptied and the run
      *              fails.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      * 2026-09-14  0.2      The canary record NA-TAXID-CANARY is left
      *                      out of the counts
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 NAMADDSTX.

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
                                   ACCESS DYNAMIC
                                   RECORD KEY NX-TAXID
                                   FILE STATUS W-FILE-STATUS.

           SELECT NAMADDHS         ASSIGN "Data\NAMEADDR.History.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-HS-FILE-STATUS.

           SELECT NAMADDSX         ASSIGN TO W-EXTRACT-PATH
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-SX-FILE-STATUS.

           SELECT NAMADDDL     ASSIGN "Data\NAMEADDR.DisclosureLog.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-DL-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  NAMADDIX.

       01  NAMADDIX-REC.
           05  NX-TAXID            PIC X(12).
           05  FILLER              PIC X(321).

       FD  NAMADDHS.

       01  NAMADDHS-REC            PIC X(340).

       FD  NAMADDSX.

       01  NAMADDSX-REC            PIC X(800).

       FD  NAMADDDL.

       01  NAMADDDL-REC.           COPY NAMADDDL.
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-NAMADDIX-RECS         PIC 9(09)  COMP VALUE 0.
       01  W-HISTORY-RECS          PIC 9(09)  COMP VALUE 0.
       01  W-SOURCE-RECS           PIC 9(09)  COMP VALUE 0.
       01  W-RETURN-CODE           PIC S9(04) COMP VALUE 0.
       01  W-DISP-COUNT            PIC ZZZ,ZZZ,ZZ9.
       01  W-DISP-CELL             PIC Z(08)9.

      **** The record being counted, from either source.

       01  W-NA-REC.               COPY NAMEADDR.

       01  W-RECIPIENT             PIC X(08)       VALUE SPACES.
       01  W-ROW-DIMENSION         PIC X(06)       VALUE SPACES.
       01  W-COL-DIMENSION         PIC X(06)       VALUE SPACES.
       01  W-MIN-CELL-ARG          PIC X(05)       VALUE SPACES.
       01  W-MIN-CELL              PIC 9(05)  COMP VALUE 10.
       01  W-MIN-CELL-DISP         PIC 9(05).
       01  W-OPERATOR-ID           PIC X(08)       VALUE 'UNKNOWN'.
       01  W-EXTRACT-PATH          PIC X(60).

       01  W-TWO-WAY-SW            PIC X(01)       VALUE 'N'.
           88  W-TWO-WAY                           VALUE 'Y'.
           88  W-ONE-WAY                           VALUE 'N'.

       01  W-DIM-CODE              PIC X(06).
           88  W-DIM-VALID                         VALUES 'ZIP3',
                                                          'ENTITY',
                                                          'STATUS',
                                                          'YEAR'.
       01  W-DIM-VALUE             PIC X(04).

      **** The distinct values met on each axis, in the order first
      **** met; the order tables put them in value order for output.

       01  W-ROW-COUNT             PIC 9(04)  COMP VALUE 0.
       01  W-ROW-MAX               PIC 9(04)  COMP VALUE 1000.
       01  W-ROW-VALUES.
           05  W-ROW-VALUE         PIC X(04)       OCCURS 1000.
       01  W-ROW-ORDERS.
           05  W-ROW-ORDER         PIC 9(04)  COMP OCCURS 1000.

       01  W-COL-COUNT             PIC 9(04)  COMP VALUE 0.
       01  W-COL-MAX               PIC 9(04)  COMP VALUE 60.
       01  W-COL-VALUES.
           05  W-COL-VALUE         PIC X(04)       OCCURS 60.
       01  W-COL-ORDERS.
           05  W-COL-ORDER         PIC 9(04)  COMP OCCURS 60.

      **** The counts, with one more row and column for the totals
      **** (the last of each once the table is built), and each
      **** cell's suppression mark.

       01  W-CELL-TABLE.
           05  W-CELL-ROW                          OCCURS 1001.
               10  W-CELL                          OCCURS 61.
                   15  W-CELL-COUNT
                                   PIC 9(09)  COMP.
                   15  W-CELL-MARK PIC X(01).
                       88  W-CELL-SHOWN            VALUE SPACE.
                       88  W-CELL-PRIMARY          VALUE 'P'.
                       88  W-CELL-COMPLEMENTARY    VALUE 'C'.

       01  W-TOT-ROW               PIC 9(04)  COMP.
       01  W-TOT-COL               PIC 9(04)  COMP.
       01  W-R                     PIC 9(04)  COMP.
       01  W-C                     PIC 9(04)  COMP.
       01  W-I                     PIC 9(04)  COMP.
       01  W-J                     PIC 9(04)  COMP.
       01  W-HOLD-ORDER            PIC 9(04)  COMP.
       01  W-LINE-HIDDEN           PIC 9(04)  COMP.
       01  W-PICK-R                PIC 9(04)  COMP.
       01  W-PICK-C                PIC 9(04)  COMP.
       01  W-PICK-COUNT            PIC 9(09)  COMP.
       01  W-CELLS                 PIC 9(07)  COMP VALUE 0.
       01  W-PRIMARY-CELLS         PIC 9(07)  COMP VALUE 0.
       01  W-COMPLEMENTARY-CELLS   PIC 9(07)  COMP VALUE 0.
       01  W-PASSES                PIC 9(04)  COMP VALUE 0.
       01  W-CSV-PTR               PIC 9(04)  COMP.

       01  W-CHANGED-SW            PIC X(01).
           88  W-SUPPRESSION-CHANGED               VALUE 'Y'.
           88  W-SUPPRESSION-STABLE                VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-EOF                               VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-HS-EOF                            VALUE 'Y'.

       01  W-FILE-STATUS           PIC X(02).
           88  W-FILE-STATUS-GOOD                  VALUE '00'.

       01  W-HS-FILE-STATUS        PIC X(02).
           88  W-HS-FILE-STATUS-GOOD               VALUE '00'.
           88  W-HS-FILE-NOT-FOUND                 VALUE '35'.

       01  W-SX-FILE-STATUS        PIC X(02).
           88  W-SX-FILE-STATUS-GOOD               VALUE '00'.

       01  W-DL-FILE-STATUS        PIC X(02).
           88  W-DL-FILE-STATUS-GOOD               VALUE '00'.

       01  W-ERROR-MSG             PIC X(22)       VALUE
           '**** NAMADDSTX error: '.

       01  W-NAMADDIX-PATH         PIC X(60)       VALUE
           'Data\NAMEADDR.Idx.dat'.
       01  W-JURISDICTION-CODE     PIC X(03)       VALUE SPACES.

       01  W-JU-CONTROL.
           COPY JURISDICL.

       01  W-FS-CONTROL.
           COPY FILESTATL.

       01  W-RI-CONTROL.
           COPY RUNIDL.

       01  W-PR-CONTROL.
           COPY PARMREGL.

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

           PERFORM SUB-9600-READ-NAMADDIX-SEQ THRU SUB-9600-EXIT

           PERFORM SUB-2000-TALLY-LIVE THRU SUB-2000-EXIT
               UNTIL W-EOF
               OR    W-RETURN-CODE NOT = 0

           CLOSE NAMADDIX

           IF      W-RETURN-CODE = 0
               PERFORM SUB-2500-TALLY-HISTORY THRU SUB-2500-EXIT
           END-IF

           IF      W-RETURN-CODE NOT = 0
               GO TO MAIN-EXIT
           END-IF

           PERFORM SUB-4000-BUILD-TOTALS THRU SUB-4000-EXIT

           PERFORM SUB-5000-SUPPRESS THRU SUB-5000-EXIT

           PERFORM SUB-6000-WRITE-EXTRACT THRU SUB-6000-EXIT

           IF      W-RETURN-CODE = 0
               PERFORM SUB-7000-LOG-DISCLOSURE THRU SUB-7000-EXIT
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

           DISPLAY 'NAMADDSTX compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           PERFORM SUB-1005-RESOLVE-PATHS THRU SUB-1005-EXIT

           PERFORM SUB-1010-GET-ARGUMENTS THRU SUB-1010-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1050-REGISTRY-MIN-CELL THRU SUB-1050-EXIT

      **** An argument may only tighten the registry's minimum.

           IF      W-MIN-CELL-ARG NOT = SPACES
               IF      FUNCTION TRIM(W-MIN-CELL-ARG) IS NUMERIC
                   AND FUNCTION NUMVAL(W-MIN-CELL-ARG) > W-MIN-CELL
                   MOVE FUNCTION NUMVAL(W-MIN-CELL-ARG)
                                   TO W-MIN-CELL
               ELSE
                   DISPLAY 'Argument 4 '
                           FUNCTION TRIM(W-MIN-CELL-ARG)
                           ' does not raise the minimum - ignored'
               END-IF
           END-IF

           MOVE W-MIN-CELL         TO W-MIN-CELL-DISP
           DISPLAY 'Minimum cell count: '
                   W-MIN-CELL-DISP

           DISPLAY 'OPERATOR_ID'       UPON ENVIRONMENT-NAME
           ACCEPT W-OPERATOR-ID        FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE 'UNKNOWN'  TO W-OPERATOR-ID
           END-ACCEPT

           IF      W-OPERATOR-ID = SPACES
               MOVE 'UNKNOWN'      TO W-OPERATOR-ID
           END-IF

           SET  RI-FUNC-NEXT       TO TRUE
           CALL 'RUNID' USING W-RI-CONTROL
           DISPLAY 'Run ID: ' RI-RUN-ID

           INITIALIZE W-CELL-TABLE

           OPEN INPUT  NAMADDIX

           IF      NOT W-FILE-STATUS-GOOD
               MOVE W-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDIX'
               MOVE 10             TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           MOVE LOW-VALUES         TO NX-TAXID

           START NAMADDIX
               KEY >= NX-TAXID
           END-START

           IF      NOT W-FILE-STATUS-GOOD
               MOVE W-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' starting NAMADDIX'
               MOVE 20             TO W-RETURN-CODE
           END-IF
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1005-RESOLVE-PATHS.
      *-----------------------

      **** A JURISDICTION environment value names which county's
      **** files this run works against; the explicit *_PATH
      **** overrides, accepted after it, still win when set.

           DISPLAY 'JURISDICTION'      UPON ENVIRONMENT-NAME
           ACCEPT W-JURISDICTION-CODE  FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES     TO W-JURISDICTION-CODE
           END-ACCEPT

           IF      W-JURISDICTION-CODE NOT = SPACES
               SET  JU-FUNC-RESOLVE
                                   TO TRUE
               MOVE W-JURISDICTION-CODE
                                   TO JU-CODE

               CALL 'JURISDIC' USING W-JU-CONTROL

               IF      JU-FOUND
                   MOVE JU-IDX-PATH
                                   TO W-NAMADDIX-PATH
                   DISPLAY 'Jurisdiction: '
                           W-JURISDICTION-CODE
                           ' '
                           FUNCTION TRIM(JU-NAME)
               ELSE
                   DISPLAY 'Jurisdiction code not configured: '
                           W-JURISDICTION-CODE
               END-IF
           END-IF

           DISPLAY 'NAMADDIX_PATH'     UPON ENVIRONMENT-NAME
           ACCEPT W-NAMADDIX-PATH      FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           DISPLAY 'NAMADDIX: ' FUNCTION TRIM(W-NAMADDIX-PATH)
           .
       SUB-1005-EXIT.
           EXIT.
      /
       SUB-1010-GET-ARGUMENTS.
      *-----------------------

           DISPLAY 1               UPON ARGUMENT-NUMBER

           ACCEPT W-RECIPIENT      FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES     TO W-RECIPIENT
           END-ACCEPT

           DISPLAY 2               UPON ARGUMENT-NUMBER

           ACCEPT W-ROW-DIMENSION  FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES     TO W-ROW-DIMENSION
           END-ACCEPT

           DISPLAY 3               UPON ARGUMENT-NUMBER

           ACCEPT W-COL-DIMENSION  FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES     TO W-COL-DIMENSION
           END-ACCEPT

           DISPLAY 4               UPON ARGUMENT-NUMBER

           ACCEPT W-MIN-CELL-ARG   FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES     TO W-MIN-CELL-ARG
           END-ACCEPT

           MOVE FUNCTION UPPER-CASE(W-RECIPIENT)
                                   TO W-RECIPIENT
           MOVE FUNCTION UPPER-CASE(W-ROW-DIMENSION)
                                   TO W-ROW-DIMENSION
           MOVE FUNCTION UPPER-CASE(W-COL-DIMENSION)
                                   TO W-COL-DIMENSION

           IF      W-RECIPIENT = SPACES
               DISPLAY W-ERROR-MSG
                       'Argument 1 must name the recipient'
               MOVE 11             TO W-RETURN-CODE
               GO TO SUB-1010-EXIT
           END-IF

           MOVE W-ROW-DIMENSION    TO W-DIM-CODE

           IF      NOT W-DIM-VALID
               DISPLAY W-ERROR-MSG
                       'Argument 2 must be ZIP3, ENTITY, STATUS or '
                       'YEAR'
               MOVE 11             TO W-RETURN-CODE
               GO TO SUB-1010-EXIT
           END-IF

           IF      W-COL-DIMENSION = SPACES OR 'NONE'
               MOVE SPACES         TO W-COL-DIMENSION
               SET  W-ONE-WAY      TO TRUE
           ELSE
               MOVE W-COL-DIMENSION
                                   TO W-DIM-CODE

               IF      NOT W-DIM-VALID
                   OR  W-COL-DIMENSION = W-ROW-DIMENSION
                   DISPLAY W-ERROR-MSG
                           'Argument 3 must be NONE or another of '
                           'ZIP3, ENTITY, STATUS or YEAR'
                   MOVE 11         TO W-RETURN-CODE
                   GO TO SUB-1010-EXIT
               END-IF

               SET  W-TWO-WAY      TO TRUE
           END-IF

           MOVE SPACES             TO W-EXTRACT-PATH
           STRING 'Data\NAMEADDR.StatExtract.'
                                   DELIMITED BY SIZE
                  FUNCTION TRIM(W-RECIPIENT)
                                   DELIMITED BY SIZE
                  '.dat'           DELIMITED BY SIZE
             INTO W-EXTRACT-PATH
           END-STRING

           DISPLAY 'Recipient: '
                   W-RECIPIENT
                   '  Rows: '
                   W-ROW-DIMENSION
                   '  Columns: '
                   W-COL-DIMENSION
           .
       SUB-1010-EXIT.
           EXIT.
      /
       SUB-1050-REGISTRY-MIN-CELL.
      *---------------------------

      **** The value in force today in the parameter registry, else
      **** the compiled-in default.

           SET  PR-FUNC-GET        TO TRUE
           MOVE 'NAMADDSTX'        TO PR-PROGRAM-NAME
           MOVE 'STAT-MIN-CELL'    TO PR-PARM-NAME
           MOVE SPACES             TO PR-AS-OF-DATE

           CALL 'PARMREG' USING W-PR-CONTROL

           IF      PR-RESPONSE-FILE-ERROR
               DISPLAY W-ERROR-MSG
                       'Parameter registry unreadable - using the '
                       'default minimum cell count'
               GO TO SUB-1050-EXIT
           END-IF

           IF      PR-NOT-FOUND
               GO TO SUB-1050-EXIT
           END-IF

           IF      PR-VALUE-NUMERIC
               AND PR-VALUE-NUM > 0
               AND PR-VALUE-NUM < 100000
               MOVE PR-VALUE-NUM   TO W-MIN-CELL
               DISPLAY 'Registry STAT-MIN-CELL in force since '
                       PR-EFFECTIVE-DATE
           ELSE
               DISPLAY W-ERROR-MSG
                       'Registry STAT-MIN-CELL '
                       FUNCTION TRIM(PR-VALUE)
                       ' is not usable - using the default'
           END-IF
           .
       SUB-1050-EXIT.
           EXIT.
      /
       SUB-2000-TALLY-LIVE.
      *--------------------

           ADD  1                  TO W-NAMADDIX-RECS

           PERFORM SUB-2100-TALLY-ONE THRU SUB-2100-EXIT

           IF      W-RETURN-CODE = 0
               PERFORM SUB-9600-READ-NAMADDIX-SEQ THRU SUB-9600-EXIT
           END-IF
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-TALLY-ONE.
      *-------------------

      **** The canary is not a registrant and is never counted.

           IF      NA-TAXID-CANARY IN W-NA-REC
               GO TO SUB-2100-EXIT
           END-IF

           ADD  1                  TO W-SOURCE-RECS

           MOVE W-ROW-DIMENSION    TO W-DIM-CODE
           PERFORM SUB-2200-DIMENSION-VALUE THRU SUB-2200-EXIT
           PERFORM SUB-2300-FIND-ROW THRU SUB-2300-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-2100-EXIT
           END-IF

           IF      W-TWO-WAY
               MOVE W-COL-DIMENSION
                                   TO W-DIM-CODE
               PERFORM SUB-2200-DIMENSION-VALUE THRU SUB-2200-EXIT
               PERFORM SUB-2400-FIND-COLUMN THRU SUB-2400-EXIT

               IF      W-RETURN-CODE NOT = 0
                   GO TO SUB-2100-EXIT
               END-IF
           ELSE
               MOVE 1              TO W-C
               MOVE 1              TO W-COL-COUNT
               MOVE 'ALL'          TO W-COL-VALUE(1)
           END-IF

           ADD  1                  TO W-CELL-COUNT(W-R, W-C)
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-DIMENSION-VALUE.
      *-------------------------

           MOVE 'UNK'              TO W-DIM-VALUE

           EVALUATE W-DIM-CODE
               WHEN 'ZIP3'
                   IF      NA-ZIP-CODE(1 : 3) IS NUMERIC
                       MOVE NA-ZIP-CODE(1 : 3)
                                   TO W-DIM-VALUE
                   END-IF

               WHEN 'ENTITY'
                   IF      NA-ENTITY-PERSON
                       MOVE 'P'    TO W-DIM-VALUE
                   ELSE
                       IF      NA-ENTITY-TYPE-VALID
                           MOVE NA-ENTITY-TYPE
                                   TO W-DIM-VALUE
                       END-IF
                   END-IF

               WHEN 'STATUS'
                   IF      NA-STATUS NOT = SPACE
                       MOVE NA-STATUS
                                   TO W-DIM-VALUE
                   END-IF

               WHEN 'YEAR'
                   IF      NA-EFFECTIVE-DATE(1 : 4) IS NUMERIC
                       MOVE NA-EFFECTIVE-DATE(1 : 4)
                                   TO W-DIM-VALUE
                   END-IF
           END-EVALUATE
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2300-FIND-ROW.
      *------------------

           PERFORM VARYING W-R FROM 1 BY 1
                   UNTIL W-R > W-ROW-COUNT
                   OR    W-ROW-VALUE(W-R) = W-DIM-VALUE
               CONTINUE
           END-PERFORM

           IF      W-R <= W-ROW-COUNT
               GO TO SUB-2300-EXIT
           END-IF

           IF      W-ROW-COUNT >= W-ROW-MAX
               DISPLAY W-ERROR-MSG
                       'More than '
                       W-ROW-MAX
                       ' row values - no extract produced'
               MOVE 25             TO W-RETURN-CODE
               GO TO SUB-2300-EXIT
           END-IF

           ADD  1                  TO W-ROW-COUNT
           MOVE W-ROW-COUNT        TO W-R
           MOVE W-DIM-VALUE        TO W-ROW-VALUE(W-R)
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2400-FIND-COLUMN.
      *---------------------

           PERFORM VARYING W-C FROM 1 BY 1
                   UNTIL W-C > W-COL-COUNT
                   OR    W-COL-VALUE(W-C) = W-DIM-VALUE
               CONTINUE
           END-PERFORM

           IF      W-C <= W-COL-COUNT
               GO TO SUB-2400-EXIT
           END-IF

           IF      W-COL-COUNT >= W-COL-MAX
               DISPLAY W-ERROR-MSG
                       'More than '
                       W-COL-MAX
                       ' column values - put '
                       FUNCTION TRIM(W-COL-DIMENSION)
                       ' on the rows instead'
               MOVE 25             TO W-RETURN-CODE
               GO TO SUB-2400-EXIT
           END-IF

           ADD  1                  TO W-COL-COUNT
           MOVE W-COL-COUNT        TO W-C
           MOVE W-DIM-VALUE        TO W-COL-VALUE(W-C)
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-2500-TALLY-HISTORY.
      *-----------------------

      **** Archived records count as well; a system that has never
      **** archived has no history file, which is not an error.

           OPEN INPUT NAMADDHS

           IF      W-HS-FILE-NOT-FOUND
               DISPLAY 'No history file - live records only'
               GO TO SUB-2500-EXIT
           END-IF

           IF      NOT W-HS-FILE-STATUS-GOOD
               MOVE W-HS-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-HS-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDHS'
               MOVE 12             TO W-RETURN-CODE
               GO TO SUB-2500-EXIT
           END-IF

           PERFORM SUB-2600-TALLY-ONE-HISTORY THRU SUB-2600-EXIT
               UNTIL W-HS-EOF
               OR    W-RETURN-CODE NOT = 0

           CLOSE NAMADDHS
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2600-TALLY-ONE-HISTORY.
      *---------------------------

           READ NAMADDHS
               AT END
                   SET  W-HS-EOF   TO TRUE
                   GO TO SUB-2600-EXIT
           END-READ

           IF      NAMADDHS-REC = SPACES
               GO TO SUB-2600-EXIT
           END-IF

           ADD  1                  TO W-HISTORY-RECS
           MOVE NAMADDHS-REC(1 : LENGTH OF W-NA-REC)
                                   TO W-NA-REC

           PERFORM SUB-2100-TALLY-ONE THRU SUB-2100-EXIT
           .
       SUB-2600-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           MOVE W-NAMADDIX-RECS    TO W-DISP-COUNT
           DISPLAY 'NAMADDIX records counted:   '
                   W-DISP-COUNT

           MOVE W-HISTORY-RECS     TO W-DISP-COUNT
           DISPLAY 'History records counted:    '
                   W-DISP-COUNT

           MOVE W-CELLS            TO W-DISP-COUNT
           DISPLAY 'Cells released:             '
                   W-DISP-COUNT

           MOVE W-PRIMARY-CELLS    TO W-DISP-COUNT
           DISPLAY 'Suppressed under minimum:   '
                   W-DISP-COUNT

           MOVE W-COMPLEMENTARY-CELLS
                                   TO W-DISP-COUNT
           DISPLAY 'Complementary suppressions: '
                   W-DISP-COUNT

           DISPLAY 'Extract written to '
                   FUNCTION TRIM(W-EXTRACT-PATH)

           DISPLAY 'NAMADDSTX completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-4000-BUILD-TOTALS.
      *----------------------

      **** A one-way table has its single count column and the
      **** totals column beside it, which simply repeats it; the
      **** suppression still treats it as a line, so a hidden count
      **** hides its total too.

           COMPUTE W-TOT-ROW = W-ROW-COUNT + 1
           COMPUTE W-TOT-COL = W-COL-COUNT + 1

           PERFORM VARYING W-R FROM 1 BY 1
                   UNTIL W-R > W-ROW-COUNT
               PERFORM VARYING W-C FROM 1 BY 1
                       UNTIL W-C > W-COL-COUNT
                   ADD  W-CELL-COUNT(W-R, W-C)
                                   TO W-CELL-COUNT(W-R, W-TOT-COL)
                                      W-CELL-COUNT(W-TOT-ROW, W-C)
                                      W-CELL-COUNT(W-TOT-ROW,
                                                   W-TOT-COL)
               END-PERFORM
           END-PERFORM

           IF      W-TWO-WAY
               COMPUTE W-CELLS = W-TOT-ROW * W-TOT-COL
           ELSE
               MOVE W-TOT-ROW      TO W-CELLS
           END-IF
           .
       SUB-4000-EXIT.
           EXIT.
      /
       SUB-5000-SUPPRESS.
      *------------------

      **** Primary suppression: every figure above zero but under
      **** the minimum, totals included.

           PERFORM VARYING W-R FROM 1 BY 1
                   UNTIL W-R > W-TOT-ROW
               PERFORM VARYING W-C FROM 1 BY 1
                       UNTIL W-C > W-TOT-COL
                   IF      W-CELL-COUNT(W-R, W-C) > 0
                       AND W-CELL-COUNT(W-R, W-C) < W-MIN-CELL
                       SET  W-CELL-PRIMARY(W-R, W-C)
                                   TO TRUE
                       IF      W-TWO-WAY
                           OR  W-C NOT = W-TOT-COL
                           ADD  1  TO W-PRIMARY-CELLS
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM

      **** Complementary suppression: a line - a row with its total,
      **** or a column with its total - holding exactly one hidden
      **** figure gives it away by subtraction, so hide a second.
      **** Hiding one can expose another line, so repeat until a
      **** whole pass hides nothing more.

           SET  W-SUPPRESSION-CHANGED
                                   TO TRUE

           PERFORM SUB-5100-SUPPRESSION-PASS THRU SUB-5100-EXIT
               UNTIL W-SUPPRESSION-STABLE

           DISPLAY 'Complementary suppression passes: '
                   W-PASSES
           .
       SUB-5000-EXIT.
           EXIT.
      /
       SUB-5100-SUPPRESSION-PASS.
      *--------------------------

           SET  W-SUPPRESSION-STABLE
                                   TO TRUE
           ADD  1                  TO W-PASSES

           PERFORM SUB-5200-CHECK-ROW THRU SUB-5200-EXIT
               VARYING W-R FROM 1 BY 1
               UNTIL W-R > W-TOT-ROW

           PERFORM SUB-5300-CHECK-COLUMN THRU SUB-5300-EXIT
               VARYING W-C FROM 1 BY 1
               UNTIL W-C > W-TOT-COL
           .
       SUB-5100-EXIT.
           EXIT.
      /
       SUB-5200-CHECK-ROW.
      *-------------------

           MOVE 0                  TO W-LINE-HIDDEN

           PERFORM VARYING W-I FROM 1 BY 1
                   UNTIL W-I > W-TOT-COL
               IF      NOT W-CELL-SHOWN(W-R, W-I)
                   ADD  1          TO W-LINE-HIDDEN
               END-IF
           END-PERFORM

           IF      W-LINE-HIDDEN NOT = 1
               GO TO SUB-5200-EXIT
           END-IF

      **** Hide the smallest figure still shown, preferring one above
      **** zero; the grand total goes only when nothing else can.

           MOVE 0                  TO W-PICK-C

           PERFORM VARYING W-I FROM 1 BY 1
                   UNTIL W-I > W-TOT-COL
               IF      W-CELL-SHOWN(W-R, W-I)
                   AND NOT (W-R = W-TOT-ROW AND W-I = W-TOT-COL)
                   IF      W-PICK-C = 0
                       MOVE W-I    TO W-PICK-C
                   ELSE
                       MOVE W-CELL-COUNT(W-R, W-PICK-C)
                                   TO W-PICK-COUNT
                       IF      (W-PICK-COUNT = 0
                                AND W-CELL-COUNT(W-R, W-I) > 0)
                           OR  (W-CELL-COUNT(W-R, W-I) > 0
                                AND W-CELL-COUNT(W-R, W-I)
                                    < W-PICK-COUNT)
                           MOVE W-I
                                   TO W-PICK-C
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF      W-PICK-C = 0
               MOVE W-TOT-COL      TO W-PICK-C
           END-IF

           SET  W-CELL-COMPLEMENTARY(W-R, W-PICK-C)
                                   TO TRUE
           ADD  1                  TO W-COMPLEMENTARY-CELLS
           SET  W-SUPPRESSION-CHANGED
                                   TO TRUE
           .
       SUB-5200-EXIT.
           EXIT.
      /
       SUB-5300-CHECK-COLUMN.
      *----------------------

           MOVE 0                  TO W-LINE-HIDDEN

           PERFORM VARYING W-I FROM 1 BY 1
                   UNTIL W-I > W-TOT-ROW
               IF      NOT W-CELL-SHOWN(W-I, W-C)
                   ADD  1          TO W-LINE-HIDDEN
               END-IF
           END-PERFORM

           IF      W-LINE-HIDDEN NOT = 1
               GO TO SUB-5300-EXIT
           END-IF

           MOVE 0                  TO W-PICK-R

           PERFORM VARYING W-I FROM 1 BY 1
                   UNTIL W-I > W-TOT-ROW
               IF      W-CELL-SHOWN(W-I, W-C)
                   AND NOT (W-I = W-TOT-ROW AND W-C = W-TOT-COL)
                   IF      W-PICK-R = 0
                       MOVE W-I    TO W-PICK-R
                   ELSE
                       MOVE W-CELL-COUNT(W-PICK-R, W-C)
                                   TO W-PICK-COUNT
                       IF      (W-PICK-COUNT = 0
                                AND W-CELL-COUNT(W-I, W-C) > 0)
                           OR  (W-CELL-COUNT(W-I, W-C) > 0
                                AND W-CELL-COUNT(W-I, W-C)
                                    < W-PICK-COUNT)
                           MOVE W-I
                                   TO W-PICK-R
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF      W-PICK-R = 0
               MOVE W-TOT-ROW      TO W-PICK-R
           END-IF

           SET  W-CELL-COMPLEMENTARY(W-PICK-R, W-C)
                                   TO TRUE

           IF      W-TWO-WAY
               OR  W-C NOT = W-TOT-COL
               ADD  1              TO W-COMPLEMENTARY-CELLS
           END-IF
           SET  W-SUPPRESSION-CHANGED
                                   TO TRUE
           .
       SUB-5300-EXIT.
           EXIT.
      /
       SUB-6000-WRITE-EXTRACT.
      *-----------------------

           PERFORM VARYING W-I FROM 1 BY 1
                   UNTIL W-I > W-ROW-COUNT
               MOVE W-I            TO W-ROW-ORDER(W-I)
           END-PERFORM

           PERFORM VARYING W-I FROM 1 BY 1
                   UNTIL W-I > W-COL-COUNT
               MOVE W-I            TO W-COL-ORDER(W-I)
           END-PERFORM

           PERFORM SUB-6100-ORDER-ROWS THRU SUB-6100-EXIT
               VARYING W-I FROM 1 BY 1
               UNTIL W-I >= W-ROW-COUNT
               AFTER W-J FROM 1 BY 1
               UNTIL W-J >= W-ROW-COUNT

           PERFORM SUB-6150-ORDER-COLUMNS THRU SUB-6150-EXIT
               VARYING W-I FROM 1 BY 1
               UNTIL W-I >= W-COL-COUNT
               AFTER W-J FROM 1 BY 1
               UNTIL W-J >= W-COL-COUNT

           OPEN OUTPUT NAMADDSX

           IF      NOT W-SX-FILE-STATUS-GOOD
               MOVE W-SX-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-SX-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening '
                       FUNCTION TRIM(W-EXTRACT-PATH)
               MOVE 15             TO W-RETURN-CODE
               GO TO SUB-6000-EXIT
           END-IF

      **** Heading row: the dimensions, then the column values.

           MOVE SPACES             TO NAMADDSX-REC
           MOVE 1                  TO W-CSV-PTR

           IF      W-TWO-WAY
               STRING FUNCTION TRIM(W-ROW-DIMENSION)
                                   DELIMITED BY SIZE
                      ' BY '       DELIMITED BY SIZE
                      FUNCTION TRIM(W-COL-DIMENSION)
                                   DELIMITED BY SIZE
                 INTO NAMADDSX-REC
                 WITH POINTER W-CSV-PTR
               END-STRING

               PERFORM VARYING W-I FROM 1 BY 1
                       UNTIL W-I > W-COL-COUNT
                   MOVE W-COL-ORDER(W-I)
                                   TO W-C
                   STRING ','      DELIMITED BY SIZE
                          FUNCTION TRIM(W-COL-VALUE(W-C))
                                   DELIMITED BY SIZE
                     INTO NAMADDSX-REC
                     WITH POINTER W-CSV-PTR
                   END-STRING
               END-PERFORM

               STRING ',TOTAL'     DELIMITED BY SIZE
                 INTO NAMADDSX-REC
                 WITH POINTER W-CSV-PTR
               END-STRING
           ELSE
               STRING FUNCTION TRIM(W-ROW-DIMENSION)
                                   DELIMITED BY SIZE
                      ',COUNT'     DELIMITED BY SIZE
                 INTO NAMADDSX-REC
                 WITH POINTER W-CSV-PTR
               END-STRING
           END-IF

           PERFORM SUB-9900-WRITE-NAMADDSX THRU SUB-9900-EXIT

           PERFORM SUB-6200-WRITE-ROW THRU SUB-6200-EXIT
               VARYING W-J FROM 1 BY 1
               UNTIL W-J > W-TOT-ROW
               OR    W-RETURN-CODE NOT = 0

           MOVE W-MIN-CELL         TO W-MIN-CELL-DISP
           MOVE SPACES             TO NAMADDSX-REC
           STRING '* S = suppressed: under '
                                   DELIMITED BY SIZE
                  W-MIN-CELL-DISP  DELIMITED BY SIZE
                  ', or hidden so such a cell cannot be derived'
                                   DELIMITED BY SIZE
             INTO NAMADDSX-REC
           END-STRING
           PERFORM SUB-9900-WRITE-NAMADDSX THRU SUB-9900-EXIT

           CLOSE NAMADDSX
           .
       SUB-6000-EXIT.
           EXIT.
      /
       SUB-6100-ORDER-ROWS.
      *--------------------

           IF      W-ROW-VALUE(W-ROW-ORDER(W-J))
                   > W-ROW-VALUE(W-ROW-ORDER(W-J + 1))
               MOVE W-ROW-ORDER(W-J)
                                   TO W-HOLD-ORDER
               MOVE W-ROW-ORDER(W-J + 1)
                                   TO W-ROW-ORDER(W-J)
               MOVE W-HOLD-ORDER   TO W-ROW-ORDER(W-J + 1)
           END-IF
           .
       SUB-6100-EXIT.
           EXIT.
      /
       SUB-6150-ORDER-COLUMNS.
      *-----------------------

           IF      W-COL-VALUE(W-COL-ORDER(W-J))
                   > W-COL-VALUE(W-COL-ORDER(W-J + 1))
               MOVE W-COL-ORDER(W-J)
                                   TO W-HOLD-ORDER
               MOVE W-COL-ORDER(W-J + 1)
                                   TO W-COL-ORDER(W-J)
               MOVE W-HOLD-ORDER   TO W-COL-ORDER(W-J + 1)
           END-IF
           .
       SUB-6150-EXIT.
           EXIT.
      /
       SUB-6200-WRITE-ROW.
      *-------------------

      **** W-J runs through the output rows; the last is the totals.

           MOVE SPACES             TO NAMADDSX-REC
           MOVE 1                  TO W-CSV-PTR

           IF      W-J > W-ROW-COUNT
               MOVE W-TOT-ROW      TO W-R
               STRING 'TOTAL'      DELIMITED BY SIZE
                 INTO NAMADDSX-REC
                 WITH POINTER W-CSV-PTR
               END-STRING
           ELSE
               MOVE W-ROW-ORDER(W-J)
                                   TO W-R
               STRING FUNCTION TRIM(W-ROW-VALUE(W-R))
                                   DELIMITED BY SIZE
                 INTO NAMADDSX-REC
                 WITH POINTER W-CSV-PTR
               END-STRING
           END-IF

           PERFORM VARYING W-I FROM 1 BY 1
                   UNTIL W-I > W-COL-COUNT
               MOVE W-COL-ORDER(W-I)
                                   TO W-C
               PERFORM SUB-6250-APPEND-CELL THRU SUB-6250-EXIT
           END-PERFORM

           IF      W-TWO-WAY
               MOVE W-TOT-COL      TO W-C
               PERFORM SUB-6250-APPEND-CELL THRU SUB-6250-EXIT
           END-IF

           PERFORM SUB-9900-WRITE-NAMADDSX THRU SUB-9900-EXIT
           .
       SUB-6200-EXIT.
           EXIT.
      /
       SUB-6250-APPEND-CELL.
      *---------------------

      **** A one-way table prints each row's count once - the totals
      **** column repeating it is left off (and left out of the cell
      **** and suppression counts) - so its suppression mark is the
      **** stronger of the two.

           IF      W-CELL-SHOWN(W-R, W-C)
               AND (W-TWO-WAY
                    OR W-CELL-SHOWN(W-R, W-TOT-COL))
               MOVE W-CELL-COUNT(W-R, W-C)
                                   TO W-DISP-CELL
               STRING ','          DELIMITED BY SIZE
                      FUNCTION TRIM(W-DISP-CELL)
                                   DELIMITED BY SIZE
                 INTO NAMADDSX-REC
                 WITH POINTER W-CSV-PTR
               END-STRING
           ELSE
               STRING ',S'         DELIMITED BY SIZE
                 INTO NAMADDSX-REC
                 WITH POINTER W-CSV-PTR
               END-STRING
           END-IF
           .
       SUB-6250-EXIT.
           EXIT.
      /
       SUB-7000-LOG-DISCLOSURE.
      *------------------------

      **** No log line, no release: an extract that cannot be
      **** accounted for is emptied.

           OPEN EXTEND NAMADDDL

           IF      NOT W-DL-FILE-STATUS-GOOD
               OPEN OUTPUT NAMADDDL
           END-IF

           IF      NOT W-DL-FILE-STATUS-GOOD
               MOVE W-DL-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-DL-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDDL - extract withdrawn'
               PERFORM SUB-7100-WITHDRAW-EXTRACT THRU SUB-7100-EXIT
               MOVE 16             TO W-RETURN-CODE
               GO TO SUB-7000-EXIT
           END-IF

           MOVE SPACES             TO NAMADDDL-REC
           MOVE FUNCTION CURRENT-DATE(1:14)
                                   TO DL-TIMESTAMP
           MOVE RI-RUN-ID          TO DL-RUN-ID
           MOVE W-RECIPIENT        TO DL-RECIPIENT
           MOVE W-OPERATOR-ID      TO DL-OPERATOR
           MOVE W-ROW-DIMENSION    TO DL-ROW-DIMENSION
           MOVE W-COL-DIMENSION    TO DL-COL-DIMENSION
           MOVE W-MIN-CELL         TO DL-MIN-CELL
           MOVE W-SOURCE-RECS      TO DL-SOURCE-RECS
           MOVE W-CELLS            TO DL-CELLS
           MOVE W-PRIMARY-CELLS    TO DL-PRIMARY-SUPPRESSED
           MOVE W-COMPLEMENTARY-CELLS
                                   TO DL-COMPLEMENTARY
           MOVE W-EXTRACT-PATH     TO DL-OUTPUT-PATH

           WRITE NAMADDDL-REC

           IF      NOT W-DL-FILE-STATUS-GOOD
               MOVE W-DL-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-DL-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing NAMADDDL - extract withdrawn'
               PERFORM SUB-7100-WITHDRAW-EXTRACT THRU SUB-7100-EXIT
               MOVE 41             TO W-RETURN-CODE
           END-IF

           CLOSE NAMADDDL
           .
       SUB-7000-EXIT.
           EXIT.
      /
       SUB-7100-WITHDRAW-EXTRACT.
      *--------------------------

           OPEN OUTPUT NAMADDSX
           CLOSE NAMADDSX
           .
       SUB-7100-EXIT.
           EXIT.
      /
       SUB-9600-READ-NAMADDIX-SEQ.
      *---------------------------

           READ NAMADDIX NEXT      INTO W-NA-REC
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-9600-EXIT
           END-READ

           IF      NOT W-FILE-STATUS-GOOD
               MOVE W-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' reading NAMADDIX next record'
               MOVE 30             TO W-RETURN-CODE
           END-IF
           .
       SUB-9600-EXIT.
           EXIT.
      /
       SUB-9900-WRITE-NAMADDSX.
      *------------------------

           WRITE NAMADDSX-REC

           IF      NOT W-SX-FILE-STATUS-GOOD
               MOVE W-SX-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-SX-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing '
                       FUNCTION TRIM(W-EXTRACT-PATH)
               MOVE 40             TO W-RETURN-CODE
           END-IF
           .
       SUB-9900-EXIT.
           EXIT.
