      *============================ PARMREG ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Subroutine answering parameter queries from the
      *              registry Data\NAMEADDR.ParmRegistry.dat (layout
      *              NAMADDPM.cpy), in the same load-once-query-many
      *              shape as ACCTREG. A query answers the value of a
      *              program's parameter in force on the as-of date -
      *              the one with the latest effective date not after
      *              it - and whether that value is a whole number.
      *              BLDFILES, NAMADDGTE, NAMADDARC, NAMADDCTP,
      *              NAMADDDSP and NAMADDGDG take their thresholds
      *              through it. The registry is maintained by
      *              NAMADDPRM.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.             PARMREG.

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
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  NAMADDPM.

       01  NAMADDPM-REC.           COPY NAMADDPM.
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-LOADED-SW             PIC X(01)       VALUE 'N'.
           88  W-TABLE-LOADED                      VALUE 'Y'.
           88  W-TABLE-NOT-LOADED                  VALUE 'N'.

       01  W-PARM-COUNT            PIC 9(04)  COMP VALUE 0.
       01  W-PARM-MAX              PIC 9(04)  COMP VALUE 2000.

       01  W-PARM-TABLE.
           05  W-PARM-ENTRY                        OCCURS 2000
                                                   INDEXED W-PARM-IX.
               10  W-PARM-PROGRAM  PIC X(09).
               10  W-PARM-NAME     PIC X(30).
               10  W-PARM-EFFECTIVE
                                   PIC X(08).
               10  W-PARM-VALUE    PIC X(20).

       01  W-AS-OF-DATE            PIC X(08).
       01  W-VALUE-LEN             PIC 9(02)  COMP.

       01  W-PM-EOF-SW             PIC X(01)       VALUE 'N'.
           88  W-PM-EOF                            VALUE 'Y'.
           88  W-PM-NOT-EOF                        VALUE 'N'.

       01  W-PM-FILE-STATUS        PIC X(02).
           88  W-PM-FILE-STATUS-GOOD               VALUE '00'.
           88  W-PM-FILE-NOT-FOUND                 VALUE '35'.
      /
       LINKAGE SECTION.
      *----------------

       01  L-CONTROL.              COPY PARMREGL.
      /
       PROCEDURE DIVISION
      *==================
           USING L-CONTROL.

       MAIN.
      *-----

           SET  PR-RESPONSE-GOOD   TO TRUE

           IF      PR-FUNC-LOAD
               PERFORM SUB-1000-LOAD-TABLE THRU SUB-1000-EXIT
               GO TO MAIN-EXIT
           END-IF

           IF      W-TABLE-NOT-LOADED
               PERFORM SUB-1000-LOAD-TABLE THRU SUB-1000-EXIT
           END-IF

           PERFORM SUB-2000-GET-PARM THRU SUB-2000-EXIT
           .
       MAIN-EXIT.
           GOBACK.
      /
       SUB-1000-LOAD-TABLE.
      *--------------------

           MOVE 0                  TO W-PARM-COUNT
           MOVE 'N'                TO W-LOADED-SW
           SET  W-PM-NOT-EOF       TO TRUE

           OPEN INPUT NAMADDPM

           IF      W-PM-FILE-NOT-FOUND
               SET  W-TABLE-LOADED TO TRUE
               GO TO SUB-1000-EXIT
           END-IF

           IF      NOT W-PM-FILE-STATUS-GOOD
               SET  PR-RESPONSE-FILE-ERROR
                                   TO TRUE
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1100-LOAD-ONE-ENTRY THRU SUB-1100-EXIT
               UNTIL W-PM-EOF

           CLOSE NAMADDPM

           SET  W-TABLE-LOADED     TO TRUE
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-ONE-ENTRY.
      *------------------------

           READ NAMADDPM
               AT END
                   SET  W-PM-EOF   TO TRUE
                   GO TO SUB-1100-EXIT
           END-READ

           IF      NAMADDPM-REC = SPACES
               OR  PM-PROGRAM-NAME(1 : 1) = '*'
               GO TO SUB-1100-EXIT
           END-IF

           IF      W-PARM-COUNT < W-PARM-MAX
               ADD  1              TO W-PARM-COUNT
               SET  W-PARM-IX      TO W-PARM-COUNT
               MOVE FUNCTION UPPER-CASE(PM-PROGRAM-NAME)
                                   TO W-PARM-PROGRAM(W-PARM-IX)
               MOVE FUNCTION UPPER-CASE(PM-PARM-NAME)
                                   TO W-PARM-NAME(W-PARM-IX)
               MOVE PM-EFFECTIVE-DATE
                                   TO W-PARM-EFFECTIVE(W-PARM-IX)
               MOVE PM-VALUE       TO W-PARM-VALUE(W-PARM-IX)
           ELSE
               SET  PR-RESPONSE-FILE-ERROR
                                   TO TRUE
               SET  W-PM-EOF       TO TRUE
           END-IF
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-2000-GET-PARM.
      *------------------

           SET  PR-NOT-FOUND       TO TRUE
           SET  PR-VALUE-NOT-NUMERIC
                                   TO TRUE
           MOVE SPACES             TO PR-VALUE
                                      PR-EFFECTIVE-DATE
           MOVE 0                  TO PR-VALUE-NUM

           IF      PR-AS-OF-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8)
                                   TO W-AS-OF-DATE
           ELSE
               MOVE PR-AS-OF-DATE  TO W-AS-OF-DATE
           END-IF

      **** The registry is not kept in date order - the latest
      **** effective date not after the as-of date wins, wherever it
      **** stands in the file.

           PERFORM VARYING W-PARM-IX FROM 1 BY 1
                   UNTIL W-PARM-IX > W-PARM-COUNT
               IF      W-PARM-PROGRAM(W-PARM-IX) = PR-PROGRAM-NAME
                   AND W-PARM-NAME(W-PARM-IX) = PR-PARM-NAME
                   AND W-PARM-EFFECTIVE(W-PARM-IX) <= W-AS-OF-DATE
                   AND (PR-NOT-FOUND
                   OR   W-PARM-EFFECTIVE(W-PARM-IX)
                      > PR-EFFECTIVE-DATE)
                   SET  PR-FOUND   TO TRUE
                   MOVE W-PARM-VALUE(W-PARM-IX)
                                   TO PR-VALUE
                   MOVE W-PARM-EFFECTIVE(W-PARM-IX)
                                   TO PR-EFFECTIVE-DATE
               END-IF
           END-PERFORM

           IF      PR-NOT-FOUND
               GO TO SUB-2000-EXIT
           END-IF

           MOVE 0                  TO W-VALUE-LEN
           INSPECT PR-VALUE TALLYING W-VALUE-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE

           IF      W-VALUE-LEN > 0
               AND W-VALUE-LEN < 10
               AND PR-VALUE(1 : W-VALUE-LEN) IS NUMERIC
               AND PR-VALUE(W-VALUE-LEN + 1 : ) = SPACES
               SET  PR-VALUE-NUMERIC
                                   TO TRUE
               COMPUTE PR-VALUE-NUM
                   = FUNCTION NUMVAL(PR-VALUE(1 : W-VALUE-LEN))
           END-IF
           .
       SUB-2000-EXIT.
           EXIT.
