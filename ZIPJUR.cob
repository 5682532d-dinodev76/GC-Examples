      *=========================== ZIPJUR =============================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Subroutine answering which jurisdiction an
      *              address belongs to, from the reference directory
      *              Data\NAMEADDR.ZipJuris.dat - one line per 5-digit
      *              ZIP with its jurisdiction code, or, where a ZIP
      *              straddles a county line, one line per ZIP and
      *              city. NAMADDZIP's J mode writes the directory in
      *              ZIP and city order; it is read into a table on
      *              the first call and held for the rest of the run.
      *
      *              Only a US-pattern ZIP (five leading digits) is
      *              ever placed; anything else answers UNKNOWN.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.             ZIPJUR.

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
           SELECT ZIPJUDIR         ASSIGN "Data\NAMEADDR.ZipJuris.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-JZ-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  ZIPJUDIR.

       01  ZIPJUDIR-REC.
           05  JZ-ZIP5             PIC X(05).
           05  FILLER              PIC X(01).
           05  JZ-CITY             PIC X(25).
           05  FILLER              PIC X(01).
           05  JZ-JUR-CODE         PIC X(03).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-LOADED-SW             PIC X(01)       VALUE 'N'.
           88  W-TABLE-LOADED                      VALUE 'Y'.

       01  W-DIR-COUNT             PIC 9(05)  COMP VALUE 0.
       01  W-DIR-MAX               PIC 9(05)  COMP VALUE 20000.

       01  W-DIR-TABLE.
           05  W-DIR-ENTRY                         OCCURS 1 TO 20000
                                                   DEPENDING ON
                                                       W-DIR-COUNT
                                                   ASCENDING KEY
                                                       W-DIR-ZIP5
                                                       W-DIR-CITY
                                                   INDEXED W-DIR-IX.
               10  W-DIR-ZIP5      PIC X(05).
               10  W-DIR-CITY      PIC X(25).
               10  W-DIR-JUR-CODE  PIC X(03).

       01  W-PREV-KEY              PIC X(30)       VALUE LOW-VALUES.
       01  W-THIS-KEY              PIC X(30).

       01  W-CITY                  PIC X(25).

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-JZ-EOF                            VALUE 'Y'.

       01  W-JZ-FILE-STATUS        PIC X(02).
           88  W-JZ-FILE-STATUS-GOOD               VALUE '00'.
      /
       LINKAGE SECTION.
      *----------------

       01  L-CONTROL.              COPY ZIPJURL.
      /
       PROCEDURE DIVISION
      *==================
           USING L-CONTROL.

       MAIN.
      *-----

           IF      NOT W-TABLE-LOADED
               PERFORM SUB-1000-LOAD-DIRECTORY THRU SUB-1000-EXIT
           END-IF

           SET  ZJ-RESULT-UNKNOWN  TO TRUE
           MOVE SPACES             TO ZJ-JUR-CODE

           IF      ZJ-ZIP-CODE(1 : 5) NOT NUMERIC
               OR  W-DIR-COUNT = 0
               GO TO MAIN-EXIT
           END-IF

           MOVE FUNCTION UPPER-CASE(ZJ-CITY)
                                   TO W-CITY

      **** The ZIP and city entry first, then the ZIP's own entry;
      **** a ZIP listed only with other cities is split.

           IF      W-CITY NOT = SPACES
               SEARCH ALL W-DIR-ENTRY
                   WHEN W-DIR-ZIP5(W-DIR-IX) = ZJ-ZIP-CODE(1 : 5)
                    AND W-DIR-CITY(W-DIR-IX) = W-CITY
                       SET  ZJ-RESULT-FOUND
                                   TO TRUE
                       MOVE W-DIR-JUR-CODE(W-DIR-IX)
                                   TO ZJ-JUR-CODE
                       GO TO MAIN-EXIT
               END-SEARCH
           END-IF

           SEARCH ALL W-DIR-ENTRY
               WHEN W-DIR-ZIP5(W-DIR-IX) = ZJ-ZIP-CODE(1 : 5)
                AND W-DIR-CITY(W-DIR-IX) = SPACES
                   SET  ZJ-RESULT-FOUND
                                   TO TRUE
                   MOVE W-DIR-JUR-CODE(W-DIR-IX)
                                   TO ZJ-JUR-CODE
                   GO TO MAIN-EXIT
           END-SEARCH

           SEARCH ALL W-DIR-ENTRY
               WHEN W-DIR-ZIP5(W-DIR-IX) = ZJ-ZIP-CODE(1 : 5)
                   SET  ZJ-RESULT-SPLIT
                                   TO TRUE
           END-SEARCH
           .
       MAIN-EXIT.
           GOBACK.
      /
       SUB-1000-LOAD-DIRECTORY.
      *------------------------

           SET  W-TABLE-LOADED     TO TRUE

           OPEN INPUT ZIPJUDIR

           IF      NOT W-JZ-FILE-STATUS-GOOD
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1100-LOAD-ONE-ENTRY THRU SUB-1100-EXIT
               UNTIL W-JZ-EOF

           CLOSE ZIPJUDIR
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-ONE-ENTRY.
      *------------------------

           READ ZIPJUDIR
               AT END
                   SET  W-JZ-EOF   TO TRUE
                   GO TO SUB-1100-EXIT
           END-READ

      **** The table is binary-searched, so a line out of ZIP and
      **** city order - the directory edited by hand - is left out
      **** rather than allowed to hide its neighbours.

           MOVE JZ-ZIP5            TO W-THIS-KEY(1 : 5)
           MOVE JZ-CITY            TO W-THIS-KEY(6 : 25)

           IF      W-DIR-COUNT >= W-DIR-MAX
               OR  JZ-ZIP5 NOT NUMERIC
               OR  W-THIS-KEY NOT > W-PREV-KEY
               GO TO SUB-1100-EXIT
           END-IF

           MOVE W-THIS-KEY         TO W-PREV-KEY

           ADD  1                  TO W-DIR-COUNT
           SET  W-DIR-IX           TO W-DIR-COUNT
           MOVE JZ-ZIP5            TO W-DIR-ZIP5(W-DIR-IX)
           MOVE JZ-CITY            TO W-DIR-CITY(W-DIR-IX)
           MOVE JZ-JUR-CODE        TO W-DIR-JUR-CODE(W-DIR-IX)
           .
       SUB-1100-EXIT.
           EXIT.
