      *=========================== TMPADDR ============================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Subroutine answering temporary-address queries
      *              from Data\NAMEADDR.TempAddr.dat (layout
      *              NAMADDTM.cpy), in the same load-once-query-many
      *              shape as NAMREP. A query answers active when a
      *              window for the TAXID covers the as-of date; the
      *              outbound programs - NAMADDLTR, NAMADDPST,
      *              NAMADDEXT - then use the answered address in
      *              place of the record's effective address, and
      *              NAMADDSCR shows it as the address in force. A
      *              representative routing order still outranks a
      *              temporary address. The file is maintained by
      *              NAMADDTMP.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.             TMPADDR.

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
           SELECT NAMADDTM         ASSIGN "Data\NAMEADDR.TempAddr.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-TM-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  NAMADDTM.

       01  NAMADDTM-REC.           COPY NAMADDTM.
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-LOADED-SW             PIC X(01)       VALUE 'N'.
           88  W-TABLE-LOADED                      VALUE 'Y'.
           88  W-TABLE-NOT-LOADED                  VALUE 'N'.

       01  W-TMP-COUNT             PIC 9(05)  COMP VALUE 0.
       01  W-TMP-MAX               PIC 9(05)  COMP VALUE 10000.

       01  W-TMP-TABLE.
           05  W-TMP-ENTRY                         OCCURS 10000
                                                   INDEXED W-TMP-IX.
               10  W-TMP-TAXID     PIC X(12).
               10  W-TMP-REASON    PIC X(01).
               10  W-TMP-EFF-FROM  PIC X(08).
               10  W-TMP-EFF-TO    PIC X(08).
               10  W-TMP-STREET    PIC X(35).
               10  W-TMP-CITY      PIC X(25).
               10  W-TMP-STATE     PIC X(10).
               10  W-TMP-ZIP-CODE  PIC X(10).

       01  W-AS-OF-DATE            PIC X(08).

       01  W-TM-EOF-SW             PIC X(01)       VALUE 'N'.
           88  W-TM-EOF                            VALUE 'Y'.
           88  W-TM-NOT-EOF                        VALUE 'N'.

       01  W-TM-FILE-STATUS        PIC X(02).
           88  W-TM-FILE-STATUS-GOOD               VALUE '00'.
           88  W-TM-FILE-NOT-FOUND                 VALUE '35'.
      /
       LINKAGE SECTION.
      *----------------

       01  L-CONTROL.              COPY TMPADDRL.
      /
       PROCEDURE DIVISION
      *==================
           USING L-CONTROL.

       MAIN.
      *-----

           SET  TA-RESPONSE-GOOD   TO TRUE

           IF      TA-FUNC-LOAD
               PERFORM SUB-1000-LOAD-TABLE THRU SUB-1000-EXIT
               GO TO MAIN-EXIT
           END-IF

           IF      W-TABLE-NOT-LOADED
               PERFORM SUB-1000-LOAD-TABLE THRU SUB-1000-EXIT
           END-IF

           PERFORM SUB-2000-QUERY-TAXID THRU SUB-2000-EXIT
           .
       MAIN-EXIT.
           GOBACK.
      /
       SUB-1000-LOAD-TABLE.
      *--------------------

           MOVE 0                  TO W-TMP-COUNT
           MOVE 'N'                TO W-LOADED-SW
           SET  W-TM-NOT-EOF       TO TRUE

           OPEN INPUT NAMADDTM

           IF      W-TM-FILE-NOT-FOUND
               SET  W-TABLE-LOADED TO TRUE
               GO TO SUB-1000-EXIT
           END-IF

           IF      NOT W-TM-FILE-STATUS-GOOD
               SET  TA-RESPONSE-FILE-ERROR
                                   TO TRUE
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1100-LOAD-ONE-ENTRY THRU SUB-1100-EXIT
               UNTIL W-TM-EOF

           CLOSE NAMADDTM

           SET  W-TABLE-LOADED     TO TRUE
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-ONE-ENTRY.
      *------------------------

           READ NAMADDTM
               AT END
                   SET  W-TM-EOF   TO TRUE
                   GO TO SUB-1100-EXIT
           END-READ

           IF      W-TMP-COUNT < W-TMP-MAX
               ADD  1              TO W-TMP-COUNT
               SET  W-TMP-IX       TO W-TMP-COUNT
               MOVE TM-TAXID       TO W-TMP-TAXID(W-TMP-IX)
               MOVE TM-REASON      TO W-TMP-REASON(W-TMP-IX)
               MOVE TM-EFF-FROM    TO W-TMP-EFF-FROM(W-TMP-IX)
               MOVE TM-EFF-TO      TO W-TMP-EFF-TO(W-TMP-IX)
               MOVE TM-STREET      TO W-TMP-STREET(W-TMP-IX)
               MOVE TM-CITY        TO W-TMP-CITY(W-TMP-IX)
               MOVE TM-STATE       TO W-TMP-STATE(W-TMP-IX)
               MOVE TM-ZIP-CODE    TO W-TMP-ZIP-CODE(W-TMP-IX)
           ELSE
               SET  TA-RESPONSE-FILE-ERROR
                                   TO TRUE
               SET  W-TM-EOF       TO TRUE
           END-IF
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-2000-QUERY-TAXID.
      *---------------------

           SET  TA-NOT-ACTIVE      TO TRUE
           MOVE SPACES             TO TA-REASON
                                      TA-EFF-FROM
                                      TA-EFF-TO
                                      TA-STREET
                                      TA-CITY
                                      TA-STATE
                                      TA-ZIP-CODE

           IF      TA-AS-OF-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8)
                                   TO W-AS-OF-DATE
           ELSE
               MOVE TA-AS-OF-DATE  TO W-AS-OF-DATE
           END-IF

           SET  W-TMP-IX           TO 1

           PERFORM UNTIL W-TMP-IX > W-TMP-COUNT
                   OR    TA-ACTIVE
               IF      W-TMP-TAXID(W-TMP-IX) = TA-TAXID
                   AND W-TMP-EFF-FROM(W-TMP-IX) <= W-AS-OF-DATE
                   AND W-TMP-EFF-TO(W-TMP-IX) >= W-AS-OF-DATE
                   SET  TA-ACTIVE  TO TRUE
                   MOVE W-TMP-REASON(W-TMP-IX)
                                   TO TA-REASON
                   MOVE W-TMP-EFF-FROM(W-TMP-IX)
                                   TO TA-EFF-FROM
                   MOVE W-TMP-EFF-TO(W-TMP-IX)
                                   TO TA-EFF-TO
                   MOVE W-TMP-STREET(W-TMP-IX)
                                   TO TA-STREET
                   MOVE W-TMP-CITY(W-TMP-IX)
                                   TO TA-CITY
                   MOVE W-TMP-STATE(W-TMP-IX)
                                   TO TA-STATE
                   MOVE W-TMP-ZIP-CODE(W-TMP-IX)
                                   TO TA-ZIP-CODE
               ELSE
                   SET  W-TMP-IX   UP BY 1
               END-IF
           END-PERFORM
           .
       SUB-2000-EXIT.
           EXIT.
