      *============================ PRIVLOG ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Subroutine appending one line per run of a
      *              privileged utility to the privileged-operation
      *              log Data\NAMEADDR.PrivOps.dat - timestamp,
      *              program, run ID, operator, ticket or alert
      *              reference, return code, outcome and the
      *              arguments given. NAMADDUNL, NAMADDPRG,
      *              NAMADDRST, NAMADDBKO and NAMADDROL log every
      *              run, NAMADDGTE every override of its circuit
      *              breaker and BUSDATE every forced date. Before
      *              this log these left scattered records or none;
      *              NAMADDPVR reads it back for the monthly review.
      *
      *              Like JOBLOG, a problem writing the log never
      *              fails the run being logged.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.             PRIVLOG.

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
           SELECT PRIVOPS          ASSIGN "Data\NAMEADDR.PrivOps.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-PV-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  PRIVOPS.

       01  PRIVOPS-REC.            COPY NAMADDPV.
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-PV-FILE-STATUS        PIC X(02).
           88  W-PV-FILE-STATUS-GOOD               VALUE '00'.
      /
       LINKAGE SECTION.
      *----------------

       01  L-CONTROL.              COPY PRIVLOGL.
      /
       PROCEDURE DIVISION
      *==================
           USING L-CONTROL.

       MAIN.
      *-----

           SET  PV-RESPONSE-GOOD   TO TRUE

           IF      PV-OPERATOR = SPACES
               DISPLAY 'OPERATOR_ID'   UPON ENVIRONMENT-NAME
               ACCEPT PV-OPERATOR      FROM ENVIRONMENT-VALUE
                   ON EXCEPTION
                       MOVE SPACES TO PV-OPERATOR
               END-ACCEPT
           END-IF

           IF      PV-OPERATOR = SPACES
               MOVE 'UNKNOWN'      TO PV-OPERATOR
           END-IF

           IF      PV-TICKET = SPACES
               DISPLAY 'TICKET_REF'    UPON ENVIRONMENT-NAME
               ACCEPT PV-TICKET        FROM ENVIRONMENT-VALUE
                   ON EXCEPTION
                       MOVE SPACES TO PV-TICKET
               END-ACCEPT
           END-IF

           IF      PV-ARGS = SPACES
               ACCEPT PV-ARGS      FROM COMMAND-LINE
           END-IF

           IF      PV-OUTCOME = SPACES
               IF      PV-RETURN-CODE = 0
                   MOVE 'COMPLETED'
                                   TO PV-OUTCOME
               ELSE
                   MOVE 'FAILED'   TO PV-OUTCOME
               END-IF
           END-IF

           OPEN EXTEND PRIVOPS

           IF      NOT W-PV-FILE-STATUS-GOOD
               OPEN OUTPUT PRIVOPS
           END-IF

           IF      NOT W-PV-FILE-STATUS-GOOD
               SET  PV-RESPONSE-FILE-ERROR
                                   TO TRUE
               GO TO MAIN-EXIT
           END-IF

           MOVE SPACES             TO PRIVOPS-REC
           MOVE FUNCTION CURRENT-DATE
                                   TO PO-TIMESTAMP
           MOVE PV-PROGRAM         TO PO-PROGRAM
           MOVE PV-RUN-ID          TO PO-RUN-ID
           MOVE PV-OPERATOR        TO PO-OPERATOR
           MOVE PV-TICKET          TO PO-TICKET
           MOVE PV-RETURN-CODE     TO PO-RETURN-CODE
           MOVE PV-OUTCOME         TO PO-OUTCOME
           MOVE PV-ARGS            TO PO-ARGS

           WRITE PRIVOPS-REC

           IF      NOT W-PV-FILE-STATUS-GOOD
               SET  PV-RESPONSE-FILE-ERROR
                                   TO TRUE
           END-IF

           CLOSE PRIVOPS
           .
       MAIN-EXIT.
           GOBACK.
