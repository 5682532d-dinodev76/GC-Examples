      *=========================== JURAUTH ============================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Subroutine judging whether an operator or a
      *              requester department may see or change the
      *              records of one jurisdiction, in the same load-
      *              once-query-many shape as WATCHLST.
      *
      *              The scope rides on the authorization lines the
      *              shop already keeps: after the approval flag on
      *              an operator's Data\NAMEADDR.ScreenAuth.dat line,
      *              and after the department name on a
      *              Data\NAMEADDR.Requesters.dat line, up to ten
      *              entries of the form
      *
      *                  CCC=A
      *
      *              one space apart - CCC a jurisdiction code from
      *              Data\NAMEADDR.Jurisdictions.dat (or *** for
      *              every jurisdiction), A 'S' to see or 'C' to see
      *              and change. A line with no entries, or a
      *              principal with no line, reaches the home files
      *              only - the files at their classic paths, which
      *              stay open to every principal as they always
      *              were.
      *
      *              Every refusal is appended to the scope refusal
      *              log Data\NAMEADDR.ScopeDenied.dat (layout
      *              NAMADDSD.cpy) for the NAMADDARV review. As with
      *              ACCLOG, a problem writing the log never turns a
      *              refusal into an allowance.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.             JURAUTH.

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
           SELECT SCRAUTH          ASSIGN
                                   "Data\NAMEADDR.ScreenAuth.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-SA-FILE-STATUS.

           SELECT REQREG           ASSIGN
                                   "Data\NAMEADDR.Requesters.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-RR-FILE-STATUS.

           SELECT SCOPEDEN         ASSIGN
                                   "Data\NAMEADDR.ScopeDenied.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-SD-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  SCRAUTH.

       01  SCRAUTH-REC.
           05  SA-OPERATOR-ID      PIC X(08).
           05  FILLER              PIC X(01).
           05  SA-APPROVE-FLAG     PIC X(01).
           05  FILLER              PIC X(01).
           05  SA-SCOPE            PIC X(60).

       FD  REQREG.

       01  REQREG-REC.
           05  RR-DEPT-CODE        PIC X(04).
           05  FILLER              PIC X(01).
           05  RR-DEPT-NAME        PIC X(30).
           05  FILLER              PIC X(01).
           05  RR-SCOPE            PIC X(60).

       FD  SCOPEDEN.

       01  SCOPEDEN-REC.           COPY NAMADDSD.
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-LOADED-SW             PIC X(01)       VALUE 'N'.
           88  W-TABLE-LOADED                      VALUE 'Y'.
           88  W-TABLE-NOT-LOADED                  VALUE 'N'.

       01  W-PRN-COUNT             PIC 9(04)  COMP VALUE 0.
       01  W-PRN-MAX               PIC 9(04)  COMP VALUE 1000.

       01  W-PRN-TABLE.
           05  W-PRN-ENTRY                         OCCURS 1000
                                                   INDEXED W-PRN-IX.
               10  W-PRN-KIND      PIC X(01).
               10  W-PRN-ID        PIC X(08).
               10  W-PRN-SCOPE     PIC X(60).

      **** One scope, taken apart into its ten CCC=A entries.

       01  W-SCOPE.
           05  W-SCOPE-ENTRY                       OCCURS 10
                                                   INDEXED W-SCOPE-IX.
               10  W-SCOPE-CODE    PIC X(03).
               10  FILLER          PIC X(01).
               10  W-SCOPE-ACCESS  PIC X(01).
               10  FILLER          PIC X(01).

       01  W-NEW-KIND              PIC X(01).
       01  W-NEW-ID                PIC X(08).
       01  W-NEW-SCOPE             PIC X(60).

       01  W-SA-EOF-SW             PIC X(01)       VALUE 'N'.
           88  W-SA-EOF                            VALUE 'Y'.
           88  W-SA-NOT-EOF                        VALUE 'N'.

       01  W-RR-EOF-SW             PIC X(01)       VALUE 'N'.
           88  W-RR-EOF                            VALUE 'Y'.
           88  W-RR-NOT-EOF                        VALUE 'N'.

       01  W-SA-FILE-STATUS        PIC X(02).
           88  W-SA-FILE-STATUS-GOOD               VALUE '00'.

       01  W-RR-FILE-STATUS        PIC X(02).
           88  W-RR-FILE-STATUS-GOOD               VALUE '00'.

       01  W-SD-FILE-STATUS        PIC X(02).
           88  W-SD-FILE-STATUS-GOOD               VALUE '00'.
      /
       LINKAGE SECTION.
      *----------------

       01  L-CONTROL.              COPY JURAUTHL.
      /
       PROCEDURE DIVISION
      *==================
           USING L-CONTROL.

       MAIN.
      *-----

           SET  JA-RESPONSE-GOOD   TO TRUE

           IF      W-TABLE-NOT-LOADED
               PERFORM SUB-1000-LOAD-TABLE THRU SUB-1000-EXIT
           END-IF

           PERFORM SUB-2000-CHECK-SCOPE THRU SUB-2000-EXIT

           IF      JA-REFUSED
               PERFORM SUB-3000-LOG-REFUSAL THRU SUB-3000-EXIT
           END-IF
           .
       MAIN-EXIT.
           GOBACK.
      /
       SUB-1000-LOAD-TABLE.
      *--------------------

      **** Either file may be missing - its principals then reach
      **** the home files only.

           MOVE 0                  TO W-PRN-COUNT
           SET  W-SA-NOT-EOF       TO TRUE
           SET  W-RR-NOT-EOF       TO TRUE

           OPEN INPUT SCRAUTH

           IF      W-SA-FILE-STATUS-GOOD
               PERFORM SUB-1100-LOAD-ONE-OPERATOR THRU SUB-1100-EXIT
                   UNTIL W-SA-EOF

               CLOSE SCRAUTH
           END-IF

           OPEN INPUT REQREG

           IF      W-RR-FILE-STATUS-GOOD
               PERFORM SUB-1200-LOAD-ONE-DEPARTMENT THRU
                       SUB-1200-EXIT
                   UNTIL W-RR-EOF

               CLOSE REQREG
           END-IF

           SET  W-TABLE-LOADED     TO TRUE
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-ONE-OPERATOR.
      *---------------------------

           READ SCRAUTH
               AT END
                   SET  W-SA-EOF   TO TRUE
                   GO TO SUB-1100-EXIT
           END-READ

      **** Control lines such as '*RISK' are not operators.

           IF      SA-OPERATOR-ID = SPACES
               OR  SA-OPERATOR-ID(1 : 1) = '*'
               GO TO SUB-1100-EXIT
           END-IF

           MOVE 'O'                TO W-NEW-KIND
           MOVE FUNCTION UPPER-CASE(SA-OPERATOR-ID)
                                   TO W-NEW-ID
           MOVE FUNCTION UPPER-CASE(SA-SCOPE)
                                   TO W-NEW-SCOPE

           PERFORM SUB-1900-ADD-PRINCIPAL THRU SUB-1900-EXIT
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1200-LOAD-ONE-DEPARTMENT.
      *-----------------------------

           READ REQREG
               AT END
                   SET  W-RR-EOF   TO TRUE
                   GO TO SUB-1200-EXIT
           END-READ

           IF      RR-DEPT-CODE = SPACES
               GO TO SUB-1200-EXIT
           END-IF

           MOVE 'D'                TO W-NEW-KIND
           MOVE RR-DEPT-CODE       TO W-NEW-ID
           MOVE FUNCTION UPPER-CASE(RR-SCOPE)
                                   TO W-NEW-SCOPE

           PERFORM SUB-1900-ADD-PRINCIPAL THRU SUB-1900-EXIT
           .
       SUB-1200-EXIT.
           EXIT.
      /
       SUB-1900-ADD-PRINCIPAL.
      *-----------------------

           IF      W-PRN-COUNT >= W-PRN-MAX
               GO TO SUB-1900-EXIT
           END-IF

           ADD  1                  TO W-PRN-COUNT
           SET  W-PRN-IX           TO W-PRN-COUNT
           MOVE W-NEW-KIND         TO W-PRN-KIND(W-PRN-IX)
           MOVE W-NEW-ID           TO W-PRN-ID(W-PRN-IX)
           MOVE W-NEW-SCOPE        TO W-PRN-SCOPE(W-PRN-IX)
           .
       SUB-1900-EXIT.
           EXIT.
      /
       SUB-2000-CHECK-SCOPE.
      *---------------------

           SET  JA-REFUSED         TO TRUE

           IF      JA-JUR-CODE = SPACES
               SET  JA-ALLOWED     TO TRUE
               GO TO SUB-2000-EXIT
           END-IF

           SET  W-PRN-IX           TO 1

           PERFORM UNTIL W-PRN-IX > W-PRN-COUNT
               IF      W-PRN-KIND(W-PRN-IX) = JA-KIND
                   AND W-PRN-ID(W-PRN-IX)
                                   = FUNCTION UPPER-CASE(JA-PRINCIPAL)
                   MOVE W-PRN-SCOPE(W-PRN-IX)
                                   TO W-SCOPE
                   PERFORM SUB-2100-MATCH-SCOPE THRU SUB-2100-EXIT
                   GO TO SUB-2000-EXIT
               END-IF

               SET  W-PRN-IX       UP BY 1
           END-PERFORM
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-MATCH-SCOPE.
      *---------------------

           PERFORM VARYING W-SCOPE-IX FROM 1 BY 1
                   UNTIL W-SCOPE-IX > 10
                   OR    JA-ALLOWED
               IF      W-SCOPE-CODE(W-SCOPE-IX) = JA-JUR-CODE
                                               OR '***'
                   IF      W-SCOPE-ACCESS(W-SCOPE-IX) = 'C'
                       OR  (W-SCOPE-ACCESS(W-SCOPE-IX) = 'S'
                            AND JA-ACCESS-SEE)
                       SET  JA-ALLOWED
                                   TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-3000-LOG-REFUSAL.
      *---------------------

           OPEN EXTEND SCOPEDEN

           IF      NOT W-SD-FILE-STATUS-GOOD
               OPEN OUTPUT SCOPEDEN
           END-IF

           IF      NOT W-SD-FILE-STATUS-GOOD
               SET  JA-RESPONSE-FILE-ERROR
                                   TO TRUE
               GO TO SUB-3000-EXIT
           END-IF

           MOVE SPACES             TO SCOPEDEN-REC
           MOVE FUNCTION CURRENT-DATE(1:14)
                                   TO SD-TIMESTAMP
           MOVE JA-PROGRAM         TO SD-PROGRAM
           MOVE JA-KIND            TO SD-KIND
           MOVE JA-PRINCIPAL       TO SD-PRINCIPAL
           MOVE JA-JUR-CODE        TO SD-JUR-CODE
           MOVE JA-ACCESS          TO SD-ACCESS
           MOVE JA-TAXID           TO SD-TAXID

           WRITE SCOPEDEN-REC

           IF      NOT W-SD-FILE-STATUS-GOOD
               SET  JA-RESPONSE-FILE-ERROR
                                   TO TRUE
           END-IF

           CLOSE SCOPEDEN
           .
       SUB-3000-EXIT.
           EXIT.
