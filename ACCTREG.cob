      *=========================== ACCTREG ============================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Subroutine answering tax account registration
      *              queries from Data\NAMEADDR.AcctReg.dat (layout
      *              NAMADDRG.cpy), in the same load-once-query-many
      *              shape as TMPADDR. A query answers active when an
      *              active registration of the asked type covers the
      *              as-of date, with the account's own correspondence
      *              address when it has one; NAMADDLTR and NAMADDCPG
      *              select and address account mailings by it. The
      *              step-through function lists every registration
      *              of a TAXID for NAMADDSCR. The file is maintained
      *              by NAMADDREG.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.             ACCTREG.

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
           SELECT NAMADDRG         ASSIGN "Data\NAMEADDR.AcctReg.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-RG-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  NAMADDRG.

       01  NAMADDRG-REC.           COPY NAMADDRG.
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-LOADED-SW             PIC X(01)       VALUE 'N'.
           88  W-TABLE-LOADED                      VALUE 'Y'.
           88  W-TABLE-NOT-LOADED                  VALUE 'N'.

       01  W-REG-COUNT             PIC 9(05)  COMP VALUE 0.
       01  W-REG-MAX               PIC 9(05)  COMP VALUE 20000.

       01  W-REG-TABLE.
           05  W-REG-ENTRY                         OCCURS 20000
                                                   INDEXED W-REG-IX.
               10  W-REG-TAXID     PIC X(12).
               10  W-REG-ACCT-TYPE PIC X(03).
               10  W-REG-ACCT-NUMBER
                                   PIC X(15).
               10  W-REG-STATUS    PIC X(01).
                   88  W-REG-STATUS-ACTIVE         VALUE 'A'.
               10  W-REG-START-DATE
                                   PIC X(08).
               10  W-REG-END-DATE  PIC X(08).
               10  W-REG-STREET    PIC X(35).
               10  W-REG-CITY      PIC X(25).
               10  W-REG-STATE     PIC X(10).
               10  W-REG-ZIP-CODE  PIC X(10).

       01  W-AS-OF-DATE            PIC X(08).

       01  W-RG-EOF-SW             PIC X(01)       VALUE 'N'.
           88  W-RG-EOF                            VALUE 'Y'.
           88  W-RG-NOT-EOF                        VALUE 'N'.

       01  W-RG-FILE-STATUS        PIC X(02).
           88  W-RG-FILE-STATUS-GOOD               VALUE '00'.
           88  W-RG-FILE-NOT-FOUND                 VALUE '35'.
      /
       LINKAGE SECTION.
      *----------------

       01  L-CONTROL.              COPY ACCTREGL.
      /
       PROCEDURE DIVISION
      *==================
           USING L-CONTROL.

       MAIN.
      *-----

           SET  AR-RESPONSE-GOOD   TO TRUE

           IF      AR-FUNC-LOAD
               PERFORM SUB-1000-LOAD-TABLE THRU SUB-1000-EXIT
               GO TO MAIN-EXIT
           END-IF

           IF      W-TABLE-NOT-LOADED
               PERFORM SUB-1000-LOAD-TABLE THRU SUB-1000-EXIT
           END-IF

           IF      AR-FUNC-NEXT
               PERFORM SUB-2100-NEXT-REGISTRATION THRU SUB-2100-EXIT
           ELSE
               PERFORM SUB-2000-QUERY-ACCOUNT THRU SUB-2000-EXIT
           END-IF
           .
       MAIN-EXIT.
           GOBACK.
      /
       SUB-1000-LOAD-TABLE.
      *--------------------

           MOVE 0                  TO W-REG-COUNT
           MOVE 'N'                TO W-LOADED-SW
           SET  W-RG-NOT-EOF       TO TRUE

           OPEN INPUT NAMADDRG

           IF      W-RG-FILE-NOT-FOUND
               SET  W-TABLE-LOADED TO TRUE
               GO TO SUB-1000-EXIT
           END-IF

           IF      NOT W-RG-FILE-STATUS-GOOD
               SET  AR-RESPONSE-FILE-ERROR
                                   TO TRUE
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1100-LOAD-ONE-ENTRY THRU SUB-1100-EXIT
               UNTIL W-RG-EOF

           CLOSE NAMADDRG

           SET  W-TABLE-LOADED     TO TRUE
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-ONE-ENTRY.
      *------------------------

           READ NAMADDRG
               AT END
                   SET  W-RG-EOF   TO TRUE
                   GO TO SUB-1100-EXIT
           END-READ

           IF      W-REG-COUNT < W-REG-MAX
               ADD  1              TO W-REG-COUNT
               SET  W-REG-IX       TO W-REG-COUNT
               MOVE RG-TAXID       TO W-REG-TAXID(W-REG-IX)
               MOVE RG-ACCT-TYPE   TO W-REG-ACCT-TYPE(W-REG-IX)
               MOVE RG-ACCT-NUMBER TO W-REG-ACCT-NUMBER(W-REG-IX)
               MOVE RG-STATUS      TO W-REG-STATUS(W-REG-IX)
               MOVE RG-START-DATE  TO W-REG-START-DATE(W-REG-IX)
               MOVE RG-END-DATE    TO W-REG-END-DATE(W-REG-IX)
               MOVE RG-STREET      TO W-REG-STREET(W-REG-IX)
               MOVE RG-CITY        TO W-REG-CITY(W-REG-IX)
               MOVE RG-STATE       TO W-REG-STATE(W-REG-IX)
               MOVE RG-ZIP-CODE    TO W-REG-ZIP-CODE(W-REG-IX)
           ELSE
               SET  AR-RESPONSE-FILE-ERROR
                                   TO TRUE
               SET  W-RG-EOF       TO TRUE
           END-IF
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-2000-QUERY-ACCOUNT.
      *-----------------------

           SET  AR-NOT-ACTIVE      TO TRUE
           PERFORM SUB-2800-CLEAR-ANSWER THRU SUB-2800-EXIT

           IF      AR-AS-OF-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8)
                                   TO W-AS-OF-DATE
           ELSE
               MOVE AR-AS-OF-DATE  TO W-AS-OF-DATE
           END-IF

           SET  W-REG-IX           TO 1

           PERFORM UNTIL W-REG-IX > W-REG-COUNT
                   OR    AR-ACTIVE
               IF      W-REG-TAXID(W-REG-IX) = AR-TAXID
                   AND W-REG-ACCT-TYPE(W-REG-IX) = AR-ACCT-TYPE
                   AND W-REG-STATUS-ACTIVE(W-REG-IX)
                   AND W-REG-START-DATE(W-REG-IX) <= W-AS-OF-DATE
                   AND (W-REG-END-DATE(W-REG-IX) = SPACES
                   OR   W-REG-END-DATE(W-REG-IX) >= W-AS-OF-DATE)
                   SET  AR-ACTIVE  TO TRUE
                   PERFORM SUB-2900-ANSWER-REGISTRATION THRU
                           SUB-2900-EXIT
               ELSE
                   SET  W-REG-IX   UP BY 1
               END-IF
           END-PERFORM
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-NEXT-REGISTRATION.
      *---------------------------

           SET  AR-NOT-ACTIVE      TO TRUE
           PERFORM SUB-2800-CLEAR-ANSWER THRU SUB-2800-EXIT

           SET  W-REG-IX           TO AR-CURSOR
           SET  W-REG-IX           UP BY 1

           PERFORM UNTIL W-REG-IX > W-REG-COUNT
                   OR    AR-ACTIVE
               IF      W-REG-TAXID(W-REG-IX) = AR-TAXID
                   SET  AR-ACTIVE  TO TRUE
                   SET  AR-CURSOR  TO W-REG-IX
                   PERFORM SUB-2900-ANSWER-REGISTRATION THRU
                           SUB-2900-EXIT
               ELSE
                   SET  W-REG-IX   UP BY 1
               END-IF
           END-PERFORM

           IF      AR-NOT-ACTIVE
               MOVE W-REG-COUNT    TO AR-CURSOR
           END-IF
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2800-CLEAR-ANSWER.
      *----------------------

           SET  AR-NO-OVERRIDE     TO TRUE
           MOVE SPACES             TO AR-REG-ACCT-TYPE
                                      AR-REG-ACCT-NUMBER
                                      AR-REG-STATUS
                                      AR-REG-START-DATE
                                      AR-REG-END-DATE
                                      AR-STREET
                                      AR-CITY
                                      AR-STATE
                                      AR-ZIP-CODE
           .
       SUB-2800-EXIT.
           EXIT.
      /
       SUB-2900-ANSWER-REGISTRATION.
      *-----------------------------

           MOVE W-REG-ACCT-TYPE(W-REG-IX)
                                   TO AR-REG-ACCT-TYPE
           MOVE W-REG-ACCT-NUMBER(W-REG-IX)
                                   TO AR-REG-ACCT-NUMBER
           MOVE W-REG-STATUS(W-REG-IX)
                                   TO AR-REG-STATUS
           MOVE W-REG-START-DATE(W-REG-IX)
                                   TO AR-REG-START-DATE
           MOVE W-REG-END-DATE(W-REG-IX)
                                   TO AR-REG-END-DATE

           IF      W-REG-STREET(W-REG-IX) NOT = SPACES
               SET  AR-OVERRIDE    TO TRUE
               MOVE W-REG-STREET(W-REG-IX)
                                   TO AR-STREET
               MOVE W-REG-CITY(W-REG-IX)
                                   TO AR-CITY
               MOVE W-REG-STATE(W-REG-IX)
                                   TO AR-STATE
               MOVE W-REG-ZIP-CODE(W-REG-IX)
                                   TO AR-ZIP-CODE
           END-IF
           .
       SUB-2900-EXIT.
           EXIT.
