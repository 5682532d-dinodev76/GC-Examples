      *========================== NAMADDREL ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Supervised maintenance for the taxpayer-to-
      *              taxpayer relationship file
      *              Data\NAMEADDR.Relation.dat (layout NAMADDRR.cpy),
      *              in the same transaction-apply-report shape
      *              NAMADDLGL uses for legal holds. NA-ENTITY-TYPE
      *              tells an estate, trust or business from a
      *              person; this file says who the executor, the
      *              trustee, the responsible officers and the
      *              spouse are.
      *
      *              Transactions come from
      *              Data\NAMEADDR.RelTrans.dat, one per line: the
      *              code, the TAXID, the related TAXID, the role
      *              (OF officer, TR trustee, EX executor, SP
      *              spouse), the from and to dates and the
      *              supervising operator's ID, which every
      *              transaction must carry:
      *
      *                  'A' adds a relationship - a blank from date
      *                  is today, a blank to date open-ended. The
      *                  same TAXID/related TAXID/role already in
      *                  force rejects;
      *                  'E' ends the relationship in force on its
      *                  to date (today when blank);
      *                  'D' deletes a relationship keyed in error.
      *
      *              Every applied transaction writes a line to the
      *              relationship audit file
      *              Data\NAMEADDR.RelAudit.dat under this run's ID,
      *              and every run ends by rewriting the file and
      *              writing the standing report of relationships in
      *              force to Data\NAMEADDR.RelReport.dat.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 NAMADDREL.

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
           SELECT RELATNF          ASSIGN "Data\NAMEADDR.Relation.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-RF-FILE-STATUS.

           SELECT RELATTX          ASSIGN "Data\NAMEADDR.RelTrans.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-RT-FILE-STATUS.

           SELECT RELATAU          ASSIGN "Data\NAMEADDR.RelAudit.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-RA-FILE-STATUS.

           SELECT RELATRP          ASSIGN
                                   "Data\NAMEADDR.RelReport.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-RP-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  RELATNF.

       01  RELATNF-REC.            COPY NAMADDRR.

       FD  RELATTX.

       01  RELATTX-REC.
           05  RT-TRANS-CODE       PIC X(01).
               88  RT-TRANS-ADD                    VALUE 'A'.
               88  RT-TRANS-END                    VALUE 'E'.
               88  RT-TRANS-DELETE                 VALUE 'D'.
           05  FILLER              PIC X(01).
           05  RT-TAXID            PIC X(12).
           05  FILLER              PIC X(01).
           05  RT-REL-TAXID        PIC X(12).
           05  FILLER              PIC X(01).
           05  RT-ROLE             PIC X(02).
           05  FILLER              PIC X(01).
           05  RT-EFF-FROM         PIC X(08).
           05  FILLER              PIC X(01).
           05  RT-EFF-TO           PIC X(08).
           05  FILLER              PIC X(01).
           05  RT-OPERATOR-ID      PIC X(08).

       FD  RELATAU.

       01  RELATAU-REC.
           05  RA-TIMESTAMP        PIC X(21).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  RA-RUN-ID           PIC 9(08).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  RA-TRANS-CODE       PIC X(01).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  RA-TAXID            PIC X(12).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  RA-REL-TAXID        PIC X(12).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  RA-ROLE             PIC X(02).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  RA-EFF-FROM         PIC X(08).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  RA-EFF-TO           PIC X(08).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  RA-OPERATOR-ID      PIC X(08).

       FD  RELATRP.

       01  RELATRP-REC             PIC X(80).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-TRANS-READ            PIC 9(09)  COMP VALUE 0.
       01  W-TRANS-APPLIED         PIC 9(09)  COMP VALUE 0.
       01  W-TRANS-REJECTED        PIC 9(09)  COMP VALUE 0.
       01  W-RELS-STANDING         PIC 9(09)  COMP VALUE 0.
       01  W-RELS-IN-FORCE         PIC 9(09)  COMP VALUE 0.
       01  W-RETURN-CODE           PIC S9(04) COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZ,ZZ9.

       01  W-TODAY-DATE            PIC X(08).

       01  W-REL-COUNT             PIC 9(04)  COMP VALUE 0.
       01  W-REL-MAX               PIC 9(04)  COMP VALUE 5000.

       01  W-REL-TABLE.
           05  W-REL-ENTRY                         OCCURS 5000
                                                   INDEXED W-REL-IX.
               10  W-REL-TAXID     PIC X(12).
               10  W-REL-REL-TAXID PIC X(12).
               10  W-REL-ROLE      PIC X(02).
               10  W-REL-EFF-FROM  PIC X(08).
               10  W-REL-EFF-TO    PIC X(08).
               10  W-REL-ENTERED-BY
                                   PIC X(08).
               10  W-REL-ENTERED-DATE
                                   PIC X(08).
               10  W-REL-DELETED-SW
                                   PIC X(01).
                   88  W-REL-DELETED               VALUE 'Y'.

       01  W-FOUND-SW              PIC X(01)       VALUE 'N'.
           88  W-REL-FOUND                         VALUE 'Y'.
           88  W-REL-NOT-FOUND                     VALUE 'N'.

      **** 'E' and 'A' look only at a relationship still in force
      **** (or not yet started); 'D' at any not already deleted.

       01  W-FIND-ANY-SW           PIC X(01)       VALUE 'N'.
           88  W-FIND-ANY                          VALUE 'Y'.
           88  W-FIND-IN-FORCE                     VALUE 'N'.

       01  W-REJECT-REASON         PIC X(40).

       01  W-ROLE-CODE             PIC X(02).
           88  W-ROLE-OFFICER                      VALUE 'OF'.
           88  W-ROLE-TRUSTEE                      VALUE 'TR'.
           88  W-ROLE-EXECUTOR                     VALUE 'EX'.
           88  W-ROLE-SPOUSE                       VALUE 'SP'.
           88  W-ROLE-VALID                        VALUE 'OF' 'TR'
                                                         'EX' 'SP'.

       01  W-ROLE-NAME             PIC X(08).

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-RF-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-RT-EOF                            VALUE 'Y'.

       01  W-RF-FILE-STATUS        PIC X(02).
           88  W-RF-FILE-STATUS-GOOD               VALUE '00'.
           88  W-RF-FILE-NOT-FOUND                 VALUE '35'.

       01  W-RT-FILE-STATUS        PIC X(02).
           88  W-RT-FILE-STATUS-GOOD               VALUE '00'.

       01  W-RA-FILE-STATUS        PIC X(02).
           88  W-RA-FILE-STATUS-GOOD               VALUE '00'.

       01  W-RP-FILE-STATUS        PIC X(02).
           88  W-RP-FILE-STATUS-GOOD               VALUE '00'.

       01  W-ERROR-MSG             PIC X(22)       VALUE
           '**** NAMADDREL error: '.

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
               UNTIL W-RT-EOF
               OR    W-RETURN-CODE NOT = 0

           IF      W-RETURN-CODE = 0
               PERFORM SUB-2800-REWRITE-RELATION-FILE THRU
                       SUB-2800-EXIT
               PERFORM SUB-2900-WRITE-STANDING-REPORT THRU
                       SUB-2900-EXIT
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

           DISPLAY 'NAMADDREL compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           MOVE FUNCTION CURRENT-DATE(1:8)
                                   TO W-TODAY-DATE

           SET  RI-FUNC-NEXT       TO TRUE
           CALL 'RUNID' USING W-RI-CONTROL
           DISPLAY 'Run ID: ' RI-RUN-ID

           PERFORM SUB-1100-LOAD-RELATION-TABLE THRU SUB-1100-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           OPEN INPUT RELATTX

           IF      NOT W-RT-FILE-STATUS-GOOD
               MOVE W-RT-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-RT-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening RELATTX'
               MOVE 11             TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           OPEN EXTEND RELATAU

           IF      NOT W-RA-FILE-STATUS-GOOD
               OPEN OUTPUT RELATAU
           END-IF

           IF      NOT W-RA-FILE-STATUS-GOOD
               MOVE W-RA-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-RA-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening RELATAU'
               MOVE 12             TO W-RETURN-CODE
           END-IF
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-RELATION-TABLE.
      *-----------------------------

           OPEN INPUT RELATNF

           IF      W-RF-FILE-NOT-FOUND
               DISPLAY 'No relationship file on disk yet - starting'
                       ' empty'
               GO TO SUB-1100-EXIT
           END-IF

           IF      NOT W-RF-FILE-STATUS-GOOD
               MOVE W-RF-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-RF-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening RELATNF'
               MOVE 10             TO W-RETURN-CODE
               GO TO SUB-1100-EXIT
           END-IF

           PERFORM SUB-1150-LOAD-ONE-RELATION THRU SUB-1150-EXIT
               UNTIL W-RF-EOF
               OR    W-RETURN-CODE NOT = 0

           CLOSE RELATNF

           MOVE W-REL-COUNT        TO W-DISP-NUM
           DISPLAY 'Relationships loaded: '
                   W-DISP-NUM
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1150-LOAD-ONE-RELATION.
      *---------------------------

           READ RELATNF
               AT END
                   SET  W-RF-EOF   TO TRUE
                   GO TO SUB-1150-EXIT
           END-READ

           IF      W-REL-COUNT >= W-REL-MAX
               DISPLAY W-ERROR-MSG
                       'Relationship table full - increase W-REL-MAX'
               MOVE 15             TO W-RETURN-CODE
               GO TO SUB-1150-EXIT
           END-IF

           ADD  1                  TO W-REL-COUNT
           SET  W-REL-IX           TO W-REL-COUNT
           MOVE RR-TAXID           TO W-REL-TAXID(W-REL-IX)
           MOVE RR-REL-TAXID       TO W-REL-REL-TAXID(W-REL-IX)
           MOVE RR-ROLE            TO W-REL-ROLE(W-REL-IX)
           MOVE RR-EFF-FROM        TO W-REL-EFF-FROM(W-REL-IX)
           MOVE RR-EFF-TO          TO W-REL-EFF-TO(W-REL-IX)
           MOVE RR-ENTERED-BY      TO W-REL-ENTERED-BY(W-REL-IX)
           MOVE RR-ENTERED-DATE    TO W-REL-ENTERED-DATE(W-REL-IX)
           MOVE 'N'                TO W-REL-DELETED-SW(W-REL-IX)
           .
       SUB-1150-EXIT.
           EXIT.
      /
       SUB-2000-APPLY-ONE-TRANS.
      *-------------------------

           READ RELATTX
               AT END
                   SET  W-RT-EOF   TO TRUE
                   GO TO SUB-2000-EXIT
           END-READ

           ADD  1                  TO W-TRANS-READ

           MOVE SPACES             TO W-REJECT-REASON

           MOVE RT-ROLE            TO W-ROLE-CODE

           IF      RT-TRANS-DELETE
               SET  W-FIND-ANY     TO TRUE
           ELSE
               SET  W-FIND-IN-FORCE
                                   TO TRUE
           END-IF

           PERFORM SUB-2100-FIND-RELATION THRU SUB-2100-EXIT

           EVALUATE TRUE
               WHEN NOT RT-TRANS-ADD
                   AND NOT RT-TRANS-END
                   AND NOT RT-TRANS-DELETE
                   MOVE 'Transaction code not A, E or D'
                                   TO W-REJECT-REASON

               WHEN RT-TAXID = SPACES
                   OR RT-REL-TAXID = SPACES
                   MOVE 'Blank TAXID'
                                   TO W-REJECT-REASON

               WHEN RT-TAXID = RT-REL-TAXID
                   MOVE 'A TAXID cannot be related to itself'
                                   TO W-REJECT-REASON

               WHEN NOT W-ROLE-VALID
                   MOVE 'Role not OF, TR, EX or SP'
                                   TO W-REJECT-REASON

               WHEN RT-OPERATOR-ID = SPACES
                   MOVE 'Supervising operator ID required'
                                   TO W-REJECT-REASON

               WHEN RT-TRANS-ADD AND W-REL-FOUND
                   MOVE 'Relationship already in force'
                                   TO W-REJECT-REASON

               WHEN RT-TRANS-END AND W-REL-NOT-FOUND
                   MOVE 'No such relationship in force'
                                   TO W-REJECT-REASON

               WHEN RT-TRANS-DELETE AND W-REL-NOT-FOUND
                   MOVE 'No such relationship on file'
                                   TO W-REJECT-REASON
           END-EVALUATE

           IF      W-REJECT-REASON = SPACES
               EVALUATE TRUE
                   WHEN RT-TRANS-ADD
                       PERFORM SUB-2200-ADD-RELATION THRU
                               SUB-2200-EXIT

                   WHEN RT-TRANS-END
                       PERFORM SUB-2300-END-RELATION THRU
                               SUB-2300-EXIT

                   WHEN OTHER
                       MOVE 'Y'    TO W-REL-DELETED-SW(W-REL-IX)
               END-EVALUATE
           END-IF

           IF      W-REJECT-REASON NOT = SPACES
               ADD  1              TO W-TRANS-REJECTED
               DISPLAY 'Rejected: '
                       RT-TRANS-CODE
                       ' '
                       RT-TAXID
                       ' '
                       RT-REL-TAXID
                       ' '
                       RT-ROLE
                       ' - '
                       FUNCTION TRIM(W-REJECT-REASON)
               GO TO SUB-2000-EXIT
           END-IF

           IF      W-RETURN-CODE = 0
               ADD  1              TO W-TRANS-APPLIED
               PERFORM SUB-9800-WRITE-RELATION-AUDIT THRU
                       SUB-9800-EXIT
           END-IF
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-FIND-RELATION.
      *-----------------------

           SET  W-REL-NOT-FOUND    TO TRUE
           SET  W-REL-IX           TO 1

           PERFORM UNTIL W-REL-IX > W-REL-COUNT
                   OR    W-REL-FOUND
               IF      W-REL-TAXID(W-REL-IX) = RT-TAXID
                   AND W-REL-REL-TAXID(W-REL-IX) = RT-REL-TAXID
                   AND W-REL-ROLE(W-REL-IX) = RT-ROLE
                   AND NOT W-REL-DELETED(W-REL-IX)
                   AND (W-FIND-ANY
                   OR   W-REL-EFF-TO(W-REL-IX) = SPACES
                   OR   W-REL-EFF-TO(W-REL-IX) >= W-TODAY-DATE)
                   SET  W-REL-FOUND
                                   TO TRUE
               ELSE
                   SET  W-REL-IX   UP BY 1
               END-IF
           END-PERFORM
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-ADD-RELATION.
      *----------------------

           IF      RT-EFF-FROM = SPACES
               MOVE W-TODAY-DATE   TO RT-EFF-FROM
           END-IF

           EVALUATE TRUE
               WHEN RT-EFF-FROM NOT NUMERIC
                   MOVE 'From date not YYYYMMDD'
                                   TO W-REJECT-REASON

               WHEN RT-EFF-TO = SPACES
                   CONTINUE

               WHEN RT-EFF-TO NOT NUMERIC
                   MOVE 'To date not YYYYMMDD'
                                   TO W-REJECT-REASON

               WHEN RT-EFF-TO < RT-EFF-FROM
                   MOVE 'To date before from date'
                                   TO W-REJECT-REASON
           END-EVALUATE

           IF      W-REJECT-REASON NOT = SPACES
               GO TO SUB-2200-EXIT
           END-IF

           IF      W-REL-COUNT >= W-REL-MAX
               DISPLAY W-ERROR-MSG
                       'Relationship table full - increase W-REL-MAX'
               MOVE 20             TO W-RETURN-CODE
               GO TO SUB-2200-EXIT
           END-IF

           ADD  1                  TO W-REL-COUNT
           SET  W-REL-IX           TO W-REL-COUNT
           MOVE RT-TAXID           TO W-REL-TAXID(W-REL-IX)
           MOVE RT-REL-TAXID       TO W-REL-REL-TAXID(W-REL-IX)
           MOVE RT-ROLE            TO W-REL-ROLE(W-REL-IX)
           MOVE RT-EFF-FROM        TO W-REL-EFF-FROM(W-REL-IX)
           MOVE RT-EFF-TO          TO W-REL-EFF-TO(W-REL-IX)
           MOVE RT-OPERATOR-ID     TO W-REL-ENTERED-BY(W-REL-IX)
           MOVE W-TODAY-DATE       TO W-REL-ENTERED-DATE(W-REL-IX)
           MOVE 'N'                TO W-REL-DELETED-SW(W-REL-IX)
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2300-END-RELATION.
      *----------------------

           IF      RT-EFF-TO = SPACES
               MOVE W-TODAY-DATE   TO RT-EFF-TO
           END-IF

           IF      RT-EFF-TO NOT NUMERIC
               MOVE 'To date not YYYYMMDD'
                                   TO W-REJECT-REASON
               GO TO SUB-2300-EXIT
           END-IF

           IF      RT-EFF-TO < W-REL-EFF-FROM(W-REL-IX)
               MOVE 'To date before from date'
                                   TO W-REJECT-REASON
               GO TO SUB-2300-EXIT
           END-IF

           MOVE RT-EFF-TO          TO W-REL-EFF-TO(W-REL-IX)
           MOVE W-REL-EFF-FROM(W-REL-IX)
                                   TO RT-EFF-FROM
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2800-REWRITE-RELATION-FILE.
      *-------------------------------

      **** Ended relationships stay on file - who was executor last
      **** year is as much a question as who is executor now. Only
      **** deletions (keyed in error) drop out.

           OPEN OUTPUT RELATNF

           IF      NOT W-RF-FILE-STATUS-GOOD
               MOVE W-RF-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-RF-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' rewriting RELATNF'
               MOVE 30             TO W-RETURN-CODE
               GO TO SUB-2800-EXIT
           END-IF

           PERFORM VARYING W-REL-IX FROM 1 BY 1
                   UNTIL W-REL-IX > W-REL-COUNT
               IF      NOT W-REL-DELETED(W-REL-IX)
                   MOVE SPACES     TO RELATNF-REC
                   MOVE W-REL-TAXID(W-REL-IX)
                                   TO RR-TAXID
                   MOVE W-REL-REL-TAXID(W-REL-IX)
                                   TO RR-REL-TAXID
                   MOVE W-REL-ROLE(W-REL-IX)
                                   TO RR-ROLE
                   MOVE W-REL-EFF-FROM(W-REL-IX)
                                   TO RR-EFF-FROM
                   MOVE W-REL-EFF-TO(W-REL-IX)
                                   TO RR-EFF-TO
                   MOVE W-REL-ENTERED-BY(W-REL-IX)
                                   TO RR-ENTERED-BY
                   MOVE W-REL-ENTERED-DATE(W-REL-IX)
                                   TO RR-ENTERED-DATE

                   WRITE RELATNF-REC

                   ADD  1          TO W-RELS-STANDING
               END-IF
           END-PERFORM

           CLOSE RELATNF
           .
       SUB-2800-EXIT.
           EXIT.
      /
       SUB-2900-WRITE-STANDING-REPORT.
      *-------------------------------

           OPEN OUTPUT RELATRP

           IF      NOT W-RP-FILE-STATUS-GOOD
               MOVE W-RP-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-RP-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening RELATRP'
               MOVE 31             TO W-RETURN-CODE
               GO TO SUB-2900-EXIT
           END-IF

           MOVE ' RELATIONSHIPS IN FORCE OR PENDING'
                                   TO RELATRP-REC
           WRITE RELATRP-REC

           PERFORM VARYING W-REL-IX FROM 1 BY 1
                   UNTIL W-REL-IX > W-REL-COUNT
               IF      NOT W-REL-DELETED(W-REL-IX)
                   AND (W-REL-EFF-TO(W-REL-IX) = SPACES
                   OR   W-REL-EFF-TO(W-REL-IX) >= W-TODAY-DATE)
                   ADD  1          TO W-RELS-IN-FORCE
                   MOVE W-REL-ROLE(W-REL-IX)
                                   TO W-ROLE-CODE
                   PERFORM SUB-9700-ROLE-NAME THRU SUB-9700-EXIT

                   MOVE SPACES     TO RELATRP-REC
                   STRING ' '      DELIMITED BY SIZE
                          W-REL-TAXID(W-REL-IX)
                                   DELIMITED BY SIZE
                          ' '      DELIMITED BY SIZE
                          W-ROLE-NAME
                                   DELIMITED BY SIZE
                          ' '      DELIMITED BY SIZE
                          W-REL-REL-TAXID(W-REL-IX)
                                   DELIMITED BY SIZE
                          ' FROM ' DELIMITED BY SIZE
                          W-REL-EFF-FROM(W-REL-IX)
                                   DELIMITED BY SIZE
                          ' TO '   DELIMITED BY SIZE
                          W-REL-EFF-TO(W-REL-IX)
                                   DELIMITED BY SIZE
                          ' '      DELIMITED BY SIZE
                          W-REL-ENTERED-BY(W-REL-IX)
                                   DELIMITED BY SIZE
                     INTO RELATRP-REC
                   END-STRING

                   WRITE RELATRP-REC
               END-IF
           END-PERFORM

           CLOSE RELATRP
           .
       SUB-2900-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           CLOSE RELATTX
                 RELATAU

           MOVE W-TRANS-READ       TO W-DISP-NUM
           DISPLAY 'Transactions read:       '
                   W-DISP-NUM

           MOVE W-TRANS-APPLIED    TO W-DISP-NUM
           DISPLAY 'Transactions applied:    '
                   W-DISP-NUM

           MOVE W-TRANS-REJECTED   TO W-DISP-NUM
           DISPLAY 'Transactions rejected:   '
                   W-DISP-NUM

           MOVE W-RELS-STANDING    TO W-DISP-NUM
           DISPLAY 'Relationships on file:   '
                   W-DISP-NUM

           MOVE W-RELS-IN-FORCE    TO W-DISP-NUM
           DISPLAY 'Relationships in force:  '
                   W-DISP-NUM

           DISPLAY 'NAMADDREL completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-9700-ROLE-NAME.
      *-------------------

           EVALUATE TRUE
               WHEN W-ROLE-OFFICER
                   MOVE 'OFFICER'  TO W-ROLE-NAME
               WHEN W-ROLE-TRUSTEE
                   MOVE 'TRUSTEE'  TO W-ROLE-NAME
               WHEN W-ROLE-EXECUTOR
                   MOVE 'EXECUTOR' TO W-ROLE-NAME
               WHEN W-ROLE-SPOUSE
                   MOVE 'SPOUSE'   TO W-ROLE-NAME
               WHEN OTHER
                   MOVE W-ROLE-CODE
                                   TO W-ROLE-NAME
           END-EVALUATE
           .
       SUB-9700-EXIT.
           EXIT.
      /
       SUB-9800-WRITE-RELATION-AUDIT.
      *------------------------------

           MOVE SPACES             TO RELATAU-REC
           MOVE FUNCTION CURRENT-DATE
                                   TO RA-TIMESTAMP
           MOVE RI-RUN-ID          TO RA-RUN-ID
           MOVE RT-TRANS-CODE      TO RA-TRANS-CODE
           MOVE RT-TAXID           TO RA-TAXID
           MOVE RT-REL-TAXID       TO RA-REL-TAXID
           MOVE RT-ROLE            TO RA-ROLE
           MOVE RT-EFF-FROM        TO RA-EFF-FROM
           MOVE RT-EFF-TO          TO RA-EFF-TO
           MOVE RT-OPERATOR-ID     TO RA-OPERATOR-ID

           WRITE RELATAU-REC

           IF      NOT W-RA-FILE-STATUS-GOOD
               MOVE W-RA-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-RA-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing RELATAU'
               MOVE 40             TO W-RETURN-CODE
           END-IF
           .
       SUB-9800-EXIT.
           EXIT.
