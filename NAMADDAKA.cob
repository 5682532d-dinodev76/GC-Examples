      *========================== NAMADDAKA ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Supervised maintenance for the alias and DBA
      *              name file Data\NAMEADDR.Alias.dat (layout
      *              NAMADDAL.cpy), in the same transaction-apply-
      *              report shape NAMADDREL uses for relationships.
      *              A taxpayer may carry several current alternate
      *              names; a caller giving one of them, or a second
      *              registration made under one, is then found by
      *              every lookup that consults the file.
      *
      *              Transactions come from
      *              Data\NAMEADDR.AliasTrans.dat, one per line: the
      *              code, the TAXID, the name type (A alias, D DBA
      *              trade name), the name and the supervising
      *              operator's ID, which every transaction must
      *              carry:
      *
      *                  'A' adds the name - the same TAXID, type
      *                  and name already on file rejects;
      *                  'D' drops a name no longer in use or keyed
      *                  in error.
      *
      *              Names are held upper case. Every applied
      *              transaction writes a line to the alias audit
      *              file Data\NAMEADDR.AliasAudit.dat under this
      *              run's ID, and every run ends by rewriting the
      *              file and writing the standing report of names
      *              on file to Data\NAMEADDR.AliasReport.dat.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 NAMADDAKA.

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
           SELECT ALIASF           ASSIGN "Data\NAMEADDR.Alias.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-AF-FILE-STATUS.

           SELECT ALIASTX          ASSIGN
                                   "Data\NAMEADDR.AliasTrans.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-AT-FILE-STATUS.

           SELECT ALIASAU          ASSIGN
                                   "Data\NAMEADDR.AliasAudit.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-AA-FILE-STATUS.

           SELECT ALIASRP          ASSIGN
                                   "Data\NAMEADDR.AliasReport.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-AP-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  ALIASF.

       01  ALIASF-REC.             COPY NAMADDAL.

       FD  ALIASTX.

       01  ALIASTX-REC.
           05  AT-TRANS-CODE       PIC X(01).
               88  AT-TRANS-ADD                    VALUE 'A'.
               88  AT-TRANS-DELETE                 VALUE 'D'.
           05  FILLER              PIC X(01).
           05  AT-TAXID            PIC X(12).
           05  FILLER              PIC X(01).
           05  AT-TYPE             PIC X(01).
           05  FILLER              PIC X(01).
           05  AT-NAME             PIC X(35).
           05  FILLER              PIC X(01).
           05  AT-OPERATOR-ID      PIC X(08).

       FD  ALIASAU.

       01  ALIASAU-REC.
           05  AA-TIMESTAMP        PIC X(21).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  AA-RUN-ID           PIC 9(08).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  AA-TRANS-CODE       PIC X(01).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  AA-TAXID            PIC X(12).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  AA-TYPE             PIC X(01).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  AA-NAME             PIC X(35).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  AA-OPERATOR-ID      PIC X(08).

       FD  ALIASRP.

       01  ALIASRP-REC             PIC X(80).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-TRANS-READ            PIC 9(09)  COMP VALUE 0.
       01  W-TRANS-APPLIED         PIC 9(09)  COMP VALUE 0.
       01  W-TRANS-REJECTED        PIC 9(09)  COMP VALUE 0.
       01  W-NAMES-STANDING        PIC 9(09)  COMP VALUE 0.
       01  W-RETURN-CODE           PIC S9(04) COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZ,ZZ9.

       01  W-TODAY-DATE            PIC X(08).

       01  W-ALS-COUNT             PIC 9(04)  COMP VALUE 0.
       01  W-ALS-MAX               PIC 9(04)  COMP VALUE 5000.

       01  W-ALS-TABLE.
           05  W-ALS-ENTRY                         OCCURS 5000
                                                   INDEXED W-ALS-IX.
               10  W-ALS-TAXID     PIC X(12).
               10  W-ALS-TYPE      PIC X(01).
               10  W-ALS-NAME      PIC X(35).
               10  W-ALS-ENTERED-BY
                                   PIC X(08).
               10  W-ALS-ENTERED-DATE
                                   PIC X(08).
               10  W-ALS-DELETED-SW
                                   PIC X(01).
                   88  W-ALS-DELETED               VALUE 'Y'.

       01  W-FOUND-SW              PIC X(01)       VALUE 'N'.
           88  W-ALS-FOUND                         VALUE 'Y'.
           88  W-ALS-NOT-FOUND                     VALUE 'N'.

       01  W-REJECT-REASON         PIC X(40).

       01  W-NAME-TYPE             PIC X(01).
           88  W-NAME-TYPE-ALIAS                   VALUE 'A'.
           88  W-NAME-TYPE-DBA                     VALUE 'D'.
           88  W-NAME-TYPE-VALID                   VALUE 'A' 'D'.

       01  W-TYPE-NAME             PIC X(05).

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-AF-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-AT-EOF                            VALUE 'Y'.

       01  W-AF-FILE-STATUS        PIC X(02).
           88  W-AF-FILE-STATUS-GOOD               VALUE '00'.
           88  W-AF-FILE-NOT-FOUND                 VALUE '35'.

       01  W-AT-FILE-STATUS        PIC X(02).
           88  W-AT-FILE-STATUS-GOOD               VALUE '00'.

       01  W-AA-FILE-STATUS        PIC X(02).
           88  W-AA-FILE-STATUS-GOOD               VALUE '00'.

       01  W-AP-FILE-STATUS        PIC X(02).
           88  W-AP-FILE-STATUS-GOOD               VALUE '00'.

       01  W-ERROR-MSG             PIC X(22)       VALUE
           '**** NAMADDAKA error: '.

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
               UNTIL W-AT-EOF
               OR    W-RETURN-CODE NOT = 0

           IF      W-RETURN-CODE = 0
               PERFORM SUB-2800-REWRITE-ALIAS-FILE THRU
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

           DISPLAY 'NAMADDAKA compiled on '
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

           PERFORM SUB-1100-LOAD-ALIAS-TABLE THRU SUB-1100-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           OPEN INPUT ALIASTX

           IF      NOT W-AT-FILE-STATUS-GOOD
               MOVE W-AT-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-AT-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening ALIASTX'
               MOVE 11             TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           OPEN EXTEND ALIASAU

           IF      NOT W-AA-FILE-STATUS-GOOD
               OPEN OUTPUT ALIASAU
           END-IF

           IF      NOT W-AA-FILE-STATUS-GOOD
               MOVE W-AA-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-AA-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening ALIASAU'
               MOVE 12             TO W-RETURN-CODE
           END-IF
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-ALIAS-TABLE.
      *--------------------------

           OPEN INPUT ALIASF

           IF      W-AF-FILE-NOT-FOUND
               DISPLAY 'No alias file on disk yet - starting empty'
               GO TO SUB-1100-EXIT
           END-IF

           IF      NOT W-AF-FILE-STATUS-GOOD
               MOVE W-AF-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-AF-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening ALIASF'
               MOVE 10             TO W-RETURN-CODE
               GO TO SUB-1100-EXIT
           END-IF

           PERFORM SUB-1150-LOAD-ONE-ALIAS THRU SUB-1150-EXIT
               UNTIL W-AF-EOF
               OR    W-RETURN-CODE NOT = 0

           CLOSE ALIASF

           MOVE W-ALS-COUNT        TO W-DISP-NUM
           DISPLAY 'Alias and DBA names loaded: '
                   W-DISP-NUM
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1150-LOAD-ONE-ALIAS.
      *------------------------

           READ ALIASF
               AT END
                   SET  W-AF-EOF   TO TRUE
                   GO TO SUB-1150-EXIT
           END-READ

           IF      W-ALS-COUNT >= W-ALS-MAX
               DISPLAY W-ERROR-MSG
                       'Alias table full - increase W-ALS-MAX'
               MOVE 15             TO W-RETURN-CODE
               GO TO SUB-1150-EXIT
           END-IF

           ADD  1                  TO W-ALS-COUNT
           SET  W-ALS-IX           TO W-ALS-COUNT
           MOVE AL-TAXID           TO W-ALS-TAXID(W-ALS-IX)
           MOVE AL-TYPE            TO W-ALS-TYPE(W-ALS-IX)
           MOVE AL-NAME            TO W-ALS-NAME(W-ALS-IX)
           MOVE AL-ENTERED-BY      TO W-ALS-ENTERED-BY(W-ALS-IX)
           MOVE AL-ENTERED-DATE    TO W-ALS-ENTERED-DATE(W-ALS-IX)
           MOVE 'N'                TO W-ALS-DELETED-SW(W-ALS-IX)
           .
       SUB-1150-EXIT.
           EXIT.
      /
       SUB-2000-APPLY-ONE-TRANS.
      *-------------------------

           READ ALIASTX
               AT END
                   SET  W-AT-EOF   TO TRUE
                   GO TO SUB-2000-EXIT
           END-READ

           ADD  1                  TO W-TRANS-READ

           MOVE SPACES             TO W-REJECT-REASON

           MOVE FUNCTION UPPER-CASE(AT-NAME)
                                   TO AT-NAME
           MOVE AT-TYPE            TO W-NAME-TYPE

           PERFORM SUB-2100-FIND-ALIAS THRU SUB-2100-EXIT

           EVALUATE TRUE
               WHEN NOT AT-TRANS-ADD
                   AND NOT AT-TRANS-DELETE
                   MOVE 'Transaction code not A or D'
                                   TO W-REJECT-REASON

               WHEN AT-TAXID = SPACES
                   MOVE 'Blank TAXID'
                                   TO W-REJECT-REASON

               WHEN NOT W-NAME-TYPE-VALID
                   MOVE 'Name type not A or D'
                                   TO W-REJECT-REASON

               WHEN AT-NAME = SPACES
                   MOVE 'Blank name'
                                   TO W-REJECT-REASON

               WHEN AT-OPERATOR-ID = SPACES
                   MOVE 'Supervising operator ID required'
                                   TO W-REJECT-REASON

               WHEN AT-TRANS-ADD AND W-ALS-FOUND
                   MOVE 'Name already on file for this TAXID'
                                   TO W-REJECT-REASON

               WHEN AT-TRANS-DELETE AND W-ALS-NOT-FOUND
                   MOVE 'No such name on file'
                                   TO W-REJECT-REASON
           END-EVALUATE

           IF      W-REJECT-REASON = SPACES
               IF      AT-TRANS-ADD
                   PERFORM SUB-2200-ADD-ALIAS THRU SUB-2200-EXIT
               ELSE
                   MOVE 'Y'        TO W-ALS-DELETED-SW(W-ALS-IX)
               END-IF
           END-IF

           IF      W-REJECT-REASON NOT = SPACES
               ADD  1              TO W-TRANS-REJECTED
               DISPLAY 'Rejected: '
                       AT-TRANS-CODE
                       ' '
                       AT-TAXID
                       ' '
                       AT-TYPE
                       ' '
                       FUNCTION TRIM(AT-NAME)
                       ' - '
                       FUNCTION TRIM(W-REJECT-REASON)
               GO TO SUB-2000-EXIT
           END-IF

           IF      W-RETURN-CODE = 0
               ADD  1              TO W-TRANS-APPLIED
               PERFORM SUB-9800-WRITE-ALIAS-AUDIT THRU SUB-9800-EXIT
           END-IF
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-FIND-ALIAS.
      *--------------------

           SET  W-ALS-NOT-FOUND    TO TRUE
           SET  W-ALS-IX           TO 1

           PERFORM UNTIL W-ALS-IX > W-ALS-COUNT
                   OR    W-ALS-FOUND
               IF      W-ALS-TAXID(W-ALS-IX) = AT-TAXID
                   AND W-ALS-TYPE(W-ALS-IX) = AT-TYPE
                   AND W-ALS-NAME(W-ALS-IX) = AT-NAME
                   AND NOT W-ALS-DELETED(W-ALS-IX)
                   SET  W-ALS-FOUND
                                   TO TRUE
               ELSE
                   SET  W-ALS-IX   UP BY 1
               END-IF
           END-PERFORM
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-ADD-ALIAS.
      *-------------------

           IF      W-ALS-COUNT >= W-ALS-MAX
               DISPLAY W-ERROR-MSG
                       'Alias table full - increase W-ALS-MAX'
               MOVE 20             TO W-RETURN-CODE
               GO TO SUB-2200-EXIT
           END-IF

           ADD  1                  TO W-ALS-COUNT
           SET  W-ALS-IX           TO W-ALS-COUNT
           MOVE AT-TAXID           TO W-ALS-TAXID(W-ALS-IX)
           MOVE AT-TYPE            TO W-ALS-TYPE(W-ALS-IX)
           MOVE AT-NAME            TO W-ALS-NAME(W-ALS-IX)
           MOVE AT-OPERATOR-ID     TO W-ALS-ENTERED-BY(W-ALS-IX)
           MOVE W-TODAY-DATE       TO W-ALS-ENTERED-DATE(W-ALS-IX)
           MOVE 'N'                TO W-ALS-DELETED-SW(W-ALS-IX)
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2800-REWRITE-ALIAS-FILE.
      *----------------------------

      **** The file holds only names in current use - a dropped
      **** name leaves its trail in the audit file, not here.

           OPEN OUTPUT ALIASF

           IF      NOT W-AF-FILE-STATUS-GOOD
               MOVE W-AF-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-AF-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' rewriting ALIASF'
               MOVE 30             TO W-RETURN-CODE
               GO TO SUB-2800-EXIT
           END-IF

           PERFORM VARYING W-ALS-IX FROM 1 BY 1
                   UNTIL W-ALS-IX > W-ALS-COUNT
               IF      NOT W-ALS-DELETED(W-ALS-IX)
                   MOVE SPACES     TO ALIASF-REC
                   MOVE W-ALS-TAXID(W-ALS-IX)
                                   TO AL-TAXID
                   MOVE W-ALS-TYPE(W-ALS-IX)
                                   TO AL-TYPE
                   MOVE W-ALS-NAME(W-ALS-IX)
                                   TO AL-NAME
                   MOVE W-ALS-ENTERED-BY(W-ALS-IX)
                                   TO AL-ENTERED-BY
                   MOVE W-ALS-ENTERED-DATE(W-ALS-IX)
                                   TO AL-ENTERED-DATE

                   WRITE ALIASF-REC

                   ADD  1          TO W-NAMES-STANDING
               END-IF
           END-PERFORM

           CLOSE ALIASF
           .
       SUB-2800-EXIT.
           EXIT.
      /
       SUB-2900-WRITE-STANDING-REPORT.
      *-------------------------------

           OPEN OUTPUT ALIASRP

           IF      NOT W-AP-FILE-STATUS-GOOD
               MOVE W-AP-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-AP-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening ALIASRP'
               MOVE 31             TO W-RETURN-CODE
               GO TO SUB-2900-EXIT
           END-IF

           MOVE ' ALIAS AND DBA NAMES ON FILE'
                                   TO ALIASRP-REC
           WRITE ALIASRP-REC

           PERFORM VARYING W-ALS-IX FROM 1 BY 1
                   UNTIL W-ALS-IX > W-ALS-COUNT
               IF      NOT W-ALS-DELETED(W-ALS-IX)
                   MOVE W-ALS-TYPE(W-ALS-IX)
                                   TO W-NAME-TYPE
                   PERFORM SUB-9700-TYPE-NAME THRU SUB-9700-EXIT

                   MOVE SPACES     TO ALIASRP-REC
                   STRING ' '      DELIMITED BY SIZE
                          W-ALS-TAXID(W-ALS-IX)
                                   DELIMITED BY SIZE
                          ' '      DELIMITED BY SIZE
                          W-TYPE-NAME
                                   DELIMITED BY SIZE
                          ' '      DELIMITED BY SIZE
                          W-ALS-NAME(W-ALS-IX)
                                   DELIMITED BY SIZE
                          ' '      DELIMITED BY SIZE
                          W-ALS-ENTERED-DATE(W-ALS-IX)
                                   DELIMITED BY SIZE
                          ' '      DELIMITED BY SIZE
                          W-ALS-ENTERED-BY(W-ALS-IX)
                                   DELIMITED BY SIZE
                     INTO ALIASRP-REC
                   END-STRING

                   WRITE ALIASRP-REC
               END-IF
           END-PERFORM

           CLOSE ALIASRP
           .
       SUB-2900-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           CLOSE ALIASTX
                 ALIASAU

           MOVE W-TRANS-READ       TO W-DISP-NUM
           DISPLAY 'Transactions read:       '
                   W-DISP-NUM

           MOVE W-TRANS-APPLIED    TO W-DISP-NUM
           DISPLAY 'Transactions applied:    '
                   W-DISP-NUM

           MOVE W-TRANS-REJECTED   TO W-DISP-NUM
           DISPLAY 'Transactions rejected:   '
                   W-DISP-NUM

           MOVE W-NAMES-STANDING   TO W-DISP-NUM
           DISPLAY 'Names on file:           '
                   W-DISP-NUM

           DISPLAY 'NAMADDAKA completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-9700-TYPE-NAME.
      *-------------------

           EVALUATE TRUE
               WHEN W-NAME-TYPE-ALIAS
                   MOVE 'ALIAS'    TO W-TYPE-NAME
               WHEN W-NAME-TYPE-DBA
                   MOVE 'DBA'      TO W-TYPE-NAME
               WHEN OTHER
                   MOVE W-NAME-TYPE
                                   TO W-TYPE-NAME
           END-EVALUATE
           .
       SUB-9700-EXIT.
           EXIT.
      /
       SUB-9800-WRITE-ALIAS-AUDIT.
      *---------------------------

           MOVE SPACES             TO ALIASAU-REC
           MOVE FUNCTION CURRENT-DATE
                                   TO AA-TIMESTAMP
           MOVE RI-RUN-ID          TO AA-RUN-ID
           MOVE AT-TRANS-CODE      TO AA-TRANS-CODE
           MOVE AT-TAXID           TO AA-TAXID
           MOVE AT-TYPE            TO AA-TYPE
           MOVE AT-NAME            TO AA-NAME
           MOVE AT-OPERATOR-ID     TO AA-OPERATOR-ID

           WRITE ALIASAU-REC

           IF      NOT W-AA-FILE-STATUS-GOOD
               MOVE W-AA-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-AA-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing ALIASAU'
               MOVE 40             TO W-RETURN-CODE
           END-IF
           .
       SUB-9800-EXIT.
           EXIT.
