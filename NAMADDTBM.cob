      *========================== NAMADDTBM ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Supervised maintenance for the shop's reference
      *              tables, in the transaction-apply-report shape
      *              NAMADDWLM uses for the watch list - a bad hand
      *              edit stops here instead of surfacing mid-chain,
      *              and every change says who made it.
      *
      *              Transactions come from
      *              Data\NAMEADDR.RefTblTrans.dat, one per line:
      *
      *                  cols   1-8   table ID (below)
      *                  col   10     A add, C change, D delete
      *                  cols  12-19  operator who keyed it
      *                  cols  21-28  approving supervisor
      *                  cols  30-189 the table line as it should
      *                               read (for D, only its key)
      *
      *              Table ID  File                      Key cols
      *              --------  ------------------------  --------
      *              JURISDIC  Jurisdictions.dat          1-3
      *              ZIPSTATE  ZipState.dat               1-3
      *              HOLIDAYS  Holidays.dat               1-12
      *              POSTRATE  PostalRates.dat            1-16
      *              MASKING   Masking.dat                1-8
      *              REQUESTR  Requesters.dat             1-4
      *              SRCREG    SourceRegistry.dat         1-3
      *
      *              The supervisor must carry the 'A' flag on their
      *              Data\NAMEADDR.ScreenAuth.dat line - the same
      *              standing NAMADDSCR's approval release needs -
      *              and may not be the operator who keyed it. An add
      *              whose key is on file, or a change or delete
      *              whose key is not, is rejected, as is a line that
      *              breaks its table's rules: a valid YYYYMMDD date,
      *              a jurisdiction code Jurisdictions.dat knows (or
      *              *** in a scope), a known presort level, masked
      *              field or source rule. Jurisdiction changes are
      *              applied first, so a new code can be used by the
      *              other tables in the same run.
      *
      *              Each applied change is appended, before and
      *              after, to the audit Data\NAMEADDR.RefTblAudit.dat.
      *              A table with any change applied is rewritten and
      *              its new version stamped on the version history
      *              Data\NAMEADDR.RefVersion.dat (NAMADDRV.cpy),
      *              which NAMADDREF's preflight checks. Every
      *              transaction, applied or rejected with the
      *              reason, is listed on
      *              Data\NAMEADDR.RefTblMaint.Rpt.dat.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 NAMADDTBM.

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
           SELECT REFTBL           ASSIGN TO W-TABLE-PATH
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-RT-FILE-STATUS.

           SELECT REFTX            ASSIGN
                                   "Data\NAMEADDR.RefTblTrans.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-TX-FILE-STATUS.

           SELECT REFAU            ASSIGN
                                   "Data\NAMEADDR.RefTblAudit.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-TA-FILE-STATUS.

           SELECT REFVER           ASSIGN
                                   "Data\NAMEADDR.RefVersion.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-RV-FILE-STATUS.

           SELECT REFRPT           ASSIGN
                                   "Data\NAMEADDR.RefTblMaint.Rpt.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-TR-FILE-STATUS.

           SELECT SCRAUTH          ASSIGN
                                   "Data\NAMEADDR.ScreenAuth.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-SA-FILE-STATUS.

           SELECT JURCTL           ASSIGN
                                   "Data\NAMEADDR.Jurisdictions.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-JC-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  REFTBL.

       01  REFTBL-REC              PIC X(160).

       FD  REFTX.

       01  REFTX-REC.
           05  TM-TABLE-ID         PIC X(08).
           05  FILLER              PIC X(01).
           05  TM-ACTION           PIC X(01).
           05  FILLER              PIC X(01).
           05  TM-OPERATOR-ID      PIC X(08).
           05  FILLER              PIC X(01).
           05  TM-SUPERVISOR-ID    PIC X(08).
           05  FILLER              PIC X(01).
           05  TM-ROW              PIC X(160).

       FD  REFAU.

       01  REFAU-REC.
           05  TA-TIMESTAMP        PIC X(21).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  TA-RUN-ID           PIC 9(08).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  TA-TABLE-ID         PIC X(08).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  TA-VERSION          PIC 9(05).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  TA-ACTION           PIC X(01).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  TA-OPERATOR-ID      PIC X(08).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  TA-SUPERVISOR-ID    PIC X(08).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  TA-BEFORE           PIC X(160).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  TA-AFTER            PIC X(160).

       FD  REFVER.

       01  REFVER-REC.             COPY NAMADDRV.

       FD  REFRPT.

       01  REFRPT-REC              PIC X(132).

       FD  SCRAUTH.

       01  SCRAUTH-REC.
           05  SA-OPERATOR-ID      PIC X(08).
           05  FILLER              PIC X(01).
           05  SA-APPROVE-FLAG     PIC X(01).
           05  FILLER              PIC X(61).

       FD  JURCTL.

       01  JURCTL-REC.
           05  JC-CODE             PIC X(03).
           05  FILLER              PIC X(153).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-TRANS-READ            PIC 9(09)  COMP VALUE 0.
       01  W-TRANS-APPLIED         PIC 9(09)  COMP VALUE 0.
       01  W-TRANS-REJECTED        PIC 9(09)  COMP VALUE 0.
       01  W-TABLES-STAMPED        PIC 9(09)  COMP VALUE 0.
       01  W-RETURN-CODE           PIC S9(04) COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZ,ZZ9.

       01  W-TODAY-DATE            PIC X(08).
       01  W-TABLE-PATH            PIC X(60).

      **** The maintained tables, in the order they are applied -
      **** Jurisdictions first, as the others refer to its codes.

       01  W-TABLE-DEFS.
           05  FILLER              PIC X(50)       VALUE
               'JURISDICData\NAMEADDR.Jurisdictions.dat         03'.
           05  FILLER              PIC X(50)       VALUE
               'ZIPSTATEData\NAMEADDR.ZipState.dat              03'.
           05  FILLER              PIC X(50)       VALUE
               'HOLIDAYSData\NAMEADDR.Holidays.dat              12'.
           05  FILLER              PIC X(50)       VALUE
               'POSTRATEData\NAMEADDR.PostalRates.dat           16'.
           05  FILLER              PIC X(50)       VALUE
               'MASKING Data\NAMEADDR.Masking.dat               08'.
           05  FILLER              PIC X(50)       VALUE
               'REQUESTRData\NAMEADDR.Requesters.dat            04'.
           05  FILLER              PIC X(50)       VALUE
               'SRCREG  Data\NAMEADDR.SourceRegistry.dat        03'.
       01  FILLER REDEFINES W-TABLE-DEFS.
           05  W-TD-ENTRY                          OCCURS 7
                                                   INDEXED W-TD-IX.
               10  W-TD-ID         PIC X(08).
               10  W-TD-PATH       PIC X(40).
               10  W-TD-KEY-LEN    PIC 9(02).

       01  W-TD-COUNT              PIC 9(04)  COMP VALUE 7.

       01  W-TD-VERSIONS.
           05  W-TD-VERSION        PIC 9(05)       OCCURS 7.

       01  W-TD-SUB                PIC 9(04)  COMP VALUE 0.
       01  W-KEY-LEN               PIC 9(04)  COMP VALUE 0.
       01  W-NEW-VERSION           PIC 9(05)       VALUE 0.

      **** Transactions are held in arrival order and applied one
      **** table at a time.

       01  W-TX-COUNT              PIC 9(04)  COMP VALUE 0.
       01  W-TX-MAX                PIC 9(04)  COMP VALUE 500.

       01  W-TX-TABLE.
           05  W-TX-ENTRY                          OCCURS 500
                                                   INDEXED W-TX-IX.
               10  W-TX-LINE-NUM   PIC 9(05).
               10  W-TX-TABLE-ID   PIC X(08).
               10  W-TX-ACTION     PIC X(01).
               10  W-TX-OPERATOR-ID
                                   PIC X(08).
               10  W-TX-SUPERVISOR-ID
                                   PIC X(08).
               10  W-TX-ROW        PIC X(160).

       01  W-TBL-TRANS             PIC 9(05)  COMP VALUE 0.
       01  W-TBL-APPLIED           PIC 9(05)  COMP VALUE 0.
       01  W-TBL-REJECTED          PIC 9(05)  COMP VALUE 0.
       01  W-TBL-ROWS-WRITTEN      PIC 9(05)  COMP VALUE 0.

      **** The table being maintained, one line per row; a deleted
      **** row stays in place, flagged, until the rewrite.

       01  W-ROW-COUNT             PIC 9(04)  COMP VALUE 0.
       01  W-ROW-MAX               PIC 9(04)  COMP VALUE 2000.

       01  W-ROW-TABLE.
           05  W-ROW-ENTRY                         OCCURS 2000
                                                   INDEXED W-ROW-IX.
               10  W-ROW-DELETED-SW
                                   PIC X(01).
               10  W-ROW-IMAGE     PIC X(160).

       01  W-FOUND-SW              PIC X(01).
           88  W-ROW-FOUND                         VALUE 'Y'.
           88  W-ROW-NOT-FOUND                     VALUE 'N'.

       01  W-REJECT-REASON         PIC X(50).
       01  W-BEFORE-ROW            PIC X(160).

      **** The transaction's line, and its view per table.

       01  W-NEW-ROW               PIC X(160).

       01  W-JC-VIEW               REDEFINES W-NEW-ROW.
           05  W-JC-CODE           PIC X(03).
           05  FILLER              PIC X(01).
           05  W-JC-NAME           PIC X(30).
           05  FILLER              PIC X(01).
           05  W-JC-IDX-PATH       PIC X(60).
           05  FILLER              PIC X(01).
           05  W-JC-RL-PATH        PIC X(60).
           05  FILLER              PIC X(04).

       01  W-ZD-VIEW               REDEFINES W-NEW-ROW.
           05  W-ZD-ZIP-PREFIX     PIC X(03).
           05  FILLER              PIC X(01).
           05  W-ZD-STATE          PIC X(02).
           05  FILLER              PIC X(154).

       01  W-HO-VIEW               REDEFINES W-NEW-ROW.
           05  W-HO-DATE           PIC X(08).
           05  W-HO-DATE-NUM       REDEFINES W-HO-DATE
                                   PIC 9(08).
           05  FILLER              PIC X(01).
           05  W-HO-JURISDICTION   PIC X(03).
           05  FILLER              PIC X(148).

       01  W-RT-VIEW               REDEFINES W-NEW-ROW.
           05  W-RT-LEVEL          PIC X(07).
           05  FILLER              PIC X(01).
           05  W-RT-EFF-DATE       PIC X(08).
           05  W-RT-EFF-DATE-NUM   REDEFINES W-RT-EFF-DATE
                                   PIC 9(08).
           05  FILLER              PIC X(01).
           05  W-RT-RATE-X         PIC X(05).
           05  W-RT-RATE           REDEFINES W-RT-RATE-X
                                   PIC 9V9(04).
           05  FILLER              PIC X(138).

       01  W-MP-VIEW               REDEFINES W-NEW-ROW.
           05  W-MP-FIELD-NAME     PIC X(08).
           05  FILLER              PIC X(01).
           05  W-MP-MASK-SW        PIC X(01).
           05  FILLER              PIC X(150).

       01  W-RR-VIEW               REDEFINES W-NEW-ROW.
           05  W-RR-DEPT-CODE      PIC X(04).
           05  FILLER              PIC X(01).
           05  W-RR-DEPT-NAME      PIC X(30).
           05  FILLER              PIC X(01).
           05  W-RR-SCOPE          PIC X(60).
           05  FILLER              PIC X(64).

       01  W-SG-VIEW               REDEFINES W-NEW-ROW.
           05  W-SG-SOURCE-CODE    PIC X(03).
           05  FILLER              PIC X(01).
           05  W-SG-SOURCE-NAME    PIC X(30).
           05  FILLER              PIC X(01).
           05  W-SG-RULE-ENTRY                     OCCURS 6.
               10  W-SG-RULE       PIC X(01).
               10  FILLER          PIC X(01).
           05  FILLER              PIC X(113).

      **** A requester scope, entry by entry - the layout JURAUTH
      **** reads.

       01  W-SCOPE                 PIC X(60).
       01  FILLER REDEFINES W-SCOPE.
           05  FILLER                              OCCURS 10
                                                   INDEXED W-SCOPE-IX.
               10  W-SCOPE-CODE    PIC X(03).
               10  W-SCOPE-EQUALS  PIC X(01).
               10  W-SCOPE-ACCESS  PIC X(01).
               10  W-SCOPE-SEP     PIC X(01).

       01  W-SG-SUB                PIC 9(04)  COMP VALUE 0.

       01  W-FIND-JUR-CODE         PIC X(03).

      **** Approving supervisors from the authorized-user file.

       01  W-APR-COUNT             PIC 9(04)  COMP VALUE 0.
       01  W-APR-MAX               PIC 9(04)  COMP VALUE 500.

       01  W-APR-TABLE.
           05  W-APR-ID            PIC X(08)       OCCURS 500
                                                   INDEXED W-APR-IX.

       01  W-APR-SW                PIC X(01).
           88  W-APPROVER-FOUND                    VALUE 'Y'.

      **** Jurisdiction codes on file. With no control file on disk
      **** the codes are not checked, as NAMADDZIP does.

       01  W-JUR-COUNT             PIC 9(04)  COMP VALUE 0.
       01  W-JUR-MAX               PIC 9(04)  COMP VALUE 200.

       01  W-JUR-TABLE.
           05  W-JUR-CODE          PIC X(03)       OCCURS 200
                                                   INDEXED W-JUR-IX.

       01  W-JUR-FILE-SW           PIC X(01)       VALUE 'N'.
           88  W-JUR-FILE-ON-DISK                  VALUE 'Y'.

       01  W-JUR-SW                PIC X(01).
           88  W-JUR-KNOWN                         VALUE 'Y'.

       01  W-REPORT-LINE           PIC X(132).

       01  W-DETAIL-LINE.
           05  W-DL-OUTCOME        PIC X(08).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  W-DL-LINE-NUM       PIC ZZZZ9.
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  W-DL-TABLE-ID       PIC X(08).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  W-DL-ACTION         PIC X(01).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  W-DL-SUPERVISOR-ID  PIC X(08).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  W-DL-KEY            PIC X(16).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  W-DL-REASON         PIC X(50).
           05  FILLER              PIC X(30)       VALUE SPACES.

       01  W-LINE-NUM              PIC 9(05)       VALUE 0.
       01  W-DISP-VERSION          PIC ZZZZ9.
       01  W-DISP-COUNT            PIC ZZZZ9.

       01  W-RT-EOF-SW             PIC X(01)       VALUE 'N'.
           88  W-RT-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-TX-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-RV-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-SA-EOF                            VALUE 'Y'.

       01  W-JC-EOF-SW             PIC X(01)       VALUE 'N'.
           88  W-JC-EOF                            VALUE 'Y'.

       01  W-RT-FILE-STATUS        PIC X(02).
           88  W-RT-FILE-STATUS-GOOD               VALUE '00'.
           88  W-RT-FILE-NOT-FOUND                 VALUE '35'.

       01  W-TX-FILE-STATUS        PIC X(02).
           88  W-TX-FILE-STATUS-GOOD               VALUE '00'.

       01  W-TA-FILE-STATUS        PIC X(02).
           88  W-TA-FILE-STATUS-GOOD               VALUE '00'.

       01  W-RV-FILE-STATUS        PIC X(02).
           88  W-RV-FILE-STATUS-GOOD               VALUE '00'.

       01  W-TR-FILE-STATUS        PIC X(02).
           88  W-TR-FILE-STATUS-GOOD               VALUE '00'.

       01  W-SA-FILE-STATUS        PIC X(02).
           88  W-SA-FILE-STATUS-GOOD               VALUE '00'.

       01  W-JC-FILE-STATUS        PIC X(02).
           88  W-JC-FILE-STATUS-GOOD               VALUE '00'.

       01  W-ERROR-MSG             PIC X(22)       VALUE
           '**** NAMADDTBM error: '.

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

           PERFORM SUB-2000-MAINTAIN-TABLE THRU SUB-2000-EXIT
               VARYING W-TD-IX FROM 1 BY 1
               UNTIL W-TD-IX > W-TD-COUNT
               OR    W-RETURN-CODE NOT = 0

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

           DISPLAY 'NAMADDTBM compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           MOVE FUNCTION CURRENT-DATE(1:8)
                                   TO W-TODAY-DATE

           SET  RI-FUNC-CURRENT    TO TRUE
           CALL 'RUNID' USING W-RI-CONTROL

           OPEN INPUT REFTX

           IF      NOT W-TX-FILE-STATUS-GOOD
               MOVE W-TX-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-TX-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening REFTX'
               MOVE 10             TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           OPEN EXTEND REFAU

           IF      NOT W-TA-FILE-STATUS-GOOD
               OPEN OUTPUT REFAU
           END-IF

           IF      NOT W-TA-FILE-STATUS-GOOD
               MOVE W-TA-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-TA-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening REFAU'
               MOVE 11             TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           OPEN OUTPUT REFRPT

           IF      NOT W-TR-FILE-STATUS-GOOD
               MOVE W-TR-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-TR-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening REFRPT'
               MOVE 12             TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           MOVE SPACES             TO W-REPORT-LINE
           STRING 'Reference-table maintenance - run '
                                   DELIMITED BY SIZE
                  RI-RUN-ID        DELIMITED BY SIZE
                  ' on '           DELIMITED BY SIZE
                  W-TODAY-DATE     DELIMITED BY SIZE
             INTO W-REPORT-LINE
           END-STRING
           WRITE REFRPT-REC        FROM W-REPORT-LINE

           MOVE ALL '-'            TO W-REPORT-LINE
           WRITE REFRPT-REC        FROM W-REPORT-LINE

           PERFORM SUB-1100-LOAD-TRANSACTIONS THRU SUB-1100-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1200-LOAD-APPROVERS THRU SUB-1200-EXIT
           PERFORM SUB-1300-LOAD-VERSIONS THRU SUB-1300-EXIT
           PERFORM SUB-1400-LOAD-JUR-CODES THRU SUB-1400-EXIT
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-TRANSACTIONS.
      *---------------------------

      **** A transaction for a table this program does not keep is
      **** rejected on the spot; the rest wait for their table.

           PERFORM UNTIL W-TX-EOF
                   OR    W-RETURN-CODE NOT = 0
               READ REFTX
                   AT END
                       SET  W-TX-EOF
                                   TO TRUE
               END-READ

               IF      NOT W-TX-EOF
                   ADD  1          TO W-LINE-NUM
                   PERFORM SUB-1110-HOLD-ONE-TRANS THRU SUB-1110-EXIT
               END-IF
           END-PERFORM

           CLOSE REFTX
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1110-HOLD-ONE-TRANS.
      *------------------------

           IF      REFTX-REC = SPACES
               OR  TM-TABLE-ID(1 : 1) = '*'
               GO TO SUB-1110-EXIT
           END-IF

           ADD  1                  TO W-TRANS-READ

           MOVE FUNCTION UPPER-CASE(TM-TABLE-ID)
                                   TO TM-TABLE-ID

           SET  W-TD-IX            TO 1
           SEARCH W-TD-ENTRY
               AT END
                   MOVE SPACES     TO W-DETAIL-LINE
                   MOVE 'REJECTED' TO W-DL-OUTCOME
                   MOVE W-LINE-NUM TO W-DL-LINE-NUM
                   MOVE TM-TABLE-ID
                                   TO W-DL-TABLE-ID
                   MOVE TM-ACTION  TO W-DL-ACTION
                   MOVE TM-SUPERVISOR-ID
                                   TO W-DL-SUPERVISOR-ID
                   MOVE TM-ROW     TO W-DL-KEY
                   MOVE 'Not a maintained reference table'
                                   TO W-DL-REASON
                   WRITE REFRPT-REC
                                   FROM W-DETAIL-LINE
                   ADD  1          TO W-TRANS-REJECTED
                   GO TO SUB-1110-EXIT
               WHEN W-TD-ID(W-TD-IX) = TM-TABLE-ID
                   CONTINUE
           END-SEARCH

           IF      W-TX-COUNT >= W-TX-MAX
               DISPLAY W-ERROR-MSG
                       'Transaction table full - increase W-TX-MAX'
               MOVE 20             TO W-RETURN-CODE
               GO TO SUB-1110-EXIT
           END-IF

           ADD  1                  TO W-TX-COUNT
           SET  W-TX-IX            TO W-TX-COUNT
           MOVE W-LINE-NUM         TO W-TX-LINE-NUM(W-TX-IX)
           MOVE TM-TABLE-ID        TO W-TX-TABLE-ID(W-TX-IX)
           MOVE FUNCTION UPPER-CASE(TM-ACTION)
                                   TO W-TX-ACTION(W-TX-IX)
           MOVE FUNCTION UPPER-CASE(TM-OPERATOR-ID)
                                   TO W-TX-OPERATOR-ID(W-TX-IX)
           MOVE FUNCTION UPPER-CASE(TM-SUPERVISOR-ID)
                                   TO W-TX-SUPERVISOR-ID(W-TX-IX)
           MOVE TM-ROW             TO W-TX-ROW(W-TX-IX)
           .
       SUB-1110-EXIT.
           EXIT.
      /
       SUB-1200-LOAD-APPROVERS.
      *------------------------

      **** No authorized-user file means no supervisor can approve,
      **** and every transaction is rejected.

           OPEN INPUT SCRAUTH

           IF      NOT W-SA-FILE-STATUS-GOOD
               DISPLAY 'No authorized-user file on disk - no '
                       'supervisor can approve'
               GO TO SUB-1200-EXIT
           END-IF

           PERFORM UNTIL W-SA-EOF
               READ SCRAUTH
                   AT END
                       SET  W-SA-EOF
                                   TO TRUE
               END-READ

               IF      NOT W-SA-EOF
                   AND SA-OPERATOR-ID NOT = SPACES
                   AND SA-OPERATOR-ID(1 : 1) NOT = '*'
                   AND FUNCTION UPPER-CASE(SA-APPROVE-FLAG) = 'A'
                   AND W-APR-COUNT < W-APR-MAX
                   ADD  1          TO W-APR-COUNT
                   SET  W-APR-IX   TO W-APR-COUNT
                   MOVE FUNCTION UPPER-CASE(SA-OPERATOR-ID)
                                   TO W-APR-ID(W-APR-IX)
               END-IF
           END-PERFORM

           CLOSE SCRAUTH
           .
       SUB-1200-EXIT.
           EXIT.
      /
       SUB-1300-LOAD-VERSIONS.
      *-----------------------

      **** The version in force is the highest stamped; a table never
      **** stamped starts at version 1.

           MOVE ZEROES             TO W-TD-VERSIONS

           OPEN INPUT REFVER

           IF      NOT W-RV-FILE-STATUS-GOOD
               DISPLAY 'No reference-table version history yet'
               GO TO SUB-1300-EXIT
           END-IF

           PERFORM UNTIL W-RV-EOF
               READ REFVER
                   AT END
                       SET  W-RV-EOF
                                   TO TRUE
               END-READ

               IF      NOT W-RV-EOF
                   AND RV-VERSION NUMERIC
                   PERFORM VARYING W-TD-SUB FROM 1 BY 1
                           UNTIL W-TD-SUB > W-TD-COUNT
                       IF      W-TD-ID(W-TD-SUB) = RV-TABLE-ID
                           AND RV-VERSION > W-TD-VERSION(W-TD-SUB)
                           MOVE RV-VERSION
                                   TO W-TD-VERSION(W-TD-SUB)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

           CLOSE REFVER
           .
       SUB-1300-EXIT.
           EXIT.
      /
       SUB-1400-LOAD-JUR-CODES.
      *------------------------

           MOVE 0                  TO W-JUR-COUNT
           MOVE 'N'                TO W-JUR-FILE-SW
           MOVE 'N'                TO W-JC-EOF-SW

           OPEN INPUT JURCTL

           IF      NOT W-JC-FILE-STATUS-GOOD
               GO TO SUB-1400-EXIT
           END-IF

           SET  W-JUR-FILE-ON-DISK TO TRUE

           PERFORM UNTIL W-JC-EOF
               READ JURCTL
                   AT END
                       SET  W-JC-EOF
                                   TO TRUE
               END-READ

               IF      NOT W-JC-EOF
                   AND JC-CODE NOT = SPACES
                   AND JC-CODE(1 : 1) NOT = '*'
                   AND W-JUR-COUNT < W-JUR-MAX
                   ADD  1          TO W-JUR-COUNT
                   SET  W-JUR-IX   TO W-JUR-COUNT
                   MOVE FUNCTION UPPER-CASE(JC-CODE)
                                   TO W-JUR-CODE(W-JUR-IX)
               END-IF
           END-PERFORM

           CLOSE JURCTL
           .
       SUB-1400-EXIT.
           EXIT.
      /
       SUB-2000-MAINTAIN-TABLE.
      *------------------------

           MOVE 0                  TO W-TBL-TRANS
                                      W-TBL-APPLIED
                                      W-TBL-REJECTED
                                      W-TBL-ROWS-WRITTEN

           PERFORM VARYING W-TX-IX FROM 1 BY 1
                   UNTIL W-TX-IX > W-TX-COUNT
               IF      W-TX-TABLE-ID(W-TX-IX) = W-TD-ID(W-TD-IX)
                   ADD  1          TO W-TBL-TRANS
               END-IF
           END-PERFORM

           IF      W-TBL-TRANS = 0
               GO TO SUB-2000-EXIT
           END-IF

           SET  W-TD-SUB           TO W-TD-IX
           MOVE W-TD-PATH(W-TD-IX) TO W-TABLE-PATH
           MOVE W-TD-KEY-LEN(W-TD-IX)
                                   TO W-KEY-LEN
           COMPUTE W-NEW-VERSION   = W-TD-VERSION(W-TD-SUB) + 1

           PERFORM SUB-2100-LOAD-TABLE THRU SUB-2100-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-2000-EXIT
           END-IF

           PERFORM SUB-2200-APPLY-ONE-TRANS THRU SUB-2200-EXIT
               VARYING W-TX-IX FROM 1 BY 1
               UNTIL W-TX-IX > W-TX-COUNT
               OR    W-RETURN-CODE NOT = 0

           IF      W-TBL-APPLIED > 0
               AND W-RETURN-CODE = 0
               PERFORM SUB-2800-REWRITE-TABLE THRU SUB-2800-EXIT
           END-IF

           IF      W-TBL-APPLIED > 0
               AND W-RETURN-CODE = 0
               PERFORM SUB-2850-STAMP-VERSION THRU SUB-2850-EXIT
           END-IF

      **** A code added or dropped tonight counts for the tables
      **** applied after it.

           IF      W-TD-ID(W-TD-IX) = 'JURISDIC'
               AND W-TBL-APPLIED > 0
               PERFORM SUB-1400-LOAD-JUR-CODES THRU SUB-1400-EXIT
           END-IF

           PERFORM SUB-2900-REPORT-TABLE THRU SUB-2900-EXIT
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-LOAD-TABLE.
      *--------------------

           MOVE 0                  TO W-ROW-COUNT
           MOVE 'N'                TO W-RT-EOF-SW

           OPEN INPUT REFTBL

           IF      W-RT-FILE-NOT-FOUND
               DISPLAY 'No '
                       FUNCTION TRIM(W-TABLE-PATH)
                       ' on disk yet - starting empty'
               GO TO SUB-2100-EXIT
           END-IF

           IF      NOT W-RT-FILE-STATUS-GOOD
               MOVE W-RT-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-RT-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening '
                       FUNCTION TRIM(W-TABLE-PATH)
               MOVE 21             TO W-RETURN-CODE
               GO TO SUB-2100-EXIT
           END-IF

           PERFORM UNTIL W-RT-EOF
                   OR    W-RETURN-CODE NOT = 0
               READ REFTBL
                   AT END
                       SET  W-RT-EOF
                                   TO TRUE
               END-READ

               IF      NOT W-RT-EOF
                   IF      W-ROW-COUNT >= W-ROW-MAX
                       DISPLAY W-ERROR-MSG
                               'Row table full - increase W-ROW-MAX'
                       MOVE 22     TO W-RETURN-CODE
                   ELSE
                       ADD  1      TO W-ROW-COUNT
                       SET  W-ROW-IX
                                   TO W-ROW-COUNT
                       MOVE 'N'    TO W-ROW-DELETED-SW(W-ROW-IX)
                       MOVE REFTBL-REC
                                   TO W-ROW-IMAGE(W-ROW-IX)
                   END-IF
               END-IF
           END-PERFORM

           CLOSE REFTBL
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-APPLY-ONE-TRANS.
      *-------------------------

           IF      W-TX-TABLE-ID(W-TX-IX) NOT = W-TD-ID(W-TD-IX)
               GO TO SUB-2200-EXIT
           END-IF

           MOVE W-TX-ROW(W-TX-IX)  TO W-NEW-ROW
           MOVE SPACES             TO W-REJECT-REASON
                                      W-BEFORE-ROW

           PERFORM SUB-2300-CHECK-COMMON THRU SUB-2300-EXIT

           IF      W-REJECT-REASON = SPACES
               AND W-TX-ACTION(W-TX-IX) NOT = 'D'
               PERFORM SUB-2400-VALIDATE-ROW THRU SUB-2400-EXIT
           END-IF

           IF      W-REJECT-REASON = SPACES
               PERFORM SUB-2500-FIND-ROW THRU SUB-2500-EXIT

               EVALUATE TRUE
                   WHEN W-TX-ACTION(W-TX-IX) = 'A'
                    AND W-ROW-FOUND
                       MOVE 'Key already on the table - use C'
                                   TO W-REJECT-REASON

                   WHEN W-TX-ACTION(W-TX-IX) = 'A'
                       PERFORM SUB-2600-ADD-ROW THRU SUB-2600-EXIT

                   WHEN W-ROW-NOT-FOUND
                       MOVE 'Key not on the table'
                                   TO W-REJECT-REASON

                   WHEN W-TX-ACTION(W-TX-IX) = 'C'
                    AND W-ROW-IMAGE(W-ROW-IX) = W-NEW-ROW
                       MOVE 'Line already reads that way'
                                   TO W-REJECT-REASON

                   WHEN W-TX-ACTION(W-TX-IX) = 'C'
                       MOVE W-ROW-IMAGE(W-ROW-IX)
                                   TO W-BEFORE-ROW
                       MOVE W-NEW-ROW
                                   TO W-ROW-IMAGE(W-ROW-IX)

                   WHEN OTHER
                       MOVE W-ROW-IMAGE(W-ROW-IX)
                                   TO W-BEFORE-ROW
                       MOVE 'Y'    TO W-ROW-DELETED-SW(W-ROW-IX)
                       MOVE SPACES TO W-NEW-ROW
               END-EVALUATE
           END-IF

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-2200-EXIT
           END-IF

           MOVE SPACES             TO W-DETAIL-LINE
           MOVE W-TX-LINE-NUM(W-TX-IX)
                                   TO W-DL-LINE-NUM
           MOVE W-TX-TABLE-ID(W-TX-IX)
                                   TO W-DL-TABLE-ID
           MOVE W-TX-ACTION(W-TX-IX)
                                   TO W-DL-ACTION
           MOVE W-TX-SUPERVISOR-ID(W-TX-IX)
                                   TO W-DL-SUPERVISOR-ID
           MOVE W-TX-ROW(W-TX-IX)(1 : W-KEY-LEN)
                                   TO W-DL-KEY

           IF      W-REJECT-REASON NOT = SPACES
               MOVE 'REJECTED'     TO W-DL-OUTCOME
               MOVE W-REJECT-REASON
                                   TO W-DL-REASON
               ADD  1              TO W-TBL-REJECTED
                                      W-TRANS-REJECTED
           ELSE
               MOVE 'APPLIED'      TO W-DL-OUTCOME
               ADD  1              TO W-TBL-APPLIED
                                      W-TRANS-APPLIED
               PERFORM SUB-9800-WRITE-AUDIT THRU SUB-9800-EXIT
           END-IF

           WRITE REFRPT-REC        FROM W-DETAIL-LINE
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2300-CHECK-COMMON.
      *----------------------

           IF      W-TX-ACTION(W-TX-IX) NOT = 'A' AND 'C' AND 'D'
               MOVE 'Action must be A, C or D'
                                   TO W-REJECT-REASON
               GO TO SUB-2300-EXIT
           END-IF

           IF      W-NEW-ROW(1 : W-KEY-LEN) = SPACES
               OR  W-NEW-ROW(1 : 1) = '*'
               MOVE 'No key on the line'
                                   TO W-REJECT-REASON
               GO TO SUB-2300-EXIT
           END-IF

           IF      W-TX-OPERATOR-ID(W-TX-IX) = SPACES
               MOVE 'No operator ID'
                                   TO W-REJECT-REASON
               GO TO SUB-2300-EXIT
           END-IF

           IF      W-TX-SUPERVISOR-ID(W-TX-IX) = SPACES
               MOVE 'No approving supervisor ID'
                                   TO W-REJECT-REASON
               GO TO SUB-2300-EXIT
           END-IF

           IF      W-TX-SUPERVISOR-ID(W-TX-IX)
                                   = W-TX-OPERATOR-ID(W-TX-IX)
               MOVE 'Supervisor may not approve their own change'
                                   TO W-REJECT-REASON
               GO TO SUB-2300-EXIT
           END-IF

           MOVE 'N'                TO W-APR-SW
           SET  W-APR-IX           TO 1

           PERFORM UNTIL W-APR-IX > W-APR-COUNT
                   OR    W-APPROVER-FOUND
               IF      W-APR-ID(W-APR-IX)
                                   = W-TX-SUPERVISOR-ID(W-TX-IX)
                   SET  W-APPROVER-FOUND
                                   TO TRUE
               ELSE
                   SET  W-APR-IX   UP BY 1
               END-IF
           END-PERFORM

           IF      NOT W-APPROVER-FOUND
               MOVE 'Supervisor not an approver in ScreenAuth'
                                   TO W-REJECT-REASON
           END-IF
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2400-VALIDATE-ROW.
      *----------------------

           EVALUATE W-TD-ID(W-TD-IX)
               WHEN 'JURISDIC'
                   PERFORM SUB-2410-VALIDATE-JURISDIC THRU
                           SUB-2410-EXIT
               WHEN 'ZIPSTATE'
                   PERFORM SUB-2420-VALIDATE-ZIPSTATE THRU
                           SUB-2420-EXIT
               WHEN 'HOLIDAYS'
                   PERFORM SUB-2430-VALIDATE-HOLIDAY THRU
                           SUB-2430-EXIT
               WHEN 'POSTRATE'
                   PERFORM SUB-2440-VALIDATE-POSTRATE THRU
                           SUB-2440-EXIT
               WHEN 'MASKING'
                   PERFORM SUB-2450-VALIDATE-MASKING THRU
                           SUB-2450-EXIT
               WHEN 'REQUESTR'
                   PERFORM SUB-2460-VALIDATE-REQUESTER THRU
                           SUB-2460-EXIT
               WHEN 'SRCREG'
                   PERFORM SUB-2470-VALIDATE-SOURCE THRU
                           SUB-2470-EXIT
           END-EVALUATE
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-2410-VALIDATE-JURISDIC.
      *---------------------------

           EVALUATE TRUE
               WHEN W-JC-CODE = '***'
                   MOVE 'Code *** stands for every jurisdiction'
                                   TO W-REJECT-REASON
               WHEN W-JC-NAME = SPACES
                   MOVE 'Jurisdiction name blank'
                                   TO W-REJECT-REASON
               WHEN W-JC-IDX-PATH = SPACES
                   MOVE 'Indexed file path blank'
                                   TO W-REJECT-REASON
               WHEN W-JC-RL-PATH = SPACES
                   MOVE 'Relative file path blank'
                                   TO W-REJECT-REASON
           END-EVALUATE
           .
       SUB-2410-EXIT.
           EXIT.
      /
       SUB-2420-VALIDATE-ZIPSTATE.
      *---------------------------

      **** The checks NAMADDZIP's load applies to the USPS source.

           EVALUATE TRUE
               WHEN W-ZD-ZIP-PREFIX NOT NUMERIC
                   MOVE 'ZIP prefix must be three digits'
                                   TO W-REJECT-REASON
               WHEN W-ZD-STATE NOT ALPHABETIC-UPPER
                 OR W-ZD-STATE(1 : 1) = SPACE
                 OR W-ZD-STATE(2 : 1) = SPACE
                   MOVE 'State must be two upper-case letters'
                                   TO W-REJECT-REASON
           END-EVALUATE
           .
       SUB-2420-EXIT.
           EXIT.
      /
       SUB-2430-VALIDATE-HOLIDAY.
      *--------------------------

      **** The whole line is the key, so there is nothing to change.

           IF      W-TX-ACTION(W-TX-IX) = 'C'
               MOVE 'A holiday line has no data to change - D then A'
                                   TO W-REJECT-REASON
               GO TO SUB-2430-EXIT
           END-IF

           IF      W-HO-DATE NOT NUMERIC
               MOVE 'Holiday date must be YYYYMMDD'
                                   TO W-REJECT-REASON
               GO TO SUB-2430-EXIT
           END-IF

           IF      FUNCTION TEST-DATE-YYYYMMDD(W-HO-DATE-NUM) NOT = 0
               MOVE 'Holiday date is not a calendar date'
                                   TO W-REJECT-REASON
               GO TO SUB-2430-EXIT
           END-IF

           IF      W-HO-JURISDICTION NOT = SPACES
               MOVE W-HO-JURISDICTION
                                   TO W-FIND-JUR-CODE
               PERFORM SUB-2490-FIND-JUR-CODE THRU SUB-2490-EXIT

               IF      NOT W-JUR-KNOWN
                   MOVE 'Jurisdiction code not in Jurisdictions.dat'
                                   TO W-REJECT-REASON
               END-IF
           END-IF
           .
       SUB-2430-EXIT.
           EXIT.
      /
       SUB-2440-VALIDATE-POSTRATE.
      *---------------------------

           EVALUATE TRUE
               WHEN W-RT-LEVEL NOT = '5-DIGIT' AND 'MIXED'
                   MOVE 'Presort level must be 5-DIGIT or MIXED'
                                   TO W-REJECT-REASON
               WHEN W-RT-EFF-DATE NOT NUMERIC
                   MOVE 'Effective date must be YYYYMMDD'
                                   TO W-REJECT-REASON
               WHEN FUNCTION TEST-DATE-YYYYMMDD(W-RT-EFF-DATE-NUM)
                                   NOT = 0
                   MOVE 'Effective date is not a calendar date'
                                   TO W-REJECT-REASON
               WHEN W-RT-RATE-X NOT NUMERIC
                   MOVE 'Rate must be five digits - 9.9999 dollars'
                                   TO W-REJECT-REASON
               WHEN W-RT-RATE = 0
                   MOVE 'Rate may not be zero'
                                   TO W-REJECT-REASON
           END-EVALUATE
           .
       SUB-2440-EXIT.
           EXIT.
      /
       SUB-2450-VALIDATE-MASKING.
      *--------------------------

      **** The fields MASKPII classifies.

           EVALUATE TRUE
               WHEN W-MP-FIELD-NAME NOT = 'TAXID' AND 'PHONE'
                                      AND 'EMAIL'
                   MOVE 'Masked field must be TAXID, PHONE or EMAIL'
                                   TO W-REJECT-REASON
               WHEN W-MP-MASK-SW NOT = 'Y' AND 'N'
                   MOVE 'Mask switch must be Y or N'
                                   TO W-REJECT-REASON
           END-EVALUATE
           .
       SUB-2450-EXIT.
           EXIT.
      /
       SUB-2460-VALIDATE-REQUESTER.
      *----------------------------

           IF      W-RR-DEPT-NAME = SPACES
               MOVE 'Department name blank'
                                   TO W-REJECT-REASON
               GO TO SUB-2460-EXIT
           END-IF

      **** Each scope entry is CCC=A, one space apart, as JURAUTH
      **** reads them.

           MOVE FUNCTION UPPER-CASE(W-RR-SCOPE)
                                   TO W-SCOPE

           PERFORM VARYING W-SCOPE-IX FROM 1 BY 1
                   UNTIL W-SCOPE-IX > 10
                   OR    W-REJECT-REASON NOT = SPACES
               IF      W-SCOPE-CODE(W-SCOPE-IX) NOT = SPACES
                   OR  W-SCOPE-EQUALS(W-SCOPE-IX) NOT = SPACE
                   OR  W-SCOPE-ACCESS(W-SCOPE-IX) NOT = SPACE
                   OR  W-SCOPE-SEP(W-SCOPE-IX) NOT = SPACE
                   PERFORM SUB-2465-VALIDATE-SCOPE-ENTRY THRU
                           SUB-2465-EXIT
               END-IF
           END-PERFORM
           .
       SUB-2460-EXIT.
           EXIT.
      /
       SUB-2465-VALIDATE-SCOPE-ENTRY.
      *------------------------------

           IF      W-SCOPE-EQUALS(W-SCOPE-IX) NOT = '='
               OR  W-SCOPE-SEP(W-SCOPE-IX) NOT = SPACE
               MOVE 'Scope entries must read CCC=A, one space apart'
                                   TO W-REJECT-REASON
               GO TO SUB-2465-EXIT
           END-IF

           IF      W-SCOPE-ACCESS(W-SCOPE-IX) NOT = 'S' AND 'C'
               MOVE 'Scope access must be S or C'
                                   TO W-REJECT-REASON
               GO TO SUB-2465-EXIT
           END-IF

           IF      W-SCOPE-CODE(W-SCOPE-IX) = '***'
               GO TO SUB-2465-EXIT
           END-IF

           MOVE W-SCOPE-CODE(W-SCOPE-IX)
                                   TO W-FIND-JUR-CODE
           PERFORM SUB-2490-FIND-JUR-CODE THRU SUB-2490-EXIT

           IF      NOT W-JUR-KNOWN
               MOVE 'Scope code not in Jurisdictions.dat'
                                   TO W-REJECT-REASON
           END-IF
           .
       SUB-2465-EXIT.
           EXIT.
      /
       SUB-2470-VALIDATE-SOURCE.
      *-------------------------

           IF      W-SG-SOURCE-NAME = SPACES
               MOVE 'Source name blank'
                                   TO W-REJECT-REASON
               GO TO SUB-2470-EXIT
           END-IF

      **** Phone, email, street, city, ZIP and box rules: R required,
      **** O optional, B must be blank, blank no rule.

           PERFORM VARYING W-SG-SUB FROM 1 BY 1
                   UNTIL W-SG-SUB > 6
               IF      W-SG-RULE(W-SG-SUB) NOT = 'R' AND 'O' AND 'B'
                                             AND SPACE
                   MOVE 'Source rules must be R, O, B or blank'
                                   TO W-REJECT-REASON
               END-IF
           END-PERFORM
           .
       SUB-2470-EXIT.
           EXIT.
      /
       SUB-2490-FIND-JUR-CODE.
      *-----------------------

           MOVE 'N'                TO W-JUR-SW

           IF      NOT W-JUR-FILE-ON-DISK
               SET  W-JUR-KNOWN    TO TRUE
               GO TO SUB-2490-EXIT
           END-IF

           SET  W-JUR-IX           TO 1

           PERFORM UNTIL W-JUR-IX > W-JUR-COUNT
                   OR    W-JUR-KNOWN
               IF      W-JUR-CODE(W-JUR-IX) = W-FIND-JUR-CODE
                   SET  W-JUR-KNOWN
                                   TO TRUE
               ELSE
                   SET  W-JUR-IX   UP BY 1
               END-IF
           END-PERFORM
           .
       SUB-2490-EXIT.
           EXIT.
      /
       SUB-2500-FIND-ROW.
      *------------------

           SET  W-ROW-NOT-FOUND    TO TRUE
           SET  W-ROW-IX           TO 1

           PERFORM UNTIL W-ROW-IX > W-ROW-COUNT
                   OR    W-ROW-FOUND
               IF      W-ROW-DELETED-SW(W-ROW-IX) NOT = 'Y'
                   AND W-ROW-IMAGE(W-ROW-IX)(1 : W-KEY-LEN)
                                   = W-NEW-ROW(1 : W-KEY-LEN)
                   SET  W-ROW-FOUND
                                   TO TRUE
               ELSE
                   SET  W-ROW-IX   UP BY 1
               END-IF
           END-PERFORM
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2600-ADD-ROW.
      *-----------------

           IF      W-ROW-COUNT >= W-ROW-MAX
               DISPLAY W-ERROR-MSG
                       'Row table full - increase W-ROW-MAX'
               MOVE 22             TO W-RETURN-CODE
               GO TO SUB-2600-EXIT
           END-IF

           ADD  1                  TO W-ROW-COUNT
           SET  W-ROW-IX           TO W-ROW-COUNT
           MOVE 'N'                TO W-ROW-DELETED-SW(W-ROW-IX)
           MOVE W-NEW-ROW          TO W-ROW-IMAGE(W-ROW-IX)
           .
       SUB-2600-EXIT.
           EXIT.
      /
       SUB-2800-REWRITE-TABLE.
      *-----------------------

           OPEN OUTPUT REFTBL

           IF      NOT W-RT-FILE-STATUS-GOOD
               MOVE W-RT-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-RT-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' rewriting '
                       FUNCTION TRIM(W-TABLE-PATH)
               MOVE 30             TO W-RETURN-CODE
               GO TO SUB-2800-EXIT
           END-IF

           PERFORM VARYING W-ROW-IX FROM 1 BY 1
                   UNTIL W-ROW-IX > W-ROW-COUNT
               IF      W-ROW-DELETED-SW(W-ROW-IX) NOT = 'Y'
                   WRITE REFTBL-REC
                                   FROM W-ROW-IMAGE(W-ROW-IX)
                   ADD  1          TO W-TBL-ROWS-WRITTEN
               END-IF
           END-PERFORM

           CLOSE REFTBL
           .
       SUB-2800-EXIT.
           EXIT.
      /
       SUB-2850-STAMP-VERSION.
      *-----------------------

      **** Stamped after the table is closed, so its modification
      **** stamp is never later than its version stamp.

           OPEN EXTEND REFVER

           IF      NOT W-RV-FILE-STATUS-GOOD
               OPEN OUTPUT REFVER
           END-IF

           IF      NOT W-RV-FILE-STATUS-GOOD
               MOVE W-RV-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-RV-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening REFVER'
               MOVE 31             TO W-RETURN-CODE
               GO TO SUB-2850-EXIT
           END-IF

           MOVE SPACES             TO REFVER-REC
           MOVE W-TD-ID(W-TD-IX)   TO RV-TABLE-ID
           MOVE W-NEW-VERSION      TO RV-VERSION
           MOVE FUNCTION CURRENT-DATE(1 : 14)
                                   TO RV-STAMP-TS
           MOVE RI-RUN-ID          TO RV-RUN-ID
           MOVE W-TBL-APPLIED      TO RV-CHANGES
           MOVE W-TBL-ROWS-WRITTEN TO RV-ROWS
           MOVE W-TABLE-PATH       TO RV-TABLE-PATH

           WRITE REFVER-REC

           CLOSE REFVER

           MOVE W-NEW-VERSION      TO W-TD-VERSION(W-TD-SUB)
           ADD  1                  TO W-TABLES-STAMPED
           .
       SUB-2850-EXIT.
           EXIT.
      /
       SUB-2900-REPORT-TABLE.
      *----------------------

           MOVE SPACES             TO W-REPORT-LINE
           MOVE W-TBL-APPLIED      TO W-DISP-COUNT

           IF      W-TBL-APPLIED > 0
               AND W-RETURN-CODE = 0
               MOVE W-NEW-VERSION  TO W-DISP-VERSION
               STRING W-TD-ID(W-TD-IX)
                                   DELIMITED BY SIZE
                      ' now version '
                                   DELIMITED BY SIZE
                      W-DISP-VERSION
                                   DELIMITED BY SIZE
                      ' - changes applied '
                                   DELIMITED BY SIZE
                      W-DISP-COUNT DELIMITED BY SIZE
                 INTO W-REPORT-LINE
               END-STRING
           ELSE
               STRING W-TD-ID(W-TD-IX)
                                   DELIMITED BY SIZE
                      ' unchanged - no transaction applied'
                                   DELIMITED BY SIZE
                 INTO W-REPORT-LINE
               END-STRING
           END-IF

           WRITE REFRPT-REC        FROM W-REPORT-LINE
           DISPLAY FUNCTION TRIM(W-REPORT-LINE)

           MOVE ALL '-'            TO W-REPORT-LINE
           WRITE REFRPT-REC        FROM W-REPORT-LINE
           .
       SUB-2900-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           IF      W-TA-FILE-STATUS-GOOD
               CLOSE REFAU
           END-IF

           IF      W-TR-FILE-STATUS-GOOD
               CLOSE REFRPT
           END-IF

           MOVE W-TRANS-READ       TO W-DISP-NUM
           DISPLAY 'Transactions read:     '
                   W-DISP-NUM

           MOVE W-TRANS-APPLIED    TO W-DISP-NUM
           DISPLAY 'Transactions applied:  '
                   W-DISP-NUM

           MOVE W-TRANS-REJECTED   TO W-DISP-NUM
           DISPLAY 'Transactions rejected: '
                   W-DISP-NUM

           MOVE W-TABLES-STAMPED   TO W-DISP-NUM
           DISPLAY 'Tables versioned:      '
                   W-DISP-NUM

           DISPLAY 'NAMADDTBM completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-9800-WRITE-AUDIT.
      *---------------------

           MOVE SPACES             TO REFAU-REC
           MOVE FUNCTION CURRENT-DATE
                                   TO TA-TIMESTAMP
           MOVE RI-RUN-ID          TO TA-RUN-ID
           MOVE W-TD-ID(W-TD-IX)   TO TA-TABLE-ID
           MOVE W-NEW-VERSION      TO TA-VERSION
           MOVE W-TX-ACTION(W-TX-IX)
                                   TO TA-ACTION
           MOVE W-TX-OPERATOR-ID(W-TX-IX)
                                   TO TA-OPERATOR-ID
           MOVE W-TX-SUPERVISOR-ID(W-TX-IX)
                                   TO TA-SUPERVISOR-ID
           MOVE W-BEFORE-ROW       TO TA-BEFORE
           MOVE W-NEW-ROW          TO TA-AFTER

           WRITE REFAU-REC

           IF      NOT W-TA-FILE-STATUS-GOOD
               MOVE W-TA-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-TA-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing REFAU'
               MOVE 40             TO W-RETURN-CODE
           END-IF
           .
       SUB-9800-EXIT.
           EXIT.
