      *========================== NAMADDTMP ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Supervised maintenance for the temporary-address
      *              file Data\NAMEADDR.TempAddr.dat (layout
      *              NAMADDTM.cpy), in the same transaction-apply-
      *              report shape NAMADDREL uses for relationships.
      *              Snowbirds and students give a winter or school-
      *              term address every year; keyed here as a dated
      *              window it is used by the outbound programs
      *              (through TMPADDR) while the window is open and
      *              dropped by them the day after, instead of
      *              overtyping NA-ADDRESS or NA-MAILING-ADDRESS and
      *              hoping someone changes it back.
      *
      *              Transactions come from
      *              Data\NAMEADDR.TempTrans.dat, one per line: the
      *              code, the TAXID, the reason (S seasonal, T
      *              school term, O other), the from and to dates,
      *              street, city, state, ZIP and the supervising
      *              operator's ID, which every transaction must
      *              carry:
      *
      *                  'A' adds a window - both dates required,
      *                  and a window overlapping another for the
      *                  same TAXID rejects;
      *                  'E' ends the window starting on the from
      *                  date early, on the to date given (today
      *                  when blank);
      *                  'D' deletes the window starting on the from
      *                  date, keyed in error.
      *
      *              Every applied transaction writes a line to the
      *              temporary-address audit file
      *              Data\NAMEADDR.TempAudit.dat under this run's ID,
      *              and every run ends by rewriting the file -
      *              windows closed more than a year ago drop off -
      *              and writing the standing report of windows open
      *              or still to come to
      *              Data\NAMEADDR.TempReport.dat.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 NAMADDTMP.

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
           SELECT TEMPADF          ASSIGN "Data\NAMEADDR.TempAddr.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-TF-FILE-STATUS.

           SELECT TEMPATX          ASSIGN "Data\NAMEADDR.TempTrans.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-TT-FILE-STATUS.

           SELECT TEMPAAU          ASSIGN "Data\NAMEADDR.TempAudit.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-TA-FILE-STATUS.

           SELECT TEMPARP          ASSIGN
                                   "Data\NAMEADDR.TempReport.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-TP-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  TEMPADF.

       01  TEMPADF-REC.            COPY NAMADDTM.

       FD  TEMPATX.

       01  TEMPATX-REC.
           05  TT-TRANS-CODE       PIC X(01).
               88  TT-TRANS-ADD                    VALUE 'A'.
               88  TT-TRANS-END                    VALUE 'E'.
               88  TT-TRANS-DELETE                 VALUE 'D'.
           05  FILLER              PIC X(01).
           05  TT-TAXID            PIC X(12).
           05  FILLER              PIC X(01).
           05  TT-REASON           PIC X(01).
           05  FILLER              PIC X(01).
           05  TT-EFF-FROM         PIC X(08).
           05  FILLER              PIC X(01).
           05  TT-EFF-TO           PIC X(08).
           05  FILLER              PIC X(01).
           05  TT-STREET           PIC X(35).
           05  FILLER              PIC X(01).
           05  TT-CITY             PIC X(25).
           05  FILLER              PIC X(01).
           05  TT-STATE            PIC X(10).
           05  FILLER              PIC X(01).
           05  TT-ZIP-CODE         PIC X(10).
           05  FILLER              PIC X(01).
           05  TT-OPERATOR-ID      PIC X(08).

       FD  TEMPAAU.

       01  TEMPAAU-REC.
           05  TA-TIMESTAMP        PIC X(21).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  TA-RUN-ID           PIC 9(08).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  TA-TRANS-CODE       PIC X(01).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  TA-TAXID            PIC X(12).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  TA-REASON           PIC X(01).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  TA-EFF-FROM         PIC X(08).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  TA-EFF-TO           PIC X(08).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  TA-OPERATOR-ID      PIC X(08).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  TA-STREET           PIC X(35).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  TA-ZIP-CODE         PIC X(10).

       FD  TEMPARP.

       01  TEMPARP-REC             PIC X(100).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-TRANS-READ            PIC 9(09)  COMP VALUE 0.
       01  W-TRANS-APPLIED         PIC 9(09)  COMP VALUE 0.
       01  W-TRANS-REJECTED        PIC 9(09)  COMP VALUE 0.
       01  W-WINDOWS-STANDING      PIC 9(09)  COMP VALUE 0.
       01  W-WINDOWS-PURGED        PIC 9(09)  COMP VALUE 0.
       01  W-WINDOWS-OPEN          PIC 9(09)  COMP VALUE 0.
       01  W-WINDOWS-COMING        PIC 9(09)  COMP VALUE 0.
       01  W-RETURN-CODE           PIC S9(04) COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZ,ZZ9.

       01  W-TODAY-DATE            PIC X(08).

      **** A window that closed before this date a year back has
      **** done its job; the audit file keeps its trail.

       01  W-PURGE-DATE.
           05  W-PURGE-YYYY        PIC 9(04).
           05  W-PURGE-MMDD        PIC X(04).

       01  W-TMP-COUNT             PIC 9(05)  COMP VALUE 0.
       01  W-TMP-MAX               PIC 9(05)  COMP VALUE 10000.

       01  W-TMP-TABLE.
           05  W-TMP-ENTRY                         OCCURS 10000
                                                   INDEXED W-TMP-IX
                                                           W-TMP-IX2.
               10  W-TMP-TAXID     PIC X(12).
               10  W-TMP-REASON    PIC X(01).
               10  W-TMP-EFF-FROM  PIC X(08).
               10  W-TMP-EFF-TO    PIC X(08).
               10  W-TMP-STREET    PIC X(35).
               10  W-TMP-CITY      PIC X(25).
               10  W-TMP-STATE     PIC X(10).
               10  W-TMP-ZIP-CODE  PIC X(10).
               10  W-TMP-ENTERED-BY
                                   PIC X(08).
               10  W-TMP-ENTERED-DATE
                                   PIC X(08).
               10  W-TMP-DELETED-SW
                                   PIC X(01).
                   88  W-TMP-DELETED               VALUE 'Y'.

       01  W-FOUND-SW              PIC X(01)       VALUE 'N'.
           88  W-TMP-FOUND                         VALUE 'Y'.
           88  W-TMP-NOT-FOUND                     VALUE 'N'.

       01  W-OVERLAP-SW            PIC X(01)       VALUE 'N'.
           88  W-TMP-OVERLAPS                      VALUE 'Y'.
           88  W-TMP-NO-OVERLAP                    VALUE 'N'.

       01  W-REJECT-REASON         PIC X(40).

       01  W-REASON-CODE           PIC X(01).
           88  W-REASON-SEASONAL                   VALUE 'S'.
           88  W-REASON-STUDENT                    VALUE 'T'.
           88  W-REASON-OTHER                      VALUE 'O'.
           88  W-REASON-VALID                      VALUE 'S' 'T'
                                                         'O'.

       01  W-REASON-NAME           PIC X(08).
       01  W-WINDOW-STATE          PIC X(07).

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-TF-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-TT-EOF                            VALUE 'Y'.

       01  W-TF-FILE-STATUS        PIC X(02).
           88  W-TF-FILE-STATUS-GOOD               VALUE '00'.
           88  W-TF-FILE-NOT-FOUND                 VALUE '35'.

       01  W-TT-FILE-STATUS        PIC X(02).
           88  W-TT-FILE-STATUS-GOOD               VALUE '00'.

       01  W-TA-FILE-STATUS        PIC X(02).
           88  W-TA-FILE-STATUS-GOOD               VALUE '00'.

       01  W-TP-FILE-STATUS        PIC X(02).
           88  W-TP-FILE-STATUS-GOOD               VALUE '00'.

       01  W-ERROR-MSG             PIC X(22)       VALUE
           '**** NAMADDTMP error: '.

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
               UNTIL W-TT-EOF
               OR    W-RETURN-CODE NOT = 0

           IF      W-RETURN-CODE = 0
               PERFORM SUB-2800-REWRITE-TEMP-FILE THRU SUB-2800-EXIT
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

           DISPLAY 'NAMADDTMP compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           MOVE FUNCTION CURRENT-DATE(1:8)
                                   TO W-TODAY-DATE

           MOVE W-TODAY-DATE       TO W-PURGE-DATE
           SUBTRACT 1              FROM W-PURGE-YYYY

           SET  RI-FUNC-NEXT       TO TRUE
           CALL 'RUNID' USING W-RI-CONTROL
           DISPLAY 'Run ID: ' RI-RUN-ID

           PERFORM SUB-1100-LOAD-TEMP-TABLE THRU SUB-1100-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           OPEN INPUT TEMPATX

           IF      NOT W-TT-FILE-STATUS-GOOD
               MOVE W-TT-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-TT-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening TEMPATX'
               MOVE 11             TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           OPEN EXTEND TEMPAAU

           IF      NOT W-TA-FILE-STATUS-GOOD
               OPEN OUTPUT TEMPAAU
           END-IF

           IF      NOT W-TA-FILE-STATUS-GOOD
               MOVE W-TA-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-TA-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening TEMPAAU'
               MOVE 12             TO W-RETURN-CODE
           END-IF
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-TEMP-TABLE.
      *-------------------------

           OPEN INPUT TEMPADF

           IF      W-TF-FILE-NOT-FOUND
               DISPLAY 'No temporary-address file on disk yet - '
                       'starting empty'
               GO TO SUB-1100-EXIT
           END-IF

           IF      NOT W-TF-FILE-STATUS-GOOD
               MOVE W-TF-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-TF-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening TEMPADF'
               MOVE 10             TO W-RETURN-CODE
               GO TO SUB-1100-EXIT
           END-IF

           PERFORM SUB-1150-LOAD-ONE-WINDOW THRU SUB-1150-EXIT
               UNTIL W-TF-EOF
               OR    W-RETURN-CODE NOT = 0

           CLOSE TEMPADF

           MOVE W-TMP-COUNT        TO W-DISP-NUM
           DISPLAY 'Temporary-address windows loaded: '
                   W-DISP-NUM
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1150-LOAD-ONE-WINDOW.
      *-------------------------

           READ TEMPADF
               AT END
                   SET  W-TF-EOF   TO TRUE
                   GO TO SUB-1150-EXIT
           END-READ

           IF      W-TMP-COUNT >= W-TMP-MAX
               DISPLAY W-ERROR-MSG
                       'Temporary-address table full - increase '
                       'W-TMP-MAX'
               MOVE 15             TO W-RETURN-CODE
               GO TO SUB-1150-EXIT
           END-IF

           ADD  1                  TO W-TMP-COUNT
           SET  W-TMP-IX           TO W-TMP-COUNT
           MOVE TM-TAXID           TO W-TMP-TAXID(W-TMP-IX)
           MOVE TM-REASON          TO W-TMP-REASON(W-TMP-IX)
           MOVE TM-EFF-FROM        TO W-TMP-EFF-FROM(W-TMP-IX)
           MOVE TM-EFF-TO          TO W-TMP-EFF-TO(W-TMP-IX)
           MOVE TM-STREET          TO W-TMP-STREET(W-TMP-IX)
           MOVE TM-CITY            TO W-TMP-CITY(W-TMP-IX)
           MOVE TM-STATE           TO W-TMP-STATE(W-TMP-IX)
           MOVE TM-ZIP-CODE        TO W-TMP-ZIP-CODE(W-TMP-IX)
           MOVE TM-ENTERED-BY      TO W-TMP-ENTERED-BY(W-TMP-IX)
           MOVE TM-ENTERED-DATE    TO W-TMP-ENTERED-DATE(W-TMP-IX)
           MOVE 'N'                TO W-TMP-DELETED-SW(W-TMP-IX)
           .
       SUB-1150-EXIT.
           EXIT.
      /
       SUB-2000-APPLY-ONE-TRANS.
      *-------------------------

           READ TEMPATX
               AT END
                   SET  W-TT-EOF   TO TRUE
                   GO TO SUB-2000-EXIT
           END-READ

           ADD  1                  TO W-TRANS-READ

           MOVE SPACES             TO W-REJECT-REASON

           PERFORM SUB-2100-FIND-WINDOW THRU SUB-2100-EXIT

           EVALUATE TRUE
               WHEN NOT TT-TRANS-ADD
                   AND NOT TT-TRANS-END
                   AND NOT TT-TRANS-DELETE
                   MOVE 'Transaction code not A, E or D'
                                   TO W-REJECT-REASON

               WHEN TT-TAXID = SPACES
                   MOVE 'Blank TAXID'
                                   TO W-REJECT-REASON

               WHEN TT-EFF-FROM NOT NUMERIC
                   MOVE 'From date not YYYYMMDD'
                                   TO W-REJECT-REASON

               WHEN TT-OPERATOR-ID = SPACES
                   MOVE 'Supervising operator ID required'
                                   TO W-REJECT-REASON

               WHEN TT-TRANS-ADD AND W-TMP-FOUND
                   MOVE 'Window from that date already on file'
                                   TO W-REJECT-REASON

               WHEN TT-TRANS-END AND W-TMP-NOT-FOUND
                   MOVE 'No window from that date on file'
                                   TO W-REJECT-REASON

               WHEN TT-TRANS-DELETE AND W-TMP-NOT-FOUND
                   MOVE 'No window from that date on file'
                                   TO W-REJECT-REASON
           END-EVALUATE

           IF      W-REJECT-REASON = SPACES
               EVALUATE TRUE
                   WHEN TT-TRANS-ADD
                       PERFORM SUB-2200-ADD-WINDOW THRU
                               SUB-2200-EXIT

                   WHEN TT-TRANS-END
                       PERFORM SUB-2300-END-WINDOW THRU
                               SUB-2300-EXIT

                   WHEN OTHER
                       MOVE 'Y'    TO W-TMP-DELETED-SW(W-TMP-IX)
                       MOVE W-TMP-EFF-TO(W-TMP-IX)
                                   TO TT-EFF-TO
               END-EVALUATE
           END-IF

           IF      W-REJECT-REASON NOT = SPACES
               ADD  1              TO W-TRANS-REJECTED
               DISPLAY 'Rejected: '
                       TT-TRANS-CODE
                       ' '
                       TT-TAXID
                       ' '
                       TT-EFF-FROM
                       ' '
                       TT-EFF-TO
                       ' - '
                       FUNCTION TRIM(W-REJECT-REASON)
               GO TO SUB-2000-EXIT
           END-IF

           IF      W-RETURN-CODE = 0
               ADD  1              TO W-TRANS-APPLIED
               PERFORM SUB-9800-WRITE-TEMP-AUDIT THRU SUB-9800-EXIT
           END-IF
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-FIND-WINDOW.
      *---------------------

           SET  W-TMP-NOT-FOUND    TO TRUE
           SET  W-TMP-IX           TO 1

           PERFORM UNTIL W-TMP-IX > W-TMP-COUNT
                   OR    W-TMP-FOUND
               IF      W-TMP-TAXID(W-TMP-IX) = TT-TAXID
                   AND W-TMP-EFF-FROM(W-TMP-IX) = TT-EFF-FROM
                   AND NOT W-TMP-DELETED(W-TMP-IX)
                   SET  W-TMP-FOUND
                                   TO TRUE
               ELSE
                   SET  W-TMP-IX   UP BY 1
               END-IF
           END-PERFORM
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-ADD-WINDOW.
      *--------------------

           MOVE TT-REASON          TO W-REASON-CODE

           EVALUATE TRUE
               WHEN NOT W-REASON-VALID
                   MOVE 'Reason not S, T or O'
                                   TO W-REJECT-REASON

               WHEN TT-EFF-TO NOT NUMERIC
                   MOVE 'To date not YYYYMMDD - it is required'
                                   TO W-REJECT-REASON

               WHEN TT-EFF-TO < TT-EFF-FROM
                   MOVE 'To date before from date'
                                   TO W-REJECT-REASON

               WHEN TT-EFF-TO < W-TODAY-DATE
                   MOVE 'Window already over'
                                   TO W-REJECT-REASON

               WHEN TT-STREET = SPACES
                   OR TT-CITY = SPACES
                   OR TT-ZIP-CODE = SPACES
                   MOVE 'Street, city and ZIP required'
                                   TO W-REJECT-REASON
           END-EVALUATE

           IF      W-REJECT-REASON NOT = SPACES
               GO TO SUB-2200-EXIT
           END-IF

      **** Only one address can be in force on any day - a window
      **** touching another for the same taxpayer is refused, not
      **** silently ranked.

           SET  W-TMP-NO-OVERLAP   TO TRUE

           PERFORM VARYING W-TMP-IX2 FROM 1 BY 1
                   UNTIL W-TMP-IX2 > W-TMP-COUNT
                   OR    W-TMP-OVERLAPS
               IF      W-TMP-TAXID(W-TMP-IX2) = TT-TAXID
                   AND NOT W-TMP-DELETED(W-TMP-IX2)
                   AND W-TMP-EFF-FROM(W-TMP-IX2) <= TT-EFF-TO
                   AND W-TMP-EFF-TO(W-TMP-IX2) >= TT-EFF-FROM
                   SET  W-TMP-OVERLAPS
                                   TO TRUE
               END-IF
           END-PERFORM

           IF      W-TMP-OVERLAPS
               MOVE 'Overlaps another window for this TAXID'
                                   TO W-REJECT-REASON
               GO TO SUB-2200-EXIT
           END-IF

           IF      W-TMP-COUNT >= W-TMP-MAX
               DISPLAY W-ERROR-MSG
                       'Temporary-address table full - increase '
                       'W-TMP-MAX'
               MOVE 20             TO W-RETURN-CODE
               GO TO SUB-2200-EXIT
           END-IF

           ADD  1                  TO W-TMP-COUNT
           SET  W-TMP-IX           TO W-TMP-COUNT
           MOVE TT-TAXID           TO W-TMP-TAXID(W-TMP-IX)
           MOVE TT-REASON          TO W-TMP-REASON(W-TMP-IX)
           MOVE TT-EFF-FROM        TO W-TMP-EFF-FROM(W-TMP-IX)
           MOVE TT-EFF-TO          TO W-TMP-EFF-TO(W-TMP-IX)
           MOVE FUNCTION UPPER-CASE(TT-STREET)
                                   TO W-TMP-STREET(W-TMP-IX)
           MOVE FUNCTION UPPER-CASE(TT-CITY)
                                   TO W-TMP-CITY(W-TMP-IX)
           MOVE FUNCTION UPPER-CASE(TT-STATE)
                                   TO W-TMP-STATE(W-TMP-IX)
           MOVE TT-ZIP-CODE        TO W-TMP-ZIP-CODE(W-TMP-IX)
           MOVE TT-OPERATOR-ID     TO W-TMP-ENTERED-BY(W-TMP-IX)
           MOVE W-TODAY-DATE       TO W-TMP-ENTERED-DATE(W-TMP-IX)
           MOVE 'N'                TO W-TMP-DELETED-SW(W-TMP-IX)
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2300-END-WINDOW.
      *--------------------

           IF      TT-EFF-TO = SPACES
               MOVE W-TODAY-DATE   TO TT-EFF-TO
           END-IF

           EVALUATE TRUE
               WHEN TT-EFF-TO NOT NUMERIC
                   MOVE 'To date not YYYYMMDD'
                                   TO W-REJECT-REASON

               WHEN TT-EFF-TO < W-TMP-EFF-FROM(W-TMP-IX)
                   MOVE 'To date before from date'
                                   TO W-REJECT-REASON

               WHEN TT-EFF-TO > W-TMP-EFF-TO(W-TMP-IX)
                   MOVE 'End only shortens - add a new window'
                                   TO W-REJECT-REASON
           END-EVALUATE

           IF      W-REJECT-REASON NOT = SPACES
               GO TO SUB-2300-EXIT
           END-IF

           MOVE TT-EFF-TO          TO W-TMP-EFF-TO(W-TMP-IX)
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2800-REWRITE-TEMP-FILE.
      *---------------------------

           OPEN OUTPUT TEMPADF

           IF      NOT W-TF-FILE-STATUS-GOOD
               MOVE W-TF-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-TF-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' rewriting TEMPADF'
               MOVE 30             TO W-RETURN-CODE
               GO TO SUB-2800-EXIT
           END-IF

           PERFORM VARYING W-TMP-IX FROM 1 BY 1
                   UNTIL W-TMP-IX > W-TMP-COUNT
               EVALUATE TRUE
                   WHEN W-TMP-DELETED(W-TMP-IX)
                       CONTINUE

                   WHEN W-TMP-EFF-TO(W-TMP-IX) < W-PURGE-DATE
                       ADD  1      TO W-WINDOWS-PURGED

                   WHEN OTHER
                       MOVE SPACES TO TEMPADF-REC
                       MOVE W-TMP-TAXID(W-TMP-IX)
                                   TO TM-TAXID
                       MOVE W-TMP-REASON(W-TMP-IX)
                                   TO TM-REASON
                       MOVE W-TMP-EFF-FROM(W-TMP-IX)
                                   TO TM-EFF-FROM
                       MOVE W-TMP-EFF-TO(W-TMP-IX)
                                   TO TM-EFF-TO
                       MOVE W-TMP-STREET(W-TMP-IX)
                                   TO TM-STREET
                       MOVE W-TMP-CITY(W-TMP-IX)
                                   TO TM-CITY
                       MOVE W-TMP-STATE(W-TMP-IX)
                                   TO TM-STATE
                       MOVE W-TMP-ZIP-CODE(W-TMP-IX)
                                   TO TM-ZIP-CODE
                       MOVE W-TMP-ENTERED-BY(W-TMP-IX)
                                   TO TM-ENTERED-BY
                       MOVE W-TMP-ENTERED-DATE(W-TMP-IX)
                                   TO TM-ENTERED-DATE

                       WRITE TEMPADF-REC

                       ADD  1      TO W-WINDOWS-STANDING
               END-EVALUATE
           END-PERFORM

           CLOSE TEMPADF
           .
       SUB-2800-EXIT.
           EXIT.
      /
       SUB-2900-WRITE-STANDING-REPORT.
      *-------------------------------

           OPEN OUTPUT TEMPARP

           IF      NOT W-TP-FILE-STATUS-GOOD
               MOVE W-TP-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-TP-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening TEMPARP'
               MOVE 31             TO W-RETURN-CODE
               GO TO SUB-2900-EXIT
           END-IF

           MOVE ' TEMPORARY ADDRESSES OPEN OR TO COME'
                                   TO TEMPARP-REC
           WRITE TEMPARP-REC

           PERFORM VARYING W-TMP-IX FROM 1 BY 1
                   UNTIL W-TMP-IX > W-TMP-COUNT
               IF      NOT W-TMP-DELETED(W-TMP-IX)
                   AND W-TMP-EFF-TO(W-TMP-IX) >= W-TODAY-DATE
                   IF      W-TMP-EFF-FROM(W-TMP-IX) > W-TODAY-DATE
                       MOVE 'PENDING'
                                   TO W-WINDOW-STATE
                       ADD  1      TO W-WINDOWS-COMING
                   ELSE
                       MOVE 'OPEN'
                                   TO W-WINDOW-STATE
                       ADD  1      TO W-WINDOWS-OPEN
                   END-IF

                   MOVE W-TMP-REASON(W-TMP-IX)
                                   TO W-REASON-CODE
                   PERFORM SUB-9700-REASON-NAME THRU SUB-9700-EXIT

                   MOVE SPACES     TO TEMPARP-REC
                   STRING ' '      DELIMITED BY SIZE
                          W-TMP-TAXID(W-TMP-IX)
                                   DELIMITED BY SIZE
                          ' '      DELIMITED BY SIZE
                          W-WINDOW-STATE
                                   DELIMITED BY SIZE
                          ' '      DELIMITED BY SIZE
                          W-REASON-NAME
                                   DELIMITED BY SIZE
                          ' '      DELIMITED BY SIZE
                          W-TMP-EFF-FROM(W-TMP-IX)
                                   DELIMITED BY SIZE
                          '-'      DELIMITED BY SIZE
                          W-TMP-EFF-TO(W-TMP-IX)
                                   DELIMITED BY SIZE
                          ' '      DELIMITED BY SIZE
                          W-TMP-STREET(W-TMP-IX)
                                   DELIMITED BY SIZE
                          ' '      DELIMITED BY SIZE
                          W-TMP-ZIP-CODE(W-TMP-IX)
                                   DELIMITED BY SIZE
                     INTO TEMPARP-REC
                   END-STRING

                   WRITE TEMPARP-REC
               END-IF
           END-PERFORM

           CLOSE TEMPARP
           .
       SUB-2900-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           CLOSE TEMPATX
                 TEMPAAU

           MOVE W-TRANS-READ       TO W-DISP-NUM
           DISPLAY 'Transactions read:       '
                   W-DISP-NUM

           MOVE W-TRANS-APPLIED    TO W-DISP-NUM
           DISPLAY 'Transactions applied:    '
                   W-DISP-NUM

           MOVE W-TRANS-REJECTED   TO W-DISP-NUM
           DISPLAY 'Transactions rejected:   '
                   W-DISP-NUM

           MOVE W-WINDOWS-STANDING TO W-DISP-NUM
           DISPLAY 'Windows on file:         '
                   W-DISP-NUM

           MOVE W-WINDOWS-PURGED   TO W-DISP-NUM
           DISPLAY 'Windows aged off:        '
                   W-DISP-NUM

           MOVE W-WINDOWS-OPEN     TO W-DISP-NUM
           DISPLAY 'Windows open today:      '
                   W-DISP-NUM

           MOVE W-WINDOWS-COMING   TO W-DISP-NUM
           DISPLAY 'Windows still to open:   '
                   W-DISP-NUM

           DISPLAY 'NAMADDTMP completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-9700-REASON-NAME.
      *---------------------

           EVALUATE TRUE
               WHEN W-REASON-SEASONAL
                   MOVE 'SEASONAL' TO W-REASON-NAME
               WHEN W-REASON-STUDENT
                   MOVE 'SCHOOL'   TO W-REASON-NAME
               WHEN W-REASON-OTHER
                   MOVE 'OTHER'    TO W-REASON-NAME
               WHEN OTHER
                   MOVE W-REASON-CODE
                                   TO W-REASON-NAME
           END-EVALUATE
           .
       SUB-9700-EXIT.
           EXIT.
      /
       SUB-9800-WRITE-TEMP-AUDIT.
      *--------------------------

           MOVE SPACES             TO TEMPAAU-REC
           MOVE FUNCTION CURRENT-DATE
                                   TO TA-TIMESTAMP
           MOVE RI-RUN-ID          TO TA-RUN-ID
           MOVE TT-TRANS-CODE      TO TA-TRANS-CODE
           MOVE TT-TAXID           TO TA-TAXID
           MOVE TT-REASON          TO TA-REASON
           MOVE TT-EFF-FROM        TO TA-EFF-FROM
           MOVE TT-EFF-TO          TO TA-EFF-TO
           MOVE TT-OPERATOR-ID     TO TA-OPERATOR-ID
           MOVE TT-STREET          TO TA-STREET
           MOVE TT-ZIP-CODE        TO TA-ZIP-CODE

           WRITE TEMPAAU-REC

           IF      NOT W-TA-FILE-STATUS-GOOD
               MOVE W-TA-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-TA-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing TEMPAAU'
               MOVE 40             TO W-RETURN-CODE
           END-IF
           .
       SUB-9800-EXIT.
           EXIT.
