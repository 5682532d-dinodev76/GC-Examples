      *========================== NAMADDDOR ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Quarterly dormant-record review. Thousands of
      *              records stand NA-STATUS-ACTIVE without a sign of
      *              life for years, yet are still mailed and counted
      *              as live taxpayers. This program scores every
      *              active NAMADDIX record's last activity across
      *
      *                  the audit trail Data\NAMEADDR.Audit.dat -
      *                  any add, change, delete or rekey image, bar
      *                  this program's own inactivations ('DOR');
      *
      *                  the correspondence history
      *                  Data\NAMEADDR.CorrHist.dat - letters
      *                  written to the taxpayer, but not presort
      *                  bulk pieces and not this program's own
      *                  DORMANT letters, which are no sign of life
      *                  on the taxpayer's side;
      *
      *                  the disposition file
      *                  Data\NAMEADDR.Disposition.dat - delivered
      *                  pieces only;
      *
      *                  the access log Data\NAMEADDR.AccessLog.dat
      *                  - every inquiry lookup;
      *
      *                  the pending-response file
      *                  Data\NAMEADDR.PendResp.dat - every reply
      *                  that closed an entry.
      *
      *              A record with none of these falls back on its
      *              NA-EFFECTIVE-DATE.
      *
      *              Scan (the default) - arguments:
      *                  1 - dormancy threshold in days, four digits
      *                      (1095 when omitted)
      *                  2 - 'L' to select the "are you still
      *                      there?" letter for new lines
      *
      *              Every active record past the threshold is on
      *              the review list Data\NAMEADDR.Dormant.dat
      *              (layout NAMADDDM.cpy), kept in NA-TAXID order.
      *              A line already on the list keeps its approval
      *              and letter details; a new line is written
      *              unapproved; a line whose record has come back
      *              to life or left active status is dropped. With
      *              'L', each line not yet lettered goes to the
      *              selection list Data\NAMEADDR.Dormant.Sel.dat,
      *              NAMADDLTR's argument 3, run with campaign code
      *              DORMANT (argument 4) against a template store
      *              declaring '.RESPOND nnn' - so each letter opens
      *              a pending-response entry that NAMADDRSP closes
      *              or chases through reminder and final notice.
      *
      *              Release - arguments 1 'RELEASE', 2 supervisor
      *              ID. Every line the supervisor has marked 'Y'
      *              whose record is still active and still dormant
      *              becomes a NAMADDTX change transaction setting
      *              NA-STATUS-INACTIVE, effective today, in
      *              Data\NAMEADDR.DormantTx.dat - source system
      *              'DOR', the supervisor as operator - ready for
      *              BLDFILES maintenance mode. A lettered line is
      *              only released once its DORMANT letter has gone
      *              unanswered through the whole reminder cycle and
      *              been referred; an answered letter counts as
      *              activity and revives the record. Released lines
      *              leave the list; the rest stay for the next run.
      *
      *              Output: Data\NAMEADDR.Dormant.Rpt.dat.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 NAMADDDOR.

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
           SELECT NAMADDIX         ASSIGN "Data\NAMEADDR.Idx.dat"
                                   ORGANIZATION INDEXED
                                   ACCESS DYNAMIC
                                   RECORD KEY NA-TAXID
                                                   IN NAMADDIX-REC
                                   FILE STATUS W-FILE-STATUS.

           SELECT NAMADDAU         ASSIGN "Data\NAMEADDR.Audit.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-AU-FILE-STATUS.

           SELECT NAMADDCH         ASSIGN "Data\NAMEADDR.CorrHist.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-CH-FILE-STATUS.

           SELECT NAMADDDS         ASSIGN
                                   "Data\NAMEADDR.Disposition.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-DS-FILE-STATUS.

           SELECT ACCLOGF          ASSIGN "Data\NAMEADDR.AccessLog.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-AL-FILE-STATUS.

           SELECT NAMADDRQ         ASSIGN "Data\NAMEADDR.PendResp.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-RQ-FILE-STATUS.

           SELECT NAMADDDM         ASSIGN "Data\NAMEADDR.Dormant.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-DM-FILE-STATUS.

           SELECT DORMSEL          ASSIGN
                                   "Data\NAMEADDR.Dormant.Sel.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-SL-FILE-STATUS.

           SELECT DORMTX           ASSIGN "Data\NAMEADDR.DormantTx.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-TX-FILE-STATUS.

           SELECT DORRPT           ASSIGN
                                   "Data\NAMEADDR.Dormant.Rpt.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-RP-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  NAMADDIX.

       01  NAMADDIX-REC.           COPY NAMEADDR.

       FD  NAMADDAU.

       01  NAMADDAU-REC.           COPY NAMADDAU.

       FD  NAMADDCH.

       01  NAMADDCH-REC.           COPY NAMADDCH.

       FD  NAMADDDS.

       01  NAMADDDS-REC.
           05  DS-TAXID            PIC X(12).
           05  FILLER              PIC X(01).
           05  DS-RESULT           PIC X(01).
               88  DS-DELIVERED                    VALUE 'D'.
           05  FILLER              PIC X(01).
           05  DS-DATE             PIC X(08).
           05  FILLER              PIC X(01).
           05  DS-REF-ID           PIC X(16).

       FD  ACCLOGF.

       01  ACCLOGF-REC.
           05  AL-TIMESTAMP        PIC X(21).
           05  FILLER              PIC X(01).
           05  AL-PROGRAM          PIC X(09).
           05  FILLER              PIC X(01).
           05  AL-OPERATOR         PIC X(08).
           05  FILLER              PIC X(01).
           05  AL-TAXID            PIC X(12).

       FD  NAMADDRQ.

       01  NAMADDRQ-REC.           COPY NAMADDRQ.

       FD  NAMADDDM.

       01  NAMADDDM-REC.           COPY NAMADDDM.

       FD  DORMSEL.

       01  DORMSEL-REC.
           05  SL-TAXID            PIC X(12).

       FD  DORMTX.

       01  DORMTX-REC.             COPY NAMADDTX.

       FD  DORRPT.

       01  DORRPT-REC              PIC X(132).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-RECORDS-READ          PIC 9(09)  COMP VALUE 0.
       01  W-RECORDS-ACTIVE        PIC 9(09)  COMP VALUE 0.
       01  W-AUDIT-COUNTED         PIC 9(09)  COMP VALUE 0.
       01  W-CORR-COUNTED          PIC 9(09)  COMP VALUE 0.
       01  W-DELIVERIES-COUNTED    PIC 9(09)  COMP VALUE 0.
       01  W-LOOKUPS-COUNTED       PIC 9(09)  COMP VALUE 0.
       01  W-REPLIES-COUNTED       PIC 9(09)  COMP VALUE 0.
       01  W-DORMANT-NEW           PIC 9(09)  COMP VALUE 0.
       01  W-DORMANT-LISTED        PIC 9(09)  COMP VALUE 0.
       01  W-LETTERS-SELECTED      PIC 9(09)  COMP VALUE 0.
       01  W-LINES-DROPPED         PIC 9(09)  COMP VALUE 0.
       01  W-LINES-APPROVED        PIC 9(09)  COMP VALUE 0.
       01  W-LINES-UNAPPROVED      PIC 9(09)  COMP VALUE 0.
       01  W-INACTIVATIONS         PIC 9(09)  COMP VALUE 0.
       01  W-REVIVED               PIC 9(09)  COMP VALUE 0.
       01  W-NO-LONGER-ACTIVE      PIC 9(09)  COMP VALUE 0.
       01  W-AWAITING-LETTER       PIC 9(09)  COMP VALUE 0.
       01  W-AWAITING-REPLY        PIC 9(09)  COMP VALUE 0.
       01  W-LETTER-ANSWERED       PIC 9(09)  COMP VALUE 0.
       01  W-RETURN-CODE           PIC S9(04) COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ,ZZ9.

       01  W-ARG1                  PIC X(08).
       01  W-ARG2                  PIC X(08).
       01  W-SUPERVISOR-ID         PIC X(08).

       01  W-THRESHOLD-DAYS        PIC 9(05)  COMP VALUE 1095.

       01  W-MODE-SW               PIC X(01)       VALUE 'S'.
           88  W-MODE-SCAN                         VALUE 'S'.
           88  W-MODE-RELEASE                      VALUE 'R'.

       01  W-LETTER-SW             PIC X(01)       VALUE 'N'.
           88  W-LETTERING                         VALUE 'Y'.

      **** The campaign code the "are you still there?" letters are
      **** run with - NAMADDLTR stamps it on the correspondence
      **** history and the pending-response entry.

       01  W-DORMANT-CAMPAIGN      PIC X(16)       VALUE 'DORMANT'.

       01  W-TODAY                 PIC X(08).
       01  W-NOW-TIMESTAMP         PIC X(14).
       01  W-DATE-NUM              PIC 9(08).
       01  W-TODAY-DAY             PIC S9(09) COMP.
       01  W-WORK-DAY              PIC S9(09) COMP.
       01  W-DAYS-SINCE            PIC 9(05)  COMP.
       01  W-DATE-TEXT             PIC X(08).

      **** Every active record, in NA-TAXID order as read, with the
      **** latest activity found for it and its latest DORMANT
      **** letter's pending-response entry.

       01  W-ACT-COUNT             PIC 9(07)  COMP VALUE 0.
       01  W-ACT-MAX               PIC 9(07)  COMP VALUE 500000.

       01  W-ACT-TABLE.
           05  W-ACT-ENTRY                         OCCURS 1 TO 500000
                                                   DEPENDING ON
                                                       W-ACT-COUNT
                                                   ASCENDING KEY
                                                       W-ACT-TAXID
                                                   INDEXED W-ACT-IX.
               10  W-ACT-TAXID     PIC X(12).
               10  W-ACT-LAST-DATE PIC X(08).
               10  W-ACT-LAST-SOURCE
                                   PIC X(03).
               10  W-ACT-RSP-SENT  PIC X(08).
               10  W-ACT-RSP-STATUS
                                   PIC X(01).
                   88  W-ACT-RSP-OPEN              VALUE 'O'.
                   88  W-ACT-RSP-CLOSED            VALUE 'C'.
                   88  W-ACT-RSP-REFERRED          VALUE 'R'.
               10  W-ACT-RSP-DUE   PIC X(08).

       01  W-PREV-TAXID            PIC X(12)       VALUE LOW-VALUES.

       01  W-NOTE-TAXID            PIC X(12).
       01  W-NOTE-DATE             PIC X(08).
       01  W-NOTE-SOURCE           PIC X(03).

      **** The review list as it stood at the start of the run.

       01  W-REV-COUNT             PIC 9(05)  COMP VALUE 0.
       01  W-REV-MAX               PIC 9(05)  COMP VALUE 50000.

       01  W-REV-TABLE.
           05  W-REV-ENTRY                         OCCURS 1 TO 50000
                                                   DEPENDING ON
                                                       W-REV-COUNT
                                                   ASCENDING KEY
                                                       W-REV-TAXID
                                                   INDEXED W-REV-IX.
               10  W-REV-TAXID     PIC X(12).
               10  W-REV-LINE      PIC X(124).
               10  W-REV-KEPT-SW   PIC X(01).
                   88  W-REV-KEPT                  VALUE 'Y'.

       01  W-NAME-TEXT             PIC X(70).

       01  W-FOUND-SW              PIC X(01).
           88  W-FOUND                             VALUE 'Y'.
           88  W-NOT-FOUND                         VALUE 'N'.

       01  W-EOF-SW                PIC X(01)       VALUE 'N'.
           88  W-EOF                               VALUE 'Y'.
           88  W-NOT-EOF                           VALUE 'N'.

       01  W-INDEX-OPEN-SW         PIC X(01)       VALUE 'N'.
           88  W-INDEX-OPEN                        VALUE 'Y'.

       01  W-REPORT-OPEN-SW        PIC X(01)       VALUE 'N'.
           88  W-REPORT-OPEN                       VALUE 'Y'.

       01  W-FILE-STATUS           PIC X(02).
           88  W-FILE-STATUS-GOOD                  VALUE '00'.
           88  W-FILE-RECORD-NOT-FOUND             VALUE '23'.

       01  W-AU-FILE-STATUS        PIC X(02).
           88  W-AU-FILE-STATUS-GOOD               VALUE '00'.
           88  W-AU-FILE-NOT-FOUND                 VALUE '35'.

       01  W-CH-FILE-STATUS        PIC X(02).
           88  W-CH-FILE-STATUS-GOOD               VALUE '00'.
           88  W-CH-FILE-NOT-FOUND                 VALUE '35'.

       01  W-DS-FILE-STATUS        PIC X(02).
           88  W-DS-FILE-STATUS-GOOD               VALUE '00'.
           88  W-DS-FILE-NOT-FOUND                 VALUE '35'.

       01  W-AL-FILE-STATUS        PIC X(02).
           88  W-AL-FILE-STATUS-GOOD               VALUE '00'.
           88  W-AL-FILE-NOT-FOUND                 VALUE '35'.

       01  W-RQ-FILE-STATUS        PIC X(02).
           88  W-RQ-FILE-STATUS-GOOD               VALUE '00'.
           88  W-RQ-FILE-NOT-FOUND                 VALUE '35'.

       01  W-DM-FILE-STATUS        PIC X(02).
           88  W-DM-FILE-STATUS-GOOD               VALUE '00'.
           88  W-DM-FILE-NOT-FOUND                 VALUE '35'.

       01  W-SL-FILE-STATUS        PIC X(02).
           88  W-SL-FILE-STATUS-GOOD               VALUE '00'.

       01  W-TX-FILE-STATUS        PIC X(02).
           88  W-TX-FILE-STATUS-GOOD               VALUE '00'.

       01  W-RP-FILE-STATUS        PIC X(02).
           88  W-RP-FILE-STATUS-GOOD               VALUE '00'.

       01  W-ERROR-MSG             PIC X(22)       VALUE
           '**** NAMADDDOR error: '.

       01  W-FS-CONTROL.
           COPY FILESTATL.

       01  W-RI-CONTROL.
           COPY RUNIDL.

      **** The audit images are widened by the copybook's
      **** REPLACING, so they are moved into ordinary records before
      **** any field is looked at.

       01  W-OLD-IMG.              COPY NAMEADDR.

       01  W-NEW-IMG.              COPY NAMEADDR.

       01  W-TRANS-WORK.           COPY NAMADDTX.

       01  W-RPT-LINE              PIC X(132).

       01  W-DETAIL-LINE.
           05  FILLER              PIC X(03).
           05  W-DL-ACTION         PIC X(14).
           05  FILLER              PIC X(01).
           05  W-DL-TAXID          PIC X(12).
           05  FILLER              PIC X(02).
           05  W-DL-LAST-DATE      PIC X(08).
           05  FILLER              PIC X(02).
           05  W-DL-SOURCE         PIC X(03).
           05  FILLER              PIC X(02).
           05  W-DL-DAYS           PIC X(06).
           05  FILLER              PIC X(02).
           05  W-DL-NAME           PIC X(50).

       01  W-DL-DAYS-NUM           PIC ZZ,ZZ9.

       01  W-COUNT-LINE.
           05  FILLER              PIC X(03).
           05  W-CL-LABEL          PIC X(40).
           05  W-CL-COUNT          PIC ZZZ,ZZ9.

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
               GO TO MAIN-SHUT-DOWN
           END-IF

           PERFORM SUB-1100-LOAD-ACTIVE THRU SUB-1100-EXIT

           IF      W-RETURN-CODE = 0
               PERFORM SUB-1200-SCORE-AUDIT THRU SUB-1200-EXIT
           END-IF

           IF      W-RETURN-CODE = 0
               PERFORM SUB-1300-SCORE-CORRESPONDENCE THRU
                       SUB-1300-EXIT
           END-IF

           IF      W-RETURN-CODE = 0
               PERFORM SUB-1400-SCORE-DISPOSITIONS THRU SUB-1400-EXIT
           END-IF

           IF      W-RETURN-CODE = 0
               PERFORM SUB-1500-SCORE-ACCESS-LOG THRU SUB-1500-EXIT
           END-IF

           IF      W-RETURN-CODE = 0
               PERFORM SUB-1600-SCORE-RESPONSES THRU SUB-1600-EXIT
           END-IF

           IF      W-RETURN-CODE = 0
               PERFORM SUB-1700-LOAD-REVIEW-LIST THRU SUB-1700-EXIT
           END-IF

           IF      W-RETURN-CODE NOT = 0
               GO TO MAIN-SHUT-DOWN
           END-IF

           IF      W-MODE-RELEASE
               PERFORM SUB-3000-RELEASE THRU SUB-3000-EXIT
           ELSE
               PERFORM SUB-2000-SCAN THRU SUB-2000-EXIT
           END-IF

           IF      W-RETURN-CODE = 0
               PERFORM SUB-4000-WRITE-SUMMARY THRU SUB-4000-EXIT
           END-IF
           .
       MAIN-SHUT-DOWN.

           PERFORM SUB-5000-SHUT-DOWN THRU SUB-5000-EXIT
           .
       MAIN-EXIT.
           MOVE W-RETURN-CODE      TO RETURN-CODE
           STOP RUN.
      /
       SUB-1000-START-UP.
      *------------------

           MOVE FUNCTION WHEN-COMPILED
                                   TO W-COMPILED-DATE

           DISPLAY 'NAMADDDOR compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           MOVE FUNCTION CURRENT-DATE(1 : 8)
                                   TO W-TODAY
           MOVE FUNCTION CURRENT-DATE(1 : 14)
                                   TO W-NOW-TIMESTAMP
           MOVE W-TODAY            TO W-DATE-NUM
           COMPUTE W-TODAY-DAY     = FUNCTION
                                   INTEGER-OF-DATE(W-DATE-NUM)

           DISPLAY 1               UPON ARGUMENT-NUMBER

           ACCEPT W-ARG1           FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES     TO W-ARG1
           END-ACCEPT

           DISPLAY 2               UPON ARGUMENT-NUMBER

           ACCEPT W-ARG2           FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES     TO W-ARG2
           END-ACCEPT

           IF      FUNCTION UPPER-CASE(W-ARG1) = 'RELEASE'
               SET  W-MODE-RELEASE TO TRUE

               IF      W-ARG2 = SPACES
                   DISPLAY W-ERROR-MSG
                           'RELEASE needs a supervisor ID as '
                           'argument 2'
                   MOVE 4          TO W-RETURN-CODE
                   GO TO SUB-1000-EXIT
               END-IF

               MOVE FUNCTION UPPER-CASE(W-ARG2)
                                   TO W-SUPERVISOR-ID
               DISPLAY 'Releasing as supervisor ' W-SUPERVISOR-ID
           ELSE
               IF      W-ARG1 NOT = SPACES
                   IF      W-ARG1(1 : 4) NUMERIC
                       AND W-ARG1(5 : 4) = SPACES
                       AND W-ARG1(1 : 4) > '0000'
                       MOVE W-ARG1(1 : 4)
                                   TO W-THRESHOLD-DAYS
                   ELSE
                       DISPLAY W-ERROR-MSG
                               'Argument 1 must be RELEASE or a '
                               'four-digit day count'
                       MOVE 4      TO W-RETURN-CODE
                       GO TO SUB-1000-EXIT
                   END-IF
               END-IF

               IF      FUNCTION UPPER-CASE(W-ARG2) = 'L'
                   SET  W-LETTERING
                                   TO TRUE
               END-IF

               DISPLAY 'Dormancy threshold: '
                       W-THRESHOLD-DAYS
                       ' days'
           END-IF

           SET  RI-FUNC-NEXT       TO TRUE
           CALL 'RUNID' USING W-RI-CONTROL
           DISPLAY 'Run ID: ' RI-RUN-ID

           OPEN OUTPUT DORRPT

           IF      NOT W-RP-FILE-STATUS-GOOD
               MOVE W-RP-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-RP-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening DORRPT'
               MOVE 10             TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           SET  W-REPORT-OPEN      TO TRUE

           MOVE SPACES             TO W-COUNT-LINE
                                      W-DETAIL-LINE

           MOVE SPACES             TO W-RPT-LINE

           IF      W-MODE-RELEASE
               STRING ' DORMANT RECORD RELEASE - RUN '
                                   DELIMITED BY SIZE
                      RI-RUN-ID    DELIMITED BY SIZE
                      ' ON '       DELIMITED BY SIZE
                      W-TODAY      DELIMITED BY SIZE
                      ' BY '       DELIMITED BY SIZE
                      W-SUPERVISOR-ID
                                   DELIMITED BY SPACE
                 INTO W-RPT-LINE
               END-STRING
           ELSE
               MOVE W-THRESHOLD-DAYS
                                   TO W-DL-DAYS-NUM
               STRING ' DORMANT RECORD REVIEW - RUN '
                                   DELIMITED BY SIZE
                      RI-RUN-ID    DELIMITED BY SIZE
                      ' ON '       DELIMITED BY SIZE
                      W-TODAY      DELIMITED BY SIZE
                      ' - THRESHOLD '
                                   DELIMITED BY SIZE
                      FUNCTION TRIM(W-DL-DAYS-NUM)
                                   DELIMITED BY SIZE
                      ' DAYS'      DELIMITED BY SIZE
                 INTO W-RPT-LINE
               END-STRING
           END-IF

           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE SPACES             TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE 'ACTION'           TO W-DL-ACTION
           MOVE 'TAXID'            TO W-DL-TAXID
           MOVE 'LAST ACT'         TO W-DL-LAST-DATE
           MOVE 'SRC'              TO W-DL-SOURCE
           MOVE '  DAYS'           TO W-DL-DAYS
           MOVE 'NAME'             TO W-DL-NAME
           MOVE W-DETAIL-LINE      TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE SPACES             TO W-DETAIL-LINE
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-ACTIVE.
      *---------------------

      **** Read in key order, so the table is in NA-TAXID order for
      **** SEARCH ALL. A record with no activity anywhere else falls
      **** back on its effective date.

           OPEN INPUT NAMADDIX

           IF      NOT W-FILE-STATUS-GOOD
               MOVE W-FILE-STATUS  TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDIX'
               MOVE 12             TO W-RETURN-CODE
               GO TO SUB-1100-EXIT
           END-IF

           SET  W-INDEX-OPEN       TO TRUE

           SET  W-NOT-EOF          TO TRUE
           MOVE LOW-VALUES         TO NA-TAXID IN NAMADDIX-REC

           START NAMADDIX
               KEY >= NA-TAXID IN NAMADDIX-REC
           END-START

           IF      NOT W-FILE-STATUS-GOOD
               SET  W-EOF          TO TRUE
           END-IF

           PERFORM SUB-1110-LOAD-ONE-ACTIVE THRU SUB-1110-EXIT
               UNTIL W-EOF
               OR    W-RETURN-CODE NOT = 0

           MOVE W-ACT-COUNT        TO W-DISP-NUM
           DISPLAY 'Active records loaded:      '
                   W-DISP-NUM
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1110-LOAD-ONE-ACTIVE.
      *-------------------------

           READ NAMADDIX NEXT
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-1110-EXIT
           END-READ

           IF      NOT W-FILE-STATUS-GOOD
               SET  W-EOF          TO TRUE
               GO TO SUB-1110-EXIT
           END-IF

           ADD  1                  TO W-RECORDS-READ

           IF      NOT NA-STATUS-ACTIVE IN NAMADDIX-REC
               GO TO SUB-1110-EXIT
           END-IF

           IF      NA-TAXID IN NAMADDIX-REC NOT > W-PREV-TAXID
               DISPLAY W-ERROR-MSG
                       'NAMADDIX not in key order at '
                       NA-TAXID IN NAMADDIX-REC
               MOVE 13             TO W-RETURN-CODE
               GO TO SUB-1110-EXIT
           END-IF

           IF      W-ACT-COUNT >= W-ACT-MAX
               DISPLAY W-ERROR-MSG
                       'More than '
                       W-ACT-MAX
                       ' active records - enlarge W-ACT-TABLE'
               MOVE 14             TO W-RETURN-CODE
               GO TO SUB-1110-EXIT
           END-IF

           MOVE NA-TAXID IN NAMADDIX-REC
                                   TO W-PREV-TAXID

           ADD  1                  TO W-ACT-COUNT
                                      W-RECORDS-ACTIVE
           SET  W-ACT-IX           TO W-ACT-COUNT

           MOVE NA-TAXID IN NAMADDIX-REC
                                   TO W-ACT-TAXID(W-ACT-IX)
           MOVE SPACES             TO W-ACT-LAST-DATE(W-ACT-IX)
                                      W-ACT-LAST-SOURCE(W-ACT-IX)
                                      W-ACT-RSP-SENT(W-ACT-IX)
                                      W-ACT-RSP-STATUS(W-ACT-IX)
                                      W-ACT-RSP-DUE(W-ACT-IX)

           IF      NA-EFFECTIVE-DATE IN NAMADDIX-REC NUMERIC
               AND NA-EFFECTIVE-DATE IN NAMADDIX-REC <= W-TODAY
               MOVE NA-EFFECTIVE-DATE IN NAMADDIX-REC
                                   TO W-ACT-LAST-DATE(W-ACT-IX)
               MOVE 'EFF'          TO W-ACT-LAST-SOURCE(W-ACT-IX)
           END-IF
           .
       SUB-1110-EXIT.
           EXIT.
      /
       SUB-1200-SCORE-AUDIT.
      *---------------------

           SET  W-NOT-EOF          TO TRUE

           OPEN INPUT NAMADDAU

           IF      W-AU-FILE-NOT-FOUND
               DISPLAY 'No audit trail on file'
               GO TO SUB-1200-EXIT
           END-IF

           IF      NOT W-AU-FILE-STATUS-GOOD
               MOVE W-AU-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-AU-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDAU'
               MOVE 15             TO W-RETURN-CODE
               GO TO SUB-1200-EXIT
           END-IF

           PERFORM SUB-1210-SCORE-ONE-AUDIT THRU SUB-1210-EXIT
               UNTIL W-EOF

           CLOSE NAMADDAU
           .
       SUB-1200-EXIT.
           EXIT.
      /
       SUB-1210-SCORE-ONE-AUDIT.
      *-------------------------

           READ NAMADDAU
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-1210-EXIT
           END-READ

           IF      AU-SOURCE-SYSTEM = 'DOR'
               GO TO SUB-1210-EXIT
           END-IF

           MOVE AU-OLD-IMAGE       TO W-OLD-IMG
           MOVE AU-NEW-IMAGE       TO W-NEW-IMG

           IF      AU-TRANS-DELETE
               MOVE NA-TAXID IN W-OLD-IMG
                                   TO W-NOTE-TAXID
           ELSE
               MOVE NA-TAXID IN W-NEW-IMG
                                   TO W-NOTE-TAXID
           END-IF

           MOVE AU-TIMESTAMP(1 : 8)
                                   TO W-NOTE-DATE
           MOVE 'AUD'              TO W-NOTE-SOURCE

           PERFORM SUB-9100-NOTE-ACTIVITY THRU SUB-9100-EXIT

           IF      W-FOUND
               ADD  1              TO W-AUDIT-COUNTED
           END-IF
           .
       SUB-1210-EXIT.
           EXIT.
      /
       SUB-1300-SCORE-CORRESPONDENCE.
      *------------------------------

           SET  W-NOT-EOF          TO TRUE

           OPEN INPUT NAMADDCH

           IF      W-CH-FILE-NOT-FOUND
               DISPLAY 'No correspondence history on file'
               GO TO SUB-1300-EXIT
           END-IF

           IF      NOT W-CH-FILE-STATUS-GOOD
               MOVE W-CH-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-CH-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDCH'
               MOVE 16             TO W-RETURN-CODE
               GO TO SUB-1300-EXIT
           END-IF

           PERFORM SUB-1310-SCORE-ONE-PIECE THRU SUB-1310-EXIT
               UNTIL W-EOF

           CLOSE NAMADDCH
           .
       SUB-1300-EXIT.
           EXIT.
      /
       SUB-1310-SCORE-ONE-PIECE.
      *-------------------------

           READ NAMADDCH
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-1310-EXIT
           END-READ

      **** Presort bulk pieces go to every active record alike, and
      **** the DORMANT letter is what is waiting on an answer.

           IF      CH-CHANNEL-PRESORT
               OR  CH-TEMPLATE = W-DORMANT-CAMPAIGN
               GO TO SUB-1310-EXIT
           END-IF

           MOVE CH-TAXID           TO W-NOTE-TAXID
           MOVE CH-DATE            TO W-NOTE-DATE
           MOVE 'COR'              TO W-NOTE-SOURCE

           PERFORM SUB-9100-NOTE-ACTIVITY THRU SUB-9100-EXIT

           IF      W-FOUND
               ADD  1              TO W-CORR-COUNTED
           END-IF
           .
       SUB-1310-EXIT.
           EXIT.
      /
       SUB-1400-SCORE-DISPOSITIONS.
      *----------------------------

           SET  W-NOT-EOF          TO TRUE

           OPEN INPUT NAMADDDS

           IF      W-DS-FILE-NOT-FOUND
               DISPLAY 'No disposition file on file'
               GO TO SUB-1400-EXIT
           END-IF

           IF      NOT W-DS-FILE-STATUS-GOOD
               MOVE W-DS-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-DS-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDDS'
               MOVE 17             TO W-RETURN-CODE
               GO TO SUB-1400-EXIT
           END-IF

           PERFORM SUB-1410-SCORE-ONE-DISPOSITION THRU SUB-1410-EXIT
               UNTIL W-EOF

           CLOSE NAMADDDS
           .
       SUB-1400-EXIT.
           EXIT.
      /
       SUB-1410-SCORE-ONE-DISPOSITION.
      *-------------------------------

           READ NAMADDDS
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-1410-EXIT
           END-READ

           IF      NOT DS-DELIVERED
               GO TO SUB-1410-EXIT
           END-IF

           MOVE DS-TAXID           TO W-NOTE-TAXID
           MOVE DS-DATE            TO W-NOTE-DATE
           MOVE 'DSP'              TO W-NOTE-SOURCE

           PERFORM SUB-9100-NOTE-ACTIVITY THRU SUB-9100-EXIT

           IF      W-FOUND
               ADD  1              TO W-DELIVERIES-COUNTED
           END-IF
           .
       SUB-1410-EXIT.
           EXIT.
      /
       SUB-1500-SCORE-ACCESS-LOG.
      *--------------------------

           SET  W-NOT-EOF          TO TRUE

           OPEN INPUT ACCLOGF

           IF      W-AL-FILE-NOT-FOUND
               DISPLAY 'No access log on file'
               GO TO SUB-1500-EXIT
           END-IF

           IF      NOT W-AL-FILE-STATUS-GOOD
               MOVE W-AL-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-AL-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening ACCLOGF'
               MOVE 18             TO W-RETURN-CODE
               GO TO SUB-1500-EXIT
           END-IF

           PERFORM SUB-1510-SCORE-ONE-LOOKUP THRU SUB-1510-EXIT
               UNTIL W-EOF

           CLOSE ACCLOGF
           .
       SUB-1500-EXIT.
           EXIT.
      /
       SUB-1510-SCORE-ONE-LOOKUP.
      *--------------------------

           READ ACCLOGF
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-1510-EXIT
           END-READ

           MOVE AL-TAXID           TO W-NOTE-TAXID
           MOVE AL-TIMESTAMP(1 : 8)
                                   TO W-NOTE-DATE
           MOVE 'ACC'              TO W-NOTE-SOURCE

           PERFORM SUB-9100-NOTE-ACTIVITY THRU SUB-9100-EXIT

           IF      W-FOUND
               ADD  1              TO W-LOOKUPS-COUNTED
           END-IF
           .
       SUB-1510-EXIT.
           EXIT.
      /
       SUB-1600-SCORE-RESPONSES.
      *-------------------------

           SET  W-NOT-EOF          TO TRUE

           OPEN INPUT NAMADDRQ

           IF      W-RQ-FILE-NOT-FOUND
               DISPLAY 'No pending-response file on file'
               GO TO SUB-1600-EXIT
           END-IF

           IF      NOT W-RQ-FILE-STATUS-GOOD
               MOVE W-RQ-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-RQ-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDRQ'
               MOVE 19             TO W-RETURN-CODE
               GO TO SUB-1600-EXIT
           END-IF

           PERFORM SUB-1610-SCORE-ONE-RESPONSE THRU SUB-1610-EXIT
               UNTIL W-EOF

           CLOSE NAMADDRQ
           .
       SUB-1600-EXIT.
           EXIT.
      /
       SUB-1610-SCORE-ONE-RESPONSE.
      *----------------------------

           READ NAMADDRQ
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-1610-EXIT
           END-READ

      **** A reply to any letter is a sign of life, the DORMANT
      **** letter's most of all.

           IF      RQ-STATUS-CLOSED
               MOVE RQ-TAXID       TO W-NOTE-TAXID
               MOVE RQ-ACTION-DATE TO W-NOTE-DATE
               MOVE 'RSP'          TO W-NOTE-SOURCE

               PERFORM SUB-9100-NOTE-ACTIVITY THRU SUB-9100-EXIT

               IF      W-FOUND
                   ADD  1          TO W-REPLIES-COUNTED
               END-IF
           END-IF

           IF      RQ-TEMPLATE NOT = W-DORMANT-CAMPAIGN
               OR  W-ACT-COUNT = 0
               GO TO SUB-1610-EXIT
           END-IF

           SEARCH ALL W-ACT-ENTRY
               AT END
                   GO TO SUB-1610-EXIT
               WHEN W-ACT-TAXID(W-ACT-IX) = RQ-TAXID
                   CONTINUE
           END-SEARCH

           IF      RQ-SENT-DATE < W-ACT-RSP-SENT(W-ACT-IX)
               GO TO SUB-1610-EXIT
           END-IF

           MOVE RQ-SENT-DATE       TO W-ACT-RSP-SENT(W-ACT-IX)
           MOVE RQ-STATUS          TO W-ACT-RSP-STATUS(W-ACT-IX)
           MOVE RQ-DUE-DATE        TO W-ACT-RSP-DUE(W-ACT-IX)
           .
       SUB-1610-EXIT.
           EXIT.
      /
       SUB-1700-LOAD-REVIEW-LIST.
      *--------------------------

           SET  W-NOT-EOF          TO TRUE
           MOVE LOW-VALUES         TO W-PREV-TAXID

           OPEN INPUT NAMADDDM

           IF      W-DM-FILE-NOT-FOUND
               GO TO SUB-1700-EXIT
           END-IF

           IF      NOT W-DM-FILE-STATUS-GOOD
               MOVE W-DM-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-DM-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDDM'
               MOVE 20             TO W-RETURN-CODE
               GO TO SUB-1700-EXIT
           END-IF

           PERFORM SUB-1710-LOAD-ONE-LINE THRU SUB-1710-EXIT
               UNTIL W-EOF
               OR    W-RETURN-CODE NOT = 0

           CLOSE NAMADDDM

           MOVE W-REV-COUNT        TO W-DISP-NUM
           DISPLAY 'Review list lines loaded:   '
                   W-DISP-NUM
           .
       SUB-1700-EXIT.
           EXIT.
      /
       SUB-1710-LOAD-ONE-LINE.
      *-----------------------

           READ NAMADDDM
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-1710-EXIT
           END-READ

           IF      DM-TAXID = SPACES
               GO TO SUB-1710-EXIT
           END-IF

      **** The list is written in NA-TAXID order; the supervisor
      **** only marks lines, so anything else means a hand edit the
      **** run cannot trust.

           IF      DM-TAXID NOT > W-PREV-TAXID
               DISPLAY W-ERROR-MSG
                       'Review list out of TAXID order at '
                       DM-TAXID
               MOVE 21             TO W-RETURN-CODE
               GO TO SUB-1710-EXIT
           END-IF

           IF      W-REV-COUNT >= W-REV-MAX
               DISPLAY W-ERROR-MSG
                       'More than '
                       W-REV-MAX
                       ' review list lines - enlarge W-REV-TABLE'
               MOVE 22             TO W-RETURN-CODE
               GO TO SUB-1710-EXIT
           END-IF

           MOVE DM-TAXID           TO W-PREV-TAXID

           ADD  1                  TO W-REV-COUNT
           SET  W-REV-IX           TO W-REV-COUNT
           MOVE DM-TAXID           TO W-REV-TAXID(W-REV-IX)
           MOVE NAMADDDM-REC       TO W-REV-LINE(W-REV-IX)
           MOVE 'N'                TO W-REV-KEPT-SW(W-REV-IX)
           .
       SUB-1710-EXIT.
           EXIT.
      /
       SUB-2000-SCAN.
      *--------------

           OPEN OUTPUT NAMADDDM

           IF      NOT W-DM-FILE-STATUS-GOOD
               MOVE W-DM-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-DM-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' rewriting NAMADDDM'
               MOVE 23             TO W-RETURN-CODE
               GO TO SUB-2000-EXIT
           END-IF

           IF      W-LETTERING
               OPEN OUTPUT DORMSEL

               IF      NOT W-SL-FILE-STATUS-GOOD
                   MOVE W-SL-FILE-STATUS
                                   TO FS-STATUS-CODE
                   CALL 'FILESTAT' USING W-FS-CONTROL
                   DISPLAY W-ERROR-MSG
                           'File status '
                           W-SL-FILE-STATUS
                           ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                           ' opening DORMSEL'
                   MOVE 24         TO W-RETURN-CODE
                   CLOSE NAMADDDM
                   GO TO SUB-2000-EXIT
               END-IF
           END-IF

      **** Second walk of the index, for the name and ZIP the
      **** reviewer needs - still in key order, so the list comes
      **** out in NA-TAXID order.

           SET  W-NOT-EOF          TO TRUE
           MOVE LOW-VALUES         TO NA-TAXID IN NAMADDIX-REC

           START NAMADDIX
               KEY >= NA-TAXID IN NAMADDIX-REC
           END-START

           IF      NOT W-FILE-STATUS-GOOD
               SET  W-EOF          TO TRUE
           END-IF

           PERFORM SUB-2100-CHECK-ONE-RECORD THRU SUB-2100-EXIT
               UNTIL W-EOF
               OR    W-RETURN-CODE NOT = 0

           CLOSE NAMADDDM

           IF      W-LETTERING
               CLOSE DORMSEL
           END-IF

           IF      W-RETURN-CODE = 0
               PERFORM SUB-2400-REPORT-DROPPED THRU SUB-2400-EXIT
                   VARYING W-REV-IX FROM 1 BY 1
                   UNTIL W-REV-IX > W-REV-COUNT
                   OR    W-RETURN-CODE NOT = 0
           END-IF
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-CHECK-ONE-RECORD.
      *--------------------------

           READ NAMADDIX NEXT
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-2100-EXIT
           END-READ

           IF      NOT W-FILE-STATUS-GOOD
               SET  W-EOF          TO TRUE
               GO TO SUB-2100-EXIT
           END-IF

           IF      NOT NA-STATUS-ACTIVE IN NAMADDIX-REC
               GO TO SUB-2100-EXIT
           END-IF

           SEARCH ALL W-ACT-ENTRY
               AT END
                   GO TO SUB-2100-EXIT
               WHEN W-ACT-TAXID(W-ACT-IX) = NA-TAXID IN NAMADDIX-REC
                   CONTINUE
           END-SEARCH

           MOVE W-ACT-LAST-DATE(W-ACT-IX)
                                   TO W-DATE-TEXT
           PERFORM SUB-9300-DAYS-SINCE THRU SUB-9300-EXIT

           IF      W-DAYS-SINCE < W-THRESHOLD-DAYS
               GO TO SUB-2100-EXIT
           END-IF

           PERFORM SUB-9200-BUILD-NAME THRU SUB-9200-EXIT

           SET  W-NOT-FOUND        TO TRUE

           IF      W-REV-COUNT > 0
               SEARCH ALL W-REV-ENTRY
                   WHEN W-REV-TAXID(W-REV-IX)
                                   = NA-TAXID IN NAMADDIX-REC
                       SET  W-FOUND
                                   TO TRUE
               END-SEARCH
           END-IF

           IF      W-FOUND
               MOVE W-REV-LINE(W-REV-IX)
                                   TO NAMADDDM-REC
               MOVE 'Y'            TO W-REV-KEPT-SW(W-REV-IX)
               ADD  1              TO W-DORMANT-LISTED
               MOVE 'LISTED'       TO W-DL-ACTION
           ELSE
               MOVE SPACES         TO NAMADDDM-REC
               MOVE 'N'            TO DM-APPROVED-SW
               MOVE NA-TAXID IN NAMADDIX-REC
                                   TO DM-TAXID
               MOVE W-TODAY        TO DM-FLAGGED-DATE
               ADD  1              TO W-DORMANT-NEW
               MOVE 'NEW'          TO W-DL-ACTION
           END-IF

           MOVE W-ACT-LAST-DATE(W-ACT-IX)
                                   TO DM-LAST-DATE
           MOVE W-ACT-LAST-SOURCE(W-ACT-IX)
                                   TO DM-LAST-SOURCE
           MOVE W-DAYS-SINCE       TO DM-DAYS-DORMANT
           MOVE NA-ZIP-CODE IN NAMADDIX-REC
                                   TO DM-ZIP-CODE
           MOVE W-NAME-TEXT        TO DM-NAME
           MOVE RI-RUN-ID          TO DM-RUN-ID

           IF      DM-APPROVED
               ADD  1              TO W-LINES-APPROVED
           ELSE
               ADD  1              TO W-LINES-UNAPPROVED
           END-IF

           IF      W-LETTERING
               AND NOT DM-LETTERED
               PERFORM SUB-2300-WRITE-SELECTION THRU SUB-2300-EXIT

               IF      W-RETURN-CODE NOT = 0
                   GO TO SUB-2100-EXIT
               END-IF

               MOVE 'L'            TO DM-LETTER-SW
               MOVE W-TODAY        TO DM-LETTER-DATE
               MOVE 'LETTER'       TO W-DL-ACTION(8 : 6)
           END-IF

           PERFORM SUB-2200-WRITE-LIST-LINE THRU SUB-2200-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-2100-EXIT
           END-IF

           MOVE DM-TAXID           TO W-DL-TAXID
           MOVE DM-LAST-DATE       TO W-DL-LAST-DATE
           MOVE DM-LAST-SOURCE     TO W-DL-SOURCE
           MOVE W-DAYS-SINCE       TO W-DL-DAYS-NUM
           MOVE W-DL-DAYS-NUM      TO W-DL-DAYS
           MOVE W-NAME-TEXT        TO W-DL-NAME

           PERFORM SUB-9400-WRITE-DETAIL THRU SUB-9400-EXIT
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-WRITE-LIST-LINE.
      *-------------------------

           WRITE NAMADDDM-REC

           IF      NOT W-DM-FILE-STATUS-GOOD
               MOVE W-DM-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-DM-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing NAMADDDM'
               MOVE 30             TO W-RETURN-CODE
           END-IF
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2300-WRITE-SELECTION.
      *-------------------------

           MOVE SPACES             TO DORMSEL-REC
           MOVE DM-TAXID           TO SL-TAXID

           WRITE DORMSEL-REC

           IF      NOT W-SL-FILE-STATUS-GOOD
               MOVE W-SL-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-SL-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing DORMSEL'
               MOVE 31             TO W-RETURN-CODE
               GO TO SUB-2300-EXIT
           END-IF

           ADD  1                  TO W-LETTERS-SELECTED
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2400-REPORT-DROPPED.
      *------------------------

      **** A line not carried forward belongs to a record that has
      **** shown activity since, or is no longer active.

           IF      W-REV-KEPT(W-REV-IX)
               GO TO SUB-2400-EXIT
           END-IF

           ADD  1                  TO W-LINES-DROPPED

           MOVE W-REV-LINE(W-REV-IX)
                                   TO NAMADDDM-REC

           MOVE 'DROPPED'          TO W-DL-ACTION
           MOVE DM-TAXID           TO W-DL-TAXID
           MOVE SPACES             TO W-DL-LAST-DATE
                                      W-DL-SOURCE
                                      W-DL-DAYS
           MOVE DM-NAME            TO W-DL-NAME

           IF      W-ACT-COUNT > 0
               SEARCH ALL W-ACT-ENTRY
                   WHEN W-ACT-TAXID(W-ACT-IX) = DM-TAXID
                       MOVE W-ACT-LAST-DATE(W-ACT-IX)
                                   TO W-DL-LAST-DATE
                       MOVE W-ACT-LAST-SOURCE(W-ACT-IX)
                                   TO W-DL-SOURCE
               END-SEARCH
           END-IF

           PERFORM SUB-9400-WRITE-DETAIL THRU SUB-9400-EXIT
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-3000-RELEASE.
      *-----------------

           OPEN OUTPUT DORMTX

           IF      NOT W-TX-FILE-STATUS-GOOD
               MOVE W-TX-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-TX-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening DORMTX'
               MOVE 25             TO W-RETURN-CODE
               GO TO SUB-3000-EXIT
           END-IF

           OPEN OUTPUT NAMADDDM

           IF      NOT W-DM-FILE-STATUS-GOOD
               MOVE W-DM-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-DM-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' rewriting NAMADDDM'
               MOVE 23             TO W-RETURN-CODE
               CLOSE DORMTX
               GO TO SUB-3000-EXIT
           END-IF

           PERFORM SUB-3100-RELEASE-ONE-LINE THRU SUB-3100-EXIT
               VARYING W-REV-IX FROM 1 BY 1
               UNTIL W-REV-IX > W-REV-COUNT
               OR    W-RETURN-CODE NOT = 0

           CLOSE DORMTX
                 NAMADDDM

           IF      W-LINES-APPROVED = 0
               MOVE ' (no line on the review list is approved)'
                                   TO W-RPT-LINE
               PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT
           END-IF
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-RELEASE-ONE-LINE.
      *--------------------------

           MOVE W-REV-LINE(W-REV-IX)
                                   TO NAMADDDM-REC

           IF      NOT DM-APPROVED
               ADD  1              TO W-LINES-UNAPPROVED
               PERFORM SUB-2200-WRITE-LIST-LINE THRU SUB-2200-EXIT
               GO TO SUB-3100-EXIT
           END-IF

           ADD  1                  TO W-LINES-APPROVED

           MOVE DM-TAXID           TO W-DL-TAXID
           MOVE DM-LAST-DATE       TO W-DL-LAST-DATE
           MOVE DM-LAST-SOURCE     TO W-DL-SOURCE
           MOVE SPACES             TO W-DL-DAYS
           MOVE DM-NAME            TO W-DL-NAME

           MOVE DM-TAXID           TO NA-TAXID IN NAMADDIX-REC

           READ NAMADDIX
               KEY NA-TAXID IN NAMADDIX-REC
           END-READ

           IF      W-FILE-RECORD-NOT-FOUND
               ADD  1              TO W-NO-LONGER-ACTIVE
               MOVE 'GONE'         TO W-DL-ACTION
               PERFORM SUB-9400-WRITE-DETAIL THRU SUB-9400-EXIT
               GO TO SUB-3100-EXIT
           END-IF

           IF      NOT W-FILE-STATUS-GOOD
               MOVE W-FILE-STATUS  TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' reading NAMADDIX'
               MOVE 32             TO W-RETURN-CODE
               GO TO SUB-3100-EXIT
           END-IF

           IF      NOT NA-STATUS-ACTIVE IN NAMADDIX-REC
               ADD  1              TO W-NO-LONGER-ACTIVE
               MOVE 'NOT ACTIVE'   TO W-DL-ACTION
               PERFORM SUB-9400-WRITE-DETAIL THRU SUB-9400-EXIT
               GO TO SUB-3100-EXIT
           END-IF

      **** Anything on file since the line was listed - a change, a
      **** letter, a lookup, a reply - revives the record.

           SEARCH ALL W-ACT-ENTRY
               AT END
                   ADD  1          TO W-NO-LONGER-ACTIVE
                   MOVE 'NOT ACTIVE'
                                   TO W-DL-ACTION
                   PERFORM SUB-9400-WRITE-DETAIL THRU SUB-9400-EXIT
                   GO TO SUB-3100-EXIT
               WHEN W-ACT-TAXID(W-ACT-IX) = DM-TAXID
                   CONTINUE
           END-SEARCH

           IF      W-ACT-LAST-DATE(W-ACT-IX) > DM-LAST-DATE
               ADD  1              TO W-REVIVED
               MOVE 'REVIVED'      TO W-DL-ACTION
               MOVE W-ACT-LAST-DATE(W-ACT-IX)
                                   TO W-DL-LAST-DATE
               MOVE W-ACT-LAST-SOURCE(W-ACT-IX)
                                   TO W-DL-SOURCE
               PERFORM SUB-9400-WRITE-DETAIL THRU SUB-9400-EXIT
               GO TO SUB-3100-EXIT
           END-IF

           MOVE W-ACT-LAST-DATE(W-ACT-IX)
                                   TO W-DATE-TEXT
           PERFORM SUB-9300-DAYS-SINCE THRU SUB-9300-EXIT
           MOVE W-DAYS-SINCE       TO W-DL-DAYS-NUM
           MOVE W-DL-DAYS-NUM      TO W-DL-DAYS

           IF      DM-LETTERED
               IF      W-ACT-RSP-SENT(W-ACT-IX) < DM-LETTER-DATE
                   ADD  1          TO W-AWAITING-LETTER
                   MOVE 'NO LETTER YET'
                                   TO W-DL-ACTION
                   PERFORM SUB-9400-WRITE-DETAIL THRU SUB-9400-EXIT
                   PERFORM SUB-2200-WRITE-LIST-LINE THRU SUB-2200-EXIT
                   GO TO SUB-3100-EXIT
               END-IF

               IF      W-ACT-RSP-CLOSED(W-ACT-IX)
                   ADD  1          TO W-LETTER-ANSWERED
                   MOVE 'ANSWERED' TO W-DL-ACTION
                   PERFORM SUB-9400-WRITE-DETAIL THRU SUB-9400-EXIT
                   GO TO SUB-3100-EXIT
               END-IF

               IF      NOT W-ACT-RSP-REFERRED(W-ACT-IX)
                   ADD  1          TO W-AWAITING-REPLY
                   MOVE 'AWAITING REPLY'
                                   TO W-DL-ACTION
                   PERFORM SUB-9400-WRITE-DETAIL THRU SUB-9400-EXIT
                   PERFORM SUB-2200-WRITE-LIST-LINE THRU SUB-2200-EXIT
                   GO TO SUB-3100-EXIT
               END-IF
           END-IF

           PERFORM SUB-3200-WRITE-INACTIVATION THRU SUB-3200-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-3100-EXIT
           END-IF

           MOVE 'INACTIVATE'       TO W-DL-ACTION
           PERFORM SUB-9400-WRITE-DETAIL THRU SUB-9400-EXIT
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-3200-WRITE-INACTIVATION.
      *----------------------------

      **** The transaction is the current record with the status
      **** changed - carrying the live NA-UPDATE-COUNT, so a record
      **** changed between release and apply rejects as a version
      **** collision instead of being inactivated regardless.

           MOVE SPACES             TO W-TRANS-WORK
           SET  NA-TRANS-CHANGE IN W-TRANS-WORK
                                   TO TRUE
           MOVE NAMADDIX-REC       TO W-TRANS-WORK(2 : LENGTH OF
                                       NAMADDIX-REC)

           SET  NA-STATUS-INACTIVE IN W-TRANS-WORK
                                   TO TRUE
           MOVE W-TODAY            TO NA-EFFECTIVE-DATE
                                       IN W-TRANS-WORK

           MOVE 'DOR'              TO NA-SOURCE-SYSTEM
                                       IN W-TRANS-WORK
           MOVE W-SUPERVISOR-ID    TO NA-OPERATOR-ID
                                       IN W-TRANS-WORK
           MOVE W-NOW-TIMESTAMP    TO NA-ENTRY-TIMESTAMP
                                       IN W-TRANS-WORK

           MOVE W-TRANS-WORK       TO DORMTX-REC

           WRITE DORMTX-REC

           IF      NOT W-TX-FILE-STATUS-GOOD
               MOVE W-TX-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-TX-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing DORMTX'
               MOVE 33             TO W-RETURN-CODE
               GO TO SUB-3200-EXIT
           END-IF

           ADD  1                  TO W-INACTIVATIONS
           .
       SUB-3200-EXIT.
           EXIT.
      /
       SUB-4000-WRITE-SUMMARY.
      *-----------------------

           MOVE SPACES             TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE 'Records read'     TO W-CL-LABEL
           MOVE W-RECORDS-READ     TO W-CL-COUNT
           PERFORM SUB-4200-WRITE-COUNT THRU SUB-4200-EXIT

           MOVE 'Active records scored'
                                   TO W-CL-LABEL
           MOVE W-RECORDS-ACTIVE   TO W-CL-COUNT
           PERFORM SUB-4200-WRITE-COUNT THRU SUB-4200-EXIT

           MOVE 'Audit images counted'
                                   TO W-CL-LABEL
           MOVE W-AUDIT-COUNTED    TO W-CL-COUNT
           PERFORM SUB-4200-WRITE-COUNT THRU SUB-4200-EXIT

           MOVE 'Letters counted'  TO W-CL-LABEL
           MOVE W-CORR-COUNTED     TO W-CL-COUNT
           PERFORM SUB-4200-WRITE-COUNT THRU SUB-4200-EXIT

           MOVE 'Deliveries counted'
                                   TO W-CL-LABEL
           MOVE W-DELIVERIES-COUNTED
                                   TO W-CL-COUNT
           PERFORM SUB-4200-WRITE-COUNT THRU SUB-4200-EXIT

           MOVE 'Lookups counted'  TO W-CL-LABEL
           MOVE W-LOOKUPS-COUNTED  TO W-CL-COUNT
           PERFORM SUB-4200-WRITE-COUNT THRU SUB-4200-EXIT

           MOVE 'Replies counted'  TO W-CL-LABEL
           MOVE W-REPLIES-COUNTED  TO W-CL-COUNT
           PERFORM SUB-4200-WRITE-COUNT THRU SUB-4200-EXIT

           IF      W-MODE-RELEASE
               GO TO SUB-4000-RELEASE-COUNTS
           END-IF

           MOVE 'Dormant - new on the review list'
                                   TO W-CL-LABEL
           MOVE W-DORMANT-NEW      TO W-CL-COUNT
           PERFORM SUB-4200-WRITE-COUNT THRU SUB-4200-EXIT

           MOVE 'Dormant - already on the review list'
                                   TO W-CL-LABEL
           MOVE W-DORMANT-LISTED   TO W-CL-COUNT
           PERFORM SUB-4200-WRITE-COUNT THRU SUB-4200-EXIT

           MOVE 'Dropped - active again or not active'
                                   TO W-CL-LABEL
           MOVE W-LINES-DROPPED    TO W-CL-COUNT
           PERFORM SUB-4200-WRITE-COUNT THRU SUB-4200-EXIT

           MOVE 'Letters selected' TO W-CL-LABEL
           MOVE W-LETTERS-SELECTED TO W-CL-COUNT
           PERFORM SUB-4200-WRITE-COUNT THRU SUB-4200-EXIT

           MOVE 'Lines approved for release'
                                   TO W-CL-LABEL
           MOVE W-LINES-APPROVED   TO W-CL-COUNT
           PERFORM SUB-4200-WRITE-COUNT THRU SUB-4200-EXIT

           MOVE 'Lines awaiting supervisor review'
                                   TO W-CL-LABEL
           MOVE W-LINES-UNAPPROVED TO W-CL-COUNT
           PERFORM SUB-4200-WRITE-COUNT THRU SUB-4200-EXIT

           GO TO SUB-4000-EXIT
           .
       SUB-4000-RELEASE-COUNTS.

           MOVE 'Lines approved'   TO W-CL-LABEL
           MOVE W-LINES-APPROVED   TO W-CL-COUNT
           PERFORM SUB-4200-WRITE-COUNT THRU SUB-4200-EXIT

           MOVE 'Inactivation transactions written'
                                   TO W-CL-LABEL
           MOVE W-INACTIVATIONS    TO W-CL-COUNT
           PERFORM SUB-4200-WRITE-COUNT THRU SUB-4200-EXIT

           MOVE 'Revived since listed - dropped'
                                   TO W-CL-LABEL
           MOVE W-REVIVED          TO W-CL-COUNT
           PERFORM SUB-4200-WRITE-COUNT THRU SUB-4200-EXIT

           MOVE 'No longer active - dropped'
                                   TO W-CL-LABEL
           MOVE W-NO-LONGER-ACTIVE TO W-CL-COUNT
           PERFORM SUB-4200-WRITE-COUNT THRU SUB-4200-EXIT

           MOVE 'Letter answered - dropped'
                                   TO W-CL-LABEL
           MOVE W-LETTER-ANSWERED  TO W-CL-COUNT
           PERFORM SUB-4200-WRITE-COUNT THRU SUB-4200-EXIT

           MOVE 'Letter not yet sent - kept'
                                   TO W-CL-LABEL
           MOVE W-AWAITING-LETTER  TO W-CL-COUNT
           PERFORM SUB-4200-WRITE-COUNT THRU SUB-4200-EXIT

           MOVE 'Letter awaiting reply - kept'
                                   TO W-CL-LABEL
           MOVE W-AWAITING-REPLY   TO W-CL-COUNT
           PERFORM SUB-4200-WRITE-COUNT THRU SUB-4200-EXIT

           MOVE 'Not approved - kept'
                                   TO W-CL-LABEL
           MOVE W-LINES-UNAPPROVED TO W-CL-COUNT
           PERFORM SUB-4200-WRITE-COUNT THRU SUB-4200-EXIT
           .
       SUB-4000-EXIT.
           EXIT.
      /
       SUB-4200-WRITE-COUNT.
      *---------------------

           MOVE W-COUNT-LINE       TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE SPACES             TO W-COUNT-LINE
           .
       SUB-4200-EXIT.
           EXIT.
      /
       SUB-5000-SHUT-DOWN.
      *-------------------

           IF      W-INDEX-OPEN
               CLOSE NAMADDIX
           END-IF

           IF      W-REPORT-OPEN
               CLOSE DORRPT
           END-IF

           MOVE W-RECORDS-ACTIVE   TO W-DISP-NUM
           DISPLAY 'Active records scored:      '
                   W-DISP-NUM

           IF      W-MODE-RELEASE
               MOVE W-LINES-APPROVED
                                   TO W-DISP-NUM
               DISPLAY 'Lines approved:             '
                       W-DISP-NUM

               MOVE W-INACTIVATIONS
                                   TO W-DISP-NUM
               DISPLAY 'Inactivations written:      '
                       W-DISP-NUM
           ELSE
               MOVE W-DORMANT-NEW  TO W-DISP-NUM
               DISPLAY 'Dormant - new:              '
                       W-DISP-NUM

               MOVE W-DORMANT-LISTED
                                   TO W-DISP-NUM
               DISPLAY 'Dormant - already listed:   '
                       W-DISP-NUM

               MOVE W-LINES-DROPPED
                                   TO W-DISP-NUM
               DISPLAY 'Review lines dropped:       '
                       W-DISP-NUM

               MOVE W-LETTERS-SELECTED
                                   TO W-DISP-NUM
               DISPLAY 'Letters selected:           '
                       W-DISP-NUM
           END-IF

           DISPLAY 'NAMADDDOR completed'
           .
       SUB-5000-EXIT.
           EXIT.
      /
       SUB-9100-NOTE-ACTIVITY.
      *-----------------------

      **** Keeps the latest dated activity per active record; lines
      **** for records not active, undated or dated in the future
      **** are passed over.

           SET  W-NOT-FOUND        TO TRUE

           IF      W-NOTE-DATE NOT NUMERIC
               OR  W-NOTE-DATE > W-TODAY
               OR  W-ACT-COUNT = 0
               GO TO SUB-9100-EXIT
           END-IF

           SEARCH ALL W-ACT-ENTRY
               AT END
                   GO TO SUB-9100-EXIT
               WHEN W-ACT-TAXID(W-ACT-IX) = W-NOTE-TAXID
                   SET  W-FOUND    TO TRUE
           END-SEARCH

           IF      W-NOTE-DATE > W-ACT-LAST-DATE(W-ACT-IX)
               MOVE W-NOTE-DATE    TO W-ACT-LAST-DATE(W-ACT-IX)
               MOVE W-NOTE-SOURCE  TO W-ACT-LAST-SOURCE(W-ACT-IX)
           END-IF
           .
       SUB-9100-EXIT.
           EXIT.
      /
       SUB-9200-BUILD-NAME.
      *--------------------

           MOVE SPACES             TO W-NAME-TEXT

           IF      NA-ENTITY-NON-PERSON IN NAMADDIX-REC
               MOVE NA-BUSINESS-NAME IN NAMADDIX-REC
                                   TO W-NAME-TEXT
           ELSE
               STRING FUNCTION TRIM(NA-LAST-NAME IN NAMADDIX-REC)
                                   DELIMITED BY SIZE
                      ', '         DELIMITED BY SIZE
                      FUNCTION TRIM(NA-FIRST-NAME IN NAMADDIX-REC)
                                   DELIMITED BY SIZE
                 INTO W-NAME-TEXT
               END-STRING
           END-IF
           .
       SUB-9200-EXIT.
           EXIT.
      /
       SUB-9300-DAYS-SINCE.
      *--------------------

      **** Days from W-DATE-TEXT to today; no usable date at all
      **** counts as dormant for as long as can be shown.

           MOVE 99999              TO W-DAYS-SINCE

           IF      W-DATE-TEXT NOT NUMERIC
               GO TO SUB-9300-EXIT
           END-IF

           MOVE W-DATE-TEXT        TO W-DATE-NUM
           COMPUTE W-WORK-DAY      = FUNCTION
                                   INTEGER-OF-DATE(W-DATE-NUM)

           IF      W-WORK-DAY <= 0
               OR  W-TODAY-DAY - W-WORK-DAY > 99999
               GO TO SUB-9300-EXIT
           END-IF

           COMPUTE W-DAYS-SINCE    = W-TODAY-DAY - W-WORK-DAY
           .
       SUB-9300-EXIT.
           EXIT.
      /
       SUB-9400-WRITE-DETAIL.
      *----------------------

           MOVE W-DETAIL-LINE      TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE SPACES             TO W-DETAIL-LINE
           .
       SUB-9400-EXIT.
           EXIT.
      /
       SUB-9900-WRITE-LINE.
      *--------------------

           MOVE W-RPT-LINE         TO DORRPT-REC

           WRITE DORRPT-REC

           IF      NOT W-RP-FILE-STATUS-GOOD
               MOVE W-RP-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-RP-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing DORRPT'
               MOVE 40             TO W-RETURN-CODE
           END-IF
           .
       SUB-9900-EXIT.
           EXIT.
