      *========================== NAMADDDQP ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Correction proposals for the data-quality
      *              exceptions. NAMADDDQS says which records are bad
      *              but every fix was keyed by hand, even where the
      *              answer was never in doubt. This program reads
      *              the exception file Data\NAMEADDR.DataQuality.
      *              Excp.dat, looks each record up on NAMADDIX, and
      *              proposes a corrected value wherever a rule can
      *              produce one without anyone having to judge it:
      *
      *                  NAME-CASE - a first, last or business name
      *                      keyed in lower case; names are held
      *                      upper case;
      *                  ZIP-CITY  - a city the ZIP-to-city directory
      *                      Data\NAMEADDR.ZipCity.dat contradicts,
      *                      where the directory gives the ZIP one
      *                      city only;
      *                  ZIP-STATE - a state the ZIP prefix says is
      *                      wrong, per ZIPSTATE's directory;
      *                  PHONE-STD - a phone CNTSTD can put in the
      *                      shop's one canonical form;
      *                  EMAIL-STD - an email CNTSTD lower-cases or
      *                      trims.
      *
      *              Scan (the default, no arguments) - every
      *              proposal goes to the review file
      *              Data\NAMEADDR.DQProposals.dat (NAMADDDP.cpy) in
      *              TAXID order, unapproved. A proposal already on
      *              the file with the same corrected value keeps its
      *              approval; the rest of the old file is dropped,
      *              the exception file being the whole story.
      *
      *              Release - arguments 1 'RELEASE', 2 operator ID.
      *              The approved lines for each record become one
      *              NAMADDTX change transaction in
      *              Data\NAMEADDR.DQFixTx.dat - source system 'DQP',
      *              the operator as keyer - ready for BLDFILES
      *              maintenance mode. A field no longer holding the
      *              value the proposal was made against is left
      *              alone and the line dropped as stale. Released
      *              and stale lines leave the file; unapproved
      *              lines stay for the next run.
      *
      *              The record is read from NAMADDIX as NAMADDDQS
      *              read it: the JURISDICTION environment value, and
      *              the NAMADDIX_PATH override after it.
      *
      *              Output: Data\NAMEADDR.DQProposals.Rpt.dat.
      *
      *              Return codes: 4 bad arguments, 8 no exception
      *              file (scan) or no proposal file (release), 10-
      *              11 report or NAMADDIX open, 20 NAMADDIX read,
      *              21-24 proposal file order, size or open, 25 the
      *              transaction file open, 33-34 a transaction or
      *              proposal write, 40 a report write.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 NAMADDDQP.

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
           SELECT NAMADDIX         ASSIGN TO W-NAMADDIX-PATH
                                   ORGANIZATION INDEXED
                                   ACCESS DYNAMIC
                                   RECORD KEY NA-TAXID
                                                   IN NAMADDIX-REC
                                   FILE STATUS W-FILE-STATUS.

           SELECT NAMADDDX         ASSIGN
                                   "Data\NAMEADDR.DataQuality.Excp.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-DX-FILE-STATUS.

           SELECT ZIPCITY          ASSIGN "Data\NAMEADDR.ZipCity.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-ZC-FILE-STATUS.

           SELECT NAMADDDP         ASSIGN
                                   "Data\NAMEADDR.DQProposals.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-DP-FILE-STATUS.

           SELECT DQFIXTX          ASSIGN "Data\NAMEADDR.DQFixTx.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-TX-FILE-STATUS.

           SELECT DQPRPT           ASSIGN
                                   "Data\NAMEADDR.DQProposals.Rpt.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-RP-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  NAMADDIX.

       01  NAMADDIX-REC.           COPY NAMEADDR.

       FD  NAMADDDX.

       01  NAMADDDX-REC.
           05  DX-TAXID            PIC X(12).
           05  FILLER              PIC X(01).
           05  DX-DEFECT-COUNT     PIC 9(02).
           05  FILLER              PIC X(01).
           05  DX-DEFECT-LIST      PIC X(80).

       FD  ZIPCITY.

       01  ZIPCITY-REC.
           05  ZC-ZIP-CODE         PIC X(05).
           05  FILLER              PIC X(01).
           05  ZC-CITY             PIC X(25).

       FD  NAMADDDP.

       01  NAMADDDP-REC.           COPY NAMADDDP.

       FD  DQFIXTX.

       01  DQFIXTX-REC.            COPY NAMADDTX.

       FD  DQPRPT.

       01  DQPRPT-REC              PIC X(132).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-EXCEPTIONS-READ       PIC 9(09)  COMP VALUE 0.
       01  W-RECORDS-GONE          PIC 9(09)  COMP VALUE 0.
       01  W-RECORDS-PROPOSED      PIC 9(09)  COMP VALUE 0.
       01  W-RECORDS-NO-FIX        PIC 9(09)  COMP VALUE 0.
       01  W-PROPOSALS             PIC 9(09)  COMP VALUE 0.
       01  W-APPROVALS-KEPT        PIC 9(09)  COMP VALUE 0.
       01  W-OLD-DROPPED           PIC 9(09)  COMP VALUE 0.
       01  W-LINES-APPROVED        PIC 9(09)  COMP VALUE 0.
       01  W-LINES-UNAPPROVED      PIC 9(09)  COMP VALUE 0.
       01  W-LINES-APPLIED         PIC 9(09)  COMP VALUE 0.
       01  W-LINES-STALE           PIC 9(09)  COMP VALUE 0.
       01  W-LINES-GONE            PIC 9(09)  COMP VALUE 0.
       01  W-TRANSACTIONS          PIC 9(09)  COMP VALUE 0.
       01  W-ZIP-CITIES            PIC 9(09)  COMP VALUE 0.
       01  W-ZIP-OUT-OF-ORDER      PIC 9(09)  COMP VALUE 0.
       01  W-RETURN-CODE           PIC S9(04) COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ,ZZ9.

       01  W-ARG1                  PIC X(08).
       01  W-ARG2                  PIC X(08).
       01  W-OPERATOR-ID           PIC X(08).

       01  W-MODE-SW               PIC X(01)       VALUE 'S'.
           88  W-MODE-SCAN                         VALUE 'S'.
           88  W-MODE-RELEASE                      VALUE 'R'.

       01  W-TODAY                 PIC X(08).
       01  W-NOW-TIMESTAMP         PIC X(14).

       01  W-NAMADDIX-PATH         PIC X(60)       VALUE
           'Data\NAMEADDR.Idx.dat'.
       01  W-JURISDICTION-CODE     PIC X(03)       VALUE SPACES.

      **** The rules, in step with the counters below.

       01  W-RULE-NAMES.
           05  FILLER              PIC X(10)       VALUE 'NAME-CASE'.
           05  FILLER              PIC X(10)       VALUE 'ZIP-CITY'.
           05  FILLER              PIC X(10)       VALUE 'ZIP-STATE'.
           05  FILLER              PIC X(10)       VALUE 'PHONE-STD'.
           05  FILLER              PIC X(10)       VALUE 'EMAIL-STD'.
       01  FILLER REDEFINES W-RULE-NAMES.
           05  W-RULE-NAME         PIC X(10)
                                   OCCURS 5 TIMES.

       01  W-RULE-COUNTERS.
           05  W-RULE-COUNT        PIC 9(09)  COMP
                                   OCCURS 5 TIMES
                                   INDEXED W-RUL-IX.

      **** The fields a rule may correct, numbered as DP-FIELD-NO.

       01  W-FIELD-NAMES.
           05  FILLER              PIC X(16)       VALUE
               'NA-FIRST-NAME'.
           05  FILLER              PIC X(16)       VALUE
               'NA-LAST-NAME'.
           05  FILLER              PIC X(16)       VALUE
               'NA-BUSINESS-NAME'.
           05  FILLER              PIC X(16)       VALUE
               'NA-CITY'.
           05  FILLER              PIC X(16)       VALUE
               'NA-STATE'.
           05  FILLER              PIC X(16)       VALUE
               'NA-PHONE'.
           05  FILLER              PIC X(16)       VALUE
               'NA-EMAIL'.
       01  FILLER REDEFINES W-FIELD-NAMES.
           05  W-FIELD-NAME        PIC X(16)
                                   OCCURS 7 TIMES.

      **** The proposal in hand.

       01  W-PR-FIELD-NO           PIC 9(02).
       01  W-PR-OLD                PIC X(70).
       01  W-PR-NEW                PIC X(70).
       01  W-REC-PROPOSALS         PIC 9(02)  COMP.

       01  W-FIELD-VALUE           PIC X(70).

      **** The ZIP-to-city directory, in ZIP order; a ZIP the
      **** directory gives more than one city is flagged, since no
      **** one of them can be proposed.

       01  W-ZC-COUNT              PIC 9(05)  COMP VALUE 0.
       01  W-ZC-MAX                PIC 9(05)  COMP VALUE 50000.
       01  W-ZC-PREV-ZIP           PIC X(05)       VALUE LOW-VALUES.

       01  W-ZC-TABLE.
           05  W-ZC-ENTRY                          OCCURS 1 TO 50000
                                                   DEPENDING ON
                                                       W-ZC-COUNT
                                                   ASCENDING KEY
                                                       W-ZC-ZIP
                                                   INDEXED W-ZC-IX.
               10  W-ZC-ZIP        PIC X(05).
               10  W-ZC-CITY       PIC X(25).
               10  W-ZC-MULTI-SW   PIC X(01).
                   88  W-ZC-MULTI                  VALUE 'Y'.

      **** The proposal file as it stood at the start of the run.

       01  W-REV-COUNT             PIC 9(05)  COMP VALUE 0.
       01  W-REV-MAX               PIC 9(05)  COMP VALUE 50000.
       01  W-REV-PREV-KEY          PIC X(15)       VALUE LOW-VALUES.

       01  W-REV-TABLE.
           05  W-REV-ENTRY                         OCCURS 1 TO 50000
                                                   DEPENDING ON
                                                       W-REV-COUNT
                                                   ASCENDING KEY
                                                       W-REV-KEY
                                                   INDEXED W-REV-IX.
               10  W-REV-KEY       PIC X(15).
               10  W-REV-APPROVED-SW
                                   PIC X(01).
               10  W-REV-NEW-VALUE PIC X(70).
               10  W-REV-RUN-ID    PIC 9(08).
               10  W-REV-DATE      PIC X(08).
               10  W-REV-LINE      PIC X(205).

       01  W-GROUP-START           PIC 9(05)  COMP.
       01  W-GROUP-END             PIC 9(05)  COMP.
       01  W-GROUP-SUB             PIC 9(05)  COMP.
       01  W-GROUP-TAXID           PIC X(12).
       01  W-GROUP-APPROVED        PIC 9(02)  COMP.
       01  W-GROUP-APPLIED         PIC 9(02)  COMP.

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

       01  W-DX-FILE-STATUS        PIC X(02).
           88  W-DX-FILE-STATUS-GOOD               VALUE '00'.

       01  W-ZC-FILE-STATUS        PIC X(02).
           88  W-ZC-FILE-STATUS-GOOD               VALUE '00'.

       01  W-DP-FILE-STATUS        PIC X(02).
           88  W-DP-FILE-STATUS-GOOD               VALUE '00'.
           88  W-DP-FILE-NOT-FOUND                 VALUE '35'.

       01  W-TX-FILE-STATUS        PIC X(02).
           88  W-TX-FILE-STATUS-GOOD               VALUE '00'.

       01  W-RP-FILE-STATUS        PIC X(02).
           88  W-RP-FILE-STATUS-GOOD               VALUE '00'.

       01  W-ERROR-MSG             PIC X(22)       VALUE
           '**** NAMADDDQP error: '.

       01  W-FS-CONTROL.
           COPY FILESTATL.

       01  W-JL-CONTROL.
           COPY JOBLOGL.

       01  W-RI-CONTROL.
           COPY RUNIDL.

       01  W-JU-CONTROL.
           COPY JURISDICL.

       01  W-ZP-CONTROL.
           COPY ZIPSTATEL.

       01  W-CS-CONTROL.
           COPY CNTSTDL.

       01  W-TRANS-WORK.           COPY NAMADDTX.

       01  W-RPT-LINE              PIC X(132).

       01  W-DETAIL-LINE.
           05  FILLER              PIC X(03).
           05  W-DL-ACTION         PIC X(10).
           05  FILLER              PIC X(01).
           05  W-DL-TAXID          PIC X(12).
           05  FILLER              PIC X(02).
           05  W-DL-FIELD          PIC X(16).
           05  FILLER              PIC X(02).
           05  W-DL-RULE           PIC X(10).
           05  FILLER              PIC X(02).
           05  W-DL-VALUE          PIC X(74).

       01  W-COUNT-LINE.
           05  FILLER              PIC X(03).
           05  W-CL-LABEL          PIC X(40).
           05  W-CL-COUNT          PIC ZZZ,ZZ9.

       01  W-LOG-PROPOSALS         PIC 9(07).
       01  W-LOG-TRANSACTIONS      PIC 9(07).

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

           IF      W-RETURN-CODE = 0
               PERFORM SUB-1700-LOAD-PROPOSALS THRU SUB-1700-EXIT
           END-IF

           IF      W-RETURN-CODE NOT = 0
               GO TO MAIN-SHUT-DOWN
           END-IF

           IF      W-MODE-RELEASE
               PERFORM SUB-3000-RELEASE THRU SUB-3000-EXIT
           ELSE
               PERFORM SUB-1500-LOAD-ZIP-CITIES THRU SUB-1500-EXIT
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

           DISPLAY 'NAMADDDQP compiled on '
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

           PERFORM VARYING W-RUL-IX FROM 1 BY 1
                   UNTIL W-RUL-IX > 5
               MOVE 0              TO W-RULE-COUNT(W-RUL-IX)
           END-PERFORM

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
                           'RELEASE needs an operator ID as '
                           'argument 2'
                   MOVE 4          TO W-RETURN-CODE
                   GO TO SUB-1000-EXIT
               END-IF

               MOVE FUNCTION UPPER-CASE(W-ARG2)
                                   TO W-OPERATOR-ID
               DISPLAY 'Releasing as operator ' W-OPERATOR-ID
           ELSE
               IF      W-ARG1 NOT = SPACES
                   DISPLAY W-ERROR-MSG
                           'Argument 1 must be RELEASE or omitted'
                   MOVE 4          TO W-RETURN-CODE
                   GO TO SUB-1000-EXIT
               END-IF
           END-IF

           SET  RI-FUNC-NEXT       TO TRUE
           CALL 'RUNID' USING W-RI-CONTROL
           DISPLAY 'Run ID: ' RI-RUN-ID

           PERFORM SUB-1005-RESOLVE-PATHS THRU SUB-1005-EXIT

           OPEN OUTPUT DQPRPT

           IF      NOT W-RP-FILE-STATUS-GOOD
               MOVE W-RP-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-RP-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening DQPRPT'
               MOVE 10             TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           SET  W-REPORT-OPEN      TO TRUE

           MOVE SPACES             TO W-COUNT-LINE
                                      W-DETAIL-LINE

           MOVE SPACES             TO W-RPT-LINE

           IF      W-MODE-RELEASE
               STRING ' DATA-QUALITY CORRECTION RELEASE - RUN '
                                   DELIMITED BY SIZE
                      RI-RUN-ID    DELIMITED BY SIZE
                      ' ON '       DELIMITED BY SIZE
                      W-TODAY      DELIMITED BY SIZE
                      ' BY '       DELIMITED BY SIZE
                      W-OPERATOR-ID
                                   DELIMITED BY SPACE
                 INTO W-RPT-LINE
               END-STRING
           ELSE
               STRING ' DATA-QUALITY CORRECTION PROPOSALS - RUN '
                                   DELIMITED BY SIZE
                      RI-RUN-ID    DELIMITED BY SIZE
                      ' ON '       DELIMITED BY SIZE
                      W-TODAY      DELIMITED BY SIZE
                 INTO W-RPT-LINE
               END-STRING
           END-IF

           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE SPACES             TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE 'ACTION'           TO W-DL-ACTION
           MOVE 'TAXID'            TO W-DL-TAXID
           MOVE 'FIELD'            TO W-DL-FIELD
           MOVE 'RULE'             TO W-DL-RULE
           MOVE 'CORRECTED VALUE'  TO W-DL-VALUE
           PERFORM SUB-9400-WRITE-DETAIL THRU SUB-9400-EXIT

           OPEN INPUT NAMADDIX

           IF      NOT W-FILE-STATUS-GOOD
               MOVE W-FILE-STATUS  TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDIX'
               MOVE 11             TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           SET  W-INDEX-OPEN       TO TRUE
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1005-RESOLVE-PATHS.
      *-----------------------

      **** A JURISDICTION environment value names which county's
      **** files this run works against; the explicit NAMADDIX_PATH
      **** override, accepted after it, still wins when set.

           DISPLAY 'JURISDICTION'      UPON ENVIRONMENT-NAME
           ACCEPT W-JURISDICTION-CODE  FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES     TO W-JURISDICTION-CODE
           END-ACCEPT

           IF      W-JURISDICTION-CODE NOT = SPACES
               SET  JU-FUNC-RESOLVE
                                   TO TRUE
               MOVE W-JURISDICTION-CODE
                                   TO JU-CODE

               CALL 'JURISDIC' USING W-JU-CONTROL

               IF      JU-FOUND
                   MOVE JU-IDX-PATH
                                   TO W-NAMADDIX-PATH
                   DISPLAY 'Jurisdiction: '
                           W-JURISDICTION-CODE
                           ' '
                           FUNCTION TRIM(JU-NAME)
               ELSE
                   DISPLAY 'Jurisdiction code not configured: '
                           W-JURISDICTION-CODE
               END-IF
           END-IF

           DISPLAY 'NAMADDIX_PATH'     UPON ENVIRONMENT-NAME
           ACCEPT W-NAMADDIX-PATH      FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           DISPLAY 'NAMADDIX: ' FUNCTION TRIM(W-NAMADDIX-PATH)
           .
       SUB-1005-EXIT.
           EXIT.
      /
       SUB-1500-LOAD-ZIP-CITIES.
      *-------------------------

      **** No directory on disk only switches the ZIP-CITY rule off.

           SET  W-NOT-EOF          TO TRUE

           OPEN INPUT ZIPCITY

           IF      NOT W-ZC-FILE-STATUS-GOOD
               DISPLAY 'No ZIP-to-city directory - ZIP-CITY rule '
                       'not applied'
               GO TO SUB-1500-EXIT
           END-IF

           PERFORM SUB-1510-LOAD-ONE-ZIP-CITY THRU SUB-1510-EXIT
               UNTIL W-EOF

           CLOSE ZIPCITY

           MOVE W-ZC-COUNT         TO W-DISP-NUM
           DISPLAY 'ZIP-to-city entries loaded: '
                   W-DISP-NUM

           IF      W-ZIP-OUT-OF-ORDER > 0
               MOVE W-ZIP-OUT-OF-ORDER
                                   TO W-DISP-NUM
               DISPLAY 'ZIP-to-city lines out of ZIP order, '
                       'ignored: '
                       W-DISP-NUM
           END-IF
           .
       SUB-1500-EXIT.
           EXIT.
      /
       SUB-1510-LOAD-ONE-ZIP-CITY.
      *---------------------------

           READ ZIPCITY
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-1510-EXIT
           END-READ

           IF      ZC-ZIP-CODE NOT NUMERIC
               OR  ZC-CITY = SPACES
               GO TO SUB-1510-EXIT
           END-IF

           IF      ZC-ZIP-CODE = W-ZC-PREV-ZIP
               IF      ZC-CITY NOT = W-ZC-CITY(W-ZC-IX)
                   MOVE 'Y'        TO W-ZC-MULTI-SW(W-ZC-IX)
               END-IF
               GO TO SUB-1510-EXIT
           END-IF

           IF      ZC-ZIP-CODE < W-ZC-PREV-ZIP
               ADD  1              TO W-ZIP-OUT-OF-ORDER
               GO TO SUB-1510-EXIT
           END-IF

           IF      W-ZC-COUNT >= W-ZC-MAX
               DISPLAY 'More than '
                       W-ZC-MAX
                       ' ZIP-to-city entries - the rest ignored'
               SET  W-EOF          TO TRUE
               GO TO SUB-1510-EXIT
           END-IF

           MOVE ZC-ZIP-CODE        TO W-ZC-PREV-ZIP

           ADD  1                  TO W-ZC-COUNT
           SET  W-ZC-IX            TO W-ZC-COUNT
           MOVE ZC-ZIP-CODE        TO W-ZC-ZIP(W-ZC-IX)
           MOVE ZC-CITY            TO W-ZC-CITY(W-ZC-IX)
           MOVE 'N'                TO W-ZC-MULTI-SW(W-ZC-IX)
           .
       SUB-1510-EXIT.
           EXIT.
      /
       SUB-1700-LOAD-PROPOSALS.
      *------------------------

           SET  W-NOT-EOF          TO TRUE

           OPEN INPUT NAMADDDP

           IF      W-DP-FILE-NOT-FOUND
               IF      W-MODE-RELEASE
                   DISPLAY W-ERROR-MSG
                           'No proposal file '
                           'Data\NAMEADDR.DQProposals.dat to release'
                   MOVE 8          TO W-RETURN-CODE
               END-IF
               GO TO SUB-1700-EXIT
           END-IF

           IF      NOT W-DP-FILE-STATUS-GOOD
               MOVE W-DP-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-DP-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDDP'
               MOVE 23             TO W-RETURN-CODE
               GO TO SUB-1700-EXIT
           END-IF

           PERFORM SUB-1710-LOAD-ONE-LINE THRU SUB-1710-EXIT
               UNTIL W-EOF
               OR    W-RETURN-CODE NOT = 0

           CLOSE NAMADDDP

           MOVE W-REV-COUNT        TO W-DISP-NUM
           DISPLAY 'Proposal lines loaded:      '
                   W-DISP-NUM
           .
       SUB-1700-EXIT.
           EXIT.
      /
       SUB-1710-LOAD-ONE-LINE.
      *-----------------------

           READ NAMADDDP
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-1710-EXIT
           END-READ

           IF      DP-TAXID = SPACES
               GO TO SUB-1710-EXIT
           END-IF

      **** The file is written in TAXID and field order; the clerks
      **** only mark lines, so anything else means a hand edit the
      **** run cannot trust.

           IF      DP-KEY NOT > W-REV-PREV-KEY
               DISPLAY W-ERROR-MSG
                       'Proposal file out of order at '
                       DP-TAXID
               MOVE 21             TO W-RETURN-CODE
               GO TO SUB-1710-EXIT
           END-IF

           IF      W-REV-COUNT >= W-REV-MAX
               DISPLAY W-ERROR-MSG
                       'More than '
                       W-REV-MAX
                       ' proposal lines - enlarge W-REV-TABLE'
               MOVE 22             TO W-RETURN-CODE
               GO TO SUB-1710-EXIT
           END-IF

           MOVE DP-KEY             TO W-REV-PREV-KEY

           ADD  1                  TO W-REV-COUNT
           SET  W-REV-IX           TO W-REV-COUNT
           MOVE DP-KEY             TO W-REV-KEY(W-REV-IX)
           MOVE DP-APPROVED-SW     TO W-REV-APPROVED-SW(W-REV-IX)
           MOVE DP-NEW-VALUE       TO W-REV-NEW-VALUE(W-REV-IX)
           MOVE DP-RUN-ID          TO W-REV-RUN-ID(W-REV-IX)
           MOVE DP-DATE            TO W-REV-DATE(W-REV-IX)
           MOVE NAMADDDP-REC       TO W-REV-LINE(W-REV-IX)
           .
       SUB-1710-EXIT.
           EXIT.
      /
       SUB-2000-SCAN.
      *--------------

           OPEN INPUT NAMADDDX

           IF      NOT W-DX-FILE-STATUS-GOOD
               DISPLAY W-ERROR-MSG
                       'No exception file '
                       'Data\NAMEADDR.DataQuality.Excp.dat - run '
                       'NAMADDDQS first'
               MOVE 8              TO W-RETURN-CODE
               GO TO SUB-2000-EXIT
           END-IF

           OPEN OUTPUT NAMADDDP

           IF      NOT W-DP-FILE-STATUS-GOOD
               MOVE W-DP-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-DP-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDDP'
               MOVE 24             TO W-RETURN-CODE
               CLOSE NAMADDDX
               GO TO SUB-2000-EXIT
           END-IF

           SET  W-NOT-EOF          TO TRUE

           PERFORM SUB-2100-CHECK-ONE-EXCEPTION THRU SUB-2100-EXIT
               UNTIL W-EOF
               OR    W-RETURN-CODE NOT = 0

           CLOSE NAMADDDX
                 NAMADDDP

           IF      W-REV-COUNT > W-APPROVALS-KEPT
               COMPUTE W-OLD-DROPPED
                                   = W-REV-COUNT - W-APPROVALS-KEPT
           END-IF
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-CHECK-ONE-EXCEPTION.
      *-----------------------------

           READ NAMADDDX
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-2100-EXIT
           END-READ

           IF      DX-TAXID = SPACES
               GO TO SUB-2100-EXIT
           END-IF

           ADD  1                  TO W-EXCEPTIONS-READ

           MOVE DX-TAXID           TO NA-TAXID IN NAMADDIX-REC

           READ NAMADDIX

           IF      W-FILE-RECORD-NOT-FOUND
               ADD  1              TO W-RECORDS-GONE
               GO TO SUB-2100-EXIT
           END-IF

           IF      NOT W-FILE-STATUS-GOOD
               MOVE W-FILE-STATUS  TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' reading NAMADDIX for '
                       DX-TAXID
               MOVE 20             TO W-RETURN-CODE
               GO TO SUB-2100-EXIT
           END-IF

           MOVE 0                  TO W-REC-PROPOSALS

      **** The rules run in DP-FIELD-NO order, keeping the file in
      **** TAXID and field order.

           PERFORM SUB-2200-RULE-NAME-CASE THRU SUB-2200-EXIT
           PERFORM SUB-2300-RULE-ZIP-CITY THRU SUB-2300-EXIT
           PERFORM SUB-2400-RULE-ZIP-STATE THRU SUB-2400-EXIT
           PERFORM SUB-2500-RULE-CONTACT THRU SUB-2500-EXIT

           IF      W-REC-PROPOSALS = 0
               ADD  1              TO W-RECORDS-NO-FIX
           ELSE
               ADD  1              TO W-RECORDS-PROPOSED
           END-IF
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-RULE-NAME-CASE.
      *------------------------

           SET  W-RUL-IX           TO 1

           IF      NA-ENTITY-NON-PERSON IN NAMADDIX-REC
               MOVE NA-BUSINESS-NAME IN NAMADDIX-REC
                                   TO W-PR-OLD
               MOVE FUNCTION UPPER-CASE(W-PR-OLD)
                                   TO W-PR-NEW
               IF      W-PR-NEW NOT = W-PR-OLD
                   MOVE 3          TO W-PR-FIELD-NO
                   PERFORM SUB-2800-PROPOSE THRU SUB-2800-EXIT
               END-IF
               GO TO SUB-2200-EXIT
           END-IF

           MOVE NA-FIRST-NAME IN NAMADDIX-REC
                                   TO W-PR-OLD
           MOVE FUNCTION UPPER-CASE(W-PR-OLD)
                                   TO W-PR-NEW

           IF      W-PR-NEW NOT = W-PR-OLD
               MOVE 1              TO W-PR-FIELD-NO
               PERFORM SUB-2800-PROPOSE THRU SUB-2800-EXIT
           END-IF

           MOVE NA-LAST-NAME IN NAMADDIX-REC
                                   TO W-PR-OLD
           MOVE FUNCTION UPPER-CASE(W-PR-OLD)
                                   TO W-PR-NEW

           IF      W-PR-NEW NOT = W-PR-OLD
               MOVE 2              TO W-PR-FIELD-NO
               PERFORM SUB-2800-PROPOSE THRU SUB-2800-EXIT
           END-IF
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2300-RULE-ZIP-CITY.
      *-----------------------

           IF      W-ZC-COUNT = 0
               OR  NA-ZIP-CODE IN NAMADDIX-REC(1 : 5) NOT NUMERIC
               GO TO SUB-2300-EXIT
           END-IF

           SEARCH ALL W-ZC-ENTRY
               AT END
                   GO TO SUB-2300-EXIT
               WHEN W-ZC-ZIP(W-ZC-IX) =
                       NA-ZIP-CODE IN NAMADDIX-REC(1 : 5)
                   CONTINUE
           END-SEARCH

           IF      W-ZC-MULTI(W-ZC-IX)
               OR  W-ZC-CITY(W-ZC-IX) = NA-CITY IN NAMADDIX-REC
               GO TO SUB-2300-EXIT
           END-IF

           SET  W-RUL-IX           TO 2
           MOVE 4                  TO W-PR-FIELD-NO
           MOVE NA-CITY IN NAMADDIX-REC
                                   TO W-PR-OLD
           MOVE W-ZC-CITY(W-ZC-IX) TO W-PR-NEW
           PERFORM SUB-2800-PROPOSE THRU SUB-2800-EXIT
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2400-RULE-ZIP-STATE.
      *------------------------

      **** ZIPSTATE compares the first two positions only, so
      **** 'ILL' matches on IL - the field is still corrected to the
      **** directory's two letters.

           MOVE NA-ZIP-CODE IN NAMADDIX-REC
                                   TO ZP-ZIP-CODE
           MOVE NA-STATE IN NAMADDIX-REC
                                   TO ZP-STATE

           CALL 'ZIPSTATE' USING W-ZP-CONTROL

           IF      ZP-RESULT-UNKNOWN
               OR  ZP-DIR-STATE = SPACES
               OR  NA-STATE IN NAMADDIX-REC = ZP-DIR-STATE
               GO TO SUB-2400-EXIT
           END-IF

           SET  W-RUL-IX           TO 3
           MOVE 5                  TO W-PR-FIELD-NO
           MOVE NA-STATE IN NAMADDIX-REC
                                   TO W-PR-OLD
           MOVE ZP-DIR-STATE       TO W-PR-NEW
           PERFORM SUB-2800-PROPOSE THRU SUB-2800-EXIT
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-2500-RULE-CONTACT.
      *----------------------

           MOVE NA-PHONE IN NAMADDIX-REC
                                   TO CS-PHONE
           MOVE NA-EMAIL IN NAMADDIX-REC
                                   TO CS-EMAIL

           CALL 'CNTSTD' USING W-CS-CONTROL

           IF      CS-PHONE-NORMALIZED
               AND CS-PHONE NOT = NA-PHONE IN NAMADDIX-REC
               SET  W-RUL-IX       TO 4
               MOVE 6              TO W-PR-FIELD-NO
               MOVE NA-PHONE IN NAMADDIX-REC
                                   TO W-PR-OLD
               MOVE CS-PHONE       TO W-PR-NEW
               PERFORM SUB-2800-PROPOSE THRU SUB-2800-EXIT
           END-IF

           IF      CS-EMAIL-NORMALIZED
               AND CS-EMAIL NOT = NA-EMAIL IN NAMADDIX-REC
               SET  W-RUL-IX       TO 5
               MOVE 7              TO W-PR-FIELD-NO
               MOVE NA-EMAIL IN NAMADDIX-REC
                                   TO W-PR-OLD
               MOVE CS-EMAIL       TO W-PR-NEW
               PERFORM SUB-2800-PROPOSE THRU SUB-2800-EXIT
           END-IF
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2800-PROPOSE.
      *-----------------

      **** Caller has set W-RUL-IX, W-PR-FIELD-NO, W-PR-OLD and
      **** W-PR-NEW. A line already proposed with the same value
      **** keeps the clerk's mark.

           MOVE SPACES             TO NAMADDDP-REC
           MOVE 'N'                TO DP-APPROVED-SW
           MOVE NA-TAXID IN NAMADDIX-REC
                                   TO DP-TAXID
           MOVE W-PR-FIELD-NO      TO DP-FIELD-NO
           MOVE W-FIELD-NAME(W-PR-FIELD-NO)
                                   TO DP-FIELD-NAME
           MOVE W-RULE-NAME(W-RUL-IX)
                                   TO DP-RULE
           MOVE W-PR-OLD           TO DP-OLD-VALUE
           MOVE W-PR-NEW           TO DP-NEW-VALUE
           MOVE RI-RUN-ID          TO DP-RUN-ID
           MOVE W-TODAY            TO DP-DATE

           IF      W-REV-COUNT > 0
               SEARCH ALL W-REV-ENTRY
                   AT END
                       CONTINUE
                   WHEN W-REV-KEY(W-REV-IX) = DP-KEY
                       IF      W-REV-NEW-VALUE(W-REV-IX) =
                                   DP-NEW-VALUE
                           MOVE W-REV-APPROVED-SW(W-REV-IX)
                                   TO DP-APPROVED-SW
                           MOVE W-REV-RUN-ID(W-REV-IX)
                                   TO DP-RUN-ID
                           MOVE W-REV-DATE(W-REV-IX)
                                   TO DP-DATE
                           ADD  1  TO W-APPROVALS-KEPT
                       END-IF
               END-SEARCH
           END-IF

           WRITE NAMADDDP-REC

           IF      NOT W-DP-FILE-STATUS-GOOD
               MOVE W-DP-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-DP-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing NAMADDDP'
               MOVE 34             TO W-RETURN-CODE
               GO TO SUB-2800-EXIT
           END-IF

           ADD  1                  TO W-PROPOSALS
                                      W-REC-PROPOSALS
                                      W-RULE-COUNT(W-RUL-IX)

           MOVE 'PROPOSE'          TO W-DL-ACTION
           MOVE DP-TAXID           TO W-DL-TAXID
           MOVE DP-FIELD-NAME      TO W-DL-FIELD
           MOVE DP-RULE            TO W-DL-RULE
           MOVE DP-NEW-VALUE       TO W-DL-VALUE
           PERFORM SUB-9400-WRITE-DETAIL THRU SUB-9400-EXIT
           .
       SUB-2800-EXIT.
           EXIT.
      /
       SUB-3000-RELEASE.
      *-----------------

           OPEN OUTPUT DQFIXTX

           IF      NOT W-TX-FILE-STATUS-GOOD
               MOVE W-TX-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-TX-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening DQFIXTX'
               MOVE 25             TO W-RETURN-CODE
               GO TO SUB-3000-EXIT
           END-IF

           OPEN OUTPUT NAMADDDP

           IF      NOT W-DP-FILE-STATUS-GOOD
               MOVE W-DP-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-DP-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' rewriting NAMADDDP'
               MOVE 23             TO W-RETURN-CODE
               CLOSE DQFIXTX
               GO TO SUB-3000-EXIT
           END-IF

           MOVE 1                  TO W-GROUP-START

           PERFORM SUB-3100-RELEASE-ONE-RECORD THRU SUB-3100-EXIT
               UNTIL W-GROUP-START > W-REV-COUNT
               OR    W-RETURN-CODE NOT = 0

           CLOSE DQFIXTX
                 NAMADDDP

           IF      W-LINES-APPROVED = 0
               MOVE ' (no line on the proposal file is approved)'
                                   TO W-RPT-LINE
               PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT
           END-IF
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-RELEASE-ONE-RECORD.
      *----------------------------

      **** The lines for one TAXID run from W-GROUP-START to
      **** W-GROUP-END; every approved one among them goes into the
      **** one change transaction, so two corrections to a record
      **** cannot collide with each other on NA-UPDATE-COUNT.

           MOVE W-GROUP-START      TO W-GROUP-END
           MOVE W-REV-KEY(W-GROUP-START)(1 : 12)
                                   TO W-GROUP-TAXID
           MOVE 0                  TO W-GROUP-APPROVED
                                      W-GROUP-APPLIED

           PERFORM VARYING W-GROUP-SUB FROM W-GROUP-START BY 1
                   UNTIL W-GROUP-SUB > W-REV-COUNT
                   OR    W-REV-KEY(W-GROUP-SUB)(1 : 12)
                             NOT = W-GROUP-TAXID
               MOVE W-GROUP-SUB    TO W-GROUP-END
               MOVE W-REV-LINE(W-GROUP-SUB)
                                   TO NAMADDDP-REC
               IF      DP-APPROVED
                   ADD  1          TO W-GROUP-APPROVED
               END-IF
           END-PERFORM

           IF      W-GROUP-APPROVED > 0
               MOVE W-GROUP-TAXID  TO NA-TAXID IN NAMADDIX-REC

               READ NAMADDIX

               IF      NOT W-FILE-STATUS-GOOD
                   AND NOT W-FILE-RECORD-NOT-FOUND
                   MOVE W-FILE-STATUS
                                   TO FS-STATUS-CODE
                   CALL 'FILESTAT' USING W-FS-CONTROL
                   DISPLAY W-ERROR-MSG
                           'File status '
                           W-FILE-STATUS
                           ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                           ' reading NAMADDIX for '
                           W-GROUP-TAXID
                   MOVE 20         TO W-RETURN-CODE
                   GO TO SUB-3100-EXIT
               END-IF

               MOVE SPACES         TO W-TRANS-WORK
               SET  NA-TRANS-CHANGE IN W-TRANS-WORK
                                   TO TRUE
               MOVE NAMADDIX-REC   TO W-TRANS-WORK(2 : LENGTH OF
                                       NAMADDIX-REC)
           END-IF

           PERFORM SUB-3200-RELEASE-ONE-LINE THRU SUB-3200-EXIT
               VARYING W-GROUP-SUB FROM W-GROUP-START BY 1
               UNTIL W-GROUP-SUB > W-GROUP-END
               OR    W-RETURN-CODE NOT = 0

           IF      W-GROUP-APPLIED > 0
               AND W-RETURN-CODE = 0
               PERFORM SUB-3300-WRITE-TRANSACTION THRU SUB-3300-EXIT
           END-IF

           COMPUTE W-GROUP-START   = W-GROUP-END + 1
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-3200-RELEASE-ONE-LINE.
      *--------------------------

           MOVE W-REV-LINE(W-GROUP-SUB)
                                   TO NAMADDDP-REC

           MOVE DP-TAXID           TO W-DL-TAXID
           MOVE DP-FIELD-NAME      TO W-DL-FIELD
           MOVE DP-RULE            TO W-DL-RULE
           MOVE DP-NEW-VALUE       TO W-DL-VALUE

           IF      NOT DP-APPROVED
               ADD  1              TO W-LINES-UNAPPROVED
               WRITE NAMADDDP-REC
               IF      NOT W-DP-FILE-STATUS-GOOD
                   MOVE W-DP-FILE-STATUS
                                   TO FS-STATUS-CODE
                   CALL 'FILESTAT' USING W-FS-CONTROL
                   DISPLAY W-ERROR-MSG
                           'File status '
                           W-DP-FILE-STATUS
                           ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                           ' rewriting NAMADDDP'
                   MOVE 34         TO W-RETURN-CODE
               END-IF
               MOVE SPACES         TO W-DETAIL-LINE
               GO TO SUB-3200-EXIT
           END-IF

           ADD  1                  TO W-LINES-APPROVED

           IF      W-FILE-RECORD-NOT-FOUND
               ADD  1              TO W-LINES-GONE
               MOVE 'GONE'         TO W-DL-ACTION
               PERFORM SUB-9400-WRITE-DETAIL THRU SUB-9400-EXIT
               GO TO SUB-3200-EXIT
           END-IF

           IF      DP-FIELD-NO < 1
               OR  DP-FIELD-NO > 7
               ADD  1              TO W-LINES-STALE
               MOVE 'STALE'        TO W-DL-ACTION
               PERFORM SUB-9400-WRITE-DETAIL THRU SUB-9400-EXIT
               GO TO SUB-3200-EXIT
           END-IF

           PERFORM SUB-9500-GET-FIELD THRU SUB-9500-EXIT

           IF      W-FIELD-VALUE NOT = DP-OLD-VALUE
               ADD  1              TO W-LINES-STALE
               MOVE 'STALE'        TO W-DL-ACTION
               PERFORM SUB-9400-WRITE-DETAIL THRU SUB-9400-EXIT
               GO TO SUB-3200-EXIT
           END-IF

           MOVE DP-NEW-VALUE       TO W-FIELD-VALUE
           PERFORM SUB-9510-SET-FIELD THRU SUB-9510-EXIT

           ADD  1                  TO W-LINES-APPLIED
                                      W-GROUP-APPLIED
           MOVE 'APPLY'            TO W-DL-ACTION
           PERFORM SUB-9400-WRITE-DETAIL THRU SUB-9400-EXIT
           .
       SUB-3200-EXIT.
           EXIT.
      /
       SUB-3300-WRITE-TRANSACTION.
      *---------------------------

      **** The transaction carries the live NA-UPDATE-COUNT, so a
      **** record changed between release and apply rejects as a
      **** version collision instead of being overwritten.

           MOVE 'DQP'              TO NA-SOURCE-SYSTEM
                                       IN W-TRANS-WORK
           MOVE W-OPERATOR-ID      TO NA-OPERATOR-ID
                                       IN W-TRANS-WORK
           MOVE W-NOW-TIMESTAMP    TO NA-ENTRY-TIMESTAMP
                                       IN W-TRANS-WORK

           MOVE W-TRANS-WORK       TO DQFIXTX-REC

           WRITE DQFIXTX-REC

           IF      NOT W-TX-FILE-STATUS-GOOD
               MOVE W-TX-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-TX-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing DQFIXTX'
               MOVE 33             TO W-RETURN-CODE
               GO TO SUB-3300-EXIT
           END-IF

           ADD  1                  TO W-TRANSACTIONS
           .
       SUB-3300-EXIT.
           EXIT.
      /
       SUB-4000-WRITE-SUMMARY.
      *-----------------------

           MOVE SPACES             TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           IF      W-MODE-RELEASE
               GO TO SUB-4000-RELEASE-COUNTS
           END-IF

           MOVE 'Exception records read'
                                   TO W-CL-LABEL
           MOVE W-EXCEPTIONS-READ  TO W-CL-COUNT
           PERFORM SUB-4200-WRITE-COUNT THRU SUB-4200-EXIT

           MOVE 'No longer on NAMADDIX'
                                   TO W-CL-LABEL
           MOVE W-RECORDS-GONE     TO W-CL-COUNT
           PERFORM SUB-4200-WRITE-COUNT THRU SUB-4200-EXIT

           MOVE 'Records with proposals'
                                   TO W-CL-LABEL
           MOVE W-RECORDS-PROPOSED TO W-CL-COUNT
           PERFORM SUB-4200-WRITE-COUNT THRU SUB-4200-EXIT

           MOVE 'Records with no rule-based fix'
                                   TO W-CL-LABEL
           MOVE W-RECORDS-NO-FIX   TO W-CL-COUNT
           PERFORM SUB-4200-WRITE-COUNT THRU SUB-4200-EXIT

           MOVE 'Proposals written'
                                   TO W-CL-LABEL
           MOVE W-PROPOSALS        TO W-CL-COUNT
           PERFORM SUB-4200-WRITE-COUNT THRU SUB-4200-EXIT

           PERFORM VARYING W-RUL-IX FROM 1 BY 1
                   UNTIL W-RUL-IX > 5
               MOVE SPACES         TO W-CL-LABEL
               STRING '  by rule '  DELIMITED BY SIZE
                      W-RULE-NAME(W-RUL-IX)
                                   DELIMITED BY SPACE
                 INTO W-CL-LABEL
               END-STRING
               MOVE W-RULE-COUNT(W-RUL-IX)
                                   TO W-CL-COUNT
               PERFORM SUB-4200-WRITE-COUNT THRU SUB-4200-EXIT
           END-PERFORM

           MOVE 'Earlier proposals still standing'
                                   TO W-CL-LABEL
           MOVE W-APPROVALS-KEPT   TO W-CL-COUNT
           PERFORM SUB-4200-WRITE-COUNT THRU SUB-4200-EXIT

           MOVE 'Earlier proposals dropped'
                                   TO W-CL-LABEL
           MOVE W-OLD-DROPPED      TO W-CL-COUNT
           PERFORM SUB-4200-WRITE-COUNT THRU SUB-4200-EXIT

           GO TO SUB-4000-EXIT
           .
       SUB-4000-RELEASE-COUNTS.

           MOVE 'Lines approved'   TO W-CL-LABEL
           MOVE W-LINES-APPROVED   TO W-CL-COUNT
           PERFORM SUB-4200-WRITE-COUNT THRU SUB-4200-EXIT

           MOVE 'Corrections applied'
                                   TO W-CL-LABEL
           MOVE W-LINES-APPLIED    TO W-CL-COUNT
           PERFORM SUB-4200-WRITE-COUNT THRU SUB-4200-EXIT

           MOVE 'Change transactions written'
                                   TO W-CL-LABEL
           MOVE W-TRANSACTIONS     TO W-CL-COUNT
           PERFORM SUB-4200-WRITE-COUNT THRU SUB-4200-EXIT

           MOVE 'Field changed since proposed - dropped'
                                   TO W-CL-LABEL
           MOVE W-LINES-STALE      TO W-CL-COUNT
           PERFORM SUB-4200-WRITE-COUNT THRU SUB-4200-EXIT

           MOVE 'Record no longer on file - dropped'
                                   TO W-CL-LABEL
           MOVE W-LINES-GONE       TO W-CL-COUNT
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
               CLOSE DQPRPT
           END-IF

           IF      W-MODE-RELEASE
               MOVE W-LINES-APPROVED
                                   TO W-DISP-NUM
               DISPLAY 'Lines approved:             '
                       W-DISP-NUM

               MOVE W-TRANSACTIONS TO W-DISP-NUM
               DISPLAY 'Transactions written:       '
                       W-DISP-NUM

               MOVE W-LINES-STALE  TO W-DISP-NUM
               DISPLAY 'Stale lines dropped:        '
                       W-DISP-NUM
           ELSE
               MOVE W-EXCEPTIONS-READ
                                   TO W-DISP-NUM
               DISPLAY 'Exception records read:     '
                       W-DISP-NUM

               MOVE W-PROPOSALS    TO W-DISP-NUM
               DISPLAY 'Proposals written:          '
                       W-DISP-NUM
           END-IF

           MOVE W-PROPOSALS        TO W-LOG-PROPOSALS
           MOVE W-TRANSACTIONS     TO W-LOG-TRANSACTIONS

           MOVE SPACES             TO JL-KEY-COUNTS
           STRING 'Proposals '     DELIMITED BY SIZE
                  W-LOG-PROPOSALS  DELIMITED BY SIZE
                  ' transactions ' DELIMITED BY SIZE
                  W-LOG-TRANSACTIONS
                                   DELIMITED BY SIZE
             INTO JL-KEY-COUNTS
           END-STRING

           MOVE 'NAMADDDQP'        TO JL-PROGRAM-NAME
           MOVE RI-RUN-ID          TO JL-RUN-ID
           MOVE W-RETURN-CODE      TO JL-RETURN-CODE

           CALL 'JOBLOG' USING W-JL-CONTROL

           IF      JL-RESPONSE-FILE-ERROR
               DISPLAY W-ERROR-MSG
                       'Unable to write to the shared job log'
           END-IF

           DISPLAY 'NAMADDDQP completed'
           .
       SUB-5000-EXIT.
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
       SUB-9500-GET-FIELD.
      *-------------------

           MOVE SPACES             TO W-FIELD-VALUE

           EVALUATE DP-FIELD-NO
               WHEN 1
                   MOVE NA-FIRST-NAME IN W-TRANS-WORK
                                   TO W-FIELD-VALUE
               WHEN 2
                   MOVE NA-LAST-NAME IN W-TRANS-WORK
                                   TO W-FIELD-VALUE
               WHEN 3
                   MOVE NA-BUSINESS-NAME IN W-TRANS-WORK
                                   TO W-FIELD-VALUE
               WHEN 4
                   MOVE NA-CITY IN W-TRANS-WORK
                                   TO W-FIELD-VALUE
               WHEN 5
                   MOVE NA-STATE IN W-TRANS-WORK
                                   TO W-FIELD-VALUE
               WHEN 6
                   MOVE NA-PHONE IN W-TRANS-WORK
                                   TO W-FIELD-VALUE
               WHEN 7
                   MOVE NA-EMAIL IN W-TRANS-WORK
                                   TO W-FIELD-VALUE
           END-EVALUATE
           .
       SUB-9500-EXIT.
           EXIT.
      /
       SUB-9510-SET-FIELD.
      *-------------------

           EVALUATE DP-FIELD-NO
               WHEN 1
                   MOVE W-FIELD-VALUE
                                   TO NA-FIRST-NAME IN W-TRANS-WORK
               WHEN 2
                   MOVE W-FIELD-VALUE
                                   TO NA-LAST-NAME IN W-TRANS-WORK
               WHEN 3
                   MOVE W-FIELD-VALUE
                                   TO NA-BUSINESS-NAME
                                       IN W-TRANS-WORK
               WHEN 4
                   MOVE W-FIELD-VALUE
                                   TO NA-CITY IN W-TRANS-WORK
               WHEN 5
                   MOVE W-FIELD-VALUE
                                   TO NA-STATE IN W-TRANS-WORK
               WHEN 6
                   MOVE W-FIELD-VALUE
                                   TO NA-PHONE IN W-TRANS-WORK
               WHEN 7
                   MOVE W-FIELD-VALUE
                                   TO NA-EMAIL IN W-TRANS-WORK
           END-EVALUATE
           .
       SUB-9510-EXIT.
           EXIT.
      /
       SUB-9900-WRITE-LINE.
      *--------------------

           MOVE W-RPT-LINE         TO DQPRPT-REC

           WRITE DQPRPT-REC

           IF      NOT W-RP-FILE-STATUS-GOOD
               MOVE W-RP-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-RP-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing DQPRPT'
               MOVE 40             TO W-RETURN-CODE
           END-IF
           .
       SUB-9900-EXIT.
           EXIT.
