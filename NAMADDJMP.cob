      *========================== NAMADDJMP ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Jurisdiction misplacement scan. A taxpayer who
      *              moves to the next county keeps living in the
      *              old county's partition, because nothing
      *              compares a record's address with the
      *              jurisdiction whose file it sits in. This
      *              program walks every partition the JURISDIC
      *              control file lists and asks ZIPJUR where each
      *              active record's physical address belongs:
      *
      *                  MOVE    - another configured jurisdiction:
      *                            a line is written to the transfer
      *                            batch Data\NAMEADDR.JurTransfer.dat
      *                            (NAMADDJT) for the supervisor to
      *                            approve and NAMADDJXF to carry out;
      *                  OUTSIDE - a jurisdiction the control file
      *                            does not list (the taxpayer left
      *                            the arrangement) - for review only;
      *                  SPLIT   - a ZIP the directory splits by city
      *                            and the city is none of those
      *                            listed - for review only.
      *
      *              A ZIP the directory does not know is only
      *              counted. Each is listed with per-partition
      *              counts in Data\NAMEADDR.JurMisplace.Rpt.dat.
      *              Nothing is moved from here.
      *
      *              The ZIP directory is NAMADDZIP's J mode output
      *              and is aged by NAMADDREF like ZipState.dat.
      *              With fewer than two jurisdictions configured
      *              there is nowhere to be misplaced and the run
      *              reports that and ends clean.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 NAMADDJMP.

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
                                   FILE STATUS W-FILE-STATUS.

           SELECT NAMADDJT         ASSIGN
                                   "Data\NAMEADDR.JurTransfer.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-JT-FILE-STATUS.

           SELECT JMPRPT           ASSIGN
                                   "Data\NAMEADDR.JurMisplace.Rpt.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-RP-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  NAMADDIX.

       01  NAMADDIX-REC.           COPY NAMEADDR.

       FD  NAMADDJT.

       01  NAMADDJT-REC.           COPY NAMADDJT.

       FD  JMPRPT.

       01  JMPRPT-REC              PIC X(132).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-JURS-WALKED           PIC 9(09)  COMP VALUE 0.
       01  W-RECORDS-READ          PIC 9(09)  COMP VALUE 0.
       01  W-RECORDS-SKIPPED       PIC 9(09)  COMP VALUE 0.
       01  W-RECORDS-CHECKED       PIC 9(09)  COMP VALUE 0.
       01  W-MISPLACED             PIC 9(09)  COMP VALUE 0.
       01  W-OUTSIDE               PIC 9(09)  COMP VALUE 0.
       01  W-SPLIT                 PIC 9(09)  COMP VALUE 0.
       01  W-UNKNOWN               PIC 9(09)  COMP VALUE 0.
       01  W-DETAIL-LINES          PIC 9(09)  COMP VALUE 0.
       01  W-RETURN-CODE           PIC S9(04) COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ,ZZ9.

       01  W-NAMADDIX-PATH         PIC X(60).
       01  W-THIS-JUR              PIC X(03).
       01  W-TODAY                 PIC X(08).

       01  W-JUR-SUB               PIC 9(02)  COMP.

      **** Counts by partition, in control-file order.

       01  W-PT-TABLE.
           05  W-PT-ENTRY                          OCCURS 99
                                                   INDEXED W-PT-IX.
               10  W-PT-JUR        PIC X(03).
               10  W-PT-READ       PIC 9(07)  COMP.
               10  W-PT-CHECKED    PIC 9(07)  COMP.
               10  W-PT-MISPLACED  PIC 9(07)  COMP.
               10  W-PT-OUTSIDE    PIC 9(07)  COMP.
               10  W-PT-SPLIT      PIC 9(07)  COMP.
               10  W-PT-UNKNOWN    PIC 9(07)  COMP.

       01  W-NAME-TEXT             PIC X(70).

       01  W-EOF-SW                PIC X(01)       VALUE 'N'.
           88  W-EOF                               VALUE 'Y'.
           88  W-NOT-EOF                           VALUE 'N'.

       01  W-OUTPUT-OPEN-SW        PIC X(01)       VALUE 'N'.
           88  W-OUTPUT-OPEN                       VALUE 'Y'.

       01  W-FILE-STATUS           PIC X(02).
           88  W-FILE-STATUS-GOOD                  VALUE '00'.

       01  W-JT-FILE-STATUS        PIC X(02).
           88  W-JT-FILE-STATUS-GOOD               VALUE '00'.

       01  W-RP-FILE-STATUS        PIC X(02).
           88  W-RP-FILE-STATUS-GOOD               VALUE '00'.

       01  W-ERROR-MSG             PIC X(22)       VALUE
           '**** NAMADDJMP error: '.

       01  W-FS-CONTROL.
           COPY FILESTATL.

       01  W-JU-CONTROL.
           COPY JURISDICL.

       01  W-ZJ-CONTROL.
           COPY ZIPJURL.

       01  W-RI-CONTROL.
           COPY RUNIDL.

       01  W-RPT-LINE              PIC X(132).

       01  W-DETAIL-LINE.
           05  FILLER              PIC X(03).
           05  W-DL-KIND           PIC X(08).
           05  FILLER              PIC X(01).
           05  W-DL-TAXID          PIC X(12).
           05  FILLER              PIC X(02).
           05  W-DL-FROM-JUR       PIC X(04).
           05  FILLER              PIC X(02).
           05  W-DL-TO-JUR         PIC X(04).
           05  FILLER              PIC X(02).
           05  W-DL-ZIP-CODE       PIC X(10).
           05  FILLER              PIC X(01).
           05  W-DL-CITY           PIC X(25).
           05  FILLER              PIC X(01).
           05  W-DL-NAME           PIC X(50).

       01  W-PART-HEADING.
           05  FILLER              PIC X(06)       VALUE
               '   JUR'.
           05  FILLER              PIC X(30)       VALUE
               '      READ   CHECKED MISPLACED'.
           05  FILLER              PIC X(30)       VALUE
               '   OUTSIDE     SPLIT   UNKNOWN'.

       01  W-PART-LINE.
           05  FILLER              PIC X(03).
           05  W-PL-JUR            PIC X(03).
           05  FILLER              PIC X(03).
           05  W-PL-READ           PIC ZZZ,ZZ9.
           05  FILLER              PIC X(03).
           05  W-PL-CHECKED        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(03).
           05  W-PL-MISPLACED      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(03).
           05  W-PL-OUTSIDE        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(03).
           05  W-PL-SPLIT          PIC ZZZ,ZZ9.
           05  FILLER              PIC X(03).
           05  W-PL-UNKNOWN        PIC ZZZ,ZZ9.

       01  W-COUNT-LINE.
           05  FILLER              PIC X(03).
           05  W-CL-LABEL          PIC X(36).
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
               OR  NOT W-OUTPUT-OPEN
               GO TO MAIN-SHUT-DOWN
           END-IF

           PERFORM SUB-2000-SCAN-ONE-JURISDICTION THRU SUB-2000-EXIT
               VARYING W-JUR-SUB FROM 1 BY 1
               UNTIL W-JUR-SUB > JU-COUNT
               OR    W-RETURN-CODE NOT = 0

           IF      W-RETURN-CODE = 0
               PERFORM SUB-4000-WRITE-SUMMARY THRU SUB-4000-EXIT
           END-IF
           .
       MAIN-SHUT-DOWN.

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

           DISPLAY 'NAMADDJMP compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           MOVE FUNCTION CURRENT-DATE(1 : 8)
                                   TO W-TODAY

           SET  JU-FUNC-GET        TO TRUE
           MOVE 1                  TO JU-ENTRY-NUM

           CALL 'JURISDIC' USING W-JU-CONTROL

           IF      JU-COUNT = 0
               DISPLAY 'No jurisdictions configured - nothing to '
                       'check'
               GO TO SUB-1000-EXIT
           END-IF

           IF      JU-COUNT < 2
               DISPLAY 'Only one jurisdiction configured - nothing '
                       'to check'
               GO TO SUB-1000-EXIT
           END-IF

           SET  RI-FUNC-NEXT       TO TRUE
           CALL 'RUNID' USING W-RI-CONTROL
           DISPLAY 'Run ID: ' RI-RUN-ID

           INITIALIZE W-PT-TABLE

           OPEN OUTPUT NAMADDJT

           IF      NOT W-JT-FILE-STATUS-GOOD
               MOVE W-JT-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-JT-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDJT'
               MOVE 10             TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           OPEN OUTPUT JMPRPT

           IF      NOT W-RP-FILE-STATUS-GOOD
               MOVE W-RP-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-RP-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening JMPRPT'
               MOVE 11             TO W-RETURN-CODE
               CLOSE NAMADDJT
               GO TO SUB-1000-EXIT
           END-IF

           SET  W-OUTPUT-OPEN      TO TRUE

           MOVE SPACES             TO W-COUNT-LINE
                                      W-PART-LINE
                                      W-DETAIL-LINE

           MOVE SPACES             TO W-RPT-LINE
           STRING ' JURISDICTION MISPLACEMENT - RUN '
                                   DELIMITED BY SIZE
                  RI-RUN-ID        DELIMITED BY SIZE
                  ' ON '           DELIMITED BY SIZE
                  W-TODAY          DELIMITED BY SIZE
             INTO W-RPT-LINE
           END-STRING
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE SPACES             TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE 'KIND'             TO W-DL-KIND
           MOVE 'TAXID'            TO W-DL-TAXID
           MOVE 'FROM'             TO W-DL-FROM-JUR
           MOVE 'TO'               TO W-DL-TO-JUR
           MOVE 'ZIP'              TO W-DL-ZIP-CODE
           MOVE 'CITY'             TO W-DL-CITY
           MOVE 'NAME'             TO W-DL-NAME
           MOVE W-DETAIL-LINE      TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE SPACES             TO W-DETAIL-LINE
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-2000-SCAN-ONE-JURISDICTION.
      *-------------------------------

           SET  JU-FUNC-GET        TO TRUE
           MOVE W-JUR-SUB          TO JU-ENTRY-NUM

           CALL 'JURISDIC' USING W-JU-CONTROL

           IF      JU-NOT-FOUND
               GO TO SUB-2000-EXIT
           END-IF

           MOVE JU-IDX-PATH        TO W-NAMADDIX-PATH
           MOVE JU-CODE            TO W-THIS-JUR

           SET  W-PT-IX            TO W-JUR-SUB
           MOVE W-THIS-JUR         TO W-PT-JUR(W-PT-IX)
           MOVE 0                  TO W-PT-READ(W-PT-IX)
                                      W-PT-CHECKED(W-PT-IX)
                                      W-PT-MISPLACED(W-PT-IX)
                                      W-PT-OUTSIDE(W-PT-IX)
                                      W-PT-SPLIT(W-PT-IX)
                                      W-PT-UNKNOWN(W-PT-IX)

           OPEN INPUT NAMADDIX

           IF      NOT W-FILE-STATUS-GOOD
               DISPLAY W-ERROR-MSG
                       'Cannot open partition '
                       W-THIS-JUR
                       ' at '
                       FUNCTION TRIM(W-NAMADDIX-PATH)
                       ' - status ' W-FILE-STATUS
               MOVE 12             TO W-RETURN-CODE
               GO TO SUB-2000-EXIT
           END-IF

           ADD  1                  TO W-JURS-WALKED

           SET  W-NOT-EOF          TO TRUE
           MOVE LOW-VALUES         TO NA-TAXID

           START NAMADDIX
               KEY >= NA-TAXID
           END-START

           IF      NOT W-FILE-STATUS-GOOD
               SET  W-EOF          TO TRUE
           END-IF

           PERFORM SUB-2100-CHECK-ONE-RECORD THRU SUB-2100-EXIT
               UNTIL W-EOF
               OR    W-RETURN-CODE NOT = 0

           CLOSE NAMADDIX
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

           ADD  1                  TO W-RECORDS-READ
                                      W-PT-READ(W-PT-IX)

           IF      NA-STATUS-INACTIVE
               OR  NA-STATUS-DECEASED
               ADD  1              TO W-RECORDS-SKIPPED
               GO TO SUB-2100-EXIT
           END-IF

           ADD  1                  TO W-RECORDS-CHECKED
                                      W-PT-CHECKED(W-PT-IX)

      **** Where the taxpayer lives decides the jurisdiction - the
      **** physical address, never the mailing one.

           MOVE NA-ZIP-CODE        TO ZJ-ZIP-CODE
           MOVE NA-CITY            TO ZJ-CITY

           CALL 'ZIPJUR' USING W-ZJ-CONTROL

           IF      ZJ-RESULT-UNKNOWN
               ADD  1              TO W-UNKNOWN
                                      W-PT-UNKNOWN(W-PT-IX)
               GO TO SUB-2100-EXIT
           END-IF

           IF      ZJ-RESULT-SPLIT
               ADD  1              TO W-SPLIT
                                      W-PT-SPLIT(W-PT-IX)
               MOVE 'SPLIT'        TO W-DL-KIND
               MOVE SPACES         TO W-DL-TO-JUR
               PERFORM SUB-2300-WRITE-DETAIL THRU SUB-2300-EXIT
               GO TO SUB-2100-EXIT
           END-IF

           IF      ZJ-JUR-CODE = W-THIS-JUR
               GO TO SUB-2100-EXIT
           END-IF

      **** JU-COUNT is unchanged by a resolve, so the walk can
      **** carry on from W-JUR-SUB afterwards.

           SET  JU-FUNC-RESOLVE    TO TRUE
           MOVE ZJ-JUR-CODE        TO JU-CODE

           CALL 'JURISDIC' USING W-JU-CONTROL

           MOVE ZJ-JUR-CODE        TO W-DL-TO-JUR

           IF      JU-NOT-FOUND
               ADD  1              TO W-OUTSIDE
                                      W-PT-OUTSIDE(W-PT-IX)
               MOVE 'OUTSIDE'      TO W-DL-KIND
               PERFORM SUB-2300-WRITE-DETAIL THRU SUB-2300-EXIT
               GO TO SUB-2100-EXIT
           END-IF

           ADD  1                  TO W-MISPLACED
                                      W-PT-MISPLACED(W-PT-IX)
           MOVE 'MOVE'             TO W-DL-KIND
           PERFORM SUB-2300-WRITE-DETAIL THRU SUB-2300-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-2100-EXIT
           END-IF

           PERFORM SUB-2200-WRITE-TRANSFER THRU SUB-2200-EXIT
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-WRITE-TRANSFER.
      *------------------------

      **** Written unapproved - the supervisor marks each line 'Y'
      **** that NAMADDJXF is to move.

           MOVE SPACES             TO NAMADDJT-REC
           MOVE 'N'                TO JT-APPROVED-SW
           MOVE NA-TAXID           TO JT-TAXID
           MOVE W-THIS-JUR         TO JT-FROM-JUR
           MOVE ZJ-JUR-CODE        TO JT-TO-JUR
           MOVE NA-ZIP-CODE        TO JT-ZIP-CODE
           MOVE NA-CITY            TO JT-CITY
           MOVE W-NAME-TEXT        TO JT-NAME
           MOVE RI-RUN-ID          TO JT-RUN-ID
           MOVE W-TODAY            TO JT-DATE

           WRITE NAMADDJT-REC

           IF      NOT W-JT-FILE-STATUS-GOOD
               MOVE W-JT-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-JT-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing NAMADDJT'
               MOVE 30             TO W-RETURN-CODE
           END-IF
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2300-WRITE-DETAIL.
      *----------------------

           MOVE SPACES             TO W-NAME-TEXT

           IF      NA-ENTITY-NON-PERSON
               MOVE NA-BUSINESS-NAME
                                   TO W-NAME-TEXT
           ELSE
               STRING FUNCTION TRIM(NA-LAST-NAME)
                                   DELIMITED BY SIZE
                      ', '         DELIMITED BY SIZE
                      FUNCTION TRIM(NA-FIRST-NAME)
                                   DELIMITED BY SIZE
                 INTO W-NAME-TEXT
               END-STRING
           END-IF

           MOVE NA-TAXID           TO W-DL-TAXID
           MOVE W-THIS-JUR         TO W-DL-FROM-JUR
           MOVE NA-ZIP-CODE        TO W-DL-ZIP-CODE
           MOVE NA-CITY            TO W-DL-CITY
           MOVE W-NAME-TEXT        TO W-DL-NAME
           MOVE W-DETAIL-LINE      TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE SPACES             TO W-DETAIL-LINE

           ADD  1                  TO W-DETAIL-LINES
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           IF      W-OUTPUT-OPEN
               CLOSE NAMADDJT
                     JMPRPT
           END-IF

           MOVE W-JURS-WALKED      TO W-DISP-NUM
           DISPLAY 'Jurisdictions walked:       '
                   W-DISP-NUM

           MOVE W-RECORDS-READ     TO W-DISP-NUM
           DISPLAY 'Records read:               '
                   W-DISP-NUM

           MOVE W-RECORDS-CHECKED  TO W-DISP-NUM
           DISPLAY 'Records checked:            '
                   W-DISP-NUM

           MOVE W-MISPLACED        TO W-DISP-NUM
           DISPLAY 'Transfer lines written:     '
                   W-DISP-NUM

           MOVE W-OUTSIDE          TO W-DISP-NUM
           DISPLAY 'Outside the jurisdictions:  '
                   W-DISP-NUM

           MOVE W-SPLIT            TO W-DISP-NUM
           DISPLAY 'Split ZIP, city not placed: '
                   W-DISP-NUM

           MOVE W-UNKNOWN          TO W-DISP-NUM
           DISPLAY 'ZIP not in the directory:   '
                   W-DISP-NUM

           IF      W-RECORDS-CHECKED > 0
               AND W-UNKNOWN = W-RECORDS-CHECKED
               DISPLAY W-ERROR-MSG
                       'No record could be placed - has NAMADDZIP J '
                       'loaded the ZIP-to-jurisdiction directory?'
           END-IF

           DISPLAY 'NAMADDJMP completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-4000-WRITE-SUMMARY.
      *-----------------------

           IF      W-DETAIL-LINES = 0
               MOVE ' (no record found filed in the wrong jurisdiction)'
                                   TO W-RPT-LINE
               PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT
           END-IF

           MOVE SPACES             TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE W-PART-HEADING     TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           PERFORM SUB-4100-WRITE-PARTITION THRU SUB-4100-EXIT
               VARYING W-PT-IX FROM 1 BY 1
               UNTIL W-PT-IX > JU-COUNT
               OR    W-RETURN-CODE NOT = 0

           MOVE SPACES             TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE 'Jurisdictions walked'
                                   TO W-CL-LABEL
           MOVE W-JURS-WALKED      TO W-CL-COUNT
           PERFORM SUB-4200-WRITE-COUNT THRU SUB-4200-EXIT

           MOVE 'Records read'     TO W-CL-LABEL
           MOVE W-RECORDS-READ     TO W-CL-COUNT
           PERFORM SUB-4200-WRITE-COUNT THRU SUB-4200-EXIT

           MOVE 'Inactive or deceased - not checked'
                                   TO W-CL-LABEL
           MOVE W-RECORDS-SKIPPED  TO W-CL-COUNT
           PERFORM SUB-4200-WRITE-COUNT THRU SUB-4200-EXIT

           MOVE 'Records checked'  TO W-CL-LABEL
           MOVE W-RECORDS-CHECKED  TO W-CL-COUNT
           PERFORM SUB-4200-WRITE-COUNT THRU SUB-4200-EXIT

           MOVE 'Misplaced - transfer lines written'
                                   TO W-CL-LABEL
           MOVE W-MISPLACED        TO W-CL-COUNT
           PERFORM SUB-4200-WRITE-COUNT THRU SUB-4200-EXIT

           MOVE 'Outside the configured jurisdictions'
                                   TO W-CL-LABEL
           MOVE W-OUTSIDE          TO W-CL-COUNT
           PERFORM SUB-4200-WRITE-COUNT THRU SUB-4200-EXIT

           MOVE 'Split ZIP - city not in directory'
                                   TO W-CL-LABEL
           MOVE W-SPLIT            TO W-CL-COUNT
           PERFORM SUB-4200-WRITE-COUNT THRU SUB-4200-EXIT

           MOVE 'ZIP not in directory'
                                   TO W-CL-LABEL
           MOVE W-UNKNOWN          TO W-CL-COUNT
           PERFORM SUB-4200-WRITE-COUNT THRU SUB-4200-EXIT
           .
       SUB-4000-EXIT.
           EXIT.
      /
       SUB-4100-WRITE-PARTITION.
      *-------------------------

           IF      W-PT-JUR(W-PT-IX) = SPACES
               GO TO SUB-4100-EXIT
           END-IF

           MOVE W-PT-JUR(W-PT-IX)  TO W-PL-JUR
           MOVE W-PT-READ(W-PT-IX) TO W-PL-READ
           MOVE W-PT-CHECKED(W-PT-IX)
                                   TO W-PL-CHECKED
           MOVE W-PT-MISPLACED(W-PT-IX)
                                   TO W-PL-MISPLACED
           MOVE W-PT-OUTSIDE(W-PT-IX)
                                   TO W-PL-OUTSIDE
           MOVE W-PT-SPLIT(W-PT-IX)
                                   TO W-PL-SPLIT
           MOVE W-PT-UNKNOWN(W-PT-IX)
                                   TO W-PL-UNKNOWN
           MOVE W-PART-LINE        TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT
           .
       SUB-4100-EXIT.
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
       SUB-9900-WRITE-LINE.
      *--------------------

           MOVE W-RPT-LINE         TO JMPRPT-REC

           WRITE JMPRPT-REC

           IF      NOT W-RP-FILE-STATUS-GOOD
               MOVE W-RP-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-RP-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing JMPRPT'
               MOVE 40             TO W-RETURN-CODE
           END-IF
           .
       SUB-9900-EXIT.
           EXIT.
