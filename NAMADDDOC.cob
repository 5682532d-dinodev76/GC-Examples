      *========================== NAMADDDOC ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Nightly ingest of the imaging system's document
      *              index. Paper arriving with a change - a power of
      *              attorney, a death certificate, a court order -
      *              is scanned into imaging, but nothing on our side
      *              pointed to it and clerks searched imaging by
      *              name and guessed.
      *
      *              Each Data\NAMEADDR.ImageIndex.dat line carries
      *              the document ID, document type, scan date and
      *              TAXID. A line is loaded into the document
      *              cross-reference Data\NAMEADDR.DocXref.dat (see
      *              NAMADDDI) when:
      *
      *                  the document ID and type are present;
      *                  the scan date is a real YYYYMMDD date, not
      *                  after today;
      *                  the TAXID is on NAMADDIX.
      *
      *              A document ID already cross-referenced is
      *              counted as re-sent and not loaded again - the
      *              imaging extract overlaps its previous night.
      *              Anything else is rejected onto the ingest
      *              report Data\NAMEADDR.DocIndex.Rpt.dat with its
      *              reason, for imaging to correct and resend.
      *
      *              The cross-reference is read by NAMADDSCR (the D
      *              action), NAMADD360, and by NAMADDREP and
      *              NAMADDDEC to check a cited document ID.
      *
      *              Return codes: 4 lines rejected, 8 no index
      *              file, 11-13 a file could not be opened, 15
      *              cross-reference table full, 20 NAMADDIX
      *              unreadable, 30 cross-reference write failed.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 NAMADDDOC.

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
           SELECT NAMADDIM         ASSIGN
                                   "Data\NAMEADDR.ImageIndex.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-IM-FILE-STATUS.

           SELECT NAMADDIX         ASSIGN "Data\NAMEADDR.Idx.dat"
                                   ORGANIZATION INDEXED
                                   ACCESS DYNAMIC
                                   RECORD KEY NA-TAXID
                                                   IN NAMADDIX-REC
                                   ALTERNATE KEY NA-LAST-NAME
                                                   IN NAMADDIX-REC
                                       WITH DUPLICATES
                                   FILE STATUS W-FILE-STATUS.

           SELECT NAMADDDI         ASSIGN "Data\NAMEADDR.DocXref.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-DI-FILE-STATUS.

           SELECT DOCRPT           ASSIGN
                                   "Data\NAMEADDR.DocIndex.Rpt.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-RP-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  NAMADDIM.

       01  NAMADDIM-REC.
           05  IM-DOC-ID           PIC X(20).
           05  FILLER              PIC X(01).
           05  IM-DOC-TYPE         PIC X(10).
           05  FILLER              PIC X(01).
           05  IM-SCAN-DATE        PIC X(08).
           05  FILLER              PIC X(01).
           05  IM-TAXID            PIC X(12).

       FD  NAMADDIX.

       01  NAMADDIX-REC.           COPY NAMEADDR.

       FD  NAMADDDI.

       01  NAMADDDI-REC.           COPY NAMADDDI.

       FD  DOCRPT.

       01  DOCRPT-REC              PIC X(132).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-RETURN-CODE           PIC S9(04) COMP VALUE 0.

       01  W-TODAY-DATE            PIC X(08).

       01  W-SCAN-DATE-PARTS.
           05  W-SCAN-YYYY         PIC 9(04).
           05  W-SCAN-MM           PIC 9(02).
           05  W-SCAN-DD           PIC 9(02).

       01  W-INDEX-READ            PIC 9(09)  COMP VALUE 0.
       01  W-LOADED                PIC 9(09)  COMP VALUE 0.
       01  W-RE-SENT               PIC 9(09)  COMP VALUE 0.
       01  W-REJECTED              PIC 9(09)  COMP VALUE 0.

      **** Every document ID already cross-referenced, plus those
      **** loaded this run, so a resent line is recognised.

       01  W-DOC-COUNT             PIC 9(05)  COMP VALUE 0.
       01  W-DOC-MAX               PIC 9(05)  COMP VALUE 50000.

       01  W-DOC-TABLE.
           05  W-DOC-ENTRY                         OCCURS 50000
                                                   INDEXED W-DOC-IX.
               10  W-DOC-ID        PIC X(20).

       01  W-REJECT-REASON         PIC X(40).

       01  W-REPORT-LINE           PIC X(132).

       01  W-REJECT-LINE.
           05  FILLER              PIC X(09)       VALUE 'REJECTED '.
           05  W-RJ-DOC-ID         PIC X(20).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  W-RJ-DOC-TYPE       PIC X(10).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  W-RJ-SCAN-DATE      PIC X(08).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  W-RJ-TAXID          PIC X(12).
           05  FILLER              PIC X(02)       VALUE SPACES.
           05  W-RJ-REASON         PIC X(40).

       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.
       01  W-LOG-LOADED            PIC 9(09).
       01  W-LOG-RE-SENT           PIC 9(09).
       01  W-LOG-REJECTED          PIC 9(09).

       01  W-DOC-FOUND-SW          PIC X(01).
           88  W-DOC-FOUND                         VALUE 'Y'.
           88  W-DOC-NOT-FOUND                     VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-IM-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-DI-EOF                            VALUE 'Y'.

       01  W-FILE-STATUS           PIC X(02).
           88  W-FILE-STATUS-GOOD                  VALUE '00'.
           88  W-FILE-STATUS-NOT-FOUND             VALUE '23'.

       01  W-IM-FILE-STATUS        PIC X(02).
           88  W-IM-FILE-STATUS-GOOD               VALUE '00'.

       01  W-DI-FILE-STATUS        PIC X(02).
           88  W-DI-FILE-STATUS-GOOD               VALUE '00'.

       01  W-RP-FILE-STATUS        PIC X(02).
           88  W-RP-FILE-STATUS-GOOD               VALUE '00'.

       01  W-ERROR-MSG             PIC X(22)       VALUE
           '**** NAMADDDOC error: '.

       01  W-FS-CONTROL.
           COPY FILESTATL.

       01  W-JL-CONTROL.
           COPY JOBLOGL.

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

           IF      W-RETURN-CODE = 0
               PERFORM SUB-2000-PROCESS-ONE-LINE THRU SUB-2000-EXIT
                   UNTIL W-IM-EOF
                   OR    W-RETURN-CODE NOT = 0

               PERFORM SUB-3000-SHUT-DOWN THRU SUB-3000-EXIT
           END-IF

           PERFORM SUB-9000-WRITE-JOB-LOG THRU SUB-9000-EXIT
           .
       MAIN-EXIT.
           MOVE W-RETURN-CODE      TO RETURN-CODE
           STOP RUN.
      /
       SUB-1000-START-UP.
      *------------------

           MOVE FUNCTION WHEN-COMPILED
                                   TO W-COMPILED-DATE

           DISPLAY 'NAMADDDOC compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           SET  RI-FUNC-NEXT       TO TRUE
           CALL 'RUNID' USING W-RI-CONTROL
           DISPLAY 'Run ID: ' RI-RUN-ID

           MOVE FUNCTION CURRENT-DATE(1:8)
                                   TO W-TODAY-DATE

           OPEN INPUT NAMADDIM

           IF      NOT W-IM-FILE-STATUS-GOOD
               DISPLAY W-ERROR-MSG
                       'No imaging index '
                       'Data\NAMEADDR.ImageIndex.dat - nothing to '
                       'load'
               MOVE 8              TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           OPEN INPUT NAMADDIX

           IF      NOT W-FILE-STATUS-GOOD
               MOVE W-FILE-STATUS  TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDIX'
               CLOSE NAMADDIM
               MOVE 11             TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1100-LOAD-DOC-IDS THRU SUB-1100-EXIT

           IF      W-RETURN-CODE NOT = 0
               CLOSE NAMADDIM
                     NAMADDIX
               GO TO SUB-1000-EXIT
           END-IF

           OPEN EXTEND NAMADDDI

           IF      NOT W-DI-FILE-STATUS-GOOD
               OPEN OUTPUT NAMADDDI
           END-IF

           IF      NOT W-DI-FILE-STATUS-GOOD
               MOVE W-DI-FILE-STATUS
                                   TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-DI-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDDI'
               CLOSE NAMADDIM
                     NAMADDIX
               MOVE 12             TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           OPEN OUTPUT DOCRPT

           IF      NOT W-RP-FILE-STATUS-GOOD
               MOVE W-RP-FILE-STATUS
                                   TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-RP-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening DOCRPT'
               CLOSE NAMADDIM
                     NAMADDIX
                     NAMADDDI
               MOVE 13             TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           MOVE SPACES             TO W-REPORT-LINE
           STRING 'Imaging document index ingest - run '
                                   DELIMITED BY SIZE
                  RI-RUN-ID        DELIMITED BY SIZE
                  ' on '           DELIMITED BY SIZE
                  W-TODAY-DATE     DELIMITED BY SIZE
             INTO W-REPORT-LINE
           END-STRING

           WRITE DOCRPT-REC        FROM W-REPORT-LINE

           MOVE ALL '-'            TO W-REPORT-LINE
           WRITE DOCRPT-REC        FROM W-REPORT-LINE

           PERFORM SUB-9100-READ-NAMADDIM THRU SUB-9100-EXIT
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-DOC-IDS.
      *----------------------

      **** A missing cross-reference is the first night's run -
      **** nothing is loaded yet.

           OPEN INPUT NAMADDDI

           IF      NOT W-DI-FILE-STATUS-GOOD
               GO TO SUB-1100-EXIT
           END-IF

           PERFORM UNTIL W-DI-EOF
                   OR    W-RETURN-CODE NOT = 0
               READ NAMADDDI
                   AT END
                       SET  W-DI-EOF
                                   TO TRUE
                   NOT AT END
                       IF      W-DOC-COUNT < W-DOC-MAX
                           ADD  1  TO W-DOC-COUNT
                           SET  W-DOC-IX
                                   TO W-DOC-COUNT
                           MOVE DI-DOC-ID
                                   TO W-DOC-ID(W-DOC-IX)
                       ELSE
                           DISPLAY W-ERROR-MSG
                                   'Document table full at '
                                   W-DOC-MAX
                                   ' entries'
                           MOVE 15 TO W-RETURN-CODE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE NAMADDDI
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-2000-PROCESS-ONE-LINE.
      *--------------------------

           MOVE SPACES             TO W-REJECT-REASON

           PERFORM SUB-2100-VALIDATE-LINE THRU SUB-2100-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-2000-EXIT
           END-IF

           IF      W-REJECT-REASON NOT = SPACES
               PERFORM SUB-2300-WRITE-REJECT THRU SUB-2300-EXIT
               PERFORM SUB-9100-READ-NAMADDIM THRU SUB-9100-EXIT
               GO TO SUB-2000-EXIT
           END-IF

           PERFORM SUB-2150-FIND-DOC-ID THRU SUB-2150-EXIT

           IF      W-DOC-FOUND
               ADD  1              TO W-RE-SENT
           ELSE
               PERFORM SUB-2200-LOAD-DOCUMENT THRU SUB-2200-EXIT
           END-IF

           IF      W-RETURN-CODE = 0
               PERFORM SUB-9100-READ-NAMADDIM THRU SUB-9100-EXIT
           END-IF
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-VALIDATE-LINE.
      *-----------------------

           IF      IM-DOC-ID = SPACES
               MOVE 'NO DOCUMENT ID'
                                   TO W-REJECT-REASON
               GO TO SUB-2100-EXIT
           END-IF

           IF      IM-DOC-TYPE = SPACES
               MOVE 'NO DOCUMENT TYPE'
                                   TO W-REJECT-REASON
               GO TO SUB-2100-EXIT
           END-IF

           IF      IM-SCAN-DATE NOT NUMERIC
               MOVE 'SCAN DATE NOT YYYYMMDD'
                                   TO W-REJECT-REASON
               GO TO SUB-2100-EXIT
           END-IF

           MOVE IM-SCAN-DATE       TO W-SCAN-DATE-PARTS

           IF      W-SCAN-YYYY < 1900
               OR  W-SCAN-MM < 1
               OR  W-SCAN-MM > 12
               OR  W-SCAN-DD < 1
               OR  W-SCAN-DD > 31
               MOVE 'SCAN DATE NOT A VALID DATE'
                                   TO W-REJECT-REASON
               GO TO SUB-2100-EXIT
           END-IF

           IF      IM-SCAN-DATE > W-TODAY-DATE
               MOVE 'SCAN DATE IN THE FUTURE'
                                   TO W-REJECT-REASON
               GO TO SUB-2100-EXIT
           END-IF

           IF      IM-TAXID = SPACES
               MOVE 'NO TAXID'     TO W-REJECT-REASON
               GO TO SUB-2100-EXIT
           END-IF

           MOVE IM-TAXID           TO NA-TAXID IN NAMADDIX-REC

           READ NAMADDIX

           EVALUATE TRUE
               WHEN W-FILE-STATUS-GOOD
                   CONTINUE

               WHEN W-FILE-STATUS-NOT-FOUND
                   MOVE 'TAXID NOT ON FILE'
                                   TO W-REJECT-REASON

               WHEN OTHER
                   MOVE W-FILE-STATUS TO FS-STATUS-CODE
                   CALL 'FILESTAT' USING W-FS-CONTROL
                   DISPLAY W-ERROR-MSG
                           'File status '
                           W-FILE-STATUS
                           ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                           ' reading NAMADDIX for ' IM-TAXID
                   MOVE 20         TO W-RETURN-CODE
           END-EVALUATE
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2150-FIND-DOC-ID.
      *---------------------

           SET  W-DOC-NOT-FOUND    TO TRUE
           SET  W-DOC-IX           TO 1

           PERFORM UNTIL W-DOC-IX > W-DOC-COUNT
                   OR    W-DOC-FOUND
               IF      W-DOC-ID(W-DOC-IX) = IM-DOC-ID
                   SET  W-DOC-FOUND
                                   TO TRUE
               ELSE
                   SET  W-DOC-IX   UP BY 1
               END-IF
           END-PERFORM
           .
       SUB-2150-EXIT.
           EXIT.
      /
       SUB-2200-LOAD-DOCUMENT.
      *-----------------------

           IF      W-DOC-COUNT NOT < W-DOC-MAX
               DISPLAY W-ERROR-MSG
                       'Document table full at '
                       W-DOC-MAX
                       ' entries'
               MOVE 15             TO W-RETURN-CODE
               GO TO SUB-2200-EXIT
           END-IF

           MOVE SPACES             TO NAMADDDI-REC
           MOVE IM-TAXID           TO DI-TAXID
           MOVE IM-DOC-ID          TO DI-DOC-ID
           MOVE IM-DOC-TYPE        TO DI-DOC-TYPE
           MOVE IM-SCAN-DATE       TO DI-SCAN-DATE
           MOVE W-TODAY-DATE       TO DI-LOADED-DATE
           MOVE RI-RUN-ID          TO DI-RUN-ID

           WRITE NAMADDDI-REC

           IF      NOT W-DI-FILE-STATUS-GOOD
               MOVE W-DI-FILE-STATUS
                                   TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-DI-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing NAMADDDI'
               MOVE 30             TO W-RETURN-CODE
               GO TO SUB-2200-EXIT
           END-IF

           ADD  1                  TO W-DOC-COUNT
           SET  W-DOC-IX           TO W-DOC-COUNT
           MOVE IM-DOC-ID          TO W-DOC-ID(W-DOC-IX)

           ADD  1                  TO W-LOADED
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2300-WRITE-REJECT.
      *----------------------

           MOVE IM-DOC-ID          TO W-RJ-DOC-ID
           MOVE IM-DOC-TYPE        TO W-RJ-DOC-TYPE
           MOVE IM-SCAN-DATE       TO W-RJ-SCAN-DATE
           MOVE IM-TAXID           TO W-RJ-TAXID
           MOVE W-REJECT-REASON    TO W-RJ-REASON

           WRITE DOCRPT-REC        FROM W-REJECT-LINE

           ADD  1                  TO W-REJECTED
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           MOVE ALL '-'            TO W-REPORT-LINE
           WRITE DOCRPT-REC        FROM W-REPORT-LINE

           MOVE W-INDEX-READ       TO W-DISP-NUM
           MOVE SPACES             TO W-REPORT-LINE
           STRING 'Index lines read:          '
                                   DELIMITED BY SIZE
                  W-DISP-NUM       DELIMITED BY SIZE
             INTO W-REPORT-LINE
           END-STRING
           WRITE DOCRPT-REC        FROM W-REPORT-LINE
           DISPLAY FUNCTION TRIM(W-REPORT-LINE TRAILING)

           MOVE W-LOADED           TO W-DISP-NUM
           MOVE SPACES             TO W-REPORT-LINE
           STRING 'Documents cross-referenced:'
                                   DELIMITED BY SIZE
                  W-DISP-NUM       DELIMITED BY SIZE
             INTO W-REPORT-LINE
           END-STRING
           WRITE DOCRPT-REC        FROM W-REPORT-LINE
           DISPLAY FUNCTION TRIM(W-REPORT-LINE TRAILING)

           MOVE W-RE-SENT          TO W-DISP-NUM
           MOVE SPACES             TO W-REPORT-LINE
           STRING 'Re-sent, already on file:  '
                                   DELIMITED BY SIZE
                  W-DISP-NUM       DELIMITED BY SIZE
             INTO W-REPORT-LINE
           END-STRING
           WRITE DOCRPT-REC        FROM W-REPORT-LINE
           DISPLAY FUNCTION TRIM(W-REPORT-LINE TRAILING)

           MOVE W-REJECTED         TO W-DISP-NUM
           MOVE SPACES             TO W-REPORT-LINE
           STRING 'Rejected:                  '
                                   DELIMITED BY SIZE
                  W-DISP-NUM       DELIMITED BY SIZE
             INTO W-REPORT-LINE
           END-STRING
           WRITE DOCRPT-REC        FROM W-REPORT-LINE
           DISPLAY FUNCTION TRIM(W-REPORT-LINE TRAILING)

           MOVE W-DOC-COUNT        TO W-DISP-NUM
           MOVE SPACES             TO W-REPORT-LINE
           STRING 'Cross-reference now holds: '
                                   DELIMITED BY SIZE
                  W-DISP-NUM       DELIMITED BY SIZE
             INTO W-REPORT-LINE
           END-STRING
           WRITE DOCRPT-REC        FROM W-REPORT-LINE
           DISPLAY FUNCTION TRIM(W-REPORT-LINE TRAILING)

           CLOSE NAMADDIM
                 NAMADDIX
                 NAMADDDI
                 DOCRPT

           IF      W-RETURN-CODE = 0
               AND W-REJECTED > 0
               MOVE 4              TO W-RETURN-CODE
           END-IF
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-9000-WRITE-JOB-LOG.
      *-----------------------

           MOVE W-LOADED           TO W-LOG-LOADED
           MOVE W-RE-SENT          TO W-LOG-RE-SENT
           MOVE W-REJECTED         TO W-LOG-REJECTED

           MOVE SPACES             TO JL-KEY-COUNTS
           STRING 'Loaded '        DELIMITED BY SIZE
                  W-LOG-LOADED     DELIMITED BY SIZE
                  ' resent '       DELIMITED BY SIZE
                  W-LOG-RE-SENT    DELIMITED BY SIZE
                  ' rejected '     DELIMITED BY SIZE
                  W-LOG-REJECTED   DELIMITED BY SIZE
             INTO JL-KEY-COUNTS
           END-STRING

           MOVE 'NAMADDDOC'        TO JL-PROGRAM-NAME
           MOVE RI-RUN-ID          TO JL-RUN-ID
           MOVE W-RETURN-CODE      TO JL-RETURN-CODE

           CALL 'JOBLOG' USING W-JL-CONTROL

           IF      JL-RESPONSE-FILE-ERROR
               DISPLAY W-ERROR-MSG
                       'Unable to write to the shared job log'
           END-IF

           IF      W-RETURN-CODE = 0
           OR      W-RETURN-CODE = 4
               DISPLAY 'NAMADDDOC completed'
           ELSE
               DISPLAY W-ERROR-MSG
                       'Document ingest ended with return code '
                       W-RETURN-CODE
           END-IF
           .
       SUB-9000-EXIT.
           EXIT.
      /
       SUB-9100-READ-NAMADDIM.
      *-----------------------

           READ NAMADDIM
               AT END
                   SET  W-IM-EOF   TO TRUE
                   GO TO SUB-9100-EXIT
           END-READ

           ADD  1                  TO W-INDEX-READ
           .
       SUB-9100-EXIT.
           EXIT.
