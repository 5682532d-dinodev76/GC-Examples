      *              Every outbound program suppresses
      *              NA-STATUS-DECEASED records (NAMEADDR.cpy 1.4).
      *
      *              A feed line may cite the scanned death
      *              certificate by its imaging document ID. A cited
      *              ID must be in the document cross-reference
      *              Data\NAMEADDR.DocXref.dat (see NAMADDDOC)
      *              against the same TAXID; one that is not sends
      *              the entry to review instead of applying it. An
      *              applied entry with a good citation leaves a
      *              case note in Data\NAMEADDR.Notes.dat naming the
      *              document, so NAMADDSCR and NAMADD360 show what
      *              the marking rests on.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-02  0.1      First release
      * 2026-09-14  0.2      DF-DOC-ID cites the death certificate;
      *                      checked against DocXref.dat, a failed
      *                      check goes to review, a good one is
      *                      noted on the taxpayer's case notes
      *================================================================*

       IDENTIFICATION DIVISION.
                                   "Data\NAMEADDR.DeceasedReview.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-DW-FILE-STATUS.

           SELECT NAMADDDI         ASSIGN "Data\NAMEADDR.DocXref.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-DI-FILE-STATUS.

           SELECT NAMADDNT         ASSIGN "Data\NAMEADDR.Notes.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-NT-FILE-STATUS.
      /
       DATA DIVISION.
      *==============
           05  DF-FIRST-NAME       PIC X(25).
           05  FILLER              PIC X(01).
           05  DF-DEATH-DATE       PIC X(08).
           05  FILLER              PIC X(01).
           05  DF-DOC-ID           PIC X(20).

       FD  NAMADDIX.

       FD  NAMADDDW.

       01  NAMADDDW-REC            PIC X(120).

       FD  NAMADDDI.

       01  NAMADDDI-REC.           COPY NAMADDDI.

       FD  NAMADDNT.

       01  NAMADDNT-REC.           COPY NAMADDNT.
      /
       WORKING-STORAGE SECTION.
      *------------------------
       01  W-RE-REPORTED           PIC 9(09)  COMP VALUE 0.
       01  W-NEAR-MISSES           PIC 9(09)  COMP VALUE 0.
       01  W-NO-MATCH              PIC 9(09)  COMP VALUE 0.
       01  W-DOC-HELD              PIC 9(09)  COMP VALUE 0.
       01  W-DOC-NOTED             PIC 9(09)  COMP VALUE 0.
       01  W-RETURN-CODE           PIC S9(04) COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ,ZZ9.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-DF-EOF                            VALUE 'Y'.

       01  W-DOC-SW                PIC X(01).
           88  W-DOC-CITED-OK                      VALUE 'Y'.
           88  W-DOC-NOT-ON-XREF                   VALUE 'N'.
           88  W-DOC-OTHER-TAXID                   VALUE 'T'.

       01  W-DI-EOF-SW             PIC X(01).
           88  W-DI-EOF                            VALUE 'Y'.

       01  W-GRP-EOF-SW            PIC X(01).
           88  W-GRP-EOF                           VALUE 'Y'.
           88  W-GRP-NOT-EOF                       VALUE 'N'.
       01  W-DW-FILE-STATUS        PIC X(02).
           88  W-DW-FILE-STATUS-GOOD               VALUE '00'.

       01  W-DI-FILE-STATUS        PIC X(02).
           88  W-DI-FILE-STATUS-GOOD               VALUE '00'.

       01  W-NT-FILE-STATUS        PIC X(02).
           88  W-NT-FILE-STATUS-GOOD               VALUE '00'.

       01  W-ERROR-MSG             PIC X(22)       VALUE
           '**** NAMADDDEC error: '.

               GO TO SUB-1000-EXIT
           END-IF

           OPEN EXTEND NAMADDNT

           IF      NOT W-NT-FILE-STATUS-GOOD
               OPEN OUTPUT NAMADDNT
           END-IF

           IF      NOT W-NT-FILE-STATUS-GOOD
               MOVE W-NT-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-NT-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDNT'
               MOVE 14             TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-9100-READ-NAMADDDF THRU SUB-9100-EXIT
           .
       SUB-1000-EXIT.
       SUB-2000-PROCESS-ONE-REPORT.
      *----------------------------

           SET  W-DOC-CITED-OK     TO TRUE

           IF      DF-DOC-ID NOT = SPACES
               PERFORM SUB-2100-CHECK-DOC-ID THRU SUB-2100-EXIT
           END-IF

           MOVE DF-TAXID           TO NA-TAXID IN NAMADDIX-REC

           READ NAMADDIX
                AND NA-STATUS-DECEASED IN NAMADDIX-REC
                   ADD  1          TO W-RE-REPORTED

               WHEN W-FILE-STATUS-GOOD
                AND NOT W-DOC-CITED-OK
                   ADD  1          TO W-DOC-HELD
                   PERFORM SUB-2550-WRITE-DOC-REVIEW THRU
                           SUB-2550-EXIT

               WHEN W-FILE-STATUS-GOOD
                   PERFORM SUB-2400-WRITE-CHANGE-TRANS THRU
                           SUB-2400-EXIT

                   IF      W-RETURN-CODE = 0
                       AND DF-DOC-ID NOT = SPACES
                       PERFORM SUB-2600-WRITE-DOC-NOTE THRU
                               SUB-2600-EXIT
                   END-IF

               WHEN W-FILE-STATUS-NOT-FOUND
                   PERFORM SUB-2200-NAMMATCH-ASSIST THRU
                           SUB-2200-EXIT
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-CHECK-DOC-ID.
      *----------------------

      **** The cited certificate must have come through the imaging
      **** index against this TAXID - a typed ID imaging never sent,
      **** or one filed under someone else, is not enough to mark a
      **** taxpayer dead.

           SET  W-DOC-NOT-ON-XREF  TO TRUE
           MOVE 'N'                TO W-DI-EOF-SW

           OPEN INPUT NAMADDDI

           IF      NOT W-DI-FILE-STATUS-GOOD
               GO TO SUB-2100-EXIT
           END-IF

           PERFORM UNTIL W-DI-EOF
               READ NAMADDDI
                   AT END
                       SET  W-DI-EOF
                                   TO TRUE
                   NOT AT END
                       IF      DI-DOC-ID = DF-DOC-ID
                           IF      DI-TAXID = DF-TAXID
                               SET  W-DOC-CITED-OK
                                   TO TRUE
                           ELSE
                               SET  W-DOC-OTHER-TAXID
                                   TO TRUE
                           END-IF
                           SET  W-DI-EOF
                                   TO TRUE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE NAMADDDI
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-NAMMATCH-ASSIST.
      *-------------------------

      **** The deceased feed carries people - blank entity types,
      **** or a leftover value from an earlier call would flip the
      **** scorer into business-name mode.

           MOVE SPACE              TO NM-ENTITY-TYPE-1
           MOVE SPACE              TO NM-ENTITY-TYPE-2
                  ', '             DELIMITED BY SIZE
                  FUNCTION TRIM(DF-FIRST-NAME)
                                   DELIMITED BY SIZE
             INTO NAMADDDW-REC
             WITH POINTER W-REVIEW-PTR
           END-STRING

           IF      DF-DOC-ID NOT = SPACES
               STRING ' DOC '      DELIMITED BY SIZE
                      FUNCTION TRIM(DF-DOC-ID)
                                   DELIMITED BY SIZE
                 INTO NAMADDDW-REC
                 WITH POINTER W-REVIEW-PTR
               END-STRING
           END-IF

           STRING ' CANDIDATES: '  DELIMITED BY SIZE
             INTO NAMADDDW-REC
             WITH POINTER W-REVIEW-PTR
           END-STRING
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2550-WRITE-DOC-REVIEW.
      *--------------------------

      **** An exact TAXID hit whose cited certificate does not check
      **** out - held for a reviewer rather than applied.

           MOVE SPACES             TO NAMADDDW-REC
           MOVE 1                  TO W-REVIEW-PTR

           STRING 'DOC-CHECK '     DELIMITED BY SIZE
                  DF-TAXID         DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  FUNCTION TRIM(DF-LAST-NAME)
                                   DELIMITED BY SIZE
                  ', '             DELIMITED BY SIZE
                  FUNCTION TRIM(DF-FIRST-NAME)
                                   DELIMITED BY SIZE
                  ' DOC '          DELIMITED BY SIZE
                  FUNCTION TRIM(DF-DOC-ID)
                                   DELIMITED BY SIZE
             INTO NAMADDDW-REC
             WITH POINTER W-REVIEW-PTR
           END-STRING

           IF      W-DOC-OTHER-TAXID
               STRING ' SCANNED FOR ANOTHER TAXID'
                                   DELIMITED BY SIZE
                 INTO NAMADDDW-REC
                 WITH POINTER W-REVIEW-PTR
               END-STRING
           ELSE
               STRING ' NOT IN DOCUMENT CROSS-REFERENCE'
                                   DELIMITED BY SIZE
                 INTO NAMADDDW-REC
                 WITH POINTER W-REVIEW-PTR
               END-STRING
           END-IF

           WRITE NAMADDDW-REC

           IF      NOT W-DW-FILE-STATUS-GOOD
               MOVE W-DW-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-DW-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing NAMADDDW'
               MOVE 31             TO W-RETURN-CODE
           END-IF
           .
       SUB-2550-EXIT.
           EXIT.
      /
       SUB-2600-WRITE-DOC-NOTE.
      *------------------------

           MOVE SPACES             TO NAMADDNT-REC
           MOVE DF-TAXID           TO NT-TAXID
           MOVE FUNCTION CURRENT-DATE(1:14)
                                   TO NT-TIMESTAMP
           MOVE 'DECFEED'          TO NT-OPERATOR-ID
           SET  NT-CONTACT-LETTER  TO TRUE

           STRING 'Marked deceased from the monthly feed - '
                                   DELIMITED BY SIZE
                  'certificate '   DELIMITED BY SIZE
                  FUNCTION TRIM(DF-DOC-ID)
                                   DELIMITED BY SIZE
             INTO NT-TEXT
           END-STRING

           WRITE NAMADDNT-REC

           IF      NOT W-NT-FILE-STATUS-GOOD
               MOVE W-NT-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-NT-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing NAMADDNT'
               MOVE 32             TO W-RETURN-CODE
               GO TO SUB-2600-EXIT
           END-IF

           ADD  1                  TO W-DOC-NOTED
           .
       SUB-2600-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------
                 NAMADDIX
                 NAMADDDX
                 NAMADDDW
                 NAMADDNT

           MOVE W-FEED-READ        TO W-DISP-NUM
           DISPLAY 'Feed entries read:       '
           DISPLAY 'No match on file:        '
                   W-DISP-NUM

           MOVE W-DOC-HELD         TO W-DISP-NUM
           DISPLAY 'Held - document check:   '
                   W-DISP-NUM

           MOVE W-DOC-NOTED        TO W-DISP-NUM
           DISPLAY 'Certificates noted:      '
                   W-DISP-NUM

           DISPLAY 'NAMADDDEC completed'
           .
       SUB-3000-EXIT.
