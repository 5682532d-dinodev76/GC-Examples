      *                  the NAMADDRL slot, located through the
      *                  relative cross-reference;
      *                  the chronological change history from the
      *                  audit images (timestamp, action, run ID),
      *                  read through the audit index (AUDIDX) when
      *                  one is on disk;
      *                  archive status from NAMEADDR.History.dat;
      *                  recent rejects from NAMEADDR.Reject.dat;
      *                  recent transaction results from
      *                  NAMEADDR.TransResult.dat;
      *                  correspondence sent, from
      *                  NAMEADDR.CorrHist.dat;
      *                  the clerks' case notes and contact log,
      *                  from NAMEADDR.Notes.dat;
      *                  relationships to other taxpayers, both
      *                  ways, from NAMEADDR.Relation.dat;
      *                  tax account registrations, from
      *                  NAMEADDR.AcctReg.dat;
      *                  scanned documents on file in imaging, from
      *                  NAMEADDR.DocXref.dat.
      *
      *              A source with nothing to contribute is said so
      *              in as many words, never silently skipped.
      *                      (layout NAMADDCH.cpy), so the profile
      *                      answers what was sent to the taxpayer,
      *                      when, and through which channel
      * 2026-09-14  0.6      Change history follows NAMADDRKY re-key
      *                      link entries, listing the images of
      *                      every TAXID joined to the profiled one
      *                      and naming each re-key
      * 2026-09-14  0.7      New case-notes section reading
      *                      Data\NAMEADDR.Notes.dat (layout
      *                      NAMADDNT.cpy) - every contact and note
      *                      the screen clerks recorded, so the
      *                      profile tells the whole contact story
      *                      beside the audit history
      * 2026-09-14  0.8      New relationships section reading
      *                      Data\NAMEADDR.Relation.dat (layout
      *                      NAMADDRR.cpy) - the executors,
      *                      trustees, officers and spouses tied to
      *                      the TAXID, and whatever the TAXID
      *                      itself acts for, with their dates
      * 2026-09-14  0.9      The 'J' search covers only the
      *                      jurisdictions the OPERATOR_ID operator
      *                      is scoped to see (JURAUTH); each one
      *                      passed over is named on the report as
      *                      not searched, and the refusal logged
      * 2026-09-14  1.0      New account-registrations section
      *                      reading Data\NAMEADDR.AcctReg.dat
      *                      (layout NAMADDRG.cpy) - every sales,
      *                      withholding and income account the
      *                      TAXID has held, with its dates, status
      *                      and where its correspondence goes
      * 2026-09-14  1.1      Change history reads the TAXID's images
      *                      through the audit index (AUDIDX),
      *                      rolled-over archives included, instead
      *                      of scanning Audit.dat twice; the scan
      *                      remains when no index is on disk
      * 2026-09-14  1.2      New scanned-documents section reading
      *                      Data\NAMEADDR.DocXref.dat (layout
      *                      NAMADDDI.cpy) - the document ID, type
      *                      and scan date of every paper imaged for
      *                      the TAXID, so the clerk can pull it
      *                      from imaging by ID
      *================================================================*

       IDENTIFICATION DIVISION.
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-CH-FILE-STATUS.

           SELECT NAMADDNT         ASSIGN "Data\NAMEADDR.Notes.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-NT-FILE-STATUS.

           SELECT NAMADDRR         ASSIGN "Data\NAMEADDR.Relation.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-RR-FILE-STATUS.

           SELECT NAMADDRG         ASSIGN "Data\NAMEADDR.AcctReg.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-RG-FILE-STATUS.

           SELECT NAMADDDI         ASSIGN "Data\NAMEADDR.DocXref.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-DI-FILE-STATUS.

           SELECT NAMADDPF         ASSIGN
                                   "Data\NAMEADDR.Profile.Rpt.dat"
                                   ORGANIZATION LINE SEQUENTIAL

       01  NAMADDCH-REC.           COPY NAMADDCH.

       FD  NAMADDNT.

       01  NAMADDNT-REC.           COPY NAMADDNT.

       FD  NAMADDRR.

       01  NAMADDRR-REC.           COPY NAMADDRR.

       FD  NAMADDRG.

       01  NAMADDRG-REC.           COPY NAMADDRG.

       FD  NAMADDDI.

       01  NAMADDDI-REC.           COPY NAMADDDI.

       FD  NAMADDPF.

       01  NAMADDPF-REC            PIC X(120).

       01  W-SECTION-HITS          PIC 9(09)  COMP VALUE 0.

      **** Re-key links found in the audit file, and the set of
      **** TAXIDs joined to the profiled one through them.

       01  W-REKEY-COUNT           PIC 9(04)  COMP VALUE 0.
       01  W-REKEY-MAX             PIC 9(04)  COMP VALUE 500.

       01  W-REKEY-TABLE.
           05  W-REKEY-ENTRY                       OCCURS 500
                                                   INDEXED W-RK-IX.
               10  W-RK-OLD-TAXID  PIC X(12).
               10  W-RK-NEW-TAXID  PIC X(12).

       01  W-KEY-COUNT             PIC 9(04)  COMP VALUE 0.
       01  W-KEY-MAX               PIC 9(04)  COMP VALUE 20.

       01  W-KEY-TABLE.
           05  W-KEY-TAXID         PIC X(12)       OCCURS 20
                                                   INDEXED W-KY-IX.

       01  W-FIND-TAXID            PIC X(12).

       01  W-KEY-FOUND-SW          PIC X(01).
           88  W-KEY-FOUND                         VALUE 'Y'.
           88  W-KEY-NOT-FOUND                     VALUE 'N'.

       01  W-KEY-ADDED-SW          PIC X(01).
           88  W-KEY-ADDED                         VALUE 'Y'.
           88  W-KEY-NOT-ADDED                     VALUE 'N'.

       01  W-OLD-IN-SET-SW         PIC X(01).
           88  W-OLD-IN-SET                        VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-XF-EOF                            VALUE 'Y'.

       01  W-AU-EOF-SW             PIC X(01)       VALUE 'N'.
           88  W-AU-EOF                            VALUE 'Y'.

       01  W-AI-CONTROL.
           COPY AUDIDXL.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-HS-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-CH-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-NT-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-RR-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-RG-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-DI-EOF                            VALUE 'Y'.

       01  W-ACCT-NAME             PIC X(11).
       01  W-ACCT-STATE            PIC X(09).

       01  W-ROLE-NAME             PIC X(08).
       01  W-REL-STATE             PIC X(07).

       01  W-FILE-STATUS           PIC X(02).
           88  W-FILE-STATUS-GOOD                  VALUE '00'.

       01  W-CH-FILE-STATUS        PIC X(02).
           88  W-CH-FILE-STATUS-GOOD               VALUE '00'.

       01  W-NT-FILE-STATUS        PIC X(02).
           88  W-NT-FILE-STATUS-GOOD               VALUE '00'.

       01  W-RR-FILE-STATUS        PIC X(02).
           88  W-RR-FILE-STATUS-GOOD               VALUE '00'.

       01  W-RG-FILE-STATUS        PIC X(02).
           88  W-RG-FILE-STATUS-GOOD               VALUE '00'.

       01  W-DI-FILE-STATUS        PIC X(02).
           88  W-DI-FILE-STATUS-GOOD               VALUE '00'.

       01  W-TODAY-DATE            PIC X(08).

       01  W-PF-FILE-STATUS        PIC X(02).
           88  W-PF-FILE-STATUS-GOOD               VALUE '00'.


       01  W-JUR-SUB               PIC 9(02).

       01  W-OPERATOR-ID           PIC X(08)       VALUE SPACES.

       01  W-JA-CONTROL.
           COPY JURAUTHL.

       01  W-FS-CONTROL.
           COPY FILESTATL.

           PERFORM SUB-2500-RECENT-REJECTS THRU SUB-2500-EXIT
           PERFORM SUB-2600-TRANS-RESULTS THRU SUB-2600-EXIT
           PERFORM SUB-2700-CORRESPONDENCE THRU SUB-2700-EXIT
           PERFORM SUB-2800-CASE-NOTES THRU SUB-2800-EXIT
           PERFORM SUB-2900-RELATIONSHIPS THRU SUB-2900-EXIT
           PERFORM SUB-2950-ACCOUNT-REGISTRATIONS THRU SUB-2950-EXIT
           PERFORM SUB-2970-SCANNED-DOCUMENTS THRU SUB-2970-EXIT

           PERFORM SUB-3000-SHUT-DOWN THRU SUB-3000-EXIT
           .
           IF      W-CONSOL-ARG = 'J' OR 'j'
               SET  W-CONSOLIDATED TO TRUE
               DISPLAY 'Consolidated mode: all jurisdictions'

               DISPLAY 'OPERATOR_ID'   UPON ENVIRONMENT-NAME
               ACCEPT W-OPERATOR-ID    FROM ENVIRONMENT-VALUE
                   ON EXCEPTION
                       MOVE 'UNKNOWN'
                                   TO W-OPERATOR-ID
               END-ACCEPT

               IF      W-OPERATOR-ID = SPACES
                   MOVE 'UNKNOWN'  TO W-OPERATOR-ID
               END-IF
           END-IF

           DISPLAY 3               UPON ARGUMENT-NUMBER
               CALL 'JURISDIC' USING W-JU-CONTROL

               IF      JU-FOUND
                   SET  JA-FUNC-CHECK
                                   TO TRUE
                   SET  JA-KIND-OPERATOR
                                   TO TRUE
                   MOVE W-OPERATOR-ID
                                   TO JA-PRINCIPAL
                   MOVE JU-CODE    TO JA-JUR-CODE
                   SET  JA-ACCESS-SEE
                                   TO TRUE
                   MOVE 'NAMADD360'
                                   TO JA-PROGRAM
                   MOVE W-TARGET-TAXID
                                   TO JA-TAXID

                   CALL 'JURAUTH' USING W-JA-CONTROL
               END-IF

               IF      JU-FOUND
               AND     JA-REFUSED
                   MOVE SPACES     TO W-RPT-LINE
                   STRING ' Jurisdiction '
                                   DELIMITED BY SIZE
                          JU-CODE  DELIMITED BY SIZE
                          ' '      DELIMITED BY SIZE
                          FUNCTION TRIM(JU-NAME)
                                   DELIMITED BY SIZE
                          ': not searched - operator '
                                   DELIMITED BY SIZE
                          W-OPERATOR-ID
                                   DELIMITED BY SPACE
                          ' not scoped for it'
                                   DELIMITED BY SIZE
                     INTO W-RPT-LINE
                   END-STRING
                   PERFORM SUB-9900-EMIT-LINE THRU SUB-9900-EXIT
               END-IF

               IF      JU-FOUND
               AND     JA-ALLOWED
                   MOVE SPACES     TO W-RPT-LINE
                   STRING ' Jurisdiction '
                                   DELIMITED BY SIZE

           MOVE 0                  TO W-SECTION-HITS

           PERFORM SUB-2305-HISTORY-FROM-INDEX THRU SUB-2305-EXIT

           IF      AI-RESPONSE-GOOD
               GO TO SUB-2300-EXIT
           END-IF

           OPEN INPUT NAMADDAU

           IF      NOT W-AU-FILE-STATUS-GOOD
               GO TO SUB-2300-EXIT
           END-IF

           PERFORM SUB-2310-TRACE-REKEYS THRU SUB-2310-EXIT

           IF      W-KEY-COUNT > 1
               PERFORM SUB-2330-REPORT-ONE-REKEY THRU SUB-2330-EXIT
                   VARYING W-RK-IX FROM 1 BY 1
                   UNTIL W-RK-IX > W-REKEY-COUNT
           END-IF

           OPEN INPUT NAMADDAU

           PERFORM UNTIL W-AU-EOF
               READ NAMADDAU
                   AT END
               END-READ

               IF      NOT W-AU-EOF
                   PERFORM SUB-2350-LIST-ONE-IMAGE THRU SUB-2350-EXIT
               END-IF
           END-PERFORM

           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2305-HISTORY-FROM-INDEX.
      *----------------------------

      **** AUDIDX traces the TAXID through the re-key links and hands
      **** back the images of every joined key in the order they
      **** were written. Anything but a good answer - no index on
      **** disk, more history than it can line up - leaves the
      **** section to the scan.

           SET  AI-FUNC-TRACE      TO TRUE
           MOVE W-TARGET-TAXID     TO AI-TAXID

           CALL 'AUDIDX' USING W-AI-CONTROL

           IF      NOT AI-RESPONSE-GOOD
               GO TO SUB-2305-EXIT
           END-IF

           MOVE AI-KEY-COUNT       TO W-KEY-COUNT

           PERFORM VARYING AI-KY-IX FROM 1 BY 1
                   UNTIL AI-KY-IX > AI-KEY-COUNT
               SET  W-KY-IX        TO AI-KY-IX
               MOVE AI-KEY-TAXID(AI-KY-IX)
                                   TO W-KEY-TAXID(W-KY-IX)
           END-PERFORM

           MOVE AI-LINK-COUNT      TO W-REKEY-COUNT

           PERFORM VARYING AI-LK-IX FROM 1 BY 1
                   UNTIL AI-LK-IX > AI-LINK-COUNT
               SET  W-RK-IX        TO AI-LK-IX
               MOVE AI-LINK-OLD-TAXID(AI-LK-IX)
                                   TO W-RK-OLD-TAXID(W-RK-IX)
               MOVE AI-LINK-NEW-TAXID(AI-LK-IX)
                                   TO W-RK-NEW-TAXID(W-RK-IX)
           END-PERFORM

           IF      W-KEY-COUNT > 1
               PERFORM SUB-2330-REPORT-ONE-REKEY THRU SUB-2330-EXIT
                   VARYING W-RK-IX FROM 1 BY 1
                   UNTIL W-RK-IX > W-REKEY-COUNT
           END-IF

           SET  AI-FUNC-NEXT       TO TRUE

           CALL 'AUDIDX' USING W-AI-CONTROL

           PERFORM UNTIL NOT AI-RESPONSE-GOOD
               MOVE AI-AUDIT-REC   TO NAMADDAU-REC

               PERFORM SUB-2350-LIST-ONE-IMAGE THRU SUB-2350-EXIT

               CALL 'AUDIDX' USING W-AI-CONTROL
           END-PERFORM

           IF      NOT AI-RESPONSE-END
               MOVE ' (audit index unreadable - history incomplete)'
                                   TO W-RPT-LINE
               PERFORM SUB-9900-EMIT-LINE THRU SUB-9900-EXIT
           END-IF

           IF      W-SECTION-HITS = 0
               MOVE ' (no audit activity for this TAXID)'
                                   TO W-RPT-LINE
               PERFORM SUB-9900-EMIT-LINE THRU SUB-9900-EXIT
           END-IF

           SET  AI-RESPONSE-GOOD   TO TRUE
           .
       SUB-2305-EXIT.
           EXIT.
      /
       SUB-2310-TRACE-REKEYS.
      *----------------------

      **** One pass gathers every re-key link; the profiled TAXID
      **** then draws in each key linked to it, directly or through
      **** a chain of corrections. The file is left closed for the
      **** history pass to reopen.

           MOVE 1                  TO W-KEY-COUNT
           MOVE W-TARGET-TAXID     TO W-KEY-TAXID(1)

           PERFORM UNTIL W-AU-EOF
               READ NAMADDAU
                   AT END
                       SET  W-AU-EOF
                                   TO TRUE
               END-READ

               IF      NOT W-AU-EOF
                   AND AU-TRANS-REKEY
                   AND W-REKEY-COUNT < W-REKEY-MAX
                   ADD  1          TO W-REKEY-COUNT
                   SET  W-RK-IX    TO W-REKEY-COUNT
                   MOVE NA-TAXID IN AU-OLD-IMAGE
                                   TO W-RK-OLD-TAXID(W-RK-IX)
                   MOVE NA-TAXID IN AU-NEW-IMAGE
                                   TO W-RK-NEW-TAXID(W-RK-IX)
               END-IF
           END-PERFORM

           CLOSE NAMADDAU
           MOVE 'N'                TO W-AU-EOF-SW

           IF      W-REKEY-COUNT > 0
               SET  W-KEY-ADDED    TO TRUE
               PERFORM SUB-2320-WIDEN-KEY-SET THRU SUB-2320-EXIT
                   UNTIL W-KEY-NOT-ADDED
           END-IF
           .
       SUB-2310-EXIT.
           EXIT.
      /
       SUB-2320-WIDEN-KEY-SET.
      *-----------------------

           SET  W-KEY-NOT-ADDED    TO TRUE

           PERFORM SUB-2325-WIDEN-BY-ONE-LINK THRU SUB-2325-EXIT
               VARYING W-RK-IX FROM 1 BY 1
               UNTIL W-RK-IX > W-REKEY-COUNT
           .
       SUB-2320-EXIT.
           EXIT.
      /
       SUB-2325-WIDEN-BY-ONE-LINK.
      *---------------------------

           MOVE W-RK-OLD-TAXID(W-RK-IX)
                                   TO W-FIND-TAXID
           PERFORM SUB-9200-FIND-KEY THRU SUB-9200-EXIT
           MOVE W-KEY-FOUND-SW     TO W-OLD-IN-SET-SW

           MOVE W-RK-NEW-TAXID(W-RK-IX)
                                   TO W-FIND-TAXID
           PERFORM SUB-9200-FIND-KEY THRU SUB-9200-EXIT

           IF      W-OLD-IN-SET
               AND W-KEY-FOUND
               GO TO SUB-2325-EXIT
           END-IF

           IF      NOT W-OLD-IN-SET
               AND NOT W-KEY-FOUND
               GO TO SUB-2325-EXIT
           END-IF

           IF      W-KEY-COUNT >= W-KEY-MAX
               GO TO SUB-2325-EXIT
           END-IF

           ADD  1                  TO W-KEY-COUNT

           IF      W-OLD-IN-SET
               MOVE W-RK-NEW-TAXID(W-RK-IX)
                                   TO W-KEY-TAXID(W-KEY-COUNT)
           ELSE
               MOVE W-RK-OLD-TAXID(W-RK-IX)
                                   TO W-KEY-TAXID(W-KEY-COUNT)
           END-IF

           SET  W-KEY-ADDED        TO TRUE
           .
       SUB-2325-EXIT.
           EXIT.
      /
       SUB-2330-REPORT-ONE-REKEY.
      *--------------------------

           MOVE W-RK-OLD-TAXID(W-RK-IX)
                                   TO W-FIND-TAXID
           PERFORM SUB-9200-FIND-KEY THRU SUB-9200-EXIT

           IF      W-KEY-NOT-FOUND
               GO TO SUB-2330-EXIT
           END-IF

           MOVE SPACES             TO W-RPT-LINE
           STRING ' Re-keyed from '
                                   DELIMITED BY SIZE
                  W-RK-OLD-TAXID(W-RK-IX)
                                   DELIMITED BY SIZE
                  ' to '           DELIMITED BY SIZE
                  W-RK-NEW-TAXID(W-RK-IX)
                                   DELIMITED BY SIZE
                  ' - history of both keys follows'
                                   DELIMITED BY SIZE
             INTO W-RPT-LINE
           END-STRING
           PERFORM SUB-9900-EMIT-LINE THRU SUB-9900-EXIT
           .
       SUB-2330-EXIT.
           EXIT.
      /
       SUB-2350-LIST-ONE-IMAGE.
      *------------------------

           IF      AU-TRANS-DELETE
               MOVE NA-TAXID IN AU-OLD-IMAGE
                                   TO W-IMAGE-TAXID
           ELSE
               MOVE NA-TAXID IN AU-NEW-IMAGE
                                   TO W-IMAGE-TAXID
           END-IF

           MOVE W-IMAGE-TAXID      TO W-FIND-TAXID
           PERFORM SUB-9200-FIND-KEY THRU SUB-9200-EXIT

           IF      W-KEY-NOT-FOUND
               GO TO SUB-2350-EXIT
           END-IF

           ADD  1                  TO W-SECTION-HITS
           MOVE SPACES             TO W-RPT-LINE
           STRING ' '              DELIMITED BY SIZE
                  AU-TIMESTAMP     DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  AU-TRANS-CODE    DELIMITED BY SIZE
                  ' run '          DELIMITED BY SIZE
                  AU-RUN-ID        DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  W-IMAGE-TAXID    DELIMITED BY SIZE
             INTO W-RPT-LINE
           END-STRING
           PERFORM SUB-9900-EMIT-LINE THRU SUB-9900-EXIT
           .
       SUB-2350-EXIT.
           EXIT.
      /
       SUB-2400-ARCHIVE-STATUS.
      *------------------------
           .
       SUB-2700-EXIT.
           EXIT.
      /
       SUB-2800-CASE-NOTES.
      *--------------------

           MOVE ' -- CASE NOTES AND CONTACT LOG --'
                                   TO W-RPT-LINE
           PERFORM SUB-9900-EMIT-LINE THRU SUB-9900-EXIT

           MOVE 0                  TO W-SECTION-HITS

           OPEN INPUT NAMADDNT

           IF      NOT W-NT-FILE-STATUS-GOOD
               MOVE ' (no case-notes file on disk)'
                                   TO W-RPT-LINE
               PERFORM SUB-9900-EMIT-LINE THRU SUB-9900-EXIT
               GO TO SUB-2800-EXIT
           END-IF

           PERFORM UNTIL W-NT-EOF
               READ NAMADDNT
                   AT END
                       SET  W-NT-EOF
                                   TO TRUE
               END-READ

               IF      NOT W-NT-EOF
                   AND NT-TAXID = W-TARGET-TAXID
                   ADD  1          TO W-SECTION-HITS
                   MOVE SPACES     TO W-RPT-LINE
                   STRING ' '      DELIMITED BY SIZE
                          NT-TIMESTAMP
                                   DELIMITED BY SIZE
                          ' '      DELIMITED BY SIZE
                          NT-CONTACT-TYPE
                                   DELIMITED BY SIZE
                          ' '      DELIMITED BY SIZE
                          NT-OPERATOR-ID
                                   DELIMITED BY SIZE
                          ' '      DELIMITED BY SIZE
                          NT-TEXT  DELIMITED BY SIZE
                     INTO W-RPT-LINE
                   END-STRING
                   PERFORM SUB-9900-EMIT-LINE THRU SUB-9900-EXIT
               END-IF
           END-PERFORM

           CLOSE NAMADDNT

           IF      W-SECTION-HITS = 0
               MOVE ' (no case notes for this TAXID)'
                                   TO W-RPT-LINE
               PERFORM SUB-9900-EMIT-LINE THRU SUB-9900-EXIT
           END-IF
           .
       SUB-2800-EXIT.
           EXIT.
      /
       SUB-2900-RELATIONSHIPS.
      *-----------------------

      **** Both directions: who acts for this TAXID, and what this
      **** TAXID acts for. Ended relationships are shown too - who
      **** was trustee last year is as much a legal question as who
      **** is trustee now.

           MOVE ' -- RELATIONSHIPS --'
                                   TO W-RPT-LINE
           PERFORM SUB-9900-EMIT-LINE THRU SUB-9900-EXIT

           MOVE 0                  TO W-SECTION-HITS
           MOVE FUNCTION CURRENT-DATE(1:8)
                                   TO W-TODAY-DATE

           OPEN INPUT NAMADDRR

           IF      NOT W-RR-FILE-STATUS-GOOD
               MOVE ' (no relationship file on disk)'
                                   TO W-RPT-LINE
               PERFORM SUB-9900-EMIT-LINE THRU SUB-9900-EXIT
               GO TO SUB-2900-EXIT
           END-IF

           PERFORM UNTIL W-RR-EOF
               READ NAMADDRR
                   AT END
                       SET  W-RR-EOF
                                   TO TRUE
               END-READ

               IF      NOT W-RR-EOF
                   AND (RR-TAXID = W-TARGET-TAXID
                   OR   RR-REL-TAXID = W-TARGET-TAXID)
                   PERFORM SUB-2910-REPORT-ONE-RELATION THRU
                           SUB-2910-EXIT
               END-IF
           END-PERFORM

           CLOSE NAMADDRR

           IF      W-SECTION-HITS = 0
               MOVE ' (no relationships recorded for this TAXID)'
                                   TO W-RPT-LINE
               PERFORM SUB-9900-EMIT-LINE THRU SUB-9900-EXIT
           END-IF
           .
       SUB-2900-EXIT.
           EXIT.
      /
       SUB-2910-REPORT-ONE-RELATION.
      *-----------------------------

           ADD  1                  TO W-SECTION-HITS

           EVALUATE TRUE
               WHEN RR-ROLE-OFFICER
                   MOVE 'OFFICER'  TO W-ROLE-NAME
               WHEN RR-ROLE-TRUSTEE
                   MOVE 'TRUSTEE'  TO W-ROLE-NAME
               WHEN RR-ROLE-EXECUTOR
                   MOVE 'EXECUTOR' TO W-ROLE-NAME
               WHEN RR-ROLE-SPOUSE
                   MOVE 'SPOUSE'   TO W-ROLE-NAME
               WHEN OTHER
                   MOVE RR-ROLE    TO W-ROLE-NAME
           END-EVALUATE

           EVALUATE TRUE
               WHEN RR-EFF-FROM > W-TODAY-DATE
                   MOVE 'PENDING'  TO W-REL-STATE
               WHEN RR-EFF-TO NOT = SPACES
                AND RR-EFF-TO < W-TODAY-DATE
                   MOVE 'ENDED'    TO W-REL-STATE
               WHEN OTHER
                   MOVE 'ACTIVE'   TO W-REL-STATE
           END-EVALUATE

           MOVE SPACES             TO W-RPT-LINE

           IF      RR-TAXID = W-TARGET-TAXID
               STRING ' Has '      DELIMITED BY SIZE
                      W-ROLE-NAME  DELIMITED BY SPACE
                      ' '          DELIMITED BY SIZE
                      RR-REL-TAXID DELIMITED BY SIZE
                      ' from '     DELIMITED BY SIZE
                      RR-EFF-FROM  DELIMITED BY SIZE
                      ' to '       DELIMITED BY SIZE
                      RR-EFF-TO    DELIMITED BY SIZE
                      ' '          DELIMITED BY SIZE
                      W-REL-STATE  DELIMITED BY SIZE
                 INTO W-RPT-LINE
               END-STRING
           ELSE
               STRING ' Is '       DELIMITED BY SIZE
                      W-ROLE-NAME  DELIMITED BY SPACE
                      ' of '       DELIMITED BY SIZE
                      RR-TAXID     DELIMITED BY SIZE
                      ' from '     DELIMITED BY SIZE
                      RR-EFF-FROM  DELIMITED BY SIZE
                      ' to '       DELIMITED BY SIZE
                      RR-EFF-TO    DELIMITED BY SIZE
                      ' '          DELIMITED BY SIZE
                      W-REL-STATE  DELIMITED BY SIZE
                 INTO W-RPT-LINE
               END-STRING
           END-IF

           PERFORM SUB-9900-EMIT-LINE THRU SUB-9900-EXIT
           .
       SUB-2910-EXIT.
           EXIT.
      /
       SUB-2950-ACCOUNT-REGISTRATIONS.
      *-------------------------------

      **** Ended registrations are shown too - which accounts the
      **** taxpayer held, and when, outlives the accounts.

           MOVE ' -- ACCOUNT REGISTRATIONS --'
                                   TO W-RPT-LINE
           PERFORM SUB-9900-EMIT-LINE THRU SUB-9900-EXIT

           MOVE 0                  TO W-SECTION-HITS
           MOVE FUNCTION CURRENT-DATE(1:8)
                                   TO W-TODAY-DATE

           OPEN INPUT NAMADDRG

           IF      NOT W-RG-FILE-STATUS-GOOD
               MOVE ' (no account registration file on disk)'
                                   TO W-RPT-LINE
               PERFORM SUB-9900-EMIT-LINE THRU SUB-9900-EXIT
               GO TO SUB-2950-EXIT
           END-IF

           PERFORM UNTIL W-RG-EOF
               READ NAMADDRG
                   AT END
                       SET  W-RG-EOF
                                   TO TRUE
               END-READ

               IF      NOT W-RG-EOF
                   AND RG-TAXID = W-TARGET-TAXID
                   PERFORM SUB-2960-REPORT-ONE-ACCOUNT THRU
                           SUB-2960-EXIT
               END-IF
           END-PERFORM

           CLOSE NAMADDRG

           IF      W-SECTION-HITS = 0
               MOVE ' (no account registrations for this TAXID)'
                                   TO W-RPT-LINE
               PERFORM SUB-9900-EMIT-LINE THRU SUB-9900-EXIT
           END-IF
           .
       SUB-2950-EXIT.
           EXIT.
      /
       SUB-2960-REPORT-ONE-ACCOUNT.
      *----------------------------

           ADD  1                  TO W-SECTION-HITS

           EVALUATE TRUE
               WHEN RG-TYPE-SALES
                   MOVE 'SALES'    TO W-ACCT-NAME
               WHEN RG-TYPE-WITHHOLDING
                   MOVE 'WITHHOLDING'
                                   TO W-ACCT-NAME
               WHEN RG-TYPE-INCOME
                   MOVE 'INCOME'   TO W-ACCT-NAME
               WHEN OTHER
                   MOVE RG-ACCT-TYPE
                                   TO W-ACCT-NAME
           END-EVALUATE

           EVALUATE TRUE
               WHEN RG-END-DATE NOT = SPACES
                AND RG-END-DATE < W-TODAY-DATE
                   MOVE 'ENDED'    TO W-ACCT-STATE
               WHEN RG-START-DATE > W-TODAY-DATE
                   MOVE 'PENDING'  TO W-ACCT-STATE
               WHEN RG-STATUS-SUSPENDED
                   MOVE 'SUSPENDED'
                                   TO W-ACCT-STATE
               WHEN OTHER
                   MOVE 'ACTIVE'   TO W-ACCT-STATE
           END-EVALUATE

           MOVE SPACES             TO W-RPT-LINE
           STRING ' '              DELIMITED BY SIZE
                  W-ACCT-NAME      DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  RG-ACCT-NUMBER   DELIMITED BY SIZE
                  ' from '         DELIMITED BY SIZE
                  RG-START-DATE    DELIMITED BY SIZE
                  ' to '           DELIMITED BY SIZE
                  RG-END-DATE      DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  W-ACCT-STATE     DELIMITED BY SIZE
             INTO W-RPT-LINE
           END-STRING
           PERFORM SUB-9900-EMIT-LINE THRU SUB-9900-EXIT

           MOVE SPACES             TO W-RPT-LINE

           IF      RG-STREET = SPACES
               MOVE '     Mail to: (taxpayer''s own address)'
                                   TO W-RPT-LINE
           ELSE
               STRING '     Mail to: '
                                   DELIMITED BY SIZE
                      FUNCTION TRIM(RG-STREET)
                                   DELIMITED BY SIZE
                      ', '         DELIMITED BY SIZE
                      FUNCTION TRIM(RG-CITY)
                                   DELIMITED BY SIZE
                      ' '          DELIMITED BY SIZE
                      FUNCTION TRIM(RG-STATE)
                                   DELIMITED BY SIZE
                      ' '          DELIMITED BY SIZE
                      RG-ZIP-CODE  DELIMITED BY SIZE
                 INTO W-RPT-LINE
               END-STRING
           END-IF

           PERFORM SUB-9900-EMIT-LINE THRU SUB-9900-EXIT
           .
       SUB-2960-EXIT.
           EXIT.
      /
       SUB-2970-SCANNED-DOCUMENTS.
      *---------------------------

           MOVE ' -- SCANNED DOCUMENTS --'
                                   TO W-RPT-LINE
           PERFORM SUB-9900-EMIT-LINE THRU SUB-9900-EXIT

           MOVE 0                  TO W-SECTION-HITS

           OPEN INPUT NAMADDDI

           IF      NOT W-DI-FILE-STATUS-GOOD
               MOVE ' (no document cross-reference on disk)'
                                   TO W-RPT-LINE
               PERFORM SUB-9900-EMIT-LINE THRU SUB-9900-EXIT
               GO TO SUB-2970-EXIT
           END-IF

           PERFORM UNTIL W-DI-EOF
               READ NAMADDDI
                   AT END
                       SET  W-DI-EOF
                                   TO TRUE
               END-READ

               IF      NOT W-DI-EOF
                   AND DI-TAXID = W-TARGET-TAXID
                   ADD  1          TO W-SECTION-HITS
                   MOVE SPACES     TO W-RPT-LINE
                   STRING ' '      DELIMITED BY SIZE
                          DI-SCAN-DATE
                                   DELIMITED BY SIZE
                          ' '      DELIMITED BY SIZE
                          DI-DOC-TYPE
                                   DELIMITED BY SIZE
                          ' '      DELIMITED BY SIZE
                          DI-DOC-ID
                                   DELIMITED BY SIZE
                          ' loaded '
                                   DELIMITED BY SIZE
                          DI-LOADED-DATE
                                   DELIMITED BY SIZE
                     INTO W-RPT-LINE
                   END-STRING
                   PERFORM SUB-9900-EMIT-LINE THRU SUB-9900-EXIT
               END-IF
           END-PERFORM

           CLOSE NAMADDDI

           IF      W-SECTION-HITS = 0
               MOVE ' (no scanned documents for this TAXID)'
                                   TO W-RPT-LINE
               PERFORM SUB-9900-EMIT-LINE THRU SUB-9900-EXIT
           END-IF
           .
       SUB-2970-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------
           .
       SUB-9800-EXIT.
           EXIT.
      /
       SUB-9200-FIND-KEY.
      *------------------

           SET  W-KEY-NOT-FOUND    TO TRUE

           PERFORM VARYING W-KY-IX FROM 1 BY 1
                   UNTIL W-KY-IX > W-KEY-COUNT
                   OR    W-KEY-FOUND
               IF      W-KEY-TAXID(W-KY-IX) = W-FIND-TAXID
                   SET  W-KEY-FOUND
                                   TO TRUE
               END-IF
           END-PERFORM
           .
       SUB-9200-EXIT.
           EXIT.
      /
       SUB-9900-EMIT-LINE.
      *-------------------
