      *                      checks always assumed, so a missing
      *                      file fails the checks instead of
      *                      ending the run
      * 2026-09-14  4.2      A maintenance delete, or a change that
      *                      inactivates a record or marks it
      *                      deceased, against a TAXID that is
      *                      still the acting party in another
      *                      taxpayer's relationship (executor,
      *                      trustee, officer, spouse - per
      *                      Data\NAMEADDR.Relation.dat) writes a
      *                      RELWARN line to NAMADDTR naming the
      *                      other TAXID and is counted at shut-
      *                      down; the transaction still applies
      * 2026-09-14  4.3      A business, trust or estate whose
      *                      standardized NA-STREET is a PO Box,
      *                      rural route or CMRA private mailbox
      *                      (per ADRBOX) is rejected when its
      *                      source's registry line carries box
      *                      rule R, and otherwise loads with a
      *                      warning - a BOXWARN line to NAMADDTR in
      *                      maintenance mode - counted at shut-down
      * 2026-09-14  4.4      The add-time duplicate warning for a
      *                      business, trust or estate compares the
      *                      new NA-BUSINESS-NAME with every non-
      *                      person on file under the same business
      *                      Soundex through NAMMATCH's business-name
      *                      path, instead of the NA-LAST-NAME group
      *                      its name never falls in; the non-persons
      *                      are tabled on the opening count walk
      * 2026-09-14  4.5      Field-level source precedence on
      *                      maintenance changes: through the new
      *                      SRCPREC subroutine, a change may not
      *                      overwrite a field group (name, physical
      *                      address, mailing address, contact) that
      *                      a higher-ranked source set within the
      *                      incoming source's hold period per
      *                      Data\NAMEADDR.SourcePrec.dat. The held
      *                      groups keep their values on file and
      *                      the rest apply, with a PRECWARN line to
      *                      NAMADDTR; a change with nothing left to
      *                      apply is rejected to the workbench with
      *                      the precedence reason
      * 2026-09-14  4.6      The reject-rate alert percentage is
      *                      REJECT-ALERT-PCT in the parameter
      *                      registry, read through PARMREG (default
      *                      10, the old one-tenth rule)
      *================================================================*

       IDENTIFICATION DIVISION.
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-LH-FILE-STATUS.

           SELECT RELATNF          ASSIGN "Data\NAMEADDR.Relation.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-RR-FILE-STATUS.

           SELECT SUSPTX           ASSIGN "Data\NAMEADDR.Suspense.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-SU-FILE-STATUS.
               10  SG-RULE-CITY    PIC X(01).
               10  FILLER          PIC X(01).
               10  SG-RULE-ZIP     PIC X(01).
               10  FILLER          PIC X(01).
               10  SG-RULE-BOX     PIC X(01).

       FD  LGLHOLD.

           05  FILLER              PIC X(01).
           05  LH-PLACED-DATE      PIC X(08).

       FD  RELATNF.

       01  RELATNF-REC.            COPY NAMADDRR.

       FD  SUSPTX.

       01  SUSPTX-REC.
       01  W-AL-CONTROL.
           COPY ALERTL.

       01  W-PR-CONTROL.
           COPY PARMREGL.

       01  W-REJECT-ALERT-PCT      PIC 9(03)  COMP VALUE 10.
       01  W-REJECT-ALERT-DISP     PIC ZZ9.

       01  W-GD-CONTROL.
           COPY GDGCATL.

                                   PIC X(01).
               10  W-SRC-RULE-CITY PIC X(01).
               10  W-SRC-RULE-ZIP  PIC X(01).
               10  W-SRC-RULE-BOX  PIC X(01).

       01  W-SRC-MATCHED           PIC 9(02)  COMP VALUE 0.


       01  W-TRANS-SUSPENDED       PIC 9(09)  COMP VALUE 0.

      **** Relationships in force, loaded in maintenance mode so a
      **** delete or inactivation of the acting party warns.

       01  W-RLN-COUNT             PIC 9(04)  COMP VALUE 0.
       01  W-RLN-MAX               PIC 9(04)  COMP VALUE 5000.

       01  W-RLN-TABLE.
           05  W-RLN-ENTRY                         OCCURS 5000
                                                   INDEXED W-RLN-IX.
               10  W-RLN-REL-TAXID PIC X(12).
               10  W-RLN-TAXID     PIC X(12).
               10  W-RLN-ROLE      PIC X(02).

       01  W-REL-WARNINGS          PIC 9(09)  COMP VALUE 0.

       01  W-RR-FILE-STATUS        PIC X(02).
           88  W-RR-FILE-STATUS-GOOD               VALUE '00'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-RR-EOF                            VALUE 'Y'.

       01  W-LH-FILE-STATUS        PIC X(02).
           88  W-LH-FILE-STATUS-GOOD               VALUE '00'.

       01  W-ZP-CONTROL.
           COPY ZIPSTATEL.

       01  W-AB-CONTROL.
           COPY ADRBOXL.

       01  W-SX-CONTROL.
           COPY SRCPRECL.

       01  W-PREC-PARTIAL          PIC 9(09)  COMP VALUE 0.
       01  W-PREC-REJECTS          PIC 9(09)  COMP VALUE 0.

       01  W-ZIP-STATE-WARNINGS    PIC 9(09)  COMP VALUE 0.
       01  W-BOX-WARNINGS          PIC 9(09)  COMP VALUE 0.
       01  W-CONTACT-WARNINGS      PIC 9(09)  COMP VALUE 0.

       01  W-DUP-WARNINGS          PIC 9(09)  COMP VALUE 0.
       01  W-DUP-SCAN-COUNT        PIC 9(05)  COMP VALUE 0.
       01  W-DUP-SCAN-MAX          PIC 9(05)  COMP VALUE 200.
       01  W-DUP-FOUND-TAXID       PIC X(12).
       01  W-DUP-SOUNDEX           PIC X(04).

       01  W-DUP-SCAN-SW           PIC X(01)       VALUE 'N'.
           88  W-DUP-SCAN-DONE                     VALUE 'Y'.
           88  W-DUP-FOUND                         VALUE 'Y'.
           88  W-DUP-NOT-FOUND                     VALUE 'N'.

      **** Businesses, trusts and estates on file, loaded in
      **** maintenance mode with their NAMMATCH business Soundex so
      **** a non-person add can be compared by business name.

       01  W-BUS-COUNT             PIC 9(05)  COMP VALUE 0.
       01  W-BUS-MAX               PIC 9(05)  COMP VALUE 20000.

       01  W-BUS-TABLE.
           05  W-BUS-ENTRY                         OCCURS 20000
                                                   INDEXED W-BUS-IX.
               10  W-BUS-TAXID     PIC X(12).
               10  W-BUS-SOUNDEX   PIC X(04).
               10  W-BUS-ENTITY    PIC X(01).
               10  W-BUS-NAME      PIC X(70).

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-BUS-OVERFLOW                      VALUE 'Y'.

       01  W-BUS-NEW.
           05  W-BUS-NEW-TAXID     PIC X(12).
           05  W-BUS-NEW-ENTITY    PIC X(01).
           05  W-BUS-NEW-NAME      PIC X(70).

       01  W-TRNSLAT-PROG          PIC X(08)       VALUE 'TRNSLAT'.
       01  W-NAMEADDR-LEN          PIC S9(09) COMP.
       01  W-TRNSLAT-CONTROL.      COPY TRNSLATL.
               PERFORM SUB-1067-LOAD-SOURCE-REGISTRY THRU
                       SUB-1067-EXIT
               PERFORM SUB-1068-LOAD-LEGAL-HOLDS THRU SUB-1068-EXIT
               PERFORM SUB-1066-LOAD-RELATIONSHIPS THRU SUB-1066-EXIT
               PERFORM SUB-1063-LOAD-PRECEDENCE THRU SUB-1063-EXIT

               IF      W-RETURN-CODE NOT = 0
                   GO TO SUB-1000-EXIT
               END-IF

               OPEN EXTEND SUSPTX

                                   TO W-SRC-RULE-CITY(W-SRC-IX)
                   MOVE SG-RULE-ZIP
                                   TO W-SRC-RULE-ZIP(W-SRC-IX)
                   MOVE SG-RULE-BOX
                                   TO W-SRC-RULE-BOX(W-SRC-IX)
               END-IF
           END-PERFORM

           .
       SUB-1067-EXIT.
           EXIT.
      /
       SUB-1063-LOAD-PRECEDENCE.
      *-------------------------

      **** Loaded before NAMADDAU is opened EXTEND - SRCPREC reads the
      **** audit trail for who last set each field group. No table
      **** on disk means no precedence, the same as before it existed.

           SET  SX-FUNC-LOAD       TO TRUE
           MOVE W-TODAY-DATE       TO SX-AS-OF-DATE

           CALL 'SRCPREC' USING W-SX-CONTROL

           IF      SX-RESPONSE-FILE-ERROR
               DISPLAY W-ERROR-MSG
                       'Unable to load the source precedence table '
                       'or the audit trail behind it'
               MOVE 16             TO W-RETURN-CODE
               GO TO SUB-1063-EXIT
           END-IF

           IF      SX-RULE-COUNT = 0
               DISPLAY 'No source precedence table on disk - '
                       'changes not held'
           ELSE
               DISPLAY 'Source precedence entries: '
                       SX-RULE-COUNT
           END-IF
           .
       SUB-1063-EXIT.
           EXIT.
      /
       SUB-1068-LOAD-LEGAL-HOLDS.
      *--------------------------
           .
       SUB-1068-EXIT.
           EXIT.
      /
       SUB-1066-LOAD-RELATIONSHIPS.
      *----------------------------

      **** Only relationships in force on the business date - an
      **** ended trusteeship is history, not a dependency. No file
      **** on disk means no relationships.

           OPEN INPUT RELATNF

           IF      NOT W-RR-FILE-STATUS-GOOD
               GO TO SUB-1066-EXIT
           END-IF

           PERFORM UNTIL W-RR-EOF
               READ RELATNF
                   AT END
                       SET  W-RR-EOF
                                   TO TRUE
               END-READ

               IF      NOT W-RR-EOF
                   AND RR-REL-TAXID NOT = SPACES
                   AND RR-EFF-FROM <= W-TODAY-DATE
                   AND (RR-EFF-TO = SPACES
                   OR   RR-EFF-TO >= W-TODAY-DATE)
                   AND W-RLN-COUNT < W-RLN-MAX
                   ADD  1          TO W-RLN-COUNT
                   SET  W-RLN-IX   TO W-RLN-COUNT
                   MOVE RR-REL-TAXID
                                   TO W-RLN-REL-TAXID(W-RLN-IX)
                   MOVE RR-TAXID   TO W-RLN-TAXID(W-RLN-IX)
                   MOVE RR-ROLE    TO W-RLN-ROLE(W-RLN-IX)
               END-IF
           END-PERFORM

           CLOSE RELATNF

           DISPLAY 'Relationships in force loaded: '
                   W-RLN-COUNT
           .
       SUB-1066-EXIT.
           EXIT.
      /
       SUB-1069-COUNT-OPENING.
      *-----------------------
           PERFORM UNTIL W-CF-EOF
               ADD  1              TO W-OPENING-COUNT

               IF      NA-ENTITY-NON-PERSON IN NAMADDIX-REC
                   MOVE NA-TAXID IN NAMADDIX-REC
                                   TO W-BUS-NEW-TAXID
                   MOVE NA-ENTITY-TYPE IN NAMADDIX-REC
                                   TO W-BUS-NEW-ENTITY
                   MOVE NA-BUSINESS-NAME IN NAMADDIX-REC
                                   TO W-BUS-NEW-NAME
                   PERFORM SUB-1064-TABLE-BUSINESS THRU SUB-1064-EXIT
               END-IF

               PERFORM SUB-9120-READ-NAMADDIX-SEQ THRU SUB-9120-EXIT
           END-PERFORM

           MOVE W-BUS-COUNT        TO W-DISP-NUM
           DISPLAY 'Business names tabled:    '
                   W-DISP-NUM
           .
       SUB-1069-EXIT.
           EXIT.
      /
       SUB-1064-TABLE-BUSINESS.
      *------------------------

      **** Adds the non-person in W-BUS-NEW to W-BUS-TABLE under
      **** its NAMMATCH business Soundex. A full table stops growing
      **** - later adds are still compared with what it holds.

           IF      W-BUS-COUNT >= W-BUS-MAX
               IF      NOT W-BUS-OVERFLOW
                   SET  W-BUS-OVERFLOW
                                   TO TRUE
                   DISPLAY 'Business-name table full at '
                           W-BUS-MAX
                           ' - later businesses not compared'
               END-IF
               GO TO SUB-1064-EXIT
           END-IF

           SET  NM-FUNC-KEY        TO TRUE
           MOVE W-BUS-NEW-ENTITY   TO NM-ENTITY-TYPE-1
           MOVE W-BUS-NEW-NAME     TO NM-BUSINESS-NAME-1
           MOVE SPACES             TO NM-LAST-NAME-1
                                      NM-FIRST-NAME-1

           CALL 'NAMMATCH' USING W-NM-CONTROL

           ADD  1                  TO W-BUS-COUNT
           SET  W-BUS-IX           TO W-BUS-COUNT
           MOVE W-BUS-NEW-TAXID    TO W-BUS-TAXID(W-BUS-IX)
           MOVE NM-SOUNDEX-KEY-1   TO W-BUS-SOUNDEX(W-BUS-IX)
           MOVE W-BUS-NEW-ENTITY   TO W-BUS-ENTITY(W-BUS-IX)
           MOVE W-BUS-NEW-NAME     TO W-BUS-NAME(W-BUS-IX)
           .
       SUB-1064-EXIT.
           EXIT.
      /
       SUB-1090-SNAPSHOT-CARRYFORWARD.
      *-------------------------------
                           SUB-9170-EXIT
                   PERFORM SUB-9175-STANDARDIZE-CONTACT THRU
                           SUB-9175-EXIT
                   PERFORM SUB-9180-CHECK-BOX-ADDRESS THRU
                           SUB-9180-EXIT
               END-IF

               IF      W-RECORD-NOT-REJECTED
                   IF      W-MODE-MAINTENANCE AND NA-TRANS-CHANGE
                       PERFORM SUB-2300-CHANGE-NAMADD THRU SUB-2300-EXIT
                   ELSE
           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-2000-EXIT
           END-IF

           IF      W-MODE-MAINTENANCE
               AND W-RLN-COUNT > 0
               AND W-RECORD-NOT-REJECTED
               AND (NA-TRANS-DELETE
               OR  (NA-TRANS-CHANGE
               AND (NA-STATUS-INACTIVE IN NAMADDSQ-REC
               OR   NA-STATUS-DECEASED IN NAMADDSQ-REC)))
               PERFORM SUB-2070-CHECK-RELATIONSHIPS THRU
                       SUB-2070-EXIT
           END-IF
           .
       SUB-2000-CHECKPOINT.

           .
       SUB-2060-EXIT.
           EXIT.
      /
       SUB-2070-CHECK-RELATIONSHIPS.
      *-----------------------------

      **** The delete or inactivation has already applied - the
      **** relationship file is NAMADDREL's to change, not ours -
      **** but each relationship the TAXID still acts in gets a
      **** RELWARN line in the morning's transaction results so
      **** somebody appoints a successor.

           PERFORM VARYING W-RLN-IX FROM 1 BY 1
                   UNTIL W-RLN-IX > W-RLN-COUNT
               IF      W-RLN-REL-TAXID(W-RLN-IX)
                               = NA-TAXID IN NAMADDSQ-REC
                   ADD  1          TO W-REL-WARNINGS

                   MOVE RI-RUN-ID  TO TR-RUN-ID
                   MOVE NA-SOURCE-SYSTEM IN NAMADDSQ-REC
                                   TO TR-SOURCE-SYSTEM
                   MOVE NA-OPERATOR-ID IN NAMADDSQ-REC
                                   TO TR-OPERATOR-ID
                   MOVE NA-TAXID IN NAMADDSQ-REC
                                   TO TR-TAXID
                   MOVE NA-TRANS-CODE IN NAMADDSQ-REC
                                   TO TR-TRANS-CODE
                   MOVE 'RELWARN'  TO TR-RESULT
                   MOVE SPACES     TO TR-REASON
                   STRING 'Active '
                                   DELIMITED BY SIZE
                          W-RLN-ROLE(W-RLN-IX)
                                   DELIMITED BY SIZE
                          ' party for TAXID '
                                   DELIMITED BY SIZE
                          W-RLN-TAXID(W-RLN-IX)
                                   DELIMITED BY SIZE
                     INTO TR-REASON
                   END-STRING

                   WRITE NAMADDTR-REC

                   ADD  1          TO W-NAMADDTR-RECS

                   DISPLAY 'TAXID '
                           NA-TAXID IN NAMADDSQ-REC
                           ' deleted/inactivated while '
                           W-RLN-ROLE(W-RLN-IX)
                           ' for TAXID '
                           W-RLN-TAXID(W-RLN-IX)
               END-IF
           END-PERFORM
           .
       SUB-2070-EXIT.
           EXIT.
      /
       SUB-2100-ADD-NAMADD.
      *---------------------
      **** in the morning's transaction results. The scan is capped
      **** at W-DUP-SCAN-MAX neighbours so a monster surname cannot
      **** stall the run; the record itself stays loaded either way.
      **** A business, trust or estate has no last-name group - it
      **** is compared with the tabled non-persons instead.

           SET  W-DUP-NOT-FOUND    TO TRUE
           SET  W-DUP-SCAN-MORE    TO TRUE
           MOVE 0                  TO W-DUP-SCAN-COUNT

           IF      NA-ENTITY-NON-PERSON IN NAMADDSQ-REC
               PERFORM SUB-2170-CHECK-BUSINESS-DUP THRU SUB-2170-EXIT
           ELSE
               MOVE NA-LAST-NAME IN NAMADDSQ-REC
                                   TO NA-LAST-NAME IN NAMADDIX-REC

               START NAMADDIX
                   KEY >= NA-LAST-NAME IN NAMADDIX-REC
               END-START

               IF      NOT W-FILE-STATUS-GOOD
                   GO TO SUB-2150-EXIT
               END-IF

               PERFORM SUB-2160-SCAN-ONE-NEIGHBOUR THRU SUB-2160-EXIT
                   UNTIL W-DUP-SCAN-DONE
           END-IF

           IF      W-DUP-FOUND
               ADD  1              TO W-DUP-WARNINGS
                                   TO NM-ENTITY-TYPE-1
           MOVE NA-ENTITY-TYPE IN NAMADDIX-REC
                                   TO NM-ENTITY-TYPE-2
           MOVE SPACES             TO NM-BUSINESS-NAME-1
                                      NM-BUSINESS-NAME-2

           IF      NA-ENTITY-NON-PERSON IN NAMADDIX-REC
               MOVE NA-BUSINESS-NAME IN NAMADDIX-REC
                                   TO NM-BUSINESS-NAME-2
           END-IF

           CALL 'NAMMATCH' USING W-NM-CONTROL

           .
       SUB-2160-EXIT.
           EXIT.
      /
       SUB-2170-CHECK-BUSINESS-DUP.
      *----------------------------

      **** Key the new name, compare it with each tabled non-person
      **** under the same business Soundex, then table it so a later
      **** add in the same run is compared with it too.

           SET  NM-FUNC-KEY        TO TRUE
           MOVE NA-ENTITY-TYPE IN NAMADDSQ-REC
                                   TO NM-ENTITY-TYPE-1
           MOVE NA-BUSINESS-NAME IN NAMADDSQ-REC
                                   TO NM-BUSINESS-NAME-1
           MOVE SPACES             TO NM-LAST-NAME-1
                                      NM-FIRST-NAME-1

           CALL 'NAMMATCH' USING W-NM-CONTROL

           MOVE NM-SOUNDEX-KEY-1   TO W-DUP-SOUNDEX

           PERFORM SUB-2175-COMPARE-ONE-BUSINESS THRU SUB-2175-EXIT
               VARYING W-BUS-IX FROM 1 BY 1
               UNTIL W-BUS-IX > W-BUS-COUNT
               OR    W-DUP-FOUND

           MOVE NA-TAXID IN NAMADDSQ-REC
                                   TO W-BUS-NEW-TAXID
           MOVE NA-ENTITY-TYPE IN NAMADDSQ-REC
                                   TO W-BUS-NEW-ENTITY
           MOVE NA-BUSINESS-NAME IN NAMADDSQ-REC
                                   TO W-BUS-NEW-NAME

           PERFORM SUB-1064-TABLE-BUSINESS THRU SUB-1064-EXIT
           .
       SUB-2170-EXIT.
           EXIT.
      /
       SUB-2175-COMPARE-ONE-BUSINESS.
      *------------------------------

           IF      W-BUS-SOUNDEX(W-BUS-IX) NOT = W-DUP-SOUNDEX
               OR  W-BUS-TAXID(W-BUS-IX)
                       = NA-TAXID IN NAMADDSQ-REC
               GO TO SUB-2175-EXIT
           END-IF

           SET  NM-FUNC-MATCH      TO TRUE
           MOVE NA-ENTITY-TYPE IN NAMADDSQ-REC
                                   TO NM-ENTITY-TYPE-1
           MOVE W-BUS-ENTITY(W-BUS-IX)
                                   TO NM-ENTITY-TYPE-2
           MOVE NA-BUSINESS-NAME IN NAMADDSQ-REC
                                   TO NM-BUSINESS-NAME-1
           MOVE W-BUS-NAME(W-BUS-IX)
                                   TO NM-BUSINESS-NAME-2
           MOVE SPACES             TO NM-LAST-NAME-1
                                      NM-FIRST-NAME-1
                                      NM-LAST-NAME-2
                                      NM-FIRST-NAME-2

           CALL 'NAMMATCH' USING W-NM-CONTROL

           IF      NM-NAMES-MATCH
               SET  W-DUP-FOUND    TO TRUE
               MOVE W-BUS-TAXID(W-BUS-IX)
                                   TO W-DUP-FOUND-TAXID
           END-IF
           .
       SUB-2175-EXIT.
           EXIT.
      /
       SUB-2300-CHANGE-NAMADD.
      *-----------------------
               GO TO SUB-2300-EXIT
           END-IF

           PERFORM SUB-2310-CHECK-PRECEDENCE THRU SUB-2310-EXIT

           IF      W-RECORD-REJECTED
               GO TO SUB-2300-EXIT
           END-IF

           IF      NA-EFFECTIVE-DATE IN NAMADDSQ-REC = SPACES
               MOVE W-TODAY-DATE   TO NA-EFFECTIVE-DATE
                                       IN NAMADDSQ-REC
               MOVE SPACES         TO NR-REASON
               SET  W-TR-ACCEPTED  TO TRUE
               PERFORM SUB-9270-WRITE-TRANS-RESULT THRU SUB-9270-EXIT

               IF      SX-HELD-COUNT > 0
                   PERFORM SUB-2320-WRITE-PRECEDENCE-WARN THRU
                           SUB-2320-EXIT
               END-IF

               SET  SX-FUNC-RECORD TO TRUE
               CALL 'SRCPREC' USING W-SX-CONTROL
           END-IF
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2310-CHECK-PRECEDENCE.
      *--------------------------

      **** Each field group the transaction would change is checked
      **** against who last set it on file. A held group keeps its
      **** value on file and the rest of the change applies; when
      **** every changed group is held there is nothing left to
      **** apply and the change goes to the workbench instead.

           MOVE 0                  TO SX-HELD-COUNT
           MOVE 'N'                TO SX-GRP-CHANGED(1)
                                      SX-GRP-CHANGED(2)
                                      SX-GRP-CHANGED(3)
                                      SX-GRP-CHANGED(4)

           IF      NA-NAME IN NAMADDSQ-REC
                       NOT = NA-NAME IN NAMADDIX-REC
               MOVE 'Y'            TO SX-GRP-CHANGED(1)
           END-IF

           IF      NA-ADDRESS IN NAMADDSQ-REC
                       NOT = NA-ADDRESS IN NAMADDIX-REC
               MOVE 'Y'            TO SX-GRP-CHANGED(2)
           END-IF

           IF      NA-MAILING-ADDRESS IN NAMADDSQ-REC
                       NOT = NA-MAILING-ADDRESS IN NAMADDIX-REC
               OR  NA-ADDRESS-TYPE-USED IN NAMADDSQ-REC
                       NOT = NA-ADDRESS-TYPE-USED IN NAMADDIX-REC
               MOVE 'Y'            TO SX-GRP-CHANGED(3)
           END-IF

           IF      NA-CONTACT IN NAMADDSQ-REC
                       NOT = NA-CONTACT IN NAMADDIX-REC
               MOVE 'Y'            TO SX-GRP-CHANGED(4)
           END-IF

           SET  SX-FUNC-CHECK      TO TRUE
           MOVE W-TODAY-DATE       TO SX-AS-OF-DATE
           MOVE NA-TAXID IN NAMADDSQ-REC
                                   TO SX-TAXID
           MOVE NA-SOURCE-SYSTEM IN NAMADDSQ-REC
                                   TO SX-SOURCE

           CALL 'SRCPREC' USING W-SX-CONTROL

           IF      SX-HELD-COUNT = 0
               GO TO SUB-2310-EXIT
           END-IF

           IF      SX-HELD-COUNT = SX-CHANGED-COUNT
               ADD  1              TO W-PREC-REJECTS
               MOVE SX-REASON      TO NR-REASON
               PERFORM SUB-9260-WRITE-REJECT THRU SUB-9260-EXIT
               GO TO SUB-2310-EXIT
           END-IF

           ADD  1                  TO W-PREC-PARTIAL

           IF      SX-GRP-IS-HELD(1)
               MOVE NA-NAME IN NAMADDIX-REC
                                   TO NA-NAME IN NAMADDSQ-REC
           END-IF

           IF      SX-GRP-IS-HELD(2)
               MOVE NA-ADDRESS IN NAMADDIX-REC
                                   TO NA-ADDRESS IN NAMADDSQ-REC
           END-IF

           IF      SX-GRP-IS-HELD(3)
               MOVE NA-MAILING-ADDRESS IN NAMADDIX-REC
                                   TO NA-MAILING-ADDRESS
                                       IN NAMADDSQ-REC
               MOVE NA-ADDRESS-TYPE-USED IN NAMADDIX-REC
                                   TO NA-ADDRESS-TYPE-USED
                                       IN NAMADDSQ-REC
           END-IF

           IF      SX-GRP-IS-HELD(4)
               MOVE NA-CONTACT IN NAMADDIX-REC
                                   TO NA-CONTACT IN NAMADDSQ-REC
           END-IF

           DISPLAY '**** BLDFILES warning: NA-TAXID '
                   NA-TAXID IN NAMADDSQ-REC
                   ' partly applied - '
                   FUNCTION TRIM(SX-REASON)
           .
       SUB-2310-EXIT.
           EXIT.
      /
       SUB-2320-WRITE-PRECEDENCE-WARN.
      *-------------------------------

      **** Advisory companion to the ACCEPTED result, like DUPWARN -
      **** the reason names the groups that kept their values.

           MOVE RI-RUN-ID          TO TR-RUN-ID
           MOVE NA-SOURCE-SYSTEM IN NAMADDSQ-REC
                                   TO TR-SOURCE-SYSTEM
           MOVE NA-OPERATOR-ID IN NAMADDSQ-REC
                                   TO TR-OPERATOR-ID
           MOVE NA-TAXID IN NAMADDSQ-REC
                                   TO TR-TAXID
           MOVE NA-TRANS-CODE IN NAMADDSQ-REC
                                   TO TR-TRANS-CODE
           MOVE 'PRECWARN'         TO TR-RESULT
           MOVE SX-REASON          TO TR-REASON

           WRITE NAMADDTR-REC

           ADD  1                  TO W-NAMADDTR-RECS
           .
       SUB-2320-EXIT.
           EXIT.
      /
       SUB-2400-DELETE-NAMADD.
      *-----------------------
           DISPLAY 'Contact-point warnings:   '
                   W-DISP-NUM

           MOVE W-BOX-WARNINGS     TO W-DISP-NUM
           DISPLAY 'Box-address warnings:     '
                   W-DISP-NUM

           IF      W-MODE-MAINTENANCE
               MOVE W-PREC-PARTIAL TO W-DISP-NUM
               DISPLAY 'Precedence partial apply: '
                       W-DISP-NUM
               MOVE W-PREC-REJECTS TO W-DISP-NUM
               DISPLAY 'Precedence rejects:       '
                       W-DISP-NUM
           END-IF

           IF      W-MODE-MAINTENANCE
               MOVE W-TRANS-SUSPENDED
                                   TO W-DISP-NUM
               MOVE W-DUP-WARNINGS TO W-DISP-NUM
               DISPLAY 'Possible-duplicate warnings:          '
                       W-DISP-NUM

               MOVE W-REL-WARNINGS TO W-DISP-NUM
               DISPLAY 'Active-relationship warnings:         '
                       W-DISP-NUM
           END-IF

           IF      NOT W-RESTARTING AND NOT W-MODE-MAINTENANCE
       SUB-3052-CHECK-REJECT-RATE.
      *---------------------------

      **** More than the registry's percentage (a tenth by default)
      **** of the input rejecting is an input problem worth a
      **** human's attention tonight, not a pile of reject records
      **** to find in the morning.

           IF      W-NAMADDSQ-RECS = 0
               GO TO SUB-3052-EXIT
           END-IF

           PERFORM SUB-3053-REGISTRY-REJECT-PCT THRU SUB-3053-EXIT

           IF      W-NAMADDRJ-RECS * 100
                 > W-NAMADDSQ-RECS * W-REJECT-ALERT-PCT
               MOVE 'BLDFILES'     TO AL-PROGRAM-NAME
               MOVE RI-RUN-ID      TO AL-RUN-ID
               SET  AL-SEV-WARNING TO TRUE
               MOVE 0              TO AL-CONDITION-CODE
               MOVE W-REJECT-ALERT-PCT
                                   TO W-REJECT-ALERT-DISP
               MOVE SPACES         TO AL-TEXT
               STRING 'Reject rate above '
                                   DELIMITED BY SIZE
                      FUNCTION TRIM(W-REJECT-ALERT-DISP)
                                   DELIMITED BY SIZE
                      '% of input' DELIMITED BY SIZE
                 INTO AL-TEXT
               END-STRING
               MOVE 'Review the reject file before trusting the load'
                                   TO AL-ACTION

           .
       SUB-3052-EXIT.
           EXIT.
      /
       SUB-3053-REGISTRY-REJECT-PCT.
      *-----------------------------

      **** The value in force today in the parameter registry,
      **** else the compiled-in default.

           SET  PR-FUNC-GET        TO TRUE
           MOVE 'BLDFILES'         TO PR-PROGRAM-NAME
           MOVE 'REJECT-ALERT-PCT' TO PR-PARM-NAME
           MOVE SPACES             TO PR-AS-OF-DATE

           CALL 'PARMREG' USING W-PR-CONTROL

           IF      PR-RESPONSE-FILE-ERROR
               DISPLAY W-ERROR-MSG
                       'Parameter registry unreadable - using the '
                       'default reject-rate alert'
               GO TO SUB-3053-EXIT
           END-IF

           IF      PR-NOT-FOUND
               GO TO SUB-3053-EXIT
           END-IF

           IF      PR-VALUE-NUMERIC
               AND PR-VALUE-NUM > 0
               AND PR-VALUE-NUM < 101
               MOVE PR-VALUE-NUM   TO W-REJECT-ALERT-PCT
               DISPLAY 'Registry REJECT-ALERT-PCT in force since '
                       PR-EFFECTIVE-DATE
           ELSE
               DISPLAY W-ERROR-MSG
                       'Registry REJECT-ALERT-PCT '
                       FUNCTION TRIM(PR-VALUE)
                       ' is not usable - using the default'
           END-IF
           .
       SUB-3053-EXIT.
           EXIT.
      /
       SUB-3055-POST-BALANCE-LEDGER.
      *-----------------------------
           .
       SUB-9175-EXIT.
           EXIT.
      /
       SUB-9180-CHECK-BOX-ADDRESS.
      *---------------------------

      **** A business, trust or estate owes us a physical location;
      **** a person may live at a rural-route box and may rent a
      **** private mailbox, so only non-person entities are held to
      **** it, and only on NA-STREET - the mailing address is where
      **** a box belongs. The matched source's box rule decides: R
      **** rejects, anything else (blank on registry lines that
      **** predate the rule, or no registered source) loads the
      **** record with a warning.

           IF      NOT NA-ENTITY-NON-PERSON IN NAMADDSQ-REC
               OR  NA-STREET IN NAMADDSQ-REC = SPACES
               GO TO SUB-9180-EXIT
           END-IF

           MOVE NA-STREET IN NAMADDSQ-REC
                                   TO AB-STREET
           MOVE NA-ZIP-CODE IN NAMADDSQ-REC
                                   TO AB-ZIP-CODE

           CALL 'ADRBOX' USING W-AB-CONTROL

           IF      NOT AB-RESULT-BOX
               GO TO SUB-9180-EXIT
           END-IF

           IF      W-SRC-MATCHED > 0
               SET  W-SRC-IX       TO W-SRC-MATCHED

               IF      W-SRC-RULE-BOX(W-SRC-IX) = 'R'
                   MOVE 'Source profile: box as physical address'
                                   TO NR-REASON
                   PERFORM SUB-9260-WRITE-REJECT THRU SUB-9260-EXIT
                   GO TO SUB-9180-EXIT
               END-IF
           END-IF

           ADD  1                  TO W-BOX-WARNINGS

           DISPLAY '**** BLDFILES warning: NA-TAXID '
                   NA-TAXID IN NAMADDSQ-REC
                   ' entity type '
                   NA-ENTITY-TYPE IN NAMADDSQ-REC
                   ' has box NA-STREET '
                   NA-STREET IN NAMADDSQ-REC

           IF      NOT W-MODE-MAINTENANCE
               GO TO SUB-9180-EXIT
           END-IF

           MOVE RI-RUN-ID          TO TR-RUN-ID
           MOVE NA-SOURCE-SYSTEM IN NAMADDSQ-REC
                                   TO TR-SOURCE-SYSTEM
           MOVE NA-OPERATOR-ID IN NAMADDSQ-REC
                                   TO TR-OPERATOR-ID
           MOVE NA-TAXID IN NAMADDSQ-REC
                                   TO TR-TAXID
           MOVE NA-TRANS-CODE IN NAMADDSQ-REC
                                   TO TR-TRANS-CODE
           MOVE 'BOXWARN'          TO TR-RESULT
           MOVE SPACES             TO TR-REASON

           EVALUATE TRUE
               WHEN AB-RESULT-PO-BOX
                   MOVE 'PO Box as physical address'
                                   TO TR-REASON
               WHEN AB-RESULT-RURAL-ROUTE
                   MOVE 'Rural route box as physical address'
                                   TO TR-REASON
               WHEN OTHER
                   MOVE 'CMRA private mailbox as physical address'
                                   TO TR-REASON
           END-EVALUATE

           WRITE NAMADDTR-REC

           ADD  1                  TO W-NAMADDTR-RECS
           .
       SUB-9180-EXIT.
           EXIT.
      /
       SUB-9200-WRITE-NAMADDIX.
      *------------------------
