      *
      *              Actions on the command line of the screen:
      *                  F - fetch by TAXID
      *                  L - fetch first record for a last name,
      *                      alias or DBA name
      *                  N - next record (page through duplicates)
      *                  V - verify the caller against the record
      *                  E - save edits made on the form
      *                  T - case notes: page through and add
      *                  R - tax account registrations: page through
      *                  D - scanned documents: page through
      *                  I - work inbox: the operator's assigned
      *                      items, oldest first
      *                  X - exit
      *
      *              Edits are only accepted when the operator ID
      *              a clerk's correction is on file, audited, the
      *              moment it is saved.
      *
      *              A record shows masked until the caller has been
      *              verified with V, and an E-save on an unverified
      *              call needs a supervisor override; both are
      *              logged to Data\NAMEADDR.CallerVerify.dat. A
      *              TAXID holding an identity protection PIN is
      *              verified, and saved, only on the PIN as well.
      *
      *              A JURISDICTION environment value points the
      *              screen at that county's partition; the operator
      *              must carry the jurisdiction in their ScreenAuth
      *              scope (JURAUTH) to see it, and with change
      *              access to save or release edits there.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-08-23  0.1      First release
      *                      the entering operator. A '*RISK NONE'
      *                      line in ScreenAuth turns the parking
      *                      off
      * 2026-09-14  1.2      New T action pages through the loaded
      *                      taxpayer's case notes and takes a new
      *                      one - contact type (phone, walk-in,
      *                      letter) and free text - appended to
      *                      Data\NAMEADDR.Notes.dat (layout
      *                      NAMADDNT.cpy) with the session
      *                      operator and a timestamp. Any operator
      *                      may read notes; adding one needs the
      *                      ScreenAuth entry an edit needs
      * 2026-09-14  1.3      The L lookup consults the alias and DBA
      *                      name file Data\NAMEADDR.Alias.dat
      *                      (NAMADDAL.cpy) when no record carries
      *                      the keyed last name exactly, so a caller
      *                      giving a trade name or alias is found on
      *                      the first try; N then carries on through
      *                      last names from the keyed name
      * 2026-09-14  1.4      New IN FORCE line says which address
      *                      correspondence goes to today and why:
      *                      a representative routing (NAMREP), an
      *                      open temporary-address window (TMPADDR)
      *                      with its reason and end date, or the
      *                      record's own mailing or physical address
      * 2026-09-14  1.5      Caller verification: a fetched record
      *                      shows masked until the new V action
      *                      records which challenge items (name,
      *                      street, ZIP, mailing address, phone,
      *                      email) the caller answered - two right
      *                      and none wrong verifies. An E-save on an
      *                      unverified call is refused unless a
      *                      supervisor (ScreenAuth 'A' flag, not
      *                      the clerk) overrides it. Outcomes,
      *                      answers and overrides are logged per
      *                      session to Data\NAMEADDR.CallerVerify.dat
      *                      (NAMADDCV.cpy); a save from a masked form
      *                      keeps the record's own TAXID, phone and
      *                      email where the masked value is untouched
      * 2026-09-14  1.6      Resolve the JURISDICTION environment
      *                      value to that partition's NAMADDIX/
      *                      NAMADDRL pair, and enforce the
      *                      operator's jurisdiction scope through
      *                      JURAUTH: no see access refuses the
      *                      session at start-up, and an E-save or
      *                      approval release needs change access -
      *                      refusals land in the scope refusal log
      * 2026-09-14  1.7      A save that leaves a business, trust or
      *                      estate with a PO Box, rural route or
      *                      CMRA private mailbox (per ADRBOX) as its
      *                      physical street is refused when the SCR
      *                      source registry line carries box rule
      *                      R, and otherwise saves with a warning
      * 2026-09-14  1.8      New R action pages the loaded record's
      *                      tax account registrations (sales,
      *                      withholding, income) through ACCTREG -
      *                      account number, dates, status and where
      *                      the account's correspondence goes.
      *                      Inquiry only; NAMADDREG maintains them
      * 2026-09-14  1.9      New D action pages the loaded record's
      *                      scanned documents from the imaging
      *                      cross-reference Data\NAMEADDR.DocXref.dat
      *                      (NAMADDDI.cpy) - document ID, type and
      *                      scan date, so the clerk pulls the paper
      *                      from imaging by ID instead of by name.
      *                      Inquiry only; NAMADDDOC loads them
      * 2026-09-14  2.0      A record whose TAXID holds an identity
      *                      protection PIN (IDPIN) verifies only on
      *                      the current PIN as well as the challenge
      *                      items, and is never saved without it -
      *                      a supervisor override does not stand in
      *                      for the PIN. The PIN's outcome goes on
      *                      the caller-verification line; IDPIN logs
      *                      each attempt and alerts on refusals
      * 2026-09-14  2.1      New I action lists the operator's open
      *                      items on the work-assignment file
      *                      Data\NAMEADDR.WorkAssign.dat (NAMADDWA.cpy,
      *                      built by NAMADDWRK) oldest first, with
      *                      queue, age and TAXID. W takes the clerk
      *                      straight to the item's record; C
      *                      completes it through WORKINB, closing it
      *                      in its source queue and recording who
      *                      finished it and when
      *================================================================*

       IDENTIFICATION DIVISION.
      *---------------------

       FILE-CONTROL.
           SELECT NAMADDIX         ASSIGN TO W-NAMADDIX-PATH
                                   ORGANIZATION INDEXED
                                   ACCESS DYNAMIC
                                   RECORD KEY NA-TAXID
                                       WITH DUPLICATES
                                   FILE STATUS W-FILE-STATUS.

           SELECT NAMADDRL         ASSIGN TO W-NAMADDRL-PATH
                                   ORGANIZATION RELATIVE
                                   ACCESS DYNAMIC
                                   RELATIVE KEY W-NAMADDRL-KEY
                                   "Data\NAMEADDR.ApprovalAudit.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-AA-FILE-STATUS.

           SELECT NAMADDNT         ASSIGN "Data\NAMEADDR.Notes.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-NT-FILE-STATUS.

           SELECT NAMADDAL         ASSIGN "Data\NAMEADDR.Alias.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-AL-FILE-STATUS.

           SELECT NAMADDCV         ASSIGN
                                   "Data\NAMEADDR.CallerVerify.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-CV-FILE-STATUS.

           SELECT SRCREG           ASSIGN
                                   "Data\NAMEADDR.SourceRegistry.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-SG-FILE-STATUS.

           SELECT NAMADDDI         ASSIGN "Data\NAMEADDR.DocXref.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-DI-FILE-STATUS.

           SELECT NAMADDWA         ASSIGN
                                   "Data\NAMEADDR.WorkAssign.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-WA-FILE-STATUS.
      /
       DATA DIVISION.
      *==============
           05  AA-ENTERED-BY       PIC X(08).
           05  FILLER              PIC X(01).
           05  AA-APPROVED-BY      PIC X(08).

       FD  NAMADDNT.

       01  NAMADDNT-REC.           COPY NAMADDNT.

       FD  NAMADDAL.

       01  NAMADDAL-REC.           COPY NAMADDAL.

       FD  NAMADDCV.

       01  NAMADDCV-REC.           COPY NAMADDCV.

       FD  NAMADDDI.

       01  NAMADDDI-REC.           COPY NAMADDDI.

       FD  NAMADDWA.

       01  NAMADDWA-REC.           COPY NAMADDWA.

      **** Only this program's own registry line matters here - its
      **** box rule, the last of the profile columns BLDFILES reads.

       FD  SRCREG.

       01  SRCREG-REC.
           05  SG-SOURCE-CODE      PIC X(03).
           05  FILLER              PIC X(42).
           05  SG-RULE-BOX         PIC X(01).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-OPERATOR-ID           PIC X(08)       VALUE SPACES.

       01  W-NAMADDIX-PATH         PIC X(60)       VALUE
           'Data\NAMEADDR.Idx.dat'.
       01  W-NAMADDRL-PATH         PIC X(60)       VALUE
           'Data\NAMEADDR.Rel.dat'.
       01  W-JURISDICTION-CODE     PIC X(03)       VALUE SPACES.

       01  W-AUTH-SW               PIC X(01)       VALUE 'N'.
           88  W-OPERATOR-AUTHORIZED               VALUE 'Y'.
           88  W-OPERATOR-INQUIRY-ONLY             VALUE 'N'.
           88  W-ACTION-BY-TAXID                   VALUE 'F'.
           88  W-ACTION-BY-LAST-NAME               VALUE 'L'.
           88  W-ACTION-NEXT                       VALUE 'N'.
           88  W-ACTION-VERIFY                     VALUE 'V'.
           88  W-ACTION-EDIT                       VALUE 'E'.
           88  W-ACTION-APPROVE                    VALUE 'A'.
           88  W-ACTION-NOTES                      VALUE 'T'.
           88  W-ACTION-ACCOUNTS                   VALUE 'R'.
           88  W-ACTION-DOCUMENTS                  VALUE 'D'.
           88  W-ACTION-INBOX                      VALUE 'I'.
           88  W-ACTION-EXIT                       VALUE 'X'.

       01  W-APPROVE-SW            PIC X(01)       VALUE 'N'.
       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-PA-EOF                            VALUE 'Y'.

       01  W-NT-FILE-STATUS        PIC X(02).
           88  W-NT-FILE-STATUS-GOOD               VALUE '00'.

       01  W-NT-EOF-SW             PIC X(01)       VALUE 'N'.
           88  W-NT-EOF                            VALUE 'Y'.

       01  W-NT-STOP-SW            PIC X(01)       VALUE 'N'.
           88  W-NT-STOP                           VALUE 'Y'.

       01  W-NT-TAXID              PIC X(12).
       01  W-NT-SHOWN              PIC 9(04)  COMP VALUE 0.
       01  W-NT-ON-PAGE            PIC 9(04)  COMP VALUE 0.
       01  W-NT-PAGE-SIZE          PIC 9(04)  COMP VALUE 10.
       01  W-NT-REPLY              PIC X(01).
       01  W-NT-TYPE               PIC X(01).
       01  W-NT-TEXT               PIC X(80).

       01  W-RG-SHOWN              PIC 9(04)  COMP VALUE 0.
       01  W-RG-ON-PAGE            PIC 9(04)  COMP VALUE 0.
       01  W-RG-TODAY              PIC X(08).
       01  W-RG-STATE              PIC X(09).
       01  W-RG-MAIL-TO            PIC X(50).

       01  W-DI-FILE-STATUS        PIC X(02).
           88  W-DI-FILE-STATUS-GOOD               VALUE '00'.

       01  W-DI-EOF-SW             PIC X(01)       VALUE 'N'.
           88  W-DI-EOF                            VALUE 'Y'.

       01  W-DI-SHOWN              PIC 9(04)  COMP VALUE 0.

       01  W-WA-FILE-STATUS        PIC X(02).
           88  W-WA-FILE-STATUS-GOOD               VALUE '00'.

       01  W-WA-EOF-SW             PIC X(01)       VALUE 'N'.
           88  W-WA-EOF                            VALUE 'Y'.

      **** The operator's open work items, oldest first.

       01  W-INB-COUNT             PIC 9(03)  COMP VALUE 0.
       01  W-INB-MAX               PIC 9(03)  COMP VALUE 100.

       01  W-INB-TABLE.
           05  W-INB-ENTRY                         OCCURS 101
                                                   INDEXED W-INB-IX
                                                           W-INB-IX2.
               10  W-INB-QUEUE-ID  PIC X(06).
               10  W-INB-ITEM-KEY  PIC X(24).
               10  W-INB-TAXID     PIC X(12).
               10  W-INB-ITEM-DATE PIC X(08).
               10  W-INB-JUR-CODE  PIC X(03).
               10  W-INB-DETAIL    PIC X(50).

       01  W-INB-TODAY-NUM         PIC 9(08).
       01  W-INB-DATE-NUM          PIC 9(08).
       01  W-INB-AGE               PIC S9(05) COMP.
       01  W-INB-AGE-DISP          PIC ZZZ9.
       01  W-INB-REPLY             PIC X(01).

       01  W-AL-FILE-STATUS        PIC X(02).
           88  W-AL-FILE-STATUS-GOOD               VALUE '00'.

       01  W-AL-EOF-SW             PIC X(01)       VALUE 'N'.
           88  W-AL-EOF                            VALUE 'Y'.

       01  W-AL-FOUND-SW           PIC X(01)       VALUE 'N'.
           88  W-AL-FOUND                          VALUE 'Y'.

       01  W-AL-FIND-NAME          PIC X(35).
       01  W-AL-KEEP-LAST-NAME     PIC X(35).
       01  W-AL-TAXID              PIC X(12).
       01  W-AL-TYPE               PIC X(01).
           88  W-AL-TYPE-DBA                       VALUE 'D'.

      **** Caller verification belongs to one TAXID: fetching a
      **** different taxpayer starts the next call unverified.

       01  W-CV-FILE-STATUS        PIC X(02).
           88  W-CV-FILE-STATUS-GOOD               VALUE '00'.

       01  W-SG-FILE-STATUS        PIC X(02).
           88  W-SG-FILE-STATUS-GOOD               VALUE '00'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-SG-EOF                            VALUE 'Y'.

       01  W-SCR-BOX-RULE          PIC X(01)       VALUE SPACE.

       01  W-BOX-ADDRESS-SW        PIC X(01)       VALUE 'N'.
           88  W-BOX-ADDRESS                       VALUE 'Y'.

       01  W-CV-STATE-SW           PIC X(01)       VALUE 'N'.
           88  W-CALLER-VERIFIED                   VALUE 'V'.
           88  W-CALLER-FAILED                     VALUE 'F'.
           88  W-CALLER-OVERRIDDEN                 VALUE 'O'.
           88  W-CALLER-NOT-VERIFIED               VALUE 'N'.

       01  W-CV-TAXID              PIC X(12)       VALUE SPACES.
       01  W-CV-NEEDED             PIC 9(04)  COMP VALUE 2.
       01  W-CV-RIGHT              PIC 9(04)  COMP VALUE 0.
       01  W-CV-WRONG              PIC 9(04)  COMP VALUE 0.
       01  W-CV-REPLY              PIC X(01).
       01  W-CV-SUPERVISOR         PIC X(08).
       01  W-CV-PIN-GIVEN          PIC X(06).

       01  W-CV-PIN-SW             PIC X(01)       VALUE 'N'.
           88  W-CV-PIN-ACCEPTED                   VALUE 'Y'.
           88  W-CV-PIN-NOT-ACCEPTED               VALUE 'N'.

       01  W-CV-SUP-SW             PIC X(01)       VALUE 'N'.
           88  W-CV-SUP-FOUND                      VALUE 'Y'.

       01  W-CV-SUB                PIC 9(04)  COMP VALUE 0.

       01  W-CV-SA-EOF-SW          PIC X(01)       VALUE 'N'.
           88  W-CV-SA-EOF                         VALUE 'Y'.

       01  W-CV-LOG-SW             PIC X(01)       VALUE 'N'.
           88  W-CV-LOGGED                         VALUE 'Y'.

       01  W-CV-ITEM-TABLE.
           05  W-CV-ITEM                           OCCURS 6.
               10  W-CV-ITEM-LABEL PIC X(16).
               10  W-CV-ITEM-VALUE PIC X(60).

       01  W-FORM-MASKED-SW        PIC X(01)       VALUE 'N'.
           88  W-FORM-MASKED                       VALUE 'Y'.

       01  W-MASKED-TAXID          PIC X(12).
       01  W-MASKED-PHONE          PIC X(15).
       01  W-MASKED-EMAIL          PIC X(50).

       01  W-MESSAGE               PIC X(60)       VALUE SPACES.
       01  W-ADDR-IN-FORCE         PIC X(60)       VALUE SPACES.
       01  W-TA-REASON-NAME        PIC X(12).

       01  W-REC-LOADED-SW         PIC X(01)       VALUE 'N'.
           88  W-REC-LOADED                        VALUE 'Y'.
       01  W-WL-CONTROL.
           COPY WATCHLSTL.

       01  W-IQ-CONTROL.
           COPY IDPINL.

       01  W-MK-CONTROL.
           COPY MASKPIIL.

       01  W-AS-CONTROL.
           COPY ADRSTDL.

       01  W-AB-CONTROL.
           COPY ADRBOXL.

       01  W-RI-CONTROL.
           COPY RUNIDL.

       01  W-LK-CONTROL.
           COPY LOCKMGRL.

       01  W-RP-CONTROL.
           COPY NAMREPL.

       01  W-TA-CONTROL.
           COPY TMPADDRL.

       01  W-AR-CONTROL.
           COPY ACCTREGL.

       01  W-JU-CONTROL.
           COPY JURISDICL.

       01  W-JA-CONTROL.
           COPY JURAUTHL.

       01  W-WI-CONTROL.
           COPY WORKINBL.

       01  W-LOCK-HELD-SW          PIC X(01)       VALUE 'N'.
           88  W-LOCK-HELD                         VALUE 'Y'.

           05  LINE 14 COL 63      PIC X(10) USING S-M-ZIP-CODE.
           05  LINE 15 COL 02      VALUE 'ADDR USED :'.
           05  LINE 15 COL 14      PIC X(01) USING S-ADDR-TYPE.
           05  LINE 16 COL 02      VALUE 'IN FORCE  :'.
           05  LINE 16 COL 14      PIC X(60) FROM W-ADDR-IN-FORCE.

           05  LINE 17 COL 02      VALUE 'PHONE . . :'.
           05  LINE 17 COL 14      PIC X(15) USING S-PHONE.
           05  LINE 20 COL 02      PIC X(60) FROM W-MESSAGE.

           05  LINE 22 COL 02      VALUE
               'F=TAX L=LAST N=NEXT V=VFY E=SAVE T=NOTE R=ACCT D=DOC I=I
      -        'NBOX X=EXIT'.
           05  LINE 22 COL 70      PIC X(01) USING W-ACTION
                                   AUTO.
      /
       PROCEDURE DIVISION.

           PERFORM SUB-1100-CHECK-AUTHORIZATION THRU SUB-1100-EXIT

           PERFORM SUB-1200-RESOLVE-JURISDICTION THRU SUB-1200-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1300-LOAD-BOX-RULE THRU SUB-1300-EXIT

      **** Browsing only needs to read, so the session holds the
      **** SHARED lock and NAMADDIX INPUT - several clerks (and the
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1200-RESOLVE-JURISDICTION.
      *------------------------------

      **** A JURISDICTION environment value names which county's
      **** partition this session works against, and the operator
      **** must be allowed to see it. Without one the session works
      **** the home files, as it always has.

           DISPLAY 'JURISDICTION'      UPON ENVIRONMENT-NAME
           ACCEPT W-JURISDICTION-CODE  FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES     TO W-JURISDICTION-CODE
           END-ACCEPT

           MOVE FUNCTION UPPER-CASE(W-JURISDICTION-CODE)
                                   TO W-JURISDICTION-CODE

           IF      W-JURISDICTION-CODE = SPACES
               GO TO SUB-1200-EXIT
           END-IF

           SET  JU-FUNC-RESOLVE    TO TRUE
           MOVE W-JURISDICTION-CODE
                                   TO JU-CODE

           CALL 'JURISDIC' USING W-JU-CONTROL

           IF      NOT JU-FOUND
               DISPLAY W-ERROR-MSG
                       'Jurisdiction code not configured: '
                       W-JURISDICTION-CODE
               MOVE 14             TO W-RETURN-CODE
               GO TO SUB-1200-EXIT
           END-IF

           MOVE JU-IDX-PATH        TO W-NAMADDIX-PATH
           MOVE JU-RL-PATH         TO W-NAMADDRL-PATH

           SET  JA-ACCESS-SEE      TO TRUE
           MOVE SPACES             TO JA-TAXID
           PERFORM SUB-9300-CHECK-SCOPE THRU SUB-9300-EXIT

           IF      JA-REFUSED
               DISPLAY W-ERROR-MSG
                       'Operator '
                       W-OPERATOR-ID
                       ' is not scoped for jurisdiction '
                       W-JURISDICTION-CODE
                       ' - refused and logged'
               MOVE 14             TO W-RETURN-CODE
               GO TO SUB-1200-EXIT
           END-IF

           DISPLAY 'Jurisdiction: '
                   W-JURISDICTION-CODE
                   ' '
                   FUNCTION TRIM(JU-NAME)
           .
       SUB-1200-EXIT.
           EXIT.
      /
       SUB-1300-LOAD-BOX-RULE.
      *-----------------------

      **** No registry, no SCR line, or a line that predates the box
      **** rule all leave the rule blank - a box saves with a
      **** warning.

           OPEN INPUT SRCREG

           IF      NOT W-SG-FILE-STATUS-GOOD
               GO TO SUB-1300-EXIT
           END-IF

           PERFORM UNTIL W-SG-EOF
               READ SRCREG
                   AT END
                       SET  W-SG-EOF
                                   TO TRUE
                   NOT AT END
                       IF      SG-SOURCE-CODE = 'SCR'
                           MOVE SG-RULE-BOX
                                   TO W-SCR-BOX-RULE
                           SET  W-SG-EOF
                                   TO TRUE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SRCREG
           .
       SUB-1300-EXIT.
           EXIT.
      /
       SUB-2000-PROCESS-SCREEN.
      *------------------------
               WHEN W-ACTION-NEXT
                   PERFORM SUB-2300-FETCH-NEXT THRU SUB-2300-EXIT

               WHEN W-ACTION-VERIFY
                   PERFORM SUB-2700-VERIFY-CALLER THRU SUB-2700-EXIT

               WHEN W-ACTION-EDIT
                   PERFORM SUB-2400-SAVE-EDITS THRU SUB-2400-EXIT

                   IF      W-FORM-MASKED
                       PERFORM SUB-2490-REMASK-FORM THRU SUB-2490-EXIT
                   END-IF

               WHEN W-ACTION-APPROVE
                   PERFORM SUB-2500-APPROVE-PENDING THRU
                           SUB-2500-EXIT

               WHEN W-ACTION-NOTES
                   PERFORM SUB-2600-CASE-NOTES THRU SUB-2600-EXIT

               WHEN W-ACTION-ACCOUNTS
                   PERFORM SUB-2800-ACCOUNT-REGISTRATIONS THRU
                           SUB-2800-EXIT

               WHEN W-ACTION-DOCUMENTS
                   PERFORM SUB-2850-SCANNED-DOCUMENTS THRU
                           SUB-2850-EXIT

               WHEN W-ACTION-INBOX
                   PERFORM SUB-2900-WORK-INBOX THRU SUB-2900-EXIT

               WHEN W-ACTION-EXIT
                   CONTINUE

               WHEN OTHER
                   MOVE 'Unrecognised action - use F L N V E A T R D I
      -            ' X'
                                   TO W-MESSAGE
           END-EVALUATE
           .
           END-IF

           PERFORM SUB-9100-RECORD-TO-SCREEN THRU SUB-9100-EXIT

           IF      W-MESSAGE = SPACES
               MOVE 'Record displayed'
                                   TO W-MESSAGE
           END-IF
           .
       SUB-2100-EXIT.
           EXIT.
           SET  W-REC-NOT-LOADED   TO TRUE

           MOVE FUNCTION UPPER-CASE(S-LAST-NAME)
                                   TO W-AL-FIND-NAME
           MOVE W-AL-FIND-NAME     TO NA-LAST-NAME IN NAMADDIX-REC

      **** A record carrying the keyed last name exactly wins; only
      **** when there is none is the name tried as an alias or
      **** trade name before falling back to the next name along.

           START NAMADDIX
               KEY = NA-LAST-NAME IN NAMADDIX-REC
           END-START

           IF      W-FILE-STATUS-GOOD
               PERFORM SUB-2300-FETCH-NEXT THRU SUB-2300-EXIT
               GO TO SUB-2200-EXIT
           END-IF

           PERFORM SUB-2250-FETCH-BY-ALIAS THRU SUB-2250-EXIT

           IF      W-REC-LOADED
               GO TO SUB-2200-EXIT
           END-IF

           MOVE W-AL-FIND-NAME     TO NA-LAST-NAME IN NAMADDIX-REC

           START NAMADDIX
               KEY >= NA-LAST-NAME IN NAMADDIX-REC
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2250-FETCH-BY-ALIAS.
      *------------------------

           MOVE 'N'                TO W-AL-FOUND-SW
           MOVE 'N'                TO W-AL-EOF-SW

           OPEN INPUT NAMADDAL

           IF      NOT W-AL-FILE-STATUS-GOOD
               GO TO SUB-2250-EXIT
           END-IF

           PERFORM UNTIL W-AL-EOF
                   OR    W-AL-FOUND
               READ NAMADDAL
                   AT END
                       SET  W-AL-EOF
                                   TO TRUE
                   NOT AT END
                       IF      AL-NAME = W-AL-FIND-NAME
                           MOVE AL-TAXID
                                   TO W-AL-TAXID
                           MOVE AL-TYPE
                                   TO W-AL-TYPE
                           SET  W-AL-FOUND
                                   TO TRUE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE NAMADDAL

           IF      NOT W-AL-FOUND
               GO TO SUB-2250-EXIT
           END-IF

           MOVE W-AL-TAXID         TO NA-TAXID IN NAMADDIX-REC

           READ NAMADDIX

           IF      NOT W-FILE-STATUS-GOOD
               DISPLAY W-ERROR-MSG
                       'Alias '
                       FUNCTION TRIM(W-AL-FIND-NAME)
                       ' points at TAXID '
                       W-AL-TAXID
                       ' - file status '
                       W-FILE-STATUS
               GO TO SUB-2250-EXIT
           END-IF

           PERFORM SUB-9100-RECORD-TO-SCREEN THRU SUB-9100-EXIT

           IF      W-AL-TYPE-DBA
               MOVE 'Found on DBA name - N continues by last name'
                                   TO W-MESSAGE
           ELSE
               MOVE 'Found on alias - N continues by last name'
                                   TO W-MESSAGE
           END-IF

      **** The random read moved the file onto its prime key; put
      **** the browse back on last names from the keyed name,
      **** leaving the record on the form as read.

           MOVE NA-LAST-NAME IN NAMADDIX-REC
                                   TO W-AL-KEEP-LAST-NAME
           MOVE W-AL-FIND-NAME     TO NA-LAST-NAME IN NAMADDIX-REC

           START NAMADDIX
               KEY >= NA-LAST-NAME IN NAMADDIX-REC
           END-START

           MOVE W-AL-KEEP-LAST-NAME
                                   TO NA-LAST-NAME IN NAMADDIX-REC
           .
       SUB-2250-EXIT.
           EXIT.
      /
       SUB-2300-FETCH-NEXT.
      *--------------------
           END-IF

           PERFORM SUB-9100-RECORD-TO-SCREEN THRU SUB-9100-EXIT

           IF      W-MESSAGE = SPACES
               MOVE 'Record displayed - N pages through duplicates'
                                   TO W-MESSAGE
           END-IF
           .
       SUB-2300-EXIT.
           EXIT.
               GO TO SUB-2400-EXIT
           END-IF

           SET  JA-ACCESS-CHANGE   TO TRUE
           MOVE NA-TAXID IN NAMADDIX-REC
                                   TO JA-TAXID
           PERFORM SUB-9300-CHECK-SCOPE THRU SUB-9300-EXIT

           IF      JA-REFUSED
               MOVE 'No change access to this jurisdiction - logged'
                                   TO W-MESSAGE
               GO TO SUB-2400-EXIT
           END-IF

      **** A PIN holder's record changes only on a call that gave
      **** the PIN - no supervisor override stands in for it.

           SET  IQ-FUNC-QUERY      TO TRUE
           MOVE NA-TAXID IN NAMADDIX-REC
                                   TO IQ-TAXID
           CALL 'IDPIN' USING W-IQ-CONTROL

           IF      IQ-PIN-HELD
               AND W-CV-PIN-NOT-ACCEPTED
               MOVE 'Save refused - identity PIN required (use V)'
                                   TO W-MESSAGE
               GO TO SUB-2400-EXIT
           END-IF

      **** Nothing changes on an unverified call unless a supervisor
      **** puts their name to it.

           IF      NOT W-CALLER-VERIFIED
               AND NOT W-CALLER-OVERRIDDEN
               PERFORM SUB-2750-SUPERVISOR-OVERRIDE THRU SUB-2750-EXIT

               IF      NOT W-CALLER-OVERRIDDEN
                   GO TO SUB-2400-EXIT
               END-IF
           END-IF

           IF      W-FORM-MASKED
               PERFORM SUB-2480-RESTORE-MASKED THRU SUB-2480-EXIT
           END-IF

           PERFORM SUB-2450-VALIDATE-SCREEN THRU SUB-2450-EXIT

           IF      W-MESSAGE NOT = SPACES
               GO TO SUB-2400-EXIT
           END-IF

           PERFORM SUB-2460-CHECK-BOX-ADDRESS THRU SUB-2460-EXIT

           IF      W-MESSAGE NOT = SPACES
               GO TO SUB-2400-EXIT
           END-IF

      **** A change to a field we can never cleanly undo does not
      **** apply from one sitting: it parks for a second operator's
      **** approval instead.

           ADD  1                  TO W-EDITS-SAVED

           IF      W-MESSAGE = SPACES
               AND W-BOX-ADDRESS
               MOVE 'Saved - but the street is a box, not a location'
                                   TO W-MESSAGE
           END-IF

           IF      W-MESSAGE = SPACES
               MOVE 'Edits saved and audited'
                                   TO W-MESSAGE
           .
       SUB-2450-EXIT.
           EXIT.
      /
       SUB-2460-CHECK-BOX-ADDRESS.
      *---------------------------

      **** BLDFILES's box check, on the street as it will be saved:
      **** a business, trust or estate must give a physical
      **** location. The screen does not change the entity type, so
      **** the loaded record's is the one that applies.

           MOVE 'N'                TO W-BOX-ADDRESS-SW

           IF      NOT NA-ENTITY-NON-PERSON IN NAMADDIX-REC
               OR  S-STREET = SPACES
               GO TO SUB-2460-EXIT
           END-IF

           MOVE S-STREET           TO AS-STREET
           MOVE S-CITY             TO AS-CITY

           CALL 'ADRSTD' USING W-AS-CONTROL

           MOVE AS-STREET          TO AB-STREET
           MOVE S-ZIP-CODE         TO AB-ZIP-CODE

           CALL 'ADRBOX' USING W-AB-CONTROL

           IF      NOT AB-RESULT-BOX
               GO TO SUB-2460-EXIT
           END-IF

           IF      W-SCR-BOX-RULE = 'R'
               MOVE 'A business/trust/estate needs a street, not a box'
                                   TO W-MESSAGE
           ELSE
               SET  W-BOX-ADDRESS  TO TRUE
           END-IF
           .
       SUB-2460-EXIT.
           EXIT.
      /
       SUB-2470-PARK-FOR-APPROVAL.
      *---------------------------
           .
       SUB-2470-EXIT.
           EXIT.
      /
       SUB-2480-RESTORE-MASKED.
      *------------------------

      **** The form shows masked values; the save works from the
      **** record's own TAXID, and keeps its phone and email unless
      **** the clerk keyed over the masked value.

           MOVE NA-TAXID IN NAMADDIX-REC
                                   TO S-TAXID

           IF      S-PHONE = W-MASKED-PHONE
               MOVE NA-PHONE IN NAMADDIX-REC
                                   TO S-PHONE
           END-IF

           IF      S-EMAIL = W-MASKED-EMAIL
               MOVE NA-EMAIL IN NAMADDIX-REC
                                   TO S-EMAIL
           END-IF
           .
       SUB-2480-EXIT.
           EXIT.
      /
       SUB-2490-REMASK-FORM.
      *---------------------

      **** Put the masked values back on the form after a save
      **** attempt, saved or refused, so the restore above never
      **** shows the caller's data on screen.

           MOVE W-MASKED-TAXID     TO S-TAXID

           IF      S-PHONE = NA-PHONE IN NAMADDIX-REC
               MOVE W-MASKED-PHONE TO S-PHONE
           END-IF

           IF      S-EMAIL = NA-EMAIL IN NAMADDIX-REC
               MOVE W-MASKED-EMAIL TO S-EMAIL
           END-IF
           .
       SUB-2490-EXIT.
           EXIT.
      /
       SUB-2500-APPROVE-PENDING.
      *-------------------------
               GO TO SUB-2500-EXIT
           END-IF

           SET  JA-ACCESS-CHANGE   TO TRUE
           MOVE SPACES             TO JA-TAXID
           PERFORM SUB-9300-CHECK-SCOPE THRU SUB-9300-EXIT

           IF      JA-REFUSED
               MOVE 'No change access to this jurisdiction - logged'
                                   TO W-MESSAGE
               GO TO SUB-2500-EXIT
           END-IF

           PERFORM SUB-2510-LOAD-PENDING THRU SUB-2510-EXIT

           IF      W-PND-COUNT = 0
       SUB-2590-EXIT.
           EXIT.
      /
       SUB-2600-CASE-NOTES.
      *--------------------

      **** Notes belong to the record on the form. The key comes
      **** from the record itself, not the form field, which shows
      **** masked for a watch-listed taxpayer.

           IF      W-REC-NOT-LOADED
               MOVE 'Fetch a record before working its notes'
                                   TO W-MESSAGE
               GO TO SUB-2600-EXIT
           END-IF

           MOVE NA-TAXID IN NAMADDIX-REC
                                   TO W-NT-TAXID

           PERFORM SUB-2610-PAGE-NOTES THRU SUB-2610-EXIT

           IF      NOT W-OPERATOR-AUTHORIZED
               MOVE 'Notes shown - inquiry only, no note added'
                                   TO W-MESSAGE
               GO TO SUB-2600-EXIT
           END-IF

           PERFORM SUB-2620-ADD-NOTE THRU SUB-2620-EXIT
           .
       SUB-2600-EXIT.
           EXIT.
      /
       SUB-2610-PAGE-NOTES.
      *--------------------

      **** Oldest first, as they were written, a page at a time on
      **** the console the way the approval review lists entries.

           MOVE 0                  TO W-NT-SHOWN
           MOVE 0                  TO W-NT-ON-PAGE
           MOVE 'N'                TO W-NT-EOF-SW
           MOVE 'N'                TO W-NT-STOP-SW

           DISPLAY 'Case notes for TAXID '
                   W-NT-TAXID

           OPEN INPUT NAMADDNT

           IF      NOT W-NT-FILE-STATUS-GOOD
               DISPLAY '  (no notes on file)'
               GO TO SUB-2610-EXIT
           END-IF

           PERFORM UNTIL W-NT-EOF
                   OR    W-NT-STOP
               READ NAMADDNT
                   AT END
                       SET  W-NT-EOF
                                   TO TRUE
               END-READ

               IF      NOT W-NT-EOF
                   AND NT-TAXID = W-NT-TAXID
                   ADD  1          TO W-NT-SHOWN
                   ADD  1          TO W-NT-ON-PAGE
                   DISPLAY '  '
                           NT-TIMESTAMP
                           ' '
                           NT-CONTACT-TYPE
                           ' '
                           NT-OPERATOR-ID
                           ' '
                           FUNCTION TRIM(NT-TEXT TRAILING)

                   IF      W-NT-ON-PAGE >= W-NT-PAGE-SIZE
                       MOVE 0      TO W-NT-ON-PAGE
                       DISPLAY 'Enter for more, Q to stop: '
                               WITH NO ADVANCING
                       MOVE SPACE  TO W-NT-REPLY
                       ACCEPT W-NT-REPLY
                                   FROM CONSOLE

                       IF      FUNCTION UPPER-CASE(W-NT-REPLY) = 'Q'
                           SET  W-NT-STOP
                                   TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           CLOSE NAMADDNT

           IF      W-NT-SHOWN = 0
               DISPLAY '  (no notes for this TAXID)'
           END-IF
           .
       SUB-2610-EXIT.
           EXIT.
      /
       SUB-2620-ADD-NOTE.
      *------------------

           DISPLAY 'Contact type P=phone W=walk-in L=letter'
                   ' (blank for no new note): '
                   WITH NO ADVANCING
           MOVE SPACE              TO W-NT-TYPE
           ACCEPT W-NT-TYPE        FROM CONSOLE

           MOVE FUNCTION UPPER-CASE(W-NT-TYPE)
                                   TO W-NT-TYPE

           IF      W-NT-TYPE = SPACE
               MOVE 'Notes shown - no note added'
                                   TO W-MESSAGE
               GO TO SUB-2620-EXIT
           END-IF

           MOVE SPACES             TO NAMADDNT-REC
           MOVE W-NT-TYPE          TO NT-CONTACT-TYPE

           IF      NOT NT-CONTACT-VALID
               MOVE 'Contact type must be P W or L - no note added'
                                   TO W-MESSAGE
               GO TO SUB-2620-EXIT
           END-IF

           DISPLAY 'Note text: '
                   WITH NO ADVANCING
           MOVE SPACES             TO W-NT-TEXT
           ACCEPT W-NT-TEXT        FROM CONSOLE

           IF      W-NT-TEXT = SPACES
               MOVE 'Note text may not be blank - no note added'
                                   TO W-MESSAGE
               GO TO SUB-2620-EXIT
           END-IF

           OPEN EXTEND NAMADDNT

           IF      NOT W-NT-FILE-STATUS-GOOD
               OPEN OUTPUT NAMADDNT
           END-IF

           IF      NOT W-NT-FILE-STATUS-GOOD
               MOVE 'Cannot open the case-notes file'
                                   TO W-MESSAGE
               GO TO SUB-2620-EXIT
           END-IF

           MOVE W-NT-TAXID         TO NT-TAXID
           MOVE FUNCTION CURRENT-DATE(1:14)
                                   TO NT-TIMESTAMP
           MOVE W-OPERATOR-ID      TO NT-OPERATOR-ID
           MOVE W-NT-TEXT          TO NT-TEXT

           WRITE NAMADDNT-REC

           CLOSE NAMADDNT

           MOVE 'Case note added'  TO W-MESSAGE
           .
       SUB-2620-EXIT.
           EXIT.
      /
       SUB-2700-VERIFY-CALLER.
      *-----------------------

      **** The clerk puts challenge questions drawn from the record
      **** and keys, item by item, whether the caller answered it
      **** correctly. Two right answers and no wrong one verify the
      **** call; the outcome is logged either way. A TAXID holding
      **** an identity protection PIN verifies only on the PIN too.

           IF      W-REC-NOT-LOADED
               MOVE 'Fetch a record before verifying the caller'
                                   TO W-MESSAGE
               GO TO SUB-2700-EXIT
           END-IF

           IF      W-CALLER-VERIFIED
               MOVE 'Caller already verified for this record'
                                   TO W-MESSAGE
               GO TO SUB-2700-EXIT
           END-IF

           MOVE SPACES             TO W-CV-ITEM-TABLE
           MOVE 'NAME'             TO W-CV-ITEM-LABEL(1)
           STRING FUNCTION TRIM(NA-FIRST-NAME IN NAMADDIX-REC)
                  ' '
                  FUNCTION TRIM(NA-LAST-NAME IN NAMADDIX-REC)
                                   DELIMITED BY SIZE
                                   INTO W-CV-ITEM-VALUE(1)
           END-STRING
           MOVE 'STREET ADDRESS'   TO W-CV-ITEM-LABEL(2)
           MOVE NA-STREET IN NAMADDIX-REC
                                   TO W-CV-ITEM-VALUE(2)
           MOVE 'ZIP CODE'         TO W-CV-ITEM-LABEL(3)
           MOVE NA-ZIP-CODE IN NAMADDIX-REC
                                   TO W-CV-ITEM-VALUE(3)
           MOVE 'MAILING ADDRESS'  TO W-CV-ITEM-LABEL(4)
           MOVE NA-M-STREET IN NAMADDIX-REC
                                   TO W-CV-ITEM-VALUE(4)
           MOVE 'PHONE'            TO W-CV-ITEM-LABEL(5)
           MOVE NA-PHONE IN NAMADDIX-REC
                                   TO W-CV-ITEM-VALUE(5)
           MOVE 'EMAIL'            TO W-CV-ITEM-LABEL(6)
           MOVE NA-EMAIL IN NAMADDIX-REC
                                   TO W-CV-ITEM-VALUE(6)

           MOVE SPACES             TO NAMADDCV-REC
           MOVE 0                  TO W-CV-RIGHT
           MOVE 0                  TO W-CV-WRONG

           DISPLAY 'Caller verification - Y answered correctly, '
                   'N wrongly, blank not asked'

           PERFORM VARYING W-CV-SUB FROM 1 BY 1
                   UNTIL W-CV-SUB > 6
               IF      W-CV-ITEM-VALUE(W-CV-SUB) NOT = SPACES
                   DISPLAY '  '
                           W-CV-ITEM-LABEL(W-CV-SUB)
                           FUNCTION TRIM(W-CV-ITEM-VALUE(W-CV-SUB))
                           ' : '
                           WITH NO ADVANCING
                   MOVE SPACE  TO W-CV-REPLY
                   ACCEPT W-CV-REPLY
                                   FROM CONSOLE

                   EVALUATE FUNCTION UPPER-CASE(W-CV-REPLY)
                       WHEN 'Y'
                           ADD  1  TO W-CV-RIGHT
                           MOVE 'Y'
                                   TO CV-ANSWER(W-CV-SUB)
                       WHEN 'N'
                           ADD  1  TO W-CV-WRONG
                           MOVE 'N'
                                   TO CV-ANSWER(W-CV-SUB)
                   END-EVALUATE
               END-IF
           END-PERFORM

           IF      W-CV-RIGHT + W-CV-WRONG = 0
               MOVE 'No challenge items asked - nothing logged'
                                   TO W-MESSAGE
               GO TO SUB-2700-EXIT
           END-IF

           PERFORM SUB-2720-CHECK-IDENTITY-PIN THRU SUB-2720-EXIT

           IF      W-CV-WRONG = 0
               AND W-CV-RIGHT >= W-CV-NEEDED
               AND (IQ-PIN-NOT-HELD OR W-CV-PIN-ACCEPTED)
               SET  CV-OUTCOME-VERIFIED
                                   TO TRUE
           ELSE
               SET  CV-OUTCOME-FAILED
                                   TO TRUE
           END-IF

           PERFORM SUB-2790-WRITE-VERIFY-LOG THRU SUB-2790-EXIT

      **** An outcome that could not be logged verifies nothing.

           IF      NOT W-CV-LOGGED
               MOVE 'Cannot open the caller-verification log'
                                   TO W-MESSAGE
               GO TO SUB-2700-EXIT
           END-IF

           IF      CV-OUTCOME-FAILED
               AND IQ-PIN-HELD
               AND W-CV-PIN-NOT-ACCEPTED
               SET  W-CALLER-FAILED
                                   TO TRUE
               MOVE 'Identity PIN not given - no change to this record'
                                   TO W-MESSAGE
               GO TO SUB-2700-EXIT
           END-IF

           IF      CV-OUTCOME-FAILED
               SET  W-CALLER-FAILED
                                   TO TRUE
               MOVE 'Verification failed - saves need a supervisor'
                                   TO W-MESSAGE
               GO TO SUB-2700-EXIT
           END-IF

           SET  W-CALLER-VERIFIED  TO TRUE

           IF      WL-WATCHED
               MOVE 'Caller verified - watch-listed record stays masked'
                                   TO W-MESSAGE
               GO TO SUB-2700-EXIT
           END-IF

           IF      W-FORM-MASKED
               PERFORM SUB-2480-RESTORE-MASKED THRU SUB-2480-EXIT
               MOVE 'N'            TO W-FORM-MASKED-SW
           END-IF

           MOVE 'Caller verified - record shown unmasked'
                                   TO W-MESSAGE
           .
       SUB-2700-EXIT.
           EXIT.
      /
       SUB-2720-CHECK-IDENTITY-PIN.
      *----------------------------

      **** A confirmed identity-theft victim holds a PIN, because the
      **** challenge items are what the thief already knows. The PIN
      **** is asked for even when an item went wrong, so that every
      **** attempt is logged and counted; a blank answer is refused.

           SET  IQ-FUNC-QUERY      TO TRUE
           MOVE NA-TAXID IN NAMADDIX-REC
                                   TO IQ-TAXID
           CALL 'IDPIN' USING W-IQ-CONTROL

           IF      NOT IQ-PIN-HELD
               GO TO SUB-2720-EXIT
           END-IF

           DISPLAY '  IDENTITY PIN as the caller gives it (blank if '
                   'not given): '
                   WITH NO ADVANCING
           MOVE SPACES             TO W-CV-PIN-GIVEN
           ACCEPT W-CV-PIN-GIVEN   FROM CONSOLE

           SET  IQ-FUNC-VERIFY     TO TRUE
           MOVE W-CV-PIN-GIVEN     TO IQ-PIN-GIVEN
           MOVE 'SCR'              TO IQ-CHANNEL
           MOVE W-OPERATOR-ID      TO IQ-OPERATOR-ID
           MOVE 'NAMADDSCR'        TO IQ-PROGRAM-NAME
           MOVE RI-RUN-ID          TO IQ-RUN-ID
           CALL 'IDPIN' USING W-IQ-CONTROL

           MOVE SPACES             TO W-CV-PIN-GIVEN
                                      IQ-PIN-GIVEN

      **** The verify reloads the PIN file, so a PIN retired since the
      **** query answers no-PIN and leaves the line's PIN item blank.

           EVALUATE TRUE
               WHEN IQ-RESULT-ACCEPTED
                   SET  W-CV-PIN-ACCEPTED
                                   TO TRUE
                   MOVE 'Y'        TO CV-ANS-PIN
               WHEN IQ-RESULT-NO-PIN
                   CONTINUE
               WHEN OTHER
                   SET  W-CV-PIN-NOT-ACCEPTED
                                   TO TRUE
                   MOVE 'N'        TO CV-ANS-PIN
           END-EVALUATE
           .
       SUB-2720-EXIT.
           EXIT.
      /
       SUB-2750-SUPERVISOR-OVERRIDE.
      *-----------------------------

      **** The supervisor is an operator whose ScreenAuth line
      **** carries the 'A' flag - the same standing the approval
      **** release needs - and never the clerk on the call.

           DISPLAY 'Caller not verified - supervisor ID to override'
                   ' (blank to cancel): '
                   WITH NO ADVANCING
           MOVE SPACES             TO W-CV-SUPERVISOR
           ACCEPT W-CV-SUPERVISOR  FROM CONSOLE

           MOVE FUNCTION UPPER-CASE(W-CV-SUPERVISOR)
                                   TO W-CV-SUPERVISOR

           IF      W-CV-SUPERVISOR = SPACES
               MOVE 'Save refused - caller not verified (use V)'
                                   TO W-MESSAGE
               GO TO SUB-2750-EXIT
           END-IF

           IF      W-CV-SUPERVISOR = W-OPERATOR-ID
               MOVE 'Override needs a supervisor other than yourself'
                                   TO W-MESSAGE
               GO TO SUB-2750-EXIT
           END-IF

           MOVE 'N'                TO W-CV-SUP-SW
           MOVE 'N'                TO W-CV-SA-EOF-SW

           OPEN INPUT NAMADDSA

           IF      NOT W-SA-FILE-STATUS-GOOD
               MOVE 'Override refused - no authorized-user file'
                                   TO W-MESSAGE
               GO TO SUB-2750-EXIT
           END-IF

           PERFORM UNTIL W-CV-SA-EOF
                   OR    W-CV-SUP-FOUND
               READ NAMADDSA
                   AT END
                       SET  W-CV-SA-EOF
                                   TO TRUE
                   NOT AT END
                       IF      FUNCTION UPPER-CASE(SA-OPERATOR-ID)
                                   = W-CV-SUPERVISOR
                           AND FUNCTION UPPER-CASE(SA-APPROVE-FLAG)
                                   = 'A'
                           SET  W-CV-SUP-FOUND
                                   TO TRUE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE NAMADDSA

           IF      NOT W-CV-SUP-FOUND
               MOVE 'Override refused - not an approving supervisor'
                                   TO W-MESSAGE
               GO TO SUB-2750-EXIT
           END-IF

           MOVE SPACES             TO NAMADDCV-REC
           SET  CV-OUTCOME-OVERRIDE
                                   TO TRUE
           MOVE W-CV-SUPERVISOR    TO CV-SUPERVISOR-ID

           PERFORM SUB-2790-WRITE-VERIFY-LOG THRU SUB-2790-EXIT

           IF      NOT W-CV-LOGGED
               MOVE 'Override not recorded - log cannot be opened'
                                   TO W-MESSAGE
               GO TO SUB-2750-EXIT
           END-IF

           SET  W-CALLER-OVERRIDDEN
                                   TO TRUE
           .
       SUB-2750-EXIT.
           EXIT.
      /
       SUB-2790-WRITE-VERIFY-LOG.
      *--------------------------

      **** The caller has set CV-OUTCOME, CV-ANSWERS and
      **** CV-SUPERVISOR-ID; the rest identifies the session.

           MOVE 'N'                TO W-CV-LOG-SW

           OPEN EXTEND NAMADDCV

           IF      NOT W-CV-FILE-STATUS-GOOD
               OPEN OUTPUT NAMADDCV
           END-IF

           IF      NOT W-CV-FILE-STATUS-GOOD
               MOVE W-CV-FILE-STATUS
                                   TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-CV-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDCV'
               GO TO SUB-2790-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14)
                                   TO CV-TIMESTAMP
           MOVE RI-RUN-ID          TO CV-SESSION-ID
           MOVE W-OPERATOR-ID      TO CV-OPERATOR-ID
           MOVE NA-TAXID IN NAMADDIX-REC
                                   TO CV-TAXID

           WRITE NAMADDCV-REC

           IF      W-CV-FILE-STATUS-GOOD
               SET  W-CV-LOGGED    TO TRUE
           END-IF

           CLOSE NAMADDCV
           .
       SUB-2790-EXIT.
           EXIT.
      /
       SUB-2800-ACCOUNT-REGISTRATIONS.
      *-------------------------------

      **** Every registration of the record's TAXID, whatever its
      **** dates or status, a page at a time on the console the way
      **** the case notes list. The key comes from the record, not
      **** the form field, as for notes.

           IF      W-REC-NOT-LOADED
               MOVE 'Fetch a record before listing its accounts'
                                   TO W-MESSAGE
               GO TO SUB-2800-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8)
                                   TO W-RG-TODAY
           MOVE 0                  TO W-RG-SHOWN
           MOVE 0                  TO W-RG-ON-PAGE
           MOVE 'N'                TO W-NT-STOP-SW

           DISPLAY 'Tax account registrations for TAXID '
                   NA-TAXID IN NAMADDIX-REC

           SET  AR-FUNC-NEXT       TO TRUE
           MOVE NA-TAXID IN NAMADDIX-REC
                                   TO AR-TAXID
           MOVE 0                  TO AR-CURSOR
           SET  AR-ACTIVE          TO TRUE

           PERFORM UNTIL AR-NOT-ACTIVE
                   OR    W-NT-STOP
               CALL 'ACCTREG' USING W-AR-CONTROL

               IF      AR-RESPONSE-FILE-ERROR
                   DISPLAY '  (account registration file unreadable)'
                   SET  AR-NOT-ACTIVE
                                   TO TRUE
               END-IF

               IF      AR-ACTIVE
                   PERFORM SUB-2810-SHOW-ONE-ACCOUNT THRU
                           SUB-2810-EXIT
               END-IF
           END-PERFORM

           IF      W-RG-SHOWN = 0
               DISPLAY '  (no account registrations for this TAXID)'
           END-IF

           MOVE 'Account registrations listed on the console'
                                   TO W-MESSAGE
           .
       SUB-2800-EXIT.
           EXIT.
      /
       SUB-2810-SHOW-ONE-ACCOUNT.
      *--------------------------

           EVALUATE TRUE
               WHEN AR-REG-END-DATE NOT = SPACES
                AND AR-REG-END-DATE < W-RG-TODAY
                   MOVE 'ENDED'    TO W-RG-STATE
               WHEN AR-REG-START-DATE > W-RG-TODAY
                   MOVE 'PENDING'  TO W-RG-STATE
               WHEN AR-REG-STATUS = 'S'
                   MOVE 'SUSPENDED'
                                   TO W-RG-STATE
               WHEN OTHER
                   MOVE 'IN FORCE' TO W-RG-STATE
           END-EVALUATE

           MOVE SPACES             TO W-RG-MAIL-TO

           IF      AR-OVERRIDE
               STRING FUNCTION TRIM(AR-STREET)
                                   DELIMITED BY SIZE
                      ', '         DELIMITED BY SIZE
                      FUNCTION TRIM(AR-CITY)
                                   DELIMITED BY SIZE
                      ' '          DELIMITED BY SIZE
                      AR-ZIP-CODE  DELIMITED BY SIZE
                 INTO W-RG-MAIL-TO
               END-STRING
           ELSE
               MOVE '(taxpayer''s own address)'
                                   TO W-RG-MAIL-TO
           END-IF

           ADD  1                  TO W-RG-SHOWN
           ADD  1                  TO W-RG-ON-PAGE

           DISPLAY '  '
                   AR-REG-ACCT-TYPE
                   ' '
                   AR-REG-ACCT-NUMBER
                   ' '
                   W-RG-STATE
                   ' '
                   AR-REG-START-DATE
                   '-'
                   AR-REG-END-DATE
           DISPLAY '      Mail to: '
                   FUNCTION TRIM(W-RG-MAIL-TO)

           IF      W-RG-ON-PAGE >= W-NT-PAGE-SIZE
               MOVE 0              TO W-RG-ON-PAGE
               DISPLAY 'Enter for more, Q to stop: '
                       WITH NO ADVANCING
               MOVE SPACE          TO W-NT-REPLY
               ACCEPT W-NT-REPLY   FROM CONSOLE

               IF      FUNCTION UPPER-CASE(W-NT-REPLY) = 'Q'
                   SET  W-NT-STOP  TO TRUE
               END-IF
           END-IF
           .
       SUB-2810-EXIT.
           EXIT.
      /
       SUB-2850-SCANNED-DOCUMENTS.
      *---------------------------

      **** Every document imaging has indexed against the record's
      **** TAXID, in the order loaded, a page at a time on the
      **** console the way the case notes list. The key comes from
      **** the record, not the form field, as for notes.

           IF      W-REC-NOT-LOADED
               MOVE 'Fetch a record before listing its documents'
                                   TO W-MESSAGE
               GO TO SUB-2850-EXIT
           END-IF

           MOVE 0                  TO W-DI-SHOWN
           MOVE 0                  TO W-NT-ON-PAGE
           MOVE 'N'                TO W-DI-EOF-SW
           MOVE 'N'                TO W-NT-STOP-SW

           DISPLAY 'Scanned documents for TAXID '
                   NA-TAXID IN NAMADDIX-REC

           OPEN INPUT NAMADDDI

           IF      NOT W-DI-FILE-STATUS-GOOD
               DISPLAY '  (no document cross-reference on file)'
               MOVE 'No scanned documents on file'
                                   TO W-MESSAGE
               GO TO SUB-2850-EXIT
           END-IF

           PERFORM UNTIL W-DI-EOF
                   OR    W-NT-STOP
               READ NAMADDDI
                   AT END
                       SET  W-DI-EOF
                                   TO TRUE
               END-READ

               IF      NOT W-DI-EOF
                   AND DI-TAXID = NA-TAXID IN NAMADDIX-REC
                   ADD  1          TO W-DI-SHOWN
                   ADD  1          TO W-NT-ON-PAGE
                   DISPLAY '  '
                           DI-SCAN-DATE
                           ' '
                           DI-DOC-TYPE
                           ' '
                           DI-DOC-ID

                   IF      W-NT-ON-PAGE >= W-NT-PAGE-SIZE
                       MOVE 0      TO W-NT-ON-PAGE
                       DISPLAY 'Enter for more, Q to stop: '
                               WITH NO ADVANCING
                       MOVE SPACE  TO W-NT-REPLY
                       ACCEPT W-NT-REPLY
                                   FROM CONSOLE

                       IF      FUNCTION UPPER-CASE(W-NT-REPLY) = 'Q'
                           SET  W-NT-STOP
                                   TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           CLOSE NAMADDDI

           IF      W-DI-SHOWN = 0
               DISPLAY '  (no scanned documents for this TAXID)'
           END-IF

           MOVE 'Scanned documents listed on the console'
                                   TO W-MESSAGE
           .
       SUB-2850-EXIT.
           EXIT.
      /
       SUB-2900-WORK-INBOX.
      *--------------------

      **** The operator's open items from NAMADDWRK's work-assignment
      **** file, oldest first, on the console the way the approval
      **** list is. W fetches the item's record onto the form; C
      **** completes the item through WORKINB.

           IF      W-OPERATOR-ID = SPACES
               MOVE 'Sign on with an operator ID to see your inbox'
                                   TO W-MESSAGE
               GO TO SUB-2900-EXIT
           END-IF

           PERFORM SUB-2910-LOAD-INBOX THRU SUB-2910-EXIT

           IF      W-INB-COUNT = 0
               MOVE 'Your work inbox is empty'
                                   TO W-MESSAGE
               GO TO SUB-2900-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8)
                                   TO W-INB-TODAY-NUM

           DISPLAY 'Work inbox for ' W-OPERATOR-ID
                   ' - oldest first'
           DISPLAY '  #  QUEUE  ITEM DATE  DAYS JUR TAXID        '
                   'DETAIL'

           PERFORM VARYING W-INB-IX FROM 1 BY 1
                   UNTIL W-INB-IX > W-INB-COUNT
               MOVE 0              TO W-INB-AGE

               IF      W-INB-ITEM-DATE(W-INB-IX) NUMERIC
                   MOVE W-INB-ITEM-DATE(W-INB-IX)
                                   TO W-INB-DATE-NUM
                   COMPUTE W-INB-AGE
                                   = FUNCTION
                                     INTEGER-OF-DATE(W-INB-TODAY-NUM)
                                   - FUNCTION
                                     INTEGER-OF-DATE(W-INB-DATE-NUM)
               END-IF

               SET  W-PND-SEQ      TO W-INB-IX
               MOVE W-PND-SEQ      TO W-PND-SEQ-DISP
               MOVE W-INB-AGE      TO W-INB-AGE-DISP
               DISPLAY W-PND-SEQ-DISP
                       ' '
                       W-INB-QUEUE-ID(W-INB-IX)
                       ' '
                       W-INB-ITEM-DATE(W-INB-IX)
                       ' '
                       W-INB-AGE-DISP
                       ' '
                       W-INB-JUR-CODE(W-INB-IX)
                       ' '
                       W-INB-TAXID(W-INB-IX)
                       ' '
                       W-INB-DETAIL(W-INB-IX)(1 : 30)
           END-PERFORM

           DISPLAY 'Item number to work (blank to cancel): '
                   WITH NO ADVANCING
           MOVE SPACES             TO W-PND-CHOICE
           ACCEPT W-PND-CHOICE     FROM CONSOLE

           IF      W-PND-CHOICE = SPACES
               OR  W-PND-CHOICE NOT NUMERIC
               MOVE 'Work inbox closed'
                                   TO W-MESSAGE
               GO TO SUB-2900-EXIT
           END-IF

           MOVE W-PND-CHOICE       TO W-PND-CHOICE-NUM

           IF      W-PND-CHOICE-NUM = 0
               OR  W-PND-CHOICE-NUM > W-INB-COUNT
               MOVE 'No such inbox item'
                                   TO W-MESSAGE
               GO TO SUB-2900-EXIT
           END-IF

           SET  W-INB-IX           TO W-PND-CHOICE-NUM

           DISPLAY 'W to work the record, C to mark it complete: '
                   WITH NO ADVANCING
           MOVE SPACE              TO W-INB-REPLY
           ACCEPT W-INB-REPLY      FROM CONSOLE

           EVALUATE FUNCTION UPPER-CASE(W-INB-REPLY)
               WHEN 'W'
                   MOVE W-INB-TAXID(W-INB-IX)
                                   TO S-TAXID
                   PERFORM SUB-2100-FETCH-BY-TAXID THRU SUB-2100-EXIT

                   IF      W-REC-LOADED
                       AND W-MESSAGE = 'Record displayed'
                       MOVE SPACES TO W-MESSAGE
                       STRING 'Inbox '
                                   DELIMITED BY SIZE
                              W-INB-QUEUE-ID(W-INB-IX)
                                   DELIMITED BY SPACE
                              ': '
                                   DELIMITED BY SIZE
                              W-INB-DETAIL(W-INB-IX)
                                   DELIMITED BY SIZE
                         INTO W-MESSAGE
                       END-STRING
                   END-IF

               WHEN 'C'
                   PERFORM SUB-2950-COMPLETE-ITEM THRU SUB-2950-EXIT

               WHEN OTHER
                   MOVE 'Work inbox closed'
                                   TO W-MESSAGE
           END-EVALUATE
           .
       SUB-2900-EXIT.
           EXIT.
      /
       SUB-2910-LOAD-INBOX.
      *--------------------

      **** Each open item of the operator's is slotted in by item
      **** date as it is read, so the list comes out oldest first;
      **** past the limit only the oldest are kept.

           MOVE 0                  TO W-INB-COUNT
           MOVE 'N'                TO W-WA-EOF-SW

           OPEN INPUT NAMADDWA

           IF      NOT W-WA-FILE-STATUS-GOOD
               GO TO SUB-2910-EXIT
           END-IF

           PERFORM UNTIL W-WA-EOF
               READ NAMADDWA
                   AT END
                       SET  W-WA-EOF
                                   TO TRUE
               END-READ

               IF      NOT W-WA-EOF
                   AND WA-STATUS-OPEN
                   AND WA-CLERK-ID = W-OPERATOR-ID
                   PERFORM SUB-2920-SLOT-ONE-ITEM THRU SUB-2920-EXIT
               END-IF
           END-PERFORM

           CLOSE NAMADDWA
           .
       SUB-2910-EXIT.
           EXIT.
      /
       SUB-2920-SLOT-ONE-ITEM.
      *-----------------------

           PERFORM VARYING W-INB-IX FROM 1 BY 1
                   UNTIL W-INB-IX > W-INB-COUNT
                   OR    W-INB-ITEM-DATE(W-INB-IX) > WA-ITEM-DATE
               CONTINUE
           END-PERFORM

           IF      W-INB-IX > W-INB-MAX
               GO TO SUB-2920-EXIT
           END-IF

      **** Make room - the table carries one spare entry so the
      **** newest can fall off the end.

           PERFORM VARYING W-INB-IX2 FROM W-INB-COUNT BY -1
                   UNTIL W-INB-IX2 < W-INB-IX
               MOVE W-INB-ENTRY(W-INB-IX2)
                                   TO W-INB-ENTRY(W-INB-IX2 + 1)
           END-PERFORM

           MOVE WA-QUEUE-ID        TO W-INB-QUEUE-ID(W-INB-IX)
           MOVE WA-ITEM-KEY        TO W-INB-ITEM-KEY(W-INB-IX)
           MOVE WA-TAXID           TO W-INB-TAXID(W-INB-IX)
           MOVE WA-ITEM-DATE       TO W-INB-ITEM-DATE(W-INB-IX)
           MOVE WA-JUR-CODE        TO W-INB-JUR-CODE(W-INB-IX)
           MOVE WA-DETAIL          TO W-INB-DETAIL(W-INB-IX)

           IF      W-INB-COUNT < W-INB-MAX
               ADD  1              TO W-INB-COUNT
           END-IF
           .
       SUB-2920-EXIT.
           EXIT.
      /
       SUB-2950-COMPLETE-ITEM.
      *-----------------------

      **** Completing closes the item in its source queue, so it
      **** takes the same standing as an edit.

           IF      W-OPERATOR-INQUIRY-ONLY
               MOVE 'Operator not authorized to complete work items'
                                   TO W-MESSAGE
               GO TO SUB-2950-EXIT
           END-IF

           SET  WI-FUNC-COMPLETE   TO TRUE
           MOVE W-INB-QUEUE-ID(W-INB-IX)
                                   TO WI-QUEUE-ID
           MOVE W-INB-ITEM-KEY(W-INB-IX)
                                   TO WI-ITEM-KEY
           MOVE W-OPERATOR-ID      TO WI-OPERATOR-ID

           CALL 'WORKINB' USING W-WI-CONTROL

           EVALUATE TRUE
               WHEN WI-RESULT-DONE
                   AND WI-SOURCE-CLOSED
                   MOVE 'Item completed and closed in its queue'
                                   TO W-MESSAGE
               WHEN WI-RESULT-DONE
                   AND WI-SOURCE-ABSENT
                   MOVE 'Item completed - it had already left its queue'
                                   TO W-MESSAGE
               WHEN WI-RESULT-DONE
                   AND WI-QUEUE-ID = 'SUSPNS'
                   MOVE 'Item completed - release stays with the hold'
                                   TO W-MESSAGE
               WHEN WI-RESULT-DONE
                   MOVE 'Item completed - merge pair counted as decided'
                                   TO W-MESSAGE
               WHEN WI-RESULT-NOT-YOURS
                   MOVE 'That item has been reassigned to another clerk'
                                   TO W-MESSAGE
               WHEN WI-RESULT-NOT-OPEN
                   MOVE 'That item is no longer open'
                                   TO W-MESSAGE
               WHEN OTHER
                   MOVE 'Queue file could not be rewritten - item left
      -                 ' open'
                                   TO W-MESSAGE
           END-EVALUATE
           .
       SUB-2950-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           CLOSE NAMADDIX
                 NAMADDAU
           MOVE NA-ADDRESS-TYPE-USED IN NAMADDIX-REC
                                   TO S-ADDR-TYPE

           PERFORM SUB-9150-ADDRESS-IN-FORCE THRU SUB-9150-EXIT

      **** A different taxpayer on the form is a different call:
      **** it starts unverified.

           IF      NA-TAXID IN NAMADDIX-REC NOT = W-CV-TAXID
               MOVE NA-TAXID IN NAMADDIX-REC
                                   TO W-CV-TAXID
               SET  W-CALLER-NOT-VERIFIED
                                   TO TRUE
               SET  W-CV-PIN-NOT-ACCEPTED
                                   TO TRUE
           END-IF

           MOVE 'N'                TO W-FORM-MASKED-SW

      **** A watch-listed record shows fully masked, whatever the
      **** operator's masking authorization - restricted handling
      **** for the identity-theft watch program. So does any record
      **** whose caller has not yet been verified.

           SET  WL-FUNC-QUERY      TO TRUE
           MOVE NA-TAXID IN NAMADDIX-REC
           CALL 'WATCHLST' USING W-WL-CONTROL

           IF      WL-WATCHED
           OR      NOT W-CALLER-VERIFIED
               SET  MK-FUNC-MASK   TO TRUE
               MOVE 'Y'            TO MK-FORCE-SW
               MOVE S-TAXID        TO MK-TAXID
               MOVE MK-EMAIL       TO S-EMAIL
               MOVE 'N'            TO MK-FORCE-SW

               MOVE MK-TAXID       TO W-MASKED-TAXID
               MOVE MK-PHONE       TO W-MASKED-PHONE
               MOVE MK-EMAIL       TO W-MASKED-EMAIL
               SET  W-FORM-MASKED  TO TRUE
           END-IF

           EVALUATE TRUE
               WHEN WL-WATCHED
                   MOVE 'Watch-listed record - displayed masked'
                                   TO W-MESSAGE

               WHEN W-CALLER-FAILED
                   MOVE 'Caller failed verification - displayed masked'
                                   TO W-MESSAGE

               WHEN NOT W-CALLER-VERIFIED
                   MOVE 'Caller not verified - V before disclosing'
                                   TO W-MESSAGE
           END-EVALUATE

           SET  W-REC-LOADED       TO TRUE
           .
       SUB-9100-EXIT.
           EXIT.
      /
       SUB-9150-ADDRESS-IN-FORCE.
      *--------------------------

      **** The same order the outbound programs apply: a
      **** representative first, then an open temporary window, then
      **** the record's own address per NA-ADDRESS-TYPE-USED.

           MOVE SPACES             TO W-ADDR-IN-FORCE

           SET  RP-FUNC-QUERY      TO TRUE
           MOVE NA-TAXID IN NAMADDIX-REC
                                   TO RP-TAXID
           MOVE SPACES             TO RP-AS-OF-DATE
           CALL 'NAMREP' USING W-RP-CONTROL

           IF      RP-ACTIVE
               STRING 'REPRESENTATIVE: '
                                   DELIMITED BY SIZE
                      FUNCTION TRIM(RP-REP-NAME)
                                   DELIMITED BY SIZE
                      ', '         DELIMITED BY SIZE
                      FUNCTION TRIM(RP-REP-CITY)
                                   DELIMITED BY SIZE
                 INTO W-ADDR-IN-FORCE
               END-STRING
               GO TO SUB-9150-EXIT
           END-IF

           SET  TA-FUNC-QUERY      TO TRUE
           MOVE NA-TAXID IN NAMADDIX-REC
                                   TO TA-TAXID
           MOVE SPACES             TO TA-AS-OF-DATE
           CALL 'TMPADDR' USING W-TA-CONTROL

           IF      TA-ACTIVE
               EVALUATE TRUE
                   WHEN TA-REASON-SEASONAL
                       MOVE 'SEASONAL'
                                   TO W-TA-REASON-NAME
                   WHEN TA-REASON-STUDENT
                       MOVE 'SCHOOL TERM'
                                   TO W-TA-REASON-NAME
                   WHEN OTHER
                       MOVE 'OTHER'
                                   TO W-TA-REASON-NAME
               END-EVALUATE

               STRING 'TEMP '      DELIMITED BY SIZE
                      FUNCTION TRIM(W-TA-REASON-NAME)
                                   DELIMITED BY SIZE
                      ' TO '       DELIMITED BY SIZE
                      TA-EFF-TO    DELIMITED BY SIZE
                      ': '         DELIMITED BY SIZE
                      FUNCTION TRIM(TA-STREET)
                                   DELIMITED BY SIZE
                      ', '         DELIMITED BY SIZE
                      FUNCTION TRIM(TA-CITY)
                                   DELIMITED BY SIZE
                 INTO W-ADDR-IN-FORCE
               END-STRING
               GO TO SUB-9150-EXIT
           END-IF

           IF      NA-ADDRESS-TYPE-MAILING IN NAMADDIX-REC
               MOVE 'MAILING ADDRESS (ADDR USED M)'
                                   TO W-ADDR-IN-FORCE
           ELSE
               MOVE 'PHYSICAL ADDRESS (ADDR USED P)'
                                   TO W-ADDR-IN-FORCE
           END-IF
           .
       SUB-9150-EXIT.
           EXIT.
      /
       SUB-9200-SCREEN-TO-RECORD.
      *--------------------------
           .
       SUB-9450-EXIT.
           EXIT.
      /
       SUB-9300-CHECK-SCOPE.
      *---------------------

      **** The caller has set JA-ACCESS and JA-TAXID.

           SET  JA-FUNC-CHECK      TO TRUE
           SET  JA-KIND-OPERATOR   TO TRUE
           MOVE W-OPERATOR-ID      TO JA-PRINCIPAL
           MOVE W-JURISDICTION-CODE
                                   TO JA-JUR-CODE
           MOVE 'NAMADDSCR'        TO JA-PROGRAM

           CALL 'JURAUTH' USING W-JA-CONTROL
           .
       SUB-9300-EXIT.
           EXIT.
      /
       SUB-9990-RELEASE-LOCK.
      *----------------------
