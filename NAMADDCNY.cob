      *========================== NAMADDCNY ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: End-to-end canary for the nightly chain. A step
      *              can end with return code zero and still lose
      *              the night's data - the night the translation
      *              table was wrong proved it - so every night one
      *              known change is pushed through the chain and
      *              looked for at the far end.
      *
      *              The canary is the reserved TAXID NA-TAXID-CANARY
      *              (NAMEADDR.cpy). Argument 1 selects the mode:
      *
      *              INJECT - run ahead of BLDFILES. Appends a change
      *                  for the canary to the night's maintenance
      *                  input (Data\NAMEADDR.Seq.dat, or the
      *                  NAMADDSQ_PATH environment value exactly as
      *                  BLDFILES takes it) setting NA-FIRST-NAME to a
      *                  value unique to the night, CANARY-<timestamp>,
      *                  from source CNY, operator CANARY. The change
      *                  is built from the record on NAMADDIX, its
      *                  NA-UPDATE-COUNT carried so the version check
      *                  passes; before the canary exists it is an add
      *                  with a placeholder address. The value is
      *                  logged as an INJECTED line in
      *                  Data\NAMEADDR.Canary.dat (NAMADDCY.cpy).
      *
      *              VERIFY - run after the chain. Takes the last
      *                  INJECTED value and looks for it, in order, in
      *
      *                      NAMADDIX (Data\NAMEADDR.Idx.dat);
      *                      NAMADDRL (Data\NAMEADDR.Rel.dat);
      *                      the audit file, as the after-image of
      *                      an add or change;
      *                      the NAMADDRAP replica
      *                      (Data\NAMEADDR.Replica.Idx.dat);
      *                      a subscriber delta and the extract -
      *                      NAMADDDLT and NAMADDEXT leave the canary
      *                      out of what they ship, and instead log
      *                      a DELTA or EXTRACT line carrying the
      *                      value they met.
      *
      *                  Every place is checked and listed. When the
      *                  value is missing anywhere, a critical ALERT
      *                  names the first place it failed to appear,
      *                  a FAILED line records it and the run ends
      *                  with return code 8; otherwise a VERIFIED
      *                  line is logged. The outcome goes to JOBLOG.
      *
      *              No outbound program ships or mails the canary:
      *              NAMPREF answers do-not-mail and do-not-email for
      *              it, and NAMADDEXT, NAMADDDLT and NAMADDCNF skip
      *              it outright.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      * 2026-09-14  0.2      Audit check compares the canary value in
      *                      the after-image moved whole into a NAMEADDR
      *                      work record, where the name lines up
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 NAMADDCNY.

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

           SELECT NAMADDRL         ASSIGN "Data\NAMEADDR.Rel.dat"
                                   ORGANIZATION RELATIVE
                                   ACCESS DYNAMIC
                                   RELATIVE KEY W-NAMADDRL-KEY
                                   FILE STATUS W-RL-FILE-STATUS.

           SELECT NAMADDAU         ASSIGN "Data\NAMEADDR.Audit.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-AU-FILE-STATUS.

           SELECT REPLIDX          ASSIGN
                                   "Data\NAMEADDR.Replica.Idx.dat"
                                   ORGANIZATION INDEXED
                                   ACCESS DYNAMIC
                                   RECORD KEY NA-TAXID
                                                   IN REPLIDX-REC
                                   FILE STATUS W-RI-FILE-STATUS.

           SELECT NAMADDSQ         ASSIGN TO W-NAMADDSQ-PATH
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-SQ-FILE-STATUS.

           SELECT NAMADDCY         ASSIGN "Data\NAMEADDR.Canary.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-CY-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  NAMADDIX.

       01  NAMADDIX-REC.           COPY NAMEADDR.

       FD  NAMADDRL.

       01  NAMADDRL-REC.           COPY NAMEADDR.

       FD  NAMADDAU.

       01  NAMADDAU-REC.           COPY NAMADDAU.

       FD  REPLIDX.

       01  REPLIDX-REC.            COPY NAMEADDR.

       FD  NAMADDSQ.

       01  NAMADDSQ-REC.           COPY NAMADDTX.

       FD  NAMADDCY.

       01  NAMADDCY-REC.           COPY NAMADDCY.
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-RETURN-CODE           PIC S9(04) COMP VALUE 0.

       01  W-MODE-ARG              PIC X(06)       VALUE SPACES.
           88  W-MODE-INJECT                       VALUE 'INJECT'.
           88  W-MODE-VERIFY                       VALUE 'VERIFY'.

       01  W-NAMADDSQ-PATH         PIC X(60)       VALUE
           'Data\NAMEADDR.Seq.dat'.

       01  W-NAMADDRL-KEY          PIC 9(09)       VALUE 0.

       01  W-STAMP-TS              PIC X(14).
       01  W-TODAY-DATE            PIC X(08).

       01  W-CANARY-VALUE          PIC X(25)       VALUE SPACES.
       01  W-INJECTED-TS           PIC X(14)       VALUE SPACES.

      **** An audit after-image, moved out of the record whole so its
      **** fields sit where NAMEADDR puts them.

       01  W-NEW-IMG.              COPY NAMEADDR.

       01  W-CANARY-SW             PIC X(01)       VALUE 'N'.
           88  W-CANARY-ON-FILE                    VALUE 'Y'.
           88  W-CANARY-NOT-ON-FILE                VALUE 'N'.

      **** The places the night's value must reach, in the order
      **** the chain reaches them - the first one missing is the
      **** one the alert names.

       01  W-PLACE-VALUES.
           05  FILLER              PIC X(20)       VALUE 'NAMADDIX'.
           05  FILLER              PIC X(20)       VALUE 'NAMADDRL'.
           05  FILLER              PIC X(20)       VALUE 'AUDIT FILE'.
           05  FILLER              PIC X(20)       VALUE
               'NAMADDRAP REPLICA'.
           05  FILLER              PIC X(20)       VALUE
               'SUBSCRIBER DELTA'.
           05  FILLER              PIC X(20)       VALUE 'EXTRACT'.

       01  W-PLACE-TABLE           REDEFINES W-PLACE-VALUES.
           05  W-PLACE-NAME        PIC X(20)       OCCURS 6.

       01  W-PLACE-MAX             PIC 9(02)  COMP VALUE 6.
       01  W-PLACE-SUB             PIC 9(02)  COMP.

       01  W-PLACE-RESULTS.
           05  W-PLACE-SW          PIC X(01)       OCCURS 6.
               88  W-PLACE-FOUND                   VALUE 'Y'.
               88  W-PLACE-MISSING                 VALUE 'N'.

       01  W-PLACE-IX              PIC 9(02)  COMP VALUE 1.
       01  W-PLACE-RL              PIC 9(02)  COMP VALUE 2.
       01  W-PLACE-AU              PIC 9(02)  COMP VALUE 3.
       01  W-PLACE-RP              PIC 9(02)  COMP VALUE 4.
       01  W-PLACE-DL              PIC 9(02)  COMP VALUE 5.
       01  W-PLACE-EX              PIC 9(02)  COMP VALUE 6.

       01  W-PLACES-FOUND          PIC 9(02)  COMP VALUE 0.
       01  W-PLACES-MISSING        PIC 9(02)  COMP VALUE 0.
       01  W-FIRST-MISSING         PIC X(20)       VALUE SPACES.
       01  W-DELTA-SUBSCRIBER      PIC X(08)       VALUE SPACES.

       01  W-LOG-FOUND             PIC 9(02).
       01  W-LOG-MISSING           PIC 9(02).

       01  W-CY-EVENT              PIC X(08).
       01  W-CY-DETAIL             PIC X(40).

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-RL-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-AU-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-CY-EOF                            VALUE 'Y'.

       01  W-FILE-STATUS           PIC X(02).
           88  W-FILE-STATUS-GOOD                  VALUE '00'.
           88  W-FILE-STATUS-NOT-FOUND             VALUE '23'.
           88  W-FILE-STATUS-NO-FILE               VALUE '35'.

       01  W-RL-FILE-STATUS        PIC X(02).
           88  W-RL-FILE-STATUS-GOOD               VALUE '00'.
           88  W-RL-FILE-STATUS-EOF                VALUE '10'.

       01  W-AU-FILE-STATUS        PIC X(02).
           88  W-AU-FILE-STATUS-GOOD               VALUE '00'.

       01  W-RI-FILE-STATUS        PIC X(02).
           88  W-RI-FILE-STATUS-GOOD               VALUE '00'.

       01  W-SQ-FILE-STATUS        PIC X(02).
           88  W-SQ-FILE-STATUS-GOOD               VALUE '00'.

       01  W-CY-FILE-STATUS        PIC X(02).
           88  W-CY-FILE-STATUS-GOOD               VALUE '00'.

       01  W-ERROR-MSG             PIC X(22)       VALUE
           '**** NAMADDCNY error: '.

       01  W-FS-CONTROL.
           COPY FILESTATL.

       01  W-JL-CONTROL.
           COPY JOBLOGL.

       01  W-RI-CONTROL.
           COPY RUNIDL.

       01  W-AL-CONTROL.
           COPY ALERTL.

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
               IF      W-MODE-INJECT
                   PERFORM SUB-2000-INJECT THRU SUB-2000-EXIT
               ELSE
                   PERFORM SUB-3000-VERIFY THRU SUB-3000-EXIT
               END-IF
           END-IF

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

           DISPLAY 'NAMADDCNY compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           SET  RI-FUNC-CURRENT    TO TRUE
           CALL 'RUNID' USING W-RI-CONTROL
           DISPLAY 'Run ID: ' RI-RUN-ID

           MOVE FUNCTION CURRENT-DATE(1:14)
                                   TO W-STAMP-TS
           MOVE W-STAMP-TS(1 : 8)  TO W-TODAY-DATE

           DISPLAY 1               UPON ARGUMENT-NUMBER

           ACCEPT W-MODE-ARG       FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES     TO W-MODE-ARG
           END-ACCEPT

           MOVE FUNCTION UPPER-CASE(W-MODE-ARG)
                                   TO W-MODE-ARG

           IF      NOT W-MODE-INJECT
               AND NOT W-MODE-VERIFY
               DISPLAY W-ERROR-MSG
                       'Argument 1 must be INJECT or VERIFY'
               MOVE 16             TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           DISPLAY 'Mode: ' W-MODE-ARG
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-2000-INJECT.
      *----------------

           DISPLAY 'NAMADDSQ_PATH'     UPON ENVIRONMENT-NAME
           ACCEPT W-NAMADDSQ-PATH      FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES     TO W-NAMADDSQ-PATH
           END-ACCEPT

           IF      W-NAMADDSQ-PATH = SPACES
               MOVE 'Data\NAMEADDR.Seq.dat'
                                   TO W-NAMADDSQ-PATH
           END-IF

           MOVE SPACES             TO W-CANARY-VALUE
           STRING 'CANARY-'        DELIMITED BY SIZE
                  W-STAMP-TS       DELIMITED BY SIZE
             INTO W-CANARY-VALUE
           END-STRING

           PERFORM SUB-2100-READ-CANARY THRU SUB-2100-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-2000-EXIT
           END-IF

           MOVE SPACES             TO NAMADDSQ-REC

           IF      W-CANARY-ON-FILE
               SET  NA-TRANS-CHANGE IN NAMADDSQ-REC
                                   TO TRUE
               MOVE NAMADDIX-REC   TO NAMADDSQ-REC(2 : LENGTH OF
                                       NAMADDIX-REC)
           ELSE
               PERFORM SUB-2200-BUILD-SEED THRU SUB-2200-EXIT
           END-IF

           MOVE W-CANARY-VALUE     TO NA-FIRST-NAME IN NAMADDSQ-REC
           MOVE 'CNY'              TO NA-SOURCE-SYSTEM IN NAMADDSQ-REC
           MOVE 'CANARY'           TO NA-OPERATOR-ID IN NAMADDSQ-REC
           MOVE W-STAMP-TS         TO NA-ENTRY-TIMESTAMP
                                       IN NAMADDSQ-REC

      **** The night's input may already hold the day's other
      **** transactions - the canary goes on the end of it.

           OPEN EXTEND NAMADDSQ

           IF      NOT W-SQ-FILE-STATUS-GOOD
               OPEN OUTPUT NAMADDSQ
           END-IF

           IF      NOT W-SQ-FILE-STATUS-GOOD
               MOVE W-SQ-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-SQ-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDSQ '
                       FUNCTION TRIM(W-NAMADDSQ-PATH)
               MOVE 11             TO W-RETURN-CODE
               GO TO SUB-2000-EXIT
           END-IF

           WRITE NAMADDSQ-REC

           IF      NOT W-SQ-FILE-STATUS-GOOD
               MOVE W-SQ-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-SQ-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing NAMADDSQ'
               MOVE 11             TO W-RETURN-CODE
               CLOSE NAMADDSQ
               GO TO SUB-2000-EXIT
           END-IF

           CLOSE NAMADDSQ

           IF      W-CANARY-ON-FILE
               DISPLAY 'Canary change injected into '
                       FUNCTION TRIM(W-NAMADDSQ-PATH)
                       ': ' W-CANARY-VALUE
           ELSE
               DISPLAY 'Canary not on file - add injected into '
                       FUNCTION TRIM(W-NAMADDSQ-PATH)
                       ': ' W-CANARY-VALUE
           END-IF

           MOVE 'INJECTED'         TO W-CY-EVENT
           MOVE W-NAMADDSQ-PATH    TO W-CY-DETAIL
           PERFORM SUB-9800-WRITE-CANARY-LOG THRU SUB-9800-EXIT
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-READ-CANARY.
      *---------------------

           SET  W-CANARY-NOT-ON-FILE
                                   TO TRUE

           OPEN INPUT NAMADDIX

           IF      W-FILE-STATUS-NO-FILE
               GO TO SUB-2100-EXIT
           END-IF

           IF      NOT W-FILE-STATUS-GOOD
               MOVE W-FILE-STATUS  TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDIX'
               MOVE 10             TO W-RETURN-CODE
               GO TO SUB-2100-EXIT
           END-IF

           SET  NA-TAXID-CANARY IN NAMADDIX-REC
                                   TO TRUE

           READ NAMADDIX

           EVALUATE TRUE
               WHEN W-FILE-STATUS-GOOD
                   SET  W-CANARY-ON-FILE
                                   TO TRUE

               WHEN W-FILE-STATUS-NOT-FOUND
                   CONTINUE

               WHEN OTHER
                   MOVE W-FILE-STATUS
                                   TO FS-STATUS-CODE
                   CALL 'FILESTAT' USING W-FS-CONTROL
                   DISPLAY W-ERROR-MSG
                           'File status '
                           W-FILE-STATUS
                           ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                           ' reading NAMADDIX'
                   MOVE 10         TO W-RETURN-CODE
           END-EVALUATE

           CLOSE NAMADDIX
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-BUILD-SEED.
      *--------------------

      **** The first night there is no canary to change. The
      **** address is a placeholder no mail program will ever see;
      **** it may be corrected on the screen like any other record
      **** and every later change carries the record as it stands.

           SET  NA-TRANS-ADD IN NAMADDSQ-REC
                                   TO TRUE
           SET  NA-TAXID-CANARY IN NAMADDSQ-REC
                                   TO TRUE
           MOVE 'CANARY'           TO NA-LAST-NAME IN NAMADDSQ-REC
           MOVE '1 CANARY WAY'     TO NA-STREET IN NAMADDSQ-REC
           MOVE 'CANARY'           TO NA-CITY IN NAMADDSQ-REC
           MOVE 'ZZ'               TO NA-STATE IN NAMADDSQ-REC
           MOVE '00000'            TO NA-ZIP-CODE IN NAMADDSQ-REC
           MOVE W-TODAY-DATE       TO NA-EFFECTIVE-DATE
                                       IN NAMADDSQ-REC
           SET  NA-STATUS-ACTIVE IN NAMADDSQ-REC
                                   TO TRUE
           SET  NA-ADDRESS-TYPE-PHYSICAL IN NAMADDSQ-REC
                                   TO TRUE
           MOVE 'P'                TO NA-ENTITY-TYPE IN NAMADDSQ-REC
           MOVE 0                  TO NA-UPDATE-COUNT IN NAMADDSQ-REC
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-3000-VERIFY.
      *----------------

           MOVE ALL 'N'            TO W-PLACE-RESULTS

           PERFORM SUB-3100-READ-CANARY-LOG THRU SUB-3100-EXIT

           IF      W-CANARY-VALUE = SPACES
               DISPLAY W-ERROR-MSG
                       'No canary has been injected - nothing to '
                       'verify'
               MOVE 'CANARY LOG'   TO W-FIRST-MISSING
               MOVE 8              TO W-RETURN-CODE
               PERFORM SUB-3900-RAISE-ALERT THRU SUB-3900-EXIT
               GO TO SUB-3000-EXIT
           END-IF

           DISPLAY 'Verifying canary value ' W-CANARY-VALUE
                   ' injected ' W-INJECTED-TS

           PERFORM SUB-3200-CHECK-NAMADDIX THRU SUB-3200-EXIT
           PERFORM SUB-3300-CHECK-NAMADDRL THRU SUB-3300-EXIT
           PERFORM SUB-3400-CHECK-AUDIT THRU SUB-3400-EXIT
           PERFORM SUB-3500-CHECK-REPLICA THRU SUB-3500-EXIT

           PERFORM VARYING W-PLACE-SUB FROM 1 BY 1
                   UNTIL W-PLACE-SUB > W-PLACE-MAX
               IF      W-PLACE-FOUND(W-PLACE-SUB)
                   ADD  1          TO W-PLACES-FOUND
                   DISPLAY '  found    ' W-PLACE-NAME(W-PLACE-SUB)
               ELSE
                   ADD  1          TO W-PLACES-MISSING
                   DISPLAY '  MISSING  ' W-PLACE-NAME(W-PLACE-SUB)

                   IF      W-FIRST-MISSING = SPACES
                       MOVE W-PLACE-NAME(W-PLACE-SUB)
                                   TO W-FIRST-MISSING
                   END-IF
               END-IF
           END-PERFORM

           IF      W-PLACES-MISSING = 0
               MOVE 'VERIFIED'     TO W-CY-EVENT
               MOVE SPACES         TO W-CY-DETAIL
               DISPLAY 'Canary reached every place it should'
           ELSE
               MOVE 'FAILED'       TO W-CY-EVENT
               MOVE W-FIRST-MISSING
                                   TO W-CY-DETAIL
               MOVE 8              TO W-RETURN-CODE
               PERFORM SUB-3900-RAISE-ALERT THRU SUB-3900-EXIT
           END-IF

           PERFORM SUB-9800-WRITE-CANARY-LOG THRU SUB-9800-EXIT
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-READ-CANARY-LOG.
      *-------------------------

      **** The last injection is the night being verified; the
      **** outbound programs' lines after it, carrying its value,
      **** are the proof it got that far.

           OPEN INPUT NAMADDCY

           IF      NOT W-CY-FILE-STATUS-GOOD
               GO TO SUB-3100-EXIT
           END-IF

           PERFORM UNTIL W-CY-EOF
               READ NAMADDCY
                   AT END
                       SET  W-CY-EOF
                                   TO TRUE
               END-READ

               IF      NOT W-CY-EOF
                   EVALUATE TRUE
                       WHEN CY-EVENT-INJECTED
                           MOVE CY-VALUE
                                   TO W-CANARY-VALUE
                           MOVE CY-STAMP-TS
                                   TO W-INJECTED-TS
                           MOVE 'N'
                                   TO W-PLACE-SW(W-PLACE-DL)
                                      W-PLACE-SW(W-PLACE-EX)
                           MOVE SPACES
                                   TO W-DELTA-SUBSCRIBER

                       WHEN CY-VALUE NOT = W-CANARY-VALUE
                           CONTINUE

                       WHEN CY-EVENT-DELTA
                           MOVE 'Y'
                                   TO W-PLACE-SW(W-PLACE-DL)
                           MOVE CY-DETAIL
                                   TO W-DELTA-SUBSCRIBER

                       WHEN CY-EVENT-EXTRACT
                           MOVE 'Y'
                                   TO W-PLACE-SW(W-PLACE-EX)
                   END-EVALUATE
               END-IF
           END-PERFORM

           CLOSE NAMADDCY

           IF      W-DELTA-SUBSCRIBER NOT = SPACES
               DISPLAY 'Delta cut for subscriber '
                       W-DELTA-SUBSCRIBER ' carried the canary'
           END-IF
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-3200-CHECK-NAMADDIX.
      *------------------------

           OPEN INPUT NAMADDIX

           IF      NOT W-FILE-STATUS-GOOD
               DISPLAY W-ERROR-MSG
                       'File status ' W-FILE-STATUS
                       ' opening NAMADDIX'
               GO TO SUB-3200-EXIT
           END-IF

           SET  NA-TAXID-CANARY IN NAMADDIX-REC
                                   TO TRUE

           READ NAMADDIX

           IF      W-FILE-STATUS-GOOD
               AND NA-FIRST-NAME IN NAMADDIX-REC = W-CANARY-VALUE
               MOVE 'Y'            TO W-PLACE-SW(W-PLACE-IX)
           END-IF

           CLOSE NAMADDIX
           .
       SUB-3200-EXIT.
           EXIT.
      /
       SUB-3300-CHECK-NAMADDRL.
      *------------------------

           OPEN INPUT NAMADDRL

           IF      NOT W-RL-FILE-STATUS-GOOD
               DISPLAY W-ERROR-MSG
                       'File status ' W-RL-FILE-STATUS
                       ' opening NAMADDRL'
               GO TO SUB-3300-EXIT
           END-IF

           PERFORM UNTIL W-RL-EOF
                   OR    W-PLACE-FOUND(W-PLACE-RL)
               READ NAMADDRL NEXT RECORD
                   AT END
                       SET  W-RL-EOF
                                   TO TRUE
               END-READ

               IF      NOT W-RL-EOF
                   AND NOT W-RL-FILE-STATUS-GOOD
                   DISPLAY W-ERROR-MSG
                           'File status ' W-RL-FILE-STATUS
                           ' reading NAMADDRL'
                   SET  W-RL-EOF
                                   TO TRUE
               END-IF

               IF      NOT W-RL-EOF
                   AND NA-TAXID-CANARY IN NAMADDRL-REC
                   AND NA-FIRST-NAME IN NAMADDRL-REC = W-CANARY-VALUE
                   MOVE 'Y'        TO W-PLACE-SW(W-PLACE-RL)
               END-IF
           END-PERFORM

           CLOSE NAMADDRL
           .
       SUB-3300-EXIT.
           EXIT.
      /
       SUB-3400-CHECK-AUDIT.
      *---------------------

           OPEN INPUT NAMADDAU

           IF      NOT W-AU-FILE-STATUS-GOOD
               DISPLAY W-ERROR-MSG
                       'File status ' W-AU-FILE-STATUS
                       ' opening NAMADDAU'
               GO TO SUB-3400-EXIT
           END-IF

           PERFORM UNTIL W-AU-EOF
                   OR    W-PLACE-FOUND(W-PLACE-AU)
               READ NAMADDAU
                   AT END
                       SET  W-AU-EOF
                                   TO TRUE
               END-READ

               IF      NOT W-AU-EOF
                   MOVE AU-NEW-IMAGE
                                   TO W-NEW-IMG
                   IF      (AU-TRANS-ADD OR AU-TRANS-CHANGE)
                       AND NA-TAXID-CANARY IN W-NEW-IMG
                       AND NA-FIRST-NAME IN W-NEW-IMG = W-CANARY-VALUE
                       MOVE 'Y'    TO W-PLACE-SW(W-PLACE-AU)
                   END-IF
               END-IF
           END-PERFORM

           CLOSE NAMADDAU
           .
       SUB-3400-EXIT.
           EXIT.
      /
       SUB-3500-CHECK-REPLICA.
      *-----------------------

           OPEN INPUT REPLIDX

           IF      NOT W-RI-FILE-STATUS-GOOD
               DISPLAY W-ERROR-MSG
                       'File status ' W-RI-FILE-STATUS
                       ' opening REPLIDX'
               GO TO SUB-3500-EXIT
           END-IF

           SET  NA-TAXID-CANARY IN REPLIDX-REC
                                   TO TRUE

           READ REPLIDX

           IF      W-RI-FILE-STATUS-GOOD
               AND NA-FIRST-NAME IN REPLIDX-REC = W-CANARY-VALUE
               MOVE 'Y'            TO W-PLACE-SW(W-PLACE-RP)
           END-IF

           CLOSE REPLIDX
           .
       SUB-3500-EXIT.
           EXIT.
      /
       SUB-3900-RAISE-ALERT.
      *---------------------

           MOVE 'NAMADDCNY'        TO AL-PROGRAM-NAME
           MOVE RI-RUN-ID          TO AL-RUN-ID
           SET  AL-SEV-CRITICAL    TO TRUE
           MOVE 8                  TO AL-CONDITION-CODE

           MOVE SPACES             TO AL-TEXT
           STRING 'Canary '        DELIMITED BY SIZE
                  W-CANARY-VALUE   DELIMITED BY SPACE
                  ' never reached '
                                   DELIMITED BY SIZE
                  W-FIRST-MISSING  DELIMITED BY '  '
             INTO AL-TEXT
           END-STRING

           MOVE 'Tonight''s data stopped there - check that step '
              & 'before release'   TO AL-ACTION

           CALL 'ALERT' USING W-AL-CONTROL

           DISPLAY W-ERROR-MSG
                   FUNCTION TRIM(AL-TEXT)
           .
       SUB-3900-EXIT.
           EXIT.
      /
       SUB-5000-SHUT-DOWN.
      *-------------------

           IF      W-MODE-VERIFY
               MOVE W-PLACES-FOUND TO W-LOG-FOUND
               MOVE W-PLACES-MISSING
                                   TO W-LOG-MISSING

               MOVE SPACES         TO JL-KEY-COUNTS
               STRING 'Verify found '
                                   DELIMITED BY SIZE
                      W-LOG-FOUND  DELIMITED BY SIZE
                      ' missing '  DELIMITED BY SIZE
                      W-LOG-MISSING
                                   DELIMITED BY SIZE
                      ' first '    DELIMITED BY SIZE
                      W-FIRST-MISSING
                                   DELIMITED BY '  '
                 INTO JL-KEY-COUNTS
               END-STRING
           ELSE
               MOVE SPACES         TO JL-KEY-COUNTS
               STRING 'Inject '    DELIMITED BY SIZE
                      W-CANARY-VALUE
                                   DELIMITED BY SPACE
                 INTO JL-KEY-COUNTS
               END-STRING
           END-IF

           MOVE 'NAMADDCNY'        TO JL-PROGRAM-NAME
           MOVE RI-RUN-ID          TO JL-RUN-ID
           MOVE W-RETURN-CODE      TO JL-RETURN-CODE

           CALL 'JOBLOG' USING W-JL-CONTROL

           IF      JL-RESPONSE-FILE-ERROR
               DISPLAY W-ERROR-MSG
                       'Unable to write to the shared job log'
           END-IF

           DISPLAY 'NAMADDCNY completed'
           .
       SUB-5000-EXIT.
           EXIT.
      /
       SUB-9800-WRITE-CANARY-LOG.
      *--------------------------

           OPEN EXTEND NAMADDCY

           IF      NOT W-CY-FILE-STATUS-GOOD
               OPEN OUTPUT NAMADDCY
           END-IF

           IF      NOT W-CY-FILE-STATUS-GOOD
               MOVE W-CY-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-CY-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDCY'
               IF      W-RETURN-CODE = 0
                   MOVE 12         TO W-RETURN-CODE
               END-IF
               GO TO SUB-9800-EXIT
           END-IF

           MOVE SPACES             TO NAMADDCY-REC
           MOVE W-CY-EVENT         TO CY-EVENT
           MOVE RI-RUN-ID          TO CY-RUN-ID
           MOVE W-STAMP-TS         TO CY-STAMP-TS
           MOVE 'NAMADDCNY'        TO CY-PROGRAM-NAME
           MOVE W-CANARY-VALUE     TO CY-VALUE
           MOVE W-CY-DETAIL        TO CY-DETAIL

           WRITE NAMADDCY-REC

           CLOSE NAMADDCY
           .
       SUB-9800-EXIT.
           EXIT.
