      *                                   JURISDICTION environment
      *                                   value, or the classic
      *                                   files)
      *                  account type     X(03)  (SLS, WHT or INC;
      *                                   spaces = not an account
      *                                   mailing)
      *
      *              Argument 1 names the campaign to advance. The
      *              audience is selected from NAMADDIX in NA-TAXID
      *                      0.3 does. A campaign in a partitioned
      *                      shop could previously reach only the
      *                      classic file
      * 2026-09-14  0.3      Count the wave's pieces going to a
      *                      temporary address open today per the
      *                      TMPADDR subroutine - NAMADDLTR letters
      *                      them there, so a winter campaign's
      *                      snowbird share is visible in the run log
      * 2026-09-14  0.4      Disaster-area deferral: a selected piece
      *                      whose delivery address (representative,
      *                      temporary or own, as NAMADDLTR would
      *                      letter it) NAMPREF answers deferred is
      *                      held back through DSTHOLD instead of
      *                      going in the wave. Every run first puts
      *                      back into its wave the held pieces whose
      *                      declaration has ended - NAMADDLTR logs
      *                      their release as it letters them - and a
      *                      complete campaign with pieces still held
      *                      keeps cutting release-only waves until
      *                      none remain
      * 2026-09-14  0.5      Account mailings: the definition's new
      *                      account-type column limits the audience
      *                      to taxpayers holding a registration of
      *                      that type in force today (per the
      *                      ACCTREG subroutine), passes the type to
      *                      NAMADDLTR as its argument 8, and judges
      *                      a disaster hold on the account's own
      *                      correspondence address where it has
      *                      one. Pieces going there, and records
      *                      passed over for want of the account,
      *                      are counted
      *================================================================*

       IDENTIFICATION DIVISION.
           05  CD-WAVE-SIZE        PIC 9(06).
           05  FILLER              PIC X(01).
           05  CD-JURISDICTION     PIC X(03).
           05  FILLER              PIC X(01).
           05  CD-ACCT-TYPE        PIC X(03).

       FD  NAMADDCP.


       01  W-NAMADDIX-RECS         PIC 9(09)  COMP VALUE 0.
       01  W-WAVE-SELECTED         PIC 9(09)  COMP VALUE 0.
       01  W-WAVE-TEMP-ADDR        PIC 9(09)  COMP VALUE 0.
       01  W-WAVE-ACCT-ADDR        PIC 9(09)  COMP VALUE 0.
       01  W-WAVE-NO-ACCOUNT       PIC 9(09)  COMP VALUE 0.
       01  W-WAVE-HELD             PIC 9(09)  COMP VALUE 0.
       01  W-WAVE-RELEASED         PIC 9(09)  COMP VALUE 0.
       01  W-RETURN-CODE           PIC S9(04) COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ,ZZ9.

       01  W-TARGET-CAMPAIGN       PIC X(08).
       01  W-TODAY                 PIC X(08).
       01  W-PIECE-ZIP             PIC X(10).

       01  W-HOLD-SW               PIC X(01)       VALUE 'N'.
           88  W-PIECE-HELD                        VALUE 'Y'.

       01  W-HOLDS-OPEN-SW         PIC X(01)       VALUE 'N'.
           88  W-HOLDS-OPEN                        VALUE 'Y'.

       01  W-DEF-FOUND-SW          PIC X(01)       VALUE 'N'.
           88  W-DEF-FOUND                         VALUE 'Y'.
           05  W-DEF-DATE-TO       PIC X(08).
           05  W-DEF-WAVE-SIZE     PIC 9(06).
           05  W-DEF-JURISDICTION  PIC X(03).
           05  W-DEF-ACCT-TYPE     PIC X(03).
               88  W-DEF-ACCT-NONE                 VALUE SPACES.
               88  W-DEF-ACCT-VALID                VALUE 'SLS' 'WHT'
                                                         'INC'.

       01  W-NAMADDIX-PATH         PIC X(60)       VALUE
           'Data\NAMEADDR.Idx.dat'.
           88  W-SELECTION-EXHAUSTED               VALUE 'Y'.

       01  W-COMMAND-LINE          PIC X(100)      VALUE SPACES.
       01  W-COMMAND-PTR           PIC 9(04)  COMP.
       01  W-STEP-RETURN-CODE      PIC S9(04) COMP VALUE 0.

       01  FILLER                  PIC X(01)       VALUE 'N'.
       01  W-JU-CONTROL.
           COPY JURISDICL.

       01  W-TA-CONTROL.
           COPY TMPADDRL.

       01  W-AR-CONTROL.
           COPY ACCTREGL.

       01  W-RP-CONTROL.
           COPY NAMREPL.

       01  W-PR-CONTROL.
           COPY NAMPREFL.

       01  W-DS-CONTROL.
           COPY DSTHOLDL.

       01  W-COMPILED-DATE.
           05  W-COMPILED-DATE-YYYY
                                   PIC X(04).
      **** A finished campaign skips selection, lettering and the
      **** progress rewrite outright - running the wave cut against
      **** the unopened index would only truncate the wave file.
      **** The exception is one with pieces still held for a disaster
      **** area, which cuts a release-only wave.

           IF      W-CAMPAIGN-DONE
               AND NOT W-HOLDS-OPEN
               GO TO MAIN-SHUT-DOWN
           END-IF

           END-IF

           IF      W-WAVE-SELECTED > 0
               OR  W-WAVE-RELEASED > 0
               PERFORM SUB-2500-CUT-LETTERS THRU SUB-2500-EXIT
           END-IF

               GO TO SUB-1000-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8)
                                   TO W-TODAY

           PERFORM SUB-1100-READ-DEFINITION THRU SUB-1100-EXIT

           IF      W-RETURN-CODE NOT = 0
           END-IF

           IF      W-PRG-STATUS(W-MY-PRG) = 'DONE'
               SET  W-CAMPAIGN-DONE
                                   TO TRUE
               PERFORM SUB-1300-CHECK-OPEN-HOLDS THRU SUB-1300-EXIT

               IF      W-HOLDS-OPEN
                   DISPLAY 'Campaign '
                           W-TARGET-CAMPAIGN
                           ' is complete - releasing pieces held '
                           'for a disaster area'
               ELSE
                   IF      W-RETURN-CODE = 0
                       DISPLAY 'Campaign '
                               W-TARGET-CAMPAIGN
                               ' is already complete - nothing to do'
                   END-IF
               END-IF
               GO TO SUB-1000-EXIT
           END-IF

                                   TO W-DEF-WAVE-SIZE
                   MOVE FUNCTION UPPER-CASE(CD-JURISDICTION)
                                   TO W-DEF-JURISDICTION
                   MOVE FUNCTION UPPER-CASE(CD-ACCT-TYPE)
                                   TO W-DEF-ACCT-TYPE
               END-IF
           END-PERFORM

               GO TO SUB-1100-EXIT
           END-IF

           IF      NOT W-DEF-ACCT-NONE
               AND NOT W-DEF-ACCT-VALID
               DISPLAY W-ERROR-MSG
                       'Campaign account type '
                       W-DEF-ACCT-TYPE
                       ' not SLS, WHT or INC'
               MOVE 8              TO W-RETURN-CODE
               GO TO SUB-1100-EXIT
           END-IF

           DISPLAY 'Campaign '       W-TARGET-CAMPAIGN
                   ' state '         W-DEF-STATE
                   ' status '        W-DEF-STATUS
                   ' wave '          W-DEF-WAVE-SIZE

           IF      NOT W-DEF-ACCT-NONE
               DISPLAY 'Account type '   W-DEF-ACCT-TYPE

               SET  AR-FUNC-LOAD   TO TRUE
               CALL 'ACCTREG' USING W-AR-CONTROL

               IF      AR-RESPONSE-FILE-ERROR
                   DISPLAY W-ERROR-MSG
                           'Account registration file '
                           'Data\NAMEADDR.AcctReg.dat unreadable'
                   MOVE 13         TO W-RETURN-CODE
               END-IF
           END-IF
           .
       SUB-1100-EXIT.
           EXIT.
           .
       SUB-1200-EXIT.
           EXIT.
      /
       SUB-1300-CHECK-OPEN-HOLDS.
      *--------------------------

           SET  DS-FUNC-NEXT       TO TRUE
           MOVE 'CPG'              TO DS-SOURCE
           MOVE W-TARGET-CAMPAIGN  TO DS-CAMPAIGN
           MOVE SPACES             TO DS-TEMPLATE-PATH
           MOVE 0                  TO DS-CURSOR
           CALL 'DSTHOLD' USING W-DS-CONTROL

           IF      NOT DS-RESPONSE-GOOD
               DISPLAY W-ERROR-MSG
                       'Disaster-hold log could not be read'
               MOVE 47             TO W-RETURN-CODE
               GO TO SUB-1300-EXIT
           END-IF

           IF      DS-FOUND
               SET  W-HOLDS-OPEN   TO TRUE
           END-IF
           .
       SUB-1300-EXIT.
           EXIT.
      /
       SUB-2000-SELECT-WAVE.
      *---------------------
               GO TO SUB-2000-EXIT
           END-IF

           PERFORM SUB-2050-RELEASE-HELD-PIECES THRU SUB-2050-EXIT

           IF      W-RETURN-CODE NOT = 0
               OR  W-CAMPAIGN-DONE
               GO TO SUB-2000-CLOSE
           END-IF

           IF      W-PRG-LAST-TAXID(W-MY-PRG) = SPACES
               MOVE LOW-VALUES     TO NA-TAXID
           ELSE
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2050-RELEASE-HELD-PIECES.
      *-----------------------------

      **** Pieces this campaign held whose area is no longer deferred
      **** go in the wave ahead of the new selection, outside the
      **** wave size. They stay logged as held until NAMADDLTR
      **** letters them.

           MOVE 'CPG'              TO DS-SOURCE
           MOVE W-TARGET-CAMPAIGN  TO DS-CAMPAIGN
           MOVE SPACES             TO DS-TEMPLATE-PATH
           MOVE 0                  TO DS-CURSOR
           SET  DS-FOUND           TO TRUE

           PERFORM SUB-2060-RELEASE-ONE-PIECE THRU SUB-2060-EXIT
               UNTIL DS-NOT-FOUND
               OR    W-RETURN-CODE NOT = 0

           MOVE W-WAVE-RELEASED    TO W-DISP-NUM
           DISPLAY 'Wave TAXIDs released:  '
                   W-DISP-NUM
           .
       SUB-2050-EXIT.
           EXIT.
      /
       SUB-2060-RELEASE-ONE-PIECE.
      *---------------------------

           SET  DS-FUNC-NEXT       TO TRUE
           CALL 'DSTHOLD' USING W-DS-CONTROL

           IF      NOT DS-RESPONSE-GOOD
               DISPLAY W-ERROR-MSG
                       'Disaster-hold log could not be read'
               MOVE 47             TO W-RETURN-CODE
               GO TO SUB-2060-EXIT
           END-IF

           IF      DS-NOT-FOUND
               GO TO SUB-2060-EXIT
           END-IF

           SET  PR-FUNC-DEFERRAL   TO TRUE
           MOVE DS-HELD-ZIP-CODE   TO PR-ZIP-CODE
           MOVE W-TODAY            TO PR-AS-OF-DATE
           CALL 'NAMPREF' USING W-PR-CONTROL

           IF      PR-DEFERRED
               GO TO SUB-2060-EXIT
           END-IF

           MOVE DS-HELD-TAXID      TO WV-TAXID

           WRITE NAMADDWV-REC

           IF      NOT W-WV-FILE-STATUS-GOOD
               MOVE W-WV-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-WV-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing NAMADDWV'
               MOVE 30             TO W-RETURN-CODE
               GO TO SUB-2060-EXIT
           END-IF

           ADD  1                  TO W-WAVE-RELEASED
           .
       SUB-2060-EXIT.
           EXIT.
      /
       SUB-2100-JUDGE-ONE-RECORD.
      *--------------------------
               GO TO SUB-2100-EXIT
           END-IF

      **** An account mailing goes only to holders of the account,
      **** as NAMADDLTR will judge it today.

           SET  AR-NOT-ACTIVE      TO TRUE
           SET  AR-NO-OVERRIDE     TO TRUE

           IF      NOT W-DEF-ACCT-NONE
               SET  AR-FUNC-QUERY  TO TRUE
               MOVE NA-TAXID       TO AR-TAXID
               MOVE W-DEF-ACCT-TYPE
                                   TO AR-ACCT-TYPE
               MOVE W-TODAY        TO AR-AS-OF-DATE
               CALL 'ACCTREG' USING W-AR-CONTROL

               IF      AR-NOT-ACTIVE
                   ADD  1          TO W-WAVE-NO-ACCOUNT
                   GO TO SUB-2100-EXIT
               END-IF
           END-IF

           PERFORM SUB-2150-CHECK-DISASTER-HOLD THRU SUB-2150-EXIT

           IF      W-PIECE-HELD
               OR  W-RETURN-CODE NOT = 0
               GO TO SUB-2100-EXIT
           END-IF

           MOVE NA-TAXID           TO WV-TAXID

           WRITE NAMADDWV-REC
           END-IF

           ADD  1                  TO W-WAVE-SELECTED

           EVALUATE TRUE
               WHEN RP-ACTIVE
                   CONTINUE
               WHEN AR-OVERRIDE
                   ADD  1          TO W-WAVE-ACCT-ADDR
               WHEN TA-ACTIVE
                   ADD  1          TO W-WAVE-TEMP-ADDR
           END-EVALUATE
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2150-CHECK-DISASTER-HOLD.
      *-----------------------------

      **** The piece goes where NAMADDLTR will letter it: an active
      **** representative first, then the account's own address for
      **** an account mailing, then an open temporary address, then
      **** the record's own address.

           MOVE 'N'                TO W-HOLD-SW

           SET  RP-FUNC-QUERY      TO TRUE
           MOVE NA-TAXID           TO RP-TAXID
           MOVE W-TODAY            TO RP-AS-OF-DATE
           CALL 'NAMREP' USING W-RP-CONTROL

           SET  TA-FUNC-QUERY      TO TRUE
           MOVE NA-TAXID           TO TA-TAXID
           MOVE SPACES             TO TA-AS-OF-DATE
           CALL 'TMPADDR' USING W-TA-CONTROL

           IF      NA-ADDRESS-TYPE-MAILING
               MOVE NA-M-ZIP-CODE  TO W-PIECE-ZIP
           ELSE
               MOVE NA-ZIP-CODE    TO W-PIECE-ZIP
           END-IF

           EVALUATE TRUE
               WHEN RP-ACTIVE
                   MOVE RP-REP-ZIP TO W-PIECE-ZIP
               WHEN AR-OVERRIDE
                   MOVE AR-ZIP-CODE
                                   TO W-PIECE-ZIP
               WHEN TA-ACTIVE
                   MOVE TA-ZIP-CODE
                                   TO W-PIECE-ZIP
           END-EVALUATE

           MOVE 'CPG'              TO DS-SOURCE
           MOVE W-TARGET-CAMPAIGN  TO DS-CAMPAIGN
           MOVE SPACES             TO DS-TEMPLATE-PATH
           MOVE NA-TAXID           TO DS-TAXID

           SET  PR-FUNC-DEFERRAL   TO TRUE
           MOVE W-PIECE-ZIP        TO PR-ZIP-CODE
           MOVE W-TODAY            TO PR-AS-OF-DATE
           CALL 'NAMPREF' USING W-PR-CONTROL

      **** A piece re-selected by a rerun of a wave that died after
      **** holding it, whose area has since been released, is
      **** already in this wave from the release pass.

           IF      NOT PR-DEFERRED
               SET  DS-FUNC-QUERY  TO TRUE
               CALL 'DSTHOLD' USING W-DS-CONTROL

               IF      NOT DS-RESPONSE-GOOD
                   GO TO SUB-2150-HOLD-LOG-ERROR
               END-IF

               IF      DS-FOUND
                   SET  W-PIECE-HELD
                                   TO TRUE
               END-IF
               GO TO SUB-2150-EXIT
           END-IF

           SET  DS-FUNC-HOLD       TO TRUE
           MOVE PR-DISASTER-ID     TO DS-DISASTER-ID
           MOVE W-PIECE-ZIP        TO DS-ZIP-CODE
           MOVE W-TODAY            TO DS-DATE
           MOVE 0                  TO DS-RUN-ID
           CALL 'DSTHOLD' USING W-DS-CONTROL

           IF      NOT DS-RESPONSE-GOOD
               GO TO SUB-2150-HOLD-LOG-ERROR
           END-IF

           SET  W-PIECE-HELD       TO TRUE
           ADD  1                  TO W-WAVE-HELD
           GO TO SUB-2150-EXIT
           .
       SUB-2150-HOLD-LOG-ERROR.

           DISPLAY W-ERROR-MSG
                   'Disaster-hold log not updated for TAXID '
                   NA-TAXID
                   ' (response '
                   DS-RESPONSE-SW
                   ')'
           MOVE 47                 TO W-RETURN-CODE
           .
       SUB-2150-EXIT.
           EXIT.
      /
       SUB-2500-CUT-LETTERS.
      *---------------------

           MOVE SPACES             TO W-COMMAND-LINE
           MOVE 1                  TO W-COMMAND-PTR

           STRING 'NAMADDLTR * '   DELIMITED BY SIZE
                  W-DEF-STATUS     DELIMITED BY SIZE
                  ' Data\NAMEADDR.CampaignWave.dat '
                                   DELIMITED BY SIZE
                  W-TARGET-CAMPAIGN
                                   DELIMITED BY SPACE
             INTO W-COMMAND-LINE
             WITH POINTER W-COMMAND-PTR
           END-STRING

      **** Arguments 5 to 7 stand empty to reach argument 8.

           IF      NOT W-DEF-ACCT-NONE
               STRING ' * * * '    DELIMITED BY SIZE
                      W-DEF-ACCT-TYPE
                                   DELIMITED BY SIZE
                 INTO W-COMMAND-LINE
                 WITH POINTER W-COMMAND-PTR
               END-STRING
           END-IF

           DISPLAY 'Cutting wave: '
                   FUNCTION TRIM(W-COMMAND-LINE)

           SET  W-PRG-IX           TO W-MY-PRG

           ADD  W-WAVE-SELECTED    TO W-PRG-PIECES(W-PRG-IX)
           ADD  W-WAVE-RELEASED    TO W-PRG-PIECES(W-PRG-IX)

           IF      W-LAST-SELECTED NOT = SPACES
               MOVE W-LAST-SELECTED
           DISPLAY 'Wave pieces selected:  '
                   W-DISP-NUM

           MOVE W-WAVE-TEMP-ADDR   TO W-DISP-NUM
           DISPLAY 'To temporary address:  '
                   W-DISP-NUM

           IF      NOT W-DEF-ACCT-NONE
               MOVE W-WAVE-ACCT-ADDR
                                   TO W-DISP-NUM
               DISPLAY 'To account address:    '
                       W-DISP-NUM

               MOVE W-WAVE-NO-ACCOUNT
                                   TO W-DISP-NUM
               DISPLAY 'No account of type:    '
                       W-DISP-NUM
           END-IF

           MOVE W-WAVE-HELD        TO W-DISP-NUM
           DISPLAY 'Held, disaster area:   '
                   W-DISP-NUM

           MOVE W-WAVE-RELEASED    TO W-DISP-NUM
           DISPLAY 'Released from hold:    '
                   W-DISP-NUM

           IF      W-MY-PRG > 0
               SET  W-PRG-IX       TO W-MY-PRG
               MOVE W-PRG-PIECES(W-PRG-IX)
