      *========================== NAMADDAVF ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Weekly address-velocity and drop-address
      *              analysis for the fraud unit. Where NAMADDCTP
      *              finds many TAXIDs sharing one phone or email,
      *              this program reads the address changes in the
      *              audit file Data\NAMEADDR.Audit.dat and reports
      *              the two address patterns behind refund fraud:
      *
      *                  DROP ADDRESS - many unrelated TAXIDs moved
      *                  (or added) to one address within the drop
      *                  window. TAXIDs of one NAMADDHHD household
      *                  count once, so a family moving together is
      *                  not a hit;
      *                  ADDRESS VELOCITY - one TAXID whose physical
      *                  or mailing address changed the threshold
      *                  number of times within the velocity window.
      *
      *              Every address is put through ADRSTD before it
      *              is compared, so variant spellings of one
      *              address group together.
      *
      *              Thresholds are arguments, each defaulted when
      *              omitted or zero:
      *                  1 - drop-address households (default 4)
      *                  2 - drop window in days (default 28)
      *                  3 - address changes per TAXID (default 3)
      *                  4 - velocity window in days (default 91)
      *
      *              Output: Data\NAMEADDR.AddrVelocity.Rpt.dat. Every
      *              TAXID in a hit not already watched is offered
      *              as a watch-list candidate in
      *              Data\NAMEADDR.WatchCand.dat, in NAMADDWLM's
      *              transaction layout with the supervisor ID left
      *              blank - a supervisor signs the candidates they
      *              accept and passes them to NAMADDWLM. A hit at
      *              twice its threshold or more also raises a
      *              warning ALERT. Return code 4 when anything was
      *              reported.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      * 2026-09-14  0.2      Addresses read from the images moved whole
      *                      into NAMEADDR work records, not by name
      *                      inside the audit record where they do not
      *                      line up
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 NAMADDAVF.

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
           SELECT NAMADDAU         ASSIGN "Data\NAMEADDR.Audit.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-AU-FILE-STATUS.

           SELECT NAMADDHH         ASSIGN "Data\NAMEADDR.Household.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-HH-FILE-STATUS.

           SELECT WATCHCND         ASSIGN
                                   "Data\NAMEADDR.WatchCand.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-WC-FILE-STATUS.

           SELECT AVFRPT           ASSIGN
                                   "Data\NAMEADDR.AddrVelocity.Rpt.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-RP-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  NAMADDAU.

       01  NAMADDAU-REC.           COPY NAMADDAU.

       FD  NAMADDHH.

       01  NAMADDHH-REC.           COPY NAMADDHH.

       FD  WATCHCND.

       01  WATCHCND-REC.
           05  WC-TRANS-CODE       PIC X(01).
           05  FILLER              PIC X(01).
           05  WC-TAXID            PIC X(12).
           05  FILLER              PIC X(01).
           05  WC-REASON           PIC X(30).
           05  FILLER              PIC X(01).
           05  WC-PLACED-BY        PIC X(08).

       FD  AVFRPT.

       01  AVFRPT-REC              PIC X(132).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-RETURN-CODE           PIC S9(04) COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ,ZZ9.
       01  W-DISP-SHORT            PIC ZZ9.

       01  W-AU-LINES-READ         PIC 9(09)  COMP VALUE 0.
       01  W-MOVES-SEEN            PIC 9(09)  COMP VALUE 0.
       01  W-DROP-HITS             PIC 9(05)  COMP VALUE 0.
       01  W-VELOCITY-HITS         PIC 9(05)  COMP VALUE 0.
       01  W-CANDIDATES-OFFERED    PIC 9(05)  COMP VALUE 0.
       01  W-ALERTS-RAISED         PIC 9(05)  COMP VALUE 0.

       01  W-ARG                   PIC X(03).
       01  W-DROP-THRESHOLD        PIC 9(03)  COMP VALUE 4.
       01  W-DROP-DAYS             PIC 9(03)  COMP VALUE 28.
       01  W-VEL-THRESHOLD         PIC 9(03)  COMP VALUE 3.
       01  W-VEL-DAYS              PIC 9(03)  COMP VALUE 91.

       01  W-TODAY                 PIC X(08).
       01  W-DATE-NUM              PIC 9(08).
       01  W-TODAY-DAY             PIC S9(09) COMP.
       01  W-EVENT-DAY             PIC S9(09) COMP.
       01  W-DROP-FROM-DAY         PIC S9(09) COMP.
       01  W-VEL-FROM-DAY          PIC S9(09) COMP.
       01  W-EARLIEST-DAY          PIC S9(09) COMP.

      **** Household membership, so TAXIDs of one household count
      **** once at a drop address.

       01  W-HH-COUNT              PIC 9(05)  COMP VALUE 0.
       01  W-HH-MAX                PIC 9(05)  COMP VALUE 20000.

       01  W-HH-TABLE.
           05  W-HH-ENTRY                          OCCURS 20000
                                                   INDEXED W-HH-IX.
               10  W-HH-TAXID      PIC X(12).
               10  W-HH-KEY        PIC 9(09).

      **** Standardized addresses arrived at within the drop
      **** window, with the distinct households (or lone TAXIDs)
      **** that arrived.

       01  W-AD-COUNT              PIC 9(05)  COMP VALUE 0.
       01  W-AD-MAX                PIC 9(05)  COMP VALUE 5000.
       01  W-AD-UNIT-MAX           PIC 9(03)  COMP VALUE 30.

       01  W-AD-TABLE.
           05  W-AD-ENTRY                          OCCURS 5000
                                                   INDEXED W-AD-IX.
               10  W-AD-KEY.
                   15  W-AD-STREET PIC X(35).
                   15  W-AD-CITY   PIC X(25).
                   15  W-AD-ZIP    PIC X(05).
               10  W-AD-UNITS      PIC 9(03)  COMP.
               10  W-AD-UNIT       PIC X(13)       OCCURS 30
                                                   INDEXED W-UN-IX.

      **** Each arrival, pointing at its address, so the TAXIDs of
      **** a hit address can be listed.

       01  W-EV-COUNT              PIC 9(05)  COMP VALUE 0.
       01  W-EV-MAX                PIC 9(05)  COMP VALUE 20000.

       01  W-EV-TABLE.
           05  W-EV-ENTRY                          OCCURS 20000
                                                   INDEXED W-EV-IX.
               10  W-EV-TAXID      PIC X(12).
               10  W-EV-AD-SUB     PIC 9(05)  COMP.

      **** Address changes per TAXID within the velocity window.

       01  W-VL-COUNT              PIC 9(05)  COMP VALUE 0.
       01  W-VL-MAX                PIC 9(05)  COMP VALUE 20000.

       01  W-VL-TABLE.
           05  W-VL-ENTRY                          OCCURS 20000
                                                   INDEXED W-VL-IX.
               10  W-VL-TAXID      PIC X(12).
               10  W-VL-CHANGES    PIC 9(03)  COMP.
               10  W-VL-FIRST-DATE PIC X(08).
               10  W-VL-LAST-DATE  PIC X(08).

      **** TAXIDs listed for the address being reported.

       01  W-LS-COUNT              PIC 9(03)  COMP VALUE 0.
       01  W-LS-MAX                PIC 9(03)  COMP VALUE 500.

       01  W-LS-TABLE.
           05  W-LS-TAXID          PIC X(12)       OCCURS 500
                                                   INDEXED W-LS-IX.

      **** TAXIDs already offered this run.

       01  W-OF-COUNT              PIC 9(05)  COMP VALUE 0.
       01  W-OF-MAX                PIC 9(05)  COMP VALUE 5000.

       01  W-OF-TABLE.
           05  W-OF-TAXID          PIC X(12)       OCCURS 5000
                                                   INDEXED W-OF-IX.

       01  W-OLD-IMG.              COPY NAMEADDR.

       01  W-NEW-IMG.              COPY NAMEADDR.

       01  W-OLD-KEY.
           05  W-OLD-STREET        PIC X(35).
           05  W-OLD-CITY          PIC X(25).
           05  W-OLD-ZIP           PIC X(05).

       01  W-NEW-KEY.
           05  W-NEW-STREET        PIC X(35).
           05  W-NEW-CITY          PIC X(25).
           05  W-NEW-ZIP           PIC X(05).

       01  W-EVENT-TAXID           PIC X(12).
       01  W-EVENT-DATE            PIC X(08).
       01  W-UNIT-KEY              PIC X(13).
       01  W-CAND-TAXID            PIC X(12).
       01  W-CAND-REASON           PIC X(30).
       01  W-LIST-PTR              PIC 9(04)  COMP.
       01  W-SUB                   PIC 9(05)  COMP.

       01  W-FOUND-SW              PIC X(01).
           88  W-FOUND                             VALUE 'Y'.
           88  W-NOT-FOUND                         VALUE 'N'.

       01  W-MOVED-SW              PIC X(01).
           88  W-MOVED                             VALUE 'Y'.
           88  W-NOT-MOVED                         VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-AU-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-HH-EOF                            VALUE 'Y'.

       01  W-AU-FILE-STATUS        PIC X(02).
           88  W-AU-FILE-STATUS-GOOD               VALUE '00'.

       01  W-HH-FILE-STATUS        PIC X(02).
           88  W-HH-FILE-STATUS-GOOD               VALUE '00'.

       01  W-WC-FILE-STATUS        PIC X(02).
           88  W-WC-FILE-STATUS-GOOD               VALUE '00'.

       01  W-RP-FILE-STATUS        PIC X(02).
           88  W-RP-FILE-STATUS-GOOD               VALUE '00'.

       01  W-ERROR-MSG             PIC X(22)       VALUE
           '**** NAMADDAVF error: '.

       01  W-FS-CONTROL.
           COPY FILESTATL.

       01  W-AS-CONTROL.
           COPY ADRSTDL.

       01  W-WL-CONTROL.
           COPY WATCHLSTL.

       01  W-RI-CONTROL.
           COPY RUNIDL.

       01  W-AL-CONTROL.
           COPY ALERTL.

       01  W-RPT-LINE              PIC X(132).

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
               GO TO MAIN-EXIT
           END-IF

           PERFORM SUB-1100-LOAD-HOUSEHOLDS THRU SUB-1100-EXIT

           PERFORM SUB-2000-SCAN-AUDIT THRU SUB-2000-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO MAIN-EXIT
           END-IF

           PERFORM SUB-4000-WRITE-REPORT THRU SUB-4000-EXIT

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

           DISPLAY 'NAMADDAVF compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           SET  RI-FUNC-NEXT       TO TRUE
           CALL 'RUNID' USING W-RI-CONTROL
           DISPLAY 'Run ID: ' RI-RUN-ID

           DISPLAY 1               UPON ARGUMENT-NUMBER
           MOVE SPACES             TO W-ARG
           ACCEPT W-ARG            FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           IF      W-ARG NUMERIC
               AND W-ARG > '000'
               MOVE W-ARG          TO W-DROP-THRESHOLD
           END-IF

           DISPLAY 2               UPON ARGUMENT-NUMBER
           MOVE SPACES             TO W-ARG
           ACCEPT W-ARG            FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           IF      W-ARG NUMERIC
               AND W-ARG > '000'
               MOVE W-ARG          TO W-DROP-DAYS
           END-IF

           DISPLAY 3               UPON ARGUMENT-NUMBER
           MOVE SPACES             TO W-ARG
           ACCEPT W-ARG            FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           IF      W-ARG NUMERIC
               AND W-ARG > '000'
               MOVE W-ARG          TO W-VEL-THRESHOLD
           END-IF

           DISPLAY 4               UPON ARGUMENT-NUMBER
           MOVE SPACES             TO W-ARG
           ACCEPT W-ARG            FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           IF      W-ARG NUMERIC
               AND W-ARG > '000'
               MOVE W-ARG          TO W-VEL-DAYS
           END-IF

           DISPLAY 'Drop address:     '
                   W-DROP-THRESHOLD
                   ' households in '
                   W-DROP-DAYS
                   ' days'
           DISPLAY 'Address velocity: '
                   W-VEL-THRESHOLD
                   ' changes in '
                   W-VEL-DAYS
                   ' days'

           MOVE FUNCTION CURRENT-DATE(1 : 8)
                                   TO W-TODAY
           MOVE W-TODAY            TO W-DATE-NUM
           COMPUTE W-TODAY-DAY     = FUNCTION
                                   INTEGER-OF-DATE(W-DATE-NUM)
           COMPUTE W-DROP-FROM-DAY = W-TODAY-DAY - W-DROP-DAYS + 1
           COMPUTE W-VEL-FROM-DAY  = W-TODAY-DAY - W-VEL-DAYS + 1

           IF      W-DROP-FROM-DAY < W-VEL-FROM-DAY
               MOVE W-DROP-FROM-DAY
                                   TO W-EARLIEST-DAY
           ELSE
               MOVE W-VEL-FROM-DAY TO W-EARLIEST-DAY
           END-IF

           OPEN OUTPUT AVFRPT

           IF      NOT W-RP-FILE-STATUS-GOOD
               MOVE W-RP-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-RP-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening AVFRPT'
               MOVE 10             TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           OPEN OUTPUT WATCHCND

           IF      NOT W-WC-FILE-STATUS-GOOD
               MOVE W-WC-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-WC-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening WATCHCND'
               MOVE 10             TO W-RETURN-CODE
               CLOSE AVFRPT
           END-IF
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-HOUSEHOLDS.
      *-------------------------

      **** No household file means every TAXID is its own
      **** household.

           OPEN INPUT NAMADDHH

           IF      NOT W-HH-FILE-STATUS-GOOD
               DISPLAY 'No household file on disk - every TAXID '
                       'counts as its own household'
               GO TO SUB-1100-EXIT
           END-IF

           PERFORM UNTIL W-HH-EOF
               READ NAMADDHH
                   AT END
                       SET  W-HH-EOF
                                   TO TRUE
               END-READ

               IF      NOT W-HH-EOF
                   AND W-HH-COUNT < W-HH-MAX
                   ADD  1          TO W-HH-COUNT
                   SET  W-HH-IX    TO W-HH-COUNT
                   MOVE HH-TAXID   TO W-HH-TAXID(W-HH-IX)
                   MOVE HH-HOUSEHOLD-KEY
                                   TO W-HH-KEY(W-HH-IX)
               END-IF
           END-PERFORM

           CLOSE NAMADDHH

           MOVE W-HH-COUNT         TO W-DISP-NUM
           DISPLAY 'Household members loaded: '
                   W-DISP-NUM
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-2000-SCAN-AUDIT.
      *--------------------

           OPEN INPUT NAMADDAU

           IF      NOT W-AU-FILE-STATUS-GOOD
               MOVE W-AU-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-AU-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDAU'
               MOVE 20             TO W-RETURN-CODE
               CLOSE AVFRPT
                     WATCHCND
               GO TO SUB-2000-EXIT
           END-IF

           PERFORM SUB-2100-JUDGE-ONE-AUDIT THRU SUB-2100-EXIT
               UNTIL W-AU-EOF

           CLOSE NAMADDAU
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-JUDGE-ONE-AUDIT.
      *-------------------------

           READ NAMADDAU
               AT END
                   SET  W-AU-EOF   TO TRUE
                   GO TO SUB-2100-EXIT
           END-READ

           ADD  1                  TO W-AU-LINES-READ

           IF      NOT AU-TRANS-ADD
               AND NOT AU-TRANS-CHANGE
               GO TO SUB-2100-EXIT
           END-IF

           IF      AU-TIMESTAMP(1 : 8) NOT NUMERIC
               GO TO SUB-2100-EXIT
           END-IF

           MOVE AU-TIMESTAMP(1 : 8)
                                   TO W-DATE-NUM
                                      W-EVENT-DATE
           COMPUTE W-EVENT-DAY     = FUNCTION
                                   INTEGER-OF-DATE(W-DATE-NUM)

           IF      W-EVENT-DAY < W-EARLIEST-DAY
               OR  W-EVENT-DAY > W-TODAY-DAY
               GO TO SUB-2100-EXIT
           END-IF

           MOVE AU-OLD-IMAGE       TO W-OLD-IMG
           MOVE AU-NEW-IMAGE       TO W-NEW-IMG

           MOVE NA-TAXID IN W-NEW-IMG
                                   TO W-EVENT-TAXID

      **** The physical address. An add is an arrival at a drop
      **** address but not a change of address.

           MOVE NA-STREET IN W-NEW-IMG
                                   TO AS-STREET
           MOVE NA-CITY IN W-NEW-IMG
                                   TO AS-CITY
           CALL 'ADRSTD' USING W-AS-CONTROL
           MOVE AS-STREET          TO W-NEW-STREET
           MOVE AS-CITY            TO W-NEW-CITY
           MOVE NA-ZIP-CODE IN W-NEW-IMG
                                   TO W-NEW-ZIP

           IF      AU-TRANS-ADD
               IF      W-NEW-STREET NOT = SPACES
                   PERFORM SUB-2200-NOTE-ARRIVAL THRU SUB-2200-EXIT
               END-IF
               GO TO SUB-2100-EXIT
           END-IF

           MOVE NA-STREET IN W-OLD-IMG
                                   TO AS-STREET
           MOVE NA-CITY IN W-OLD-IMG
                                   TO AS-CITY
           CALL 'ADRSTD' USING W-AS-CONTROL
           MOVE AS-STREET          TO W-OLD-STREET
           MOVE AS-CITY            TO W-OLD-CITY
           MOVE NA-ZIP-CODE IN W-OLD-IMG
                                   TO W-OLD-ZIP

           SET  W-NOT-MOVED        TO TRUE

           IF      W-NEW-KEY NOT = W-OLD-KEY
               AND W-NEW-STREET NOT = SPACES
               SET  W-MOVED        TO TRUE
               PERFORM SUB-2200-NOTE-ARRIVAL THRU SUB-2200-EXIT
           END-IF

      **** The mailing address, where refunds are usually sent.

           MOVE NA-M-STREET IN W-NEW-IMG
                                   TO AS-STREET
           MOVE NA-M-CITY IN W-NEW-IMG
                                   TO AS-CITY
           CALL 'ADRSTD' USING W-AS-CONTROL
           MOVE AS-STREET          TO W-NEW-STREET
           MOVE AS-CITY            TO W-NEW-CITY
           MOVE NA-M-ZIP-CODE IN W-NEW-IMG
                                   TO W-NEW-ZIP

           MOVE NA-M-STREET IN W-OLD-IMG
                                   TO AS-STREET
           MOVE NA-M-CITY IN W-OLD-IMG
                                   TO AS-CITY
           CALL 'ADRSTD' USING W-AS-CONTROL
           MOVE AS-STREET          TO W-OLD-STREET
           MOVE AS-CITY            TO W-OLD-CITY
           MOVE NA-M-ZIP-CODE IN W-OLD-IMG
                                   TO W-OLD-ZIP

           IF      W-NEW-KEY NOT = W-OLD-KEY
               AND W-NEW-STREET NOT = SPACES
               SET  W-MOVED        TO TRUE
               PERFORM SUB-2200-NOTE-ARRIVAL THRU SUB-2200-EXIT
           END-IF

      **** One transaction changing both addresses is one change.

           IF      W-MOVED
               ADD  1              TO W-MOVES-SEEN
               IF      W-EVENT-DAY >= W-VEL-FROM-DAY
                   PERFORM SUB-2300-NOTE-CHANGE THRU SUB-2300-EXIT
               END-IF
           END-IF
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-NOTE-ARRIVAL.
      *----------------------

           IF      W-EVENT-DAY < W-DROP-FROM-DAY
               GO TO SUB-2200-EXIT
           END-IF

           SET  W-AD-IX            TO 1

           SEARCH W-AD-ENTRY
               AT END
                   CONTINUE
               WHEN W-AD-IX > W-AD-COUNT
                   CONTINUE
               WHEN W-AD-KEY(W-AD-IX) = W-NEW-KEY
                   GO TO SUB-2200-FOUND
           END-SEARCH

           IF      W-AD-COUNT >= W-AD-MAX
               GO TO SUB-2200-EXIT
           END-IF

           ADD  1                  TO W-AD-COUNT
           SET  W-AD-IX            TO W-AD-COUNT
           MOVE W-NEW-KEY          TO W-AD-KEY(W-AD-IX)
           MOVE 0                  TO W-AD-UNITS(W-AD-IX)
           .
       SUB-2200-FOUND.

           IF      W-EV-COUNT < W-EV-MAX
               ADD  1              TO W-EV-COUNT
               MOVE W-EVENT-TAXID  TO W-EV-TAXID(W-EV-COUNT)
               SET  W-EV-AD-SUB(W-EV-COUNT)
                                   TO W-AD-IX
           END-IF

      **** The unit is the household, or the TAXID itself when it
      **** belongs to none.

           MOVE SPACES             TO W-UNIT-KEY
           MOVE 'T'                TO W-UNIT-KEY(1 : 1)
           MOVE W-EVENT-TAXID      TO W-UNIT-KEY(2 : 12)
           SET  W-HH-IX            TO 1

           SEARCH W-HH-ENTRY
               AT END
                   CONTINUE
               WHEN W-HH-IX > W-HH-COUNT
                   CONTINUE
               WHEN W-HH-TAXID(W-HH-IX) = W-EVENT-TAXID
                   MOVE 'H'        TO W-UNIT-KEY(1 : 1)
                   MOVE W-HH-KEY(W-HH-IX)
                                   TO W-UNIT-KEY(2 : 12)
           END-SEARCH

           SET  W-NOT-FOUND        TO TRUE

           PERFORM VARYING W-UN-IX FROM 1 BY 1
                   UNTIL W-UN-IX > W-AD-UNITS(W-AD-IX)
                   OR    W-FOUND
               IF      W-AD-UNIT(W-AD-IX, W-UN-IX) = W-UNIT-KEY
                   SET  W-FOUND    TO TRUE
               END-IF
           END-PERFORM

           IF      W-NOT-FOUND
               AND W-AD-UNITS(W-AD-IX) < W-AD-UNIT-MAX
               ADD  1              TO W-AD-UNITS(W-AD-IX)
               SET  W-UN-IX        TO W-AD-UNITS(W-AD-IX)
               MOVE W-UNIT-KEY     TO W-AD-UNIT(W-AD-IX, W-UN-IX)
           END-IF
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2300-NOTE-CHANGE.
      *---------------------

           SET  W-VL-IX            TO 1

           SEARCH W-VL-ENTRY
               AT END
                   CONTINUE
               WHEN W-VL-IX > W-VL-COUNT
                   CONTINUE
               WHEN W-VL-TAXID(W-VL-IX) = W-EVENT-TAXID
                   ADD  1          TO W-VL-CHANGES(W-VL-IX)
                   MOVE W-EVENT-DATE
                                   TO W-VL-LAST-DATE(W-VL-IX)
                   GO TO SUB-2300-EXIT
           END-SEARCH

           IF      W-VL-COUNT >= W-VL-MAX
               GO TO SUB-2300-EXIT
           END-IF

           ADD  1                  TO W-VL-COUNT
           SET  W-VL-IX            TO W-VL-COUNT
           MOVE W-EVENT-TAXID      TO W-VL-TAXID(W-VL-IX)
           MOVE 1                  TO W-VL-CHANGES(W-VL-IX)
           MOVE W-EVENT-DATE       TO W-VL-FIRST-DATE(W-VL-IX)
                                      W-VL-LAST-DATE(W-VL-IX)
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           CLOSE AVFRPT
                 WATCHCND

           MOVE W-AU-LINES-READ    TO W-DISP-NUM
           DISPLAY 'Audit lines read:      '
                   W-DISP-NUM

           MOVE W-MOVES-SEEN       TO W-DISP-NUM
           DISPLAY 'Address changes seen:  '
                   W-DISP-NUM

           MOVE W-DROP-HITS        TO W-DISP-NUM
           DISPLAY 'Drop addresses:        '
                   W-DISP-NUM

           MOVE W-VELOCITY-HITS    TO W-DISP-NUM
           DISPLAY 'High-velocity TAXIDs:  '
                   W-DISP-NUM

           MOVE W-CANDIDATES-OFFERED
                                   TO W-DISP-NUM
           DISPLAY 'Watch candidates:      '
                   W-DISP-NUM

           MOVE W-ALERTS-RAISED    TO W-DISP-NUM
           DISPLAY 'Alerts raised:         '
                   W-DISP-NUM

           IF      W-DROP-HITS > 0
               OR  W-VELOCITY-HITS > 0
               IF      W-RETURN-CODE = 0
                   MOVE 4          TO W-RETURN-CODE
               END-IF
           END-IF

           DISPLAY 'NAMADDAVF completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-4000-WRITE-REPORT.
      *----------------------

           MOVE SPACES             TO W-RPT-LINE
           STRING ' ADDRESS VELOCITY AND DROP-ADDRESS ANALYSIS TO '
                                   DELIMITED BY SIZE
                  W-TODAY          DELIMITED BY SIZE
             INTO W-RPT-LINE
           END-STRING
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE SPACES             TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE W-DROP-THRESHOLD   TO W-DISP-NUM
           MOVE W-DROP-DAYS        TO W-DISP-SHORT
           MOVE SPACES             TO W-RPT-LINE
           STRING ' DROP ADDRESSES - '
                                   DELIMITED BY SIZE
                  W-DISP-NUM       DELIMITED BY SIZE
                  ' OR MORE UNRELATED HOUSEHOLDS ARRIVING IN '
                                   DELIMITED BY SIZE
                  W-DISP-SHORT     DELIMITED BY SIZE
                  ' DAYS'          DELIMITED BY SIZE
             INTO W-RPT-LINE
           END-STRING
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           PERFORM SUB-4100-JUDGE-ADDRESS THRU SUB-4100-EXIT
               VARYING W-AD-IX FROM 1 BY 1
               UNTIL W-AD-IX > W-AD-COUNT

           IF      W-DROP-HITS = 0
               MOVE '   (none)'    TO W-RPT-LINE
               PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT
           END-IF

           MOVE SPACES             TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE W-VEL-THRESHOLD    TO W-DISP-NUM
           MOVE W-VEL-DAYS         TO W-DISP-SHORT
           MOVE SPACES             TO W-RPT-LINE
           STRING ' ADDRESS VELOCITY - '
                                   DELIMITED BY SIZE
                  W-DISP-NUM       DELIMITED BY SIZE
                  ' OR MORE ADDRESS CHANGES IN '
                                   DELIMITED BY SIZE
                  W-DISP-SHORT     DELIMITED BY SIZE
                  ' DAYS'          DELIMITED BY SIZE
             INTO W-RPT-LINE
           END-STRING
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           PERFORM SUB-4300-JUDGE-TAXID THRU SUB-4300-EXIT
               VARYING W-VL-IX FROM 1 BY 1
               UNTIL W-VL-IX > W-VL-COUNT

           IF      W-VELOCITY-HITS = 0
               MOVE '   (none)'    TO W-RPT-LINE
               PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT
           END-IF
           .
       SUB-4000-EXIT.
           EXIT.
      /
       SUB-4100-JUDGE-ADDRESS.
      *-----------------------

           IF      W-AD-UNITS(W-AD-IX) < W-DROP-THRESHOLD
               GO TO SUB-4100-EXIT
           END-IF

           ADD  1                  TO W-DROP-HITS

           MOVE SPACES             TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE W-AD-UNITS(W-AD-IX)
                                   TO W-DISP-NUM
           MOVE SPACES             TO W-RPT-LINE
           STRING '   '            DELIMITED BY SIZE
                  W-AD-STREET(W-AD-IX)
                                   DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  W-AD-CITY(W-AD-IX)
                                   DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  W-AD-ZIP(W-AD-IX)
                                   DELIMITED BY SIZE
                  '  HOUSEHOLDS:'  DELIMITED BY SIZE
                  W-DISP-NUM       DELIMITED BY SIZE
             INTO W-RPT-LINE
           END-STRING
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE W-AD-UNITS(W-AD-IX)
                                   TO W-DISP-SHORT
           MOVE SPACES             TO W-CAND-REASON
           STRING 'DROP ADDRESS '  DELIMITED BY SIZE
                  W-DISP-SHORT     DELIMITED BY SIZE
                  ' HOUSEHOLDS'    DELIMITED BY SIZE
             INTO W-CAND-REASON
           END-STRING

      **** List the TAXIDs that arrived, eight to a line, offering
      **** each as a candidate.

           MOVE SPACES             TO W-RPT-LINE
           MOVE '     TAXIDS:'     TO W-RPT-LINE
           MOVE 14                 TO W-LIST-PTR
           MOVE 0                  TO W-LS-COUNT

           PERFORM SUB-4150-LIST-ONE-ARRIVAL THRU SUB-4150-EXIT
               VARYING W-EV-IX FROM 1 BY 1
               UNTIL W-EV-IX > W-EV-COUNT

           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           IF      W-AD-UNITS(W-AD-IX) >= W-DROP-THRESHOLD * 2
               MOVE SPACES         TO AL-TEXT
               STRING W-DISP-NUM   DELIMITED BY SIZE
                      ' households moved to '
                                   DELIMITED BY SIZE
                      W-AD-STREET(W-AD-IX)
                                   DELIMITED BY SIZE
                 INTO AL-TEXT
               END-STRING
               PERFORM SUB-4900-RAISE-ALERT THRU SUB-4900-EXIT
           END-IF
           .
       SUB-4100-EXIT.
           EXIT.
      /
       SUB-4150-LIST-ONE-ARRIVAL.
      *--------------------------

           IF      W-EV-AD-SUB(W-EV-IX) NOT = W-AD-IX
               GO TO SUB-4150-EXIT
           END-IF

           MOVE W-EV-TAXID(W-EV-IX)
                                   TO W-CAND-TAXID

      **** A TAXID that arrived more than once is listed once.

           SET  W-LS-IX            TO 1

           SEARCH W-LS-TAXID
               AT END
                   CONTINUE
               WHEN W-LS-IX > W-LS-COUNT
                   CONTINUE
               WHEN W-LS-TAXID(W-LS-IX) = W-CAND-TAXID
                   GO TO SUB-4150-EXIT
           END-SEARCH

           IF      W-LS-COUNT < W-LS-MAX
               ADD  1              TO W-LS-COUNT
               MOVE W-CAND-TAXID   TO W-LS-TAXID(W-LS-COUNT)
           END-IF

           PERFORM SUB-4500-OFFER-CANDIDATE THRU SUB-4500-EXIT

           IF      W-LIST-PTR > 105
               PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT
               MOVE SPACES         TO W-RPT-LINE
               MOVE 14             TO W-LIST-PTR
           END-IF

           STRING W-CAND-TAXID     DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
             INTO W-RPT-LINE
             WITH POINTER W-LIST-PTR
           END-STRING
           .
       SUB-4150-EXIT.
           EXIT.
      /
       SUB-4300-JUDGE-TAXID.
      *---------------------

           IF      W-VL-CHANGES(W-VL-IX) < W-VEL-THRESHOLD
               GO TO SUB-4300-EXIT
           END-IF

           ADD  1                  TO W-VELOCITY-HITS

           MOVE W-VL-CHANGES(W-VL-IX)
                                   TO W-DISP-NUM
           MOVE W-VL-TAXID(W-VL-IX)
                                   TO W-CAND-TAXID

           MOVE W-VL-CHANGES(W-VL-IX)
                                   TO W-DISP-SHORT
           MOVE SPACES             TO W-CAND-REASON
           STRING 'ADDRESS VELOCITY'
                                   DELIMITED BY SIZE
                  W-DISP-SHORT     DELIMITED BY SIZE
                  ' CHANGES'       DELIMITED BY SIZE
             INTO W-CAND-REASON
           END-STRING

           PERFORM SUB-4500-OFFER-CANDIDATE THRU SUB-4500-EXIT

           MOVE SPACES             TO W-RPT-LINE
           STRING '   '            DELIMITED BY SIZE
                  W-CAND-TAXID     DELIMITED BY SIZE
                  '  CHANGES:'     DELIMITED BY SIZE
                  W-DISP-NUM       DELIMITED BY SIZE
                  '  FIRST '       DELIMITED BY SIZE
                  W-VL-FIRST-DATE(W-VL-IX)
                                   DELIMITED BY SIZE
                  '  LAST '        DELIMITED BY SIZE
                  W-VL-LAST-DATE(W-VL-IX)
                                   DELIMITED BY SIZE
             INTO W-RPT-LINE
           END-STRING
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           IF      W-VL-CHANGES(W-VL-IX) >= W-VEL-THRESHOLD * 2
               MOVE SPACES         TO AL-TEXT
               STRING 'TAXID '     DELIMITED BY SIZE
                      W-CAND-TAXID DELIMITED BY SIZE
                      ' changed address'
                                   DELIMITED BY SIZE
                      W-DISP-NUM   DELIMITED BY SIZE
                      ' times'     DELIMITED BY SIZE
                 INTO AL-TEXT
               END-STRING
               PERFORM SUB-4900-RAISE-ALERT THRU SUB-4900-EXIT
           END-IF
           .
       SUB-4300-EXIT.
           EXIT.
      /
       SUB-4500-OFFER-CANDIDATE.
      *-------------------------

      **** A TAXID in more than one hit is offered once.

           SET  W-NOT-FOUND        TO TRUE
           SET  W-OF-IX            TO 1

           SEARCH W-OF-TAXID
               AT END
                   CONTINUE
               WHEN W-OF-IX > W-OF-COUNT
                   CONTINUE
               WHEN W-OF-TAXID(W-OF-IX) = W-CAND-TAXID
                   SET  W-FOUND    TO TRUE
           END-SEARCH

           IF      W-FOUND
               GO TO SUB-4500-EXIT
           END-IF

           IF      W-OF-COUNT < W-OF-MAX
               ADD  1              TO W-OF-COUNT
               MOVE W-CAND-TAXID   TO W-OF-TAXID(W-OF-COUNT)
           END-IF

           SET  WL-FUNC-QUERY      TO TRUE
           MOVE W-CAND-TAXID       TO WL-TAXID
           CALL 'WATCHLST' USING W-WL-CONTROL

           IF      WL-WATCHED
               GO TO SUB-4500-EXIT
           END-IF

           MOVE SPACES             TO WATCHCND-REC
           MOVE 'P'                TO WC-TRANS-CODE
           MOVE W-CAND-TAXID       TO WC-TAXID
           MOVE W-CAND-REASON      TO WC-REASON

           WRITE WATCHCND-REC

           IF      NOT W-WC-FILE-STATUS-GOOD
               MOVE W-WC-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-WC-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing WATCHCND'
               MOVE 30             TO W-RETURN-CODE
               GO TO SUB-4500-EXIT
           END-IF

           ADD  1                  TO W-CANDIDATES-OFFERED
           .
       SUB-4500-EXIT.
           EXIT.
      /
       SUB-4900-RAISE-ALERT.
      *---------------------

           MOVE 'NAMADDAVF'        TO AL-PROGRAM-NAME
           MOVE RI-RUN-ID          TO AL-RUN-ID
           SET  AL-SEV-WARNING     TO TRUE
           MOVE 4                  TO AL-CONDITION-CODE
           MOVE 'Review the address-velocity report and sign the watch
      -         ' candidates'      TO AL-ACTION

           CALL 'ALERT' USING W-AL-CONTROL

           ADD  1                  TO W-ALERTS-RAISED
           .
       SUB-4900-EXIT.
           EXIT.
      /
       SUB-9900-WRITE-LINE.
      *--------------------

           MOVE W-RPT-LINE         TO AVFRPT-REC

           WRITE AVFRPT-REC

           IF      NOT W-RP-FILE-STATUS-GOOD
               MOVE W-RP-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-RP-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing AVFRPT'
               MOVE 40             TO W-RETURN-CODE
           END-IF
           .
       SUB-9900-EXIT.
           EXIT.
