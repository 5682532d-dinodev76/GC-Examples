      *========================== NAMADDQAS ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Daily post-apply quality sample. Two-person
      *              approval only covers NA-STATUS changes before
      *              they apply; the thousands of ordinary name and
      *              address changes go straight in unchecked. This
      *              program draws a random sample of the day's
      *              applied transactions for a second clerk to
      *              check through NAMADDQAR.
      *
      *              The transactions are the ACCEPTED lines of the
      *              day's NAMEADDR.TransResult generation (GDGCAT).
      *              They are stratified by operator and source
      *              system and each stratum is sampled on its own,
      *              so a low-volume clerk is checked as surely as a
      *              busy one: the sample percentage (argument 1,
      *              default 5) of each stratum, rounded up - every
      *              stratum gives at least one item. The before and
      *              after images of each sampled transaction are
      *              taken from the audit file by run ID, TAXID and
      *              transaction code.
      *
      *              The sample is appended to
      *              Data\NAMEADDR.QASample.dat (NAMADDQS.cpy) and a
      *              worksheet showing each item's images is written
      *              to Data\NAMEADDR.QASample.Rpt.dat. A run already
      *              sampled is refused, so a rerun cannot double
      *              the checkers' work.
      *
      *              Argument 2 names a date (YYYYMMDD) and that
      *              day's catalogued TransResult generation is
      *              sampled instead of the latest.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 NAMADDQAS.

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
           SELECT NAMADDTR         ASSIGN TO W-NAMADDTR-PATH
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-TR-FILE-STATUS.

           SELECT NAMADDAU         ASSIGN "Data\NAMEADDR.Audit.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-AU-FILE-STATUS.

           SELECT NAMADDQS         ASSIGN "Data\NAMEADDR.QASample.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-QS-FILE-STATUS.

           SELECT QASRPT           ASSIGN
                                   "Data\NAMEADDR.QASample.Rpt.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-RP-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  NAMADDTR.

       01  NAMADDTR-REC.
           05  TR-RUN-ID           PIC 9(08).
           05  FILLER              PIC X(01).
           05  TR-SOURCE-SYSTEM    PIC X(03).
           05  FILLER              PIC X(01).
           05  TR-OPERATOR-ID      PIC X(08).
           05  FILLER              PIC X(01).
           05  TR-TAXID            PIC X(12).
           05  FILLER              PIC X(01).
           05  TR-TRANS-CODE       PIC X(01).
           05  FILLER              PIC X(01).
           05  TR-RESULT           PIC X(08).
           05  FILLER              PIC X(01).
           05  TR-REASON           PIC X(40).

       FD  NAMADDAU.

       01  NAMADDAU-REC.           COPY NAMADDAU.

       FD  NAMADDQS.

       01  NAMADDQS-REC.           COPY NAMADDQS.

       FD  QASRPT.

       01  QASRPT-REC              PIC X(132).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-RETURN-CODE           PIC S9(04) COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ,ZZ9.

       01  W-PCT-ARG               PIC X(03).
       01  W-SAMPLE-PCT            PIC 9(03)  COMP VALUE 5.
       01  W-GEN-DATE              PIC X(08)       VALUE SPACES.
       01  W-TODAY                 PIC X(08).
       01  W-LAST-SEQ              PIC 9(05)  COMP VALUE 0.

       01  W-NAMADDTR-PATH         PIC X(60)       VALUE
           'Data\NAMEADDR.TransResult.dat'.

       01  W-TR-LINES-READ         PIC 9(09)  COMP VALUE 0.
       01  W-AU-LINES-READ         PIC 9(09)  COMP VALUE 0.
       01  W-IMAGES-MISSING        PIC 9(05)  COMP VALUE 0.

      **** The day's applied transactions, each tagged with its
      **** (operator, source system) stratum.

       01  W-TRN-COUNT             PIC 9(05)  COMP VALUE 0.
       01  W-TRN-MAX               PIC 9(05)  COMP VALUE 20000.

       01  W-TRN-TABLE.
           05  W-TRN-ENTRY                         OCCURS 20000
                                                   INDEXED W-TRN-IX.
               10  W-TRN-RUN-ID    PIC 9(08).
               10  W-TRN-OPERATOR  PIC X(08).
               10  W-TRN-SOURCE    PIC X(03).
               10  W-TRN-TAXID     PIC X(12).
               10  W-TRN-CODE      PIC X(01).
               10  W-TRN-STRATUM   PIC 9(04)  COMP.

       01  W-STR-COUNT             PIC 9(04)  COMP VALUE 0.
       01  W-STR-MAX               PIC 9(04)  COMP VALUE 1000.

       01  W-STR-TABLE.
           05  W-STR-ENTRY                         OCCURS 1000
                                                   INDEXED W-STR-IX.
               10  W-STR-OPERATOR  PIC X(08).
               10  W-STR-SOURCE    PIC X(03).
               10  W-STR-TOTAL     PIC 9(05)  COMP.
               10  W-STR-NEEDED    PIC 9(05)  COMP.
               10  W-STR-LEFT      PIC 9(05)  COMP.
               10  W-STR-DRAWN     PIC 9(05)  COMP.

      **** Distinct run IDs in the generation - checked against
      **** the sample file so a run is never sampled twice, and
      **** against the audit file to find the images.

       01  W-RUN-COUNT             PIC 9(03)  COMP VALUE 0.
       01  W-RUN-MAX               PIC 9(03)  COMP VALUE 100.

       01  W-RUN-TABLE.
           05  W-RUN-ID            PIC 9(08)       OCCURS 100
                                                   INDEXED W-RUN-IX.

       01  W-SMP-COUNT             PIC 9(05)  COMP VALUE 0.
       01  W-SMP-MAX               PIC 9(05)  COMP VALUE 2000.

       01  W-SMP-TABLE.
           05  W-SMP-ENTRY                         OCCURS 2000
                                                   INDEXED W-SMP-IX.
               10  W-SMP-TRN-SUB   PIC 9(05)  COMP.
               10  W-SMP-FOUND-SW  PIC X(01).
                   88  W-SMP-FOUND                 VALUE 'Y'.
               10  W-SMP-OLD-IMAGE PIC X(347).
               10  W-SMP-NEW-IMAGE PIC X(347).

       01  W-SUB                   PIC 9(05)  COMP.
       01  W-FIND-TAXID            PIC X(12).
       01  W-SEED                  PIC 9(08).
       01  W-RANDOM-NO             PIC V9(09) COMP.

       01  W-FOUND-SW              PIC X(01).
           88  W-FOUND                             VALUE 'Y'.
           88  W-NOT-FOUND                         VALUE 'N'.

       01  W-IMG.                  COPY NAMEADDR
                                       REPLACING ==05== BY ==07==
                                                 ==10== BY ==12==.

       01  W-IMG-LABEL             PIC X(08).

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-TR-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-AU-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-QS-EOF                            VALUE 'Y'.

       01  W-TR-FILE-STATUS        PIC X(02).
           88  W-TR-FILE-STATUS-GOOD               VALUE '00'.

       01  W-AU-FILE-STATUS        PIC X(02).
           88  W-AU-FILE-STATUS-GOOD               VALUE '00'.

       01  W-QS-FILE-STATUS        PIC X(02).
           88  W-QS-FILE-STATUS-GOOD               VALUE '00'.

       01  W-RP-FILE-STATUS        PIC X(02).
           88  W-RP-FILE-STATUS-GOOD               VALUE '00'.

       01  W-ERROR-MSG             PIC X(22)       VALUE
           '**** NAMADDQAS error: '.

       01  W-FS-CONTROL.
           COPY FILESTATL.

       01  W-GD-CONTROL.
           COPY GDGCATL.

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

           PERFORM SUB-1100-LOAD-APPLIED THRU SUB-1100-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO MAIN-EXIT
           END-IF

           PERFORM SUB-1300-CHECK-ALREADY-SAMPLED THRU SUB-1300-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO MAIN-EXIT
           END-IF

           PERFORM SUB-2000-DRAW-SAMPLE THRU SUB-2000-EXIT

           PERFORM SUB-2500-FIND-IMAGES THRU SUB-2500-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO MAIN-EXIT
           END-IF

           PERFORM SUB-2900-WRITE-SAMPLE THRU SUB-2900-EXIT

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

           DISPLAY 'NAMADDQAS compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           MOVE FUNCTION CURRENT-DATE(1 : 8)
                                   TO W-TODAY

           DISPLAY 1               UPON ARGUMENT-NUMBER

           ACCEPT W-PCT-ARG        FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES     TO W-PCT-ARG
           END-ACCEPT

           IF      W-PCT-ARG NOT = SPACES
               IF      FUNCTION TRIM(W-PCT-ARG) IS NUMERIC
                   AND FUNCTION NUMVAL(W-PCT-ARG) >= 1
                   AND FUNCTION NUMVAL(W-PCT-ARG) <= 100
                   MOVE FUNCTION NUMVAL(W-PCT-ARG)
                                   TO W-SAMPLE-PCT
               ELSE
                   DISPLAY W-ERROR-MSG
                           'Argument 1 must be a sample percentage '
                           '1 to 100'
                   MOVE 8          TO W-RETURN-CODE
                   GO TO SUB-1000-EXIT
               END-IF
           END-IF

           DISPLAY 2               UPON ARGUMENT-NUMBER

           ACCEPT W-GEN-DATE       FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES     TO W-GEN-DATE
           END-ACCEPT

           IF      W-GEN-DATE NOT = SPACES
               AND W-GEN-DATE NOT NUMERIC
               DISPLAY 'Argument 2 is not a YYYYMMDD date - '
                       'using the latest generation'
               MOVE SPACES         TO W-GEN-DATE
           END-IF

           DISPLAY 'Sample percentage per stratum: '
                   W-SAMPLE-PCT

      **** A requested date uses the by-date lookup; no generation
      **** on that date is an error here - sampling the wrong day
      **** would mislead the checkers.

           MOVE 'NAMEADDR.TransResult'
                                   TO GD-BASE-NAME

           IF      W-GEN-DATE NOT = SPACES
               SET  GD-FUNC-BY-DATE
                                   TO TRUE
               MOVE W-GEN-DATE     TO GD-REQUEST-DATE
           ELSE
               SET  GD-FUNC-LATEST TO TRUE
           END-IF

           CALL 'GDGCAT' USING W-GD-CONTROL

           IF      GD-RESPONSE-GOOD
               AND GD-PATH NOT = SPACES
               MOVE GD-PATH        TO W-NAMADDTR-PATH
           ELSE
               IF      W-GEN-DATE NOT = SPACES
                   DISPLAY W-ERROR-MSG
                           'No NAMEADDR.TransResult generation '
                           'catalogued for '
                           W-GEN-DATE
                   MOVE 8          TO W-RETURN-CODE
                   GO TO SUB-1000-EXIT
               END-IF
           END-IF

           DISPLAY 'Transaction results: '
                   FUNCTION TRIM(W-NAMADDTR-PATH)
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-APPLIED.
      *----------------------

           OPEN INPUT NAMADDTR

           IF      NOT W-TR-FILE-STATUS-GOOD
               MOVE W-TR-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-TR-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDTR'
               MOVE 10             TO W-RETURN-CODE
               GO TO SUB-1100-EXIT
           END-IF

           PERFORM SUB-1110-LOAD-ONE THRU SUB-1110-EXIT
               UNTIL W-TR-EOF

           CLOSE NAMADDTR

           MOVE W-TRN-COUNT        TO W-DISP-NUM
           DISPLAY 'Applied transactions:  '
                   W-DISP-NUM
           MOVE W-STR-COUNT        TO W-DISP-NUM
           DISPLAY 'Operator/source strata:'
                   W-DISP-NUM

           IF      W-TRN-COUNT = 0
               DISPLAY 'No applied transactions to sample'
               MOVE 4              TO W-RETURN-CODE
           END-IF
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1110-LOAD-ONE.
      *------------------

           READ NAMADDTR
               AT END
                   SET  W-TR-EOF   TO TRUE
                   GO TO SUB-1110-EXIT
           END-READ

           ADD  1                  TO W-TR-LINES-READ

      **** Only transactions that applied; the warning lines
      **** (RELWARN, DUPWARN) repeat an ACCEPTED line's key.

           IF      TR-RESULT NOT = 'ACCEPTED'
               GO TO SUB-1110-EXIT
           END-IF

           IF      W-TRN-COUNT >= W-TRN-MAX
               DISPLAY 'Transaction table full at '
                       W-TRN-MAX
                       ' - the rest of the day is not sampled'
               SET  W-TR-EOF       TO TRUE
               GO TO SUB-1110-EXIT
           END-IF

           ADD  1                  TO W-TRN-COUNT
           SET  W-TRN-IX           TO W-TRN-COUNT
           MOVE TR-RUN-ID          TO W-TRN-RUN-ID(W-TRN-IX)
           MOVE TR-OPERATOR-ID     TO W-TRN-OPERATOR(W-TRN-IX)
           MOVE TR-SOURCE-SYSTEM   TO W-TRN-SOURCE(W-TRN-IX)
           MOVE TR-TAXID           TO W-TRN-TAXID(W-TRN-IX)
           MOVE TR-TRANS-CODE      TO W-TRN-CODE(W-TRN-IX)

           PERFORM SUB-1120-FIND-STRATUM THRU SUB-1120-EXIT

           PERFORM SUB-1130-NOTE-RUN THRU SUB-1130-EXIT
           .
       SUB-1110-EXIT.
           EXIT.
      /
       SUB-1120-FIND-STRATUM.
      *----------------------

           SET  W-STR-IX           TO 1

           SEARCH W-STR-ENTRY
               AT END
                   CONTINUE
               WHEN W-STR-IX > W-STR-COUNT
                   CONTINUE
               WHEN W-STR-OPERATOR(W-STR-IX) = TR-OPERATOR-ID
                AND W-STR-SOURCE(W-STR-IX) = TR-SOURCE-SYSTEM
                   ADD  1          TO W-STR-TOTAL(W-STR-IX)
                   SET  W-TRN-STRATUM(W-TRN-IX)
                                   TO W-STR-IX
                   GO TO SUB-1120-EXIT
           END-SEARCH

      **** A new stratum; past the table's end the transaction
      **** shares the last stratum rather than drop out of the draw.

           IF      W-STR-COUNT < W-STR-MAX
               ADD  1              TO W-STR-COUNT
               SET  W-STR-IX       TO W-STR-COUNT
               MOVE TR-OPERATOR-ID TO W-STR-OPERATOR(W-STR-IX)
               MOVE TR-SOURCE-SYSTEM
                                   TO W-STR-SOURCE(W-STR-IX)
               MOVE 0              TO W-STR-TOTAL(W-STR-IX)
                                      W-STR-DRAWN(W-STR-IX)
           ELSE
               SET  W-STR-IX       TO W-STR-COUNT
           END-IF

           ADD  1                  TO W-STR-TOTAL(W-STR-IX)
           SET  W-TRN-STRATUM(W-TRN-IX)
                                   TO W-STR-IX
           .
       SUB-1120-EXIT.
           EXIT.
      /
       SUB-1130-NOTE-RUN.
      *------------------

           SET  W-RUN-IX           TO 1

           SEARCH W-RUN-ID
               AT END
                   CONTINUE
               WHEN W-RUN-IX > W-RUN-COUNT
                   CONTINUE
               WHEN W-RUN-ID(W-RUN-IX) = TR-RUN-ID
                   GO TO SUB-1130-EXIT
           END-SEARCH

           IF      W-RUN-COUNT < W-RUN-MAX
               ADD  1              TO W-RUN-COUNT
               MOVE TR-RUN-ID      TO W-RUN-ID(W-RUN-COUNT)
           END-IF
           .
       SUB-1130-EXIT.
           EXIT.
      /
       SUB-1300-CHECK-ALREADY-SAMPLED.
      *-------------------------------

      **** No sample file on disk means nothing was sampled yet.
      **** Today's last sequence number is picked up on the way
      **** through, so a second generation sampled the same day
      **** carries on numbering.

           OPEN INPUT NAMADDQS

           IF      NOT W-QS-FILE-STATUS-GOOD
               GO TO SUB-1300-EXIT
           END-IF

           PERFORM UNTIL W-QS-EOF
                   OR    W-RETURN-CODE NOT = 0
               READ NAMADDQS
                   AT END
                       SET  W-QS-EOF
                                   TO TRUE
                   NOT AT END
                       PERFORM SUB-1310-CHECK-ONE THRU SUB-1310-EXIT
               END-READ
           END-PERFORM

           CLOSE NAMADDQS
           .
       SUB-1300-EXIT.
           EXIT.
      /
       SUB-1310-CHECK-ONE.
      *-------------------

           IF      QS-SAMPLE-DATE = W-TODAY
               AND QS-SAMPLE-SEQ > W-LAST-SEQ
               MOVE QS-SAMPLE-SEQ  TO W-LAST-SEQ
           END-IF

           SET  W-RUN-IX           TO 1

           SEARCH W-RUN-ID
               AT END
                   CONTINUE
               WHEN W-RUN-IX > W-RUN-COUNT
                   CONTINUE
               WHEN W-RUN-ID(W-RUN-IX) = QS-RUN-ID
                   DISPLAY W-ERROR-MSG
                           'Run '
                           QS-RUN-ID
                           ' was already sampled on '
                           QS-SAMPLE-DATE
                   MOVE 8      TO W-RETURN-CODE
           END-SEARCH
           .
       SUB-1310-EXIT.
           EXIT.
      /
       SUB-2000-DRAW-SAMPLE.
      *---------------------

      **** Each stratum needs its percentage, rounded up. The draw
      **** is selection sampling: walking a stratum's
      **** transactions in order, each is taken with probability
      **** still-needed / still-left, which yields exactly the
      **** number needed with every transaction equally likely.

           PERFORM VARYING W-STR-IX FROM 1 BY 1
                   UNTIL W-STR-IX > W-STR-COUNT
               COMPUTE W-STR-NEEDED(W-STR-IX) =
                       (W-STR-TOTAL(W-STR-IX) * W-SAMPLE-PCT + 99)
                       / 100
               MOVE W-STR-TOTAL(W-STR-IX)
                                   TO W-STR-LEFT(W-STR-IX)
           END-PERFORM

           MOVE FUNCTION CURRENT-DATE(9 : 8)
                                   TO W-SEED
           MOVE FUNCTION RANDOM(W-SEED)
                                   TO W-RANDOM-NO

           PERFORM SUB-2100-CONSIDER-ONE THRU SUB-2100-EXIT
               VARYING W-TRN-IX FROM 1 BY 1
               UNTIL W-TRN-IX > W-TRN-COUNT

           MOVE W-SMP-COUNT        TO W-DISP-NUM
           DISPLAY 'Transactions sampled:  '
                   W-DISP-NUM
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-CONSIDER-ONE.
      *----------------------

           SET  W-STR-IX           TO W-TRN-STRATUM(W-TRN-IX)

           IF      W-STR-NEEDED(W-STR-IX) = 0
               GO TO SUB-2100-EXIT
           END-IF

           MOVE FUNCTION RANDOM    TO W-RANDOM-NO

           IF      W-RANDOM-NO * W-STR-LEFT(W-STR-IX)
                                   < W-STR-NEEDED(W-STR-IX)
               AND W-SMP-COUNT < W-SMP-MAX
               ADD  1              TO W-SMP-COUNT
               SET  W-SMP-IX       TO W-SMP-COUNT
               SET  W-SMP-TRN-SUB(W-SMP-IX)
                                   TO W-TRN-IX
               MOVE 'N'            TO W-SMP-FOUND-SW(W-SMP-IX)
               MOVE SPACES         TO W-SMP-OLD-IMAGE(W-SMP-IX)
                                      W-SMP-NEW-IMAGE(W-SMP-IX)
               SUBTRACT 1        FROM W-STR-NEEDED(W-STR-IX)
               ADD  1              TO W-STR-DRAWN(W-STR-IX)
           END-IF

           SUBTRACT 1            FROM W-STR-LEFT(W-STR-IX)
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2500-FIND-IMAGES.
      *---------------------

           OPEN INPUT NAMADDAU

           IF      NOT W-AU-FILE-STATUS-GOOD
               MOVE W-AU-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-AU-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDAU'
               MOVE 10             TO W-RETURN-CODE
               GO TO SUB-2500-EXIT
           END-IF

           PERFORM SUB-2510-MATCH-ONE-IMAGE THRU SUB-2510-EXIT
               UNTIL W-AU-EOF

           CLOSE NAMADDAU
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2510-MATCH-ONE-IMAGE.
      *-------------------------

           READ NAMADDAU
               AT END
                   SET  W-AU-EOF   TO TRUE
                   GO TO SUB-2510-EXIT
           END-READ

           ADD  1                  TO W-AU-LINES-READ

           SET  W-RUN-IX           TO 1

           SEARCH W-RUN-ID
               AT END
                   GO TO SUB-2510-EXIT
               WHEN W-RUN-IX > W-RUN-COUNT
                   GO TO SUB-2510-EXIT
               WHEN W-RUN-ID(W-RUN-IX) = AU-RUN-ID
                   CONTINUE
           END-SEARCH

      **** A delete leaves only its before image keyed; adds and
      **** changes are found by the after image.

           IF      AU-TRANS-DELETE
               MOVE NA-TAXID IN AU-OLD-IMAGE
                                   TO W-FIND-TAXID
           ELSE
               MOVE NA-TAXID IN AU-NEW-IMAGE
                                   TO W-FIND-TAXID
           END-IF

           SET  W-NOT-FOUND        TO TRUE

           PERFORM VARYING W-SMP-IX FROM 1 BY 1
                   UNTIL W-SMP-IX > W-SMP-COUNT
                   OR    W-FOUND
               MOVE W-SMP-TRN-SUB(W-SMP-IX)
                                   TO W-SUB
               IF      NOT W-SMP-FOUND(W-SMP-IX)
                   AND W-TRN-RUN-ID(W-SUB) = AU-RUN-ID
                   AND W-TRN-TAXID(W-SUB) = W-FIND-TAXID
                   AND W-TRN-CODE(W-SUB) = AU-TRANS-CODE
                   SET  W-FOUND    TO TRUE
                   MOVE 'Y'        TO W-SMP-FOUND-SW(W-SMP-IX)
                   MOVE AU-OLD-IMAGE
                                   TO W-SMP-OLD-IMAGE(W-SMP-IX)
                   MOVE AU-NEW-IMAGE
                                   TO W-SMP-NEW-IMAGE(W-SMP-IX)
               END-IF
           END-PERFORM
           .
       SUB-2510-EXIT.
           EXIT.
      /
       SUB-2900-WRITE-SAMPLE.
      *----------------------

           OPEN EXTEND NAMADDQS

           IF      NOT W-QS-FILE-STATUS-GOOD
               OPEN OUTPUT NAMADDQS
           END-IF

           IF      NOT W-QS-FILE-STATUS-GOOD
               MOVE W-QS-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-QS-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDQS'
               MOVE 20             TO W-RETURN-CODE
               GO TO SUB-2900-EXIT
           END-IF

           OPEN OUTPUT QASRPT

           IF      NOT W-RP-FILE-STATUS-GOOD
               MOVE W-RP-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-RP-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening QASRPT'
               MOVE 20             TO W-RETURN-CODE
               CLOSE NAMADDQS
               GO TO SUB-2900-EXIT
           END-IF

           MOVE SPACES             TO W-RPT-LINE
           STRING ' POST-APPLY QUALITY SAMPLE  DRAWN '
                                   DELIMITED BY SIZE
                  W-TODAY          DELIMITED BY SIZE
                  '  FROM '        DELIMITED BY SIZE
                  W-NAMADDTR-PATH  DELIMITED BY SPACE
             INTO W-RPT-LINE
           END-STRING
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           PERFORM SUB-2950-REPORT-ONE-STRATUM THRU SUB-2950-EXIT
               VARYING W-STR-IX FROM 1 BY 1
               UNTIL W-STR-IX > W-STR-COUNT
               OR    W-RETURN-CODE NOT = 0

           PERFORM SUB-2910-WRITE-ONE-ITEM THRU SUB-2910-EXIT
               VARYING W-SMP-IX FROM 1 BY 1
               UNTIL W-SMP-IX > W-SMP-COUNT
               OR    W-RETURN-CODE NOT = 0

           CLOSE NAMADDQS
                 QASRPT
           .
       SUB-2900-EXIT.
           EXIT.
      /
       SUB-2910-WRITE-ONE-ITEM.
      *------------------------

           MOVE W-SMP-TRN-SUB(W-SMP-IX)
                                   TO W-SUB

           MOVE SPACES             TO NAMADDQS-REC
           MOVE W-TODAY            TO QS-SAMPLE-DATE
           ADD  1                  TO W-LAST-SEQ
           MOVE W-LAST-SEQ         TO QS-SAMPLE-SEQ
           MOVE W-TRN-RUN-ID(W-SUB)
                                   TO QS-RUN-ID
           MOVE W-TRN-OPERATOR(W-SUB)
                                   TO QS-OPERATOR-ID
           MOVE W-TRN-SOURCE(W-SUB)
                                   TO QS-SOURCE-SYSTEM
           MOVE W-TRN-TAXID(W-SUB) TO QS-TAXID
           MOVE W-TRN-CODE(W-SUB)  TO QS-TRANS-CODE
           MOVE W-SMP-OLD-IMAGE(W-SMP-IX)
                                   TO QS-OLD-IMAGE
           MOVE W-SMP-NEW-IMAGE(W-SMP-IX)
                                   TO QS-NEW-IMAGE

           IF      W-SMP-FOUND(W-SMP-IX)
               SET  QS-IMAGES-FOUND
                                   TO TRUE
           ELSE
               SET  QS-IMAGES-MISSING
                                   TO TRUE
               ADD  1              TO W-IMAGES-MISSING
           END-IF

           WRITE NAMADDQS-REC

           IF      NOT W-QS-FILE-STATUS-GOOD
               MOVE W-QS-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-QS-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing NAMADDQS'
               MOVE 30             TO W-RETURN-CODE
               GO TO SUB-2910-EXIT
           END-IF

           MOVE SPACES             TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE SPACES             TO W-RPT-LINE
           STRING ' ITEM '         DELIMITED BY SIZE
                  QS-SAMPLE-DATE   DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  QS-SAMPLE-SEQ    DELIMITED BY SIZE
                  '  OPERATOR '    DELIMITED BY SIZE
                  QS-OPERATOR-ID   DELIMITED BY SIZE
                  '  SOURCE '      DELIMITED BY SIZE
                  QS-SOURCE-SYSTEM DELIMITED BY SIZE
                  '  RUN '         DELIMITED BY SIZE
                  QS-RUN-ID        DELIMITED BY SIZE
                  '  TAXID '       DELIMITED BY SIZE
                  QS-TAXID         DELIMITED BY SIZE
                  '  TRANS '       DELIMITED BY SIZE
                  QS-TRANS-CODE    DELIMITED BY SIZE
             INTO W-RPT-LINE
           END-STRING
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           IF      QS-IMAGES-MISSING
               MOVE '   (no audit images found for this transaction)'
                                   TO W-RPT-LINE
               PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT
               GO TO SUB-2910-EXIT
           END-IF

           IF      QS-TRANS-CODE NOT = 'A'
               MOVE QS-OLD-IMAGE   TO W-IMG
               MOVE 'BEFORE'       TO W-IMG-LABEL
               PERFORM SUB-2920-REPORT-IMAGE THRU SUB-2920-EXIT
           END-IF

           IF      QS-TRANS-CODE NOT = 'D'
               MOVE QS-NEW-IMAGE   TO W-IMG
               MOVE 'AFTER'        TO W-IMG-LABEL
               PERFORM SUB-2920-REPORT-IMAGE THRU SUB-2920-EXIT
           END-IF
           .
       SUB-2910-EXIT.
           EXIT.
      /
       SUB-2920-REPORT-IMAGE.
      *----------------------

           MOVE SPACES             TO W-RPT-LINE
           STRING '   '            DELIMITED BY SIZE
                  W-IMG-LABEL      DELIMITED BY SIZE
                  ' NAME    '      DELIMITED BY SIZE
                  NA-NAME IN W-IMG DELIMITED BY SIZE
                  ' TYPE '         DELIMITED BY SIZE
                  NA-ENTITY-TYPE IN W-IMG
                                   DELIMITED BY SIZE
                  ' STATUS '       DELIMITED BY SIZE
                  NA-STATUS IN W-IMG
                                   DELIMITED BY SIZE
             INTO W-RPT-LINE
           END-STRING
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE SPACES             TO W-RPT-LINE
           STRING '            ADDRESS '
                                   DELIMITED BY SIZE
                  NA-ADDRESS IN W-IMG
                                   DELIMITED BY SIZE
             INTO W-RPT-LINE
           END-STRING
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE SPACES             TO W-RPT-LINE
           STRING '            MAILING '
                                   DELIMITED BY SIZE
                  NA-MAILING-ADDRESS IN W-IMG
                                   DELIMITED BY SIZE
             INTO W-RPT-LINE
           END-STRING
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE SPACES             TO W-RPT-LINE
           STRING '            CONTACT '
                                   DELIMITED BY SIZE
                  NA-CONTACT IN W-IMG
                                   DELIMITED BY SIZE
                  ' EFF '          DELIMITED BY SIZE
                  NA-EFFECTIVE-DATE IN W-IMG
                                   DELIMITED BY SIZE
             INTO W-RPT-LINE
           END-STRING
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT
           .
       SUB-2920-EXIT.
           EXIT.
      /
       SUB-2950-REPORT-ONE-STRATUM.
      *----------------------------

           IF      W-STR-IX = 1
               MOVE SPACES         TO W-RPT-LINE
               PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT
               MOVE ' OPERATOR  SRC  APPLIED  SAMPLED'
                                   TO W-RPT-LINE
               PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT
           END-IF

           MOVE SPACES             TO W-RPT-LINE
           MOVE W-STR-OPERATOR(W-STR-IX)
                                   TO W-RPT-LINE(2 : 8)
           MOVE W-STR-SOURCE(W-STR-IX)
                                   TO W-RPT-LINE(12 : 3)
           MOVE W-STR-TOTAL(W-STR-IX)
                                   TO W-DISP-NUM
           MOVE W-DISP-NUM         TO W-RPT-LINE(17 : 7)
           MOVE W-STR-DRAWN(W-STR-IX)
                                   TO W-DISP-NUM
           MOVE W-DISP-NUM         TO W-RPT-LINE(26 : 7)
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT
           .
       SUB-2950-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           MOVE W-AU-LINES-READ    TO W-DISP-NUM
           DISPLAY 'Audit lines read:      '
                   W-DISP-NUM

           IF      W-IMAGES-MISSING > 0
               MOVE W-IMAGES-MISSING
                                   TO W-DISP-NUM
               DISPLAY 'Items without images:  '
                       W-DISP-NUM
               IF      W-RETURN-CODE = 0
                   MOVE 4          TO W-RETURN-CODE
               END-IF
           END-IF

           DISPLAY 'NAMADDQAS completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-9900-WRITE-LINE.
      *--------------------

           MOVE W-RPT-LINE         TO QASRPT-REC

           WRITE QASRPT-REC

           IF      NOT W-RP-FILE-STATUS-GOOD
               MOVE W-RP-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-RP-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing QASRPT'
               MOVE 40             TO W-RETURN-CODE
           END-IF
           .
       SUB-9900-EXIT.
           EXIT.
