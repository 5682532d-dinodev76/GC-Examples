      *========================== NAMADDINV ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Mailing-house invoice reconciliation, so the
      *              monthly postage invoice is checked against what
      *              NAMADDCST priced instead of by eye - we have been
      *              billed for pieces we suppressed before, and
      *              finance needs the differences in hand before the
      *              invoice is paid.
      *
      *              The vendor's electronic invoice detail
      *              Data\NAMEADDR.MailInvoice.dat (NAMADDMI.cpy) has
      *              one line per job and rate class billed. The job
      *              reference is the RUN ID on the mail manifest, and
      *              each line is matched to the NAMADDCST summary
      *              line in Data\NAMEADDR.PostageSummary.dat
      *              (NAMADDPY.cpy) with the same run ID and mailing
      *              date - the last one, should a mailing have been
      *              re-costed - and to that line's pieces and cost
      *              for the rate class.
      *
      *              An invoice line is reported as
      *
      *                  MATCHED   within tolerance;
      *                  PIECES    piece count differs by more than
      *                            PIECE-TOLERANCE pieces;
      *                  AMOUNT    postage differs by more than
      *                            AMOUNT-TOLERANCE cents;
      *                  NO RUN    no costed mailing for the job
      *                            reference and date;
      *                  NO CLASS  the mailing was costed, but with
      *                            no pieces in that rate class;
      *                  BAD LINE  the line could not be read.
      *
      *              The tolerances come from the parameter registry
      *              (program NAMADDINV; defaults 0 pieces and 100
      *              cents). The amount disputed on a line is what was
      *              invoiced above our computed postage - all of it
      *              for NO RUN and NO CLASS.
      *
      *              Everything is written to
      *              Data\NAMEADDR.InvoiceRecon.Rpt.dat with the
      *              invoiced, computed and disputed totals, the
      *              counts go to JOBLOG, and the run ends with return
      *              code 4 when there is anything to dispute.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 NAMADDINV.

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
           SELECT NAMADDMI         ASSIGN
                                   "Data\NAMEADDR.MailInvoice.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-MI-FILE-STATUS.

           SELECT NAMADDPS         ASSIGN
                                   "Data\NAMEADDR.PostageSummary.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-PS-FILE-STATUS.

           SELECT NAMADDIR         ASSIGN
                                   "Data\NAMEADDR.InvoiceRecon.Rpt.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-IR-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  NAMADDMI.

       01  NAMADDMI-REC.           COPY NAMADDMI.

       FD  NAMADDPS.

       01  NAMADDPS-REC.           COPY NAMADDPY.

       FD  NAMADDIR.

       01  NAMADDIR-REC            PIC X(132).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-RETURN-CODE           PIC S9(04) COMP VALUE 0.

       01  W-INVOICE-LINES         PIC 9(05)  COMP VALUE 0.
       01  W-SUMMARY-LINES         PIC 9(07)  COMP VALUE 0.
       01  W-LINES-MATCHED         PIC 9(05)  COMP VALUE 0.
       01  W-LINES-PIECES          PIC 9(05)  COMP VALUE 0.
       01  W-LINES-AMOUNT          PIC 9(05)  COMP VALUE 0.
       01  W-LINES-NO-RUN          PIC 9(05)  COMP VALUE 0.
       01  W-LINES-NO-CLASS        PIC 9(05)  COMP VALUE 0.
       01  W-LINES-BAD             PIC 9(05)  COMP VALUE 0.

       01  W-TOTAL-INVOICED        PIC 9(09)V9(02) VALUE 0.
       01  W-TOTAL-COMPUTED        PIC 9(09)V9(02) VALUE 0.
       01  W-TOTAL-DISPUTED        PIC 9(09)V9(02) VALUE 0.

       01  W-PIECE-TOLERANCE       PIC 9(09)  COMP VALUE 0.
       01  W-AMOUNT-TOLERANCE      PIC 9(07)V9(02) VALUE 1.00.
       01  W-TOLERANCE-NAME        PIC X(16).

       01  W-DIFF-PIECES           PIC S9(09) COMP.
       01  W-DIFF-AMOUNT           PIC S9(07)V9(02).
       01  W-DISPUTED              PIC 9(07)V9(02).

      **** The invoice detail, held so each line can collect its
      **** costed pieces and postage while the summary is read.

       01  W-INV-COUNT             PIC 9(04)  COMP VALUE 0.
       01  W-INV-MAX               PIC 9(04)  COMP VALUE 500.

       01  W-INV-TABLE.
           05  W-INV-ENTRY                         OCCURS 500
                                                   INDEXED W-INV-IX.
               10  W-INV-INVOICE-NO
                                   PIC X(12).
               10  W-INV-RUN-ID    PIC 9(08).
               10  W-INV-DATE      PIC X(08).
               10  W-INV-CLASS     PIC X(07).
               10  W-INV-PIECES    PIC 9(09).
               10  W-INV-POSTAGE   PIC 9(07)V9(02).
               10  W-INV-OUR-PIECES
                                   PIC 9(09).
               10  W-INV-OUR-COST  PIC 9(07)V9(02).
               10  W-INV-LINE-SW   PIC X(01).
                   88  W-INV-LINE-GOOD             VALUE 'Y'.
                   88  W-INV-LINE-BAD              VALUE 'N'.
               10  W-INV-RUN-SW    PIC X(01).
                   88  W-INV-RUN-FOUND             VALUE 'Y'.
                   88  W-INV-RUN-NOT-FOUND         VALUE 'N'.
               10  W-INV-CLASS-SW  PIC X(01).
                   88  W-INV-CLASS-FOUND           VALUE 'Y'.
                   88  W-INV-CLASS-NOT-FOUND       VALUE 'N'.

       01  W-PS-SUB                PIC 9(02)  COMP.

       01  W-REPORT-LINE           PIC X(132).

       01  W-DETAIL-LINE.
           05  W-DT-INVOICE-NO     PIC X(12).
           05  FILLER              PIC X(02)       VALUE SPACES.
           05  W-DT-RUN-ID         PIC X(08).
           05  FILLER              PIC X(02)       VALUE SPACES.
           05  W-DT-DATE           PIC X(08).
           05  FILLER              PIC X(02)       VALUE SPACES.
           05  W-DT-CLASS          PIC X(07).
           05  FILLER              PIC X(02)       VALUE SPACES.
           05  W-DT-INV-PIECES     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(01)       VALUE SPACES.
           05  W-DT-OUR-PIECES     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(02)       VALUE SPACES.
           05  W-DT-INV-POSTAGE    PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01)       VALUE SPACES.
           05  W-DT-OUR-COST       PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02)       VALUE SPACES.
           05  W-DT-STATUS         PIC X(08).
           05  FILLER              PIC X(02)       VALUE SPACES.
           05  W-DT-DISPUTED       PIC Z,ZZZ,ZZ9.99.

       01  W-DISP-NUM              PIC ZZ,ZZ9.
       01  W-DISP-MONEY            PIC ZZZ,ZZZ,ZZ9.99.

       01  W-LOG-LINES             PIC 9(04).
       01  W-LOG-MATCHED           PIC 9(04).
       01  W-LOG-DIFFS             PIC 9(04).
       01  W-LOG-NO-RUN            PIC 9(04).
       01  W-LOG-DISPUTED          PIC 9(09).

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-MI-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-PS-EOF                            VALUE 'Y'.

       01  W-MI-FILE-STATUS        PIC X(02).
           88  W-MI-FILE-STATUS-GOOD               VALUE '00'.

       01  W-PS-FILE-STATUS        PIC X(02).
           88  W-PS-FILE-STATUS-GOOD               VALUE '00'.

       01  W-IR-FILE-STATUS        PIC X(02).
           88  W-IR-FILE-STATUS-GOOD               VALUE '00'.

       01  W-ERROR-MSG             PIC X(22)       VALUE
           '**** NAMADDINV error: '.

       01  W-FS-CONTROL.
           COPY FILESTATL.

       01  W-JL-CONTROL.
           COPY JOBLOGL.

       01  W-RI-CONTROL.
           COPY RUNIDL.

       01  W-PM-CONTROL.
           COPY PARMREGL.

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

           PERFORM SUB-2000-MATCH-SUMMARY THRU SUB-2000-EXIT

           PERFORM SUB-2500-REPORT-ONE-LINE THRU SUB-2500-EXIT
               VARYING W-INV-IX FROM 1 BY 1
               UNTIL W-INV-IX > W-INV-COUNT
               OR    W-RETURN-CODE > 4

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

           DISPLAY 'NAMADDINV compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           SET  RI-FUNC-CURRENT    TO TRUE
           CALL 'RUNID' USING W-RI-CONTROL

           MOVE 'PIECE-TOLERANCE'  TO W-TOLERANCE-NAME
           PERFORM SUB-1050-READ-TOLERANCE THRU SUB-1050-EXIT

           MOVE 'AMOUNT-TOLERANCE' TO W-TOLERANCE-NAME
           PERFORM SUB-1050-READ-TOLERANCE THRU SUB-1050-EXIT

           MOVE W-PIECE-TOLERANCE  TO W-DISP-NUM
           MOVE W-AMOUNT-TOLERANCE TO W-DISP-MONEY
           DISPLAY 'Tolerances: ' FUNCTION TRIM(W-DISP-NUM)
                   ' pieces, '
                   FUNCTION TRIM(W-DISP-MONEY) ' postage'

           PERFORM SUB-1100-LOAD-INVOICE THRU SUB-1100-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           OPEN OUTPUT NAMADDIR

           IF      NOT W-IR-FILE-STATUS-GOOD
               MOVE W-IR-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-IR-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDIR'
               MOVE 11             TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           MOVE SPACES             TO W-REPORT-LINE
           MOVE W-PIECE-TOLERANCE  TO W-DISP-NUM
           MOVE W-AMOUNT-TOLERANCE TO W-DISP-MONEY
           STRING 'Mailing-house invoice reconciliation - '
                                   DELIMITED BY SIZE
                  'tolerance '     DELIMITED BY SIZE
                  FUNCTION TRIM(W-DISP-NUM)
                                   DELIMITED BY SIZE
                  ' pieces, '      DELIMITED BY SIZE
                  FUNCTION TRIM(W-DISP-MONEY)
                                   DELIMITED BY SIZE
                  ' postage'       DELIMITED BY SIZE
             INTO W-REPORT-LINE
           END-STRING
           PERFORM SUB-9900-WRITE-REPORT THRU SUB-9900-EXIT

           MOVE SPACES             TO W-REPORT-LINE
           PERFORM SUB-9900-WRITE-REPORT THRU SUB-9900-EXIT

           MOVE 'INVOICE       RUN ID    DATE      CLASS     INV PIECES'
             & '  OUR PIECES   INV POSTAGE     OUR COST  STATUS     '
             & 'DISPUTED'          TO W-REPORT-LINE
           PERFORM SUB-9900-WRITE-REPORT THRU SUB-9900-EXIT

           MOVE ALL '-'            TO W-REPORT-LINE
           PERFORM SUB-9900-WRITE-REPORT THRU SUB-9900-EXIT
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1050-READ-TOLERANCE.
      *------------------------

      **** PIECE-TOLERANCE is in pieces, AMOUNT-TOLERANCE in cents;
      **** no registry value leaves the default in place.

           SET  PR-FUNC-GET        TO TRUE
           MOVE 'NAMADDINV'        TO PR-PROGRAM-NAME
           MOVE W-TOLERANCE-NAME   TO PR-PARM-NAME
           MOVE SPACES             TO PR-AS-OF-DATE

           CALL 'PARMREG' USING W-PM-CONTROL

           IF      PR-RESPONSE-FILE-ERROR
               DISPLAY W-ERROR-MSG
                       'Parameter registry unreadable - using the '
                       'default ' FUNCTION TRIM(W-TOLERANCE-NAME)
               GO TO SUB-1050-EXIT
           END-IF

           IF      PR-NOT-FOUND
               GO TO SUB-1050-EXIT
           END-IF

           IF      NOT PR-VALUE-NUMERIC
               DISPLAY W-ERROR-MSG
                       'Registry ' FUNCTION TRIM(W-TOLERANCE-NAME)
                       ' ' FUNCTION TRIM(PR-VALUE)
                       ' is not usable - using the default'
               GO TO SUB-1050-EXIT
           END-IF

           IF      W-TOLERANCE-NAME = 'PIECE-TOLERANCE'
               MOVE PR-VALUE-NUM   TO W-PIECE-TOLERANCE
           ELSE
               COMPUTE W-AMOUNT-TOLERANCE
                                   = PR-VALUE-NUM / 100
           END-IF

           DISPLAY 'Registry ' FUNCTION TRIM(W-TOLERANCE-NAME)
                   ' in force since ' PR-EFFECTIVE-DATE
           .
       SUB-1050-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-INVOICE.
      *----------------------

           OPEN INPUT NAMADDMI

           IF      NOT W-MI-FILE-STATUS-GOOD
               MOVE W-MI-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-MI-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDMI - no invoice to reconcile'
               MOVE 10             TO W-RETURN-CODE
               GO TO SUB-1100-EXIT
           END-IF

           PERFORM UNTIL W-MI-EOF
                   OR    W-RETURN-CODE NOT = 0
               READ NAMADDMI
                   AT END
                       SET  W-MI-EOF
                                   TO TRUE
               END-READ

               IF      NOT W-MI-EOF
                   AND NAMADDMI-REC NOT = SPACES
                   AND NAMADDMI-REC(1 : 1) NOT = '*'
                   PERFORM SUB-1150-HOLD-ONE-LINE THRU SUB-1150-EXIT
               END-IF
           END-PERFORM

           CLOSE NAMADDMI

           IF      W-RETURN-CODE = 0
               AND W-INV-COUNT = 0
               DISPLAY W-ERROR-MSG
                       'Invoice detail is empty - nothing to reconcile'
               MOVE 10             TO W-RETURN-CODE
           END-IF
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1150-HOLD-ONE-LINE.
      *-----------------------

           IF      W-INV-COUNT >= W-INV-MAX
               DISPLAY W-ERROR-MSG
                       'Invoice table full - increase W-INV-MAX'
               MOVE 20             TO W-RETURN-CODE
               GO TO SUB-1150-EXIT
           END-IF

           ADD  1                  TO W-INV-COUNT
           ADD  1                  TO W-INVOICE-LINES
           SET  W-INV-IX           TO W-INV-COUNT

           MOVE MI-INVOICE-NO      TO W-INV-INVOICE-NO(W-INV-IX)
           MOVE MI-MAIL-DATE       TO W-INV-DATE(W-INV-IX)
           MOVE MI-RATE-CLASS      TO W-INV-CLASS(W-INV-IX)
           MOVE 0                  TO W-INV-RUN-ID(W-INV-IX)
                                      W-INV-PIECES(W-INV-IX)
                                      W-INV-POSTAGE(W-INV-IX)
                                      W-INV-OUR-PIECES(W-INV-IX)
                                      W-INV-OUR-COST(W-INV-IX)
           SET  W-INV-RUN-NOT-FOUND(W-INV-IX)
                                   TO TRUE
           SET  W-INV-CLASS-NOT-FOUND(W-INV-IX)
                                   TO TRUE

      **** A line whose numbers cannot be read is kept, so it is
      **** reported in its place, but is never matched.

           IF      MI-JOB-REF NUMERIC
               AND MI-MAIL-DATE NUMERIC
               AND MI-PIECES NUMERIC
               AND MI-POSTAGE NUMERIC
               SET  W-INV-LINE-GOOD(W-INV-IX)
                                   TO TRUE
               MOVE MI-JOB-REF     TO W-INV-RUN-ID(W-INV-IX)
               MOVE MI-PIECES      TO W-INV-PIECES(W-INV-IX)
               MOVE MI-POSTAGE     TO W-INV-POSTAGE(W-INV-IX)
           ELSE
               SET  W-INV-LINE-BAD(W-INV-IX)
                                   TO TRUE
           END-IF
           .
       SUB-1150-EXIT.
           EXIT.
      /
       SUB-2000-MATCH-SUMMARY.
      *-----------------------

      **** No summary on disk leaves every invoice line NO RUN,
      **** which is the right answer - nothing was costed.

           OPEN INPUT NAMADDPS

           IF      NOT W-PS-FILE-STATUS-GOOD
               MOVE W-PS-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-PS-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDPS - no costed mailings'
               GO TO SUB-2000-EXIT
           END-IF

           PERFORM UNTIL W-PS-EOF
               READ NAMADDPS
                   AT END
                       SET  W-PS-EOF
                                   TO TRUE
               END-READ

               IF      NOT W-PS-EOF
                   ADD  1          TO W-SUMMARY-LINES

                   IF      PS-RUN-ID-X NOT = SPACES
                       AND PS-RUN-ID NUMERIC
                       PERFORM SUB-2100-MATCH-ONE-SUMMARY THRU
                               SUB-2100-EXIT
                           VARYING W-INV-IX FROM 1 BY 1
                           UNTIL W-INV-IX > W-INV-COUNT
                   END-IF
               END-IF
           END-PERFORM

           CLOSE NAMADDPS
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-MATCH-ONE-SUMMARY.
      *---------------------------

           IF      W-INV-LINE-BAD(W-INV-IX)
               OR  W-INV-RUN-ID(W-INV-IX) NOT = PS-RUN-ID
               OR  W-INV-DATE(W-INV-IX) NOT = PS-DATE
               GO TO SUB-2100-EXIT
           END-IF

      **** A later summary line for the same mailing (a re-costing)
      **** replaces what an earlier one gave.

           SET  W-INV-RUN-FOUND(W-INV-IX)
                                   TO TRUE
           SET  W-INV-CLASS-NOT-FOUND(W-INV-IX)
                                   TO TRUE
           MOVE 0                  TO W-INV-OUR-PIECES(W-INV-IX)
                                      W-INV-OUR-COST(W-INV-IX)

           PERFORM VARYING W-PS-SUB FROM 1 BY 1
                   UNTIL W-PS-SUB > 4
                   OR    W-INV-CLASS-FOUND(W-INV-IX)
               IF      PS-CLASS(W-PS-SUB) = W-INV-CLASS(W-INV-IX)
                   AND PS-CLASS-PIECES(W-PS-SUB) NUMERIC
                   AND PS-CLASS-COST(W-PS-SUB) NUMERIC
                   SET  W-INV-CLASS-FOUND(W-INV-IX)
                                   TO TRUE
                   MOVE PS-CLASS-PIECES(W-PS-SUB)
                                   TO W-INV-OUR-PIECES(W-INV-IX)
                   MOVE PS-CLASS-COST(W-PS-SUB)
                                   TO W-INV-OUR-COST(W-INV-IX)
               END-IF
           END-PERFORM
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2500-REPORT-ONE-LINE.
      *-------------------------

           MOVE 0                  TO W-DISPUTED

           MOVE W-INV-INVOICE-NO(W-INV-IX)
                                   TO W-DT-INVOICE-NO
           MOVE W-INV-DATE(W-INV-IX)
                                   TO W-DT-DATE
           MOVE W-INV-CLASS(W-INV-IX)
                                   TO W-DT-CLASS
           MOVE W-INV-PIECES(W-INV-IX)
                                   TO W-DT-INV-PIECES
           MOVE W-INV-OUR-PIECES(W-INV-IX)
                                   TO W-DT-OUR-PIECES
           MOVE W-INV-POSTAGE(W-INV-IX)
                                   TO W-DT-INV-POSTAGE
           MOVE W-INV-OUR-COST(W-INV-IX)
                                   TO W-DT-OUR-COST

           IF      W-INV-LINE-BAD(W-INV-IX)
               MOVE 'BAD LINE'     TO W-DT-STATUS
               MOVE SPACES         TO W-DT-RUN-ID
               ADD  1              TO W-LINES-BAD
               GO TO SUB-2500-WRITE
           END-IF

           MOVE W-INV-RUN-ID(W-INV-IX)
                                   TO W-DT-RUN-ID

           ADD  W-INV-POSTAGE(W-INV-IX)
                                   TO W-TOTAL-INVOICED
           ADD  W-INV-OUR-COST(W-INV-IX)
                                   TO W-TOTAL-COMPUTED

           COMPUTE W-DIFF-PIECES   = W-INV-PIECES(W-INV-IX)
                                   - W-INV-OUR-PIECES(W-INV-IX)
           COMPUTE W-DIFF-AMOUNT   = W-INV-POSTAGE(W-INV-IX)
                                   - W-INV-OUR-COST(W-INV-IX)

           IF      W-DIFF-AMOUNT > 0
               MOVE W-DIFF-AMOUNT  TO W-DISPUTED
           END-IF

           EVALUATE TRUE
               WHEN W-INV-RUN-NOT-FOUND(W-INV-IX)
                   MOVE 'NO RUN'   TO W-DT-STATUS
                   ADD  1          TO W-LINES-NO-RUN

               WHEN W-INV-CLASS-NOT-FOUND(W-INV-IX)
                   MOVE 'NO CLASS' TO W-DT-STATUS
                   ADD  1          TO W-LINES-NO-CLASS

               WHEN FUNCTION ABS(W-DIFF-PIECES) > W-PIECE-TOLERANCE
                   MOVE 'PIECES'   TO W-DT-STATUS
                   ADD  1          TO W-LINES-PIECES

               WHEN FUNCTION ABS(W-DIFF-AMOUNT) > W-AMOUNT-TOLERANCE
                   MOVE 'AMOUNT'   TO W-DT-STATUS
                   ADD  1          TO W-LINES-AMOUNT

               WHEN OTHER
                   MOVE 'MATCHED'  TO W-DT-STATUS
                   ADD  1          TO W-LINES-MATCHED
                   MOVE 0          TO W-DISPUTED
           END-EVALUATE

           ADD  W-DISPUTED         TO W-TOTAL-DISPUTED
           .
       SUB-2500-WRITE.

           IF      W-DT-STATUS NOT = 'MATCHED'
               AND W-RETURN-CODE < 4
               MOVE 4              TO W-RETURN-CODE
           END-IF

           MOVE W-DISPUTED         TO W-DT-DISPUTED

           MOVE W-DETAIL-LINE      TO W-REPORT-LINE
           PERFORM SUB-9900-WRITE-REPORT THRU SUB-9900-EXIT
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           IF      W-IR-FILE-STATUS-GOOD
               MOVE ALL '-'        TO W-REPORT-LINE
               PERFORM SUB-9900-WRITE-REPORT THRU SUB-9900-EXIT

               MOVE W-INVOICE-LINES
                                   TO W-DISP-NUM
               MOVE SPACES         TO W-REPORT-LINE
               STRING 'Invoice lines      '
                                   DELIMITED BY SIZE
                      W-DISP-NUM   DELIMITED BY SIZE
                 INTO W-REPORT-LINE
               END-STRING
               PERFORM SUB-9900-WRITE-REPORT THRU SUB-9900-EXIT

               MOVE W-LINES-MATCHED
                                   TO W-DISP-NUM
               MOVE SPACES         TO W-REPORT-LINE
               STRING 'Matched            '
                                   DELIMITED BY SIZE
                      W-DISP-NUM   DELIMITED BY SIZE
                 INTO W-REPORT-LINE
               END-STRING
               PERFORM SUB-9900-WRITE-REPORT THRU SUB-9900-EXIT

               MOVE W-LINES-PIECES TO W-DISP-NUM
               MOVE SPACES         TO W-REPORT-LINE
               STRING 'Piece differences  '
                                   DELIMITED BY SIZE
                      W-DISP-NUM   DELIMITED BY SIZE
                 INTO W-REPORT-LINE
               END-STRING
               PERFORM SUB-9900-WRITE-REPORT THRU SUB-9900-EXIT

               MOVE W-LINES-AMOUNT TO W-DISP-NUM
               MOVE SPACES         TO W-REPORT-LINE
               STRING 'Amount differences '
                                   DELIMITED BY SIZE
                      W-DISP-NUM   DELIMITED BY SIZE
                 INTO W-REPORT-LINE
               END-STRING
               PERFORM SUB-9900-WRITE-REPORT THRU SUB-9900-EXIT

               MOVE W-LINES-NO-RUN TO W-DISP-NUM
               MOVE SPACES         TO W-REPORT-LINE
               STRING 'No matching run    '
                                   DELIMITED BY SIZE
                      W-DISP-NUM   DELIMITED BY SIZE
                 INTO W-REPORT-LINE
               END-STRING
               PERFORM SUB-9900-WRITE-REPORT THRU SUB-9900-EXIT

               MOVE W-LINES-NO-CLASS
                                   TO W-DISP-NUM
               MOVE SPACES         TO W-REPORT-LINE
               STRING 'No matching class  '
                                   DELIMITED BY SIZE
                      W-DISP-NUM   DELIMITED BY SIZE
                 INTO W-REPORT-LINE
               END-STRING
               PERFORM SUB-9900-WRITE-REPORT THRU SUB-9900-EXIT

               MOVE W-LINES-BAD    TO W-DISP-NUM
               MOVE SPACES         TO W-REPORT-LINE
               STRING 'Unreadable lines   '
                                   DELIMITED BY SIZE
                      W-DISP-NUM   DELIMITED BY SIZE
                 INTO W-REPORT-LINE
               END-STRING
               PERFORM SUB-9900-WRITE-REPORT THRU SUB-9900-EXIT

               MOVE SPACES         TO W-REPORT-LINE
               PERFORM SUB-9900-WRITE-REPORT THRU SUB-9900-EXIT

               MOVE W-TOTAL-INVOICED
                                   TO W-DISP-MONEY
               MOVE SPACES         TO W-REPORT-LINE
               STRING 'Total invoiced     '
                                   DELIMITED BY SIZE
                      W-DISP-MONEY DELIMITED BY SIZE
                 INTO W-REPORT-LINE
               END-STRING
               PERFORM SUB-9900-WRITE-REPORT THRU SUB-9900-EXIT

               MOVE W-TOTAL-COMPUTED
                                   TO W-DISP-MONEY
               MOVE SPACES         TO W-REPORT-LINE
               STRING 'Total computed     '
                                   DELIMITED BY SIZE
                      W-DISP-MONEY DELIMITED BY SIZE
                 INTO W-REPORT-LINE
               END-STRING
               PERFORM SUB-9900-WRITE-REPORT THRU SUB-9900-EXIT

               MOVE W-TOTAL-DISPUTED
                                   TO W-DISP-MONEY
               MOVE SPACES         TO W-REPORT-LINE
               STRING 'Total to dispute   '
                                   DELIMITED BY SIZE
                      W-DISP-MONEY DELIMITED BY SIZE
                 INTO W-REPORT-LINE
               END-STRING
               PERFORM SUB-9900-WRITE-REPORT THRU SUB-9900-EXIT

               CLOSE NAMADDIR
           END-IF

           DISPLAY 'Invoice lines:      ' W-INVOICE-LINES
           DISPLAY 'Summary lines read: ' W-SUMMARY-LINES
           DISPLAY 'Matched:            ' W-LINES-MATCHED
           DISPLAY 'Piece differences:  ' W-LINES-PIECES
           DISPLAY 'Amount differences: ' W-LINES-AMOUNT
           DISPLAY 'No matching run:    ' W-LINES-NO-RUN
           DISPLAY 'No matching class:  ' W-LINES-NO-CLASS
           DISPLAY 'Unreadable lines:   ' W-LINES-BAD

           MOVE W-TOTAL-DISPUTED   TO W-DISP-MONEY
           DISPLAY 'Total to dispute:   ' W-DISP-MONEY

           MOVE W-INVOICE-LINES    TO W-LOG-LINES
           MOVE W-LINES-MATCHED    TO W-LOG-MATCHED
           COMPUTE W-LOG-DIFFS     = W-LINES-PIECES
                                   + W-LINES-AMOUNT
                                   + W-LINES-NO-CLASS
                                   + W-LINES-BAD
           MOVE W-LINES-NO-RUN     TO W-LOG-NO-RUN
           COMPUTE W-LOG-DISPUTED  = W-TOTAL-DISPUTED * 100

           MOVE SPACES             TO JL-KEY-COUNTS
           STRING 'Lines '         DELIMITED BY SIZE
                  W-LOG-LINES      DELIMITED BY SIZE
                  ' ok '           DELIMITED BY SIZE
                  W-LOG-MATCHED    DELIMITED BY SIZE
                  ' diff '         DELIMITED BY SIZE
                  W-LOG-DIFFS      DELIMITED BY SIZE
                  ' norun '        DELIMITED BY SIZE
                  W-LOG-NO-RUN     DELIMITED BY SIZE
                  ' cts '          DELIMITED BY SIZE
                  W-LOG-DISPUTED   DELIMITED BY SIZE
             INTO JL-KEY-COUNTS
           END-STRING

           MOVE 'NAMADDINV'        TO JL-PROGRAM-NAME
           MOVE RI-RUN-ID          TO JL-RUN-ID
           MOVE W-RETURN-CODE      TO JL-RETURN-CODE

           CALL 'JOBLOG' USING W-JL-CONTROL

           IF      JL-RESPONSE-FILE-ERROR
               DISPLAY W-ERROR-MSG
                       'Unable to write to the shared job log'
           END-IF

           IF      W-RETURN-CODE = 4
               DISPLAY W-ERROR-MSG
                       'Invoice differs from the costed mailings - '
                       'see NAMEADDR.InvoiceRecon.Rpt.dat'
           END-IF

           DISPLAY 'NAMADDINV completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-9900-WRITE-REPORT.
      *----------------------

           WRITE NAMADDIR-REC      FROM W-REPORT-LINE

           IF      NOT W-IR-FILE-STATUS-GOOD
               MOVE W-IR-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-IR-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing NAMADDIR'
               MOVE 40             TO W-RETURN-CODE
           END-IF
           .
       SUB-9900-EXIT.
           EXIT.
