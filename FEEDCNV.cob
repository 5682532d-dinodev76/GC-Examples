      *=========================== FEEDCNV ============================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Subroutine converting inbound mainframe feed
      *              records field by field from a layout file (see
      *              NAMADDFL), so that a feed mixing display text
      *              with COMP-3 amounts and binary counts can come
      *              through the code-page table intact:
      *
      *              - display bytes (described D, or not described
      *                at all) are translated by TRNSLAT, using its
      *                field-spec mode over the gaps between the
      *                numeric fields;
      *              - packed, binary and signed zoned fields are
      *                passed through untouched, or unpacked to a
      *                sign, the digits and (with a scale) a point -
      *                fixed width, so the output layout is known:
      *                packed 2n-1 digits for n bytes, binary 5, 10
      *                or 19 digits for 2, 4 or 8 bytes, zoned one
      *                digit a byte;
      *              - packed and zoned fields are validated either
      *                way; each bad one is logged to
      *                Data\NAMEADDR.FeedExceptions.dat (see
      *                NAMADDFX) with the record number and field,
      *                and unpacks as asterisks.
      *
      *              The layout describes the record as the mainframe
      *              wrote it: zoned signs and digits are checked in
      *              their EBCDIC form (zone X'F' on every byte but the
      *              last, whose zone is the sign).
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.             FEEDCNV.

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
           SELECT LAYOUTIN         ASSIGN TO W-LAYOUT-PATH
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-LI-FILE-STATUS.

           SELECT FEEDEXC          ASSIGN
                                   "Data\NAMEADDR.FeedExceptions.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-FX-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  LAYOUTIN.

       01  LAYOUTIN-REC.           COPY NAMADDFL.

       FD  FEEDEXC.

       01  FEEDEXC-REC.            COPY NAMADDFX.
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-LAYOUT-PATH           PIC X(80).
       01  W-LINE-NO               PIC 9(05)  COMP VALUE 0.
       01  W-LINE-NO-DISP          PIC 9(05).
       01  W-PREV-END              PIC 9(05)  COMP VALUE 0.

       01  W-FLD-COUNT             PIC 9(04)  COMP VALUE 0.
       01  W-FLD-MAX               PIC 9(04)  COMP VALUE 200.

       01  W-FLD-TABLE.
           05  W-FLD-ENTRY                         OCCURS 200
                                                   INDEXED W-FLD-IX.
               10  W-FLD-NAME      PIC X(30).
               10  W-FLD-POS       PIC 9(05)  COMP.
               10  W-FLD-LEN       PIC 9(05)  COMP.
               10  W-FLD-USAGE     PIC X(01).
                   88  W-FLD-DISPLAY               VALUE 'D'.
                   88  W-FLD-PACKED                VALUE 'P'.
                   88  W-FLD-BINARY                VALUE 'B'.
                   88  W-FLD-ZONED                 VALUE 'Z'.
               10  W-FLD-SCALE     PIC 9(02)  COMP.
               10  W-FLD-DIGITS    PIC 9(02)  COMP.
               10  W-FLD-ACTION    PIC X(01).
                   88  W-FLD-PASS                  VALUE 'P'.
                   88  W-FLD-UNPACK                VALUE 'U'.

      **** One record's conversion.

       01  W-REC-LEN               PIC 9(05)  COMP.
       01  W-CUR-POS               PIC 9(05)  COMP.
       01  W-FLD-END               PIC 9(05)  COMP.
       01  W-OUT-LEN               PIC 9(05)  COMP.
       01  W-COPY-LEN              PIC 9(05)  COMP.
       01  W-WIDTH                 PIC 9(05)  COMP.
       01  W-WORK-REC              PIC X(32768).

       01  W-BYTE-SUB              PIC 9(05)  COMP.
       01  W-BYTE                  PIC X(01).
       01  FILLER REDEFINES W-BYTE.
           05  W-BYTE-VALUE        PIC X(01)  COMP-X.
       01  W-HIGH-NIBBLE           PIC 9(03)  COMP.
       01  W-LOW-NIBBLE            PIC 9(03)  COMP.

       01  W-DIGITS                PIC X(31).
       01  W-DIGIT-COUNT           PIC 9(02)  COMP.
       01  W-DIGIT                 PIC 9(01).
       01  W-INT-DIGITS            PIC 9(02)  COMP.
       01  W-UNPACKED              PIC X(40).

       01  W-BIN-VALUE             PIC 9(20)  COMP-3.
       01  W-BIN-MODULUS           PIC 9(20)  COMP-3.
       01  W-BIN-DISPLAY           PIC 9(20).

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-NEGATIVE                          VALUE 'Y'.
           88  W-NOT-NEGATIVE                      VALUE 'N'.

       01  W-REASON                PIC X(20).
           88  W-FIELD-VALID                       VALUE SPACES.

       01  W-HEX-DIGITS            PIC X(16)       VALUE
           '0123456789ABCDEF'.
       01  FILLER REDEFINES W-HEX-DIGITS.
           05  W-HEX-CHAR          PIC X(01)       OCCURS 16.
       01  W-HEX-POS               PIC 9(02)  COMP.

       01  W-TIMESTAMP             PIC X(21).

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-LI-EOF                            VALUE 'Y'.
           88  W-LI-NOT-EOF                        VALUE 'N'.

       01  W-LI-FILE-STATUS        PIC X(02).
           88  W-LI-FILE-STATUS-GOOD               VALUE '00'.

       01  W-FX-FILE-STATUS        PIC X(02).
           88  W-FX-FILE-STATUS-GOOD               VALUE '00'.

       01  W-TRNSLAT-PROG          PIC X(08)       VALUE 'TRNSLAT'.
       01  W-TRNSLAT-CONTROL.      COPY TRNSLATL.
      /
       LINKAGE SECTION.
      *----------------

       01  L-CONTROL.              COPY FEEDCNVL.

       01  L-RECORD-IN             PIC X(32768).
       01  L-RECORD-OUT            PIC X(32768).

       01  L-CONVERSION-TABLE      PIC X(512).
      /
       PROCEDURE DIVISION
      *==================
           USING L-CONTROL
                 L-RECORD-IN
                 L-RECORD-OUT
                 L-CONVERSION-TABLE.

       MAIN.
      *-----

           SET  FC-RESPONSE-GOOD   TO TRUE
           MOVE SPACES             TO FC-RESPONSE-MSG

           EVALUATE TRUE
             WHEN FC-FUNC-LOAD
               PERFORM SUB-1000-LOAD-LAYOUT THRU SUB-1000-EXIT

             WHEN FC-FUNC-CONVERT
               PERFORM SUB-2000-CONVERT-RECORD THRU SUB-2000-EXIT

             WHEN OTHER
               SET  FC-RESPONSE-LAYOUT-ERROR
                                   TO TRUE
               MOVE 'FC-FUNCTION must be L or C'
                                   TO FC-RESPONSE-MSG
           END-EVALUATE
           .
       MAIN-EXIT.
           GOBACK.
      /
       SUB-1000-LOAD-LAYOUT.
      *---------------------

           MOVE 0                  TO W-FLD-COUNT
                                      W-LINE-NO
                                      W-PREV-END
                                      FC-FIELD-CNT
                                      FC-NUMERIC-CNT
                                      FC-UNPACK-CNT
           MOVE FC-LAYOUT-PATH     TO W-LAYOUT-PATH
           SET  W-LI-NOT-EOF       TO TRUE

           OPEN INPUT LAYOUTIN

           IF      NOT W-LI-FILE-STATUS-GOOD
               SET  FC-RESPONSE-LAYOUT-FILE-ERROR
                                   TO TRUE
               STRING 'Layout file status '
                                   DELIMITED BY SIZE
                      W-LI-FILE-STATUS
                                   DELIMITED BY SIZE
                      ' opening '  DELIMITED BY SIZE
                      W-LAYOUT-PATH
                                   DELIMITED BY SPACE
                 INTO FC-RESPONSE-MSG
               END-STRING
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1100-LOAD-ONE-LINE THRU SUB-1100-EXIT
               UNTIL W-LI-EOF
               OR    NOT FC-RESPONSE-GOOD

           CLOSE LAYOUTIN

           IF      FC-RESPONSE-GOOD
               AND W-FLD-COUNT = 0
               SET  FC-RESPONSE-LAYOUT-ERROR
                                   TO TRUE
               MOVE 'Layout file describes no fields'
                                   TO FC-RESPONSE-MSG
           END-IF

           MOVE W-FLD-COUNT        TO FC-FIELD-CNT
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-ONE-LINE.
      *-----------------------

           READ LAYOUTIN
               AT END
                   SET  W-LI-EOF   TO TRUE
                   GO TO SUB-1100-EXIT
           END-READ

           ADD  1                  TO W-LINE-NO

           IF      LAYOUTIN-REC = SPACES
               OR  LAYOUTIN-REC(1 : 1) = '*'
               GO TO SUB-1100-EXIT
           END-IF

           IF      W-FLD-COUNT NOT < W-FLD-MAX
               MOVE 'more than 200 fields'
                                   TO W-REASON
               PERFORM SUB-1900-LAYOUT-ERROR THRU SUB-1900-EXIT
               GO TO SUB-1100-EXIT
           END-IF

           IF      FL-POSITION NOT NUMERIC
               OR  FL-LENGTH NOT NUMERIC
               OR  FL-POSITION = 0
               OR  FL-LENGTH = 0
               OR  FL-POSITION + FL-LENGTH - 1 > 32768
               MOVE 'bad position/length'
                                   TO W-REASON
               PERFORM SUB-1900-LAYOUT-ERROR THRU SUB-1900-EXIT
               GO TO SUB-1100-EXIT
           END-IF

           IF      NOT FL-USAGE-VALID
               MOVE 'usage not D/P/B/Z'
                                   TO W-REASON
               PERFORM SUB-1900-LAYOUT-ERROR THRU SUB-1900-EXIT
               GO TO SUB-1100-EXIT
           END-IF

      **** Fields in position order, none overlapping: the output is
      **** built by walking the record once.

           IF      FL-POSITION NOT > W-PREV-END
               MOVE 'overlap/out of order'
                                   TO W-REASON
               PERFORM SUB-1900-LAYOUT-ERROR THRU SUB-1900-EXIT
               GO TO SUB-1100-EXIT
           END-IF

           ADD  1                  TO W-FLD-COUNT
           SET  W-FLD-IX           TO W-FLD-COUNT
           MOVE FL-FIELD-NAME      TO W-FLD-NAME  (W-FLD-IX)
           MOVE FL-POSITION        TO W-FLD-POS   (W-FLD-IX)
           MOVE FL-LENGTH          TO W-FLD-LEN   (W-FLD-IX)
           MOVE FL-USAGE           TO W-FLD-USAGE (W-FLD-IX)
           COMPUTE W-PREV-END      = FL-POSITION + FL-LENGTH - 1

           IF      FL-SCALE = SPACES
               MOVE 0              TO W-FLD-SCALE (W-FLD-IX)
           ELSE
               IF      FL-SCALE-NUM NOT NUMERIC
                   MOVE 'scale not numeric'
                                   TO W-REASON
                   PERFORM SUB-1900-LAYOUT-ERROR THRU SUB-1900-EXIT
                   GO TO SUB-1100-EXIT
               END-IF
               MOVE FL-SCALE-NUM   TO W-FLD-SCALE (W-FLD-IX)
           END-IF

           IF      FL-ACTION-UNPACK
               SET  W-FLD-UNPACK (W-FLD-IX)
                                   TO TRUE
           ELSE
               IF      NOT FL-ACTION-PASS
                   MOVE 'action not P/U'
                                   TO W-REASON
                   PERFORM SUB-1900-LAYOUT-ERROR THRU SUB-1900-EXIT
                   GO TO SUB-1100-EXIT
               END-IF
               SET  W-FLD-PASS (W-FLD-IX)
                                   TO TRUE
           END-IF

      **** Digits each numeric usage carries, fixing the unpacked
      **** width.

           EVALUATE TRUE
             WHEN W-FLD-DISPLAY (W-FLD-IX)
               MOVE 0              TO W-FLD-DIGITS (W-FLD-IX)
               GO TO SUB-1100-EXIT

             WHEN W-FLD-PACKED (W-FLD-IX)
               IF      FL-LENGTH > 16
                   MOVE 'packed over 16 bytes'
                                   TO W-REASON
                   PERFORM SUB-1900-LAYOUT-ERROR THRU SUB-1900-EXIT
                   GO TO SUB-1100-EXIT
               END-IF
               COMPUTE W-FLD-DIGITS (W-FLD-IX)
                                   = FL-LENGTH * 2 - 1

             WHEN W-FLD-BINARY (W-FLD-IX)
               EVALUATE FL-LENGTH
                 WHEN 2
                   MOVE 5          TO W-FLD-DIGITS (W-FLD-IX)
                 WHEN 4
                   MOVE 10         TO W-FLD-DIGITS (W-FLD-IX)
                 WHEN 8
                   MOVE 19         TO W-FLD-DIGITS (W-FLD-IX)
                 WHEN OTHER
                   MOVE 'binary not 2/4/8'
                                   TO W-REASON
                   PERFORM SUB-1900-LAYOUT-ERROR THRU SUB-1900-EXIT
                   GO TO SUB-1100-EXIT
               END-EVALUATE

             WHEN W-FLD-ZONED (W-FLD-IX)
               IF      FL-LENGTH > 31
                   MOVE 'zoned over 31 bytes'
                                   TO W-REASON
                   PERFORM SUB-1900-LAYOUT-ERROR THRU SUB-1900-EXIT
                   GO TO SUB-1100-EXIT
               END-IF
               MOVE FL-LENGTH      TO W-FLD-DIGITS (W-FLD-IX)
           END-EVALUATE

           IF      W-FLD-SCALE (W-FLD-IX) > W-FLD-DIGITS (W-FLD-IX)
               MOVE 'scale over digits'
                                   TO W-REASON
               PERFORM SUB-1900-LAYOUT-ERROR THRU SUB-1900-EXIT
               GO TO SUB-1100-EXIT
           END-IF

           ADD  1                  TO FC-NUMERIC-CNT

           IF      W-FLD-UNPACK (W-FLD-IX)
               ADD  1              TO FC-UNPACK-CNT
           END-IF
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1900-LAYOUT-ERROR.
      *----------------------

           SET  FC-RESPONSE-LAYOUT-ERROR
                                   TO TRUE
           MOVE W-LINE-NO          TO W-LINE-NO-DISP

           STRING 'Layout line '   DELIMITED BY SIZE
                  W-LINE-NO-DISP   DELIMITED BY SIZE
                  ' ('             DELIMITED BY SIZE
                  FL-FIELD-NAME    DELIMITED BY SPACE
                  '): '            DELIMITED BY SIZE
                  W-REASON         DELIMITED BY SIZE
             INTO FC-RESPONSE-MSG
           END-STRING
           .
       SUB-1900-EXIT.
           EXIT.
      /
       SUB-2000-CONVERT-RECORD.
      *------------------------

           MOVE 0                  TO FC-BAD-FIELD-CNT
                                      FC-RECORD-LEN-OUT
           MOVE SPACES             TO FC-BAD-FIELD-NAME
                                      FC-BAD-REASON

           IF      FC-RECORD-LEN-IN < 1
               OR  FC-RECORD-LEN-IN > LENGTH OF L-RECORD-IN
               SET  FC-RESPONSE-RECLEN-ERROR
                                   TO TRUE
               MOVE 'FC-RECORD-LEN-IN is zero or exceeds 32K'
                                   TO FC-RESPONSE-MSG
               GO TO SUB-2000-EXIT
           END-IF

           MOVE FC-RECORD-LEN-IN   TO W-REC-LEN
           MOVE L-RECORD-IN(1 : W-REC-LEN)
                                   TO W-WORK-REC

           PERFORM SUB-2100-TRANSLATE-DISPLAY THRU SUB-2100-EXIT

           IF      NOT FC-RESPONSE-GOOD
               GO TO SUB-2000-EXIT
           END-IF

      **** Walk the record: display bytes (already translated) are
      **** copied as they stand, each numeric field as its action
      **** says.

           MOVE 1                  TO W-CUR-POS
           MOVE 0                  TO W-OUT-LEN

           PERFORM SUB-2200-CONVERT-FIELD THRU SUB-2200-EXIT
               VARYING W-FLD-IX FROM 1 BY 1
                 UNTIL W-FLD-IX > W-FLD-COUNT
                 OR    NOT FC-RESPONSE-GOOD

           IF      NOT FC-RESPONSE-GOOD
               GO TO SUB-2000-EXIT
           END-IF

           IF      W-CUR-POS NOT > W-REC-LEN
               COMPUTE W-COPY-LEN  = W-REC-LEN - W-CUR-POS + 1
               PERFORM SUB-2900-COPY-DISPLAY THRU SUB-2900-EXIT
           END-IF

           MOVE W-OUT-LEN          TO FC-RECORD-LEN-OUT
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-TRANSLATE-DISPLAY.
      *---------------------------

      **** TRNSLAT's field spec is the record less its numeric
      **** fields - the gaps between them, and whatever follows the
      **** last.

           MOVE 'N'                TO TC-WHOLE-RECORD-SW
           MOVE 0                  TO TC-FIELD-CNT
           MOVE 1                  TO W-CUR-POS

           PERFORM SUB-2150-ADD-DISPLAY-RANGE THRU SUB-2150-EXIT
               VARYING W-FLD-IX FROM 1 BY 1
                 UNTIL W-FLD-IX > W-FLD-COUNT

           IF      W-CUR-POS NOT > W-REC-LEN
               ADD  1              TO TC-FIELD-CNT
               MOVE W-CUR-POS      TO TC-FIELD-POS (TC-FIELD-CNT)
               COMPUTE TC-FIELD-LEN (TC-FIELD-CNT)
                                   = W-REC-LEN - W-CUR-POS + 1
           END-IF

           IF      TC-FIELD-CNT = 0
               GO TO SUB-2100-EXIT
           END-IF

           CALL W-TRNSLAT-PROG USING W-TRNSLAT-CONTROL
                                     W-WORK-REC
                                     L-CONVERSION-TABLE

           IF      NOT TC-RESPONSE-GOOD
               SET  FC-RESPONSE-TRANSLATE-ERROR
                                   TO TRUE
               MOVE TC-RESPONSE-MSG
                                   TO FC-RESPONSE-MSG
           END-IF
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2150-ADD-DISPLAY-RANGE.
      *---------------------------

           IF      W-FLD-DISPLAY (W-FLD-IX)
               OR  W-FLD-POS (W-FLD-IX) > W-REC-LEN
               GO TO SUB-2150-EXIT
           END-IF

           IF      W-FLD-POS (W-FLD-IX) > W-CUR-POS
               ADD  1              TO TC-FIELD-CNT
               MOVE W-CUR-POS      TO TC-FIELD-POS (TC-FIELD-CNT)
               COMPUTE TC-FIELD-LEN (TC-FIELD-CNT)
                                   = W-FLD-POS (W-FLD-IX) - W-CUR-POS
           END-IF

           COMPUTE W-CUR-POS       = W-FLD-POS (W-FLD-IX)
                                   + W-FLD-LEN (W-FLD-IX)
           .
       SUB-2150-EXIT.
           EXIT.
      /
       SUB-2200-CONVERT-FIELD.
      *-----------------------

           IF      W-FLD-DISPLAY (W-FLD-IX)
               OR  W-FLD-POS (W-FLD-IX) > W-REC-LEN
               GO TO SUB-2200-EXIT
           END-IF

           IF      W-FLD-POS (W-FLD-IX) > W-CUR-POS
               COMPUTE W-COPY-LEN  = W-FLD-POS (W-FLD-IX) - W-CUR-POS
               PERFORM SUB-2900-COPY-DISPLAY THRU SUB-2900-EXIT

               IF      NOT FC-RESPONSE-GOOD
                   GO TO SUB-2200-EXIT
               END-IF
           END-IF

           MOVE W-FLD-POS (W-FLD-IX)
                                   TO W-CUR-POS
           COMPUTE W-FLD-END       = W-FLD-POS (W-FLD-IX)
                                   + W-FLD-LEN (W-FLD-IX) - 1

      **** A record ending part-way through a numeric field: log it
      **** and carry the bytes there are as they came.

           IF      W-FLD-END > W-REC-LEN
               MOVE 'RECORD TOO SHORT' TO W-REASON
               PERFORM SUB-2800-LOG-EXCEPTION THRU SUB-2800-EXIT
               COMPUTE W-COPY-LEN  = W-REC-LEN - W-CUR-POS + 1
               PERFORM SUB-2900-COPY-DISPLAY THRU SUB-2900-EXIT
               GO TO SUB-2200-EXIT
           END-IF

           MOVE SPACES             TO W-REASON
           MOVE SPACES             TO W-DIGITS
           MOVE 0                  TO W-DIGIT-COUNT
           SET  W-NOT-NEGATIVE     TO TRUE

           EVALUATE TRUE
             WHEN W-FLD-PACKED (W-FLD-IX)
               PERFORM SUB-2300-CHECK-PACKED THRU SUB-2300-EXIT
             WHEN W-FLD-BINARY (W-FLD-IX)
               PERFORM SUB-2400-CHECK-BINARY THRU SUB-2400-EXIT
             WHEN W-FLD-ZONED (W-FLD-IX)
               PERFORM SUB-2500-CHECK-ZONED THRU SUB-2500-EXIT
           END-EVALUATE

           IF      NOT W-FIELD-VALID
               PERFORM SUB-2800-LOG-EXCEPTION THRU SUB-2800-EXIT

               IF      NOT FC-RESPONSE-GOOD
                   GO TO SUB-2200-EXIT
               END-IF
           END-IF

           IF      W-FLD-PASS (W-FLD-IX)
               MOVE W-FLD-LEN (W-FLD-IX)
                                   TO W-COPY-LEN
               PERFORM SUB-2900-COPY-DISPLAY THRU SUB-2900-EXIT
           ELSE
               PERFORM SUB-2600-UNPACK THRU SUB-2600-EXIT
           END-IF
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2300-CHECK-PACKED.
      *----------------------

      **** Two digits a byte, the last byte's low nibble the sign:
      **** A, C, E, F positive, B, D negative.

           PERFORM VARYING W-BYTE-SUB FROM W-CUR-POS BY 1
                     UNTIL W-BYTE-SUB > W-FLD-END

               MOVE W-WORK-REC(W-BYTE-SUB : 1)
                                   TO W-BYTE
               DIVIDE W-BYTE-VALUE BY 16
                               GIVING W-HIGH-NIBBLE
                            REMAINDER W-LOW-NIBBLE

               IF      W-HIGH-NIBBLE > 9
                   MOVE 'INVALID PACKED DIGIT'
                                   TO W-REASON
               ELSE
                   ADD  1          TO W-DIGIT-COUNT
                   MOVE W-HIGH-NIBBLE
                                   TO W-DIGIT
                   MOVE W-DIGIT    TO W-DIGITS(W-DIGIT-COUNT : 1)
               END-IF

               IF      W-BYTE-SUB < W-FLD-END
                   IF      W-LOW-NIBBLE > 9
                       MOVE 'INVALID PACKED DIGIT'
                                   TO W-REASON
                   ELSE
                       ADD  1      TO W-DIGIT-COUNT
                       MOVE W-LOW-NIBBLE
                                   TO W-DIGIT
                       MOVE W-DIGIT
                                   TO W-DIGITS(W-DIGIT-COUNT : 1)
                   END-IF
               ELSE
                   EVALUATE W-LOW-NIBBLE
                     WHEN 10
                     WHEN 12
                     WHEN 14
                     WHEN 15
                       CONTINUE
                     WHEN 11
                     WHEN 13
                       SET  W-NEGATIVE
                                   TO TRUE
                     WHEN OTHER
                       IF      W-FIELD-VALID
                           MOVE 'INVALID PACKED SIGN'
                                   TO W-REASON
                       END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2400-CHECK-BINARY.
      *----------------------

      **** Big-endian two's complement: every bit pattern is a
      **** number, so there is nothing to reject.

           MOVE 0                  TO W-BIN-VALUE
           MOVE 1                  TO W-BIN-MODULUS

           PERFORM VARYING W-BYTE-SUB FROM W-CUR-POS BY 1
                     UNTIL W-BYTE-SUB > W-FLD-END
               MOVE W-WORK-REC(W-BYTE-SUB : 1)
                                   TO W-BYTE
               MULTIPLY 256        BY W-BIN-VALUE
               ADD  W-BYTE-VALUE   TO W-BIN-VALUE
               MULTIPLY 256        BY W-BIN-MODULUS
           END-PERFORM

           MOVE W-WORK-REC(W-CUR-POS : 1)
                                   TO W-BYTE

           IF      W-BYTE-VALUE > 127
               SET  W-NEGATIVE     TO TRUE
               SUBTRACT W-BIN-VALUE
                                 FROM W-BIN-MODULUS
                               GIVING W-BIN-VALUE
           END-IF

           MOVE W-BIN-VALUE        TO W-BIN-DISPLAY
           MOVE W-FLD-DIGITS (W-FLD-IX)
                                   TO W-DIGIT-COUNT
           MOVE W-BIN-DISPLAY(21 - W-DIGIT-COUNT : W-DIGIT-COUNT)
                                   TO W-DIGITS
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-2500-CHECK-ZONED.
      *---------------------

      **** EBCDIC zoned: zone X'F' and a digit on every byte, the
      **** last byte's zone the sign as for packed.

           PERFORM VARYING W-BYTE-SUB FROM W-CUR-POS BY 1
                     UNTIL W-BYTE-SUB > W-FLD-END

               MOVE W-WORK-REC(W-BYTE-SUB : 1)
                                   TO W-BYTE
               DIVIDE W-BYTE-VALUE BY 16
                               GIVING W-HIGH-NIBBLE
                            REMAINDER W-LOW-NIBBLE

               IF      W-LOW-NIBBLE > 9
                   MOVE 'INVALID ZONED DIGIT'
                                   TO W-REASON
               ELSE
                   ADD  1          TO W-DIGIT-COUNT
                   MOVE W-LOW-NIBBLE
                                   TO W-DIGIT
                   MOVE W-DIGIT    TO W-DIGITS(W-DIGIT-COUNT : 1)
               END-IF

               IF      W-BYTE-SUB < W-FLD-END
                   IF      W-HIGH-NIBBLE NOT = 15
                       MOVE 'INVALID ZONED DIGIT'
                                   TO W-REASON
                   END-IF
               ELSE
                   EVALUATE W-HIGH-NIBBLE
                     WHEN 10
                     WHEN 12
                     WHEN 14
                     WHEN 15
                       CONTINUE
                     WHEN 11
                     WHEN 13
                       SET  W-NEGATIVE
                                   TO TRUE
                     WHEN OTHER
                       IF      W-FIELD-VALID
                           MOVE 'INVALID ZONED SIGN'
                                   TO W-REASON
                       END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2600-UNPACK.
      *----------------

      **** Sign, integer digits, and a point before the scale digits.

           MOVE W-FLD-DIGITS (W-FLD-IX)
                                   TO W-DIGIT-COUNT
           COMPUTE W-WIDTH         = W-DIGIT-COUNT + 1

           IF      W-FLD-SCALE (W-FLD-IX) > 0
               ADD  1              TO W-WIDTH
           END-IF

           IF      W-OUT-LEN + W-WIDTH > LENGTH OF L-RECORD-OUT
               SET  FC-RESPONSE-RECLEN-ERROR
                                   TO TRUE
               MOVE 'Unpacked record exceeds 32K'
                                   TO FC-RESPONSE-MSG
               GO TO SUB-2600-EXIT
           END-IF

           IF      NOT W-FIELD-VALID
               MOVE ALL '*'        TO W-UNPACKED
           ELSE
               MOVE SPACES         TO W-UNPACKED

               IF      W-NEGATIVE
                   MOVE '-'        TO W-UNPACKED(1 : 1)
               ELSE
                   MOVE '+'        TO W-UNPACKED(1 : 1)
               END-IF

               COMPUTE W-INT-DIGITS
                                   = W-DIGIT-COUNT
                                   - W-FLD-SCALE (W-FLD-IX)

               IF      W-INT-DIGITS > 0
                   MOVE W-DIGITS(1 : W-INT-DIGITS)
                                   TO W-UNPACKED(2 : W-INT-DIGITS)
               END-IF

               IF      W-FLD-SCALE (W-FLD-IX) > 0
                   MOVE '.'        TO W-UNPACKED(W-INT-DIGITS + 2 : 1)
                   MOVE W-DIGITS(W-INT-DIGITS + 1 :
                                 W-FLD-SCALE (W-FLD-IX))
                                   TO W-UNPACKED(W-INT-DIGITS + 3 :
                                                 W-FLD-SCALE (W-FLD-IX))
               END-IF
           END-IF

           MOVE W-UNPACKED(1 : W-WIDTH)
                                   TO L-RECORD-OUT(W-OUT-LEN + 1 :
                                                   W-WIDTH)
           ADD  W-WIDTH            TO W-OUT-LEN
           ADD  W-FLD-LEN (W-FLD-IX)
                                   TO W-CUR-POS
           .
       SUB-2600-EXIT.
           EXIT.
      /
       SUB-2800-LOG-EXCEPTION.
      *-----------------------

           ADD  1                  TO FC-BAD-FIELD-CNT

           IF      FC-BAD-FIELD-CNT = 1
               MOVE W-FLD-NAME (W-FLD-IX)
                                   TO FC-BAD-FIELD-NAME
               MOVE W-REASON       TO FC-BAD-REASON
           END-IF

           OPEN EXTEND FEEDEXC

           IF      NOT W-FX-FILE-STATUS-GOOD
               OPEN OUTPUT FEEDEXC
           END-IF

           IF      NOT W-FX-FILE-STATUS-GOOD
               SET  FC-RESPONSE-LOG-ERROR
                                   TO TRUE
               STRING 'Feed exceptions log status '
                                   DELIMITED BY SIZE
                      W-FX-FILE-STATUS
                                   DELIMITED BY SIZE
                 INTO FC-RESPONSE-MSG
               END-STRING
               GO TO SUB-2800-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE
                                   TO W-TIMESTAMP
           MOVE SPACES             TO FEEDEXC-REC
           MOVE W-TIMESTAMP(1 : 14)
                                   TO FX-TIMESTAMP
           MOVE FC-RUN-ID          TO FX-RUN-ID
           MOVE FC-CALLER          TO FX-CALLER
           MOVE FC-RECORD-NUMBER   TO FX-RECORD-NUMBER
           MOVE W-FLD-NAME (W-FLD-IX)
                                   TO FX-FIELD-NAME
           MOVE W-FLD-POS (W-FLD-IX)
                                   TO FX-POSITION
           MOVE W-FLD-LEN (W-FLD-IX)
                                   TO FX-LENGTH
           MOVE W-FLD-USAGE (W-FLD-IX)
                                   TO FX-USAGE
           MOVE W-REASON           TO FX-REASON
           MOVE 1                  TO W-HEX-POS

           PERFORM VARYING W-BYTE-SUB FROM W-CUR-POS BY 1
                     UNTIL W-BYTE-SUB > W-FLD-END
                     OR    W-BYTE-SUB > W-REC-LEN
                     OR    W-HEX-POS > 31
               MOVE W-WORK-REC(W-BYTE-SUB : 1)
                                   TO W-BYTE
               DIVIDE W-BYTE-VALUE BY 16
                               GIVING W-HIGH-NIBBLE
                            REMAINDER W-LOW-NIBBLE
               MOVE W-HEX-CHAR(W-HIGH-NIBBLE + 1)
                                   TO FX-HEX(W-HEX-POS : 1)
               MOVE W-HEX-CHAR(W-LOW-NIBBLE + 1)
                                   TO FX-HEX(W-HEX-POS + 1 : 1)
               ADD  2              TO W-HEX-POS
           END-PERFORM

           WRITE FEEDEXC-REC

           CLOSE FEEDEXC
           .
       SUB-2800-EXIT.
           EXIT.
      /
       SUB-2900-COPY-DISPLAY.
      *----------------------

      **** W-COPY-LEN bytes from W-CUR-POS, as they stand in the work
      **** record, onto the end of the output.

           IF      W-OUT-LEN + W-COPY-LEN > LENGTH OF L-RECORD-OUT
               SET  FC-RESPONSE-RECLEN-ERROR
                                   TO TRUE
               MOVE 'Unpacked record exceeds 32K'
                                   TO FC-RESPONSE-MSG
               GO TO SUB-2900-EXIT
           END-IF

           MOVE W-WORK-REC(W-CUR-POS : W-COPY-LEN)
                                   TO L-RECORD-OUT(W-OUT-LEN + 1 :
                                                   W-COPY-LEN)
           ADD  W-COPY-LEN         TO W-OUT-LEN
                                      W-CUR-POS
           .
       SUB-2900-EXIT.
           EXIT.
