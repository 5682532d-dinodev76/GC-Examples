      *============================ IMBENC ============================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Subroutine issuing Intelligent Mail barcode piece
      *     serials and encoding the 65-bar IMb for one mail piece, so
      *     the presort labels and letters qualify for automation
      *     rates and the electronic ACS notices that come back can
      *     be tied to the piece that caused them.
      *
      *     The IMb control file Data\NAMEADDR.IMbControl.dat holds
      *     one line - barcode ID, service type ID, mailer ID and the
      *     last serial reserved:
      *
      *         00 270 123456    000004000
      *
      *     Serials are reserved 1,000 at a time by rewriting the
      *     last-reserved value, so a second run printing at the same
      *     time takes the next block instead of the same serials.
      *     Unused serials in a block are simply never issued. The
      *     serial wraps back to 1 after 999,999,999 (or 999,999
      *     under a 9-digit mailer ID), well outside the 45-day
      *     uniqueness window the Postal Service asks for.
      *
      *     The encoding follows the published IMb specification:
      *     the routing code and 20-digit tracking code are combined
      *     into one binary value, an 11-bit frame check sequence is
      *     taken over it, the value is cut into ten codewords, each
      *     codeword is mapped to a 13-bit character through the
      *     5-of-13 and 2-of-13 tables (built here on the first call),
      *     and the characters are spread across the 65 bars.
      *
      *     A missing or invalid control file is not an error the
      *     mailing should fail over: the caller gets a 'U' response
      *     and prints the piece without a barcode.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      * 2026-09-14  0.2      Encode function 'E' - rebuild the bars
      *                      for a serial issued earlier, reading the
      *                      control file without reserving, so
      *                      NAMADDLRP can reprint a letter exactly
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.             IMBENC.

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
           SELECT IMBCTL           ASSIGN
                                   "Data\NAMEADDR.IMbControl.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-IC-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  IMBCTL.

       01  IMBCTL-REC.
           05  IC-BARCODE-ID       PIC X(02).
           05  FILLER              PIC X(01).
           05  IC-SERVICE-TYPE     PIC X(03).
           05  FILLER              PIC X(01).
           05  IC-MAILER-ID        PIC X(09).
           05  FILLER              PIC X(01).
           05  IC-LAST-SERIAL      PIC X(09).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-TABLES-SW             PIC X(01)       VALUE 'N'.
           88  W-TABLES-BUILT                      VALUE 'Y'.

       01  W-CONFIG-SW             PIC X(01)       VALUE ' '.
           88  W-CONFIG-UNKNOWN                    VALUE ' '.
           88  W-CONFIG-GOOD                       VALUE 'Y'.
           88  W-CONFIG-BAD                        VALUE 'N'.

      **** The configuration as last read from the control file.

       01  W-BARCODE-ID            PIC X(02).
       01  W-SERVICE-TYPE          PIC X(03).
       01  W-MAILER-ID             PIC X(09).
       01  W-MID-LENGTH            PIC 9(01)       VALUE 6.

       01  W-BLOCK-SIZE            PIC 9(09)  COMP VALUE 1000.
       01  W-SERIAL-MAX            PIC 9(09)  COMP.
       01  W-LAST-SERIAL           PIC 9(09)  COMP.
       01  W-NEXT-SERIAL           PIC 9(09)  COMP VALUE 1.
       01  W-BLOCK-END             PIC 9(09)  COMP VALUE 0.

       01  W-PIECE-SERIAL          PIC 9(09)  COMP.
       01  W-GIVEN-SERIAL          PIC X(09).

       01  W-SERIAL-9              PIC 9(09).
       01  W-SERIAL-6              PIC 9(06).

      **** Routing code digits picked out of the caller's ZIP.

       01  W-ZIP-DIGITS            PIC X(11).
       01  W-ZIP-COUNT             PIC 9(02)  COMP.
       01  W-RT-LEN                PIC 9(02)  COMP.
       01  W-RT-NUM                PIC 9(11).

       01  W-DIGIT-X               PIC X(01).
       01  W-DIGIT                 REDEFINES W-DIGIT-X
                                   PIC 9(01).

      **** The 102-bit binary value, its 13 bytes, and the frame
      **** check sequence held one bit per entry, most significant
      **** (bit 10) first.

       01  W-BIN                   PIC 9(31)  COMP-3.
       01  W-BIN-WORK              PIC 9(31)  COMP-3.

       01  W-BYTE-TABLE.
           05  W-BYTE              PIC 9(03)  COMP
                                   OCCURS 13.

       01  W-BYTE-VAL              PIC 9(03)  COMP.
       01  W-BIT-WEIGHT            PIC 9(03)  COMP.
       01  W-BITS-LEFT             PIC 9(02)  COMP.
       01  W-DATA-BIT              PIC 9(01)  COMP.
       01  W-TOP-BIT               PIC 9(01)  COMP.
       01  W-QUOT                  PIC 9(05)  COMP.

       01  W-FCS-TABLE.
           05  W-FCS-BIT           PIC 9(01)  COMP
                                   OCCURS 11.

       01  W-GEN-LIST              PIC X(11)       VALUE
           '11100110101'.
       01  FILLER REDEFINES W-GEN-LIST.
           05  W-GEN-BIT           PIC 9(01)
                                   OCCURS 11.

      **** Codewords A through J and the 13-bit characters they map
      **** to, one bit per entry, bit 0 first.

       01  W-CW-TABLE.
           05  W-CW                PIC 9(04)  COMP
                                   OCCURS 10.

       01  W-CHR-TABLE.
           05  W-CHR-ENTRY                         OCCURS 10.
               10  W-CHR-BIT       PIC 9(01)  COMP
                                   OCCURS 13.

       01  W-CHR-VAL               PIC 9(05)  COMP.

      **** The 5-of-13 and 2-of-13 character tables.

       01  W-T5-TABLE.
           05  W-T5                PIC 9(05)  COMP
                                   OCCURS 1287.

       01  W-T2-TABLE.
           05  W-T2                PIC 9(05)  COMP
                                   OCCURS 78.

       01  W-T5-LOWER              PIC 9(05)  COMP.
       01  W-T5-UPPER              PIC 9(05)  COMP.
       01  W-T2-LOWER              PIC 9(05)  COMP.
       01  W-T2-UPPER              PIC 9(05)  COMP.

       01  W-CAND                  PIC 9(05)  COMP.
       01  W-CAND-WORK             PIC 9(05)  COMP.
       01  W-CAND-REV              PIC 9(05)  COMP.
       01  W-CAND-ONES             PIC 9(02)  COMP.
       01  W-CAND-BIT              PIC 9(01)  COMP.

       01  W-SUB                   PIC 9(04)  COMP.
       01  W-BIT-SUB               PIC 9(04)  COMP.
       01  W-DESC                  PIC 9(01)  COMP.
       01  W-ASC                   PIC 9(01)  COMP.

      **** Bar-to-character map: for each of the 65 bars, the
      **** character and bit driving the descender, then the
      **** character and bit driving the ascender.

       01  W-BAR-LIST.
           05  FILLER              PIC X(30)       VALUE
               '702403110000912208505611809301'.
           05  FILLER              PIC X(30)       VALUE
               '001512205108404911603810309706'.
           05  FILLER              PIC X(30)       VALUE
               '511104805212910002701607306409'.
           05  FILLER              PIC X(30)       VALUE
               '003806604207101909710502400308'.
           05  FILLER              PIC X(30)       VALUE
               '602004811100908312206707501410'.
           05  FILLER              PIC X(30)       VALUE
               '112609703800508907406210304005'.
           05  FILLER              PIC X(30)       VALUE
               '804507711109600906006408201302'.
           05  FILLER              PIC X(30)       VALUE
               '509812411601905704303102007200'.
           05  FILLER              PIC X(30)       VALUE
               '103401610305807904211506008712'.
           05  FILLER              PIC X(30)       VALUE
               '402801510300903009605204708107'.
           05  FILLER              PIC X(30)       VALUE
               '500405203010612902311106808709'.
           05  FILLER              PIC X(30)       VALUE
               '504011105202901412803606700307'.
           05  FILLER              PIC X(30)       VALUE
               '407705012111209900608503310802'.
       01  FILLER REDEFINES W-BAR-LIST.
           05  FILLER                              OCCURS 65
                                                   INDEXED W-BAR-DX.
               10  W-BAR-D-CHR     PIC 9(01).
               10  W-BAR-D-BIT     PIC 9(02).
               10  W-BAR-A-CHR     PIC 9(01).
               10  W-BAR-A-BIT     PIC 9(02).

       01  W-IC-FILE-STATUS        PIC X(02).
           88  W-IC-FILE-STATUS-GOOD               VALUE '00'.
      /
       LINKAGE SECTION.
      *----------------

       01  L-CONTROL.              COPY IMBENCL.
      /
       PROCEDURE DIVISION
      *==================
           USING L-CONTROL.

       MAIN.
      *-----

           SET  IM-RESPONSE-GOOD   TO TRUE
           MOVE IM-SERIAL          TO W-GIVEN-SERIAL
           MOVE SPACES             TO IM-SERIAL
                                      IM-TRACKING
                                      IM-ROUTING
                                      IM-BARS

           IF      W-CONFIG-BAD
               SET  IM-RESPONSE-UNCONFIGURED
                                   TO TRUE
               GO TO MAIN-EXIT
           END-IF

           IF      NOT W-TABLES-BUILT
               PERFORM SUB-1000-BUILD-TABLES THRU SUB-1000-EXIT
           END-IF

           IF      IM-FUNC-ENCODE
               PERFORM SUB-2500-TAKE-GIVEN-SERIAL THRU SUB-2500-EXIT

               IF      NOT IM-RESPONSE-GOOD
                   GO TO MAIN-EXIT
               END-IF
           ELSE
               IF      W-NEXT-SERIAL > W-BLOCK-END
                   PERFORM SUB-2000-RESERVE-BLOCK THRU SUB-2000-EXIT

                   IF      NOT IM-RESPONSE-GOOD
                       GO TO MAIN-EXIT
                   END-IF
               END-IF

               MOVE W-NEXT-SERIAL  TO W-PIECE-SERIAL
           END-IF

           PERFORM SUB-3000-BUILD-TRACKING THRU SUB-3000-EXIT
           PERFORM SUB-3100-BUILD-ROUTING THRU SUB-3100-EXIT
           PERFORM SUB-4000-ENCODE THRU SUB-4000-EXIT

           IF      IM-FUNC-NEXT
               ADD  1              TO W-NEXT-SERIAL
           END-IF
           .
       MAIN-EXIT.
           GOBACK.
      /
       SUB-1000-BUILD-TABLES.
      *----------------------

      **** Every 13-bit value with exactly five (two) bits on goes
      **** into the 5-of-13 (2-of-13) table. A value and its bit
      **** reversal are stored as a pair from the bottom of the
      **** table; a value that is its own reversal is stored from the
      **** top down.

           MOVE 1                  TO W-T5-LOWER
           MOVE 1287               TO W-T5-UPPER
           MOVE 1                  TO W-T2-LOWER
           MOVE 78                 TO W-T2-UPPER

           PERFORM SUB-1100-CLASSIFY-ONE THRU SUB-1100-EXIT
               VARYING W-CAND FROM 0 BY 1
                 UNTIL W-CAND > 8191

           SET  W-TABLES-BUILT     TO TRUE
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-CLASSIFY-ONE.
      *----------------------

           MOVE W-CAND             TO W-CAND-WORK
           MOVE 0                  TO W-CAND-ONES
                                      W-CAND-REV

           PERFORM 13 TIMES
               DIVIDE W-CAND-WORK BY 2
                   GIVING W-CAND-WORK
                   REMAINDER W-CAND-BIT
               ADD  W-CAND-BIT     TO W-CAND-ONES
               COMPUTE W-CAND-REV = W-CAND-REV * 2 + W-CAND-BIT
           END-PERFORM

           IF      W-CAND-ONES NOT = 5
               AND W-CAND-ONES NOT = 2
               GO TO SUB-1100-EXIT
           END-IF

           IF      W-CAND-REV < W-CAND
               GO TO SUB-1100-EXIT
           END-IF

           IF      W-CAND-ONES = 5
               IF      W-CAND-REV = W-CAND
                   MOVE W-CAND     TO W-T5(W-T5-UPPER)
                   SUBTRACT 1    FROM W-T5-UPPER
               ELSE
                   MOVE W-CAND     TO W-T5(W-T5-LOWER)
                   ADD  1          TO W-T5-LOWER
                   MOVE W-CAND-REV TO W-T5(W-T5-LOWER)
                   ADD  1          TO W-T5-LOWER
               END-IF
           ELSE
               IF      W-CAND-REV = W-CAND
                   MOVE W-CAND     TO W-T2(W-T2-UPPER)
                   SUBTRACT 1    FROM W-T2-UPPER
               ELSE
                   MOVE W-CAND     TO W-T2(W-T2-LOWER)
                   ADD  1          TO W-T2-LOWER
                   MOVE W-CAND-REV TO W-T2(W-T2-LOWER)
                   ADD  1          TO W-T2-LOWER
               END-IF
           END-IF
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1500-READ-CONTROL.
      *----------------------

           OPEN INPUT IMBCTL

           IF      NOT W-IC-FILE-STATUS-GOOD
               SET  W-CONFIG-BAD   TO TRUE
               SET  IM-RESPONSE-UNCONFIGURED
                                   TO TRUE
               GO TO SUB-1500-EXIT
           END-IF

           MOVE SPACES             TO IMBCTL-REC

           READ IMBCTL
               AT END
                   MOVE SPACES     TO IMBCTL-REC
           END-READ

           MOVE IC-BARCODE-ID      TO W-BARCODE-ID
           MOVE IC-SERVICE-TYPE    TO W-SERVICE-TYPE
           MOVE IC-MAILER-ID       TO W-MAILER-ID

           IF      IC-LAST-SERIAL NUMERIC
               MOVE IC-LAST-SERIAL TO W-LAST-SERIAL
           ELSE
               MOVE 0              TO W-LAST-SERIAL
           END-IF

           CLOSE IMBCTL

      **** The second barcode ID digit runs 0-4 only; a mailer ID
      **** is six digits, or nine digits beginning with 9.

           SET  W-CONFIG-GOOD      TO TRUE

           IF      W-BARCODE-ID NOT NUMERIC
               OR  W-BARCODE-ID(2 : 1) > '4'
               OR  W-SERVICE-TYPE NOT NUMERIC
               SET  W-CONFIG-BAD   TO TRUE
           END-IF

           IF      W-MAILER-ID(1 : 1) = '9'
               AND W-MAILER-ID NUMERIC
               MOVE 9              TO W-MID-LENGTH
               MOVE 999999         TO W-SERIAL-MAX
           ELSE
               IF      W-MAILER-ID(1 : 6) NUMERIC
                   AND W-MAILER-ID(1 : 1) NOT = '9'
                   AND W-MAILER-ID(7 : 3) = SPACES
                   MOVE 6          TO W-MID-LENGTH
                   MOVE 999999999  TO W-SERIAL-MAX
               ELSE
                   SET  W-CONFIG-BAD
                                   TO TRUE
               END-IF
           END-IF

           IF      W-CONFIG-BAD
               SET  IM-RESPONSE-UNCONFIGURED
                                   TO TRUE
           END-IF
           .
       SUB-1500-EXIT.
           EXIT.
      /
       SUB-2000-RESERVE-BLOCK.
      *-----------------------

      **** Re-read the control file for each block so a second run
      **** that reserved in the meantime is stepped over.

           PERFORM SUB-1500-READ-CONTROL THRU SUB-1500-EXIT

           IF      NOT IM-RESPONSE-GOOD
               GO TO SUB-2000-EXIT
           END-IF

           IF      W-LAST-SERIAL > W-SERIAL-MAX - W-BLOCK-SIZE
               MOVE 0              TO W-LAST-SERIAL
           END-IF

           COMPUTE W-NEXT-SERIAL = W-LAST-SERIAL + 1
           COMPUTE W-BLOCK-END   = W-LAST-SERIAL + W-BLOCK-SIZE

           OPEN OUTPUT IMBCTL

           IF      NOT W-IC-FILE-STATUS-GOOD
               MOVE 0              TO W-BLOCK-END
               SET  IM-RESPONSE-FILE-ERROR
                                   TO TRUE
               GO TO SUB-2000-EXIT
           END-IF

           MOVE SPACES             TO IMBCTL-REC
           MOVE W-BARCODE-ID       TO IC-BARCODE-ID
           MOVE W-SERVICE-TYPE     TO IC-SERVICE-TYPE
           MOVE W-MAILER-ID        TO IC-MAILER-ID
           MOVE W-BLOCK-END        TO W-SERIAL-9
           MOVE W-SERIAL-9         TO IC-LAST-SERIAL

           WRITE IMBCTL-REC

           IF      NOT W-IC-FILE-STATUS-GOOD
               MOVE 0              TO W-BLOCK-END
               SET  IM-RESPONSE-FILE-ERROR
                                   TO TRUE
           END-IF

           CLOSE IMBCTL
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2500-TAKE-GIVEN-SERIAL.
      *---------------------------

      **** The control file is read once for a run of reprints; the
      **** serial must have the width the mailer ID allows.

           IF      W-CONFIG-UNKNOWN
               PERFORM SUB-1500-READ-CONTROL THRU SUB-1500-EXIT

               IF      NOT IM-RESPONSE-GOOD
                   GO TO SUB-2500-EXIT
               END-IF
           END-IF

           IF      W-MID-LENGTH = 6
               IF      W-GIVEN-SERIAL NUMERIC
                   MOVE W-GIVEN-SERIAL
                                   TO W-SERIAL-9
                   MOVE W-SERIAL-9 TO W-PIECE-SERIAL
               ELSE
                   SET  IM-RESPONSE-BAD-SERIAL
                                   TO TRUE
               END-IF
           ELSE
               IF      W-GIVEN-SERIAL(1 : 6) NUMERIC
                   AND W-GIVEN-SERIAL(7 : 3) = SPACES
                   MOVE W-GIVEN-SERIAL(1 : 6)
                                   TO W-SERIAL-6
                   MOVE W-SERIAL-6 TO W-PIECE-SERIAL
               ELSE
                   SET  IM-RESPONSE-BAD-SERIAL
                                   TO TRUE
               END-IF
           END-IF
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-3000-BUILD-TRACKING.
      *------------------------

           IF      W-MID-LENGTH = 6
               MOVE W-PIECE-SERIAL TO W-SERIAL-9
               MOVE W-SERIAL-9     TO IM-SERIAL
               STRING W-BARCODE-ID         DELIMITED BY SIZE
                      W-SERVICE-TYPE       DELIMITED BY SIZE
                      W-MAILER-ID(1 : 6)   DELIMITED BY SIZE
                      W-SERIAL-9           DELIMITED BY SIZE
                 INTO IM-TRACKING
               END-STRING
           ELSE
               MOVE W-PIECE-SERIAL TO W-SERIAL-6
               MOVE W-SERIAL-6     TO IM-SERIAL
               STRING W-BARCODE-ID         DELIMITED BY SIZE
                      W-SERVICE-TYPE       DELIMITED BY SIZE
                      W-MAILER-ID          DELIMITED BY SIZE
                      W-SERIAL-6           DELIMITED BY SIZE
                 INTO IM-TRACKING
               END-STRING
           END-IF
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-BUILD-ROUTING.
      *-----------------------

      **** Keep the ZIP's digits in order; 5, 9 and 11 digits are
      **** routing codes as they stand, any other run of at least
      **** five is cut to the 5-digit ZIP, and fewer than five means
      **** no routing code at all.

           MOVE SPACES             TO W-ZIP-DIGITS
           MOVE 0                  TO W-ZIP-COUNT
                                      W-RT-NUM

           PERFORM VARYING W-SUB FROM 1 BY 1
                   UNTIL W-SUB > LENGTH OF IM-ZIP
                   OR    W-ZIP-COUNT >= 11
               IF      IM-ZIP(W-SUB : 1) IS NUMERIC
                   ADD  1          TO W-ZIP-COUNT
                   MOVE IM-ZIP(W-SUB : 1)
                                   TO W-ZIP-DIGITS(W-ZIP-COUNT : 1)
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN W-ZIP-COUNT = 5
               WHEN W-ZIP-COUNT = 9
               WHEN W-ZIP-COUNT = 11
                   MOVE W-ZIP-COUNT
                                   TO W-RT-LEN
               WHEN W-ZIP-COUNT > 5
                   MOVE 5          TO W-RT-LEN
               WHEN OTHER
                   MOVE 0          TO W-RT-LEN
           END-EVALUATE

           IF      W-RT-LEN = 0
               GO TO SUB-3100-EXIT
           END-IF

           MOVE W-ZIP-DIGITS(1 : W-RT-LEN)
                                   TO IM-ROUTING

           PERFORM VARYING W-SUB FROM 1 BY 1
                   UNTIL W-SUB > W-RT-LEN
               MOVE W-ZIP-DIGITS(W-SUB : 1)
                                   TO W-DIGIT-X
               COMPUTE W-RT-NUM = W-RT-NUM * 10 + W-DIGIT
           END-PERFORM
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-4000-ENCODE.
      *----------------

      **** Routing code first, offset so each length is distinct,
      **** then the tracking digits - the second of which is base 5.

           EVALUATE W-RT-LEN
               WHEN 5
                   COMPUTE W-BIN = W-RT-NUM + 1
               WHEN 9
                   COMPUTE W-BIN = W-RT-NUM + 100001
               WHEN 11
                   COMPUTE W-BIN = W-RT-NUM + 1000100001
               WHEN OTHER
                   MOVE 0          TO W-BIN
           END-EVALUATE

           PERFORM VARYING W-SUB FROM 1 BY 1
                   UNTIL W-SUB > 20
               MOVE IM-TRACKING(W-SUB : 1)
                                   TO W-DIGIT-X
               IF      W-SUB = 2
                   COMPUTE W-BIN = W-BIN * 5 + W-DIGIT
               ELSE
                   COMPUTE W-BIN = W-BIN * 10 + W-DIGIT
               END-IF
           END-PERFORM

           PERFORM SUB-4100-FRAME-CHECK THRU SUB-4100-EXIT
           PERFORM SUB-4200-CODEWORDS THRU SUB-4200-EXIT
           PERFORM SUB-4300-CHARACTERS THRU SUB-4300-EXIT
           PERFORM SUB-4400-BARS THRU SUB-4400-EXIT
           .
       SUB-4000-EXIT.
           EXIT.
      /
       SUB-4100-FRAME-CHECK.
      *---------------------

      **** CRC-11 over the value as 13 bytes, generator 0xF35,
      **** preset all ones. Only the low six bits of the first byte
      **** carry data.

           MOVE W-BIN              TO W-BIN-WORK

           PERFORM VARYING W-SUB FROM 13 BY -1
                   UNTIL W-SUB < 1
               DIVIDE W-BIN-WORK BY 256
                   GIVING W-BIN-WORK
                   REMAINDER W-BYTE(W-SUB)
           END-PERFORM

           PERFORM VARYING W-BIT-SUB FROM 1 BY 1
                   UNTIL W-BIT-SUB > 11
               MOVE 1              TO W-FCS-BIT(W-BIT-SUB)
           END-PERFORM

           MOVE W-BYTE(1)          TO W-BYTE-VAL
           MOVE 32                 TO W-BIT-WEIGHT
           MOVE 6                  TO W-BITS-LEFT
           PERFORM SUB-4150-CHECK-ONE-BYTE THRU SUB-4150-EXIT

           PERFORM VARYING W-SUB FROM 2 BY 1
                   UNTIL W-SUB > 13
               MOVE W-BYTE(W-SUB)  TO W-BYTE-VAL
               MOVE 128            TO W-BIT-WEIGHT
               MOVE 8              TO W-BITS-LEFT
               PERFORM SUB-4150-CHECK-ONE-BYTE THRU SUB-4150-EXIT
           END-PERFORM
           .
       SUB-4100-EXIT.
           EXIT.
      /
       SUB-4150-CHECK-ONE-BYTE.
      *------------------------

           PERFORM W-BITS-LEFT TIMES
               DIVIDE W-BYTE-VAL BY W-BIT-WEIGHT
                   GIVING W-QUOT
               DIVIDE W-QUOT BY 2
                   GIVING W-QUOT
                   REMAINDER W-DATA-BIT

               MOVE W-FCS-BIT(1)   TO W-TOP-BIT

               PERFORM VARYING W-BIT-SUB FROM 1 BY 1
                       UNTIL W-BIT-SUB > 10
                   MOVE W-FCS-BIT(W-BIT-SUB + 1)
                                   TO W-FCS-BIT(W-BIT-SUB)
               END-PERFORM

               MOVE 0              TO W-FCS-BIT(11)

               IF      W-TOP-BIT NOT = W-DATA-BIT
                   PERFORM VARYING W-BIT-SUB FROM 1 BY 1
                           UNTIL W-BIT-SUB > 11
                       IF      W-GEN-BIT(W-BIT-SUB) = 1
                           COMPUTE W-FCS-BIT(W-BIT-SUB) =
                                   1 - W-FCS-BIT(W-BIT-SUB)
                       END-IF
                   END-PERFORM
               END-IF

               DIVIDE W-BIT-WEIGHT BY 2
                   GIVING W-BIT-WEIGHT
           END-PERFORM
           .
       SUB-4150-EXIT.
           EXIT.
      /
       SUB-4200-CODEWORDS.
      *-------------------

      **** J is base 636, B through I base 1365, A what is left.
      **** J is doubled to leave room for the orientation bit, and
      **** the top frame check bit rides on A.

           DIVIDE W-BIN BY 636
               GIVING W-BIN-WORK
               REMAINDER W-CW(10)
           MOVE W-BIN-WORK         TO W-BIN

           PERFORM VARYING W-SUB FROM 9 BY -1
                   UNTIL W-SUB < 2
               DIVIDE W-BIN BY 1365
                   GIVING W-BIN-WORK
                   REMAINDER W-CW(W-SUB)
               MOVE W-BIN-WORK     TO W-BIN
           END-PERFORM

           MOVE W-BIN              TO W-CW(1)

           COMPUTE W-CW(10) = W-CW(10) * 2

           IF      W-FCS-BIT(1) = 1
               ADD  659            TO W-CW(1)
           END-IF
           .
       SUB-4200-EXIT.
           EXIT.
      /
       SUB-4300-CHARACTERS.
      *--------------------

      **** Frame check bits 0-9 invert characters A-J.

           PERFORM VARYING W-SUB FROM 1 BY 1
                   UNTIL W-SUB > 10
               IF      W-CW(W-SUB) < 1287
                   MOVE W-T5(W-CW(W-SUB) + 1)
                                   TO W-CHR-VAL
               ELSE
                   MOVE W-T2(W-CW(W-SUB) - 1286)
                                   TO W-CHR-VAL
               END-IF

               PERFORM VARYING W-BIT-SUB FROM 1 BY 1
                       UNTIL W-BIT-SUB > 13
                   DIVIDE W-CHR-VAL BY 2
                       GIVING W-CHR-VAL
                       REMAINDER W-CHR-BIT(W-SUB, W-BIT-SUB)
                   IF      W-FCS-BIT(12 - W-SUB) = 1
                       COMPUTE W-CHR-BIT(W-SUB, W-BIT-SUB) =
                               1 - W-CHR-BIT(W-SUB, W-BIT-SUB)
                   END-IF
               END-PERFORM
           END-PERFORM
           .
       SUB-4300-EXIT.
           EXIT.
      /
       SUB-4400-BARS.
      *--------------

           PERFORM VARYING W-BAR-DX FROM 1 BY 1
                   UNTIL W-BAR-DX > 65
               MOVE W-CHR-BIT(W-BAR-D-CHR(W-BAR-DX) + 1,
                              W-BAR-D-BIT(W-BAR-DX) + 1)
                                   TO W-DESC
               MOVE W-CHR-BIT(W-BAR-A-CHR(W-BAR-DX) + 1,
                              W-BAR-A-BIT(W-BAR-DX) + 1)
                                   TO W-ASC
               SET  W-SUB          TO W-BAR-DX

               EVALUATE TRUE
                   WHEN W-DESC = 1 AND W-ASC = 1
                       MOVE 'F'    TO IM-BARS(W-SUB : 1)
                   WHEN W-ASC = 1
                       MOVE 'A'    TO IM-BARS(W-SUB : 1)
                   WHEN W-DESC = 1
                       MOVE 'D'    TO IM-BARS(W-SUB : 1)
                   WHEN OTHER
                       MOVE 'T'    TO IM-BARS(W-SUB : 1)
               END-EVALUATE
           END-PERFORM
           .
       SUB-4400-EXIT.
           EXIT.
