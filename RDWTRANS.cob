      *            since that is the form the count digits are in
      *            once the record is through the table), N to skip.
      *            Defaults to N.
      *         6. Record form, as RDWADJST's argument 5: V plain
      *            variable records (the default), S spanned (VBS)
      *            records written out spanned, SV spanned records
      *            written out as plain variable records. S and SV
      *            need layout 0, whose byte 3 carries each SDW's
      *            segment code.
      *         7. Feed layout file (optional, MF2GC only): the
      *            record is converted field by field through FEEDCNV
      *            instead of translated whole - display bytes are
      *            translated, packed, binary and zoned fields passed
      *            through or unpacked as the layout says, and bad
      *            packed or zoned fields logged to
      *            Data\NAMEADDR.FeedExceptions.dat by record number
      *            and field. The layout's positions are logical
      *            record positions, so spanned input needs SV.
      *            Records with bad numeric fields are still written;
      *            the run ends with return code 145.
      *
      *     Spanned input is reassembled into logical records: the
      *     segment order is validated exactly as RDWADJST validates
      *     it (an orphaned middle or last segment, or a record
      *     starting before the previous one's last segment, fails
      *     the run), and the record count and trailer check are by
      *     logical record. Under SV the segments are gathered and the
      *     whole logical record (at most 32K) is translated and
      *     written under one plain RDW; under S each segment is
      *     translated and written back under its adjusted SDW with
      *     the segment code kept.
      *
      *     The same validation guarantees RDWADJST gives apply: an
      *     RDW over 32K or under 5 on the decrement side fails the
      *                      TBLCERT certified loader, which verifies
      *                      CPGBUILD's stamp and logs the table
      *                      identity before any record is converted
      * 2026-09-14  0.3      Spanned variable (VBS) records, selected
      *                      by a new optional 6th argument: SDW
      *                      segment codes are validated, segments
      *                      reassembled into logical records and
      *                      written out spanned (S) or as plain
      *                      variable records (SV). Output created
      *                      for write (access mode 2) - mode 1 is
      *                      read-only
      * 2026-09-14  0.4      Optional 7th argument names a feed layout
      *                      file: records are converted through
      *                      FEEDCNV so packed, binary and zoned fields
      *                      survive, with bad numeric fields logged
      *================================================================*

       IDENTIFICATION DIVISION.
       01  W-TRAILER-ACTUAL        PIC 9(09)  COMP.
       01  W-LAST-REC-LEAD         PIC X(09)       VALUE SPACES.

       01  W-RECORD-FORM           PIC X(02)       VALUE 'V'.
           88  W-FORM-VARIABLE                     VALUE 'V'.
           88  W-FORM-SPANNED                      VALUE 'S'.
           88  W-FORM-SPANNED-TO-PLAIN             VALUE 'SV'.
           88  W-FORM-SPANNED-IN                   VALUE 'S' 'SV'.
           88  W-FORM-VALID                        VALUE 'V' 'S'
                                                         'SV'.

      **** Spanned records: byte 3 of each SDW is the segment code.

       01  W-SEG-CODE              PIC 9(03)  COMP VALUE 0.
           88  W-SEG-COMPLETE                      VALUE 0.
           88  W-SEG-FIRST                         VALUE 1.
           88  W-SEG-LAST                          VALUE 2.
           88  W-SEG-MIDDLE                        VALUE 3.
           88  W-SEG-VALID                         VALUE 0 THRU 3.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-IN-SPAN                           VALUE 'Y'.
           88  W-NOT-IN-SPAN                       VALUE 'N'.

       01  W-SEGMENTS-READ         PIC 9(09)  COMP VALUE 0.
       01  W-SPAN-START-OFFSET     PIC X(08)  COMP-X VALUE 0.
       01  W-SEG-DATA-LEN          PIC X(04)  COMP-X.

       01  W-LAYOUT-PATH           PIC X(80)       VALUE SPACES.
           88  W-NO-LAYOUT                         VALUE SPACES.

       01  W-BAD-NUMERIC-CNT       PIC 9(09)  COMP VALUE 0.
       01  W-BAD-RECS-SHOWN        PIC 9(04)  COMP VALUE 0.
       01  W-REC-NO-DISP           PIC 9(09).

       01  W-FC-CONTROL.
           COPY FEEDCNVL.
       01  W-SPAN-LEN              PIC X(04)  COMP-X VALUE 0.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-EOF                               VALUE 'Y'.
           88  W-NOT-EOF                           VALUE 'N'.
                                                   INDEXED W-R-DX.

       01  W-DATA-BUFFER           PIC X(32768).
       01  W-CONVERTED-BUFFER      PIC X(32768).

       01  W-COMPILED-DATE.
           05  W-COMPILED-DATE-YYYY
               UNTIL W-EOF
               OR    W-RETURN-CODE NOT = 0

           IF      W-RETURN-CODE = 0
               AND W-IN-SPAN
               DISPLAY W-ERROR-MSG
                       'Spanned record starting at offset '
                       W-SPAN-START-OFFSET
                       ' has no last segment before end of file'
               MOVE 155            TO W-RETURN-CODE
           END-IF

           IF      W-RETURN-CODE = 0
               AND W-TRAILER-CHECK-ON
               PERFORM SUB-2500-CHECK-TRAILER THRU SUB-2500-EXIT
           END-IF

           IF      W-RETURN-CODE = 0
               AND W-BAD-NUMERIC-CNT > 0
               MOVE 145            TO W-RETURN-CODE
           END-IF

           PERFORM SUB-3000-SHUT-DOWN THRU SUB-3000-EXIT
           .
       MAIN-EXIT.
               GO TO SUB-1000-EXIT
           END-IF

           IF      NOT W-NO-LAYOUT
               PERFORM SUB-1250-LOAD-FEED-LAYOUT THRU SUB-1250-EXIT

               IF      W-RETURN-CODE NOT = 0
                   GO TO SUB-1000-EXIT
               END-IF
           END-IF

           OPEN EXTEND RDWRPT

           IF      NOT W-RDWRPT-STATUS-GOOD
           END-IF

           CALL 'CBL_CREATE_FILE' USING W-OUT-PATH
                                        2 *> OUTPUT
                                        0 *> DENY NONE
                                        0 *> FIXED DISK DEVICE
                                        W-OUT-HANDLE
                   MOVE 'N'        TO W-TRAILER-CHECK-SW
           END-ACCEPT

           DISPLAY 6               UPON ARGUMENT-NUMBER

           ACCEPT W-RECORD-FORM    FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE 'V'        TO W-RECORD-FORM
           END-ACCEPT

           MOVE FUNCTION UPPER-CASE(W-RECORD-FORM)
                                   TO W-RECORD-FORM

           IF      NOT W-FORM-VALID
               DISPLAY W-ERROR-MSG
                       'Argument 6 must be V, S or SV'
               MOVE 9              TO W-RETURN-CODE
               GO TO SUB-1100-EXIT
           END-IF

      **** Only the 2-byte length layout leaves room for the segment
      **** code.

           IF      W-FORM-SPANNED-IN
               AND NOT W-RDW-FORMAT-0
               DISPLAY W-ERROR-MSG
                       'Spanned records (argument 6 S or SV) need '
                       'RDW layout 0'
               MOVE 9              TO W-RETURN-CODE
               GO TO SUB-1100-EXIT
           END-IF

           EVALUATE TRUE
             WHEN W-FORM-SPANNED
               DISPLAY 'Record form: spanned (VBS), kept spanned'
             WHEN W-FORM-SPANNED-TO-PLAIN
               DISPLAY 'Record form: spanned (VBS), written as '
                       'plain variable records'
           END-EVALUATE

           DISPLAY 7               UPON ARGUMENT-NUMBER

           ACCEPT W-LAYOUT-PATH    FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES     TO W-LAYOUT-PATH
           END-ACCEPT

      **** A layout describes the mainframe form of a whole logical
      **** record.

           IF      NOT W-NO-LAYOUT
               IF      NOT W-FUNCTION-DECR-RDW
                   DISPLAY W-ERROR-MSG
                           'A feed layout (argument 7) applies to '
                           'MF2GC only'
                   MOVE 13         TO W-RETURN-CODE
                   GO TO SUB-1100-EXIT
               END-IF

               IF      W-FORM-SPANNED
                   DISPLAY W-ERROR-MSG
                           'A feed layout (argument 7) needs whole '
                           'records - use SV for spanned input'
                   MOVE 13         TO W-RETURN-CODE
                   GO TO SUB-1100-EXIT
               END-IF
           END-IF

           DISPLAY 'Converting '
                   FUNCTION TRIM(W-IN-PATH)
                   ' to '
           .
       SUB-1200-EXIT.
           EXIT.
      /
       SUB-1250-LOAD-FEED-LAYOUT.
      *--------------------------

           SET  FC-FUNC-LOAD       TO TRUE
           MOVE W-LAYOUT-PATH      TO FC-LAYOUT-PATH
           MOVE 'RDWTRANS'         TO FC-CALLER
           MOVE RI-RUN-ID          TO FC-RUN-ID

           CALL 'FEEDCNV' USING W-FC-CONTROL
                                W-DATA-BUFFER
                                W-CONVERTED-BUFFER
                                W-CONVERSION-TABLE

           IF      NOT FC-RESPONSE-GOOD
               DISPLAY W-ERROR-MSG
                       'Feed layout refused: '
                       FUNCTION TRIM(FC-RESPONSE-MSG)
               MOVE 12             TO W-RETURN-CODE
               GO TO SUB-1250-EXIT
           END-IF

           DISPLAY 'Feed layout '
                   FUNCTION TRIM(W-LAYOUT-PATH)
                   ': '
                   FC-FIELD-CNT
                   ' fields, '
                   FC-NUMERIC-CNT
                   ' numeric, '
                   FC-UNPACK-CNT
                   ' unpacked'
           .
       SUB-1250-EXIT.
           EXIT.
      /
       SUB-2000-CONVERT-ONE-REC.
      *-------------------------
               GO TO SUB-2000-EXIT
           END-IF

           IF      W-FORM-SPANNED-IN
               PERFORM SUB-2050-CHECK-SEGMENT THRU SUB-2050-EXIT

               IF      W-RETURN-CODE NOT = 0
                   GO TO SUB-2000-EXIT
               END-IF
           ELSE
               SET  W-SEG-COMPLETE TO TRUE
           END-IF

           IF      W-RDW-VALUE < W-RDW-LEN-MIN
               MOVE W-RDW-VALUE    TO W-RDW-LEN-MIN
           END-IF
                    W-DATA-LEN GIVING W-RDW-NEW-VALUE
           END-IF

           MOVE W-DATA-LEN         TO W-SEG-DATA-LEN

           IF      W-FORM-SPANNED-TO-PLAIN
               AND W-SPAN-LEN + W-DATA-LEN + 4 > 32 * 1024
               DISPLAY W-ERROR-MSG
                       'Logical record starting at offset '
                       W-SPAN-START-OFFSET
                       ' is over 32K - cannot be written as a plain '
                       'variable record'
               MOVE 165            TO W-RETURN-CODE
               GO TO SUB-2000-EXIT
           END-IF

           PERFORM SUB-2100-READ-DATA THRU SUB-2100-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-2000-EXIT
           END-IF

           PERFORM SUB-2150-WRITE-LOGICAL-REC THRU SUB-2150-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-2000-EXIT
           END-IF

           ADD  W-RDW-BYTES
                W-SEG-DATA-LEN     TO W-IN-OFFSET

           PERFORM SUB-9100-READ-RDW THRU SUB-9100-EXIT
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2050-CHECK-SEGMENT.
      *-----------------------

      **** Byte 3 of an SDW is the segment code and byte 4 is
      **** reserved. A spanned record runs first, middle..., last;
      **** any other order fails the run as RDWADJST reports it.

           ADD  1                  TO W-SEGMENTS-READ
           MOVE W-RDW-CHAR(3)      TO W-SEG-CODE

           IF      W-RDW-CHAR(4) NOT = 0
               OR  NOT W-SEG-VALID
               DISPLAY W-ERROR-MSG
                       'Bad SDW segment code at offset '
                       W-IN-OFFSET
               MOVE 160            TO W-RETURN-CODE
               GO TO SUB-2050-EXIT
           END-IF

           EVALUATE TRUE
             WHEN W-SEG-COMPLETE
             WHEN W-SEG-FIRST
               IF      W-IN-SPAN
                   DISPLAY W-ERROR-MSG
                           'Segment out of order at offset '
                           W-IN-OFFSET
                           ' - spanned record at offset '
                           W-SPAN-START-OFFSET
                           ' has no last segment'
                   MOVE 150        TO W-RETURN-CODE
                   GO TO SUB-2050-EXIT
               END-IF

               MOVE W-IN-OFFSET    TO W-SPAN-START-OFFSET
               MOVE 0              TO W-SPAN-LEN

               IF      W-SEG-FIRST
                   SET  W-IN-SPAN  TO TRUE
               END-IF

             WHEN OTHER
               IF      W-NOT-IN-SPAN
                   DISPLAY W-ERROR-MSG
                           'Orphaned middle/last segment at offset '
                           W-IN-OFFSET
                   MOVE 150        TO W-RETURN-CODE
                   GO TO SUB-2050-EXIT
               END-IF

               IF      W-SEG-LAST
                   SET  W-NOT-IN-SPAN
                                   TO TRUE
               END-IF
           END-EVALUATE
           .
       SUB-2050-EXIT.
           EXIT.
      /
       SUB-2100-READ-DATA.

           COMPUTE W-IN-OFFSET     = W-IN-OFFSET + W-RDW-BYTES

      **** Under SV a segment's data goes in behind the segments
      **** already gathered; otherwise W-SPAN-LEN stays 0.

           CALL 'CBL_READ_FILE' USING W-IN-HANDLE
                                      W-IN-OFFSET
                                      W-DATA-LEN
                                      W-FLAG
                                      W-DATA-BUFFER
                                        (W-SPAN-LEN + 1 : )

           IF      RETURN-CODE NOT = 0
               DISPLAY W-ERROR-MSG
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2150-WRITE-LOGICAL-REC.
      *---------------------------

      **** Under SV nothing is written until the last segment is in;
      **** the whole logical record then goes out under one RDW.

           IF      W-FORM-SPANNED-TO-PLAIN
               ADD  W-DATA-LEN     TO W-SPAN-LEN

               IF      W-SEG-FIRST
                   OR  W-SEG-MIDDLE
                   GO TO SUB-2150-EXIT
               END-IF

               MOVE W-SPAN-LEN     TO W-DATA-LEN
               MOVE 0              TO W-SPAN-LEN

               IF      W-FUNCTION-DECR-RDW
                   MOVE W-DATA-LEN TO W-RDW-NEW-VALUE
               ELSE
                   ADD  4
                        W-DATA-LEN GIVING W-RDW-NEW-VALUE
               END-IF
           END-IF

           PERFORM SUB-2200-TRANSLATE-DATA THRU SUB-2200-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-2150-EXIT
           END-IF

           PERFORM SUB-9160-ENCODE-RDW THRU SUB-9160-EXIT

           IF      W-FORM-SPANNED
               MOVE W-SEG-CODE     TO W-RDW-CHAR(3)
           END-IF

           PERFORM SUB-2300-WRITE-RECORD THRU SUB-2300-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-2150-EXIT
           END-IF

      **** The trailer's count digits open the logical record - under
      **** S, its first (or only) segment.

           IF      NOT W-FORM-SPANNED
               OR  W-SEG-COMPLETE
               OR  W-SEG-FIRST
               MOVE W-DATA-BUFFER(1 : 9)
                                   TO W-LAST-REC-LEAD
           END-IF

           IF      W-SEG-FIRST
               OR  W-SEG-MIDDLE
               GO TO SUB-2150-EXIT
           END-IF

           ADD  1                  TO W-RECS-CONVERTED

           DIVIDE W-RECS-CONVERTED BY 10000
                               GIVING W-QUOTIENT
                            REMAINDER W-REMAINDER

           IF      W-REMAINDER = 0
               MOVE W-RECS-CONVERTED
                                   TO W-DISP-NUM
               DISPLAY '  Records converted: '
                       W-DISP-NUM
           END-IF
           .
       SUB-2150-EXIT.
           EXIT.
      /
       SUB-2200-TRANSLATE-DATA.
      *------------------------

           IF      NOT W-NO-LAYOUT
               PERFORM SUB-2250-CONVERT-BY-LAYOUT THRU SUB-2250-EXIT
               GO TO SUB-2200-EXIT
           END-IF

           SET  TC-WHOLE-RECORD    TO TRUE
           MOVE W-DATA-LEN         TO TC-RECORD-LEN

           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2250-CONVERT-BY-LAYOUT.
      *---------------------------

      **** Unpacked fields lengthen the record, so the RDW is set from
      **** the converted length.

           SET  FC-FUNC-CONVERT    TO TRUE
           MOVE W-DATA-LEN         TO FC-RECORD-LEN-IN
           COMPUTE FC-RECORD-NUMBER = W-RECS-CONVERTED + 1

           CALL 'FEEDCNV' USING W-FC-CONTROL
                                W-DATA-BUFFER
                                W-CONVERTED-BUFFER
                                W-CONVERSION-TABLE

           IF      NOT FC-RESPONSE-GOOD
               DISPLAY W-ERROR-MSG
                       'Bad response from FEEDCNV: '
                       FC-RESPONSE-CODE
                       ' - '
                       FUNCTION TRIM(FC-RESPONSE-MSG)
               MOVE 36             TO W-RETURN-CODE
               GO TO SUB-2250-EXIT
           END-IF

           IF      FC-BAD-FIELD-CNT > 0
               ADD  FC-BAD-FIELD-CNT
                                   TO W-BAD-NUMERIC-CNT

               IF      W-BAD-RECS-SHOWN < 20
                   ADD  1          TO W-BAD-RECS-SHOWN
                   MOVE FC-RECORD-NUMBER
                                   TO W-REC-NO-DISP
                   DISPLAY '  Record '
                           W-REC-NO-DISP
                           ' field '
                           FUNCTION TRIM(FC-BAD-FIELD-NAME)
                           ': '
                           FUNCTION TRIM(FC-BAD-REASON)
               END-IF
           END-IF

           MOVE FC-RECORD-LEN-OUT  TO W-DATA-LEN
           MOVE W-CONVERTED-BUFFER(1 : W-DATA-LEN)
                                   TO W-DATA-BUFFER

           IF      W-FUNCTION-DECR-RDW
               MOVE W-DATA-LEN     TO W-RDW-NEW-VALUE
           ELSE
               ADD  4
                    W-DATA-LEN GIVING W-RDW-NEW-VALUE
           END-IF
           .
       SUB-2250-EXIT.
           EXIT.
      /
       SUB-2300-WRITE-RECORD.
      *----------------------
           MOVE W-RDW-LEN-MAX      TO RR-MAX-LEN
           MOVE W-RETURN-CODE      TO RR-RETURN-CODE

           EVALUATE W-RETURN-CODE
             WHEN 0
               MOVE 'CONVERTED OK' TO RR-STATUS
             WHEN 145
               MOVE 'NUMERIC EXCEPTIONS'
                                   TO RR-STATUS
             WHEN OTHER
               MOVE 'CONVERSION FAILED'
                                   TO RR-STATUS
           END-EVALUATE

           WRITE RDWRPT-REC

           DISPLAY 'Records converted: '
                   W-DISP-NUM

           IF      W-FORM-SPANNED-IN
               MOVE W-SEGMENTS-READ
                                   TO W-DISP-NUM
               DISPLAY 'Segments read:     '
                       W-DISP-NUM
           END-IF

           IF      NOT W-NO-LAYOUT
               MOVE W-BAD-NUMERIC-CNT
                                   TO W-DISP-NUM
               DISPLAY 'Bad numeric fields:'
                       W-DISP-NUM
           END-IF

           MOVE SPACES             TO JL-KEY-COUNTS
           MOVE W-RECS-CONVERTED   TO W-JL-RECS-DISP

           EVALUATE TRUE
             WHEN W-RDW-FORMAT-0
               IF      W-RDW-LV NOT = LOW-VALUES
                   AND NOT W-FORM-SPANNED-IN
                   DISPLAY W-ERROR-MSG
                           'Bytes 3-4 of RDW not = LOW-VALUES at '
                           'offset ' W-IN-OFFSET
