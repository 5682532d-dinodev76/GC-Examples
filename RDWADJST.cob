      *         4. T to validate the file's last record as a trailer
      *            record, N to skip the check. Defaults to N when
      *            omitted.
      *         5. Record form: V plain variable records (the default
      *            when omitted), S spanned (VBS) records kept
      *            spanned, SV spanned records rewritten as plain
      *            variable records. S and SV need RDW layout 0.
      *     Argument 2, 3, 4 and 5 apply to every file in a batch run -
      *     a list file cannot mix RDW layouts, directions or trailer
      *     checking in a single invocation.
      *
      *     Data\RDWADJST.Report.dat for an auditable pre-transfer
      *     record.
      *
      *     Spanned variable (VBS) files: argument 5 of S or SV says
      *     the file's records are split into segments, each with a
      *     segment descriptor word (SDW) - the layout-0 RDW whose
      *     byte 3 is the segment code (X'00' complete record, X'01'
      *     first, X'03' middle, X'02' last segment) instead of a
      *     NUL. Each segment's length is adjusted by 4 like any RDW,
      *     and the segments are reassembled into logical records:
      *     the trailer check and the certification line count
      *     logical records, and a middle or last segment with no
      *     first, or a first or complete record arriving before
      *     the previous spanned record's last segment, fails the
      *     validation pass the same way a bad RDW does. S keeps the
      *     file spanned, updated in place. SV rewrites it as plain
      *     variable records, one RDW per logical record (each at
      *     most 32K), built in <file>.new and swapped in for the
      *     original once the update pass completes - the backup
      *     below still holds the spanned form.
      *
      *     Before the update pass touches a file, a timestamped
      *     backup copy (<file>.<YYYYMMDDHHMMSS>.bak) is written
      *     alongside it, so a bad conversion run can be undone. If
      *                      length/LV bytes
      * 2026-08-23  0.9      Acquire a run ID from RUNID and stamp
      *                      it on the JOBLOG line
      * 2026-09-14  1.0      Spanned variable (VBS) records, selected
      *                      by a new optional 5th argument: SDW
      *                      segment codes are validated and the
      *                      segments reassembled into logical
      *                      records, orphaned or out-of-order
      *                      segments fail the validation pass, and
      *                      the file is written back spanned (S) or
      *                      as plain variable records (SV).
      *                      Backup created for write (access mode
      *                      2) - mode 1 is read-only
      *
      *================================================================*

           88  W-TRAILER-CHECK-OFF                 VALUE 'N'.
           88  W-TRAILER-CHECK-VALID               VALUE 'T' 'N'.

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

       01  W-LOGICAL-RECS          PIC 9(09)  COMP VALUE 0.
       01  W-LOGICAL-LEN           PIC S9(09) COMP VALUE 0.
       01  W-SPAN-START-OFFSET     PIC X(08)  COMP-X VALUE 0.
       01  W-SEG-DATA-OFFSET       PIC X(08)  COMP-X.
       01  W-SPAN-LEN              PIC X(04)  COMP-X VALUE 0.
       01  W-SPAN-BUFFER           PIC X(32768).

       01  W-NEW-PATH              PIC X(256).
       01  W-NEW-HANDLE            PIC X(04)  COMP-X.
       01  W-NEW-OFFSET            PIC X(08)  COMP-X.
       01  W-NEW-RC                PIC S9(09) COMP.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-FILE-CLOSED                       VALUE 'Y'.
           88  W-FILE-NOT-CLOSED                   VALUE 'N'.

       01  W-LAST-DATA-OFFSET      PIC X(08)  COMP-X VALUE 0.
       01  W-LAST-DATA-LEN         PIC X(04)  COMP-X VALUE 0.
       01  W-TRAILER-READ-LEN      PIC X(04)  COMP-X.
                       'last record is assumed to be a 9 digit '
                       'data-record count'
           END-IF

           DISPLAY 5             UPON ARGUMENT-NUMBER

           ACCEPT W-RECORD-FORM  FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE 'V'        TO W-RECORD-FORM
           END-ACCEPT

           IF      NOT W-FORM-VALID
               DISPLAY W-ERROR-MSG
                       ' Argument 5 must be V, S or SV'
               MOVE 49             TO RETURN-CODE
               GO TO SUB-1100-EXIT
           END-IF

      **** Only the 2-byte length layout leaves room for the segment
      **** code.

           IF      W-FORM-SPANNED-IN
               AND NOT W-RDW-FORMAT-0
               DISPLAY W-ERROR-MSG
                       ' Spanned records (argument 5 S or SV) need '
                       'RDW layout 0'
               MOVE 49             TO RETURN-CODE
               GO TO SUB-1100-EXIT
           END-IF

           EVALUATE TRUE
             WHEN W-FORM-SPANNED
               DISPLAY 'Record form: spanned (VBS), kept spanned'
             WHEN W-FORM-SPANNED-TO-PLAIN
               DISPLAY 'Record form: spanned (VBS), rewritten as '
                       'plain variable records'
           END-EVALUATE
           .
       SUB-1100-EXIT.
           EXIT.

           MOVE 99999999           TO W-RDW-LEN-MIN
           MOVE 0                  TO W-RDW-LEN-MAX
           SET  W-FILE-NOT-CLOSED  TO TRUE

           CALL 'CBL_OPEN_FILE' USING W-FILE-PATH
                                      3 *> INPUT AND OUTPUT
               PERFORM SUB-2000-PROCESS-RECS THRU SUB-2000-EXIT
           END-IF

           IF      RETURN-CODE = 0
               AND W-UPDATE
               AND W-FORM-SPANNED-TO-PLAIN
               PERFORM SUB-1700-SWAP-IN-PLAIN-FILE THRU SUB-1700-EXIT
           END-IF

           PERFORM SUB-3000-SHUT-DOWN THRU SUB-3000-EXIT
           .
       SUB-1600-EXIT.
           END-STRING

           CALL 'CBL_CREATE_FILE' USING W-BACKUP-PATH
                                        2 *> OUTPUT
                                        0 *> DENY NONE
                                        0 *> FIXED DISK DEVICE
                                        W-BACKUP-HANDLE
           .
       SUB-1550-EXIT.
           EXIT.
      /
       SUB-1700-SWAP-IN-PLAIN-FILE.
      *----------------------------

      **** The plain variable form is shorter than the spanned one and
      **** a file cannot be cut back in place, so it was built
      **** alongside and now replaces the original.

           CALL 'CBL_CLOSE_FILE' USING W-FILE-HANDLE
           SET  W-FILE-CLOSED      TO TRUE

           CALL 'CBL_DELETE_FILE' USING W-FILE-PATH

           IF      RETURN-CODE NOT = 0
               DISPLAY W-ERROR-MSG
                       ' return code '
                       RETURN-CODE
                       ' from CBL_DELETE_FILE - plain variable form '
                       'left in '
                       FUNCTION TRIM(W-NEW-PATH)
               GO TO SUB-1700-EXIT
           END-IF

           CALL 'CBL_RENAME_FILE' USING W-NEW-PATH
                                        W-FILE-PATH

           IF      RETURN-CODE NOT = 0
               DISPLAY W-ERROR-MSG
                       ' return code '
                       RETURN-CODE
                       ' from CBL_RENAME_FILE - plain variable form '
                       'left in '
                       FUNCTION TRIM(W-NEW-PATH)
               GO TO SUB-1700-EXIT
           END-IF

           DISPLAY 'Spanned records rewritten as plain variable '
                   'records'
           .
       SUB-1700-EXIT.
           EXIT.
      /
       SUB-2000-PROCESS-RECS.
      *----------------------
           END-IF

           SET  W-NOT-EOF          TO TRUE
           SET  W-NOT-IN-SPAN      TO TRUE
           MOVE 0                  TO W-RDWFILE-RECS 
                                      W-OFFSET
                                      W-LOGICAL-RECS
                                      W-SPAN-LEN

           IF      W-UPDATE
               AND W-FORM-SPANNED-TO-PLAIN
               PERFORM SUB-2010-CREATE-PLAIN-FILE THRU SUB-2010-EXIT

               IF      RETURN-CODE NOT = 0
                   GO TO SUB-2000-EXIT
               END-IF
           END-IF

           PERFORM SUB-9100-READ-RDWFILE THRU SUB-9100-EXIT

               UNTIL W-EOF
               OR    RETURN-CODE NOT = 0

           IF      RETURN-CODE = 0
               AND W-IN-SPAN
               DISPLAY '  Spanned record starting at offset '
                       W-SPAN-START-OFFSET
                       ' has no last segment before end of file'
               MOVE 155            TO RETURN-CODE
           END-IF

           IF      W-UPDATE
               AND W-FORM-SPANNED-TO-PLAIN
               MOVE RETURN-CODE    TO W-NEW-RC
               CALL 'CBL_CLOSE_FILE' USING W-NEW-HANDLE

      **** A part-built plain copy is of no use; the original is
      **** untouched.

               IF      W-NEW-RC NOT = 0
                   CALL 'CBL_DELETE_FILE' USING W-NEW-PATH
               END-IF

               MOVE W-NEW-RC       TO RETURN-CODE
           END-IF

           IF      W-VALIDATE
               AND W-FORM-SPANNED-IN
               MOVE W-LOGICAL-RECS TO W-DISP-NUM
               DISPLAY 'Logical records:     '
                       W-DISP-NUM
           END-IF

           IF      W-VALIDATE
               MOVE W-RDW-LEN-MIN   TO W-DISP-NUM
               DISPLAY 'Shortest RDW length: '
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2010-CREATE-PLAIN-FILE.
      *---------------------------

           MOVE SPACES             TO W-NEW-PATH
           MOVE 0                  TO W-NEW-OFFSET

           STRING FUNCTION TRIM(W-FILE-PATH) DELIMITED BY SIZE
                  '.new'                     DELIMITED BY SIZE
             INTO W-NEW-PATH
           END-STRING

           CALL 'CBL_CREATE_FILE' USING W-NEW-PATH
                                        2 *> OUTPUT
                                        0 *> DENY NONE
                                        0 *> FIXED DISK DEVICE
                                        W-NEW-HANDLE

           IF      RETURN-CODE NOT = 0
               DISPLAY W-ERROR-MSG
                       ' return code '
                       RETURN-CODE
                       ' from CBL_CREATE_FILE for '
                       FUNCTION TRIM(W-NEW-PATH)
           END-IF
           .
       SUB-2010-EXIT.
           EXIT.
      /
       SUB-2050-WRITE-RPT-LINE.
      *------------------------
                                   TO RR-TIMESTAMP
           MOVE SPACES             TO RR-FILE-NAME
           MOVE W-FILE-PATH        TO RR-FILE-NAME
           MOVE W-LOGICAL-RECS     TO RR-RECORD-COUNT
           MOVE W-RDW-LEN-MIN      TO RR-MIN-LEN
           MOVE W-RDW-LEN-MAX      TO RR-MAX-LEN
           MOVE RETURN-CODE        TO RR-RETURN-CODE
       SUB-2060-CHECK-TRAILER.
      *------------------------

           IF      W-LOGICAL-RECS = 0
               DISPLAY W-ERROR-MSG
                       'Trailer check requested but file is empty'
               MOVE 140            TO RETURN-CODE
               GO TO SUB-2060-EXIT
           END-IF

           COMPUTE W-TRAILER-EXPECTED = W-LOGICAL-RECS - 1
           MOVE W-TRAILER-DATA     TO W-TRAILER-ACTUAL

           IF      W-TRAILER-ACTUAL = W-TRAILER-EXPECTED
               GO TO SUB-2100-EXIT
           END-IF

           IF      W-FORM-SPANNED-IN
               PERFORM SUB-2200-CHECK-SEGMENT THRU SUB-2200-EXIT

               IF      RETURN-CODE NOT = 0
                   GO TO SUB-2100-EXIT
               END-IF
           ELSE
               SET  W-SEG-COMPLETE TO TRUE
               MOVE 0              TO W-LOGICAL-LEN
           END-IF

      D    DISPLAY 'W-RDW-VALUE = '
      D            W-RDW-VALUE

                    W-DATA-LEN GIVING W-RDW-NEW-VALUE
           END-IF

           ADD  W-DATA-LEN         TO W-LOGICAL-LEN

           IF      W-SEG-COMPLETE
               OR  W-SEG-LAST
               ADD  1              TO W-LOGICAL-RECS

               IF      W-FORM-SPANNED-TO-PLAIN
                   AND W-LOGICAL-LEN + 4 > 32 * 1024
                   DISPLAY '  Logical record starting at offset '
                           W-SPAN-START-OFFSET
                           ' is over 32K - cannot be written as a '
                           'plain variable record'
                   MOVE 165        TO RETURN-CODE
                   GO TO SUB-2100-EXIT
               END-IF
           END-IF

           PERFORM SUB-9160-ENCODE-RDW THRU SUB-9160-EXIT

           IF      W-FORM-SPANNED
               MOVE W-SEG-CODE     TO W-RDW-CHAR(3)
           END-IF

           IF      W-UPDATE
               IF      W-FORM-SPANNED-TO-PLAIN
                   PERFORM SUB-2300-GATHER-SEGMENT THRU SUB-2300-EXIT
               ELSE
                   PERFORM SUB-9200-WRITE-RDWFILE THRU SUB-9200-EXIT
               END-IF

               IF      RETURN-CODE NOT = 0
                   GO TO SUB-2100-EXIT
               END-IF
           END-IF

      **** The trailer is the last logical record; its count digits
      **** open the record's first (or only) segment.

           IF      W-SEG-COMPLETE
               OR  W-SEG-FIRST
               MOVE W-OFFSET       TO W-LAST-DATA-OFFSET
               ADD  W-NBYTES       TO W-LAST-DATA-OFFSET
               MOVE W-DATA-LEN     TO W-LAST-DATA-LEN
           END-IF

           ADD  W-NBYTES
                W-DATA-LEN         TO W-OFFSET
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-CHECK-SEGMENT.
      *-----------------------

      **** Byte 3 of an SDW is the segment code and byte 4 is
      **** reserved. A spanned record runs first, middle..., last;
      **** any other order is reported like a bad RDW.

           MOVE W-RDW-CHAR(3)      TO W-SEG-CODE

           IF      W-RDW-CHAR(4) NOT = 0
               OR  NOT W-SEG-VALID
               PERFORM SUB-9900-CONV-RDW-TO-HEX THRU SUB-9900-EXIT
               DISPLAY '  Bad SDW segment code at offset '
                       W-OFFSET
                       ': '
                       W-HEX-STRING(1 : 11)
               MOVE 160            TO RETURN-CODE
               GO TO SUB-2200-EXIT
           END-IF

           EVALUATE TRUE
             WHEN W-SEG-COMPLETE
             WHEN W-SEG-FIRST
               IF      W-IN-SPAN
                   PERFORM SUB-9900-CONV-RDW-TO-HEX THRU SUB-9900-EXIT
                   DISPLAY '  Segment out of order at offset '
                           W-OFFSET
                           ': '
                           W-HEX-STRING(1 : 11)
                           ' - spanned record at offset '
                           W-SPAN-START-OFFSET
                           ' has no last segment'
                   MOVE 150        TO RETURN-CODE
                   GO TO SUB-2200-EXIT
               END-IF

               MOVE W-OFFSET       TO W-SPAN-START-OFFSET
               MOVE 0              TO W-LOGICAL-LEN

               IF      W-SEG-FIRST
                   SET  W-IN-SPAN  TO TRUE
               END-IF

             WHEN OTHER
               IF      W-NOT-IN-SPAN
                   PERFORM SUB-9900-CONV-RDW-TO-HEX THRU SUB-9900-EXIT
                   DISPLAY '  Orphaned middle/last segment at offset '
                           W-OFFSET
                           ': '
                           W-HEX-STRING(1 : 11)
                   MOVE 150        TO RETURN-CODE
                   GO TO SUB-2200-EXIT
               END-IF

               IF      W-SEG-LAST
                   SET  W-NOT-IN-SPAN
                                   TO TRUE
               END-IF
           END-EVALUATE
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2300-GATHER-SEGMENT.
      *------------------------

      **** Collects the segment's data behind those already gathered;
      **** the last segment writes the whole logical record under a
      **** single plain RDW.

           IF      W-SEG-COMPLETE
               OR  W-SEG-FIRST
               MOVE 0              TO W-SPAN-LEN
           END-IF

           IF      W-DATA-LEN > 0
               MOVE W-OFFSET       TO W-SEG-DATA-OFFSET
               ADD  W-NBYTES       TO W-SEG-DATA-OFFSET

               CALL 'CBL_READ_FILE' USING W-FILE-HANDLE
                                          W-SEG-DATA-OFFSET
                                          W-DATA-LEN
                                          W-FLAG
                                          W-SPAN-BUFFER
                                            (W-SPAN-LEN + 1 : )

               IF      RETURN-CODE NOT = 0
                   DISPLAY W-ERROR-MSG
                           ' return code '
                           RETURN-CODE
                           ' reading segment data at offset '
                           W-SEG-DATA-OFFSET
                   GO TO SUB-2300-EXIT
               END-IF

               ADD  W-DATA-LEN     TO W-SPAN-LEN
           END-IF

           IF      W-SEG-FIRST
               OR  W-SEG-MIDDLE
               GO TO SUB-2300-EXIT
           END-IF

           IF      W-FUNCTION-DECR-RDW
               MOVE W-SPAN-LEN     TO W-RDW-NEW-VALUE
           ELSE
               ADD  4
                    W-SPAN-LEN GIVING W-RDW-NEW-VALUE
           END-IF

           PERFORM SUB-9160-ENCODE-RDW THRU SUB-9160-EXIT

           CALL 'CBL_WRITE_FILE' USING W-NEW-HANDLE
                                       W-NEW-OFFSET
                                       W-NBYTES
                                       W-FLAG
                                       W-RDW

           IF      RETURN-CODE NOT = 0
               DISPLAY W-ERROR-MSG
                       ' return code '
                       RETURN-CODE
                       ' writing plain RDW to '
                       FUNCTION TRIM(W-NEW-PATH)
               GO TO SUB-2300-EXIT
           END-IF

           ADD  W-NBYTES           TO W-NEW-OFFSET

           IF      W-SPAN-LEN > 0
               CALL 'CBL_WRITE_FILE' USING W-NEW-HANDLE
                                           W-NEW-OFFSET
                                           W-SPAN-LEN
                                           W-FLAG
                                           W-SPAN-BUFFER

               IF      RETURN-CODE NOT = 0
                   DISPLAY W-ERROR-MSG
                           ' return code '
                           RETURN-CODE
                           ' writing record data to '
                           FUNCTION TRIM(W-NEW-PATH)
                   GO TO SUB-2300-EXIT
               END-IF

               ADD  W-SPAN-LEN     TO W-NEW-OFFSET
           END-IF
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-9150-DECODE-RDW.
      *--------------------
           EVALUATE TRUE
             WHEN W-RDW-FORMAT-0
               IF      W-RDW-LV NOT = LOW-VALUES
                   AND NOT W-FORM-SPANNED-IN
                   PERFORM SUB-9900-CONV-RDW-TO-HEX THRU SUB-9900-EXIT
                   DISPLAY '  Bytes 3-4 of RDW not = LOW-VALUES at '
                           'offset ' W-OFFSET ': '
       SUB-3000-SHUT-DOWN.
      *-------------------

           IF      W-FILE-NOT-CLOSED
               CALL 'CBL_CLOSE_FILE'
                                USING W-FILE-HANDLE
           END-IF

           PERFORM SUB-3050-LOG-JOB-RESULT THRU SUB-3050-EXIT

