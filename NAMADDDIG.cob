      *              shift used to open one by one: the chain's
      *              JOBLOG entries, the alert file, the balance
      *              ledger, the reject workbench ledger, the
      *              rebuild compare exceptions, the data-quality
      *              exceptions and the report delivery log. Things
      *              get missed in the eight-file shuffle, and the
      *              misses are always the expensive ones.
      *
      *              The digest covers yesterday and today - the
      *              overnight chain starts before midnight and
      *              severity and alerts still open, the balance
      *              ledger's in/out figures, new and total open
      *              rejects, the audit-verifier and file-verifier
      *              outcomes, the exception-file volumes, and the
      *              NAMADDBUR report deliveries - a report that was
      *              missing or not delivered is listed in its own
      *              detail section. The
      *              detail sections behind it carry the underlying
      *              lines, each capped so the report stays
      *              readable.
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-02  0.1      First release
      * 2026-09-14  0.2      Report delivery log summary and the
      *                      reports not delivered
      *================================================================*

       IDENTIFICATION DIVISION.
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-DX-FILE-STATUS.

           SELECT DELIVLOG         ASSIGN
                                   "Data\NAMEADDR.DeliveryLog.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-DV-FILE-STATUS.

           SELECT DIGEST           ASSIGN
                                   "Data\NAMEADDR.Morning.Digest.dat"
                                   ORGANIZATION LINE SEQUENTIAL

       01  DQEXCP-REC              PIC X(100).

       FD  DELIVLOG.

       01  DELIVLOG-REC.           COPY NAMADDDV.

       FD  DIGEST.

       01  DIGEST-REC              PIC X(132).
       01  W-DQ-MISSING-SW         PIC X(01)       VALUE 'N'.
           88  W-DQ-MISSING                        VALUE 'Y'.

       01  W-DLV-LINES             PIC 9(05)  COMP VALUE 0.
       01  W-DLV-DELIVERED         PIC 9(05)  COMP VALUE 0.
       01  W-DLV-EMPTY             PIC 9(05)  COMP VALUE 0.
       01  W-DLV-NOT-DELIVERED     PIC 9(05)  COMP VALUE 0.

      **** Detail buffers - the summary page is written first, so
      **** the window's lines are held until the sections print.
      **** Each section is capped; the overflow is counted.
           05  W-JOB-DET-LINE      PIC X(132)      OCCURS 100
                                                   INDEXED W-JD-IX.

       01  W-DLV-DET-COUNT         PIC 9(03)  COMP VALUE 0.
       01  W-DLV-DET-OVER          PIC 9(05)  COMP VALUE 0.
       01  W-DLV-DET-TABLE.
           05  W-DLV-DET-LINE      PIC X(132)      OCCURS 100
                                                   INDEXED W-VD-IX.

       01  W-REPORT-LINE           PIC X(132).
       01  W-DISP-NUM              PIC ZZZ,ZZ9.
       01  W-DISP-NUM2             PIC ZZZ,ZZ9.
       01  W-DISP-NUM3             PIC ZZZ,ZZ9.
       01  W-DISP-BAL              PIC ZZZ,ZZZ,ZZ9.
       01  W-LOG-OPEN              PIC 9(05).
       01  W-WORST-RC-DISP         PIC 9(05).
       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-DX-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-DV-EOF                            VALUE 'Y'.

       01  W-JB-FILE-STATUS        PIC X(02).
           88  W-JB-FILE-STATUS-GOOD               VALUE '00'.

       01  W-DX-FILE-STATUS        PIC X(02).
           88  W-DX-FILE-STATUS-GOOD               VALUE '00'.

       01  W-DV-FILE-STATUS        PIC X(02).
           88  W-DV-FILE-STATUS-GOOD               VALUE '00'.

       01  W-DG-FILE-STATUS        PIC X(02).
           88  W-DG-FILE-STATUS-GOOD               VALUE '00'.

               PERFORM SUB-2200-GATHER-BALANCE THRU SUB-2200-EXIT
               PERFORM SUB-2300-GATHER-REJECTS THRU SUB-2300-EXIT
               PERFORM SUB-2400-GATHER-EXCEPTIONS THRU SUB-2400-EXIT
               PERFORM SUB-2500-GATHER-DELIVERIES THRU SUB-2500-EXIT
               PERFORM SUB-3000-WRITE-DIGEST THRU SUB-3000-EXIT
           END-IF

           .
       SUB-2460-EXIT.
           EXIT.
      /
       SUB-2500-GATHER-DELIVERIES.
      *---------------------------

           OPEN INPUT DELIVLOG

           IF      NOT W-DV-FILE-STATUS-GOOD
               DISPLAY 'Delivery log not on file'
               GO TO SUB-2500-EXIT
           END-IF

           PERFORM SUB-2550-FOLD-DELIVERY-LINE THRU SUB-2550-EXIT
               UNTIL W-DV-EOF

           CLOSE DELIVLOG
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2550-FOLD-DELIVERY-LINE.
      *----------------------------

           READ DELIVLOG
               AT END
                   SET  W-DV-EOF   TO TRUE
                   GO TO SUB-2550-EXIT
           END-READ

           IF      DV-TIMESTAMP(1 : 8) NOT = W-TODAY-DATE
               AND DV-TIMESTAMP(1 : 8) NOT = W-YESTERDAY-DATE
               GO TO SUB-2550-EXIT
           END-IF

           ADD  1                  TO W-DLV-LINES

           EVALUATE TRUE
               WHEN DV-DELIVERED
                   ADD  1          TO W-DLV-DELIVERED
                   GO TO SUB-2550-EXIT
               WHEN DV-EMPTY
                   ADD  1          TO W-DLV-EMPTY
                   GO TO SUB-2550-EXIT
               WHEN OTHER
                   ADD  1          TO W-DLV-NOT-DELIVERED
           END-EVALUATE

           IF      W-DLV-DET-COUNT < W-DET-MAX
               ADD  1              TO W-DLV-DET-COUNT
               SET  W-VD-IX        TO W-DLV-DET-COUNT
               MOVE DELIVLOG-REC   TO W-DLV-DET-LINE(W-VD-IX)
           ELSE
               ADD  1              TO W-DLV-DET-OVER
           END-IF
           .
       SUB-2550-EXIT.
           EXIT.
      /
       SUB-3000-WRITE-DIGEST.
      *----------------------
               END-STRING
           END-IF
           WRITE DIGEST-REC        FROM W-REPORT-LINE

           MOVE SPACES             TO W-REPORT-LINE

           IF      W-DLV-LINES = 0
               MOVE 'Distribution:    not run in the window'
                                   TO W-REPORT-LINE
           ELSE
               MOVE W-DLV-DELIVERED
                                   TO W-DISP-NUM
               MOVE W-DLV-EMPTY    TO W-DISP-NUM2
               MOVE W-DLV-NOT-DELIVERED
                                   TO W-DISP-NUM3
               STRING 'Distribution:   '
                                   DELIMITED BY SIZE
                      W-DISP-NUM   DELIMITED BY SIZE
                      ' delivered, '
                                   DELIMITED BY SIZE
                      W-DISP-NUM2  DELIMITED BY SIZE
                      ' empty, '   DELIMITED BY SIZE
                      W-DISP-NUM3  DELIMITED BY SIZE
                      ' NOT delivered'
                                   DELIMITED BY SIZE
                 INTO W-REPORT-LINE
               END-STRING
           END-IF
           WRITE DIGEST-REC        FROM W-REPORT-LINE
           .
       SUB-3100-EXIT.
           EXIT.
                   UNTIL W-JD-IX > W-JOB-DET-COUNT
               WRITE DIGEST-REC    FROM W-JOB-DET-LINE(W-JD-IX)
           END-PERFORM

           PERFORM SUB-3250-SECTION-HEADER THRU SUB-3250-EXIT

           MOVE 'REPORTS NOT DELIVERED'
                                   TO W-REPORT-LINE
           WRITE DIGEST-REC        FROM W-REPORT-LINE

           PERFORM VARYING W-VD-IX FROM 1 BY 1
                   UNTIL W-VD-IX > W-DLV-DET-COUNT
               WRITE DIGEST-REC    FROM W-DLV-DET-LINE(W-VD-IX)
           END-PERFORM

           IF      W-DLV-DET-OVER > 0
               MOVE SPACES         TO W-REPORT-LINE
               MOVE W-DLV-DET-OVER TO W-DISP-NUM
               STRING '... and '   DELIMITED BY SIZE
                      W-DISP-NUM   DELIMITED BY SIZE
                      ' more - see the source file'
                                   DELIMITED BY SIZE
                 INTO W-REPORT-LINE
               END-STRING
               WRITE DIGEST-REC    FROM W-REPORT-LINE
           END-IF
           .
       SUB-3200-EXIT.
           EXIT.
