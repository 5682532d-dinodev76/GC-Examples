      *              ID lands in both audit images). Both codes must
      *              resolve through JURISDIC or the run refuses to
      *              start; the exclusive update lock is held
      *              throughout. The supervising operator's
      *              Data\NAMEADDR.ScreenAuth.dat line must carry
      *              change scope on both jurisdictions (JURAUTH)
      *              or the run refuses to start, the refusal
      *              logged.
      *
      *              The record is read from the source partition,
      *              refused if the target already carries the
      *              and caught by the NAMADDXJD cross-partition
      *              scan - never in neither.
      *
      *              Batch form: arguments BATCH and the supervising
      *              operator's ID. The transfer batch
      *              Data\NAMEADDR.JurTransfer.dat (NAMADDJT) that
      *              NAMADDJMP writes is worked through line by line
      *              under the one exclusive lock; each line the
      *              supervisor has marked 'Y' is moved exactly as a
      *              one-off transfer would be, with the same checks,
      *              scope and audit images. A line refused (not in
      *              the from-partition, already in the target, an
      *              unknown code, out of the operator's scope) is
      *              reported and the batch carries on; a file error
      *              stops the batch where it is. Each line's outcome
      *              goes to Data\NAMEADDR.JurTransfer.Rpt.dat, and a
      *              batch with any refusal ends with return code 4.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-02  0.1      First release
      * 2026-09-14  0.2      Refuse the transfer unless the
      *                      supervising operator is scoped to change
      *                      both the from- and to-jurisdiction
      *                      (JURAUTH), return code 14
      * 2026-09-14  0.3      Batch form: NAMADDJXF BATCH operator
      *                      carries out the approved lines of the
      *                      NAMADDJMP transfer batch under one lock,
      *                      reporting each line's outcome
      *================================================================*

       IDENTIFICATION DIVISION.
           SELECT NAMADDAU         ASSIGN "Data\NAMEADDR.Audit.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-AU-FILE-STATUS.

           SELECT NAMADDJT         ASSIGN
                                   "Data\NAMEADDR.JurTransfer.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-JT-FILE-STATUS.

           SELECT JXFRPT           ASSIGN
                                   "Data\NAMEADDR.JurTransfer.Rpt.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-RP-FILE-STATUS.
      /
       DATA DIVISION.
      *==============
       FD  NAMADDAU.

       01  NAMADDAU-REC.           COPY NAMADDAU.

       FD  NAMADDJT.

       01  NAMADDJT-REC.           COPY NAMADDJT.

       FD  JXFRPT.

       01  JXFRPT-REC              PIC X(132).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-RETURN-CODE           PIC S9(04) COMP VALUE 0.

       01  W-BATCH-LINES           PIC 9(09)  COMP VALUE 0.
       01  W-BATCH-UNAPPROVED      PIC 9(09)  COMP VALUE 0.
       01  W-BATCH-TRANSFERRED     PIC 9(09)  COMP VALUE 0.
       01  W-BATCH-REFUSED         PIC 9(09)  COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ,ZZ9.
       01  W-DISP-RC               PIC Z9.

       01  W-RUN-MODE-SW           PIC X(01)       VALUE 'S'.
           88  W-MODE-SINGLE                       VALUE 'S'.
           88  W-MODE-BATCH                        VALUE 'B'.

       01  W-BATCH-STOP-SW         PIC X(01)       VALUE 'N'.
           88  W-BATCH-STOPPED                     VALUE 'Y'.

       01  W-REFUSAL-TEXT          PIC X(50).
       01  W-TODAY                 PIC X(08).

       01  W-TARGET-TAXID          PIC X(12).
       01  W-FROM-JUR              PIC X(03).
       01  W-TO-JUR                PIC X(03).
           88  W-FOUND-SOURCE-RL                   VALUE 'Y'.
           88  W-NOT-FOUND-SOURCE-RL               VALUE 'N'.

       01  W-SR-EOF-SW             PIC X(01)       VALUE 'N'.
           88  W-SR-EOF                            VALUE 'Y'.

       01  W-TL-EOF-SW             PIC X(01)       VALUE 'N'.
           88  W-TL-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-JT-EOF                            VALUE 'Y'.

       01  W-SI-FILE-STATUS        PIC X(02).
           88  W-SI-FILE-STATUS-GOOD               VALUE '00'.
           88  W-SI-FILE-NOT-FOUND                 VALUE '23'.
       01  W-AU-FILE-STATUS        PIC X(02).
           88  W-AU-FILE-STATUS-GOOD               VALUE '00'.

       01  W-JT-FILE-STATUS        PIC X(02).
           88  W-JT-FILE-STATUS-GOOD               VALUE '00'.

       01  W-RP-FILE-STATUS        PIC X(02).
           88  W-RP-FILE-STATUS-GOOD               VALUE '00'.

       01  W-ERROR-MSG             PIC X(22)       VALUE
           '**** NAMADDJXF error: '.

       01  W-LK-CONTROL.
           COPY LOCKMGRL.

       01  W-JA-CONTROL.
           COPY JURAUTHL.

       01  W-AC-CONTROL.
           COPY AUDCHAINL.

       01  W-RPT-LINE              PIC X(132).

       01  W-RESULT-LINE.
           05  FILLER              PIC X(03).
           05  W-RL-RESULT         PIC X(12).
           05  FILLER              PIC X(01).
           05  W-RL-TAXID          PIC X(12).
           05  FILLER              PIC X(02).
           05  W-RL-FROM-JUR       PIC X(04).
           05  FILLER              PIC X(02).
           05  W-RL-TO-JUR         PIC X(04).
           05  FILLER              PIC X(02).
           05  W-RL-REASON         PIC X(50).

       01  W-COUNT-LINE.
           05  FILLER              PIC X(03).
           05  W-CL-LABEL          PIC X(36).
           05  W-CL-COUNT          PIC ZZZ,ZZ9.

       01  W-COMPILED-DATE.
           05  W-COMPILED-DATE-YYYY
                                   PIC X(04).
               GO TO MAIN-RELEASE
           END-IF

           IF      W-MODE-BATCH
               PERFORM SUB-5000-RUN-BATCH THRU SUB-5000-EXIT
               GO TO MAIN-RELEASE
           END-IF

           PERFORM SUB-2000-FETCH-AND-CHECK THRU SUB-2000-EXIT

           IF      W-RETURN-CODE NOT = 0
                   MOVE SPACES     TO W-TARGET-TAXID
           END-ACCEPT

           IF      W-TARGET-TAXID = 'BATCH' OR 'batch'
               PERFORM SUB-1500-START-BATCH THRU SUB-1500-EXIT
               GO TO SUB-1000-EXIT
           END-IF

           DISPLAY 2               UPON ARGUMENT-NUMBER

           ACCEPT W-FROM-JUR       FROM ARGUMENT-VALUE
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1020-RESOLVE-PAIR THRU SUB-1020-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           SET  RI-FUNC-NEXT       TO TRUE
           CALL 'RUNID' USING W-RI-CONTROL
           DISPLAY 'Run ID: ' RI-RUN-ID

           PERFORM SUB-1060-ACQUIRE-LOCK THRU SUB-1060-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1100-OPEN-FILES THRU SUB-1100-EXIT
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1020-RESOLVE-PAIR.
      *----------------------

           IF      W-FROM-JUR = W-TO-JUR
               DISPLAY W-ERROR-MSG
                       'From- and to-jurisdiction are the same'
               MOVE 'From- and to-jurisdiction are the same'
                                   TO W-REFUSAL-TEXT
               MOVE 8              TO W-RETURN-CODE
               GO TO SUB-1020-EXIT
           END-IF

           SET  JU-FUNC-RESOLVE    TO TRUE
                       'From-jurisdiction '
                       W-FROM-JUR
                       ' fails its registration check'
               MOVE 'From-jurisdiction fails its registration check'
                                   TO W-REFUSAL-TEXT
               MOVE 8              TO W-RETURN-CODE
               GO TO SUB-1020-EXIT
           END-IF

           MOVE JU-IDX-PATH        TO W-SOURCE-IDX-PATH
                       'To-jurisdiction '
                       W-TO-JUR
                       ' fails its registration check'
               MOVE 'To-jurisdiction fails its registration check'
                                   TO W-REFUSAL-TEXT
               MOVE 8              TO W-RETURN-CODE
               GO TO SUB-1020-EXIT
           END-IF

           MOVE JU-IDX-PATH        TO W-TARGET-IDX-PATH
           MOVE JU-RL-PATH         TO W-TARGET-RL-PATH

      **** The transfer changes both partitions, so the supervisor
      **** needs change scope on each.

           MOVE W-FROM-JUR         TO JA-JUR-CODE

           PERFORM SUB-1050-CHECK-SCOPE THRU SUB-1050-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-1020-EXIT
           END-IF

           MOVE W-TO-JUR           TO JA-JUR-CODE

           PERFORM SUB-1050-CHECK-SCOPE THRU SUB-1050-EXIT
           .
       SUB-1020-EXIT.
           EXIT.
      /
       SUB-1060-ACQUIRE-LOCK.
      *----------------------

           SET  LK-FUNC-ACQUIRE    TO TRUE
           SET  LK-TYPE-EXCLUSIVE  TO TRUE
                       ' since '
                       LK-HOLDER-SINCE
               MOVE 9              TO W-RETURN-CODE
               GO TO SUB-1060-EXIT
           END-IF

           SET  W-LOCK-HELD        TO TRUE
           .
       SUB-1060-EXIT.
           EXIT.
      /
       SUB-1050-CHECK-SCOPE.
      *---------------------

           SET  JA-FUNC-CHECK      TO TRUE
           SET  JA-KIND-OPERATOR   TO TRUE
           MOVE W-OPERATOR-ID      TO JA-PRINCIPAL
           SET  JA-ACCESS-CHANGE   TO TRUE
           MOVE 'NAMADDJXF'        TO JA-PROGRAM
           MOVE W-TARGET-TAXID     TO JA-TAXID

           CALL 'JURAUTH' USING W-JA-CONTROL

           IF      JA-REFUSED
               DISPLAY W-ERROR-MSG
                       'Operator '
                       W-OPERATOR-ID
                       ' not scoped to change jurisdiction '
                       JA-JUR-CODE
                       ' - logged'
               MOVE SPACES         TO W-REFUSAL-TEXT
               STRING 'Operator not scoped to change jurisdiction '
                                   DELIMITED BY SIZE
                      JA-JUR-CODE  DELIMITED BY SIZE
                 INTO W-REFUSAL-TEXT
               END-STRING
               MOVE 14             TO W-RETURN-CODE
           END-IF
           .
       SUB-1050-EXIT.
           EXIT.
      /
       SUB-1100-OPEN-FILES.
           .
       SUB-1200-EXIT.
           EXIT.
      /
       SUB-1500-START-BATCH.
      *---------------------

           SET  W-MODE-BATCH       TO TRUE

           DISPLAY 2               UPON ARGUMENT-NUMBER

           ACCEPT W-OPERATOR-ID    FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES     TO W-OPERATOR-ID
           END-ACCEPT

           IF      W-OPERATOR-ID = SPACES
               DISPLAY W-ERROR-MSG
                       'Arguments: BATCH operator'
               MOVE 8              TO W-RETURN-CODE
               GO TO SUB-1500-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE(1 : 8)
                                   TO W-TODAY

           SET  RI-FUNC-NEXT       TO TRUE
           CALL 'RUNID' USING W-RI-CONTROL
           DISPLAY 'Run ID: ' RI-RUN-ID

           PERFORM SUB-1060-ACQUIRE-LOCK THRU SUB-1060-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-1500-EXIT
           END-IF

           OPEN INPUT NAMADDJT

           IF      NOT W-JT-FILE-STATUS-GOOD
               DISPLAY W-ERROR-MSG
                       'Cannot open the transfer batch - status '
                       W-JT-FILE-STATUS
               MOVE 15             TO W-RETURN-CODE
               GO TO SUB-1500-EXIT
           END-IF

           OPEN OUTPUT JXFRPT

           IF      NOT W-RP-FILE-STATUS-GOOD
               DISPLAY W-ERROR-MSG
                       'Cannot open the batch report - status '
                       W-RP-FILE-STATUS
               MOVE 16             TO W-RETURN-CODE
               CLOSE NAMADDJT
               GO TO SUB-1500-EXIT
           END-IF

           MOVE SPACES             TO W-RESULT-LINE
                                      W-COUNT-LINE

           MOVE SPACES             TO W-RPT-LINE
           STRING ' JURISDICTION TRANSFER BATCH - RUN '
                                   DELIMITED BY SIZE
                  RI-RUN-ID        DELIMITED BY SIZE
                  ' ON '           DELIMITED BY SIZE
                  W-TODAY          DELIMITED BY SIZE
                  ' BY '           DELIMITED BY SIZE
                  W-OPERATOR-ID    DELIMITED BY SPACE
             INTO W-RPT-LINE
           END-STRING
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE SPACES             TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE 'RESULT'           TO W-RL-RESULT
           MOVE 'TAXID'            TO W-RL-TAXID
           MOVE 'FROM'             TO W-RL-FROM-JUR
           MOVE 'TO'               TO W-RL-TO-JUR
           MOVE 'REASON'           TO W-RL-REASON
           MOVE W-RESULT-LINE      TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE SPACES             TO W-RESULT-LINE
           .
       SUB-1500-EXIT.
           EXIT.
      /
       SUB-2000-FETCH-AND-CHECK.
      *-------------------------
                       W-TARGET-TAXID
                       ' is not in partition '
                       W-FROM-JUR
               MOVE 'Not in the from-partition'
                                   TO W-REFUSAL-TEXT
               MOVE 8              TO W-RETURN-CODE
               GO TO SUB-2000-EXIT
           END-IF
                       W-TARGET-TAXID
                       ' is already in partition '
                       W-TO-JUR
               MOVE 'Already in the to-partition'
                                   TO W-REFUSAL-TEXT
               MOVE 8              TO W-RETURN-CODE
           END-IF
           .
       SUB-3000-SHUT-DOWN.
      *-------------------

           PERFORM SUB-3100-CLOSE-FILES THRU SUB-3100-EXIT

           PERFORM SUB-9990-RELEASE-LOCK THRU SUB-9990-EXIT

           DISPLAY 'NAMADDJXF completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-CLOSE-FILES.
      *---------------------

           CLOSE NAMADDSI
                 NAMADDTI
                 NAMADDSR
                 NAMADDTL
                 NAMADDAU
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-5000-RUN-BATCH.
      *-------------------

           PERFORM SUB-5100-TRANSFER-ONE-LINE THRU SUB-5100-EXIT
               UNTIL W-JT-EOF
               OR    W-BATCH-STOPPED

           IF      NOT W-BATCH-STOPPED
               PERFORM SUB-5500-WRITE-TOTALS THRU SUB-5500-EXIT
           END-IF

           CLOSE NAMADDJT
                 JXFRPT

           PERFORM SUB-9990-RELEASE-LOCK THRU SUB-9990-EXIT

           MOVE W-BATCH-LINES      TO W-DISP-NUM
           DISPLAY 'Batch lines read:      '
                   W-DISP-NUM

           MOVE W-BATCH-UNAPPROVED TO W-DISP-NUM
           DISPLAY 'Not approved:          '
                   W-DISP-NUM

           MOVE W-BATCH-TRANSFERRED
                                   TO W-DISP-NUM
           DISPLAY 'Transferred:           '
                   W-DISP-NUM

           MOVE W-BATCH-REFUSED    TO W-DISP-NUM
           DISPLAY 'Refused:               '
                   W-DISP-NUM

           IF      W-BATCH-STOPPED
               DISPLAY W-ERROR-MSG
                       'Batch stopped on a file error - the lines '
                       'after the FAILED one were not attempted'
           END-IF

           IF      W-RETURN-CODE = 0
               AND W-BATCH-REFUSED > 0
               MOVE 4              TO W-RETURN-CODE
           END-IF

           DISPLAY 'NAMADDJXF completed'
           .
       SUB-5000-EXIT.
           EXIT.
      /
       SUB-5100-TRANSFER-ONE-LINE.
      *---------------------------

           READ NAMADDJT
               AT END
                   SET  W-JT-EOF   TO TRUE
                   GO TO SUB-5100-EXIT
           END-READ

           ADD  1                  TO W-BATCH-LINES

           MOVE JT-TAXID           TO W-TARGET-TAXID
           MOVE FUNCTION UPPER-CASE(JT-FROM-JUR)
                                   TO W-FROM-JUR
           MOVE FUNCTION UPPER-CASE(JT-TO-JUR)
                                   TO W-TO-JUR
           MOVE SPACES             TO W-REFUSAL-TEXT

           IF      NOT JT-APPROVED
               ADD  1              TO W-BATCH-UNAPPROVED
               MOVE 'NOT APPROVED' TO W-RL-RESULT
               PERFORM SUB-5400-WRITE-RESULT THRU SUB-5400-EXIT
               GO TO SUB-5100-EXIT
           END-IF

           IF      W-TARGET-TAXID = SPACES
               OR  W-FROM-JUR = SPACES
               OR  W-TO-JUR = SPACES
               MOVE 'Line lacks the TAXID or a jurisdiction code'
                                   TO W-REFUSAL-TEXT
               PERFORM SUB-5200-REFUSED THRU SUB-5200-EXIT
               GO TO SUB-5100-EXIT
           END-IF

           PERFORM SUB-1020-RESOLVE-PAIR THRU SUB-1020-EXIT

           IF      W-RETURN-CODE NOT = 0
               PERFORM SUB-5200-REFUSED THRU SUB-5200-EXIT
               GO TO SUB-5100-EXIT
           END-IF

      **** Each line opens its own pair of partitions, so the
      **** target's highest slot and the relative-file hunts start
      **** afresh.

           MOVE 0                  TO W-TL-MAX-KEY
           MOVE 'N'                TO W-SR-EOF-SW
                                      W-TL-EOF-SW

           PERFORM SUB-1100-OPEN-FILES THRU SUB-1100-EXIT

           IF      W-RETURN-CODE NOT = 0
               PERFORM SUB-5300-FAILED THRU SUB-5300-EXIT
               GO TO SUB-5100-EXIT
           END-IF

           PERFORM SUB-2000-FETCH-AND-CHECK THRU SUB-2000-EXIT

           IF      W-RETURN-CODE = 8
               PERFORM SUB-3100-CLOSE-FILES THRU SUB-3100-EXIT
               PERFORM SUB-5200-REFUSED THRU SUB-5200-EXIT
               GO TO SUB-5100-EXIT
           END-IF

           IF      W-RETURN-CODE NOT = 0
               PERFORM SUB-3100-CLOSE-FILES THRU SUB-3100-EXIT
               PERFORM SUB-5300-FAILED THRU SUB-5300-EXIT
               GO TO SUB-5100-EXIT
           END-IF

           PERFORM SUB-2100-ADD-TO-TARGET THRU SUB-2100-EXIT

           IF      W-RETURN-CODE NOT = 0
               PERFORM SUB-3100-CLOSE-FILES THRU SUB-3100-EXIT
               PERFORM SUB-5300-FAILED THRU SUB-5300-EXIT
               GO TO SUB-5100-EXIT
           END-IF

           PERFORM SUB-2200-DELETE-FROM-SOURCE THRU SUB-2200-EXIT

           PERFORM SUB-3100-CLOSE-FILES THRU SUB-3100-EXIT

           IF      W-RETURN-CODE NOT = 0
               DISPLAY W-ERROR-MSG
                       'Transfer incomplete - the record is now in '
                       'BOTH partitions; resolve by hand and see '
                       'the NAMADDXJD report'
               MOVE 'Incomplete - now in BOTH partitions'
                                   TO W-REFUSAL-TEXT
               PERFORM SUB-5300-FAILED THRU SUB-5300-EXIT
               GO TO SUB-5100-EXIT
           END-IF

           DISPLAY 'TAXID '
                   W-TARGET-TAXID
                   ' transferred '
                   W-FROM-JUR
                   ' -> '
                   W-TO-JUR

           ADD  1                  TO W-BATCH-TRANSFERRED
           MOVE 'TRANSFERRED'      TO W-RL-RESULT
           PERFORM SUB-5400-WRITE-RESULT THRU SUB-5400-EXIT
           .
       SUB-5100-EXIT.
           EXIT.
      /
       SUB-5200-REFUSED.
      *-----------------

      **** A refusal leaves both partitions as they were, so the
      **** batch carries on with the next line.

           ADD  1                  TO W-BATCH-REFUSED
           MOVE 0                  TO W-RETURN-CODE
           MOVE 'REFUSED'          TO W-RL-RESULT
           PERFORM SUB-5400-WRITE-RESULT THRU SUB-5400-EXIT
           .
       SUB-5200-EXIT.
           EXIT.
      /
       SUB-5300-FAILED.
      *----------------

           SET  W-BATCH-STOPPED    TO TRUE

           IF      W-REFUSAL-TEXT = SPACES
               MOVE W-RETURN-CODE  TO W-DISP-RC
               STRING 'File error, return code '
                                   DELIMITED BY SIZE
                      W-DISP-RC    DELIMITED BY SIZE
                      ' - batch stopped'
                                   DELIMITED BY SIZE
                 INTO W-REFUSAL-TEXT
               END-STRING
           END-IF

           MOVE 'FAILED'           TO W-RL-RESULT
           PERFORM SUB-5400-WRITE-RESULT THRU SUB-5400-EXIT
           .
       SUB-5300-EXIT.
           EXIT.
      /
       SUB-5400-WRITE-RESULT.
      *----------------------

           MOVE W-TARGET-TAXID     TO W-RL-TAXID
           MOVE W-FROM-JUR         TO W-RL-FROM-JUR
           MOVE W-TO-JUR           TO W-RL-TO-JUR
           MOVE W-REFUSAL-TEXT     TO W-RL-REASON
           MOVE W-RESULT-LINE      TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE SPACES             TO W-RESULT-LINE
           .
       SUB-5400-EXIT.
           EXIT.
      /
       SUB-5500-WRITE-TOTALS.
      *----------------------

           MOVE SPACES             TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE 'Batch lines read' TO W-CL-LABEL
           MOVE W-BATCH-LINES      TO W-CL-COUNT
           PERFORM SUB-5600-WRITE-COUNT THRU SUB-5600-EXIT

           MOVE 'Not approved'     TO W-CL-LABEL
           MOVE W-BATCH-UNAPPROVED TO W-CL-COUNT
           PERFORM SUB-5600-WRITE-COUNT THRU SUB-5600-EXIT

           MOVE 'Transferred'      TO W-CL-LABEL
           MOVE W-BATCH-TRANSFERRED
                                   TO W-CL-COUNT
           PERFORM SUB-5600-WRITE-COUNT THRU SUB-5600-EXIT

           MOVE 'Refused'          TO W-CL-LABEL
           MOVE W-BATCH-REFUSED    TO W-CL-COUNT
           PERFORM SUB-5600-WRITE-COUNT THRU SUB-5600-EXIT
           .
       SUB-5500-EXIT.
           EXIT.
      /
       SUB-5600-WRITE-COUNT.
      *---------------------

           MOVE W-COUNT-LINE       TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE SPACES             TO W-COUNT-LINE
           .
       SUB-5600-EXIT.
           EXIT.
      /
       SUB-9800-WRITE-AUDIT.
           .
       SUB-9990-EXIT.
           EXIT.
      /
       SUB-9900-WRITE-LINE.
      *--------------------

           MOVE W-RPT-LINE         TO JXFRPT-REC

           WRITE JXFRPT-REC

           IF      NOT W-RP-FILE-STATUS-GOOD
               DISPLAY W-ERROR-MSG
                       'Batch report write failed - status '
                       W-RP-FILE-STATUS
               MOVE 40             TO W-RETURN-CODE
               SET  W-BATCH-STOPPED
                                   TO TRUE
           END-IF
           .
       SUB-9900-EXIT.
           EXIT.
