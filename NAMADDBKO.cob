      *                  an audited delete is reversed by re-inserting
      *                                    the before-image.
      *
      *              A TAXID correction is not unwound image by
      *              image: NAMADDRKY's add and delete (source system
      *              RKY) and its re-key link (code 'K') are left in
      *              place and reported with the NAMADDRKY run that
      *              reverses them, since only NAMADDRKY moves the
      *              satellite files back with the record.
      *
      *              Records outside the window are never touched.
      *              Every reversal writes its own (inverse) audit
      *              image, so the backout itself is traceable, and
      *                      the pair now stops the run - and
      *                      release the lock only after the files
      *                      are closed
      * 2026-09-14  0.8      Log every run - operator, arguments,
      *                      ticket reference and outcome - to the
      *                      privileged-operation log through PRIVLOG
      * 2026-09-14  0.9      Hold back the images of a NAMADDRKY TAXID
      *                      correction and report the NAMADDRKY run
      *                      that reverses it
      *================================================================*

       IDENTIFICATION DIVISION.
       01  W-IMAGES-COLLECTED      PIC 9(09)  COMP VALUE 0.
       01  W-REVERSALS-APPLIED     PIC 9(09)  COMP VALUE 0.
       01  W-REVERSALS-SKIPPED     PIC 9(09)  COMP VALUE 0.
       01  W-REKEYS-HELD           PIC 9(09)  COMP VALUE 0.
       01  W-NAMADDRL-KEY          PIC 9(09)  COMP VALUE 0.
       01  W-NAMADDRL-MAX-KEY      PIC 9(09)  COMP VALUE 0.
       01  W-NAMADDRL-INCREMENT    PIC 9(09)  COMP VALUE 2.
       01  W-BK-COUNT              PIC 9(05)  COMP VALUE 0.
       01  W-BK-MAX                PIC 9(05)  COMP VALUE 2000.

      **** W-BK-REKEY-OLD/NEW hold the TAXID pair of the NAMADDRKY
      **** correction an RKY image belongs to, once its 'K' link has
      **** been collected.

       01  W-BK-TABLE.
           05  W-BK-ENTRY                          OCCURS 2000
                                                   INDEXED W-BK-IX
                                                           W-BK-SCAN-IX.
               10  W-BK-TRANS-CODE PIC X(01).
               10  W-BK-TIMESTAMP  PIC X(21).
               10  W-BK-OLD-IMAGE  PIC X(333).
               10  W-BK-NEW-IMAGE  PIC X(333).
               10  W-BK-SOURCE     PIC X(03).
               10  W-BK-REKEY-OLD  PIC X(12).
               10  W-BK-REKEY-NEW  PIC X(12).

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-EOF                               VALUE 'Y'.
       01  W-RI-CONTROL.
           COPY RUNIDL.

       01  W-PV-CONTROL.
           COPY PRIVLOGL.

       01  W-AC-CONTROL.
           COPY AUDCHAINL.

           05  FILLER              PIC X(01)       VALUE SPACE.
           05  BR-ACTION           PIC X(10).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  BR-RESULT           PIC X(60).

       01  W-COMPILED-DATE.
           05  W-COMPILED-DATE-YYYY
           PERFORM SUB-3000-SHUT-DOWN THRU SUB-3000-EXIT
           .
       MAIN-EXIT.
           PERFORM SUB-9700-LOG-PRIVILEGED-OP THRU SUB-9700-EXIT

           MOVE W-RETURN-CODE      TO RETURN-CODE
           STOP RUN.
      /
           MOVE AU-TIMESTAMP       TO W-BK-TIMESTAMP(W-BK-IX)
           MOVE AU-OLD-IMAGE       TO W-BK-OLD-IMAGE(W-BK-IX)
           MOVE AU-NEW-IMAGE       TO W-BK-NEW-IMAGE(W-BK-IX)
           MOVE AU-SOURCE-SYSTEM   TO W-BK-SOURCE(W-BK-IX)
           MOVE SPACES             TO W-BK-REKEY-OLD(W-BK-IX)
                                      W-BK-REKEY-NEW(W-BK-IX)

      **** NAMADDRKY writes its link last, so the add under the new
      **** key and the delete under the old are already collected
      **** when it arrives.

           IF      AU-TRANS-REKEY
               MOVE NA-TAXID IN AU-OLD-IMAGE
                                   TO W-BK-REKEY-OLD(W-BK-IX)
               MOVE NA-TAXID IN AU-NEW-IMAGE
                                   TO W-BK-REKEY-NEW(W-BK-IX)

               PERFORM SUB-2110-PAIR-ONE-REKEY-IMAGE
                  THRU SUB-2110-EXIT
                   VARYING W-BK-SCAN-IX FROM 1 BY 1
                   UNTIL W-BK-SCAN-IX >= W-BK-IX
           END-IF
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2110-PAIR-ONE-REKEY-IMAGE.
      *------------------------------

           IF      W-BK-SOURCE(W-BK-SCAN-IX) NOT = 'RKY'
               GO TO SUB-2110-EXIT
           END-IF

           IF      (W-BK-TRANS-CODE(W-BK-SCAN-IX) = 'A'
               AND  W-BK-NEW-IMAGE(W-BK-SCAN-IX)(1 : 12) =
                    W-BK-REKEY-NEW(W-BK-IX))
               OR  (W-BK-TRANS-CODE(W-BK-SCAN-IX) = 'D'
               AND  W-BK-OLD-IMAGE(W-BK-SCAN-IX)(1 : 12) =
                    W-BK-REKEY-OLD(W-BK-IX))
               MOVE W-BK-REKEY-OLD(W-BK-IX)
                                   TO W-BK-REKEY-OLD(W-BK-SCAN-IX)
               MOVE W-BK-REKEY-NEW(W-BK-IX)
                                   TO W-BK-REKEY-NEW(W-BK-SCAN-IX)
           END-IF
           .
       SUB-2110-EXIT.
           EXIT.
      /
       SUB-2500-APPLY-REVERSALS.
      *-------------------------
           MOVE W-BK-TRANS-CODE(W-BK-IX)
                                   TO BR-ORIG-CODE

      **** Every image of a TAXID correction is held back - undoing
      **** its add and delete here would bring the old key back with
      **** every satellite line still on the new one.

           IF      W-BK-TRANS-CODE(W-BK-IX) = 'K'
               OR  W-BK-SOURCE(W-BK-IX) = 'RKY'
               PERFORM SUB-2640-HOLD-REKEY THRU SUB-2640-EXIT
               GO TO SUB-2600-WRITE
           END-IF

           EVALUATE W-BK-TRANS-CODE(W-BK-IX)
               WHEN 'A'
                   PERFORM SUB-2610-REVERSE-ADD THRU SUB-2610-EXIT
                                   TO BR-RESULT
                   ADD  1          TO W-REVERSALS-SKIPPED
           END-EVALUATE
           .
       SUB-2600-WRITE.

           PERFORM SUB-9800-WRITE-BACKOUT-LINE THRU SUB-9800-EXIT

           .
       SUB-2630-EXIT.
           EXIT.
      /
       SUB-2640-HOLD-REKEY.
      *--------------------

           IF      W-BK-TRANS-CODE(W-BK-IX) = 'A'
               MOVE W-BK-NEW-IMAGE(W-BK-IX)(1 : 12)
                                   TO BR-TAXID
           ELSE
               MOVE W-BK-OLD-IMAGE(W-BK-IX)(1 : 12)
                                   TO BR-TAXID
           END-IF

           MOVE 'SKIPPED'          TO BR-ACTION
           ADD  1                  TO W-REVERSALS-SKIPPED
                                      W-REKEYS-HELD

           IF      W-BK-REKEY-NEW(W-BK-IX) = SPACES
               MOVE 'Re-key, link not in window - use NAMADDRKY'
                                   TO BR-RESULT
               GO TO SUB-2640-EXIT
           END-IF

           STRING 'Re-key - reverse with NAMADDRKY '
                                   DELIMITED BY SIZE
                  W-BK-REKEY-NEW(W-BK-IX)
                                   DELIMITED BY SPACE
                  ' '              DELIMITED BY SIZE
                  W-BK-REKEY-OLD(W-BK-IX)
                                   DELIMITED BY SPACE
             INTO BR-RESULT
           END-STRING
           .
       SUB-2640-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------
           DISPLAY 'Reversals skipped:      '
                   W-DISP-NUM

           IF      W-REKEYS-HELD > 0
               MOVE W-REKEYS-HELD  TO W-DISP-NUM
               DISPLAY 'Re-key images held:     '
                       W-DISP-NUM
               DISPLAY 'Reverse each TAXID correction with the '
                       'NAMADDRKY run shown in the backout report'
           END-IF

           IF      W-BKO-INSERTS > 0
               OR  W-BKO-DELETES > 0
               MOVE 'NAMADDBKO'    TO BL-PROGRAM-NAME
           .
       SUB-9450-EXIT.
           EXIT.
      /
       SUB-9700-LOG-PRIVILEGED-OP.
      *---------------------------

      **** Every run is logged, the refused and failed ones too -
      **** the monthly NAMADDPVR review wants the attempts as well.

           MOVE SPACES             TO W-PV-CONTROL
           MOVE 'NAMADDBKO'        TO PV-PROGRAM
           MOVE 0                  TO PV-RUN-ID

           IF      RI-RUN-ID NUMERIC
               MOVE RI-RUN-ID      TO PV-RUN-ID
           END-IF

           MOVE W-RETURN-CODE      TO PV-RETURN-CODE

           CALL 'PRIVLOG' USING W-PV-CONTROL
           .
       SUB-9700-EXIT.
           EXIT.
      /
       SUB-9800-WRITE-BACKOUT-LINE.
      *----------------------------
