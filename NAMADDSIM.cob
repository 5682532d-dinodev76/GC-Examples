      *                      Global.Tx.dat file simulates through
      *                      NAMADDSQ_PATH without misaligning
      *                      every field by fifteen bytes
      * 2026-09-14  0.5      Predict BLDFILES's field-level source
      *                      precedence through the same SRCPREC
      *                      subroutine, as of the same business
      *                      date: a change whose every changed
      *                      field group is held would reject with
      *                      the precedence reason, one with some
      *                      groups held is a WOULD-HOLD partial
      *                      apply. A change image is standardized
      *                      through ADRSTD and CNTSTD first, as
      *                      BLDFILES does, so a reformatted but
      *                      unchanged address is not mistaken for
      *                      a change
      *================================================================*

       IDENTIFICATION DIVISION.
       01  W-WOULD-CHANGE          PIC 9(09)  COMP VALUE 0.
       01  W-WOULD-DELETE          PIC 9(09)  COMP VALUE 0.
       01  W-WOULD-REJECT          PIC 9(09)  COMP VALUE 0.
       01  W-WOULD-HOLD            PIC 9(09)  COMP VALUE 0.
       01  W-RETURN-CODE           PIC S9(04) COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ,ZZ9.

       01  W-FS-CONTROL.
           COPY FILESTATL.

       01  W-BD-CONTROL.
           COPY BUSDATEL.

       01  W-AS-CONTROL.
           COPY ADRSTDL.

       01  W-CS-CONTROL.
           COPY CNTSTDL.

       01  W-SX-CONTROL.
           COPY SRCPRECL.

       01  W-TODAY-DATE            PIC X(08).

       01  W-RPT-LINE              PIC X(100).

       01  W-COMPILED-DATE.

           DISPLAY 'Simulating: ' FUNCTION TRIM(W-NAMADDSQ-PATH)

           DISPLAY 'JURISDICTION'      UPON ENVIRONMENT-NAME
           ACCEPT BD-JURISDICTION      FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES     TO BD-JURISDICTION
           END-ACCEPT

           SET  BD-FUNC-GET        TO TRUE
           CALL 'BUSDATE' USING W-BD-CONTROL
           MOVE BD-BUSINESS-DATE   TO W-TODAY-DATE

      **** The precedence table and the audit history behind it are
      **** loaded as of the business date the real apply will use.

           SET  SX-FUNC-LOAD       TO TRUE
           MOVE W-TODAY-DATE       TO SX-AS-OF-DATE

           CALL 'SRCPREC' USING W-SX-CONTROL

           IF      SX-RESPONSE-FILE-ERROR
               DISPLAY W-ERROR-MSG
                       'Unable to load the source precedence table '
                       'or the audit trail behind it'
               MOVE 12             TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           OPEN INPUT  NAMADDSQ
           OPEN INPUT  NAMADDIX

               GO TO SUB-2300-EXIT
           END-IF

           PERFORM SUB-2310-STANDARDIZE-CHANGE THRU SUB-2310-EXIT

           PERFORM SUB-2320-CHECK-PRECEDENCE THRU SUB-2320-EXIT

           IF      SX-HELD-COUNT > 0
               AND SX-HELD-COUNT = SX-CHANGED-COUNT
               MOVE SX-REASON      TO W-REJECT-REASON
               PERFORM SUB-2800-REPORT-REJECT THRU SUB-2800-EXIT
               GO TO SUB-2300-EXIT
           END-IF

           ADD  1                  TO W-WOULD-CHANGE

           MOVE 'ACCEPTED'         TO W-PRED-OUTCOME

           IF      SX-HELD-COUNT > 0
               MOVE SX-REASON      TO W-REJECT-REASON
           END-IF

           PERFORM SUB-9950-WRITE-PREDICTION THRU SUB-9950-EXIT

           MOVE SPACES             TO W-RPT-LINE
           END-STRING
           PERFORM SUB-9900-WRITE-REPORT THRU SUB-9900-EXIT

           IF      SX-HELD-COUNT > 0
               ADD  1              TO W-WOULD-HOLD
               MOVE SPACES         TO W-RPT-LINE
               STRING ' WOULD-HOLD   '
                                   DELIMITED BY SIZE
                      NA-TAXID IN NAMADDSQ-REC
                                   DELIMITED BY SIZE
                      ' - '        DELIMITED BY SIZE
                      FUNCTION TRIM(SX-REASON)
                                   DELIMITED BY SIZE
                 INTO W-RPT-LINE
               END-STRING
               PERFORM SUB-9900-WRITE-REPORT THRU SUB-9900-EXIT
           END-IF

           PERFORM SUB-2350-REPORT-FIELD-DIFFS THRU SUB-2350-EXIT

           SET  SX-FUNC-RECORD     TO TRUE
           CALL 'SRCPREC' USING W-SX-CONTROL
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2310-STANDARDIZE-CHANGE.
      *----------------------------

      **** The same ADRSTD/CNTSTD pass BLDFILES's SUB-9170/SUB-9175
      **** make before a change is compared and written.

           MOVE NA-STREET IN NAMADDSQ-REC
                                   TO AS-STREET
           MOVE NA-CITY IN NAMADDSQ-REC
                                   TO AS-CITY

           CALL 'ADRSTD' USING W-AS-CONTROL

           MOVE AS-STREET          TO NA-STREET IN NAMADDSQ-REC
           MOVE AS-CITY            TO NA-CITY IN NAMADDSQ-REC

           IF      NA-M-STREET IN NAMADDSQ-REC NOT = SPACES
               OR  NA-M-CITY IN NAMADDSQ-REC NOT = SPACES
               MOVE NA-M-STREET IN NAMADDSQ-REC
                                   TO AS-STREET
               MOVE NA-M-CITY IN NAMADDSQ-REC
                                   TO AS-CITY

               CALL 'ADRSTD' USING W-AS-CONTROL

               MOVE AS-STREET      TO NA-M-STREET IN NAMADDSQ-REC
               MOVE AS-CITY        TO NA-M-CITY IN NAMADDSQ-REC
           END-IF

           MOVE NA-PHONE IN NAMADDSQ-REC
                                   TO CS-PHONE
           MOVE NA-EMAIL IN NAMADDSQ-REC
                                   TO CS-EMAIL

           CALL 'CNTSTD' USING W-CS-CONTROL

           MOVE CS-PHONE           TO NA-PHONE IN NAMADDSQ-REC
           MOVE CS-EMAIL           TO NA-EMAIL IN NAMADDSQ-REC
           .
       SUB-2310-EXIT.
           EXIT.
      /
       SUB-2320-CHECK-PRECEDENCE.
      *--------------------------

      **** BLDFILES's SUB-2310 check, predicted: a held group keeps
      **** its value on file, so the field differences reported
      **** below are the ones that would really apply.

           MOVE 0                  TO SX-HELD-COUNT
                                      SX-CHANGED-COUNT
           MOVE 'N'                TO SX-GRP-CHANGED(1)
                                      SX-GRP-CHANGED(2)
                                      SX-GRP-CHANGED(3)
                                      SX-GRP-CHANGED(4)

           IF      NA-NAME IN NAMADDSQ-REC
                       NOT = NA-NAME IN NAMADDIX-REC
               MOVE 'Y'            TO SX-GRP-CHANGED(1)
           END-IF

           IF      NA-ADDRESS IN NAMADDSQ-REC
                       NOT = NA-ADDRESS IN NAMADDIX-REC
               MOVE 'Y'            TO SX-GRP-CHANGED(2)
           END-IF

           IF      NA-MAILING-ADDRESS IN NAMADDSQ-REC
                       NOT = NA-MAILING-ADDRESS IN NAMADDIX-REC
               OR  NA-ADDRESS-TYPE-USED IN NAMADDSQ-REC
                       NOT = NA-ADDRESS-TYPE-USED IN NAMADDIX-REC
               MOVE 'Y'            TO SX-GRP-CHANGED(3)
           END-IF

           IF      NA-CONTACT IN NAMADDSQ-REC
                       NOT = NA-CONTACT IN NAMADDIX-REC
               MOVE 'Y'            TO SX-GRP-CHANGED(4)
           END-IF

           SET  SX-FUNC-CHECK      TO TRUE
           MOVE W-TODAY-DATE       TO SX-AS-OF-DATE
           MOVE NA-TAXID IN NAMADDSQ-REC
                                   TO SX-TAXID
           MOVE NA-SOURCE-SYSTEM IN NAMADDSQ-REC
                                   TO SX-SOURCE

           CALL 'SRCPREC' USING W-SX-CONTROL

           IF      SX-HELD-COUNT = 0
               OR  SX-HELD-COUNT = SX-CHANGED-COUNT
               GO TO SUB-2320-EXIT
           END-IF

           IF      SX-GRP-IS-HELD(1)
               MOVE NA-NAME IN NAMADDIX-REC
                                   TO NA-NAME IN NAMADDSQ-REC
           END-IF

           IF      SX-GRP-IS-HELD(2)
               MOVE NA-ADDRESS IN NAMADDIX-REC
                                   TO NA-ADDRESS IN NAMADDSQ-REC
           END-IF

           IF      SX-GRP-IS-HELD(3)
               MOVE NA-MAILING-ADDRESS IN NAMADDIX-REC
                                   TO NA-MAILING-ADDRESS
                                       IN NAMADDSQ-REC
               MOVE NA-ADDRESS-TYPE-USED IN NAMADDIX-REC
                                   TO NA-ADDRESS-TYPE-USED
                                       IN NAMADDSQ-REC
           END-IF

           IF      SX-GRP-IS-HELD(4)
               MOVE NA-CONTACT IN NAMADDIX-REC
                                   TO NA-CONTACT IN NAMADDSQ-REC
           END-IF
           .
       SUB-2320-EXIT.
           EXIT.
      /
       SUB-2350-REPORT-FIELD-DIFFS.
      *----------------------------
             INTO W-RPT-LINE
           END-STRING
           PERFORM SUB-9900-WRITE-REPORT THRU SUB-9900-EXIT

           MOVE SPACES             TO W-RPT-LINE
           MOVE W-WOULD-HOLD       TO W-DISP-NUM
           STRING ' WOULD HOLD:   '
                                   DELIMITED BY SIZE
                  W-DISP-NUM       DELIMITED BY SIZE
             INTO W-RPT-LINE
           END-STRING
           PERFORM SUB-9900-WRITE-REPORT THRU SUB-9900-EXIT
           .
       SUB-2900-EXIT.
           EXIT.
