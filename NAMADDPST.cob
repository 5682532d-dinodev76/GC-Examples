      *
      *              Outputs:
      *                  Data\NAMEADDR.MailLabels.dat   - label-format
      *                      print image, one label per piece in
      *                      presort sequence - name, street,
      *                      city/state/ZIP, the Intelligent Mail
      *                      barcode line (see the 0.9 note) and a
      *                      blank separator;
      *                  Data\NAMEADDR.MailManifest.dat - package and
      *                      tray break records with piece counts,
      *                      and run totals per presort level.
      *                      counted
      * 2026-09-02  0.7      A non-person entity's label name line
      *                      is the trimmed NA-BUSINESS-NAME
      * 2026-09-14  0.8      Honour temporary addresses: when the
      *                      TMPADDR subroutine answers a window open
      *                      today for the TAXID the piece is sorted
      *                      and labelled to that address and flagged
      *                      'T' on the correspondence-history line;
      *                      a representative routing still wins
      * 2026-09-14  0.9      Intelligent Mail barcode on every label:
      *                      the IMBENC subroutine issues a unique
      *                      piece serial and encodes the 65-bar IMb
      *                      from the delivery ZIP, printed as the
      *                      label's fourth line for the IMb font.
      *                      The serial goes on the correspondence-
      *                      history line so NAMADDACS can match the
      *                      electronic ACS notices keyed by it. With
      *                      no IMb control file the label goes out
      *                      as before; barcoded pieces are counted
      *                      on the manifest
      * 2026-09-14  1.0      The manifest totals open with the run
      *                      ID, so NAMADDMPA can tie the manifest
      *                      to the pieces the run labelled
      * 2026-09-14  1.1      Checkpoint and restart: every 1,000
      *                      labelled pieces the labels, manifest and
      *                      correspondence-history files are closed,
      *                      reopened and sized, and the run's
      *                      position, open package and tray and
      *                      totals are written to
      *                      Data\NAMEADDR.PstCkpt.dat. Argument 1
      *                      'RESTART' resumes an interrupted run: the
      *                      outputs are cut back to their
      *                      checkpointed sizes (FILETRIM), the sort
      *                      is rebuilt under the same run ID and
      *                      date, the pieces already labelled are
      *                      passed over - the last of them must be
      *                      the checkpointed TAXID - and labelling
      *                      carries on with the package, tray and
      *                      manifest totals as they stood
      * 2026-09-14  1.2      Disaster-area deferral: a piece whose
      *                      delivery address NAMPREF answers
      *                      deferred is held back from the sort and
      *                      logged through DSTHOLD; the first run
      *                      after the declaration ends releases it
      *                      into the mailing as usual. Held and
      *                      released pieces are counted, and a
      *                      restart cuts the hold log back to its
      *                      size at the start of the run, as the
      *                      sort input is rebuilt
      * 2026-09-14  1.3      Labels are written in the character set
      *                      named by the registry's NAMADDPST
      *                      LABEL-CHARSET (UTF-8, LATIN1 or ASCII;
      *                      LATIN1 as held by default) through
      *                      UTF8ENC, and the characters it cannot
      *                      carry are counted, the count kept on the
      *                      checkpoint file
      *================================================================*

       IDENTIFICATION DIVISION.
           SELECT NAMADDCH         ASSIGN "Data\NAMEADDR.CorrHist.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-CH-FILE-STATUS.

           SELECT NAMADDCK         ASSIGN "Data\NAMEADDR.PstCkpt.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-CK-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       01  NAMADDLB-REC            PIC X(80).

       01  NAMADDLB-ENC-REC        PIC X(160).

       FD  NAMADDMF.

       01  NAMADDMF-REC            PIC X(80).
       FD  NAMADDCH.

       01  NAMADDCH-REC.           COPY NAMADDCH.

       FD  NAMADDCK.

       01  NAMADDCK-REC.
           05  CK-REC-TYPE         PIC X(01).
               88  CK-HEADER                   VALUE 'H'.
               88  CK-POINT                    VALUE 'C'.
               88  CK-END                      VALUE 'E'.
           05  FILLER              PIC X(01).
           05  CK-RUN-ID           PIC 9(08).
           05  FILLER              PIC X(01).
           05  CK-LB-SIZE          PIC 9(15).
           05  FILLER              PIC X(01).
           05  CK-MF-SIZE          PIC 9(15).
           05  FILLER              PIC X(01).
           05  CK-CH-SIZE          PIC 9(15).
           05  FILLER              PIC X(01).
           05  CK-BODY             PIC X(150).
           05  CK-HEADER-BODY      REDEFINES CK-BODY.
               10  CK-TODAY        PIC X(08).
               10  FILLER          PIC X(01).
               10  CK-DH-SIZE      PIC 9(15).
               10  FILLER          PIC X(126).
           05  CK-POINT-BODY       REDEFINES CK-BODY.
               10  CK-LAST-TAXID   PIC X(12).
               10  FILLER          PIC X(01).
               10  CK-CURRENT-ZIP5 PIC X(05).
               10  FILLER          PIC X(01).
               10  CK-CURRENT-ZIP3 PIC X(03).
               10  FILLER          PIC X(01).
               10  CK-PIECES-RELEASED
                                   PIC 9(09).
               10  FILLER          PIC X(01).
               10  CK-PIECES-LABELLED
                                   PIC 9(09).
               10  FILLER          PIC X(01).
               10  CK-PIECES-BARCODED
                                   PIC 9(09).
               10  FILLER          PIC X(01).
               10  CK-PACKAGE-PIECES
                                   PIC 9(09).
               10  FILLER          PIC X(01).
               10  CK-TRAY-PIECES  PIC 9(09).
               10  FILLER          PIC X(01).
               10  CK-PACKAGE-COUNT
                                   PIC 9(09).
               10  FILLER          PIC X(01).
               10  CK-TRAY-COUNT   PIC 9(09).
               10  FILLER          PIC X(01).
               10  CK-PIECES-5DIGIT
                                   PIC 9(09).
               10  FILLER          PIC X(01).
               10  CK-PIECES-MIXED PIC 9(09).
               10  FILLER          PIC X(01).
               10  CK-UNCARRIED    PIC 9(08).
               10  FILLER          PIC X(29).
      /
       WORKING-STORAGE SECTION.
      *------------------------
       01  W-CH-FILE-STATUS        PIC X(02).
           88  W-CH-FILE-STATUS-GOOD               VALUE '00'.

       01  W-RESTART-ARG           PIC X(08)       VALUE SPACES.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-RESTARTING                        VALUE 'Y'.
           88  W-NOT-RESTARTING                    VALUE 'N'.

       01  W-CHECKPOINT-INTERVAL   PIC 9(09)  COMP VALUE 1000.
       01  W-CK-QUOTIENT           PIC 9(09)  COMP.
       01  W-CK-REMAINDER          PIC 9(09)  COMP.
       01  W-CK-LAST-TAXID         PIC X(12)       VALUE SPACES.
       01  W-CK-RUN-ID             PIC 9(08)       VALUE 0.
       01  W-CK-TODAY              PIC X(08)       VALUE SPACES.
       01  W-CK-POINTS             PIC 9(09)  COMP VALUE 0.
       01  W-CK-PIECES-RELEASED    PIC 9(09)  COMP VALUE 0.
       01  W-CK-PIECES-LABELLED    PIC 9(09)  COMP VALUE 0.
       01  W-CK-PIECES-PASSED      PIC 9(09)  COMP VALUE 0.

       01  W-LB-SIZE               PIC 9(15)  COMP VALUE 0.
       01  W-MF-SIZE               PIC 9(15)  COMP VALUE 0.
       01  W-CH-SIZE               PIC 9(15)  COMP VALUE 0.
       01  W-DH-SIZE               PIC 9(15)  COMP VALUE 0.

       01  W-CK-STATE-SW           PIC X(01)       VALUE 'N'.
           88  W-CK-NO-HEADER                      VALUE 'N'.
           88  W-CK-IN-PROGRESS                    VALUE 'H'.
           88  W-CK-RUN-COMPLETE                   VALUE 'E'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-CK-EOF                            VALUE 'Y'.

       01  W-CK-FILE-STATUS        PIC X(02).
           88  W-CK-FILE-STATUS-GOOD               VALUE '00'.

       01  W-FT-CONTROL.
           COPY FILETRIML.

       01  W-RI-CONTROL.
           COPY RUNIDL.

       01  W-PR-CONTROL.
           COPY NAMPREFL.

       01  W-PG-CONTROL.
           COPY PARMREGL REPLACING LEADING ==PR-== BY ==PG-==.

       01  W-UE-CONTROL.
           COPY UTF8ENCL.

       01  W-ENC-IN                PIC X(80).
       01  W-UNCARRIED             PIC 9(09)  COMP VALUE 0.

       01  W-RP-CONTROL.
           COPY NAMREPL.

       01  W-TA-CONTROL.
           COPY TMPADDRL.

       01  W-IM-CONTROL.
           COPY IMBENCL.

       01  W-PIECES-BARCODED       PIC 9(09)  COMP VALUE 0.

       01  W-REP-ROUTED            PIC 9(09)  COMP VALUE 0.
       01  W-TEMP-ROUTED           PIC 9(09)  COMP VALUE 0.
       01  W-DECEASED-SKIPPED      PIC 9(09)  COMP VALUE 0.

       01  W-PREF-SUPPRESSED       PIC 9(09)  COMP VALUE 0.
       01  W-DLVR-SUPPRESSED       PIC 9(09)  COMP VALUE 0.

       01  W-PIECES-HELD           PIC 9(09)  COMP VALUE 0.
       01  W-PIECES-UNHELD         PIC 9(09)  COMP VALUE 0.

       01  W-DS-CONTROL.
           COPY DSTHOLDL.

       01  W-MF-LINE               PIC X(80).

       01  W-MF-PACKAGE-LINE.
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           DISPLAY 1               UPON ARGUMENT-NUMBER

           ACCEPT W-RESTART-ARG    FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES     TO W-RESTART-ARG
           END-ACCEPT

           IF      FUNCTION UPPER-CASE(W-RESTART-ARG) = 'RESTART'
               SET  W-RESTARTING   TO TRUE

               PERFORM SUB-1050-LOAD-CHECKPOINT THRU SUB-1050-EXIT

               IF      W-RETURN-CODE NOT = 0
                   GO TO SUB-1000-EXIT
               END-IF

               PERFORM SUB-1070-TRIM-OUTPUTS THRU SUB-1070-EXIT

               IF      W-RETURN-CODE NOT = 0
                   GO TO SUB-1000-EXIT
               END-IF
           END-IF

           OPEN INPUT  NAMADDIX

           IF      NOT W-FILE-STATUS-GOOD
               GO TO SUB-1000-EXIT
           END-IF

      **** A restart adds to the labels and manifest already cut
      **** back to the checkpoint.

           IF      W-RESTARTING
               OPEN EXTEND NAMADDLB
           ELSE
               OPEN OUTPUT NAMADDLB
           END-IF

           IF      NOT W-LB-FILE-STATUS-GOOD
               OPEN OUTPUT NAMADDLB
           END-IF

           IF      NOT W-LB-FILE-STATUS-GOOD
               MOVE W-LB-FILE-STATUS TO FS-STATUS-CODE
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1080-GET-LABEL-CHARSET THRU SUB-1080-EXIT

           IF      W-RESTARTING
               OPEN EXTEND NAMADDMF
           ELSE
               OPEN OUTPUT NAMADDMF
           END-IF

           IF      NOT W-MF-FILE-STATUS-GOOD
               OPEN OUTPUT NAMADDMF
           END-IF

           IF      NOT W-MF-FILE-STATUS-GOOD
               MOVE W-MF-FILE-STATUS TO FS-STATUS-CODE
           SET  RI-FUNC-CURRENT    TO TRUE
           CALL 'RUNID' USING W-RI-CONTROL

           IF      W-RESTARTING
               MOVE W-CK-TODAY     TO W-TODAY
               MOVE W-CK-RUN-ID    TO RI-RUN-ID
           ELSE
               PERFORM SUB-1600-START-CHECKPOINTS THRU SUB-1600-EXIT

               IF      W-RETURN-CODE NOT = 0
                   GO TO SUB-1000-EXIT
               END-IF
           END-IF

           OPEN EXTEND NAMADDCH

           IF      NOT W-CH-FILE-STATUS-GOOD
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1050-LOAD-CHECKPOINT.
      *-------------------------

      **** The checkpoint file is read through: its header gives the
      **** run ID and date, and each checkpoint line in turn the
      **** position, sizes and totals, so the last one read wins.

           OPEN INPUT NAMADDCK

           IF      NOT W-CK-FILE-STATUS-GOOD
               MOVE W-CK-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-CK-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDCK for restart'
               MOVE 11             TO W-RETURN-CODE
               GO TO SUB-1050-EXIT
           END-IF

           PERFORM SUB-1060-APPLY-CHECKPOINT-LINE THRU SUB-1060-EXIT
               UNTIL W-CK-EOF

           CLOSE NAMADDCK

           IF      W-CK-NO-HEADER
               DISPLAY W-ERROR-MSG
                       'No run recorded in the checkpoint file - '
                       'nothing to restart'
               MOVE 11             TO W-RETURN-CODE
               GO TO SUB-1050-EXIT
           END-IF

           IF      W-CK-RUN-COMPLETE
               DISPLAY W-ERROR-MSG
                       'Run '
                       W-CK-RUN-ID
                       ' completed - nothing to restart'
               MOVE 11             TO W-RETURN-CODE
               GO TO SUB-1050-EXIT
           END-IF

           MOVE W-CK-PIECES-LABELLED
                                   TO W-DISP-NUM
           DISPLAY 'Restarting run '
                   W-CK-RUN-ID
                   ' of '
                   W-CK-TODAY
                   ' after piece '
                   W-DISP-NUM
           .
       SUB-1050-EXIT.
           EXIT.
      /
       SUB-1060-APPLY-CHECKPOINT-LINE.
      *-------------------------------

           READ NAMADDCK
               AT END
                   SET  W-CK-EOF   TO TRUE
                   GO TO SUB-1060-EXIT
           END-READ

           EVALUATE TRUE
               WHEN CK-HEADER
                   SET  W-CK-IN-PROGRESS
                                   TO TRUE
                   MOVE CK-RUN-ID  TO W-CK-RUN-ID
                   MOVE CK-TODAY   TO W-CK-TODAY
                   MOVE CK-DH-SIZE TO W-DH-SIZE

               WHEN CK-POINT
                   ADD  1          TO W-CK-POINTS
                   MOVE CK-LAST-TAXID
                                   TO W-CK-LAST-TAXID
                   MOVE CK-PIECES-RELEASED
                                   TO W-CK-PIECES-RELEASED
                   MOVE CK-PIECES-LABELLED
                                   TO W-CK-PIECES-LABELLED
                   MOVE CK-CURRENT-ZIP5
                                   TO W-CURRENT-ZIP5
                   MOVE CK-CURRENT-ZIP3
                                   TO W-CURRENT-ZIP3
                   MOVE CK-PIECES-LABELLED
                                   TO W-PIECES-LABELLED
                   MOVE CK-PIECES-BARCODED
                                   TO W-PIECES-BARCODED
                   MOVE CK-PACKAGE-PIECES
                                   TO W-PACKAGE-PIECES
                   MOVE CK-TRAY-PIECES
                                   TO W-TRAY-PIECES
                   MOVE CK-PACKAGE-COUNT
                                   TO W-PACKAGE-COUNT
                   MOVE CK-TRAY-COUNT
                                   TO W-TRAY-COUNT
                   MOVE CK-PIECES-5DIGIT
                                   TO W-PIECES-5DIGIT
                   MOVE CK-PIECES-MIXED
                                   TO W-PIECES-MIXED

                   IF      CK-UNCARRIED NUMERIC
                       MOVE CK-UNCARRIED
                                   TO W-UNCARRIED
                   END-IF

               WHEN CK-END
                   SET  W-CK-RUN-COMPLETE
                                   TO TRUE

               WHEN OTHER
                   GO TO SUB-1060-EXIT
           END-EVALUATE

           MOVE CK-LB-SIZE         TO W-LB-SIZE
           MOVE CK-MF-SIZE         TO W-MF-SIZE
           MOVE CK-CH-SIZE         TO W-CH-SIZE
           .
       SUB-1060-EXIT.
           EXIT.
      /
       SUB-1070-TRIM-OUTPUTS.
      *----------------------

      **** Whatever the interrupted run wrote after its last
      **** checkpoint is dropped; this run writes it again, once.

           MOVE 'Data\NAMEADDR.MailLabels.dat'
                                   TO FT-PATH
           MOVE W-LB-SIZE          TO FT-SIZE
           PERFORM SUB-1075-TRIM-ONE-OUTPUT THRU SUB-1075-EXIT

           MOVE 'Data\NAMEADDR.MailManifest.dat'
                                   TO FT-PATH
           MOVE W-MF-SIZE          TO FT-SIZE
           PERFORM SUB-1075-TRIM-ONE-OUTPUT THRU SUB-1075-EXIT

           MOVE 'Data\NAMEADDR.CorrHist.dat'
                                   TO FT-PATH
           MOVE W-CH-SIZE          TO FT-SIZE
           PERFORM SUB-1075-TRIM-ONE-OUTPUT THRU SUB-1075-EXIT

      **** The sort input is rebuilt from the top, so every hold and
      **** release the interrupted run logged is made again - the
      **** log goes back to its size when that run started.

           MOVE 'Data\NAMEADDR.DisasterHold.dat'
                                   TO FT-PATH
           MOVE W-DH-SIZE          TO FT-SIZE
           PERFORM SUB-1075-TRIM-ONE-OUTPUT THRU SUB-1075-EXIT
           .
       SUB-1070-EXIT.
           EXIT.
      /
       SUB-1075-TRIM-ONE-OUTPUT.
      *-------------------------

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-1075-EXIT
           END-IF

           SET  FT-FUNC-TRIM       TO TRUE
           CALL 'FILETRIM' USING W-FT-CONTROL

           IF      NOT FT-RESPONSE-GOOD
               DISPLAY W-ERROR-MSG
                       'Unable to cut '
                       FUNCTION TRIM(FT-PATH)
                       ' back to its checkpointed size (response '
                       FT-RESPONSE-SW
                       ')'
               MOVE 13             TO W-RETURN-CODE
               GO TO SUB-1075-EXIT
           END-IF

           IF      FT-BYTES-DROPPED > 0
               DISPLAY 'Cut back '
                       FUNCTION TRIM(FT-PATH)
                       ' by '
                       FT-BYTES-DROPPED
                       ' bytes written after the checkpoint'
           END-IF
           .
       SUB-1075-EXIT.
           EXIT.
      /
       SUB-1080-GET-LABEL-CHARSET.
      *---------------------------

      **** The character set the label printer takes, from the
      **** registry; otherwise the set we hold.

           MOVE SPACES             TO UE-CHARSET
           MOVE SPACE              TO UE-SUBSTITUTE-CHAR

           SET  PG-FUNC-GET        TO TRUE
           MOVE 'NAMADDPST'        TO PG-PROGRAM-NAME
           MOVE 'LABEL-CHARSET'    TO PG-PARM-NAME
           MOVE SPACES             TO PG-AS-OF-DATE

           CALL 'PARMREG' USING W-PG-CONTROL

           IF      PG-RESPONSE-FILE-ERROR
               DISPLAY W-ERROR-MSG
                       'Parameter registry unreadable - using the '
                       'default label character set'
               GO TO SUB-1080-EXIT
           END-IF

           IF      PG-NOT-FOUND
               GO TO SUB-1080-EXIT
           END-IF

           MOVE FUNCTION UPPER-CASE(PG-VALUE)
                                   TO UE-CHARSET

           IF      UE-CHARSET-VALID
               DISPLAY 'Label character set: '
                       UE-CHARSET
                       ' (registry, in force since '
                       PG-EFFECTIVE-DATE
                       ')'
           ELSE
               DISPLAY W-ERROR-MSG
                       'Registry LABEL-CHARSET '
                       FUNCTION TRIM(PG-VALUE)
                       ' is not usable - using the default'
               MOVE SPACES         TO UE-CHARSET
           END-IF
           .
       SUB-1080-EXIT.
           EXIT.
      /
       SUB-1600-START-CHECKPOINTS.
      *---------------------------

      **** The labels and manifest have just been opened empty; the
      **** history file is sized before this run adds to it.

           MOVE 0                  TO W-LB-SIZE
                                      W-MF-SIZE

           SET  FT-FUNC-SIZE       TO TRUE
           MOVE 'Data\NAMEADDR.CorrHist.dat'
                                   TO FT-PATH
           CALL 'FILETRIM' USING W-FT-CONTROL
           MOVE FT-SIZE            TO W-CH-SIZE

           MOVE 'Data\NAMEADDR.DisasterHold.dat'
                                   TO FT-PATH
           CALL 'FILETRIM' USING W-FT-CONTROL
           MOVE FT-SIZE            TO W-DH-SIZE

           OPEN OUTPUT NAMADDCK

           IF      NOT W-CK-FILE-STATUS-GOOD
               MOVE W-CK-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-CK-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDCK'
               MOVE 11             TO W-RETURN-CODE
               GO TO SUB-1600-EXIT
           END-IF

           MOVE SPACES             TO NAMADDCK-REC
           SET  CK-HEADER          TO TRUE
           MOVE RI-RUN-ID          TO CK-RUN-ID
           MOVE W-LB-SIZE          TO CK-LB-SIZE
           MOVE W-MF-SIZE          TO CK-MF-SIZE
           MOVE W-CH-SIZE          TO CK-CH-SIZE
           MOVE W-TODAY            TO CK-TODAY
           MOVE W-DH-SIZE          TO CK-DH-SIZE
           PERFORM SUB-9930-WRITE-NAMADDCK THRU SUB-9930-EXIT

           CLOSE NAMADDCK
           .
       SUB-1600-EXIT.
           EXIT.
      /
       SUB-1650-SIZE-OUTPUTS.
      *----------------------

           SET  FT-FUNC-SIZE       TO TRUE

           MOVE 'Data\NAMEADDR.MailLabels.dat'
                                   TO FT-PATH
           CALL 'FILETRIM' USING W-FT-CONTROL
           MOVE FT-SIZE            TO W-LB-SIZE

           MOVE 'Data\NAMEADDR.MailManifest.dat'
                                   TO FT-PATH
           CALL 'FILETRIM' USING W-FT-CONTROL
           MOVE FT-SIZE            TO W-MF-SIZE

           MOVE 'Data\NAMEADDR.CorrHist.dat'
                                   TO FT-PATH
           CALL 'FILETRIM' USING W-FT-CONTROL
           MOVE FT-SIZE            TO W-CH-SIZE
           .
       SUB-1650-EXIT.
           EXIT.
      /
       SUB-2000-RELEASE-PIECES.
      *------------------------
               MOVE RP-REP-CITY    TO SR-CITY
               MOVE RP-REP-STATE   TO SR-STATE
               MOVE 'R'            TO SR-ROUTED-SW
           ELSE
               SET  TA-FUNC-QUERY  TO TRUE
               MOVE NA-TAXID       TO TA-TAXID
               MOVE W-TODAY        TO TA-AS-OF-DATE
               CALL 'TMPADDR' USING W-TA-CONTROL

               IF      TA-ACTIVE
                   MOVE TA-ZIP-CODE
                                   TO SR-ZIP-CODE
                   MOVE TA-STREET  TO SR-STREET
                   MOVE TA-CITY    TO SR-CITY
                   MOVE TA-STATE   TO SR-STATE
                   MOVE 'T'        TO SR-ROUTED-SW
               END-IF
           END-IF

           IF      SR-STREET = SPACES
               GO TO SUB-2100-EXIT
           END-IF

           PERFORM SUB-2200-CHECK-DISASTER-HOLD THRU SUB-2200-EXIT

           IF      DS-FUNC-HOLD
               OR  W-RETURN-CODE NOT = 0
               GO TO SUB-2100-EXIT
           END-IF

           EVALUATE SR-ROUTED-SW
               WHEN 'R'
                   ADD  1          TO W-REP-ROUTED
               WHEN 'T'
                   ADD  1          TO W-TEMP-ROUTED
           END-EVALUATE

           MOVE NA-TAXID           TO SR-TAXID
           MOVE SPACES             TO SR-NAME-LINE

           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-CHECK-DISASTER-HOLD.
      *-----------------------------

      **** A piece for an address in a declared disaster area stays
      **** out of the mailing until the declaration ends (DS-FUNCTION
      **** is left 'H'); the first run after that sends it and logs
      **** the release.

           MOVE SPACES             TO DS-CAMPAIGN
                                      DS-TEMPLATE-PATH
           MOVE 'PST'              TO DS-SOURCE
           MOVE NA-TAXID           TO DS-TAXID
           MOVE W-TODAY            TO DS-DATE
           MOVE RI-RUN-ID          TO DS-RUN-ID

           SET  PR-FUNC-DEFERRAL   TO TRUE
           MOVE SR-ZIP-CODE        TO PR-ZIP-CODE
           MOVE W-TODAY            TO PR-AS-OF-DATE
           CALL 'NAMPREF' USING W-PR-CONTROL

           IF      PR-DEFERRED
               SET  DS-FUNC-HOLD   TO TRUE
               MOVE PR-DISASTER-ID TO DS-DISASTER-ID
               MOVE SR-ZIP-CODE    TO DS-ZIP-CODE
               CALL 'DSTHOLD' USING W-DS-CONTROL

               IF      NOT DS-RESPONSE-GOOD
                   GO TO SUB-2200-HOLD-LOG-ERROR
               END-IF

               ADD  1              TO W-PIECES-HELD
               GO TO SUB-2200-EXIT
           END-IF

           SET  DS-FUNC-QUERY      TO TRUE
           CALL 'DSTHOLD' USING W-DS-CONTROL

           IF      NOT DS-RESPONSE-GOOD
               GO TO SUB-2200-HOLD-LOG-ERROR
           END-IF

           IF      DS-NOT-FOUND
               GO TO SUB-2200-EXIT
           END-IF

           SET  DS-FUNC-RELEASE    TO TRUE
           CALL 'DSTHOLD' USING W-DS-CONTROL

           IF      NOT DS-RESPONSE-GOOD
               GO TO SUB-2200-HOLD-LOG-ERROR
           END-IF

           ADD  1                  TO W-PIECES-UNHELD
           GO TO SUB-2200-EXIT
           .
       SUB-2200-HOLD-LOG-ERROR.

           DISPLAY W-ERROR-MSG
                   'Disaster-hold log not updated for TAXID '
                   NA-TAXID
                   ' (response '
                   DS-RESPONSE-SW
                   ')'
           MOVE 47                 TO W-RETURN-CODE
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-4000-WRITE-PRESORTED.
      *-------------------------

      **** A restart rebuilds the sort from the same file as of the
      **** same date; a different piece count means the file has
      **** changed since and the checkpoint no longer fits it.

           IF      W-RESTARTING
               AND W-CK-POINTS > 0
               AND W-PIECES-RELEASED NOT = W-CK-PIECES-RELEASED
               DISPLAY W-ERROR-MSG
                       'NAMADDIX has changed since the interrupted '
                       'run - '
                       W-PIECES-RELEASED
                       ' pieces sorted, '
                       W-CK-PIECES-RELEASED
                       ' at the checkpoint'
               MOVE 18             TO W-RETURN-CODE
               GO TO SUB-4000-EXIT
           END-IF

           PERFORM SUB-4100-RETURN-ONE-PIECE THRU SUB-4100-EXIT
               UNTIL W-SORT-EOF
               OR    W-RETURN-CODE NOT = 0
                   GO TO SUB-4100-EXIT
           END-RETURN

           IF      W-CK-PIECES-PASSED < W-CK-PIECES-LABELLED
               PERFORM SUB-4150-PASS-LABELLED-PIECE THRU
                       SUB-4150-EXIT
               GO TO SUB-4100-EXIT
           END-IF

           IF      SR-ZIP-CODE(1 : 3) NOT = W-CURRENT-ZIP3
               IF      W-PACKAGE-PIECES > 0
                   PERFORM SUB-4300-CLOSE-PACKAGE THRU SUB-4300-EXIT
           ADD  1                  TO W-PIECES-LABELLED

           PERFORM SUB-4250-WRITE-HISTORY-LINE THRU SUB-4250-EXIT

           IF      W-RETURN-CODE = 0
               DIVIDE W-PIECES-LABELLED
                                   BY W-CHECKPOINT-INTERVAL
                               GIVING W-CK-QUOTIENT
                            REMAINDER W-CK-REMAINDER

               IF      W-CK-REMAINDER = 0
                   PERFORM SUB-4700-TAKE-CHECKPOINT THRU
                           SUB-4700-EXIT
               END-IF
           END-IF
           .
       SUB-4100-EXIT.
           EXIT.
      /
       SUB-4150-PASS-LABELLED-PIECE.
      *-----------------------------

      **** The interrupted run labelled this piece before its last
      **** checkpoint; the last one passed over must be the piece
      **** the checkpoint recorded.

           ADD  1                  TO W-CK-PIECES-PASSED

           IF      W-CK-PIECES-PASSED = W-CK-PIECES-LABELLED
               AND SR-TAXID NOT = W-CK-LAST-TAXID
               DISPLAY W-ERROR-MSG
                       'Piece '
                       W-CK-PIECES-PASSED
                       ' is TAXID '
                       SR-TAXID
                       ', the checkpoint has '
                       W-CK-LAST-TAXID
                       ' - NAMADDIX has changed since the '
                       'interrupted run'
               MOVE 18             TO W-RETURN-CODE
           END-IF
           .
       SUB-4150-EXIT.
           EXIT.
      /
       SUB-4200-WRITE-LABEL.
      *---------------------

           SET  IM-FUNC-NEXT       TO TRUE
           MOVE SR-ZIP-CODE        TO IM-ZIP
           CALL 'IMBENC' USING W-IM-CONTROL

           MOVE SR-NAME-LINE       TO NAMADDLB-REC
           PERFORM SUB-9800-WRITE-NAMADDLB THRU SUB-9800-EXIT

           END-STRING
           PERFORM SUB-9800-WRITE-NAMADDLB THRU SUB-9800-EXIT

           IF      IM-RESPONSE-GOOD
               MOVE IM-BARS        TO NAMADDLB-REC
               PERFORM SUB-9800-WRITE-NAMADDLB THRU SUB-9800-EXIT
               ADD  1              TO W-PIECES-BARCODED
           END-IF

           MOVE SPACES             TO NAMADDLB-REC
           PERFORM SUB-9800-WRITE-NAMADDLB THRU SUB-9800-EXIT
           .
           SET  CH-CHANNEL-PRESORT TO TRUE
           MOVE 'PRESORT'          TO CH-TEMPLATE
           MOVE RI-RUN-ID          TO CH-RUN-ID
           MOVE IM-SERIAL          TO CH-IMB-SERIAL

           IF      SR-ROUTED-SW = 'R'
               SET  CH-ROUTED-TO-REP
                                   TO TRUE
           END-IF

           IF      SR-ROUTED-SW = 'T'
               SET  CH-ROUTED-TO-TEMP
                                   TO TRUE
           END-IF

           WRITE NAMADDCH-REC

           IF      NOT W-CH-FILE-STATUS-GOOD
                                   TO W-MF-LINE
           PERFORM SUB-9900-WRITE-NAMADDMF THRU SUB-9900-EXIT

           MOVE SPACES             TO W-MF-LINE
           STRING ' RUN ID:           '
                                   DELIMITED BY SIZE
                  RI-RUN-ID        DELIMITED BY SIZE
             INTO W-MF-LINE
           END-STRING
           PERFORM SUB-9900-WRITE-NAMADDMF THRU SUB-9900-EXIT

           MOVE SPACES             TO W-MF-LINE
           MOVE W-PIECES-LABELLED  TO W-DISP-NUM
           STRING ' TOTAL PIECES:     '
           END-STRING
           PERFORM SUB-9900-WRITE-NAMADDMF THRU SUB-9900-EXIT

           MOVE SPACES             TO W-MF-LINE
           MOVE W-PIECES-BARCODED  TO W-DISP-NUM
           STRING ' IMB BARCODED:     '
                                   DELIMITED BY SIZE
                  W-DISP-NUM       DELIMITED BY SIZE
             INTO W-MF-LINE
           END-STRING
           PERFORM SUB-9900-WRITE-NAMADDMF THRU SUB-9900-EXIT

           MOVE SPACES             TO W-MF-LINE
           MOVE W-TRAY-COUNT       TO W-DISP-NUM
           STRING ' TOTAL TRAYS:      '
           .
       SUB-4500-EXIT.
           EXIT.
      /
       SUB-4700-TAKE-CHECKPOINT.
      *-------------------------

      **** Closing the outputs puts everything written so far on
      **** disk, so the sizes taken are exactly what a restart
      **** keeps.

           CLOSE NAMADDLB
                 NAMADDMF
                 NAMADDCH

           PERFORM SUB-1650-SIZE-OUTPUTS THRU SUB-1650-EXIT

           OPEN EXTEND NAMADDLB

           IF      W-LB-FILE-STATUS-GOOD
               OPEN EXTEND NAMADDMF
           END-IF

           IF      W-LB-FILE-STATUS-GOOD
               AND W-MF-FILE-STATUS-GOOD
               OPEN EXTEND NAMADDCH
           END-IF

           IF      NOT W-LB-FILE-STATUS-GOOD
               OR  NOT W-MF-FILE-STATUS-GOOD
               OR  NOT W-CH-FILE-STATUS-GOOD
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-LB-FILE-STATUS '/'
                       W-MF-FILE-STATUS '/'
                       W-CH-FILE-STATUS
                       ' reopening NAMADDLB/MF/CH after a checkpoint'
               MOVE 46             TO W-RETURN-CODE
               GO TO SUB-4700-EXIT
           END-IF

           MOVE SPACES             TO NAMADDCK-REC
           SET  CK-POINT           TO TRUE
           MOVE RI-RUN-ID          TO CK-RUN-ID
           MOVE W-LB-SIZE          TO CK-LB-SIZE
           MOVE W-MF-SIZE          TO CK-MF-SIZE
           MOVE W-CH-SIZE          TO CK-CH-SIZE
           MOVE SR-TAXID           TO CK-LAST-TAXID
           MOVE W-CURRENT-ZIP5     TO CK-CURRENT-ZIP5
           MOVE W-CURRENT-ZIP3     TO CK-CURRENT-ZIP3
           MOVE W-PIECES-RELEASED  TO CK-PIECES-RELEASED
           MOVE W-PIECES-LABELLED  TO CK-PIECES-LABELLED
           MOVE W-PIECES-BARCODED  TO CK-PIECES-BARCODED
           MOVE W-PACKAGE-PIECES   TO CK-PACKAGE-PIECES
           MOVE W-TRAY-PIECES      TO CK-TRAY-PIECES
           MOVE W-PACKAGE-COUNT    TO CK-PACKAGE-COUNT
           MOVE W-TRAY-COUNT       TO CK-TRAY-COUNT
           MOVE W-PIECES-5DIGIT    TO CK-PIECES-5DIGIT
           MOVE W-PIECES-MIXED     TO CK-PIECES-MIXED
           MOVE W-UNCARRIED        TO CK-UNCARRIED

           PERFORM SUB-4790-APPEND-CHECKPOINT-LINE THRU SUB-4790-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-4700-EXIT
           END-IF

           ADD  1                  TO W-CK-POINTS

           MOVE W-PIECES-LABELLED  TO W-DISP-NUM
           DISPLAY 'Checkpoint written at piece '
                   W-DISP-NUM
           .
       SUB-4700-EXIT.
           EXIT.
      /
       SUB-4790-APPEND-CHECKPOINT-LINE.
      *--------------------------------

           OPEN EXTEND NAMADDCK

           IF      NOT W-CK-FILE-STATUS-GOOD
               MOVE W-CK-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-CK-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDCK'
               MOVE 45             TO W-RETURN-CODE
               GO TO SUB-4790-EXIT
           END-IF

           PERFORM SUB-9930-WRITE-NAMADDCK THRU SUB-9930-EXIT

           CLOSE NAMADDCK
           .
       SUB-4790-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------
                 NAMADDMF
                 NAMADDCH

      **** A run that finished cleanly is marked so, and can no
      **** longer be restarted.

           IF      W-RETURN-CODE = 0
               PERFORM SUB-1650-SIZE-OUTPUTS THRU SUB-1650-EXIT

               MOVE SPACES         TO NAMADDCK-REC
               SET  CK-END         TO TRUE
               MOVE RI-RUN-ID      TO CK-RUN-ID
               MOVE W-LB-SIZE      TO CK-LB-SIZE
               MOVE W-MF-SIZE      TO CK-MF-SIZE
               MOVE W-CH-SIZE      TO CK-CH-SIZE
               PERFORM SUB-4790-APPEND-CHECKPOINT-LINE THRU
                       SUB-4790-EXIT
           END-IF

           IF      W-RESTARTING
               DISPLAY 'Checkpoint restart of run '
                       RI-RUN-ID
           END-IF

           MOVE W-NAMADDIX-RECS    TO W-DISP-NUM
           DISPLAY 'NAMADDIX records read:  '
                   W-DISP-NUM
           DISPLAY 'Mail pieces labelled:   '
                   W-DISP-NUM

           MOVE W-PIECES-BARCODED  TO W-DISP-NUM
           DISPLAY 'Pieces with IMb:        '
                   W-DISP-NUM

           MOVE W-PIECES-SKIPPED   TO W-DISP-NUM
           DISPLAY 'Pieces skipped (no street): '
                   W-DISP-NUM

           MOVE W-UNCARRIED        TO W-DISP-NUM
           DISPLAY 'Label chars not carried:    '
                   W-DISP-NUM

           MOVE W-PREF-SUPPRESSED  TO W-DISP-NUM
           DISPLAY 'Do-not-mail suppressed:     '
                   W-DISP-NUM
           DISPLAY 'Routed to representative:   '
                   W-DISP-NUM

           MOVE W-TEMP-ROUTED      TO W-DISP-NUM
           DISPLAY 'Sent to temporary address:  '
                   W-DISP-NUM

           MOVE W-DECEASED-SKIPPED TO W-DISP-NUM
           DISPLAY 'Deceased suppressed:        '
                   W-DISP-NUM

           MOVE W-PIECES-HELD      TO W-DISP-NUM
           DISPLAY 'Held, disaster area:        '
                   W-DISP-NUM

           MOVE W-PIECES-UNHELD    TO W-DISP-NUM
           DISPLAY 'Released from hold:         '
                   W-DISP-NUM

           MOVE W-TRAY-COUNT       TO W-DISP-NUM
           DISPLAY 'Trays:                  '
                   W-DISP-NUM
       SUB-9800-WRITE-NAMADDLB.
      *------------------------

      **** The label line re-encoded for the printer; the output
      **** record is twice the width so two-byte characters never
      **** push the end of the line off.

           MOVE NAMADDLB-REC       TO W-ENC-IN
           MOVE LENGTH OF W-ENC-IN TO UE-RECORD-LEN-IN

           CALL 'UTF8ENC' USING W-UE-CONTROL
                                W-ENC-IN
                                NAMADDLB-ENC-REC

           ADD  UE-UNCARRIED-CNT   TO W-UNCARRIED

           WRITE NAMADDLB-ENC-REC

           IF      NOT W-LB-FILE-STATUS-GOOD
               MOVE W-LB-FILE-STATUS TO FS-STATUS-CODE
           .
       SUB-9900-EXIT.
           EXIT.
      /
       SUB-9930-WRITE-NAMADDCK.
      *------------------------

           WRITE NAMADDCK-REC

           IF      NOT W-CK-FILE-STATUS-GOOD
               MOVE W-CK-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-CK-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing NAMADDCK'
               MOVE 45             TO W-RETURN-CODE
           END-IF
           .
       SUB-9930-EXIT.
           EXIT.
