      *                      image, again preserving record count
      *                      and keeping each line's timestamp and
      *                      transaction code;
      *                  NAMEADDR.AuditIdx.dat - every audit index
      *                      entry under the TAXID is removed;
      *                  backups - every generation listed in the
      *                      backup catalog is opened read-only and
      *                      probed for the TAXID, and the
      *                      the NAMADDIX_PATH/NAMADDRL_PATH
      *                      overrides, so the run can work a
      *                      named county's files
      * 2026-09-14  0.4      Log every run - operator, arguments,
      *                      ticket reference and outcome - to the
      *                      privileged-operation log through PRIVLOG
      * 2026-09-14  0.5      Purge the TAXID's entries from the audit
      *                      index (AUDIDX) - the stored images would
      *                      otherwise keep the person - and count
      *                      them on the certificate
      *================================================================*

       IDENTIFICATION DIVISION.
       01  W-RL-DELETED            PIC 9(01)  COMP VALUE 0.
       01  W-HS-TOMBSTONED         PIC 9(09)  COMP VALUE 0.
       01  W-AU-TOMBSTONED         PIC 9(09)  COMP VALUE 0.
       01  W-AX-PURGED             PIC 9(09)  COMP VALUE 0.
       01  W-BK-CHECKED            PIC 9(04)  COMP VALUE 0.
       01  W-BK-CONTAINING         PIC 9(04)  COMP VALUE 0.

       01  W-RI-CONTROL.
           COPY RUNIDL.

       01  W-PV-CONTROL.
           COPY PRIVLOGL.

       01  W-LK-CONTROL.
           COPY LOCKMGRL.

       01  W-AI-CONTROL.
           COPY AUDIDXL.

       01  W-AX-INDEX-SW           PIC X(01)       VALUE 'Y'.
           88  W-AX-INDEX-ON-DISK                  VALUE 'Y'.
           88  W-AX-NO-INDEX                       VALUE 'N'.

       01  W-LOCK-HELD-SW          PIC X(01)       VALUE 'N'.
           88  W-LOCK-HELD                         VALUE 'Y'.


       01  W-HS-TOMB-DISP          PIC 9(09).
       01  W-AU-TOMB-DISP          PIC 9(09).
       01  W-AX-PURGED-DISP        PIC 9(09).
       01  W-BK-CHECKED-DISP       PIC 9(04).
       01  W-BK-CONTAIN-DISP       PIC 9(04).

           PERFORM SUB-2100-PURGE-LIVE-FILES THRU SUB-2100-EXIT
           PERFORM SUB-2200-TOMBSTONE-HISTORY THRU SUB-2200-EXIT
           PERFORM SUB-2300-TOMBSTONE-AUDIT THRU SUB-2300-EXIT
           PERFORM SUB-2350-PURGE-AUDIT-INDEX THRU SUB-2350-EXIT
           PERFORM SUB-2400-PROBE-BACKUPS THRU SUB-2400-EXIT
           PERFORM SUB-2500-WRITE-CERTIFICATE THRU SUB-2500-EXIT

           PERFORM SUB-3000-SHUT-DOWN THRU SUB-3000-EXIT
           .
       MAIN-EXIT.
           PERFORM SUB-9700-LOG-PRIVILEGED-OP THRU SUB-9700-EXIT

           MOVE W-RETURN-CODE      TO RETURN-CODE
           STOP RUN.
      /
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2350-PURGE-AUDIT-INDEX.
      *---------------------------

      **** The audit index keeps a copy of every image it points at,
      **** so the person's entries go too - the purge delete image
      **** posted above among them. Run after the tombstone pass so
      **** nothing re-indexes the TAXID behind it.

           SET  AI-FUNC-PURGE      TO TRUE
           MOVE W-TARGET-TAXID     TO AI-TAXID

           CALL 'AUDIDX' USING W-AI-CONTROL

           EVALUATE TRUE
               WHEN AI-RESPONSE-GOOD
                   MOVE AI-ENTRY-COUNT
                                   TO W-AX-PURGED

               WHEN AI-RESPONSE-NO-INDEX
                   SET  W-AX-NO-INDEX
                                   TO TRUE

               WHEN OTHER
                   DISPLAY W-ERROR-MSG
                           'Unable to purge the audit index - '
                           'rebuild it with NAMADDAIX'
                   MOVE 16         TO W-RETURN-CODE
           END-EVALUATE

           SET  AI-FUNC-CLOSE      TO TRUE

           CALL 'AUDIDX' USING W-AI-CONTROL

           MOVE W-AX-PURGED        TO W-AX-PURGED-DISP
           DISPLAY 'Audit index entries removed: '
                   W-AX-PURGED-DISP
           .
       SUB-2350-EXIT.
           EXIT.
      /
       SUB-2400-PROBE-BACKUPS.
      *-----------------------
           END-STRING
           PERFORM SUB-9900-WRITE-CERT-LINE THRU SUB-9900-EXIT

           IF      W-AX-NO-INDEX
               MOVE ' AUDIT INDEX: no index on disk'
                                   TO W-CT-LINE
           ELSE
               MOVE W-AX-PURGED    TO W-AX-PURGED-DISP
               MOVE SPACES         TO W-CT-LINE
               STRING ' AUDIT INDEX: '
                                   DELIMITED BY SIZE
                      W-AX-PURGED-DISP
                                   DELIMITED BY SIZE
                      ' entry(ies) removed'
                                   DELIMITED BY SIZE
                 INTO W-CT-LINE
               END-STRING
           END-IF
           PERFORM SUB-9900-WRITE-CERT-LINE THRU SUB-9900-EXIT

           IF      W-BK-CHECKED = 0
               MOVE ' BACKUPS:  no catalog on disk - backup '
                                   TO W-CT-LINE
           .
       SUB-9450-EXIT.
           EXIT.
      /
       SUB-9700-LOG-PRIVILEGED-OP.
      *---------------------------

      **** Every run is logged, the refused and failed ones too -
      **** the monthly NAMADDPVR review wants the attempts as well.

           MOVE SPACES             TO W-PV-CONTROL
           MOVE 'NAMADDPRG'        TO PV-PROGRAM
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
       SUB-9900-WRITE-CERT-LINE.
      *-------------------------
