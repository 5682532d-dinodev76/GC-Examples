      *
      *                  one (operator, TAXID) pair read more times
      *                  than the repeat threshold (argument 2,
      *                  default 10) - fixating on one record;
      *
      *                  a record shown on the NAMADDSCR form on a
      *                  day the same operator never verified the
      *                  caller for it - a disclosure without
      *                  verification. The caller-verification log
      *                  Data\NAMEADDR.CallerVerify.dat supplies the
      *                  verifications; a day carried only by a
      *                  supervisor override is flagged OVERRIDE
      *                  rather than UNVERIFIED.
      *
      *              Report: Data\NAMEADDR.AccessReview.Rpt.dat -
      *              per-operator totals, then the flagged lines.
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-02  0.1      First release
      * 2026-09-14  0.2      Report records shown on the NAMADDSCR
      *                      form without caller verification,
      *                      matched by operator, TAXID and day
      *                      against Data\NAMEADDR.CallerVerify.dat
      * 2026-09-14  0.3      Report every jurisdiction scope refusal
      *                      from Data\NAMEADDR.ScopeDenied.dat
      *                      (layout NAMADDSD.cpy)
      *================================================================*

       IDENTIFICATION DIVISION.
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-AL-FILE-STATUS.

           SELECT CVLOGF           ASSIGN
                                   "Data\NAMEADDR.CallerVerify.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-CV-FILE-STATUS.

           SELECT SDLOGF           ASSIGN
                                   "Data\NAMEADDR.ScopeDenied.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-SD-FILE-STATUS.

           SELECT REVRPT           ASSIGN
                                   "Data\NAMEADDR.AccessReview.Rpt.dat"
                                   ORGANIZATION LINE SEQUENTIAL
           05  FILLER              PIC X(01).
           05  AL-TAXID            PIC X(12).

       FD  CVLOGF.

       01  CVLOGF-REC.             COPY NAMADDCV.

       FD  SDLOGF.

       01  SDLOGF-REC.             COPY NAMADDSD.

       FD  REVRPT.

       01  REVRPT-REC              PIC X(100).
               10  W-OPR-READS     PIC 9(09)  COMP.
               10  W-OPR-DISTINCT  PIC 9(07)  COMP.

      **** One entry per (operator, TAXID, day) the verification
      **** log shows a verification or an override for.

       01  W-VFY-COUNT             PIC 9(05)  COMP VALUE 0.
       01  W-VFY-MAX               PIC 9(05)  COMP VALUE 20000.

       01  W-VFY-TABLE.
           05  W-VFY-ENTRY                         OCCURS 20000
                                                   INDEXED W-VFY-IX.
               10  W-VFY-OPERATOR  PIC X(08).
               10  W-VFY-TAXID     PIC X(12).
               10  W-VFY-DATE      PIC X(08).
               10  W-VFY-VERIFIED-SW
                                   PIC X(01).
                   88  W-VFY-VERIFIED              VALUE 'Y'.
               10  W-VFY-OVERRIDE-SW
                                   PIC X(01).
                   88  W-VFY-OVERRIDE              VALUE 'Y'.

      **** One entry per (operator, TAXID, day) the form showed a
      **** record on without a verification behind it.

       01  W-DSC-COUNT             PIC 9(05)  COMP VALUE 0.
       01  W-DSC-MAX               PIC 9(05)  COMP VALUE 20000.

       01  W-DSC-TABLE.
           05  W-DSC-ENTRY                         OCCURS 20000
                                                   INDEXED W-DSC-IX.
               10  W-DSC-OPERATOR  PIC X(08).
               10  W-DSC-TAXID     PIC X(12).
               10  W-DSC-DATE      PIC X(08).
               10  W-DSC-READS     PIC 9(07)  COMP.
               10  W-DSC-OVERRIDE-SW
                                   PIC X(01).
                   88  W-DSC-OVERRIDE              VALUE 'Y'.

       01  W-AL-DATE               PIC X(08).
       01  W-OVR-SW                PIC X(01).

       01  W-FOUND-SW              PIC X(01).
           88  W-ENTRY-FOUND                       VALUE 'Y'.
           88  W-ENTRY-NOT-FOUND                   VALUE 'N'.
       01  W-AL-FILE-STATUS        PIC X(02).
           88  W-AL-FILE-STATUS-GOOD               VALUE '00'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-CV-EOF                            VALUE 'Y'.

       01  W-CV-FILE-STATUS        PIC X(02).
           88  W-CV-FILE-STATUS-GOOD               VALUE '00'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-SD-EOF                            VALUE 'Y'.

       01  W-SD-FILE-STATUS        PIC X(02).
           88  W-SD-FILE-STATUS-GOOD               VALUE '00'.

       01  W-RV-FILE-STATUS        PIC X(02).
           88  W-RV-FILE-STATUS-GOOD               VALUE '00'.

               GO TO MAIN-EXIT
           END-IF

           PERFORM SUB-1500-LOAD-VERIFICATIONS THRU SUB-1500-EXIT

           PERFORM SUB-2000-TALLY-ONE-READ THRU SUB-2000-EXIT
               UNTIL W-AL-EOF
               OR    W-RETURN-CODE NOT = 0
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1500-LOAD-VERIFICATIONS.
      *----------------------------

      **** No verification log on disk means no call was ever
      **** verified - every form read is reported.

           OPEN INPUT CVLOGF

           IF      NOT W-CV-FILE-STATUS-GOOD
               DISPLAY 'No caller-verification log on disk - every '
                       'NAMADDSCR read is unverified'
               GO TO SUB-1500-EXIT
           END-IF

           PERFORM UNTIL W-CV-EOF
                   OR    W-RETURN-CODE NOT = 0
               READ CVLOGF
                   AT END
                       SET  W-CV-EOF
                                   TO TRUE
                   NOT AT END
                       IF      CV-OUTCOME-VERIFIED
                           OR  CV-OUTCOME-OVERRIDE
                           PERFORM SUB-1510-NOTE-VERIFICATION THRU
                                   SUB-1510-EXIT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CVLOGF

           MOVE W-VFY-COUNT        TO W-DISP-NUM
           DISPLAY 'Verified operator/TAXID/days: '
                   W-DISP-NUM
           .
       SUB-1500-EXIT.
           EXIT.
      /
       SUB-1510-NOTE-VERIFICATION.
      *---------------------------

           SET  W-ENTRY-NOT-FOUND  TO TRUE
           SET  W-VFY-IX           TO 1

           PERFORM UNTIL W-VFY-IX > W-VFY-COUNT
                   OR    W-ENTRY-FOUND
               IF      W-VFY-OPERATOR(W-VFY-IX) = CV-OPERATOR-ID
                   AND W-VFY-TAXID(W-VFY-IX) = CV-TAXID
                   AND W-VFY-DATE(W-VFY-IX) = CV-TIMESTAMP(1 : 8)
                   SET  W-ENTRY-FOUND
                                   TO TRUE
               ELSE
                   SET  W-VFY-IX   UP BY 1
               END-IF
           END-PERFORM

           IF      W-ENTRY-NOT-FOUND
               IF      W-VFY-COUNT >= W-VFY-MAX
                   DISPLAY W-ERROR-MSG
                           'Verification table full - increase '
                           'W-VFY-MAX'
                   MOVE 20         TO W-RETURN-CODE
                   GO TO SUB-1510-EXIT
               END-IF

               ADD  1              TO W-VFY-COUNT
               SET  W-VFY-IX       TO W-VFY-COUNT
               MOVE CV-OPERATOR-ID TO W-VFY-OPERATOR(W-VFY-IX)
               MOVE CV-TAXID       TO W-VFY-TAXID(W-VFY-IX)
               MOVE CV-TIMESTAMP(1 : 8)
                                   TO W-VFY-DATE(W-VFY-IX)
               MOVE 'N'            TO W-VFY-VERIFIED-SW(W-VFY-IX)
               MOVE 'N'            TO W-VFY-OVERRIDE-SW(W-VFY-IX)
           END-IF

           IF      CV-OUTCOME-VERIFIED
               MOVE 'Y'            TO W-VFY-VERIFIED-SW(W-VFY-IX)
           ELSE
               MOVE 'Y'            TO W-VFY-OVERRIDE-SW(W-VFY-IX)
           END-IF
           .
       SUB-1510-EXIT.
           EXIT.
      /
       SUB-2000-TALLY-ONE-READ.
      *------------------------
               GO TO SUB-2000-EXIT
           END-IF

           IF      AL-PROGRAM = 'NAMADDSCR'
               PERFORM SUB-2100-CHECK-VERIFIED THRU SUB-2100-EXIT
           END-IF

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-2000-EXIT
           END-IF

           SET  W-ENTRY-NOT-FOUND  TO TRUE
           SET  W-PAIR-IX          TO 1

           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-CHECK-VERIFIED.
      *------------------------

      **** A form read is covered when the same operator verified
      **** the caller for that TAXID the same day.

           MOVE AL-TIMESTAMP(1 : 8)
                                   TO W-AL-DATE

           SET  W-ENTRY-NOT-FOUND  TO TRUE
           SET  W-VFY-IX           TO 1

           PERFORM UNTIL W-VFY-IX > W-VFY-COUNT
                   OR    W-ENTRY-FOUND
               IF      W-VFY-OPERATOR(W-VFY-IX) = AL-OPERATOR
                   AND W-VFY-TAXID(W-VFY-IX) = AL-TAXID
                   AND W-VFY-DATE(W-VFY-IX) = W-AL-DATE
                   SET  W-ENTRY-FOUND
                                   TO TRUE
               ELSE
                   SET  W-VFY-IX   UP BY 1
               END-IF
           END-PERFORM

           IF      W-ENTRY-FOUND
               AND W-VFY-VERIFIED(W-VFY-IX)
               GO TO SUB-2100-EXIT
           END-IF

           MOVE 'N'                TO W-OVR-SW

           IF      W-ENTRY-FOUND
               AND W-VFY-OVERRIDE(W-VFY-IX)
               MOVE 'Y'            TO W-OVR-SW
           END-IF

           SET  W-ENTRY-NOT-FOUND  TO TRUE
           SET  W-DSC-IX           TO 1

           PERFORM UNTIL W-DSC-IX > W-DSC-COUNT
                   OR    W-ENTRY-FOUND
               IF      W-DSC-OPERATOR(W-DSC-IX) = AL-OPERATOR
                   AND W-DSC-TAXID(W-DSC-IX) = AL-TAXID
                   AND W-DSC-DATE(W-DSC-IX) = W-AL-DATE
                   SET  W-ENTRY-FOUND
                                   TO TRUE
               ELSE
                   SET  W-DSC-IX   UP BY 1
               END-IF
           END-PERFORM

           IF      W-ENTRY-FOUND
               ADD  1              TO W-DSC-READS(W-DSC-IX)
               GO TO SUB-2100-EXIT
           END-IF

           IF      W-DSC-COUNT >= W-DSC-MAX
               DISPLAY W-ERROR-MSG
                       'Disclosure table full - increase W-DSC-MAX'
               MOVE 20             TO W-RETURN-CODE
               GO TO SUB-2100-EXIT
           END-IF

           ADD  1                  TO W-DSC-COUNT
           SET  W-DSC-IX           TO W-DSC-COUNT
           MOVE AL-OPERATOR        TO W-DSC-OPERATOR(W-DSC-IX)
           MOVE AL-TAXID           TO W-DSC-TAXID(W-DSC-IX)
           MOVE W-AL-DATE          TO W-DSC-DATE(W-DSC-IX)
           MOVE 1                  TO W-DSC-READS(W-DSC-IX)
           MOVE W-OVR-SW           TO W-DSC-OVERRIDE-SW(W-DSC-IX)
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2500-COUNT-BREADTH.
      *-----------------------
               UNTIL W-PAIR-IX > W-PAIR-COUNT
               OR    W-RETURN-CODE NOT = 0

           MOVE SPACES             TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE ' FORM READS WITHOUT CALLER VERIFICATION (NAMADDSCR)'
                                   TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE ' OPERATOR  TAXID         DATE       READS  FLAG'
                                   TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           PERFORM SUB-2930-REPORT-ONE-DISCLOSURE THRU SUB-2930-EXIT
               VARYING W-DSC-IX FROM 1 BY 1
               UNTIL W-DSC-IX > W-DSC-COUNT
               OR    W-RETURN-CODE NOT = 0

           PERFORM SUB-2950-REPORT-SCOPE-DENIALS THRU SUB-2950-EXIT

           CLOSE REVRPT
           .
       SUB-2900-EXIT.
           .
       SUB-2920-EXIT.
           EXIT.
      /
       SUB-2930-REPORT-ONE-DISCLOSURE.
      *-------------------------------

           ADD  1                  TO W-FLAGS-RAISED

           MOVE SPACES             TO W-RPT-LINE
           MOVE W-DSC-OPERATOR(W-DSC-IX)
                                   TO W-RPT-LINE(2 : 8)
           MOVE W-DSC-TAXID(W-DSC-IX)
                                   TO W-RPT-LINE(12 : 12)
           MOVE W-DSC-DATE(W-DSC-IX)
                                   TO W-RPT-LINE(26 : 8)
           MOVE W-DSC-READS(W-DSC-IX)
                                   TO W-DISP-NUM
           MOVE W-DISP-NUM         TO W-RPT-LINE(35 : 7)

           IF      W-DSC-OVERRIDE(W-DSC-IX)
               MOVE 'OVERRIDE'     TO W-RPT-LINE(44 : 8)
           ELSE
               MOVE 'UNVERIFIED'   TO W-RPT-LINE(44 : 10)
           END-IF

           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT
           .
       SUB-2930-EXIT.
           EXIT.
      /
       SUB-2950-REPORT-SCOPE-DENIALS.
      *------------------------------

      **** No refusal log on disk means nothing was ever refused.

           MOVE SPACES             TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE ' JURISDICTION SCOPE REFUSALS (JURAUTH)'
                                   TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE ' TIMESTAMP      PROGRAM   K PRINCIPL JUR A TAXID'
                                   TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           OPEN INPUT SDLOGF

           IF      NOT W-SD-FILE-STATUS-GOOD
               MOVE ' (none)'      TO W-RPT-LINE
               PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT
               GO TO SUB-2950-EXIT
           END-IF

           PERFORM UNTIL W-SD-EOF
                   OR    W-RETURN-CODE NOT = 0
               READ SDLOGF
                   AT END
                       SET  W-SD-EOF
                                   TO TRUE
                   NOT AT END
                       ADD  1      TO W-FLAGS-RAISED
                       MOVE SPACES TO W-RPT-LINE
                       MOVE SDLOGF-REC
                                   TO W-RPT-LINE(2 : )
                       PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT
               END-READ
           END-PERFORM

           CLOSE SDLOGF
           .
       SUB-2950-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------
