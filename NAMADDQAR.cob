      *========================== NAMADDQAR ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Second-clerk console over the post-apply quality
      *              sample Data\NAMEADDR.QASample.dat that NAMADDQAS
      *              draws. Each item still awaiting a verdict is
      *              shown with its operator, source, TAXID and the
      *              before and after images, then the checker
      *              enters C (keyed correctly), E (keyed in error -
      *              an error category and a reason are then
      *              prompted), S to skip the item for now or X to
      *              exit.
      *
      *              The checker is the OPERATOR_ID environment
      *              value, which must be set. Items keyed by the
      *              checker are not offered - nobody checks their
      *              own work. Verdicts are appended to
      *              Data\NAMEADDR.QAVerdict.dat (NAMADDQV.cpy);
      *              the sample file itself is never rewritten.
      *
      *              Error categories: NM name, AD address, ML
      *              mailing address, CT contact, ST status, OT
      *              other.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 NAMADDQAR.

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
           SELECT NAMADDQS         ASSIGN "Data\NAMEADDR.QASample.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-QS-FILE-STATUS.

           SELECT NAMADDQV         ASSIGN
                                   "Data\NAMEADDR.QAVerdict.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-QV-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  NAMADDQS.

       01  NAMADDQS-REC.           COPY NAMADDQS.

       FD  NAMADDQV.

       01  NAMADDQV-REC.           COPY NAMADDQV.
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-RETURN-CODE           PIC S9(04) COMP VALUE 0.
       01  W-REVIEWER-ID           PIC X(08).
       01  W-OFFERED-COUNT         PIC 9(05)  COMP VALUE 0.
       01  W-CORRECT-COUNT         PIC 9(05)  COMP VALUE 0.
       01  W-ERROR-COUNT           PIC 9(05)  COMP VALUE 0.
       01  W-SKIPPED-COUNT         PIC 9(05)  COMP VALUE 0.
       01  W-OWN-COUNT             PIC 9(05)  COMP VALUE 0.

      **** Keys of the items that already have a verdict.

       01  W-DONE-COUNT            PIC 9(05)  COMP VALUE 0.
       01  W-DONE-MAX              PIC 9(05)  COMP VALUE 20000.

       01  W-DONE-TABLE.
           05  W-DONE-KEY          PIC X(13)       OCCURS 20000
                                                   INDEXED W-DONE-IX.

       01  W-COMMAND               PIC X(05).
           88  W-COMMAND-CORRECT                   VALUE 'C' 'c'.
           88  W-COMMAND-ERROR                     VALUE 'E' 'e'.
           88  W-COMMAND-SKIP                      VALUE 'S' 's'.
           88  W-COMMAND-EXIT                      VALUE 'X' 'x'.

       01  W-CATEGORY              PIC X(02).
       01  W-REASON                PIC X(40).

       01  W-ITEM-DONE-SW          PIC X(01).
           88  W-ITEM-DONE                         VALUE 'Y'.
           88  W-ITEM-NOT-DONE                     VALUE 'N'.

       01  W-IMG.                  COPY NAMEADDR
                                       REPLACING ==05== BY ==07==
                                                 ==10== BY ==12==.

       01  W-IMG-LABEL             PIC X(08).

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-QS-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-QV-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-QUIT                              VALUE 'Y'.

       01  W-QS-FILE-STATUS        PIC X(02).
           88  W-QS-FILE-STATUS-GOOD               VALUE '00'.

       01  W-QV-FILE-STATUS        PIC X(02).
           88  W-QV-FILE-STATUS-GOOD               VALUE '00'.

       01  W-ERROR-MSG             PIC X(22)       VALUE
           '**** NAMADDQAR error: '.

       01  W-FS-CONTROL.
           COPY FILESTATL.

       01  W-COMPILED-DATE.
           05  W-COMPILED-DATE-YYYY
                                   PIC X(04).
           05  W-COMPILED-DATE-MM  PIC X(02).
           05  W-COMPILED-DATE-DD  PIC X(02).
           05  W-COMPILED-TIME-HH  PIC X(02).
           05  W-COMPILED-TIME-MM  PIC X(02).
           05  W-COMPILED-TIME-SS  PIC X(02).
           05  FILLER              PIC X(07).
      /
       PROCEDURE DIVISION.
      *===================

       MAIN.
      *-----

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO MAIN-EXIT
           END-IF

           PERFORM SUB-2000-REVIEW-ONE THRU SUB-2000-EXIT
               UNTIL W-QS-EOF
               OR    W-QUIT
               OR    W-RETURN-CODE NOT = 0

           PERFORM SUB-3000-SHUT-DOWN THRU SUB-3000-EXIT
           .
       MAIN-EXIT.
           MOVE W-RETURN-CODE      TO RETURN-CODE
           STOP RUN.
      /
       SUB-1000-START-UP.
      *------------------

           MOVE FUNCTION WHEN-COMPILED
                                   TO W-COMPILED-DATE

           DISPLAY 'NAMADDQAR compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

      **** The verdict is only worth having if the checker is known
      **** and is not the clerk who keyed the item.

           DISPLAY 'OPERATOR_ID'   UPON ENVIRONMENT-NAME
           ACCEPT W-REVIEWER-ID    FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES     TO W-REVIEWER-ID
           END-ACCEPT

           IF      W-REVIEWER-ID = SPACES
               DISPLAY W-ERROR-MSG
                       'OPERATOR_ID must be set to record verdicts'
               MOVE 8              TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1100-LOAD-VERDICTS THRU SUB-1100-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           OPEN INPUT NAMADDQS

           IF      NOT W-QS-FILE-STATUS-GOOD
               DISPLAY 'No quality sample on disk - nothing to review'
               MOVE 4              TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           OPEN EXTEND NAMADDQV

           IF      NOT W-QV-FILE-STATUS-GOOD
               OPEN OUTPUT NAMADDQV
           END-IF

           IF      NOT W-QV-FILE-STATUS-GOOD
               MOVE W-QV-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-QV-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDQV'
               MOVE 20             TO W-RETURN-CODE
               CLOSE NAMADDQS
               GO TO SUB-1000-EXIT
           END-IF

           DISPLAY 'Checker: '
                   W-REVIEWER-ID
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-VERDICTS.
      *-----------------------

           OPEN INPUT NAMADDQV

           IF      NOT W-QV-FILE-STATUS-GOOD
               GO TO SUB-1100-EXIT
           END-IF

           PERFORM UNTIL W-QV-EOF
               READ NAMADDQV
                   AT END
                       SET  W-QV-EOF
                                   TO TRUE
               END-READ

               IF      NOT W-QV-EOF
                   IF      W-DONE-COUNT < W-DONE-MAX
                       ADD  1      TO W-DONE-COUNT
                       MOVE QV-SAMPLE-KEY
                                   TO W-DONE-KEY(W-DONE-COUNT)
                   ELSE
                       DISPLAY W-ERROR-MSG
                               'Verdict table full at '
                               W-DONE-MAX
                       MOVE 12     TO W-RETURN-CODE
                       SET  W-QV-EOF
                                   TO TRUE
                   END-IF
               END-IF
           END-PERFORM

           CLOSE NAMADDQV
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-2000-REVIEW-ONE.
      *--------------------

           READ NAMADDQS
               AT END
                   SET  W-QS-EOF   TO TRUE
                   GO TO SUB-2000-EXIT
           END-READ

           SET  W-ITEM-NOT-DONE    TO TRUE
           SET  W-DONE-IX          TO 1

           SEARCH W-DONE-KEY
               AT END
                   CONTINUE
               WHEN W-DONE-IX > W-DONE-COUNT
                   CONTINUE
               WHEN W-DONE-KEY(W-DONE-IX) = QS-SAMPLE-KEY
                   SET  W-ITEM-DONE
                                   TO TRUE
           END-SEARCH

           IF      W-ITEM-DONE
               GO TO SUB-2000-EXIT
           END-IF

           IF      QS-OPERATOR-ID = W-REVIEWER-ID
               ADD  1              TO W-OWN-COUNT
               GO TO SUB-2000-EXIT
           END-IF

           ADD  1                  TO W-OFFERED-COUNT

           PERFORM SUB-2100-SHOW-ITEM THRU SUB-2100-EXIT

           MOVE SPACES             TO W-COMMAND

           PERFORM UNTIL W-COMMAND-CORRECT
                   OR    W-COMMAND-ERROR
                   OR    W-COMMAND-SKIP
                   OR    W-COMMAND-EXIT
               DISPLAY 'C correct, E in error, S skip, X exit: '
                   NO ADVANCING
               ACCEPT W-COMMAND
           END-PERFORM

           EVALUATE TRUE
               WHEN W-COMMAND-CORRECT
                   MOVE SPACES     TO W-CATEGORY
                                      W-REASON
                   PERFORM SUB-2500-RECORD-VERDICT THRU SUB-2500-EXIT
                   ADD  1          TO W-CORRECT-COUNT

               WHEN W-COMMAND-ERROR
                   PERFORM SUB-2200-GET-ERROR-DETAIL THRU
                           SUB-2200-EXIT
                   PERFORM SUB-2500-RECORD-VERDICT THRU SUB-2500-EXIT
                   ADD  1          TO W-ERROR-COUNT

               WHEN W-COMMAND-SKIP
                   ADD  1          TO W-SKIPPED-COUNT

               WHEN OTHER
                   SET  W-QUIT     TO TRUE
           END-EVALUATE
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-SHOW-ITEM.
      *-------------------

           DISPLAY ' '
           DISPLAY 'ITEM '
                   QS-SAMPLE-DATE '-' QS-SAMPLE-SEQ
                   '  OPERATOR ' QS-OPERATOR-ID
                   '  SOURCE ' QS-SOURCE-SYSTEM
                   '  RUN ' QS-RUN-ID
           DISPLAY '     TAXID ' QS-TAXID
                   '  TRANS ' QS-TRANS-CODE

           IF      QS-IMAGES-MISSING
               DISPLAY '     (no audit images were found - check '
                       'the record on file)'
               GO TO SUB-2100-EXIT
           END-IF

           IF      QS-TRANS-CODE NOT = 'A'
               MOVE QS-OLD-IMAGE   TO W-IMG
               MOVE 'BEFORE'       TO W-IMG-LABEL
               PERFORM SUB-2150-SHOW-IMAGE THRU SUB-2150-EXIT
           END-IF

           IF      QS-TRANS-CODE NOT = 'D'
               MOVE QS-NEW-IMAGE   TO W-IMG
               MOVE 'AFTER'        TO W-IMG-LABEL
               PERFORM SUB-2150-SHOW-IMAGE THRU SUB-2150-EXIT
           END-IF
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2150-SHOW-IMAGE.
      *--------------------

           IF      NA-ENTITY-NON-PERSON IN W-IMG
               DISPLAY '     ' W-IMG-LABEL
                       ' NAME    '
                       FUNCTION TRIM(NA-BUSINESS-NAME IN W-IMG)
           ELSE
               DISPLAY '     ' W-IMG-LABEL
                       ' NAME    '
                       NA-PREFIX IN W-IMG ' '
                       FUNCTION TRIM(NA-FIRST-NAME IN W-IMG) ' '
                       FUNCTION TRIM(NA-LAST-NAME IN W-IMG) ' '
                       NA-SUFFIX IN W-IMG
           END-IF

           DISPLAY '              ADDRESS '
                   FUNCTION TRIM(NA-STREET IN W-IMG) ', '
                   FUNCTION TRIM(NA-CITY IN W-IMG) ' '
                   FUNCTION TRIM(NA-STATE IN W-IMG) ' '
                   NA-ZIP-CODE IN W-IMG
           DISPLAY '              MAILING '
                   FUNCTION TRIM(NA-M-STREET IN W-IMG) ', '
                   FUNCTION TRIM(NA-M-CITY IN W-IMG) ' '
                   FUNCTION TRIM(NA-M-STATE IN W-IMG) ' '
                   NA-M-ZIP-CODE IN W-IMG
           DISPLAY '              CONTACT '
                   FUNCTION TRIM(NA-PHONE IN W-IMG) '  '
                   NA-EMAIL IN W-IMG
           DISPLAY '              STATUS  '
                   NA-STATUS IN W-IMG
                   '  ENTITY ' NA-ENTITY-TYPE IN W-IMG
                   '  EFFECTIVE ' NA-EFFECTIVE-DATE IN W-IMG
           .
       SUB-2150-EXIT.
           EXIT.
      /
       SUB-2200-GET-ERROR-DETAIL.
      *--------------------------

           MOVE SPACES             TO QV-ERROR-CATEGORY

           PERFORM UNTIL QV-CAT-VALID
               DISPLAY 'Error category (NM name, AD address, '
                       'ML mailing, CT contact, ST status, '
                       'OT other): '
                   NO ADVANCING
               ACCEPT W-CATEGORY
               MOVE FUNCTION UPPER-CASE(W-CATEGORY)
                                   TO QV-ERROR-CATEGORY
           END-PERFORM

           MOVE QV-ERROR-CATEGORY  TO W-CATEGORY
           MOVE SPACES             TO W-REASON

           PERFORM UNTIL W-REASON NOT = SPACES
               DISPLAY 'Reason (required): '
                   NO ADVANCING
               ACCEPT W-REASON
           END-PERFORM
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2500-RECORD-VERDICT.
      *------------------------

           MOVE SPACES             TO NAMADDQV-REC
           MOVE QS-SAMPLE-KEY      TO QV-SAMPLE-KEY
           MOVE QS-OPERATOR-ID     TO QV-OPERATOR-ID
           MOVE QS-SOURCE-SYSTEM   TO QV-SOURCE-SYSTEM

           IF      W-COMMAND-ERROR
               SET  QV-VERDICT-ERROR
                                   TO TRUE
           ELSE
               SET  QV-VERDICT-CORRECT
                                   TO TRUE
           END-IF

           MOVE W-CATEGORY         TO QV-ERROR-CATEGORY
           MOVE W-REVIEWER-ID      TO QV-REVIEWER-ID
           MOVE FUNCTION CURRENT-DATE(1 : 14)
                                   TO QV-TIMESTAMP
           MOVE W-REASON           TO QV-REASON

           WRITE NAMADDQV-REC

           IF      NOT W-QV-FILE-STATUS-GOOD
               MOVE W-QV-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-QV-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing NAMADDQV'
               MOVE 30             TO W-RETURN-CODE
               GO TO SUB-2500-EXIT
           END-IF

           DISPLAY 'Verdict recorded'
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           CLOSE NAMADDQS
                 NAMADDQV

           DISPLAY 'Items offered:            ' W-OFFERED-COUNT
           DISPLAY 'Marked correct:           ' W-CORRECT-COUNT
           DISPLAY 'Marked in error:          ' W-ERROR-COUNT
           DISPLAY 'Skipped:                  ' W-SKIPPED-COUNT
           DISPLAY 'Passed over (own work):   ' W-OWN-COUNT

           DISPLAY 'NAMADDQAR completed'
           .
       SUB-3000-EXIT.
           EXIT.
