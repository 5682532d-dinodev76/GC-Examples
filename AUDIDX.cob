      *============================ AUDIDX ============================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Subroutine keeping the audit index
      *              Data\NAMEADDR.AuditIdx.dat, the TAXID-keyed
      *              access path into the audit trail. Every
      *              per-taxpayer audit reader used to read
      *              Data\NAMEADDR.Audit.dat from the top to find one
      *              taxpayer's images; through the index it reads
      *              that taxpayer's entries and nothing else, and
      *              sees the NAMADDROL archives as well as the live
      *              file.
      *
      *              One entry per image per NA-TAXID the image
      *              carries - the delete's before side, the add's
      *              and change's after side, both sides of a
      *              re-key link - keyed on the TAXID plus the
      *              image's AU-SEQ-NUM. The entry names the file
      *              and line the image lives on and holds a copy
      *              of the stamped image, so the reader needs no
      *              second pass over a sequential file to fetch it.
      *
      *              Images written before the tamper stamp carry no
      *              sequence number and are not indexed.
      *
      *              The index is opened on first use and held open
      *              for the rest of the run. A run that finds no
      *              index on disk is told so ('no index'), and the
      *              writing side stops trying for the rest of the
      *              run - NAMADDAIX builds the index, nothing else
      *              creates it.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      * 2026-09-14  0.2      AX-AUDIT-REC widened to the 761 bytes of
      *                      NAMADDAU-REC, so AU-SEQ-NUM and
      *                      AU-CHECKSUM survive the index - an index
      *                      built before this must be rebuilt with
      *                      NAMADDAIX
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.             AUDIDX.

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
           SELECT NAMADDAX         ASSIGN
                                   "Data\NAMEADDR.AuditIdx.dat"
                                   ORGANIZATION INDEXED
                                   ACCESS DYNAMIC
                                   RECORD KEY AX-KEY
                                   FILE STATUS W-AX-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  NAMADDAX.

       01  NAMADDAX-REC.
           05  AX-KEY.
               10  AX-TAXID        PIC X(12).
               10  AX-SEQ-NUM      PIC 9(09).
           05  AX-AUDIT-PATH       PIC X(60).
           05  AX-LINE-NUM         PIC 9(09).
           05  AX-AUDIT-REC        PIC X(761).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-AUDIT-REC.            COPY NAMADDAU.

       01  W-OPEN-MODE-SW          PIC X(01)       VALUE 'C'.
           88  W-AX-CLOSED                         VALUE 'C'.
           88  W-AX-OPEN-INPUT                     VALUE 'I'.
           88  W-AX-OPEN-UPDATE                    VALUE 'U'.

       01  W-ABSENT-SW             PIC X(01)       VALUE 'N'.
           88  W-AX-ABSENT                         VALUE 'Y'.
           88  W-AX-NOT-ABSENT                     VALUE 'N'.

       01  W-WALK-SW               PIC X(01)       VALUE SPACE.
           88  W-WALK-HITS                         VALUE 'T'.
           88  W-WALK-ALL                          VALUE 'A'.
           88  W-WALK-NONE                         VALUE SPACE.

       01  W-OLD-TAXID             PIC X(12).
       01  W-NEW-TAXID             PIC X(12).
       01  W-OWNER-TAXID           PIC X(12).
       01  W-ENTRY-TAXID           PIC X(12).
       01  W-TRACE-TAXID           PIC X(12).
       01  W-FIND-TAXID            PIC X(12).

       01  W-TRACE-IX              PIC 9(04)  COMP VALUE 0.

      **** The traced images, kept in AU-SEQ-NUM order - the order
      **** they were written in, whichever key they sit under.

       01  W-HIT-COUNT             PIC 9(05)  COMP VALUE 0.
       01  W-HIT-MAX               PIC 9(05)  COMP VALUE 5000.
       01  W-HIT-NEXT              PIC 9(05)  COMP VALUE 0.
       01  W-HIT-POS               PIC 9(05)  COMP VALUE 0.

       01  W-HIT-TABLE.
           05  W-HIT-ENTRY                         OCCURS 5000.
               10  W-HIT-TAXID     PIC X(12).
               10  W-HIT-SEQ       PIC 9(09).

       01  W-SHIFT-SW              PIC X(01).
           88  W-SHIFTING                          VALUE 'Y'.
           88  W-SHIFT-DONE                        VALUE 'N'.

      **** The other key's copy of each re-key link a purge removes.

       01  W-PTN-COUNT             PIC 9(04)  COMP VALUE 0.
       01  W-PTN-MAX               PIC 9(04)  COMP VALUE 200.

       01  W-PTN-TABLE.
           05  W-PTN-ENTRY                         OCCURS 200
                                                   INDEXED W-PTN-IX.
               10  W-PTN-TAXID     PIC X(12).
               10  W-PTN-SEQ       PIC 9(09).

       01  W-KEY-FOUND-SW          PIC X(01).
           88  W-KEY-FOUND                         VALUE 'Y'.
           88  W-KEY-NOT-FOUND                     VALUE 'N'.

       01  W-ENTRY-FOUND-SW        PIC X(01).
           88  W-ENTRY-FOUND                       VALUE 'Y'.
           88  W-ENTRY-NOT-FOUND                   VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-AX-EOF                            VALUE 'Y'.
           88  W-AX-NOT-EOF                        VALUE 'N'.

       01  W-AX-FILE-STATUS        PIC X(02).
           88  W-AX-FILE-STATUS-GOOD               VALUE '00'.
           88  W-AX-DUPLICATE-KEY                  VALUE '22'.
           88  W-AX-FILE-NOT-FOUND                 VALUE '35'.
      /
       LINKAGE SECTION.
      *----------------

       01  L-CONTROL.              COPY AUDIDXL.
      /
       PROCEDURE DIVISION
      *==================
           USING L-CONTROL.

       MAIN.
      *-----

           SET  AI-RESPONSE-GOOD   TO TRUE

           EVALUATE TRUE
               WHEN AI-FUNC-WRITE
                   PERFORM SUB-2000-WRITE-ENTRIES THRU SUB-2000-EXIT

               WHEN AI-FUNC-TRACE
                   PERFORM SUB-3000-TRACE-TAXID THRU SUB-3000-EXIT

               WHEN AI-FUNC-ALL
                   PERFORM SUB-4000-START-ALL THRU SUB-4000-EXIT

               WHEN AI-FUNC-NEXT
                   PERFORM SUB-5000-NEXT-IMAGE THRU SUB-5000-EXIT

               WHEN AI-FUNC-REPOINT
                   PERFORM SUB-6000-REPOINT-PATH THRU SUB-6000-EXIT

               WHEN AI-FUNC-PURGE
                   PERFORM SUB-7000-PURGE-TAXID THRU SUB-7000-EXIT

               WHEN AI-FUNC-REBUILD
                   PERFORM SUB-8000-BEGIN-REBUILD THRU SUB-8000-EXIT

               WHEN AI-FUNC-CLOSE
                   PERFORM SUB-8500-CLOSE-INDEX THRU SUB-8500-EXIT

               WHEN OTHER
                   SET  AI-RESPONSE-FILE-ERROR
                                   TO TRUE
           END-EVALUATE
           .
       MAIN-EXIT.
           GOBACK.
      /
       SUB-1000-OPEN-FOR-READ.
      *-----------------------

      **** A reader tries the open every time - an index built
      **** while a long-running service is up is picked up on its
      **** next request.

           IF      NOT W-AX-CLOSED
               GO TO SUB-1000-EXIT
           END-IF

           OPEN INPUT NAMADDAX

           IF      W-AX-FILE-NOT-FOUND
               SET  AI-RESPONSE-NO-INDEX
                                   TO TRUE
               GO TO SUB-1000-EXIT
           END-IF

           IF      NOT W-AX-FILE-STATUS-GOOD
               SET  AI-RESPONSE-FILE-ERROR
                                   TO TRUE
               GO TO SUB-1000-EXIT
           END-IF

           SET  W-AX-OPEN-INPUT    TO TRUE
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-OPEN-FOR-UPDATE.
      *-------------------------

      **** The writing side remembers an absent index for the rest
      **** of the run, so AUDCHAIN's callers pay for the failed
      **** open once, not once per image.

           IF      W-AX-ABSENT
               SET  AI-RESPONSE-NO-INDEX
                                   TO TRUE
               GO TO SUB-1100-EXIT
           END-IF

           IF      W-AX-OPEN-UPDATE
               GO TO SUB-1100-EXIT
           END-IF

           IF      W-AX-OPEN-INPUT
               CLOSE NAMADDAX
               SET  W-AX-CLOSED    TO TRUE
               SET  W-WALK-NONE    TO TRUE
           END-IF

           OPEN I-O NAMADDAX

           IF      W-AX-FILE-NOT-FOUND
               SET  W-AX-ABSENT    TO TRUE
               SET  AI-RESPONSE-NO-INDEX
                                   TO TRUE
               GO TO SUB-1100-EXIT
           END-IF

           IF      NOT W-AX-FILE-STATUS-GOOD
               SET  AI-RESPONSE-FILE-ERROR
                                   TO TRUE
               GO TO SUB-1100-EXIT
           END-IF

           SET  W-AX-OPEN-UPDATE   TO TRUE
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-2000-WRITE-ENTRIES.
      *-----------------------

           MOVE 0                  TO AI-ENTRY-COUNT

           MOVE AI-AUDIT-REC       TO W-AUDIT-REC

           PERFORM SUB-9100-IMAGE-TAXIDS THRU SUB-9100-EXIT

           IF      W-OLD-TAXID = SPACES
               AND W-NEW-TAXID = SPACES
               GO TO SUB-2000-EXIT
           END-IF

           IF      AU-SEQ-NUM NOT NUMERIC
               GO TO SUB-2000-EXIT
           END-IF

           PERFORM SUB-1100-OPEN-FOR-UPDATE THRU SUB-1100-EXIT

           IF      NOT AI-RESPONSE-GOOD
               GO TO SUB-2000-EXIT
           END-IF

           IF      W-OLD-TAXID NOT = SPACES
               MOVE W-OLD-TAXID    TO W-ENTRY-TAXID
               PERFORM SUB-2100-WRITE-ONE-ENTRY THRU SUB-2100-EXIT
           END-IF

           IF      W-NEW-TAXID NOT = SPACES
               AND W-NEW-TAXID NOT = W-OLD-TAXID
               AND AI-RESPONSE-GOOD
               MOVE W-NEW-TAXID    TO W-ENTRY-TAXID
               PERFORM SUB-2100-WRITE-ONE-ENTRY THRU SUB-2100-EXIT
           END-IF
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-WRITE-ONE-ENTRY.
      *-------------------------

      **** A key already on file means the chain was restarted over
      **** an unreadable audit file and reissued the sequence - the
      **** image just written is the one on disk, so it wins.

           MOVE W-ENTRY-TAXID      TO AX-TAXID
           MOVE AU-SEQ-NUM         TO AX-SEQ-NUM
           MOVE AI-AUDIT-PATH      TO AX-AUDIT-PATH
           MOVE AI-LINE-NUM        TO AX-LINE-NUM
           MOVE AI-AUDIT-REC       TO AX-AUDIT-REC

           WRITE NAMADDAX-REC
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF      W-AX-DUPLICATE-KEY
               REWRITE NAMADDAX-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF

           IF      NOT W-AX-FILE-STATUS-GOOD
               SET  AI-RESPONSE-FILE-ERROR
                                   TO TRUE
               GO TO SUB-2100-EXIT
           END-IF

           ADD  1                  TO AI-ENTRY-COUNT
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-3000-TRACE-TAXID.
      *---------------------

      **** The key set grows as re-key links are met, and the
      **** VARYING loop runs on over the keys it adds, so a chain
      **** of corrections is followed to its end.

           SET  W-WALK-NONE        TO TRUE
           MOVE 0                  TO W-HIT-COUNT
                                      W-HIT-NEXT
                                      AI-HIT-COUNT
                                      AI-LINK-COUNT
           MOVE 1                  TO AI-KEY-COUNT
           MOVE AI-TAXID           TO AI-KEY-TAXID(1)

           PERFORM SUB-1000-OPEN-FOR-READ THRU SUB-1000-EXIT

           IF      NOT AI-RESPONSE-GOOD
               GO TO SUB-3000-EXIT
           END-IF

           PERFORM SUB-3100-TRACE-ONE-KEY THRU SUB-3100-EXIT
               VARYING W-TRACE-IX FROM 1 BY 1
               UNTIL W-TRACE-IX > AI-KEY-COUNT
               OR    NOT AI-RESPONSE-GOOD

           IF      AI-RESPONSE-GOOD
               MOVE W-HIT-COUNT    TO AI-HIT-COUNT
               SET  W-WALK-HITS    TO TRUE
           END-IF
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-TRACE-ONE-KEY.
      *-----------------------

           MOVE AI-KEY-TAXID(W-TRACE-IX)
                                   TO W-TRACE-TAXID
           MOVE W-TRACE-TAXID      TO AX-TAXID
           MOVE 0                  TO AX-SEQ-NUM

           START NAMADDAX
               KEY >= AX-KEY
           END-START

           IF      NOT W-AX-FILE-STATUS-GOOD
               GO TO SUB-3100-EXIT
           END-IF

           SET  W-AX-NOT-EOF       TO TRUE

           PERFORM UNTIL W-AX-EOF
                   OR    NOT AI-RESPONSE-GOOD
               READ NAMADDAX NEXT
                   AT END
                       SET  W-AX-EOF
                                   TO TRUE
               END-READ

               IF      NOT W-AX-EOF
                   IF      AX-TAXID NOT = W-TRACE-TAXID
                       SET  W-AX-EOF
                                   TO TRUE
                   ELSE
                       PERFORM SUB-3200-TAKE-ENTRY THRU SUB-3200-EXIT
                   END-IF
               END-IF
           END-PERFORM
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-3200-TAKE-ENTRY.
      *--------------------

      **** A re-key link draws its other key into the set; the link
      **** itself is listed once, from its old key's copy. The image
      **** is lined up only from the copy under its owning key, so
      **** a link sitting under two keys is replayed once.

           MOVE AX-AUDIT-REC       TO W-AUDIT-REC

           PERFORM SUB-9100-IMAGE-TAXIDS THRU SUB-9100-EXIT

           IF      AU-TRANS-REKEY
               IF      W-OLD-TAXID = W-TRACE-TAXID
                   PERFORM SUB-3300-ADD-LINK THRU SUB-3300-EXIT
                   MOVE W-NEW-TAXID
                                   TO W-FIND-TAXID
               ELSE
                   MOVE W-OLD-TAXID
                                   TO W-FIND-TAXID
               END-IF

               PERFORM SUB-3400-ADD-KEY THRU SUB-3400-EXIT
           END-IF

           IF      W-OWNER-TAXID = W-TRACE-TAXID
               PERFORM SUB-3500-FILE-HIT THRU SUB-3500-EXIT
           END-IF
           .
       SUB-3200-EXIT.
           EXIT.
      /
       SUB-3300-ADD-LINK.
      *------------------

           IF      AI-LINK-COUNT >= 50
               SET  AI-RESPONSE-OVERFLOW
                                   TO TRUE
               GO TO SUB-3300-EXIT
           END-IF

           ADD  1                  TO AI-LINK-COUNT
           SET  AI-LK-IX           TO AI-LINK-COUNT

           MOVE W-OLD-TAXID        TO AI-LINK-OLD-TAXID(AI-LK-IX)
           MOVE W-NEW-TAXID        TO AI-LINK-NEW-TAXID(AI-LK-IX)
           MOVE AU-TIMESTAMP       TO AI-LINK-TIMESTAMP(AI-LK-IX)
           .
       SUB-3300-EXIT.
           EXIT.
      /
       SUB-3400-ADD-KEY.
      *-----------------

           IF      W-FIND-TAXID = SPACES
               GO TO SUB-3400-EXIT
           END-IF

           SET  W-KEY-NOT-FOUND    TO TRUE

           PERFORM VARYING AI-KY-IX FROM 1 BY 1
                   UNTIL AI-KY-IX > AI-KEY-COUNT
                   OR    W-KEY-FOUND
               IF      AI-KEY-TAXID(AI-KY-IX) = W-FIND-TAXID
                   SET  W-KEY-FOUND
                                   TO TRUE
               END-IF
           END-PERFORM

           IF      W-KEY-FOUND
               GO TO SUB-3400-EXIT
           END-IF

           IF      AI-KEY-COUNT >= 20
               SET  AI-RESPONSE-OVERFLOW
                                   TO TRUE
               GO TO SUB-3400-EXIT
           END-IF

           ADD  1                  TO AI-KEY-COUNT
           MOVE W-FIND-TAXID       TO AI-KEY-TAXID(AI-KEY-COUNT)
           .
       SUB-3400-EXIT.
           EXIT.
      /
       SUB-3500-FILE-HIT.
      *------------------

      **** Each key's entries arrive in sequence order already; an
      **** insertion from the end merges the keys into one order.

           IF      W-HIT-COUNT >= W-HIT-MAX
               SET  AI-RESPONSE-OVERFLOW
                                   TO TRUE
               GO TO SUB-3500-EXIT
           END-IF

           MOVE W-HIT-COUNT        TO W-HIT-POS
           SET  W-SHIFTING         TO TRUE

           PERFORM UNTIL W-SHIFT-DONE
               IF      W-HIT-POS = 0
                   SET  W-SHIFT-DONE
                                   TO TRUE
               ELSE
                   IF      W-HIT-SEQ(W-HIT-POS) < AX-SEQ-NUM
                       SET  W-SHIFT-DONE
                                   TO TRUE
                   ELSE
                       MOVE W-HIT-ENTRY(W-HIT-POS)
                                   TO W-HIT-ENTRY(W-HIT-POS + 1)
                       SUBTRACT 1  FROM W-HIT-POS
                   END-IF
               END-IF
           END-PERFORM

           ADD  1                  TO W-HIT-POS
           MOVE AX-TAXID           TO W-HIT-TAXID(W-HIT-POS)
           MOVE AX-SEQ-NUM         TO W-HIT-SEQ(W-HIT-POS)
           ADD  1                  TO W-HIT-COUNT
           .
       SUB-3500-EXIT.
           EXIT.
      /
       SUB-4000-START-ALL.
      *-------------------

           SET  W-WALK-NONE        TO TRUE

           PERFORM SUB-1000-OPEN-FOR-READ THRU SUB-1000-EXIT

           IF      NOT AI-RESPONSE-GOOD
               GO TO SUB-4000-EXIT
           END-IF

           SET  W-WALK-ALL         TO TRUE
           SET  W-AX-NOT-EOF       TO TRUE

           MOVE LOW-VALUES         TO AX-KEY

           START NAMADDAX
               KEY >= AX-KEY
           END-START

           IF      NOT W-AX-FILE-STATUS-GOOD
               SET  W-AX-EOF       TO TRUE
           END-IF
           .
       SUB-4000-EXIT.
           EXIT.
      /
       SUB-5000-NEXT-IMAGE.
      *--------------------

           EVALUATE TRUE
               WHEN W-WALK-HITS
                   PERFORM SUB-5100-NEXT-HIT THRU SUB-5100-EXIT

               WHEN W-WALK-ALL
                   PERFORM SUB-5200-NEXT-IN-WALK THRU SUB-5200-EXIT

               WHEN OTHER
                   SET  AI-RESPONSE-END
                                   TO TRUE
           END-EVALUATE
           .
       SUB-5000-EXIT.
           EXIT.
      /
       SUB-5100-NEXT-HIT.
      *------------------

           ADD  1                  TO W-HIT-NEXT

           IF      W-HIT-NEXT > W-HIT-COUNT
               SET  AI-RESPONSE-END
                                   TO TRUE
               GO TO SUB-5100-EXIT
           END-IF

           MOVE W-HIT-TAXID(W-HIT-NEXT)
                                   TO AX-TAXID
           MOVE W-HIT-SEQ(W-HIT-NEXT)
                                   TO AX-SEQ-NUM

           READ NAMADDAX
               INVALID KEY
                   CONTINUE
           END-READ

           IF      NOT W-AX-FILE-STATUS-GOOD
               SET  AI-RESPONSE-FILE-ERROR
                                   TO TRUE
               GO TO SUB-5100-EXIT
           END-IF

           PERFORM SUB-5900-RETURN-ENTRY THRU SUB-5900-EXIT
           .
       SUB-5100-EXIT.
           EXIT.
      /
       SUB-5200-NEXT-IN-WALK.
      *----------------------

      **** Only the owning key's copy of an image is returned, so
      **** the walk hands back each image once.

           SET  W-ENTRY-NOT-FOUND  TO TRUE

           PERFORM UNTIL W-AX-EOF
                   OR    W-ENTRY-FOUND
               READ NAMADDAX NEXT
                   AT END
                       SET  W-AX-EOF
                                   TO TRUE
               END-READ

               IF      NOT W-AX-EOF
                   MOVE AX-AUDIT-REC
                                   TO W-AUDIT-REC
                   PERFORM SUB-9100-IMAGE-TAXIDS THRU SUB-9100-EXIT

                   IF      W-OWNER-TAXID = AX-TAXID
                       SET  W-ENTRY-FOUND
                                   TO TRUE
                   END-IF
               END-IF
           END-PERFORM

           IF      W-ENTRY-NOT-FOUND
               SET  AI-RESPONSE-END
                                   TO TRUE
               GO TO SUB-5200-EXIT
           END-IF

           PERFORM SUB-5900-RETURN-ENTRY THRU SUB-5900-EXIT
           .
       SUB-5200-EXIT.
           EXIT.
      /
       SUB-5900-RETURN-ENTRY.
      *----------------------

           MOVE AX-AUDIT-REC       TO AI-AUDIT-REC
           MOVE AX-AUDIT-PATH      TO AI-AUDIT-PATH
           MOVE AX-LINE-NUM        TO AI-LINE-NUM
           .
       SUB-5900-EXIT.
           EXIT.
      /
       SUB-6000-REPOINT-PATH.
      *----------------------

      **** The rollover renames the live file aside: every entry on
      **** the old path now lives, on the same line, in the
      **** archive.

           MOVE 0                  TO AI-ENTRY-COUNT

           PERFORM SUB-1100-OPEN-FOR-UPDATE THRU SUB-1100-EXIT

           IF      NOT AI-RESPONSE-GOOD
               GO TO SUB-6000-EXIT
           END-IF

           SET  W-WALK-NONE        TO TRUE
           SET  W-AX-NOT-EOF       TO TRUE

           MOVE LOW-VALUES         TO AX-KEY

           START NAMADDAX
               KEY >= AX-KEY
           END-START

           IF      NOT W-AX-FILE-STATUS-GOOD
               GO TO SUB-6000-EXIT
           END-IF

           PERFORM UNTIL W-AX-EOF
                   OR    NOT AI-RESPONSE-GOOD
               READ NAMADDAX NEXT
                   AT END
                       SET  W-AX-EOF
                                   TO TRUE
               END-READ

               IF      NOT W-AX-EOF
                   AND AX-AUDIT-PATH = AI-AUDIT-PATH
                   MOVE AI-TO-PATH TO AX-AUDIT-PATH

                   REWRITE NAMADDAX-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE

                   IF      W-AX-FILE-STATUS-GOOD
                       ADD  1      TO AI-ENTRY-COUNT
                   ELSE
                       SET  AI-RESPONSE-FILE-ERROR
                                   TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           .
       SUB-6000-EXIT.
           EXIT.
      /
       SUB-7000-PURGE-TAXID.
      *---------------------

      **** An erased TAXID leaves no key behind. A re-key link it was
      **** part of goes from the other key too - the purge tombstones
      **** that audit line, so its images no longer name either
      **** side.

           MOVE 0                  TO AI-ENTRY-COUNT
                                      W-PTN-COUNT

           PERFORM SUB-1100-OPEN-FOR-UPDATE THRU SUB-1100-EXIT

           IF      NOT AI-RESPONSE-GOOD
               GO TO SUB-7000-EXIT
           END-IF

           SET  W-WALK-NONE        TO TRUE
           SET  W-AX-NOT-EOF       TO TRUE

           MOVE AI-TAXID           TO AX-TAXID
           MOVE 0                  TO AX-SEQ-NUM

           START NAMADDAX
               KEY >= AX-KEY
           END-START

           IF      NOT W-AX-FILE-STATUS-GOOD
               GO TO SUB-7000-EXIT
           END-IF

           PERFORM UNTIL W-AX-EOF
                   OR    NOT AI-RESPONSE-GOOD
               READ NAMADDAX NEXT
                   AT END
                       SET  W-AX-EOF
                                   TO TRUE
               END-READ

               IF      NOT W-AX-EOF
                   IF      AX-TAXID NOT = AI-TAXID
                       SET  W-AX-EOF
                                   TO TRUE
                   ELSE
                       PERFORM SUB-7100-PURGE-ONE-ENTRY THRU
                               SUB-7100-EXIT
                   END-IF
               END-IF
           END-PERFORM

           PERFORM SUB-7200-PURGE-PARTNER THRU SUB-7200-EXIT
               VARYING W-PTN-IX FROM 1 BY 1
               UNTIL W-PTN-IX > W-PTN-COUNT
               OR    NOT AI-RESPONSE-GOOD
           .
       SUB-7000-EXIT.
           EXIT.
      /
       SUB-7100-PURGE-ONE-ENTRY.
      *-------------------------

           MOVE AX-AUDIT-REC       TO W-AUDIT-REC

           PERFORM SUB-9100-IMAGE-TAXIDS THRU SUB-9100-EXIT

           IF      AU-TRANS-REKEY
               AND W-PTN-COUNT < W-PTN-MAX
               ADD  1              TO W-PTN-COUNT
               SET  W-PTN-IX       TO W-PTN-COUNT
               MOVE AX-SEQ-NUM     TO W-PTN-SEQ(W-PTN-IX)

               IF      W-OLD-TAXID = AI-TAXID
                   MOVE W-NEW-TAXID
                                   TO W-PTN-TAXID(W-PTN-IX)
               ELSE
                   MOVE W-OLD-TAXID
                                   TO W-PTN-TAXID(W-PTN-IX)
               END-IF
           END-IF

           DELETE NAMADDAX RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE

           IF      W-AX-FILE-STATUS-GOOD
               ADD  1              TO AI-ENTRY-COUNT
           ELSE
               SET  AI-RESPONSE-FILE-ERROR
                                   TO TRUE
           END-IF
           .
       SUB-7100-EXIT.
           EXIT.
      /
       SUB-7200-PURGE-PARTNER.
      *-----------------------

           IF      W-PTN-TAXID(W-PTN-IX) = SPACES
               OR  W-PTN-TAXID(W-PTN-IX) = AI-TAXID
               GO TO SUB-7200-EXIT
           END-IF

           MOVE W-PTN-TAXID(W-PTN-IX)
                                   TO AX-TAXID
           MOVE W-PTN-SEQ(W-PTN-IX)
                                   TO AX-SEQ-NUM

           DELETE NAMADDAX RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE

           IF      W-AX-FILE-STATUS-GOOD
               ADD  1              TO AI-ENTRY-COUNT
           END-IF
           .
       SUB-7200-EXIT.
           EXIT.
      /
       SUB-8000-BEGIN-REBUILD.
      *-----------------------

           PERFORM SUB-8500-CLOSE-INDEX THRU SUB-8500-EXIT

           OPEN OUTPUT NAMADDAX

           IF      NOT W-AX-FILE-STATUS-GOOD
               SET  AI-RESPONSE-FILE-ERROR
                                   TO TRUE
               GO TO SUB-8000-EXIT
           END-IF

           SET  W-AX-OPEN-UPDATE   TO TRUE
           SET  W-AX-NOT-ABSENT    TO TRUE
           .
       SUB-8000-EXIT.
           EXIT.
      /
       SUB-8500-CLOSE-INDEX.
      *---------------------

           SET  W-WALK-NONE        TO TRUE

           IF      W-AX-CLOSED
               GO TO SUB-8500-EXIT
           END-IF

           CLOSE NAMADDAX

           SET  W-AX-CLOSED        TO TRUE
           .
       SUB-8500-EXIT.
           EXIT.
      /
       SUB-9100-IMAGE-TAXIDS.
      *----------------------

      **** The TAXID on each side of the image in W-AUDIT-REC, and
      **** the one that owns it: the before side of a delete, the
      **** after side of anything else - the key the readers have
      **** always filed an image under.

           MOVE NA-TAXID IN AU-OLD-IMAGE
                                   TO W-OLD-TAXID
           MOVE NA-TAXID IN AU-NEW-IMAGE
                                   TO W-NEW-TAXID

           IF      AU-TRANS-DELETE
               MOVE W-OLD-TAXID    TO W-OWNER-TAXID
           ELSE
               MOVE W-NEW-TAXID    TO W-OWNER-TAXID
           END-IF
           .
       SUB-9100-EXIT.
           EXIT.
