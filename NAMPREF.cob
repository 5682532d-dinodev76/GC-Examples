      *                      so every outbound program honours
      *                      undeliverable suppression through the
      *                      one lookup it already makes
      * 2026-09-14  0.3      Load the disaster-declaration file and
      *                      answer the new deferral ('D') and
      *                      declaration ('X') functions, so every
      *                      mail program asks whether an address is
      *                      in a declared disaster area the same way
      * 2026-09-14  0.4      Load the TAXID/name verification file
      *                      NAMADDTIN maintains and answer
      *                      do-not-mail for a TAXID whose name the
      *                      federal matching service did not match,
      *                      until the mismatch is resolved
      * 2026-09-14  0.5      Answer do-not-mail and do-not-email for
      *                      the reserved canary TAXID, so no mail or
      *                      email program ever reaches the record
      *                      NAMADDCNY changes nightly
      *================================================================*

       IDENTIFICATION DIVISION.
                                   "Data\NAMEADDR.DeliveryStat.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-DV-FILE-STATUS.

           SELECT NAMADDDZ         ASSIGN "Data\NAMEADDR.Disaster.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-DZ-FILE-STATUS.

           SELECT NAMADDTN         ASSIGN
                                   "Data\NAMEADDR.TinVerify.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-TN-FILE-STATUS.
      /
       DATA DIVISION.
      *==============
           05  DV-LAST-DATE        PIC X(08).
           05  FILLER              PIC X(01).
           05  DV-SUPPRESSED-SW    PIC X(01).

       FD  NAMADDDZ.

       01  NAMADDDZ-REC.           COPY NAMADDDZ.

       FD  NAMADDTN.

       01  NAMADDTN-REC.           COPY NAMADDTN.
      /
       WORKING-STORAGE SECTION.
      *------------------------
           05  W-SUPP-TAXID        PIC X(12)
                                   OCCURS 20000
                                   INDEXED W-SUP-IX.

       01  W-TN-EOF-SW             PIC X(01)       VALUE 'N'.
           88  W-TN-EOF                            VALUE 'Y'.

       01  W-TN-FILE-STATUS        PIC X(02).
           88  W-TN-FILE-STATUS-GOOD               VALUE '00'.

       01  W-TINB-COUNT            PIC 9(05)  COMP VALUE 0.
       01  W-TINB-MAX              PIC 9(05)  COMP VALUE 20000.

       01  W-TINB-TABLE.
           05  W-TINB-TAXID        PIC X(12)
                                   OCCURS 20000
                                   INDEXED W-TNB-IX.

       01  W-DZ-EOF-SW             PIC X(01)       VALUE 'N'.
           88  W-DZ-EOF                            VALUE 'Y'.

       01  W-DZ-FILE-STATUS        PIC X(02).
           88  W-DZ-FILE-STATUS-GOOD               VALUE '00'.
           88  W-DZ-FILE-NOT-FOUND                 VALUE '35'.

       01  W-DZ-COUNT              PIC 9(05)  COMP VALUE 0.
       01  W-DZ-MAX                PIC 9(05)  COMP VALUE 2000.

       01  W-DZ-TABLE.
           05  W-DZ-ENTRY                          OCCURS 2000
                                                   INDEXED W-DZ-IX.
               10  W-DZ-DISASTER-ID
                                   PIC X(08).
               10  W-DZ-AREA       PIC X(05).
               10  W-DZ-START-DATE PIC X(08).
               10  W-DZ-END-DATE   PIC X(08).

       01  W-DZ-ZIP5               PIC X(05).
       01  W-DZ-ZIP3               PIC X(03).
      /
       LINKAGE SECTION.
      *----------------
               PERFORM SUB-1000-LOAD-TABLE THRU SUB-1000-EXIT
           END-IF

           EVALUATE TRUE
               WHEN PR-FUNC-DEFERRAL
                   PERFORM SUB-3000-QUERY-DEFERRAL THRU SUB-3000-EXIT

               WHEN PR-FUNC-DECLARATION
                   PERFORM SUB-3100-QUERY-DECLARATION THRU
                           SUB-3100-EXIT

               WHEN OTHER
                   PERFORM SUB-2000-QUERY-TAXID THRU SUB-2000-EXIT
           END-EVALUATE
           .
       MAIN-EXIT.
           GOBACK.
           OPEN INPUT NAMADDDV

           IF      NOT W-DV-FILE-STATUS-GOOD
               GO TO SUB-1000-LOAD-TIN-BLOCKS
           END-IF

           PERFORM UNTIL W-DV-EOF

           CLOSE NAMADDDV
           .
       SUB-1000-LOAD-TIN-BLOCKS.

           MOVE 0                  TO W-TINB-COUNT
           MOVE 'N'                TO W-TN-EOF-SW

           OPEN INPUT NAMADDTN

           IF      NOT W-TN-FILE-STATUS-GOOD
               GO TO SUB-1000-LOAD-DISASTERS
           END-IF

           PERFORM UNTIL W-TN-EOF
               READ NAMADDTN
                   AT END
                       SET  W-TN-EOF
                                   TO TRUE
               END-READ

               IF      NOT W-TN-EOF
                   AND TN-MAIL-BLOCKED
                   IF      W-TINB-COUNT < W-TINB-MAX
                       ADD  1      TO W-TINB-COUNT
                       SET  W-TNB-IX
                                   TO W-TINB-COUNT
                       MOVE TN-TAXID
                                   TO W-TINB-TAXID(W-TNB-IX)
                   ELSE
                       SET  PR-RESPONSE-FILE-ERROR
                                   TO TRUE
                       SET  W-TN-EOF
                                   TO TRUE
                   END-IF
               END-IF
           END-PERFORM

           CLOSE NAMADDTN
           .
       SUB-1000-LOAD-DISASTERS.

           MOVE 0                  TO W-DZ-COUNT
           MOVE 'N'                TO W-DZ-EOF-SW

           OPEN INPUT NAMADDDZ

           IF      W-DZ-FILE-NOT-FOUND
               GO TO SUB-1000-EXIT
           END-IF

           IF      NOT W-DZ-FILE-STATUS-GOOD
               SET  PR-RESPONSE-FILE-ERROR
                                   TO TRUE
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM UNTIL W-DZ-EOF
               READ NAMADDDZ
                   AT END
                       SET  W-DZ-EOF
                                   TO TRUE
               END-READ

               IF      NOT W-DZ-EOF
                   IF      W-DZ-COUNT < W-DZ-MAX
                       ADD  1      TO W-DZ-COUNT
                       SET  W-DZ-IX
                                   TO W-DZ-COUNT
                       MOVE DZ-DISASTER-ID
                                   TO W-DZ-DISASTER-ID(W-DZ-IX)
                       MOVE DZ-AREA
                                   TO W-DZ-AREA(W-DZ-IX)
                       MOVE DZ-START-DATE
                                   TO W-DZ-START-DATE(W-DZ-IX)
                       MOVE DZ-END-DATE
                                   TO W-DZ-END-DATE(W-DZ-IX)
                   ELSE
                       SET  PR-RESPONSE-FILE-ERROR
                                   TO TRUE
                       SET  W-DZ-EOF
                                   TO TRUE
                   END-IF
               END-IF
           END-PERFORM

           CLOSE NAMADDDZ
           .
       SUB-1000-EXIT.
           EXIT.
      /
           MOVE 'N'                TO PR-DO-NOT-MAIL-SW
           MOVE 'N'                TO PR-DO-NOT-EMAIL-SW
           MOVE 'N'                TO PR-DELIVERY-SUPPRESSED-SW
           MOVE 'N'                TO PR-TIN-MISMATCH-SW
           MOVE SPACES             TO PR-LANGUAGE

           SET  W-PRF-IX           TO 1
                   SET  W-SUP-IX   UP BY 1
               END-IF
           END-PERFORM

           SET  W-TNB-IX           TO 1

           PERFORM UNTIL W-TNB-IX > W-TINB-COUNT
                   OR    PR-TIN-MISMATCH
               IF      W-TINB-TAXID(W-TNB-IX) = PR-TAXID
                   MOVE 'Y'        TO PR-TIN-MISMATCH-SW
                   MOVE 'Y'        TO PR-DO-NOT-MAIL-SW
               ELSE
                   SET  W-TNB-IX   UP BY 1
               END-IF
           END-PERFORM

      **** The canary is changed every night to prove the chain, and
      **** its address is no one's - nothing is ever sent to it.

           IF      PR-TAXID-CANARY
               MOVE 'Y'            TO PR-DO-NOT-MAIL-SW
               MOVE 'Y'            TO PR-DO-NOT-EMAIL-SW
           END-IF
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-3000-QUERY-DEFERRAL.
      *------------------------

      **** A 3-digit prefix area (last two positions blank) covers
      **** every ZIP starting with it; a 5-digit area covers that ZIP
      **** and all its ZIP+4 codes.

           SET  PR-NOT-DEFERRED    TO TRUE
           MOVE SPACES             TO PR-DISASTER-ID
                                      PR-DEFER-START
                                      PR-DEFER-END

           MOVE PR-ZIP-CODE(1 : 5) TO W-DZ-ZIP5
           MOVE PR-ZIP-CODE(1 : 3) TO W-DZ-ZIP3

           IF      W-DZ-ZIP5 = SPACES
               GO TO SUB-3000-EXIT
           END-IF

           SET  W-DZ-IX            TO 1

           PERFORM UNTIL W-DZ-IX > W-DZ-COUNT
                   OR    PR-DEFERRED
               IF      W-DZ-START-DATE(W-DZ-IX) <= PR-AS-OF-DATE
                   AND (W-DZ-END-DATE(W-DZ-IX) = SPACES
                   OR   W-DZ-END-DATE(W-DZ-IX) >= PR-AS-OF-DATE)
                   AND (W-DZ-AREA(W-DZ-IX) = W-DZ-ZIP5
                   OR  (W-DZ-AREA(W-DZ-IX)(4 : 2) = SPACES
                   AND  W-DZ-AREA(W-DZ-IX)(1 : 3) = W-DZ-ZIP3))
                   SET  PR-DEFERRED
                                   TO TRUE
                   MOVE W-DZ-DISASTER-ID(W-DZ-IX)
                                   TO PR-DISASTER-ID
                   MOVE W-DZ-START-DATE(W-DZ-IX)
                                   TO PR-DEFER-START
                   MOVE W-DZ-END-DATE(W-DZ-IX)
                                   TO PR-DEFER-END
               ELSE
                   SET  W-DZ-IX    UP BY 1
               END-IF
           END-PERFORM
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-QUERY-DECLARATION.
      *---------------------------

           SET  PR-DISASTER-UNKNOWN
                                   TO TRUE
           MOVE SPACES             TO PR-DEFER-START
                                      PR-DEFER-END

           SET  W-DZ-IX            TO 1

           PERFORM UNTIL W-DZ-IX > W-DZ-COUNT
                   OR    PR-DISASTER-KNOWN
               IF      W-DZ-DISASTER-ID(W-DZ-IX) = PR-DISASTER-ID
                   SET  PR-DISASTER-KNOWN
                                   TO TRUE
                   MOVE W-DZ-START-DATE(W-DZ-IX)
                                   TO PR-DEFER-START
                   MOVE W-DZ-END-DATE(W-DZ-IX)
                                   TO PR-DEFER-END
               ELSE
                   SET  W-DZ-IX    UP BY 1
               END-IF
           END-PERFORM
           .
       SUB-3100-EXIT.
           EXIT.
