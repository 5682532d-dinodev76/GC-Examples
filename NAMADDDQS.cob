      *                  blank NA-EMAIL; NA-EMAIL without an '@';
      *                  NA-MAILING-ADDRESS only partly filled; and
      *                  NA-ADDRESS-TYPE-USED of 'M' with no mailing
      *                  address to use; a business, trust or estate
      *                  whose NA-STREET is a PO Box, rural route or
      *                  CMRA private mailbox (per ADRBOX) rather
      *                  than the physical location it must give.
      *
      *              Records with at least the threshold number of
      *              defects (argument 1, default 3) are written to
      *              the exception detail file
      *              Data\NAMEADDR.DataQuality.Excp.dat, and a summary
      *              scorecard with counts by defect type and by
      *              NA-STATE, and the box-address breaches by
      *              entity type for the run's jurisdiction, goes to
      *              Data\NAMEADDR.DataQuality.Rpt.dat - the sizing
      *              input for the cleanup ahead of the new
      *              correspondence campaigns.
      *                      value through JURISDIC and honour the
      *                      NAMADDIX_PATH override, so the run can
      *                      work a named county's file
      * 2026-09-14  0.3      New BOX PHYSICAL ADDR defect for a non-
      *                      person entity whose standardized
      *                      NA-STREET ADRBOX calls a PO Box, rural
      *                      route or CMRA box, and a scorecard
      *                      section counting them by entity type
      *                      and box kind for the jurisdiction
      *================================================================*

       IDENTIFICATION DIVISION.
      **** One counter per defect type, indexed in step with the
      **** W-DEFECT-NAME table below.

       01  W-DEFECT-MAX            PIC 9(02)  COMP VALUE 11.

       01  W-DEFECT-COUNTERS.
           05  W-DEFECT-COUNT      PIC 9(09)  COMP
                                   OCCURS 11 TIMES
                                   INDEXED W-DEF-IX.

       01  W-DEFECT-NAMES.
               'BAD EMAIL'.
           05  FILLER              PIC X(20)       VALUE
               'PARTIAL MAIL ADDR'.
           05  FILLER              PIC X(20)       VALUE
               'BOX PHYSICAL ADDR'.
       01  FILLER REDEFINES W-DEFECT-NAMES.
           05  W-DEFECT-NAME       PIC X(20)
                                   OCCURS 11 TIMES.

      **** Box-address breaches: rows business, trust, estate and
      **** total; columns PO Box, rural route, CMRA and total.

       01  W-BOX-COUNTERS.
           05  W-BOX-ENTITY                        OCCURS 4 TIMES
                                                   INDEXED W-BE-IX.
               10  W-BOX-COUNT     PIC 9(09)  COMP
                                   OCCURS 4 TIMES
                                   INDEXED W-BK-IX.

       01  W-BOX-ENTITY-NAMES.
           05  FILLER              PIC X(10)       VALUE 'BUSINESS'.
           05  FILLER              PIC X(10)       VALUE 'TRUST'.
           05  FILLER              PIC X(10)       VALUE 'ESTATE'.
           05  FILLER              PIC X(10)       VALUE 'TOTAL'.
       01  FILLER REDEFINES W-BOX-ENTITY-NAMES.
           05  W-BOX-ENTITY-NAME   PIC X(10)
                                   OCCURS 4 TIMES.

       01  W-AS-CONTROL.
           COPY ADRSTDL.

       01  W-AB-CONTROL.
           COPY ADRBOXL.

       01  W-STATE-ENTRIES         PIC 9(04)  COMP VALUE 0.

           05  RD-DEFECT-COUNT     PIC ZZZ,ZZ9.
           05  FILLER              PIC X(50)       VALUE SPACES.

       01  W-RPT-BOX-LINE.
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  RB-ENTITY           PIC X(10).
           05  RB-COUNT            PIC ZZZ,ZZ9
                                   OCCURS 4 TIMES.
           05  FILLER              PIC X(41)       VALUE SPACES.

       01  W-RPT-STATE-LINE.
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  RS-STATE            PIC X(10).
               MOVE 0              TO W-DEFECT-COUNT(W-DEF-IX)
           END-PERFORM

           PERFORM VARYING W-BE-IX FROM 1 BY 1
                   UNTIL W-BE-IX > 4
               PERFORM VARYING W-BK-IX FROM 1 BY 1
                       UNTIL W-BK-IX > 4
                   MOVE 0          TO W-BOX-COUNT(W-BE-IX, W-BK-IX)
               END-PERFORM
           END-PERFORM

           OPEN INPUT  NAMADDIX

           IF      NOT W-FILE-STATUS-GOOD
               MOVE 5              TO W-DEF-IX
               PERFORM SUB-2700-TALLY-DEFECT THRU SUB-2700-EXIT
           END-IF

           PERFORM SUB-2270-CHECK-BOX THRU SUB-2270-EXIT
           .
       SUB-2200-EXIT.
           EXIT.
           .
       SUB-2260-EXIT.
           EXIT.
      /
       SUB-2270-CHECK-BOX.
      *-------------------

      **** The rule BLDFILES and the NAMADDSCR save now enforce,
      **** measured against what is already on file. Records loaded
      **** before ADRSTD went in are standardized on a copy first so
      **** old and new are judged alike.

           IF      NOT NA-ENTITY-NON-PERSON
               OR  NA-STREET = SPACES
               GO TO SUB-2270-EXIT
           END-IF

           MOVE NA-STREET          TO AS-STREET
           MOVE NA-CITY            TO AS-CITY

           CALL 'ADRSTD' USING W-AS-CONTROL

           MOVE AS-STREET          TO AB-STREET
           MOVE NA-ZIP-CODE        TO AB-ZIP-CODE

           CALL 'ADRBOX' USING W-AB-CONTROL

           IF      NOT AB-RESULT-BOX
               GO TO SUB-2270-EXIT
           END-IF

           MOVE 11                 TO W-DEF-IX
           PERFORM SUB-2700-TALLY-DEFECT THRU SUB-2700-EXIT

           EVALUATE TRUE
               WHEN NA-ENTITY-BUSINESS
                   SET  W-BE-IX    TO 1
               WHEN NA-ENTITY-TRUST
                   SET  W-BE-IX    TO 2
               WHEN OTHER
                   SET  W-BE-IX    TO 3
           END-EVALUATE

           EVALUATE TRUE
               WHEN AB-RESULT-PO-BOX
                   SET  W-BK-IX    TO 1
               WHEN AB-RESULT-RURAL-ROUTE
                   SET  W-BK-IX    TO 2
               WHEN OTHER
                   SET  W-BK-IX    TO 3
           END-EVALUATE

           ADD  1                  TO W-BOX-COUNT(W-BE-IX, W-BK-IX)
                                      W-BOX-COUNT(W-BE-IX, 4)
                                      W-BOX-COUNT(4, W-BK-IX)
                                      W-BOX-COUNT(4, 4)
           .
       SUB-2270-EXIT.
           EXIT.
      /
       SUB-2300-SCORE-CONTACT.
      *-----------------------

               SET  W-STATE-IDX    UP BY 1
           END-PERFORM

           PERFORM SUB-2950-WRITE-BOX-SECTION THRU SUB-2950-EXIT
           .
       SUB-2900-EXIT.
           EXIT.
      /
       SUB-2950-WRITE-BOX-SECTION.
      *---------------------------

      **** A run scores one jurisdiction's file, so the section is
      **** labelled with it; the classic single file shows as
      **** DEFAULT.

           MOVE SPACES             TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-NAMADDDR THRU SUB-9900-EXIT

           MOVE SPACES             TO W-RPT-LINE

           IF      W-JURISDICTION-CODE = SPACES
               STRING ' BOX AS PHYSICAL ADDRESS - JURISDICTION '
                                   DELIMITED BY SIZE
                      'DEFAULT'    DELIMITED BY SIZE
                 INTO W-RPT-LINE
               END-STRING
           ELSE
               STRING ' BOX AS PHYSICAL ADDRESS - JURISDICTION '
                                   DELIMITED BY SIZE
                      W-JURISDICTION-CODE
                                   DELIMITED BY SIZE
                 INTO W-RPT-LINE
               END-STRING
           END-IF

           PERFORM SUB-9900-WRITE-NAMADDDR THRU SUB-9900-EXIT

           MOVE ' ENTITY     PO BOX  RURAL   CMRA  TOTAL'
                                   TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-NAMADDDR THRU SUB-9900-EXIT

           PERFORM VARYING W-BE-IX FROM 1 BY 1
                   UNTIL W-BE-IX > 4
               MOVE W-BOX-ENTITY-NAME(W-BE-IX)
                                   TO RB-ENTITY

               PERFORM VARYING W-BK-IX FROM 1 BY 1
                       UNTIL W-BK-IX > 4
                   MOVE W-BOX-COUNT(W-BE-IX, W-BK-IX)
                                   TO RB-COUNT(W-BK-IX)
               END-PERFORM

               MOVE W-RPT-BOX-LINE TO W-RPT-LINE
               PERFORM SUB-9900-WRITE-NAMADDDR THRU SUB-9900-EXIT
           END-PERFORM
           .
       SUB-2950-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------
