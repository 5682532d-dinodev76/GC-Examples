      *              first names either share an initial or resolve to
      *              the same canonical name.
      *
      *              A business, trust or estate is matched on its
      *              name as a whole instead. Each name is
      *              normalized - upper case, '.' and apostrophes
      *              dropped, other punctuation read as a space, '&'
      *              read as AND, runs of single letters joined,
      *              common abbreviations expanded, and legal-form
      *              and noise words dropped - so THE ACME COMPANY,
      *              INC., ACME CO and ACME INCORPORATED all come
      *              down to ACME. Two names score the share of
      *              normalized words they have in common (twice the
      *              shared words over the words in both, as a
      *              percentage) and match at or above the business
      *              threshold: NAMMATCH_BUS_THRESHOLD from the
      *              environment, default 80, tuned with NAMADDMTW.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-08-23  0.1      First release
      *                      -2 of B/T/E) match on the exact
      *                      upper-cased last-name field instead of
      *                      Soundex-plus-first-name
      * 2026-09-14  0.3      Business-name path: normalized names
      *                      scored on shared words against the
      *                      NAMMATCH_BUS_THRESHOLD business
      *                      threshold, replacing the exact compare;
      *                      a non-person's Soundex key is its
      *                      normalized first word
      *================================================================*

       IDENTIFICATION DIVISION.

       01  W-CANON-NAME            PIC X(25).

      **** Business-name normalization work areas. W-BN-IN is the
      **** name to normalize; the words it comes down to are left in
      **** W-BN-KEEP, joined in W-BN-KEY, and copied to W-BK1/W-BK2
      **** for the side being keyed.

       01  W-BN-IN                 PIC X(70).
       01  W-BN-CLEAN              PIC X(140).
       01  W-BN-PTR                PIC 9(04)  COMP.
       01  W-BN-POS                PIC 9(04)  COMP.
       01  W-BN-CHAR               PIC X(01).
       01  W-BN-LEN                PIC 9(04)  COMP.
       01  W-BN-KEY                PIC X(70).
       01  W-BN-SQUEEZE-1          PIC X(70).
       01  W-BN-SQUEEZE-2          PIC X(70).

       01  W-BN-WORD-COUNT         PIC 9(04)  COMP.
       01  W-BN-WORD-TABLE.
           05  W-BN-WORD           PIC X(20)
                                   OCCURS 70 TIMES
                                   INDEXED W-BW-DX.

       01  W-BN-KEEP-COUNT         PIC 9(04)  COMP.
       01  W-BN-KEEP-TABLE.
           05  W-BN-KEEP           PIC X(20)
                                   OCCURS 70 TIMES
                                   INDEXED W-BK-DX.

       01  W-BN-INITIALS-SW        PIC X(01).
           88  W-BN-AFTER-INITIAL                  VALUE 'Y'.

       01  W-BN-DROP-SW            PIC X(01).
           88  W-BN-DROP-WORD                      VALUE 'Y'.

       01  W-BK1-COUNT             PIC 9(04)  COMP.
       01  W-BK1-TABLE.
           05  W-BK1-WORD          PIC X(20)
                                   OCCURS 70 TIMES.

       01  W-BK2-COUNT             PIC 9(04)  COMP.
       01  W-BK2-TABLE.
           05  W-BK2-WORD          PIC X(20)
                                   OCCURS 70 TIMES.

       01  W-BK2-USED-TABLE.
           05  W-BK2-USED          PIC X(01)
                                   OCCURS 70 TIMES.

       01  W-BK1-SUB               PIC 9(04)  COMP.
       01  W-BK2-SUB               PIC 9(04)  COMP.
       01  W-BN-SHARED             PIC 9(04)  COMP.

       01  W-BUS-THRESHOLD         PIC 9(03)       VALUE 80.
       01  W-BUS-THRESHOLD-ENV     PIC X(10).

       01  W-ABBR-MAX              PIC 9(04)  COMP VALUE 40.

      **** Each entry is the abbreviation padded to 8, then the word
      **** it stands for padded to 16.

       01  W-ABBR-LIST.
           05  FILLER              PIC X(24)       VALUE
               'MFG     MANUFACTURING'.
           05  FILLER              PIC X(24)       VALUE
               'MFRS    MANUFACTURERS'.
           05  FILLER              PIC X(24)       VALUE
               'INTL    INTERNATIONAL'.
           05  FILLER              PIC X(24)       VALUE
               'NATL    NATIONAL'.
           05  FILLER              PIC X(24)       VALUE
               'ASSN    ASSOCIATION'.
           05  FILLER              PIC X(24)       VALUE
               'ASSOC   ASSOCIATES'.
           05  FILLER              PIC X(24)       VALUE
               'ASSOCS  ASSOCIATES'.
           05  FILLER              PIC X(24)       VALUE
               'SVC     SERVICE'.
           05  FILLER              PIC X(24)       VALUE
               'SVCS    SERVICES'.
           05  FILLER              PIC X(24)       VALUE
               'BROS    BROTHERS'.
           05  FILLER              PIC X(24)       VALUE
               'MGMT    MANAGEMENT'.
           05  FILLER              PIC X(24)       VALUE
               'MGT     MANAGEMENT'.
           05  FILLER              PIC X(24)       VALUE
               'ENTPR   ENTERPRISES'.
           05  FILLER              PIC X(24)       VALUE
               'ENTPRS  ENTERPRISES'.
           05  FILLER              PIC X(24)       VALUE
               'ENGRG   ENGINEERING'.
           05  FILLER              PIC X(24)       VALUE
               'HLDGS   HOLDINGS'.
           05  FILLER              PIC X(24)       VALUE
               'GRP     GROUP'.
           05  FILLER              PIC X(24)       VALUE
               'PROPS   PROPERTIES'.
           05  FILLER              PIC X(24)       VALUE
               'CTR     CENTER'.
           05  FILLER              PIC X(24)       VALUE
               'CNTR    CENTER'.
           05  FILLER              PIC X(24)       VALUE
               'SYS     SYSTEMS'.
           05  FILLER              PIC X(24)       VALUE
               'AMER    AMERICAN'.
           05  FILLER              PIC X(24)       VALUE
               'DEVEL   DEVELOPMENT'.
           05  FILLER              PIC X(24)       VALUE
               'CONSTR  CONSTRUCTION'.
           05  FILLER              PIC X(24)       VALUE
               'PLBG    PLUMBING'.
           05  FILLER              PIC X(24)       VALUE
               'ELEC    ELECTRIC'.
           05  FILLER              PIC X(24)       VALUE
               'EQUIP   EQUIPMENT'.
           05  FILLER              PIC X(24)       VALUE
               'FINL    FINANCIAL'.
           05  FILLER              PIC X(24)       VALUE
               'INS     INSURANCE'.
           05  FILLER              PIC X(24)       VALUE
               'INVTS   INVESTMENTS'.
           05  FILLER              PIC X(24)       VALUE
               'LABS    LABORATORIES'.
           05  FILLER              PIC X(24)       VALUE
               'MKTG    MARKETING'.
           05  FILLER              PIC X(24)       VALUE
               'PRODS   PRODUCTS'.
           05  FILLER              PIC X(24)       VALUE
               'RLTY    REALTY'.
           05  FILLER              PIC X(24)       VALUE
               'UNIV    UNIVERSITY'.
           05  FILLER              PIC X(24)       VALUE
               'HOSP    HOSPITAL'.
           05  FILLER              PIC X(24)       VALUE
               'TRANSP  TRANSPORTATION'.
           05  FILLER              PIC X(24)       VALUE
               'FAM     FAMILY'.
           05  FILLER              PIC X(24)       VALUE
               'REV     REVOCABLE'.
           05  FILLER              PIC X(24)       VALUE
               'IRREV   IRREVOCABLE'.
       01  FILLER REDEFINES W-ABBR-LIST.
           05  FILLER                              OCCURS 40
                                                   INDEXED W-ABR-DX.
               10  W-ABR-SHORT     PIC X(08).
               10  W-ABR-LONG      PIC X(16).

       01  W-DROP-MAX              PIC 9(04)  COMP VALUE 44.

      **** Legal-form words first, then trust and estate wording,
      **** then the noise words - none of them tells one business
      **** from another.

       01  W-DROP-LIST.
           05  FILLER              PIC X(12)       VALUE 'INC'.
           05  FILLER              PIC X(12)       VALUE 'INCORPORATED'.
           05  FILLER              PIC X(12)       VALUE 'CORP'.
           05  FILLER              PIC X(12)       VALUE 'CORPORATION'.
           05  FILLER              PIC X(12)       VALUE 'CO'.
           05  FILLER              PIC X(12)       VALUE 'COMPANY'.
           05  FILLER              PIC X(12)       VALUE 'CMPNY'.
           05  FILLER              PIC X(12)       VALUE 'LLC'.
           05  FILLER              PIC X(12)       VALUE 'LC'.
           05  FILLER              PIC X(12)       VALUE 'LLP'.
           05  FILLER              PIC X(12)       VALUE 'LLLP'.
           05  FILLER              PIC X(12)       VALUE 'LP'.
           05  FILLER              PIC X(12)       VALUE 'LTD'.
           05  FILLER              PIC X(12)       VALUE 'LIMITED'.
           05  FILLER              PIC X(12)       VALUE 'PC'.
           05  FILLER              PIC X(12)       VALUE 'PLLC'.
           05  FILLER              PIC X(12)       VALUE 'PA'.
           05  FILLER              PIC X(12)       VALUE 'PLC'.
           05  FILLER              PIC X(12)       VALUE 'NA'.
           05  FILLER              PIC X(12)       VALUE 'GP'.
           05  FILLER              PIC X(12)       VALUE 'TRUST'.
           05  FILLER              PIC X(12)       VALUE 'TR'.
           05  FILLER              PIC X(12)       VALUE 'TRUSTEE'.
           05  FILLER              PIC X(12)       VALUE 'TRUSTEES'.
           05  FILLER              PIC X(12)       VALUE 'TTEE'.
           05  FILLER              PIC X(12)       VALUE 'TTEES'.
           05  FILLER              PIC X(12)       VALUE 'ESTATE'.
           05  FILLER              PIC X(12)       VALUE 'DECEASED'.
           05  FILLER              PIC X(12)       VALUE 'DECD'.
           05  FILLER              PIC X(12)       VALUE 'DTD'.
           05  FILLER              PIC X(12)       VALUE 'DATED'.
           05  FILLER              PIC X(12)       VALUE 'UAD'.
           05  FILLER              PIC X(12)       VALUE 'UTD'.
           05  FILLER              PIC X(12)       VALUE 'UA'.
           05  FILLER              PIC X(12)       VALUE 'THE'.
           05  FILLER              PIC X(12)       VALUE 'OF'.
           05  FILLER              PIC X(12)       VALUE 'AND'.
           05  FILLER              PIC X(12)       VALUE 'A'.
           05  FILLER              PIC X(12)       VALUE 'AN'.
           05  FILLER              PIC X(12)       VALUE 'AT'.
           05  FILLER              PIC X(12)       VALUE 'FOR'.
           05  FILLER              PIC X(12)       VALUE 'IN'.
           05  FILLER              PIC X(12)       VALUE 'ON'.
           05  FILLER              PIC X(12)       VALUE 'BY'.
       01  FILLER REDEFINES W-DROP-LIST.
           05  W-DROP-WORD         PIC X(12)
                                   OCCURS 44 TIMES
                                   INDEXED W-DRP-DX.

       01  W-NICK-MAX              PIC 9(04)  COMP VALUE 48.

      **** Each entry is the nickname padded to 12, then the
               GO TO MAIN-EXIT
           END-IF

           IF      NM-ENTITY-1-NON-PERSON
               PERFORM SUB-2600-KEY-BUSINESS-1 THRU SUB-2600-EXIT
           ELSE
               MOVE NM-LAST-NAME-1 TO W-SDX-NAME
               PERFORM SUB-2000-SOUNDEX THRU SUB-2000-EXIT
               MOVE W-SDX-KEY      TO NM-SOUNDEX-KEY-1

               MOVE NM-FIRST-NAME-1
                                   TO W-CANON-NAME
               PERFORM SUB-2500-CANONICAL-FIRST THRU SUB-2500-EXIT
               MOVE W-CANON-NAME   TO NM-FIRST-CANON-1
           END-IF

           IF      NM-FUNC-KEY
               GO TO MAIN-EXIT
           END-IF

           IF      NM-ENTITY-2-NON-PERSON
               PERFORM SUB-2650-KEY-BUSINESS-2 THRU SUB-2650-EXIT
           ELSE
               MOVE NM-LAST-NAME-2 TO W-SDX-NAME
               PERFORM SUB-2000-SOUNDEX THRU SUB-2000-EXIT
               MOVE W-SDX-KEY      TO NM-SOUNDEX-KEY-2

               MOVE NM-FIRST-NAME-2
                                   TO W-CANON-NAME
               PERFORM SUB-2500-CANONICAL-FIRST THRU SUB-2500-EXIT
               MOVE W-CANON-NAME   TO NM-FIRST-CANON-2
           END-IF

           PERFORM SUB-2800-JUDGE-MATCH THRU SUB-2800-EXIT
           .
           SET  NM-RESPONSE-GOOD   TO TRUE
           MOVE SPACES             TO NM-RESPONSE-MSG
           SET  NM-NAMES-NO-MATCH  TO TRUE
           MOVE SPACES             TO NM-BUSINESS-KEY-1
                                      NM-BUSINESS-KEY-2
           MOVE 0                  TO NM-BUSINESS-SCORE

           IF      NOT NM-FUNC-KEY
               AND NOT NM-FUNC-MATCH
           END-IF

           IF      W-NOT-FIRST-CALL
               MOVE W-BUS-THRESHOLD
                                   TO NM-BUSINESS-THRESHOLD
               GO TO SUB-1000-EXIT
           END-IF

           SET  W-NOT-FIRST-CALL   TO TRUE

      **** The business threshold is the one setting NAMADDMTW's
      **** report asks the shop to tune, so it comes from the
      **** environment rather than a recompile; anything but 1-100
      **** keeps the default.

           MOVE SPACES             TO W-BUS-THRESHOLD-ENV
           DISPLAY 'NAMMATCH_BUS_THRESHOLD'
                                   UPON ENVIRONMENT-NAME
           ACCEPT W-BUS-THRESHOLD-ENV
                                   FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES     TO W-BUS-THRESHOLD-ENV
           END-ACCEPT

           EVALUATE TRUE
               WHEN W-BUS-THRESHOLD-ENV(1 : 3) NUMERIC
                AND W-BUS-THRESHOLD-ENV(4 : 7) = SPACES
                AND W-BUS-THRESHOLD-ENV(1 : 3) >= '001'
                AND W-BUS-THRESHOLD-ENV(1 : 3) <= '100'
                   MOVE W-BUS-THRESHOLD-ENV(1 : 3)
                                   TO W-BUS-THRESHOLD
               WHEN W-BUS-THRESHOLD-ENV(1 : 2) NUMERIC
                AND W-BUS-THRESHOLD-ENV(3 : 8) = SPACES
                AND W-BUS-THRESHOLD-ENV(1 : 2) NOT = '00'
                   MOVE W-BUS-THRESHOLD-ENV(1 : 2)
                                   TO W-BUS-THRESHOLD
               WHEN W-BUS-THRESHOLD-ENV(1 : 1) NUMERIC
                AND W-BUS-THRESHOLD-ENV(2 : 9) = SPACES
                AND W-BUS-THRESHOLD-ENV(1 : 1) NOT = '0'
                   MOVE W-BUS-THRESHOLD-ENV(1 : 1)
                                   TO W-BUS-THRESHOLD
           END-EVALUATE

           MOVE W-BUS-THRESHOLD    TO NM-BUSINESS-THRESHOLD
           MOVE FUNCTION WHEN-COMPILED
                                   TO W-COMPILED-DATE

               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           DISPLAY 'NAMMATCH business-name threshold: '
                   W-BUS-THRESHOLD
           .
       SUB-1000-EXIT.
           EXIT.

      **** A business, trust or estate has no first name to canon
      **** and a Soundex of 'ACME PLUMBING' means nothing - either
      **** side being non-person switches to the business-name
      **** score. A person side of a mixed pair is normalized from
      **** its last-name field.

           IF      NM-ENTITY-1-NON-PERSON
               OR  NM-ENTITY-2-NON-PERSON
               IF      NOT NM-ENTITY-1-NON-PERSON
                   MOVE NM-LAST-NAME-1
                                   TO W-BN-IN
                   PERFORM SUB-3000-NORMALIZE-BUSINESS THRU
                           SUB-3000-EXIT
                   MOVE W-BN-KEY   TO NM-BUSINESS-KEY-1
                   MOVE W-BN-KEEP-COUNT
                                   TO W-BK1-COUNT
                   MOVE W-BN-KEEP-TABLE
                                   TO W-BK1-TABLE
               END-IF

               IF      NOT NM-ENTITY-2-NON-PERSON
                   MOVE NM-LAST-NAME-2
                                   TO W-BN-IN
                   PERFORM SUB-3000-NORMALIZE-BUSINESS THRU
                           SUB-3000-EXIT
                   MOVE W-BN-KEY   TO NM-BUSINESS-KEY-2
                   MOVE W-BN-KEEP-COUNT
                                   TO W-BK2-COUNT
                   MOVE W-BN-KEEP-TABLE
                                   TO W-BK2-TABLE
               END-IF

               PERFORM SUB-3800-SCORE-BUSINESS THRU SUB-3800-EXIT

               IF      NM-BUSINESS-SCORE > 0
                   AND NM-BUSINESS-SCORE >= NM-BUSINESS-THRESHOLD
                   SET  NM-NAMES-MATCH
                                   TO TRUE
               END-IF
           .
       SUB-2800-EXIT.
           EXIT.
      /
       SUB-2600-KEY-BUSINESS-1.
      *------------------------

           IF      NM-BUSINESS-NAME-1 = SPACES
               MOVE NM-LAST-NAME-1 TO W-BN-IN
           ELSE
               MOVE NM-BUSINESS-NAME-1
                                   TO W-BN-IN
           END-IF

           PERFORM SUB-3000-NORMALIZE-BUSINESS THRU SUB-3000-EXIT

           MOVE W-BN-KEY           TO NM-BUSINESS-KEY-1
           MOVE W-BN-KEEP-COUNT    TO W-BK1-COUNT
           MOVE W-BN-KEEP-TABLE    TO W-BK1-TABLE

           MOVE W-BN-KEEP(1)       TO W-SDX-NAME
           PERFORM SUB-2000-SOUNDEX THRU SUB-2000-EXIT
           MOVE W-SDX-KEY          TO NM-SOUNDEX-KEY-1

           MOVE SPACES             TO NM-FIRST-CANON-1
           .
       SUB-2600-EXIT.
           EXIT.
      /
       SUB-2650-KEY-BUSINESS-2.
      *------------------------

           IF      NM-BUSINESS-NAME-2 = SPACES
               MOVE NM-LAST-NAME-2 TO W-BN-IN
           ELSE
               MOVE NM-BUSINESS-NAME-2
                                   TO W-BN-IN
           END-IF

           PERFORM SUB-3000-NORMALIZE-BUSINESS THRU SUB-3000-EXIT

           MOVE W-BN-KEY           TO NM-BUSINESS-KEY-2
           MOVE W-BN-KEEP-COUNT    TO W-BK2-COUNT
           MOVE W-BN-KEEP-TABLE    TO W-BK2-TABLE

           MOVE W-BN-KEEP(1)       TO W-SDX-NAME
           PERFORM SUB-2000-SOUNDEX THRU SUB-2000-EXIT
           MOVE W-SDX-KEY          TO NM-SOUNDEX-KEY-2

           MOVE SPACES             TO NM-FIRST-CANON-2
           .
       SUB-2650-EXIT.
           EXIT.
      /
       SUB-3000-NORMALIZE-BUSINESS.
      *----------------------------

           PERFORM SUB-3100-CLEAN-NAME THRU SUB-3100-EXIT
           PERFORM SUB-3200-SPLIT-WORDS THRU SUB-3200-EXIT
           PERFORM SUB-3300-FILTER-WORDS THRU SUB-3300-EXIT

           MOVE SPACES             TO W-BN-KEY
           MOVE 1                  TO W-BN-PTR

           PERFORM VARYING W-BK-DX FROM 1 BY 1
                   UNTIL W-BK-DX > W-BN-KEEP-COUNT
               IF      W-BN-PTR > 1
                   STRING ' '      DELIMITED BY SIZE
                     INTO W-BN-KEY
                     WITH POINTER W-BN-PTR
                   END-STRING
               END-IF

               STRING W-BN-KEEP(W-BK-DX)
                                   DELIMITED BY SPACE
                 INTO W-BN-KEY
                 WITH POINTER W-BN-PTR
               END-STRING
           END-PERFORM
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-CLEAN-NAME.
      *--------------------

      **** '.' and apostrophes close up (INC. -> INC, JOE'S -> JOES,
      **** A.B.C. -> ABC); '&' becomes the word AND; anything else
      **** that is not a letter or digit separates words.

           MOVE FUNCTION UPPER-CASE(W-BN-IN)
                                   TO W-BN-IN
           MOVE SPACES             TO W-BN-CLEAN
           MOVE 1                  TO W-BN-PTR

           PERFORM VARYING W-BN-POS FROM 1 BY 1
                   UNTIL W-BN-POS > 70
               MOVE W-BN-IN(W-BN-POS : 1)
                                   TO W-BN-CHAR

               EVALUATE TRUE
                   WHEN W-BN-CHAR = '.' OR QUOTE OR "'"
                       CONTINUE
                   WHEN W-BN-CHAR = '&'
                       STRING ' AND '
                                   DELIMITED BY SIZE
                         INTO W-BN-CLEAN
                         WITH POINTER W-BN-PTR
                       END-STRING
                   WHEN (W-BN-CHAR >= 'A' AND <= 'Z')
                     OR (W-BN-CHAR >= '0' AND <= '9')
                       STRING W-BN-CHAR
                                   DELIMITED BY SIZE
                         INTO W-BN-CLEAN
                         WITH POINTER W-BN-PTR
                       END-STRING
                   WHEN OTHER
                       STRING ' '  DELIMITED BY SIZE
                         INTO W-BN-CLEAN
                         WITH POINTER W-BN-PTR
                       END-STRING
               END-EVALUATE
           END-PERFORM
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-3200-SPLIT-WORDS.
      *---------------------

      **** A run of single letters is one word written out - A B C
      **** PLUMBING and ABC PLUMBING are the same firm, and L L C
      **** is LLC.

           MOVE SPACES             TO W-BN-WORD-TABLE
           MOVE 0                  TO W-BN-WORD-COUNT
           MOVE 0                  TO W-BN-LEN
           MOVE 'N'                TO W-BN-INITIALS-SW

           PERFORM VARYING W-BN-POS FROM 1 BY 1
                   UNTIL W-BN-POS > 140
               MOVE W-BN-CLEAN(W-BN-POS : 1)
                                   TO W-BN-CHAR

               EVALUATE TRUE
                   WHEN W-BN-CHAR = SPACE
                       IF      W-BN-LEN = 1
                           SET  W-BN-AFTER-INITIAL
                                   TO TRUE
                       ELSE
                           IF      W-BN-LEN > 1
                               MOVE 'N'
                                   TO W-BN-INITIALS-SW
                           END-IF
                       END-IF
                       MOVE 0      TO W-BN-LEN

                   WHEN W-BN-LEN > 0
                       ADD  1      TO W-BN-LEN
                       IF      W-BN-LEN <= 20
                           MOVE W-BN-CHAR
                                   TO W-BN-WORD(W-BN-WORD-COUNT)
                                               (W-BN-LEN : 1)
                       END-IF

                   WHEN W-BN-AFTER-INITIAL
                    AND (W-BN-POS = 140
                     OR  W-BN-CLEAN(W-BN-POS + 1 : 1) = SPACE)
                       PERFORM SUB-3250-APPEND-INITIAL THRU
                               SUB-3250-EXIT
                       MOVE 1      TO W-BN-LEN

                   WHEN OTHER
                       MOVE 'N'    TO W-BN-INITIALS-SW
                       ADD  1      TO W-BN-WORD-COUNT
                       MOVE 1      TO W-BN-LEN
                       MOVE W-BN-CHAR
                                   TO W-BN-WORD(W-BN-WORD-COUNT)
                                               (1 : 1)
               END-EVALUATE
           END-PERFORM
           .
       SUB-3200-EXIT.
           EXIT.
      /
       SUB-3250-APPEND-INITIAL.
      *------------------------

      **** Another single letter straight after a single letter or a
      **** run of them - it joins the word they began.

           SET  W-BN-PTR           TO 20

           PERFORM UNTIL W-BN-PTR = 0
                   OR    W-BN-WORD(W-BN-WORD-COUNT)(W-BN-PTR : 1)
                                   NOT = SPACE
               SUBTRACT 1          FROM W-BN-PTR
           END-PERFORM

           IF      W-BN-PTR < 20
               MOVE W-BN-CHAR      TO W-BN-WORD(W-BN-WORD-COUNT)
                                               (W-BN-PTR + 1 : 1)
           END-IF
           .
       SUB-3250-EXIT.
           EXIT.
      /
       SUB-3300-FILTER-WORDS.
      *----------------------

      **** Abbreviations expand first so a dropped word is caught in
      **** either spelling. A name made of nothing but dropped words
      **** (THE TRUST COMPANY) keeps them all rather than keying
      **** blank.

           MOVE SPACES             TO W-BN-KEEP-TABLE
           MOVE 0                  TO W-BN-KEEP-COUNT

           PERFORM SUB-3350-FILTER-ONE-WORD THRU SUB-3350-EXIT
               VARYING W-BW-DX FROM 1 BY 1
               UNTIL W-BW-DX > W-BN-WORD-COUNT

           IF      W-BN-KEEP-COUNT = 0
               MOVE W-BN-WORD-TABLE
                                   TO W-BN-KEEP-TABLE
               MOVE W-BN-WORD-COUNT
                                   TO W-BN-KEEP-COUNT
           END-IF
           .
       SUB-3300-EXIT.
           EXIT.
      /
       SUB-3350-FILTER-ONE-WORD.
      *-------------------------

           PERFORM VARYING W-ABR-DX FROM 1 BY 1
                   UNTIL W-ABR-DX > W-ABBR-MAX
               IF      W-BN-WORD(W-BW-DX) = W-ABR-SHORT(W-ABR-DX)
                   MOVE W-ABR-LONG(W-ABR-DX)
                                   TO W-BN-WORD(W-BW-DX)
                   SET  W-ABR-DX   TO W-ABBR-MAX
               END-IF
           END-PERFORM

           MOVE 'N'                TO W-BN-DROP-SW

           PERFORM VARYING W-DRP-DX FROM 1 BY 1
                   UNTIL W-DRP-DX > W-DROP-MAX
                   OR    W-BN-DROP-WORD
               IF      W-BN-WORD(W-BW-DX) = W-DROP-WORD(W-DRP-DX)
                   SET  W-BN-DROP-WORD
                                   TO TRUE
               END-IF
           END-PERFORM

           IF      NOT W-BN-DROP-WORD
               ADD  1              TO W-BN-KEEP-COUNT
               SET  W-BK-DX        TO W-BN-KEEP-COUNT
               MOVE W-BN-WORD(W-BW-DX)
                                   TO W-BN-KEEP(W-BK-DX)
           END-IF
           .
       SUB-3350-EXIT.
           EXIT.
      /
       SUB-3800-SCORE-BUSINESS.
      *------------------------

      **** Keys that agree once their spaces are squeezed out
      **** (ACMEPLUMBING / ACME PLUMBING) score 100. Otherwise each
      **** word of name 1 claims at most one equal, unclaimed word
      **** of name 2, and the score is twice the words shared over
      **** the words in both names.

           MOVE 0                  TO NM-BUSINESS-SCORE

           IF      W-BK1-COUNT = 0
               OR  W-BK2-COUNT = 0
               GO TO SUB-3800-EXIT
           END-IF

           MOVE SPACES             TO W-BN-SQUEEZE-1
                                      W-BN-SQUEEZE-2
           MOVE 1                  TO W-BN-PTR

           PERFORM VARYING W-BK1-SUB FROM 1 BY 1
                   UNTIL W-BK1-SUB > W-BK1-COUNT
               STRING W-BK1-WORD(W-BK1-SUB)
                                   DELIMITED BY SPACE
                 INTO W-BN-SQUEEZE-1
                 WITH POINTER W-BN-PTR
               END-STRING
           END-PERFORM

           MOVE 1                  TO W-BN-PTR

           PERFORM VARYING W-BK2-SUB FROM 1 BY 1
                   UNTIL W-BK2-SUB > W-BK2-COUNT
               STRING W-BK2-WORD(W-BK2-SUB)
                                   DELIMITED BY SPACE
                 INTO W-BN-SQUEEZE-2
                 WITH POINTER W-BN-PTR
               END-STRING
           END-PERFORM

           IF      W-BN-SQUEEZE-1 = W-BN-SQUEEZE-2
               MOVE 100            TO NM-BUSINESS-SCORE
               GO TO SUB-3800-EXIT
           END-IF

           MOVE SPACES             TO W-BK2-USED-TABLE
           MOVE 0                  TO W-BN-SHARED

           PERFORM VARYING W-BK1-SUB FROM 1 BY 1
                   UNTIL W-BK1-SUB > W-BK1-COUNT
               PERFORM VARYING W-BK2-SUB FROM 1 BY 1
                       UNTIL W-BK2-SUB > W-BK2-COUNT
                   IF      W-BK2-USED(W-BK2-SUB) = SPACE
                       AND W-BK1-WORD(W-BK1-SUB)
                               = W-BK2-WORD(W-BK2-SUB)
                       MOVE 'Y'    TO W-BK2-USED(W-BK2-SUB)
                       ADD  1      TO W-BN-SHARED
                       MOVE W-BK2-COUNT
                                   TO W-BK2-SUB
                   END-IF
               END-PERFORM
           END-PERFORM

           COMPUTE NM-BUSINESS-SCORE ROUNDED
                   = W-BN-SHARED * 200 / (W-BK1-COUNT + W-BK2-COUNT)
           .
       SUB-3800-EXIT.
           EXIT.
