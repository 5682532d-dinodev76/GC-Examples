      *              only records sharing one last name ever need to
      *              be compared against each other.
      *
      *              Businesses, trusts and estates have no last
      *              name to group on. They are set aside in their
      *              own table as the walk meets them and, once it
      *              ends, compared pairwise at the same ZIP under
      *              NAMMATCH's business-name path - blocked on its
      *              business Soundex - along with the trade names
      *              and aliases of non-person owners.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-08-09  0.1      First release
      *                      value through JURISDIC and honour the
      *                      NAMADDIX_PATH override, so the run can
      *                      work a named county's file
      * 2026-09-14  0.5      Walk the alias and DBA name file
      *                      Data\NAMEADDR.Alias.dat (NAMADDAL.cpy)
      *                      alongside each group: a record whose
      *                      name matches another taxpayer's alias or
      *                      trade name at the same ZIP is flagged
      *                      too, so a duplicate registration made
      *                      under a trade name reaches review. The
      *                      new MATCHED ON column says which
      * 2026-09-14  0.6      Businesses, trusts and estates leave the
      *                      last-name walk for a business-name pass:
      *                      pairs at the same ZIP sharing NAMMATCH's
      *                      business Soundex are judged on the
      *                      normalized full NA-BUSINESS-NAME (legal
      *                      forms, noise words, '&' and abbreviations
      *                      evened out), as are non-person aliases
      *                      and DBAs; such pairs report as BUSNAME,
      *                      with both names shown
      *================================================================*

       IDENTIFICATION DIVISION.
           SELECT NAMADDMG         ASSIGN "Data\NAMEADDR.MergePurge.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-MG-FILE-STATUS.

           SELECT NAMADDAL         ASSIGN "Data\NAMEADDR.Alias.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-AL-FILE-STATUS.
      /
       DATA DIVISION.
      *==============
       FD  NAMADDMG.

       01  NAMADDMG-REC            PIC X(100).

       FD  NAMADDAL.

       01  NAMADDAL-REC.           COPY NAMADDAL.
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-NAMADDIX-RECS         PIC 9(09)  COMP VALUE 0.
       01  W-CANDIDATES-FOUND      PIC 9(09)  COMP VALUE 0.
       01  W-ALIAS-CANDIDATES      PIC 9(09)  COMP VALUE 0.
       01  W-BUSINESS-CANDIDATES   PIC 9(09)  COMP VALUE 0.
       01  W-RETURN-CODE           PIC S9(04) COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZ,ZZ9.

               10  W-GRP-ZIP-CODE  PIC X(10).
               10  W-GRP-ENTITY    PIC X(01).

      **** Each alias or trade name carries its owner's ZIP and
      **** first name, read once at start-up, and its own Soundex
      **** key so it is only tried against the group it sounds
      **** like. A trade name is compared as a business name.

       01  W-ALS-COUNT             PIC 9(05)  COMP VALUE 0.
       01  W-ALS-MAX               PIC 9(05)  COMP VALUE 5000.

       01  W-ALS-TABLE.
           05  W-ALS-ENTRY                         OCCURS 5000
                                                   INDEXED W-ALS-IX.
               10  W-ALS-TAXID     PIC X(12).
               10  W-ALS-TYPE      PIC X(01).
                   88  W-ALS-TYPE-DBA              VALUE 'D'.
               10  W-ALS-NAME      PIC X(35).
               10  W-ALS-FIRST-NAME
                                   PIC X(25).
               10  W-ALS-ZIP-CODE  PIC X(10).
               10  W-ALS-ENTITY    PIC X(01).
                   88  W-ALS-NON-PERSON    VALUES 'B', 'T', 'E'.
               10  W-ALS-SOUNDEX   PIC X(04).

      **** Non-person records, set aside by the walk for the
      **** business-name pass.

       01  W-BUS-COUNT             PIC 9(05)  COMP VALUE 0.
       01  W-BUS-MAX               PIC 9(05)  COMP VALUE 10000.

       01  W-BUS-TABLE.
           05  W-BUS-ENTRY                         OCCURS 10000
                                                   INDEXED W-BUS-IX1
                                                           W-BUS-IX2.
               10  W-BUS-TAXID     PIC X(12).
               10  W-BUS-NAME      PIC X(70).
               10  W-BUS-ZIP-CODE  PIC X(10).
               10  W-BUS-ENTITY    PIC X(01).
               10  W-BUS-SOUNDEX   PIC X(04).

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-BUS-OVERFLOWED                    VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-EOF                               VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-AL-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-GROUP-OVERFLOWED     VALUE 'Y'    WHEN SET TO FALSE
                                                    IS 'N'.
       01  W-MG-FILE-STATUS        PIC X(02).
           88  W-MG-FILE-STATUS-GOOD               VALUE '00'.

       01  W-AL-FILE-STATUS        PIC X(02).
           88  W-AL-FILE-STATUS-GOOD               VALUE '00'.

       01  W-ERROR-MSG             PIC X(22)       VALUE
           '**** NAMADDMRG error: '.

               'TAXID 2'.
           05  FILLER              PIC X(16)       VALUE
               'FIRST 2'.
           05  FILLER              PIC X(11)       VALUE
               'ZIP'.
           05  FILLER              PIC X(10)       VALUE
               'MATCHED ON'.

       01  W-MRG-DETAIL-LINE.
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  MG-FIRST-2          PIC X(15).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  MG-ZIP              PIC X(10).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  MG-VIA              PIC X(08).
      /
       PROCEDURE DIVISION.
      *===================
               GO TO MAIN-EXIT
           END-IF

           PERFORM SUB-9650-READ-NEXT-PERSON THRU SUB-9650-EXIT

           PERFORM SUB-2000-PROCESS-GROUP THRU SUB-2000-EXIT
               UNTIL W-EOF
               OR    W-RETURN-CODE NOT = 0

           IF      W-RETURN-CODE = 0
               PERFORM SUB-2500-SCAN-BUSINESSES THRU SUB-2500-EXIT
           END-IF

           PERFORM SUB-3000-SHUT-DOWN THRU SUB-3000-EXIT
           .
       MAIN-EXIT.
           MOVE W-MRG-HEADER-LINE  TO NAMADDMG-REC
           PERFORM SUB-9900-WRITE-NAMADDMG THRU SUB-9900-EXIT

           PERFORM SUB-1100-LOAD-ALIASES THRU SUB-1100-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           MOVE LOW-VALUES         TO NA-LAST-NAME

           START NAMADDIX
           .
       SUB-1005-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-ALIASES.
      *----------------------

           OPEN INPUT NAMADDAL

           IF      NOT W-AL-FILE-STATUS-GOOD
               DISPLAY 'No alias file on disk - names only'
               GO TO SUB-1100-EXIT
           END-IF

           PERFORM SUB-1150-LOAD-ONE-ALIAS THRU SUB-1150-EXIT
               UNTIL W-AL-EOF
               OR    W-RETURN-CODE NOT = 0

           CLOSE NAMADDAL

           MOVE W-ALS-COUNT        TO W-DISP-NUM
           DISPLAY 'Alias and DBA names loaded:   '
                   W-DISP-NUM
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1150-LOAD-ONE-ALIAS.
      *------------------------

           READ NAMADDAL
               AT END
                   SET  W-AL-EOF   TO TRUE
                   GO TO SUB-1150-EXIT
           END-READ

           IF      W-ALS-COUNT >= W-ALS-MAX
               DISPLAY W-ERROR-MSG
                       'Alias table full - increase W-ALS-MAX'
               MOVE 25             TO W-RETURN-CODE
               GO TO SUB-1150-EXIT
           END-IF

      **** A name whose owner is no longer on file has nothing to
      **** be a duplicate of.

           MOVE AL-TAXID           TO NA-TAXID

           READ NAMADDIX
               KEY NA-TAXID
               INVALID KEY
                   GO TO SUB-1150-EXIT
           END-READ

           IF      NOT W-FILE-STATUS-GOOD
               GO TO SUB-1150-EXIT
           END-IF

           ADD  1                  TO W-ALS-COUNT
           SET  W-ALS-IX           TO W-ALS-COUNT
           MOVE AL-TAXID           TO W-ALS-TAXID(W-ALS-IX)
           MOVE AL-TYPE            TO W-ALS-TYPE(W-ALS-IX)
           MOVE AL-NAME            TO W-ALS-NAME(W-ALS-IX)
           MOVE NA-ZIP-CODE        TO W-ALS-ZIP-CODE(W-ALS-IX)

           IF      W-ALS-TYPE-DBA(W-ALS-IX)
               MOVE SPACES         TO W-ALS-FIRST-NAME(W-ALS-IX)
               MOVE 'B'            TO W-ALS-ENTITY(W-ALS-IX)
           ELSE
               MOVE NA-FIRST-NAME  TO W-ALS-FIRST-NAME(W-ALS-IX)
               MOVE NA-ENTITY-TYPE TO W-ALS-ENTITY(W-ALS-IX)
           END-IF

           SET  NM-FUNC-KEY        TO TRUE
           MOVE W-ALS-NAME(W-ALS-IX)
                                   TO NM-LAST-NAME-1
           MOVE W-ALS-FIRST-NAME(W-ALS-IX)
                                   TO NM-FIRST-NAME-1
           MOVE W-ALS-ENTITY(W-ALS-IX)
                                   TO NM-ENTITY-TYPE-1
           MOVE SPACES             TO NM-BUSINESS-NAME-1

           CALL 'NAMMATCH' USING W-NM-CONTROL

           MOVE NM-SOUNDEX-KEY-1   TO W-ALS-SOUNDEX(W-ALS-IX)
           .
       SUB-1150-EXIT.
           EXIT.
      /
       SUB-2000-PROCESS-GROUP.
      *-----------------------
           END-IF

           PERFORM SUB-2200-SCAN-GROUP-FOR-DUPES THRU SUB-2200-EXIT

           IF      W-ALS-COUNT > 0
               PERFORM SUB-2300-SCAN-GROUP-FOR-ALIASES THRU
                       SUB-2300-EXIT
                   VARYING W-ALS-IX FROM 1 BY 1
                   UNTIL W-ALS-IX > W-ALS-COUNT
           END-IF
           .
       SUB-2000-EXIT.
           EXIT.
               ADD  1              TO W-GROUP-COUNT
               SET  W-GRP-IX1      TO W-GROUP-COUNT
               MOVE NA-TAXID       TO W-GRP-TAXID(W-GRP-IX1)
               MOVE NA-LAST-NAME   TO W-GRP-LAST-NAME(W-GRP-IX1)
               MOVE NA-FIRST-NAME  TO W-GRP-FIRST-NAME(W-GRP-IX1)
               MOVE NA-ZIP-CODE    TO W-GRP-ZIP-CODE(W-GRP-IX1)
               MOVE NA-ENTITY-TYPE TO W-GRP-ENTITY(W-GRP-IX1)
           ELSE

           ADD  1                  TO W-NAMADDIX-RECS

           PERFORM SUB-9650-READ-NEXT-PERSON THRU SUB-9650-EXIT

           IF      NOT W-EOF
               AND W-RETURN-CODE = 0
                                   TO NM-ENTITY-TYPE-1
                   MOVE W-GRP-ENTITY(W-GRP-IX2)
                                   TO NM-ENTITY-TYPE-2
                   MOVE SPACES     TO NM-BUSINESS-NAME-1
                                      NM-BUSINESS-NAME-2

                   CALL 'NAMMATCH' USING W-NM-CONTROL

           .
       SUB-2220-EXIT.
           EXIT.
      /
       SUB-2300-SCAN-GROUP-FOR-ALIASES.
      *--------------------------------

           IF      W-ALS-SOUNDEX(W-ALS-IX) NOT = W-CURRENT-SOUNDEX
               GO TO SUB-2300-EXIT
           END-IF

           PERFORM SUB-2310-SCAN-ALIAS-AGAINST THRU SUB-2310-EXIT
               VARYING W-GRP-IX2 FROM 1 BY 1
               UNTIL W-GRP-IX2 > W-GROUP-COUNT
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2310-SCAN-ALIAS-AGAINST.
      *----------------------------

           IF      W-ALS-ZIP-CODE(W-ALS-IX) = SPACES
               OR  W-ALS-ZIP-CODE(W-ALS-IX)
                               NOT = W-GRP-ZIP-CODE(W-GRP-IX2)
               OR  W-ALS-TAXID(W-ALS-IX) = W-GRP-TAXID(W-GRP-IX2)
               GO TO SUB-2310-EXIT
           END-IF

           SET  NM-FUNC-MATCH      TO TRUE
           MOVE W-ALS-NAME(W-ALS-IX)
                                   TO NM-LAST-NAME-1
           MOVE W-ALS-FIRST-NAME(W-ALS-IX)
                                   TO NM-FIRST-NAME-1
           MOVE W-GRP-LAST-NAME(W-GRP-IX2)
                                   TO NM-LAST-NAME-2
           MOVE W-GRP-FIRST-NAME(W-GRP-IX2)
                                   TO NM-FIRST-NAME-2
           MOVE W-ALS-ENTITY(W-ALS-IX)
                                   TO NM-ENTITY-TYPE-1
           MOVE W-GRP-ENTITY(W-GRP-IX2)
                                   TO NM-ENTITY-TYPE-2
           MOVE SPACES             TO NM-BUSINESS-NAME-1
                                      NM-BUSINESS-NAME-2

           CALL 'NAMMATCH' USING W-NM-CONTROL

           IF      NM-NAMES-MATCH
               PERFORM SUB-9810-WRITE-ALIAS-CANDIDATE THRU
                       SUB-9810-EXIT
           END-IF
           .
       SUB-2310-EXIT.
           EXIT.
      /
       SUB-2400-SET-ASIDE-BUSINESS.
      *----------------------------

      **** The record just read is a business, trust or estate - it
      **** is tabled with its business Soundex for SUB-2500 rather
      **** than joining a last-name group.

           ADD  1                  TO W-NAMADDIX-RECS

           IF      W-BUS-COUNT >= W-BUS-MAX
               IF      NOT W-BUS-OVERFLOWED
                   SET  W-BUS-OVERFLOWED
                                   TO TRUE
                   DISPLAY W-ERROR-MSG
                           'More than '
                           W-BUS-MAX
                           ' businesses, trusts and estates - '
                           'excess skipped'
               END-IF
               GO TO SUB-2400-EXIT
           END-IF

           ADD  1                  TO W-BUS-COUNT
           SET  W-BUS-IX1          TO W-BUS-COUNT
           MOVE NA-TAXID           TO W-BUS-TAXID(W-BUS-IX1)
           MOVE NA-BUSINESS-NAME   TO W-BUS-NAME(W-BUS-IX1)
           MOVE NA-ZIP-CODE        TO W-BUS-ZIP-CODE(W-BUS-IX1)
           MOVE NA-ENTITY-TYPE     TO W-BUS-ENTITY(W-BUS-IX1)

           SET  NM-FUNC-KEY        TO TRUE
           MOVE NA-ENTITY-TYPE     TO NM-ENTITY-TYPE-1
           MOVE NA-BUSINESS-NAME   TO NM-BUSINESS-NAME-1
           MOVE SPACES             TO NM-LAST-NAME-1
                                      NM-FIRST-NAME-1

           CALL 'NAMMATCH' USING W-NM-CONTROL

           MOVE NM-SOUNDEX-KEY-1   TO W-BUS-SOUNDEX(W-BUS-IX1)
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-2500-SCAN-BUSINESSES.
      *-------------------------

           MOVE W-BUS-COUNT        TO W-DISP-NUM
           DISPLAY 'Businesses, trusts, estates:  '
                   W-DISP-NUM

           IF      W-BUS-COUNT = 0
               GO TO SUB-2500-EXIT
           END-IF

           PERFORM SUB-2510-SCAN-BUSINESS-OUTER THRU SUB-2510-EXIT
               VARYING W-BUS-IX1 FROM 1 BY 1
               UNTIL W-BUS-IX1 > W-BUS-COUNT
               OR    W-RETURN-CODE NOT = 0

           IF      W-ALS-COUNT > 0
               PERFORM SUB-2550-SCAN-BUSINESS-ALIAS THRU
                       SUB-2550-EXIT
                   VARYING W-ALS-IX FROM 1 BY 1
                   UNTIL W-ALS-IX > W-ALS-COUNT
                   OR    W-RETURN-CODE NOT = 0
           END-IF
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2510-SCAN-BUSINESS-OUTER.
      *-----------------------------

           IF      W-BUS-ZIP-CODE(W-BUS-IX1) = SPACES
               GO TO SUB-2510-EXIT
           END-IF

           SET  W-BUS-IX2          TO W-BUS-IX1
           SET  W-BUS-IX2          UP BY 1

           PERFORM SUB-2520-SCAN-BUSINESS-INNER THRU SUB-2520-EXIT
               VARYING W-BUS-IX2 FROM W-BUS-IX2 BY 1
               UNTIL W-BUS-IX2 > W-BUS-COUNT
               OR    W-RETURN-CODE NOT = 0
           .
       SUB-2510-EXIT.
           EXIT.
      /
       SUB-2520-SCAN-BUSINESS-INNER.
      *-----------------------------

           IF      W-BUS-SOUNDEX(W-BUS-IX2)
                               NOT = W-BUS-SOUNDEX(W-BUS-IX1)
               OR  W-BUS-ZIP-CODE(W-BUS-IX2)
                               NOT = W-BUS-ZIP-CODE(W-BUS-IX1)
               OR  W-BUS-TAXID(W-BUS-IX2) = W-BUS-TAXID(W-BUS-IX1)
               GO TO SUB-2520-EXIT
           END-IF

           SET  NM-FUNC-MATCH      TO TRUE
           MOVE W-BUS-ENTITY(W-BUS-IX1)
                                   TO NM-ENTITY-TYPE-1
           MOVE W-BUS-ENTITY(W-BUS-IX2)
                                   TO NM-ENTITY-TYPE-2
           MOVE W-BUS-NAME(W-BUS-IX1)
                                   TO NM-BUSINESS-NAME-1
           MOVE W-BUS-NAME(W-BUS-IX2)
                                   TO NM-BUSINESS-NAME-2
           MOVE SPACES             TO NM-LAST-NAME-1
                                      NM-FIRST-NAME-1
                                      NM-LAST-NAME-2
                                      NM-FIRST-NAME-2

           CALL 'NAMMATCH' USING W-NM-CONTROL

           IF      NM-NAMES-MATCH
               PERFORM SUB-9820-WRITE-BUS-CANDIDATE THRU
                       SUB-9820-EXIT
           END-IF
           .
       SUB-2520-EXIT.
           EXIT.
      /
       SUB-2550-SCAN-BUSINESS-ALIAS.
      *-----------------------------

      **** Only a trade name, or an alias of a business, trust or
      **** estate, is a business name; a person's alias was already
      **** tried against its last-name group.

           IF      NOT W-ALS-NON-PERSON(W-ALS-IX)
               OR  W-ALS-ZIP-CODE(W-ALS-IX) = SPACES
               GO TO SUB-2550-EXIT
           END-IF

           PERFORM SUB-2560-SCAN-ALIAS-AGAINST-BUS THRU SUB-2560-EXIT
               VARYING W-BUS-IX2 FROM 1 BY 1
               UNTIL W-BUS-IX2 > W-BUS-COUNT
               OR    W-RETURN-CODE NOT = 0
           .
       SUB-2550-EXIT.
           EXIT.
      /
       SUB-2560-SCAN-ALIAS-AGAINST-BUS.
      *--------------------------------

           IF      W-BUS-SOUNDEX(W-BUS-IX2)
                               NOT = W-ALS-SOUNDEX(W-ALS-IX)
               OR  W-BUS-ZIP-CODE(W-BUS-IX2)
                               NOT = W-ALS-ZIP-CODE(W-ALS-IX)
               OR  W-BUS-TAXID(W-BUS-IX2) = W-ALS-TAXID(W-ALS-IX)
               GO TO SUB-2560-EXIT
           END-IF

           SET  NM-FUNC-MATCH      TO TRUE
           MOVE W-ALS-ENTITY(W-ALS-IX)
                                   TO NM-ENTITY-TYPE-1
           MOVE W-BUS-ENTITY(W-BUS-IX2)
                                   TO NM-ENTITY-TYPE-2
           MOVE SPACES             TO NM-BUSINESS-NAME-1
           MOVE W-BUS-NAME(W-BUS-IX2)
                                   TO NM-BUSINESS-NAME-2
           MOVE W-ALS-NAME(W-ALS-IX)
                                   TO NM-LAST-NAME-1
           MOVE SPACES             TO NM-FIRST-NAME-1
                                      NM-LAST-NAME-2
                                      NM-FIRST-NAME-2

           CALL 'NAMMATCH' USING W-NM-CONTROL

           IF      NM-NAMES-MATCH
               PERFORM SUB-9830-WRITE-BUS-ALIAS-CAND THRU
                       SUB-9830-EXIT
           END-IF
           .
       SUB-2560-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------
           DISPLAY 'Merge/purge candidates found:  '
                   W-DISP-NUM

           MOVE W-ALIAS-CANDIDATES TO W-DISP-NUM
           DISPLAY '  of which on alias/DBA name:  '
                   W-DISP-NUM

           MOVE W-BUSINESS-CANDIDATES
                                   TO W-DISP-NUM
           DISPLAY '  of which on business name:   '
                   W-DISP-NUM

           DISPLAY 'NAMADDMRG completed'
           .
       SUB-3000-EXIT.
           .
       SUB-9600-EXIT.
           EXIT.
      /
       SUB-9650-READ-NEXT-PERSON.
      *--------------------------

      **** Reads on to the next person, setting aside each business,
      **** trust or estate met on the way.

           PERFORM SUB-9600-READ-NAMADDIX-SEQ THRU SUB-9600-EXIT

           PERFORM UNTIL W-EOF
                   OR    W-RETURN-CODE NOT = 0
                   OR    NOT NA-ENTITY-NON-PERSON
               PERFORM SUB-2400-SET-ASIDE-BUSINESS THRU SUB-2400-EXIT
               PERFORM SUB-9600-READ-NAMADDIX-SEQ THRU SUB-9600-EXIT
           END-PERFORM
           .
       SUB-9650-EXIT.
           EXIT.
      /
       SUB-9700-SOUNDEX-RECORD.
      *------------------------

           SET  NM-FUNC-KEY        TO TRUE
           MOVE NA-LAST-NAME       TO NM-LAST-NAME-1
           MOVE NA-FIRST-NAME      TO NM-FIRST-NAME-1
           MOVE NA-ENTITY-TYPE     TO NM-ENTITY-TYPE-1
           MOVE SPACES             TO NM-BUSINESS-NAME-1

           CALL 'NAMMATCH' USING W-NM-CONTROL

                                   TO MG-FIRST-2
           MOVE W-GRP-ZIP-CODE(W-GRP-IX1)
                                   TO MG-ZIP
           MOVE 'NAME'             TO MG-VIA

           MOVE W-MRG-DETAIL-LINE  TO NAMADDMG-REC

           .
       SUB-9800-EXIT.
           EXIT.
      /
       SUB-9810-WRITE-ALIAS-CANDIDATE.
      *-------------------------------

           MOVE SPACES             TO W-MRG-DETAIL-LINE
           MOVE W-ALS-NAME(W-ALS-IX)
                                   TO MG-LAST-NAME
           MOVE W-ALS-TAXID(W-ALS-IX)
                                   TO MG-TAXID-1
           MOVE W-ALS-FIRST-NAME(W-ALS-IX)
                                   TO MG-FIRST-1
           MOVE W-GRP-TAXID(W-GRP-IX2)
                                   TO MG-TAXID-2
           MOVE W-GRP-FIRST-NAME(W-GRP-IX2)
                                   TO MG-FIRST-2
           MOVE W-ALS-ZIP-CODE(W-ALS-IX)
                                   TO MG-ZIP

           IF      W-ALS-TYPE-DBA(W-ALS-IX)
               MOVE 'DBA'          TO MG-VIA
           ELSE
               MOVE 'ALIAS'        TO MG-VIA
           END-IF

           MOVE W-MRG-DETAIL-LINE  TO NAMADDMG-REC

           PERFORM SUB-9900-WRITE-NAMADDMG THRU SUB-9900-EXIT

           ADD  1                  TO W-CANDIDATES-FOUND
           ADD  1                  TO W-ALIAS-CANDIDATES
           .
       SUB-9810-EXIT.
           EXIT.
      /
       SUB-9820-WRITE-BUS-CANDIDATE.
      *-----------------------------

           MOVE SPACES             TO W-MRG-DETAIL-LINE
           MOVE W-BUS-NAME(W-BUS-IX1)
                                   TO MG-LAST-NAME
           MOVE W-BUS-TAXID(W-BUS-IX1)
                                   TO MG-TAXID-1
           MOVE W-BUS-TAXID(W-BUS-IX2)
                                   TO MG-TAXID-2
           MOVE W-BUS-NAME(W-BUS-IX2)
                                   TO MG-FIRST-2
           MOVE W-BUS-ZIP-CODE(W-BUS-IX1)
                                   TO MG-ZIP
           MOVE 'BUSNAME'          TO MG-VIA

           MOVE W-MRG-DETAIL-LINE  TO NAMADDMG-REC

           PERFORM SUB-9900-WRITE-NAMADDMG THRU SUB-9900-EXIT

           ADD  1                  TO W-CANDIDATES-FOUND
           ADD  1                  TO W-BUSINESS-CANDIDATES
           .
       SUB-9820-EXIT.
           EXIT.
      /
       SUB-9830-WRITE-BUS-ALIAS-CAND.
      *------------------------------

           MOVE SPACES             TO W-MRG-DETAIL-LINE
           MOVE W-ALS-NAME(W-ALS-IX)
                                   TO MG-LAST-NAME
           MOVE W-ALS-TAXID(W-ALS-IX)
                                   TO MG-TAXID-1
           MOVE W-BUS-TAXID(W-BUS-IX2)
                                   TO MG-TAXID-2
           MOVE W-BUS-NAME(W-BUS-IX2)
                                   TO MG-FIRST-2
           MOVE W-ALS-ZIP-CODE(W-ALS-IX)
                                   TO MG-ZIP

           IF      W-ALS-TYPE-DBA(W-ALS-IX)
               MOVE 'DBA'          TO MG-VIA
           ELSE
               MOVE 'ALIAS'        TO MG-VIA
           END-IF

           MOVE W-MRG-DETAIL-LINE  TO NAMADDMG-REC

           PERFORM SUB-9900-WRITE-NAMADDMG THRU SUB-9900-EXIT

           ADD  1                  TO W-CANDIDATES-FOUND
           ADD  1                  TO W-ALIAS-CANDIDATES
           .
       SUB-9830-EXIT.
           EXIT.
      /
       SUB-9900-WRITE-NAMADDMG.
      *------------------------
