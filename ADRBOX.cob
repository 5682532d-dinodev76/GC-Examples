      *============================ ADRBOX ============================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Subroutine saying whether a street line, in the
      *              ADRSTD comparison form, is a PO Box, a rural
      *              route or highway-contract box, or a private
      *              mailbox at a commercial mail receiving agency
      *              (CMRA) rather than a physical location.
      *
      *              The line is split into words with any '.' inside
      *              a word dropped, so 'P.O. BOX 12', 'PO BOX 12'
      *              and 'P O BOX 12' read alike, and the words are
      *              matched against the USPS designators. A CMRA box
      *              is recognised by its PMB designator or, when the
      *              filer left that off, by its street being on the
      *              known-CMRA list Data\NAMEADDR.Cmra.dat - one
      *              line per agency, fixed columns with a space
      *              between fields:
      *
      *                  ZIP (5 digits)   X(05)
      *                  street           X(35)  (any form - it is
      *                                   standardized through
      *                                   ADRSTD as it loads)
      *                  agency name      X(30)
      *
      *              A record's street matches when it begins with
      *              the agency's street and the same ZIP, so the
      *              box or suite number after it does not matter.
      *              The list is read into a table on the first call
      *              and held for the rest of the run; no list on
      *              disk means only the designators are recognised.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.             ADRBOX.

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
           SELECT CMRALIST         ASSIGN "Data\NAMEADDR.Cmra.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-CR-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  CMRALIST.

       01  CMRALIST-REC.
           05  CR-ZIP-CODE         PIC X(05).
           05  FILLER              PIC X(01).
           05  CR-STREET           PIC X(35).
           05  FILLER              PIC X(01).
           05  CR-NAME             PIC X(30).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-LOADED-SW             PIC X(01)       VALUE 'N'.
           88  W-TABLE-LOADED                      VALUE 'Y'.

       01  W-CMRA-COUNT            PIC 9(04)  COMP VALUE 0.
       01  W-CMRA-MAX              PIC 9(04)  COMP VALUE 2000.

       01  W-CMRA-TABLE.
           05  W-CMRA-ENTRY                        OCCURS 2000
                                                   INDEXED W-CMRA-IX.
               10  W-CMRA-ZIP      PIC X(05).
               10  W-CMRA-STREET   PIC X(35).
               10  W-CMRA-LEN      PIC 9(04)  COMP.
               10  W-CMRA-NAME     PIC X(30).

      **** The street line split into words, '.' dropped.

       01  W-WORD-COUNT            PIC 9(04)  COMP.
       01  W-WORD-MAX              PIC 9(04)  COMP VALUE 18.

       01  W-WORD-TABLE.
           05  W-WORD              PIC X(35)
                                   OCCURS 20 TIMES.

       01  W-WX                    PIC 9(04)  COMP.
       01  W-SCAN-POS              PIC 9(04)  COMP.
       01  W-CHAR-LEN              PIC 9(04)  COMP.
       01  W-NEXT-1                PIC X(35).
       01  W-NEXT-2                PIC X(35).

       01  W-PO-BOX-SW             PIC X(01).
           88  W-PO-BOX-SEEN                       VALUE 'Y'.

       01  W-RURAL-SW              PIC X(01).
           88  W-RURAL-SEEN                        VALUE 'Y'.

       01  W-PMB-SW                PIC X(01).
           88  W-PMB-SEEN                          VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-CR-EOF                            VALUE 'Y'.

       01  W-CR-FILE-STATUS        PIC X(02).
           88  W-CR-FILE-STATUS-GOOD               VALUE '00'.

       01  W-AS-CONTROL.
           COPY ADRSTDL.
      /
       LINKAGE SECTION.
      *----------------

       01  L-CONTROL.              COPY ADRBOXL.
      /
       PROCEDURE DIVISION
      *==================
           USING L-CONTROL.

       MAIN.
      *-----

           IF      NOT W-TABLE-LOADED
               PERFORM SUB-1000-LOAD-CMRA-LIST THRU SUB-1000-EXIT
           END-IF

           SET  AB-RESULT-STREET   TO TRUE
           MOVE SPACES             TO AB-CMRA-NAME

           IF      AB-STREET = SPACES
               GO TO MAIN-EXIT
           END-IF

           PERFORM SUB-2000-FIND-LISTED-CMRA THRU SUB-2000-EXIT

           IF      AB-RESULT-CMRA
               GO TO MAIN-EXIT
           END-IF

           PERFORM SUB-3000-SPLIT-WORDS THRU SUB-3000-EXIT

           MOVE 'N'                TO W-PO-BOX-SW
                                      W-RURAL-SW
                                      W-PMB-SW

           PERFORM SUB-4000-MATCH-DESIGNATOR THRU SUB-4000-EXIT
               VARYING W-WX FROM 1 BY 1
               UNTIL W-WX > W-WORD-COUNT

      **** A PMB behind a street is a CMRA even if the street is not
      **** on the list; a PO Box outranks a route box it appears
      **** with.

           EVALUATE TRUE
               WHEN W-PMB-SEEN
                   SET  AB-RESULT-CMRA
                                   TO TRUE
               WHEN W-PO-BOX-SEEN
                   SET  AB-RESULT-PO-BOX
                                   TO TRUE
               WHEN W-RURAL-SEEN
                   SET  AB-RESULT-RURAL-ROUTE
                                   TO TRUE
           END-EVALUATE
           .
       MAIN-EXIT.
           GOBACK.
      /
       SUB-1000-LOAD-CMRA-LIST.
      *------------------------

           SET  W-TABLE-LOADED     TO TRUE

           OPEN INPUT CMRALIST

           IF      NOT W-CR-FILE-STATUS-GOOD
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1100-LOAD-ONE-CMRA THRU SUB-1100-EXIT
               UNTIL W-CR-EOF

           CLOSE CMRALIST
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-ONE-CMRA.
      *-----------------------

           READ CMRALIST
               AT END
                   SET  W-CR-EOF   TO TRUE
                   GO TO SUB-1100-EXIT
           END-READ

           IF      W-CMRA-COUNT >= W-CMRA-MAX
               OR  CR-ZIP-CODE NOT NUMERIC
               OR  CR-STREET = SPACES
               GO TO SUB-1100-EXIT
           END-IF

           MOVE CR-STREET          TO AS-STREET
           MOVE SPACES             TO AS-CITY
           CALL 'ADRSTD' USING W-AS-CONTROL

           ADD  1                  TO W-CMRA-COUNT
           SET  W-CMRA-IX          TO W-CMRA-COUNT
           MOVE CR-ZIP-CODE        TO W-CMRA-ZIP(W-CMRA-IX)
           MOVE AS-STREET          TO W-CMRA-STREET(W-CMRA-IX)
           MOVE CR-NAME            TO W-CMRA-NAME(W-CMRA-IX)

           MOVE 35                 TO W-CHAR-LEN

           PERFORM UNTIL W-CHAR-LEN = 0
                   OR    AS-STREET(W-CHAR-LEN : 1) NOT = SPACE
               SUBTRACT 1          FROM W-CHAR-LEN
           END-PERFORM

           MOVE W-CHAR-LEN         TO W-CMRA-LEN(W-CMRA-IX)
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-2000-FIND-LISTED-CMRA.
      *--------------------------

      **** The listed street must be followed in the caller's line by
      **** a space (the box number) or nothing at all - '100 MAIN ST'
      **** must not match '100 MAIN STATION RD'.

           IF      AB-ZIP-CODE(1 : 5) NOT NUMERIC
               GO TO SUB-2000-EXIT
           END-IF

           PERFORM VARYING W-CMRA-IX FROM 1 BY 1
                   UNTIL W-CMRA-IX > W-CMRA-COUNT
                   OR    AB-RESULT-CMRA
               MOVE W-CMRA-LEN(W-CMRA-IX)
                                   TO W-CHAR-LEN

               IF      W-CMRA-ZIP(W-CMRA-IX) = AB-ZIP-CODE(1 : 5)
                   AND W-CHAR-LEN > 0
                   AND AB-STREET(1 : W-CHAR-LEN)
                               = W-CMRA-STREET(W-CMRA-IX)
                                             (1 : W-CHAR-LEN)
                   IF      W-CHAR-LEN = 35
                       OR  AB-STREET(W-CHAR-LEN + 1 : 1) = SPACE
                       SET  AB-RESULT-CMRA
                                   TO TRUE
                       MOVE W-CMRA-NAME(W-CMRA-IX)
                                   TO AB-CMRA-NAME
                   END-IF
               END-IF
           END-PERFORM
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-3000-SPLIT-WORDS.
      *---------------------

           MOVE SPACES             TO W-WORD-TABLE
           MOVE 0                  TO W-WORD-COUNT
           MOVE 0                  TO W-CHAR-LEN

           PERFORM VARYING W-SCAN-POS FROM 1 BY 1
                   UNTIL W-SCAN-POS > 35
               EVALUATE TRUE
                   WHEN AB-STREET(W-SCAN-POS : 1) = SPACE
                       MOVE 0      TO W-CHAR-LEN

                   WHEN AB-STREET(W-SCAN-POS : 1) = '.'
                       CONTINUE

                   WHEN W-CHAR-LEN = 0
                    AND W-WORD-COUNT >= W-WORD-MAX
                       CONTINUE

                   WHEN OTHER
                       IF      W-CHAR-LEN = 0
                           ADD  1  TO W-WORD-COUNT
                       END-IF
                       ADD  1      TO W-CHAR-LEN
                       MOVE AB-STREET(W-SCAN-POS : 1)
                                   TO W-WORD(W-WORD-COUNT)
                                            (W-CHAR-LEN : 1)
               END-EVALUATE
           END-PERFORM
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-4000-MATCH-DESIGNATOR.
      *--------------------------

      **** W-WX is the word being tried; the two after it (spaces
      **** past the last word) complete the multi-word designators.
      **** BOX, DRAWER and CALLER alone count only as the first word
      **** and before a number, so 'BOXWOOD LN' and '12 BOX ELDER
      **** CT' stay street addresses.

           MOVE W-WORD(W-WX + 1)   TO W-NEXT-1
           MOVE W-WORD(W-WX + 2)   TO W-NEXT-2

           EVALUATE TRUE
               WHEN W-WORD(W-WX) = 'PMB'
               WHEN W-WORD(W-WX) = 'PRIVATE'
                AND W-NEXT-1 = 'MAILBOX'
                   SET  W-PMB-SEEN TO TRUE

               WHEN W-WORD(W-WX) = 'POBOX'
               WHEN W-WORD(W-WX) = 'PO'
                AND (W-NEXT-1 = 'BOX' OR 'DRAWER')
               WHEN W-WORD(W-WX) = 'P'
                AND W-NEXT-1 = 'O'
                AND W-NEXT-2 = 'BOX'
               WHEN W-WORD(W-WX) = 'POST'
                AND W-NEXT-1 = 'OFFICE'
                AND W-NEXT-2 = 'BOX'
               WHEN W-WORD(W-WX) = 'POST'
                AND W-NEXT-1 = 'BOX'
               WHEN W-WORD(W-WX) = 'POB'
                AND W-NEXT-1(1 : 1) NUMERIC
               WHEN W-WX = 1
                AND (W-WORD(W-WX) = 'BOX' OR 'DRAWER' OR 'CALLER')
                AND W-NEXT-1(1 : 1) NUMERIC
                   SET  W-PO-BOX-SEEN
                                   TO TRUE

               WHEN W-WORD(W-WX) = 'RR'
                AND W-NEXT-1(1 : 1) NUMERIC
               WHEN W-WORD(W-WX)(1 : 2) = 'RR'
                AND W-WORD(W-WX)(3 : 1) NUMERIC
               WHEN W-WORD(W-WX) = 'R'
                AND W-NEXT-1 = 'R'
                AND W-NEXT-2(1 : 1) NUMERIC
               WHEN W-WORD(W-WX) = 'RURAL'
                AND (W-NEXT-1 = 'ROUTE' OR 'RTE' OR 'RT')
               WHEN W-WORD(W-WX) = 'RFD'
               WHEN W-WORD(W-WX) = 'HC'
                AND W-NEXT-1(1 : 1) NUMERIC
               WHEN W-WORD(W-WX) = 'HWY'
                AND W-NEXT-1 = 'CONTRACT'
                AND W-NEXT-2(1 : 1) NUMERIC
               WHEN W-WORD(W-WX) = 'STAR'
                AND (W-NEXT-1 = 'ROUTE' OR 'RTE')
                   SET  W-RURAL-SEEN
                                   TO TRUE
           END-EVALUATE
           .
       SUB-4000-EXIT.
           EXIT.
