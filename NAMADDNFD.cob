      *========================== NAMADDNFD ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Non-filer discovery. Other agencies - motor
      *              vehicles, business licensing - give us their
      *              registrant files; the people and businesses on
      *              them who have never registered with us are the
      *              compliance unit's best leads. Each file is
      *              converted on receipt to the common layout
      *              NAMADDER.cpy and the files are concatenated
      *              into Data\NAMEADDR.ExtRegistrant.dat, every
      *              line naming its source.
      *
      *              Each registrant is first put into the shop's
      *              own form - a person's name through NAMPARSE, a
      *              business name upper-cased, the street and city
      *              through ADRSTD, phone and email through CNTSTD -
      *              and then matched against NAMADDIX:
      *
      *                  by TAXID, where the agency supplied one
      *                  that is on file;
      *
      *                  otherwise by name and address - a person
      *                  against the exact last-name group on the
      *                  NA-LAST-NAME alternate key, a business,
      *                  trust or estate against every business on
      *                  file with the same business Soundex, both
      *                  scored by NAMMATCH - where the standardized
      *                  street and ZIP5 also agree with the record's
      *                  physical or mailing address.
      *
      *              A registrant neither finds is written to the
      *              lead file Data\NAMEADDR.DiscoveryLeads.dat
      *              (layout NAMADDLD.cpy) with a score for how
      *              workable it is. A same-name record at another
      *              address is no match, but it marks the lead as a
      *              likely mover: the lead is marked down and the
      *              record's TAXID given with it.
      *
      *              Every run appends its counts by source to
      *              Data\NAMEADDR.DiscoveryHist.dat, and the report
      *              Data\NAMEADDR.Discovery.Rpt.dat gives each
      *              source's match and lead rates for this run and
      *              for every run on the history - the figures that
      *              say which files are worth paying for.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 NAMADDNFD.

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
           SELECT NAMADDER         ASSIGN
                                   "Data\NAMEADDR.ExtRegistrant.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-ER-FILE-STATUS.

           SELECT NAMADDIX         ASSIGN "Data\NAMEADDR.Idx.dat"
                                   ORGANIZATION INDEXED
                                   ACCESS DYNAMIC
                                   RECORD KEY NA-TAXID
                                   ALTERNATE KEY NA-LAST-NAME
                                       WITH DUPLICATES
                                   FILE STATUS W-FILE-STATUS.

           SELECT NAMADDLD         ASSIGN
                                   "Data\NAMEADDR.DiscoveryLeads.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-LD-FILE-STATUS.

           SELECT DSCHIST          ASSIGN
                                   "Data\NAMEADDR.DiscoveryHist.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-NH-FILE-STATUS.

           SELECT DSCRPT           ASSIGN
                                   "Data\NAMEADDR.Discovery.Rpt.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-RP-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  NAMADDER.

       01  NAMADDER-REC.           COPY NAMADDER.

       FD  NAMADDIX.

       01  NAMADDIX-REC.           COPY NAMEADDR.

       FD  NAMADDLD.

       01  NAMADDLD-REC.           COPY NAMADDLD.

       FD  DSCHIST.

       01  DSCHIST-REC.
           05  NH-DATE             PIC X(08).
           05  FILLER              PIC X(01).
           05  NH-RUN-ID           PIC 9(08).
           05  FILLER              PIC X(01).
           05  NH-SOURCE           PIC X(08).
           05  FILLER              PIC X(01).
           05  NH-READ             PIC 9(07).
           05  FILLER              PIC X(01).
           05  NH-TAXID-MATCH      PIC 9(07).
           05  FILLER              PIC X(01).
           05  NH-NAME-MATCH       PIC 9(07).
           05  FILLER              PIC X(01).
           05  NH-LEADS            PIC 9(07).
           05  FILLER              PIC X(01).
           05  NH-NEAR-MISS        PIC 9(07).
           05  FILLER              PIC X(01).
           05  NH-HIGH-SCORE       PIC 9(07).

       FD  DSCRPT.

       01  DSCRPT-REC              PIC X(132).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-RETURN-CODE           PIC S9(04) COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ,ZZ9.

       01  W-REGISTRANTS-READ      PIC 9(09)  COMP VALUE 0.
       01  W-TAXID-SUPPLIED        PIC 9(09)  COMP VALUE 0.
       01  W-TAXID-UNUSABLE        PIC 9(09)  COMP VALUE 0.
       01  W-MATCHED-TAXID         PIC 9(09)  COMP VALUE 0.
       01  W-MATCHED-NAME          PIC 9(09)  COMP VALUE 0.
       01  W-TAXID-DIFFERS         PIC 9(09)  COMP VALUE 0.
       01  W-LEADS-WRITTEN         PIC 9(09)  COMP VALUE 0.
       01  W-LEADS-NEAR            PIC 9(09)  COMP VALUE 0.
       01  W-LEADS-HIGH            PIC 9(09)  COMP VALUE 0.
       01  W-HIST-LINES-READ       PIC 9(09)  COMP VALUE 0.
       01  W-NAMADDIX-RECS         PIC 9(09)  COMP VALUE 0.

      **** A lead scoring at least this much is counted as a
      **** high-scoring lead in the source statistics.

       01  W-HIGH-SCORE            PIC 9(03)       VALUE 70.

       01  W-TODAY                 PIC X(08).

      **** The registrant in the shop's form.

       01  W-STD-TAXID             PIC X(12).
       01  W-STD-TAXID-SW          PIC X(01).
           88  W-STD-TAXID-NONE                    VALUE SPACE.
           88  W-STD-TAXID-USABLE                  VALUE 'U'.
           88  W-STD-TAXID-UNUSABLE                VALUE 'X'.

       01  W-TAXID-DIGITS          PIC X(12).
       01  W-DIGIT-COUNT           PIC 9(02)  COMP.
       01  W-CHAR-IX               PIC 9(02)  COMP.

       01  W-STD-NAME.
           05  W-STD-PREFIX        PIC X(10).
           05  W-STD-FIRST-NAME    PIC X(25).
           05  W-STD-LAST-NAME     PIC X(35).
           05  W-STD-SUFFIX        PIC X(10).
       01  W-STD-NAME-BUSINESS     REDEFINES W-STD-NAME.
           05  W-STD-BUSINESS-NAME PIC X(70).
           05  FILLER              PIC X(10).

       01  W-STD-NAME-SW           PIC X(01).
           88  W-STD-NAME-FULL                     VALUE 'Y'.
           88  W-STD-NAME-PARTIAL                  VALUE 'N'.

       01  W-STD-FIRST-WORD        PIC X(25).
       01  W-STD-SOUNDEX           PIC X(04).
       01  W-STD-STREET            PIC X(35).
       01  W-STD-CITY              PIC X(25).
       01  W-STD-STATE             PIC X(10).
       01  W-STD-ZIP5              PIC X(05).

       01  W-STD-CONTACT-SW        PIC X(01).
           88  W-STD-CONTACT-USABLE                VALUE 'Y'.
           88  W-STD-CONTACT-NONE                  VALUE 'N'.

       01  W-CAND-FIRST-WORD       PIC X(25).

      **** The address a candidate record is compared on.

       01  W-CMP-STREET            PIC X(35).
       01  W-CMP-ZIP5              PIC X(05).
       01  W-CMP-M-STREET          PIC X(35).
       01  W-CMP-M-ZIP5            PIC X(05).

       01  W-ADDR-SW               PIC X(01).
           88  W-ADDR-AGREES                       VALUE 'Y'.
           88  W-ADDR-DIFFERS                      VALUE 'N'.

       01  W-MATCH-SW              PIC X(01).
           88  W-MATCH-NONE                        VALUE SPACE.
           88  W-MATCH-BY-TAXID                    VALUE 'T'.
           88  W-MATCH-BY-NAME                     VALUE 'N'.

       01  W-NEAR-TAXID            PIC X(12).
       01  W-SCORE                 PIC S9(03) COMP.

      **** Every business, trust and estate on NAMADDIX, tabled
      **** with its business Soundex on one pass at start-up - a
      **** business name has no alternate key to walk.

       01  W-BUS-COUNT             PIC 9(05)  COMP VALUE 0.
       01  W-BUS-MAX               PIC 9(05)  COMP VALUE 20000.

       01  W-BUS-TABLE.
           05  W-BUS-ENTRY                         OCCURS 20000
                                                   INDEXED W-BUS-IX.
               10  W-BUS-TAXID     PIC X(12).
               10  W-BUS-SOUNDEX   PIC X(04).
               10  W-BUS-ENTITY    PIC X(01).
               10  W-BUS-NAME      PIC X(70).
               10  W-BUS-STREET    PIC X(35).
               10  W-BUS-ZIP5      PIC X(05).
               10  W-BUS-M-STREET  PIC X(35).
               10  W-BUS-M-ZIP5    PIC X(05).

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-BUS-OVERFLOWED                    VALUE 'Y'.

      **** Counts by source - this run's, and every run's on the
      **** history with this run's added at the end.

       01  W-SRC-COUNT             PIC 9(03)  COMP VALUE 0.
       01  W-SRC-MAX               PIC 9(03)  COMP VALUE 50.
       01  W-FIND-SOURCE           PIC X(08).

       01  W-SRC-TABLE.
           05  W-SRC-ENTRY                         OCCURS 50
                                                   INDEXED W-SRC-IX.
               10  W-SRC-NAME      PIC X(08).
               10  W-SRC-READ      PIC 9(09)  COMP.
               10  W-SRC-TAXID-MATCH
                                   PIC 9(09)  COMP.
               10  W-SRC-NAME-MATCH
                                   PIC 9(09)  COMP.
               10  W-SRC-LEADS     PIC 9(09)  COMP.
               10  W-SRC-NEAR-MISS PIC 9(09)  COMP.
               10  W-SRC-HIGH-SCORE
                                   PIC 9(09)  COMP.
               10  W-SRC-ALL-RUNS  PIC 9(09)  COMP.
               10  W-SRC-ALL-READ  PIC 9(09)  COMP.
               10  W-SRC-ALL-MATCHED
                                   PIC 9(09)  COMP.
               10  W-SRC-ALL-LEADS PIC 9(09)  COMP.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-SRC-OVERFLOWED                    VALUE 'Y'.

       01  W-RATE                  PIC 9(03)V9(01).

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-ER-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-NH-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-EOF                               VALUE 'Y'.

       01  W-GRP-EOF-SW            PIC X(01).
           88  W-GRP-EOF                           VALUE 'Y'.
           88  W-GRP-NOT-EOF                       VALUE 'N'.

       01  W-FILE-STATUS           PIC X(02).
           88  W-FILE-STATUS-GOOD                  VALUE '00'.
           88  W-FILE-STATUS-NOT-FOUND             VALUE '23'.

       01  W-ER-FILE-STATUS        PIC X(02).
           88  W-ER-FILE-STATUS-GOOD               VALUE '00'.

       01  W-LD-FILE-STATUS        PIC X(02).
           88  W-LD-FILE-STATUS-GOOD               VALUE '00'.

       01  W-NH-FILE-STATUS        PIC X(02).
           88  W-NH-FILE-STATUS-GOOD               VALUE '00'.
           88  W-NH-FILE-NOT-FOUND                 VALUE '35'.

       01  W-RP-FILE-STATUS        PIC X(02).
           88  W-RP-FILE-STATUS-GOOD               VALUE '00'.

       01  W-ERROR-MSG             PIC X(22)       VALUE
           '**** NAMADDNFD error: '.

       01  W-FS-CONTROL.
           COPY FILESTATL.

       01  W-RI-CONTROL.
           COPY RUNIDL.

       01  W-NP-CONTROL.
           COPY NAMPARSEL.

       01  W-AS-CONTROL.
           COPY ADRSTDL.

       01  W-CS-CONTROL.
           COPY CNTSTDL.

       01  W-NM-CONTROL.
           COPY NAMMATCHL.

       01  W-RPT-LINE              PIC X(132).

       01  W-COUNT-LINE.
           05  FILLER              PIC X(03).
           05  W-CL-LABEL          PIC X(36).
           05  W-CL-COUNT          PIC ZZZ,ZZ9.

       01  W-RUN-HEADING.
           05  FILLER              PIC X(40)       VALUE
               '   SOURCE       READ    TAXID   NM/ADR  '.
           05  FILLER              PIC X(39)       VALUE
               'MTCH%    LEADS     NEAR     HIGH  LEAD%'.

       01  W-RUN-LINE.
           05  FILLER              PIC X(03).
           05  W-RL-SOURCE         PIC X(08).
           05  FILLER              PIC X(02).
           05  W-RL-READ           PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02).
           05  W-RL-TAXID-MATCH    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02).
           05  W-RL-NAME-MATCH     PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02).
           05  W-RL-MATCH-RATE     PIC ZZ9.9.
           05  FILLER              PIC X(02).
           05  W-RL-LEADS          PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02).
           05  W-RL-NEAR-MISS      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02).
           05  W-RL-HIGH-SCORE     PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02).
           05  W-RL-LEAD-RATE      PIC ZZ9.9.

       01  W-ALL-HEADING.
           05  FILLER              PIC X(40)       VALUE
               '   SOURCE       RUNS         READ      M'.
           05  FILLER              PIC X(33)       VALUE
               'ATCHED  MTCH%        LEADS  LEAD%'.

       01  W-ALL-LINE.
           05  FILLER              PIC X(03).
           05  W-AL-SOURCE         PIC X(08).
           05  FILLER              PIC X(02).
           05  W-AL-RUNS           PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02).
           05  W-AL-READ           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(02).
           05  W-AL-MATCHED        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(02).
           05  W-AL-MATCH-RATE     PIC ZZ9.9.
           05  W-AL-MATCH-RATE-X   REDEFINES W-AL-MATCH-RATE
                                   PIC X(05).
           05  FILLER              PIC X(02).
           05  W-AL-LEADS          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(02).
           05  W-AL-LEAD-RATE      PIC ZZ9.9.
           05  W-AL-LEAD-RATE-X    REDEFINES W-AL-LEAD-RATE
                                   PIC X(05).

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

           PERFORM SUB-2000-PROCESS-ONE-REGISTRANT THRU SUB-2000-EXIT
               UNTIL W-ER-EOF
               OR    W-RETURN-CODE NOT = 0

           IF      W-RETURN-CODE = 0
               PERFORM SUB-3000-APPEND-HISTORY THRU SUB-3000-EXIT
           END-IF

           IF      W-RETURN-CODE = 0
               PERFORM SUB-4000-WRITE-REPORT THRU SUB-4000-EXIT
           END-IF

           PERFORM SUB-5000-SHUT-DOWN THRU SUB-5000-EXIT
           .
       MAIN-EXIT.
           MOVE W-RETURN-CODE      TO RETURN-CODE
           STOP RUN.
      /
       SUB-1000-START-UP.
      *------------------

           MOVE FUNCTION WHEN-COMPILED
                                   TO W-COMPILED-DATE

           DISPLAY 'NAMADDNFD compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           MOVE FUNCTION CURRENT-DATE(1 : 8)
                                   TO W-TODAY

           SET  RI-FUNC-NEXT       TO TRUE
           CALL 'RUNID' USING W-RI-CONTROL
           DISPLAY 'Run ID: ' RI-RUN-ID

           OPEN INPUT NAMADDER

           IF      NOT W-ER-FILE-STATUS-GOOD
               MOVE W-ER-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-ER-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDER'
               MOVE 10             TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           OPEN INPUT NAMADDIX

           IF      NOT W-FILE-STATUS-GOOD
               MOVE W-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDIX'
               MOVE 11             TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           OPEN OUTPUT NAMADDLD

           IF      NOT W-LD-FILE-STATUS-GOOD
               MOVE W-LD-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-LD-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDLD'
               MOVE 12             TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           OPEN OUTPUT DSCRPT

           IF      NOT W-RP-FILE-STATUS-GOOD
               MOVE W-RP-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-RP-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening DSCRPT'
               MOVE 13             TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1100-LOAD-HISTORY THRU SUB-1100-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1200-LOAD-BUSINESSES THRU SUB-1200-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-9100-READ-NAMADDER THRU SUB-9100-EXIT
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-HISTORY.
      *----------------------

      **** Every earlier run's counts, summed by source. No history
      **** yet is the first run, not an error.

           OPEN INPUT DSCHIST

           IF      W-NH-FILE-NOT-FOUND
               GO TO SUB-1100-EXIT
           END-IF

           IF      NOT W-NH-FILE-STATUS-GOOD
               MOVE W-NH-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-NH-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening DSCHIST'
               MOVE 14             TO W-RETURN-CODE
               GO TO SUB-1100-EXIT
           END-IF

           PERFORM SUB-1150-LOAD-ONE-HISTORY THRU SUB-1150-EXIT
               UNTIL W-NH-EOF

           CLOSE DSCHIST
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1150-LOAD-ONE-HISTORY.
      *--------------------------

           READ DSCHIST
               AT END
                   SET  W-NH-EOF   TO TRUE
                   GO TO SUB-1150-EXIT
           END-READ

           ADD  1                  TO W-HIST-LINES-READ

           IF      NH-READ NOT NUMERIC
               OR  NH-TAXID-MATCH NOT NUMERIC
               OR  NH-NAME-MATCH NOT NUMERIC
               OR  NH-LEADS NOT NUMERIC
               GO TO SUB-1150-EXIT
           END-IF

           MOVE NH-SOURCE          TO W-FIND-SOURCE
           PERFORM SUB-9200-FIND-SOURCE THRU SUB-9200-EXIT

           ADD  1                  TO W-SRC-ALL-RUNS(W-SRC-IX)
           ADD  NH-READ            TO W-SRC-ALL-READ(W-SRC-IX)
           ADD  NH-TAXID-MATCH     TO W-SRC-ALL-MATCHED(W-SRC-IX)
           ADD  NH-NAME-MATCH      TO W-SRC-ALL-MATCHED(W-SRC-IX)
           ADD  NH-LEADS           TO W-SRC-ALL-LEADS(W-SRC-IX)
           .
       SUB-1150-EXIT.
           EXIT.
      /
       SUB-1200-LOAD-BUSINESSES.
      *-------------------------

           MOVE LOW-VALUES         TO NA-TAXID

           START NAMADDIX
               KEY >= NA-TAXID
           END-START

           IF      W-FILE-STATUS-NOT-FOUND
               GO TO SUB-1200-EXIT
           END-IF

           IF      NOT W-FILE-STATUS-GOOD
               MOVE W-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' starting NAMADDIX'
               MOVE 20             TO W-RETURN-CODE
               GO TO SUB-1200-EXIT
           END-IF

           PERFORM SUB-9600-READ-NAMADDIX-SEQ THRU SUB-9600-EXIT

           PERFORM SUB-1250-TABLE-ONE-BUSINESS THRU SUB-1250-EXIT
               UNTIL W-EOF
               OR    W-RETURN-CODE NOT = 0
           .
       SUB-1200-EXIT.
           EXIT.
      /
       SUB-1250-TABLE-ONE-BUSINESS.
      *----------------------------

           IF      NOT NA-ENTITY-NON-PERSON
               GO TO SUB-1250-NEXT
           END-IF

           IF      W-BUS-COUNT >= W-BUS-MAX
               IF      NOT W-BUS-OVERFLOWED
                   SET  W-BUS-OVERFLOWED
                                   TO TRUE
                   DISPLAY W-ERROR-MSG
                           'More than '
                           W-BUS-MAX
                           ' businesses, trusts and estates - '
                           'excess not matched by name'
               END-IF
               GO TO SUB-1250-NEXT
           END-IF

           ADD  1                  TO W-BUS-COUNT
           SET  W-BUS-IX           TO W-BUS-COUNT
           MOVE NA-TAXID           TO W-BUS-TAXID(W-BUS-IX)
           MOVE NA-ENTITY-TYPE     TO W-BUS-ENTITY(W-BUS-IX)
           MOVE NA-BUSINESS-NAME   TO W-BUS-NAME(W-BUS-IX)
           MOVE NA-STREET          TO W-BUS-STREET(W-BUS-IX)
           MOVE NA-ZIP-CODE(1 : 5) TO W-BUS-ZIP5(W-BUS-IX)
           MOVE NA-M-STREET        TO W-BUS-M-STREET(W-BUS-IX)
           MOVE NA-M-ZIP-CODE(1 : 5)
                                   TO W-BUS-M-ZIP5(W-BUS-IX)

           SET  NM-FUNC-KEY        TO TRUE
           MOVE NA-ENTITY-TYPE     TO NM-ENTITY-TYPE-1
           MOVE NA-BUSINESS-NAME   TO NM-BUSINESS-NAME-1
           MOVE SPACES             TO NM-LAST-NAME-1
                                      NM-FIRST-NAME-1

           CALL 'NAMMATCH' USING W-NM-CONTROL

           MOVE NM-SOUNDEX-KEY-1   TO W-BUS-SOUNDEX(W-BUS-IX)
           .
       SUB-1250-NEXT.

           PERFORM SUB-9600-READ-NAMADDIX-SEQ THRU SUB-9600-EXIT
           .
       SUB-1250-EXIT.
           EXIT.
      /
       SUB-2000-PROCESS-ONE-REGISTRANT.
      *--------------------------------

           IF      ER-SOURCE = SPACES
               MOVE '(NONE)'       TO W-FIND-SOURCE
           ELSE
               MOVE ER-SOURCE      TO W-FIND-SOURCE
           END-IF

           PERFORM SUB-9200-FIND-SOURCE THRU SUB-9200-EXIT

           ADD  1                  TO W-SRC-READ(W-SRC-IX)

           PERFORM SUB-2100-STANDARDIZE THRU SUB-2100-EXIT

           SET  W-MATCH-NONE       TO TRUE
           MOVE SPACES             TO W-NEAR-TAXID

           IF      W-STD-TAXID-USABLE
               PERFORM SUB-2200-MATCH-TAXID THRU SUB-2200-EXIT
           END-IF

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-2000-EXIT
           END-IF

           IF      W-MATCH-NONE
               IF      ER-ENTITY-NON-PERSON
                   PERFORM SUB-2400-MATCH-BUSINESS THRU
                           SUB-2400-EXIT
               ELSE
                   PERFORM SUB-2300-MATCH-PERSON THRU
                           SUB-2300-EXIT
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN W-MATCH-BY-TAXID
                   ADD  1          TO W-MATCHED-TAXID
                   ADD  1          TO W-SRC-TAXID-MATCH(W-SRC-IX)

               WHEN W-MATCH-BY-NAME
                   ADD  1          TO W-MATCHED-NAME
                   ADD  1          TO W-SRC-NAME-MATCH(W-SRC-IX)
                   IF      W-STD-TAXID-USABLE
                       ADD  1      TO W-TAXID-DIFFERS
                   END-IF

               WHEN OTHER
                   PERFORM SUB-2500-WRITE-LEAD THRU SUB-2500-EXIT
           END-EVALUATE

           IF      W-RETURN-CODE = 0
               PERFORM SUB-9100-READ-NAMADDER THRU SUB-9100-EXIT
           END-IF
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-STANDARDIZE.
      *---------------------

      **** TAXID: nine digits (dashes and spaces dropped) take the
      **** shop's three leading zeros; twelve are taken as given.
      **** Anything else cannot be matched on and scores nothing.

           MOVE SPACES             TO W-STD-TAXID
                                      W-TAXID-DIGITS
           MOVE 0                  TO W-DIGIT-COUNT
           SET  W-STD-TAXID-NONE   TO TRUE

           PERFORM VARYING W-CHAR-IX FROM 1 BY 1
                   UNTIL W-CHAR-IX > LENGTH OF ER-TAXID
               EVALUATE TRUE
                   WHEN ER-TAXID(W-CHAR-IX : 1) IS NUMERIC
                       ADD  1      TO W-DIGIT-COUNT
                       MOVE ER-TAXID(W-CHAR-IX : 1)
                                   TO W-TAXID-DIGITS(W-DIGIT-COUNT
                                                     : 1)
                   WHEN ER-TAXID(W-CHAR-IX : 1) = SPACE OR '-'
                       CONTINUE
                   WHEN OTHER
                       SET  W-STD-TAXID-UNUSABLE
                                   TO TRUE
               END-EVALUATE
           END-PERFORM

           IF      ER-TAXID NOT = SPACES
               ADD  1              TO W-TAXID-SUPPLIED
               EVALUATE TRUE
                   WHEN W-STD-TAXID-UNUSABLE
                       CONTINUE
                   WHEN W-DIGIT-COUNT = 9
                       STRING '000'
                                   DELIMITED BY SIZE
                              W-TAXID-DIGITS(1 : 9)
                                   DELIMITED BY SIZE
                         INTO W-STD-TAXID
                       END-STRING
                       SET  W-STD-TAXID-USABLE
                                   TO TRUE
                   WHEN W-DIGIT-COUNT = 12
                       MOVE W-TAXID-DIGITS
                                   TO W-STD-TAXID
                       SET  W-STD-TAXID-USABLE
                                   TO TRUE
                   WHEN OTHER
                       SET  W-STD-TAXID-UNUSABLE
                                   TO TRUE
               END-EVALUATE

               IF      W-STD-TAXID-USABLE
                   AND W-STD-TAXID = ZEROS
                   SET  W-STD-TAXID-UNUSABLE
                                   TO TRUE
               END-IF

               IF      W-STD-TAXID-UNUSABLE
                   MOVE SPACES     TO W-STD-TAXID
                   ADD  1          TO W-TAXID-UNUSABLE
               END-IF
           ELSE
               SET  W-STD-TAXID-NONE
                                   TO TRUE
           END-IF

      **** Name: a person's through NAMPARSE; a business name is
      **** upper-cased and left for NAMMATCH to normalize.

           MOVE SPACES             TO W-STD-NAME
                                      W-STD-FIRST-WORD
                                      W-STD-SOUNDEX
           SET  W-STD-NAME-PARTIAL TO TRUE

           IF      ER-ENTITY-NON-PERSON
               MOVE FUNCTION UPPER-CASE(ER-NAME)
                                   TO W-STD-BUSINESS-NAME
               IF      W-STD-BUSINESS-NAME NOT = SPACES
                   SET  W-STD-NAME-FULL
                                   TO TRUE
               END-IF
           ELSE
               MOVE ER-NAME        TO NP-NAME-LINE
               CALL 'NAMPARSE' USING W-NP-CONTROL
               MOVE NP-PREFIX      TO W-STD-PREFIX
               MOVE NP-FIRST-NAME  TO W-STD-FIRST-NAME
               MOVE NP-LAST-NAME   TO W-STD-LAST-NAME
               MOVE NP-SUFFIX      TO W-STD-SUFFIX
               IF      NP-RESPONSE-GOOD
                   AND W-STD-FIRST-NAME NOT = SPACES
                   SET  W-STD-NAME-FULL
                                   TO TRUE
               END-IF
               UNSTRING W-STD-FIRST-NAME
                   DELIMITED BY SPACE
                   INTO W-STD-FIRST-WORD
               END-UNSTRING
           END-IF

      **** Address and contact.

           MOVE ER-STREET          TO AS-STREET
           MOVE ER-CITY            TO AS-CITY

           CALL 'ADRSTD' USING W-AS-CONTROL

           MOVE AS-STREET          TO W-STD-STREET
           MOVE AS-CITY            TO W-STD-CITY
           MOVE FUNCTION UPPER-CASE(ER-STATE)
                                   TO W-STD-STATE
           MOVE ER-ZIP-CODE(1 : 5) TO W-STD-ZIP5

           MOVE ER-PHONE           TO CS-PHONE
           MOVE ER-EMAIL           TO CS-EMAIL

           CALL 'CNTSTD' USING W-CS-CONTROL

           IF      CS-PHONE-NORMALIZED
               OR  CS-EMAIL-NORMALIZED
               SET  W-STD-CONTACT-USABLE
                                   TO TRUE
           ELSE
               SET  W-STD-CONTACT-NONE
                                   TO TRUE
           END-IF
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-MATCH-TAXID.
      *---------------------

           MOVE W-STD-TAXID        TO NA-TAXID

           READ NAMADDIX
               KEY NA-TAXID
           END-READ

           EVALUATE TRUE
               WHEN W-FILE-STATUS-GOOD
                   SET  W-MATCH-BY-TAXID
                                   TO TRUE

               WHEN W-FILE-STATUS-NOT-FOUND
                   CONTINUE

               WHEN OTHER
                   MOVE W-FILE-STATUS TO FS-STATUS-CODE
                   CALL 'FILESTAT' USING W-FS-CONTROL
                   DISPLAY W-ERROR-MSG
                           'File status '
                           W-FILE-STATUS
                           ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                           ' reading NAMADDIX for ' W-STD-TAXID
                   MOVE 22         TO W-RETURN-CODE
           END-EVALUATE
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2300-MATCH-PERSON.
      *----------------------

      **** Walk the registrant's exact last-name group; the first
      **** record whose name NAMMATCH accepts and whose address
      **** agrees is the match.

           IF      W-STD-LAST-NAME = SPACES
               GO TO SUB-2300-EXIT
           END-IF

           SET  W-GRP-NOT-EOF      TO TRUE

           MOVE W-STD-LAST-NAME    TO NA-LAST-NAME

           START NAMADDIX
               KEY >= NA-LAST-NAME
           END-START

           IF      NOT W-FILE-STATUS-GOOD
               GO TO SUB-2300-EXIT
           END-IF

           PERFORM SUB-2350-JUDGE-ONE-PERSON THRU SUB-2350-EXIT
               UNTIL W-GRP-EOF
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2350-JUDGE-ONE-PERSON.
      *--------------------------

           READ NAMADDIX NEXT
               AT END
                   SET  W-GRP-EOF  TO TRUE
                   GO TO SUB-2350-EXIT
           END-READ

           IF      NOT W-FILE-STATUS-GOOD
               SET  W-GRP-EOF      TO TRUE
               GO TO SUB-2350-EXIT
           END-IF

           IF      NA-LAST-NAME NOT = W-STD-LAST-NAME
               SET  W-GRP-EOF      TO TRUE
               GO TO SUB-2350-EXIT
           END-IF

           IF      NA-ENTITY-NON-PERSON
               GO TO SUB-2350-EXIT
           END-IF

           MOVE SPACES             TO W-CAND-FIRST-WORD
           UNSTRING NA-FIRST-NAME
               DELIMITED BY SPACE
               INTO W-CAND-FIRST-WORD
           END-UNSTRING

           SET  NM-FUNC-MATCH      TO TRUE
           MOVE W-STD-LAST-NAME    TO NM-LAST-NAME-1
           MOVE W-STD-FIRST-WORD   TO NM-FIRST-NAME-1
           MOVE NA-LAST-NAME       TO NM-LAST-NAME-2
           MOVE W-CAND-FIRST-WORD  TO NM-FIRST-NAME-2
           MOVE SPACE              TO NM-ENTITY-TYPE-1
           MOVE SPACE              TO NM-ENTITY-TYPE-2

           CALL 'NAMMATCH' USING W-NM-CONTROL

           IF      NOT NM-NAMES-MATCH
               GO TO SUB-2350-EXIT
           END-IF

           MOVE NA-STREET          TO W-CMP-STREET
           MOVE NA-ZIP-CODE(1 : 5) TO W-CMP-ZIP5
           MOVE NA-M-STREET        TO W-CMP-M-STREET
           MOVE NA-M-ZIP-CODE(1 : 5)
                                   TO W-CMP-M-ZIP5

           PERFORM SUB-2800-COMPARE-ADDRESS THRU SUB-2800-EXIT

           IF      W-ADDR-AGREES
               SET  W-MATCH-BY-NAME
                                   TO TRUE
               SET  W-GRP-EOF      TO TRUE
           ELSE
               IF      W-NEAR-TAXID = SPACES
                   MOVE NA-TAXID   TO W-NEAR-TAXID
               END-IF
           END-IF
           .
       SUB-2350-EXIT.
           EXIT.
      /
       SUB-2400-MATCH-BUSINESS.
      *------------------------

      **** Compare with every tabled business sharing the
      **** registrant's business Soundex.

           IF      W-STD-BUSINESS-NAME = SPACES
               OR  W-BUS-COUNT = 0
               GO TO SUB-2400-EXIT
           END-IF

           SET  NM-FUNC-KEY        TO TRUE
           MOVE ER-ENTITY-TYPE     TO NM-ENTITY-TYPE-1
           MOVE W-STD-BUSINESS-NAME
                                   TO NM-BUSINESS-NAME-1
           MOVE SPACES             TO NM-LAST-NAME-1
                                      NM-FIRST-NAME-1

           CALL 'NAMMATCH' USING W-NM-CONTROL

           MOVE NM-SOUNDEX-KEY-1   TO W-STD-SOUNDEX

           PERFORM SUB-2450-JUDGE-ONE-BUSINESS THRU SUB-2450-EXIT
               VARYING W-BUS-IX FROM 1 BY 1
               UNTIL W-BUS-IX > W-BUS-COUNT
               OR    W-MATCH-BY-NAME
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-2450-JUDGE-ONE-BUSINESS.
      *----------------------------

           IF      W-BUS-SOUNDEX(W-BUS-IX) NOT = W-STD-SOUNDEX
               GO TO SUB-2450-EXIT
           END-IF

           SET  NM-FUNC-MATCH      TO TRUE
           MOVE ER-ENTITY-TYPE     TO NM-ENTITY-TYPE-1
           MOVE W-BUS-ENTITY(W-BUS-IX)
                                   TO NM-ENTITY-TYPE-2
           MOVE W-STD-BUSINESS-NAME
                                   TO NM-BUSINESS-NAME-1
           MOVE W-BUS-NAME(W-BUS-IX)
                                   TO NM-BUSINESS-NAME-2
           MOVE SPACES             TO NM-LAST-NAME-1
                                      NM-FIRST-NAME-1
                                      NM-LAST-NAME-2
                                      NM-FIRST-NAME-2

           CALL 'NAMMATCH' USING W-NM-CONTROL

           IF      NOT NM-NAMES-MATCH
               GO TO SUB-2450-EXIT
           END-IF

           MOVE W-BUS-STREET(W-BUS-IX)
                                   TO W-CMP-STREET
           MOVE W-BUS-ZIP5(W-BUS-IX)
                                   TO W-CMP-ZIP5
           MOVE W-BUS-M-STREET(W-BUS-IX)
                                   TO W-CMP-M-STREET
           MOVE W-BUS-M-ZIP5(W-BUS-IX)
                                   TO W-CMP-M-ZIP5

           PERFORM SUB-2800-COMPARE-ADDRESS THRU SUB-2800-EXIT

           IF      W-ADDR-AGREES
               SET  W-MATCH-BY-NAME
                                   TO TRUE
           ELSE
               IF      W-NEAR-TAXID = SPACES
                   MOVE W-BUS-TAXID(W-BUS-IX)
                                   TO W-NEAR-TAXID
               END-IF
           END-IF
           .
       SUB-2450-EXIT.
           EXIT.
      /
       SUB-2500-WRITE-LEAD.
      *--------------------

           MOVE 0                  TO W-SCORE

           IF      W-STD-TAXID-USABLE
               ADD  40             TO W-SCORE
           END-IF

           IF      W-STD-STREET NOT = SPACES
               AND W-STD-ZIP5 NOT = SPACES
               ADD  30             TO W-SCORE
           END-IF

           IF      W-STD-NAME-FULL
               ADD  20             TO W-SCORE
           END-IF

           IF      W-STD-CONTACT-USABLE
               ADD  10             TO W-SCORE
           END-IF

           IF      W-NEAR-TAXID NOT = SPACES
               SUBTRACT 50         FROM W-SCORE
               IF      W-SCORE < 0
                   MOVE 0          TO W-SCORE
               END-IF
           END-IF

           MOVE SPACES             TO NAMADDLD-REC
           MOVE W-SCORE            TO LD-SCORE
           MOVE ER-SOURCE          TO LD-SOURCE
           MOVE ER-SOURCE-REF      TO LD-SOURCE-REF
           MOVE ER-ENTITY-TYPE     TO LD-ENTITY-TYPE
           MOVE W-STD-TAXID        TO LD-TAXID
           MOVE W-STD-NAME         TO LD-NAME
           MOVE W-STD-STREET       TO LD-STREET
           MOVE W-STD-CITY         TO LD-CITY
           MOVE W-STD-STATE        TO LD-STATE
           MOVE ER-ZIP-CODE        TO LD-ZIP-CODE
           MOVE CS-PHONE           TO LD-PHONE
           MOVE CS-EMAIL           TO LD-EMAIL
           MOVE W-NEAR-TAXID       TO LD-NEAR-TAXID
           MOVE RI-RUN-ID          TO LD-RUN-ID
           MOVE W-TODAY            TO LD-DATE

           WRITE NAMADDLD-REC

           IF      NOT W-LD-FILE-STATUS-GOOD
               MOVE W-LD-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-LD-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing NAMADDLD'
               MOVE 30             TO W-RETURN-CODE
               GO TO SUB-2500-EXIT
           END-IF

           ADD  1                  TO W-LEADS-WRITTEN
           ADD  1                  TO W-SRC-LEADS(W-SRC-IX)

           IF      W-NEAR-TAXID NOT = SPACES
               ADD  1              TO W-LEADS-NEAR
               ADD  1              TO W-SRC-NEAR-MISS(W-SRC-IX)
           END-IF

           IF      W-SCORE >= W-HIGH-SCORE
               ADD  1              TO W-LEADS-HIGH
               ADD  1              TO W-SRC-HIGH-SCORE(W-SRC-IX)
           END-IF
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2800-COMPARE-ADDRESS.
      *-------------------------

      **** The registrant's standardized street and ZIP5 against
      **** the candidate's physical, then mailing, address. City
      **** spellings differ too much between agencies to count.

           SET  W-ADDR-DIFFERS     TO TRUE

           IF      W-STD-STREET = SPACES
               OR  W-STD-ZIP5 = SPACES
               GO TO SUB-2800-EXIT
           END-IF

           IF      W-CMP-STREET = W-STD-STREET
               AND W-CMP-ZIP5 = W-STD-ZIP5
               SET  W-ADDR-AGREES  TO TRUE
               GO TO SUB-2800-EXIT
           END-IF

           IF      W-CMP-M-STREET = W-STD-STREET
               AND W-CMP-M-ZIP5 = W-STD-ZIP5
               SET  W-ADDR-AGREES  TO TRUE
           END-IF
           .
       SUB-2800-EXIT.
           EXIT.
      /
       SUB-3000-APPEND-HISTORY.
      *------------------------

           OPEN EXTEND DSCHIST

           IF      NOT W-NH-FILE-STATUS-GOOD
               OPEN OUTPUT DSCHIST
           END-IF

           IF      NOT W-NH-FILE-STATUS-GOOD
               MOVE W-NH-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-NH-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening DSCHIST for append'
               MOVE 31             TO W-RETURN-CODE
               GO TO SUB-3000-EXIT
           END-IF

           PERFORM SUB-3100-APPEND-ONE-SOURCE THRU SUB-3100-EXIT
               VARYING W-SRC-IX FROM 1 BY 1
               UNTIL W-SRC-IX > W-SRC-COUNT
               OR    W-RETURN-CODE NOT = 0

           CLOSE DSCHIST
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-APPEND-ONE-SOURCE.
      *---------------------------

           IF      W-SRC-READ(W-SRC-IX) = 0
               GO TO SUB-3100-EXIT
           END-IF

           MOVE SPACES             TO DSCHIST-REC
           MOVE W-TODAY            TO NH-DATE
           MOVE RI-RUN-ID          TO NH-RUN-ID
           MOVE W-SRC-NAME(W-SRC-IX)
                                   TO NH-SOURCE
           MOVE W-SRC-READ(W-SRC-IX)
                                   TO NH-READ
           MOVE W-SRC-TAXID-MATCH(W-SRC-IX)
                                   TO NH-TAXID-MATCH
           MOVE W-SRC-NAME-MATCH(W-SRC-IX)
                                   TO NH-NAME-MATCH
           MOVE W-SRC-LEADS(W-SRC-IX)
                                   TO NH-LEADS
           MOVE W-SRC-NEAR-MISS(W-SRC-IX)
                                   TO NH-NEAR-MISS
           MOVE W-SRC-HIGH-SCORE(W-SRC-IX)
                                   TO NH-HIGH-SCORE

           WRITE DSCHIST-REC

           IF      NOT W-NH-FILE-STATUS-GOOD
               MOVE W-NH-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-NH-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing DSCHIST'
               MOVE 32             TO W-RETURN-CODE
               GO TO SUB-3100-EXIT
           END-IF

      **** This run joins the all-time figures reported next.

           ADD  1                  TO W-SRC-ALL-RUNS(W-SRC-IX)
           ADD  W-SRC-READ(W-SRC-IX)
                                   TO W-SRC-ALL-READ(W-SRC-IX)
           ADD  W-SRC-TAXID-MATCH(W-SRC-IX)
                                   TO W-SRC-ALL-MATCHED(W-SRC-IX)
           ADD  W-SRC-NAME-MATCH(W-SRC-IX)
                                   TO W-SRC-ALL-MATCHED(W-SRC-IX)
           ADD  W-SRC-LEADS(W-SRC-IX)
                                   TO W-SRC-ALL-LEADS(W-SRC-IX)
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-4000-WRITE-REPORT.
      *----------------------

           MOVE SPACES             TO W-COUNT-LINE

           MOVE SPACES             TO W-RPT-LINE
           STRING ' NON-FILER DISCOVERY - RUN '
                                   DELIMITED BY SIZE
                  RI-RUN-ID        DELIMITED BY SIZE
                  ' ON '           DELIMITED BY SIZE
                  W-TODAY          DELIMITED BY SIZE
             INTO W-RPT-LINE
           END-STRING
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE SPACES             TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE 'Registrants read' TO W-CL-LABEL
           MOVE W-REGISTRANTS-READ TO W-CL-COUNT
           PERFORM SUB-4100-WRITE-COUNT THRU SUB-4100-EXIT

           MOVE 'TAXID supplied'   TO W-CL-LABEL
           MOVE W-TAXID-SUPPLIED   TO W-CL-COUNT
           PERFORM SUB-4100-WRITE-COUNT THRU SUB-4100-EXIT

           MOVE 'TAXID supplied but unusable'
                                   TO W-CL-LABEL
           MOVE W-TAXID-UNUSABLE   TO W-CL-COUNT
           PERFORM SUB-4100-WRITE-COUNT THRU SUB-4100-EXIT

           MOVE 'Matched by TAXID' TO W-CL-LABEL
           MOVE W-MATCHED-TAXID    TO W-CL-COUNT
           PERFORM SUB-4100-WRITE-COUNT THRU SUB-4100-EXIT

           MOVE 'Matched by name and address'
                                   TO W-CL-LABEL
           MOVE W-MATCHED-NAME     TO W-CL-COUNT
           PERFORM SUB-4100-WRITE-COUNT THRU SUB-4100-EXIT

           MOVE '  of which TAXID not ours'
                                   TO W-CL-LABEL
           MOVE W-TAXID-DIFFERS    TO W-CL-COUNT
           PERFORM SUB-4100-WRITE-COUNT THRU SUB-4100-EXIT

           MOVE 'Leads written'    TO W-CL-LABEL
           MOVE W-LEADS-WRITTEN    TO W-CL-COUNT
           PERFORM SUB-4100-WRITE-COUNT THRU SUB-4100-EXIT

           MOVE '  of which likely movers'
                                   TO W-CL-LABEL
           MOVE W-LEADS-NEAR       TO W-CL-COUNT
           PERFORM SUB-4100-WRITE-COUNT THRU SUB-4100-EXIT

           MOVE '  of which scoring 70 or more'
                                   TO W-CL-LABEL
           MOVE W-LEADS-HIGH       TO W-CL-COUNT
           PERFORM SUB-4100-WRITE-COUNT THRU SUB-4100-EXIT

           MOVE 'Businesses tabled for name match'
                                   TO W-CL-LABEL
           MOVE W-BUS-COUNT        TO W-CL-COUNT
           PERFORM SUB-4100-WRITE-COUNT THRU SUB-4100-EXIT

           MOVE SPACES             TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE ' MATCH AND LEAD RATES BY SOURCE - THIS RUN'
                                   TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE W-RUN-HEADING      TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           PERFORM SUB-4200-WRITE-RUN-LINE THRU SUB-4200-EXIT
               VARYING W-SRC-IX FROM 1 BY 1
               UNTIL W-SRC-IX > W-SRC-COUNT

           MOVE SPACES             TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE ' MATCH AND LEAD RATES BY SOURCE - ALL RUNS'
                                   TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE W-ALL-HEADING      TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           PERFORM SUB-4300-WRITE-ALL-LINE THRU SUB-4300-EXIT
               VARYING W-SRC-IX FROM 1 BY 1
               UNTIL W-SRC-IX > W-SRC-COUNT
           .
       SUB-4000-EXIT.
           EXIT.
      /
       SUB-4100-WRITE-COUNT.
      *---------------------

           MOVE W-COUNT-LINE       TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE SPACES             TO W-COUNT-LINE
           .
       SUB-4100-EXIT.
           EXIT.
      /
       SUB-4200-WRITE-RUN-LINE.
      *------------------------

           IF      W-SRC-READ(W-SRC-IX) = 0
               GO TO SUB-4200-EXIT
           END-IF

           MOVE SPACES             TO W-RUN-LINE
           MOVE W-SRC-NAME(W-SRC-IX)
                                   TO W-RL-SOURCE
           MOVE W-SRC-READ(W-SRC-IX)
                                   TO W-RL-READ
           MOVE W-SRC-TAXID-MATCH(W-SRC-IX)
                                   TO W-RL-TAXID-MATCH
           MOVE W-SRC-NAME-MATCH(W-SRC-IX)
                                   TO W-RL-NAME-MATCH
           MOVE W-SRC-LEADS(W-SRC-IX)
                                   TO W-RL-LEADS
           MOVE W-SRC-NEAR-MISS(W-SRC-IX)
                                   TO W-RL-NEAR-MISS
           MOVE W-SRC-HIGH-SCORE(W-SRC-IX)
                                   TO W-RL-HIGH-SCORE

           COMPUTE W-RATE ROUNDED  = (W-SRC-TAXID-MATCH(W-SRC-IX)
                                   +  W-SRC-NAME-MATCH(W-SRC-IX))
                                   * 100
                                   / W-SRC-READ(W-SRC-IX)
           MOVE W-RATE             TO W-RL-MATCH-RATE

           COMPUTE W-RATE ROUNDED  = W-SRC-LEADS(W-SRC-IX) * 100
                                   / W-SRC-READ(W-SRC-IX)
           MOVE W-RATE             TO W-RL-LEAD-RATE

           MOVE W-RUN-LINE         TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT
           .
       SUB-4200-EXIT.
           EXIT.
      /
       SUB-4300-WRITE-ALL-LINE.
      *------------------------

           MOVE SPACES             TO W-ALL-LINE
           MOVE W-SRC-NAME(W-SRC-IX)
                                   TO W-AL-SOURCE
           MOVE W-SRC-ALL-RUNS(W-SRC-IX)
                                   TO W-AL-RUNS
           MOVE W-SRC-ALL-READ(W-SRC-IX)
                                   TO W-AL-READ
           MOVE W-SRC-ALL-MATCHED(W-SRC-IX)
                                   TO W-AL-MATCHED
           MOVE W-SRC-ALL-LEADS(W-SRC-IX)
                                   TO W-AL-LEADS

           IF      W-SRC-ALL-READ(W-SRC-IX) > 0
               COMPUTE W-RATE ROUNDED
                                   = W-SRC-ALL-MATCHED(W-SRC-IX)
                                   * 100
                                   / W-SRC-ALL-READ(W-SRC-IX)
               MOVE W-RATE         TO W-AL-MATCH-RATE
               COMPUTE W-RATE ROUNDED
                                   = W-SRC-ALL-LEADS(W-SRC-IX)
                                   * 100
                                   / W-SRC-ALL-READ(W-SRC-IX)
               MOVE W-RATE         TO W-AL-LEAD-RATE
           ELSE
               MOVE '  n/a'        TO W-AL-MATCH-RATE-X
                                      W-AL-LEAD-RATE-X
           END-IF

           MOVE W-ALL-LINE         TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT
           .
       SUB-4300-EXIT.
           EXIT.
      /
       SUB-5000-SHUT-DOWN.
      *-------------------

           CLOSE NAMADDER
                 NAMADDIX
                 NAMADDLD
                 DSCRPT

           MOVE W-REGISTRANTS-READ TO W-DISP-NUM
           DISPLAY 'Registrants read:        '
                   W-DISP-NUM

           MOVE W-MATCHED-TAXID    TO W-DISP-NUM
           DISPLAY 'Matched by TAXID:        '
                   W-DISP-NUM

           MOVE W-MATCHED-NAME     TO W-DISP-NUM
           DISPLAY 'Matched by name/address: '
                   W-DISP-NUM

           MOVE W-LEADS-WRITTEN    TO W-DISP-NUM
           DISPLAY 'Leads written:           '
                   W-DISP-NUM

           MOVE W-LEADS-NEAR       TO W-DISP-NUM
           DISPLAY 'Leads - likely movers:   '
                   W-DISP-NUM

           DISPLAY 'NAMADDNFD completed'
           .
       SUB-5000-EXIT.
           EXIT.
      /
       SUB-9100-READ-NAMADDER.
      *-----------------------

           READ NAMADDER
               AT END
                   SET  W-ER-EOF   TO TRUE
                   GO TO SUB-9100-EXIT
           END-READ

           ADD  1                  TO W-REGISTRANTS-READ
           .
       SUB-9100-EXIT.
           EXIT.
      /
       SUB-9200-FIND-SOURCE.
      *---------------------

      **** Point W-SRC-IX at W-FIND-SOURCE's entry, adding it if
      **** new. The table's last entry is kept for (OTHER), which
      **** gathers every source past the rest.

       SUB-9200-SEARCH.

           SET  W-SRC-IX           TO 1

           SEARCH W-SRC-ENTRY
               AT END
                   CONTINUE
               WHEN W-SRC-IX > W-SRC-COUNT
                   CONTINUE
               WHEN W-SRC-NAME(W-SRC-IX) = W-FIND-SOURCE
                   GO TO SUB-9200-EXIT
           END-SEARCH

           IF      W-SRC-COUNT >= W-SRC-MAX - 1
               AND W-FIND-SOURCE NOT = '(OTHER)'
               IF      NOT W-SRC-OVERFLOWED
                   SET  W-SRC-OVERFLOWED
                                   TO TRUE
                   DISPLAY W-ERROR-MSG
                           'More than '
                           W-SRC-COUNT
                           ' sources - the rest counted as (OTHER)'
               END-IF
               MOVE '(OTHER)'      TO W-FIND-SOURCE
               GO TO SUB-9200-SEARCH
           END-IF

           ADD  1                  TO W-SRC-COUNT
           SET  W-SRC-IX           TO W-SRC-COUNT
           MOVE W-FIND-SOURCE      TO W-SRC-NAME(W-SRC-IX)
           MOVE 0                  TO W-SRC-READ(W-SRC-IX)
                                      W-SRC-TAXID-MATCH(W-SRC-IX)
                                      W-SRC-NAME-MATCH(W-SRC-IX)
                                      W-SRC-LEADS(W-SRC-IX)
                                      W-SRC-NEAR-MISS(W-SRC-IX)
                                      W-SRC-HIGH-SCORE(W-SRC-IX)
                                      W-SRC-ALL-RUNS(W-SRC-IX)
                                      W-SRC-ALL-READ(W-SRC-IX)
                                      W-SRC-ALL-MATCHED(W-SRC-IX)
                                      W-SRC-ALL-LEADS(W-SRC-IX)
           .
       SUB-9200-EXIT.
           EXIT.
      /
       SUB-9600-READ-NAMADDIX-SEQ.
      *---------------------------

           READ NAMADDIX NEXT
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-9600-EXIT
           END-READ

           IF      W-FILE-STATUS-GOOD
               ADD  1              TO W-NAMADDIX-RECS
           ELSE
               MOVE W-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' reading NAMADDIX next record'
               MOVE 21             TO W-RETURN-CODE
           END-IF
           .
       SUB-9600-EXIT.
           EXIT.
      /
       SUB-9900-WRITE-LINE.
      *--------------------

           MOVE W-RPT-LINE         TO DSCRPT-REC

           WRITE DSCRPT-REC

           IF      NOT W-RP-FILE-STATUS-GOOD
               MOVE W-RP-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-RP-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing DSCRPT'
               MOVE 40             TO W-RETURN-CODE
           END-IF
           .
       SUB-9900-EXIT.
           EXIT.
      /
