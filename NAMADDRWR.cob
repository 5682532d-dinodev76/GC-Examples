      *========================== NAMADDRWR ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Ad hoc report writer over the taxpayer file, so
      *              a one-off listing is a definition file rather
      *              than a new program. Argument 1 names the
      *              definition Data\NAMEADDR.RptDef.<name>.dat
      *              (layout NAMADDRD.cpy), which states:
      *
      *                  the selection - NAMEADDR fields compared to
      *                      values, every comparison to hold;
      *                  the columns, their widths and headings;
      *                  the sort keys, ascending or descending;
      *                  the control breaks - each on the sort key in
      *                      the same position - printed with a
      *                      heading on entry and a record count on
      *                      exit, optionally a page apiece;
      *                  the title, and whether the output is a
      *                      paginated print report or CSV.
      *
      *              Argument 2, 'P' or 'C', overrides the
      *              definition's format for this run.
      *
      *              The report is written to
      *              Data\NAMEADDR.AdHoc.<name>.dat: a print report
      *              of 132-column pages with the title, definition,
      *              operator, column headings and page number on
      *              every page, the break headings and counts, and
      *              the run totals at the end; or a CSV file with a
      *              heading row and one row per record (a value
      *              holding a comma is quoted). Print columns that
      *              will not fit the 132-column line are left off
      *              the print report and reported at start-up; CSV
      *              carries them all.
      *
      *              As for every other reader of the file, records
      *              marked NA-STATUS-DECEASED and do-not-mail
      *              records per the NAMPREF subroutine are not
      *              reported (both counted), NA-TAXID, NA-PHONE and
      *              NA-EMAIL go through the central MASKPII policy
      *              (MASK_AUTH_CODE unmasks under a logged
      *              authorization), and every record reported is
      *              logged through ACCLOG under the OPERATOR_ID
      *              environment value. JURISDICTION and NAMADDIX_PATH
      *              select the file as for NAMADDRPT.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 NAMADDRWR.

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
           SELECT NAMADDIX         ASSIGN TO W-NAMADDIX-PATH
                                   ORGANIZATION INDEXED
                                   ACCESS DYNAMIC
                                   RECORD KEY NA-TAXID
                                   FILE STATUS W-FILE-STATUS.

           SELECT NAMADDRD         ASSIGN TO W-DEFINITION-PATH
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-RD-FILE-STATUS.

           SELECT NAMADDWR         ASSIGN TO W-REPORT-PATH
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-WR-FILE-STATUS.

           SELECT SORTWK           ASSIGN "Data\NAMEADDR.AdHocSortWk".
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  NAMADDIX.

       01  NAMADDIX-REC.           COPY NAMEADDR.

       FD  NAMADDRD.

       01  NAMADDRD-REC.           COPY NAMADDRD.

       FD  NAMADDWR.

       01  NAMADDWR-REC            PIC X(1500).

       SD  SORTWK.

      **** One ascending and one descending slot per sort key - a
      **** key fills the slot of its direction and leaves the other
      **** blank, so the one SORT statement serves any mix. The
      **** TAXID breaks ties in file order.

       01  SORTWK-REC.
           05  SR-KEY-AREA.
               10  SR-ASC-1        PIC X(70).
               10  SR-DESC-1       PIC X(70).
               10  SR-ASC-2        PIC X(70).
               10  SR-DESC-2       PIC X(70).
               10  SR-ASC-3        PIC X(70).
               10  SR-DESC-3       PIC X(70).
               10  SR-ASC-4        PIC X(70).
               10  SR-DESC-4       PIC X(70).
               10  SR-ASC-5        PIC X(70).
               10  SR-DESC-5       PIC X(70).
           05  SR-TAXID            PIC X(12).
           05  SR-RECORD           PIC X(333).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-NAMADDIX-RECS         PIC 9(09)  COMP VALUE 0.
       01  W-NOT-SELECTED          PIC 9(09)  COMP VALUE 0.
       01  W-SELECTED-RECS         PIC 9(09)  COMP VALUE 0.
       01  W-REPORTED-RECS         PIC 9(09)  COMP VALUE 0.
       01  W-PREF-SUPPRESSED       PIC 9(09)  COMP VALUE 0.
       01  W-DECEASED-SKIPPED      PIC 9(09)  COMP VALUE 0.
       01  W-RETURN-CODE           PIC S9(04) COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZ,ZZ9.
       01  W-DISP-COUNT            PIC ZZZ,ZZZ,ZZ9.

       01  W-DEFINITION-NAME       PIC X(20)       VALUE SPACES.
       01  W-DEFINITION-PATH       PIC X(60).
       01  W-REPORT-PATH           PIC X(60).
       01  W-FORMAT-ARG            PIC X(01)       VALUE SPACE.
       01  W-FORMAT-SW             PIC X(01)       VALUE 'P'.
           88  W-FORMAT-PRINT                      VALUE 'P'.
           88  W-FORMAT-CSV                        VALUE 'C'.
       01  W-REPORT-TITLE          PIC X(60)       VALUE
           'AD HOC TAXPAYER REPORT'.
       01  W-DEF-LINES             PIC 9(05)  COMP VALUE 0.
       01  W-DEF-ERRORS            PIC 9(05)  COMP VALUE 0.
       01  W-OPERATOR-ID           PIC X(08)       VALUE 'UNKNOWN'.

      **** The NAMEADDR fields a definition may name, with their
      **** position and length in the record.

       01  W-FIELD-CATALOG-VALUES.
           05  FILLER              PIC X(26)       VALUE
               'NA-TAXID            001012'.
           05  FILLER              PIC X(26)       VALUE
               'NA-PREFIX           013010'.
           05  FILLER              PIC X(26)       VALUE
               'NA-FIRST-NAME       023025'.
           05  FILLER              PIC X(26)       VALUE
               'NA-LAST-NAME        048035'.
           05  FILLER              PIC X(26)       VALUE
               'NA-SUFFIX           083010'.
           05  FILLER              PIC X(26)       VALUE
               'NA-BUSINESS-NAME    013070'.
           05  FILLER              PIC X(26)       VALUE
               'NA-STREET           093035'.
           05  FILLER              PIC X(26)       VALUE
               'NA-CITY             128025'.
           05  FILLER              PIC X(26)       VALUE
               'NA-STATE            153010'.
           05  FILLER              PIC X(26)       VALUE
               'NA-ZIP-CODE         163010'.
           05  FILLER              PIC X(26)       VALUE
               'NA-PHONE            173015'.
           05  FILLER              PIC X(26)       VALUE
               'NA-EMAIL            188050'.
           05  FILLER              PIC X(26)       VALUE
               'NA-EFFECTIVE-DATE   238008'.
           05  FILLER              PIC X(26)       VALUE
               'NA-STATUS           246001'.
           05  FILLER              PIC X(26)       VALUE
               'NA-M-STREET         247035'.
           05  FILLER              PIC X(26)       VALUE
               'NA-M-CITY           282025'.
           05  FILLER              PIC X(26)       VALUE
               'NA-M-STATE          307010'.
           05  FILLER              PIC X(26)       VALUE
               'NA-M-ZIP-CODE       317010'.
           05  FILLER              PIC X(26)       VALUE
               'NA-ADDRESS-TYPE-USED327001'.
           05  FILLER              PIC X(26)       VALUE
               'NA-ENTITY-TYPE      328001'.
           05  FILLER              PIC X(26)       VALUE
               'NA-UPDATE-COUNT     329005'.

       01  W-FIELD-CATALOG REDEFINES W-FIELD-CATALOG-VALUES.
           05  W-FLD-ENTRY                         OCCURS 21
                                                   INDEXED W-FLD-IX.
               10  W-FLD-NAME      PIC X(20).
               10  W-FLD-OFFSET    PIC 9(03).
               10  W-FLD-LENGTH    PIC 9(03).

       01  W-FIND-NAME             PIC X(20).
       01  W-FIND-SW               PIC X(01).
           88  W-FIELD-FOUND                       VALUE 'Y'.
           88  W-FIELD-NOT-FOUND                   VALUE 'N'.

       01  W-SEL-COUNT             PIC 9(04)  COMP VALUE 0.
       01  W-SEL-MAX               PIC 9(04)  COMP VALUE 20.
       01  W-SEL-TABLE.
           05  W-SEL-ENTRY                         OCCURS 20
                                                   INDEXED W-SEL-IX.
               10  W-SEL-OFFSET    PIC 9(03).
               10  W-SEL-LENGTH    PIC 9(03).
               10  W-SEL-OPERATOR  PIC X(02).
               10  W-SEL-VALUE     PIC X(70).
               10  W-SEL-VALUE-LEN PIC 9(03).

       01  W-COL-COUNT             PIC 9(04)  COMP VALUE 0.
       01  W-COL-MAX               PIC 9(04)  COMP VALUE 20.
       01  W-COL-DROPPED           PIC 9(04)  COMP VALUE 0.
       01  W-COL-TABLE.
           05  W-COL-ENTRY                         OCCURS 20
                                                   INDEXED W-COL-IX.
               10  W-COL-FIELD     PIC X(20).
               10  W-COL-OFFSET    PIC 9(03).
               10  W-COL-LENGTH    PIC 9(03).
               10  W-COL-WIDTH     PIC 9(03).
               10  W-COL-POSITION  PIC 9(03).
               10  W-COL-HEADING   PIC X(60).

       01  W-KEY-COUNT             PIC 9(04)  COMP VALUE 0.
       01  W-KEY-MAX               PIC 9(04)  COMP VALUE 5.
       01  W-KEY-TABLE.
           05  W-KEY-ENTRY                         OCCURS 5
                                                   INDEXED W-KEY-IX.
               10  W-KEY-FIELD     PIC X(20).
               10  W-KEY-OFFSET    PIC 9(03).
               10  W-KEY-LENGTH    PIC 9(03).
               10  W-KEY-DIRECTION PIC X(01).
                   88  W-KEY-DESCENDING            VALUE 'D'.

       01  W-BRK-COUNT             PIC 9(04)  COMP VALUE 0.
       01  W-BRK-TABLE.
           05  W-BRK-ENTRY                         OCCURS 5
                                                   INDEXED W-BRK-IX.
               10  W-BRK-FIELD     PIC X(20).
               10  W-BRK-LABEL     PIC X(60).
               10  W-BRK-PAGE-SW   PIC X(01).
                   88  W-BRK-NEW-PAGE              VALUE 'Y'.
               10  W-BRK-VALUE     PIC X(70).
               10  W-BRK-DISPLAY   PIC X(70).
               10  W-BRK-RECS      PIC 9(09)  COMP.

      **** The sort key slots, laid out as SR-KEY-AREA.

       01  W-SORT-KEYS.
           05  W-SORT-KEY-PAIR                     OCCURS 5.
               10  W-SORT-KEY-ASC  PIC X(70).
               10  W-SORT-KEY-DESC PIC X(70).

       01  W-LEVEL                 PIC 9(04)  COMP.
       01  W-BREAK-LEVEL           PIC 9(04)  COMP.
       01  W-CUR-KEY-VALUE         PIC X(70).
       01  W-FIELD-VALUE           PIC X(70).
       01  W-TRIM-LEN              PIC 9(04)  COMP.
       01  W-NEXT-POSITION         PIC 9(04)  COMP.
       01  W-CSV-PTR               PIC 9(04)  COMP.
       01  W-COMMA-COUNT           PIC 9(04)  COMP.
       01  W-INDENT                PIC 9(04)  COMP.

       01  W-SELECTED-SW           PIC X(01).
           88  W-RECORD-SELECTED                   VALUE 'Y'.
           88  W-RECORD-NOT-SELECTED               VALUE 'N'.

       01  W-NEW-PAGE-SW           PIC X(01)       VALUE 'N'.
           88  W-NEW-PAGE-PENDING                  VALUE 'Y'.
           88  W-NEW-PAGE-DONE                     VALUE 'N'.

      **** The reported record with the MASKPII-masked fields laid
      **** over NA-TAXID (1-12), NA-PHONE (173-187) and NA-EMAIL
      **** (188-237) by position, as NAMADDEXT's fixed format does.

       01  W-MASKED-REC            PIC X(333).

       01  W-PAGE-NUMBER           PIC 9(05)  COMP VALUE 0.
       01  W-LINE-COUNT            PIC 9(05)  COMP VALUE 0.
       01  W-LINES-PER-PAGE        PIC 9(05)  COMP VALUE 55.
       01  W-PRINT-WIDTH           PIC 9(04)  COMP VALUE 132.
       01  W-PRINT-LINE            PIC X(132).

       01  W-TODAY-DATE8           PIC X(08).
       01  W-TODAY-DISPLAY.
           05  W-TODAY-MM          PIC X(02).
           05  FILLER              PIC X(01)       VALUE '/'.
           05  W-TODAY-DD          PIC X(02).
           05  FILLER              PIC X(01)       VALUE '/'.
           05  W-TODAY-YYYY        PIC X(04).

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-EOF                               VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-RD-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-SORT-EOF                          VALUE 'Y'.

       01  W-FILE-STATUS           PIC X(02).
           88  W-FILE-STATUS-GOOD                  VALUE '00'.

       01  W-RD-FILE-STATUS        PIC X(02).
           88  W-RD-FILE-STATUS-GOOD               VALUE '00'.

       01  W-WR-FILE-STATUS        PIC X(02).
           88  W-WR-FILE-STATUS-GOOD               VALUE '00'.

       01  W-ERROR-MSG             PIC X(22)       VALUE
           '**** NAMADDRWR error: '.

       01  W-NAMADDIX-PATH         PIC X(60)       VALUE
           'Data\NAMEADDR.Idx.dat'.
       01  W-JURISDICTION-CODE     PIC X(03)       VALUE SPACES.

       01  W-JU-CONTROL.
           COPY JURISDICL.

       01  W-FS-CONTROL.
           COPY FILESTATL.

       01  W-PR-CONTROL.
           COPY NAMPREFL.

       01  W-MK-CONTROL.
           COPY MASKPIIL.

       01  W-AG-CONTROL.
           COPY ACCLOGL.

       01  W-COMPILED-DATE.
           05  W-COMPILED-DATE-YYYY
                                   PIC X(04).
           05  W-COMPILED-DATE-MM  PIC X(02).
           05  W-COMPILED-DATE-DD  PIC X(02).
           05  W-COMPILED-TIME-HH  PIC X(02).
           05  W-COMPILED-TIME-MM  PIC X(02).
           05  W-COMPILED-TIME-SS  PIC X(02).
           05  FILLER              PIC X(07).

      **** Report line images - each is built up in working storage
      **** then moved as a whole to NAMADDWR-REC before it is written.

       01  W-RPT-TITLE-LINE.
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  RT-TITLE            PIC X(60).
           05  FILLER              PIC X(10)       VALUE
               'RUN DATE: '.
           05  RT-TITLE-DATE       PIC X(10).
           05  FILLER              PIC X(05)       VALUE SPACES.
           05  FILLER              PIC X(06)       VALUE 'PAGE: '.
           05  RT-TITLE-PAGE       PIC ZZZZ9.
           05  FILLER              PIC X(35)       VALUE SPACES.

       01  W-RPT-DEFINITION-LINE.
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  FILLER              PIC X(12)       VALUE
               'DEFINITION: '.
           05  RT-DEFINITION       PIC X(20).
           05  FILLER              PIC X(05)       VALUE SPACES.
           05  FILLER              PIC X(08)       VALUE 'RUN BY: '.
           05  RT-OPERATOR         PIC X(08).
           05  FILLER              PIC X(78)       VALUE SPACES.
      /
       PROCEDURE DIVISION.
      *===================

       MAIN.
      *-----

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO MAIN-EXIT
           END-IF

           SORT SORTWK
               ON ASCENDING  KEY SR-ASC-1
               ON DESCENDING KEY SR-DESC-1
               ON ASCENDING  KEY SR-ASC-2
               ON DESCENDING KEY SR-DESC-2
               ON ASCENDING  KEY SR-ASC-3
               ON DESCENDING KEY SR-DESC-3
               ON ASCENDING  KEY SR-ASC-4
               ON DESCENDING KEY SR-DESC-4
               ON ASCENDING  KEY SR-ASC-5
               ON DESCENDING KEY SR-DESC-5
               ON ASCENDING  KEY SR-TAXID
               INPUT  PROCEDURE SUB-2000-RELEASE-SELECTED
                           THRU SUB-2000-EXIT
               OUTPUT PROCEDURE SUB-4000-WRITE-REPORT
                           THRU SUB-4000-EXIT

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

           DISPLAY 'NAMADDRWR compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           PERFORM SUB-1005-RESOLVE-PATHS THRU SUB-1005-EXIT

           MOVE FUNCTION CURRENT-DATE(1:8)
                                   TO W-TODAY-DATE8
           MOVE W-TODAY-DATE8(5:2) TO W-TODAY-MM
           MOVE W-TODAY-DATE8(7:2) TO W-TODAY-DD
           MOVE W-TODAY-DATE8(1:4) TO W-TODAY-YYYY

           PERFORM SUB-1010-GET-ARGUMENTS THRU SUB-1010-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           DISPLAY 'OPERATOR_ID'       UPON ENVIRONMENT-NAME
           ACCEPT W-OPERATOR-ID        FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE 'UNKNOWN'  TO W-OPERATOR-ID
           END-ACCEPT

           IF      W-OPERATOR-ID = SPACES
               MOVE 'UNKNOWN'      TO W-OPERATOR-ID
           END-IF

           PERFORM SUB-1100-LOAD-DEFINITION THRU SUB-1100-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           DISPLAY 'Report format: '
                   W-FORMAT-SW

           SET  MK-FUNC-INIT       TO TRUE
           MOVE 'NAMADDRWR'        TO MK-CALLER

           DISPLAY 'MASK_AUTH_CODE'    UPON ENVIRONMENT-NAME
           ACCEPT MK-AUTH-CODE         FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES     TO MK-AUTH-CODE
           END-ACCEPT

           CALL 'MASKPII' USING W-MK-CONTROL

           IF      MK-UNMASKED
               DISPLAY 'Output is UNMASKED under a logged '
                       'authorization code'
           END-IF

           OPEN INPUT  NAMADDIX

           IF      NOT W-FILE-STATUS-GOOD
               MOVE W-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDIX'
               MOVE 10             TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           OPEN OUTPUT NAMADDWR

           IF      NOT W-WR-FILE-STATUS-GOOD
               MOVE W-WR-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-WR-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening '
                       FUNCTION TRIM(W-REPORT-PATH)
               MOVE 15             TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           MOVE LOW-VALUES         TO NA-TAXID

           START NAMADDIX
               KEY >= NA-TAXID
           END-START

           IF      NOT W-FILE-STATUS-GOOD
               MOVE W-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' starting NAMADDIX'
               MOVE 20             TO W-RETURN-CODE
           END-IF
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1005-RESOLVE-PATHS.
      *-----------------------

      **** A JURISDICTION environment value names which county's
      **** files this run works against; the explicit *_PATH
      **** overrides, accepted after it, still win when set.

           DISPLAY 'JURISDICTION'      UPON ENVIRONMENT-NAME
           ACCEPT W-JURISDICTION-CODE  FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES     TO W-JURISDICTION-CODE
           END-ACCEPT

           IF      W-JURISDICTION-CODE NOT = SPACES
               SET  JU-FUNC-RESOLVE
                                   TO TRUE
               MOVE W-JURISDICTION-CODE
                                   TO JU-CODE

               CALL 'JURISDIC' USING W-JU-CONTROL

               IF      JU-FOUND
                   MOVE JU-IDX-PATH
                                   TO W-NAMADDIX-PATH
                   DISPLAY 'Jurisdiction: '
                           W-JURISDICTION-CODE
                           ' '
                           FUNCTION TRIM(JU-NAME)
               ELSE
                   DISPLAY 'Jurisdiction code not configured: '
                           W-JURISDICTION-CODE
               END-IF
           END-IF

           DISPLAY 'NAMADDIX_PATH'     UPON ENVIRONMENT-NAME
           ACCEPT W-NAMADDIX-PATH      FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           DISPLAY 'NAMADDIX: ' FUNCTION TRIM(W-NAMADDIX-PATH)
           .
       SUB-1005-EXIT.
           EXIT.
      /
       SUB-1010-GET-ARGUMENTS.
      *-----------------------

      **** Argument 1, the definition name, is required - it names
      **** both the definition and the report file.

           DISPLAY 1               UPON ARGUMENT-NUMBER

           ACCEPT W-DEFINITION-NAME
                                   FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES     TO W-DEFINITION-NAME
           END-ACCEPT

           IF      W-DEFINITION-NAME = SPACES
               DISPLAY W-ERROR-MSG
                       'Argument 1 must name the report definition'
               MOVE 11             TO W-RETURN-CODE
               GO TO SUB-1010-EXIT
           END-IF

           MOVE SPACES             TO W-DEFINITION-PATH
           STRING 'Data\NAMEADDR.RptDef.'
                                   DELIMITED BY SIZE
                  FUNCTION TRIM(W-DEFINITION-NAME)
                                   DELIMITED BY SIZE
                  '.dat'           DELIMITED BY SIZE
             INTO W-DEFINITION-PATH
           END-STRING

           MOVE SPACES             TO W-REPORT-PATH
           STRING 'Data\NAMEADDR.AdHoc.'
                                   DELIMITED BY SIZE
                  FUNCTION TRIM(W-DEFINITION-NAME)
                                   DELIMITED BY SIZE
                  '.dat'           DELIMITED BY SIZE
             INTO W-REPORT-PATH
           END-STRING

           DISPLAY 2               UPON ARGUMENT-NUMBER

           ACCEPT W-FORMAT-ARG     FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACE      TO W-FORMAT-ARG
           END-ACCEPT

           DISPLAY 'Report definition: '
                   FUNCTION TRIM(W-DEFINITION-PATH)
           .
       SUB-1010-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-DEFINITION.
      *-------------------------

           OPEN INPUT NAMADDRD

           IF      NOT W-RD-FILE-STATUS-GOOD
               MOVE W-RD-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-RD-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening '
                       FUNCTION TRIM(W-DEFINITION-PATH)
               MOVE 11             TO W-RETURN-CODE
               GO TO SUB-1100-EXIT
           END-IF

           PERFORM SUB-1110-LOAD-ONE-LINE THRU SUB-1110-EXIT
               UNTIL W-RD-EOF

           CLOSE NAMADDRD

           IF      W-FORMAT-ARG = 'P' OR 'p'
               MOVE 'P'            TO W-FORMAT-SW
           END-IF

           IF      W-FORMAT-ARG = 'C' OR 'c'
               MOVE 'C'            TO W-FORMAT-SW
           END-IF

           PERFORM SUB-1170-CHECK-DEFINITION THRU SUB-1170-EXIT

           IF      W-DEF-ERRORS > 0
               MOVE W-DEF-ERRORS   TO W-DISP-NUM
               DISPLAY W-ERROR-MSG
                       'Report definition has '
                       W-DISP-NUM
                       ' error(s) - no report produced'
               MOVE 12             TO W-RETURN-CODE
               GO TO SUB-1100-EXIT
           END-IF

           DISPLAY 'Selections: '
                   W-SEL-COUNT
                   '  Columns: '
                   W-COL-COUNT
                   '  Sort keys: '
                   W-KEY-COUNT
                   '  Breaks: '
                   W-BRK-COUNT
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1110-LOAD-ONE-LINE.
      *-----------------------

           READ NAMADDRD
               AT END
                   SET  W-RD-EOF   TO TRUE
                   GO TO SUB-1110-EXIT
           END-READ

           ADD  1                  TO W-DEF-LINES

           IF      NAMADDRD-REC(1 : 1) = '*'
               OR  NAMADDRD-REC = SPACES
               GO TO SUB-1110-EXIT
           END-IF

           MOVE FUNCTION UPPER-CASE(RD-FIELD-NAME)
                                   TO RD-FIELD-NAME
           MOVE FUNCTION UPPER-CASE(RD-OPERATOR)
                                   TO RD-OPERATOR

           IF      RD-WIDTH NOT NUMERIC
               MOVE 0              TO RD-WIDTH
           END-IF

           EVALUATE TRUE
               WHEN RD-TYPE-TITLE
                   IF      RD-TEXT NOT = SPACES
                       MOVE RD-TEXT
                                   TO W-REPORT-TITLE
                   END-IF

               WHEN RD-TYPE-FORMAT
                   IF      RD-OPERATOR = 'C '
                       MOVE 'C'    TO W-FORMAT-SW
                   ELSE
                       MOVE 'P'    TO W-FORMAT-SW
                   END-IF

                   IF      RD-WIDTH >= 10
                       MOVE RD-WIDTH
                                   TO W-LINES-PER-PAGE
                   END-IF

               WHEN RD-TYPE-SELECT
                   PERFORM SUB-1130-ADD-SELECTION THRU SUB-1130-EXIT

               WHEN RD-TYPE-COLUMN
                   PERFORM SUB-1140-ADD-COLUMN THRU SUB-1140-EXIT

               WHEN RD-TYPE-SORT
                   PERFORM SUB-1150-ADD-SORT-KEY THRU SUB-1150-EXIT

               WHEN RD-TYPE-BREAK
                   PERFORM SUB-1160-ADD-BREAK THRU SUB-1160-EXIT

               WHEN OTHER
                   DISPLAY W-ERROR-MSG
                           'Definition line '
                           W-DEF-LINES
                           ' has unknown type '
                           RD-LINE-TYPE
                   ADD  1          TO W-DEF-ERRORS
           END-EVALUATE
           .
       SUB-1110-EXIT.
           EXIT.
      /
       SUB-1130-ADD-SELECTION.
      *-----------------------

           MOVE RD-FIELD-NAME      TO W-FIND-NAME
           PERFORM SUB-1200-FIND-FIELD THRU SUB-1200-EXIT

           IF      W-FIELD-NOT-FOUND
               GO TO SUB-1130-EXIT
           END-IF

           IF      RD-OPERATOR NOT = 'EQ' AND 'NE' AND 'LT' AND 'LE'
                                 AND 'GT' AND 'GE' AND 'SW'
               DISPLAY W-ERROR-MSG
                       'Definition line '
                       W-DEF-LINES
                       ' has unknown comparison '
                       RD-OPERATOR
               ADD  1              TO W-DEF-ERRORS
               GO TO SUB-1130-EXIT
           END-IF

           IF      W-SEL-COUNT >= W-SEL-MAX
               DISPLAY W-ERROR-MSG
                       'More than '
                       W-SEL-MAX
                       ' selection lines'
               ADD  1              TO W-DEF-ERRORS
               GO TO SUB-1130-EXIT
           END-IF

           ADD  1                  TO W-SEL-COUNT
           SET  W-SEL-IX           TO W-SEL-COUNT
           MOVE W-FLD-OFFSET(W-FLD-IX)
                                   TO W-SEL-OFFSET(W-SEL-IX)
           MOVE W-FLD-LENGTH(W-FLD-IX)
                                   TO W-SEL-LENGTH(W-SEL-IX)
           MOVE RD-OPERATOR        TO W-SEL-OPERATOR(W-SEL-IX)
           MOVE RD-TEXT            TO W-SEL-VALUE(W-SEL-IX)

      **** A starts-with comparison looks at as many characters as
      **** the value has, trailing blanks aside.

           PERFORM VARYING W-TRIM-LEN FROM 60 BY -1
                   UNTIL W-TRIM-LEN < 1
                   OR    RD-TEXT(W-TRIM-LEN : 1) NOT = SPACE
               CONTINUE
           END-PERFORM

           MOVE W-TRIM-LEN         TO W-SEL-VALUE-LEN(W-SEL-IX)
           .
       SUB-1130-EXIT.
           EXIT.
      /
       SUB-1140-ADD-COLUMN.
      *--------------------

           MOVE RD-FIELD-NAME      TO W-FIND-NAME
           PERFORM SUB-1200-FIND-FIELD THRU SUB-1200-EXIT

           IF      W-FIELD-NOT-FOUND
               GO TO SUB-1140-EXIT
           END-IF

           IF      W-COL-COUNT >= W-COL-MAX
               DISPLAY W-ERROR-MSG
                       'More than '
                       W-COL-MAX
                       ' column lines'
               ADD  1              TO W-DEF-ERRORS
               GO TO SUB-1140-EXIT
           END-IF

           ADD  1                  TO W-COL-COUNT
           SET  W-COL-IX           TO W-COL-COUNT
           MOVE RD-FIELD-NAME      TO W-COL-FIELD(W-COL-IX)
           MOVE W-FLD-OFFSET(W-FLD-IX)
                                   TO W-COL-OFFSET(W-COL-IX)
           MOVE W-FLD-LENGTH(W-FLD-IX)
                                   TO W-COL-LENGTH(W-COL-IX)

           IF      RD-TEXT = SPACES
               MOVE RD-FIELD-NAME  TO W-COL-HEADING(W-COL-IX)
           ELSE
               MOVE RD-TEXT        TO W-COL-HEADING(W-COL-IX)
           END-IF

      **** With no width given the column is as wide as the field or
      **** its heading, whichever is the wider.

           IF      RD-WIDTH > 0
               MOVE RD-WIDTH       TO W-COL-WIDTH(W-COL-IX)
           ELSE
               MOVE W-FLD-LENGTH(W-FLD-IX)
                                   TO W-COL-WIDTH(W-COL-IX)

               PERFORM VARYING W-TRIM-LEN FROM 60 BY -1
                       UNTIL W-TRIM-LEN < 1
                       OR    W-COL-HEADING(W-COL-IX)
                                 (W-TRIM-LEN : 1) NOT = SPACE
                   CONTINUE
               END-PERFORM

               IF      W-TRIM-LEN > W-COL-WIDTH(W-COL-IX)
                   MOVE W-TRIM-LEN TO W-COL-WIDTH(W-COL-IX)
               END-IF
           END-IF

           IF      W-COL-WIDTH(W-COL-IX) > 100
               MOVE 100            TO W-COL-WIDTH(W-COL-IX)
           END-IF
           .
       SUB-1140-EXIT.
           EXIT.
      /
       SUB-1150-ADD-SORT-KEY.
      *----------------------

           MOVE RD-FIELD-NAME      TO W-FIND-NAME
           PERFORM SUB-1200-FIND-FIELD THRU SUB-1200-EXIT

           IF      W-FIELD-NOT-FOUND
               GO TO SUB-1150-EXIT
           END-IF

           IF      RD-OPERATOR NOT = SPACES AND 'A ' AND 'D '
               DISPLAY W-ERROR-MSG
                       'Definition line '
                       W-DEF-LINES
                       ' has unknown sort order '
                       RD-OPERATOR
               ADD  1              TO W-DEF-ERRORS
               GO TO SUB-1150-EXIT
           END-IF

           IF      W-KEY-COUNT >= W-KEY-MAX
               DISPLAY W-ERROR-MSG
                       'More than '
                       W-KEY-MAX
                       ' sort keys'
               ADD  1              TO W-DEF-ERRORS
               GO TO SUB-1150-EXIT
           END-IF

           ADD  1                  TO W-KEY-COUNT
           SET  W-KEY-IX           TO W-KEY-COUNT
           MOVE RD-FIELD-NAME      TO W-KEY-FIELD(W-KEY-IX)
           MOVE W-FLD-OFFSET(W-FLD-IX)
                                   TO W-KEY-OFFSET(W-KEY-IX)
           MOVE W-FLD-LENGTH(W-FLD-IX)
                                   TO W-KEY-LENGTH(W-KEY-IX)

           IF      RD-OPERATOR = 'D '
               MOVE 'D'            TO W-KEY-DIRECTION(W-KEY-IX)
           ELSE
               MOVE 'A'            TO W-KEY-DIRECTION(W-KEY-IX)
           END-IF
           .
       SUB-1150-EXIT.
           EXIT.
      /
       SUB-1160-ADD-BREAK.
      *-------------------

           MOVE RD-FIELD-NAME      TO W-FIND-NAME
           PERFORM SUB-1200-FIND-FIELD THRU SUB-1200-EXIT

           IF      W-FIELD-NOT-FOUND
               GO TO SUB-1160-EXIT
           END-IF

           IF      W-BRK-COUNT >= W-KEY-MAX
               DISPLAY W-ERROR-MSG
                       'More than '
                       W-KEY-MAX
                       ' control breaks'
               ADD  1              TO W-DEF-ERRORS
               GO TO SUB-1160-EXIT
           END-IF

           ADD  1                  TO W-BRK-COUNT
           SET  W-BRK-IX           TO W-BRK-COUNT
           MOVE RD-FIELD-NAME      TO W-BRK-FIELD(W-BRK-IX)

           IF      RD-TEXT = SPACES
               MOVE RD-FIELD-NAME  TO W-BRK-LABEL(W-BRK-IX)
           ELSE
               MOVE RD-TEXT        TO W-BRK-LABEL(W-BRK-IX)
           END-IF

           IF      RD-OPERATOR = 'PG'
               MOVE 'Y'            TO W-BRK-PAGE-SW(W-BRK-IX)
           ELSE
               MOVE 'N'            TO W-BRK-PAGE-SW(W-BRK-IX)
           END-IF
           .
       SUB-1160-EXIT.
           EXIT.
      /
       SUB-1170-CHECK-DEFINITION.
      *--------------------------

           IF      W-COL-COUNT = 0
               DISPLAY W-ERROR-MSG
                       'Report definition names no columns'
               ADD  1              TO W-DEF-ERRORS
           END-IF

      **** A break is only a break when the records arrive grouped
      **** by it - the n'th break must be on the n'th sort key.

           PERFORM VARYING W-BRK-IX FROM 1 BY 1
                   UNTIL W-BRK-IX > W-BRK-COUNT
               SET  W-KEY-IX       TO W-BRK-IX

               IF      W-BRK-IX > W-KEY-COUNT
                   OR  W-BRK-FIELD(W-BRK-IX) NOT =
                                    W-KEY-FIELD(W-KEY-IX)
                   DISPLAY W-ERROR-MSG
                           'Break on '
                           FUNCTION TRIM(W-BRK-FIELD(W-BRK-IX))
                           ' is not the sort key in its position'
                   ADD  1          TO W-DEF-ERRORS
               END-IF
           END-PERFORM

      **** Lay the print columns out left to right, one blank
      **** between; a column that will not fit the line is left off
      **** the print report (CSV still carries it).

           MOVE 2                  TO W-NEXT-POSITION

           PERFORM VARYING W-COL-IX FROM 1 BY 1
                   UNTIL W-COL-IX > W-COL-COUNT
               IF      W-NEXT-POSITION + W-COL-WIDTH(W-COL-IX) - 1
                                   > W-PRINT-WIDTH
                   MOVE 0          TO W-COL-POSITION(W-COL-IX)
                   ADD  1          TO W-COL-DROPPED
               ELSE
                   MOVE W-NEXT-POSITION
                                   TO W-COL-POSITION(W-COL-IX)
                   ADD  W-COL-WIDTH(W-COL-IX) 1
                                   TO W-NEXT-POSITION
               END-IF
           END-PERFORM

           IF      W-COL-DROPPED > 0
               AND W-FORMAT-PRINT
               DISPLAY 'Columns too wide for the print line, left '
                       'off the print report: '
                       W-COL-DROPPED
           END-IF
           .
       SUB-1170-EXIT.
           EXIT.
      /
       SUB-1200-FIND-FIELD.
      *--------------------

           SET  W-FLD-IX           TO 1

           SEARCH W-FLD-ENTRY
               AT END
                   SET  W-FIELD-NOT-FOUND
                                   TO TRUE
                   DISPLAY W-ERROR-MSG
                           'Definition line '
                           W-DEF-LINES
                           ' names unknown field '
                           W-FIND-NAME
                   ADD  1          TO W-DEF-ERRORS
               WHEN W-FLD-NAME(W-FLD-IX) = W-FIND-NAME
                   SET  W-FIELD-FOUND
                                   TO TRUE
           END-SEARCH
           .
       SUB-1200-EXIT.
           EXIT.
      /
       SUB-2000-RELEASE-SELECTED.
      *--------------------------

           PERFORM SUB-9600-READ-NAMADDIX-SEQ THRU SUB-9600-EXIT

           PERFORM SUB-2100-RELEASE-ONE-RECORD THRU SUB-2100-EXIT
               UNTIL W-EOF
               OR    W-RETURN-CODE NOT = 0
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-RELEASE-ONE-RECORD.
      *----------------------------

           IF      NA-STATUS-DECEASED
               ADD  1              TO W-DECEASED-SKIPPED
               PERFORM SUB-9600-READ-NAMADDIX-SEQ THRU SUB-9600-EXIT
               GO TO SUB-2100-EXIT
           END-IF

           SET  W-RECORD-SELECTED  TO TRUE

           PERFORM SUB-2200-TEST-SELECTION THRU SUB-2200-EXIT
               VARYING W-SEL-IX FROM 1 BY 1
               UNTIL W-SEL-IX > W-SEL-COUNT
               OR    W-RECORD-NOT-SELECTED

           IF      W-RECORD-NOT-SELECTED
               ADD  1              TO W-NOT-SELECTED
               PERFORM SUB-9600-READ-NAMADDIX-SEQ THRU SUB-9600-EXIT
               GO TO SUB-2100-EXIT
           END-IF

           SET  PR-FUNC-QUERY      TO TRUE
           MOVE NA-TAXID           TO PR-TAXID
           CALL 'NAMPREF' USING W-PR-CONTROL

           IF      PR-DO-NOT-MAIL
               ADD  1              TO W-PREF-SUPPRESSED
               PERFORM SUB-9600-READ-NAMADDIX-SEQ THRU SUB-9600-EXIT
               GO TO SUB-2100-EXIT
           END-IF

           MOVE SPACES             TO W-SORT-KEYS

           PERFORM VARYING W-KEY-IX FROM 1 BY 1
                   UNTIL W-KEY-IX > W-KEY-COUNT
               IF      W-KEY-DESCENDING(W-KEY-IX)
                   MOVE NAMADDIX-REC(W-KEY-OFFSET(W-KEY-IX) :
                                     W-KEY-LENGTH(W-KEY-IX))
                                   TO W-SORT-KEY-DESC(W-KEY-IX)
               ELSE
                   MOVE NAMADDIX-REC(W-KEY-OFFSET(W-KEY-IX) :
                                     W-KEY-LENGTH(W-KEY-IX))
                                   TO W-SORT-KEY-ASC(W-KEY-IX)
               END-IF
           END-PERFORM

           MOVE W-SORT-KEYS        TO SR-KEY-AREA
           MOVE NA-TAXID           TO SR-TAXID
           MOVE NAMADDIX-REC       TO SR-RECORD

           RELEASE SORTWK-REC

           ADD  1                  TO W-SELECTED-RECS

           PERFORM SUB-9600-READ-NAMADDIX-SEQ THRU SUB-9600-EXIT
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-TEST-SELECTION.
      *------------------------

           MOVE SPACES             TO W-FIELD-VALUE
           MOVE NAMADDIX-REC(W-SEL-OFFSET(W-SEL-IX) :
                             W-SEL-LENGTH(W-SEL-IX))
                                   TO W-FIELD-VALUE

           EVALUATE W-SEL-OPERATOR(W-SEL-IX)
               WHEN 'EQ'
                   IF      W-FIELD-VALUE NOT = W-SEL-VALUE(W-SEL-IX)
                       SET  W-RECORD-NOT-SELECTED
                                   TO TRUE
                   END-IF

               WHEN 'NE'
                   IF      W-FIELD-VALUE = W-SEL-VALUE(W-SEL-IX)
                       SET  W-RECORD-NOT-SELECTED
                                   TO TRUE
                   END-IF

               WHEN 'LT'
                   IF      W-FIELD-VALUE NOT < W-SEL-VALUE(W-SEL-IX)
                       SET  W-RECORD-NOT-SELECTED
                                   TO TRUE
                   END-IF

               WHEN 'LE'
                   IF      W-FIELD-VALUE > W-SEL-VALUE(W-SEL-IX)
                       SET  W-RECORD-NOT-SELECTED
                                   TO TRUE
                   END-IF

               WHEN 'GT'
                   IF      W-FIELD-VALUE NOT > W-SEL-VALUE(W-SEL-IX)
                       SET  W-RECORD-NOT-SELECTED
                                   TO TRUE
                   END-IF

               WHEN 'GE'
                   IF      W-FIELD-VALUE < W-SEL-VALUE(W-SEL-IX)
                       SET  W-RECORD-NOT-SELECTED
                                   TO TRUE
                   END-IF

               WHEN 'SW'
                   IF      W-SEL-VALUE-LEN(W-SEL-IX) > 0
                       AND W-FIELD-VALUE(1 : W-SEL-VALUE-LEN(W-SEL-IX))
                           NOT = W-SEL-VALUE(W-SEL-IX)
                                   (1 : W-SEL-VALUE-LEN(W-SEL-IX))
                       SET  W-RECORD-NOT-SELECTED
                                   TO TRUE
                   END-IF
           END-EVALUATE
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           CLOSE NAMADDIX
                 NAMADDWR

           MOVE W-NAMADDIX-RECS    TO W-DISP-COUNT
           DISPLAY 'NAMADDIX records read:      '
                   W-DISP-COUNT

           MOVE W-NOT-SELECTED     TO W-DISP-COUNT
           DISPLAY 'Not selected:               '
                   W-DISP-COUNT

           MOVE W-PREF-SUPPRESSED  TO W-DISP-COUNT
           DISPLAY 'Do-not-mail suppressed:     '
                   W-DISP-COUNT

           MOVE W-DECEASED-SKIPPED TO W-DISP-COUNT
           DISPLAY 'Deceased suppressed:        '
                   W-DISP-COUNT

           MOVE W-REPORTED-RECS    TO W-DISP-COUNT
           DISPLAY 'Records reported:           '
                   W-DISP-COUNT

           IF      W-FORMAT-PRINT
               MOVE W-PAGE-NUMBER  TO W-DISP-COUNT
               DISPLAY 'Pages printed:              '
                       W-DISP-COUNT
           END-IF

           DISPLAY 'Report written to '
                   FUNCTION TRIM(W-REPORT-PATH)

           DISPLAY 'NAMADDRWR completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-4000-WRITE-REPORT.
      *----------------------

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-4000-EXIT
           END-IF

           IF      W-FORMAT-CSV
               PERFORM SUB-4600-WRITE-CSV-HEADER THRU SUB-4600-EXIT
           END-IF

           PERFORM SUB-4100-RETURN-ONE-RECORD THRU SUB-4100-EXIT
               UNTIL W-SORT-EOF
               OR    W-RETURN-CODE NOT = 0

           IF      W-RETURN-CODE NOT = 0
               OR  W-FORMAT-CSV
               GO TO SUB-4000-EXIT
           END-IF

           IF      W-REPORTED-RECS > 0
               PERFORM SUB-4400-CLOSE-BREAK THRU SUB-4400-EXIT
                   VARYING W-LEVEL FROM W-BRK-COUNT BY -1
                   UNTIL W-LEVEL < 1
           END-IF

           PERFORM SUB-4800-PRINT-TOTALS THRU SUB-4800-EXIT
           .
       SUB-4000-EXIT.
           EXIT.
      /
       SUB-4100-RETURN-ONE-RECORD.
      *---------------------------

           RETURN SORTWK
               AT END
                   SET  W-SORT-EOF TO TRUE
                   GO TO SUB-4100-EXIT
           END-RETURN

           MOVE SR-RECORD          TO W-MASKED-REC

           SET  MK-FUNC-MASK       TO TRUE
           MOVE W-MASKED-REC(1 : 12)
                                   TO MK-TAXID
           MOVE W-MASKED-REC(173 : 15)
                                   TO MK-PHONE
           MOVE W-MASKED-REC(188 : 50)
                                   TO MK-EMAIL

           CALL 'MASKPII' USING W-MK-CONTROL

           MOVE MK-TAXID           TO W-MASKED-REC(1 : 12)
           MOVE MK-PHONE           TO W-MASKED-REC(173 : 15)
           MOVE MK-EMAIL           TO W-MASKED-REC(188 : 50)

           MOVE 'NAMADDRWR'        TO AG-PROGRAM
           MOVE W-OPERATOR-ID      TO AG-OPERATOR
           MOVE SR-TAXID           TO AG-TAXID
           CALL 'ACCLOG' USING W-AG-CONTROL

           IF      W-FORMAT-CSV
               PERFORM SUB-4700-WRITE-CSV-ROW THRU SUB-4700-EXIT
           ELSE
               MOVE SR-KEY-AREA    TO W-SORT-KEYS
               PERFORM SUB-4200-CHECK-BREAKS THRU SUB-4200-EXIT
               PERFORM SUB-4500-PRINT-DETAIL THRU SUB-4500-EXIT
           END-IF

           ADD  1                  TO W-REPORTED-RECS
           .
       SUB-4100-EXIT.
           EXIT.
      /
       SUB-4200-CHECK-BREAKS.
      *----------------------

      **** The first record opens every break level; after that the
      **** highest level whose key has changed closes, with every
      **** level below it, and they reopen on the new values.

           IF      W-BRK-COUNT = 0
               GO TO SUB-4200-EXIT
           END-IF

           IF      W-REPORTED-RECS = 0
               MOVE 1              TO W-BREAK-LEVEL
           ELSE
               MOVE 0              TO W-BREAK-LEVEL

               PERFORM SUB-4210-COMPARE-LEVEL THRU SUB-4210-EXIT
                   VARYING W-LEVEL FROM 1 BY 1
                   UNTIL W-LEVEL > W-BRK-COUNT
                   OR    W-BREAK-LEVEL > 0

               IF      W-BREAK-LEVEL = 0
                   GO TO SUB-4200-EXIT
               END-IF

               PERFORM SUB-4400-CLOSE-BREAK THRU SUB-4400-EXIT
                   VARYING W-LEVEL FROM W-BRK-COUNT BY -1
                   UNTIL W-LEVEL < W-BREAK-LEVEL
           END-IF

           PERFORM SUB-4300-OPEN-BREAK THRU SUB-4300-EXIT
               VARYING W-LEVEL FROM W-BREAK-LEVEL BY 1
               UNTIL W-LEVEL > W-BRK-COUNT
           .
       SUB-4200-EXIT.
           EXIT.
      /
       SUB-4210-COMPARE-LEVEL.
      *-----------------------

           PERFORM SUB-4250-GET-KEY-VALUE THRU SUB-4250-EXIT

           IF      W-CUR-KEY-VALUE NOT = W-BRK-VALUE(W-LEVEL)
               MOVE W-LEVEL        TO W-BREAK-LEVEL
           END-IF
           .
       SUB-4210-EXIT.
           EXIT.
      /
       SUB-4250-GET-KEY-VALUE.
      *-----------------------

           IF      W-KEY-DESCENDING(W-LEVEL)
               MOVE W-SORT-KEY-DESC(W-LEVEL)
                                   TO W-CUR-KEY-VALUE
           ELSE
               MOVE W-SORT-KEY-ASC(W-LEVEL)
                                   TO W-CUR-KEY-VALUE
           END-IF
           .
       SUB-4250-EXIT.
           EXIT.
      /
       SUB-4300-OPEN-BREAK.
      *--------------------

           PERFORM SUB-4250-GET-KEY-VALUE THRU SUB-4250-EXIT

           MOVE W-CUR-KEY-VALUE    TO W-BRK-VALUE(W-LEVEL)
           MOVE 0                  TO W-BRK-RECS(W-LEVEL)

      **** The heading shows the value as the report shows it, so a
      **** break on a masked field prints masked.

           MOVE SPACES             TO W-BRK-DISPLAY(W-LEVEL)
           MOVE W-MASKED-REC(W-KEY-OFFSET(W-LEVEL) :
                             W-KEY-LENGTH(W-LEVEL))
                                   TO W-BRK-DISPLAY(W-LEVEL)

           IF      W-BRK-NEW-PAGE(W-LEVEL)
               AND W-REPORTED-RECS > 0
               SET  W-NEW-PAGE-PENDING
                                   TO TRUE
           END-IF

           COMPUTE W-INDENT = (W-LEVEL - 1) * 2 + 2

           MOVE SPACES             TO W-PRINT-LINE
           STRING FUNCTION TRIM(W-BRK-LABEL(W-LEVEL))
                                   DELIMITED BY SIZE
                  ': '             DELIMITED BY SIZE
                  FUNCTION TRIM(W-BRK-DISPLAY(W-LEVEL))
                                   DELIMITED BY SIZE
             INTO W-PRINT-LINE
             WITH POINTER W-INDENT
           END-STRING

           PERFORM SUB-9700-PRINT-LINE THRU SUB-9700-EXIT
           .
       SUB-4300-EXIT.
           EXIT.
      /
       SUB-4400-CLOSE-BREAK.
      *---------------------

           MOVE W-BRK-RECS(W-LEVEL)
                                   TO W-DISP-COUNT
           COMPUTE W-INDENT = (W-LEVEL - 1) * 2 + 2

           MOVE SPACES             TO W-PRINT-LINE
           STRING 'RECORDS FOR '   DELIMITED BY SIZE
                  FUNCTION TRIM(W-BRK-LABEL(W-LEVEL))
                                   DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  FUNCTION TRIM(W-BRK-DISPLAY(W-LEVEL))
                                   DELIMITED BY SIZE
                  ': '             DELIMITED BY SIZE
                  FUNCTION TRIM(W-DISP-COUNT)
                                   DELIMITED BY SIZE
             INTO W-PRINT-LINE
             WITH POINTER W-INDENT
           END-STRING

           PERFORM SUB-9700-PRINT-LINE THRU SUB-9700-EXIT

           MOVE SPACES             TO W-PRINT-LINE
           PERFORM SUB-9700-PRINT-LINE THRU SUB-9700-EXIT
           .
       SUB-4400-EXIT.
           EXIT.
      /
       SUB-4500-PRINT-DETAIL.
      *----------------------

           MOVE SPACES             TO W-PRINT-LINE

           PERFORM VARYING W-COL-IX FROM 1 BY 1
                   UNTIL W-COL-IX > W-COL-COUNT
               IF      W-COL-POSITION(W-COL-IX) > 0
                   MOVE W-MASKED-REC(W-COL-OFFSET(W-COL-IX) :
                                     W-COL-LENGTH(W-COL-IX))
                                   TO W-PRINT-LINE
                                      (W-COL-POSITION(W-COL-IX) :
                                       W-COL-WIDTH(W-COL-IX))
               END-IF
           END-PERFORM

           PERFORM SUB-9700-PRINT-LINE THRU SUB-9700-EXIT

           PERFORM VARYING W-BRK-IX FROM 1 BY 1
                   UNTIL W-BRK-IX > W-BRK-COUNT
               ADD  1              TO W-BRK-RECS(W-BRK-IX)
           END-PERFORM
           .
       SUB-4500-EXIT.
           EXIT.
      /
       SUB-4600-WRITE-CSV-HEADER.
      *--------------------------

           MOVE SPACES             TO NAMADDWR-REC
           MOVE 1                  TO W-CSV-PTR

           PERFORM VARYING W-COL-IX FROM 1 BY 1
                   UNTIL W-COL-IX > W-COL-COUNT
               IF      W-COL-IX > 1
                   STRING ','      DELIMITED BY SIZE
                     INTO NAMADDWR-REC
                     WITH POINTER W-CSV-PTR
                   END-STRING
               END-IF

               MOVE W-COL-HEADING(W-COL-IX)
                                   TO W-FIELD-VALUE
               PERFORM SUB-4750-APPEND-CSV-VALUE THRU SUB-4750-EXIT
           END-PERFORM

           PERFORM SUB-9900-WRITE-NAMADDWR THRU SUB-9900-EXIT
           .
       SUB-4600-EXIT.
           EXIT.
      /
       SUB-4700-WRITE-CSV-ROW.
      *-----------------------

           MOVE SPACES             TO NAMADDWR-REC
           MOVE 1                  TO W-CSV-PTR

           PERFORM VARYING W-COL-IX FROM 1 BY 1
                   UNTIL W-COL-IX > W-COL-COUNT
               IF      W-COL-IX > 1
                   STRING ','      DELIMITED BY SIZE
                     INTO NAMADDWR-REC
                     WITH POINTER W-CSV-PTR
                   END-STRING
               END-IF

               MOVE SPACES         TO W-FIELD-VALUE
               MOVE W-MASKED-REC(W-COL-OFFSET(W-COL-IX) :
                                 W-COL-LENGTH(W-COL-IX))
                                   TO W-FIELD-VALUE
               PERFORM SUB-4750-APPEND-CSV-VALUE THRU SUB-4750-EXIT
           END-PERFORM

           PERFORM SUB-9900-WRITE-NAMADDWR THRU SUB-9900-EXIT
           .
       SUB-4700-EXIT.
           EXIT.
      /
       SUB-4750-APPEND-CSV-VALUE.
      *--------------------------

      **** Trimmed, and quoted when the value holds a comma; a blank
      **** value is an empty column.

           IF      W-FIELD-VALUE = SPACES
               GO TO SUB-4750-EXIT
           END-IF

           MOVE 0                  TO W-COMMA-COUNT
           INSPECT W-FIELD-VALUE TALLYING W-COMMA-COUNT FOR ALL ','

           IF      W-COMMA-COUNT > 0
               STRING '"'          DELIMITED BY SIZE
                      FUNCTION TRIM(W-FIELD-VALUE)
                                   DELIMITED BY SIZE
                      '"'          DELIMITED BY SIZE
                 INTO NAMADDWR-REC
                 WITH POINTER W-CSV-PTR
               END-STRING
           ELSE
               STRING FUNCTION TRIM(W-FIELD-VALUE)
                                   DELIMITED BY SIZE
                 INTO NAMADDWR-REC
                 WITH POINTER W-CSV-PTR
               END-STRING
           END-IF
           .
       SUB-4750-EXIT.
           EXIT.
      /
       SUB-4800-PRINT-TOTALS.
      *----------------------

           IF      W-REPORTED-RECS = 0
               MOVE ' NO RECORDS MATCHED THE SELECTION'
                                   TO W-PRINT-LINE
               PERFORM SUB-9700-PRINT-LINE THRU SUB-9700-EXIT
           END-IF

           MOVE SPACES             TO W-PRINT-LINE
           PERFORM SUB-9700-PRINT-LINE THRU SUB-9700-EXIT

           MOVE W-REPORTED-RECS    TO W-DISP-COUNT
           MOVE SPACES             TO W-PRINT-LINE
           STRING ' TOTAL RECORDS REPORTED:   '
                                   DELIMITED BY SIZE
                  W-DISP-COUNT     DELIMITED BY SIZE
             INTO W-PRINT-LINE
           END-STRING
           PERFORM SUB-9700-PRINT-LINE THRU SUB-9700-EXIT

           MOVE W-PREF-SUPPRESSED  TO W-DISP-COUNT
           MOVE SPACES             TO W-PRINT-LINE
           STRING ' DO-NOT-MAIL SUPPRESSED:   '
                                   DELIMITED BY SIZE
                  W-DISP-COUNT     DELIMITED BY SIZE
             INTO W-PRINT-LINE
           END-STRING
           PERFORM SUB-9700-PRINT-LINE THRU SUB-9700-EXIT

           MOVE W-DECEASED-SKIPPED TO W-DISP-COUNT
           MOVE SPACES             TO W-PRINT-LINE
           STRING ' DECEASED SUPPRESSED:      '
                                   DELIMITED BY SIZE
                  W-DISP-COUNT     DELIMITED BY SIZE
             INTO W-PRINT-LINE
           END-STRING
           PERFORM SUB-9700-PRINT-LINE THRU SUB-9700-EXIT

           IF      W-COL-DROPPED > 0
               MOVE W-COL-DROPPED  TO W-DISP-COUNT
               MOVE SPACES         TO W-PRINT-LINE
               STRING ' COLUMNS NOT PRINTED:      '
                                   DELIMITED BY SIZE
                      W-DISP-COUNT DELIMITED BY SIZE
                 INTO W-PRINT-LINE
               END-STRING
               PERFORM SUB-9700-PRINT-LINE THRU SUB-9700-EXIT
           END-IF
           .
       SUB-4800-EXIT.
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
               MOVE 30             TO W-RETURN-CODE
           END-IF
           .
       SUB-9600-EXIT.
           EXIT.
      /
       SUB-9700-PRINT-LINE.
      *--------------------

           IF      W-PAGE-NUMBER = 0
               OR  W-LINE-COUNT >= W-LINES-PER-PAGE
               OR  W-NEW-PAGE-PENDING
               PERFORM SUB-9800-WRITE-PAGE-HEADER THRU SUB-9800-EXIT
           END-IF

           MOVE W-PRINT-LINE       TO NAMADDWR-REC
           PERFORM SUB-9900-WRITE-NAMADDWR THRU SUB-9900-EXIT

           ADD  1                  TO W-LINE-COUNT
           .
       SUB-9700-EXIT.
           EXIT.
      /
       SUB-9800-WRITE-PAGE-HEADER.
      *---------------------------

           ADD  1                  TO W-PAGE-NUMBER
           MOVE 0                  TO W-LINE-COUNT
           SET  W-NEW-PAGE-DONE    TO TRUE

           MOVE W-REPORT-TITLE     TO RT-TITLE
           MOVE W-TODAY-DISPLAY    TO RT-TITLE-DATE
           MOVE W-PAGE-NUMBER      TO RT-TITLE-PAGE

           MOVE W-RPT-TITLE-LINE   TO NAMADDWR-REC
           PERFORM SUB-9900-WRITE-NAMADDWR THRU SUB-9900-EXIT

           MOVE W-DEFINITION-NAME  TO RT-DEFINITION
           MOVE W-OPERATOR-ID      TO RT-OPERATOR

           MOVE W-RPT-DEFINITION-LINE
                                   TO NAMADDWR-REC
           PERFORM SUB-9900-WRITE-NAMADDWR THRU SUB-9900-EXIT

           MOVE SPACES             TO NAMADDWR-REC
           PERFORM SUB-9900-WRITE-NAMADDWR THRU SUB-9900-EXIT

      **** Column headings, then a rule under each column.

           MOVE SPACES             TO NAMADDWR-REC

           PERFORM VARYING W-COL-IX FROM 1 BY 1
                   UNTIL W-COL-IX > W-COL-COUNT
               IF      W-COL-POSITION(W-COL-IX) > 0
                   MOVE W-COL-HEADING(W-COL-IX)
                                   TO NAMADDWR-REC
                                      (W-COL-POSITION(W-COL-IX) :
                                       W-COL-WIDTH(W-COL-IX))
               END-IF
           END-PERFORM

           PERFORM SUB-9900-WRITE-NAMADDWR THRU SUB-9900-EXIT

           MOVE SPACES             TO NAMADDWR-REC

           PERFORM VARYING W-COL-IX FROM 1 BY 1
                   UNTIL W-COL-IX > W-COL-COUNT
               IF      W-COL-POSITION(W-COL-IX) > 0
                   MOVE ALL '-'    TO NAMADDWR-REC
                                      (W-COL-POSITION(W-COL-IX) :
                                       W-COL-WIDTH(W-COL-IX))
               END-IF
           END-PERFORM

           PERFORM SUB-9900-WRITE-NAMADDWR THRU SUB-9900-EXIT

           ADD  5                  TO W-LINE-COUNT
           .
       SUB-9800-EXIT.
           EXIT.
      /
       SUB-9900-WRITE-NAMADDWR.
      *------------------------

           WRITE NAMADDWR-REC

           IF      NOT W-WR-FILE-STATUS-GOOD
               MOVE W-WR-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-WR-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing '
                       FUNCTION TRIM(W-REPORT-PATH)
               MOVE 40             TO W-RETURN-CODE
           END-IF
           .
       SUB-9900-EXIT.
           EXIT.
