      *              Data\NAMEADDR.RepReport.dat and reloading the
      *              NAMREP lookup table.
      *
      *              A transaction may cite the scanned court order or
      *              power of attorney behind it by its imaging
      *              document ID. A cited ID must be in the document
      *              cross-reference Data\NAMEADDR.DocXref.dat (see
      *              NAMADDDOC) against the same TAXID, or the
      *              transaction is rejected; the ID is carried on
      *              the routing, the audit line and the standing
      *              report.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-02  0.1      First release
      * 2026-09-14  0.2      RT-DOC-ID cites the supporting scanned
      *                      document; checked against DocXref.dat
      *                      for the TAXID and kept as RF-DOC-ID
      *================================================================*

       IDENTIFICATION DIVISION.
           SELECT NAMADDRR         ASSIGN "Data\NAMEADDR.RepReport.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-RR-FILE-STATUS.

           SELECT NAMADDDI         ASSIGN "Data\NAMEADDR.DocXref.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-DI-FILE-STATUS.
      /
       DATA DIVISION.
      *==============
           05  RF-EFF-FROM         PIC X(08).
           05  FILLER              PIC X(01).
           05  RF-EFF-TO           PIC X(08).
           05  FILLER              PIC X(01).
           05  RF-DOC-ID           PIC X(20).

       FD  NAMADDRT.

           05  RT-EFF-FROM         PIC X(08).
           05  FILLER              PIC X(01).
           05  RT-EFF-TO           PIC X(08).
           05  FILLER              PIC X(01).
           05  RT-DOC-ID           PIC X(20).

       FD  NAMADDRA.

           05  RA-TAXID            PIC X(12).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  RA-NAME             PIC X(40).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  RA-DOC-ID           PIC X(20).

       FD  NAMADDRR.

       01  NAMADDRR-REC            PIC X(132).

       FD  NAMADDDI.

       01  NAMADDDI-REC.           COPY NAMADDDI.
      /
       WORKING-STORAGE SECTION.
      *------------------------
       01  W-ROUTINGS-STANDING     PIC 9(09)  COMP VALUE 0.
       01  W-RETURN-CODE           PIC S9(04) COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZ,ZZ9.
       01  W-RR-PTR                PIC 9(04)  COMP.

       01  W-REP-COUNT             PIC 9(04)  COMP VALUE 0.
       01  W-REP-MAX               PIC 9(04)  COMP VALUE 5000.
               10  W-REP-ZIP       PIC X(10).
               10  W-REP-EFF-FROM  PIC X(08).
               10  W-REP-EFF-TO    PIC X(08).
               10  W-REP-DOC-ID    PIC X(20).
               10  W-REP-RELEASED-SW
                                   PIC X(01).

           88  W-REP-FOUND                         VALUE 'Y'.
           88  W-REP-NOT-FOUND                     VALUE 'N'.

       01  W-DOC-SW                PIC X(01).
           88  W-DOC-CITED-OK                      VALUE 'Y'.
           88  W-DOC-NOT-ON-XREF                   VALUE 'N'.
           88  W-DOC-OTHER-TAXID                   VALUE 'T'.

       01  W-TIMESTAMP.
           05  W-TS-DATE           PIC X(08).
           05  FILLER              PIC X(01)       VALUE '-'.
       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-RT-EOF                            VALUE 'Y'.

       01  W-DI-EOF-SW             PIC X(01).
           88  W-DI-EOF                            VALUE 'Y'.

       01  W-RP-FILE-STATUS        PIC X(02).
           88  W-RP-FILE-STATUS-GOOD               VALUE '00'.
           88  W-RP-FILE-NOT-FOUND                 VALUE '35'.
       01  W-RR-FILE-STATUS        PIC X(02).
           88  W-RR-FILE-STATUS-GOOD               VALUE '00'.

       01  W-DI-FILE-STATUS        PIC X(02).
           88  W-DI-FILE-STATUS-GOOD               VALUE '00'.

       01  W-ERROR-MSG             PIC X(22)       VALUE
           '**** NAMADDREP error: '.

                                   TO W-REP-EFF-FROM(W-REP-IX)
                       MOVE RF-EFF-TO
                                   TO W-REP-EFF-TO(W-REP-IX)
                       MOVE RF-DOC-ID
                                   TO W-REP-DOC-ID(W-REP-IX)
                       MOVE 'N'    TO W-REP-RELEASED-SW(W-REP-IX)
                   END-IF
               END-IF

           PERFORM SUB-2100-FIND-ROUTING THRU SUB-2100-EXIT

           SET  W-DOC-CITED-OK     TO TRUE

           IF      RT-DOC-ID NOT = SPACES
               PERFORM SUB-2150-CHECK-DOC-ID THRU SUB-2150-EXIT
           END-IF

           EVALUATE TRUE
               WHEN W-DOC-NOT-ON-XREF
                   ADD  1          TO W-TRANS-REJECTED
                   DISPLAY 'Rejected: '
                           RT-TAXID
                           ' cites document '
                           FUNCTION TRIM(RT-DOC-ID)
                           ' - not in the document cross-reference'

               WHEN W-DOC-OTHER-TAXID
                   ADD  1          TO W-TRANS-REJECTED
                   DISPLAY 'Rejected: '
                           RT-TAXID
                           ' cites document '
                           FUNCTION TRIM(RT-DOC-ID)
                           ' - scanned for another TAXID'

               WHEN RT-TRANS-PLACE AND W-REP-NOT-FOUND
                   PERFORM SUB-2200-PLACE-ROUTING THRU SUB-2200-EXIT

           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2150-CHECK-DOC-ID.
      *----------------------

      **** The cited document must have come through the imaging
      **** index against this TAXID - a typed ID that imaging never
      **** sent, or one filed under someone else, is refused.

           SET  W-DOC-NOT-ON-XREF  TO TRUE
           MOVE 'N'                TO W-DI-EOF-SW

           OPEN INPUT NAMADDDI

           IF      NOT W-DI-FILE-STATUS-GOOD
               GO TO SUB-2150-EXIT
           END-IF

           PERFORM UNTIL W-DI-EOF
               READ NAMADDDI
                   AT END
                       SET  W-DI-EOF
                                   TO TRUE
                   NOT AT END
                       IF      DI-DOC-ID = RT-DOC-ID
                           IF      DI-TAXID = RT-TAXID
                               SET  W-DOC-CITED-OK
                                   TO TRUE
                           ELSE
                               SET  W-DOC-OTHER-TAXID
                                   TO TRUE
                           END-IF
                           SET  W-DI-EOF
                                   TO TRUE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE NAMADDDI
           .
       SUB-2150-EXIT.
           EXIT.
      /
       SUB-2200-PLACE-ROUTING.
      *-----------------------
           MOVE RT-ZIP             TO W-REP-ZIP(W-REP-IX)
           MOVE RT-EFF-FROM        TO W-REP-EFF-FROM(W-REP-IX)
           MOVE RT-EFF-TO          TO W-REP-EFF-TO(W-REP-IX)
           MOVE RT-DOC-ID          TO W-REP-DOC-ID(W-REP-IX)
           MOVE 'N'                TO W-REP-RELEASED-SW(W-REP-IX)

           ADD  1                  TO W-TRANS-APPLIED
                                   TO RF-EFF-FROM
                   MOVE W-REP-EFF-TO(W-REP-IX)
                                   TO RF-EFF-TO
                   MOVE W-REP-DOC-ID(W-REP-IX)
                                   TO RF-DOC-ID

                   WRITE NAMADDRP-REC

                   UNTIL W-REP-IX > W-REP-COUNT
               IF      W-REP-RELEASED-SW(W-REP-IX) NOT = 'Y'
                   MOVE SPACES     TO NAMADDRR-REC
                   MOVE 1          TO W-RR-PTR
                   STRING ' '      DELIMITED BY SIZE
                          W-REP-TAXID(W-REP-IX)
                                   DELIMITED BY SIZE
                          W-REP-EFF-TO(W-REP-IX)
                                   DELIMITED BY SIZE
                     INTO NAMADDRR-REC
                     WITH POINTER W-RR-PTR
                   END-STRING

                   IF      W-REP-DOC-ID(W-REP-IX) NOT = SPACES
                       STRING ' DOC '
                                   DELIMITED BY SIZE
                              W-REP-DOC-ID(W-REP-IX)
                                   DELIMITED BY SIZE
                         INTO NAMADDRR-REC
                         WITH POINTER W-RR-PTR
                       END-STRING
                   END-IF

                   WRITE NAMADDRR-REC
               END-IF
           END-PERFORM
           MOVE RT-TRANS-CODE      TO RA-TRANS-CODE
           MOVE RT-TAXID           TO RA-TAXID
           MOVE RT-NAME            TO RA-NAME
           MOVE RT-DOC-ID          TO RA-DOC-ID

           WRITE NAMADDRA-REC

