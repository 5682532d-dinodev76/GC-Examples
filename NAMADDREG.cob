      *========================== NAMADDREG ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Supervised maintenance for the tax account
      *              registration file Data\NAMEADDR.AcctReg.dat
      *              (layout NAMADDRG.cpy), in the same transaction-
      *              apply-report shape NAMADDTMP uses for temporary
      *              addresses. A business registered for sales tax,
      *              withholding and income tax is one NAMEADDR record
      *              with three registrations here, each with its own
      *              account number, dates and, where the business
      *              asks for it, its own correspondence address - so
      *              a withholding notice goes to the payroll office
      *              (NAMADDLTR and NAMADDCPG select and address by
      *              account type through ACCTREG).
      *
      *              Transactions come from
      *              Data\NAMEADDR.AcctTrans.dat, one per line: the
      *              code, the TAXID, the account type (SLS sales,
      *              WHT withholding, INC income), the start date
      *              that identifies the registration, the end date,
      *              account number, status (A active, S suspended),
      *              street, city, state, ZIP and the supervising
      *              operator's ID, which every transaction must
      *              carry:
      *
      *                  'A' adds a registration - account number
      *                  required, end date optional, status 'A'
      *                  when blank, and one overlapping another of
      *                  the same type for the TAXID rejects;
      *                  'C' changes the account number, status or
      *                  override address of the registration - only
      *                  the fields given change, and a street of
      *                  '*' removes the override;
      *                  'E' ends the registration on the end date
      *                  given (today when blank);
      *                  'D' deletes the registration, keyed in
      *                  error.
      *
      *              An override address is all or nothing: street,
      *              city and ZIP together, or none of them.
      *
      *              Every applied transaction writes a line to the
      *              registration audit file
      *              Data\NAMEADDR.AcctAudit.dat under this run's ID,
      *              and every run ends by rewriting the file and
      *              writing the standing report of registrations
      *              not yet ended to Data\NAMEADDR.AcctReport.dat.
      *              Ended registrations stay on file - which
      *              accounts a taxpayer held, and when, is asked
      *              long after they close.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 NAMADDREG.

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
           SELECT NAMADDRG         ASSIGN "Data\NAMEADDR.AcctReg.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-RG-FILE-STATUS.

           SELECT ACCTRTX          ASSIGN "Data\NAMEADDR.AcctTrans.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-RN-FILE-STATUS.

           SELECT ACCTRAU          ASSIGN "Data\NAMEADDR.AcctAudit.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-GA-FILE-STATUS.

           SELECT ACCTRRP          ASSIGN
                                   "Data\NAMEADDR.AcctReport.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-GP-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  NAMADDRG.

       01  NAMADDRG-REC.           COPY NAMADDRG.

       FD  ACCTRTX.

       01  ACCTRTX-REC.
           05  RN-TRANS-CODE       PIC X(01).
               88  RN-TRANS-ADD                    VALUE 'A'.
               88  RN-TRANS-CHANGE                 VALUE 'C'.
               88  RN-TRANS-END                    VALUE 'E'.
               88  RN-TRANS-DELETE                 VALUE 'D'.
           05  FILLER              PIC X(01).
           05  RN-TAXID            PIC X(12).
           05  FILLER              PIC X(01).
           05  RN-ACCT-TYPE        PIC X(03).
           05  FILLER              PIC X(01).
           05  RN-START-DATE       PIC X(08).
           05  FILLER              PIC X(01).
           05  RN-END-DATE         PIC X(08).
           05  FILLER              PIC X(01).
           05  RN-ACCT-NUMBER      PIC X(15).
           05  FILLER              PIC X(01).
           05  RN-STATUS           PIC X(01).
           05  FILLER              PIC X(01).
           05  RN-STREET           PIC X(35).
           05  FILLER              PIC X(01).
           05  RN-CITY             PIC X(25).
           05  FILLER              PIC X(01).
           05  RN-STATE            PIC X(10).
           05  FILLER              PIC X(01).
           05  RN-ZIP-CODE         PIC X(10).
           05  FILLER              PIC X(01).
           05  RN-OPERATOR-ID      PIC X(08).

       FD  ACCTRAU.

       01  ACCTRAU-REC.
           05  GA-TIMESTAMP        PIC X(21).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  GA-RUN-ID           PIC 9(08).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  GA-TRANS-CODE       PIC X(01).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  GA-TAXID            PIC X(12).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  GA-ACCT-TYPE        PIC X(03).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  GA-START-DATE       PIC X(08).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  GA-END-DATE         PIC X(08).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  GA-ACCT-NUMBER      PIC X(15).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  GA-STATUS           PIC X(01).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  GA-OPERATOR-ID      PIC X(08).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  GA-STREET           PIC X(35).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  GA-ZIP-CODE         PIC X(10).

       FD  ACCTRRP.

       01  ACCTRRP-REC             PIC X(120).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-TRANS-READ            PIC 9(09)  COMP VALUE 0.
       01  W-TRANS-APPLIED         PIC 9(09)  COMP VALUE 0.
       01  W-TRANS-REJECTED        PIC 9(09)  COMP VALUE 0.
       01  W-REGS-ON-FILE          PIC 9(09)  COMP VALUE 0.
       01  W-REGS-IN-FORCE         PIC 9(09)  COMP VALUE 0.
       01  W-REGS-SUSPENDED        PIC 9(09)  COMP VALUE 0.
       01  W-REGS-COMING           PIC 9(09)  COMP VALUE 0.
       01  W-REGS-OVERRIDE         PIC 9(09)  COMP VALUE 0.
       01  W-RETURN-CODE           PIC S9(04) COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZ,ZZ9.

       01  W-TODAY-DATE            PIC X(08).

      **** An open-ended registration runs to the end of time for
      **** the overlap test.

       01  W-NEW-END               PIC X(08).
       01  W-OLD-END               PIC X(08).

       01  W-REG-COUNT             PIC 9(05)  COMP VALUE 0.
       01  W-REG-MAX               PIC 9(05)  COMP VALUE 20000.

       01  W-REG-TABLE.
           05  W-REG-ENTRY                         OCCURS 20000
                                                   INDEXED W-REG-IX
                                                           W-REG-IX2.
               10  W-REG-TAXID     PIC X(12).
               10  W-REG-ACCT-TYPE PIC X(03).
               10  W-REG-ACCT-NUMBER
                                   PIC X(15).
               10  W-REG-STATUS    PIC X(01).
                   88  W-REG-STATUS-SUSPENDED      VALUE 'S'.
               10  W-REG-START-DATE
                                   PIC X(08).
               10  W-REG-END-DATE  PIC X(08).
               10  W-REG-STREET    PIC X(35).
               10  W-REG-CITY      PIC X(25).
               10  W-REG-STATE     PIC X(10).
               10  W-REG-ZIP-CODE  PIC X(10).
               10  W-REG-ENTERED-BY
                                   PIC X(08).
               10  W-REG-ENTERED-DATE
                                   PIC X(08).
               10  W-REG-DELETED-SW
                                   PIC X(01).
                   88  W-REG-DELETED               VALUE 'Y'.

       01  W-FOUND-SW              PIC X(01)       VALUE 'N'.
           88  W-REG-FOUND                         VALUE 'Y'.
           88  W-REG-NOT-FOUND                     VALUE 'N'.

       01  W-OVERLAP-SW            PIC X(01)       VALUE 'N'.
           88  W-REG-OVERLAPS                      VALUE 'Y'.
           88  W-REG-NO-OVERLAP                    VALUE 'N'.

       01  W-REJECT-REASON         PIC X(40).

       01  W-ACCT-TYPE             PIC X(03).
           88  W-TYPE-SALES                        VALUE 'SLS'.
           88  W-TYPE-WITHHOLDING                  VALUE 'WHT'.
           88  W-TYPE-INCOME                       VALUE 'INC'.
           88  W-TYPE-VALID                        VALUE 'SLS' 'WHT'
                                                         'INC'.

       01  W-STATUS-CODE           PIC X(01).
           88  W-STATUS-VALID                      VALUE 'A' 'S'.

       01  W-TYPE-NAME             PIC X(11).
       01  W-REG-STATE-NAME        PIC X(09).
       01  W-REG-ADDRESS           PIC X(50).

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-RG-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-RN-EOF                            VALUE 'Y'.

       01  W-RG-FILE-STATUS        PIC X(02).
           88  W-RG-FILE-STATUS-GOOD               VALUE '00'.
           88  W-RG-FILE-NOT-FOUND                 VALUE '35'.

       01  W-RN-FILE-STATUS        PIC X(02).
           88  W-RN-FILE-STATUS-GOOD               VALUE '00'.

       01  W-GA-FILE-STATUS        PIC X(02).
           88  W-GA-FILE-STATUS-GOOD               VALUE '00'.

       01  W-GP-FILE-STATUS        PIC X(02).
           88  W-GP-FILE-STATUS-GOOD               VALUE '00'.

       01  W-ERROR-MSG             PIC X(22)       VALUE
           '**** NAMADDREG error: '.

       01  W-FS-CONTROL.
           COPY FILESTATL.

       01  W-RI-CONTROL.
           COPY RUNIDL.

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

           PERFORM SUB-2000-APPLY-ONE-TRANS THRU SUB-2000-EXIT
               UNTIL W-RN-EOF
               OR    W-RETURN-CODE NOT = 0

           IF      W-RETURN-CODE = 0
               PERFORM SUB-2800-REWRITE-REG-FILE THRU SUB-2800-EXIT
               PERFORM SUB-2900-WRITE-STANDING-REPORT THRU
                       SUB-2900-EXIT
           END-IF

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

           DISPLAY 'NAMADDREG compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           MOVE FUNCTION CURRENT-DATE(1:8)
                                   TO W-TODAY-DATE

           SET  RI-FUNC-NEXT       TO TRUE
           CALL 'RUNID' USING W-RI-CONTROL
           DISPLAY 'Run ID: ' RI-RUN-ID

           PERFORM SUB-1100-LOAD-REG-TABLE THRU SUB-1100-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           OPEN INPUT ACCTRTX

           IF      NOT W-RN-FILE-STATUS-GOOD
               MOVE W-RN-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-RN-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening ACCTRTX'
               MOVE 11             TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           OPEN EXTEND ACCTRAU

           IF      NOT W-GA-FILE-STATUS-GOOD
               OPEN OUTPUT ACCTRAU
           END-IF

           IF      NOT W-GA-FILE-STATUS-GOOD
               MOVE W-GA-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-GA-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening ACCTRAU'
               MOVE 12             TO W-RETURN-CODE
           END-IF
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-REG-TABLE.
      *------------------------

           OPEN INPUT NAMADDRG

           IF      W-RG-FILE-NOT-FOUND
               DISPLAY 'No account registration file on disk yet - '
                       'starting empty'
               GO TO SUB-1100-EXIT
           END-IF

           IF      NOT W-RG-FILE-STATUS-GOOD
               MOVE W-RG-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-RG-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDRG'
               MOVE 10             TO W-RETURN-CODE
               GO TO SUB-1100-EXIT
           END-IF

           PERFORM SUB-1150-LOAD-ONE-REG THRU SUB-1150-EXIT
               UNTIL W-RG-EOF
               OR    W-RETURN-CODE NOT = 0

           CLOSE NAMADDRG

           MOVE W-REG-COUNT        TO W-DISP-NUM
           DISPLAY 'Account registrations loaded: '
                   W-DISP-NUM
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1150-LOAD-ONE-REG.
      *----------------------

           READ NAMADDRG
               AT END
                   SET  W-RG-EOF   TO TRUE
                   GO TO SUB-1150-EXIT
           END-READ

           IF      W-REG-COUNT >= W-REG-MAX
               DISPLAY W-ERROR-MSG
                       'Registration table full - increase '
                       'W-REG-MAX'
               MOVE 15             TO W-RETURN-CODE
               GO TO SUB-1150-EXIT
           END-IF

           ADD  1                  TO W-REG-COUNT
           SET  W-REG-IX           TO W-REG-COUNT
           MOVE RG-TAXID           TO W-REG-TAXID(W-REG-IX)
           MOVE RG-ACCT-TYPE       TO W-REG-ACCT-TYPE(W-REG-IX)
           MOVE RG-ACCT-NUMBER     TO W-REG-ACCT-NUMBER(W-REG-IX)
           MOVE RG-STATUS          TO W-REG-STATUS(W-REG-IX)
           MOVE RG-START-DATE      TO W-REG-START-DATE(W-REG-IX)
           MOVE RG-END-DATE        TO W-REG-END-DATE(W-REG-IX)
           MOVE RG-STREET          TO W-REG-STREET(W-REG-IX)
           MOVE RG-CITY            TO W-REG-CITY(W-REG-IX)
           MOVE RG-STATE           TO W-REG-STATE(W-REG-IX)
           MOVE RG-ZIP-CODE        TO W-REG-ZIP-CODE(W-REG-IX)
           MOVE RG-ENTERED-BY      TO W-REG-ENTERED-BY(W-REG-IX)
           MOVE RG-ENTERED-DATE    TO W-REG-ENTERED-DATE(W-REG-IX)
           MOVE 'N'                TO W-REG-DELETED-SW(W-REG-IX)
           .
       SUB-1150-EXIT.
           EXIT.
      /
       SUB-2000-APPLY-ONE-TRANS.
      *-------------------------

           READ ACCTRTX
               AT END
                   SET  W-RN-EOF   TO TRUE
                   GO TO SUB-2000-EXIT
           END-READ

           ADD  1                  TO W-TRANS-READ

           MOVE SPACES             TO W-REJECT-REASON
           MOVE FUNCTION UPPER-CASE(RN-ACCT-TYPE)
                                   TO RN-ACCT-TYPE
           MOVE RN-ACCT-TYPE       TO W-ACCT-TYPE

           PERFORM SUB-2100-FIND-REGISTRATION THRU SUB-2100-EXIT

           EVALUATE TRUE
               WHEN NOT RN-TRANS-ADD
                   AND NOT RN-TRANS-CHANGE
                   AND NOT RN-TRANS-END
                   AND NOT RN-TRANS-DELETE
                   MOVE 'Transaction code not A, C, E or D'
                                   TO W-REJECT-REASON

               WHEN RN-TAXID = SPACES
                   MOVE 'Blank TAXID'
                                   TO W-REJECT-REASON

               WHEN NOT W-TYPE-VALID
                   MOVE 'Account type not SLS, WHT or INC'
                                   TO W-REJECT-REASON

               WHEN RN-START-DATE NOT NUMERIC
                   MOVE 'Start date not YYYYMMDD'
                                   TO W-REJECT-REASON

               WHEN RN-OPERATOR-ID = SPACES
                   MOVE 'Supervising operator ID required'
                                   TO W-REJECT-REASON

               WHEN RN-TRANS-ADD AND W-REG-FOUND
                   MOVE 'Registration from that date on file'
                                   TO W-REJECT-REASON

               WHEN NOT RN-TRANS-ADD AND W-REG-NOT-FOUND
                   MOVE 'No registration from that date on file'
                                   TO W-REJECT-REASON
           END-EVALUATE

           IF      W-REJECT-REASON = SPACES
               EVALUATE TRUE
                   WHEN RN-TRANS-ADD
                       PERFORM SUB-2200-ADD-REGISTRATION THRU
                               SUB-2200-EXIT

                   WHEN RN-TRANS-CHANGE
                       PERFORM SUB-2300-CHANGE-REGISTRATION THRU
                               SUB-2300-EXIT

                   WHEN RN-TRANS-END
                       PERFORM SUB-2400-END-REGISTRATION THRU
                               SUB-2400-EXIT

                   WHEN OTHER
                       MOVE 'Y'    TO W-REG-DELETED-SW(W-REG-IX)
                       MOVE W-REG-END-DATE(W-REG-IX)
                                   TO RN-END-DATE
                       MOVE W-REG-ACCT-NUMBER(W-REG-IX)
                                   TO RN-ACCT-NUMBER
               END-EVALUATE
           END-IF

           IF      W-REJECT-REASON NOT = SPACES
               ADD  1              TO W-TRANS-REJECTED
               DISPLAY 'Rejected: '
                       RN-TRANS-CODE
                       ' '
                       RN-TAXID
                       ' '
                       RN-ACCT-TYPE
                       ' '
                       RN-START-DATE
                       ' - '
                       FUNCTION TRIM(W-REJECT-REASON)
               GO TO SUB-2000-EXIT
           END-IF

           IF      W-RETURN-CODE = 0
               ADD  1              TO W-TRANS-APPLIED
               PERFORM SUB-9800-WRITE-REG-AUDIT THRU SUB-9800-EXIT
           END-IF
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-FIND-REGISTRATION.
      *---------------------------

           SET  W-REG-NOT-FOUND    TO TRUE
           SET  W-REG-IX           TO 1

           PERFORM UNTIL W-REG-IX > W-REG-COUNT
                   OR    W-REG-FOUND
               IF      W-REG-TAXID(W-REG-IX) = RN-TAXID
                   AND W-REG-ACCT-TYPE(W-REG-IX) = RN-ACCT-TYPE
                   AND W-REG-START-DATE(W-REG-IX) = RN-START-DATE
                   AND NOT W-REG-DELETED(W-REG-IX)
                   SET  W-REG-FOUND
                                   TO TRUE
               ELSE
                   SET  W-REG-IX   UP BY 1
               END-IF
           END-PERFORM
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-ADD-REGISTRATION.
      *--------------------------

           IF      RN-STATUS = SPACE
               MOVE 'A'            TO RN-STATUS
           END-IF

           MOVE FUNCTION UPPER-CASE(RN-STATUS)
                                   TO RN-STATUS
           MOVE RN-STATUS          TO W-STATUS-CODE

           EVALUATE TRUE
               WHEN RN-ACCT-NUMBER = SPACES
                   MOVE 'Account number required'
                                   TO W-REJECT-REASON

               WHEN NOT W-STATUS-VALID
                   MOVE 'Status not A or S'
                                   TO W-REJECT-REASON

               WHEN RN-END-DATE NOT = SPACES
                AND RN-END-DATE NOT NUMERIC
                   MOVE 'End date not YYYYMMDD'
                                   TO W-REJECT-REASON

               WHEN RN-END-DATE NOT = SPACES
                AND RN-END-DATE < RN-START-DATE
                   MOVE 'End date before start date'
                                   TO W-REJECT-REASON

               WHEN NOT ((RN-STREET = SPACES
                          AND RN-CITY = SPACES
                          AND RN-ZIP-CODE = SPACES)
                     OR  (RN-STREET NOT = SPACES
                          AND RN-CITY NOT = SPACES
                          AND RN-ZIP-CODE NOT = SPACES))
                   MOVE 'Override needs street, city and ZIP'
                                   TO W-REJECT-REASON
           END-EVALUATE

           IF      W-REJECT-REASON NOT = SPACES
               GO TO SUB-2200-EXIT
           END-IF

      **** One account of a type at a time - a registration touching
      **** another of the same type for the taxpayer is refused, not
      **** silently ranked.

           IF      RN-END-DATE = SPACES
               MOVE '99999999'     TO W-NEW-END
           ELSE
               MOVE RN-END-DATE    TO W-NEW-END
           END-IF

           SET  W-REG-NO-OVERLAP   TO TRUE

           PERFORM VARYING W-REG-IX2 FROM 1 BY 1
                   UNTIL W-REG-IX2 > W-REG-COUNT
                   OR    W-REG-OVERLAPS
               IF      W-REG-END-DATE(W-REG-IX2) = SPACES
                   MOVE '99999999' TO W-OLD-END
               ELSE
                   MOVE W-REG-END-DATE(W-REG-IX2)
                                   TO W-OLD-END
               END-IF

               IF      W-REG-TAXID(W-REG-IX2) = RN-TAXID
                   AND W-REG-ACCT-TYPE(W-REG-IX2) = RN-ACCT-TYPE
                   AND NOT W-REG-DELETED(W-REG-IX2)
                   AND W-REG-START-DATE(W-REG-IX2) <= W-NEW-END
                   AND W-OLD-END >= RN-START-DATE
                   SET  W-REG-OVERLAPS
                                   TO TRUE
               END-IF
           END-PERFORM

           IF      W-REG-OVERLAPS
               MOVE 'Overlaps a registration of that type'
                                   TO W-REJECT-REASON
               GO TO SUB-2200-EXIT
           END-IF

           IF      W-REG-COUNT >= W-REG-MAX
               DISPLAY W-ERROR-MSG
                       'Registration table full - increase '
                       'W-REG-MAX'
               MOVE 20             TO W-RETURN-CODE
               GO TO SUB-2200-EXIT
           END-IF

           ADD  1                  TO W-REG-COUNT
           SET  W-REG-IX           TO W-REG-COUNT
           MOVE RN-TAXID           TO W-REG-TAXID(W-REG-IX)
           MOVE RN-ACCT-TYPE       TO W-REG-ACCT-TYPE(W-REG-IX)
           MOVE RN-ACCT-NUMBER     TO W-REG-ACCT-NUMBER(W-REG-IX)
           MOVE RN-STATUS          TO W-REG-STATUS(W-REG-IX)
           MOVE RN-START-DATE      TO W-REG-START-DATE(W-REG-IX)
           MOVE RN-END-DATE        TO W-REG-END-DATE(W-REG-IX)
           MOVE FUNCTION UPPER-CASE(RN-STREET)
                                   TO W-REG-STREET(W-REG-IX)
           MOVE FUNCTION UPPER-CASE(RN-CITY)
                                   TO W-REG-CITY(W-REG-IX)
           MOVE FUNCTION UPPER-CASE(RN-STATE)
                                   TO W-REG-STATE(W-REG-IX)
           MOVE RN-ZIP-CODE        TO W-REG-ZIP-CODE(W-REG-IX)
           MOVE RN-OPERATOR-ID     TO W-REG-ENTERED-BY(W-REG-IX)
           MOVE W-TODAY-DATE       TO W-REG-ENTERED-DATE(W-REG-IX)
           MOVE 'N'                TO W-REG-DELETED-SW(W-REG-IX)
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2300-CHANGE-REGISTRATION.
      *-----------------------------

           MOVE FUNCTION UPPER-CASE(RN-STATUS)
                                   TO RN-STATUS
           MOVE RN-STATUS          TO W-STATUS-CODE

           EVALUATE TRUE
               WHEN RN-ACCT-NUMBER = SPACES
                AND RN-STATUS = SPACE
                AND RN-STREET = SPACES
                   MOVE 'Nothing to change'
                                   TO W-REJECT-REASON

               WHEN RN-STATUS NOT = SPACE
                AND NOT W-STATUS-VALID
                   MOVE 'Status not A or S'
                                   TO W-REJECT-REASON

               WHEN RN-END-DATE NOT = SPACES
                   MOVE 'End date changes only through E'
                                   TO W-REJECT-REASON

               WHEN RN-STREET NOT = SPACES
                AND RN-STREET NOT = '*'
                AND (RN-CITY = SPACES
                OR   RN-ZIP-CODE = SPACES)
                   MOVE 'Override needs street, city and ZIP'
                                   TO W-REJECT-REASON
           END-EVALUATE

           IF      W-REJECT-REASON NOT = SPACES
               GO TO SUB-2300-EXIT
           END-IF

           IF      RN-ACCT-NUMBER NOT = SPACES
               MOVE RN-ACCT-NUMBER TO W-REG-ACCT-NUMBER(W-REG-IX)
           END-IF

           IF      RN-STATUS NOT = SPACE
               MOVE RN-STATUS      TO W-REG-STATUS(W-REG-IX)
           END-IF

           EVALUATE TRUE
               WHEN RN-STREET = '*'
                   MOVE SPACES     TO W-REG-STREET(W-REG-IX)
                                      W-REG-CITY(W-REG-IX)
                                      W-REG-STATE(W-REG-IX)
                                      W-REG-ZIP-CODE(W-REG-IX)

               WHEN RN-STREET NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(RN-STREET)
                                   TO W-REG-STREET(W-REG-IX)
                   MOVE FUNCTION UPPER-CASE(RN-CITY)
                                   TO W-REG-CITY(W-REG-IX)
                   MOVE FUNCTION UPPER-CASE(RN-STATE)
                                   TO W-REG-STATE(W-REG-IX)
                   MOVE RN-ZIP-CODE
                                   TO W-REG-ZIP-CODE(W-REG-IX)
           END-EVALUATE

      **** The audit line carries the registration as it now stands.

           MOVE W-REG-ACCT-NUMBER(W-REG-IX)
                                   TO RN-ACCT-NUMBER
           MOVE W-REG-STATUS(W-REG-IX)
                                   TO RN-STATUS
           MOVE W-REG-END-DATE(W-REG-IX)
                                   TO RN-END-DATE
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2400-END-REGISTRATION.
      *--------------------------

           IF      RN-END-DATE = SPACES
               MOVE W-TODAY-DATE   TO RN-END-DATE
           END-IF

           EVALUATE TRUE
               WHEN RN-END-DATE NOT NUMERIC
                   MOVE 'End date not YYYYMMDD'
                                   TO W-REJECT-REASON

               WHEN RN-END-DATE < W-REG-START-DATE(W-REG-IX)
                   MOVE 'End date before start date'
                                   TO W-REJECT-REASON

               WHEN W-REG-END-DATE(W-REG-IX) NOT = SPACES
                AND RN-END-DATE > W-REG-END-DATE(W-REG-IX)
                   MOVE 'End only shortens - add a new one'
                                   TO W-REJECT-REASON
           END-EVALUATE

           IF      W-REJECT-REASON NOT = SPACES
               GO TO SUB-2400-EXIT
           END-IF

           MOVE RN-END-DATE        TO W-REG-END-DATE(W-REG-IX)
           MOVE W-REG-ACCT-NUMBER(W-REG-IX)
                                   TO RN-ACCT-NUMBER
           MOVE W-REG-STATUS(W-REG-IX)
                                   TO RN-STATUS
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-2800-REWRITE-REG-FILE.
      *--------------------------

           OPEN OUTPUT NAMADDRG

           IF      NOT W-RG-FILE-STATUS-GOOD
               MOVE W-RG-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-RG-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' rewriting NAMADDRG'
               MOVE 30             TO W-RETURN-CODE
               GO TO SUB-2800-EXIT
           END-IF

           PERFORM VARYING W-REG-IX FROM 1 BY 1
                   UNTIL W-REG-IX > W-REG-COUNT
               IF      NOT W-REG-DELETED(W-REG-IX)
                   MOVE SPACES     TO NAMADDRG-REC
                   MOVE W-REG-TAXID(W-REG-IX)
                                   TO RG-TAXID
                   MOVE W-REG-ACCT-TYPE(W-REG-IX)
                                   TO RG-ACCT-TYPE
                   MOVE W-REG-ACCT-NUMBER(W-REG-IX)
                                   TO RG-ACCT-NUMBER
                   MOVE W-REG-STATUS(W-REG-IX)
                                   TO RG-STATUS
                   MOVE W-REG-START-DATE(W-REG-IX)
                                   TO RG-START-DATE
                   MOVE W-REG-END-DATE(W-REG-IX)
                                   TO RG-END-DATE
                   MOVE W-REG-STREET(W-REG-IX)
                                   TO RG-STREET
                   MOVE W-REG-CITY(W-REG-IX)
                                   TO RG-CITY
                   MOVE W-REG-STATE(W-REG-IX)
                                   TO RG-STATE
                   MOVE W-REG-ZIP-CODE(W-REG-IX)
                                   TO RG-ZIP-CODE
                   MOVE W-REG-ENTERED-BY(W-REG-IX)
                                   TO RG-ENTERED-BY
                   MOVE W-REG-ENTERED-DATE(W-REG-IX)
                                   TO RG-ENTERED-DATE

                   WRITE NAMADDRG-REC

                   ADD  1          TO W-REGS-ON-FILE
               END-IF
           END-PERFORM

           CLOSE NAMADDRG
           .
       SUB-2800-EXIT.
           EXIT.
      /
       SUB-2900-WRITE-STANDING-REPORT.
      *-------------------------------

           OPEN OUTPUT ACCTRRP

           IF      NOT W-GP-FILE-STATUS-GOOD
               MOVE W-GP-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-GP-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening ACCTRRP'
               MOVE 31             TO W-RETURN-CODE
               GO TO SUB-2900-EXIT
           END-IF

           MOVE ' TAX ACCOUNT REGISTRATIONS IN FORCE OR TO COME'
                                   TO ACCTRRP-REC
           WRITE ACCTRRP-REC

           PERFORM VARYING W-REG-IX FROM 1 BY 1
                   UNTIL W-REG-IX > W-REG-COUNT
               IF      NOT W-REG-DELETED(W-REG-IX)
                   AND (W-REG-END-DATE(W-REG-IX) = SPACES
                   OR   W-REG-END-DATE(W-REG-IX) >= W-TODAY-DATE)
                   PERFORM SUB-2950-REPORT-ONE-REG THRU
                           SUB-2950-EXIT
               END-IF
           END-PERFORM

           CLOSE ACCTRRP
           .
       SUB-2900-EXIT.
           EXIT.
      /
       SUB-2950-REPORT-ONE-REG.
      *------------------------

           EVALUATE TRUE
               WHEN W-REG-START-DATE(W-REG-IX) > W-TODAY-DATE
                   MOVE 'PENDING'  TO W-REG-STATE-NAME
                   ADD  1          TO W-REGS-COMING
               WHEN W-REG-STATUS-SUSPENDED(W-REG-IX)
                   MOVE 'SUSPENDED'
                                   TO W-REG-STATE-NAME
                   ADD  1          TO W-REGS-SUSPENDED
               WHEN OTHER
                   MOVE 'IN FORCE' TO W-REG-STATE-NAME
                   ADD  1          TO W-REGS-IN-FORCE
           END-EVALUATE

           MOVE W-REG-ACCT-TYPE(W-REG-IX)
                                   TO W-ACCT-TYPE
           PERFORM SUB-9700-TYPE-NAME THRU SUB-9700-EXIT

           MOVE SPACES             TO W-REG-ADDRESS

           IF      W-REG-STREET(W-REG-IX) = SPACES
               MOVE '(taxpayer''s own address)'
                                   TO W-REG-ADDRESS
           ELSE
               ADD  1              TO W-REGS-OVERRIDE
               STRING FUNCTION TRIM(W-REG-STREET(W-REG-IX))
                                   DELIMITED BY SIZE
                      ' '          DELIMITED BY SIZE
                      W-REG-ZIP-CODE(W-REG-IX)
                                   DELIMITED BY SIZE
                 INTO W-REG-ADDRESS
               END-STRING
           END-IF

           MOVE SPACES             TO ACCTRRP-REC
           STRING ' '              DELIMITED BY SIZE
                  W-REG-TAXID(W-REG-IX)
                                   DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  W-TYPE-NAME      DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  W-REG-ACCT-NUMBER(W-REG-IX)
                                   DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  W-REG-STATE-NAME DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  W-REG-START-DATE(W-REG-IX)
                                   DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  W-REG-END-DATE(W-REG-IX)
                                   DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  W-REG-ADDRESS    DELIMITED BY SIZE
             INTO ACCTRRP-REC
           END-STRING

           WRITE ACCTRRP-REC
           .
       SUB-2950-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           CLOSE ACCTRTX
                 ACCTRAU

           MOVE W-TRANS-READ       TO W-DISP-NUM
           DISPLAY 'Transactions read:       '
                   W-DISP-NUM

           MOVE W-TRANS-APPLIED    TO W-DISP-NUM
           DISPLAY 'Transactions applied:    '
                   W-DISP-NUM

           MOVE W-TRANS-REJECTED   TO W-DISP-NUM
           DISPLAY 'Transactions rejected:   '
                   W-DISP-NUM

           MOVE W-REGS-ON-FILE     TO W-DISP-NUM
           DISPLAY 'Registrations on file:   '
                   W-DISP-NUM

           MOVE W-REGS-IN-FORCE    TO W-DISP-NUM
           DISPLAY 'In force today:          '
                   W-DISP-NUM

           MOVE W-REGS-SUSPENDED   TO W-DISP-NUM
           DISPLAY 'Suspended:               '
                   W-DISP-NUM

           MOVE W-REGS-COMING      TO W-DISP-NUM
           DISPLAY 'Still to start:          '
                   W-DISP-NUM

           MOVE W-REGS-OVERRIDE    TO W-DISP-NUM
           DISPLAY 'With own address:        '
                   W-DISP-NUM

           DISPLAY 'NAMADDREG completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-9700-TYPE-NAME.
      *-------------------

           EVALUATE TRUE
               WHEN W-TYPE-SALES
                   MOVE 'SALES'    TO W-TYPE-NAME
               WHEN W-TYPE-WITHHOLDING
                   MOVE 'WITHHOLDING'
                                   TO W-TYPE-NAME
               WHEN W-TYPE-INCOME
                   MOVE 'INCOME'   TO W-TYPE-NAME
               WHEN OTHER
                   MOVE W-ACCT-TYPE
                                   TO W-TYPE-NAME
           END-EVALUATE
           .
       SUB-9700-EXIT.
           EXIT.
      /
       SUB-9800-WRITE-REG-AUDIT.
      *-------------------------

           MOVE SPACES             TO ACCTRAU-REC
           MOVE FUNCTION CURRENT-DATE
                                   TO GA-TIMESTAMP
           MOVE RI-RUN-ID          TO GA-RUN-ID
           MOVE RN-TRANS-CODE      TO GA-TRANS-CODE
           MOVE RN-TAXID           TO GA-TAXID
           MOVE RN-ACCT-TYPE       TO GA-ACCT-TYPE
           MOVE RN-START-DATE      TO GA-START-DATE
           MOVE RN-END-DATE        TO GA-END-DATE
           MOVE RN-ACCT-NUMBER     TO GA-ACCT-NUMBER
           MOVE RN-STATUS          TO GA-STATUS
           MOVE RN-OPERATOR-ID     TO GA-OPERATOR-ID
           MOVE RN-STREET          TO GA-STREET
           MOVE RN-ZIP-CODE        TO GA-ZIP-CODE

           WRITE ACCTRAU-REC

           IF      NOT W-GA-FILE-STATUS-GOOD
               MOVE W-GA-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-GA-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing ACCTRAU'
               MOVE 40             TO W-RETURN-CODE
           END-IF
           .
       SUB-9800-EXIT.
           EXIT.
