      *========================== NAMADDCNF ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Nightly change-confirmation notices. Address
      *              hijacking starts with a changed street or email
      *              the real owner never hears about; this program
      *              reads the day's change images in
      *              Data\NAMEADDR.Audit.dat and, for every changed
      *              contact point, cuts a confirmation to the new
      *              one and a "did you request this?" alert to the
      *              old one:
      *
      *                  address - the effective address per
      *                  NA-ADDRESS-TYPE-USED: confirmation by post
      *                  to the new address, alert by post to the
      *                  old;
      *                  email - confirmation to the new email,
      *                  alert to the old email (by post to the old
      *                  address when there was no old email);
      *                  phone - there is no telephone channel, so
      *                  the alert goes by post to the old address,
      *                  and a confirmation by post to the new
      *                  address only when that changed too.
      *
      *              The notices are written to
      *              Data\NAMEADDR.ChgConfirm.dat and
      *              Data\NAMEADDR.ChgAlert.dat (layout NAMADDCN.cpy)
      *              and lettered by running NAMADDLTR in notice mode
      *              once per file, with the template stores
      *              Data\NAMEADDR.LetterTemplate.ChgConfirm.dat and
      *              Data\NAMEADDR.LetterTemplate.ChgAlert.dat named
      *              through NAMADDTP_PATH. NAMADDLTR applies the
      *              NAMPREF language and opt-outs and NAMREP
      *              routing as for any letter, and records every
      *              piece in Data\NAMEADDR.CorrHist.dat under the
      *              campaign codes CHGCONFIRM and CHGALERT.
      *
      *              Argument 1 is the day to notify (YYYYMMDD,
      *              default today). Schedule after the night's
      *              maintenance has applied.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      * 2026-09-14  0.2      The nightly canary record's changes cut
      *                      no notices
      * 2026-09-14  0.3      Email, phone and address read from the
      *                      images moved whole into NAMEADDR work
      *                      records, not by name inside the audit
      *                      record where they do not line up
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 NAMADDCNF.

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
           SELECT NAMADDAU         ASSIGN "Data\NAMEADDR.Audit.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-AU-FILE-STATUS.

           SELECT CNCONF           ASSIGN "Data\NAMEADDR.ChgConfirm.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-CC-FILE-STATUS.

           SELECT CNALRT           ASSIGN "Data\NAMEADDR.ChgAlert.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-CA-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  NAMADDAU.

       01  NAMADDAU-REC.           COPY NAMADDAU.

       FD  CNCONF.

       01  CNCONF-REC              PIC X(282).

       FD  CNALRT.

       01  CNALRT-REC              PIC X(282).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-NAMADDAU-RECS         PIC 9(09)  COMP VALUE 0.
       01  W-CHANGES-SEEN          PIC 9(09)  COMP VALUE 0.
       01  W-ADDRESS-CHANGES       PIC 9(09)  COMP VALUE 0.
       01  W-EMAIL-CHANGES         PIC 9(09)  COMP VALUE 0.
       01  W-PHONE-CHANGES         PIC 9(09)  COMP VALUE 0.
       01  W-CONFIRMS-CUT          PIC 9(09)  COMP VALUE 0.
       01  W-ALERTS-CUT            PIC 9(09)  COMP VALUE 0.
       01  W-RETURN-CODE           PIC S9(04) COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ,ZZ9.

       01  W-NOTICE-DATE-ARG       PIC X(08).
       01  W-NOTICE-DATE           PIC X(08).

       01  W-NOTICE.               COPY NAMADDCN.

      **** The before and after images, moved out of the audit record
      **** whole so their fields sit where NAMEADDR puts them.

       01  W-OLD-IMG.              COPY NAMEADDR.

       01  W-NEW-IMG.              COPY NAMEADDR.

      **** The effective address each side of the change, per that
      **** side's own NA-ADDRESS-TYPE-USED.

       01  W-OLD-ADDR.
           05  W-OLD-STREET        PIC X(35).
           05  W-OLD-CITY          PIC X(25).
           05  W-OLD-STATE         PIC X(10).
           05  W-OLD-ZIP-CODE      PIC X(10).

       01  W-NEW-ADDR.
           05  W-NEW-STREET        PIC X(35).
           05  W-NEW-CITY          PIC X(25).
           05  W-NEW-STATE         PIC X(10).
           05  W-NEW-ZIP-CODE      PIC X(10).

       01  W-OLD-ADDR-TEXT         PIC X(60).
       01  W-NEW-ADDR-TEXT         PIC X(60).

       01  W-ADDR-CHANGED-SW       PIC X(01).
           88  W-ADDR-CHANGED                      VALUE 'Y'.
           88  W-ADDR-UNCHANGED                    VALUE 'N'.

       01  W-COMMAND-LINE          PIC X(100)      VALUE SPACES.
       01  W-STEP-RETURN-CODE      PIC S9(04) COMP VALUE 0.
       01  W-APPEND-ARG            PIC X(08)       VALUE SPACES.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-EOF                               VALUE 'Y'.

       01  W-AU-FILE-STATUS        PIC X(02).
           88  W-AU-FILE-STATUS-GOOD               VALUE '00'.

       01  W-CC-FILE-STATUS        PIC X(02).
           88  W-CC-FILE-STATUS-GOOD               VALUE '00'.

       01  W-CA-FILE-STATUS        PIC X(02).
           88  W-CA-FILE-STATUS-GOOD               VALUE '00'.

       01  W-ERROR-MSG             PIC X(22)       VALUE
           '**** NAMADDCNF error: '.

       01  W-FS-CONTROL.
           COPY FILESTATL.

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

           PERFORM SUB-2000-JUDGE-ONE-IMAGE THRU SUB-2000-EXIT
               UNTIL W-EOF
               OR    W-RETURN-CODE NOT = 0

           CLOSE NAMADDAU
                 CNCONF
                 CNALRT

           IF      W-RETURN-CODE = 0
               PERFORM SUB-2500-LETTER-NOTICES THRU SUB-2500-EXIT
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

           DISPLAY 'NAMADDCNF compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           DISPLAY 1               UPON ARGUMENT-NUMBER

           ACCEPT W-NOTICE-DATE-ARG
                                   FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES     TO W-NOTICE-DATE-ARG
           END-ACCEPT

           IF      W-NOTICE-DATE-ARG NUMERIC
               MOVE W-NOTICE-DATE-ARG
                                   TO W-NOTICE-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8)
                                   TO W-NOTICE-DATE
           END-IF

           DISPLAY 'Change notices for '
                   W-NOTICE-DATE

           OPEN INPUT NAMADDAU

           IF      NOT W-AU-FILE-STATUS-GOOD
               MOVE W-AU-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-AU-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDAU'
               MOVE 10             TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           OPEN OUTPUT CNCONF

           IF      NOT W-CC-FILE-STATUS-GOOD
               MOVE W-CC-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-CC-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening CNCONF'
               MOVE 11             TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           OPEN OUTPUT CNALRT

           IF      NOT W-CA-FILE-STATUS-GOOD
               MOVE W-CA-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-CA-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening CNALRT'
               MOVE 12             TO W-RETURN-CODE
           END-IF
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-2000-JUDGE-ONE-IMAGE.
      *-------------------------

           READ NAMADDAU
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-2000-EXIT
           END-READ

           ADD  1                  TO W-NAMADDAU-RECS

           IF      AU-TIMESTAMP(1 : 8) NOT = W-NOTICE-DATE
               OR  NOT AU-TRANS-CHANGE
               OR  NA-TAXID-CANARY IN AU-NEW-IMAGE
               GO TO SUB-2000-EXIT
           END-IF

           ADD  1                  TO W-CHANGES-SEEN

           MOVE AU-OLD-IMAGE       TO W-OLD-IMG
           MOVE AU-NEW-IMAGE       TO W-NEW-IMG

           PERFORM SUB-2100-EFFECTIVE-ADDRESSES THRU SUB-2100-EXIT

           IF      W-ADDR-CHANGED
               ADD  1              TO W-ADDRESS-CHANGES
               PERFORM SUB-2200-ADDRESS-NOTICES THRU SUB-2200-EXIT
           END-IF

           IF      NA-EMAIL IN W-OLD-IMG
                   NOT = NA-EMAIL IN W-NEW-IMG
               ADD  1              TO W-EMAIL-CHANGES
               PERFORM SUB-2300-EMAIL-NOTICES THRU SUB-2300-EXIT
           END-IF

           IF      NA-PHONE IN W-OLD-IMG
                   NOT = NA-PHONE IN W-NEW-IMG
               ADD  1              TO W-PHONE-CHANGES
               PERFORM SUB-2400-PHONE-NOTICES THRU SUB-2400-EXIT
           END-IF
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-EFFECTIVE-ADDRESSES.
      *-----------------------------

           IF      NA-ADDRESS-TYPE-MAILING IN W-OLD-IMG
               MOVE NA-MAILING-ADDRESS IN W-OLD-IMG
                                   TO W-OLD-ADDR
           ELSE
               MOVE NA-ADDRESS IN W-OLD-IMG
                                   TO W-OLD-ADDR
           END-IF

           IF      NA-ADDRESS-TYPE-MAILING IN W-NEW-IMG
               MOVE NA-MAILING-ADDRESS IN W-NEW-IMG
                                   TO W-NEW-ADDR
           ELSE
               MOVE NA-ADDRESS IN W-NEW-IMG
                                   TO W-NEW-ADDR
           END-IF

           IF      W-OLD-ADDR = W-NEW-ADDR
               SET  W-ADDR-UNCHANGED
                                   TO TRUE
           ELSE
               SET  W-ADDR-CHANGED TO TRUE
           END-IF

           MOVE SPACES             TO W-OLD-ADDR-TEXT
                                      W-NEW-ADDR-TEXT

           STRING FUNCTION TRIM(W-OLD-STREET)   DELIMITED BY SIZE
                  ', '                          DELIMITED BY SIZE
                  FUNCTION TRIM(W-OLD-CITY)     DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  FUNCTION TRIM(W-OLD-STATE)    DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  W-OLD-ZIP-CODE                DELIMITED BY SIZE
             INTO W-OLD-ADDR-TEXT
           END-STRING

           STRING FUNCTION TRIM(W-NEW-STREET)   DELIMITED BY SIZE
                  ', '                          DELIMITED BY SIZE
                  FUNCTION TRIM(W-NEW-CITY)     DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  FUNCTION TRIM(W-NEW-STATE)    DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  W-NEW-ZIP-CODE                DELIMITED BY SIZE
             INTO W-NEW-ADDR-TEXT
           END-STRING
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-ADDRESS-NOTICES.
      *-------------------------

           PERFORM SUB-9000-CLEAR-NOTICE THRU SUB-9000-EXIT
           SET  CN-FIELD-ADDRESS   TO TRUE
           MOVE W-OLD-ADDR-TEXT    TO CN-OLD-VALUE
           MOVE W-NEW-ADDR-TEXT    TO CN-NEW-VALUE

           IF      W-NEW-STREET NOT = SPACES
               PERFORM SUB-9010-TO-NEW-ADDRESS THRU SUB-9010-EXIT
               PERFORM SUB-9800-WRITE-CONFIRM THRU SUB-9800-EXIT
           END-IF

           IF      W-OLD-STREET NOT = SPACES
               PERFORM SUB-9020-TO-OLD-ADDRESS THRU SUB-9020-EXIT
               PERFORM SUB-9810-WRITE-ALERT THRU SUB-9810-EXIT
           END-IF
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2300-EMAIL-NOTICES.
      *-----------------------

           PERFORM SUB-9000-CLEAR-NOTICE THRU SUB-9000-EXIT
           SET  CN-FIELD-EMAIL     TO TRUE
           MOVE NA-EMAIL IN W-OLD-IMG
                                   TO CN-OLD-VALUE
           MOVE NA-EMAIL IN W-NEW-IMG
                                   TO CN-NEW-VALUE

           IF      NA-EMAIL IN W-NEW-IMG NOT = SPACES
               SET  CN-DEST-EMAIL  TO TRUE
               MOVE NA-EMAIL IN W-NEW-IMG
                                   TO CN-DEST-EMAIL-ADDR
               PERFORM SUB-9800-WRITE-CONFIRM THRU SUB-9800-EXIT
           END-IF

           IF      NA-EMAIL IN W-OLD-IMG NOT = SPACES
               SET  CN-DEST-EMAIL  TO TRUE
               MOVE NA-EMAIL IN W-OLD-IMG
                                   TO CN-DEST-EMAIL-ADDR
               PERFORM SUB-9810-WRITE-ALERT THRU SUB-9810-EXIT
               GO TO SUB-2300-EXIT
           END-IF

           IF      W-OLD-STREET NOT = SPACES
               MOVE SPACES         TO CN-DEST-EMAIL-ADDR
               PERFORM SUB-9020-TO-OLD-ADDRESS THRU SUB-9020-EXIT
               PERFORM SUB-9810-WRITE-ALERT THRU SUB-9810-EXIT
           END-IF
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2400-PHONE-NOTICES.
      *-----------------------

           PERFORM SUB-9000-CLEAR-NOTICE THRU SUB-9000-EXIT
           SET  CN-FIELD-PHONE     TO TRUE
           MOVE NA-PHONE IN W-OLD-IMG
                                   TO CN-OLD-VALUE
           MOVE NA-PHONE IN W-NEW-IMG
                                   TO CN-NEW-VALUE

           IF      W-ADDR-CHANGED
               AND W-NEW-STREET NOT = SPACES
               PERFORM SUB-9010-TO-NEW-ADDRESS THRU SUB-9010-EXIT
               PERFORM SUB-9800-WRITE-CONFIRM THRU SUB-9800-EXIT
           END-IF

           IF      W-OLD-STREET NOT = SPACES
               PERFORM SUB-9020-TO-OLD-ADDRESS THRU SUB-9020-EXIT
               PERFORM SUB-9810-WRITE-ALERT THRU SUB-9810-EXIT
           END-IF
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-2500-LETTER-NOTICES.
      *------------------------

      **** One NAMADDLTR step per notice kind, each with its own
      **** template store; the second step appends to the letter
      **** streams the first one cut.

           MOVE SPACES             TO W-APPEND-ARG

           IF      W-CONFIRMS-CUT > 0
               DISPLAY 'NAMADDTP_PATH' UPON ENVIRONMENT-NAME
               DISPLAY 'Data\NAMEADDR.LetterTemplate.ChgConfirm.dat'
                                       UPON ENVIRONMENT-VALUE

               MOVE SPACES         TO W-COMMAND-LINE
               STRING 'NAMADDLTR * * * CHGCONFIRM '
                                   DELIMITED BY SIZE
                      'Data\NAMEADDR.ChgConfirm.dat'
                                   DELIMITED BY SIZE
                 INTO W-COMMAND-LINE
               END-STRING

               PERFORM SUB-2550-RUN-LETTER-STEP THRU SUB-2550-EXIT

               IF      W-RETURN-CODE NOT = 0
                   GO TO SUB-2500-EXIT
               END-IF

               MOVE 'APPEND'       TO W-APPEND-ARG
           END-IF

           IF      W-ALERTS-CUT > 0
               DISPLAY 'NAMADDTP_PATH' UPON ENVIRONMENT-NAME
               DISPLAY 'Data\NAMEADDR.LetterTemplate.ChgAlert.dat'
                                       UPON ENVIRONMENT-VALUE

               MOVE SPACES         TO W-COMMAND-LINE
               STRING 'NAMADDLTR * * * CHGALERT '
                                   DELIMITED BY SIZE
                      'Data\NAMEADDR.ChgAlert.dat '
                                   DELIMITED BY SIZE
                      W-APPEND-ARG DELIMITED BY SPACE
                 INTO W-COMMAND-LINE
               END-STRING

               PERFORM SUB-2550-RUN-LETTER-STEP THRU SUB-2550-EXIT
           END-IF
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2550-RUN-LETTER-STEP.
      *-------------------------

           DISPLAY 'Lettering: '
                   FUNCTION TRIM(W-COMMAND-LINE)

           CALL 'SYSTEM' USING W-COMMAND-LINE
           MOVE RETURN-CODE        TO W-STEP-RETURN-CODE
           MOVE 0                  TO RETURN-CODE

           IF      W-STEP-RETURN-CODE NOT = 0
               DISPLAY W-ERROR-MSG
                       'NAMADDLTR ended with return code '
                       W-STEP-RETURN-CODE
                       ' - rerun this date once it is fixed'
               MOVE 30             TO W-RETURN-CODE
           END-IF
           .
       SUB-2550-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           MOVE W-NAMADDAU-RECS    TO W-DISP-NUM
           DISPLAY 'Audit images read:     '
                   W-DISP-NUM

           MOVE W-CHANGES-SEEN     TO W-DISP-NUM
           DISPLAY 'Change images for day: '
                   W-DISP-NUM

           MOVE W-ADDRESS-CHANGES  TO W-DISP-NUM
           DISPLAY 'Address changes:       '
                   W-DISP-NUM

           MOVE W-EMAIL-CHANGES    TO W-DISP-NUM
           DISPLAY 'Email changes:         '
                   W-DISP-NUM

           MOVE W-PHONE-CHANGES    TO W-DISP-NUM
           DISPLAY 'Phone changes:         '
                   W-DISP-NUM

           MOVE W-CONFIRMS-CUT     TO W-DISP-NUM
           DISPLAY 'Confirmations cut:     '
                   W-DISP-NUM

           MOVE W-ALERTS-CUT       TO W-DISP-NUM
           DISPLAY 'Alerts cut:            '
                   W-DISP-NUM

           DISPLAY 'NAMADDCNF completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-9000-CLEAR-NOTICE.
      *----------------------

           MOVE SPACES             TO W-NOTICE
           MOVE NA-TAXID IN W-NEW-IMG
                                   TO CN-TAXID
           MOVE W-NOTICE-DATE      TO CN-CHANGE-DATE
           .
       SUB-9000-EXIT.
           EXIT.
      /
       SUB-9010-TO-NEW-ADDRESS.
      *------------------------

           SET  CN-DEST-POSTAL     TO TRUE
           MOVE W-NEW-STREET       TO CN-DEST-STREET
           MOVE W-NEW-CITY         TO CN-DEST-CITY
           MOVE W-NEW-STATE        TO CN-DEST-STATE
           MOVE W-NEW-ZIP-CODE     TO CN-DEST-ZIP-CODE
           .
       SUB-9010-EXIT.
           EXIT.
      /
       SUB-9020-TO-OLD-ADDRESS.
      *------------------------

           SET  CN-DEST-POSTAL     TO TRUE
           MOVE W-OLD-STREET       TO CN-DEST-STREET
           MOVE W-OLD-CITY         TO CN-DEST-CITY
           MOVE W-OLD-STATE        TO CN-DEST-STATE
           MOVE W-OLD-ZIP-CODE     TO CN-DEST-ZIP-CODE
           .
       SUB-9020-EXIT.
           EXIT.
      /
       SUB-9800-WRITE-CONFIRM.
      *-----------------------

           WRITE CNCONF-REC        FROM W-NOTICE

           IF      NOT W-CC-FILE-STATUS-GOOD
               MOVE W-CC-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-CC-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing CNCONF'
               MOVE 20             TO W-RETURN-CODE
               GO TO SUB-9800-EXIT
           END-IF

           ADD  1                  TO W-CONFIRMS-CUT
           .
       SUB-9800-EXIT.
           EXIT.
      /
       SUB-9810-WRITE-ALERT.
      *---------------------

           WRITE CNALRT-REC        FROM W-NOTICE

           IF      NOT W-CA-FILE-STATUS-GOOD
               MOVE W-CA-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-CA-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing CNALRT'
               MOVE 21             TO W-RETURN-CODE
               GO TO SUB-9810-EXIT
           END-IF

           ADD  1                  TO W-ALERTS-CUT
           .
       SUB-9810-EXIT.
           EXIT.
