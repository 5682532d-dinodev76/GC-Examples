      *=========================== TOKVAULT ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Subroutine keeping the TAXID token vault, so a
      *              partner can match our records week to week
      *              without ever being sent the TAXID itself. See
      *              CopyBooks\TOKVAULTL.cpy for the vault and log
      *              layouts and the calling contract.
      *
      *              'I' loads the recipient's vault lines into
      *              storage (a vault not yet created is simply
      *              empty). 'T' answers the recipient's token for a
      *              TAXID; a TAXID not yet in the vault gets a new
      *              random token, unique for the recipient, which
      *              is appended to the vault before it is answered.
      *              'D' answers the TAXID behind a token and appends
      *              the look-up, whatever its outcome, to the
      *              de-tokenization log.
      *
      *              RCPCONT calls 'I' and 'T' for a contract that
      *              tokenizes NA-TAXID; NAMADDEXT also calls 'T' for
      *              the household member TAXIDs it lists. The
      *              inbound programs call 'D'.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.             TOKVAULT.

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
           SELECT TOKVLTF          ASSIGN "Data\NAMEADDR.TokenVault.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-TK-FILE-STATUS.

           SELECT DETOKLF          ASSIGN "Data\NAMEADDR.DetokenLog.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-DK-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  TOKVLTF.

       01  TOKVLTF-REC.
           05  TK-RECIPIENT        PIC X(08).
           05  FILLER              PIC X(01).
           05  TK-TAXID            PIC X(12).
           05  FILLER              PIC X(01).
           05  TK-TOKEN            PIC X(12).
           05  FILLER              PIC X(01).
           05  TK-ISSUED-DATE      PIC X(08).

       FD  DETOKLF.

       01  DETOKLF-REC.
           05  DK-TIMESTAMP        PIC X(21).
           05  FILLER              PIC X(01).
           05  DK-PROGRAM          PIC X(09).
           05  FILLER              PIC X(01).
           05  DK-OPERATOR         PIC X(08).
           05  FILLER              PIC X(01).
           05  DK-RECIPIENT        PIC X(08).
           05  FILLER              PIC X(01).
           05  DK-TOKEN            PIC X(12).
           05  FILLER              PIC X(01).
           05  DK-TAXID            PIC X(12).
           05  FILLER              PIC X(01).
           05  DK-RESULT           PIC X(07).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-VLT-COUNT             PIC 9(05)  COMP VALUE 0.
       01  W-VLT-MAX               PIC 9(05)  COMP VALUE 20000.

       01  W-VLT-TABLE.
           05  W-VLT-ENTRY                         OCCURS 20000
                                                   INDEXED W-VLT-IX.
               10  W-VLT-TAXID     PIC X(12).
               10  W-VLT-TOKEN     PIC X(12).

       01  W-RECIPIENT             PIC X(08)       VALUE SPACES.

      **** Token characters: letters and digits, less the ones a
      **** partner's clerk could misread (I, O, 0 and 1).

       01  W-TOKEN-CHARS           PIC X(32)       VALUE
           'ABCDEFGHJKLMNPQRSTUVWXYZ23456789'.
       01  W-NEW-TOKEN             PIC X(12).
       01  W-CHAR-POS              PIC 9(02)  COMP.
       01  W-CHAR-SUB              PIC 9(02)  COMP.
       01  W-SEED                  PIC 9(08).
       01  W-RANDOM-NO             PIC V9(09).

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-SEEDED                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-TOKEN-UNIQUE                      VALUE 'Y'.
           88  W-TOKEN-DUPLICATE                   VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-TK-EOF                            VALUE 'Y'.
           88  W-TK-NOT-EOF                        VALUE 'N'.

       01  W-TK-FILE-STATUS        PIC X(02).
           88  W-TK-FILE-STATUS-GOOD               VALUE '00'.
           88  W-TK-FILE-NOT-FOUND                 VALUE '35'.

       01  W-DK-FILE-STATUS        PIC X(02).
           88  W-DK-FILE-STATUS-GOOD               VALUE '00'.
      /
       LINKAGE SECTION.
      *----------------

       01  TOKVAULT-CONTROL.
           COPY TOKVAULTL.
      /
       PROCEDURE DIVISION USING TOKVAULT-CONTROL.
      *==========================================

       MAIN.
      *-----

           SET  TV-RESPONSE-GOOD   TO TRUE

           EVALUATE TRUE
               WHEN TV-FUNC-INIT
                   PERFORM SUB-1000-LOAD-VAULT THRU SUB-1000-EXIT

               WHEN TV-FUNC-TOKENIZE
                   PERFORM SUB-2000-TOKENIZE THRU SUB-2000-EXIT

               WHEN TV-FUNC-DETOKENIZE
                   PERFORM SUB-3000-DETOKENIZE THRU SUB-3000-EXIT

               WHEN OTHER
                   SET  TV-RESPONSE-FILE-ERROR
                                   TO TRUE
           END-EVALUATE

           MOVE W-VLT-COUNT        TO TV-ENTRY-COUNT
           .
       MAIN-EXIT.
           GOBACK.
      /
       SUB-1000-LOAD-VAULT.
      *--------------------

           MOVE 0                  TO W-VLT-COUNT
           MOVE TV-RECIPIENT       TO W-RECIPIENT
           SET  W-TK-NOT-EOF       TO TRUE

           IF      NOT W-SEEDED
               MOVE FUNCTION CURRENT-DATE(9 : 8)
                                   TO W-SEED
               MOVE FUNCTION RANDOM(W-SEED)
                                   TO W-RANDOM-NO
               SET  W-SEEDED       TO TRUE
           END-IF

           OPEN INPUT TOKVLTF

           IF      W-TK-FILE-NOT-FOUND
               GO TO SUB-1000-EXIT
           END-IF

           IF      NOT W-TK-FILE-STATUS-GOOD
               SET  TV-RESPONSE-FILE-ERROR
                                   TO TRUE
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1100-LOAD-ONE-LINE THRU SUB-1100-EXIT
               UNTIL W-TK-EOF

           CLOSE TOKVLTF
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-ONE-LINE.
      *-----------------------

           READ TOKVLTF
               AT END
                   SET  W-TK-EOF   TO TRUE
                   GO TO SUB-1100-EXIT
           END-READ

           IF      TK-RECIPIENT NOT = W-RECIPIENT
               GO TO SUB-1100-EXIT
           END-IF

           IF      W-VLT-COUNT >= W-VLT-MAX
               SET  TV-RESPONSE-FILE-ERROR
                                   TO TRUE
               SET  W-TK-EOF       TO TRUE
               GO TO SUB-1100-EXIT
           END-IF

           ADD  1                  TO W-VLT-COUNT
           SET  W-VLT-IX           TO W-VLT-COUNT
           MOVE TK-TAXID           TO W-VLT-TAXID(W-VLT-IX)
           MOVE TK-TOKEN           TO W-VLT-TOKEN(W-VLT-IX)
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-2000-TOKENIZE.
      *------------------

           SET  TV-FOUND           TO TRUE
           SET  TV-NOT-ISSUED      TO TRUE
           MOVE SPACES             TO TV-TOKEN

           IF      TV-TAXID = SPACES
               GO TO SUB-2000-EXIT
           END-IF

           SET  W-VLT-IX           TO 1

           SEARCH W-VLT-ENTRY
               AT END
                   CONTINUE
               WHEN W-VLT-IX > W-VLT-COUNT
                   CONTINUE
               WHEN W-VLT-TAXID(W-VLT-IX) = TV-TAXID
                   MOVE W-VLT-TOKEN(W-VLT-IX)
                                   TO TV-TOKEN
                   GO TO SUB-2000-EXIT
           END-SEARCH

      **** Never sent before: issue a token, vault it, then answer.

           IF      W-VLT-COUNT >= W-VLT-MAX
               SET  TV-NOT-FOUND   TO TRUE
               SET  TV-RESPONSE-FILE-ERROR
                                   TO TRUE
               GO TO SUB-2000-EXIT
           END-IF

           SET  W-TOKEN-DUPLICATE  TO TRUE

           PERFORM SUB-2100-NEW-TOKEN THRU SUB-2100-EXIT
               UNTIL W-TOKEN-UNIQUE

           OPEN EXTEND TOKVLTF

           IF      NOT W-TK-FILE-STATUS-GOOD
               OPEN OUTPUT TOKVLTF
           END-IF

           IF      NOT W-TK-FILE-STATUS-GOOD
               SET  TV-NOT-FOUND   TO TRUE
               SET  TV-RESPONSE-FILE-ERROR
                                   TO TRUE
               GO TO SUB-2000-EXIT
           END-IF

           MOVE SPACES             TO TOKVLTF-REC
           MOVE W-RECIPIENT        TO TK-RECIPIENT
           MOVE TV-TAXID           TO TK-TAXID
           MOVE W-NEW-TOKEN        TO TK-TOKEN
           MOVE FUNCTION CURRENT-DATE(1 : 8)
                                   TO TK-ISSUED-DATE

           WRITE TOKVLTF-REC

           IF      NOT W-TK-FILE-STATUS-GOOD
               CLOSE TOKVLTF
               SET  TV-NOT-FOUND   TO TRUE
               SET  TV-RESPONSE-FILE-ERROR
                                   TO TRUE
               GO TO SUB-2000-EXIT
           END-IF

           CLOSE TOKVLTF

           ADD  1                  TO W-VLT-COUNT
           SET  W-VLT-IX           TO W-VLT-COUNT
           MOVE TV-TAXID           TO W-VLT-TAXID(W-VLT-IX)
           MOVE W-NEW-TOKEN        TO W-VLT-TOKEN(W-VLT-IX)

           MOVE W-NEW-TOKEN        TO TV-TOKEN
           SET  TV-ISSUED          TO TRUE
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-NEW-TOKEN.
      *-------------------

           MOVE 'TK'               TO W-NEW-TOKEN

           PERFORM VARYING W-CHAR-POS FROM 3 BY 1
                   UNTIL W-CHAR-POS > 12
               MOVE FUNCTION RANDOM
                                   TO W-RANDOM-NO
               COMPUTE W-CHAR-SUB = W-RANDOM-NO * 32 + 1
               MOVE W-TOKEN-CHARS(W-CHAR-SUB : 1)
                                   TO W-NEW-TOKEN(W-CHAR-POS : 1)
           END-PERFORM

           SET  W-TOKEN-UNIQUE     TO TRUE
           SET  W-VLT-IX           TO 1

           SEARCH W-VLT-ENTRY
               AT END
                   CONTINUE
               WHEN W-VLT-IX > W-VLT-COUNT
                   CONTINUE
               WHEN W-VLT-TOKEN(W-VLT-IX) = W-NEW-TOKEN
                   SET  W-TOKEN-DUPLICATE
                                   TO TRUE
           END-SEARCH
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-3000-DETOKENIZE.
      *--------------------

           SET  TV-NOT-FOUND       TO TRUE
           SET  TV-NOT-ISSUED      TO TRUE
           MOVE SPACES             TO TV-TAXID

           SET  W-VLT-IX           TO 1

           SEARCH W-VLT-ENTRY
               AT END
                   CONTINUE
               WHEN W-VLT-IX > W-VLT-COUNT
                   CONTINUE
               WHEN W-VLT-TOKEN(W-VLT-IX) = TV-TOKEN
                   MOVE W-VLT-TAXID(W-VLT-IX)
                                   TO TV-TAXID
                   SET  TV-FOUND   TO TRUE
           END-SEARCH

      **** Every look-up is logged, answered or not.

           OPEN EXTEND DETOKLF

           IF      NOT W-DK-FILE-STATUS-GOOD
               OPEN OUTPUT DETOKLF
           END-IF

           IF      NOT W-DK-FILE-STATUS-GOOD
               SET  TV-RESPONSE-FILE-ERROR
                                   TO TRUE
               GO TO SUB-3000-EXIT
           END-IF

           MOVE SPACES             TO DETOKLF-REC
           MOVE FUNCTION CURRENT-DATE
                                   TO DK-TIMESTAMP
           MOVE TV-CALLER          TO DK-PROGRAM
           MOVE TV-OPERATOR        TO DK-OPERATOR
           MOVE W-RECIPIENT        TO DK-RECIPIENT
           MOVE TV-TOKEN           TO DK-TOKEN
           MOVE TV-TAXID           TO DK-TAXID

           IF      TV-FOUND
               MOVE 'FOUND'        TO DK-RESULT
           ELSE
               MOVE 'UNKNOWN'      TO DK-RESULT
           END-IF

           WRITE DETOKLF-REC

           IF      NOT W-DK-FILE-STATUS-GOOD
               SET  TV-RESPONSE-FILE-ERROR
                                   TO TRUE
           END-IF

           CLOSE DETOKLF
           .
       SUB-3000-EXIT.
           EXIT.
