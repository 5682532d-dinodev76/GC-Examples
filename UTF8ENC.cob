      *=========================== UTF8ENC ============================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Subroutine encoding an output record from the
      *              shop's single-byte internal set (ISO 8859-1
      *              byte values) into the character set a receiver
      *              has declared - the outbound counterpart of
      *              UTF8TRNS.
      *
      *              Plain ASCII bytes copy through in every set. An
      *              8859-1 letter from X'A0' up copies through for
      *              LATIN1, becomes its two-byte sequence for UTF-8,
      *              and cannot be carried in ASCII. A C1 control byte
      *              (X'80'-X'9F') is a character in none of them.
      *              Whatever cannot be carried is written as the
      *              caller's substitution character and counted, so
      *              the caller can report how many characters each
      *              run lost instead of shipping garbage.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.             UTF8ENC.

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
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-IN-POS                PIC S9(09) COMP.
       01  W-OUT-POS               PIC S9(09) COMP.
       01  W-OUT-MAX               PIC S9(09) COMP.
       01  W-HIGH-BITS             PIC S9(04) COMP.
       01  W-LOW-BITS              PIC S9(04) COMP.
       01  W-SUB-CHAR              PIC X(01).

       01  W-IN-BIN                PIC S9(04) COMP.
       01  FILLER REDEFINES W-IN-BIN.
           05  FILLER              PIC X(01).
           05  W-IN-BIN-2          PIC X(01).

       01  W-OUT-BIN               PIC S9(04) COMP.
       01  FILLER REDEFINES W-OUT-BIN.
           05  FILLER              PIC X(01).
           05  W-OUT-BIN-2         PIC X(01).
      /
       LINKAGE SECTION.
      *----------------

       01  L-CONTROL.              COPY UTF8ENCL.

       01  L-RECORD-IN.
           05  LI-CHAR             PIC X(01)       OCCURS 16384.

       01  L-RECORD-OUT.
           05  LO-CHAR             PIC X(01)       OCCURS 32768.
      /
       PROCEDURE DIVISION
      *==================
           USING L-CONTROL
                 L-RECORD-IN
                 L-RECORD-OUT.

       MAIN.
      *-----

           SET  UE-RESPONSE-GOOD   TO TRUE
           MOVE SPACES             TO UE-RESPONSE-MSG
           MOVE 0                  TO UE-UNCARRIED-CNT
           MOVE 0                  TO UE-RECORD-LEN-OUT

           IF      UE-RECORD-LEN-IN < 1
               OR  UE-RECORD-LEN-IN > LENGTH OF L-RECORD-IN
               SET  UE-RESPONSE-RECLEN-ERROR
                                   TO TRUE
               MOVE 'UE-RECORD-LEN-IN is zero or exceeds 16K'
                                   TO UE-RESPONSE-MSG
               GO TO MAIN-EXIT
           END-IF

           IF      NOT UE-CHARSET-VALID
               SET  UE-RESPONSE-CHARSET-ERROR
                                   TO TRUE
               STRING 'Character set '
                      UE-CHARSET   DELIMITED SIZE
                      ' is not UTF-8, LATIN1 or ASCII'
                                   DELIMITED SIZE
                                   INTO UE-RESPONSE-MSG
               GO TO MAIN-EXIT
           END-IF

           IF      UE-SUBSTITUTE-CHAR = SPACE
               MOVE '?'            TO W-SUB-CHAR
           ELSE
               MOVE UE-SUBSTITUTE-CHAR
                                   TO W-SUB-CHAR
           END-IF

           MOVE 1                  TO W-IN-POS
           MOVE 1                  TO W-OUT-POS

           PERFORM SUB-2000-ENCODE-ONE-CHAR THRU SUB-2000-EXIT
               UNTIL W-IN-POS > UE-RECORD-LEN-IN

           COMPUTE UE-RECORD-LEN-OUT = W-OUT-POS - 1

      **** Space-fill the rest of the output area so a caller writing
      **** a fixed-width record gets blanks, not stale bytes.

           COMPUTE W-OUT-MAX = UE-RECORD-LEN-IN * 2

           PERFORM UNTIL W-OUT-POS > W-OUT-MAX
               MOVE SPACE          TO LO-CHAR(W-OUT-POS)
               ADD  1              TO W-OUT-POS
           END-PERFORM
           .
       MAIN-EXIT.
           GOBACK.
      /
       SUB-2000-ENCODE-ONE-CHAR.
      *-------------------------

           MOVE 0                  TO W-IN-BIN
           MOVE LI-CHAR(W-IN-POS)  TO W-IN-BIN-2

           EVALUATE TRUE
               WHEN W-IN-BIN < 128
                   MOVE LI-CHAR(W-IN-POS)
                                   TO LO-CHAR(W-OUT-POS)
                   ADD  1          TO W-OUT-POS

               WHEN W-IN-BIN < 160
                   PERFORM SUB-2200-SUBSTITUTE THRU SUB-2200-EXIT

               WHEN UE-CHARSET-LATIN1
                   MOVE LI-CHAR(W-IN-POS)
                                   TO LO-CHAR(W-OUT-POS)
                   ADD  1          TO W-OUT-POS

               WHEN UE-CHARSET-UTF8
                   PERFORM SUB-2100-TWO-BYTE-SEQ THRU SUB-2100-EXIT

               WHEN OTHER
                   PERFORM SUB-2200-SUBSTITUTE THRU SUB-2200-EXIT
           END-EVALUATE

           ADD  1                  TO W-IN-POS
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-TWO-BYTE-SEQ.
      *----------------------

      **** Code points X'A0'-X'FF' take a lead byte of X'C2' or X'C3'
      **** carrying the top two bits, and one continuation byte
      **** carrying the low six.

           DIVIDE W-IN-BIN BY 64 GIVING W-HIGH-BITS
                                   REMAINDER W-LOW-BITS

           COMPUTE W-OUT-BIN = 192 + W-HIGH-BITS
           MOVE W-OUT-BIN-2        TO LO-CHAR(W-OUT-POS)
           ADD  1                  TO W-OUT-POS

           COMPUTE W-OUT-BIN = 128 + W-LOW-BITS
           MOVE W-OUT-BIN-2        TO LO-CHAR(W-OUT-POS)
           ADD  1                  TO W-OUT-POS
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-SUBSTITUTE.
      *--------------------

           MOVE W-SUB-CHAR         TO LO-CHAR(W-OUT-POS)
           ADD  1                  TO W-OUT-POS
           ADD  1                  TO UE-UNCARRIED-CNT
           .
       SUB-2200-EXIT.
           EXIT.
