      *=========================== FILETRIM ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Subroutine that sizes a sequential file and cuts
      *              it back to an earlier size, for the checkpoint
      *              and restart of the long mail runs. Sizing is
      *              CBL_CHECK_FILE_EXIST. A cut renames the file
      *              aside (<path>.Trim), copies the bytes to keep
      *              back under the original name in 4096-byte
      *              chunks - the same chunked copy NAMADDBKC's
      *              restore uses - and deletes the aside copy. When
      *              the copy fails the aside copy is renamed back,
      *              so a failed cut leaves the file as it was.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.             FILETRIM.

       ENVIRONMENT DIVISION.
      *=====================

       CONFIGURATION SECTION.
      *----------------------

       SOURCE-COMPUTER.
           IBM-Z15.
      *    IBM-Z15 DEBUGGING MODE.
      /
       DATA DIVISION.
      *==============

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-ASIDE-PATH            PIC X(90).
       01  W-LIVE-PATH             PIC X(90).

       01  W-SRC-HANDLE            PIC X(04)  COMP-X.
       01  W-DST-HANDLE            PIC X(04)  COMP-X.
       01  W-OFFSET                PIC X(08)  COMP-X VALUE 0.
       01  W-CHUNK                 PIC X(04)  COMP-X VALUE 4096.
       01  W-FLAG                  PIC X(01)  COMP-X VALUE 0.
       01  W-BUFFER                PIC X(4096).
       01  W-REMAIN                PIC X(08)  COMP-X VALUE 0.

       01  W-FILE-INFO.
           05  W-FI-SIZE           PIC X(08)  COMP-X.
           05  W-FI-STAMP          PIC X(08).

       01  W-CURRENT-SIZE          PIC 9(15)  COMP.

       01  W-COPY-SW               PIC X(01).
           88  W-COPY-GOOD                         VALUE 'Y'.
           88  W-COPY-FAILED                       VALUE 'N'.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FILETRIM error: '.
      /
       LINKAGE SECTION.
      *----------------

       01  L-CONTROL.              COPY FILETRIML.
      /
       PROCEDURE DIVISION
      *==================
           USING L-CONTROL.

       MAIN.
      *-----

           SET  FT-RESPONSE-GOOD   TO TRUE
           MOVE 0                  TO FT-BYTES-DROPPED

           MOVE FT-PATH            TO W-LIVE-PATH

           PERFORM SUB-1000-SIZE-FILE THRU SUB-1000-EXIT

           EVALUATE TRUE
               WHEN FT-FUNC-SIZE
                   MOVE W-CURRENT-SIZE
                                   TO FT-SIZE

               WHEN FT-FUNC-TRIM
                   PERFORM SUB-2000-TRIM-FILE THRU SUB-2000-EXIT

               WHEN OTHER
                   SET  FT-RESPONSE-FILE-ERROR
                                   TO TRUE
           END-EVALUATE
           .
       MAIN-EXIT.
           GOBACK.
      /
       SUB-1000-SIZE-FILE.
      *-------------------

           MOVE 0                  TO W-CURRENT-SIZE

           CALL 'CBL_CHECK_FILE_EXIST' USING W-LIVE-PATH
                                             W-FILE-INFO

           IF      RETURN-CODE NOT = 0
               SET  FT-RESPONSE-NOT-FOUND
                                   TO TRUE
               MOVE 0              TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           MOVE W-FI-SIZE          TO W-CURRENT-SIZE
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-2000-TRIM-FILE.
      *-------------------

      **** A missing file can only be cut back to nothing.

           IF      FT-RESPONSE-NOT-FOUND
               IF      FT-SIZE = 0
                   SET  FT-RESPONSE-GOOD
                                   TO TRUE
               ELSE
                   SET  FT-RESPONSE-TOO-SHORT
                                   TO TRUE
               END-IF
               GO TO SUB-2000-EXIT
           END-IF

           IF      W-CURRENT-SIZE = FT-SIZE
               GO TO SUB-2000-EXIT
           END-IF

           IF      W-CURRENT-SIZE < FT-SIZE
               SET  FT-RESPONSE-TOO-SHORT
                                   TO TRUE
               GO TO SUB-2000-EXIT
           END-IF

           MOVE SPACES             TO W-ASIDE-PATH
           STRING FUNCTION TRIM(FT-PATH)
                                   DELIMITED BY SIZE
                  '.Trim'          DELIMITED BY SIZE
             INTO W-ASIDE-PATH
           END-STRING

           CALL 'CBL_DELETE_FILE' USING W-ASIDE-PATH
           MOVE 0                  TO RETURN-CODE

           CALL 'CBL_RENAME_FILE' USING W-LIVE-PATH
                                        W-ASIDE-PATH

           IF      RETURN-CODE NOT = 0
               DISPLAY W-ERROR-MSG
                       'return code '
                       RETURN-CODE
                       ' renaming '
                       FUNCTION TRIM(FT-PATH)
                       ' aside'
               SET  FT-RESPONSE-FILE-ERROR
                                   TO TRUE
               MOVE 0              TO RETURN-CODE
               GO TO SUB-2000-EXIT
           END-IF

           PERFORM SUB-2100-COPY-KEPT-BYTES THRU SUB-2100-EXIT

           IF      W-COPY-FAILED
               CALL 'CBL_DELETE_FILE' USING W-LIVE-PATH
               CALL 'CBL_RENAME_FILE' USING W-ASIDE-PATH
                                            W-LIVE-PATH
               MOVE 0              TO RETURN-CODE
               SET  FT-RESPONSE-FILE-ERROR
                                   TO TRUE
               GO TO SUB-2000-EXIT
           END-IF

           CALL 'CBL_DELETE_FILE' USING W-ASIDE-PATH
           MOVE 0                  TO RETURN-CODE

           COMPUTE FT-BYTES-DROPPED
                                   = W-CURRENT-SIZE - FT-SIZE
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-COPY-KEPT-BYTES.
      *-------------------------

           SET  W-COPY-FAILED      TO TRUE

           CALL 'CBL_OPEN_FILE' USING W-ASIDE-PATH
                                      1 *> INPUT
                                      0 *> DENY NONE
                                      0 *> FUTURE USE
                                      W-SRC-HANDLE

           IF      RETURN-CODE NOT = 0
               DISPLAY W-ERROR-MSG
                       'return code '
                       RETURN-CODE
                       ' opening '
                       FUNCTION TRIM(W-ASIDE-PATH)
               GO TO SUB-2100-EXIT
           END-IF

           CALL 'CBL_CREATE_FILE' USING W-LIVE-PATH
                                        2 *> OUTPUT
                                        0 *> DENY NONE
                                        0 *> FIXED DISK DEVICE
                                        W-DST-HANDLE

           IF      RETURN-CODE NOT = 0
               DISPLAY W-ERROR-MSG
                       'return code '
                       RETURN-CODE
                       ' re-creating '
                       FUNCTION TRIM(FT-PATH)
               CALL 'CBL_CLOSE_FILE' USING W-SRC-HANDLE
               GO TO SUB-2100-EXIT
           END-IF

           SET  W-COPY-GOOD        TO TRUE
           MOVE FT-SIZE            TO W-REMAIN
           MOVE 0                  TO W-OFFSET

           PERFORM SUB-2150-COPY-ONE-CHUNK THRU SUB-2150-EXIT
               UNTIL W-REMAIN = 0
               OR    W-COPY-FAILED

           CALL 'CBL_CLOSE_FILE' USING W-SRC-HANDLE
           CALL 'CBL_CLOSE_FILE' USING W-DST-HANDLE
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2150-COPY-ONE-CHUNK.
      *------------------------

           IF      W-REMAIN > 4096
               MOVE 4096           TO W-CHUNK
           ELSE
               MOVE W-REMAIN       TO W-CHUNK
           END-IF

           CALL 'CBL_READ_FILE' USING W-SRC-HANDLE
                                      W-OFFSET
                                      W-CHUNK
                                      W-FLAG
                                      W-BUFFER

           IF      RETURN-CODE = 0
               CALL 'CBL_WRITE_FILE' USING W-DST-HANDLE
                                           W-OFFSET
                                           W-CHUNK
                                           W-FLAG
                                           W-BUFFER
           END-IF

           IF      RETURN-CODE = 0
               ADD  W-CHUNK        TO W-OFFSET
               SUBTRACT W-CHUNK    FROM W-REMAIN
           ELSE
               DISPLAY W-ERROR-MSG
                       'return code '
                       RETURN-CODE
                       ' copying '
                       FUNCTION TRIM(FT-PATH)
               SET  W-COPY-FAILED  TO TRUE
               MOVE 0              TO RETURN-CODE
           END-IF
           .
       SUB-2150-EXIT.
           EXIT.
