      *============================ HEARTBT ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Subroutine rewriting a long-running process's
      *     heartbeat file Data\NAMEADDR.Heartbeat.<process>.dat
      *     with one line (layout NAMADDHB.cpy): the time of this
      *     beat, the process and run, running or stopped, the
      *     counts so far and the item in hand. NAMADDSVC and
      *     NAMADDWCH beat on every poll; the NAMADDWDG watchdog
      *     reads the files and acts on a stale one.
      *
      *     The file is rewritten, not appended - only the latest
      *     beat matters, and the file stays one line however long
      *     the process runs.
      *
      *     As with JOBLOG, a failure to write the heartbeat does
      *     not affect the calling program's own return code; it is
      *     reported back via HB-RESPONSE-SW.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.             HEARTBT.

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
           SELECT HEARTBT          ASSIGN TO W-HEARTBEAT-PATH
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-HEARTBT-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  HEARTBT.

       01  HEARTBT-REC.            COPY NAMADDHB.

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-HEARTBEAT-PATH        PIC X(60).

       01  W-HEARTBT-STATUS        PIC X(02).
           88  W-HEARTBT-STATUS-GOOD               VALUE '00'.
      /
       LINKAGE SECTION.
      *----------------

       01  L-CONTROL.              COPY HEARTBTL.
      /
       PROCEDURE DIVISION
      *==================
           USING L-CONTROL.

       MAIN.
      *-----

           SET  HB-RESPONSE-GOOD   TO TRUE

           MOVE SPACES             TO W-HEARTBEAT-PATH
           STRING 'Data\NAMEADDR.Heartbeat.'
                                   DELIMITED BY SIZE
                  FUNCTION TRIM(HB-PROCESS-ID)
                                   DELIMITED BY SIZE
                  '.dat'           DELIMITED BY SIZE
             INTO W-HEARTBEAT-PATH
           END-STRING

           OPEN OUTPUT HEARTBT

           IF      NOT W-HEARTBT-STATUS-GOOD
               SET  HB-RESPONSE-FILE-ERROR
                                   TO TRUE
               GO TO MAIN-EXIT
           END-IF

           MOVE SPACES             TO HEARTBT-REC
           MOVE FUNCTION CURRENT-DATE(1:14)
                                   TO HR-TIMESTAMP
           MOVE HB-PROCESS-ID      TO HR-PROCESS-ID
           MOVE HB-PROGRAM-NAME    TO HR-PROGRAM-NAME
           MOVE HB-RUN-ID          TO HR-RUN-ID
           MOVE HB-STATE           TO HR-STATE
           MOVE HB-COUNTS          TO HR-COUNTS
           MOVE HB-ITEM            TO HR-ITEM

           WRITE HEARTBT-REC

           IF      NOT W-HEARTBT-STATUS-GOOD
               SET  HB-RESPONSE-FILE-ERROR
                                   TO TRUE
           END-IF

           CLOSE HEARTBT
           .
       MAIN-EXIT.
           GOBACK.
