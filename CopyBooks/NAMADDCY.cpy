      *========================= NAMADDCY.cpy =========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Record layout of the canary log
      *              Data\NAMEADDR.Canary.dat - one line per event in
      *              the life of each night's canary change:
      *
      *                  INJECTED - NAMADDCNY put the change carrying
      *                      CY-VALUE into the night's input;
      *                  EXTRACT  - NAMADDEXT met the canary record
      *                      carrying CY-VALUE (and left it out);
      *                  DELTA    - NAMADDDLT met it in a subscriber's
      *                      cut (CY-DETAIL names the subscriber, and
      *                      it was left out);
      *                  VERIFIED - NAMADDCNY found CY-VALUE in every
      *                      place it should have reached;
      *                  FAILED   - it did not; CY-DETAIL names the
      *                      first place it was missing from.
      *
      *              CY-VALUE is the unique value the canary's
      *              NA-FIRST-NAME is changed to that night.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  1.0      First release
      *================================================================*

      *01  NAMADDCY-REC.
           05  CY-EVENT            PIC X(08).
               88  CY-EVENT-INJECTED               VALUE 'INJECTED'.
               88  CY-EVENT-EXTRACT                VALUE 'EXTRACT'.
               88  CY-EVENT-DELTA                  VALUE 'DELTA'.
               88  CY-EVENT-VERIFIED               VALUE 'VERIFIED'.
               88  CY-EVENT-FAILED                 VALUE 'FAILED'.
           05  FILLER              PIC X(01).
           05  CY-RUN-ID           PIC 9(08).
           05  FILLER              PIC X(01).
           05  CY-STAMP-TS         PIC X(14).
           05  FILLER              PIC X(01).
           05  CY-PROGRAM-NAME     PIC X(09).
           05  FILLER              PIC X(01).
           05  CY-VALUE            PIC X(25).
           05  FILLER              PIC X(01).
           05  CY-DETAIL           PIC X(40).
