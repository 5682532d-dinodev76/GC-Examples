      *========================= NAMADDDM.cpy =========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Record layout of the dormant-record review list
      *              Data\NAMEADDR.Dormant.dat. NAMADDDOR keeps one
      *              line per active record that has shown no sign of
      *              life - audit write, letter, delivered
      *              disposition, lookup or reply - for longer than
      *              the dormancy threshold, in NA-TAXID order. A new
      *              line is written with DM-APPROVED 'N'; the
      *              supervisor reviews the file, changes the lines
      *              to be inactivated to 'Y', and runs
      *              NAMADDDOR RELEASE <supervisor>. A line whose
      *              record came back to life drops off at the next
      *              scan.
      *
      *              DM-LETTER-SW is 'L' once the "are you still
      *              there?" letter has been selected for the line;
      *              such a line is only inactivated when the letter
      *              went unanswered past its response window.
      *
      *              Name and ZIP are for the reviewer only.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  1.0      First release
      *================================================================*

      *01  NAMADDDM-REC.
           05  DM-APPROVED-SW      PIC X(01).
               88  DM-APPROVED                 VALUES 'Y', 'y'.
           05  FILLER              PIC X(01).
           05  DM-TAXID            PIC X(12).
           05  FILLER              PIC X(01).
           05  DM-LAST-DATE        PIC X(08).
           05  FILLER              PIC X(01).
           05  DM-LAST-SOURCE      PIC X(03).
           05  FILLER              PIC X(01).
           05  DM-DAYS-DORMANT     PIC 9(05).
           05  FILLER              PIC X(01).
           05  DM-FLAGGED-DATE     PIC X(08).
           05  FILLER              PIC X(01).
           05  DM-LETTER-SW        PIC X(01).
               88  DM-LETTERED                 VALUE 'L'.
           05  FILLER              PIC X(01).
           05  DM-LETTER-DATE      PIC X(08).
           05  FILLER              PIC X(01).
           05  DM-ZIP-CODE         PIC X(10).
           05  FILLER              PIC X(01).
           05  DM-NAME             PIC X(50).
           05  FILLER              PIC X(01).
           05  DM-RUN-ID           PIC 9(08).
