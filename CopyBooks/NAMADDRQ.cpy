      *========================= NAMADDRQ.cpy =========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Record layout of the pending-response file
      *              Data\NAMEADDR.PendResp.dat - one entry per
      *              letter that asks the taxpayer to respond.
      *              NAMADDLTR opens an entry for every letter built
      *              from a template store that declares a response
      *              window ('.RESPOND nnn'); NAMADDRSP closes
      *              entries from scanned replies and clerk entries
      *              and walks the open ones through the reminder
      *              cycle - reminder letter, final notice, then
      *              referral to the clerks, where NAMADDAGE ages
      *              them as the NORESP queue.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  1.0      First release
      * 2026-09-14  1.1      Add the ZIP the letter went to, so the
      *                      reminder cycle can tell an entry in a
      *                      declared disaster area, and a switch
      *                      set once its due date has been
      *                      extended for the declaration
      *================================================================*

      *01  NAMADDRQ-REC.
           05  RQ-TAXID            PIC X(12).
           05  FILLER              PIC X(01).
           05  RQ-REF-ID           PIC X(16).
           05  FILLER              PIC X(01).
           05  RQ-TEMPLATE         PIC X(16).
           05  FILLER              PIC X(01).
           05  RQ-SENT-DATE        PIC X(08).
           05  FILLER              PIC X(01).
           05  RQ-WINDOW-DAYS      PIC 9(03).
           05  FILLER              PIC X(01).
           05  RQ-DUE-DATE         PIC X(08).
           05  FILLER              PIC X(01).
           05  RQ-STAGE            PIC X(01).
               88  RQ-STAGE-LETTER             VALUE '0'.
               88  RQ-STAGE-REMINDER           VALUE '1'.
               88  RQ-STAGE-FINAL              VALUE '2'.
               88  RQ-STAGE-REFERRED           VALUE '3'.
           05  FILLER              PIC X(01).
           05  RQ-STATUS           PIC X(01).
               88  RQ-STATUS-OPEN              VALUE 'O'.
               88  RQ-STATUS-CLOSED            VALUE 'C'.
               88  RQ-STATUS-REFERRED          VALUE 'R'.
           05  FILLER              PIC X(01).
           05  RQ-ACTION-DATE      PIC X(08).
           05  FILLER              PIC X(01).
           05  RQ-CLOSED-BY        PIC X(08).
           05  FILLER              PIC X(01).
           05  RQ-ZIP-CODE         PIC X(10).
           05  FILLER              PIC X(01).
           05  RQ-EXTENDED-SW      PIC X(01).
               88  RQ-DUE-EXTENDED             VALUE 'Y'.
