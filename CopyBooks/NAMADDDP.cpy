      *========================= NAMADDDP.cpy =========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Record layout of the correction proposal file
      *              Data\NAMEADDR.DQProposals.dat. NAMADDDQP writes
      *              one line per field of a data-quality exception
      *              record that a rule can correct without anyone
      *              having to judge it, with DP-APPROVED 'N'. The
      *              clerks review the file, change the lines to be
      *              applied to 'Y', and run NAMADDDQP RELEASE
      *              <operator> to turn them into change
      *              transactions.
      *
      *                  DP-TAXID - the record corrected; the file
      *                      is kept in TAXID order;
      *                  DP-FIELD-NO / DP-FIELD-NAME - which field,
      *                      01 NA-FIRST-NAME, 02 NA-LAST-NAME, 03
      *                      NA-BUSINESS-NAME, 04 NA-CITY, 05
      *                      NA-STATE, 06 NA-PHONE, 07 NA-EMAIL;
      *                  DP-RULE - the rule that produced the
      *                      proposal: NAME-CASE, ZIP-CITY, ZIP-STATE,
      *                      PHONE-STD or EMAIL-STD;
      *                  DP-OLD-VALUE - the field as it stood when
      *                      proposed; a release finding anything
      *                      else there leaves the field alone;
      *                  DP-NEW-VALUE - the corrected value.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  1.0      First release
      *================================================================*

      *01  NAMADDDP-REC.
           05  DP-APPROVED-SW      PIC X(01).
               88  DP-APPROVED                 VALUES 'Y', 'y'.
           05  FILLER              PIC X(01).
           05  DP-KEY.
               10  DP-TAXID        PIC X(12).
               10  FILLER          PIC X(01).
               10  DP-FIELD-NO     PIC 9(02).
           05  FILLER              PIC X(01).
           05  DP-FIELD-NAME       PIC X(16).
           05  FILLER              PIC X(01).
           05  DP-RULE             PIC X(10).
           05  FILLER              PIC X(01).
           05  DP-OLD-VALUE        PIC X(70).
           05  FILLER              PIC X(01).
           05  DP-NEW-VALUE        PIC X(70).
           05  FILLER              PIC X(01).
           05  DP-RUN-ID           PIC 9(08).
           05  FILLER              PIC X(01).
           05  DP-DATE             PIC X(08).
