      *========================= NAMADDTN.cpy =========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Record layout of the TAXID/name verification
      *              file Data\NAMEADDR.TinVerify.dat - one entry per
      *              TAXID ever submitted to the federal TIN matching
      *              service, kept in TAXID order. NAMADDTIN writes
      *              an entry when it submits the TAXID, sets its
      *              status from the service's answer, and clears a
      *              mismatch a clerk has resolved. NAMPREF answers
      *              do-not-mail for a TAXID whose mail block is set,
      *              and NAMADDAGE ages the mismatched and invalid
      *              entries as the TINVFY queue.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  1.0      First release
      *================================================================*

      *01  NAMADDTN-REC.
           05  TN-TAXID            PIC X(12).
           05  FILLER              PIC X(01).
           05  TN-TIN-TYPE         PIC X(01).
               88  TN-TIN-TYPE-EIN             VALUE '1'.
               88  TN-TIN-TYPE-SSN             VALUE '2'.
           05  FILLER              PIC X(01).
           05  TN-NAME             PIC X(40).
           05  FILLER              PIC X(01).
           05  TN-SUBMIT-DATE      PIC X(08).
           05  FILLER              PIC X(01).
           05  TN-SUBMIT-RUN-ID    PIC 9(08).
           05  FILLER              PIC X(01).
           05  TN-STATUS           PIC X(01).
               88  TN-STATUS-PENDING           VALUE 'P'.
               88  TN-STATUS-VERIFIED          VALUE 'V'.
               88  TN-STATUS-MISMATCH          VALUE 'M'.
               88  TN-STATUS-INVALID           VALUE 'I'.
               88  TN-STATUS-REQUEST-ERROR     VALUE 'E'.
               88  TN-STATUS-CLEARED           VALUE 'C'.
               88  TN-STATUS-FOR-REVIEW        VALUES 'M', 'I'.
           05  FILLER              PIC X(01).
           05  TN-RESULT-CODE      PIC X(01).
           05  FILLER              PIC X(01).
           05  TN-RESULT-DATE      PIC X(08).
           05  FILLER              PIC X(01).
           05  TN-MAIL-BLOCK-SW    PIC X(01).
               88  TN-MAIL-BLOCKED             VALUE 'Y'.
               88  TN-MAIL-NOT-BLOCKED         VALUE 'N'.
           05  FILLER              PIC X(01).
           05  TN-CLEARED-BY       PIC X(08).
           05  FILLER              PIC X(01).
           05  TN-CLEARED-DATE     PIC X(08).
