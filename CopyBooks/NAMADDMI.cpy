      *========================= NAMADDMI.cpy =========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Record layout of the mailing house's electronic
      *              invoice detail Data\NAMEADDR.MailInvoice.dat, as
      *              received with the monthly invoice - one line per
      *              job and rate class billed:
      *
      *                  MI-INVOICE-NO - the vendor's invoice number;
      *                  MI-JOB-REF - the job reference, which is the
      *                      RUN ID printed on the mail manifest we
      *                      hand over with each mailing;
      *                  MI-MAIL-DATE - the mailing date (YYYYMMDD);
      *                  MI-RATE-CLASS - the rate class billed, in
      *                      our presort level names ('5-DIGIT',
      *                      'MIXED');
      *                  MI-PIECES - pieces billed;
      *                  MI-POSTAGE - postage billed, two implied
      *                      decimals.
      *
      *              Lines starting '*' are comments.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  1.0      First release
      *================================================================*

      *01  NAMADDMI-REC.
           05  MI-INVOICE-NO       PIC X(12).
           05  FILLER              PIC X(01).
           05  MI-JOB-REF          PIC 9(08).
           05  MI-JOB-REF-X        REDEFINES MI-JOB-REF
                                   PIC X(08).
           05  FILLER              PIC X(01).
           05  MI-MAIL-DATE        PIC X(08).
           05  FILLER              PIC X(01).
           05  MI-RATE-CLASS       PIC X(07).
           05  FILLER              PIC X(01).
           05  MI-PIECES           PIC 9(09).
           05  FILLER              PIC X(01).
           05  MI-POSTAGE          PIC 9(07)V9(02).
