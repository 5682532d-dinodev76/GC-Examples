      *========================= NAMADDPY.cpy =========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Record layout of the postage summary
      *              Data\NAMEADDR.PostageSummary.dat, appended to by
      *              NAMADDCST once per costed mailing - month, date,
      *              mailing/campaign label, pieces and cost.
      *
      *              PS-RUN-ID is the run that produced the presort
      *              manifest (the RUN ID the mailing house receives
      *              on it), and PS-CLASS-ENTRY breaks the pieces and
      *              cost down by presort level / rate class, so
      *              NAMADDINV can match the vendor's invoice detail
      *              line for line. Lines posted before the run ID
      *              was carried have spaces from PS-RUN-ID on and
      *              simply have no breakdown.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  1.0      First release
      *================================================================*

      *01  NAMADDPY-REC.
           05  PS-MONTH            PIC X(06).
           05  FILLER              PIC X(01).
           05  PS-DATE             PIC X(08).
           05  FILLER              PIC X(01).
           05  PS-LABEL            PIC X(16).
           05  FILLER              PIC X(01).
           05  PS-PIECES           PIC 9(09).
           05  FILLER              PIC X(01).
           05  PS-COST             PIC 9(07)V9(02).
           05  FILLER              PIC X(01).
           05  PS-RUN-ID           PIC 9(08).
           05  PS-RUN-ID-X         REDEFINES PS-RUN-ID
                                   PIC X(08).
           05  PS-CLASS-ENTRY                      OCCURS 4.
               10  FILLER          PIC X(01).
               10  PS-CLASS        PIC X(07).
               10  FILLER          PIC X(01).
               10  PS-CLASS-PIECES PIC 9(09).
               10  FILLER          PIC X(01).
               10  PS-CLASS-COST   PIC 9(07)V9(02).
