      *========================= NAMADDDH.cpy =========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Record layout of the disaster-hold log
      *              Data\NAMEADDR.DisasterHold.dat. A mail program
      *              that is told an address is deferred (NAMPREF)
      *              appends an 'H' line for the piece it holds back;
      *              the run that later sends the piece appends an 'R'
      *              line with the same key. A piece is held while
      *              its last line is an 'H'. The key is the TAXID,
      *              the holding program and - for letters - the
      *              campaign and template store, so a piece is only
      *              released by a run that would have sent it.
      *              Written and read only through the DSTHOLD
      *              subroutine; the log is never rewritten.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  1.0      First release
      *================================================================*

      *01  NAMADDDH-REC.
           05  DH-REC-TYPE         PIC X(01).
               88  DH-HELD                     VALUE 'H'.
               88  DH-RELEASED                 VALUE 'R'.
           05  FILLER              PIC X(01).
           05  DH-TAXID            PIC X(12).
           05  FILLER              PIC X(01).
           05  DH-SOURCE           PIC X(03).
               88  DH-SOURCE-LETTER            VALUE 'LTR'.
               88  DH-SOURCE-PRESORT           VALUE 'PST'.
               88  DH-SOURCE-CAMPAIGN          VALUE 'CPG'.
           05  FILLER              PIC X(01).
           05  DH-CAMPAIGN         PIC X(16).
           05  FILLER              PIC X(01).
           05  DH-DISASTER-ID      PIC X(08).
           05  FILLER              PIC X(01).
           05  DH-DATE             PIC X(08).
           05  FILLER              PIC X(01).
           05  DH-RUN-ID           PIC 9(08).
           05  FILLER              PIC X(01).
           05  DH-ZIP-CODE         PIC X(10).
           05  FILLER              PIC X(01).
           05  DH-TEMPLATE-PATH    PIC X(60).
