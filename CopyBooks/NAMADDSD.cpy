      *========================= NAMADDSD.cpy =========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Record layout of the jurisdiction scope refusal
      *              log Data\NAMEADDR.ScopeDenied.dat - one line per
      *              attempt JURAUTH refused: an operator or
      *              requester department reaching for a partition
      *              its authorization line does not carry, or
      *              trying to change one it may only see. NAMADDARV
      *              reports the log beside the read-access review.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  1.0      First release
      *================================================================*

      *01  NAMADDSD-REC.
           05  SD-TIMESTAMP        PIC X(14).
           05  FILLER              PIC X(01).
           05  SD-PROGRAM          PIC X(09).
           05  FILLER              PIC X(01).
           05  SD-KIND             PIC X(01).
               88  SD-KIND-OPERATOR            VALUE 'O'.
               88  SD-KIND-DEPARTMENT          VALUE 'D'.
           05  FILLER              PIC X(01).
           05  SD-PRINCIPAL        PIC X(08).
           05  FILLER              PIC X(01).
           05  SD-JUR-CODE         PIC X(03).
           05  FILLER              PIC X(01).
           05  SD-ACCESS           PIC X(01).
           05  FILLER              PIC X(01).
           05  SD-TAXID            PIC X(12).
