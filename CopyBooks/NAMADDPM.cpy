      *========================= NAMADDPM.cpy =========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Record layout of the parameter registry
      *              Data\NAMEADDR.ParmRegistry.dat - one line per
      *              value a program's threshold or tuning parameter
      *              takes from an effective date on. A parameter is
      *              identified by program and parameter name; the
      *              value in force on a date is the one with the
      *              latest effective date not after it, so every
      *              value ever set stays on file and the values a
      *              past run worked to can always be found again.
      *              Maintained only through NAMADDPRM; read through
      *              the PARMREG subroutine.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  1.0      First release
      *================================================================*

      *01  NAMADDPM-REC.
           05  PM-PROGRAM-NAME     PIC X(09).
           05  FILLER              PIC X(01).
           05  PM-PARM-NAME        PIC X(30).
           05  FILLER              PIC X(01).
           05  PM-EFFECTIVE-DATE   PIC X(08).
           05  FILLER              PIC X(01).
           05  PM-VALUE            PIC X(20).
           05  FILLER              PIC X(01).
           05  PM-ENTERED-BY       PIC X(08).
           05  FILLER              PIC X(01).
           05  PM-ENTERED-DATE     PIC X(08).
           05  FILLER              PIC X(01).
           05  PM-DESCRIPTION      PIC X(40).
