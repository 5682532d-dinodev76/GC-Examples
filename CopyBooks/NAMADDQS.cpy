      *========================= NAMADDQS.cpy =========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Record layout of the post-apply quality sample
      *              Data\NAMEADDR.QASample.dat - one line per
      *              applied transaction NAMADDQAS drew for a second
      *              clerk to check, identified by the day it was
      *              drawn and its sequence within that day, and
      *              carrying the before and after images from the
      *              audit file so the checker sees exactly what was
      *              keyed. The checker's verdicts go to the
      *              separate verdict log (NAMADDQV.cpy), so this
      *              file is only ever appended to.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  1.0      First release
      *================================================================*

      *01  NAMADDQS-REC.
           05  QS-SAMPLE-KEY.
               10  QS-SAMPLE-DATE  PIC X(08).
               10  QS-SAMPLE-SEQ   PIC 9(05).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  QS-RUN-ID           PIC 9(08).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  QS-OPERATOR-ID      PIC X(08).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  QS-SOURCE-SYSTEM    PIC X(03).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  QS-TAXID            PIC X(12).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  QS-TRANS-CODE       PIC X(01).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  QS-IMAGES-SW        PIC X(01).
               88  QS-IMAGES-FOUND                 VALUE 'Y'.
               88  QS-IMAGES-MISSING               VALUE 'N'.
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  QS-OLD-IMAGE.
                                   COPY NAMEADDR
                                       REPLACING ==05== BY ==07==
                                                 ==10== BY ==12==.
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  QS-NEW-IMAGE.
                                   COPY NAMEADDR
                                       REPLACING ==05== BY ==07==
                                                 ==10== BY ==12==.
