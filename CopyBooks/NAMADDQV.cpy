      *========================= NAMADDQV.cpy =========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Record layout of the quality-sample verdict log
      *              Data\NAMEADDR.QAVerdict.dat - one line per
      *              sampled transaction a second clerk checked
      *              through NAMADDQAR: correct, or in error with a
      *              category and a reason. The sampled operator and
      *              source system are carried over from the sample
      *              line so NAMADDQAM can total error rates without
      *              re-reading the sample.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  1.0      First release
      *================================================================*

      *01  NAMADDQV-REC.
           05  QV-SAMPLE-KEY.
               10  QV-SAMPLE-DATE  PIC X(08).
               10  QV-SAMPLE-SEQ   PIC 9(05).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  QV-OPERATOR-ID      PIC X(08).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  QV-SOURCE-SYSTEM    PIC X(03).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  QV-VERDICT          PIC X(01).
               88  QV-VERDICT-CORRECT              VALUE 'C'.
               88  QV-VERDICT-ERROR                VALUE 'E'.
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  QV-ERROR-CATEGORY   PIC X(02).
               88  QV-CAT-NAME                     VALUE 'NM'.
               88  QV-CAT-ADDRESS                  VALUE 'AD'.
               88  QV-CAT-MAILING                  VALUE 'ML'.
               88  QV-CAT-CONTACT                  VALUE 'CT'.
               88  QV-CAT-STATUS                   VALUE 'ST'.
               88  QV-CAT-OTHER                    VALUE 'OT'.
               88  QV-CAT-VALID                    VALUE 'NM' 'AD'
                                                         'ML' 'CT'
                                                         'ST' 'OT'.
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  QV-REVIEWER-ID      PIC X(08).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  QV-TIMESTAMP        PIC X(14).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  QV-REASON           PIC X(40).
