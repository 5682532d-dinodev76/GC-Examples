      *========================= NAMADDCN.cpy =========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Record layout of a change-notice file - one line
      *              per notice NAMADDCNF cuts from the day's audit
      *              images, lettered by NAMADDLTR in notice mode
      *              (its argument 5). CN-FIELD says which contact
      *              point changed; CN-DEST-TYPE and the CN-DEST-
      *              fields say where this notice goes - the new
      *              contact point for a confirmation, the old one
      *              for a "did you request this?" alert - instead of
      *              the address on the record. CN-OLD-VALUE and
      *              CN-NEW-VALUE are printed through the &OLDVALUE;
      *              and &NEWVALUE; template tokens.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  1.0      First release
      * 2026-09-14  1.1      Field 'N' - identity protection PIN
      *================================================================*

      *01  NAMADDCN-REC.
           05  CN-TAXID            PIC X(12).
           05  FILLER              PIC X(01).
           05  CN-FIELD            PIC X(01).
               88  CN-FIELD-ADDRESS            VALUE 'A'.
               88  CN-FIELD-EMAIL              VALUE 'E'.
               88  CN-FIELD-PHONE              VALUE 'P'.
               88  CN-FIELD-PIN                VALUE 'N'.
           05  FILLER              PIC X(01).
           05  CN-DEST-TYPE        PIC X(01).
               88  CN-DEST-POSTAL              VALUE 'P'.
               88  CN-DEST-EMAIL               VALUE 'E'.
           05  FILLER              PIC X(01).
           05  CN-DEST-EMAIL-ADDR  PIC X(50).
           05  FILLER              PIC X(01).
           05  CN-DEST-STREET      PIC X(35).
           05  FILLER              PIC X(01).
           05  CN-DEST-CITY        PIC X(25).
           05  FILLER              PIC X(01).
           05  CN-DEST-STATE       PIC X(10).
           05  FILLER              PIC X(01).
           05  CN-DEST-ZIP-CODE    PIC X(10).
           05  FILLER              PIC X(01).
           05  CN-OLD-VALUE        PIC X(60).
           05  FILLER              PIC X(01).
           05  CN-NEW-VALUE        PIC X(60).
           05  FILLER              PIC X(01).
           05  CN-CHANGE-DATE      PIC X(08).
