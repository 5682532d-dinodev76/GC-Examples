      *========================= NAMADDER.cpy =========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Record layout of the external registrant file
      *              Data\NAMEADDR.ExtRegistrant.dat - the registrant
      *              files other agencies give us (motor vehicles,
      *              business licensing, ...), each converted to
      *              this one layout on receipt and concatenated.
      *              ER-SOURCE names the agency file a line came
      *              from; NAMADDNFD matches each line against
      *              NAMADDIX and keeps its statistics by it.
      *
      *              ER-TAXID is optional - 9 digits (dashes
      *              allowed) or a full 12-position TAXID. ER-NAME
      *              is a person's name as the agency holds it, in
      *              either order NAMPARSE accepts, or the business
      *              name for a business, trust or estate.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  1.0      First release
      *================================================================*

      *01  NAMADDER-REC.
           05  ER-SOURCE           PIC X(08).
           05  FILLER              PIC X(01).
           05  ER-SOURCE-REF       PIC X(16).
           05  FILLER              PIC X(01).
           05  ER-ENTITY-TYPE      PIC X(01).
               88  ER-ENTITY-PERSON            VALUES SPACE, 'P'.
               88  ER-ENTITY-NON-PERSON        VALUES 'B', 'T', 'E'.
           05  FILLER              PIC X(01).
           05  ER-TAXID            PIC X(12).
           05  FILLER              PIC X(01).
           05  ER-NAME             PIC X(80).
           05  FILLER              PIC X(01).
           05  ER-STREET           PIC X(35).
           05  FILLER              PIC X(01).
           05  ER-CITY             PIC X(25).
           05  FILLER              PIC X(01).
           05  ER-STATE            PIC X(10).
           05  FILLER              PIC X(01).
           05  ER-ZIP-CODE         PIC X(10).
           05  FILLER              PIC X(01).
           05  ER-PHONE            PIC X(15).
           05  FILLER              PIC X(01).
           05  ER-EMAIL            PIC X(50).
