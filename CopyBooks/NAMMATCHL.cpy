      *                      caller passes in the last-name field,
      *                      never on Soundex-plus-first-name, which
      *                      made nonsense of company names
      * 2026-09-14  0.3      Business-name matching: non-person names
      *                      are normalized (legal-form and noise
      *                      words dropped, '&' read as AND, common
      *                      abbreviations expanded) and scored on
      *                      the words they share; add the full
      *                      NM-BUSINESS-NAME-1/-2 inputs and the
      *                      NM-BUSINESS-KEY/-SCORE/-THRESHOLD
      *                      outputs. 'K' now honours
      *                      NM-ENTITY-TYPE-1
      *================================================================*

      *01  NAMMATCHL-CONTROL.
           05  NM-RESPONSE-MSG     PIC X(80).

      ****     NM-ENTITY-TYPE-1/-2:
      ****         NA-ENTITY-TYPE of each record (blank or 'P' =
      ****         person; 'K' reads NM-ENTITY-TYPE-1 only). When
      ****         either is non-person the pair is judged as
      ****         business names - see NM-BUSINESS-SCORE.

           05  NM-ENTITY-TYPE-1    PIC X(01).
               88  NM-ENTITY-1-NON-PERSON  VALUES 'B', 'T', 'E'.

           05  NM-ENTITY-TYPE-2    PIC X(01).
               88  NM-ENTITY-2-NON-PERSON  VALUES 'B', 'T', 'E'.

      **** Input fields:
      ****     NM-BUSINESS-NAME-1/-2:
      ****         The whole NA-BUSINESS-NAME of a non-person side.
      ****         Left blank, that side's last-name field is used
      ****         instead (and always for a person side of a mixed
      ****         pair).

           05  NM-BUSINESS-NAME-1  PIC X(70).
           05  NM-BUSINESS-NAME-2  PIC X(70).

      **** Output fields:
      ****     NM-BUSINESS-KEY-1/-2:
      ****         A non-person side's normalized name - upper case,
      ****         punctuation dropped, '&' read as AND, runs of
      ****         single letters joined (A B C -> ABC), common
      ****         abbreviations expanded (MFG -> MANUFACTURING),
      ****         and legal-form and noise words (INC, LLC, CO,
      ****         TRUST, ESTATE, THE, OF, AND ...) dropped - so THE
      ****         ACME COMPANY, INC. and ACME CO both key ACME.
      ****         NM-SOUNDEX-KEY-1/-2 of a non-person side is the
      ****         Soundex of the key's first word, the block to
      ****         compare business names within.
      ****     NM-BUSINESS-SCORE:
      ****         'M' of a pair with a non-person side - 0 to 100,
      ****         the share of normalized words the two names have
      ****         in common (100 when the keys agree, spaces
      ****         aside).
      ****     NM-BUSINESS-THRESHOLD:
      ****         The score at or above which 'M' calls business
      ****         names a match - the NAMMATCH_BUS_THRESHOLD
      ****         environment value (1-100) when set, otherwise
      ****         80. NAMADDMTW reports the false- and missed-match
      ****         rates each setting would give.

           05  NM-BUSINESS-KEY-1   PIC X(70).
           05  NM-BUSINESS-KEY-2   PIC X(70).
           05  NM-BUSINESS-SCORE   PIC 9(03).
           05  NM-BUSINESS-THRESHOLD
                                   PIC 9(03).
