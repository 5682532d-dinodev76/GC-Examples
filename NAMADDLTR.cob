      *                               NA-ADDRESS-TYPE-USED
      *                  &CITYSTZIP;  city, state and ZIP on one line
      *                  &TAXID;      &EFFDATE;
      *                  &ACCTNO;     the account number, when the
      *                               run is for an account type
      *
      *              Argument 1 selects recipients by NA-STATE ('*'
      *              or omitted for all states); argument 2 by
      *                      trimmed NA-BUSINESS-NAME - no more
      *                      'Dear  Acme Plumbing LLC' salutations
      *                      built from empty person name parts
      * 2026-09-14  1.2      Honour temporary addresses: when the
      *                      TMPADDR subroutine answers a window open
      *                      today for the TAXID the letter goes to
      *                      that address instead, flagged 'T' on the
      *                      correspondence-history line; a
      *                      representative routing still wins
      * 2026-09-14  1.3      Notice mode: argument 5 names a change-
      *                      notice file (layout NAMADDCN.cpy, cut
      *                      by NAMADDCNF) and only its notices are
      *                      lettered, each to the contact point the
      *                      notice names - postal or email - unless
      *                      a representative is active. New tokens
      *                      &CHANGED; &OLDVALUE; &NEWVALUE; and
      *                      &CHGDATE; carry the change. Argument 6
      *                      'APPEND' adds to the letter streams
      *                      instead of replacing them, the
      *                      NAMADDTP_PATH environment value names
      *                      an alternative template store, and an
      *                      argument 3 of '*' means no selection
      *                      list
      * 2026-09-14  1.4      Intelligent Mail barcode on every printed
      *                      letter: the IMBENC subroutine issues a
      *                      unique piece serial and encodes the IMb
      *                      from the delivery ZIP. A new &IMB; token
      *                      places the bars in the template's
      *                      address block; a template set without
      *                      one gets the bars on the line after the
      *                      scanline. The serial goes on the
      *                      correspondence-history line so NAMADDACS
      *                      can match the electronic ACS notices
      *                      keyed by it. Emailed letters carry none
      * 2026-09-14  1.5      Response-required letters: a
      *                      '.RESPOND nnn' line in the template
      *                      store declares that the letter asks for
      *                      a reply within nnn days, and every
      *                      letter of the run then opens an entry
      *                      on the pending-response file
      *                      Data\NAMEADDR.PendResp.dat (layout
      *                      NAMADDRQ.cpy) for NAMADDRSP to close or
      *                      chase. Reminder and final-notice
      *                      templates carry no directive, so the
      *                      letters they produce open no entry
      * 2026-09-14  1.6      Template versions: the template store as
      *                      read is compared with its latest version
      *                      in the archive
      *                      Data\NAMEADDR.TemplateVer.dat (layout
      *                      NAMADDTV.cpy) and, when it has been
      *                      edited, archived as the next
      *                      version effective today. The version,
      *                      the language set used and a notice-mode
      *                      flag go on every correspondence-history
      *                      line, so NAMADDLRP can reprint any
      *                      letter exactly as it was sent
      * 2026-09-14  1.7      Checkpoint and restart: every 1,000
      *                      records the letter streams, the
      *                      correspondence-history and pending-
      *                      response files are closed, reopened and
      *                      sized, and the run's position, scanline
      *                      sequence and totals are written to
      *                      Data\NAMEADDR.LtrCkpt.dat. Argument 7
      *                      'RESTART' resumes an interrupted run
      *                      from its last checkpoint - arguments 1
      *                      to 6 and the template store are then
      *                      taken from the checkpoint file, the
      *                      outputs are cut back to their
      *                      checkpointed sizes (FILETRIM), and the
      *                      run carries on under the same run ID and
      *                      date, so the scanline sequence, history
      *                      lines and totals come out as if it had
      *                      never stopped
      * 2026-09-14  1.8      Disaster-area deferral: a printed letter
      *                      for an address NAMPREF answers deferred
      *                      is held back - logged through DSTHOLD -
      *                      instead of written. A later run with the
      *                      same campaign code and template store
      *                      sends it once the declaration has ended,
      *                      whether or not the record is reached by
      *                      the run's filters, and a held letter
      *                      that asks for a reply gets its due date
      *                      pushed out by the declared period. The
      *                      ZIP is now kept on the pending-response
      *                      entry, the hold log is sized and cut
      *                      back with the other outputs at
      *                      checkpoint and restart, and held and
      *                      released pieces are counted. Change
      *                      notices and emailed letters are not held
      * 2026-09-14  1.9      Account mailings: argument 8 names a tax
      *                      account type (SLS, WHT or INC) and only
      *                      taxpayers holding a registration of that
      *                      type in force today (per the ACCTREG
      *                      subroutine) are lettered - the rest are
      *                      counted apart. A registration with its
      *                      own correspondence address gets the
      *                      letter there, ahead of a temporary
      *                      address but behind a representative,
      *                      flagged 'A' with the account type on the
      *                      correspondence-history line. New token
      *                      &ACCTNO; carries the account number. The
      *                      type is ignored for change notices, is
      *                      kept on the checkpoint file, and an
      *                      argument 5 of '*' now means no notice
      *                      file
      * 2026-09-14  2.0      The email stream is written in the
      *                      character set named by the registry's
      *                      NAMADDLTR EMAIL-CHARSET (UTF-8, LATIN1
      *                      or ASCII; LATIN1 as held by default)
      *                      through UTF8ENC, and the characters it
      *                      cannot carry are counted, the count kept
      *                      on the checkpoint file
      * 2026-09-14  2.1      A postal change notice with no destination
      *                      street goes to the address on file, and
      *                      notice field 'N' reads IDENTITY PIN in
      *                      &CHANGED; - NAMADDPIN's PIN letters
      *================================================================*

       IDENTIFICATION DIVISION.
                                   RECORD KEY NA-TAXID
                                   FILE STATUS W-FILE-STATUS.

           SELECT NAMADDTP         ASSIGN TO W-TEMPLATE-PATH
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-TP-FILE-STATUS.

           SELECT NAMADDSL         ASSIGN TO W-SELECT-PATH
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-SL-FILE-STATUS.

           SELECT NAMADDCN         ASSIGN TO W-NOTICE-PATH
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-CN-FILE-STATUS.

           SELECT NAMADDRQ         ASSIGN "Data\NAMEADDR.PendResp.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-RQ-FILE-STATUS.

           SELECT NAMADDTV         ASSIGN
                                   "Data\NAMEADDR.TemplateVer.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-TV-FILE-STATUS.

           SELECT NAMADDCK         ASSIGN "Data\NAMEADDR.LtrCkpt.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-CK-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       01  NAMADDLE-REC            PIC X(100).

       01  NAMADDLE-ENC-REC        PIC X(200).

       FD  NAMADDEM.

       01  NAMADDEM-REC.

       01  NAMADDSL-REC.
           05  SL-TAXID            PIC X(12).

       FD  NAMADDCN.

       01  NAMADDCN-REC.           COPY NAMADDCN.

       FD  NAMADDRQ.

       01  NAMADDRQ-REC.           COPY NAMADDRQ.

       FD  NAMADDTV.

       01  NAMADDTV-REC.           COPY NAMADDTV.

      **** One header line per run (its parameters), a checkpoint
      **** line every W-CHECKPOINT-INTERVAL records, and an end line
      **** when the run completes. Every line carries the output
      **** sizes - the header's are those at the start of the run.

       FD  NAMADDCK.

       01  NAMADDCK-REC.
           05  CK-REC-TYPE         PIC X(01).
               88  CK-HEADER                   VALUE 'H'.
               88  CK-POINT                    VALUE 'C'.
               88  CK-END                      VALUE 'E'.
           05  FILLER              PIC X(01).
           05  CK-RUN-ID           PIC 9(08).
           05  FILLER              PIC X(01).
           05  CK-LT-SIZE          PIC 9(15).
           05  FILLER              PIC X(01).
           05  CK-LE-SIZE          PIC 9(15).
           05  FILLER              PIC X(01).
           05  CK-CH-SIZE          PIC 9(15).
           05  FILLER              PIC X(01).
           05  CK-RQ-SIZE          PIC 9(15).
           05  FILLER              PIC X(01).
           05  CK-DH-SIZE          PIC 9(15).
           05  FILLER              PIC X(01).
           05  CK-BODY             PIC X(300).
           05  CK-HEADER-BODY      REDEFINES CK-BODY.
               10  CK-TODAY        PIC X(08).
               10  FILLER          PIC X(01).
               10  CK-TPL-VERSION  PIC 9(05).
               10  FILLER          PIC X(01).
               10  CK-STATE-FILTER PIC X(10).
               10  FILLER          PIC X(01).
               10  CK-STATUS-FILTER
                                   PIC X(01).
               10  FILLER          PIC X(01).
               10  CK-CAMPAIGN-CODE
                                   PIC X(16).
               10  FILLER          PIC X(01).
               10  CK-APPEND-ARG   PIC X(08).
               10  FILLER          PIC X(01).
               10  CK-SELECT-PATH  PIC X(60).
               10  FILLER          PIC X(01).
               10  CK-NOTICE-PATH  PIC X(60).
               10  FILLER          PIC X(01).
               10  CK-TEMPLATE-PATH
                                   PIC X(60).
               10  FILLER          PIC X(01).
               10  CK-ACCT-TYPE    PIC X(03).
               10  FILLER          PIC X(60).
           05  CK-POINT-BODY       REDEFINES CK-BODY.
               10  CK-LAST-TAXID   PIC X(12).
               10  FILLER          PIC X(01).
               10  CK-REF-SEQ      PIC 9(07).
               10  FILLER          PIC X(01).
               10  CK-NAMADDIX-RECS
                                   PIC 9(09).
               10  FILLER          PIC X(01).
               10  CK-NOTICES-READ PIC 9(09).
               10  FILLER          PIC X(01).
               10  CK-NOTICES-NOT-ON-FILE
                                   PIC 9(09).
               10  FILLER          PIC X(01).
               10  CK-LETTERS-WRITTEN
                                   PIC 9(09).
               10  FILLER          PIC X(01).
               10  CK-LETTERS-BARCODED
                                   PIC 9(09).
               10  FILLER          PIC X(01).
               10  CK-LETTERS-EMAILED
                                   PIC 9(09).
               10  FILLER          PIC X(01).
               10  CK-EMAIL-FALLBACK
                                   PIC 9(09).
               10  FILLER          PIC X(01).
               10  CK-RECORDS-FILTERED
                                   PIC 9(09).
               10  FILLER          PIC X(01).
               10  CK-PREF-SUPPRESSED
                                   PIC 9(09).
               10  FILLER          PIC X(01).
               10  CK-DLVR-SUPPRESSED
                                   PIC 9(09).
               10  FILLER          PIC X(01).
               10  CK-REP-ROUTED   PIC 9(09).
               10  FILLER          PIC X(01).
               10  CK-TEMP-ROUTED  PIC 9(09).
               10  FILLER          PIC X(01).
               10  CK-DECEASED-SKIPPED
                                   PIC 9(09).
               10  FILLER          PIC X(01).
               10  CK-RESPONSES-OPENED
                                   PIC 9(09).
               10  FILLER          PIC X(01).
               10  CK-LETTERS-HELD PIC 9(09).
               10  FILLER          PIC X(01).
               10  CK-LETTERS-RELEASED
                                   PIC 9(09).
               10  FILLER          PIC X(01).
               10  CK-ACCT-ROUTED  PIC 9(09).
               10  FILLER          PIC X(01).
               10  CK-ACCT-FILTERED
                                   PIC 9(09).
               10  FILLER          PIC X(01).
               10  CK-LNG-PIECES   PIC 9(09)
                                   OCCURS 10.
               10  FILLER          PIC X(01).
               10  CK-UNCARRIED    PIC 9(08).
      /
       WORKING-STORAGE SECTION.
      *------------------------
       01  W-STATUS-FILTER         PIC X(01)       VALUE 'A'.

       01  W-SELECT-PATH           PIC X(60)       VALUE SPACES.
       01  W-TEMPLATE-PATH         PIC X(60)       VALUE
           'Data\NAMEADDR.LetterTemplate.dat'.
       01  W-NOTICE-PATH           PIC X(60)       VALUE SPACES.
       01  W-APPEND-ARG            PIC X(08)       VALUE SPACES.

      **** Spaces when the run is not for one tax account type.

       01  W-ACCT-TYPE             PIC X(03)       VALUE SPACES.
           88  W-ACCT-TYPE-NONE                    VALUE SPACES.
           88  W-ACCT-TYPE-VALID                   VALUE 'SLS' 'WHT'
                                                         'INC'.

       01  W-NOTICE-MODE-SW        PIC X(01)       VALUE 'N'.
           88  W-NOTICE-MODE                       VALUE 'Y'.

       01  W-NOTICES-READ          PIC 9(09)  COMP VALUE 0.
       01  W-NOTICES-NOT-ON-FILE   PIC 9(09)  COMP VALUE 0.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-CN-EOF                            VALUE 'Y'.

       01  W-CN-FILE-STATUS        PIC X(02).
           88  W-CN-FILE-STATUS-GOOD               VALUE '00'.
       01  W-CAMPAIGN-CODE         PIC X(16)       VALUE 'LETTER'.

       01  W-SEL-ACTIVE-SW         PIC X(01)       VALUE 'N'.
       01  W-TPL-SUB               PIC 9(03)  COMP.
       01  W-TPL-END               PIC 9(03)  COMP.

      **** The template store exactly as read, directives and all,
      **** for comparison with its archived versions.

       01  W-RAW-COUNT             PIC 9(03)  COMP VALUE 0.
       01  W-RAW-MAX               PIC 9(03)  COMP VALUE 520.

       01  W-RAW-TABLE.
           05  W-RAW-LINE          PIC X(80)
                                   OCCURS 520 TIMES
                                   INDEXED W-RAW-IX.

      **** The store's version in the archive - its latest, or the
      **** one this run adds.

       01  W-TPL-VERSION           PIC 9(05)       VALUE 0.
       01  W-TV-HIGH               PIC 9(05)       VALUE 0.
       01  W-TV-LATEST             PIC 9(05)       VALUE 0.
       01  W-TV-CMP-COUNT          PIC 9(03)  COMP VALUE 0.

       01  W-TV-SAME-SW            PIC X(01)       VALUE 'N'.
           88  W-TV-SAME                           VALUE 'Y'.
           88  W-TV-DIFFERENT                      VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-TV-EOF                            VALUE 'Y'.

       01  W-TV-FILE-STATUS        PIC X(02).
           88  W-TV-FILE-STATUS-GOOD               VALUE '00'.

      **** One entry per language set in the template store; entry
      **** 1 is always the default set (the lines ahead of the
      **** first '.LANG' directive, or the whole file when there is
               10  W-LNG-START     PIC 9(03)  COMP.
               10  W-LNG-LINES     PIC 9(03)  COMP.
               10  W-LNG-PIECES    PIC 9(09)  COMP.
               10  W-LNG-IMB-SW    PIC X(01).
                   88  W-LNG-HAS-IMB-TOKEN         VALUE 'Y'.

       01  W-SEL-SET               PIC 9(02)  COMP VALUE 1.

      **** Reply window declared by a '.RESPOND nnn' line; zero
      **** when the letter asks for no reply.

       01  W-RESPOND-DAYS          PIC 9(03)  COMP VALUE 0.
       01  W-RESPONSES-OPENED      PIC 9(09)  COMP VALUE 0.
       01  W-DUE-DATE              PIC X(08)       VALUE SPACES.
       01  W-DUE-DATE-NUM          PIC 9(08).
       01  W-DUE-INTEGER           PIC S9(09) COMP.

       01  W-RQ-FILE-STATUS        PIC X(02).
           88  W-RQ-FILE-STATUS-GOOD               VALUE '00'.

      **** Disaster-area deferral. A held letter released after the
      **** declaration ends is due later by the declared period.

       01  W-LETTERS-HELD          PIC 9(09)  COMP VALUE 0.
       01  W-LETTERS-RELEASED      PIC 9(09)  COMP VALUE 0.
       01  W-REL-CURSOR            PIC 9(05)  COMP VALUE 0.

       01  W-HOLD-SW               PIC X(01)       VALUE 'N'.
           88  W-PIECE-HELD                        VALUE 'Y'.
           88  W-PIECE-NOT-HELD                    VALUE 'N'.

       01  W-REL-DONE-SW           PIC X(01)       VALUE 'N'.
           88  W-REL-DONE                          VALUE 'Y'.
           88  W-REL-NOT-DONE                      VALUE 'N'.

       01  W-PIECE-DUE-DATE        PIC X(08)       VALUE SPACES.
       01  W-DUE-EXTENDED-SW       PIC X(01)       VALUE 'N'.
       01  W-DEFER-DATE-NUM        PIC 9(08).
       01  W-DEFER-START-INT       PIC S9(09) COMP.
       01  W-DEFER-DAYS            PIC S9(09) COMP.

      **** Checkpoint and restart. The checkpoint is taken between
      **** records, so a restart resumes after the last record the
      **** checkpoint covers - by key on NAMADDIX, by count on a
      **** notice file.

       01  W-RESTART-ARG           PIC X(08)       VALUE SPACES.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-RESTARTING                        VALUE 'Y'.
           88  W-NOT-RESTARTING                    VALUE 'N'.

       01  W-CHECKPOINT-INTERVAL   PIC 9(09)  COMP VALUE 1000.
       01  W-CK-QUOTIENT           PIC 9(09)  COMP.
       01  W-CK-REMAINDER          PIC 9(09)  COMP.
       01  W-CK-RECS               PIC 9(09)  COMP.
       01  W-CK-LAST-TAXID         PIC X(12)       VALUE LOW-VALUES.
       01  W-CK-RUN-ID             PIC 9(08)       VALUE 0.
       01  W-CK-TODAY              PIC X(08)       VALUE SPACES.
       01  W-CK-TPL-VERSION        PIC 9(05)       VALUE 0.
       01  W-CK-POINTS             PIC 9(09)  COMP VALUE 0.
       01  W-CK-SUB                PIC 9(02)  COMP.
       01  W-CK-LAST-RECS          PIC 9(09)  COMP VALUE 0.

       01  W-CK-LNG-TABLE.
           05  W-CK-LNG-PIECES     PIC 9(09)  COMP
                                   OCCURS 10.

       01  W-LT-SIZE               PIC 9(15)  COMP VALUE 0.
       01  W-LE-SIZE               PIC 9(15)  COMP VALUE 0.
       01  W-CH-SIZE               PIC 9(15)  COMP VALUE 0.
       01  W-RQ-SIZE               PIC 9(15)  COMP VALUE 0.
       01  W-DH-SIZE               PIC 9(15)  COMP VALUE 0.

       01  W-CK-STATE-SW           PIC X(01)       VALUE 'N'.
           88  W-CK-NO-HEADER                      VALUE 'N'.
           88  W-CK-IN-PROGRESS                    VALUE 'H'.
           88  W-CK-RUN-COMPLETE                   VALUE 'E'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-CK-EOF                            VALUE 'Y'.

       01  W-CK-FILE-STATUS        PIC X(02).
           88  W-CK-FILE-STATUS-GOOD               VALUE '00'.

       01  W-FT-CONTROL.
           COPY FILETRIML.

       01  W-LNG-FOUND-SW          PIC X(01).
           88  W-LNG-FOUND                         VALUE 'Y'.
           88  W-LNG-NOT-FOUND                     VALUE 'N'.
       01  W-VAL-STATE             PIC X(10).
       01  W-VAL-ZIP               PIC X(10).
       01  W-VAL-CITYSTZIP         PIC X(50).
       01  W-VAL-EMAIL             PIC X(50).
       01  W-VAL-CHANGED           PIC X(12).

       01  W-IN-POS                PIC 9(04)  COMP.
       01  W-OUT-PTR               PIC 9(04)  COMP.
       01  W-PR-CONTROL.
           COPY NAMPREFL.

       01  W-PG-CONTROL.
           COPY PARMREGL REPLACING LEADING ==PR-== BY ==PG-==.

       01  W-UE-CONTROL.
           COPY UTF8ENCL.

       01  W-ENC-IN                PIC X(100).
       01  W-UNCARRIED             PIC 9(09)  COMP VALUE 0.

       01  W-RP-CONTROL.
           COPY NAMREPL.

       01  W-TA-CONTROL.
           COPY TMPADDRL.

       01  W-AR-CONTROL.
           COPY ACCTREGL.

       01  W-DS-CONTROL.
           COPY DSTHOLDL.

       01  W-IM-CONTROL.
           COPY IMBENCL.

       01  W-IMB-SW                PIC X(01)       VALUE 'N'.
           88  W-PIECE-BARCODED                    VALUE 'Y'.
           88  W-PIECE-NOT-BARCODED                VALUE 'N'.

       01  W-IMB-TALLY             PIC 9(04)  COMP.
       01  W-LETTERS-BARCODED      PIC 9(09)  COMP VALUE 0.

       01  W-REP-ROUTED            PIC 9(09)  COMP VALUE 0.
       01  W-TEMP-ROUTED           PIC 9(09)  COMP VALUE 0.
       01  W-ACCT-ROUTED           PIC 9(09)  COMP VALUE 0.
       01  W-ACCT-FILTERED         PIC 9(09)  COMP VALUE 0.
       01  W-DECEASED-SKIPPED      PIC 9(09)  COMP VALUE 0.

       01  W-PREF-SUPPRESSED       PIC 9(09)  COMP VALUE 0.
               GO TO MAIN-EXIT
           END-IF

           IF      W-NOTICE-MODE
               PERFORM SUB-2500-PROCESS-ONE-NOTICE THRU SUB-2500-EXIT
                   UNTIL W-CN-EOF
                   OR    W-RETURN-CODE NOT = 0
           ELSE
               IF      NOT W-EOF
                   PERFORM SUB-9600-READ-NAMADDIX-SEQ THRU
                           SUB-9600-EXIT
               END-IF

               PERFORM SUB-2000-PROCESS THRU SUB-2000-EXIT
                   UNTIL W-EOF
                   OR    W-RETURN-CODE NOT = 0

               IF      W-RETURN-CODE = 0
                   PERFORM SUB-2600-RELEASE-HELD-PIECES THRU
                           SUB-2600-EXIT
               END-IF
           END-IF

           PERFORM SUB-3000-SHUT-DOWN THRU SUB-3000-EXIT
           .
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

      **** A restart takes every run parameter from the checkpoint
      **** file, whatever arguments 1 to 6 say.

           DISPLAY 7               UPON ARGUMENT-NUMBER

           ACCEPT W-RESTART-ARG    FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES     TO W-RESTART-ARG
           END-ACCEPT

           IF      FUNCTION UPPER-CASE(W-RESTART-ARG) = 'RESTART'
               SET  W-RESTARTING   TO TRUE

               PERFORM SUB-1050-LOAD-CHECKPOINT THRU SUB-1050-EXIT

               IF      W-RETURN-CODE NOT = 0
                   GO TO SUB-1000-EXIT
               END-IF

               GO TO SUB-1000-PARAMETERS-SET
           END-IF

           DISPLAY 1               UPON ARGUMENT-NUMBER

           ACCEPT W-STATE-FILTER   FROM ARGUMENT-VALUE
                   MOVE SPACES     TO W-SELECT-PATH
           END-ACCEPT

           IF      W-SELECT-PATH = '*'
               MOVE SPACES         TO W-SELECT-PATH
           END-IF

           IF      W-SELECT-PATH NOT = SPACES
               PERFORM SUB-1300-LOAD-SELECTION-LIST THRU
                       SUB-1300-EXIT
               MOVE 'LETTER'       TO W-CAMPAIGN-CODE
           END-IF

           DISPLAY 5               UPON ARGUMENT-NUMBER

           ACCEPT W-NOTICE-PATH    FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES     TO W-NOTICE-PATH
           END-ACCEPT

           IF      W-NOTICE-PATH = '*'
               MOVE SPACES         TO W-NOTICE-PATH
           END-IF

           IF      W-NOTICE-PATH NOT = SPACES
               SET  W-NOTICE-MODE  TO TRUE
               DISPLAY 'Notice file:   '
                       FUNCTION TRIM(W-NOTICE-PATH)
           END-IF

           DISPLAY 6               UPON ARGUMENT-NUMBER

           ACCEPT W-APPEND-ARG     FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES     TO W-APPEND-ARG
           END-ACCEPT

           MOVE FUNCTION UPPER-CASE(W-APPEND-ARG)
                                   TO W-APPEND-ARG

           DISPLAY 8               UPON ARGUMENT-NUMBER

           ACCEPT W-ACCT-TYPE      FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES     TO W-ACCT-TYPE
           END-ACCEPT

           MOVE FUNCTION UPPER-CASE(W-ACCT-TYPE)
                                   TO W-ACCT-TYPE

           IF      W-ACCT-TYPE = '*'
               MOVE SPACES         TO W-ACCT-TYPE
           END-IF

           IF      NOT W-ACCT-TYPE-NONE
               AND NOT W-ACCT-TYPE-VALID
               DISPLAY W-ERROR-MSG
                       'Account type '
                       W-ACCT-TYPE
                       ' not SLS, WHT or INC'
               MOVE 21             TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

      **** A change notice goes to whoever the change concerns,
      **** whatever accounts they hold.

           IF      W-NOTICE-MODE
               AND NOT W-ACCT-TYPE-NONE
               DISPLAY 'Account type ignored for change notices'
               MOVE SPACES         TO W-ACCT-TYPE
           END-IF

           DISPLAY 'NAMADDTP_PATH'     UPON ENVIRONMENT-NAME
           ACCEPT W-TEMPLATE-PATH      FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           .
       SUB-1000-PARAMETERS-SET.

           DISPLAY 'Template store: '
                   FUNCTION TRIM(W-TEMPLATE-PATH)

           IF      NOT W-ACCT-TYPE-NONE
               DISPLAY 'Account type:  ' W-ACCT-TYPE

               SET  AR-FUNC-LOAD   TO TRUE
               CALL 'ACCTREG' USING W-AR-CONTROL

               IF      AR-RESPONSE-FILE-ERROR
                   DISPLAY W-ERROR-MSG
                           'Account registration file '
                           'Data\NAMEADDR.AcctReg.dat unreadable'
                   MOVE 22         TO W-RETURN-CODE
                   GO TO SUB-1000-EXIT
               END-IF
           END-IF

           PERFORM SUB-1100-LOAD-TEMPLATE THRU SUB-1100-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           IF      W-RESTARTING
               PERFORM SUB-1070-PREPARE-RESUME THRU SUB-1070-EXIT

               IF      W-RETURN-CODE NOT = 0
                   GO TO SUB-1000-EXIT
               END-IF
           END-IF

           OPEN INPUT  NAMADDIX

           IF      NOT W-FILE-STATUS-GOOD
               GO TO SUB-1000-EXIT
           END-IF

      **** An appending run adds its pieces behind those of the run
      **** that cut the streams earlier in the same step.

           IF      W-APPEND-ARG = 'APPEND'
               OR  W-RESTARTING
               OPEN EXTEND NAMADDLT
           ELSE
               OPEN OUTPUT NAMADDLT
           END-IF

           IF      NOT W-LT-FILE-STATUS-GOOD
               OPEN OUTPUT NAMADDLT
           END-IF

           IF      NOT W-LT-FILE-STATUS-GOOD
               MOVE W-LT-FILE-STATUS TO FS-STATUS-CODE
           SET  RI-FUNC-CURRENT    TO TRUE
           CALL 'RUNID' USING W-RI-CONTROL

           IF      W-RESTARTING
               MOVE W-CK-TODAY     TO W-TODAY
               MOVE W-CK-RUN-ID    TO RI-RUN-ID
           END-IF

           MOVE RI-RUN-ID          TO W-REF-RUN-ID

           IF      W-APPEND-ARG = 'APPEND'
               OR  W-RESTARTING
               OPEN EXTEND NAMADDLE
           ELSE
               OPEN OUTPUT NAMADDLE
           END-IF

           IF      NOT W-LE-FILE-STATUS-GOOD
               OPEN OUTPUT NAMADDLE
           END-IF

           IF      NOT W-LE-FILE-STATUS-GOOD
               MOVE W-LE-FILE-STATUS TO FS-STATUS-CODE
           END-IF

           PERFORM SUB-1200-LOAD-EMAIL-STATUS THRU SUB-1200-EXIT
           PERFORM SUB-1250-GET-EMAIL-CHARSET THRU SUB-1250-EXIT

           OPEN EXTEND NAMADDCH

               GO TO SUB-1000-EXIT
           END-IF

           IF      W-RESPOND-DAYS > 0
               PERFORM SUB-1400-OPEN-PENDING-RESPONSE THRU
                       SUB-1400-EXIT

               IF      W-RETURN-CODE NOT = 0
                   GO TO SUB-1000-EXIT
               END-IF
           END-IF

           PERFORM SUB-1500-REGISTER-TEMPLATE-VER THRU SUB-1500-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

      **** The letters already written came from the checkpointed
      **** template version; a store edited since cannot finish
      **** the run.

           IF      W-RESTARTING
               IF      W-TPL-VERSION NOT = W-CK-TPL-VERSION
                   DISPLAY W-ERROR-MSG
                           'Template store has changed since the '
                           'interrupted run (version '
                           W-CK-TPL-VERSION
                           ', now '
                           W-TPL-VERSION
                           ') - restore it to restart'
                   MOVE 12         TO W-RETURN-CODE
                   GO TO SUB-1000-EXIT
               END-IF
           ELSE
               PERFORM SUB-1600-START-CHECKPOINTS THRU SUB-1600-EXIT

               IF      W-RETURN-CODE NOT = 0
                   GO TO SUB-1000-EXIT
               END-IF
           END-IF

           IF      W-NOTICE-MODE
               OPEN INPUT NAMADDCN

               IF      NOT W-CN-FILE-STATUS-GOOD
                   MOVE W-CN-FILE-STATUS TO FS-STATUS-CODE
                   CALL 'FILESTAT' USING W-FS-CONTROL
                   DISPLAY W-ERROR-MSG
                           'File status '
                           W-CN-FILE-STATUS
                           ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                           ' opening notice file '
                           FUNCTION TRIM(W-NOTICE-PATH)
                   MOVE 18         TO W-RETURN-CODE
                   GO TO SUB-1000-EXIT
               END-IF

               IF      W-RESTARTING
                   PERFORM SUB-1680-SKIP-ONE-NOTICE THRU
                           SUB-1680-EXIT
                       W-NOTICES-READ TIMES
               END-IF

               GO TO SUB-1000-EXIT
           END-IF

      **** A restart resumes after the last TAXID the checkpoint
      **** covers; nothing after it means there is nothing left to
      **** letter.

           IF      W-RESTARTING
               MOVE W-CK-LAST-TAXID
                                   TO NA-TAXID

               START NAMADDIX
                   KEY > NA-TAXID
               END-START

               IF      W-FILE-STATUS = '23'
                   SET  W-EOF      TO TRUE
                   GO TO SUB-1000-EXIT
               END-IF
           ELSE
               MOVE LOW-VALUES     TO NA-TAXID

               START NAMADDIX
                   KEY >= NA-TAXID
               END-START
           END-IF

           IF      NOT W-FILE-STATUS-GOOD
               MOVE W-FILE-STATUS TO FS-STATUS-CODE
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1050-LOAD-CHECKPOINT.
      *-------------------------

      **** The checkpoint file is read through: its header restores
      **** the run's parameters and each checkpoint line in turn the
      **** position, sizes and totals, so the last one read wins.

           OPEN INPUT NAMADDCK

           IF      NOT W-CK-FILE-STATUS-GOOD
               MOVE W-CK-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-CK-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDCK for restart'
               MOVE 11             TO W-RETURN-CODE
               GO TO SUB-1050-EXIT
           END-IF

           PERFORM SUB-1060-APPLY-CHECKPOINT-LINE THRU SUB-1060-EXIT
               UNTIL W-CK-EOF

           CLOSE NAMADDCK

           IF      W-CK-NO-HEADER
               DISPLAY W-ERROR-MSG
                       'No run recorded in the checkpoint file - '
                       'nothing to restart'
               MOVE 11             TO W-RETURN-CODE
               GO TO SUB-1050-EXIT
           END-IF

           IF      W-CK-RUN-COMPLETE
               DISPLAY W-ERROR-MSG
                       'Run '
                       W-CK-RUN-ID
                       ' completed - nothing to restart'
               MOVE 11             TO W-RETURN-CODE
               GO TO SUB-1050-EXIT
           END-IF

           IF      W-CK-POINTS = 0
               DISPLAY 'Restarting run '
                       W-CK-RUN-ID
                       ' of '
                       W-CK-TODAY
                       ' from its start'
           ELSE
               IF      W-NOTICE-PATH NOT = SPACES
                   MOVE W-NOTICES-READ
                                   TO W-CK-LAST-RECS
               ELSE
                   MOVE W-NAMADDIX-RECS
                                   TO W-CK-LAST-RECS
               END-IF

               MOVE W-CK-LAST-RECS TO W-DISP-NUM

               DISPLAY 'Restarting run '
                       W-CK-RUN-ID
                       ' of '
                       W-CK-TODAY
                       ' after record '
                       W-DISP-NUM
           END-IF

           DISPLAY 'State filter:  ' W-STATE-FILTER
           DISPLAY 'Status filter: ' W-STATUS-FILTER

           IF      W-NOTICE-PATH NOT = SPACES
               SET  W-NOTICE-MODE  TO TRUE
               DISPLAY 'Notice file:   '
                       FUNCTION TRIM(W-NOTICE-PATH)
           END-IF

           IF      W-SELECT-PATH NOT = SPACES
               PERFORM SUB-1300-LOAD-SELECTION-LIST THRU
                       SUB-1300-EXIT
           END-IF
           .
       SUB-1050-EXIT.
           EXIT.
      /
       SUB-1060-APPLY-CHECKPOINT-LINE.
      *-------------------------------

           READ NAMADDCK
               AT END
                   SET  W-CK-EOF   TO TRUE
                   GO TO SUB-1060-EXIT
           END-READ

           EVALUATE TRUE
               WHEN CK-HEADER
                   SET  W-CK-IN-PROGRESS
                                   TO TRUE
                   MOVE CK-RUN-ID  TO W-CK-RUN-ID
                   MOVE CK-TODAY   TO W-CK-TODAY
                   MOVE CK-TPL-VERSION
                                   TO W-CK-TPL-VERSION
                   MOVE CK-STATE-FILTER
                                   TO W-STATE-FILTER
                   MOVE CK-STATUS-FILTER
                                   TO W-STATUS-FILTER
                   MOVE CK-CAMPAIGN-CODE
                                   TO W-CAMPAIGN-CODE
                   MOVE CK-APPEND-ARG
                                   TO W-APPEND-ARG
                   MOVE CK-SELECT-PATH
                                   TO W-SELECT-PATH
                   MOVE CK-NOTICE-PATH
                                   TO W-NOTICE-PATH
                   MOVE CK-TEMPLATE-PATH
                                   TO W-TEMPLATE-PATH
                   MOVE CK-ACCT-TYPE
                                   TO W-ACCT-TYPE

               WHEN CK-POINT
                   ADD  1          TO W-CK-POINTS
                   MOVE CK-LAST-TAXID
                                   TO W-CK-LAST-TAXID
                   MOVE CK-REF-SEQ TO W-REF-SEQ
                   MOVE CK-NAMADDIX-RECS
                                   TO W-NAMADDIX-RECS
                   MOVE CK-NOTICES-READ
                                   TO W-NOTICES-READ
                   MOVE CK-NOTICES-NOT-ON-FILE
                                   TO W-NOTICES-NOT-ON-FILE
                   MOVE CK-LETTERS-WRITTEN
                                   TO W-LETTERS-WRITTEN
                   MOVE CK-LETTERS-BARCODED
                                   TO W-LETTERS-BARCODED
                   MOVE CK-LETTERS-EMAILED
                                   TO W-LETTERS-EMAILED
                   MOVE CK-EMAIL-FALLBACK
                                   TO W-EMAIL-FALLBACK
                   MOVE CK-RECORDS-FILTERED
                                   TO W-RECORDS-FILTERED
                   MOVE CK-PREF-SUPPRESSED
                                   TO W-PREF-SUPPRESSED
                   MOVE CK-DLVR-SUPPRESSED
                                   TO W-DLVR-SUPPRESSED
                   MOVE CK-REP-ROUTED
                                   TO W-REP-ROUTED
                   MOVE CK-TEMP-ROUTED
                                   TO W-TEMP-ROUTED
                   MOVE CK-DECEASED-SKIPPED
                                   TO W-DECEASED-SKIPPED
                   MOVE CK-RESPONSES-OPENED
                                   TO W-RESPONSES-OPENED
                   MOVE CK-LETTERS-HELD
                                   TO W-LETTERS-HELD
                   MOVE CK-LETTERS-RELEASED
                                   TO W-LETTERS-RELEASED
                   MOVE CK-ACCT-ROUTED
                                   TO W-ACCT-ROUTED
                   MOVE CK-ACCT-FILTERED
                                   TO W-ACCT-FILTERED

                   IF      CK-UNCARRIED NUMERIC
                       MOVE CK-UNCARRIED
                                   TO W-UNCARRIED
                   END-IF

                   PERFORM VARYING W-CK-SUB FROM 1 BY 1
                           UNTIL W-CK-SUB > 10
                       MOVE CK-LNG-PIECES(W-CK-SUB)
                                   TO W-CK-LNG-PIECES(W-CK-SUB)
                   END-PERFORM

               WHEN CK-END
                   SET  W-CK-RUN-COMPLETE
                                   TO TRUE

               WHEN OTHER
                   GO TO SUB-1060-EXIT
           END-EVALUATE

           MOVE CK-LT-SIZE         TO W-LT-SIZE
           MOVE CK-LE-SIZE         TO W-LE-SIZE
           MOVE CK-CH-SIZE         TO W-CH-SIZE
           MOVE CK-RQ-SIZE         TO W-RQ-SIZE
           MOVE CK-DH-SIZE         TO W-DH-SIZE
           .
       SUB-1060-EXIT.
           EXIT.
      /
       SUB-1070-PREPARE-RESUME.
      *------------------------

      **** The language sets are those of the checkpointed template
      **** version, so the per-set piece counts carry straight over.
      **** Every output is then cut back to its size at the
      **** checkpoint: whatever the interrupted run wrote after it
      **** is written again, once, by this one.

           PERFORM VARYING W-CK-SUB FROM 1 BY 1
                   UNTIL W-CK-SUB > W-LNG-COUNT
               MOVE W-CK-LNG-PIECES(W-CK-SUB)
                                   TO W-LNG-PIECES(W-CK-SUB)
           END-PERFORM

           MOVE 'Data\NAMEADDR.Letters.dat'
                                   TO FT-PATH
           MOVE W-LT-SIZE          TO FT-SIZE
           PERFORM SUB-1075-TRIM-ONE-OUTPUT THRU SUB-1075-EXIT

           MOVE 'Data\NAMEADDR.Letters.Email.dat'
                                   TO FT-PATH
           MOVE W-LE-SIZE          TO FT-SIZE
           PERFORM SUB-1075-TRIM-ONE-OUTPUT THRU SUB-1075-EXIT

           MOVE 'Data\NAMEADDR.CorrHist.dat'
                                   TO FT-PATH
           MOVE W-CH-SIZE          TO FT-SIZE
           PERFORM SUB-1075-TRIM-ONE-OUTPUT THRU SUB-1075-EXIT

           IF      W-RESPOND-DAYS > 0
               MOVE 'Data\NAMEADDR.PendResp.dat'
                                   TO FT-PATH
               MOVE W-RQ-SIZE      TO FT-SIZE
               PERFORM SUB-1075-TRIM-ONE-OUTPUT THRU SUB-1075-EXIT
           END-IF

      **** Holds and releases logged after the checkpoint go too;
      **** DSTHOLD first reads the log when the resumed run asks
      **** about its first piece, so it sees the log as cut back.

           MOVE 'Data\NAMEADDR.DisasterHold.dat'
                                   TO FT-PATH
           MOVE W-DH-SIZE          TO FT-SIZE
           PERFORM SUB-1075-TRIM-ONE-OUTPUT THRU SUB-1075-EXIT
           .
       SUB-1070-EXIT.
           EXIT.
      /
       SUB-1075-TRIM-ONE-OUTPUT.
      *-------------------------

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-1075-EXIT
           END-IF

           SET  FT-FUNC-TRIM       TO TRUE
           CALL 'FILETRIM' USING W-FT-CONTROL

           IF      NOT FT-RESPONSE-GOOD
               DISPLAY W-ERROR-MSG
                       'Unable to cut '
                       FUNCTION TRIM(FT-PATH)
                       ' back to its checkpointed size (response '
                       FT-RESPONSE-SW
                       ')'
               MOVE 13             TO W-RETURN-CODE
               GO TO SUB-1075-EXIT
           END-IF

           IF      FT-BYTES-DROPPED > 0
               DISPLAY 'Cut back '
                       FUNCTION TRIM(FT-PATH)
                       ' by '
                       FT-BYTES-DROPPED
                       ' bytes written after the checkpoint'
           END-IF
           .
       SUB-1075-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-TEMPLATE.
      *-----------------------

           OPEN INPUT NAMADDTP

           IF      NOT W-TP-FILE-STATUS-GOOD
               MOVE W-TP-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-TP-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDTP - no template, no letters'
               MOVE 5              TO W-RETURN-CODE
               GO TO SUB-1100-EXIT
           END-IF

           MOVE 1                  TO W-LNG-COUNT
           MOVE SPACES             TO W-LNG-CODE(1)
           MOVE 1                  TO W-LNG-START(1)
           MOVE 0                  TO W-LNG-LINES(1)
           MOVE 0                  TO W-LNG-PIECES(1)
           MOVE 'N'                TO W-LNG-IMB-SW(1)

           PERFORM SUB-1150-LOAD-ONE-LINE THRU SUB-1150-EXIT
               UNTIL W-TP-EOF
               OR    W-RETURN-CODE NOT = 0

           CLOSE NAMADDTP

           MOVE W-TPL-COUNT        TO W-DISP-NUM
           DISPLAY 'Template lines loaded: '
                   W-DISP-NUM

           DISPLAY 'Language sets loaded:  '
                   W-LNG-COUNT

           IF      W-LNG-LINES(1) = 0
               DISPLAY W-ERROR-MSG
                       'Default template set is empty'
               MOVE 6              TO W-RETURN-CODE
           END-IF
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1150-LOAD-ONE-LINE.
      *-----------------------

           READ NAMADDTP
               AT END
                   SET  W-TP-EOF   TO TRUE
                   GO TO SUB-1150-EXIT
           END-READ

           IF      W-RAW-COUNT >= W-RAW-MAX
               DISPLAY W-ERROR-MSG
                       'Template store exceeds '
                       W-RAW-MAX
                       ' lines'
               MOVE 7              TO W-RETURN-CODE
               GO TO SUB-1150-EXIT
           END-IF

           ADD  1                  TO W-RAW-COUNT
           SET  W-RAW-IX           TO W-RAW-COUNT
           MOVE NAMADDTP-REC       TO W-RAW-LINE(W-RAW-IX)

           IF      NAMADDTP-REC(1 : 6) = '.LANG '
               IF      W-LNG-COUNT >= W-LNG-MAX
                   DISPLAY W-ERROR-MSG
                           'More than '
                           W-LNG-MAX
                           ' language sets in the template store'
                   MOVE 7          TO W-RETURN-CODE
                   GO TO SUB-1150-EXIT
               END-IF

               ADD  1              TO W-LNG-COUNT
               MOVE FUNCTION UPPER-CASE(NAMADDTP-REC(7 : 3))
                                   TO W-LNG-CODE(W-LNG-COUNT)
               COMPUTE W-LNG-START(W-LNG-COUNT)
                                   = W-TPL-COUNT + 1
               MOVE 0              TO W-LNG-LINES(W-LNG-COUNT)
               MOVE 0              TO W-LNG-PIECES(W-LNG-COUNT)
               MOVE 'N'            TO W-LNG-IMB-SW(W-LNG-COUNT)
               GO TO SUB-1150-EXIT
           END-IF

           IF      NAMADDTP-REC(1 : 9) = '.RESPOND '
               IF      NAMADDTP-REC(10 : 3) NUMERIC
                   AND NAMADDTP-REC(10 : 3) > '000'
                   MOVE NAMADDTP-REC(10 : 3)
                                   TO W-RESPOND-DAYS
               ELSE
                   DISPLAY W-ERROR-MSG
                           'Response window must be 3 digits: '
                           FUNCTION TRIM(NAMADDTP-REC)
                   MOVE 8          TO W-RETURN-CODE
               END-IF
               GO TO SUB-1150-EXIT
           END-IF

           SET  W-TPL-IX           TO W-TPL-COUNT
           MOVE NAMADDTP-REC       TO W-TPL-LINE(W-TPL-IX)
           ADD  1                  TO W-LNG-LINES(W-LNG-COUNT)

           MOVE 0                  TO W-IMB-TALLY
           INSPECT NAMADDTP-REC TALLYING W-IMB-TALLY
               FOR ALL '&IMB;'

           IF      W-IMB-TALLY > 0
               SET  W-LNG-HAS-IMB-TOKEN(W-LNG-COUNT)
                                   TO TRUE
           END-IF
           .
       SUB-1150-EXIT.
           EXIT.
           .
       SUB-1200-EXIT.
           EXIT.
      /
       SUB-1250-GET-EMAIL-CHARSET.
      *---------------------------

      **** The character set the mail relay is to receive, from the
      **** registry; otherwise the set we hold.

           MOVE SPACES             TO UE-CHARSET
           MOVE SPACE              TO UE-SUBSTITUTE-CHAR

           SET  PG-FUNC-GET        TO TRUE
           MOVE 'NAMADDLTR'        TO PG-PROGRAM-NAME
           MOVE 'EMAIL-CHARSET'    TO PG-PARM-NAME
           MOVE SPACES             TO PG-AS-OF-DATE

           CALL 'PARMREG' USING W-PG-CONTROL

           IF      PG-RESPONSE-FILE-ERROR
               DISPLAY W-ERROR-MSG
                       'Parameter registry unreadable - using the '
                       'default email character set'
               GO TO SUB-1250-EXIT
           END-IF

           IF      PG-NOT-FOUND
               GO TO SUB-1250-EXIT
           END-IF

           MOVE FUNCTION UPPER-CASE(PG-VALUE)
                                   TO UE-CHARSET

           IF      UE-CHARSET-VALID
               DISPLAY 'Email character set: '
                       UE-CHARSET
                       ' (registry, in force since '
                       PG-EFFECTIVE-DATE
                       ')'
           ELSE
               DISPLAY W-ERROR-MSG
                       'Registry EMAIL-CHARSET '
                       FUNCTION TRIM(PG-VALUE)
                       ' is not usable - using the default'
               MOVE SPACES         TO UE-CHARSET
           END-IF
           .
       SUB-1250-EXIT.
           EXIT.
      /
       SUB-1300-LOAD-SELECTION-LIST.
      *-----------------------------
           .
       SUB-1300-EXIT.
           EXIT.
      /
       SUB-1400-OPEN-PENDING-RESPONSE.
      *-------------------------------

      **** Every letter of the run shares one due date.

           MOVE W-TODAY            TO W-DUE-DATE-NUM
           COMPUTE W-DUE-INTEGER   = FUNCTION
                                   INTEGER-OF-DATE(W-DUE-DATE-NUM)
                                   + W-RESPOND-DAYS
           COMPUTE W-DUE-DATE-NUM  = FUNCTION
                                   DATE-OF-INTEGER(W-DUE-INTEGER)
           MOVE W-DUE-DATE-NUM     TO W-DUE-DATE

           DISPLAY 'Reply due by:  ' W-DUE-DATE

           OPEN EXTEND NAMADDRQ

           IF      NOT W-RQ-FILE-STATUS-GOOD
               OPEN OUTPUT NAMADDRQ
           END-IF

           IF      NOT W-RQ-FILE-STATUS-GOOD
               MOVE W-RQ-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-RQ-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDRQ'
               MOVE 19             TO W-RETURN-CODE
           END-IF
           .
       SUB-1400-EXIT.
           EXIT.
      /
       SUB-1500-REGISTER-TEMPLATE-VER.
      *-------------------------------

      **** The archive is read through once: the highest version of
      **** any store, and the latest version of this store compared
      **** line for line with the store as read. A missing archive
      **** is simply one with no versions yet.

           SET  W-TV-DIFFERENT     TO TRUE

           OPEN INPUT NAMADDTV

           IF      W-TV-FILE-STATUS-GOOD
               PERFORM SUB-1550-CHECK-ONE-VERSION-LINE THRU
                       SUB-1550-EXIT
                   UNTIL W-TV-EOF

               CLOSE NAMADDTV
           END-IF

           IF      W-TV-LATEST > 0
               AND W-TV-SAME
               AND W-TV-CMP-COUNT = W-RAW-COUNT
               MOVE W-TV-LATEST    TO W-TPL-VERSION
               DISPLAY 'Template version:      '
                       W-TPL-VERSION
               GO TO SUB-1500-EXIT
           END-IF

           COMPUTE W-TPL-VERSION   = W-TV-HIGH + 1

           OPEN EXTEND NAMADDTV

           IF      NOT W-TV-FILE-STATUS-GOOD
               OPEN OUTPUT NAMADDTV
           END-IF

           IF      NOT W-TV-FILE-STATUS-GOOD
               MOVE W-TV-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-TV-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDTV'
               MOVE 14             TO W-RETURN-CODE
               GO TO SUB-1500-EXIT
           END-IF

           MOVE SPACES             TO NAMADDTV-REC
           MOVE W-TPL-VERSION      TO TV-VERSION
           SET  TV-HEADER          TO TRUE
           MOVE W-TODAY            TO TV-EFF-DATE
           MOVE W-TEMPLATE-PATH    TO TV-STORE-PATH
           PERFORM SUB-9920-WRITE-NAMADDTV THRU SUB-9920-EXIT

           PERFORM VARYING W-RAW-IX FROM 1 BY 1
                   UNTIL W-RAW-IX > W-RAW-COUNT
                   OR    W-RETURN-CODE NOT = 0
               MOVE SPACES         TO NAMADDTV-REC
               MOVE W-TPL-VERSION  TO TV-VERSION
               SET  TV-TEXT-LINE   TO TRUE
               MOVE W-RAW-LINE(W-RAW-IX)
                                   TO TV-LINE-TEXT
               PERFORM SUB-9920-WRITE-NAMADDTV THRU SUB-9920-EXIT
           END-PERFORM

           CLOSE NAMADDTV

           DISPLAY 'Template version:      '
                   W-TPL-VERSION
                   ' (new, effective '
                   W-TODAY
                   ')'
           .
       SUB-1500-EXIT.
           EXIT.
      /
       SUB-1550-CHECK-ONE-VERSION-LINE.
      *--------------------------------

           READ NAMADDTV
               AT END
                   SET  W-TV-EOF   TO TRUE
                   GO TO SUB-1550-EXIT
           END-READ

           IF      TV-VERSION NOT NUMERIC
               GO TO SUB-1550-EXIT
           END-IF

           IF      TV-HEADER
               IF      TV-VERSION > W-TV-HIGH
                   MOVE TV-VERSION TO W-TV-HIGH
               END-IF

               IF      TV-STORE-PATH = W-TEMPLATE-PATH
                   MOVE TV-VERSION TO W-TV-LATEST
                   MOVE 0          TO W-TV-CMP-COUNT
                   SET  W-TV-SAME  TO TRUE
               END-IF
               GO TO SUB-1550-EXIT
           END-IF

           IF      TV-VERSION NOT = W-TV-LATEST
               OR  W-TV-DIFFERENT
               GO TO SUB-1550-EXIT
           END-IF

           ADD  1                  TO W-TV-CMP-COUNT

           IF      W-TV-CMP-COUNT > W-RAW-COUNT
               SET  W-TV-DIFFERENT TO TRUE
               GO TO SUB-1550-EXIT
           END-IF

           SET  W-RAW-IX           TO W-TV-CMP-COUNT

           IF      TV-LINE-TEXT NOT = W-RAW-LINE(W-RAW-IX)
               SET  W-TV-DIFFERENT TO TRUE
           END-IF
           .
       SUB-1550-EXIT.
           EXIT.
      /
       SUB-1600-START-CHECKPOINTS.
      *---------------------------

      **** Nothing has been written yet, so the sizes on disk are
      **** the sizes the run starts from - a restart before the
      **** first checkpoint cuts the outputs back to these.

           PERFORM SUB-1650-SIZE-OUTPUTS THRU SUB-1650-EXIT

           OPEN OUTPUT NAMADDCK

           IF      NOT W-CK-FILE-STATUS-GOOD
               MOVE W-CK-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-CK-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDCK'
               MOVE 11             TO W-RETURN-CODE
               GO TO SUB-1600-EXIT
           END-IF

           MOVE SPACES             TO NAMADDCK-REC
           SET  CK-HEADER          TO TRUE
           MOVE RI-RUN-ID          TO CK-RUN-ID
           MOVE W-LT-SIZE          TO CK-LT-SIZE
           MOVE W-LE-SIZE          TO CK-LE-SIZE
           MOVE W-CH-SIZE          TO CK-CH-SIZE
           MOVE W-RQ-SIZE          TO CK-RQ-SIZE
           MOVE W-DH-SIZE          TO CK-DH-SIZE
           MOVE W-TODAY            TO CK-TODAY
           MOVE W-TPL-VERSION      TO CK-TPL-VERSION
           MOVE W-STATE-FILTER     TO CK-STATE-FILTER
           MOVE W-STATUS-FILTER    TO CK-STATUS-FILTER
           MOVE W-CAMPAIGN-CODE    TO CK-CAMPAIGN-CODE
           MOVE W-APPEND-ARG       TO CK-APPEND-ARG
           MOVE W-SELECT-PATH      TO CK-SELECT-PATH
           MOVE W-NOTICE-PATH      TO CK-NOTICE-PATH
           MOVE W-TEMPLATE-PATH    TO CK-TEMPLATE-PATH
           MOVE W-ACCT-TYPE        TO CK-ACCT-TYPE
           PERFORM SUB-9930-WRITE-NAMADDCK THRU SUB-9930-EXIT

           CLOSE NAMADDCK
           .
       SUB-1600-EXIT.
           EXIT.
      /
       SUB-1650-SIZE-OUTPUTS.
      *----------------------

           SET  FT-FUNC-SIZE       TO TRUE

           MOVE 'Data\NAMEADDR.Letters.dat'
                                   TO FT-PATH
           CALL 'FILETRIM' USING W-FT-CONTROL
           MOVE FT-SIZE            TO W-LT-SIZE

           MOVE 'Data\NAMEADDR.Letters.Email.dat'
                                   TO FT-PATH
           CALL 'FILETRIM' USING W-FT-CONTROL
           MOVE FT-SIZE            TO W-LE-SIZE

           MOVE 'Data\NAMEADDR.CorrHist.dat'
                                   TO FT-PATH
           CALL 'FILETRIM' USING W-FT-CONTROL
           MOVE FT-SIZE            TO W-CH-SIZE

           MOVE 0                  TO W-RQ-SIZE

           IF      W-RESPOND-DAYS > 0
               MOVE 'Data\NAMEADDR.PendResp.dat'
                                   TO FT-PATH
               CALL 'FILETRIM' USING W-FT-CONTROL
               MOVE FT-SIZE        TO W-RQ-SIZE
           END-IF

      **** DSTHOLD closes the hold log after every line, so its size
      **** on disk is always complete.

           MOVE 'Data\NAMEADDR.DisasterHold.dat'
                                   TO FT-PATH
           CALL 'FILETRIM' USING W-FT-CONTROL
           MOVE FT-SIZE            TO W-DH-SIZE
           .
       SUB-1650-EXIT.
           EXIT.
      /
       SUB-1680-SKIP-ONE-NOTICE.
      *-------------------------

           READ NAMADDCN
               AT END
                   SET  W-CN-EOF   TO TRUE
           END-READ
           .
       SUB-1680-EXIT.
           EXIT.
      /
       SUB-2000-PROCESS.
      *-----------------
           MOVE NA-TAXID           TO PR-TAXID
           CALL 'NAMPREF' USING W-PR-CONTROL

           PERFORM SUB-2080-QUERY-ACCOUNT THRU SUB-2080-EXIT

           EVALUATE TRUE
               WHEN NA-STATUS-DECEASED
                   ADD  1          TO W-DECEASED-SKIPPED

               WHEN NOT W-ACCT-TYPE-NONE
                AND AR-NOT-ACTIVE
                   ADD  1          TO W-ACCT-FILTERED

               WHEN PR-DELIVERY-SUPPRESSED
                   ADD  1          TO W-DLVR-SUPPRESSED

           .
       SUB-2000-READ-NEXT.

           IF      W-RETURN-CODE = 0
               PERFORM SUB-2700-CHECKPOINT-DUE THRU SUB-2700-EXIT
           END-IF

           IF      W-RETURN-CODE = 0
               PERFORM SUB-9600-READ-NAMADDIX-SEQ THRU SUB-9600-EXIT
           END-IF
           .
       SUB-2050-EXIT.
           EXIT.
      /
       SUB-2080-QUERY-ACCOUNT.
      *-----------------------

      **** Answers not active when the run is not for an account
      **** type, so the address build and history line fall through
      **** to the taxpayer's own routing.

           SET  AR-NOT-ACTIVE      TO TRUE
           SET  AR-NO-OVERRIDE     TO TRUE
           MOVE SPACES             TO AR-REG-ACCT-NUMBER

           IF      W-ACCT-TYPE-NONE
               GO TO SUB-2080-EXIT
           END-IF

           SET  AR-FUNC-QUERY      TO TRUE
           MOVE NA-TAXID           TO AR-TAXID
           MOVE W-ACCT-TYPE        TO AR-ACCT-TYPE
           MOVE W-TODAY            TO AR-AS-OF-DATE
           CALL 'ACCTREG' USING W-AR-CONTROL
           .
       SUB-2080-EXIT.
           EXIT.
      /
       SUB-2100-WRITE-ONE-LETTER.
      *--------------------------
           MOVE W-TODAY            TO RP-AS-OF-DATE
           CALL 'NAMREP' USING W-RP-CONTROL

      **** A notice names its own destination, so a temporary
      **** window does not redirect it.

           IF      W-NOTICE-MODE
               SET  TA-NOT-ACTIVE  TO TRUE
           ELSE
               SET  TA-FUNC-QUERY  TO TRUE
               MOVE NA-TAXID       TO TA-TAXID
               MOVE W-TODAY        TO TA-AS-OF-DATE
               CALL 'TMPADDR' USING W-TA-CONTROL
           END-IF

      **** Asked again here for a held piece being released, which
      **** reaches this paragraph without passing the filters.

           PERFORM SUB-2080-QUERY-ACCOUNT THRU SUB-2080-EXIT

           PERFORM SUB-2200-BUILD-FIELD-VALUES THRU SUB-2200-EXIT
           PERFORM SUB-2150-CHOOSE-CHANNEL THRU SUB-2150-EXIT

      **** A printed letter to an address in a declared disaster
      **** area is held back, not written; a change notice is
      **** about the address itself and always goes. A letter that
      **** was held goes out by whichever channel it now takes.

           SET  W-PIECE-NOT-HELD   TO TRUE
           MOVE W-DUE-DATE         TO W-PIECE-DUE-DATE
           MOVE 'N'                TO W-DUE-EXTENDED-SW

           IF      NOT W-NOTICE-MODE
               PERFORM SUB-2170-CHECK-DISASTER-HOLD THRU
                       SUB-2170-EXIT

               IF      W-PIECE-HELD
                   OR  W-RETURN-CODE NOT = 0
                   GO TO SUB-2100-EXIT
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN RP-ACTIVE
                   ADD  1          TO W-REP-ROUTED
               WHEN AR-OVERRIDE
                   ADD  1          TO W-ACCT-ROUTED
               WHEN TA-ACTIVE
                   ADD  1          TO W-TEMP-ROUTED
           END-EVALUATE

           IF      W-EMAIL-BAD
               ADD  1              TO W-EMAIL-FALLBACK
           END-IF

           PERFORM SUB-2160-SELECT-TEMPLATE-SET THRU SUB-2160-EXIT

           ADD  1                  TO W-REF-SEQ
           MOVE W-REF-ID           TO W-SCAN-REF-ID

           SET  W-PIECE-NOT-BARCODED
                                   TO TRUE

           IF      W-CHANNEL-PRINT
               SET  IM-FUNC-NEXT   TO TRUE
               MOVE W-VAL-ZIP      TO IM-ZIP
               CALL 'IMBENC' USING W-IM-CONTROL

               IF      IM-RESPONSE-GOOD
                   SET  W-PIECE-BARCODED
                                   TO TRUE
                   ADD  1          TO W-LETTERS-BARCODED
               END-IF
           END-IF

           IF      W-CHANNEL-EMAIL
               MOVE SPACES         TO W-OUT-LINE
               STRING 'TO: '       DELIMITED BY SIZE
                      FUNCTION TRIM(W-VAL-EMAIL)
                                   DELIMITED BY SIZE
                 INTO W-OUT-LINE
               END-STRING
           MOVE W-SCAN-LINE        TO NAMADDLE-REC
           PERFORM SUB-9890-WRITE-LETTER-LINE THRU SUB-9890-EXIT

           IF      W-PIECE-BARCODED
               AND NOT W-LNG-HAS-IMB-TOKEN(W-SEL-SET)
               MOVE IM-BARS        TO NAMADDLT-REC
               PERFORM SUB-9900-WRITE-NAMADDLT THRU SUB-9900-EXIT
           END-IF

           COMPUTE W-TPL-END = W-LNG-START(W-SEL-SET)
                             + W-LNG-LINES(W-SEL-SET) - 1

           END-IF

           PERFORM SUB-2400-WRITE-HISTORY-LINE THRU SUB-2400-EXIT

           IF      W-RESPOND-DAYS > 0
               PERFORM SUB-2450-WRITE-PENDING-RESPONSE THRU
                       SUB-2450-EXIT
           END-IF
           .
       SUB-2100-EXIT.
           EXIT.
      **** record is the automatic fallback to print.

           SET  W-CHANNEL-PRINT    TO TRUE
           SET  W-EMAIL-NOT-BAD    TO TRUE

      **** A notice goes by the channel it names; an emailed notice
      **** to a taxpayer who has opted out of email is printed to
      **** the address on file instead.

           IF      W-NOTICE-MODE
               IF      NOT RP-ACTIVE
                   AND CN-DEST-EMAIL
                   AND W-VAL-EMAIL NOT = SPACES
                   AND NOT PR-DO-NOT-EMAIL
                   SET  W-CHANNEL-EMAIL
                                   TO TRUE
               END-IF
               GO TO SUB-2150-EXIT
           END-IF

           IF      RP-ACTIVE
               OR  NA-EMAIL = SPACES
               END-IF
           END-PERFORM

           IF      W-EMAIL-NOT-BAD
               SET  W-CHANNEL-EMAIL
                                   TO TRUE
           END-IF
               END-IF
           END-PERFORM
           .
       SUB-2160-EXIT.
           EXIT.
      /
       SUB-2170-CHECK-DISASTER-HOLD.
      *-----------------------------

           MOVE 'LTR'              TO DS-SOURCE
           MOVE W-CAMPAIGN-CODE    TO DS-CAMPAIGN
           MOVE W-TEMPLATE-PATH    TO DS-TEMPLATE-PATH
           MOVE NA-TAXID           TO DS-TAXID
           MOVE W-TODAY            TO DS-DATE
           MOVE RI-RUN-ID          TO DS-RUN-ID

           SET  PR-FUNC-DEFERRAL   TO TRUE
           MOVE W-VAL-ZIP          TO PR-ZIP-CODE
           MOVE W-TODAY            TO PR-AS-OF-DATE
           CALL 'NAMPREF' USING W-PR-CONTROL

           IF      PR-DEFERRED
               AND W-CHANNEL-PRINT
               SET  DS-FUNC-HOLD   TO TRUE
               MOVE PR-DISASTER-ID TO DS-DISASTER-ID
               MOVE W-VAL-ZIP      TO DS-ZIP-CODE
               CALL 'DSTHOLD' USING W-DS-CONTROL

               IF      NOT DS-RESPONSE-GOOD
                   GO TO SUB-2170-HOLD-LOG-ERROR
               END-IF

               SET  W-PIECE-HELD   TO TRUE
               ADD  1              TO W-LETTERS-HELD
               GO TO SUB-2170-EXIT
           END-IF

      **** Going out - if an earlier run held this letter, this is
      **** it: the first hold found sets the due-date extension,
      **** and every hold of the piece is released.

           SET  DS-FUNC-QUERY      TO TRUE
           CALL 'DSTHOLD' USING W-DS-CONTROL

           IF      NOT DS-RESPONSE-GOOD
               GO TO SUB-2170-HOLD-LOG-ERROR
           END-IF

           IF      DS-NOT-FOUND
               GO TO SUB-2170-EXIT
           END-IF

           PERFORM SUB-2180-EXTEND-DUE-DATE THRU SUB-2180-EXIT

           ADD  1                  TO W-LETTERS-RELEASED

           PERFORM UNTIL DS-NOT-FOUND
                   OR    NOT DS-RESPONSE-GOOD
               SET  DS-FUNC-RELEASE
                                   TO TRUE
               CALL 'DSTHOLD' USING W-DS-CONTROL

               IF      DS-RESPONSE-GOOD
                   SET  DS-FUNC-QUERY
                                   TO TRUE
                   CALL 'DSTHOLD' USING W-DS-CONTROL
               END-IF
           END-PERFORM

           IF      DS-RESPONSE-GOOD
               GO TO SUB-2170-EXIT
           END-IF
           .
       SUB-2170-HOLD-LOG-ERROR.

           DISPLAY W-ERROR-MSG
                   'Disaster-hold log not updated for TAXID '
                   NA-TAXID
                   ' (response '
                   DS-RESPONSE-SW
                   ')'
           MOVE 47                 TO W-RETURN-CODE
           .
       SUB-2170-EXIT.
           EXIT.
      /
       SUB-2180-EXTEND-DUE-DATE.
      *-------------------------

      **** The declared period runs from the declaration's start to
      **** its end - or to today, if the letter goes out because
      **** the address has moved out of an area still declared.

           IF      W-RESPOND-DAYS = 0
               GO TO SUB-2180-EXIT
           END-IF

           SET  PR-FUNC-DECLARATION
                                   TO TRUE
           MOVE DS-HELD-DISASTER-ID
                                   TO PR-DISASTER-ID
           CALL 'NAMPREF' USING W-PR-CONTROL

           IF      PR-DISASTER-UNKNOWN
               OR  PR-DEFER-START NOT NUMERIC
               GO TO SUB-2180-EXIT
           END-IF

           MOVE PR-DEFER-START     TO W-DEFER-DATE-NUM
           COMPUTE W-DEFER-START-INT
                                   = FUNCTION
                                   INTEGER-OF-DATE(W-DEFER-DATE-NUM)

           IF      PR-DEFER-END = SPACES
               OR  PR-DEFER-END > W-TODAY
               MOVE W-TODAY        TO W-DEFER-DATE-NUM
           ELSE
               MOVE PR-DEFER-END   TO W-DEFER-DATE-NUM
           END-IF

           COMPUTE W-DEFER-DAYS    = FUNCTION
                                   INTEGER-OF-DATE(W-DEFER-DATE-NUM)
                                   - W-DEFER-START-INT + 1

           IF      W-DEFER-DAYS < 1
               GO TO SUB-2180-EXIT
           END-IF

           MOVE W-DUE-DATE         TO W-DUE-DATE-NUM
           COMPUTE W-DUE-INTEGER   = FUNCTION
                                   INTEGER-OF-DATE(W-DUE-DATE-NUM)
                                   + W-DEFER-DAYS
           COMPUTE W-DUE-DATE-NUM  = FUNCTION
                                   DATE-OF-INTEGER(W-DUE-INTEGER)
           MOVE W-DUE-DATE-NUM     TO W-PIECE-DUE-DATE
           MOVE 'Y'                TO W-DUE-EXTENDED-SW
           .
       SUB-2180-EXIT.
           EXIT.
      /
       SUB-2200-BUILD-FIELD-VALUES.
      *----------------------------

           MOVE SPACES             TO W-VAL-FULLNAME
           MOVE NA-EMAIL           TO W-VAL-EMAIL

           IF      NA-ENTITY-NON-PERSON
               MOVE FUNCTION TRIM(NA-BUSINESS-NAME)
               MOVE NA-ZIP-CODE    TO W-VAL-ZIP
           END-IF

      **** A representative outranks everything; an account's own
      **** correspondence address outranks a temporary window,
      **** which only stands in for the taxpayer's own address.

           EVALUATE TRUE
               WHEN RP-ACTIVE
                   MOVE RP-REP-NAME
                                   TO W-VAL-FULLNAME
                   MOVE RP-REP-STREET
                                   TO W-VAL-STREET
                   MOVE RP-REP-CITY
                                   TO W-VAL-CITY
                   MOVE RP-REP-STATE
                                   TO W-VAL-STATE
                   MOVE RP-REP-ZIP TO W-VAL-ZIP

               WHEN AR-OVERRIDE
                   MOVE AR-STREET  TO W-VAL-STREET
                   MOVE AR-CITY    TO W-VAL-CITY
                   MOVE AR-STATE   TO W-VAL-STATE
                   MOVE AR-ZIP-CODE
                                   TO W-VAL-ZIP

               WHEN TA-ACTIVE
                   MOVE TA-STREET  TO W-VAL-STREET
                   MOVE TA-CITY    TO W-VAL-CITY
                   MOVE TA-STATE   TO W-VAL-STATE
                   MOVE TA-ZIP-CODE
                                   TO W-VAL-ZIP
           END-EVALUATE

      **** A postal notice naming no destination (the identity-PIN
      **** letters) goes to the address on file.

           IF      W-NOTICE-MODE
               AND NOT RP-ACTIVE
               AND NOT (CN-DEST-POSTAL AND CN-DEST-STREET = SPACES)
               IF      CN-DEST-POSTAL
                   MOVE CN-DEST-STREET
                                   TO W-VAL-STREET
                   MOVE CN-DEST-CITY
                                   TO W-VAL-CITY
                   MOVE CN-DEST-STATE
                                   TO W-VAL-STATE
                   MOVE CN-DEST-ZIP-CODE
                                   TO W-VAL-ZIP
               ELSE
                   MOVE CN-DEST-EMAIL-ADDR
                                   TO W-VAL-EMAIL
               END-IF
           END-IF

           MOVE SPACES             TO W-VAL-CITYSTZIP
                     WITH POINTER W-OUT-PTR
                   END-STRING

               WHEN 'ACCTNO'
                   STRING FUNCTION TRIM(AR-REG-ACCT-NUMBER)
                                   DELIMITED BY SIZE
                     INTO W-OUT-LINE
                     WITH POINTER W-OUT-PTR
                   END-STRING

               WHEN 'IMB'
                   IF      W-PIECE-BARCODED
                       STRING IM-BARS
                                   DELIMITED BY SIZE
                         INTO W-OUT-LINE
                         WITH POINTER W-OUT-PTR
                       END-STRING
                   END-IF

               WHEN 'CHANGED'
                   IF      W-NOTICE-MODE
                       STRING FUNCTION TRIM(W-VAL-CHANGED)
                                   DELIMITED BY SIZE
                         INTO W-OUT-LINE
                         WITH POINTER W-OUT-PTR
                       END-STRING
                   END-IF

               WHEN 'OLDVALUE'
                   IF      W-NOTICE-MODE
                       STRING FUNCTION TRIM(CN-OLD-VALUE)
                                   DELIMITED BY SIZE
                         INTO W-OUT-LINE
                         WITH POINTER W-OUT-PTR
                       END-STRING
                   END-IF

               WHEN 'NEWVALUE'
                   IF      W-NOTICE-MODE
                       STRING FUNCTION TRIM(CN-NEW-VALUE)
                                   DELIMITED BY SIZE
                         INTO W-OUT-LINE
                         WITH POINTER W-OUT-PTR
                       END-STRING
                   END-IF

               WHEN 'CHGDATE'
                   IF      W-NOTICE-MODE
                       STRING CN-CHANGE-DATE
                                   DELIMITED BY SIZE
                         INTO W-OUT-LINE
                         WITH POINTER W-OUT-PTR
                       END-STRING
                   END-IF

               WHEN OTHER
                   STRING '&'      DELIMITED BY SIZE
                          FUNCTION TRIM(W-TOKEN)
           MOVE RI-RUN-ID          TO CH-RUN-ID
           MOVE W-REF-ID           TO CH-REF-ID

           IF      W-PIECE-BARCODED
               MOVE IM-SERIAL      TO CH-IMB-SERIAL
           END-IF

           MOVE W-TPL-VERSION      TO CH-TEMPLATE-VER
           MOVE W-LNG-CODE(W-SEL-SET)
                                   TO CH-LANG-SET

           IF      W-NOTICE-MODE
               SET  CH-FROM-NOTICE TO TRUE
           END-IF

           EVALUATE TRUE
               WHEN RP-ACTIVE
                   SET  CH-ROUTED-TO-REP
                                   TO TRUE
               WHEN AR-OVERRIDE
                   SET  CH-ROUTED-TO-ACCT
                                   TO TRUE
               WHEN TA-ACTIVE
                   SET  CH-ROUTED-TO-TEMP
                                   TO TRUE
           END-EVALUATE

           IF      AR-ACTIVE
               MOVE W-ACCT-TYPE    TO CH-ACCT-TYPE
           END-IF

           WRITE NAMADDCH-REC
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-2450-WRITE-PENDING-RESPONSE.
      *--------------------------------

           MOVE SPACES             TO NAMADDRQ-REC
           MOVE NA-TAXID           TO RQ-TAXID
           MOVE W-REF-ID           TO RQ-REF-ID
           MOVE W-CAMPAIGN-CODE    TO RQ-TEMPLATE
           MOVE W-TODAY            TO RQ-SENT-DATE
                                      RQ-ACTION-DATE
           MOVE W-RESPOND-DAYS     TO RQ-WINDOW-DAYS
           MOVE W-PIECE-DUE-DATE   TO RQ-DUE-DATE
           SET  RQ-STAGE-LETTER    TO TRUE
           SET  RQ-STATUS-OPEN     TO TRUE
           MOVE W-VAL-ZIP          TO RQ-ZIP-CODE
           MOVE W-DUE-EXTENDED-SW  TO RQ-EXTENDED-SW

           WRITE NAMADDRQ-REC

           IF      NOT W-RQ-FILE-STATUS-GOOD
               MOVE W-RQ-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-RQ-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing NAMADDRQ'
               MOVE 43             TO W-RETURN-CODE
               GO TO SUB-2450-EXIT
           END-IF

           ADD  1                  TO W-RESPONSES-OPENED
           .
       SUB-2450-EXIT.
           EXIT.
      /
       SUB-2500-PROCESS-ONE-NOTICE.
      *----------------------------

           READ NAMADDCN
               AT END
                   SET  W-CN-EOF   TO TRUE
                   GO TO SUB-2500-EXIT
           END-READ

           IF      NOT W-CN-FILE-STATUS-GOOD
               MOVE W-CN-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-CN-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' reading notice file'
               MOVE 31             TO W-RETURN-CODE
               GO TO SUB-2500-EXIT
           END-IF

           ADD  1                  TO W-NOTICES-READ

           MOVE CN-TAXID           TO NA-TAXID

           READ NAMADDIX
               INVALID KEY
                   ADD  1          TO W-NOTICES-NOT-ON-FILE
                   GO TO SUB-2500-CHECKPOINT
           END-READ

           ADD  1                  TO W-NAMADDIX-RECS

           EVALUATE TRUE
               WHEN CN-FIELD-ADDRESS
                   MOVE 'ADDRESS'  TO W-VAL-CHANGED
               WHEN CN-FIELD-EMAIL
                   MOVE 'EMAIL'    TO W-VAL-CHANGED
               WHEN CN-FIELD-PIN
                   MOVE 'IDENTITY PIN'
                                   TO W-VAL-CHANGED
               WHEN OTHER
                   MOVE 'PHONE'    TO W-VAL-CHANGED
           END-EVALUATE

      **** The delivery-confidence suppression is not applied - the
      **** notice is about the address itself, and the one it goes
      **** to may be the new one the clerk has just fixed.

           SET  PR-FUNC-QUERY      TO TRUE
           MOVE NA-TAXID           TO PR-TAXID
           CALL 'NAMPREF' USING W-PR-CONTROL

           EVALUATE TRUE
               WHEN NA-STATUS-DECEASED
                   ADD  1          TO W-DECEASED-SKIPPED

               WHEN CN-DEST-POSTAL
                AND PR-DO-NOT-MAIL
                   ADD  1          TO W-PREF-SUPPRESSED

               WHEN OTHER
                   PERFORM SUB-2100-WRITE-ONE-LETTER THRU
                           SUB-2100-EXIT
           END-EVALUATE
           .
       SUB-2500-CHECKPOINT.

           IF      W-RETURN-CODE = 0
               PERFORM SUB-2700-CHECKPOINT-DUE THRU SUB-2700-EXIT
           END-IF
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2600-RELEASE-HELD-PIECES.
      *-----------------------------

      **** Letters this campaign and template store held back that
      **** the records pass did not send - outside this run's
      **** filters or selection list - go now if their declaration
      **** has ended. They were chosen when they were held, so the
      **** filters do not apply; deceased and suppression still do.

           MOVE 0                  TO W-REL-CURSOR
           SET  W-REL-NOT-DONE     TO TRUE

           PERFORM SUB-2650-RELEASE-ONE-PIECE THRU SUB-2650-EXIT
               UNTIL W-REL-DONE
               OR    W-RETURN-CODE NOT = 0
           .
       SUB-2600-EXIT.
           EXIT.
      /
       SUB-2650-RELEASE-ONE-PIECE.
      *---------------------------

           SET  DS-FUNC-NEXT       TO TRUE
           MOVE 'LTR'              TO DS-SOURCE
           MOVE W-CAMPAIGN-CODE    TO DS-CAMPAIGN
           MOVE W-TEMPLATE-PATH    TO DS-TEMPLATE-PATH
           MOVE W-TODAY            TO DS-DATE
           MOVE RI-RUN-ID          TO DS-RUN-ID
           MOVE W-REL-CURSOR       TO DS-CURSOR
           CALL 'DSTHOLD' USING W-DS-CONTROL

           IF      NOT DS-RESPONSE-GOOD
               GO TO SUB-2650-HOLD-LOG-ERROR
           END-IF

           IF      DS-NOT-FOUND
               SET  W-REL-DONE     TO TRUE
               GO TO SUB-2650-EXIT
           END-IF

           MOVE DS-CURSOR          TO W-REL-CURSOR

      **** Still declared where it was held - it waits.

           SET  PR-FUNC-DEFERRAL   TO TRUE
           MOVE DS-HELD-ZIP-CODE   TO PR-ZIP-CODE
           MOVE W-TODAY            TO PR-AS-OF-DATE
           CALL 'NAMPREF' USING W-PR-CONTROL

           IF      PR-DEFERRED
               GO TO SUB-2650-EXIT
           END-IF

           MOVE DS-HELD-TAXID      TO NA-TAXID

           READ NAMADDIX
               INVALID KEY
                   DISPLAY 'Held letter withdrawn, TAXID no longer '
                           'on file: '
                           DS-HELD-TAXID
                   GO TO SUB-2650-WITHDRAW
           END-READ

           SET  PR-FUNC-QUERY      TO TRUE
           MOVE NA-TAXID           TO PR-TAXID
           CALL 'NAMPREF' USING W-PR-CONTROL

           EVALUATE TRUE
               WHEN NA-STATUS-DECEASED
                   ADD  1          TO W-DECEASED-SKIPPED

               WHEN PR-DELIVERY-SUPPRESSED
                   ADD  1          TO W-DLVR-SUPPRESSED

               WHEN PR-DO-NOT-MAIL
                   ADD  1          TO W-PREF-SUPPRESSED

               WHEN OTHER
                   PERFORM SUB-2100-WRITE-ONE-LETTER THRU
                           SUB-2100-EXIT
                   GO TO SUB-2650-EXIT
           END-EVALUATE
           .
       SUB-2650-WITHDRAW.

      **** The letter will never go - the hold is released so it
      **** does not wait for ever.

           SET  DS-FUNC-RELEASE    TO TRUE
           CALL 'DSTHOLD' USING W-DS-CONTROL

           IF      DS-RESPONSE-GOOD
               GO TO SUB-2650-EXIT
           END-IF
           .
       SUB-2650-HOLD-LOG-ERROR.

           DISPLAY W-ERROR-MSG
                   'Disaster-hold log could not be read or updated '
                   '(response '
                   DS-RESPONSE-SW
                   ')'
           MOVE 47                 TO W-RETURN-CODE
           .
       SUB-2650-EXIT.
           EXIT.
      /
       SUB-2700-CHECKPOINT-DUE.
      *------------------------

           IF      W-NOTICE-MODE
               MOVE W-NOTICES-READ TO W-CK-RECS
           ELSE
               MOVE W-NAMADDIX-RECS
                                   TO W-CK-RECS
           END-IF

      **** Nothing read since the last checkpoint (or since the one
      **** a restart resumed from) - nothing to take.

           IF      W-CK-RECS = W-CK-LAST-RECS
               GO TO SUB-2700-EXIT
           END-IF

           DIVIDE W-CK-RECS        BY W-CHECKPOINT-INTERVAL
                               GIVING W-CK-QUOTIENT
                            REMAINDER W-CK-REMAINDER

           IF      W-CK-REMAINDER = 0
               PERFORM SUB-2750-TAKE-CHECKPOINT THRU SUB-2750-EXIT
           END-IF
           .
       SUB-2700-EXIT.
           EXIT.
      /
       SUB-2750-TAKE-CHECKPOINT.
      *-------------------------

      **** Closing the outputs puts everything written so far on
      **** disk, so the sizes taken are exactly what a restart
      **** keeps.

           CLOSE NAMADDLT
                 NAMADDLE
                 NAMADDCH

           IF      W-RESPOND-DAYS > 0
               CLOSE NAMADDRQ
           END-IF

           PERFORM SUB-1650-SIZE-OUTPUTS THRU SUB-1650-EXIT

           OPEN EXTEND NAMADDLT

           IF      W-LT-FILE-STATUS-GOOD
               OPEN EXTEND NAMADDLE
           END-IF

           IF      W-LT-FILE-STATUS-GOOD
               AND W-LE-FILE-STATUS-GOOD
               OPEN EXTEND NAMADDCH
           END-IF

           IF      W-LT-FILE-STATUS-GOOD
               AND W-LE-FILE-STATUS-GOOD
               AND W-CH-FILE-STATUS-GOOD
               AND W-RESPOND-DAYS > 0
               OPEN EXTEND NAMADDRQ
           END-IF

           IF      NOT W-LT-FILE-STATUS-GOOD
               OR  NOT W-LE-FILE-STATUS-GOOD
               OR  NOT W-CH-FILE-STATUS-GOOD
               OR  (W-RESPOND-DAYS > 0
               AND  NOT W-RQ-FILE-STATUS-GOOD)
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-LT-FILE-STATUS '/'
                       W-LE-FILE-STATUS '/'
                       W-CH-FILE-STATUS '/'
                       W-RQ-FILE-STATUS
                       ' reopening NAMADDLT/LE/CH/RQ after a '
                       'checkpoint'
               MOVE 46             TO W-RETURN-CODE
               GO TO SUB-2750-EXIT
           END-IF

           MOVE SPACES             TO NAMADDCK-REC
           SET  CK-POINT           TO TRUE
           MOVE RI-RUN-ID          TO CK-RUN-ID
           MOVE W-LT-SIZE          TO CK-LT-SIZE
           MOVE W-LE-SIZE          TO CK-LE-SIZE
           MOVE W-CH-SIZE          TO CK-CH-SIZE
           MOVE W-RQ-SIZE          TO CK-RQ-SIZE
           MOVE W-DH-SIZE          TO CK-DH-SIZE
           MOVE NA-TAXID           TO CK-LAST-TAXID
           MOVE W-REF-SEQ          TO CK-REF-SEQ
           MOVE W-NAMADDIX-RECS    TO CK-NAMADDIX-RECS
           MOVE W-NOTICES-READ     TO CK-NOTICES-READ
           MOVE W-NOTICES-NOT-ON-FILE
                                   TO CK-NOTICES-NOT-ON-FILE
           MOVE W-LETTERS-WRITTEN  TO CK-LETTERS-WRITTEN
           MOVE W-LETTERS-BARCODED TO CK-LETTERS-BARCODED
           MOVE W-LETTERS-EMAILED  TO CK-LETTERS-EMAILED
           MOVE W-EMAIL-FALLBACK   TO CK-EMAIL-FALLBACK
           MOVE W-RECORDS-FILTERED TO CK-RECORDS-FILTERED
           MOVE W-PREF-SUPPRESSED  TO CK-PREF-SUPPRESSED
           MOVE W-DLVR-SUPPRESSED  TO CK-DLVR-SUPPRESSED
           MOVE W-REP-ROUTED       TO CK-REP-ROUTED
           MOVE W-TEMP-ROUTED      TO CK-TEMP-ROUTED
           MOVE W-DECEASED-SKIPPED TO CK-DECEASED-SKIPPED
           MOVE W-RESPONSES-OPENED TO CK-RESPONSES-OPENED
           MOVE W-LETTERS-HELD     TO CK-LETTERS-HELD
           MOVE W-LETTERS-RELEASED TO CK-LETTERS-RELEASED
           MOVE W-ACCT-ROUTED      TO CK-ACCT-ROUTED
           MOVE W-ACCT-FILTERED    TO CK-ACCT-FILTERED
           MOVE W-UNCARRIED        TO CK-UNCARRIED

           PERFORM VARYING W-CK-SUB FROM 1 BY 1
                   UNTIL W-CK-SUB > 10
               IF      W-CK-SUB > W-LNG-COUNT
                   MOVE 0          TO CK-LNG-PIECES(W-CK-SUB)
               ELSE
                   MOVE W-LNG-PIECES(W-CK-SUB)
                                   TO CK-LNG-PIECES(W-CK-SUB)
               END-IF
           END-PERFORM

           PERFORM SUB-2790-APPEND-CHECKPOINT-LINE THRU SUB-2790-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-2750-EXIT
           END-IF

           ADD  1                  TO W-CK-POINTS
           MOVE W-CK-RECS          TO W-CK-LAST-RECS

           MOVE W-CK-RECS          TO W-DISP-NUM
           DISPLAY 'Checkpoint written at record '
                   W-DISP-NUM
           .
       SUB-2750-EXIT.
           EXIT.
      /
       SUB-2790-APPEND-CHECKPOINT-LINE.
      *--------------------------------

           OPEN EXTEND NAMADDCK

           IF      NOT W-CK-FILE-STATUS-GOOD
               MOVE W-CK-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-CK-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDCK'
               MOVE 45             TO W-RETURN-CODE
               GO TO SUB-2790-EXIT
           END-IF

           PERFORM SUB-9930-WRITE-NAMADDCK THRU SUB-9930-EXIT

           CLOSE NAMADDCK
           .
       SUB-2790-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------
                 NAMADDLE
                 NAMADDCH

           IF      W-RESPOND-DAYS > 0
               CLOSE NAMADDRQ

               MOVE W-RESPONSES-OPENED
                                   TO W-DISP-NUM
               DISPLAY 'Replies awaited:        '
                       W-DISP-NUM
           END-IF

      **** A run that finished cleanly is marked so, and can no
      **** longer be restarted.

           IF      W-RETURN-CODE = 0
               PERFORM SUB-1650-SIZE-OUTPUTS THRU SUB-1650-EXIT

               MOVE SPACES         TO NAMADDCK-REC
               SET  CK-END         TO TRUE
               MOVE RI-RUN-ID      TO CK-RUN-ID
               MOVE W-LT-SIZE      TO CK-LT-SIZE
               MOVE W-LE-SIZE      TO CK-LE-SIZE
               MOVE W-CH-SIZE      TO CK-CH-SIZE
               MOVE W-RQ-SIZE      TO CK-RQ-SIZE
               MOVE W-DH-SIZE      TO CK-DH-SIZE
               PERFORM SUB-2790-APPEND-CHECKPOINT-LINE THRU
                       SUB-2790-EXIT
           END-IF

           IF      W-RESTARTING
               DISPLAY 'Checkpoint restart of run '
                       RI-RUN-ID
           END-IF

           IF      W-NOTICE-MODE
               CLOSE NAMADDCN

               MOVE W-NOTICES-READ TO W-DISP-NUM
               DISPLAY 'Notices read:           '
                       W-DISP-NUM

               MOVE W-NOTICES-NOT-ON-FILE
                                   TO W-DISP-NUM
               DISPLAY 'Notices, TAXID gone:    '
                       W-DISP-NUM
           END-IF

           MOVE W-NAMADDIX-RECS    TO W-DISP-NUM
           DISPLAY 'NAMADDIX records read:  '
                   W-DISP-NUM
           DISPLAY 'Letters written:        '
                   W-DISP-NUM

           MOVE W-LETTERS-BARCODED TO W-DISP-NUM
           DISPLAY 'Letters with IMb:       '
                   W-DISP-NUM

           MOVE W-RECORDS-FILTERED TO W-DISP-NUM
           DISPLAY 'Records outside filter: '
                   W-DISP-NUM
           DISPLAY 'Bounce fallback, print: '
                   W-DISP-NUM

           MOVE W-UNCARRIED        TO W-DISP-NUM
           DISPLAY 'Email chars not carried: '
                   W-DISP-NUM

           MOVE W-REP-ROUTED       TO W-DISP-NUM
           DISPLAY 'Routed to representative: '
                   W-DISP-NUM

           MOVE W-TEMP-ROUTED      TO W-DISP-NUM
           DISPLAY 'Sent to temporary address: '
                   W-DISP-NUM

           IF      NOT W-ACCT-TYPE-NONE
               MOVE W-ACCT-FILTERED
                                   TO W-DISP-NUM
               DISPLAY 'No ' W-ACCT-TYPE ' account in force: '
                       W-DISP-NUM

               MOVE W-ACCT-ROUTED  TO W-DISP-NUM
               DISPLAY 'Sent to account address: '
                       W-DISP-NUM
           END-IF

           MOVE W-DECEASED-SKIPPED TO W-DISP-NUM
           DISPLAY 'Deceased suppressed:    '
                   W-DISP-NUM

           MOVE W-LETTERS-HELD     TO W-DISP-NUM
           DISPLAY 'Held, disaster area:    '
                   W-DISP-NUM

           MOVE W-LETTERS-RELEASED TO W-DISP-NUM
           DISPLAY 'Released from hold:     '
                   W-DISP-NUM

           PERFORM VARYING W-LNG-IX FROM 1 BY 1
                   UNTIL W-LNG-IX > W-LNG-COUNT
               MOVE W-LNG-PIECES(W-LNG-IX)
       SUB-9910-WRITE-NAMADDLE.
      *------------------------

      **** The line re-encoded for the relay; the output record is
      **** twice the width so two-byte characters never push the end
      **** of the line off.

           MOVE NAMADDLE-REC       TO W-ENC-IN
           MOVE LENGTH OF W-ENC-IN TO UE-RECORD-LEN-IN

           CALL 'UTF8ENC' USING W-UE-CONTROL
                                W-ENC-IN
                                NAMADDLE-ENC-REC

           ADD  UE-UNCARRIED-CNT   TO W-UNCARRIED

           WRITE NAMADDLE-ENC-REC

           IF      NOT W-LE-FILE-STATUS-GOOD
               MOVE W-LE-FILE-STATUS TO FS-STATUS-CODE
           .
       SUB-9910-EXIT.
           EXIT.
      /
       SUB-9920-WRITE-NAMADDTV.
      *------------------------

           WRITE NAMADDTV-REC

           IF      NOT W-TV-FILE-STATUS-GOOD
               MOVE W-TV-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-TV-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing NAMADDTV'
               MOVE 44             TO W-RETURN-CODE
           END-IF
           .
       SUB-9920-EXIT.
           EXIT.
      /
       SUB-9930-WRITE-NAMADDCK.
      *------------------------

           WRITE NAMADDCK-REC

           IF      NOT W-CK-FILE-STATUS-GOOD
               MOVE W-CK-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-CK-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing NAMADDCK'
               MOVE 45             TO W-RETURN-CODE
           END-IF
           .
       SUB-9930-EXIT.
           EXIT.
