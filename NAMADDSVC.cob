      *              skipped, so a service restart does not re-answer
      *              the morning's queue.
      *
      *              Several workers may serve the one queue, each
      *              started with its own worker ID (argument 1, up
      *              to four characters, default 1). A worker claims
      *              a request by renaming it to
      *              <request-path>.<worker>.clm - the rename can
      *              only succeed once, so each request is answered
      *              by exactly one worker - and logs the claim to
      *              Data\NAMEADDR.SvcClaims.dat. A request another
      *              worker claimed is watched until it is retired;
      *              if its claim grows older than the claim timeout
      *              (argument 2, seconds, default 600) without
      *              being retired, the claiming worker is taken to
      *              have died and the request is reclaimed and
      *              answered afresh. A worker restarted under the
      *              same ID picks its own open claims straight up.
      *              The claim log, like the queue, is cleared in
      *              the nightly reset.
      *
      *              A JURISDICTION environment value points the
      *              service at that county's partition. A requester
      *              department must then carry the jurisdiction in
      *              its Data\NAMEADDR.Requesters.dat scope
      *              (JURAUTH), or its requests are rejected and the
      *              refusal logged. A partition has no promoted
      *              generations, so while an updater holds the lock
      *              the service holds the queue rather than answer
      *              from the home files' generation.
      *
      *              Shutdown: creating the file
      *              Data\NAMEADDR.Service.Stop.dat makes every
      *              worker finish the request in hand, close
      *              NAMADDIX and exit cleanly, so nightly BLDFILES
      *              can take the file exclusively. The operator
      *              removes the stop file, once every worker has
      *              stopped, before the next morning's start.
      *
      *              Changes: a request line 'U ' followed by a
      *              NAMADDTX change image - the record as it should
      *              read, carrying the NA-UPDATE-COUNT the requester
      *              last saw - is checked at once against the
      *              rules BLDFILES's SUB-9150 applies (key, entity
      *              type, name, ZIP formats) and against the live
      *              record's version stamp. The answer line reads
      *              ACCEPTED-QUEUED, the change appended to
      *              Data\NAMEADDR.Daytime.Tx.dat for the next
      *              NAMADDDAY apply under source system 'SVC' with
      *              the requester department as operator (register
      *              SVC in Data\NAMEADDR.SourceRegistry.dat), or
      *              REJECTED with the reason. A partition service
      *              takes no changes - the daytime batch applies to
      *              the home files. A change to a TAXID holding an
      *              identity protection PIN carries the PIN in
      *              columns 363-368 of the request line; IDPIN
      *              checks and logs it, and a missing or wrong PIN
      *              is REJECTED.
      *
      *              Heartbeat: each worker rewrites
      *              Data\NAMEADDR.Heartbeat.NAMADDSVC-<worker>.dat
      *              (HEARTBT) on every poll and as it starts each
      *              request, naming the request in hand. A clean
      *              stop leaves a stopped beat; a worker that ends
      *              in error does not, so the NAMADDWDG watchdog
      *              restarts it.
      *
      * Date        Version  Description
      * ----        -------  -----------
      *                      releases the live file and stays on
      *                      the generation until the signal file
      *                      is removed
      * 2026-09-14  0.9      Resolve the JURISDICTION environment
      *                      value to that partition's live file and
      *                      reject (and log through JURAUTH) a
      *                      request from a department whose
      *                      Requesters.dat scope does not carry the
      *                      jurisdiction. A partition service holds
      *                      the queue while the lock is busy
      *                      instead of falling back to a generation
      * 2026-09-14  1.0      The 'A' verb replays the TAXID's images
      *                      from the audit index (AUDIDX), rolled-
      *                      over archives included, instead of
      *                      scanning Audit.dat from the top; the
      *                      scan remains when no index is on disk.
      *                      The index is closed after each answer
      *                      so the nightly writers are never kept
      *                      out of it
      * 2026-09-14  1.1      Concurrent workers on one queue: worker
      *                      ID argument, requests claimed by rename
      *                      and logged to SvcClaims.dat, stale
      *                      claims of a dead worker reclaimed after
      *                      the claim timeout, usage lines carry the
      *                      worker ID, and the stop file is checked
      *                      between requests so every worker drains
      * 2026-09-14  1.2      Heartbeat through HEARTBT on every poll
      *                      and request, for the NAMADDWDG watchdog
      * 2026-09-14  1.3      'U' change verb: validated and version-
      *                      checked on the spot, answered ACCEPTED-
      *                      QUEUED or REJECTED with the reason, and
      *                      queued to Daytime.Tx.dat for NAMADDDAY;
      *                      usage lines carry the change count
      * 2026-09-14  1.4      'U' change to a TAXID holding an identity
      *                      protection PIN is rejected unless the
      *                      request line carries the PIN (IDPIN)
      *================================================================*

       IDENTIFICATION DIVISION.
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-QU-FILE-STATUS.

           SELECT SVCREQ           ASSIGN TO W-CLAIM-PATH
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-RQ-FILE-STATUS.

           SELECT SVCUSAGE         ASSIGN "Data\NAMEADDR.SvcUsage.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-US-FILE-STATUS.

           SELECT SVCCLAIM         ASSIGN "Data\NAMEADDR.SvcClaims.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-CL-FILE-STATUS.

           SELECT DAYTX            ASSIGN
                                   "Data\NAMEADDR.Daytime.Tx.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-DT-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FD  SVCREQ.

       01  SVCREQ-REC              PIC X(368).

       FD  NAMADDAU.

           05  US-LOOKUPS          PIC 9(07).
           05  FILLER              PIC X(01).
           05  US-FOUND            PIC 9(07).
           05  FILLER              PIC X(01).
           05  US-WORKER           PIC X(04).
           05  FILLER              PIC X(01).
           05  US-CHANGE-CNT       PIC 9(05).

       FD  SVCCLAIM.

       01  SVCCLAIM-REC.
           05  CL-TIMESTAMP        PIC X(14).
           05  FILLER              PIC X(01).
           05  CL-QUEUE-LINE       PIC 9(09).
           05  FILLER              PIC X(01).
           05  CL-ACTION           PIC X(01).
               88  CL-CLAIMED                      VALUE 'C'.
               88  CL-RECLAIMED                    VALUE 'R'.
               88  CL-RETIRED                      VALUE 'D'.
           05  FILLER              PIC X(01).
           05  CL-WORKER           PIC X(04).
           05  FILLER              PIC X(01).
           05  CL-REQ-PATH         PIC X(80).

       FD  SVCRES.

               88  RS-NOT-FOUND                    VALUE 'NOT FOUND'.
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  RS-RECORD           PIC X(333).

       01  SVCRES-CHG-REC.
           05  RC-KEY-VALUE        PIC X(35).
           05  FILLER              PIC X(01).
           05  RC-OUTCOME          PIC X(15).
               88  RC-ACCEPTED                     VALUE
                                                   'ACCEPTED-QUEUED'.
               88  RC-REJECTED                     VALUE 'REJECTED'.
           05  FILLER              PIC X(01).
           05  RC-REASON           PIC X(60).

       FD  DAYTX.

       01  DAYTX-REC.              COPY NAMADDTX.
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-NAMADDIX-PATH         PIC X(60)       VALUE
           'Data\NAMEADDR.Idx.dat'.
       01  W-LIVE-PATH             PIC X(60)       VALUE
           'Data\NAMEADDR.Idx.dat'.
       01  W-JURISDICTION-CODE     PIC X(03)       VALUE SPACES.

       01  W-SERVING-SW            PIC X(01)       VALUE 'L'.
           88  W-SERVING-LIVE                      VALUE 'L'.
           88  W-SERVING-GENERATION                VALUE 'G'.
           88  W-SERVING-HELD                      VALUE 'H'.

       01  W-SERVING-GEN           PIC 9(04)       VALUE 0.

           88  W-VERB-AS-OF                        VALUE 'A'.
           88  W-VERB-HOUSEHOLD                    VALUE 'H'.
           88  W-VERB-PREFS                        VALUE 'P'.
           88  W-VERB-CHANGE                       VALUE 'U'.

       01  W-REQ-TAXID             PIC X(12).
       01  W-REQ-AS-OF-DATE        PIC X(08).

       01  W-ASF-IMAGE.            COPY NAMEADDR.

      **** A 'U' line's change image and what became of it.

       01  W-CHG-TX.               COPY NAMADDTX.

       01  W-CHG-REASON            PIC X(60).
       01  W-CHG-VERSION           PIC 9(05).
       01  W-CHANGES-QUEUED        PIC 9(09)  COMP VALUE 0.
       01  W-CHANGES-REJECTED      PIC 9(09)  COMP VALUE 0.

       01  W-DT-FILE-STATUS        PIC X(02).
           88  W-DT-FILE-STATUS-GOOD               VALUE '00'.

       01  W-ZIP-VALID-SW          PIC X(01)       VALUE 'Y'.
           88  W-ZIP-CODE-VALID                    VALUE 'Y'.
           88  W-ZIP-CODE-INVALID                  VALUE 'N'.

       01  W-ZIP-CHECK-STATE       PIC X(10).
       01  W-ZIP-CHECK-ZIP         PIC X(10).

       01  W-ZIP-COUNTRY-SW        PIC X(02)       VALUE 'US'.
           88  W-ZIP-COUNTRY-US                    VALUE 'US'.
           88  W-ZIP-COUNTRY-CANADA                VALUE 'CA'.

       01  W-AI-CONTROL.
           COPY AUDIDXL.

       01  W-HH-KEY                PIC 9(09).
       01  W-HH-HITS               PIC 9(03)  COMP.

           88  W-DEPT-REGISTERED                   VALUE 'Y'.
           88  W-DEPT-UNREGISTERED                 VALUE 'N'.

       01  W-DEPT-SCOPE-SW         PIC X(01)       VALUE 'Y'.
           88  W-DEPT-IN-SCOPE                     VALUE 'Y'.
           88  W-DEPT-OUT-OF-SCOPE                 VALUE 'N'.

       01  W-REG-COUNT             PIC 9(03)  COMP VALUE 0.
       01  W-REG-MAX               PIC 9(03)  COMP VALUE 100.

       01  W-RQ-AS-OF-CNT          PIC 9(05)  COMP VALUE 0.
       01  W-RQ-HOUSEHOLD-CNT      PIC 9(05)  COMP VALUE 0.
       01  W-RQ-PREFS-CNT          PIC 9(05)  COMP VALUE 0.
       01  W-RQ-CHANGE-CNT         PIC 9(05)  COMP VALUE 0.
       01  W-RQ-LOOKUPS            PIC 9(07)  COMP VALUE 0.
       01  W-RQ-FOUND              PIC 9(07)  COMP VALUE 0.
       01  W-FOUND-BEFORE          PIC 9(09)  COMP VALUE 0.
           88  W-RR-EOF                            VALUE 'Y'.
       01  W-RES-PATH              PIC X(84).
       01  W-DONE-PATH             PIC X(84).
       01  W-CLAIM-PATH            PIC X(90).
       01  W-OLD-CLAIM-PATH        PIC X(90).
       01  W-PROBE-PATH            PIC X(90).
       01  W-QUEUE-ENTRY           PIC X(80).

       01  W-EXISTS-SW             PIC X(01).
           88  W-FILE-EXISTS                       VALUE 'Y'.
           88  W-FILE-ABSENT                       VALUE 'N'.

      **** Worker identity and the age at which another worker's
      **** unretired claim is taken as abandoned.

       01  W-WORKER-ID             PIC X(04)       VALUE '1'.
       01  W-CLAIM-TIMEOUT         PIC 9(05)  COMP VALUE 600.
       01  W-ARG-TIMEOUT           PIC X(05).

       01  W-CLAIM-SW              PIC X(01).
           88  W-CLAIM-WON                         VALUE 'Y'.
           88  W-CLAIM-SETTLED                     VALUE 'N'.
           88  W-CLAIM-ELSEWHERE                   VALUE 'W'.

       01  W-CL-ACTION             PIC X(01).
       01  W-ENTRY-LINE            PIC 9(09)  COMP.
       01  W-REQUESTS-RECLAIMED    PIC 9(09)  COMP VALUE 0.

       01  W-CL-FILE-STATUS        PIC X(02).
           88  W-CL-FILE-STATUS-GOOD               VALUE '00'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-CL-EOF                            VALUE 'Y'.
           88  W-CL-NOT-EOF                        VALUE 'N'.

      **** Queue entries this worker found claimed by another (or
      **** not yet on disk), watched until retired or reclaimed.

       01  W-WCH-COUNT             PIC 9(03)  COMP VALUE 0.
       01  W-WCH-MAX               PIC 9(03)  COMP VALUE 200.

       01  W-WCH-TABLE.
           05  W-WCH-ENTRY                         OCCURS 200
                                                   INDEXED W-WCH-IX.
               10  W-WCH-STATE     PIC X(01).
                   88  W-WCH-WATCHING              VALUE 'W'.
                   88  W-WCH-FREE                  VALUE 'F'.
               10  W-WCH-LINE      PIC 9(09)  COMP.
               10  W-WCH-QUEUE-REC PIC X(80).
               10  W-WCH-REQ-PATH  PIC X(80).
               10  W-WCH-SEEN-SECS PIC 9(11)  COMP.
               10  W-WCH-CLAIMANT  PIC X(04).
               10  W-WCH-CLAIM-SECS
                                   PIC 9(11)  COMP.
               10  W-WCH-LAST-ACTION
                                   PIC X(01).

       01  W-NOW-SECS              PIC 9(11)  COMP.
       01  W-STAMP-SECS            PIC 9(11)  COMP.

       01  W-STAMP.
           05  W-STAMP-DATE        PIC 9(08).
           05  W-STAMP-HH          PIC 9(02).
           05  W-STAMP-MM          PIC 9(02).
           05  W-STAMP-SS          PIC 9(02).

       01  W-STOP-PATH             PIC X(60)       VALUE
           'Data\NAMEADDR.Service.Stop.dat'.
       01  W-LK-CONTROL.
           COPY LOCKMGRL.

       01  W-JU-CONTROL.
           COPY JURISDICL.

       01  W-JA-CONTROL.
           COPY JURAUTHL.

       01  W-IQ-CONTROL.
           COPY IDPINL.

       01  W-LOCK-HELD-SW          PIC X(01)       VALUE 'N'.
           88  W-LOCK-HELD                         VALUE 'Y'.

       01  W-JL-RQ-DISP            PIC 9(09).
       01  W-JL-LK-DISP            PIC 9(09).

       01  W-HB-CONTROL.
           COPY HEARTBTL.

       01  W-COMPILED-DATE.
           05  W-COMPILED-DATE-YYYY
                                   PIC X(04).
           CALL 'RUNID' USING W-RI-CONTROL
           DISPLAY 'Run ID: ' RI-RUN-ID

           PERFORM SUB-1100-WORKER-ARGUMENTS THRU SUB-1100-EXIT

           SET  MK-FUNC-INIT       TO TRUE
           MOVE 'NAMADDSVC'        TO MK-CALLER


           PERFORM SUB-1300-LOAD-REQUESTERS THRU SUB-1300-EXIT

           PERFORM SUB-1400-RESOLVE-JURISDICTION THRU SUB-1400-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           SET  LK-FUNC-ACQUIRE    TO TRUE
           SET  LK-TYPE-SHARED  TO TRUE

           SET  W-LOCK-HELD        TO TRUE
           SET  W-SERVING-LIVE     TO TRUE
           MOVE W-LIVE-PATH        TO W-NAMADDIX-PATH

           OPEN INPUT NAMADDIX

           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-WORKER-ARGUMENTS.
      *--------------------------

           DISPLAY 1               UPON ARGUMENT-NUMBER

           ACCEPT W-WORKER-ID      FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE '1'        TO W-WORKER-ID
           END-ACCEPT

           IF      W-WORKER-ID = SPACES
               MOVE '1'            TO W-WORKER-ID
           END-IF

           MOVE FUNCTION UPPER-CASE(W-WORKER-ID)
                                   TO W-WORKER-ID

           DISPLAY 2               UPON ARGUMENT-NUMBER

           ACCEPT W-ARG-TIMEOUT    FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES     TO W-ARG-TIMEOUT
           END-ACCEPT

           IF      W-ARG-TIMEOUT NOT = SPACES
               IF      FUNCTION TEST-NUMVAL(W-ARG-TIMEOUT) = 0
                   AND FUNCTION NUMVAL(W-ARG-TIMEOUT) > 0
                   COMPUTE W-CLAIM-TIMEOUT
                                   = FUNCTION NUMVAL(W-ARG-TIMEOUT)
               ELSE
                   DISPLAY W-ERROR-MSG
                           'Claim timeout not a number of seconds: '
                           W-ARG-TIMEOUT
                           ' - default used'
               END-IF
           END-IF

           DISPLAY 'Worker ID: '
                   W-WORKER-ID
                   '  claim timeout: '
                   W-CLAIM-TIMEOUT
                   ' seconds'
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1200-OPEN-GENERATION.
      *-------------------------

      **** Only the home files are promoted through generations. A
      **** partition service holds the queue until the lock frees
      **** rather than answer from another county's data.

           IF      W-JURISDICTION-CODE NOT = SPACES
               SET  W-SERVING-HELD TO TRUE
               DISPLAY 'No promoted generations for a jurisdiction '
                       'partition - requests held until the lock '
                       'frees'
               GO TO SUB-1200-EXIT
           END-IF

      **** The generation counter names the NEXT number to write;
      **** the newest pair promoted aside is one behind it.

           .
       SUB-1300-EXIT.
           EXIT.
      /
       SUB-1400-RESOLVE-JURISDICTION.
      *------------------------------

      **** A JURISDICTION environment value names which county's
      **** partition this service answers from; without one it
      **** serves the home files, as it always has.

           DISPLAY 'JURISDICTION'      UPON ENVIRONMENT-NAME
           ACCEPT W-JURISDICTION-CODE  FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES     TO W-JURISDICTION-CODE
           END-ACCEPT

           MOVE FUNCTION UPPER-CASE(W-JURISDICTION-CODE)
                                   TO W-JURISDICTION-CODE

           IF      W-JURISDICTION-CODE = SPACES
               GO TO SUB-1400-EXIT
           END-IF

           SET  JU-FUNC-RESOLVE    TO TRUE
           MOVE W-JURISDICTION-CODE
                                   TO JU-CODE

           CALL 'JURISDIC' USING W-JU-CONTROL

           IF      NOT JU-FOUND
               DISPLAY W-ERROR-MSG
                       'Jurisdiction code not configured: '
                       W-JURISDICTION-CODE
               MOVE 14             TO W-RETURN-CODE
               GO TO SUB-1400-EXIT
           END-IF

           MOVE JU-IDX-PATH        TO W-LIVE-PATH

           DISPLAY 'Jurisdiction: '
                   W-JURISDICTION-CODE
                   ' '
                   FUNCTION TRIM(JU-NAME)
           .
       SUB-1400-EXIT.
           EXIT.
      /
       SUB-2000-POLL-ONCE.
      *-------------------
               GO TO SUB-2000-EXIT
           END-IF

           MOVE SPACES             TO HB-ITEM
           SET  HB-STATE-RUNNING   TO TRUE
           PERFORM SUB-2900-HEARTBEAT THRU SUB-2900-EXIT

           IF      W-SERVING-GENERATION
               OR      W-SERVING-HELD
               PERFORM SUB-2080-TRY-SWITCH-TO-LIVE THRU SUB-2080-EXIT
           ELSE
               PERFORM SUB-2070-CYCLE-LIVE-LOCK THRU SUB-2070-EXIT
               GO TO SUB-2000-EXIT
           END-IF

           IF      W-SERVING-HELD
               CALL 'C$SLEEP' USING W-POLL-SECONDS
               GO TO SUB-2000-EXIT
           END-IF

           PERFORM SUB-2100-DRAIN-QUEUE THRU SUB-2100-EXIT

           IF      W-QUEUE-THIS-POLL = 0

           SET  W-LOCK-HELD        TO TRUE

           IF      NOT W-SERVING-HELD
               CLOSE NAMADDIX
           END-IF

           MOVE W-LIVE-PATH        TO W-NAMADDIX-PATH

           OPEN INPUT NAMADDIX


           PERFORM SUB-2200-TAKE-ONE-ENTRY THRU SUB-2200-EXIT
               UNTIL W-QU-EOF
               OR    W-SVC-STOPPING
               OR    W-RETURN-CODE NOT = 0

           CLOSE SVCQUEUE

           IF      W-WCH-COUNT > 0
               AND NOT W-SVC-STOPPING
               AND W-RETURN-CODE = 0
               PERFORM SUB-2600-REVIEW-CLAIMS THRU SUB-2600-EXIT
           END-IF
           .
       SUB-2100-EXIT.
           EXIT.
       SUB-2200-TAKE-ONE-ENTRY.
      *------------------------

      **** The stop file is looked for between requests, so a
      **** worker deep in a long queue still drains promptly.

           PERFORM SUB-2050-CHECK-STOP-FILE THRU SUB-2050-EXIT

           IF      W-SVC-STOPPING
               GO TO SUB-2200-EXIT
           END-IF

           READ SVCQUEUE
               AT END
                   SET  W-QU-EOF   TO TRUE
               GO TO SUB-2200-EXIT
           END-IF

           MOVE SVCQUEUE-REC       TO W-QUEUE-ENTRY
           MOVE W-QUEUE-SEEN       TO W-ENTRY-LINE

           PERFORM SUB-2210-PARSE-ENTRY THRU SUB-2210-EXIT

           PERFORM SUB-2270-CLAIM-ENTRY THRU SUB-2270-EXIT

           EVALUATE TRUE
               WHEN W-CLAIM-WON
                   PERFORM SUB-2280-SERVE-CLAIMED THRU SUB-2280-EXIT

               WHEN W-CLAIM-ELSEWHERE
                   PERFORM SUB-2275-WATCH-ENTRY THRU SUB-2275-EXIT
           END-EVALUATE
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2210-PARSE-ENTRY.
      *---------------------

      **** Department code, one space, then the path. A line with
      **** no code (the legacy form) runs as department spaces and
      **** is judged against the register like any other.

           IF      W-QUEUE-ENTRY(5 : 1) = SPACE
               AND W-QUEUE-ENTRY(1 : 4) NOT = SPACES
               AND W-QUEUE-ENTRY(6 : 1) NOT = SPACE
               MOVE W-QUEUE-ENTRY(1 : 4)
                                   TO W-REQ-DEPT
               MOVE W-QUEUE-ENTRY(6 : 75)
                                   TO W-REQ-PATH
           ELSE
               MOVE SPACES         TO W-REQ-DEPT
               MOVE W-QUEUE-ENTRY  TO W-REQ-PATH
           END-IF

           MOVE SPACES             TO W-RES-PATH
                                      W-DONE-PATH
                                      W-CLAIM-PATH

           STRING FUNCTION TRIM(W-REQ-PATH)
                                   DELIMITED BY SIZE
                  '.res'           DELIMITED BY SIZE
             INTO W-RES-PATH
           END-STRING

           STRING FUNCTION TRIM(W-REQ-PATH)
                                   DELIMITED BY SIZE
                  '.done'          DELIMITED BY SIZE
             INTO W-DONE-PATH
           END-STRING

           STRING FUNCTION TRIM(W-REQ-PATH)
                                   DELIMITED BY SIZE
                  '.'              DELIMITED BY SIZE
                  FUNCTION TRIM(W-WORKER-ID)
                                   DELIMITED BY SIZE
                  '.clm'           DELIMITED BY SIZE
             INTO W-CLAIM-PATH
           END-STRING
           .
       SUB-2210-EXIT.
           EXIT.
      /
       SUB-2250-JUDGE-REQUESTER.
       SUB-2250-EXIT.
           EXIT.
      /
       SUB-2260-JUDGE-SCOPE.
      *---------------------

      **** The home files are open to every registered department;
      **** a partition only to those scoped for it.

           SET  W-DEPT-IN-SCOPE    TO TRUE

           IF      W-JURISDICTION-CODE = SPACES
               GO TO SUB-2260-EXIT
           END-IF

           SET  JA-FUNC-CHECK      TO TRUE
           SET  JA-KIND-DEPARTMENT TO TRUE
           MOVE W-REQ-DEPT         TO JA-PRINCIPAL
           MOVE W-JURISDICTION-CODE
                                   TO JA-JUR-CODE
           SET  JA-ACCESS-SEE      TO TRUE
           MOVE 'NAMADDSVC'        TO JA-PROGRAM
           MOVE SPACES             TO JA-TAXID

           CALL 'JURAUTH' USING W-JA-CONTROL

           IF      JA-REFUSED
               SET  W-DEPT-OUT-OF-SCOPE
                                   TO TRUE
           END-IF
           .
       SUB-2260-EXIT.
           EXIT.
      /
       SUB-2270-CLAIM-ENTRY.
      *---------------------

           SET  W-CLAIM-SETTLED    TO TRUE

      **** Retired already - by another worker, or by this one
      **** before a restart.

           MOVE W-DONE-PATH        TO W-PROBE-PATH
           PERFORM SUB-9100-PROBE-FILE THRU SUB-9100-EXIT

           IF      W-FILE-EXISTS
               GO TO SUB-2270-EXIT
           END-IF

      **** The request still under its own name is unclaimed. A
      **** result file already on disk beside it means it was
      **** answered before a service restart - leave it alone.
      **** Otherwise the rename to this worker's claim name is the
      **** claim: only one worker's rename can succeed.

           MOVE W-REQ-PATH         TO W-PROBE-PATH
           PERFORM SUB-9100-PROBE-FILE THRU SUB-9100-EXIT

           IF      W-FILE-EXISTS
               MOVE W-RES-PATH     TO W-PROBE-PATH
               PERFORM SUB-9100-PROBE-FILE THRU SUB-9100-EXIT

               IF      W-FILE-EXISTS
                   DISPLAY 'Already answered: '
                           FUNCTION TRIM(W-REQ-PATH)
                   GO TO SUB-2270-EXIT
               END-IF

               CALL 'CBL_RENAME_FILE' USING W-REQ-PATH
                                            W-CLAIM-PATH

               IF      RETURN-CODE = 0
                   SET  W-CLAIM-WON
                                   TO TRUE
                   MOVE 'C'        TO W-CL-ACTION
                   PERFORM SUB-2290-LOG-CLAIM THRU SUB-2290-EXIT
                   GO TO SUB-2270-EXIT
               END-IF

               MOVE 0              TO RETURN-CODE
           END-IF

      **** Claimed by another worker (or not on disk yet) - the
      **** caller watches it until it is retired or its claim goes
      **** stale.

           SET  W-CLAIM-ELSEWHERE  TO TRUE
           .
       SUB-2270-EXIT.
           EXIT.
      /
       SUB-2275-WATCH-ENTRY.
      *---------------------

           SET  W-WCH-IX           TO 1

           PERFORM UNTIL W-WCH-IX > W-WCH-COUNT
                   OR    W-WCH-FREE(W-WCH-IX)
               SET  W-WCH-IX       UP BY 1
           END-PERFORM

           IF      W-WCH-IX > W-WCH-COUNT
               IF      W-WCH-COUNT >= W-WCH-MAX
                   DISPLAY W-ERROR-MSG
                           'Claim watch table full - not watching '
                           FUNCTION TRIM(W-REQ-PATH)
                   GO TO SUB-2275-EXIT
               END-IF

               ADD  1              TO W-WCH-COUNT
               SET  W-WCH-IX       TO W-WCH-COUNT
           END-IF

           PERFORM SUB-9250-NOW-SECONDS THRU SUB-9250-EXIT

           SET  W-WCH-WATCHING(W-WCH-IX)
                                   TO TRUE
           MOVE W-ENTRY-LINE       TO W-WCH-LINE(W-WCH-IX)
           MOVE W-QUEUE-ENTRY      TO W-WCH-QUEUE-REC(W-WCH-IX)
           MOVE W-REQ-PATH         TO W-WCH-REQ-PATH(W-WCH-IX)
           MOVE W-NOW-SECS         TO W-WCH-SEEN-SECS(W-WCH-IX)
           MOVE SPACES             TO W-WCH-CLAIMANT(W-WCH-IX)
                                      W-WCH-LAST-ACTION(W-WCH-IX)
           MOVE 0                  TO W-WCH-CLAIM-SECS(W-WCH-IX)
           .
       SUB-2275-EXIT.
           EXIT.
      /
       SUB-2280-SERVE-CLAIMED.
      *-----------------------

           MOVE W-REQ-PATH         TO HB-ITEM
           SET  HB-STATE-RUNNING   TO TRUE
           PERFORM SUB-2900-HEARTBEAT THRU SUB-2900-EXIT

           PERFORM SUB-2250-JUDGE-REQUESTER THRU SUB-2250-EXIT

           IF      W-DEPT-REGISTERED
               PERFORM SUB-2260-JUDGE-SCOPE THRU SUB-2260-EXIT
           END-IF

           PERFORM SUB-2300-SERVICE-ONE-REQUEST THRU SUB-2300-EXIT
           .
       SUB-2280-EXIT.
           EXIT.
      /
       SUB-2290-LOG-CLAIM.
      *-------------------

      **** Like the usage log, a claim-log problem never fails the
      **** request - the claim itself is the rename.

           OPEN EXTEND SVCCLAIM

           IF      NOT W-CL-FILE-STATUS-GOOD
               OPEN OUTPUT SVCCLAIM
           END-IF

           IF      NOT W-CL-FILE-STATUS-GOOD
               GO TO SUB-2290-EXIT
           END-IF

           MOVE SPACES             TO SVCCLAIM-REC
           MOVE FUNCTION CURRENT-DATE(1:14)
                                   TO CL-TIMESTAMP
           MOVE W-ENTRY-LINE       TO CL-QUEUE-LINE
           MOVE W-CL-ACTION        TO CL-ACTION
           MOVE W-WORKER-ID        TO CL-WORKER
           MOVE W-REQ-PATH         TO CL-REQ-PATH

           WRITE SVCCLAIM-REC

           CLOSE SVCCLAIM
           .
       SUB-2290-EXIT.
           EXIT.
      /
       SUB-2300-SERVICE-ONE-REQUEST.
      *-----------------------------

           IF      W-DEPT-UNREGISTERED
               OR      W-DEPT-OUT-OF-SCOPE
               PERFORM SUB-2350-REJECT-REQUEST THRU SUB-2350-EXIT
               GO TO SUB-2300-EXIT
           END-IF
                                      W-RQ-AS-OF-CNT
                                      W-RQ-HOUSEHOLD-CNT
                                      W-RQ-PREFS-CNT
                                      W-RQ-CHANGE-CNT
                                      W-RQ-LOOKUPS
                                      W-RQ-FOUND
           MOVE W-LOOKUPS-FOUND    TO W-FOUND-BEFORE

           IF      W-RS-FILE-STATUS-GOOD
               MOVE SPACES         TO W-HDR-LINE

               IF      W-DEPT-UNREGISTERED
                   STRING '*REJECTED - UNREGISTERED REQUESTER '
                                   DELIMITED BY SIZE
                          W-REQ-DEPT
                                   DELIMITED BY SIZE
                     INTO W-HDR-LINE
                   END-STRING
               ELSE
                   STRING '*REJECTED - REQUESTER '
                                   DELIMITED BY SIZE
                          W-REQ-DEPT
                                   DELIMITED BY SIZE
                          ' NOT SCOPED FOR JURISDICTION '
                                   DELIMITED BY SIZE
                          W-JURISDICTION-CODE
                                   DELIMITED BY SIZE
                     INTO W-HDR-LINE
                   END-STRING
               END-IF

               MOVE W-HDR-LINE     TO SVCRES-REC
               WRITE SVCRES-REC
                                      W-RQ-AS-OF-CNT
                                      W-RQ-HOUSEHOLD-CNT
                                      W-RQ-PREFS-CNT
                                      W-RQ-CHANGE-CNT
                                      W-RQ-LOOKUPS
                                      W-RQ-FOUND

           MOVE 'REJ'              TO US-RESULT
           PERFORM SUB-2360-WRITE-USAGE-LINE THRU SUB-2360-EXIT

           IF      W-DEPT-UNREGISTERED
               DISPLAY 'Rejected unregistered requester '
                       W-REQ-DEPT
                       ': '
                       FUNCTION TRIM(W-REQ-PATH)
           ELSE
               DISPLAY 'Rejected out-of-scope requester '
                       W-REQ-DEPT
                       ': '
                       FUNCTION TRIM(W-REQ-PATH)
           END-IF
           .
       SUB-2350-EXIT.
           EXIT.
           MOVE W-RQ-AS-OF-CNT     TO US-AS-OF-CNT
           MOVE W-RQ-HOUSEHOLD-CNT TO US-HOUSEHOLD-CNT
           MOVE W-RQ-PREFS-CNT     TO US-PREFS-CNT
           MOVE W-RQ-CHANGE-CNT    TO US-CHANGE-CNT
           MOVE W-RQ-LOOKUPS       TO US-LOOKUPS
           MOVE W-RQ-FOUND         TO US-FOUND
           MOVE W-WORKER-ID        TO US-WORKER

           WRITE SVCUSAGE-REC

      **** the new form; anything else reads as a legacy bare
      **** TAXID, which answers exactly as it always has.

           IF      (SVCREQ-REC(1 : 1) = 'C' OR 'A' OR 'H' OR 'P'
                                     OR 'U')
               AND SVCREQ-REC(2 : 1) = SPACE
               MOVE SVCREQ-REC(1 : 1)
                                   TO W-REQ-VERB
               WHEN W-VERB-PREFS
                   ADD  1          TO W-RQ-PREFS-CNT
                   PERFORM SUB-2450-ANSWER-PREFS THRU SUB-2450-EXIT

               WHEN W-VERB-CHANGE
                   ADD  1          TO W-RQ-CHANGE-CNT
                   PERFORM SUB-2460-ANSWER-CHANGE THRU SUB-2460-EXIT
           END-EVALUATE
           .
       SUB-2400-EXIT.
           SET  W-ASF-NOT-ON-FILE  TO TRUE
           SET  W-AU-NOT-EOF       TO TRUE

      **** The audit index hands back just this TAXID's images in
      **** the order they were written; with no index on disk the
      **** audit file is scanned from the top.

           SET  AI-FUNC-TRACE      TO TRUE
           MOVE W-REQ-TAXID        TO AI-TAXID

           CALL 'AUDIDX' USING W-AI-CONTROL

           IF      AI-RESPONSE-GOOD
               PERFORM SUB-2432-REPLAY-FROM-INDEX THRU SUB-2432-EXIT
           ELSE
               OPEN INPUT NAMADDAU

               IF      NOT W-AU-FILE-STATUS-GOOD
                   SET  RS-NOT-FOUND
                                   TO TRUE
                   MOVE '(no audit trail on disk)'
                                   TO RS-RECORD
                   WRITE SVCRES-REC
                   GO TO SUB-2430-EXIT
               END-IF

               PERFORM UNTIL W-AU-EOF
                   READ NAMADDAU
                       AT END
                           SET  W-AU-EOF
                                   TO TRUE
                   END-READ

                   IF      NOT W-AU-EOF
                       PERFORM SUB-2436-APPLY-AS-OF-IMAGE THRU
                               SUB-2436-EXIT
                   END-IF
               END-PERFORM

               CLOSE NAMADDAU
           END-IF

           IF      W-ASF-ON-FILE
               SET  RS-FOUND       TO TRUE
           .
       SUB-2430-EXIT.
           EXIT.
      /
       SUB-2432-REPLAY-FROM-INDEX.
      *---------------------------

           SET  AI-FUNC-NEXT       TO TRUE

           CALL 'AUDIDX' USING W-AI-CONTROL

           PERFORM UNTIL NOT AI-RESPONSE-GOOD
               MOVE AI-AUDIT-REC   TO NAMADDAU-REC

               PERFORM SUB-2436-APPLY-AS-OF-IMAGE THRU SUB-2436-EXIT

               CALL 'AUDIDX' USING W-AI-CONTROL
           END-PERFORM

           SET  AI-FUNC-CLOSE      TO TRUE

           CALL 'AUDIDX' USING W-AI-CONTROL
           .
       SUB-2432-EXIT.
           EXIT.
      /
       SUB-2436-APPLY-AS-OF-IMAGE.
      *---------------------------

           IF      NAMADDAU-REC = SPACES
               OR  AU-TIMESTAMP(1 : 8) > W-REQ-AS-OF-DATE
               GO TO SUB-2436-EXIT
           END-IF

           EVALUATE TRUE
               WHEN AU-TRANS-DELETE
                AND NA-TAXID IN AU-OLD-IMAGE = W-REQ-TAXID
                   SET  W-ASF-NOT-ON-FILE
                                   TO TRUE

               WHEN NA-TAXID IN AU-NEW-IMAGE = W-REQ-TAXID
                   SET  W-ASF-ON-FILE
                                   TO TRUE
                   MOVE AU-NEW-IMAGE
                                   TO W-ASF-IMAGE
           END-EVALUATE
           .
       SUB-2436-EXIT.
           EXIT.
      /
       SUB-2440-ANSWER-HOUSEHOLD.
      *--------------------------
           .
       SUB-2450-EXIT.
           EXIT.
      /
       SUB-2460-ANSWER-CHANGE.
      *-----------------------

           MOVE SVCREQ-REC(3 : LENGTH OF W-CHG-TX)
                                   TO W-CHG-TX
           MOVE SPACES             TO W-CHG-REASON

           PERFORM SUB-2462-VALIDATE-CHANGE THRU SUB-2462-EXIT

           IF      W-CHG-REASON = SPACES
               PERFORM SUB-2464-CHECK-VERSION THRU SUB-2464-EXIT
           END-IF

           IF      W-CHG-REASON = SPACES
               PERFORM SUB-2465-CHECK-IDENTITY-PIN THRU SUB-2465-EXIT
           END-IF

           IF      W-CHG-REASON = SPACES
               PERFORM SUB-2466-QUEUE-CHANGE THRU SUB-2466-EXIT
           END-IF

           MOVE SPACES             TO SVCRES-CHG-REC
           MOVE SVCREQ-REC         TO RC-KEY-VALUE

           IF      W-CHG-REASON = SPACES
               SET  RC-ACCEPTED    TO TRUE
               ADD  1              TO W-CHANGES-QUEUED
           ELSE
               SET  RC-REJECTED    TO TRUE
               MOVE W-CHG-REASON   TO RC-REASON
               ADD  1              TO W-CHANGES-REJECTED
           END-IF

           WRITE SVCRES-CHG-REC
           .
       SUB-2460-EXIT.
           EXIT.
      /
       SUB-2462-VALIDATE-CHANGE.
      *-------------------------

      **** The checks BLDFILES's SUB-9150 applies when the change
      **** reaches the apply, answered now instead of as tomorrow's
      **** reject. The box rule and the precedence rules depend on
      **** the source profile and are left to the apply.

           IF      W-JURISDICTION-CODE NOT = SPACES
               MOVE 'Changes are taken by the home service only'
                                   TO W-CHG-REASON
               GO TO SUB-2462-EXIT
           END-IF

           IF      NOT NA-TRANS-CHANGE IN W-CHG-TX
               MOVE 'Only change transactions (C) are taken'
                                   TO W-CHG-REASON
               GO TO SUB-2462-EXIT
           END-IF

           MOVE NA-STATE IN W-CHG-TX
                                   TO W-ZIP-CHECK-STATE
           MOVE NA-ZIP-CODE IN W-CHG-TX
                                   TO W-ZIP-CHECK-ZIP
           PERFORM SUB-9160-VALIDATE-ZIP-CODE THRU SUB-9160-EXIT

           EVALUATE TRUE
               WHEN NA-TAXID IN W-CHG-TX = SPACES
                   MOVE 'Blank NA-TAXID'
                                   TO W-CHG-REASON

               WHEN NA-TAXID IN W-CHG-TX NOT NUMERIC
                   MOVE 'Non-numeric NA-TAXID'
                                   TO W-CHG-REASON

               WHEN NOT NA-ENTITY-TYPE-VALID IN W-CHG-TX
                   MOVE 'Invalid NA-ENTITY-TYPE'
                                   TO W-CHG-REASON

               WHEN NA-ENTITY-NON-PERSON IN W-CHG-TX
                AND NA-BUSINESS-NAME IN W-CHG-TX = SPACES
                   MOVE 'Blank NA-BUSINESS-NAME'
                                   TO W-CHG-REASON

               WHEN NA-ENTITY-PERSON IN W-CHG-TX
                AND NA-LAST-NAME IN W-CHG-TX = SPACES
                   MOVE 'Blank NA-LAST-NAME'
                                   TO W-CHG-REASON

               WHEN W-ZIP-CODE-INVALID
                   MOVE 'Invalid NA-ZIP-CODE format'
                                   TO W-CHG-REASON

               WHEN NA-UPDATE-COUNT IN W-CHG-TX NOT NUMERIC
                   MOVE 'NA-UPDATE-COUNT missing - look it up first'
                                   TO W-CHG-REASON
           END-EVALUATE

           IF      W-CHG-REASON NOT = SPACES
               OR  NA-M-ZIP-CODE IN W-CHG-TX = SPACES
               GO TO SUB-2462-EXIT
           END-IF

           MOVE NA-M-STATE IN W-CHG-TX
                                   TO W-ZIP-CHECK-STATE
           MOVE NA-M-ZIP-CODE IN W-CHG-TX
                                   TO W-ZIP-CHECK-ZIP
           PERFORM SUB-9160-VALIDATE-ZIP-CODE THRU SUB-9160-EXIT

           IF      W-ZIP-CODE-INVALID
               MOVE 'Invalid NA-M-ZIP-CODE format'
                                   TO W-CHG-REASON
           END-IF
           .
       SUB-2462-EXIT.
           EXIT.
      /
       SUB-2464-CHECK-VERSION.
      *-----------------------

      **** The requester must have seen the record as it stands -
      **** the same mid-air collision the apply checks for, caught
      **** while the requester still has the change in front of
      **** them.

           MOVE NA-TAXID IN W-CHG-TX
                                   TO NA-TAXID IN NAMADDIX-REC

           SET  W-NOT-INVALID-KEY  TO TRUE

           READ NAMADDIX
               KEY NA-TAXID IN NAMADDIX-REC
               INVALID KEY
                   SET  W-INVALID-KEY
                                   TO TRUE
           END-READ

           IF      W-INVALID-KEY
               MOVE 'NA-TAXID not on file'
                                   TO W-CHG-REASON
               GO TO SUB-2464-EXIT
           END-IF

           IF      NA-UPDATE-COUNT IN NAMADDIX-REC NUMERIC
               MOVE NA-UPDATE-COUNT IN NAMADDIX-REC
                                   TO W-CHG-VERSION
           ELSE
               MOVE 0              TO W-CHG-VERSION
           END-IF

      **** A promoted generation may lag the live file: a count
      **** newer than the generation's is left for the apply to
      **** judge, an older one is stale either way.

           IF      NA-UPDATE-COUNT IN W-CHG-TX = W-CHG-VERSION
               GO TO SUB-2464-EXIT
           END-IF

           IF      W-SERVING-GENERATION
               AND NA-UPDATE-COUNT IN W-CHG-TX > W-CHG-VERSION
               GO TO SUB-2464-EXIT
           END-IF

           MOVE 'Record version mismatch - re-pull and re-key'
                                   TO W-CHG-REASON
           .
       SUB-2464-EXIT.
           EXIT.
      /
       SUB-2465-CHECK-IDENTITY-PIN.
      *----------------------------

      **** A confirmed identity-theft victim's record changes only
      **** on the PIN, whoever the requester is. The verify reloads
      **** the PIN file, so a PIN issued since start-up counts; each
      **** attempt is logged, and repeated refusals raise an alert.

           SET  IQ-FUNC-VERIFY     TO TRUE
           MOVE NA-TAXID IN W-CHG-TX
                                   TO IQ-TAXID
           MOVE SVCREQ-REC(363 : 6)
                                   TO IQ-PIN-GIVEN
           MOVE 'SVC'              TO IQ-CHANNEL
           MOVE W-REQ-DEPT         TO IQ-OPERATOR-ID
           MOVE 'NAMADDSVC'        TO IQ-PROGRAM-NAME
           MOVE RI-RUN-ID          TO IQ-RUN-ID
           CALL 'IDPIN' USING W-IQ-CONTROL

           MOVE SPACES             TO IQ-PIN-GIVEN

           IF      IQ-RESULT-REFUSED
               MOVE 'Identity PIN required or incorrect'
                                   TO W-CHG-REASON
           END-IF
           .
       SUB-2465-EXIT.
           EXIT.
      /
       SUB-2466-QUEUE-CHANGE.
      *----------------------

      **** Appended, never overwritten - NAMADDDAY renames the batch
      **** aside when it applies it. Opened per change, as the usage
      **** log is, so the hourly rename never finds it held.

           OPEN EXTEND DAYTX

           IF      NOT W-DT-FILE-STATUS-GOOD
               OPEN OUTPUT DAYTX
           END-IF

           IF      NOT W-DT-FILE-STATUS-GOOD
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-DT-FILE-STATUS
                       ' opening the daytime transaction batch'
               MOVE 'Change queue unavailable - resubmit later'
                                   TO W-CHG-REASON
               GO TO SUB-2466-EXIT
           END-IF

           MOVE W-CHG-TX           TO DAYTX-REC
           MOVE 'SVC'              TO NA-SOURCE-SYSTEM IN DAYTX-REC
           MOVE W-REQ-DEPT         TO NA-OPERATOR-ID IN DAYTX-REC
           MOVE FUNCTION CURRENT-DATE(1:14)
                                   TO NA-ENTRY-TIMESTAMP
                                       IN DAYTX-REC

           WRITE DAYTX-REC

           IF      NOT W-DT-FILE-STATUS-GOOD
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-DT-FILE-STATUS
                       ' writing the daytime transaction batch'
               MOVE 'Change queue unavailable - resubmit later'
                                   TO W-CHG-REASON
           END-IF

           CLOSE DAYTX
           .
       SUB-2466-EXIT.
           EXIT.
      /
       SUB-2500-RETIRE-REQUEST.
      *------------------------

           CALL 'CBL_RENAME_FILE' USING W-CLAIM-PATH
                                        W-DONE-PATH

           IF      RETURN-CODE NOT = 0
                       ' - return code '
                       RETURN-CODE
               MOVE 0              TO RETURN-CODE
               GO TO SUB-2500-EXIT
           END-IF

           MOVE 'D'                TO W-CL-ACTION
           PERFORM SUB-2290-LOG-CLAIM THRU SUB-2290-EXIT
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2600-REVIEW-CLAIMS.
      *-----------------------

      **** The claim log names the worker holding each watched
      **** request and when it took it; the last line for an
      **** entry is its current state.

           PERFORM SUB-9250-NOW-SECONDS THRU SUB-9250-EXIT

           PERFORM SUB-2610-READ-CLAIM-LOG THRU SUB-2610-EXIT

           PERFORM SUB-2650-REVIEW-ONE-ENTRY THRU SUB-2650-EXIT
               VARYING W-WCH-IX FROM 1 BY 1
               UNTIL W-WCH-IX > W-WCH-COUNT
               OR    W-SVC-STOPPING
               OR    W-RETURN-CODE NOT = 0
           .
       SUB-2600-EXIT.
           EXIT.
      /
       SUB-2610-READ-CLAIM-LOG.
      *------------------------

           OPEN INPUT SVCCLAIM

           IF      NOT W-CL-FILE-STATUS-GOOD
               GO TO SUB-2610-EXIT
           END-IF

           SET  W-CL-NOT-EOF       TO TRUE

           PERFORM UNTIL W-CL-EOF
               READ SVCCLAIM
                   AT END
                       SET  W-CL-EOF
                                   TO TRUE
               END-READ

               IF      NOT W-CL-EOF
                   AND CL-QUEUE-LINE NUMERIC
                   PERFORM VARYING W-WCH-IX FROM 1 BY 1
                           UNTIL W-WCH-IX > W-WCH-COUNT
                       IF      W-WCH-WATCHING(W-WCH-IX)
                           AND W-WCH-LINE(W-WCH-IX) = CL-QUEUE-LINE
                           AND W-WCH-REQ-PATH(W-WCH-IX)
                                   = CL-REQ-PATH
                           MOVE CL-WORKER
                                   TO W-WCH-CLAIMANT(W-WCH-IX)
                           MOVE CL-ACTION
                                   TO W-WCH-LAST-ACTION(W-WCH-IX)
                           MOVE CL-TIMESTAMP
                                   TO W-STAMP
                           PERFORM SUB-9200-STAMP-SECONDS THRU
                                   SUB-9200-EXIT
                           MOVE W-STAMP-SECS
                                   TO W-WCH-CLAIM-SECS(W-WCH-IX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

           CLOSE SVCCLAIM
           .
       SUB-2610-EXIT.
           EXIT.
      /
       SUB-2650-REVIEW-ONE-ENTRY.
      *--------------------------

           IF      NOT W-WCH-WATCHING(W-WCH-IX)
               GO TO SUB-2650-EXIT
           END-IF

           MOVE W-WCH-QUEUE-REC(W-WCH-IX)
                                   TO W-QUEUE-ENTRY
           MOVE W-WCH-LINE(W-WCH-IX)
                                   TO W-ENTRY-LINE

           PERFORM SUB-2210-PARSE-ENTRY THRU SUB-2210-EXIT

      **** Retired - the watch is over.

           MOVE W-DONE-PATH        TO W-PROBE-PATH
           PERFORM SUB-9100-PROBE-FILE THRU SUB-9100-EXIT

           IF      W-FILE-EXISTS
               OR  W-WCH-LAST-ACTION(W-WCH-IX) = 'D'
               SET  W-WCH-FREE(W-WCH-IX)
                                   TO TRUE
               GO TO SUB-2650-EXIT
           END-IF

      **** No claim logged: the request may only now have reached
      **** the disk, or another worker's claim is not logged yet.
      **** One still missing after the timeout is given up on.

           IF      W-WCH-CLAIMANT(W-WCH-IX) = SPACES
               PERFORM SUB-2270-CLAIM-ENTRY THRU SUB-2270-EXIT

               IF      W-CLAIM-WON
                   SET  W-WCH-FREE(W-WCH-IX)
                                   TO TRUE
                   ADD  1          TO W-QUEUE-THIS-POLL
                   PERFORM SUB-2280-SERVE-CLAIMED THRU SUB-2280-EXIT
                   GO TO SUB-2650-EXIT
               END-IF

               IF      W-CLAIM-SETTLED
                   SET  W-WCH-FREE(W-WCH-IX)
                                   TO TRUE
                   GO TO SUB-2650-EXIT
               END-IF

               IF      W-NOW-SECS - W-WCH-SEEN-SECS(W-WCH-IX)
                                   >= W-CLAIM-TIMEOUT
                   DISPLAY W-ERROR-MSG
                           'Request not found on disk, no longer '
                           'watched: '
                           FUNCTION TRIM(W-REQ-PATH)
                   SET  W-WCH-FREE(W-WCH-IX)
                                   TO TRUE
               END-IF

               GO TO SUB-2650-EXIT
           END-IF

      **** This worker's own claim from before a restart is picked
      **** straight up - nobody else is answering it.

           IF      W-WCH-CLAIMANT(W-WCH-IX) = W-WORKER-ID
               SET  W-WCH-FREE(W-WCH-IX)
                                   TO TRUE
               MOVE 'R'            TO W-CL-ACTION
               PERFORM SUB-2290-LOG-CLAIM THRU SUB-2290-EXIT
               ADD  1              TO W-REQUESTS-RECLAIMED
               ADD  1              TO W-QUEUE-THIS-POLL
               DISPLAY 'Resuming own claim: '
                       FUNCTION TRIM(W-REQ-PATH)
               PERFORM SUB-2280-SERVE-CLAIMED THRU SUB-2280-EXIT
               GO TO SUB-2650-EXIT
           END-IF

           IF      W-NOW-SECS - W-WCH-CLAIM-SECS(W-WCH-IX)
                                   < W-CLAIM-TIMEOUT
               GO TO SUB-2650-EXIT
           END-IF

      **** Stale: the claiming worker is taken to have died. The
      **** rename from its claim name to ours is again the claim -
      **** if another worker got there first, the log shows it at
      **** the next review.

           MOVE SPACES             TO W-OLD-CLAIM-PATH
           STRING FUNCTION TRIM(W-REQ-PATH)
                                   DELIMITED BY SIZE
                  '.'              DELIMITED BY SIZE
                  FUNCTION TRIM(W-WCH-CLAIMANT(W-WCH-IX))
                                   DELIMITED BY SIZE
                  '.clm'           DELIMITED BY SIZE
             INTO W-OLD-CLAIM-PATH
           END-STRING

           CALL 'CBL_RENAME_FILE' USING W-OLD-CLAIM-PATH
                                        W-CLAIM-PATH

           IF      RETURN-CODE NOT = 0
               MOVE 0              TO RETURN-CODE
               MOVE W-NOW-SECS     TO W-WCH-CLAIM-SECS(W-WCH-IX)
               GO TO SUB-2650-EXIT
           END-IF

           SET  W-WCH-FREE(W-WCH-IX)
                                   TO TRUE
           MOVE 'R'                TO W-CL-ACTION
           PERFORM SUB-2290-LOG-CLAIM THRU SUB-2290-EXIT
           ADD  1                  TO W-REQUESTS-RECLAIMED
           ADD  1                  TO W-QUEUE-THIS-POLL

           DISPLAY 'Reclaimed from worker '
                   W-WCH-CLAIMANT(W-WCH-IX)
                   ': '
                   FUNCTION TRIM(W-REQ-PATH)

           PERFORM SUB-2280-SERVE-CLAIMED THRU SUB-2280-EXIT
           .
       SUB-2650-EXIT.
           EXIT.
      /
       SUB-2900-HEARTBEAT.
      *-------------------

           MOVE SPACES             TO HB-PROCESS-ID
           STRING 'NAMADDSVC-'     DELIMITED BY SIZE
                  W-WORKER-ID      DELIMITED BY SPACE
             INTO HB-PROCESS-ID
           END-STRING

           MOVE 'NAMADDSVC'        TO HB-PROGRAM-NAME
           MOVE RI-RUN-ID          TO HB-RUN-ID

           MOVE SPACES             TO HB-COUNTS
           MOVE W-REQUESTS-DONE    TO W-JL-RQ-DISP
           MOVE W-LOOKUPS-DONE     TO W-JL-LK-DISP

           STRING 'Requests:'      DELIMITED BY SIZE
                  W-JL-RQ-DISP     DELIMITED BY SIZE
                  ' Lookups:'      DELIMITED BY SIZE
                  W-JL-LK-DISP     DELIMITED BY SIZE
             INTO HB-COUNTS
           END-STRING

           CALL 'HEARTBT' USING W-HB-CONTROL

           IF      HB-RESPONSE-FILE-ERROR
               DISPLAY W-ERROR-MSG
                       'Unable to write the heartbeat file'
           END-IF
           .
       SUB-2900-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           PERFORM SUB-9990-RELEASE-LOCK THRU SUB-9990-EXIT

           IF      NOT W-SERVING-HELD
               CLOSE NAMADDIX
           END-IF

           MOVE W-REQUESTS-DONE    TO W-DISP-NUM
           DISPLAY 'Requests answered: '
           DISPLAY 'Requests rejected: '
                   W-DISP-NUM

           MOVE W-REQUESTS-RECLAIMED
                                   TO W-DISP-NUM
           DISPLAY 'Requests reclaimed:'
                   W-DISP-NUM

           MOVE W-CHANGES-QUEUED   TO W-DISP-NUM
           DISPLAY 'Changes queued:    '
                   W-DISP-NUM

           MOVE W-CHANGES-REJECTED TO W-DISP-NUM
           DISPLAY 'Changes rejected:  '
                   W-DISP-NUM

           DISPLAY 'Worker ' W-WORKER-ID ' stopped'

      **** Only a clean stop says so in the heartbeat - a worker
      **** ending in error is left looking stale, to be restarted.

           IF      W-RETURN-CODE = 0
               MOVE SPACES         TO HB-ITEM
               SET  HB-STATE-STOPPED
                                   TO TRUE
               PERFORM SUB-2900-HEARTBEAT THRU SUB-2900-EXIT
           END-IF

           MOVE SPACES             TO JL-KEY-COUNTS
           MOVE W-REQUESTS-DONE    TO W-JL-RQ-DISP
           MOVE W-LOOKUPS-DONE     TO W-JL-LK-DISP
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-9100-PROBE-FILE.
      *--------------------

           SET  W-FILE-ABSENT      TO TRUE

           CALL 'CBL_OPEN_FILE' USING W-PROBE-PATH
                                      1 *> INPUT
                                      0 *> DENY NONE
                                      0 *> FUTURE USE
                                      W-CHECK-HANDLE

           IF      RETURN-CODE = 0
               CALL 'CBL_CLOSE_FILE' USING W-CHECK-HANDLE
               SET  W-FILE-EXISTS  TO TRUE
           END-IF

           MOVE 0                  TO RETURN-CODE
           .
       SUB-9100-EXIT.
           EXIT.
      /
       SUB-9200-STAMP-SECONDS.
      *-----------------------

      **** YYYYMMDDHHMMSS to seconds since the calendar's day one,
      **** enough to compare two stamps across midnight.

           MOVE 0                  TO W-STAMP-SECS

           IF      W-STAMP NOT NUMERIC
               OR  W-STAMP-DATE < 16010101
               GO TO SUB-9200-EXIT
           END-IF

           COMPUTE W-STAMP-SECS    = FUNCTION
                                     INTEGER-OF-DATE(W-STAMP-DATE)
                                   * 86400
                                   + W-STAMP-HH * 3600
                                   + W-STAMP-MM * 60
                                   + W-STAMP-SS
           .
       SUB-9200-EXIT.
           EXIT.
      /
       SUB-9250-NOW-SECONDS.
      *---------------------

           MOVE FUNCTION CURRENT-DATE(1:14)
                                   TO W-STAMP

           PERFORM SUB-9200-STAMP-SECONDS THRU SUB-9200-EXIT

           MOVE W-STAMP-SECS       TO W-NOW-SECS
           .
       SUB-9250-EXIT.
           EXIT.
      /
       SUB-9160-VALIDATE-ZIP-CODE.
      *---------------------------

      **** Same state-selected pattern check BLDFILES applies to an
      **** incoming record: a Canadian province selects the postal-
      **** code pattern, anything else the US ZIP pattern. Blank is
      **** allowed here as it is there.

           SET  W-ZIP-CODE-VALID   TO TRUE

           IF      W-ZIP-CHECK-ZIP = SPACES
               GO TO SUB-9160-EXIT
           END-IF

           EVALUATE W-ZIP-CHECK-STATE
               WHEN 'AB' WHEN 'BC' WHEN 'MB' WHEN 'NB' WHEN 'NL'
               WHEN 'NS' WHEN 'NT' WHEN 'NU' WHEN 'ON' WHEN 'PE'
               WHEN 'QC' WHEN 'SK' WHEN 'YT'
                   SET  W-ZIP-COUNTRY-CANADA
                                   TO TRUE
               WHEN OTHER
                   SET  W-ZIP-COUNTRY-US
                                   TO TRUE
           END-EVALUATE

           IF      W-ZIP-COUNTRY-US
               PERFORM SUB-9162-VALIDATE-US-ZIP THRU SUB-9162-EXIT
           ELSE
               PERFORM SUB-9164-VALIDATE-CA-ZIP THRU SUB-9164-EXIT
           END-IF
           .
       SUB-9160-EXIT.
           EXIT.
      /
       SUB-9162-VALIDATE-US-ZIP.
      *-------------------------

           IF      W-ZIP-CHECK-ZIP(1:5) NOT NUMERIC
               SET  W-ZIP-CODE-INVALID
                                   TO TRUE
               GO TO SUB-9162-EXIT
           END-IF

           IF      W-ZIP-CHECK-ZIP(6:5) = SPACES
               GO TO SUB-9162-EXIT
           END-IF

           IF      W-ZIP-CHECK-ZIP(6:1) NOT = '-'
               OR   W-ZIP-CHECK-ZIP(7:4) NOT NUMERIC
               SET  W-ZIP-CODE-INVALID
                                   TO TRUE
           END-IF
           .
       SUB-9162-EXIT.
           EXIT.
      /
       SUB-9164-VALIDATE-CA-ZIP.
      *-------------------------

           IF      W-ZIP-CHECK-ZIP(4:1) = SPACE
               IF      W-ZIP-CHECK-ZIP(1:1) NOT ALPHABETIC
                   OR   W-ZIP-CHECK-ZIP(2:1) NOT NUMERIC
                   OR   W-ZIP-CHECK-ZIP(3:1) NOT ALPHABETIC
                   OR   W-ZIP-CHECK-ZIP(5:1) NOT NUMERIC
                   OR   W-ZIP-CHECK-ZIP(6:1) NOT ALPHABETIC
                   OR   W-ZIP-CHECK-ZIP(7:1) NOT NUMERIC
                   OR   W-ZIP-CHECK-ZIP(8:3) NOT = SPACES
                   SET  W-ZIP-CODE-INVALID
                                   TO TRUE
               END-IF
           ELSE
               IF      W-ZIP-CHECK-ZIP(1:1) NOT ALPHABETIC
                   OR   W-ZIP-CHECK-ZIP(2:1) NOT NUMERIC
                   OR   W-ZIP-CHECK-ZIP(3:1) NOT ALPHABETIC
                   OR   W-ZIP-CHECK-ZIP(4:1) NOT NUMERIC
                   OR   W-ZIP-CHECK-ZIP(5:1) NOT ALPHABETIC
                   OR   W-ZIP-CHECK-ZIP(6:1) NOT NUMERIC
                   OR   W-ZIP-CHECK-ZIP(7:3) NOT = SPACES
                   SET  W-ZIP-CODE-INVALID
                                   TO TRUE
               END-IF
           END-IF
           .
       SUB-9164-EXIT.
           EXIT.
      /
       SUB-9990-RELEASE-LOCK.
      *----------------------
