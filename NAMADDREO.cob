      *========================== NAMADDREO ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Reorganization utility for NAMADDIX - the
      *              indexed counterpart of RELCOMP. Years of
      *              BLDFILES maintenance deletes, NAMADDARC
      *              archiving and NAMADDMGA merges leave the file
      *              far larger on disk than its record count
      *              justifies and its alternate-key paths slow;
      *              rebuilding it from a key-order unload puts
      *              every record and every index entry back in
      *              order.
      *
      *              The run, in order:
      *
      *                  1. measures the live file - data and index
      *                     sizes, and a timed full read along the
      *                     primary key and each of the three
      *                     alternate keys (NA-LAST-NAME, NA-STATE,
      *                     NA-ZIP-CODE);
      *
      *                  2. unloads NAMADDIX in key order to
      *                     Data\NAMEADDR.Idx.Unload.dat, hashing
      *                     every record with the fold NAMADDBAS
      *                     seals - a live file that has moved off
      *                     the last seal is not reorganized;
      *
      *                  3. rebuilds the unload into the staging
      *                     index with all three alternate keys and
      *                     copies the live NAMADDRL to the staging
      *                     relative path, since NAMADDPRO promotes
      *                     the pair;
      *
      *                  4. re-hashes both staging files against the
      *                     last NAMADDBAS seal - the record counts
      *                     and content hashes must match exactly -
      *                     and measures the staging index the same
      *                     way as the live one, every key path
      *                     having to deliver the full record count;
      *
      *                  5. promotes the staging pair through
      *                     NAMADDPRO (argument 1 V stops after the
      *                     verification, leaving staging for a
      *                     manual promote);
      *
      *                  6. writes the before/after report
      *                     Data\NAMEADDR.Reorg.Rpt.dat.
      *
      *              A shared lock is held from the first
      *              measurement to the promotion, so no updater can
      *              move the live pair while it is being copied; it
      *              is released for NAMADDPRO, which takes the
      *              exclusive lock for the renames. Run it in the
      *              batch window after NAMADDBAS has sealed.
      *
      *              Return codes: 5 file error, 8 no baseline or a
      *              count/hash mismatch, 9 file busy, 12 promotion
      *              failed, 16 the staging index could not be
      *              written.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 NAMADDREO.

       ENVIRONMENT DIVISION.
      *=====================

       CONFIGURATION SECTION.
      *----------------------

       SOURCE-COMPUTER.
           IBM-Z15.
      *    IBM-Z15 DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
      *---------------------

       FILE-CONTROL.
           SELECT NAMADDIX         ASSIGN TO W-NAMADDIX-PATH
                                   ORGANIZATION INDEXED
                                   ACCESS DYNAMIC
                                   RECORD KEY NA-TAXID
                                                   IN NAMADDIX-REC
                                   ALTERNATE KEY NA-LAST-NAME
                                                   IN NAMADDIX-REC
                                       WITH DUPLICATES
                                   ALTERNATE KEY NA-STATE
                                                   IN NAMADDIX-REC
                                       WITH DUPLICATES
                                   ALTERNATE KEY NA-ZIP-CODE
                                                   IN NAMADDIX-REC
                                       WITH DUPLICATES
                                   FILE STATUS W-IX-FILE-STATUS.

           SELECT NAMADDST         ASSIGN TO W-STAGE-IDX-PATH
                                   ORGANIZATION INDEXED
                                   ACCESS SEQUENTIAL
                                   RECORD KEY NA-TAXID
                                                   IN NAMADDST-REC
                                   ALTERNATE KEY NA-LAST-NAME
                                                   IN NAMADDST-REC
                                       WITH DUPLICATES
                                   ALTERNATE KEY NA-STATE
                                                   IN NAMADDST-REC
                                       WITH DUPLICATES
                                   ALTERNATE KEY NA-ZIP-CODE
                                                   IN NAMADDST-REC
                                       WITH DUPLICATES
                                   FILE STATUS W-ST-FILE-STATUS.

           SELECT NAMADDRL         ASSIGN TO W-STAGE-REL-PATH
                                   ORGANIZATION RELATIVE
                                   ACCESS SEQUENTIAL
                                   RELATIVE KEY W-NAMADDRL-KEY
                                   FILE STATUS W-RL-FILE-STATUS.

           SELECT UNLOAD           ASSIGN
                                   "Data\NAMEADDR.Idx.Unload.dat"
                                   ORGANIZATION SEQUENTIAL
                                   FILE STATUS W-UL-FILE-STATUS.

           SELECT BASELINE         ASSIGN "Data\NAMEADDR.Baseline.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-BS-FILE-STATUS.

           SELECT REORGRPT         ASSIGN "Data\NAMEADDR.Reorg.Rpt.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-RP-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  NAMADDIX.

       01  NAMADDIX-REC.           COPY NAMEADDR.

       FD  NAMADDST.

       01  NAMADDST-REC.           COPY NAMEADDR.

       FD  NAMADDRL.

       01  NAMADDRL-REC.           COPY NAMEADDR.

       FD  UNLOAD.

       01  UNLOAD-REC.             COPY NAMEADDR.

       FD  BASELINE.

       01  BASELINE-REC.
           05  BS-DATE             PIC X(08).
           05  FILLER              PIC X(01).
           05  BS-TIME             PIC X(06).
           05  FILLER              PIC X(01).
           05  BS-RUN-ID           PIC 9(08).
           05  FILLER              PIC X(01).
           05  BS-IDX-RECS         PIC 9(09).
           05  FILLER              PIC X(01).
           05  BS-IDX-HASH         PIC 9(09).
           05  FILLER              PIC X(01).
           05  BS-RL-RECS          PIC 9(09).
           05  FILLER              PIC X(01).
           05  BS-RL-HASH          PIC 9(09).
           05  FILLER              PIC X(01).
           05  BS-CHAIN            PIC 9(09).

       FD  REORGRPT.

       01  REORGRPT-REC            PIC X(100).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-RETURN-CODE           PIC S9(04) COMP VALUE 0.
       01  W-NAMADDRL-KEY          PIC 9(09)  COMP VALUE 0.

       01  W-MODE-ARG              PIC X(01)       VALUE SPACE.
       01  W-MODE-SW               PIC X(01)       VALUE 'P'.
           88  W-MODE-PROMOTE                      VALUE 'P'.
           88  W-MODE-VERIFY-ONLY                  VALUE 'V'.

      **** The paths NAMADDPRO renames between - they are fixed
      **** there, so they are fixed here too.

       01  W-NAMADDIX-PATH         PIC X(60).
       01  W-LIVE-IDX-PATH         PIC X(60)       VALUE
           'Data\NAMEADDR.Idx.dat'.
       01  W-LIVE-IDX-INDEX-PATH   PIC X(60)       VALUE
           'Data\NAMEADDR.Idx.idx'.
       01  W-LIVE-REL-PATH         PIC X(60)       VALUE
           'Data\NAMEADDR.Rel.dat'.
       01  W-STAGE-IDX-PATH        PIC X(60)       VALUE
           'Data\NAMEADDR.Idx.Staging.dat'.
       01  W-STAGE-IDX-INDEX-PATH  PIC X(60)       VALUE
           'Data\NAMEADDR.Idx.Staging.idx'.
       01  W-STAGE-REL-PATH        PIC X(60)       VALUE
           'Data\NAMEADDR.Rel.Staging.dat'.

       01  W-TODAY-DATE            PIC X(08).
       01  W-COMMAND-LINE          PIC X(80).
       01  W-STEP-RETURN-CODE      PIC S9(09) COMP VALUE 0.

      **** The AUDCHAIN fold NAMADDBAS seals with: hash =
      **** mod(hash * 31 + byte-sum + record-number, 999999937).

       01  W-HASH-MODULUS          PIC 9(09)  COMP VALUE 999999937.

       01  W-CUR-HASH              PIC 9(09)  COMP VALUE 0.
       01  W-CUR-RECS              PIC 9(09)  COMP VALUE 0.

       01  W-BYTE-SUM              PIC 9(12)  COMP.
       01  W-CHAIN-WORK            PIC 9(18)  COMP.
       01  W-CHAR-POS              PIC S9(09) COMP.

       01  W-CHAR-BIN              PIC S9(04) COMP.
       01  FILLER REDEFINES W-CHAR-BIN.
           05  FILLER              PIC X(01).
           05  W-CHAR-BIN-2        PIC X(01).

       01  W-HASH-BUFFER.
           05  W-HB-CHAR           PIC X(01)       OCCURS 333.

      **** The last seal on the NAMADDBAS ledger, and what this run
      **** counted and hashed at each stage.

       01  W-BASE-FOUND-SW         PIC X(01)       VALUE 'N'.
           88  W-BASE-FOUND                        VALUE 'Y'.
       01  W-BASE-DATE             PIC X(08)       VALUE SPACES.
       01  W-BASE-IDX-RECS         PIC 9(09)  COMP VALUE 0.
       01  W-BASE-IDX-HASH         PIC 9(09)  COMP VALUE 0.
       01  W-BASE-RL-RECS          PIC 9(09)  COMP VALUE 0.
       01  W-BASE-RL-HASH          PIC 9(09)  COMP VALUE 0.

       01  W-UNLOAD-RECS           PIC 9(09)  COMP VALUE 0.
       01  W-UNLOAD-HASH           PIC 9(09)  COMP VALUE 0.
       01  W-LOADED-RECS           PIC 9(09)  COMP VALUE 0.
       01  W-STAGE-IDX-RECS        PIC 9(09)  COMP VALUE 0.
       01  W-STAGE-IDX-HASH        PIC 9(09)  COMP VALUE 0.
       01  W-STAGE-RL-RECS         PIC 9(09)  COMP VALUE 0.
       01  W-STAGE-RL-HASH         PIC 9(09)  COMP VALUE 0.

       01  W-MISMATCH-COUNT        PIC 9(02)  COMP VALUE 0.

       01  W-PROMOTED-SW           PIC X(01)       VALUE 'N'.
           88  W-PROMOTED                          VALUE 'Y'.

      **** Before (1) and after (2) statistics: file sizes, and for
      **** each key path (1 NA-TAXID, 2 NA-LAST-NAME, 3 NA-STATE,
      **** 4 NA-ZIP-CODE) the records a full read delivered and the
      **** hundredths of a second it took.

       01  W-STATS-TABLE.
           05  W-STATS             OCCURS 2.
               10  W-ST-MEASURED-SW
                                   PIC X(01).
                   88  W-ST-MEASURED               VALUE 'Y'.
               10  W-ST-DATA-BYTES PIC 9(15)  COMP.
               10  W-ST-INDEX-BYTES
                                   PIC 9(15)  COMP.
               10  W-ST-PATH       OCCURS 4.
                   15  W-ST-PATH-RECS
                                   PIC 9(09)  COMP.
                   15  W-ST-PATH-HSECS
                                   PIC 9(09)  COMP.

       01  W-STAT-IX               PIC S9(04) COMP.
       01  W-PATH-IX               PIC S9(04) COMP.
       01  W-PATH-RECS             PIC 9(09)  COMP.

       01  W-PATH-NAMES.
           05  FILLER              PIC X(12)       VALUE 'NA-TAXID'.
           05  FILLER              PIC X(12)       VALUE 'NA-LAST-NAME'.
           05  FILLER              PIC X(12)       VALUE 'NA-STATE'.
           05  FILLER              PIC X(12)       VALUE 'NA-ZIP-CODE'.
       01  FILLER REDEFINES W-PATH-NAMES.
           05  W-PATH-NAME         PIC X(12)       OCCURS 4.

       01  W-MEASURE-DATA-PATH     PIC X(60).
       01  W-MEASURE-INDEX-PATH    PIC X(60).
       01  W-SIZE-PATH             PIC X(60).
       01  W-SIZE-BYTES            PIC 9(15)  COMP.

       01  W-FILE-INFO.
           05  W-FI-SIZE           PIC X(08)  COMP-X.
           05  W-FI-STAMP          PIC X(08).

       01  W-CLOCK-TIME.
           05  W-CLOCK-HH          PIC 9(02).
           05  W-CLOCK-MM          PIC 9(02).
           05  W-CLOCK-SS          PIC 9(02).
           05  W-CLOCK-HS          PIC 9(02).

       01  W-START-HSECS           PIC S9(09) COMP VALUE 0.
       01  W-END-HSECS             PIC S9(09) COMP VALUE 0.
       01  W-ELAPSED-HSECS         PIC S9(09) COMP VALUE 0.

      **** Byte copy of the live relative file to staging - the
      **** NAMADDPRO seeding copy.

       01  W-CP-SRC-PATH           PIC X(60).
       01  W-CP-DST-PATH           PIC X(60).
       01  W-CP-SRC-HANDLE         PIC X(04)  COMP-X.
       01  W-CP-DST-HANDLE         PIC X(04)  COMP-X.
       01  W-CP-OFFSET             PIC X(08)  COMP-X VALUE 0.
       01  W-CP-CHUNK              PIC X(04)  COMP-X VALUE 4096.
       01  W-CP-FLAG               PIC X(01)  COMP-X VALUE 0.
       01  W-CP-BUFFER             PIC X(4096).
       01  W-CP-REMAIN             PIC X(08)  COMP-X VALUE 0.

       01  W-REPORT-LINE           PIC X(100).

       01  W-STAT-LINE.
           05  W-SL-LABEL          PIC X(30).
           05  W-SL-BEFORE         PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(03)       VALUE SPACES.
           05  W-SL-AFTER          PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(03)       VALUE SPACES.
           05  W-SL-CHANGE         PIC -ZZZ,ZZZ,ZZZ,ZZ9.

       01  W-HEADING-LINE.
           05  FILLER              PIC X(39)       VALUE SPACES.
           05  FILLER              PIC X(06)       VALUE 'Before'.
           05  FILLER              PIC X(13)       VALUE SPACES.
           05  FILLER              PIC X(05)       VALUE 'After'.
           05  FILLER              PIC X(13)       VALUE SPACES.
           05  FILLER              PIC X(06)       VALUE 'Change'.

       01  W-TIME-LINE.
           05  W-TL-LABEL          PIC X(31).
           05  W-TL-BEFORE         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(04)       VALUE SPACES.
           05  W-TL-AFTER          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(04)       VALUE SPACES.
           05  W-TL-CHANGE         PIC -ZZZ,ZZZ,ZZ9.99.

       01  W-STAT-BEFORE           PIC S9(15) COMP.
       01  W-STAT-AFTER            PIC S9(15) COMP.
       01  W-SECS-BEFORE           PIC S9(09)V99 COMP.
       01  W-SECS-AFTER            PIC S9(09)V99 COMP.

       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.
       01  W-DISP-SECS             PIC ZZZ,ZZ9.99.
       01  W-DISP-HASH             PIC 9(09).
       01  W-DISP-HASH-2           PIC 9(09).
       01  W-LOG-RECS              PIC 9(09).
       01  W-LOG-BYTES             PIC 9(15).

       01  W-IX-EOF-SW             PIC X(01)       VALUE 'N'.
           88  W-IX-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-UL-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-RL-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-BS-EOF                            VALUE 'Y'.

       01  W-IX-FILE-STATUS        PIC X(02).
           88  W-IX-FILE-STATUS-GOOD               VALUE '00' '02'.

       01  W-ST-FILE-STATUS        PIC X(02).
           88  W-ST-FILE-STATUS-GOOD               VALUE '00' '02'.

       01  W-RL-FILE-STATUS        PIC X(02).
           88  W-RL-FILE-STATUS-GOOD               VALUE '00'.

       01  W-UL-FILE-STATUS        PIC X(02).
           88  W-UL-FILE-STATUS-GOOD               VALUE '00'.

       01  W-BS-FILE-STATUS        PIC X(02).
           88  W-BS-FILE-STATUS-GOOD               VALUE '00'.

       01  W-RP-FILE-STATUS        PIC X(02).
           88  W-RP-FILE-STATUS-GOOD               VALUE '00'.

       01  W-ERROR-MSG             PIC X(22)       VALUE
           '**** NAMADDREO error: '.

       01  W-FS-CONTROL.
           COPY FILESTATL.

       01  W-JL-CONTROL.
           COPY JOBLOGL.

       01  W-RI-CONTROL.
           COPY RUNIDL.

       01  W-LK-CONTROL.
           COPY LOCKMGRL.

       01  W-LOCK-HELD-SW          PIC X(01)       VALUE 'N'.
           88  W-LOCK-HELD                         VALUE 'Y'.

       01  W-COMPILED-DATE.
           05  W-COMPILED-DATE-YYYY
                                   PIC X(04).
           05  W-COMPILED-DATE-MM  PIC X(02).
           05  W-COMPILED-DATE-DD  PIC X(02).
           05  W-COMPILED-TIME-HH  PIC X(02).
           05  W-COMPILED-TIME-MM  PIC X(02).
           05  W-COMPILED-TIME-SS  PIC X(02).
           05  FILLER              PIC X(07).
      /
       PROCEDURE DIVISION.
      *===================

       MAIN.
      *-----

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           IF      W-RETURN-CODE = 0
               MOVE 1              TO W-STAT-IX
               MOVE W-LIVE-IDX-PATH
                                   TO W-MEASURE-DATA-PATH
               MOVE W-LIVE-IDX-INDEX-PATH
                                   TO W-MEASURE-INDEX-PATH
               PERFORM SUB-3000-MEASURE THRU SUB-3000-EXIT
           END-IF

           IF      W-RETURN-CODE = 0
               PERFORM SUB-4000-UNLOAD THRU SUB-4000-EXIT
           END-IF

           IF      W-RETURN-CODE = 0
               PERFORM SUB-5000-REBUILD THRU SUB-5000-EXIT
           END-IF

           IF      W-RETURN-CODE = 0
               PERFORM SUB-5500-COPY-RELATIVE THRU SUB-5500-EXIT
           END-IF

           IF      W-RETURN-CODE = 0
               PERFORM SUB-6000-VERIFY-STAGING THRU SUB-6000-EXIT
           END-IF

           IF      W-RETURN-CODE = 0
               MOVE 2              TO W-STAT-IX
               MOVE W-STAGE-IDX-PATH
                                   TO W-MEASURE-DATA-PATH
               MOVE W-STAGE-IDX-INDEX-PATH
                                   TO W-MEASURE-INDEX-PATH
               PERFORM SUB-3000-MEASURE THRU SUB-3000-EXIT
           END-IF

           IF      W-RETURN-CODE = 0
               PERFORM SUB-6500-CHECK-KEY-PATHS THRU SUB-6500-EXIT
           END-IF

           PERFORM SUB-9990-RELEASE-LOCK THRU SUB-9990-EXIT

           IF      W-RETURN-CODE = 0
           AND     W-MODE-PROMOTE
               PERFORM SUB-7000-PROMOTE THRU SUB-7000-EXIT
           END-IF

           PERFORM SUB-8000-WRITE-REPORT THRU SUB-8000-EXIT

           PERFORM SUB-9000-SHUT-DOWN THRU SUB-9000-EXIT
           .
       MAIN-EXIT.
           MOVE W-RETURN-CODE      TO RETURN-CODE
           STOP RUN.
      /
       SUB-1000-START-UP.
      *------------------

           MOVE FUNCTION WHEN-COMPILED
                                   TO W-COMPILED-DATE

           DISPLAY 'NAMADDREO compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           SET  RI-FUNC-NEXT       TO TRUE
           CALL 'RUNID' USING W-RI-CONTROL
           DISPLAY 'Run ID: ' RI-RUN-ID

           MOVE FUNCTION CURRENT-DATE(1:8)
                                   TO W-TODAY-DATE

           INITIALIZE W-STATS-TABLE

           DISPLAY 1               UPON ARGUMENT-NUMBER

           ACCEPT W-MODE-ARG       FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACE      TO W-MODE-ARG
           END-ACCEPT

           EVALUATE FUNCTION UPPER-CASE(W-MODE-ARG)
               WHEN 'P'
               WHEN SPACE
                   SET  W-MODE-PROMOTE
                                   TO TRUE
                   DISPLAY 'Mode: reorganize and promote'
               WHEN 'V'
                   SET  W-MODE-VERIFY-ONLY
                                   TO TRUE
                   DISPLAY 'Mode: reorganize to staging and verify '
                           'only'
               WHEN OTHER
                   DISPLAY W-ERROR-MSG
                           'Argument 1 must be P (promote) or '
                           'V (verify only)'
                   MOVE 8          TO W-RETURN-CODE
                   GO TO SUB-1000-EXIT
           END-EVALUATE

           PERFORM SUB-2000-READ-BASELINE THRU SUB-2000-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

      **** The shared lock is the freeze: updaters wait, readers
      **** carry on, and the pair being copied cannot move.

           SET  LK-FUNC-ACQUIRE    TO TRUE
           SET  LK-TYPE-SHARED     TO TRUE
           MOVE 'NAMADDREO'        TO LK-PROGRAM-NAME
           MOVE RI-RUN-ID          TO LK-RUN-ID
           MOVE SPACES             TO LK-RANGE-LO
           MOVE SPACES             TO LK-RANGE-HI

           CALL 'LOCKMGR' USING W-LK-CONTROL

           IF      LK-RESPONSE-BUSY
               DISPLAY W-ERROR-MSG
                       'File busy - held by '
                       LK-HOLDER-PROGRAM
                       ' since '
                       LK-HOLDER-SINCE
               MOVE 9              TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           SET  W-LOCK-HELD        TO TRUE
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-2000-READ-BASELINE.
      *-----------------------

      **** Only the last seal matters here - NAMADDBAS V re-proves
      **** the ledger's chain, and the batch runs it ahead of this.

           OPEN INPUT BASELINE

           IF      W-BS-FILE-STATUS-GOOD
               PERFORM SUB-2100-READ-ONE-SEAL THRU SUB-2100-EXIT
                   UNTIL W-BS-EOF
               CLOSE BASELINE
           END-IF

           IF      NOT W-BASE-FOUND
               DISPLAY W-ERROR-MSG
                       'No NAMADDBAS baseline on file - seal one '
                       'before reorganizing'
               MOVE 8              TO W-RETURN-CODE
               GO TO SUB-2000-EXIT
           END-IF

           MOVE W-BASE-IDX-RECS    TO W-DISP-NUM
           DISPLAY 'Baseline of '
                   W-BASE-DATE
                   ': NAMADDIX '
                   W-DISP-NUM
                   ' records'
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-READ-ONE-SEAL.
      *-----------------------

           READ BASELINE
               AT END
                   SET  W-BS-EOF   TO TRUE
                   GO TO SUB-2100-EXIT
           END-READ

           SET  W-BASE-FOUND       TO TRUE
           MOVE BS-DATE            TO W-BASE-DATE
           MOVE BS-IDX-RECS        TO W-BASE-IDX-RECS
           MOVE BS-IDX-HASH        TO W-BASE-IDX-HASH
           MOVE BS-RL-RECS         TO W-BASE-RL-RECS
           MOVE BS-RL-HASH         TO W-BASE-RL-HASH
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-3000-MEASURE.
      *-----------------

      **** One set of statistics (W-STAT-IX) for the index file at
      **** W-MEASURE-DATA-PATH: its sizes on disk, then a timed
      **** full read along each key path.

           MOVE W-MEASURE-DATA-PATH
                                   TO W-SIZE-PATH
           PERFORM SUB-3200-FILE-SIZE THRU SUB-3200-EXIT
           MOVE W-SIZE-BYTES       TO W-ST-DATA-BYTES(W-STAT-IX)

           MOVE W-MEASURE-INDEX-PATH
                                   TO W-SIZE-PATH
           PERFORM SUB-3200-FILE-SIZE THRU SUB-3200-EXIT
           MOVE W-SIZE-BYTES       TO W-ST-INDEX-BYTES(W-STAT-IX)

           MOVE W-MEASURE-DATA-PATH
                                   TO W-NAMADDIX-PATH

           OPEN INPUT NAMADDIX

           IF      NOT W-IX-FILE-STATUS-GOOD
               MOVE W-IX-FILE-STATUS
                                   TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-IX-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening '
                       FUNCTION TRIM(W-NAMADDIX-PATH)
               MOVE 5              TO W-RETURN-CODE
               GO TO SUB-3000-EXIT
           END-IF

           PERFORM SUB-3100-TIME-ONE-PATH THRU SUB-3100-EXIT
               VARYING W-PATH-IX FROM 1 BY 1
               UNTIL W-PATH-IX > 4
               OR    W-RETURN-CODE NOT = 0

           CLOSE NAMADDIX

           IF      W-RETURN-CODE = 0
               SET  W-ST-MEASURED(W-STAT-IX)
                                   TO TRUE
           END-IF
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-TIME-ONE-PATH.
      *-----------------------

           MOVE 0                  TO W-PATH-RECS
           MOVE 'N'                TO W-IX-EOF-SW
           MOVE LOW-VALUES         TO NAMADDIX-REC

           PERFORM SUB-3300-GET-HSECS THRU SUB-3300-EXIT
           MOVE W-END-HSECS        TO W-START-HSECS

           EVALUATE W-PATH-IX
               WHEN 1
                   START NAMADDIX
                       KEY >= NA-TAXID     IN NAMADDIX-REC
                   END-START
               WHEN 2
                   START NAMADDIX
                       KEY >= NA-LAST-NAME IN NAMADDIX-REC
                   END-START
               WHEN 3
                   START NAMADDIX
                       KEY >= NA-STATE     IN NAMADDIX-REC
                   END-START
               WHEN OTHER
                   START NAMADDIX
                       KEY >= NA-ZIP-CODE  IN NAMADDIX-REC
                   END-START
           END-EVALUATE

      **** Status 23 on the START is an empty file - a zero count,
      **** not an error.

           IF      W-IX-FILE-STATUS = '23'
               SET  W-IX-EOF       TO TRUE
           ELSE
               IF      NOT W-IX-FILE-STATUS-GOOD
                   MOVE W-IX-FILE-STATUS
                                   TO FS-STATUS-CODE
                   CALL 'FILESTAT' USING W-FS-CONTROL
                   DISPLAY W-ERROR-MSG
                           'File status '
                           W-IX-FILE-STATUS
                           ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                           ' starting the '
                           FUNCTION TRIM(W-PATH-NAME(W-PATH-IX))
                           ' path'
                   MOVE 5          TO W-RETURN-CODE
                   GO TO SUB-3100-EXIT
               END-IF
           END-IF

           PERFORM SUB-3150-READ-ONE THRU SUB-3150-EXIT
               UNTIL W-IX-EOF
               OR    W-RETURN-CODE NOT = 0

           PERFORM SUB-3300-GET-HSECS THRU SUB-3300-EXIT
           COMPUTE W-ELAPSED-HSECS = W-END-HSECS
                                   - W-START-HSECS

           IF      W-ELAPSED-HSECS < 0
               ADD  8640000        TO W-ELAPSED-HSECS
           END-IF

           MOVE W-PATH-RECS        TO W-ST-PATH-RECS(W-STAT-IX,
                                                     W-PATH-IX)
           MOVE W-ELAPSED-HSECS    TO W-ST-PATH-HSECS(W-STAT-IX,
                                                      W-PATH-IX)

           MOVE W-PATH-RECS        TO W-DISP-NUM
           COMPUTE W-DISP-SECS     = W-ELAPSED-HSECS / 100
           DISPLAY FUNCTION TRIM(W-PATH-NAME(W-PATH-IX))
                   ' path: '
                   W-DISP-NUM
                   ' records in '
                   FUNCTION TRIM(W-DISP-SECS)
                   ' seconds'
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-3150-READ-ONE.
      *------------------

           READ NAMADDIX NEXT
               AT END
                   SET  W-IX-EOF   TO TRUE
                   GO TO SUB-3150-EXIT
           END-READ

           IF      NOT W-IX-FILE-STATUS-GOOD
               MOVE W-IX-FILE-STATUS
                                   TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-IX-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' reading the '
                       FUNCTION TRIM(W-PATH-NAME(W-PATH-IX))
                       ' path'
               MOVE 5              TO W-RETURN-CODE
               GO TO SUB-3150-EXIT
           END-IF

           ADD  1                  TO W-PATH-RECS
           .
       SUB-3150-EXIT.
           EXIT.
      /
       SUB-3200-FILE-SIZE.
      *-------------------

      **** A file that is not there (an index format keeping its
      **** index inside the data file) sizes as zero.

           MOVE 0                  TO W-SIZE-BYTES

           CALL 'CBL_CHECK_FILE_EXIST' USING W-SIZE-PATH
                                             W-FILE-INFO

           IF      RETURN-CODE = 0
               MOVE W-FI-SIZE      TO W-SIZE-BYTES
           END-IF

           MOVE 0                  TO RETURN-CODE
           .
       SUB-3200-EXIT.
           EXIT.
      /
       SUB-3300-GET-HSECS.
      *-------------------

           MOVE FUNCTION CURRENT-DATE(9 : 8)
                                   TO W-CLOCK-TIME
           COMPUTE W-END-HSECS     = W-CLOCK-HH * 360000
                                   + W-CLOCK-MM * 6000
                                   + W-CLOCK-SS * 100
                                   + W-CLOCK-HS
           .
       SUB-3300-EXIT.
           EXIT.
      /
       SUB-4000-UNLOAD.
      *----------------

           MOVE W-LIVE-IDX-PATH    TO W-NAMADDIX-PATH

           OPEN INPUT NAMADDIX

           IF      NOT W-IX-FILE-STATUS-GOOD
               MOVE W-IX-FILE-STATUS
                                   TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-IX-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDIX'
               MOVE 5              TO W-RETURN-CODE
               GO TO SUB-4000-EXIT
           END-IF

           OPEN OUTPUT UNLOAD

           IF      NOT W-UL-FILE-STATUS-GOOD
               MOVE W-UL-FILE-STATUS
                                   TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-UL-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening UNLOAD'
               CLOSE NAMADDIX
               MOVE 5              TO W-RETURN-CODE
               GO TO SUB-4000-EXIT
           END-IF

           MOVE 0                  TO W-CUR-HASH
                                      W-CUR-RECS
           MOVE 'N'                TO W-IX-EOF-SW

           PERFORM SUB-4100-UNLOAD-ONE THRU SUB-4100-EXIT
               UNTIL W-IX-EOF
               OR    W-RETURN-CODE NOT = 0

           CLOSE NAMADDIX
                 UNLOAD

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-4000-EXIT
           END-IF

           MOVE W-CUR-RECS         TO W-UNLOAD-RECS
           MOVE W-CUR-HASH         TO W-UNLOAD-HASH

           MOVE W-UNLOAD-RECS      TO W-DISP-NUM
           DISPLAY 'NAMADDIX records unloaded: ' W-DISP-NUM

      **** The unload must be the file the baseline sealed - a live
      **** file that moved since is a question for NAMADDBAS, not
      **** something to reorganize over.

           IF      W-UNLOAD-RECS NOT = W-BASE-IDX-RECS
           OR      W-UNLOAD-HASH NOT = W-BASE-IDX-HASH
               MOVE W-UNLOAD-HASH  TO W-DISP-HASH
               MOVE W-BASE-IDX-HASH
                                   TO W-DISP-HASH-2
               DISPLAY W-ERROR-MSG
                       'Live NAMADDIX (hash '
                       W-DISP-HASH
                       ') has moved off the '
                       W-BASE-DATE
                       ' baseline (hash '
                       W-DISP-HASH-2
                       ') - run NAMADDBAS V'
               ADD  1              TO W-MISMATCH-COUNT
               MOVE 8              TO W-RETURN-CODE
           END-IF
           .
       SUB-4000-EXIT.
           EXIT.
      /
       SUB-4100-UNLOAD-ONE.
      *--------------------

           READ NAMADDIX NEXT
               AT END
                   SET  W-IX-EOF   TO TRUE
                   GO TO SUB-4100-EXIT
           END-READ

           MOVE NAMADDIX-REC       TO W-HASH-BUFFER
           PERFORM SUB-6900-FOLD-BUFFER THRU SUB-6900-EXIT

           WRITE UNLOAD-REC        FROM NAMADDIX-REC

           IF      NOT W-UL-FILE-STATUS-GOOD
               MOVE W-UL-FILE-STATUS
                                   TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-UL-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing UNLOAD'
               MOVE 5              TO W-RETURN-CODE
           END-IF
           .
       SUB-4100-EXIT.
           EXIT.
      /
       SUB-5000-REBUILD.
      *-----------------

      **** The unload is in primary-key order, so the staging index
      **** is written in one ascending pass and its alternate
      **** indexes are built fresh alongside.

           OPEN INPUT UNLOAD

           IF      NOT W-UL-FILE-STATUS-GOOD
               MOVE W-UL-FILE-STATUS
                                   TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-UL-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening UNLOAD'
               MOVE 5              TO W-RETURN-CODE
               GO TO SUB-5000-EXIT
           END-IF

           OPEN OUTPUT NAMADDST

           IF      NOT W-ST-FILE-STATUS-GOOD
               MOVE W-ST-FILE-STATUS
                                   TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-ST-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening '
                       FUNCTION TRIM(W-STAGE-IDX-PATH)
               CLOSE UNLOAD
               MOVE 5              TO W-RETURN-CODE
               GO TO SUB-5000-EXIT
           END-IF

           PERFORM SUB-5100-LOAD-ONE THRU SUB-5100-EXIT
               UNTIL W-UL-EOF
               OR    W-RETURN-CODE NOT = 0

           CLOSE UNLOAD
                 NAMADDST

           MOVE W-LOADED-RECS      TO W-DISP-NUM
           DISPLAY 'Staging NAMADDIX records loaded: ' W-DISP-NUM
           .
       SUB-5000-EXIT.
           EXIT.
      /
       SUB-5100-LOAD-ONE.
      *------------------

           READ UNLOAD
               AT END
                   SET  W-UL-EOF   TO TRUE
                   GO TO SUB-5100-EXIT
           END-READ

           WRITE NAMADDST-REC      FROM UNLOAD-REC

           IF      NOT W-ST-FILE-STATUS-GOOD
               MOVE W-ST-FILE-STATUS
                                   TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-ST-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing TAXID '
                       NA-TAXID IN UNLOAD-REC
                       ' to the staging index'
               MOVE 16             TO W-RETURN-CODE
               GO TO SUB-5100-EXIT
           END-IF

           ADD  1                  TO W-LOADED-RECS
           .
       SUB-5100-EXIT.
           EXIT.
      /
       SUB-5500-COPY-RELATIVE.
      *-----------------------

      **** NAMADDPRO promotes the pair, so the staging relative
      **** file must be today's live one byte for byte - the last
      **** promote's seed copy may have been overtaken by the
      **** daytime micro-batches since.

           MOVE W-LIVE-REL-PATH    TO W-CP-SRC-PATH
           MOVE W-STAGE-REL-PATH   TO W-CP-DST-PATH

           CALL 'CBL_CHECK_FILE_EXIST' USING W-CP-SRC-PATH
                                             W-FILE-INFO

           IF      RETURN-CODE NOT = 0
               DISPLAY W-ERROR-MSG
                       'return code '
                       RETURN-CODE
                       ' sizing '
                       FUNCTION TRIM(W-CP-SRC-PATH)
               MOVE 0              TO RETURN-CODE
               MOVE 5              TO W-RETURN-CODE
               GO TO SUB-5500-EXIT
           END-IF

           MOVE W-FI-SIZE          TO W-CP-REMAIN

           CALL 'CBL_OPEN_FILE' USING W-CP-SRC-PATH
                                      1 *> INPUT
                                      0 *> DENY NONE
                                      0 *> FUTURE USE
                                      W-CP-SRC-HANDLE

           IF      RETURN-CODE NOT = 0
               DISPLAY W-ERROR-MSG
                       'return code '
                       RETURN-CODE
                       ' from CBL_OPEN_FILE on '
                       FUNCTION TRIM(W-CP-SRC-PATH)
               MOVE 0              TO RETURN-CODE
               MOVE 5              TO W-RETURN-CODE
               GO TO SUB-5500-EXIT
           END-IF

           CALL 'CBL_CREATE_FILE' USING W-CP-DST-PATH
                                        2 *> OUTPUT
                                        0 *> DENY NONE
                                        0 *> FIXED DISK DEVICE
                                        W-CP-DST-HANDLE

           IF      RETURN-CODE NOT = 0
               DISPLAY W-ERROR-MSG
                       'return code '
                       RETURN-CODE
                       ' from CBL_CREATE_FILE on '
                       FUNCTION TRIM(W-CP-DST-PATH)
               CALL 'CBL_CLOSE_FILE' USING W-CP-SRC-HANDLE
               MOVE 0              TO RETURN-CODE
               MOVE 5              TO W-RETURN-CODE
               GO TO SUB-5500-EXIT
           END-IF

           MOVE 0                  TO W-CP-OFFSET

           PERFORM SUB-5510-COPY-ONE-CHUNK THRU SUB-5510-EXIT
               UNTIL W-CP-REMAIN = 0
               OR    W-RETURN-CODE NOT = 0

           CALL 'CBL_CLOSE_FILE' USING W-CP-SRC-HANDLE
           CALL 'CBL_CLOSE_FILE' USING W-CP-DST-HANDLE
           MOVE 0                  TO RETURN-CODE

           IF      W-RETURN-CODE = 0
               DISPLAY 'Copied '
                       FUNCTION TRIM(W-CP-SRC-PATH)
                       ' to '
                       FUNCTION TRIM(W-CP-DST-PATH)
           END-IF
           .
       SUB-5500-EXIT.
           EXIT.
      /
       SUB-5510-COPY-ONE-CHUNK.
      *------------------------

           IF      W-CP-REMAIN > 4096
               MOVE 4096           TO W-CP-CHUNK
           ELSE
               MOVE W-CP-REMAIN    TO W-CP-CHUNK
           END-IF

           CALL 'CBL_READ_FILE' USING W-CP-SRC-HANDLE
                                      W-CP-OFFSET
                                      W-CP-CHUNK
                                      W-CP-FLAG
                                      W-CP-BUFFER

           IF      RETURN-CODE = 0
               CALL 'CBL_WRITE_FILE' USING W-CP-DST-HANDLE
                                          W-CP-OFFSET
                                          W-CP-CHUNK
                                          W-CP-FLAG
                                          W-CP-BUFFER
           END-IF

           IF      RETURN-CODE = 0
               ADD  W-CP-CHUNK     TO W-CP-OFFSET
               SUBTRACT W-CP-CHUNK FROM W-CP-REMAIN
           ELSE
               DISPLAY W-ERROR-MSG
                       'return code '
                       RETURN-CODE
                       ' copying the live relative file to staging'
               MOVE 0              TO RETURN-CODE
               MOVE 5              TO W-RETURN-CODE
           END-IF
           .
       SUB-5510-EXIT.
           EXIT.
      /
       SUB-6000-VERIFY-STAGING.
      *------------------------

      **** Both staging files are re-read the way NAMADDBAS reads
      **** them and must hash to the last seal - the pair promoted
      **** is provably the pair that was sealed.

           MOVE W-STAGE-IDX-PATH   TO W-NAMADDIX-PATH

           OPEN INPUT NAMADDIX

           IF      NOT W-IX-FILE-STATUS-GOOD
               MOVE W-IX-FILE-STATUS
                                   TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-IX-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening '
                       FUNCTION TRIM(W-NAMADDIX-PATH)
               MOVE 5              TO W-RETURN-CODE
               GO TO SUB-6000-EXIT
           END-IF

           MOVE 0                  TO W-CUR-HASH
                                      W-CUR-RECS
           MOVE 'N'                TO W-IX-EOF-SW

           PERFORM SUB-6100-HASH-ONE-IDX THRU SUB-6100-EXIT
               UNTIL W-IX-EOF

           CLOSE NAMADDIX

           MOVE W-CUR-RECS         TO W-STAGE-IDX-RECS
           MOVE W-CUR-HASH         TO W-STAGE-IDX-HASH

           OPEN INPUT NAMADDRL

           IF      NOT W-RL-FILE-STATUS-GOOD
               MOVE W-RL-FILE-STATUS
                                   TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-RL-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening '
                       FUNCTION TRIM(W-STAGE-REL-PATH)
               MOVE 5              TO W-RETURN-CODE
               GO TO SUB-6000-EXIT
           END-IF

           MOVE 0                  TO W-CUR-HASH
                                      W-CUR-RECS

           PERFORM SUB-6200-HASH-ONE-REL THRU SUB-6200-EXIT
               UNTIL W-RL-EOF

           CLOSE NAMADDRL

           MOVE W-CUR-RECS         TO W-STAGE-RL-RECS
           MOVE W-CUR-HASH         TO W-STAGE-RL-HASH

           IF      W-STAGE-IDX-RECS NOT = W-BASE-IDX-RECS
               ADD  1              TO W-MISMATCH-COUNT
               DISPLAY W-ERROR-MSG
                       'Staging NAMADDIX count differs from the '
                       'baseline'
           END-IF

           IF      W-STAGE-IDX-HASH NOT = W-BASE-IDX-HASH
               ADD  1              TO W-MISMATCH-COUNT
               DISPLAY W-ERROR-MSG
                       'Staging NAMADDIX content differs from the '
                       'baseline'
           END-IF

           IF      W-STAGE-RL-RECS  NOT = W-BASE-RL-RECS
               ADD  1              TO W-MISMATCH-COUNT
               DISPLAY W-ERROR-MSG
                       'Staging NAMADDRL count differs from the '
                       'baseline'
           END-IF

           IF      W-STAGE-RL-HASH  NOT = W-BASE-RL-HASH
               ADD  1              TO W-MISMATCH-COUNT
               DISPLAY W-ERROR-MSG
                       'Staging NAMADDRL content differs from the '
                       'baseline'
           END-IF

           IF      W-MISMATCH-COUNT > 0
               MOVE 8              TO W-RETURN-CODE
               DISPLAY W-ERROR-MSG
                       'Staging pair does not match the '
                       W-BASE-DATE
                       ' baseline - not promoted'
           ELSE
               DISPLAY 'Staging pair matches the '
                       W-BASE-DATE
                       ' baseline'
           END-IF
           .
       SUB-6000-EXIT.
           EXIT.
      /
       SUB-6100-HASH-ONE-IDX.
      *----------------------

           READ NAMADDIX NEXT
               AT END
                   SET  W-IX-EOF   TO TRUE
                   GO TO SUB-6100-EXIT
           END-READ

           MOVE NAMADDIX-REC       TO W-HASH-BUFFER
           PERFORM SUB-6900-FOLD-BUFFER THRU SUB-6900-EXIT
           .
       SUB-6100-EXIT.
           EXIT.
      /
       SUB-6200-HASH-ONE-REL.
      *----------------------

           READ NAMADDRL
               AT END
                   SET  W-RL-EOF   TO TRUE
                   GO TO SUB-6200-EXIT
           END-READ

           MOVE NAMADDRL-REC       TO W-HASH-BUFFER
           PERFORM SUB-6900-FOLD-BUFFER THRU SUB-6900-EXIT
           .
       SUB-6200-EXIT.
           EXIT.
      /
       SUB-6500-CHECK-KEY-PATHS.
      *-------------------------

      **** Every alternate index must reach every record - a path
      **** short of the primary count is an index that did not
      **** build.

           PERFORM VARYING W-PATH-IX FROM 1 BY 1
                   UNTIL W-PATH-IX > 4
               IF      W-ST-PATH-RECS(2, W-PATH-IX)
                                   NOT = W-STAGE-IDX-RECS
                   ADD  1          TO W-MISMATCH-COUNT
                   DISPLAY W-ERROR-MSG
                           'Staging '
                           FUNCTION TRIM(W-PATH-NAME(W-PATH-IX))
                           ' path does not reach every record'
                   MOVE 8          TO W-RETURN-CODE
               END-IF
           END-PERFORM
           .
       SUB-6500-EXIT.
           EXIT.
      /
       SUB-6900-FOLD-BUFFER.
      *---------------------

           ADD  1                  TO W-CUR-RECS

           MOVE 0                  TO W-BYTE-SUM

           PERFORM VARYING W-CHAR-POS FROM 1 BY 1
                   UNTIL W-CHAR-POS > 333
               MOVE 0              TO W-CHAR-BIN
               MOVE W-HB-CHAR(W-CHAR-POS)
                                   TO W-CHAR-BIN-2
               ADD  W-CHAR-BIN     TO W-BYTE-SUM
           END-PERFORM

           COMPUTE W-CHAIN-WORK    = W-CUR-HASH * 31
                                   + W-BYTE-SUM
                                   + W-CUR-RECS
           COMPUTE W-CUR-HASH      = FUNCTION MOD(W-CHAIN-WORK,
                                     W-HASH-MODULUS)
           .
       SUB-6900-EXIT.
           EXIT.
      /
       SUB-7000-PROMOTE.
      *-----------------

      **** NAMADDPRO does the swap under its exclusive lock, keeps
      **** the old pair as a generation (so NAMADDPRO D falls back
      **** to it) and re-seeds staging from the new live pair.

           MOVE SPACES             TO W-COMMAND-LINE
           MOVE 'NAMADDPRO P'      TO W-COMMAND-LINE

           DISPLAY 'Promoting: '
                   FUNCTION TRIM(W-COMMAND-LINE)

           CALL 'SYSTEM' USING W-COMMAND-LINE
           MOVE RETURN-CODE        TO W-STEP-RETURN-CODE
           MOVE 0                  TO RETURN-CODE

           IF      W-STEP-RETURN-CODE NOT = 0
               DISPLAY W-ERROR-MSG
                       'NAMADDPRO ended with return code '
                       W-STEP-RETURN-CODE
                       ' - reorganized pair left in staging'
               MOVE 12             TO W-RETURN-CODE
               GO TO SUB-7000-EXIT
           END-IF

           SET  W-PROMOTED         TO TRUE
           DISPLAY 'Reorganized NAMADDIX promoted live'
           .
       SUB-7000-EXIT.
           EXIT.
      /
       SUB-8000-WRITE-REPORT.
      *----------------------

           IF      NOT W-ST-MEASURED(1)
               GO TO SUB-8000-EXIT
           END-IF

           OPEN OUTPUT REORGRPT

           IF      NOT W-RP-FILE-STATUS-GOOD
               MOVE W-RP-FILE-STATUS
                                   TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-RP-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening REORGRPT'
               IF      W-RETURN-CODE = 0
                   MOVE 5          TO W-RETURN-CODE
               END-IF
               GO TO SUB-8000-EXIT
           END-IF

           MOVE SPACES             TO W-REPORT-LINE
           STRING 'NAMADDIX reorganization report - run '
                                   DELIMITED BY SIZE
                  RI-RUN-ID        DELIMITED BY SIZE
                  ' on '           DELIMITED BY SIZE
                  W-TODAY-DATE     DELIMITED BY SIZE
             INTO W-REPORT-LINE
           END-STRING
           WRITE REORGRPT-REC      FROM W-REPORT-LINE

           MOVE ALL '-'            TO W-REPORT-LINE
           WRITE REORGRPT-REC      FROM W-REPORT-LINE

           WRITE REORGRPT-REC      FROM W-HEADING-LINE

           MOVE 'Data file bytes'  TO W-SL-LABEL
           MOVE W-ST-DATA-BYTES(1) TO W-STAT-BEFORE
           MOVE W-ST-DATA-BYTES(2) TO W-STAT-AFTER
           PERFORM SUB-8100-WRITE-STAT-LINE THRU SUB-8100-EXIT

           MOVE 'Index file bytes' TO W-SL-LABEL
           MOVE W-ST-INDEX-BYTES(1)
                                   TO W-STAT-BEFORE
           MOVE W-ST-INDEX-BYTES(2)
                                   TO W-STAT-AFTER
           PERFORM SUB-8100-WRITE-STAT-LINE THRU SUB-8100-EXIT

           MOVE 'Records'          TO W-SL-LABEL
           MOVE W-ST-PATH-RECS(1, 1)
                                   TO W-STAT-BEFORE
           MOVE W-ST-PATH-RECS(2, 1)
                                   TO W-STAT-AFTER
           PERFORM SUB-8100-WRITE-STAT-LINE THRU SUB-8100-EXIT

           PERFORM VARYING W-PATH-IX FROM 1 BY 1
                   UNTIL W-PATH-IX > 4
               MOVE SPACES         TO W-TL-LABEL
               STRING 'Read secs '
                                   DELIMITED BY SIZE
                      W-PATH-NAME(W-PATH-IX)
                                   DELIMITED BY SPACE
                 INTO W-TL-LABEL
               END-STRING
               COMPUTE W-SECS-BEFORE
                                   = W-ST-PATH-HSECS(1, W-PATH-IX)
                                   / 100
               COMPUTE W-SECS-AFTER
                                   = W-ST-PATH-HSECS(2, W-PATH-IX)
                                   / 100
               PERFORM SUB-8200-WRITE-TIME-LINE THRU SUB-8200-EXIT
           END-PERFORM

           MOVE ALL '-'            TO W-REPORT-LINE
           WRITE REORGRPT-REC      FROM W-REPORT-LINE

           MOVE W-BASE-IDX-RECS    TO W-DISP-NUM
           MOVE W-BASE-IDX-HASH    TO W-DISP-HASH
           MOVE SPACES             TO W-REPORT-LINE
           STRING 'Baseline of '   DELIMITED BY SIZE
                  W-BASE-DATE      DELIMITED BY SIZE
                  ': '             DELIMITED BY SIZE
                  W-DISP-NUM       DELIMITED BY SIZE
                  ' records, hash '
                                   DELIMITED BY SIZE
                  W-DISP-HASH      DELIMITED BY SIZE
             INTO W-REPORT-LINE
           END-STRING
           WRITE REORGRPT-REC      FROM W-REPORT-LINE

           MOVE W-UNLOAD-RECS      TO W-DISP-NUM
           MOVE W-UNLOAD-HASH      TO W-DISP-HASH
           MOVE SPACES             TO W-REPORT-LINE
           STRING 'Live unload:          '
                                   DELIMITED BY SIZE
                  W-DISP-NUM       DELIMITED BY SIZE
                  ' records, hash '
                                   DELIMITED BY SIZE
                  W-DISP-HASH      DELIMITED BY SIZE
             INTO W-REPORT-LINE
           END-STRING
           WRITE REORGRPT-REC      FROM W-REPORT-LINE

           MOVE W-STAGE-IDX-RECS   TO W-DISP-NUM
           MOVE W-STAGE-IDX-HASH   TO W-DISP-HASH
           MOVE SPACES             TO W-REPORT-LINE
           STRING 'Rebuilt index:        '
                                   DELIMITED BY SIZE
                  W-DISP-NUM       DELIMITED BY SIZE
                  ' records, hash '
                                   DELIMITED BY SIZE
                  W-DISP-HASH      DELIMITED BY SIZE
             INTO W-REPORT-LINE
           END-STRING
           WRITE REORGRPT-REC      FROM W-REPORT-LINE

           MOVE SPACES             TO W-REPORT-LINE

           EVALUATE TRUE
               WHEN W-PROMOTED
                   MOVE 'Outcome: verified and promoted through '
                       & 'NAMADDPRO'
                                   TO W-REPORT-LINE
               WHEN W-RETURN-CODE = 0
                   MOVE 'Outcome: verified, left in staging for '
                       & 'NAMADDPRO'
                                   TO W-REPORT-LINE
               WHEN W-MISMATCH-COUNT > 0
                   MOVE 'Outcome: NOT PROMOTED - counts or content '
                       & 'differ from the baseline'
                                   TO W-REPORT-LINE
               WHEN OTHER
                   MOVE 'Outcome: NOT PROMOTED - see the run log'
                                   TO W-REPORT-LINE
           END-EVALUATE

           WRITE REORGRPT-REC      FROM W-REPORT-LINE

           CLOSE REORGRPT
           .
       SUB-8000-EXIT.
           EXIT.
      /
       SUB-8100-WRITE-STAT-LINE.
      *-------------------------

           MOVE W-STAT-BEFORE      TO W-SL-BEFORE

           IF      W-ST-MEASURED(2)
               MOVE W-STAT-AFTER   TO W-SL-AFTER
               COMPUTE W-SL-CHANGE = W-STAT-AFTER
                                   - W-STAT-BEFORE
           ELSE
               MOVE 0              TO W-SL-AFTER
                                      W-SL-CHANGE
           END-IF

           WRITE REORGRPT-REC      FROM W-STAT-LINE
           .
       SUB-8100-EXIT.
           EXIT.
      /
       SUB-8200-WRITE-TIME-LINE.
      *-------------------------

           MOVE W-SECS-BEFORE      TO W-TL-BEFORE

           IF      W-ST-MEASURED(2)
               MOVE W-SECS-AFTER   TO W-TL-AFTER
               COMPUTE W-TL-CHANGE = W-SECS-AFTER
                                   - W-SECS-BEFORE
           ELSE
               MOVE 0              TO W-TL-AFTER
                                      W-TL-CHANGE
           END-IF

           WRITE REORGRPT-REC      FROM W-TIME-LINE
           .
       SUB-8200-EXIT.
           EXIT.
      /
       SUB-9000-SHUT-DOWN.
      *-------------------

           MOVE W-UNLOAD-RECS      TO W-LOG-RECS
           MOVE W-ST-DATA-BYTES(2) TO W-LOG-BYTES

           MOVE SPACES             TO JL-KEY-COUNTS
           STRING 'Recs '          DELIMITED BY SIZE
                  W-LOG-RECS       DELIMITED BY SIZE
                  ' bytes after '  DELIMITED BY SIZE
                  W-LOG-BYTES      DELIMITED BY SIZE
                  ' promoted '     DELIMITED BY SIZE
                  W-PROMOTED-SW    DELIMITED BY SIZE
             INTO JL-KEY-COUNTS
           END-STRING

           MOVE 'NAMADDREO'        TO JL-PROGRAM-NAME
           MOVE RI-RUN-ID          TO JL-RUN-ID
           MOVE W-RETURN-CODE      TO JL-RETURN-CODE

           CALL 'JOBLOG' USING W-JL-CONTROL

           IF      JL-RESPONSE-FILE-ERROR
               DISPLAY W-ERROR-MSG
                       'Unable to write to the shared job log'
           END-IF

           IF      W-RETURN-CODE = 0
               DISPLAY 'NAMADDREO completed'
           ELSE
               DISPLAY W-ERROR-MSG
                       'Reorganization ended with return code '
                       W-RETURN-CODE
           END-IF
           .
       SUB-9000-EXIT.
           EXIT.
      /
       SUB-9990-RELEASE-LOCK.
      *----------------------

           IF      W-LOCK-HELD
               SET  LK-FUNC-RELEASE
                                   TO TRUE
               CALL 'LOCKMGR' USING W-LK-CONTROL
               MOVE 'N'            TO W-LOCK-HELD-SW
           END-IF
           .
       SUB-9990-EXIT.
           EXIT.
