      *========================== NAMADDRKY ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Supervised TAXID correction. NA-TAXID is the
      *              NAMADDIX prime key, so a TAXID keyed wrong at
      *              registration cannot be put right with a BLDFILES
      *              change transaction - it used to take a delete, a
      *              re-add and hand edits to half a dozen satellite
      *              files, and the audit trail ended up split across
      *              two unrelated keys. This utility moves one record
      *              to its corrected TAXID as one unit.
      *
      *              Arguments: 1 the wrong (current) NA-TAXID, 2 the
      *              corrected NA-TAXID, 3 the supervising operator's
      *              ID (required - it lands in every audit image),
      *              4 an optional reason or ticket reference. The
      *              operator must carry the 'A' approval flag on
      *              their Data\NAMEADDR.ScreenAuth.dat line or the
      *              run is refused with return code 14. The
      *              JURISDICTION / NAMADDIX_PATH / NAMADDRL_PATH
      *              environment values pick the partition, as for
      *              the other updaters; the exclusive update lock is
      *              held throughout.
      *
      *              The corrected TAXID must not already be on
      *              NAMADDIX. The record is then:
      *
      *                  added under the corrected TAXID, with an add
      *                  audit image;
      *                  deleted under the wrong TAXID, with a delete
      *                  audit image;
      *                  rewritten in its own NAMADDRL slot, so the
      *                  relative key and the RelXref line survive
      *                  with only the TAXID changed;
      *                  linked by a re-key audit entry (transaction
      *                  code 'K') carrying the record under the old
      *                  key as its before image and under the new
      *                  key as its after image - the entry NAMADDASF
      *                  and NAMADD360 follow to join the history of
      *                  the two keys.
      *
      *              All three images carry source-system 'RKY' and
      *              the operator ID. The add lands before the delete
      *              so a mid-flight failure can only leave both keys
      *              on file, never neither.
      *
      *              Every TAXID-keyed satellite file is then re-keyed
      *              line by line through a work file: preferences,
      *              legal holds, the watch list, representatives,
      *              households, correspondence history, case notes,
      *              relationships (both parties), the relative
      *              cross-reference, suspended transactions and the
      *              rest listed in W-SATELLITE-LIST. A rerun after
      *              a failure part-way through the satellites finds
      *              the index already corrected and finishes the
      *              satellites only - re-keying a line that already
      *              carries the new TAXID is a no-op. If a
      *              satellite fails part-way through being written
      *              back (return code 32) it is left short: restore
      *              it from Data\NAMEADDR.Rekey.Work.dat before the
      *              rerun, which would otherwise overwrite that copy.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      * 2026-09-14  0.2      Re-key the case-notes file
      *                      Data\NAMEADDR.Notes.dat with the other
      *                      satellites
      * 2026-09-14  0.3      Re-key the relationship file
      *                      Data\NAMEADDR.Relation.dat on both of
      *                      its TAXID columns
      * 2026-09-14  0.4      Re-key the alias and DBA name file
      *                      Data\NAMEADDR.Alias.dat with the other
      *                      satellites
      * 2026-09-14  0.5      Re-key the temporary-address file
      *                      Data\NAMEADDR.TempAddr.dat with the other
      *                      satellites
      * 2026-09-14  0.6      Re-key the identity-PIN file
      *                      Data\NAMEADDR.IdentityPin.dat and the
      *                      portal failure counts
      *                      Data\NAMEADDR.PortalFail.dat with the
      *                      other satellites
      * 2026-09-14  0.7      Re-key the tax account registration file
      *                      Data\NAMEADDR.AcctReg.dat with the other
      *                      satellites
      * 2026-09-14  0.8      Re-key the scanned-document
      *                      cross-reference Data\NAMEADDR.DocXref.dat
      *                      with the other satellites
      * 2026-09-14  0.9      Re-key the delivery status file
      *                      Data\NAMEADDR.DeliveryStat.dat and the
      *                      pending response file
      *                      Data\NAMEADDR.PendResp.dat with the other
      *                      satellites
      * 2026-09-14  1.0      Re-key the token vault
      *                      Data\NAMEADDR.TokenVault.dat and the work
      *                      assignments Data\NAMEADDR.WorkAssign.dat
      *                      with the other satellites; the operator
      *                      must be a ScreenAuth approver
      * 2026-09-14  1.1      Satellite work-file and write-back WRITEs
      *                      status-checked; the work file is opened
      *                      before the satellite is emptied
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 NAMADDRKY.

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
                                   ALTERNATE KEY NA-LAST-NAME
                                       WITH DUPLICATES
                                   ALTERNATE KEY NA-STATE
                                       WITH DUPLICATES
                                   ALTERNATE KEY NA-ZIP-CODE
                                       WITH DUPLICATES
                                   FILE STATUS W-FILE-STATUS.

           SELECT NAMADDRL         ASSIGN TO W-NAMADDRL-PATH
                                   ORGANIZATION RELATIVE
                                   ACCESS DYNAMIC
                                   RELATIVE KEY W-NAMADDRL-KEY
                                   FILE STATUS W-RL-FILE-STATUS.

           SELECT NAMADDAU         ASSIGN "Data\NAMEADDR.Audit.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-AU-FILE-STATUS.

           SELECT SATFILE          ASSIGN TO W-SATELLITE-PATH
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-SF-FILE-STATUS.

           SELECT SATWORK          ASSIGN
                                   "Data\NAMEADDR.Rekey.Work.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-SW-FILE-STATUS.

           SELECT SCRAUTH          ASSIGN
                                   "Data\NAMEADDR.ScreenAuth.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-SA-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  NAMADDIX.

       01  NAMADDIX-REC.           COPY NAMEADDR.

       FD  NAMADDRL.

       01  NAMADDRL-REC.           COPY NAMEADDR.

       FD  NAMADDAU.

       01  NAMADDAU-REC.           COPY NAMADDAU.

       FD  SATFILE.

       01  SATFILE-REC             PIC X(400).

       FD  SATWORK.

       01  SATWORK-REC             PIC X(400).

       FD  SCRAUTH.

       01  SCRAUTH-REC.
           05  SA-OPERATOR-ID      PIC X(08).
           05  FILLER              PIC X(01).
           05  SA-APPROVE-FLAG     PIC X(01).
           05  FILLER              PIC X(61).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-RETURN-CODE           PIC S9(04) COMP VALUE 0.
       01  W-NAMADDRL-KEY          PIC 9(09)  COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZ,ZZ9.

       01  W-OLD-TAXID             PIC X(12).
       01  W-NEW-TAXID             PIC X(12).
       01  W-OPERATOR-ID           PIC X(08).
       01  W-REASON                PIC X(30).

       01  W-OLD-REC.              COPY NAMEADDR.
       01  W-NEW-REC.              COPY NAMEADDR.

       01  W-RUN-MODE-SW           PIC X(01)       VALUE 'F'.
           88  W-MODE-FULL                         VALUE 'F'.
           88  W-MODE-SATELLITES-ONLY              VALUE 'S'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-FOUND-NAMADDRL                    VALUE 'Y'.
           88  W-NOT-FOUND-NAMADDRL                VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-RL-EOF                            VALUE 'Y'.

       01  W-LOCK-HELD-SW          PIC X(01)       VALUE 'N'.
           88  W-LOCK-HELD                         VALUE 'Y'.

      **** The TAXID-keyed satellite files, with the column(s) the
      **** TAXID occupies on each line. A second column of zero
      **** means the line carries the TAXID once.

       01  W-SATELLITE-LIST.
           05  FILLER              PIC X(40)       VALUE
               'Data\NAMEADDR.Prefs.dat'.
           05  FILLER              PIC 9(03)       VALUE 1.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC X(40)       VALUE
               'Data\NAMEADDR.LegalHold.dat'.
           05  FILLER              PIC 9(03)       VALUE 1.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC X(40)       VALUE
               'Data\NAMEADDR.WatchList.dat'.
           05  FILLER              PIC 9(03)       VALUE 1.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC X(40)       VALUE
               'Data\NAMEADDR.Representative.dat'.
           05  FILLER              PIC 9(03)       VALUE 1.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC X(40)       VALUE
               'Data\NAMEADDR.Household.dat'.
           05  FILLER              PIC 9(03)       VALUE 11.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC X(40)       VALUE
               'Data\NAMEADDR.CorrHist.dat'.
           05  FILLER              PIC 9(03)       VALUE 1.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC X(40)       VALUE
               'Data\NAMEADDR.RelXref.dat'.
           05  FILLER              PIC 9(03)       VALUE 1.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC X(40)       VALUE
               'Data\NAMEADDR.Suspense.dat'.
           05  FILLER              PIC 9(03)       VALUE 11.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC X(40)       VALUE
               'Data\NAMEADDR.Notes.dat'.
           05  FILLER              PIC 9(03)       VALUE 1.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC X(40)       VALUE
               'Data\NAMEADDR.Relation.dat'.
           05  FILLER              PIC 9(03)       VALUE 1.
           05  FILLER              PIC 9(03)       VALUE 14.
           05  FILLER              PIC X(40)       VALUE
               'Data\NAMEADDR.Alias.dat'.
           05  FILLER              PIC 9(03)       VALUE 1.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC X(40)       VALUE
               'Data\NAMEADDR.TempAddr.dat'.
           05  FILLER              PIC 9(03)       VALUE 1.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC X(40)       VALUE
               'Data\NAMEADDR.IdentityPin.dat'.
           05  FILLER              PIC 9(03)       VALUE 1.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC X(40)       VALUE
               'Data\NAMEADDR.PortalFail.dat'.
           05  FILLER              PIC 9(03)       VALUE 1.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC X(40)       VALUE
               'Data\NAMEADDR.AcctReg.dat'.
           05  FILLER              PIC 9(03)       VALUE 1.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC X(40)       VALUE
               'Data\NAMEADDR.DocXref.dat'.
           05  FILLER              PIC 9(03)       VALUE 1.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC X(40)       VALUE
               'Data\NAMEADDR.DeliveryStat.dat'.
           05  FILLER              PIC 9(03)       VALUE 1.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC X(40)       VALUE
               'Data\NAMEADDR.PendResp.dat'.
           05  FILLER              PIC 9(03)       VALUE 1.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC X(40)       VALUE
               'Data\NAMEADDR.TokenVault.dat'.
           05  FILLER              PIC 9(03)       VALUE 10.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC X(40)       VALUE
               'Data\NAMEADDR.WorkAssign.dat'.
           05  FILLER              PIC 9(03)       VALUE 38.
           05  FILLER              PIC 9(03)       VALUE 0.
       01  FILLER REDEFINES W-SATELLITE-LIST.
           05  W-SAT-ENTRY                         OCCURS 20
                                                   INDEXED W-SAT-IX.
               10  W-SAT-PATH      PIC X(40).
               10  W-SAT-COL-1     PIC 9(03).
               10  W-SAT-COL-2     PIC 9(03).

       01  W-SAT-COUNT             PIC 9(04)  COMP VALUE 20.

       01  W-SATELLITE-PATH        PIC X(60).
       01  W-SAT-LINES             PIC 9(09)  COMP VALUE 0.
       01  W-SAT-REKEYED           PIC 9(09)  COMP VALUE 0.
       01  W-SAT-TOTAL-REKEYED     PIC 9(09)  COMP VALUE 0.
       01  W-SAT-COL               PIC 9(03).
       01  W-SAT-LINE-HIT-SW       PIC X(01).
           88  W-SAT-LINE-HIT                      VALUE 'Y'.

       01  W-SF-EOF-SW             PIC X(01)       VALUE 'N'.
           88  W-SF-EOF                            VALUE 'Y'.

       01  W-SW-EOF-SW             PIC X(01)       VALUE 'N'.
           88  W-SW-EOF                            VALUE 'Y'.

       01  W-SA-EOF-SW             PIC X(01)       VALUE 'N'.
           88  W-SA-EOF                            VALUE 'Y'.

       01  W-APPROVER-SW           PIC X(01)       VALUE 'N'.
           88  W-APPROVER-FOUND                    VALUE 'Y'.

       01  W-FILE-STATUS           PIC X(02).
           88  W-FILE-STATUS-GOOD                  VALUE '00'.
           88  W-FILE-STATUS-NOT-FOUND             VALUE '23'.

       01  W-RL-FILE-STATUS        PIC X(02).
           88  W-RL-FILE-STATUS-GOOD               VALUE '00'.

       01  W-AU-FILE-STATUS        PIC X(02).
           88  W-AU-FILE-STATUS-GOOD               VALUE '00'.

       01  W-SF-FILE-STATUS        PIC X(02).
           88  W-SF-FILE-STATUS-GOOD               VALUE '00'.
           88  W-SF-FILE-NOT-FOUND                 VALUE '35'.

       01  W-SW-FILE-STATUS        PIC X(02).
           88  W-SW-FILE-STATUS-GOOD               VALUE '00'.

       01  W-SA-FILE-STATUS        PIC X(02).
           88  W-SA-FILE-STATUS-GOOD               VALUE '00'.

       01  W-ERROR-MSG             PIC X(22)       VALUE
           '**** NAMADDRKY error: '.

       01  W-NAMADDIX-PATH         PIC X(60)       VALUE
           'Data\NAMEADDR.Idx.dat'.
       01  W-NAMADDRL-PATH         PIC X(60)       VALUE
           'Data\NAMEADDR.Rel.dat'.
       01  W-JURISDICTION-CODE     PIC X(03)       VALUE SPACES.

       01  W-JU-CONTROL.
           COPY JURISDICL.

       01  W-FS-CONTROL.
           COPY FILESTATL.

       01  W-RI-CONTROL.
           COPY RUNIDL.

       01  W-LK-CONTROL.
           COPY LOCKMGRL.

       01  W-AC-CONTROL.
           COPY AUDCHAINL.

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

           IF      W-RETURN-CODE NOT = 0
               GO TO MAIN-RELEASE
           END-IF

           PERFORM SUB-2000-FETCH-AND-CHECK THRU SUB-2000-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO MAIN-SHUT-DOWN
           END-IF

           IF      W-MODE-FULL
               PERFORM SUB-2100-ADD-NEW-KEY THRU SUB-2100-EXIT

               IF      W-RETURN-CODE NOT = 0
                   GO TO MAIN-SHUT-DOWN
               END-IF

               PERFORM SUB-2200-DELETE-OLD-KEY THRU SUB-2200-EXIT

               IF      W-RETURN-CODE NOT = 0
                   DISPLAY W-ERROR-MSG
                           'Re-key incomplete - BOTH TAXIDs are now '
                           'on NAMADDIX; resolve by hand'
                   GO TO MAIN-SHUT-DOWN
               END-IF

               PERFORM SUB-2300-REWRITE-RL-SLOT THRU SUB-2300-EXIT
               PERFORM SUB-2400-WRITE-LINK-ENTRY THRU SUB-2400-EXIT
           END-IF

           IF      W-RETURN-CODE NOT = 0
               GO TO MAIN-SHUT-DOWN
           END-IF

           PERFORM SUB-2500-REKEY-ONE-SATELLITE THRU SUB-2500-EXIT
               VARYING W-SAT-IX FROM 1 BY 1
               UNTIL W-SAT-IX > W-SAT-COUNT
               OR    W-RETURN-CODE NOT = 0

           IF      W-RETURN-CODE = 0
               DISPLAY 'TAXID '
                       W-OLD-TAXID
                       ' re-keyed to '
                       W-NEW-TAXID
           ELSE
               IF      W-RETURN-CODE = 32
                   DISPLAY W-ERROR-MSG
                           'Satellite re-key incomplete - restore the '
                           'satellite, then rerun with the same '
                           'arguments'
               ELSE
                   DISPLAY W-ERROR-MSG
                           'Satellite re-key incomplete - rerun with '
                           'the same arguments to finish'
               END-IF
           END-IF
           .
       MAIN-SHUT-DOWN.

           PERFORM SUB-3000-SHUT-DOWN THRU SUB-3000-EXIT
           .
       MAIN-RELEASE.

           PERFORM SUB-9990-RELEASE-LOCK THRU SUB-9990-EXIT
           .
       MAIN-EXIT.
           MOVE W-RETURN-CODE      TO RETURN-CODE
           STOP RUN.
      /
       SUB-1000-START-UP.
      *------------------

           MOVE FUNCTION WHEN-COMPILED
                                   TO W-COMPILED-DATE

           DISPLAY 'NAMADDRKY compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           DISPLAY 1               UPON ARGUMENT-NUMBER

           ACCEPT W-OLD-TAXID      FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES     TO W-OLD-TAXID
           END-ACCEPT

           DISPLAY 2               UPON ARGUMENT-NUMBER

           ACCEPT W-NEW-TAXID      FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES     TO W-NEW-TAXID
           END-ACCEPT

           DISPLAY 3               UPON ARGUMENT-NUMBER

           ACCEPT W-OPERATOR-ID    FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES     TO W-OPERATOR-ID
           END-ACCEPT

           DISPLAY 4               UPON ARGUMENT-NUMBER

           ACCEPT W-REASON         FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES     TO W-REASON
           END-ACCEPT

           IF      W-OLD-TAXID = SPACES
               OR  W-NEW-TAXID = SPACES
               OR  W-OPERATOR-ID = SPACES
               DISPLAY W-ERROR-MSG
                       'Arguments: old-TAXID new-TAXID operator '
                       '[reason]'
               MOVE 8              TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           IF      W-OLD-TAXID = W-NEW-TAXID
               DISPLAY W-ERROR-MSG
                       'Old and new TAXID are the same'
               MOVE 8              TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           DISPLAY 'Re-keying TAXID '
                   W-OLD-TAXID
                   ' to '
                   W-NEW-TAXID
                   ' for '
                   W-OPERATOR-ID

           IF      W-REASON NOT = SPACES
               DISPLAY 'Reason: '
                       FUNCTION TRIM(W-REASON)
           END-IF

           PERFORM SUB-1010-CHECK-APPROVER THRU SUB-1010-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1005-RESOLVE-PATHS THRU SUB-1005-EXIT

           SET  RI-FUNC-NEXT       TO TRUE
           CALL 'RUNID' USING W-RI-CONTROL
           DISPLAY 'Run ID: ' RI-RUN-ID

           SET  LK-FUNC-ACQUIRE    TO TRUE
           SET  LK-TYPE-EXCLUSIVE  TO TRUE
           MOVE 'NAMADDRKY'        TO LK-PROGRAM-NAME
           MOVE RI-RUN-ID          TO LK-RUN-ID

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

           PERFORM SUB-1100-OPEN-FILES THRU SUB-1100-EXIT
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1005-RESOLVE-PATHS.
      *-----------------------

      **** A JURISDICTION environment value names which county's
      **** files this run works against; the explicit *_PATH
      **** overrides, accepted after it, still win when set.

           DISPLAY 'JURISDICTION'      UPON ENVIRONMENT-NAME
           ACCEPT W-JURISDICTION-CODE  FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES     TO W-JURISDICTION-CODE
           END-ACCEPT

           IF      W-JURISDICTION-CODE NOT = SPACES
               SET  JU-FUNC-RESOLVE
                                   TO TRUE
               MOVE W-JURISDICTION-CODE
                                   TO JU-CODE

               CALL 'JURISDIC' USING W-JU-CONTROL

               IF      JU-FOUND
                   MOVE JU-IDX-PATH
                                   TO W-NAMADDIX-PATH
                   MOVE JU-RL-PATH
                                   TO W-NAMADDRL-PATH
                   DISPLAY 'Jurisdiction: '
                           W-JURISDICTION-CODE
                           ' '
                           FUNCTION TRIM(JU-NAME)
               ELSE
                   DISPLAY 'Jurisdiction code not configured: '
                           W-JURISDICTION-CODE
               END-IF
           END-IF

           DISPLAY 'NAMADDIX_PATH'     UPON ENVIRONMENT-NAME
           ACCEPT W-NAMADDIX-PATH      FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           DISPLAY 'NAMADDRL_PATH'     UPON ENVIRONMENT-NAME
           ACCEPT W-NAMADDRL-PATH      FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           DISPLAY 'NAMADDIX: ' FUNCTION TRIM(W-NAMADDIX-PATH)
           DISPLAY 'NAMADDRL: ' FUNCTION TRIM(W-NAMADDRL-PATH)
           .
       SUB-1005-EXIT.
           EXIT.
      /
       SUB-1010-CHECK-APPROVER.
      *------------------------

      **** A re-key moves a record's whole history to another key, so
      **** the operator named on it must carry the 'A' approval flag
      **** on their ScreenAuth line - the standing NAMADDSCR's
      **** approval release and override need. No authorized-user
      **** file means no one can re-key.

           OPEN INPUT SCRAUTH

           IF      NOT W-SA-FILE-STATUS-GOOD
               DISPLAY W-ERROR-MSG
                       'No authorized-user file on disk - re-key '
                       'refused'
               MOVE 14             TO W-RETURN-CODE
               GO TO SUB-1010-EXIT
           END-IF

           PERFORM UNTIL W-SA-EOF
                   OR    W-APPROVER-FOUND
               READ SCRAUTH
                   AT END
                       SET  W-SA-EOF
                                   TO TRUE
               END-READ

               IF      NOT W-SA-EOF
                   AND SA-OPERATOR-ID(1 : 1) NOT = '*'
                   AND FUNCTION UPPER-CASE(SA-OPERATOR-ID)
                           = FUNCTION UPPER-CASE(W-OPERATOR-ID)
                   AND FUNCTION UPPER-CASE(SA-APPROVE-FLAG) = 'A'
                   SET  W-APPROVER-FOUND
                                   TO TRUE
               END-IF
           END-PERFORM

           CLOSE SCRAUTH

           IF      NOT W-APPROVER-FOUND
               DISPLAY W-ERROR-MSG
                       'Operator '
                       FUNCTION TRIM(W-OPERATOR-ID)
                       ' is not a ScreenAuth approver - re-key '
                       'refused'
               MOVE 14             TO W-RETURN-CODE
           END-IF
           .
       SUB-1010-EXIT.
           EXIT.
      /
       SUB-1100-OPEN-FILES.
      *--------------------

           OPEN I-O    NAMADDIX

           IF      NOT W-FILE-STATUS-GOOD
               MOVE W-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDIX'
               MOVE 10             TO W-RETURN-CODE
               GO TO SUB-1100-EXIT
           END-IF

           OPEN I-O    NAMADDRL

           IF      NOT W-RL-FILE-STATUS-GOOD
               MOVE W-RL-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-RL-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDRL'
               MOVE 11             TO W-RETURN-CODE
               GO TO SUB-1100-EXIT
           END-IF

           OPEN EXTEND NAMADDAU

           IF      NOT W-AU-FILE-STATUS-GOOD
               OPEN OUTPUT NAMADDAU
           END-IF

           IF      NOT W-AU-FILE-STATUS-GOOD
               MOVE W-AU-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-AU-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDAU'
               MOVE 12             TO W-RETURN-CODE
               GO TO SUB-1100-EXIT
           END-IF
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-2000-FETCH-AND-CHECK.
      *-------------------------

      **** Old on file and new not: a full re-key. Old gone and new
      **** present: an earlier run corrected the index and stopped
      **** in the satellites, so only they are worked. Anything else
      **** is refused.

           MOVE W-NEW-TAXID        TO NA-TAXID IN NAMADDIX-REC

           READ NAMADDIX

           IF      W-FILE-STATUS-GOOD
               MOVE NAMADDIX-REC   TO W-NEW-REC
           ELSE
               MOVE SPACES         TO W-NEW-REC
           END-IF

           MOVE W-OLD-TAXID        TO NA-TAXID IN NAMADDIX-REC

           READ NAMADDIX

           EVALUATE TRUE
               WHEN W-FILE-STATUS-GOOD
                AND W-NEW-REC NOT = SPACES
                   DISPLAY W-ERROR-MSG
                           'Corrected TAXID '
                           W-NEW-TAXID
                           ' is already on NAMADDIX'
                   MOVE 8          TO W-RETURN-CODE

               WHEN W-FILE-STATUS-GOOD
                   MOVE NAMADDIX-REC
                                   TO W-OLD-REC
                   SET  W-MODE-FULL
                                   TO TRUE

               WHEN W-FILE-STATUS-NOT-FOUND
                AND W-NEW-REC NOT = SPACES
                   DISPLAY 'TAXID '
                           W-OLD-TAXID
                           ' already re-keyed on NAMADDIX - '
                           'finishing the satellite files only'
                   SET  W-MODE-SATELLITES-ONLY
                                   TO TRUE

               WHEN W-FILE-STATUS-NOT-FOUND
                   DISPLAY W-ERROR-MSG
                           'TAXID '
                           W-OLD-TAXID
                           ' is not on NAMADDIX'
                   MOVE 8          TO W-RETURN-CODE

               WHEN OTHER
                   MOVE W-FILE-STATUS TO FS-STATUS-CODE
                   CALL 'FILESTAT' USING W-FS-CONTROL
                   DISPLAY W-ERROR-MSG
                           'File status '
                           W-FILE-STATUS
                           ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                           ' reading NAMADDIX'
                   MOVE 20         TO W-RETURN-CODE
           END-EVALUATE
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-ADD-NEW-KEY.
      *---------------------

           MOVE W-OLD-REC          TO W-NEW-REC
           MOVE W-NEW-TAXID        TO NA-TAXID IN W-NEW-REC

           IF      NA-UPDATE-COUNT IN W-NEW-REC NUMERIC
               ADD  1              TO NA-UPDATE-COUNT IN W-NEW-REC
           ELSE
               MOVE 1              TO NA-UPDATE-COUNT IN W-NEW-REC
           END-IF

           MOVE W-NEW-REC          TO NAMADDIX-REC

           WRITE NAMADDIX-REC

           IF      NOT W-FILE-STATUS-GOOD
               MOVE W-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' adding the corrected NAMADDIX-REC'
               MOVE 21             TO W-RETURN-CODE
               GO TO SUB-2100-EXIT
           END-IF

           MOVE SPACES             TO AU-OLD-IMAGE
           MOVE W-NEW-REC          TO AU-NEW-IMAGE
           SET  AU-TRANS-ADD       TO TRUE
           PERFORM SUB-9800-WRITE-AUDIT THRU SUB-9800-EXIT
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-DELETE-OLD-KEY.
      *------------------------

           MOVE W-OLD-TAXID        TO NA-TAXID IN NAMADDIX-REC

           READ NAMADDIX

           IF      W-FILE-STATUS-GOOD
               DELETE NAMADDIX RECORD
           END-IF

           IF      NOT W-FILE-STATUS-GOOD
               MOVE W-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' deleting the old NAMADDIX-REC'
               MOVE 22             TO W-RETURN-CODE
               GO TO SUB-2200-EXIT
           END-IF

           MOVE W-OLD-REC          TO AU-OLD-IMAGE
           MOVE SPACES             TO AU-NEW-IMAGE
           SET  AU-TRANS-DELETE    TO TRUE
           PERFORM SUB-9800-WRITE-AUDIT THRU SUB-9800-EXIT
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2300-REWRITE-RL-SLOT.
      *-------------------------

      **** The slot keeps its relative key; only the record in it
      **** changes, so the RelXref line needs just its TAXID
      **** re-keyed with the other satellites.

           SET  W-NOT-FOUND-NAMADDRL
                                   TO TRUE

           START NAMADDRL
               FIRST
           END-START

           IF      NOT W-RL-FILE-STATUS-GOOD
               GO TO SUB-2300-REPORT
           END-IF

           PERFORM UNTIL W-RL-EOF
                   OR    W-FOUND-NAMADDRL
               READ NAMADDRL NEXT
                   AT END
                       SET  W-RL-EOF
                                   TO TRUE
               END-READ

               IF      NOT W-RL-EOF
                   AND NA-TAXID IN NAMADDRL-REC = W-OLD-TAXID
                   SET  W-FOUND-NAMADDRL
                                   TO TRUE
               END-IF
           END-PERFORM
           .
       SUB-2300-REPORT.

           IF      W-NOT-FOUND-NAMADDRL
               DISPLAY 'No NAMADDRL record for '
                       W-OLD-TAXID
                       ' - index record re-keyed anyway'
               GO TO SUB-2300-EXIT
           END-IF

           MOVE W-NEW-REC          TO NAMADDRL-REC

           REWRITE NAMADDRL-REC

           IF      NOT W-RL-FILE-STATUS-GOOD
               MOVE W-RL-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-RL-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' rewriting NAMADDRL-REC'
               MOVE 23             TO W-RETURN-CODE
           END-IF
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2400-WRITE-LINK-ENTRY.
      *--------------------------

      **** The 'K' entry is what joins the two keys' histories: the
      **** before image is the record as it stood under the old key,
      **** the after image the same record under the new one.
      **** Replay and delta programs act only on A/C/D and pass it
      **** by, as they do the rollover seal and anchor entries.

           MOVE W-OLD-REC          TO AU-OLD-IMAGE
           MOVE W-NEW-REC          TO AU-NEW-IMAGE
           SET  AU-TRANS-REKEY     TO TRUE
           PERFORM SUB-9800-WRITE-AUDIT THRU SUB-9800-EXIT
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-2500-REKEY-ONE-SATELLITE.
      *-----------------------------

      **** Copy the file to the work file re-keying as it goes, then
      **** copy it back. A satellite that does not exist yet has
      **** nothing to re-key.

           MOVE W-SAT-PATH(W-SAT-IX)
                                   TO W-SATELLITE-PATH
           MOVE 0                  TO W-SAT-LINES
                                      W-SAT-REKEYED
           MOVE 'N'                TO W-SF-EOF-SW
                                      W-SW-EOF-SW

           OPEN INPUT SATFILE

           IF      W-SF-FILE-NOT-FOUND
               GO TO SUB-2500-EXIT
           END-IF

           IF      NOT W-SF-FILE-STATUS-GOOD
               DISPLAY W-ERROR-MSG
                       'Cannot read '
                       FUNCTION TRIM(W-SATELLITE-PATH)
                       ' - status '
                       W-SF-FILE-STATUS
               MOVE 30             TO W-RETURN-CODE
               GO TO SUB-2500-EXIT
           END-IF

           OPEN OUTPUT SATWORK

           IF      NOT W-SW-FILE-STATUS-GOOD
               DISPLAY W-ERROR-MSG
                       'Cannot open the re-key work file - status '
                       W-SW-FILE-STATUS
               CLOSE SATFILE
               MOVE 31             TO W-RETURN-CODE
               GO TO SUB-2500-EXIT
           END-IF

           PERFORM SUB-2510-COPY-OUT-ONE-LINE THRU SUB-2510-EXIT
               UNTIL W-SF-EOF
               OR    W-RETURN-CODE NOT = 0

           CLOSE SATFILE
                 SATWORK

           IF      W-RETURN-CODE NOT = 0
               OR  W-SAT-REKEYED = 0
               GO TO SUB-2500-EXIT
           END-IF

      **** The work copy is opened first, so the live satellite is
      **** not emptied unless its lines can be read back.

           OPEN INPUT SATWORK

           IF      NOT W-SW-FILE-STATUS-GOOD
               DISPLAY W-ERROR-MSG
                       'Cannot read the re-key work file - status '
                       W-SW-FILE-STATUS
               MOVE 31             TO W-RETURN-CODE
               GO TO SUB-2500-EXIT
           END-IF

           OPEN OUTPUT SATFILE

           IF      NOT W-SF-FILE-STATUS-GOOD
               DISPLAY W-ERROR-MSG
                       'Cannot rewrite '
                       FUNCTION TRIM(W-SATELLITE-PATH)
                       ' - status '
                       W-SF-FILE-STATUS
               CLOSE SATWORK
               MOVE 32             TO W-RETURN-CODE
               GO TO SUB-2500-EXIT
           END-IF

           PERFORM SUB-2520-COPY-BACK-ONE-LINE THRU SUB-2520-EXIT
               UNTIL W-SW-EOF
               OR    W-RETURN-CODE NOT = 0

           CLOSE SATWORK
                 SATFILE

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-2500-EXIT
           END-IF

           ADD  W-SAT-REKEYED      TO W-SAT-TOTAL-REKEYED

           MOVE W-SAT-REKEYED      TO W-DISP-NUM
           DISPLAY 'Re-keyed '
                   W-DISP-NUM
                   ' line(s) in '
                   FUNCTION TRIM(W-SATELLITE-PATH)
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2510-COPY-OUT-ONE-LINE.
      *---------------------------

           READ SATFILE
               AT END
                   SET  W-SF-EOF   TO TRUE
                   GO TO SUB-2510-EXIT
           END-READ

           ADD  1                  TO W-SAT-LINES
           MOVE 'N'                TO W-SAT-LINE-HIT-SW

           MOVE W-SAT-COL-1(W-SAT-IX)
                                   TO W-SAT-COL
           PERFORM SUB-2530-REKEY-AT-COLUMN THRU SUB-2530-EXIT

           IF      W-SAT-COL-2(W-SAT-IX) > 0
               MOVE W-SAT-COL-2(W-SAT-IX)
                                   TO W-SAT-COL
               PERFORM SUB-2530-REKEY-AT-COLUMN THRU SUB-2530-EXIT
           END-IF

           IF      W-SAT-LINE-HIT
               ADD  1              TO W-SAT-REKEYED
           END-IF

           MOVE SATFILE-REC        TO SATWORK-REC

           WRITE SATWORK-REC

           IF      NOT W-SW-FILE-STATUS-GOOD
               DISPLAY W-ERROR-MSG
                       'Cannot write the re-key work file for '
                       FUNCTION TRIM(W-SATELLITE-PATH)
                       ' - status '
                       W-SW-FILE-STATUS
               MOVE 31             TO W-RETURN-CODE
           END-IF
           .
       SUB-2510-EXIT.
           EXIT.
      /
       SUB-2520-COPY-BACK-ONE-LINE.
      *----------------------------

           READ SATWORK
               AT END
                   SET  W-SW-EOF   TO TRUE
                   GO TO SUB-2520-EXIT
           END-READ

           MOVE SATWORK-REC        TO SATFILE-REC

           WRITE SATFILE-REC

      **** A failed write leaves the satellite short. Its full
      **** re-keyed copy is the work file, which nothing touches
      **** until the next run.

           IF      NOT W-SF-FILE-STATUS-GOOD
               DISPLAY W-ERROR-MSG
                       'Cannot rewrite '
                       FUNCTION TRIM(W-SATELLITE-PATH)
                       ' - status '
                       W-SF-FILE-STATUS
               DISPLAY W-ERROR-MSG
                       'Restore it from '
                       'Data\NAMEADDR.Rekey.Work.dat before '
                       'rerunning'
               MOVE 32             TO W-RETURN-CODE
           END-IF
           .
       SUB-2520-EXIT.
           EXIT.
      /
       SUB-2530-REKEY-AT-COLUMN.
      *-------------------------

           IF      SATFILE-REC(W-SAT-COL : 12) = W-OLD-TAXID
               MOVE W-NEW-TAXID    TO SATFILE-REC(W-SAT-COL : 12)
               SET  W-SAT-LINE-HIT TO TRUE
           END-IF
           .
       SUB-2530-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           CLOSE NAMADDIX
                 NAMADDRL
                 NAMADDAU

           MOVE W-SAT-TOTAL-REKEYED
                                   TO W-DISP-NUM
           DISPLAY 'Satellite lines re-keyed: '
                   W-DISP-NUM

           DISPLAY 'NAMADDRKY completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-9800-WRITE-AUDIT.
      *---------------------

      **** Caller has already set AU-TRANS-CODE and AU-OLD-IMAGE/
      **** AU-NEW-IMAGE before this is performed.

           MOVE FUNCTION CURRENT-DATE
                                   TO AU-TIMESTAMP
           MOVE RI-RUN-ID          TO AU-RUN-ID
           MOVE 'RKY'              TO AU-SOURCE-SYSTEM
           MOVE W-OPERATOR-ID      TO AU-OPERATOR-ID

           COMPUTE AC-RECORD-LEN   = LENGTH OF NAMADDAU-REC - 20

           CALL 'AUDCHAIN' USING W-AC-CONTROL
                                 NAMADDAU-REC

           MOVE AC-SEQ-NUM         TO AU-SEQ-NUM
           MOVE AC-CHECKSUM        TO AU-CHECKSUM

           WRITE NAMADDAU-REC

           IF      NOT W-AU-FILE-STATUS-GOOD
               DISPLAY W-ERROR-MSG
                       'Audit write failed - status '
                       W-AU-FILE-STATUS
               MOVE 40             TO W-RETURN-CODE
           END-IF
           .
       SUB-9800-EXIT.
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
