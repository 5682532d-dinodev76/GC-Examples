      *========================== NAMADDSAT ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Weekly referential integrity sweep of the
      *              TAXID-keyed satellite files. NAMADDXRC proves
      *              NAMADDIX and the relative file agree, but purges,
      *              archives and merges leave satellite lines behind
      *              whose TAXID is no longer on the master - and a
      *              legal hold pointing at a merged-away TAXID
      *              protects nothing.
      *
      *              Every line of every file in W-SATELLITE-LIST is
      *              checked against NAMADDIX - every partition the
      *              JURISDIC control file lists, as the satellites
      *              are shared by all of them - the merge decisions in
      *              Data\NAMEADDR.MergeDecision.dat and the archive
      *              Data\NAMEADDR.History.dat, and classed:
      *
      *                  VALID    the TAXID is on NAMADDIX;
      *                  MERGED   the TAXID is the loser of a merge
      *                           whose survivor (followed through
      *                           any later merges) is on NAMADDIX;
      *                  ARCHIVED the TAXID is in the archive - the
      *                           line is kept so a restore finds it;
      *                  ORPHANED none of these.
      *
      *              A line carrying two TAXIDs (the relationship
      *              file) takes the worse class of the two.
      *
      *              For each satellite with a maintenance program of
      *              its own a clean-up transaction file is rebuilt
      *              every run, in that program's own transaction
      *              layout, for the operator to review and feed to
      *              it:
      *
      *                  ORPHANED - a delete (or release) of the line;
      *                  MERGED   - the same, followed by an add (or
      *                             place) of the line under the
      *                             survivor; the maintenance program
      *                             rejects the add if the survivor
      *                             already has one of its own.
      *
      *              The other satellites (households, prior names,
      *              the repair queue, correspondence history and the
      *              rest) are reported only.
      *
      *              Argument: 1 the operator ID the clean-up
      *              transactions carry (default SWEEP).
      *
      *              Output: Data\NAMEADDR.Integrity.Rpt.dat and the
      *              Data\NAMEADDR.*.Sweep.dat transaction files.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      * 2026-09-14  0.2      The scanned-document cross-reference
      *                      Data\NAMEADDR.DocXref.dat is swept and
      *                      reported with the other satellites
      * 2026-09-14  0.3      NAMADDIX TAXIDs are loaded from every
      *                      configured jurisdiction's partition, not
      *                      the home file only
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 NAMADDSAT.

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
                                   FILE STATUS W-FILE-STATUS.

           SELECT NAMADDHS         ASSIGN "Data\NAMEADDR.History.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-HS-FILE-STATUS.

           SELECT NAMADDMD         ASSIGN
                                   "Data\NAMEADDR.MergeDecision.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-MD-FILE-STATUS.

           SELECT SATFILE          ASSIGN TO W-SATELLITE-PATH
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-SF-FILE-STATUS.

           SELECT SWEEPTX          ASSIGN TO W-SWEEP-PATH
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-TX-FILE-STATUS.

           SELECT INTRPT           ASSIGN
                                   "Data\NAMEADDR.Integrity.Rpt.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-RP-FILE-STATUS.

           SELECT SORTWK           ASSIGN
                                   "Data\NAMEADDR.IntegritySortWk".
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  NAMADDIX.

       01  NAMADDIX-REC.           COPY NAMEADDR.

       FD  NAMADDHS.

       01  NAMADDHS-REC.
           05  HS-TAXID            PIC X(12).
           05  FILLER              PIC X(328).

       FD  NAMADDMD.

       01  NAMADDMD-REC.
           05  MD-SURVIVOR-TAXID   PIC X(12).
           05  FILLER              PIC X(01).
           05  MD-LOSER-TAXID      PIC X(12).
           05  FILLER              PIC X(05).

       FD  SATFILE.

       01  SATFILE-REC             PIC X(400).

       FD  SWEEPTX.

       01  SWEEPTX-REC             PIC X(200).

       FD  INTRPT.

       01  INTRPT-REC              PIC X(132).

       SD  SORTWK.

       01  SORTWK-REC.
           05  SR-TAXID            PIC X(12).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-RETURN-CODE           PIC S9(04) COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ,ZZ9.

       01  W-ARG1                  PIC X(08).
       01  W-OPERATOR-ID           PIC X(08)       VALUE 'SWEEP'.

       01  W-TODAY                 PIC X(08).

      **** The TAXID-keyed satellite files, with the column(s) the
      **** TAXID occupies on each line (a second column of zero
      **** means the line carries it once) and, for a file with a
      **** maintenance program of its own, how its clean-up
      **** transactions are built:
      ****     sweep path   the clean-up transaction file;
      ****     kind         'T' the transaction is the transaction
      ****                  code, a space and the first copy-length
      ****                  bytes of the line, with the operator ID
      ****                  at the operator column (zero for none);
      ****                  'R' the registration layout, built field
      ****                  by field; space - reported only;
      ****     del / add    the transaction codes that remove the
      ****                  line and put it back under a survivor.

       01  W-SATELLITE-LIST.
           05  FILLER              PIC X(40)       VALUE
               'Data\NAMEADDR.Prefs.dat'.
           05  FILLER              PIC 9(03)       VALUE 1.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC X(40)       VALUE
               'Data\NAMEADDR.PrefTrans.Sweep.dat'.
           05  FILLER              PIC X(03)       VALUE 'TDA'.
           05  FILLER              PIC 9(03)       VALUE 20.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC X(40)       VALUE
               'Data\NAMEADDR.LegalHold.dat'.
           05  FILLER              PIC 9(03)       VALUE 1.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC X(40)       VALUE
               'Data\NAMEADDR.HoldTrans.Sweep.dat'.
           05  FILLER              PIC X(03)       VALUE 'TRP'.
           05  FILLER              PIC 9(03)       VALUE 44.
           05  FILLER              PIC 9(03)       VALUE 47.
           05  FILLER              PIC X(40)       VALUE
               'Data\NAMEADDR.WatchList.dat'.
           05  FILLER              PIC 9(03)       VALUE 1.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC X(40)       VALUE
               'Data\NAMEADDR.WatchTrans.Sweep.dat'.
           05  FILLER              PIC X(03)       VALUE 'TRP'.
           05  FILLER              PIC 9(03)       VALUE 44.
           05  FILLER              PIC 9(03)       VALUE 47.
           05  FILLER              PIC X(40)       VALUE
               'Data\NAMEADDR.Representative.dat'.
           05  FILLER              PIC 9(03)       VALUE 1.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC X(40)       VALUE
               'Data\NAMEADDR.RepTrans.Sweep.dat'.
           05  FILLER              PIC X(03)       VALUE 'TRP'.
           05  FILLER              PIC 9(03)       VALUE 155.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC X(40)       VALUE
               'Data\NAMEADDR.Household.dat'.
           05  FILLER              PIC 9(03)       VALUE 11.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC X(40)       VALUE SPACES.
           05  FILLER              PIC X(03)       VALUE SPACES.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC X(40)       VALUE
               'Data\NAMEADDR.CorrHist.dat'.
           05  FILLER              PIC 9(03)       VALUE 1.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC X(40)       VALUE SPACES.
           05  FILLER              PIC X(03)       VALUE SPACES.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC X(40)       VALUE
               'Data\NAMEADDR.RelXref.dat'.
           05  FILLER              PIC 9(03)       VALUE 1.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC X(40)       VALUE SPACES.
           05  FILLER              PIC X(03)       VALUE SPACES.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC X(40)       VALUE
               'Data\NAMEADDR.Suspense.dat'.
           05  FILLER              PIC 9(03)       VALUE 11.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC X(40)       VALUE SPACES.
           05  FILLER              PIC X(03)       VALUE SPACES.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC X(40)       VALUE
               'Data\NAMEADDR.Notes.dat'.
           05  FILLER              PIC 9(03)       VALUE 1.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC X(40)       VALUE SPACES.
           05  FILLER              PIC X(03)       VALUE SPACES.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC X(40)       VALUE
               'Data\NAMEADDR.Relation.dat'.
           05  FILLER              PIC 9(03)       VALUE 1.
           05  FILLER              PIC 9(03)       VALUE 14.
           05  FILLER              PIC X(40)       VALUE
               'Data\NAMEADDR.RelTrans.Sweep.dat'.
           05  FILLER              PIC X(03)       VALUE 'TDA'.
           05  FILLER              PIC 9(03)       VALUE 46.
           05  FILLER              PIC 9(03)       VALUE 50.
           05  FILLER              PIC X(40)       VALUE
               'Data\NAMEADDR.Alias.dat'.
           05  FILLER              PIC 9(03)       VALUE 1.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC X(40)       VALUE
               'Data\NAMEADDR.AliasTrans.Sweep.dat'.
           05  FILLER              PIC X(03)       VALUE 'TDA'.
           05  FILLER              PIC 9(03)       VALUE 50.
           05  FILLER              PIC 9(03)       VALUE 54.
           05  FILLER              PIC X(40)       VALUE
               'Data\NAMEADDR.TempAddr.dat'.
           05  FILLER              PIC 9(03)       VALUE 1.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC X(40)       VALUE
               'Data\NAMEADDR.TempTrans.Sweep.dat'.
           05  FILLER              PIC X(03)       VALUE 'TDA'.
           05  FILLER              PIC 9(03)       VALUE 116.
           05  FILLER              PIC 9(03)       VALUE 120.
           05  FILLER              PIC X(40)       VALUE
               'Data\NAMEADDR.IdentityPin.dat'.
           05  FILLER              PIC 9(03)       VALUE 1.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC X(40)       VALUE SPACES.
           05  FILLER              PIC X(03)       VALUE SPACES.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC X(40)       VALUE
               'Data\NAMEADDR.PortalFail.dat'.
           05  FILLER              PIC 9(03)       VALUE 1.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC X(40)       VALUE SPACES.
           05  FILLER              PIC X(03)       VALUE SPACES.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC X(40)       VALUE
               'Data\NAMEADDR.AcctReg.dat'.
           05  FILLER              PIC 9(03)       VALUE 1.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC X(40)       VALUE
               'Data\NAMEADDR.AcctTrans.Sweep.dat'.
           05  FILLER              PIC X(03)       VALUE 'RDA'.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC X(40)       VALUE
               'Data\NAMEADDR.PriorName.dat'.
           05  FILLER              PIC 9(03)       VALUE 37.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC X(40)       VALUE SPACES.
           05  FILLER              PIC X(03)       VALUE SPACES.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC X(40)       VALUE
               'Data\NAMEADDR.RepairQueue.dat'.
           05  FILLER              PIC 9(03)       VALUE 1.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC X(40)       VALUE SPACES.
           05  FILLER              PIC X(03)       VALUE SPACES.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC X(40)       VALUE
               'Data\NAMEADDR.DeliveryStat.dat'.
           05  FILLER              PIC 9(03)       VALUE 1.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC X(40)       VALUE SPACES.
           05  FILLER              PIC X(03)       VALUE SPACES.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC X(40)       VALUE
               'Data\NAMEADDR.PendResp.dat'.
           05  FILLER              PIC 9(03)       VALUE 1.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC X(40)       VALUE SPACES.
           05  FILLER              PIC X(03)       VALUE SPACES.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC X(40)       VALUE
               'Data\NAMEADDR.DocXref.dat'.
           05  FILLER              PIC 9(03)       VALUE 1.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC X(40)       VALUE SPACES.
           05  FILLER              PIC X(03)       VALUE SPACES.
           05  FILLER              PIC 9(03)       VALUE 0.
           05  FILLER              PIC 9(03)       VALUE 0.
       01  FILLER REDEFINES W-SATELLITE-LIST.
           05  W-SAT-ENTRY                         OCCURS 20
                                                   INDEXED W-SAT-IX.
               10  W-SAT-PATH      PIC X(40).
               10  W-SAT-COL-1     PIC 9(03).
               10  W-SAT-COL-2     PIC 9(03).
               10  W-SAT-SWEEP-PATH
                                   PIC X(40).
               10  W-SAT-KIND      PIC X(01).
                   88  W-SAT-KIND-TEXT             VALUE 'T'.
                   88  W-SAT-KIND-REGISTRATION     VALUE 'R'.
                   88  W-SAT-KIND-REPORT-ONLY      VALUE SPACE.
               10  W-SAT-DEL-CODE  PIC X(01).
               10  W-SAT-ADD-CODE  PIC X(01).
               10  W-SAT-COPY-LEN  PIC 9(03).
               10  W-SAT-OPER-COL  PIC 9(03).

       01  W-SAT-COUNT             PIC 9(04)  COMP VALUE 20.

       01  W-SATELLITE-PATH        PIC X(60).
       01  W-SWEEP-PATH            PIC X(60).
       01  W-SAT-COL               PIC 9(03).

      **** Counts for the satellite in hand, and for the run.

       01  W-SAT-LINES             PIC 9(09)  COMP VALUE 0.
       01  W-SAT-VALID             PIC 9(09)  COMP VALUE 0.
       01  W-SAT-ARCHIVED          PIC 9(09)  COMP VALUE 0.
       01  W-SAT-MERGED            PIC 9(09)  COMP VALUE 0.
       01  W-SAT-ORPHANED          PIC 9(09)  COMP VALUE 0.
       01  W-SAT-TRANS             PIC 9(09)  COMP VALUE 0.

       01  W-SATELLITES-READ       PIC 9(09)  COMP VALUE 0.
       01  W-SATELLITES-MISSING    PIC 9(09)  COMP VALUE 0.
       01  W-TOTAL-LINES           PIC 9(09)  COMP VALUE 0.
       01  W-TOTAL-VALID           PIC 9(09)  COMP VALUE 0.
       01  W-TOTAL-ARCHIVED        PIC 9(09)  COMP VALUE 0.
       01  W-TOTAL-MERGED          PIC 9(09)  COMP VALUE 0.
       01  W-TOTAL-ORPHANED        PIC 9(09)  COMP VALUE 0.
       01  W-TOTAL-TRANS           PIC 9(09)  COMP VALUE 0.

      **** Every NA-TAXID on every NAMADDIX partition, sorted, once
      **** each.

       01  W-IDX-COUNT             PIC 9(07)  COMP VALUE 0.
       01  W-IDX-MAX               PIC 9(07)  COMP VALUE 500000.

       01  W-IDX-TABLE.
           05  W-IDX-ENTRY                         OCCURS 1 TO 500000
                                                   DEPENDING ON
                                                       W-IDX-COUNT
                                                   ASCENDING KEY
                                                       W-IDX-TAXID
                                                   INDEXED W-IDX-IX.
               10  W-IDX-TAXID     PIC X(12).

      **** Every NA-TAXID in the archive, sorted, once each.

       01  W-HST-COUNT             PIC 9(07)  COMP VALUE 0.
       01  W-HST-MAX               PIC 9(07)  COMP VALUE 500000.
       01  W-HST-IMAGES            PIC 9(09)  COMP VALUE 0.

       01  W-HST-TABLE.
           05  W-HST-ENTRY                         OCCURS 1 TO 500000
                                                   DEPENDING ON
                                                       W-HST-COUNT
                                                   ASCENDING KEY
                                                       W-HST-TAXID
                                                   INDEXED W-HST-IX.
               10  W-HST-TAXID     PIC X(12).

       01  W-PREV-TAXID            PIC X(12)       VALUE LOW-VALUES.

      **** The merge decisions, loser and survivor, as listed.

       01  W-MRG-COUNT             PIC 9(05)  COMP VALUE 0.
       01  W-MRG-MAX               PIC 9(05)  COMP VALUE 20000.

       01  W-MRG-TABLE.
           05  W-MRG-ENTRY                         OCCURS 1 TO 20000
                                                   DEPENDING ON
                                                       W-MRG-COUNT
                                                   INDEXED W-MRG-IX.
               10  W-MRG-LOSER     PIC X(12).
               10  W-MRG-SURVIVOR  PIC X(12).

      **** One TAXID's class, and the survivor of a merged one. A
      **** chain of merges is followed at most W-HOP-MAX times.

       01  W-CHK-TAXID             PIC X(12).
       01  W-CHK-SURVIVOR          PIC X(12).
       01  W-CHK-CLASS             PIC X(01).
           88  W-CHK-VALID                         VALUE 'V'.
           88  W-CHK-ARCHIVED                      VALUE 'A'.
           88  W-CHK-MERGED                        VALUE 'M'.
           88  W-CHK-ORPHANED                      VALUE 'O'.

       01  W-HOP-COUNT             PIC 9(03)  COMP.
       01  W-HOP-MAX               PIC 9(03)  COMP VALUE 10.

      **** The line's class - the worse of its TAXIDs' - and the
      **** survivor for each TAXID column (spaces where that TAXID
      **** was not merged).

       01  W-LINE-CLASS            PIC X(01).
           88  W-LINE-VALID                        VALUE 'V'.
           88  W-LINE-ARCHIVED                     VALUE 'A'.
           88  W-LINE-MERGED                       VALUE 'M'.
           88  W-LINE-ORPHANED                     VALUE 'O'.

       01  W-LINE-TAXID            PIC X(12).
       01  W-SURVIVOR-1            PIC X(12).
       01  W-SURVIVOR-2            PIC X(12).

       01  W-TX-LINE               PIC X(200).
       01  W-TX-CODE               PIC X(01).
       01  W-TX-COL                PIC 9(03).

       01  W-RG-WORK.              COPY NAMADDRG.

      **** NAMADDREG's transaction layout - not in the order of the
      **** registration file itself.

       01  W-REG-TX.
           05  W-RX-TRANS-CODE     PIC X(01).
           05  FILLER              PIC X(01).
           05  W-RX-TAXID          PIC X(12).
           05  FILLER              PIC X(01).
           05  W-RX-ACCT-TYPE      PIC X(03).
           05  FILLER              PIC X(01).
           05  W-RX-START-DATE     PIC X(08).
           05  FILLER              PIC X(01).
           05  W-RX-END-DATE       PIC X(08).
           05  FILLER              PIC X(01).
           05  W-RX-ACCT-NUMBER    PIC X(15).
           05  FILLER              PIC X(01).
           05  W-RX-STATUS         PIC X(01).
           05  FILLER              PIC X(01).
           05  W-RX-STREET         PIC X(35).
           05  FILLER              PIC X(01).
           05  W-RX-CITY           PIC X(25).
           05  FILLER              PIC X(01).
           05  W-RX-STATE          PIC X(10).
           05  FILLER              PIC X(01).
           05  W-RX-ZIP-CODE       PIC X(10).
           05  FILLER              PIC X(01).
           05  W-RX-OPERATOR-ID    PIC X(08).

       01  W-EOF-SW                PIC X(01)       VALUE 'N'.
           88  W-EOF                               VALUE 'Y'.
           88  W-NOT-EOF                           VALUE 'N'.

       01  W-SORT-EOF-SW           PIC X(01)       VALUE 'N'.
           88  W-SORT-EOF                          VALUE 'Y'.
           88  W-SORT-NOT-EOF                      VALUE 'N'.

       01  W-SWEEP-OPEN-SW         PIC X(01)       VALUE 'N'.
           88  W-SWEEP-OPEN                        VALUE 'Y'.

       01  W-REPORT-OPEN-SW        PIC X(01)       VALUE 'N'.
           88  W-REPORT-OPEN                       VALUE 'Y'.

       01  W-FILE-STATUS           PIC X(02).
           88  W-FILE-STATUS-GOOD                  VALUE '00'.

       01  W-HS-FILE-STATUS        PIC X(02).
           88  W-HS-FILE-STATUS-GOOD               VALUE '00'.
           88  W-HS-FILE-NOT-FOUND                 VALUE '35'.

       01  W-MD-FILE-STATUS        PIC X(02).
           88  W-MD-FILE-STATUS-GOOD               VALUE '00'.
           88  W-MD-FILE-NOT-FOUND                 VALUE '35'.

       01  W-SF-FILE-STATUS        PIC X(02).
           88  W-SF-FILE-STATUS-GOOD               VALUE '00'.
           88  W-SF-FILE-NOT-FOUND                 VALUE '35'.

       01  W-TX-FILE-STATUS        PIC X(02).
           88  W-TX-FILE-STATUS-GOOD               VALUE '00'.

       01  W-RP-FILE-STATUS        PIC X(02).
           88  W-RP-FILE-STATUS-GOOD               VALUE '00'.

       01  W-ERROR-MSG             PIC X(22)       VALUE
           '**** NAMADDSAT error: '.

       01  W-NAMADDIX-PATH         PIC X(60)       VALUE
           'Data\NAMEADDR.Idx.dat'.
       01  W-THIS-JUR              PIC X(03)       VALUE 'HOM'.
       01  W-JUR-SUB               PIC 9(02)  COMP.
       01  W-JURS-WALKED           PIC 9(04)  COMP VALUE 0.

       01  W-FS-CONTROL.
           COPY FILESTATL.

       01  W-JU-CONTROL.
           COPY JURISDICL.

       01  W-RI-CONTROL.
           COPY RUNIDL.

       01  W-RPT-LINE              PIC X(132).

       01  W-DETAIL-LINE.
           05  FILLER              PIC X(05).
           05  W-DL-LINE-NUM       PIC X(07).
           05  FILLER              PIC X(02).
           05  W-DL-CLASS          PIC X(08).
           05  FILLER              PIC X(02).
           05  W-DL-TAXID          PIC X(12).
           05  FILLER              PIC X(02).
           05  W-DL-SURVIVOR       PIC X(12).
           05  FILLER              PIC X(02).
           05  W-DL-ACTION         PIC X(40).

       01  W-DL-LINE-NUM-NUM       PIC ZZZ,ZZ9.

       01  W-SAT-COUNT-LINE.
           05  FILLER              PIC X(05).
           05  FILLER              PIC X(06)       VALUE 'Lines '.
           05  W-SC-LINES          PIC ZZZ,ZZ9.
           05  FILLER              PIC X(08)       VALUE '  Valid '.
           05  W-SC-VALID          PIC ZZZ,ZZ9.
           05  FILLER              PIC X(11)       VALUE
               '  Archived '.
           05  W-SC-ARCHIVED       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(09)       VALUE '  Merged '.
           05  W-SC-MERGED         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(11)       VALUE
               '  Orphaned '.
           05  W-SC-ORPHANED       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(15)       VALUE
               '  Transactions '.
           05  W-SC-TRANS          PIC ZZZ,ZZ9.

       01  W-COUNT-LINE.
           05  FILLER              PIC X(03).
           05  W-CL-LABEL          PIC X(40).
           05  W-CL-COUNT          PIC ZZZ,ZZ9.

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
               GO TO MAIN-SHUT-DOWN
           END-IF

           PERFORM SUB-1100-LOAD-INDEX THRU SUB-1100-EXIT

           IF      W-RETURN-CODE = 0
               PERFORM SUB-1200-LOAD-HISTORY THRU SUB-1200-EXIT
           END-IF

           IF      W-RETURN-CODE = 0
               PERFORM SUB-1300-LOAD-MERGES THRU SUB-1300-EXIT
           END-IF

           IF      W-RETURN-CODE NOT = 0
               GO TO MAIN-SHUT-DOWN
           END-IF

           PERFORM SUB-2000-SWEEP-SATELLITE THRU SUB-2000-EXIT
               VARYING W-SAT-IX FROM 1 BY 1
               UNTIL W-SAT-IX > W-SAT-COUNT
               OR    W-RETURN-CODE NOT = 0

           IF      W-RETURN-CODE = 0
               PERFORM SUB-4000-WRITE-SUMMARY THRU SUB-4000-EXIT
           END-IF
           .
       MAIN-SHUT-DOWN.

           PERFORM SUB-5000-SHUT-DOWN THRU SUB-5000-EXIT
           .
       MAIN-EXIT.
           MOVE W-RETURN-CODE      TO RETURN-CODE
           STOP RUN.
      /
       SUB-1000-START-UP.
      *------------------

           MOVE FUNCTION WHEN-COMPILED
                                   TO W-COMPILED-DATE

           DISPLAY 'NAMADDSAT compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           MOVE FUNCTION CURRENT-DATE(1 : 8)
                                   TO W-TODAY

           DISPLAY 1               UPON ARGUMENT-NUMBER

           ACCEPT W-ARG1           FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES     TO W-ARG1
           END-ACCEPT

           IF      W-ARG1 NOT = SPACES
               MOVE FUNCTION UPPER-CASE(W-ARG1)
                                   TO W-OPERATOR-ID
           END-IF

           DISPLAY 'Clean-up transactions by operator '
                   W-OPERATOR-ID

           SET  RI-FUNC-NEXT       TO TRUE
           CALL 'RUNID' USING W-RI-CONTROL
           DISPLAY 'Run ID: ' RI-RUN-ID

           OPEN OUTPUT INTRPT

           IF      NOT W-RP-FILE-STATUS-GOOD
               MOVE W-RP-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-RP-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening INTRPT'
               MOVE 10             TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           SET  W-REPORT-OPEN      TO TRUE

           MOVE SPACES             TO W-COUNT-LINE
                                      W-DETAIL-LINE

           MOVE SPACES             TO W-RPT-LINE
           STRING ' SATELLITE FILE INTEGRITY SWEEP - RUN '
                                   DELIMITED BY SIZE
                  RI-RUN-ID        DELIMITED BY SIZE
                  ' ON '           DELIMITED BY SIZE
                  W-TODAY          DELIMITED BY SIZE
                  ' - OPERATOR '   DELIMITED BY SIZE
                  W-OPERATOR-ID    DELIMITED BY SPACE
             INTO W-RPT-LINE
           END-STRING
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-INDEX.
      *--------------------

      **** The satellites are shared by every jurisdiction, so every
      **** partition's TAXIDs are loaded - a line for another
      **** county's taxpayer is not an orphan. The sort puts them in
      **** NA-TAXID order for SEARCH ALL. Every status counts - an
      **** inactive record is still on file, and its satellites with
      **** it.

           SET  JU-FUNC-GET        TO TRUE
           MOVE 1                  TO JU-ENTRY-NUM

           CALL 'JURISDIC' USING W-JU-CONTROL

           IF      JU-COUNT = 0
               DISPLAY 'No jurisdictions configured - home file '
                       'only'
           END-IF

           SET  W-SORT-NOT-EOF     TO TRUE
           MOVE LOW-VALUES         TO W-PREV-TAXID

           SORT SORTWK
               ON ASCENDING KEY SR-TAXID
               INPUT  PROCEDURE SUB-1110-RELEASE-PARTITIONS
                           THRU SUB-1110-EXIT
               OUTPUT PROCEDURE SUB-1140-TABLE-INDEX
                           THRU SUB-1140-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-1100-EXIT
           END-IF

           MOVE W-JURS-WALKED      TO W-DISP-NUM
           DISPLAY 'NAMADDIX partitions read:   '
                   W-DISP-NUM
           MOVE W-IDX-COUNT        TO W-DISP-NUM
           DISPLAY 'NAMADDIX TAXIDs loaded:     '
                   W-DISP-NUM
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1110-RELEASE-PARTITIONS.
      *----------------------------

           IF      JU-COUNT = 0
               PERFORM SUB-1120-RELEASE-ONE-PARTITION
                  THRU SUB-1120-EXIT
               GO TO SUB-1110-EXIT
           END-IF

           PERFORM SUB-1115-RELEASE-JURISDICTION THRU SUB-1115-EXIT
               VARYING W-JUR-SUB FROM 1 BY 1
               UNTIL W-JUR-SUB > JU-COUNT
               OR    W-RETURN-CODE NOT = 0
           .
       SUB-1110-EXIT.
           EXIT.
      /
       SUB-1115-RELEASE-JURISDICTION.
      *------------------------------

           SET  JU-FUNC-GET        TO TRUE
           MOVE W-JUR-SUB          TO JU-ENTRY-NUM

           CALL 'JURISDIC' USING W-JU-CONTROL

           IF      JU-NOT-FOUND
               GO TO SUB-1115-EXIT
           END-IF

           MOVE JU-IDX-PATH        TO W-NAMADDIX-PATH
           MOVE JU-CODE            TO W-THIS-JUR

           PERFORM SUB-1120-RELEASE-ONE-PARTITION THRU SUB-1120-EXIT
           .
       SUB-1115-EXIT.
           EXIT.
      /
       SUB-1120-RELEASE-ONE-PARTITION.
      *-------------------------------

      **** A partition that cannot be read stops the sweep - without
      **** its TAXIDs every line of that county would be ORPHANED.

           OPEN INPUT NAMADDIX

           IF      NOT W-FILE-STATUS-GOOD
               MOVE W-FILE-STATUS  TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening partition '
                       W-THIS-JUR
                       ' at '
                       FUNCTION TRIM(W-NAMADDIX-PATH)
               MOVE 12             TO W-RETURN-CODE
               GO TO SUB-1120-EXIT
           END-IF

           ADD  1                  TO W-JURS-WALKED

           SET  W-NOT-EOF          TO TRUE
           MOVE LOW-VALUES         TO NA-TAXID IN NAMADDIX-REC
                                      W-PREV-TAXID

           START NAMADDIX
               KEY >= NA-TAXID IN NAMADDIX-REC
           END-START

           IF      NOT W-FILE-STATUS-GOOD
               SET  W-EOF          TO TRUE
           END-IF

           PERFORM SUB-1130-RELEASE-ONE-TAXID THRU SUB-1130-EXIT
               UNTIL W-EOF
               OR    W-RETURN-CODE NOT = 0

           CLOSE NAMADDIX
           .
       SUB-1120-EXIT.
           EXIT.
      /
       SUB-1130-RELEASE-ONE-TAXID.
      *---------------------------

           READ NAMADDIX NEXT
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-1130-EXIT
           END-READ

           IF      NOT W-FILE-STATUS-GOOD
               SET  W-EOF          TO TRUE
               GO TO SUB-1130-EXIT
           END-IF

           IF      NA-TAXID IN NAMADDIX-REC NOT > W-PREV-TAXID
               DISPLAY W-ERROR-MSG
                       'NAMADDIX partition '
                       W-THIS-JUR
                       ' not in key order at '
                       NA-TAXID IN NAMADDIX-REC
               MOVE 13             TO W-RETURN-CODE
               GO TO SUB-1130-EXIT
           END-IF

           MOVE NA-TAXID IN NAMADDIX-REC
                                   TO W-PREV-TAXID
                                      SR-TAXID

           RELEASE SORTWK-REC
           .
       SUB-1130-EXIT.
           EXIT.
      /
       SUB-1140-TABLE-INDEX.
      *---------------------

           MOVE LOW-VALUES         TO W-PREV-TAXID

           PERFORM SUB-1150-TABLE-ONE-TAXID THRU SUB-1150-EXIT
               UNTIL W-SORT-EOF
               OR    W-RETURN-CODE NOT = 0
           .
       SUB-1140-EXIT.
           EXIT.
      /
       SUB-1150-TABLE-ONE-TAXID.
      *-------------------------

      **** A TAXID on two partitions is NAMADDXJD's concern - here it
      **** is on a master either way, and is tabled once.

           RETURN SORTWK
               AT END
                   SET  W-SORT-EOF TO TRUE
                   GO TO SUB-1150-EXIT
           END-RETURN

           IF      SR-TAXID = W-PREV-TAXID
               GO TO SUB-1150-EXIT
           END-IF

           IF      W-IDX-COUNT >= W-IDX-MAX
               DISPLAY W-ERROR-MSG
                       'More than '
                       W-IDX-MAX
                       ' records - enlarge W-IDX-TABLE'
               MOVE 14             TO W-RETURN-CODE
               GO TO SUB-1150-EXIT
           END-IF

           MOVE SR-TAXID           TO W-PREV-TAXID

           ADD  1                  TO W-IDX-COUNT
           MOVE SR-TAXID           TO W-IDX-TAXID(W-IDX-COUNT)
           .
       SUB-1150-EXIT.
           EXIT.
      /
       SUB-1200-LOAD-HISTORY.
      *----------------------

      **** The archive holds every image of a record archived more
      **** than once, in the order archived; the sort brings each
      **** TAXID together so the table keeps it once, in order.

           OPEN INPUT NAMADDHS

           IF      W-HS-FILE-NOT-FOUND
               DISPLAY 'No archive on file'
               GO TO SUB-1200-EXIT
           END-IF

           IF      NOT W-HS-FILE-STATUS-GOOD
               MOVE W-HS-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-HS-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDHS'
               MOVE 15             TO W-RETURN-CODE
               GO TO SUB-1200-EXIT
           END-IF

           SET  W-NOT-EOF          TO TRUE
           SET  W-SORT-NOT-EOF     TO TRUE
           MOVE LOW-VALUES         TO W-PREV-TAXID

           SORT SORTWK
               ON ASCENDING KEY SR-TAXID
               INPUT  PROCEDURE SUB-1210-RELEASE-HISTORY
                           THRU SUB-1210-EXIT
               OUTPUT PROCEDURE SUB-1230-TABLE-HISTORY
                           THRU SUB-1230-EXIT

           CLOSE NAMADDHS

           MOVE W-HST-COUNT        TO W-DISP-NUM
           DISPLAY 'Archived TAXIDs loaded:     '
                   W-DISP-NUM
           .
       SUB-1200-EXIT.
           EXIT.
      /
       SUB-1210-RELEASE-HISTORY.
      *-------------------------

           PERFORM SUB-1220-RELEASE-ONE-IMAGE THRU SUB-1220-EXIT
               UNTIL W-EOF
           .
       SUB-1210-EXIT.
           EXIT.
      /
       SUB-1220-RELEASE-ONE-IMAGE.
      *---------------------------

           READ NAMADDHS
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-1220-EXIT
           END-READ

           IF      NOT W-HS-FILE-STATUS-GOOD
               SET  W-EOF          TO TRUE
               GO TO SUB-1220-EXIT
           END-IF

           ADD  1                  TO W-HST-IMAGES

           IF      HS-TAXID = SPACES
               GO TO SUB-1220-EXIT
           END-IF

           MOVE HS-TAXID           TO SR-TAXID

           RELEASE SORTWK-REC
           .
       SUB-1220-EXIT.
           EXIT.
      /
       SUB-1230-TABLE-HISTORY.
      *-----------------------

           PERFORM SUB-1240-TABLE-ONE-TAXID THRU SUB-1240-EXIT
               UNTIL W-SORT-EOF
               OR    W-RETURN-CODE NOT = 0
           .
       SUB-1230-EXIT.
           EXIT.
      /
       SUB-1240-TABLE-ONE-TAXID.
      *-------------------------

           RETURN SORTWK
               AT END
                   SET  W-SORT-EOF TO TRUE
                   GO TO SUB-1240-EXIT
           END-RETURN

           IF      SR-TAXID = W-PREV-TAXID
               GO TO SUB-1240-EXIT
           END-IF

           IF      W-HST-COUNT >= W-HST-MAX
               DISPLAY W-ERROR-MSG
                       'More than '
                       W-HST-MAX
                       ' archived TAXIDs - enlarge W-HST-TABLE'
               MOVE 16             TO W-RETURN-CODE
               GO TO SUB-1240-EXIT
           END-IF

           MOVE SR-TAXID           TO W-PREV-TAXID

           ADD  1                  TO W-HST-COUNT
           MOVE SR-TAXID           TO W-HST-TAXID(W-HST-COUNT)
           .
       SUB-1240-EXIT.
           EXIT.
      /
       SUB-1300-LOAD-MERGES.
      *---------------------

           OPEN INPUT NAMADDMD

           IF      W-MD-FILE-NOT-FOUND
               DISPLAY 'No merge decisions on file'
               GO TO SUB-1300-EXIT
           END-IF

           IF      NOT W-MD-FILE-STATUS-GOOD
               MOVE W-MD-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-MD-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDMD'
               MOVE 17             TO W-RETURN-CODE
               GO TO SUB-1300-EXIT
           END-IF

           SET  W-NOT-EOF          TO TRUE

           PERFORM SUB-1310-LOAD-ONE-MERGE THRU SUB-1310-EXIT
               UNTIL W-EOF
               OR    W-RETURN-CODE NOT = 0

           CLOSE NAMADDMD

           MOVE W-MRG-COUNT        TO W-DISP-NUM
           DISPLAY 'Merge decisions loaded:     '
                   W-DISP-NUM
           .
       SUB-1300-EXIT.
           EXIT.
      /
       SUB-1310-LOAD-ONE-MERGE.
      *------------------------

           READ NAMADDMD
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-1310-EXIT
           END-READ

           IF      NOT W-MD-FILE-STATUS-GOOD
               SET  W-EOF          TO TRUE
               GO TO SUB-1310-EXIT
           END-IF

           IF      MD-SURVIVOR-TAXID = SPACES
               OR  MD-LOSER-TAXID = SPACES
               OR  MD-SURVIVOR-TAXID = MD-LOSER-TAXID
               GO TO SUB-1310-EXIT
           END-IF

           IF      W-MRG-COUNT >= W-MRG-MAX
               DISPLAY W-ERROR-MSG
                       'More than '
                       W-MRG-MAX
                       ' merge decisions - enlarge W-MRG-TABLE'
               MOVE 18             TO W-RETURN-CODE
               GO TO SUB-1310-EXIT
           END-IF

           ADD  1                  TO W-MRG-COUNT
           MOVE MD-LOSER-TAXID     TO W-MRG-LOSER(W-MRG-COUNT)
           MOVE MD-SURVIVOR-TAXID  TO W-MRG-SURVIVOR(W-MRG-COUNT)
           .
       SUB-1310-EXIT.
           EXIT.
      /
       SUB-2000-SWEEP-SATELLITE.
      *-------------------------

           MOVE W-SAT-PATH(W-SAT-IX)
                                   TO W-SATELLITE-PATH
           MOVE 0                  TO W-SAT-LINES
                                      W-SAT-VALID
                                      W-SAT-ARCHIVED
                                      W-SAT-MERGED
                                      W-SAT-ORPHANED
                                      W-SAT-TRANS

           MOVE SPACES             TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE SPACES             TO W-RPT-LINE
           STRING ' '              DELIMITED BY SIZE
                  W-SATELLITE-PATH DELIMITED BY SPACE
                  INTO W-RPT-LINE
           END-STRING

           IF      W-SAT-KIND-REPORT-ONLY(W-SAT-IX)
               MOVE '(reported only)'
                                   TO W-RPT-LINE(50 : 15)
           ELSE
               MOVE '->'           TO W-RPT-LINE(50 : 2)
               MOVE W-SAT-SWEEP-PATH(W-SAT-IX)
                                   TO W-RPT-LINE(53 : 40)
           END-IF

           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           OPEN INPUT SATFILE

           IF      W-SF-FILE-NOT-FOUND
               ADD  1              TO W-SATELLITES-MISSING
               MOVE SPACES         TO W-RPT-LINE
               MOVE 'Not on file - nothing to check'
                                   TO W-RPT-LINE(6 : 40)
               PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT
               GO TO SUB-2000-EXIT
           END-IF

           IF      NOT W-SF-FILE-STATUS-GOOD
               MOVE W-SF-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-SF-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening '
                       W-SATELLITE-PATH
               MOVE 20             TO W-RETURN-CODE
               GO TO SUB-2000-EXIT
           END-IF

           ADD  1                  TO W-SATELLITES-READ

      **** The clean-up file is rebuilt every run, so last week's
      **** transactions are never fed twice.

           IF      NOT W-SAT-KIND-REPORT-ONLY(W-SAT-IX)
               MOVE W-SAT-SWEEP-PATH(W-SAT-IX)
                                   TO W-SWEEP-PATH

               OPEN OUTPUT SWEEPTX

               IF      NOT W-TX-FILE-STATUS-GOOD
                   MOVE W-TX-FILE-STATUS
                                   TO FS-STATUS-CODE
                   CALL 'FILESTAT' USING W-FS-CONTROL
                   DISPLAY W-ERROR-MSG
                           'File status '
                           W-TX-FILE-STATUS
                           ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                           ' opening '
                           W-SWEEP-PATH
                   MOVE 21         TO W-RETURN-CODE
                   CLOSE SATFILE
                   GO TO SUB-2000-EXIT
               END-IF

               SET  W-SWEEP-OPEN   TO TRUE
           END-IF

           SET  W-NOT-EOF          TO TRUE

           PERFORM SUB-2100-CHECK-ONE-LINE THRU SUB-2100-EXIT
               UNTIL W-EOF
               OR    W-RETURN-CODE NOT = 0

           CLOSE SATFILE

           IF      W-SWEEP-OPEN
               CLOSE SWEEPTX
               MOVE 'N'            TO W-SWEEP-OPEN-SW
           END-IF

           MOVE W-SAT-LINES        TO W-SC-LINES
           MOVE W-SAT-VALID        TO W-SC-VALID
           MOVE W-SAT-ARCHIVED     TO W-SC-ARCHIVED
           MOVE W-SAT-MERGED       TO W-SC-MERGED
           MOVE W-SAT-ORPHANED     TO W-SC-ORPHANED
           MOVE W-SAT-TRANS        TO W-SC-TRANS
           MOVE W-SAT-COUNT-LINE   TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           ADD  W-SAT-LINES        TO W-TOTAL-LINES
           ADD  W-SAT-VALID        TO W-TOTAL-VALID
           ADD  W-SAT-ARCHIVED     TO W-TOTAL-ARCHIVED
           ADD  W-SAT-MERGED       TO W-TOTAL-MERGED
           ADD  W-SAT-ORPHANED     TO W-TOTAL-ORPHANED
           ADD  W-SAT-TRANS        TO W-TOTAL-TRANS
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-CHECK-ONE-LINE.
      *------------------------

           READ SATFILE
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-2100-EXIT
           END-READ

           IF      SATFILE-REC = SPACES
               GO TO SUB-2100-EXIT
           END-IF

           ADD  1                  TO W-SAT-LINES

           MOVE SPACES             TO W-SURVIVOR-1
                                      W-SURVIVOR-2

           MOVE W-SAT-COL-1(W-SAT-IX)
                                   TO W-SAT-COL
           MOVE SATFILE-REC(W-SAT-COL : 12)
                                   TO W-CHK-TAXID
                                      W-LINE-TAXID
           PERFORM SUB-9100-CLASSIFY-TAXID THRU SUB-9100-EXIT
           MOVE W-CHK-CLASS        TO W-LINE-CLASS

           IF      W-CHK-MERGED
               MOVE W-CHK-SURVIVOR TO W-SURVIVOR-1
           END-IF

      **** Orphaned outranks merged, merged outranks archived.

           IF      W-SAT-COL-2(W-SAT-IX) > 0
               MOVE W-SAT-COL-2(W-SAT-IX)
                                   TO W-SAT-COL
               MOVE SATFILE-REC(W-SAT-COL : 12)
                                   TO W-CHK-TAXID
               PERFORM SUB-9100-CLASSIFY-TAXID THRU SUB-9100-EXIT

               IF      W-CHK-MERGED
                   MOVE W-CHK-SURVIVOR
                                   TO W-SURVIVOR-2
               END-IF

               EVALUATE TRUE
                   WHEN W-LINE-ORPHANED
                       CONTINUE
                   WHEN W-CHK-ORPHANED
                       SET  W-LINE-ORPHANED
                                   TO TRUE
                       MOVE W-CHK-TAXID
                                   TO W-LINE-TAXID
                   WHEN W-LINE-MERGED
                       CONTINUE
                   WHEN W-CHK-MERGED
                       SET  W-LINE-MERGED
                                   TO TRUE
                       MOVE W-CHK-TAXID
                                   TO W-LINE-TAXID
                   WHEN W-LINE-ARCHIVED
                       CONTINUE
                   WHEN W-CHK-ARCHIVED
                       SET  W-LINE-ARCHIVED
                                   TO TRUE
                       MOVE W-CHK-TAXID
                                   TO W-LINE-TAXID
               END-EVALUATE
           END-IF

           EVALUATE TRUE
               WHEN W-LINE-VALID
                   ADD  1          TO W-SAT-VALID
                   GO TO SUB-2100-EXIT
               WHEN W-LINE-ARCHIVED
                   ADD  1          TO W-SAT-ARCHIVED
                   MOVE 'ARCHIVED' TO W-DL-CLASS
                   MOVE 'Kept for restore'
                                   TO W-DL-ACTION
               WHEN W-LINE-MERGED
                   ADD  1          TO W-SAT-MERGED
                   MOVE 'MERGED'   TO W-DL-CLASS
               WHEN OTHER
                   ADD  1          TO W-SAT-ORPHANED
                   MOVE 'ORPHANED' TO W-DL-CLASS
           END-EVALUATE

           MOVE W-SAT-LINES        TO W-DL-LINE-NUM-NUM
           MOVE W-DL-LINE-NUM-NUM  TO W-DL-LINE-NUM
           MOVE W-LINE-TAXID       TO W-DL-TAXID

           IF      W-LINE-MERGED
               IF      W-SURVIVOR-1 NOT = SPACES
                   MOVE W-SURVIVOR-1
                                   TO W-DL-SURVIVOR
               ELSE
                   MOVE W-SURVIVOR-2
                                   TO W-DL-SURVIVOR
               END-IF
           END-IF

           IF      W-LINE-ARCHIVED
               CONTINUE
           ELSE
               IF      W-SAT-KIND-REPORT-ONLY(W-SAT-IX)
                   MOVE 'No maintenance program - fix by hand'
                                   TO W-DL-ACTION
               ELSE
                   PERFORM SUB-2200-WRITE-CLEAN-UP THRU
                           SUB-2200-EXIT
               END-IF
           END-IF

           PERFORM SUB-9400-WRITE-DETAIL THRU SUB-9400-EXIT
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-WRITE-CLEAN-UP.
      *------------------------

      **** The line comes off under its own TAXID(s); a merged line
      **** then goes back on under the survivor(s).

           MOVE W-SAT-DEL-CODE(W-SAT-IX)
                                   TO W-TX-CODE
           PERFORM SUB-2300-BUILD-TRANSACTION THRU SUB-2300-EXIT
           PERFORM SUB-9500-WRITE-SWEEP THRU SUB-9500-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-2200-EXIT
           END-IF

           IF      W-LINE-ORPHANED
               MOVE 'Removal transaction written'
                                   TO W-DL-ACTION
               GO TO SUB-2200-EXIT
           END-IF

           MOVE W-SAT-ADD-CODE(W-SAT-IX)
                                   TO W-TX-CODE
           PERFORM SUB-2300-BUILD-TRANSACTION THRU SUB-2300-EXIT

           IF      W-SURVIVOR-1 NOT = SPACES
               MOVE W-SAT-COL-1(W-SAT-IX)
                                   TO W-TX-COL
               ADD  2              TO W-TX-COL
               MOVE W-SURVIVOR-1   TO W-TX-LINE(W-TX-COL : 12)
           END-IF

           IF      W-SURVIVOR-2 NOT = SPACES
               MOVE W-SAT-COL-2(W-SAT-IX)
                                   TO W-TX-COL
               ADD  2              TO W-TX-COL
               MOVE W-SURVIVOR-2   TO W-TX-LINE(W-TX-COL : 12)
           END-IF

           PERFORM SUB-9500-WRITE-SWEEP THRU SUB-9500-EXIT

           MOVE 'Moved to survivor - 2 transactions'
                                   TO W-DL-ACTION
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2300-BUILD-TRANSACTION.
      *---------------------------

           MOVE SPACES             TO W-TX-LINE

           IF      W-SAT-KIND-REGISTRATION(W-SAT-IX)
               PERFORM SUB-2310-BUILD-REGISTRATION THRU
                       SUB-2310-EXIT
               GO TO SUB-2300-EXIT
           END-IF

           MOVE W-TX-CODE          TO W-TX-LINE(1 : 1)
           MOVE SATFILE-REC(1 : W-SAT-COPY-LEN(W-SAT-IX))
                                   TO W-TX-LINE(3 :
                                      W-SAT-COPY-LEN(W-SAT-IX))

           IF      W-SAT-OPER-COL(W-SAT-IX) > 0
               MOVE W-OPERATOR-ID  TO W-TX-LINE(W-SAT-OPER-COL
                                      (W-SAT-IX) : 8)
           END-IF
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2310-BUILD-REGISTRATION.
      *----------------------------

           MOVE SATFILE-REC        TO W-RG-WORK

           MOVE SPACES             TO W-REG-TX
           MOVE W-TX-CODE          TO W-RX-TRANS-CODE
           MOVE RG-TAXID           TO W-RX-TAXID
           MOVE RG-ACCT-TYPE       TO W-RX-ACCT-TYPE
           MOVE RG-START-DATE      TO W-RX-START-DATE
           MOVE RG-END-DATE        TO W-RX-END-DATE
           MOVE RG-ACCT-NUMBER     TO W-RX-ACCT-NUMBER
           MOVE RG-STATUS          TO W-RX-STATUS
           MOVE RG-STREET          TO W-RX-STREET
           MOVE RG-CITY            TO W-RX-CITY
           MOVE RG-STATE           TO W-RX-STATE
           MOVE RG-ZIP-CODE        TO W-RX-ZIP-CODE
           MOVE W-OPERATOR-ID      TO W-RX-OPERATOR-ID

           MOVE W-REG-TX           TO W-TX-LINE
           .
       SUB-2310-EXIT.
           EXIT.
      /
       SUB-4000-WRITE-SUMMARY.
      *-----------------------

           MOVE SPACES             TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE 'NAMADDIX TAXIDs'  TO W-CL-LABEL
           MOVE W-IDX-COUNT        TO W-CL-COUNT
           PERFORM SUB-4200-WRITE-COUNT THRU SUB-4200-EXIT

           MOVE 'Archive images read'
                                   TO W-CL-LABEL
           MOVE W-HST-IMAGES       TO W-CL-COUNT
           PERFORM SUB-4200-WRITE-COUNT THRU SUB-4200-EXIT

           MOVE 'Archived TAXIDs'  TO W-CL-LABEL
           MOVE W-HST-COUNT        TO W-CL-COUNT
           PERFORM SUB-4200-WRITE-COUNT THRU SUB-4200-EXIT

           MOVE 'Merge decisions'  TO W-CL-LABEL
           MOVE W-MRG-COUNT        TO W-CL-COUNT
           PERFORM SUB-4200-WRITE-COUNT THRU SUB-4200-EXIT

           MOVE 'Satellite files read'
                                   TO W-CL-LABEL
           MOVE W-SATELLITES-READ  TO W-CL-COUNT
           PERFORM SUB-4200-WRITE-COUNT THRU SUB-4200-EXIT

           MOVE 'Satellite files not on file'
                                   TO W-CL-LABEL
           MOVE W-SATELLITES-MISSING
                                   TO W-CL-COUNT
           PERFORM SUB-4200-WRITE-COUNT THRU SUB-4200-EXIT

           MOVE 'Satellite lines checked'
                                   TO W-CL-LABEL
           MOVE W-TOTAL-LINES      TO W-CL-COUNT
           PERFORM SUB-4200-WRITE-COUNT THRU SUB-4200-EXIT

           MOVE 'Valid'            TO W-CL-LABEL
           MOVE W-TOTAL-VALID      TO W-CL-COUNT
           PERFORM SUB-4200-WRITE-COUNT THRU SUB-4200-EXIT

           MOVE 'Archived - kept'  TO W-CL-LABEL
           MOVE W-TOTAL-ARCHIVED   TO W-CL-COUNT
           PERFORM SUB-4200-WRITE-COUNT THRU SUB-4200-EXIT

           MOVE 'Merged'           TO W-CL-LABEL
           MOVE W-TOTAL-MERGED     TO W-CL-COUNT
           PERFORM SUB-4200-WRITE-COUNT THRU SUB-4200-EXIT

           MOVE 'Orphaned'         TO W-CL-LABEL
           MOVE W-TOTAL-ORPHANED   TO W-CL-COUNT
           PERFORM SUB-4200-WRITE-COUNT THRU SUB-4200-EXIT

           MOVE 'Clean-up transactions written'
                                   TO W-CL-LABEL
           MOVE W-TOTAL-TRANS      TO W-CL-COUNT
           PERFORM SUB-4200-WRITE-COUNT THRU SUB-4200-EXIT
           .
       SUB-4000-EXIT.
           EXIT.
      /
       SUB-4200-WRITE-COUNT.
      *---------------------

           MOVE W-COUNT-LINE       TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE SPACES             TO W-COUNT-LINE
           .
       SUB-4200-EXIT.
           EXIT.
      /
       SUB-5000-SHUT-DOWN.
      *-------------------

           IF      W-SWEEP-OPEN
               CLOSE SWEEPTX
           END-IF

           IF      W-REPORT-OPEN
               CLOSE INTRPT
           END-IF

           MOVE W-TOTAL-LINES      TO W-DISP-NUM
           DISPLAY 'Satellite lines checked:    '
                   W-DISP-NUM

           MOVE W-TOTAL-ARCHIVED   TO W-DISP-NUM
           DISPLAY 'Archived:                   '
                   W-DISP-NUM

           MOVE W-TOTAL-MERGED     TO W-DISP-NUM
           DISPLAY 'Merged:                     '
                   W-DISP-NUM

           MOVE W-TOTAL-ORPHANED   TO W-DISP-NUM
           DISPLAY 'Orphaned:                   '
                   W-DISP-NUM

           MOVE W-TOTAL-TRANS      TO W-DISP-NUM
           DISPLAY 'Clean-up transactions:      '
                   W-DISP-NUM

           DISPLAY 'NAMADDSAT completed'
           .
       SUB-5000-EXIT.
           EXIT.
      /
       SUB-9100-CLASSIFY-TAXID.
      *------------------------

      **** Classes W-CHK-TAXID; a merged TAXID whose survivor has
      **** itself gone is judged on the archive like any other.

           MOVE SPACES             TO W-CHK-SURVIVOR
           SET  W-CHK-VALID        TO TRUE

           IF      W-IDX-COUNT > 0
               SEARCH ALL W-IDX-ENTRY
                   AT END
                       CONTINUE
                   WHEN W-IDX-TAXID(W-IDX-IX) = W-CHK-TAXID
                       GO TO SUB-9100-EXIT
               END-SEARCH
           END-IF

           MOVE W-CHK-TAXID        TO W-CHK-SURVIVOR
           MOVE 0                  TO W-HOP-COUNT

           PERFORM SUB-9110-FOLLOW-MERGE THRU SUB-9110-EXIT
               UNTIL W-CHK-SURVIVOR = SPACES
               OR    W-CHK-MERGED

           IF      W-CHK-MERGED
               GO TO SUB-9100-EXIT
           END-IF

           SET  W-CHK-ORPHANED     TO TRUE

           IF      W-HST-COUNT > 0
               SEARCH ALL W-HST-ENTRY
                   AT END
                       CONTINUE
                   WHEN W-HST-TAXID(W-HST-IX) = W-CHK-TAXID
                       SET  W-CHK-ARCHIVED
                                   TO TRUE
               END-SEARCH
           END-IF
           .
       SUB-9100-EXIT.
           EXIT.
      /
       SUB-9110-FOLLOW-MERGE.
      *----------------------

      **** One step along the merge chain from W-CHK-SURVIVOR: it
      **** ends merged on a survivor on NAMADDIX, or with spaces
      **** when the chain runs out.

           ADD  1                  TO W-HOP-COUNT

           IF      W-HOP-COUNT > W-HOP-MAX
               OR  W-MRG-COUNT = 0
               MOVE SPACES         TO W-CHK-SURVIVOR
               GO TO SUB-9110-EXIT
           END-IF

           SET  W-MRG-IX           TO 1

           SEARCH W-MRG-ENTRY
               AT END
                   MOVE SPACES     TO W-CHK-SURVIVOR
                   GO TO SUB-9110-EXIT
               WHEN W-MRG-LOSER(W-MRG-IX) = W-CHK-SURVIVOR
                   MOVE W-MRG-SURVIVOR(W-MRG-IX)
                                   TO W-CHK-SURVIVOR
           END-SEARCH

           IF      W-IDX-COUNT = 0
               GO TO SUB-9110-EXIT
           END-IF

           SEARCH ALL W-IDX-ENTRY
               AT END
                   CONTINUE
               WHEN W-IDX-TAXID(W-IDX-IX) = W-CHK-SURVIVOR
                   SET  W-CHK-MERGED
                                   TO TRUE
           END-SEARCH
           .
       SUB-9110-EXIT.
           EXIT.
      /
       SUB-9400-WRITE-DETAIL.
      *----------------------

           MOVE W-DETAIL-LINE      TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE SPACES             TO W-DETAIL-LINE
           .
       SUB-9400-EXIT.
           EXIT.
      /
       SUB-9500-WRITE-SWEEP.
      *---------------------

           MOVE W-TX-LINE          TO SWEEPTX-REC

           WRITE SWEEPTX-REC

           IF      NOT W-TX-FILE-STATUS-GOOD
               MOVE W-TX-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-TX-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing '
                       W-SWEEP-PATH
               MOVE 22             TO W-RETURN-CODE
               GO TO SUB-9500-EXIT
           END-IF

           ADD  1                  TO W-SAT-TRANS
           .
       SUB-9500-EXIT.
           EXIT.
      /
       SUB-9900-WRITE-LINE.
      *--------------------

           MOVE W-RPT-LINE         TO INTRPT-REC

           WRITE INTRPT-REC

           IF      NOT W-RP-FILE-STATUS-GOOD
               MOVE W-RP-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-RP-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing INTRPT'
               MOVE 40             TO W-RETURN-CODE
           END-IF
           .
       SUB-9900-EXIT.
           EXIT.
