      *========================= NAMADDWD.cpy =========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Record layout of the watchdog control file
      *              Data\NAMEADDR.Watchdog.dat - one line per long-
      *              running process NAMADDWDG watches:
      *
      *                  WD-PROCESS-ID - the name the process beats
      *                      under (HEARTBTL HB-PROCESS-ID);
      *                  WD-STALE-SECONDS - how old its heartbeat may
      *                      grow before it counts as hung or dead;
      *                  WD-MAX-RESTARTS - automatic restarts allowed
      *                      in one watchdog day, zero for alert only;
      *                  WD-STOP-PATH - the stop file that says the
      *                      process was meant to stop (spaces when
      *                      it has none);
      *                  WD-COMMAND - the command that restarts it.
      *                      It must start the process in the
      *                      background and return at once.
      *
      *              A line opening with '*' is a comment.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  1.0      First release
      *================================================================*

      *01  NAMADDWD-REC.
           05  WD-PROCESS-ID       PIC X(14).
           05  FILLER              PIC X(01).
           05  WD-STALE-SECONDS    PIC 9(05).
           05  FILLER              PIC X(01).
           05  WD-MAX-RESTARTS     PIC 9(02).
           05  FILLER              PIC X(01).
           05  WD-STOP-PATH        PIC X(60).
           05  FILLER              PIC X(01).
           05  WD-COMMAND          PIC X(100).
