      *=========================== HEARTBTL ===========================*
      * Authors: Brian D Pead
      *
      * Description: Control parameter for subroutine HEARTBT, which
      *     rewrites a long-running process's heartbeat file
      *     Data\NAMEADDR.Heartbeat.<process>.dat (layout
      *     NAMADDHB.cpy) on every cycle - the time of the beat, the
      *     item in hand and the counts so far - so the NAMADDWDG
      *     watchdog can tell a process that is working from one
      *     that has hung or died.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      *================================================================*

      *01  HEARTBTL-CONTROL.

      **** Input fields:
      ****     HB-PROCESS-ID:
      ****         The process's name on the watchdog's list - the
      ****         program name, plus '-' and the worker ID where
      ****         several copies run (NAMADDSVC-1, NAMADDSVC-2).
      ****         It names the heartbeat file.

           05  HB-PROCESS-ID       PIC X(14).

      ****     HB-PROGRAM-NAME / HB-RUN-ID:
      ****         The calling program and its run ID from RUNID.

           05  HB-PROGRAM-NAME     PIC X(09).
           05  HB-RUN-ID           PIC 9(08).

      ****     HB-STATE:
      ****         'R' running - every cycle;
      ****         'S' stopped - the last beat of a clean shutdown
      ****         (or a hand-off the process was meant to make),
      ****         which the watchdog leaves down.

           05  HB-STATE            PIC X(01).
               88  HB-STATE-RUNNING                VALUE 'R'.
               88  HB-STATE-STOPPED                VALUE 'S'.

      ****     HB-ITEM:
      ****         What the process has in hand - the request path,
      ****         the file being watched - or spaces when idle.

           05  HB-ITEM             PIC X(80).

      ****     HB-COUNTS:
      ****         Free-form counts so far, caller formatted, as for
      ****         JOBLOG's key counts.

           05  HB-COUNTS           PIC X(60).

      **** Output field:
      ****     HB-RESPONSE-SW:
      ****         'N' when the heartbeat file could not be written.
      ****         Like JOBLOG, a heartbeat failure never fails the
      ****         process beating - the watchdog will notice soon
      ****         enough.

           05  HB-RESPONSE-SW      PIC X(01).
               88  HB-RESPONSE-GOOD        VALUE 'Y'.
               88  HB-RESPONSE-FILE-ERROR  VALUE 'N'.
