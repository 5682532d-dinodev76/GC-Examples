      *========================= NAMADDHB.cpy =========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Record layout of a heartbeat file
      *              Data\NAMEADDR.Heartbeat.<process>.dat - one line,
      *              rewritten by HEARTBT on every cycle of a long-
      *              running process, read by the NAMADDWDG watchdog.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  1.0      First release
      *================================================================*

      *01  NAMADDHB-REC.
           05  HR-TIMESTAMP        PIC X(14).
           05  FILLER              PIC X(01).
           05  HR-PROCESS-ID       PIC X(14).
           05  FILLER              PIC X(01).
           05  HR-PROGRAM-NAME     PIC X(09).
           05  FILLER              PIC X(01).
           05  HR-RUN-ID           PIC 9(08).
           05  FILLER              PIC X(01).
           05  HR-STATE            PIC X(01).
               88  HR-STATE-RUNNING                VALUE 'R'.
               88  HR-STATE-STOPPED                VALUE 'S'.
           05  FILLER              PIC X(01).
           05  HR-COUNTS           PIC X(60).
           05  FILLER              PIC X(01).
           05  HR-ITEM             PIC X(80).
