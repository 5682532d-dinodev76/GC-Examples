      *=========================== WORKINBL ===========================*
      * Authors: Brian D Pead
      *
      * Description: Control parameter for subroutine WORKINB, which
      *     completes an item of clerk work assigned through the
      *     work-assignment file Data\NAMEADDR.WorkAssign.dat
      *     (NAMADDWA.cpy): the item is closed in its source queue
      *     and marked DONE with the operator who finished it and
      *     when. NAMADDSCR's inbox action calls it.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      *================================================================*

      *01  WORKINBL-CONTROL.

      **** Input fields:
      ****     WI-FUNCTION:
      ****         'C' completes one item.
      ****     WI-QUEUE-ID, WI-ITEM-KEY:
      ****         The item, as held on its work-assignment line.
      ****     WI-OPERATOR-ID:
      ****         The operator completing it - the item must be
      ****         open and assigned to them.

           05  WI-FUNCTION         PIC X(01).
               88  WI-FUNC-COMPLETE                VALUE 'C'.

           05  WI-QUEUE-ID         PIC X(06).
           05  WI-ITEM-KEY         PIC X(24).
           05  WI-OPERATOR-ID      PIC X(08).

      **** Output fields:
      ****     WI-RESULT-SW:
      ****         'D' done - closed in its source and marked DONE;
      ****         'N' no such open item;
      ****         'W' the item is assigned to someone else;
      ****         'F' a source queue or the assignment file could
      ****             not be rewritten - nothing was marked.
      ****     WI-SOURCE-SW ('D' only):
      ****         'C' closed in the source queue file;
      ****         'A' already gone from the source queue;
      ****         'R' recorded only - the merge candidate list is
      ****             rebuilt by every NAMADDMRG run, so a finished
      ****             pair is closed by its DONE line, which
      ****             NAMADDAGE and NAMADDWRK honour; a parked
      ****             suspense transaction stays for NAMADDLGL to
      ****             release when its hold lifts.

           05  WI-RESULT-SW        PIC X(01).
               88  WI-RESULT-DONE                  VALUE 'D'.
               88  WI-RESULT-NOT-OPEN              VALUE 'N'.
               88  WI-RESULT-NOT-YOURS             VALUE 'W'.
               88  WI-RESULT-FILE-ERROR            VALUE 'F'.

           05  WI-SOURCE-SW        PIC X(01).
               88  WI-SOURCE-CLOSED                VALUE 'C'.
               88  WI-SOURCE-ABSENT                VALUE 'A'.
               88  WI-SOURCE-RECORDED              VALUE 'R'.
