      *========================= NAMADDLS.cpy =========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Record layout of the lifecycle statistics history
      *              Data\NAMEADDR.LifecycleStats.dat that NAMADDLCS
      *              keeps - one line per month, jurisdiction and
      *              entity type, so each month's report can set its
      *              counts beside the prior month's and the same
      *              month a year earlier. A rerun for a month
      *              replaces that month's lines.
      *
      *                  LS-MONTH - the month counted, YYYYMM;
      *                  LS-JUR-CODE - the jurisdiction, 'ALL' for
      *                      the whole shop where jurisdictions
      *                      are configured;
      *                  LS-ENTITY-TYPE - NA-ENTITY-TYPE (P person,
      *                      B business, T trust, E estate), '*'
      *                      for every type;
      *                  LS-EVENT-COUNT - the month's events, in the
      *                      order registered, reactivated,
      *                      inactivated, deceased, archived, merged
      *                      away, transferred in, transferred out,
      *                      other deletes;
      *                  LS-POPULATION - the records on file when the
      *                      month was counted.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  1.0      First release
      *================================================================*

      *01  NAMADDLS-REC.
           05  LS-KEY.
               10  LS-MONTH        PIC X(06).
               10  FILLER          PIC X(01).
               10  LS-JUR-CODE     PIC X(03).
               10  FILLER          PIC X(01).
               10  LS-ENTITY-TYPE  PIC X(01).
           05  LS-EVENT                            OCCURS 9.
               10  FILLER          PIC X(01).
               10  LS-EVENT-COUNT  PIC 9(07).
           05  FILLER              PIC X(01).
           05  LS-POPULATION       PIC 9(09).
           05  FILLER              PIC X(01).
           05  LS-RUN-ID           PIC 9(08).
