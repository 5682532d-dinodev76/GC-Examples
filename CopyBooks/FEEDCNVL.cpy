      *=========================== FEEDCNVL ===========================*
      * Authors: Brian D Pead
      *
      * Description: Control parameter for subroutine FEEDCNV, the
      *     layout-driven record converter for inbound mainframe
      *     feeds that mix display text with COMP-3 and binary
      *     fields. Putting such a record through the code-page
      *     table whole destroys the numbers, so FEEDCNV works from
      *     a layout file describing the feed (see NAMADDFL): only
      *     the display bytes go through TRNSLAT, and each numeric
      *     field is either passed through untouched or unpacked to
      *     signed display digits, as the layout says.
      *
      *     Packed and signed zoned fields are validated whichever
      *     way they are handled. A bad digit or sign is written to
      *     the exceptions log Data\NAMEADDR.FeedExceptions.dat
      *     (see NAMADDFX) with the record number and field name,
      *     and an unpacked bad field is written as asterisks.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      *================================================================*

      *01  FEEDCNVL-CONTROL.

      **** Input fields:
      ****     FC-FUNCTION:
      ****         'L' loads the layout file FC-LAYOUT-PATH; call once
      ****         at start-up. 'C' converts FC-RECORD-LEN-IN bytes of
      ****         the input record into the output record.
      ****     FC-CALLER / FC-RUN-ID:
      ****         Calling program and its run ID, for the exceptions
      ****         log.
      ****     FC-RECORD-NUMBER ('C'):
      ****         The record's number in the feed, for the log.

           05  FC-FUNCTION         PIC X(01).
               88  FC-FUNC-LOAD                    VALUE 'L'.
               88  FC-FUNC-CONVERT                 VALUE 'C'.

           05  FC-LAYOUT-PATH      PIC X(80).
           05  FC-CALLER           PIC X(09).
           05  FC-RUN-ID           PIC 9(08).
           05  FC-RECORD-NUMBER    PIC 9(09).
           05  FC-RECORD-LEN-IN    PIC S9(09) COMP.

      **** Output fields:
      ****     FC-RECORD-LEN-OUT ('C'):
      ****         Bytes in the output record - longer than the input
      ****         where fields were unpacked.
      ****     FC-FIELD-CNT / FC-NUMERIC-CNT / FC-UNPACK-CNT ('L'):
      ****         Fields in the layout, how many are numeric and how
      ****         many of those are unpacked.
      ****     FC-BAD-FIELD-CNT ('C'):
      ****         Numeric fields in this record failing validation;
      ****         FC-BAD-FIELD-NAME and FC-BAD-REASON name the first.
      ****     FC-RESPONSE-CODE / FC-RESPONSE-MSG:
      ****         Non-zero/non-space when the layout cannot be read
      ****         or is invalid, the record length is out of range,
      ****         TRNSLAT refuses the record or the exceptions log
      ****         cannot be written.

           05  FC-RECORD-LEN-OUT   PIC S9(09) COMP.
           05  FC-FIELD-CNT        PIC 9(04).
           05  FC-NUMERIC-CNT      PIC 9(04).
           05  FC-UNPACK-CNT       PIC 9(04).
           05  FC-BAD-FIELD-CNT    PIC 9(04).
           05  FC-BAD-FIELD-NAME   PIC X(30).
           05  FC-BAD-REASON       PIC X(20).

           05  FC-RESPONSE-CODE    PIC 9(04).
               88  FC-RESPONSE-GOOD                VALUE 0.
               88  FC-RESPONSE-LAYOUT-FILE-ERROR   VALUE 10.
               88  FC-RESPONSE-LAYOUT-ERROR        VALUE 20.
               88  FC-RESPONSE-RECLEN-ERROR        VALUE 30.
               88  FC-RESPONSE-TRANSLATE-ERROR     VALUE 40.
               88  FC-RESPONSE-LOG-ERROR           VALUE 50.

           05  FC-RESPONSE-MSG     PIC X(80).
