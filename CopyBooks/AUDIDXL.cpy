      *=========================== AUDIDXL ============================*
      * Authors: Brian D Pead
      *
      * Description: Control parameter for subroutine AUDIDX, keeper
      *     of the audit index Data\NAMEADDR.AuditIdx.dat - one
      *     entry per audit image per NA-TAXID it carries, keyed on
      *     the TAXID plus AU-SEQ-NUM, pointing at the file and line
      *     the image lives on (the live audit file or a NAMADDROL
      *     archive) and holding the stamped image itself, so a
      *     per-taxpayer reader never scans the audit trail again.
      *
      *     AUDCHAIN posts every stamped image as it is issued;
      *     NAMADDROL re-points the live file's entries at the
      *     archive it renames the file to; NAMADDPRG purges an
      *     erased TAXID's entries; NAMADDAIX rebuilds the index
      *     from the archives in the backup catalog plus the live
      *     file. With no index on disk every function answers
      *     'no index' and the readers scan the audit file as
      *     before.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      * 2026-09-14  0.2      AI-AUDIT-REC widened to the 761 bytes of
      *                      NAMADDAU-REC, which had lost AU-SEQ-NUM's
      *                      last digits and AU-CHECKSUM
      *================================================================*

      *01  AUDIDXL-CONTROL.

      **** Input fields:
      ****     AI-FUNCTION:
      ****         'W' indexes AI-AUDIT-REC, found at line AI-LINE-NUM
      ****         of AI-AUDIT-PATH, under the TAXID of each image
      ****         side that carries one (both sides of a re-key).
      ****         An image carrying no TAXID (seal, anchor) is
      ****         ignored.
      ****         'T' traces AI-TAXID: every TAXID joined to it by
      ****         re-key link entries is drawn in, and the images
      ****         of them all are lined up in sequence order for
      ****         'N' to hand back.
      ****         'A' lines up every image in the index, once each,
      ****         in NA-TAXID then sequence order, for 'N'.
      ****         'N' returns the next image of the last 'T' or 'A'.
      ****         'R' re-points every entry on AI-AUDIT-PATH to
      ****         AI-TO-PATH.
      ****         'P' purges every entry under AI-TAXID, and the
      ****         other key's copy of each re-key link it is part
      ****         of.
      ****         'B' begins a rebuild - the index is created empty
      ****         and the 'W' calls that follow load it.
      ****         'C' closes the index.
      ****     AI-TAXID:
      ****         The NA-TAXID for 'T' and 'P'.
      ****     AI-AUDIT-PATH / AI-LINE-NUM:
      ****         Where the 'W' image lives; the path 'R' moves
      ****         entries away from.
      ****     AI-TO-PATH:
      ****         The path 'R' moves entries to.
      ****     AI-AUDIT-REC:
      ****         The stamped NAMADDAU image for 'W' - the full
      ****         NAMADDAU-REC as compiled, whose before and after
      ****         images each take 347 bytes under the copybook's
      ****         level REPLACING, so 761 in all.

           05  AI-FUNCTION         PIC X(01).
               88  AI-FUNC-WRITE                   VALUE 'W'.
               88  AI-FUNC-TRACE                   VALUE 'T'.
               88  AI-FUNC-ALL                     VALUE 'A'.
               88  AI-FUNC-NEXT                    VALUE 'N'.
               88  AI-FUNC-REPOINT                 VALUE 'R'.
               88  AI-FUNC-PURGE                   VALUE 'P'.
               88  AI-FUNC-REBUILD                 VALUE 'B'.
               88  AI-FUNC-CLOSE                   VALUE 'C'.

           05  AI-TAXID            PIC X(12).
           05  AI-AUDIT-PATH       PIC X(60).
           05  AI-LINE-NUM         PIC 9(09).
           05  AI-TO-PATH          PIC X(60).
           05  AI-AUDIT-REC        PIC X(761).

      **** Output fields:
      ****     AI-AUDIT-REC / AI-AUDIT-PATH / AI-LINE-NUM:
      ****         For 'N', the image and where it lives.
      ****     AI-ENTRY-COUNT:
      ****         Entries written by 'W', re-pointed by 'R' or
      ****         removed by 'P'.
      ****     AI-HIT-COUNT:
      ****         Images lined up by 'T'.
      ****     AI-KEY-TAXID / AI-KEY-COUNT:
      ****         For 'T', the traced TAXID first, then every TAXID
      ****         joined to it.
      ****     AI-LINK-xxx / AI-LINK-COUNT:
      ****         For 'T', the re-key links among those TAXIDs, in
      ****         the order they were found.

           05  AI-ENTRY-COUNT      PIC 9(09).
           05  AI-HIT-COUNT        PIC 9(05).

           05  AI-KEY-COUNT        PIC 9(04).
           05  AI-KEY-TAXID        PIC X(12)       OCCURS 20
                                                   INDEXED AI-KY-IX.

           05  AI-LINK-COUNT       PIC 9(04).
           05  AI-LINK                             OCCURS 50
                                                   INDEXED AI-LK-IX.
               10  AI-LINK-OLD-TAXID
                                   PIC X(12).
               10  AI-LINK-NEW-TAXID
                                   PIC X(12).
               10  AI-LINK-TIMESTAMP
                                   PIC X(21).

      ****     AI-RESPONSE-SW:
      ****         'E' when 'N' has nothing more to return.
      ****         'X' when there is no index on disk - the caller
      ****         falls back to scanning the audit file.
      ****         'O' when 'T' found more images, keys or links
      ****         than it can hold - the caller scans instead.
      ****         'N' when the index could not be read or written.

           05  AI-RESPONSE-SW      PIC X(01).
               88  AI-RESPONSE-GOOD        VALUE 'Y'.
               88  AI-RESPONSE-END         VALUE 'E'.
               88  AI-RESPONSE-NO-INDEX    VALUE 'X'.
               88  AI-RESPONSE-OVERFLOW    VALUE 'O'.
               88  AI-RESPONSE-FILE-ERROR  VALUE 'N'.
