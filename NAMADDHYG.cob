      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-02  0.1      First release
      * 2026-09-14  0.2      The canary record NA-TAXID-CANARY is never
      *                      submitted
      *================================================================*

       IDENTIFICATION DIVISION.
       SUB-2000-SELECT-ONE-RECORD.
      *---------------------------

      **** The canary is never sent to the bureau.

           IF      NA-STATUS-ACTIVE IN NAMADDIX-REC
               AND NA-EFFECTIVE-DATE IN NAMADDIX-REC
                       < W-CUTOFF-DATE
               AND NOT NA-TAXID-CANARY IN NAMADDIX-REC
               PERFORM SUB-2100-WRITE-SUBMISSION THRU SUB-2100-EXIT
           END-IF

