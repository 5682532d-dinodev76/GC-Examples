      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-02  0.1      First release
      * 2026-09-14  0.2      A business, trust or estate is keyed and
      *                      judged on its whole NA-BUSINESS-NAME
      *                      through NAMMATCH's business-name path,
      *                      so ACME CO in one county meets THE ACME
      *                      COMPANY, INC. in the next; the review
      *                      line shows the business name in full
      *================================================================*

       IDENTIFICATION DIVISION.
               10  W-REC-FIRST-NAME
                                   PIC X(25).
               10  W-REC-ENTITY    PIC X(01).
                   88  W-REC-NON-PERSON    VALUES 'B', 'T', 'E'.
               10  W-REC-BUS-NAME  PIC X(70).

       01  W-EOF-SW                PIC X(01)       VALUE 'N'.
           88  W-EOF                               VALUE 'Y'.
               GO TO SUB-1600-EXIT
           END-IF

      **** A non-person is keyed on its whole NA-BUSINESS-NAME by
      **** NAMMATCH's business-name path - NA-LAST-NAME under the
      **** REDEFINES is bytes 36-70 and blank for most business
      **** names.

           SET  NM-FUNC-KEY        TO TRUE
           MOVE NA-ENTITY-TYPE     TO NM-ENTITY-TYPE-1

           IF      NA-ENTITY-NON-PERSON
               MOVE NA-BUSINESS-NAME
                                   TO NM-BUSINESS-NAME-1
               MOVE SPACES         TO NM-LAST-NAME-1
                                      NM-FIRST-NAME-1
           ELSE
               MOVE SPACES         TO NM-BUSINESS-NAME-1
               MOVE NA-LAST-NAME   TO NM-LAST-NAME-1
               MOVE NA-FIRST-NAME  TO NM-FIRST-NAME-1
           END-IF
           MOVE NM-LAST-NAME-1     TO W-REC-LAST-NAME(W-REC-IX1)
           MOVE NM-FIRST-NAME-1    TO W-REC-FIRST-NAME(W-REC-IX1)
           MOVE NA-ENTITY-TYPE     TO W-REC-ENTITY(W-REC-IX1)
           MOVE NM-BUSINESS-NAME-1 TO W-REC-BUS-NAME(W-REC-IX1)
           .
       SUB-1600-EXIT.
           EXIT.
                                   TO NM-ENTITY-TYPE-1
           MOVE W-REC-ENTITY(W-REC-IX2)
                                   TO NM-ENTITY-TYPE-2
           MOVE W-REC-BUS-NAME(W-REC-IX1)
                                   TO NM-BUSINESS-NAME-1
           MOVE W-REC-BUS-NAME(W-REC-IX2)
                                   TO NM-BUSINESS-NAME-2

           CALL 'NAMMATCH' USING W-NM-CONTROL

               GO TO SUB-2200-EXIT
           END-IF

           IF      W-REC-NON-PERSON(W-REC-IX1)
               PERFORM SUB-2250-FORMAT-BUSINESS-LINE THRU
                       SUB-2250-EXIT
           ELSE
               MOVE SPACES         TO NAMADDXJ-REC
               STRING W-REC-JUR(W-REC-IX1)
                                       DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      W-REC-TAXID(W-REC-IX1)
                                       DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      W-REC-JUR(W-REC-IX2)
                                       DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      W-REC-TAXID(W-REC-IX2)
                                       DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      FUNCTION TRIM(W-REC-LAST-NAME(W-REC-IX1))
                                       DELIMITED BY SIZE
                      ', '             DELIMITED BY SIZE
                      FUNCTION TRIM(W-REC-FIRST-NAME(W-REC-IX1))
                                       DELIMITED BY SIZE
                 INTO NAMADDXJ-REC
               END-STRING
           END-IF

           WRITE NAMADDXJ-REC

           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2250-FORMAT-BUSINESS-LINE.
      *------------------------------

           MOVE SPACES             TO NAMADDXJ-REC
           STRING W-REC-JUR(W-REC-IX1)
                                   DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  W-REC-TAXID(W-REC-IX1)
                                   DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  W-REC-JUR(W-REC-IX2)
                                   DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  W-REC-TAXID(W-REC-IX2)
                                   DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  FUNCTION TRIM(W-REC-BUS-NAME(W-REC-IX1))
                                   DELIMITED BY SIZE
             INTO NAMADDXJ-REC
           END-STRING
           .
       SUB-2250-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------
