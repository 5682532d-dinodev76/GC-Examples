      *                      review report examines. The operator
      *                      identity comes from the OPERATOR_ID
      *                      environment value (UNKNOWN when unset)
      * 2026-09-14  2.3      Consult the alias and DBA name file
      *                      Data\NAMEADDR.Alias.dat (NAMADDAL.cpy):
      *                      a last-name lookup that misses, and
      *                      every wildcard search, also show the
      *                      current record of each taxpayer known by
      *                      a matching alias or trade name, flagged
      *                      with the name it matched on
      *================================================================*

       IDENTIFICATION DIVISION.
           SELECT NAMADDPN         ASSIGN "Data\NAMEADDR.PriorName.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-PN-FILE-STATUS.

           SELECT NAMADDAL         ASSIGN "Data\NAMEADDR.Alias.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-AL-FILE-STATUS.
      /
       DATA DIVISION.
      *==============
           05  FILLER              PIC X(01).
           05  PN-CHANGE-DATE      PIC X(08).

       FD  NAMADDAL.

       01  NAMADDAL-REC.           COPY NAMADDAL.

       WORKING-STORAGE SECTION.
      *------------------------


       01  W-PRIOR-HITS            PIC 9(04)  COMP VALUE 0.

       01  W-AL-FILE-STATUS        PIC X(02).
           88  W-AL-FILE-STATUS-GOOD               VALUE '00'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-AL-EOF                            VALUE 'Y'.

       01  W-ALX-LOADED-SW         PIC X(01)       VALUE 'N'.
           88  W-ALX-LOADED                        VALUE 'Y'.

       01  W-ALX-COUNT             PIC 9(05)  COMP VALUE 0.
       01  W-ALX-MAX               PIC 9(05)  COMP VALUE 20000.

       01  W-ALX-TABLE.
           05  W-ALX-ENTRY                         OCCURS 20000
                                                   INDEXED W-ALX-IX.
               10  W-ALX-NAME      PIC X(35).
               10  W-ALX-TAXID     PIC X(12).
               10  W-ALX-TYPE      PIC X(01).
                   88  W-ALX-TYPE-DBA              VALUE 'D'.

       01  W-ALIAS-HITS            PIC 9(04)  COMP VALUE 0.

       01  W-CSV-OUTPUT-ARG        PIC X(01).
       01  W-CSV-OUTPUT-SW         PIC X(01)       VALUE 'N'.
           88  W-CSV-OUTPUT-ON                     VALUE 'Y'.
           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-2400-EXIT
           END-IF

      **** The prefix may be the start of an alias or trade name
      **** rather than anyone's last name on the record.

           IF      NOT W-ALX-LOADED
               PERFORM SUB-9450-LOAD-ALIASES THRU SUB-9450-EXIT
           END-IF

           PERFORM VARYING W-ALX-IX FROM 1 BY 1
                   UNTIL W-ALX-IX > W-ALX-COUNT
               IF      W-ALX-NAME(W-ALX-IX)(1:W-WILDCARD-LEN) =
                       W-WILDCARD-PREFIX(1:W-WILDCARD-LEN)
                   PERFORM SUB-9470-SHOW-ALIAS-HIT THRU SUB-9470-EXIT
               END-IF
           END-PERFORM
           .
       SUB-2400-EXIT.
           EXIT.
                                   NA-LAST-NAME
                           PERFORM SUB-9420-SEARCH-PRIOR-NAMES
                               THRU SUB-9420-EXIT
                           PERFORM SUB-9460-SEARCH-ALIASES
                               THRU SUB-9460-EXIT
                           GO TO SUB-9400-EXIT
                   END-READ

           .
       SUB-9440-EXIT.
           EXIT.
      /
       SUB-9450-LOAD-ALIASES.
      *----------------------

           SET  W-ALX-LOADED       TO TRUE

           OPEN INPUT NAMADDAL

           IF      NOT W-AL-FILE-STATUS-GOOD
               GO TO SUB-9450-EXIT
           END-IF

           PERFORM UNTIL W-AL-EOF
               READ NAMADDAL
                   AT END
                       SET  W-AL-EOF
                                   TO TRUE
               END-READ

               IF      NOT W-AL-EOF
                   AND W-ALX-COUNT < W-ALX-MAX
                   ADD  1          TO W-ALX-COUNT
                   SET  W-ALX-IX   TO W-ALX-COUNT
                   MOVE AL-NAME    TO W-ALX-NAME(W-ALX-IX)
                   MOVE AL-TAXID   TO W-ALX-TAXID(W-ALX-IX)
                   MOVE AL-TYPE    TO W-ALX-TYPE(W-ALX-IX)
               END-IF
           END-PERFORM

           CLOSE NAMADDAL
           .
       SUB-9450-EXIT.
           EXIT.
      /
       SUB-9460-SEARCH-ALIASES.
      *------------------------

      **** The missed name may be one the taxpayer is also known by
      **** - an alias, or the trade name a business operates under.

           IF      NOT W-ALX-LOADED
               PERFORM SUB-9450-LOAD-ALIASES THRU SUB-9450-EXIT
           END-IF

           MOVE 0                  TO W-ALIAS-HITS

           PERFORM VARYING W-ALX-IX FROM 1 BY 1
                   UNTIL W-ALX-IX > W-ALX-COUNT
               IF      W-ALX-NAME(W-ALX-IX) = W-KEY-VALUE
                   PERFORM SUB-9470-SHOW-ALIAS-HIT THRU SUB-9470-EXIT
               END-IF
           END-PERFORM

           IF      W-ALIAS-HITS = 0
               DISPLAY 'No alias or DBA name matches either'
           END-IF
           .
       SUB-9460-EXIT.
           EXIT.
      /
       SUB-9470-SHOW-ALIAS-HIT.
      *------------------------

           MOVE W-ALX-TAXID(W-ALX-IX)
                                   TO NA-TAXID

           READ NAMADDIX
               KEY NA-TAXID
               INVALID KEY
                   GO TO SUB-9470-EXIT
           END-READ

           IF      NOT W-FILE-STATUS-GOOD
               GO TO SUB-9470-EXIT
           END-IF

           ADD  1                  TO W-ALIAS-HITS
           ADD  1                  TO W-NAMADDIX-RECS

           IF      W-ALX-TYPE-DBA(W-ALX-IX)
               DISPLAY 'Matched on DBA name '
                       FUNCTION TRIM(W-ALX-NAME(W-ALX-IX))
           ELSE
               DISPLAY 'Matched on alias '
                       FUNCTION TRIM(W-ALX-NAME(W-ALX-IX))
           END-IF

           PERFORM SUB-9900-DISPLAY-NAMADDIX THRU SUB-9900-EXIT
           .
       SUB-9470-EXIT.
           EXIT.
      /
       SUB-9500-START-NAMADDIX.
      *------------------------
