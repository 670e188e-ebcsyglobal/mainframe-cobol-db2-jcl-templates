      *>          Confirmed pairs are folded together with the 'M'
      *>          merge transaction in the SQLLOAD job.
      *>
      *>          Accounts in the same household (HOUSEHOLD_ID, set
      *>          by the household linking job) are separate
      *>          customers sharing one address, and usually one
      *>          home phone, so a phone pair inside a household is
      *>          counted on the footer but not listed.
      *>
      *>          Accounts whose personal data has been erased
      *>          (sql-erasure) all carry the same placeholder name
      *>          and phone, so they are left out of both sweeps.
      *>
      *> Note: WORKING-STORAGE SECTION header as well as SQL related
      *>       statements must be in uppercase for the esqlOC precompile
      *>       to pick them up and process them.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 0.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 178.
           05 SQL-STMT   PIC X(178) VALUE 'SELECT ID,FIRST_NAME,LAST_NAM
      -    'E,PHONE,ADDR_STREET,ADDR_CITY,ADDR_STATE,ADDR_ZIP,COALESCE(H
      -    'OUSEHOLD_ID,0) FROM ACCOUNTS WHERE COALESCE(LAST_NAME,'' '')
      -    ' <> ''ERASED'' ORDER BY PHONE,ID;'.
      **********************************************************************
      *> Match columns ordered so duplicate names sit on adjacent
      *> rows.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 0.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 193.
           05 SQL-STMT   PIC X(193) VALUE 'SELECT ID,FIRST_NAME,LAST_NAM
      -    'E,PHONE,ADDR_STREET,ADDR_CITY,ADDR_STATE,ADDR_ZIP,COALESCE(H
      -    'OUSEHOLD_ID,0) FROM ACCOUNTS WHERE COALESCE(LAST_NAME,'' '')
      -    ' <> ''ERASED'' ORDER BY LAST_NAME,FIRST_NAME,ID;'.
      **********************************************************************
      *******          PRECOMPILER-GENERATED VARIABLES               *******
       01 SQLV-GEN-VARS.
           05 SQL-VAR-0001  PIC S9(5) COMP-3.
           05 SQL-VAR-0002  PIC S9(5) COMP-3.
      **********************************************************************
      *******       END OF PRECOMPILER-GENERATED VARIABLES           *******
      **********************************************************************
               10  ws-scan-city             pic x(15).
               10  ws-scan-state            pic x(2).
               10  ws-scan-zip              pic x(5).
           05  ws-scan-household            pic 9(5).

      *> The row before it, for the adjacent-row compare.
       01  ws-prior-record.
               10  ws-prior-city            pic x(15).
               10  ws-prior-state           pic x(2).
               10  ws-prior-zip             pic x(5).
           05  ws-prior-household           pic 9(5).

       01  ws-have-prior-sw                 pic a.
           88  ws-have-prior                value 'Y'.
       01  ws-scanned-count                 pic 9(7) value 0.
       01  ws-phone-pair-count              pic 9(7) value 0.
       01  ws-name-pair-count               pic 9(7) value 0.
       01  ws-household-pair-count          pic 9(7) value 0.

      *> Working storage for the print-formatted report (same page
      *> conventions as the other ops reports).
                   if ws-have-prior
                           and ws-scan-phone = ws-prior-phone
                           and ws-scan-phone not = spaces
                       if ws-scan-household > 0
                               and ws-scan-household =
                                   ws-prior-household
                           add 1 to ws-household-pair-count
                       else
                           move "PHONE" to ws-match-type
                           perform write-dup-detail
                           add 1 to ws-phone-pair-count
                       end-if
                   end-if

                   move ws-scan-record to ws-prior-record

      *> Fetches the next row from whichever sweep cursor the caller
      *> has open (per ws-scan-pass-sw). Both cursors bind the same
      *> match columns and household, so the fetch differs only in
      *> the statement block named.
       fetch-scan-record.

           SET SQL-ADDR(1) TO ADDRESS OF
             WS-SCAN-ZIP
           MOVE 'X' TO SQL-TYPE(8)
           MOVE 5 TO SQL-LEN(8)
           SET SQL-ADDR(9) TO ADDRESS OF
             SQL-VAR-0002
           MOVE '3' TO SQL-TYPE(9)
           MOVE 3 TO SQL-LEN(9)
               MOVE X'00' TO SQL-PREC(9)
           MOVE 9 TO SQL-COUNT
           if ws-name-pass
           CALL 'OCSQLFTC' USING SQLV
                               SQL-STMT-15
                               SQLCA
           end-if
           MOVE SQL-VAR-0001 TO WS-SCAN-ID
           MOVE SQL-VAR-0002 TO WS-SCAN-HOUSEHOLD
           perform check-sql-state

           exit paragraph.
           write dup-report-record from ws-print-line
               after advancing 1 lines

           move spaces to ws-print-line
           string
               "PHONE PAIRS IN THE SAME HOUSEHOLD (NOT LISTED): "
               ws-household-pair-count
               into ws-print-line
           end-string
           write dup-report-record from ws-print-line
               after advancing 1 lines

           exit paragraph.


