      *>          returned-mail job has flagged undeliverable are
      *>          left off the run until the address is corrected.
      *>
      *>          Household mode: with an 'H' in column 1 of the
      *>          LBLPARM card, accounts the household linking job
      *>          (or an operator) has grouped under one HOUSEHOLD_ID
      *>          get one label between them instead of one each,
      *>          addressed to the household's primary member - the
      *>          member the household is numbered after, or, when
      *>          that member is disabled or flagged undeliverable,
      *>          the lowest-numbered member still on the run.
      *>          Unlinked accounts still get their own label. The
      *>          regular run allocates LBLPARM DUMMY, which reads as
      *>          empty and keeps the one-label-per-account run.
      *>
      *> Note: WORKING-STORAGE SECTION header as well as SQL related
      *>       statements must be in uppercase for the esqlOC precompile
      *>       to pick them up and process them.
           select label-file assign to "ACCTLBL"
               organization is line sequential.

           select label-parm-file assign to "LBLPARM"
               organization is line sequential
               file status is ws-parm-file-status.

       data division.
       file section.

       FD  label-file.
       01  label-record                      pic x(40).

      *> Optional run card: 'H' in column 1 selects household mode.
       FD  label-parm-file.
       01  label-parm-record.
           05  lbp-label-mode                pic x.
               88  lbp-household-mode        value 'H'.
           05  filler                        pic x(79).

       WORKING-STORAGE SECTION.
      **********************************************************************
      *******                EMBEDDED SQL VARIABLES                  *******
      -    ' IS_ENABLED = ''Y'' AND COALESCE(MAIL_STATUS,'' '') <> ''U''
      -    ' ORDER BY ADDR_ZIP,ID;'.
      **********************************************************************
      *> Household-mode label cursor: the same accounts, with each
      *> household's members brought together inside its ZIP and
      *> its primary member (ID = HOUSEHOLD_ID) first, then the rest
      *> in ID order. An unlinked account sorts on its own ID.
       01 SQL-STMT-46.
           05 SQL-IPTR   POINTER.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 0.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 275.
           05 SQL-STMT   PIC X(275) VALUE 'SELECT ID,COALESCE(HOUSEHOLD_
      -    'ID,0),FIRST_NAME,LAST_NAME,ADDR_STREET,ADDR_CITY,ADDR_STATE,
      -    'ADDR_ZIP FROM ACCOUNTS WHERE IS_ENABLED = ''Y'' AND COALESCE
      -    '(MAIL_STATUS,'' '') <> ''U'' ORDER BY ADDR_ZIP,COALESCE(NULL
      -    'IF(HOUSEHOLD_ID,0),ID),CASE WHEN ID = HOUSEHOLD_ID THEN 0 EL
      -    'SE 1 END,ID;'.
      **********************************************************************
      *******          PRECOMPILER-GENERATED VARIABLES               *******
       01 SQLV-GEN-VARS.
           05 SQL-VAR-0001  PIC S9(5) COMP-3.
           05 SQL-VAR-0002  PIC S9(5) COMP-3.
      **********************************************************************
      *******       END OF PRECOMPILER-GENERATED VARIABLES           *******
      **********************************************************************

      *> Replace values as needed for your own local test environment
       77  ws-db-connection-string pic x(1024) value
       01  ws-label-city                    pic x(15).
       01  ws-label-state                   pic x(2).
       01  ws-label-zip                     pic x(5).
       01  ws-label-account-id              pic 9(5).
       01  ws-label-household               pic 9(5).

       01  ws-parm-file-status              pic xx.
           88  ws-parm-file-found           value '00'.

       01  ws-household-mode-sw             pic a value 'N'.
           88  ws-household-mode            value 'Y'.

      *> Household of the last label written in household mode, so
      *> the household's other members are passed over.
       01  ws-last-household                pic 9(5) value 0.

       01  ws-is-connected-sw               pic a value 'N'.
           88  ws-is-connected              value 'Y'.
           88  ws-is-disconnected           value 'N'.

       01  ws-label-count                   pic 9(7) value 0.
       01  ws-household-label-count         pic 9(7) value 0.
       01  ws-member-skip-count             pic 9(7) value 0.

       01  ws-label-line                    pic x(40).

           display "-------------------------"
           display space

           perform read-label-parm

           MOVE 1024 TO SQL-LEN(1)
           CALL 'OCSQL'    USING WS-DB-CONNECTION-STRING
                               SQL-LEN(1)

           open output label-file

           if ws-household-mode
               perform write-household-labels
           else
               perform write-all-labels
           end-if

           close label-file

           display space
           display "Label run complete. " ws-label-count
               " labels written to ACCTLBL."
           if ws-household-mode
               display "Household labels: " ws-household-label-count
                   "  Members covered by a household label: "
                   ws-member-skip-count
           end-if
           display space

           stop run.



      *> Reads the optional LBLPARM card. Missing, empty, or
      *> anything but 'H' is the regular one-label-per-account run.
       read-label-parm.

           open input label-parm-file

           if not ws-parm-file-found
               exit paragraph
           end-if

           read label-parm-file
               at end
                   continue
               not at end
                   if lbp-household-mode
                       move 'Y' to ws-household-mode-sw
                   end-if
           end-read

           close label-parm-file

           if ws-household-mode
               display "Household mode: one label per household."
           end-if

           exit paragraph.



      *> Fetches every enabled account in ZIP order and writes its
      *> label.
       write-all-labels.



      *> Household mode: fetches the same accounts household by
      *> household within ZIP and writes a label for the first
      *> account of each household - its primary member - and for
      *> every unlinked account. The household's other members are
      *> covered by that label and passed over.
       write-household-labels.

           IF SQL-PREP OF SQL-STMT-46 = 'N'
               MOVE 0 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-46
                                   SQLCA
           END-IF
           CALL 'OCSQLOCU' USING SQL-STMT-46
                               SQLCA
           END-CALL

           perform check-sql-state

           perform with test after until SQLCODE = 100
           SET SQL-ADDR(1) TO ADDRESS OF
             SQL-VAR-0001
           MOVE '3' TO SQL-TYPE(1)
           MOVE 3 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
           SET SQL-ADDR(2) TO ADDRESS OF
             SQL-VAR-0002
           MOVE '3' TO SQL-TYPE(2)
           MOVE 3 TO SQL-LEN(2)
               MOVE X'00' TO SQL-PREC(2)
           SET SQL-ADDR(3) TO ADDRESS OF
             WS-LABEL-FIRST-NAME
           MOVE 'X' TO SQL-TYPE(3)
           MOVE 15 TO SQL-LEN(3)
           SET SQL-ADDR(4) TO ADDRESS OF
             WS-LABEL-LAST-NAME
           MOVE 'X' TO SQL-TYPE(4)
           MOVE 20 TO SQL-LEN(4)
           SET SQL-ADDR(5) TO ADDRESS OF
             WS-LABEL-STREET
           MOVE 'X' TO SQL-TYPE(5)
           MOVE 25 TO SQL-LEN(5)
           SET SQL-ADDR(6) TO ADDRESS OF
             WS-LABEL-CITY
           MOVE 'X' TO SQL-TYPE(6)
           MOVE 15 TO SQL-LEN(6)
           SET SQL-ADDR(7) TO ADDRESS OF
             WS-LABEL-STATE
           MOVE 'X' TO SQL-TYPE(7)
           MOVE 2 TO SQL-LEN(7)
           SET SQL-ADDR(8) TO ADDRESS OF
             WS-LABEL-ZIP
           MOVE 'X' TO SQL-TYPE(8)
           MOVE 5 TO SQL-LEN(8)
           MOVE 8 TO SQL-COUNT
           CALL 'OCSQLFTC' USING SQLV
                               SQL-STMT-46
                               SQLCA
           MOVE SQL-VAR-0001 TO WS-LABEL-ACCOUNT-ID
           MOVE SQL-VAR-0002 TO WS-LABEL-HOUSEHOLD
               perform check-sql-state

               if not SQL-NODATA then
                   perform write-household-label
               end-if
           end-perform

           CALL 'OCSQLCCU' USING SQL-STMT-46
                               SQLCA
           perform check-sql-state

           exit paragraph.



      *> Writes the fetched account's label unless its household
      *> has already had one.
       write-household-label.

           if ws-label-household = 0
               perform write-one-label
               exit paragraph
           end-if

           if ws-label-household = ws-last-household
               add 1 to ws-member-skip-count
               exit paragraph
           end-if

           move ws-label-household to ws-last-household
           perform write-one-label
           add 1 to ws-household-label-count

           exit paragraph.



      *> Writes one three-line label plus a blank separator line.
       write-one-label.

