      *>****************************************************************
      *> Author: R. Castellano.
      *> Date: 2026-10-15
      *> Purpose: Monthly dormant-account review. Enabled accounts
      *>          nobody has touched in years still go out on every
      *>          full billing refresh and still get labels. This job
      *>          finds enabled accounts with no ACCOUNT_AUDIT row
      *>          (which covers maintenance and billing-response
      *>          status changes alike) and no ACCOUNT_NOTES entry in
      *>          the number of months given on DORMPARM, and:
      *>
      *>          - prints every one to DORMRPT for review;
      *>          - carries them on a dormancy list (DORMIN in,
      *>            DORMOUT out, the same generation handshake the
      *>            chase file uses), dated the run they were first
      *>            flagged;
      *>          - once an account has sat on the list for the grace
      *>            period on DORMPARM and is still dormant, writes a
      *>            status-only 'C' transaction with atx-is-enabled
      *>            'N' to DORMTXN, which is concatenated under
      *>            SQLLOAD's ACCTTXN DD, so the disable is applied,
      *>            audited and exported like any other. It carries
      *>            the dormancy cutoff, and the load rejects it if
      *>            the account has had a change or note since.
      *>
      *>          An account that gets a note or a change during the
      *>          grace period is no longer dormant on the next run,
      *>          so it drops off the list by itself - that is how
      *>          account servicing objects. Dropped accounts are
      *>          listed so servicing can see the objection took.
      *>
      *>          If ACCOUNT_AUDIT has been purged past the dormancy
      *>          cutoff, "no activity" cannot be proven, so accounts
      *>          that come due are held on the list and no disable
      *>          is written until retention covers the period again.
      *>
      *> Note: WORKING-STORAGE SECTION header as well as SQL related
      *>       statements must be in uppercase for the esqlOC precompile
      *>       to pick them up and process them.
      *>
      *> Tectonics: cobc -x -static -locsql sql_dormancy.cbl
      *>****************************************************************
       identification division.
       program-id. sql-dormancy.
       environment division.
       input-output section.
       file-control.
           select dormancy-parm-file assign to "DORMPARM"
               organization is line sequential
               file status is ws-parm-file-status.

           select dormant-in-file assign to "DORMIN"
               organization is line sequential
               file status is ws-dormant-in-file-status.

           select dormant-out-file assign to "DORMOUT"
               organization is line sequential.

           select dormant-txn-file assign to "DORMTXN"
               organization is line sequential.

           select dormancy-report-file assign to "DORMRPT"
               organization is line sequential.

       data division.
       file section.

      *> One-record parameter file: months without activity before
      *> an enabled account is flagged dormant, and days a flagged
      *> account stays on review before it is disabled.
       FD  dormancy-parm-file.
       01  dormancy-parm-record.
           05  dmp-dormant-months            pic 9(3).
           05  dmp-grace-days                pic 9(3).

      *> Prior run's dormancy list, each account dated with the run
      *> it was first flagged.
       FD  dormant-in-file.
       01  dormant-in-record.
           05  din-account-id                pic 9(5).
           05  din-flagged-date              pic x(10).
           05  din-first-name                pic x(15).
           05  din-last-name                 pic x(20).

      *> This run's dormancy list: accounts still dormant and still
      *> in their grace period (or held), plus those newly flagged.
      *> Becomes the next run's DORMIN.
       FD  dormant-out-file.
       01  dormant-out-record.
           05  dot-account-id                pic 9(5).
           05  dot-flagged-date              pic x(10).
           05  dot-first-name                pic x(15).
           05  dot-last-name                 pic x(20).

      *> Disable transactions, in the acct-txn-record layout the load
      *> job reads from ACCTTXN. The contact fields are left blank
      *> but for the dormancy cutoff, where the street begins, so
      *> the load changes the enabled flag alone and takes the
      *> contact fields from the row as it stands when the disable
      *> is applied. The names ride along for the hold report and
      *> any reject.
       FD  dormant-txn-file.
       01  dormant-txn-record.
           05  dtx-code                      pic x.
           05  dtx-account-id                pic 9(5).
           05  dtx-first-name                pic x(15).
           05  dtx-last-name                 pic x(20).
           05  dtx-phone                     pic x(10).
           05  dtx-activity-since            pic x(10).
           05  dtx-status-change-rest        pic x(37).
           05  dtx-is-enabled                pic x.
           05  dtx-merge-into-id             pic 9(5).
           05  dtx-effective-date            pic x(10).

      *> Review report for account servicing (same page and footer
      *> conventions as the other ops reports).
       FD  dormancy-report-file.
       01  dormancy-report-record            pic x(132).

       WORKING-STORAGE SECTION.
      **********************************************************************
      *******                EMBEDDED SQL VARIABLES                  *******
       01 SQLCA.
           05 SQLSTATE PIC X(5).
              88  SQL-SUCCESS           VALUE '00000'.
              88  SQL-RIGHT-TRUNC       VALUE '01004'.
              88  SQL-NODATA            VALUE '02000'.
              88  SQL-DUPLICATE         VALUE '23000' THRU '23999'.
              88  SQL-MULTIPLE-ROWS     VALUE '21000'.
              88  SQL-NULL-NO-IND       VALUE '22002'.
              88  SQL-INVALID-CURSOR-STATE VALUE '24000'.
           05 FILLER   PIC X.
           05 SQLVERSN PIC 99 VALUE 02.
           05 SQLCODE  PIC S9(9) COMP-5.
           05 SQLERRM.
               49 SQLERRML PIC S9(4) COMP-5.
               49 SQLERRMC PIC X(486).
           05 SQLERRD OCCURS 6 TIMES PIC S9(9) COMP-5.
       01 SQLV.
           05 SQL-ARRSZ  PIC S9(9) COMP-5 VALUE 12.
           05 SQL-COUNT  PIC S9(9) COMP-5.
           05 SQL-ADDR   POINTER OCCURS 12 TIMES.
           05 SQL-LEN    PIC S9(9) COMP-5 OCCURS 12 TIMES.
           05 SQL-TYPE   PIC X OCCURS 12 TIMES.
           05 SQL-PREC   PIC X OCCURS 12 TIMES.
      **********************************************************************
      *> Enabled accounts older than the cutoff with no audit row and
      *> no note since it. Contact columns come back blank rather
      *> than NULL for rows from before the address split. Household
      *> link rows are the linking job's doing, not the customer's,
      *> so they do not count as activity.
       01 SQL-STMT-41.
           05 SQL-IPTR   POINTER.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 3.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 468.
           05 SQL-STMT   PIC X(468) VALUE 'SELECT ID,COALESCE(FIRST_NAME
      -    ','' ''),COALESCE(LAST_NAME,'' ''),COALESCE(PHONE,'' ''),COAL
      -    'ESCE(ADDR_STREET,'' ''),COALESCE(ADDR_CITY,'' ''),COALESCE(A
      -    'DDR_STATE,'' ''),COALESCE(ADDR_ZIP,'' '') FROM ACCOUNTS A WH
      -    'ERE IS_ENABLED = ''Y'' AND CREATE_DT < ? AND NOT EXISTS (SEL
      -    'ECT 1 FROM ACCOUNT_AUDIT U WHERE U.ACCOUNT_ID = A.ID AND U.C
      -    'HANGED_DT >= ? AND U.FIELD_NAME <> ''HOUSEHOLD'') AND NOT EX
      -    'ISTS (SELECT 1 FROM ACCOUNT_NOTES N WHERE N.ACCOUNT_ID = A.I
      -    'D AND N.CREATED_DT >= ?) ORDER BY ID;'.
      **********************************************************************
      *> Earliest surviving ACCOUNT_AUDIT timestamp. A cutoff earlier
      *> than this floor falls in purged history, where the absence
      *> of audit rows proves nothing. An empty table falls back to
      *> the current timestamp.
       01 SQL-STMT-30.
           05 SQL-IPTR   POINTER.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 0.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 70.
           05 SQL-STMT   PIC X(70) VALUE 'SELECT COALESCE(MIN(CHANGED_DT
      -    '),CURRENT_TIMESTAMP) FROM ACCOUNT_AUDIT;'.
      **********************************************************************
      *******          PRECOMPILER-GENERATED VARIABLES               *******
       01 SQLV-GEN-VARS.
           05 SQL-VAR-0001  PIC S9(5) COMP-3.
      **********************************************************************
      *******       END OF PRECOMPILER-GENERATED VARIABLES           *******
      **********************************************************************

      *> Replace values as needed for your own local test environment
       77  ws-db-connection-string pic x(1024) value
               'DRIVER={PostgreSQL Unicode};' &
               'SERVER=localhost;' &
               'PORT=5432;' &
               'DATABASE=cobol_db_example;' &
               'UID=postgres;' &
               'PWD=password;' &
               'COMRESSED_PROTO=0;'.

       01  ws-sql-account-record.
           05  ws-sql-account-id                  pic 9(5).
           05  ws-sql-account-first-name          pic x(15).
           05  ws-sql-account-last-name           pic x(20).
           05  ws-sql-account-phone               pic x(10).
           05  ws-sql-account-address.
               10  ws-sql-account-street          pic x(25).
               10  ws-sql-account-city            pic x(15).
               10  ws-sql-account-state           pic x(2).
               10  ws-sql-account-zip             pic x(5).

       01  ws-is-connected-sw               pic a value 'N'.
           88  ws-is-connected              value 'Y'.
           88  ws-is-disconnected           value 'N'.

       01  ws-parm-file-status              pic xx.
           88  ws-parm-file-found           value '00'.
       01  ws-dormant-in-file-status        pic xx.
           88  ws-dormant-in-file-found     value '00'.
       01  ws-dormant-in-eof-sw             pic a value 'N'.
           88  ws-dormant-in-eof            value 'Y'.

       01  ws-dormant-months                pic 9(3).
       01  ws-grace-days                    pic 9(3).

      *> The date each prior-list account was first flagged, by
      *> account ID (the ID is pic 9(5), so the full range fits) -
      *> a direct lookup for each dormant account the cursor returns
      *> instead of a rescan of DORMIN. Blank means not on the list.
      *> The seen map marks which of them are still dormant, so the
      *> rest can be listed as dropped.
       01  ws-flagged-map.
           05  ws-flagged-date              occurs 99999 pic x(10).
       01  ws-seen-map.
           05  ws-seen-flag                 occurs 99999 pic x.
       01  ws-prior-name-map.
           05  ws-prior-name                occurs 99999.
               10  ws-prior-first-name      pic x(15).
               10  ws-prior-last-name       pic x(20).
       01  ws-map-idx                       pic 9(5) comp.
       01  ws-dropped-id                    pic 9(5).

      *> Dormancy cutoff: today less the parameter months. The day
      *> is held to the 28th at most so every month has it; a few
      *> days' slack on a cutoff measured in months changes nothing.
       01  ws-cutoff-month-count            pic 9(7).
       01  ws-cutoff-year                   pic 9(4).
       01  ws-cutoff-month                  pic 99.
       01  ws-cutoff-day                    pic 99.
       01  ws-cutoff-date                   pic x(10).
       01  ws-cutoff-timestamp              pic x(20).
       01  ws-audit-floor-ts                pic x(20).

      *> Disables are held, not written, while the cutoff falls in
      *> purged audit history.
       01  ws-disable-allowed-sw            pic a value 'Y'.
           88  ws-disable-allowed           value 'Y'.

       01  ws-today                         pic x(10).
       01  ws-today-ymd-text.
           05  ws-today-ymd                 pic 9(8).
           05  ws-today-parts redefines ws-today-ymd.
               10  ws-today-year            pic 9(4).
               10  ws-today-month           pic 99.
               10  ws-today-day             pic 99.
       01  ws-flagged-ymd-text.
           05  ws-flagged-ymd               pic 9(8).
       01  ws-due-ymd-text.
           05  ws-due-ymd                   pic 9(8).
       01  ws-due-date                      pic x(10).

       01  ws-account-flagged-date          pic x(10).
       01  ws-review-status                 pic x(30).

      *> Run totals for the report footer.
       01  ws-prior-count                   pic 9(7) value 0.
       01  ws-dormant-count                 pic 9(7) value 0.
       01  ws-new-count                     pic 9(7) value 0.
       01  ws-grace-count                   pic 9(7) value 0.
       01  ws-disable-count                 pic 9(7) value 0.
       01  ws-held-count                    pic 9(7) value 0.
       01  ws-dropped-count                 pic 9(7) value 0.

      *> Working storage for the print-formatted report (same page
      *> conventions as the other ops reports).
       01  ws-current-date                  pic x(21).
       01  ws-run-date                      pic x(10).
       01  ws-report-page-num               pic 9(5) value 1.
       01  ws-report-line-count             pic 999 comp value 0.
       01  ws-report-lines-per-page         pic 999 comp value 50.

       01  ws-print-line                    pic x(132).

       procedure division.
       main-procedure.
           display space
           display "COBOL SQL Dormant Account Review"
           display "---------------------------------"
           display space

           perform read-dormancy-parm

           move function current-date to ws-current-date
           move ws-current-date(1:8) to ws-today-ymd-text
           string
               ws-current-date(5:2) '/'
               ws-current-date(7:2) '/'
               ws-current-date(1:4)
               into ws-run-date
           end-string
           move spaces to ws-today
           string
               ws-current-date(1:4) '-'
               ws-current-date(5:2) '-'
               ws-current-date(7:2)
               into ws-today
           end-string

           perform compute-dormancy-cutoff

           move spaces to ws-flagged-map
           move all 'N' to ws-seen-map
           move spaces to ws-prior-name-map

           perform load-prior-list

           MOVE 1024 TO SQL-LEN(1)
           CALL 'OCSQL'    USING WS-DB-CONNECTION-STRING
                               SQL-LEN(1)
                               SQLCA
           END-CALL
           perform check-sql-state
           set ws-is-connected to true

           perform fetch-audit-floor

           if ws-cutoff-timestamp < ws-audit-floor-ts
               move 'N' to ws-disable-allowed-sw
               display "WARNING: DORMANCY CUTOFF PRECEDES AUDIT "
                   "RETENTION - DISABLES HELD THIS RUN"
           end-if

           open output dormant-out-file
           open output dormant-txn-file
           open output dormancy-report-file

           move ws-report-lines-per-page to ws-report-line-count

           perform review-dormant-accounts

           CALL 'OCSQLDIS' USING SQLCA END-CALL
           set ws-is-disconnected to true

           perform list-dropped-accounts

           perform write-dormancy-footer

           close dormancy-report-file
           close dormant-txn-file
           close dormant-out-file

           display space
           display "Dormancy review complete. Dormant: "
               ws-dormant-count "  New: " ws-new-count
               "  In grace: " ws-grace-count
               "  Disables written: " ws-disable-count
               "  Held: " ws-held-count
               "  Dropped: " ws-dropped-count
           display space

           stop run.



      *> Reads the dormancy months and grace days from DORMPARM. A
      *> missing or empty parameter file, or either value not keyed
      *> as three digits, stops the run - a defaulted period would
      *> quietly disable accounts nobody chose to.
       read-dormancy-parm.

           open input dormancy-parm-file

           if not ws-parm-file-found
               display "DORMPARM parameter file not found."
               stop run
           end-if

           read dormancy-parm-file
               at end
                   display "DORMPARM parameter file is empty."
                   stop run
               not at end
                   if dmp-dormant-months is not numeric
                           or dmp-grace-days is not numeric
                       display "DORMPARM months and grace days must "
                           "each be three digits, e.g. 024030."
                       stop run
                   end-if
                   move dmp-dormant-months to ws-dormant-months
                   move dmp-grace-days to ws-grace-days
           end-read

           close dormancy-parm-file

           if ws-dormant-months = 0
               display "DORMPARM dormancy months must be greater "
                   "than zero."
               stop run
           end-if

           display "Flagging accounts with no activity in "
               ws-dormant-months " months; grace period "
               ws-grace-days " days."

           exit paragraph.



      *> Works out the dormancy cutoff as today less the parameter
      *> months, widened to a start-of-day timestamp bound.
       compute-dormancy-cutoff.

           compute ws-cutoff-month-count =
               ws-today-year * 12 + ws-today-month - 1
               - ws-dormant-months
           end-compute

           divide ws-cutoff-month-count by 12
               giving ws-cutoff-year
               remainder ws-cutoff-month
           end-divide
           add 1 to ws-cutoff-month

           move ws-today-day to ws-cutoff-day
           if ws-cutoff-day > 28
               move 28 to ws-cutoff-day
           end-if

           move spaces to ws-cutoff-date
           string
               ws-cutoff-year '-'
               ws-cutoff-month '-'
               ws-cutoff-day
               into ws-cutoff-date
           end-string

           move spaces to ws-cutoff-timestamp
           string
               ws-cutoff-date " 00:00:00"
               into ws-cutoff-timestamp
           end-string

           display "Dormancy cutoff date: " ws-cutoff-date

           exit paragraph.



      *> Loads the prior run's dormancy list into the lookup maps. A
      *> missing DORMIN is the first run: nothing is on review yet.
       load-prior-list.

           open input dormant-in-file

           if not ws-dormant-in-file-found
               display "DORMIN dormancy list not found - "
                   "starting a new list."
               exit paragraph
           end-if

           perform until ws-dormant-in-eof
               read dormant-in-file
                   at end
                       move 'Y' to ws-dormant-in-eof-sw
                   not at end
                       if din-account-id is numeric
                               and din-account-id > 0
                           add 1 to ws-prior-count
                           move din-flagged-date
                               to ws-flagged-date(din-account-id)
                           move din-first-name
                               to ws-prior-first-name(din-account-id)
                           move din-last-name
                               to ws-prior-last-name(din-account-id)
                       end-if
               end-read
           end-perform

           close dormant-in-file

           exit paragraph.



      *> Walks every dormant account and settles each against the
      *> prior list.
       review-dormant-accounts.

           SET SQL-ADDR(1) TO ADDRESS OF
             WS-CUTOFF-TIMESTAMP
           MOVE 'X' TO SQL-TYPE(1)
           MOVE 20 TO SQL-LEN(1)
           SET SQL-ADDR(2) TO ADDRESS OF
             WS-CUTOFF-TIMESTAMP
           MOVE 'X' TO SQL-TYPE(2)
           MOVE 20 TO SQL-LEN(2)
           SET SQL-ADDR(3) TO ADDRESS OF
             WS-CUTOFF-TIMESTAMP
           MOVE 'X' TO SQL-TYPE(3)
           MOVE 20 TO SQL-LEN(3)
           MOVE 3 TO SQL-COUNT
           IF SQL-PREP OF SQL-STMT-41 = 'N'
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-41
                                   SQLCA
           END-IF
           CALL 'OCSQLOCU' USING SQL-STMT-41
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
             WS-SQL-ACCOUNT-FIRST-NAME
           MOVE 'X' TO SQL-TYPE(2)
           MOVE 15 TO SQL-LEN(2)
           SET SQL-ADDR(3) TO ADDRESS OF
             WS-SQL-ACCOUNT-LAST-NAME
           MOVE 'X' TO SQL-TYPE(3)
           MOVE 20 TO SQL-LEN(3)
           SET SQL-ADDR(4) TO ADDRESS OF
             WS-SQL-ACCOUNT-PHONE
           MOVE 'X' TO SQL-TYPE(4)
           MOVE 10 TO SQL-LEN(4)
           SET SQL-ADDR(5) TO ADDRESS OF
             WS-SQL-ACCOUNT-STREET
           MOVE 'X' TO SQL-TYPE(5)
           MOVE 25 TO SQL-LEN(5)
           SET SQL-ADDR(6) TO ADDRESS OF
             WS-SQL-ACCOUNT-CITY
           MOVE 'X' TO SQL-TYPE(6)
           MOVE 15 TO SQL-LEN(6)
           SET SQL-ADDR(7) TO ADDRESS OF
             WS-SQL-ACCOUNT-STATE
           MOVE 'X' TO SQL-TYPE(7)
           MOVE 2 TO SQL-LEN(7)
           SET SQL-ADDR(8) TO ADDRESS OF
             WS-SQL-ACCOUNT-ZIP
           MOVE 'X' TO SQL-TYPE(8)
           MOVE 5 TO SQL-LEN(8)
           MOVE 8 TO SQL-COUNT
           CALL 'OCSQLFTC' USING SQLV
                               SQL-STMT-41
                               SQLCA
           MOVE SQL-VAR-0001 TO WS-SQL-ACCOUNT-ID
               perform check-sql-state

               if not SQL-NODATA then
                   perform review-one-account
               end-if
           end-perform

           CALL 'OCSQLCCU' USING SQL-STMT-41
                               SQLCA
           perform check-sql-state

           exit paragraph.



      *> Settles one dormant account. Not on the prior list: flag it
      *> today and start its grace period. On the list and still
      *> inside the grace period: carry it. On the list with the
      *> grace period run out: write its disable transaction (or,
      *> while disables are held, carry it to be tried next run).
       review-one-account.

           add 1 to ws-dormant-count

           if ws-sql-account-id = 0
               exit paragraph
           end-if

           move 'Y' to ws-seen-flag(ws-sql-account-id)

           if ws-flagged-date(ws-sql-account-id) = spaces
               move ws-today to ws-account-flagged-date
           else
               move ws-flagged-date(ws-sql-account-id)
                   to ws-account-flagged-date
           end-if

           perform compute-grace-due-date

           evaluate true
               when ws-flagged-date(ws-sql-account-id) = spaces
                   add 1 to ws-new-count
                   move spaces to ws-review-status
                   string
                       "NEW - REVIEW BY " ws-due-date
                       into ws-review-status
                   end-string
                   perform write-dormant-out-record
               when ws-due-date > ws-today
                   add 1 to ws-grace-count
                   move spaces to ws-review-status
                   string
                       "IN GRACE UNTIL " ws-due-date
                       into ws-review-status
                   end-string
                   perform write-dormant-out-record
               when not ws-disable-allowed
                   add 1 to ws-held-count
                   move "DUE - HELD, AUDIT RETENTION"
                       to ws-review-status
                   perform write-dormant-out-record
               when other
                   add 1 to ws-disable-count
                   move "DISABLE TRANSACTION WRITTEN"
                       to ws-review-status
                   perform write-disable-transaction
           end-evaluate

           perform write-dormancy-detail

           exit paragraph.



      *> Works out the end of the account's grace period: the date
      *> it was first flagged plus the grace days. A flagged date
      *> that is not a date is treated as flagged today.
       compute-grace-due-date.

           if ws-account-flagged-date(1:4) is numeric
                   and ws-account-flagged-date(6:2) is numeric
                   and ws-account-flagged-date(9:2) is numeric
               move ws-account-flagged-date(1:4)
                   to ws-flagged-ymd-text(1:4)
               move ws-account-flagged-date(6:2)
                   to ws-flagged-ymd-text(5:2)
               move ws-account-flagged-date(9:2)
                   to ws-flagged-ymd-text(7:2)
           else
               move ws-today-ymd to ws-flagged-ymd
               move ws-today to ws-account-flagged-date
           end-if

           compute ws-due-ymd = function date-of-integer(
               function integer-of-date(ws-flagged-ymd)
               + ws-grace-days)

           move spaces to ws-due-date
           string
               ws-due-ymd-text(1:4) '-'
               ws-due-ymd-text(5:2) '-'
               ws-due-ymd-text(7:2)
               into ws-due-date
           end-string

           exit paragraph.



      *> Carries the account on the dormancy list with the date it
      *> was first flagged.
       write-dormant-out-record.

           move ws-sql-account-id to dot-account-id
           move ws-account-flagged-date to dot-flagged-date
           move ws-sql-account-first-name to dot-first-name
           move ws-sql-account-last-name to dot-last-name
           write dormant-out-record

           exit paragraph.



      *> Writes the status-only 'C' disable transaction for SQLLOAD:
      *> the enabled flag set to 'N' and the dormancy cutoff the
      *> account was found dormant against, applying on the next
      *> load unless there has been activity on it since.
       write-disable-transaction.

           move 'C' to dtx-code
           move ws-sql-account-id to dtx-account-id
           move ws-sql-account-first-name to dtx-first-name
           move ws-sql-account-last-name to dtx-last-name
           move spaces to dtx-phone
           move ws-cutoff-date to dtx-activity-since
           move spaces to dtx-status-change-rest
           move 'N' to dtx-is-enabled
           move 0 to dtx-merge-into-id
           move spaces to dtx-effective-date
           write dormant-txn-record

           exit paragraph.



      *> Prints one dormant account, starting a new page first when
      *> the current one is full.
       write-dormancy-detail.

           if ws-report-line-count >= ws-report-lines-per-page
               perform write-dormancy-header
           end-if

           move spaces to ws-print-line
           string
               ws-sql-account-id           "  "
               ws-sql-account-first-name   " "
               ws-sql-account-last-name    "  "
               ws-account-flagged-date     "  "
               ws-review-status
               into ws-print-line
           end-string
           write dormancy-report-record from ws-print-line
               after advancing 1 lines
           add 1 to ws-report-line-count

           exit paragraph.



      *> Lists the prior-list accounts the cursor did not return:
      *> a note or change in the grace period (or a disable or
      *> delete by other means) took them off review.
       list-dropped-accounts.

           perform varying ws-map-idx from 1 by 1
                   until ws-map-idx > 99999
               if ws-flagged-date(ws-map-idx) not = spaces
                       and ws-seen-flag(ws-map-idx) = 'N'
                   perform write-dropped-detail
               end-if
           end-perform

           exit paragraph.



      *> Prints one dropped account under its own heading, which
      *> goes out before the first one.
       write-dropped-detail.

           if ws-dropped-count = 0
                   or ws-report-line-count >= ws-report-lines-per-page
               if ws-report-line-count + 3 > ws-report-lines-per-page
                   perform write-dormancy-header
               end-if
               move spaces to ws-print-line
               string
                   "NO LONGER DORMANT - DROPPED FROM REVIEW"
                   into ws-print-line
               end-string
               write dormancy-report-record from ws-print-line
                   after advancing 2 lines
               add 2 to ws-report-line-count
           end-if

           add 1 to ws-dropped-count
           move ws-map-idx to ws-dropped-id

           move spaces to ws-print-line
           string
               ws-dropped-id               "  "
               ws-prior-first-name(ws-map-idx) " "
               ws-prior-last-name(ws-map-idx) "  "
               ws-flagged-date(ws-map-idx) "  "
               "ACTIVITY SINCE FLAGGED"
               into ws-print-line
           end-string
           write dormancy-report-record from ws-print-line
               after advancing 1 lines
           add 1 to ws-report-line-count

           exit paragraph.



      *> Prints the page header. The first header is written on the
      *> current line, later ones skip to a new page first.
       write-dormancy-header.

           move spaces to ws-print-line
           string
               "DORMANT ACCOUNT REVIEW REPORT"
               "     RUN DATE: " ws-run-date
               "     PAGE: " ws-report-page-num
               into ws-print-line
           end-string

           if ws-report-page-num = 1
               write dormancy-report-record from ws-print-line
                   after advancing 1 lines
           else
               write dormancy-report-record from ws-print-line
                   after advancing page
           end-if

           move spaces to ws-print-line
           string
               "ENABLED ACCOUNTS WITH NO AUDIT OR NOTE ACTIVITY SINCE "
               ws-cutoff-date
               "     GRACE PERIOD: " ws-grace-days " DAYS"
               into ws-print-line
           end-string
           write dormancy-report-record from ws-print-line
               after advancing 1 lines

           move spaces to ws-print-line
           string
               " ID    NAME                                 "
               "FLAGGED     STATUS"
               into ws-print-line
           end-string
           write dormancy-report-record from ws-print-line
               after advancing 2 lines

           add 1 to ws-report-page-num
           move 0 to ws-report-line-count

           exit paragraph.



      *> Prints the footer totalling how the dormant accounts and the
      *> prior list broke down.
       write-dormancy-footer.

           if ws-dormant-count = 0 and ws-dropped-count = 0
               perform write-dormancy-header
               move spaces to ws-print-line
               string
                   "NO DORMANT ACCOUNTS"
                   into ws-print-line
               end-string
               write dormancy-report-record from ws-print-line
                   after advancing 1 lines
           end-if

           move spaces to ws-print-line
           string
               "-------------------------------------------------------"
               into ws-print-line
           end-string
           write dormancy-report-record from ws-print-line
               after advancing 2 lines

           move spaces to ws-print-line
           string
               "DORMANT ACCOUNTS: " ws-dormant-count
               "     NEWLY FLAGGED: " ws-new-count
               "     IN GRACE: " ws-grace-count
               into ws-print-line
           end-string
           write dormancy-report-record from ws-print-line
               after advancing 1 lines

           move spaces to ws-print-line
           string
               "DISABLE TRANSACTIONS WRITTEN: " ws-disable-count
               "     HELD: " ws-held-count
               into ws-print-line
           end-string
           write dormancy-report-record from ws-print-line
               after advancing 1 lines

           move spaces to ws-print-line
           string
               "ON PRIOR LIST: " ws-prior-count
               "     DROPPED FROM REVIEW: " ws-dropped-count
               into ws-print-line
           end-string
           write dormancy-report-record from ws-print-line
               after advancing 1 lines

           if not ws-disable-allowed
               move spaces to ws-print-line
               string
                   "WARNING: DORMANCY CUTOFF PRECEDES AUDIT "
                   "RETENTION - DISABLES HELD THIS RUN"
                   into ws-print-line
               end-string
               write dormancy-report-record from ws-print-line
                   after advancing 1 lines
           end-if

           exit paragraph.



      *> Uses SQL-STMT-30 to fetch the earliest surviving
      *> ACCOUNT_AUDIT timestamp into ws-audit-floor-ts for the
      *> retention check.
       fetch-audit-floor.

           IF SQL-PREP OF SQL-STMT-30 = 'N'
               MOVE 0 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-30
                                   SQLCA
           END-IF
           CALL 'OCSQLOCU' USING SQL-STMT-30
                               SQLCA
           END-CALL

           perform check-sql-state

           SET SQL-ADDR(1) TO ADDRESS OF
             WS-AUDIT-FLOOR-TS
           MOVE 'X' TO SQL-TYPE(1)
           MOVE 20 TO SQL-LEN(1)
           MOVE 1 TO SQL-COUNT
           CALL 'OCSQLFTC' USING SQLV
                               SQL-STMT-30
                               SQLCA
           perform check-sql-state

           CALL 'OCSQLCCU' USING SQL-STMT-30
                               SQLCA
           perform check-sql-state

           exit paragraph.



      *> Checks SQLSTATE for any errors. If return value was success or
      *> "No data", the paragraph returns. Otherwise, the error message
      *> and SQLCODE are displayed to the user. The SQL connection is
      *> closed and the application terminates.
       check-sql-state.

           if SQL-SUCCESS or SQL-NODATA then
               exit paragraph
           end-if

           display space
           display "SQL Error:"
           display "SQLCODE: " SQLCODE
           display "SQLSTATE: " SQLSTATE

           if SQLERRML > 0 then
               display "ERROR MESSAGE: " SQLERRMC(1:SQLERRML)
           end-if
           display space

           if ws-is-connected
               CALL 'OCSQLDIS' USING SQLCA END-CALL
           end-if

           stop run
           exit paragraph. *> not reachable, used as paragraph end scope

       end program sql-dormancy.
