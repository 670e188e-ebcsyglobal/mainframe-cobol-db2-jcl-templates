      *>****************************************************************
      *> Author: R. Castellano.
      *> Date: 2026-10-15
      *> Purpose: Month-end statistics on the account book for
      *>          management. Run after the month closes, it reports
      *>          on the month just ended:
      *>
      *>          - accounts opened (ACCOUNTS CREATE_DT in the month);
      *>          - accounts disabled and re-enabled (the month's
      *>            IS_ENABLED audit rows, whatever path made them);
      *>          - accounts merged (the month's MERGED_TO rows);
      *>          - accounts deleted (approved in the month, no
      *>            longer on ACCOUNTS and not merged);
      *>          - the enabled book's opening and closing balance,
      *>            with its undeliverable (MAIL_STATUS 'U') and
      *>            billing-rejected (BILL_STATUS 'R') accounts;
      *>          - the enabled book by ADDR_STATE;
      *>          - a rolling twelve-month trend of all of the above.
      *>
      *>          The trend comes from the job's own history file,
      *>          one record per month carried forward generation by
      *>          generation (STATHIN in, STATHOUT out), so it does
      *>          not depend on audit rows SQLAUDPG has since purged.
      *>          The closing balance is the enabled book as it stands
      *>          when the job runs, and becomes next month's opening
      *>          balance. With no history record for the month
      *>          before, the opening balance is worked back from the
      *>          closing balance and the month's activity, and is
      *>          marked as derived. Rerunning a month replaces its
      *>          history record.
      *>
      *> Note: WORKING-STORAGE SECTION header as well as SQL related
      *>       statements must be in uppercase for the esqlOC precompile
      *>       to pick them up and process them.
      *>
      *> Tectonics: cobc -x -static -locsql sql_month_stats.cbl
      *>****************************************************************
       identification division.
       program-id. sql-month-stats.
       environment division.
       input-output section.
       file-control.
           select history-in-file assign to "STATHIN"
               organization is line sequential
               file status is ws-history-in-file-status.

           select history-out-file assign to "STATHOUT"
               organization is line sequential.

           select stats-report-file assign to "STATRPT"
               organization is line sequential.

       data division.
       file section.

      *> One record per month reported: the month, its balances and
      *> its activity counts. STATHIN is last month's generation,
      *> STATHOUT the one this run writes.
       FD  history-in-file.
       01  history-in-record.
           05  hin-month                     pic 9(6).
           05  filler                        pic x(74).

       FD  history-out-file.
       01  history-out-record                pic x(80).

      *> Statistics report (same page and footer conventions as the
      *> other ops reports).
       FD  stats-report-file.
       01  stats-report-record               pic x(132).

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
      *> Accounts created between two timestamps.
       01 SQL-STMT-56.
           05 SQL-IPTR   POINTER.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 2.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 69.
           05 SQL-STMT   PIC X(69) VALUE 'SELECT COUNT(*) FROM ACCOUNTS 
      -    'WHERE CREATE_DT >= ? AND CREATE_DT < ?;'.
      **********************************************************************
      *> Enable-flag changes to one value between two timestamps.
       01 SQL-STMT-57.
           05 SQL-IPTR   POINTER.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 3.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 130.
           05 SQL-STMT   PIC X(130) VALUE 'SELECT COUNT(*) FROM ACCOUNT_
      -    'AUDIT WHERE FIELD_NAME = ''IS_ENABLED'' AND TRIM(NEW_VALUE) 
      -    '= ? AND CHANGED_DT >= ? AND CHANGED_DT < ?;'.
      **********************************************************************
      *> Merges between two timestamps.
       01 SQL-STMT-58.
           05 SQL-IPTR   POINTER.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 2.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 105.
           05 SQL-STMT   PIC X(105) VALUE 'SELECT COUNT(*) FROM ACCOUNT_
      -    'AUDIT WHERE FIELD_NAME = ''MERGED_TO'' AND CHANGED_DT >= ? A
      -    'ND CHANGED_DT < ?;'.
      **********************************************************************
      *> Deletes between two timestamps: accounts with an approval
      *> row in the window that are no longer on ACCOUNTS and were
      *> not merged away.
       01 SQL-STMT-59.
           05 SQL-IPTR   POINTER.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 2.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 312.
           05 SQL-STMT   PIC X(312) VALUE 'SELECT COUNT(DISTINCT U.ACCOU
      -    'NT_ID) FROM ACCOUNT_AUDIT U WHERE U.CHANGED_DT >= ? AND U.CH
      -    'ANGED_DT < ? AND U.FIELD_NAME = ''APPROVAL'' AND NOT EXISTS 
      -    '(SELECT 1 FROM ACCOUNTS A WHERE A.ID = U.ACCOUNT_ID) AND NOT
      -    ' EXISTS (SELECT 1 FROM ACCOUNT_AUDIT M WHERE M.ACCOUNT_ID = 
      -    'U.ACCOUNT_ID AND M.FIELD_NAME = ''MERGED_TO'');'.
      **********************************************************************
      *> The enabled book, with its undeliverable and
      *> billing-rejected accounts.
       01 SQL-STMT-60.
           05 SQL-IPTR   POINTER.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 0.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 179.
           05 SQL-STMT   PIC X(179) VALUE 'SELECT COUNT(*),COALESCE(SUM(
      -    'CASE WHEN MAIL_STATUS = ''U'' THEN 1 ELSE 0 END),0),COALESCE
      -    '(SUM(CASE WHEN BILL_STATUS = ''R'' THEN 1 ELSE 0 END),0) FRO
      -    'M ACCOUNTS WHERE IS_ENABLED = ''Y'';'.
      **********************************************************************
      *> The enabled book by state, upper-cased so 'ca' and 'CA'
      *> count together.
       01 SQL-STMT-61.
           05 SQL-IPTR   POINTER.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 0.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 137.
           05 SQL-STMT   PIC X(137) VALUE 'SELECT UPPER(COALESCE(ADDR_ST
      -    'ATE,'' '')),COUNT(*) FROM ACCOUNTS WHERE IS_ENABLED = ''Y'' 
      -    'GROUP BY UPPER(COALESCE(ADDR_STATE,'' '')) ORDER BY 1;'.
      **********************************************************************
      *******          PRECOMPILER-GENERATED VARIABLES               *******
       01 SQLV-GEN-VARS.
           05 SQL-VAR-0001  PIC S9(7) COMP-3.
           05 SQL-VAR-0002  PIC S9(7) COMP-3.
           05 SQL-VAR-0003  PIC S9(7) COMP-3.
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

      *> The month being reported and its timestamp bounds: from the
      *> start of its first day up to, not including, the start of
      *> the next month's.
       01  ws-report-month-text.
           05  ws-report-month              pic 9(6).
           05  filler redefines ws-report-month.
               10  ws-report-year           pic 9(4).
               10  ws-report-mm             pic 99.
       01  ws-prior-month-text.
           05  ws-prior-month               pic 9(6).
           05  filler redefines ws-prior-month.
               10  ws-prior-year            pic 9(4).
               10  ws-prior-mm              pic 99.
       01  ws-month-start-ts                pic x(20).
       01  ws-month-end-ts                  pic x(20).
       01  ws-month-display                 pic x(7).

      *> This month's figures, laid out exactly as a history record
      *> so the month can be added to the table and written out as
      *> it stands.
       01  ws-month-stats.
           05  ws-stat-month                pic 9(6).
           05  ws-stat-opening              pic 9(7).
           05  ws-stat-closing              pic 9(7).
           05  ws-stat-opened               pic 9(7).
           05  ws-stat-disabled             pic 9(7).
           05  ws-stat-reenabled            pic 9(7).
           05  ws-stat-merged               pic 9(7).
           05  ws-stat-deleted              pic 9(7).
           05  ws-stat-undeliverable        pic 9(7).
           05  ws-stat-rejected             pic 9(7).
           05  ws-stat-opening-sw           pic x.
               88  ws-stat-opening-derived  value 'D'.
           05  ws-stat-run-date             pic x(10).

      *> The history as read from STATHIN, oldest first, without any
      *> record for the month being reported. Ten years are kept;
      *> older months fall off the front.
       01  ws-history-max                   pic 999 value 120.
       01  ws-history-count                 pic 999 value 0.
       01  ws-history-table.
           05  ws-history-entry             pic x(80)
                                            occurs 120 times
                                            indexed by ws-hist-idx.
       01  ws-hist-shift-idx                pic 999.

      *> One history entry taken out of the table to be read.
       01  ws-history-work.
           05  ws-hist-month                pic 9(6).
           05  ws-hist-opening              pic 9(7).
           05  ws-hist-closing              pic 9(7).
           05  ws-hist-opened               pic 9(7).
           05  ws-hist-disabled             pic 9(7).
           05  ws-hist-reenabled            pic 9(7).
           05  ws-hist-merged               pic 9(7).
           05  ws-hist-deleted              pic 9(7).
           05  ws-hist-undeliverable        pic 9(7).
           05  ws-hist-rejected             pic 9(7).
           05  ws-hist-opening-sw           pic x.
               88  ws-hist-opening-derived  value 'D'.
           05  ws-hist-run-date             pic x(10).
       01  ws-trend-first                   pic 999.

       01  ws-history-in-file-status        pic xx.
           88  ws-history-in-file-found     value '00'.
       01  ws-history-eof-sw                pic a value 'N'.
           88  ws-history-eof               value 'Y'.

       01  ws-is-connected-sw               pic a value 'N'.
           88  ws-is-connected              value 'Y'.
           88  ws-is-disconnected           value 'N'.

      *> Bind and fetch fields for the counting statements.
       01  ws-enabled-value                 pic x.
       01  ws-query-count                   pic 9(7).
       01  ws-state-code                    pic x(2).
       01  ws-state-accounts                pic 9(7).

      *> Book movement the activity counts do not explain (deletes
      *> and merges of accounts that were still enabled, mostly).
       01  ws-other-movement                pic s9(7).
       01  ws-other-movement-out            pic -(7)9.

       01  ws-pct-book                      pic 999v9.
       01  ws-pct-book-out                  pic zz9.9.
       01  ws-opening-flag                  pic x.

      *> Trend totals for the report footer.
       01  ws-trend-months                  pic 99 value 0.
       01  ws-trend-opened                  pic 9(7) value 0.
       01  ws-trend-disabled                pic 9(7) value 0.
       01  ws-trend-reenabled               pic 9(7) value 0.
       01  ws-trend-merged                  pic 9(7) value 0.
       01  ws-trend-deleted                 pic 9(7) value 0.
       01  ws-state-count                   pic 9(5) value 0.

      *> Working storage for the print-formatted report (same page
      *> conventions as the other ops reports).
       01  ws-current-date                  pic x(21).
       01  ws-run-date                      pic x(10).
       01  ws-report-page-num               pic 9(5) value 1.
       01  ws-report-line-count             pic 999 comp value 0.
       01  ws-report-lines-per-page         pic 999 comp value 50.
       01  ws-section-title                 pic x(60).
       01  ws-column-heading                pic x(132).

       01  ws-print-line                    pic x(132).

       procedure division.
       main-procedure.
           display space
           display "COBOL SQL Month-End Account Statistics"
           display "---------------------------------------"
           display space

           move function current-date to ws-current-date
           string
               ws-current-date(5:2) '/'
               ws-current-date(7:2) '/'
               ws-current-date(1:4)
               into ws-run-date
           end-string

           perform compute-report-month
           perform load-history

           MOVE 1024 TO SQL-LEN(1)
           CALL 'OCSQL'    USING WS-DB-CONNECTION-STRING
                               SQL-LEN(1)
                               SQLCA
           END-CALL
           perform check-sql-state
           set ws-is-connected to true

           initialize ws-month-stats
           move ws-report-month to ws-stat-month
           move ws-run-date to ws-stat-run-date

           perform count-opened-accounts
           move ws-query-count to ws-stat-opened

           move 'N' to ws-enabled-value
           perform count-enabled-changes
           move ws-query-count to ws-stat-disabled

           move 'Y' to ws-enabled-value
           perform count-enabled-changes
           move ws-query-count to ws-stat-reenabled

           perform count-merged-accounts
           move ws-query-count to ws-stat-merged

           perform count-deleted-accounts
           move ws-query-count to ws-stat-deleted

           perform count-enabled-book

           perform settle-opening-balance

           open output stats-report-file

           perform write-activity-section
           perform write-state-section

           CALL 'OCSQLDIS' USING SQLCA END-CALL
           set ws-is-disconnected to true

           perform add-month-to-history
           perform write-history-file

           perform write-trend-section
           perform write-stats-footer

           close stats-report-file

           display space
           display "Month-end statistics complete for " ws-month-display
               ". Opened: " ws-stat-opened
               "  Disabled: " ws-stat-disabled
               "  Closing book: " ws-stat-closing
           display space

           stop run.



      *> Works out the month just ended (the month before today's)
      *> and its start and end timestamp bounds, plus the month
      *> before that, whose closing balance is this month's opening.
       compute-report-month.

           move ws-current-date(1:6) to ws-report-month

           move spaces to ws-month-end-ts
           string
               ws-current-date(1:4) '-'
               ws-current-date(5:2) '-01 00:00:00'
               into ws-month-end-ts
           end-string

           if ws-report-mm = 1
               subtract 1 from ws-report-year
               move 12 to ws-report-mm
           else
               subtract 1 from ws-report-mm
           end-if

           move ws-report-month to ws-prior-month
           if ws-prior-mm = 1
               subtract 1 from ws-prior-year
               move 12 to ws-prior-mm
           else
               subtract 1 from ws-prior-mm
           end-if

           move spaces to ws-month-start-ts
           string
               ws-report-year '-' ws-report-mm '-01 00:00:00'
               into ws-month-start-ts
           end-string

           move spaces to ws-month-display
           string
               ws-report-year '-' ws-report-mm
               into ws-month-display
           end-string

           display "Reporting month: " ws-month-display

           exit paragraph.



      *> Loads STATHIN into the history table, oldest first. Any
      *> record for the month being reported (an earlier run of this
      *> month) or later is left behind, so a rerun replaces it. No
      *> STATHIN means this is the first run.
       load-history.

           open input history-in-file

           if not ws-history-in-file-found
               display "STATHIN history not found - starting a new "
                   "history."
               exit paragraph
           end-if

           perform until ws-history-eof
               read history-in-file
                   at end
                       move 'Y' to ws-history-eof-sw
                   not at end
                       if hin-month is numeric
                               and hin-month < ws-report-month
                           perform add-history-entry
                       end-if
               end-read
           end-perform

           close history-in-file

           display "History months read: " ws-history-count

           exit paragraph.



      *> Appends one record to the history table, dropping the
      *> oldest month once the table is full.
       add-history-entry.

           if ws-history-count >= ws-history-max
               perform varying ws-hist-shift-idx from 2 by 1
                       until ws-hist-shift-idx > ws-history-max
                   move ws-history-entry(ws-hist-shift-idx)
                       to ws-history-entry(ws-hist-shift-idx - 1)
               end-perform
               subtract 1 from ws-history-count
           end-if

           add 1 to ws-history-count
           move history-in-record to ws-history-entry(ws-history-count)

           exit paragraph.



      *> Uses SQL-STMT-56 to count the accounts created in the month
      *> into ws-query-count.
       count-opened-accounts.

           move 0 to ws-query-count

           SET SQL-ADDR(1) TO ADDRESS OF
             WS-MONTH-START-TS
           MOVE 'X' TO SQL-TYPE(1)
           MOVE 20 TO SQL-LEN(1)
           SET SQL-ADDR(2) TO ADDRESS OF
             WS-MONTH-END-TS
           MOVE 'X' TO SQL-TYPE(2)
           MOVE 20 TO SQL-LEN(2)
           MOVE 2 TO SQL-COUNT
           IF SQL-PREP OF SQL-STMT-56 = 'N'
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-56
                                   SQLCA
           END-IF
           CALL 'OCSQLOCU' USING SQL-STMT-56
                               SQLCA
           END-CALL

           perform check-sql-state

           SET SQL-ADDR(1) TO ADDRESS OF
             SQL-VAR-0001
           MOVE '3' TO SQL-TYPE(1)
           MOVE 4 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
           MOVE 1 TO SQL-COUNT
           CALL 'OCSQLFTC' USING SQLV
                               SQL-STMT-56
                               SQLCA
           perform check-sql-state

           if not SQL-NODATA
               move sql-var-0001 to ws-query-count
           end-if

           CALL 'OCSQLCCU' USING SQL-STMT-56
                               SQLCA
           perform check-sql-state

           exit paragraph.



      *> Uses SQL-STMT-57 to count the month's IS_ENABLED audit rows
      *> that set the flag to ws-enabled-value into ws-query-count.
       count-enabled-changes.

           move 0 to ws-query-count

           SET SQL-ADDR(1) TO ADDRESS OF
             WS-ENABLED-VALUE
           MOVE 'X' TO SQL-TYPE(1)
           MOVE 1 TO SQL-LEN(1)
           SET SQL-ADDR(2) TO ADDRESS OF
             WS-MONTH-START-TS
           MOVE 'X' TO SQL-TYPE(2)
           MOVE 20 TO SQL-LEN(2)
           SET SQL-ADDR(3) TO ADDRESS OF
             WS-MONTH-END-TS
           MOVE 'X' TO SQL-TYPE(3)
           MOVE 20 TO SQL-LEN(3)
           MOVE 3 TO SQL-COUNT
           IF SQL-PREP OF SQL-STMT-57 = 'N'
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-57
                                   SQLCA
           END-IF
           CALL 'OCSQLOCU' USING SQL-STMT-57
                               SQLCA
           END-CALL

           perform check-sql-state

           SET SQL-ADDR(1) TO ADDRESS OF
             SQL-VAR-0001
           MOVE '3' TO SQL-TYPE(1)
           MOVE 4 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
           MOVE 1 TO SQL-COUNT
           CALL 'OCSQLFTC' USING SQLV
                               SQL-STMT-57
                               SQLCA
           perform check-sql-state

           if not SQL-NODATA
               move sql-var-0001 to ws-query-count
           end-if

           CALL 'OCSQLCCU' USING SQL-STMT-57
                               SQLCA
           perform check-sql-state

           exit paragraph.



      *> Uses SQL-STMT-58 to count the month's merges into
      *> ws-query-count.
       count-merged-accounts.

           move 0 to ws-query-count

           SET SQL-ADDR(1) TO ADDRESS OF
             WS-MONTH-START-TS
           MOVE 'X' TO SQL-TYPE(1)
           MOVE 20 TO SQL-LEN(1)
           SET SQL-ADDR(2) TO ADDRESS OF
             WS-MONTH-END-TS
           MOVE 'X' TO SQL-TYPE(2)
           MOVE 20 TO SQL-LEN(2)
           MOVE 2 TO SQL-COUNT
           IF SQL-PREP OF SQL-STMT-58 = 'N'
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-58
                                   SQLCA
           END-IF
           CALL 'OCSQLOCU' USING SQL-STMT-58
                               SQLCA
           END-CALL

           perform check-sql-state

           SET SQL-ADDR(1) TO ADDRESS OF
             SQL-VAR-0001
           MOVE '3' TO SQL-TYPE(1)
           MOVE 4 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
           MOVE 1 TO SQL-COUNT
           CALL 'OCSQLFTC' USING SQLV
                               SQL-STMT-58
                               SQLCA
           perform check-sql-state

           if not SQL-NODATA
               move sql-var-0001 to ws-query-count
           end-if

           CALL 'OCSQLCCU' USING SQL-STMT-58
                               SQLCA
           perform check-sql-state

           exit paragraph.



      *> Uses SQL-STMT-59 to count the month's deletes into
      *> ws-query-count. Deletes leave no row of their own, only the
      *> APPROVAL row for the request that authorized them.
       count-deleted-accounts.

           move 0 to ws-query-count

           SET SQL-ADDR(1) TO ADDRESS OF
             WS-MONTH-START-TS
           MOVE 'X' TO SQL-TYPE(1)
           MOVE 20 TO SQL-LEN(1)
           SET SQL-ADDR(2) TO ADDRESS OF
             WS-MONTH-END-TS
           MOVE 'X' TO SQL-TYPE(2)
           MOVE 20 TO SQL-LEN(2)
           MOVE 2 TO SQL-COUNT
           IF SQL-PREP OF SQL-STMT-59 = 'N'
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-59
                                   SQLCA
           END-IF
           CALL 'OCSQLOCU' USING SQL-STMT-59
                               SQLCA
           END-CALL

           perform check-sql-state

           SET SQL-ADDR(1) TO ADDRESS OF
             SQL-VAR-0001
           MOVE '3' TO SQL-TYPE(1)
           MOVE 4 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
           MOVE 1 TO SQL-COUNT
           CALL 'OCSQLFTC' USING SQLV
                               SQL-STMT-59
                               SQLCA
           perform check-sql-state

           if not SQL-NODATA
               move sql-var-0001 to ws-query-count
           end-if

           CALL 'OCSQLCCU' USING SQL-STMT-59
                               SQLCA
           perform check-sql-state

           exit paragraph.



      *> Uses SQL-STMT-60 to count the enabled book, and the
      *> undeliverable and billing-rejected accounts in it, into the
      *> month's closing figures.
       count-enabled-book.

           IF SQL-PREP OF SQL-STMT-60 = 'N'
               MOVE 0 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-60
                                   SQLCA
           END-IF
           CALL 'OCSQLOCU' USING SQL-STMT-60
                               SQLCA
           END-CALL

           perform check-sql-state

           SET SQL-ADDR(1) TO ADDRESS OF
             SQL-VAR-0001
           MOVE '3' TO SQL-TYPE(1)
           MOVE 4 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
           SET SQL-ADDR(2) TO ADDRESS OF
             SQL-VAR-0002
           MOVE '3' TO SQL-TYPE(2)
           MOVE 4 TO SQL-LEN(2)
               MOVE X'00' TO SQL-PREC(2)
           SET SQL-ADDR(3) TO ADDRESS OF
             SQL-VAR-0003
           MOVE '3' TO SQL-TYPE(3)
           MOVE 4 TO SQL-LEN(3)
               MOVE X'00' TO SQL-PREC(3)
           MOVE 3 TO SQL-COUNT
           CALL 'OCSQLFTC' USING SQLV
                               SQL-STMT-60
                               SQLCA
           perform check-sql-state

           if not SQL-NODATA
               move sql-var-0001 to ws-stat-closing
               move sql-var-0002 to ws-stat-undeliverable
               move sql-var-0003 to ws-stat-rejected
           end-if

           CALL 'OCSQLCCU' USING SQL-STMT-60
                               SQLCA
           perform check-sql-state

           exit paragraph.



      *> Takes the opening balance from last month's history record.
      *> Without one it is worked back from the closing balance and
      *> the month's activity and marked derived. The movement the
      *> activity counts do not explain is reported alongside.
       settle-opening-balance.

           move space to ws-stat-opening-sw

           initialize ws-history-work
           if ws-history-count > 0
               move ws-history-entry(ws-history-count)
                   to ws-history-work
           end-if

           if ws-hist-month = ws-prior-month
               move ws-hist-closing to ws-stat-opening
           else
               move 'D' to ws-stat-opening-sw
               compute ws-other-movement =
                   ws-stat-closing - ws-stat-opened
                   - ws-stat-reenabled + ws-stat-disabled
               if ws-other-movement < 0
                   move 0 to ws-stat-opening
               else
                   move ws-other-movement to ws-stat-opening
               end-if
           end-if

           compute ws-other-movement =
               ws-stat-closing - ws-stat-opening - ws-stat-opened
               - ws-stat-reenabled + ws-stat-disabled

           exit paragraph.



      *> First section: the month's activity counts and the enabled
      *> book's balances.
       write-activity-section.

           move "ACCOUNT ACTIVITY FOR THE MONTH" to ws-section-title
           move spaces to ws-column-heading
           perform write-stats-header

           move spaces to ws-print-line
           string
               "ACCOUNTS OPENED                        " ws-stat-opened
               into ws-print-line
           end-string
           perform write-stats-line

           move spaces to ws-print-line
           string
               "ACCOUNTS DISABLED                      "
               ws-stat-disabled
               into ws-print-line
           end-string
           perform write-stats-line

           move spaces to ws-print-line
           string
               "ACCOUNTS RE-ENABLED                    "
               ws-stat-reenabled
               into ws-print-line
           end-string
           perform write-stats-line

           move spaces to ws-print-line
           string
               "ACCOUNTS MERGED                        " ws-stat-merged
               into ws-print-line
           end-string
           perform write-stats-line

           move spaces to ws-print-line
           string
               "ACCOUNTS DELETED                       " ws-stat-deleted
               into ws-print-line
           end-string
           perform write-stats-line

           move spaces to ws-print-line
           perform write-stats-line

           move spaces to ws-print-line
           if ws-stat-opening-derived
               string
                   "ENABLED BOOK - OPENING BALANCE         "
                   ws-stat-opening
                   "  * DERIVED - NO HISTORY FOR "
                   ws-prior-year '-' ws-prior-mm
                   into ws-print-line
               end-string
           else
               string
                   "ENABLED BOOK - OPENING BALANCE         "
                   ws-stat-opening
                   into ws-print-line
               end-string
           end-if
           perform write-stats-line

           move ws-other-movement to ws-other-movement-out
           move spaces to ws-print-line
           string
               "  OTHER MOVEMENT (DELETES/MERGES OF ENABLED) "
               ws-other-movement-out
               into ws-print-line
           end-string
           perform write-stats-line

           move spaces to ws-print-line
           string
               "ENABLED BOOK - CLOSING BALANCE         "
               ws-stat-closing
               into ws-print-line
           end-string
           perform write-stats-line

           move spaces to ws-print-line
           string
               "  UNDELIVERABLE (MAIL_STATUS U)        "
               ws-stat-undeliverable
               into ws-print-line
           end-string
           perform write-stats-line

           move spaces to ws-print-line
           string
               "  BILLING REJECTED (BILL_STATUS R)     "
               ws-stat-rejected
               into ws-print-line
           end-string
           perform write-stats-line

           exit paragraph.



      *> Second section, on a new page: the enabled book by state,
      *> with each state's share of the book.
       write-state-section.

           move "ENABLED BOOK BY STATE" to ws-section-title
           move "ST    ACCOUNTS    PCT OF BOOK" to ws-column-heading
           perform write-stats-header

           IF SQL-PREP OF SQL-STMT-61 = 'N'
               MOVE 0 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-61
                                   SQLCA
           END-IF
           CALL 'OCSQLOCU' USING SQL-STMT-61
                               SQLCA
           END-CALL

           perform check-sql-state

           perform with test after until SQLCODE = 100
           SET SQL-ADDR(1) TO ADDRESS OF
             WS-STATE-CODE
           MOVE 'X' TO SQL-TYPE(1)
           MOVE 2 TO SQL-LEN(1)
           SET SQL-ADDR(2) TO ADDRESS OF
             SQL-VAR-0001
           MOVE '3' TO SQL-TYPE(2)
           MOVE 4 TO SQL-LEN(2)
               MOVE X'00' TO SQL-PREC(2)
           MOVE 2 TO SQL-COUNT
           CALL 'OCSQLFTC' USING SQLV
                               SQL-STMT-61
                               SQLCA
           MOVE SQL-VAR-0001 TO WS-STATE-ACCOUNTS
               perform check-sql-state

               if not SQL-NODATA then
                   perform write-state-line
               end-if
           end-perform

           CALL 'OCSQLCCU' USING SQL-STMT-61
                               SQLCA
           perform check-sql-state

           if ws-state-count = 0
               move spaces to ws-print-line
               string
                   "NO ENABLED ACCOUNTS"
                   into ws-print-line
               end-string
               perform write-stats-line
           end-if

           exit paragraph.



      *> Prints one state's count and share of the enabled book. A
      *> blank state is shown as '--'.
       write-state-line.

           add 1 to ws-state-count

           if ws-state-code = spaces
               move "--" to ws-state-code
           end-if

           if ws-stat-closing > 0
               compute ws-pct-book rounded =
                   ws-state-accounts * 100 / ws-stat-closing
           else
               move 0 to ws-pct-book
           end-if
           move ws-pct-book to ws-pct-book-out

           move spaces to ws-print-line
           string
               ws-state-code "    " ws-state-accounts "     "
               ws-pct-book-out "%"
               into ws-print-line
           end-string
           perform write-stats-line

           exit paragraph.



      *> Adds this month to the end of the history table.
       add-month-to-history.

           move ws-month-stats to history-in-record
           perform add-history-entry

           exit paragraph.



      *> Writes the whole history table to STATHOUT, next month's
      *> STATHIN.
       write-history-file.

           open output history-out-file

           perform varying ws-hist-idx from 1 by 1
                   until ws-hist-idx > ws-history-count
               move ws-history-entry(ws-hist-idx) to history-out-record
               write history-out-record
           end-perform

           close history-out-file

           exit paragraph.



      *> Third section, on a new page: the last twelve months from
      *> the history, this month last.
       write-trend-section.

           move "ROLLING TWELVE-MONTH TREND" to ws-section-title
           move spaces to ws-column-heading
           string
               "MONTH    OPENING      OPENED   DISABLED RE-ENABLED"
               "     MERGED    DELETED    CLOSING    UNDELIV   BILL REJ"
               into ws-column-heading
           end-string
           perform write-stats-header

           if ws-history-count > 12
               compute ws-trend-first = ws-history-count - 11
           else
               move 1 to ws-trend-first
           end-if

           perform varying ws-hist-idx from ws-trend-first by 1
                   until ws-hist-idx > ws-history-count
               move ws-history-entry(ws-hist-idx) to ws-history-work
               perform write-trend-line
           end-perform

           exit paragraph.



      *> Prints one month of the trend and adds it to the footer
      *> totals. A derived opening balance is marked '*'.
       write-trend-line.

           add 1 to ws-trend-months
           add ws-hist-opened to ws-trend-opened
           add ws-hist-disabled to ws-trend-disabled
           add ws-hist-reenabled to ws-trend-reenabled
           add ws-hist-merged to ws-trend-merged
           add ws-hist-deleted to ws-trend-deleted

           if ws-hist-opening-derived
               move '*' to ws-opening-flag
           else
               move space to ws-opening-flag
           end-if

           move spaces to ws-print-line
           string
               ws-hist-month(1:4) '-' ws-hist-month(5:2) "  "
               ws-hist-opening ws-opening-flag "    "
               ws-hist-opened "    "
               ws-hist-disabled "    "
               ws-hist-reenabled "    "
               ws-hist-merged "    "
               ws-hist-deleted "    "
               ws-hist-closing "    "
               ws-hist-undeliverable "    "
               ws-hist-rejected
               into ws-print-line
           end-string
           perform write-stats-line

           exit paragraph.



      *> Writes ws-print-line to the report, starting a new page
      *> first when the current one is full.
       write-stats-line.

           if ws-report-line-count >= ws-report-lines-per-page
               perform write-stats-header
           end-if

           write stats-report-record from ws-print-line
               after advancing 1 lines
           add 1 to ws-report-line-count

           exit paragraph.



      *> Prints the page header with the current section's title and
      *> column heading. The first header is written on the current
      *> line, later ones skip to a new page first.
       write-stats-header.

           move spaces to ws-print-line
           string
               "MONTH-END ACCOUNT STATISTICS"
               "     RUN DATE: " ws-run-date
               "     PAGE: " ws-report-page-num
               into ws-print-line
           end-string

           if ws-report-page-num = 1
               write stats-report-record from ws-print-line
                   after advancing 1 lines
           else
               write stats-report-record from ws-print-line
                   after advancing page
           end-if

           move spaces to ws-print-line
           string
               "MONTH: " ws-month-display "     " ws-section-title
               into ws-print-line
           end-string
           write stats-report-record from ws-print-line
               after advancing 1 lines

           move 1 to ws-report-line-count
           if ws-column-heading not = spaces
               write stats-report-record from ws-column-heading
                   after advancing 2 lines
               move 3 to ws-report-line-count
           end-if

           add 1 to ws-report-page-num

           exit paragraph.



      *> Prints the footer totalling the trend's activity.
       write-stats-footer.

           move spaces to ws-print-line
           string
               "-------------------------------------------------------"
               into ws-print-line
           end-string
           write stats-report-record from ws-print-line
               after advancing 2 lines

           move spaces to ws-print-line
           string
               "MONTHS SHOWN: " ws-trend-months
               "     OPENED: " ws-trend-opened
               "     DISABLED: " ws-trend-disabled
               "     RE-ENABLED: " ws-trend-reenabled
               into ws-print-line
           end-string
           write stats-report-record from ws-print-line
               after advancing 1 lines

           move spaces to ws-print-line
           string
               "MERGED: " ws-trend-merged
               "     DELETED: " ws-trend-deleted
               "     * OPENING BALANCE DERIVED FROM THE MONTH'S "
               "ACTIVITY"
               into ws-print-line
           end-string
           write stats-report-record from ws-print-line
               after advancing 1 lines

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

       end program sql-month-stats.
