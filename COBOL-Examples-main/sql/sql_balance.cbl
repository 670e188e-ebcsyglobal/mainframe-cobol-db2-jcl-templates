      *>****************************************************************
      *> Author: R. Castellano.
      *> Date: 2026-10-15
      *> Purpose: Nightly control-total balancing across the job
      *>          chain. Each nightly job posts its own counts to
      *>          RUNLOG, but nothing proved the jobs agree with one
      *>          another or with the tables they maintain. Run
      *>          after SQLRESP and SQLCHASE, this job cross-foots
      *>          the night's control totals:
      *>
      *>          1. SQLLOAD applied on RUNLOG = applied on LOADCHK
      *>             (the posted totals belong to the same run).
      *>          2. ACCOUNT_AUDIT rows SQLLOAD says it wrote (LOADCHK)
      *>             = rows stamped SQLLOAD in its run window.
      *>          3. Accounts SQLLOAD says it added (LOADCHK) =
      *>             ACCOUNTS rows created in its run window. An add
      *>             writes no audit row, so 2 and 3 together cover
      *>             everything SQLLOAD applied.
      *>          4. SQLEXPRT records exported = accounts its window
      *>             selected at the cutoff (MOD_DT past the EXPSTATE
      *>             timestamp, or the enabled book on a full
      *>             refresh), as posted on EXPSTATE.
      *>          5. ACCTBIL records on file = SQLEXPRT exported.
      *>          6. SQLRESP accepted + rejected + tonight's exports
      *>             SQLCHASE carried forward unanswered = SQLEXPRT
      *>             exported, less the disable notices billing does
      *>             not answer.
      *>
      *>          Each must also have a completion record from
      *>          tonight. BALRPT prints one page: in balance, or out
      *>          of balance with every broken equation and its
      *>          difference. Out of balance posts a 'B' record to
      *>          RUNLOG and return code 8; SQLGATE refuses to pass a
      *>          'B', so the next night's chain stops there.
      *>
      *>          Sign-off: with a BALSIGN record (signer ID in
      *>          columns 1-8, reason in 9-68) the job does not
      *>          balance. It prints a sign-off page for the latest
      *>          break and posts a 'C' over the 'B', which opens
      *>          the gate again.
      *>
      *> Note: WORKING-STORAGE SECTION header as well as SQL related
      *>       statements must be in uppercase for the esqlOC precompile
      *>       to pick them up and process them.
      *>
      *> Tectonics: cobc -x -static -locsql sql_balance.cbl
      *>****************************************************************
       identification division.
       program-id. sql-balance.
       environment division.
       input-output section.
       file-control.
           select run-control-file assign to "RUNLOG"
               organization is line sequential
               file status is ws-runlog-file-status.

           select load-checkpoint-file assign to "LOADCHK"
               organization is line sequential
               file status is ws-checkpoint-file-status.

           select export-state-file assign to "EXPSTATE"
               organization is line sequential
               file status is ws-state-file-status.

           select acct-billing-file assign to "ACCTBIL"
               organization is line sequential
               file status is ws-billing-file-status.

           select balance-signoff-file assign to "BALSIGN"
               organization is line sequential
               file status is ws-signoff-file-status.

           select balance-report-file assign to "BALRPT"
               organization is line sequential.

       data division.
       file section.

      *> Shared nightly run-control log, read back for the chain's
      *> posted counts and appended to with this job's own record.
      *> 'B' is this job's out-of-balance finish.
       FD  run-control-file.
       01  run-control-record.
           05  rcl-job-name                  pic x(8).
           05  rcl-timestamp                 pic x(20).
           05  rcl-status                    pic x.
               88  rcl-is-start              value 'S'.
           05  rcl-count-1                   pic 9(7).
           05  rcl-count-2                   pic 9(7).
           05  rcl-count-3                   pic 9(7).
           05  rcl-count-4                   pic 9(7).

      *> SQLLOAD's checkpoint, in the layout sql-load writes; the
      *> completed record carries its add and audit-row totals,
      *> recounted from the tables when the load was restarted.
       FD  load-checkpoint-file.
       01  load-checkpoint-record.
           05  lck-txn-count                 pic 9(7).
           05  lck-applied-count             pic 9(7).
           05  lck-rejected-count            pic 9(7).
           05  lck-released-count            pic 9(7).
           05  lck-status                    pic x.
               88  lck-complete              value 'C'.
           05  lck-added-count               pic 9(7).
           05  lck-audit-row-count           pic 9(7).
           05  lck-run-start-ts              pic x(20).

      *> SQLEXPRT's state file, in the layout sql-export writes.
       FD  export-state-file.
       01  export-state-record.
           05  exs-last-export-ts            pic x(20).
           05  exs-delta-runs                pic 9(3).
           05  exs-window-start-ts           pic x(20).
           05  exs-selected-count            pic 9(7).

      *> Tonight's billing export, in the fixed-width interface
      *> layout sql-export writes to ACCTBIL.
       FD  acct-billing-file.
       01  acct-billing-record.
           05  abr-account-id                pic 9(5).
           05  abr-first-name                pic x(15).
           05  abr-last-name                 pic x(20).
           05  abr-phone                     pic x(10).
           05  abr-street                    pic x(25).
           05  abr-city                      pic x(15).
           05  abr-state                     pic x(2).
           05  abr-zip                       pic x(5).
           05  abr-mod-dt                    pic x(20).
           05  abr-action                    pic x.

      *> Sign-off card: who is accepting the latest break, and why.
      *> DUMMY on the nightly run.
       FD  balance-signoff-file.
       01  balance-signoff-record.
           05  bso-signed-by                 pic x(8).
           05  bso-reason                    pic x(60).

      *> Balancing page for the ops desk.
       FD  balance-report-file.
       01  balance-report-record             pic x(132).

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
      *> Audit rows one job stamped between two timestamps.
       01 SQL-STMT-44.
           05 SQL-IPTR   POINTER.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 3.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 96.
           05 SQL-STMT   PIC X(96) VALUE 'SELECT COUNT(*) FROM ACCOUNT_A
      -    'UDIT WHERE CHANGED_BY = ? AND CHANGED_DT >= ? AND CHANGED_DT
      -    ' <= ?;'.
      **********************************************************************
      *> Accounts created between two timestamps.
       01 SQL-STMT-45.
           05 SQL-IPTR   POINTER.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 2.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 70.
           05 SQL-STMT   PIC X(70) VALUE 'SELECT COUNT(*) FROM ACCOUNTS 
      -    'WHERE CREATE_DT >= ? AND CREATE_DT <= ?;'.
      **********************************************************************
      *******          PRECOMPILER-GENERATED VARIABLES               *******
       01 SQLV-GEN-VARS.
           05 SQL-VAR-0001  PIC S9(7) COMP-3.
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

       01  ws-is-connected-sw               pic a value 'N'.
           88  ws-is-connected              value 'Y'.
           88  ws-is-disconnected           value 'N'.

       01  ws-runlog-file-status            pic xx.
           88  ws-runlog-found              value '00'.
           88  ws-runlog-ok                 value '00' '05'.
       01  ws-checkpoint-file-status        pic xx.
           88  ws-checkpoint-file-found     value '00'.
       01  ws-state-file-status             pic xx.
           88  ws-state-file-found          value '00'.
       01  ws-billing-file-status           pic xx.
           88  ws-billing-file-found        value '00'.
       01  ws-signoff-file-status           pic xx.
           88  ws-signoff-file-found        value '00'.

       01  ws-runlog-eof-sw                 pic a value 'N'.
           88  ws-runlog-eof                value 'Y'.
       01  ws-billing-eof-sw                pic a value 'N'.
           88  ws-billing-eof               value 'Y'.

      *> Latest run of each job in the chain, and of this job. A
      *> job's run window starts at the first start record after
      *> its previous completion, so a restarted SQLLOAD is measured
      *> from its first attempt - the audit rows written before the
      *> abend belong to the same night's load.
       01  ws-chain-job-count               pic 9 value 5.
       01  ws-chain-job-table.
           05  ws-chain-entry               occurs 5 times
                                            indexed by ws-chain-idx.
               10  ws-chain-name            pic x(8).
               10  ws-chain-new-window-sw   pic a.
                   88  ws-chain-new-window  value 'Y'.
               10  ws-chain-window-start-ts pic x(20).
               10  ws-chain-completed-sw    pic a.
                   88  ws-chain-completed   value 'Y'.
               10  ws-chain-end-status      pic x.
               10  ws-chain-end-ts          pic x(20).
               10  ws-chain-count-1         pic 9(7).
               10  ws-chain-count-2         pic 9(7).
               10  ws-chain-count-3         pic 9(7).
               10  ws-chain-count-4         pic 9(7).

      *> Posted control totals picked up for the equations.
       01  ws-load-applied-count            pic 9(7) value 0.
       01  ws-export-count                  pic 9(7) value 0.
       01  ws-export-disable-count          pic 9(7) value 0.
       01  ws-resp-accepted-count           pic 9(7) value 0.
       01  ws-resp-rejected-count           pic 9(7) value 0.
       01  ws-chase-tonight-count           pic 9(7) value 0.
       01  ws-lck-applied-count             pic 9(7) value 0.
       01  ws-lck-added-count               pic 9(7) value 0.
       01  ws-lck-audit-row-count           pic 9(7) value 0.
       01  ws-exs-selected-count            pic 9(7) value 0.
       01  ws-acctbil-count                 pic 9(7) value 0.

      *> Counted from the tables over SQLLOAD's run window. The
      *> window end runs to the last microsecond of the completion
      *> record's second, since that record is stamped to the
      *> second.
       01  ws-load-job-user                 pic x(8) value "SQLLOAD".
       01  ws-load-start-ts                 pic x(20).
       01  ws-load-end-ts                   pic x(26).
       01  ws-db-audit-row-count            pic 9(7) value 0.
       01  ws-db-created-count              pic 9(7) value 0.

      *> The equation being checked.
       01  ws-eq-number                     pic 9.
       01  ws-eq-left-text                  pic x(45).
       01  ws-eq-right-text                 pic x(45).
       01  ws-eq-left                       pic 9(7).
       01  ws-eq-right                      pic 9(7).
       01  ws-eq-difference                 pic s9(7).
       01  ws-eq-difference-edit            pic +9(7).
       01  ws-eq-status                     pic x(14).

       01  ws-checked-count                 pic 9(7) value 0.

      *> Every break found - a broken equation or a chain job that
      *> cannot be balanced at all - for the out-of-balance list.
       01  ws-break-count                   pic 99 value 0.
       01  ws-break-table.
           05  ws-break-entry               occurs 20 times.
               10  ws-break-text            pic x(100).
               10  ws-break-difference      pic x(8).
       01  ws-break-idx                     pic 99.
       01  ws-break-text-work               pic x(100) value spaces.
       01  ws-break-difference-work         pic x(8) value spaces.

      *> A chain job's completion older than this many hours is a
      *> previous night's, the same limit SQLGATE uses.
       01  ws-max-age-hours                 pic 9(3) value 18.
       01  ws-latest-timestamp              pic x(20).
       01  ws-comp-ymd-text.
           05  ws-comp-ymd                  pic 9(8).
       01  ws-comp-hour                     pic 9(2).
       01  ws-today-ymd-text.
           05  ws-today-ymd                 pic 9(8).
       01  ws-now-hour                      pic 9(2).
       01  ws-age-hours                     pic s9(5).

       01  ws-signoff-sw                    pic a value 'N'.
           88  ws-signoff-requested         value 'Y'.

      *> Run-control logging.
       01  ws-run-status                    pic x.
       01  ws-current-date                  pic x(21).
       01  ws-run-timestamp                 pic x(20).
       01  ws-run-date                      pic x(10).
       01  ws-report-page-num               pic 9(5) value 1.

       01  ws-print-line                    pic x(132).

       procedure division.
       main-procedure.
           display space
           display "COBOL SQL Nightly Control-Total Balancing"
           display "------------------------------------------"
           display space

           move function current-date to ws-current-date
           move ws-current-date(1:8) to ws-today-ymd-text
           move ws-current-date(9:2) to ws-now-hour
           string
               ws-current-date(5:2) '/'
               ws-current-date(7:2) '/'
               ws-current-date(1:4)
               into ws-run-date
           end-string

           perform initialize-chain-table
           perform read-run-log
           perform read-signoff-card

           open output balance-report-file

           perform write-balance-header

           if ws-signoff-requested
               perform sign-off-break
           else
               move 'S' to ws-run-status
               perform write-run-control-record
               perform balance-chain
           end-if

           close balance-report-file

           stop run.



      *> Sets up the chain jobs whose counts are balanced, plus this
      *> job's own entry for the sign-off.
       initialize-chain-table.

           move "SQLLOAD" to ws-chain-name(1)
           move "SQLEXPRT" to ws-chain-name(2)
           move "SQLRESP" to ws-chain-name(3)
           move "SQLCHASE" to ws-chain-name(4)
           move "SQLBAL" to ws-chain-name(5)

           perform varying ws-chain-idx from 1 by 1
                   until ws-chain-idx > ws-chain-job-count
               move 'Y' to ws-chain-new-window-sw(ws-chain-idx)
               move spaces to ws-chain-window-start-ts(ws-chain-idx)
               move 'N' to ws-chain-completed-sw(ws-chain-idx)
               move space to ws-chain-end-status(ws-chain-idx)
               move spaces to ws-chain-end-ts(ws-chain-idx)
               move 0 to ws-chain-count-1(ws-chain-idx)
               move 0 to ws-chain-count-2(ws-chain-idx)
               move 0 to ws-chain-count-3(ws-chain-idx)
               move 0 to ws-chain-count-4(ws-chain-idx)
           end-perform

           exit paragraph.



      *> Reads RUNLOG back, keeping each chain job's latest run. The
      *> log is appended in time order, so the last record read wins.
       read-run-log.

           open input run-control-file

           if not ws-runlog-found
               exit paragraph
           end-if

           perform until ws-runlog-eof
               read run-control-file
                   at end
                       move 'Y' to ws-runlog-eof-sw
                   not at end
                       perform tally-run-record
               end-read
           end-perform

           close run-control-file

           exit paragraph.



      *> Folds one run-control record into the chain table. A start
      *> record after a completion opens a new run window; a start
      *> record after another start is a restart of the same run.
       tally-run-record.

           set ws-chain-idx to 1
           search ws-chain-entry
               at end
                   continue
               when ws-chain-name(ws-chain-idx) = rcl-job-name
                   if rcl-is-start
                       if ws-chain-new-window(ws-chain-idx)
                           move rcl-timestamp
                             to ws-chain-window-start-ts(ws-chain-idx)
                           move 'N'
                             to ws-chain-new-window-sw(ws-chain-idx)
                       end-if
                       move 'N' to ws-chain-completed-sw(ws-chain-idx)
                   else
                       move 'Y' to ws-chain-completed-sw(ws-chain-idx)
                       move 'Y' to ws-chain-new-window-sw(ws-chain-idx)
                       move rcl-status
                           to ws-chain-end-status(ws-chain-idx)
                       move rcl-timestamp
                           to ws-chain-end-ts(ws-chain-idx)
                       move rcl-count-1
                           to ws-chain-count-1(ws-chain-idx)
                       move rcl-count-2
                           to ws-chain-count-2(ws-chain-idx)
                       move rcl-count-3
                           to ws-chain-count-3(ws-chain-idx)
                       move rcl-count-4
                           to ws-chain-count-4(ws-chain-idx)
                   end-if
           end-search

           exit paragraph.



      *> A BALSIGN record makes this a sign-off run. The nightly run
      *> allocates it DUMMY, which reads as empty.
       read-signoff-card.

           open input balance-signoff-file

           if not ws-signoff-file-found
               exit paragraph
           end-if

           read balance-signoff-file
               at end
                   continue
               not at end
                   move 'Y' to ws-signoff-sw
           end-read

           close balance-signoff-file

           exit paragraph.



      *> Nightly run: checks every chain job can be balanced, works
      *> the equations, prints the result, and posts it.
       balance-chain.

           perform check-chain-completions
           perform read-load-checkpoint
           perform read-export-state
           perform count-billing-file

           perform write-chain-runs

           if ws-break-count = 0
               perform pick-up-posted-counts

               MOVE 1024 TO SQL-LEN(1)
               CALL 'OCSQL'    USING WS-DB-CONNECTION-STRING
                                   SQL-LEN(1)
                                   SQLCA
               END-CALL
               perform check-sql-state
               set ws-is-connected to true

               perform count-load-audit-rows
               perform count-load-created-accounts

               CALL 'OCSQLDIS' USING SQLCA END-CALL
               set ws-is-disconnected to true

               perform check-equations
           else
               move spaces to ws-print-line
               string
                   "CHAIN CANNOT BE BALANCED - EQUATIONS NOT CHECKED"
                   into ws-print-line
               end-string
               write balance-report-record from ws-print-line
                   after advancing 2 lines
           end-if

           perform write-balance-result

           if ws-break-count = 0
               move 'C' to ws-run-status
               move 0 to return-code
           else
               move 'B' to ws-run-status
               move 8 to return-code
           end-if

           perform write-run-control-record

           display space
           if ws-break-count = 0
               display "Control totals IN BALANCE. Equations checked: "
                   ws-checked-count
           else
               display "Control totals OUT OF BALANCE. Breaks: "
                   ws-break-count "  Equations checked: "
                   ws-checked-count
           end-if
           display space

           exit paragraph.



      *> Every chain job must have finished cleanly tonight, or its
      *> counts are last night's (or nobody's) and prove nothing.
       check-chain-completions.

           perform varying ws-chain-idx from 1 by 1
                   until ws-chain-idx > 4
               evaluate true
                   when not ws-chain-completed(ws-chain-idx)
                       move spaces to ws-break-text-work
                       string
                           ws-chain-name(ws-chain-idx)
                           " HAS NO COMPLETION RECORD FOR ITS LATEST "
                           "RUN"
                           into ws-break-text-work
                       end-string
                       perform add-break-entry
                   when other
                       move ws-chain-end-ts(ws-chain-idx)
                           to ws-latest-timestamp
                       perform compute-completion-age
                       if ws-age-hours > ws-max-age-hours
                           move spaces to ws-break-text-work
                           string
                               ws-chain-name(ws-chain-idx)
                               " LAST COMPLETED "
                               ws-chain-end-ts(ws-chain-idx)
                               " - NOT TONIGHT'S RUN"
                               into ws-break-text-work
                           end-string
                           perform add-break-entry
                       end-if
               end-evaluate
           end-perform

           exit paragraph.



      *> Works out, in whole hours, how long ago ws-latest-timestamp
      *> was. An unreadable timestamp counts as too old.
       compute-completion-age.

           if ws-latest-timestamp(1:4) not numeric
                   or ws-latest-timestamp(6:2) not numeric
                   or ws-latest-timestamp(9:2) not numeric
                   or ws-latest-timestamp(12:2) not numeric
               move 99999 to ws-age-hours
               exit paragraph
           end-if

           move ws-latest-timestamp(1:4) to ws-comp-ymd-text(1:4)
           move ws-latest-timestamp(6:2) to ws-comp-ymd-text(5:2)
           move ws-latest-timestamp(9:2) to ws-comp-ymd-text(7:2)
           move ws-latest-timestamp(12:2) to ws-comp-hour

           compute ws-age-hours =
               (function integer-of-date(ws-today-ymd)
                   - function integer-of-date(ws-comp-ymd)) * 24
               + ws-now-hour - ws-comp-hour

           exit paragraph.



      *> Reads SQLLOAD's completed checkpoint for its applied, add
      *> and audit-row totals.
       read-load-checkpoint.

           open input load-checkpoint-file

           if not ws-checkpoint-file-found
               move "LOADCHK CHECKPOINT FILE NOT FOUND"
                   to ws-break-text-work
               perform add-break-entry
               exit paragraph
           end-if

           read load-checkpoint-file
               at end
                   move "LOADCHK CHECKPOINT FILE IS EMPTY"
                       to ws-break-text-work
                   perform add-break-entry
               not at end
                   evaluate true
                       when not lck-complete
                           move "LOADCHK DOES NOT SHOW A COMPLETED LOAD"
                               to ws-break-text-work
                           perform add-break-entry
                       when lck-added-count not numeric
                               or lck-audit-row-count not numeric
                           move "LOADCHK CARRIES NO ADD/AUDIT TOTALS"
                               to ws-break-text-work
                           perform add-break-entry
                       when other
                           move lck-applied-count
                               to ws-lck-applied-count
                           move lck-added-count to ws-lck-added-count
                           move lck-audit-row-count
                               to ws-lck-audit-row-count
                   end-evaluate
           end-read

           close load-checkpoint-file

           exit paragraph.



      *> Reads the count of accounts SQLEXPRT's window selected.
       read-export-state.

           open input export-state-file

           if not ws-state-file-found
               move "EXPSTATE EXPORT STATE FILE NOT FOUND"
                   to ws-break-text-work
               perform add-break-entry
               exit paragraph
           end-if

           read export-state-file
               at end
                   move "EXPSTATE EXPORT STATE FILE IS EMPTY"
                       to ws-break-text-work
                   perform add-break-entry
               not at end
                   if exs-selected-count is numeric
                       move exs-selected-count
                           to ws-exs-selected-count
                   else
                       move "EXPSTATE CARRIES NO SELECTED COUNT"
                           to ws-break-text-work
                       perform add-break-entry
                   end-if
           end-read

           close export-state-file

           exit paragraph.



      *> Counts the records actually on tonight's ACCTBIL.
       count-billing-file.

           open input acct-billing-file

           if not ws-billing-file-found
               move "ACCTBIL EXPORT FILE NOT FOUND"
                   to ws-break-text-work
               perform add-break-entry
               exit paragraph
           end-if

           perform until ws-billing-eof
               read acct-billing-file
                   at end
                       move 'Y' to ws-billing-eof-sw
                   not at end
                       add 1 to ws-acctbil-count
               end-read
           end-perform

           close acct-billing-file

           exit paragraph.



      *> Picks the posted RUNLOG counts out of the chain table:
      *> SQLLOAD applied, SQLEXPRT exported and disables, SQLRESP
      *> accepted and rejected, SQLCHASE tonight's unanswered. The
      *> SQLLOAD run window bounds the table counts.
       pick-up-posted-counts.

           move ws-chain-count-1(1) to ws-load-applied-count
           move ws-chain-count-1(2) to ws-export-count
           move ws-chain-count-4(2) to ws-export-disable-count
           move ws-chain-count-2(3) to ws-resp-accepted-count
           move ws-chain-count-3(3) to ws-resp-rejected-count
           move ws-chain-count-4(4) to ws-chase-tonight-count

           move ws-chain-window-start-ts(1) to ws-load-start-ts
           if ws-load-start-ts = spaces
               move ws-chain-end-ts(1) to ws-load-start-ts
           end-if
           move spaces to ws-load-end-ts
           string
               ws-chain-end-ts(1)(1:19) ".999999"
               into ws-load-end-ts
           end-string

           exit paragraph.



      *> Works each equation in turn.
       check-equations.

           move spaces to ws-print-line
           string
               "CONTROL-TOTAL EQUATIONS"
               into ws-print-line
           end-string
           write balance-report-record from ws-print-line
               after advancing 2 lines

           move 1 to ws-eq-number
           move "SQLLOAD APPLIED (RUNLOG)" to ws-eq-left-text
           move "SQLLOAD APPLIED (LOADCHK)" to ws-eq-right-text
           move ws-load-applied-count to ws-eq-left
           move ws-lck-applied-count to ws-eq-right
           perform check-one-equation

           move 2 to ws-eq-number
           move "SQLLOAD AUDIT ROWS WRITTEN (LOADCHK)"
               to ws-eq-left-text
           move "ACCOUNT_AUDIT ROWS BY SQLLOAD IN ITS RUN"
               to ws-eq-right-text
           move ws-lck-audit-row-count to ws-eq-left
           move ws-db-audit-row-count to ws-eq-right
           perform check-one-equation

           move 3 to ws-eq-number
           move "SQLLOAD ACCOUNTS ADDED (LOADCHK)" to ws-eq-left-text
           move "ACCOUNTS CREATED IN SQLLOAD'S RUN"
               to ws-eq-right-text
           move ws-lck-added-count to ws-eq-left
           move ws-db-created-count to ws-eq-right
           perform check-one-equation

           move 4 to ws-eq-number
           move "SQLEXPRT RECORDS EXPORTED (RUNLOG)"
               to ws-eq-left-text
           move "ACCOUNTS IN EXPORT WINDOW (EXPSTATE)"
               to ws-eq-right-text
           move ws-export-count to ws-eq-left
           move ws-exs-selected-count to ws-eq-right
           perform check-one-equation

           move 5 to ws-eq-number
           move "ACCTBIL RECORDS ON FILE" to ws-eq-left-text
           move "SQLEXPRT RECORDS EXPORTED (RUNLOG)"
               to ws-eq-right-text
           move ws-acctbil-count to ws-eq-left
           move ws-export-count to ws-eq-right
           perform check-one-equation

           move 6 to ws-eq-number
           move "SQLRESP ACC+REJ + SQLCHASE TONIGHT UNANSWERED"
               to ws-eq-left-text
           move "SQLEXPRT EXPORTED LESS DISABLE NOTICES"
               to ws-eq-right-text
           compute ws-eq-left = ws-resp-accepted-count
               + ws-resp-rejected-count + ws-chase-tonight-count
           compute ws-eq-right = ws-export-count
               - ws-export-disable-count
           perform check-one-equation

           exit paragraph.



      *> Prints one equation, its two sides and their difference,
      *> and records it as a break when the sides disagree.
       check-one-equation.

           add 1 to ws-checked-count

           compute ws-eq-difference = ws-eq-left - ws-eq-right
           move ws-eq-difference to ws-eq-difference-edit

           if ws-eq-difference = 0
               move "IN BALANCE" to ws-eq-status
           else
               move "OUT OF BALANCE" to ws-eq-status
           end-if

           move spaces to ws-print-line
           string
               ws-eq-number ". "
               ws-eq-left-text " = "
               ws-eq-right-text
               into ws-print-line
           end-string
           write balance-report-record from ws-print-line
               after advancing 2 lines

           move spaces to ws-print-line
           string
               "   LEFT: " ws-eq-left
               "     RIGHT: " ws-eq-right
               "     DIFFERENCE: " ws-eq-difference-edit
               "     " ws-eq-status
               into ws-print-line
           end-string
           write balance-report-record from ws-print-line
               after advancing 1 lines

           if ws-eq-difference not = 0
               move spaces to ws-break-text-work
               string
                   ws-eq-number ". "
                   ws-eq-left-text " = "
                   ws-eq-right-text
                   into ws-break-text-work
               end-string
               move ws-eq-difference-edit to ws-break-difference-work
               perform add-break-entry
           end-if

           exit paragraph.



      *> Adds ws-break-text-work (and ws-break-difference-work, for a
      *> broken equation) to the break list. More breaks than the
      *> list holds are still counted.
       add-break-entry.

           add 1 to ws-break-count

           if ws-break-count <= 20
               move ws-break-text-work
                   to ws-break-text(ws-break-count)
               move ws-break-difference-work
                   to ws-break-difference(ws-break-count)
           end-if

           move spaces to ws-break-text-work
           move spaces to ws-break-difference-work

           exit paragraph.



      *> Prints the page header.
       write-balance-header.

           move spaces to ws-print-line
           string
               "NIGHTLY CONTROL-TOTAL BALANCING"
               "     RUN DATE: " ws-run-date
               "     PAGE: " ws-report-page-num
               into ws-print-line
           end-string
           write balance-report-record from ws-print-line
               after advancing 1 lines

           exit paragraph.



      *> Prints the run window of each chain job balanced.
       write-chain-runs.

           move spaces to ws-print-line
           string
               "JOB       RUN STARTED           COMPLETED"
               into ws-print-line
           end-string
           write balance-report-record from ws-print-line
               after advancing 2 lines

           perform varying ws-chain-idx from 1 by 1
                   until ws-chain-idx > 4
               move spaces to ws-print-line
               if ws-chain-completed(ws-chain-idx)
                   string
                       ws-chain-name(ws-chain-idx) "  "
                       ws-chain-window-start-ts(ws-chain-idx) "  "
                       ws-chain-end-ts(ws-chain-idx)
                       into ws-print-line
                   end-string
               else
                   string
                       ws-chain-name(ws-chain-idx) "  "
                       ws-chain-window-start-ts(ws-chain-idx) "  "
                       "(NO COMPLETION RECORD)"
                       into ws-print-line
                   end-string
               end-if
               write balance-report-record from ws-print-line
                   after advancing 1 lines
           end-perform

           exit paragraph.



      *> Prints the verdict: in balance, or out of balance with every
      *> break and its difference.
       write-balance-result.

           move spaces to ws-print-line
           string
               "-------------------------------------------------------"
               into ws-print-line
           end-string
           write balance-report-record from ws-print-line
               after advancing 2 lines

           if ws-break-count = 0
               move spaces to ws-print-line
               string
                   "RESULT: IN BALANCE     EQUATIONS CHECKED: "
                   ws-checked-count
                   into ws-print-line
               end-string
               write balance-report-record from ws-print-line
                   after advancing 1 lines
               exit paragraph
           end-if

           move spaces to ws-print-line
           string
               "RESULT: OUT OF BALANCE     BREAKS: " ws-break-count
               "     EQUATIONS CHECKED: " ws-checked-count
               into ws-print-line
           end-string
           write balance-report-record from ws-print-line
               after advancing 1 lines

           perform varying ws-break-idx from 1 by 1
                   until ws-break-idx > ws-break-count
                      or ws-break-idx > 20
               move spaces to ws-print-line
               if ws-break-difference(ws-break-idx) = spaces
                   string
                       "   " ws-break-text(ws-break-idx)
                       into ws-print-line
                   end-string
               else
                   string
                       "   " ws-break-text(ws-break-idx)
                       "  DIFFERENCE: "
                       ws-break-difference(ws-break-idx)
                       into ws-print-line
                   end-string
               end-if
               write balance-report-record from ws-print-line
                   after advancing 1 lines
           end-perform

           move spaces to ws-print-line
           string
               "THE NEXT NIGHT'S CHAIN WILL NOT RUN UNTIL THIS BREAK "
               "IS SIGNED OFF (SQLBALSO)"
               into ws-print-line
           end-string
           write balance-report-record from ws-print-line
               after advancing 2 lines

           exit paragraph.



      *> Sign-off run: accepts the latest out-of-balance result and
      *> posts a completion over it. Nothing is posted unless the
      *> latest result really is an unsigned break with a signer and
      *> a reason, so a sign-off can never open a gate that a clean
      *> run or an abended one is holding.
       sign-off-break.

           move 'N' to ws-run-status

           evaluate true
               when bso-signed-by = spaces or bso-reason = spaces
                   move "SIGN-OFF REFUSED: BALSIGN NEEDS A SIGNER ID "
                       & "AND A REASON"
                       to ws-print-line
               when not ws-chain-completed(5)
                   move "SIGN-OFF REFUSED: THE LATEST BALANCING RUN "
                       & "DID NOT FINISH - RERUN IT"
                       to ws-print-line
               when ws-chain-end-status(5) not = 'B'
                   move "SIGN-OFF REFUSED: NO OUTSTANDING BALANCE "
                       & "BREAK"
                       to ws-print-line
               when other
                   move 'C' to ws-run-status
           end-evaluate

           if ws-run-status not = 'C'
               write balance-report-record from ws-print-line
                   after advancing 2 lines
               display ws-print-line
               move 4 to return-code
               exit paragraph
           end-if

           move ws-chain-count-1(5) to ws-checked-count
           move ws-chain-count-2(5) to ws-break-count

           perform write-run-control-record

           move spaces to ws-print-line
           string
               "BALANCE BREAK SIGNED OFF"
               into ws-print-line
           end-string
           write balance-report-record from ws-print-line
               after advancing 2 lines

           move spaces to ws-print-line
           string
               "BREAK POSTED: " ws-chain-end-ts(5)
               "     EQUATIONS CHECKED: " ws-checked-count
               "     BREAKS: " ws-break-count
               into ws-print-line
           end-string
           write balance-report-record from ws-print-line
               after advancing 2 lines

           move spaces to ws-print-line
           string
               "SIGNED OFF BY: " bso-signed-by
               "     AT: " ws-run-timestamp
               into ws-print-line
           end-string
           write balance-report-record from ws-print-line
               after advancing 1 lines

           move spaces to ws-print-line
           string
               "REASON: " bso-reason
               into ws-print-line
           end-string
           write balance-report-record from ws-print-line
               after advancing 1 lines

           move 0 to return-code

           display "Balance break of " ws-chain-end-ts(5)
               " signed off by " bso-signed-by "."

           exit paragraph.



      *> Uses SQL-STMT-44 to count the ACCOUNT_AUDIT rows stamped
      *> SQLLOAD in its run window into ws-db-audit-row-count.
       count-load-audit-rows.

           move 0 to ws-db-audit-row-count

           SET SQL-ADDR(1) TO ADDRESS OF
             WS-LOAD-JOB-USER
           MOVE 'X' TO SQL-TYPE(1)
           MOVE 8 TO SQL-LEN(1)
           SET SQL-ADDR(2) TO ADDRESS OF
             WS-LOAD-START-TS
           MOVE 'X' TO SQL-TYPE(2)
           MOVE 20 TO SQL-LEN(2)
           SET SQL-ADDR(3) TO ADDRESS OF
             WS-LOAD-END-TS
           MOVE 'X' TO SQL-TYPE(3)
           MOVE 26 TO SQL-LEN(3)
           MOVE 3 TO SQL-COUNT
           IF SQL-PREP OF SQL-STMT-44 = 'N'
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-44
                                   SQLCA
           END-IF
           CALL 'OCSQLOCU' USING SQL-STMT-44
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
                               SQL-STMT-44
                               SQLCA
           perform check-sql-state

           if not SQL-NODATA
               move sql-var-0001 to ws-db-audit-row-count
           end-if

           CALL 'OCSQLCCU' USING SQL-STMT-44
                               SQLCA
           perform check-sql-state

           exit paragraph.



      *> Uses SQL-STMT-45 to count the ACCOUNTS rows created in
      *> SQLLOAD's run window into ws-db-created-count.
       count-load-created-accounts.

           move 0 to ws-db-created-count

           SET SQL-ADDR(1) TO ADDRESS OF
             WS-LOAD-START-TS
           MOVE 'X' TO SQL-TYPE(1)
           MOVE 20 TO SQL-LEN(1)
           SET SQL-ADDR(2) TO ADDRESS OF
             WS-LOAD-END-TS
           MOVE 'X' TO SQL-TYPE(2)
           MOVE 26 TO SQL-LEN(2)
           MOVE 2 TO SQL-COUNT
           IF SQL-PREP OF SQL-STMT-45 = 'N'
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-45
                                   SQLCA
           END-IF
           CALL 'OCSQLOCU' USING SQL-STMT-45
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
                               SQL-STMT-45
                               SQLCA
           perform check-sql-state

           if not SQL-NODATA
               move sql-var-0001 to ws-db-created-count
           end-if

           CALL 'OCSQLCCU' USING SQL-STMT-45
                               SQLCA
           perform check-sql-state

           exit paragraph.



      *> Appends this run's record to the shared RUNLOG: 'S' at the
      *> start, then 'C' in balance (or signed off) or 'B' out of
      *> balance, with the equations checked and breaks found.
       write-run-control-record.

           open extend run-control-file
           if not ws-runlog-ok
               open output run-control-file
           end-if

           move "SQLBAL" to rcl-job-name

           move function current-date to ws-current-date
           move spaces to ws-run-timestamp
           string
               ws-current-date(1:4) '-'
               ws-current-date(5:2) '-'
               ws-current-date(7:2) ' '
               ws-current-date(9:2) ':'
               ws-current-date(11:2) ':'
               ws-current-date(13:2)
               into ws-run-timestamp
           end-string
           move ws-run-timestamp to rcl-timestamp

           move ws-run-status to rcl-status

           if ws-run-status = 'S'
               move 0 to rcl-count-1
               move 0 to rcl-count-2
           else
               move ws-checked-count to rcl-count-1
               move ws-break-count to rcl-count-2
           end-if
           move 0 to rcl-count-3
           move 0 to rcl-count-4

           write run-control-record

           close run-control-file

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

       end program sql-balance.
