      *>          partway leaves the old state in place and the
      *>          next run simply re-sends the window.
      *>
      *>          As it cuts off, the run counts the accounts its
      *>          window selects, straight from ACCOUNTS, and leaves
      *>          that count and the window start on EXPSTATE. The
      *>          balancing job (SQLBAL) foots the records written
      *>          against it - it cannot recount later, since the
      *>          billing response moves MOD_DT on what was sent.
      *>
      *> Note: WORKING-STORAGE SECTION header as well as SQL related
      *>       statements must be in uppercase for the esqlOC precompile
      *>       to pick them up and process them.
      *> Export state carried run to run: when the last successful
      *> export cut off, and how many delta runs have gone out since
      *> the last full refresh. Missing or empty means full refresh.
      *> The last run's window start (blank after a full refresh)
      *> and the count of accounts that window selected follow, for
      *> the balancing job.
       FD  export-state-file.
       01  export-state-record.
           05  exs-last-export-ts            pic x(20).
           05  exs-delta-runs                pic 9(3).
           05  exs-window-start-ts           pic x(20).
           05  exs-selected-count            pic 9(7).

      *> Shared nightly run-control log, appended to by each batch
      *> job ('S' at start, 'C' at clean completion) and read by the
           05 SQL-PREC   PIC X OCCURS 12 TIMES.
      **********************************************************************
      *> Same shape as ACCOUNT-DISABLED-CUR in sql-example, with the
      *> IS_ENABLED test inverted to pick up enabled accounts instead,
      *> bounded by this run's cutoff like the delta cursor.
       01 SQL-STMT-1.
           05 SQL-IPTR   POINTER.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 1.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 172.
           05 SQL-STMT   PIC X(172) VALUE 'SELECT ID,FIRST_NAME,LAST_NAM
      -    'E,PHONE,ADDR_STREET,ADDR_CITY,ADDR_STATE,ADDR_ZIP,IS_ENABLED
      -    ',CREATE_DT,MOD_DT FROM ACCOUNTS WHERE IS_ENABLED = ''Y'' AND
      -    ' MOD_DT <= ? ORDER BY ID;'.
      **********************************************************************
      *> Delta cursor: every account touched since the last
      *> successful export and up to this run's cutoff, whatever its
      *> enabled flag, since a disable is exactly the kind of change
      *> billing must hear about.
       01 SQL-STMT-21.
           05 SQL-IPTR   POINTER.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 2.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 166.
           05 SQL-STMT   PIC X(166) VALUE 'SELECT ID,FIRST_NAME,LAST_NAM
      -    'E,PHONE,ADDR_STREET,ADDR_CITY,ADDR_STATE,ADDR_ZIP,IS_ENABLED
      -    ',CREATE_DT,MOD_DT FROM ACCOUNTS WHERE MOD_DT > ? AND MOD_DT 
      -    '<= ? ORDER BY ID;'.
      **********************************************************************
      *> Control counts of what each mode's cursor selects, taken at
      *> the cutoff for the balancing job. Both carry the same cutoff
      *> bound as the cursors, so a row touched while the job runs
      *> is neither counted nor sent - it falls in the next window.
       01 SQL-STMT-42.
           05 SQL-IPTR   POINTER.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 1.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 69.
           05 SQL-STMT   PIC X(69) VALUE 'SELECT COUNT(*) FROM ACCOUNTS 
      -    'WHERE IS_ENABLED = ''Y'' AND MOD_DT <= ?;'.
      **********************************************************************
       01 SQL-STMT-43.
           05 SQL-IPTR   POINTER.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 2.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 63.
           05 SQL-STMT   PIC X(63) VALUE 'SELECT COUNT(*) FROM ACCOUNTS 
      -    'WHERE MOD_DT > ? AND MOD_DT <= ?;'.
      **********************************************************************
      *******          PRECOMPILER-GENERATED VARIABLES               *******
       01 SQLV-GEN-VARS.
           05 SQL-VAR-0001  PIC S9(5) COMP-3.
           05 SQL-VAR-0002  PIC S9(7) COMP-3.
      **********************************************************************
      *******       END OF PRECOMPILER-GENERATED VARIABLES           *******
      **********************************************************************
      *> the next delta instead of falling between two windows.
       01  ws-run-cutoff-ts                 pic x(20).

      *> Accounts this run's window selects, counted from ACCOUNTS
      *> as the cursor opens, and posted to EXPSTATE.
       01  ws-selected-count                pic 9(7) value 0.

      *> Run-control logging. The start record is written before the
      *> database connect, so a run that dies connecting still shows
      *> on the morning summary as started-but-never-finished.
           perform check-sql-state
           set ws-is-connected to true

           perform count-selected-accounts

           open output acct-billing-file

           if ws-delta-export
           move ws-run-cutoff-ts to exs-last-export-ts
           if ws-full-export
               move 0 to exs-delta-runs
               move spaces to exs-window-start-ts
           else
               compute exs-delta-runs = ws-delta-runs + 1
               move ws-last-export-ts to exs-window-start-ts
           end-if
           move ws-selected-count to exs-selected-count
           write export-state-record
           close export-state-file




      *> Counts the accounts tonight's cursor is about to select,
      *> for the balancing job.
       count-selected-accounts.

           move 0 to ws-selected-count

           if ws-full-export
               perform count-enabled-accounts
           else
               perform count-changed-accounts
           end-if

           exit paragraph.



      *> Uses SQL-STMT-42 to count every enabled account not touched
      *> after the cutoff - what the full-refresh cursor selects -
      *> into ws-selected-count.
       count-enabled-accounts.

           SET SQL-ADDR(1) TO ADDRESS OF
             WS-RUN-CUTOFF-TS
           MOVE 'X' TO SQL-TYPE(1)
           MOVE 20 TO SQL-LEN(1)
           MOVE 1 TO SQL-COUNT
           IF SQL-PREP OF SQL-STMT-42 = 'N'
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-42
                                   SQLCA
           END-IF
           CALL 'OCSQLOCU' USING SQL-STMT-42
                               SQLCA
           END-CALL

           perform check-sql-state

           SET SQL-ADDR(1) TO ADDRESS OF
             SQL-VAR-0002
           MOVE '3' TO SQL-TYPE(1)
           MOVE 4 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
           MOVE 1 TO SQL-COUNT
           CALL 'OCSQLFTC' USING SQLV
                               SQL-STMT-42
                               SQLCA
           perform check-sql-state

           if not SQL-NODATA
               move sql-var-0002 to ws-selected-count
           end-if

           CALL 'OCSQLCCU' USING SQL-STMT-42
                               SQLCA
           perform check-sql-state

           exit paragraph.



      *> Uses SQL-STMT-43 to count every account with MOD_DT past
      *> the window start and not past the cutoff - what the delta
      *> cursor selects - into ws-selected-count.
       count-changed-accounts.

           SET SQL-ADDR(1) TO ADDRESS OF
             WS-LAST-EXPORT-TS
           MOVE 'X' TO SQL-TYPE(1)
           MOVE 20 TO SQL-LEN(1)
           SET SQL-ADDR(2) TO ADDRESS OF
             WS-RUN-CUTOFF-TS
           MOVE 'X' TO SQL-TYPE(2)
           MOVE 20 TO SQL-LEN(2)
           MOVE 2 TO SQL-COUNT
           IF SQL-PREP OF SQL-STMT-43 = 'N'
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-43
                                   SQLCA
           END-IF
           CALL 'OCSQLOCU' USING SQL-STMT-43
                               SQLCA
           END-CALL

           perform check-sql-state

           SET SQL-ADDR(1) TO ADDRESS OF
             SQL-VAR-0002
           MOVE '3' TO SQL-TYPE(1)
           MOVE 4 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
           MOVE 1 TO SQL-COUNT
           CALL 'OCSQLFTC' USING SQLV
                               SQL-STMT-43
                               SQLCA
           perform check-sql-state

           if not SQL-NODATA
               move sql-var-0002 to ws-selected-count
           end-if

           CALL 'OCSQLCCU' USING SQL-STMT-43
                               SQLCA
           perform check-sql-state

           exit paragraph.



      *> Full-refresh pass: uses the same query ACCOUNT-DISABLED-CUR
      *> runs in sql-example, with IS_ENABLED inverted to 'Y', and
      *> writes every enabled row not touched after the cutoff to
      *> ACCTBIL with action 'F'; anything touched later goes out in
      *> the next delta.
       export-enabled-accounts.

           SET SQL-ADDR(1) TO ADDRESS OF
             WS-RUN-CUTOFF-TS
           MOVE 'X' TO SQL-TYPE(1)
           MOVE 20 TO SQL-LEN(1)
           MOVE 1 TO SQL-COUNT
           IF SQL-PREP OF SQL-STMT-1 = 'N'
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-1
                                   SQLCA


      *> Delta pass: fetches every account touched since the last
      *> successful export and up to this run's cutoff - enabled or
      *> not - and writes it with its action code.
       export-changed-accounts.

           SET SQL-ADDR(1) TO ADDRESS OF
             WS-LAST-EXPORT-TS
           MOVE 'X' TO SQL-TYPE(1)
           MOVE 20 TO SQL-LEN(1)
           SET SQL-ADDR(2) TO ADDRESS OF
             WS-RUN-CUTOFF-TS
           MOVE 'X' TO SQL-TYPE(2)
           MOVE 20 TO SQL-LEN(2)
           MOVE 2 TO SQL-COUNT
           IF SQL-PREP OF SQL-STMT-21 = 'N'
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-21
