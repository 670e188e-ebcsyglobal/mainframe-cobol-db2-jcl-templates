      *>          records at all never started, which no job log can
      *>          show.
      *>
      *>          The balancing job (SQLBAL) finishes with a 'B'
      *>          record instead of a 'C' when the night's control
      *>          totals do not agree; it shows here as OUT OF BAL
      *>          until a sign-off run posts a 'C' over it.
      *>
      *> Tectonics: cobc -x sql_run_summary.cbl
      *>****************************************************************
       identification division.
      *> job that silently never started is visible. The latest
      *> start/completion pair per job wins, so an uncleared log
      *> still reports last night correctly.
       01  ws-job-watch-count               pic 99 value 10.
       01  ws-job-watch-table.
           05  ws-job-entry                 occurs 10 times
                                            indexed by ws-job-idx.
               10  ws-job-name              pic x(8).
               10  ws-job-started-sw        pic a.
                   88  ws-job-started       value 'Y'.
               10  ws-job-completed-sw      pic a.
                   88  ws-job-completed     value 'Y'.
               10  ws-job-end-status        pic x.
                   88  ws-job-out-of-balance value 'B'.
               10  ws-job-start-ts          pic x(20).
               10  ws-job-end-ts            pic x(20).
               10  ws-job-count-1           pic 9(7).

       01  ws-unknown-job-count             pic 9(5).

       01  ws-completed-jobs                pic 99.
       01  ws-abended-jobs                  pic 99.
       01  ws-not-run-jobs                  pic 99.
       01  ws-out-of-balance-jobs           pic 99.

       01  ws-current-date                  pic x(21).
       01  ws-run-date                      pic x(10).
           move "SQLCHASE" to ws-job-name(6)
           move "SQLEXTCP" to ws-job-name(7)
           move "SQLRMAIL" to ws-job-name(8)
           move "SQLCHGLT" to ws-job-name(9)
           move "SQLBAL" to ws-job-name(10)

           perform varying ws-job-idx from 1 by 1
                   until ws-job-idx > ws-job-watch-count
               move 'N' to ws-job-started-sw(ws-job-idx)
               move 'N' to ws-job-completed-sw(ws-job-idx)
               move space to ws-job-end-status(ws-job-idx)
               move spaces to ws-job-start-ts(ws-job-idx)
               move spaces to ws-job-end-ts(ws-job-idx)
               move 0 to ws-job-count-1(ws-job-idx)
           move 0 to ws-completed-jobs
           move 0 to ws-abended-jobs
           move 0 to ws-not-run-jobs
           move 0 to ws-out-of-balance-jobs

           exit paragraph.

                       move spaces to ws-job-end-ts(ws-job-idx)
                   else
                       move 'Y' to ws-job-completed-sw(ws-job-idx)
                       move rlg-status
                           to ws-job-end-status(ws-job-idx)
                       move rlg-timestamp
                           to ws-job-end-ts(ws-job-idx)
                       move rlg-count-1 to ws-job-count-1(ws-job-idx)
           move spaces to ws-print-line
           string
               "               SQLCHASE UNANSWERED/OVERAGE/ANSWERED"
               "/TONIGHT"
               "  SQLEXTCP ADD/DEL/CHG/UNAUDITED"
               "  SQLRMAIL READ/FLAGGED/REPEAT/UNKNOWN"
               into ws-print-line
           write run-summary-record from ws-print-line
               after advancing 1 lines

           move spaces to ws-print-line
           string
               "               SQLCHGLT ACCOUNTS/NEW-ADDR/OLD-ADDR"
               "/FLAGGED"
               "  SQLBAL CHECKED/BROKEN"
               into ws-print-line
           end-string
           write run-summary-record from ws-print-line
               after advancing 1 lines

           if ws-unknown-job-count > 0
               move spaces to ws-print-line
               string
               "JOBS COMPLETED: " ws-completed-jobs
               "     ABENDED: " ws-abended-jobs
               "     DID NOT RUN: " ws-not-run-jobs
               "     OUT OF BALANCE: " ws-out-of-balance-jobs
               into ws-print-line
           end-string
           write run-summary-record from ws-print-line
           move spaces to ws-print-line

           evaluate true
               when ws-job-completed(ws-job-idx)
                       and ws-job-out-of-balance(ws-job-idx)
                   add 1 to ws-out-of-balance-jobs
                   string
                       ws-job-name(ws-job-idx) "  "
                       "OUT OF BAL   "
                       ws-job-start-ts(ws-job-idx) "  "
                       ws-job-end-ts(ws-job-idx) "  "
                       ws-job-count-1(ws-job-idx) "  "
                       ws-job-count-2(ws-job-idx) "  "
                       ws-job-count-3(ws-job-idx) "  "
                       ws-job-count-4(ws-job-idx)
                       into ws-print-line
                   end-string

               when ws-job-completed(ws-job-idx)
                   add 1 to ws-completed-jobs
                   string
