      *>****************************************************************
      *> Author: R. Castellano.
      *> Date: 2026-10-15
      *> Purpose: Morning exception report over the maker-checker
      *>          approval queue. Reads the age threshold (in days)
      *>          from APPRPARM and prints every APPROVAL_QUEUE
      *>          request - disables from the menu, deletes and
      *>          merges from the load job - that has sat pending
      *>          longer than that to APPAGRPT, in the same paged,
      *>          footer-totalled style as the reject aging report,
      *>          so a request nobody has approved or declined does
      *>          not sit in the queue forever.
      *>
      *> Note: WORKING-STORAGE SECTION header as well as SQL related
      *>       statements must be in uppercase for the esqlOC precompile
      *>       to pick them up and process them.
      *>
      *> Tectonics: cobc -x -static -locsql sql_approval_age.cbl
      *>****************************************************************
       identification division.
       program-id. sql-approval-age.
       environment division.
       input-output section.
       file-control.
           select approval-parm-file assign to "APPRPARM"
               organization is line sequential
               file status is ws-parm-file-status.

           select approval-report-file assign to "APPAGRPT"
               organization is line sequential.

       data division.
       file section.

      *> One-record parameter file: the number of days a request may
      *> sit pending before it appears on this report.
       FD  approval-parm-file.
       01  approval-parm-record.
           05  app-age-days                  pic 9(3).

       FD  approval-report-file.
       01  approval-report-record            pic x(132).

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
      *> Pending approval requests, oldest first.
       01 SQL-STMT-34.
           05 SQL-IPTR   POINTER.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 0.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 142.
           05 SQL-STMT   PIC X(142) VALUE 'SELECT QUEUE_ID,ACCOUNT_ID,AC
      -    'TION_CODE,MERGE_INTO_ID,REQUESTED_BY,REQUESTED_DT FROM APPRO
      -    'VAL_QUEUE WHERE QUEUE_STATUS = ''P'' ORDER BY QUEUE_ID;'.
      **********************************************************************
      *******          PRECOMPILER-GENERATED VARIABLES               *******
       01 SQLV-GEN-VARS.
           05 SQL-VAR-0001  PIC S9(5) COMP-3.
           05 SQL-VAR-0002  PIC S9(5) COMP-3.
           05 SQL-VAR-0003  PIC S9(5) COMP-3.
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

      *> Fetch variables for the queue cursor, matching the
      *> APPROVAL_QUEUE columns written by the menu and the load job.
       01  ws-queue-id                      pic 9(5).
       01  ws-queue-account-id              pic 9(5).
       01  ws-queue-action-code             pic x.
           88  ws-queue-is-disable          value 'S'.
           88  ws-queue-is-delete           value 'D'.
           88  ws-queue-is-merge            value 'M'.
       01  ws-queue-merge-into-id           pic 9(5).
       01  ws-queue-requested-by            pic x(8).
       01  ws-queue-requested-dt            pic x(20).
       01  ws-queue-action-desc             pic x(8).

       01  ws-is-connected-sw               pic a value 'N'.
           88  ws-is-connected              value 'Y'.
           88  ws-is-disconnected           value 'N'.

       01  ws-parm-file-status              pic xx.
           88  ws-parm-file-found           value '00'.

       01  ws-age-limit                     pic 9(3).

      *> Request and run dates rearranged to YYYYMMDD for the
      *> integer-of-date day arithmetic.
       01  ws-request-ymd-text.
           05  ws-request-ymd               pic 9(8).
       01  ws-today-ymd-text.
           05  ws-today-ymd                 pic 9(8).

       01  ws-age-days                      pic 9(4).

       01  ws-pending-count                 pic 9(7).
       01  ws-aged-count                    pic 9(7).

      *> Footer totals of the over-age requests by action.
       01  ws-disable-count                 pic 9(7).
       01  ws-delete-count                  pic 9(7).
       01  ws-merge-count                   pic 9(7).

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
           display "COBOL SQL Approval Queue Aging Report"
           display "--------------------------------------"
           display space

           perform read-age-parm

           MOVE 1024 TO SQL-LEN(1)
           CALL 'OCSQL'    USING WS-DB-CONNECTION-STRING
                               SQL-LEN(1)
                               SQLCA
           END-CALL
           perform check-sql-state
           set ws-is-connected to true

           move function current-date to ws-current-date
           move ws-current-date(1:8) to ws-today-ymd-text
           string
               ws-current-date(5:2) '/'
               ws-current-date(7:2) '/'
               ws-current-date(1:4)
               into ws-run-date
           end-string

           open output approval-report-file

           move 0 to ws-pending-count
           move 0 to ws-aged-count
           move 0 to ws-disable-count
           move 0 to ws-delete-count
           move 0 to ws-merge-count
           move 1 to ws-report-page-num
           move ws-report-lines-per-page to ws-report-line-count

           perform report-pending-requests

           perform write-age-footer

           close approval-report-file

           CALL 'OCSQLDIS' USING SQLCA END-CALL

           display space
           display "Approval aging report complete. " ws-aged-count
               " of " ws-pending-count " pending requests over "
               ws-age-limit " days."
           display space

           stop run.



      *> Reads the aging threshold from APPRPARM. A missing or empty
      *> parameter file, or a threshold that is not three digits,
      *> stops the run - a defaulted threshold would quietly hide
      *> stale requests.
       read-age-parm.

           open input approval-parm-file

           if not ws-parm-file-found
               display "APPRPARM parameter file not found."
               stop run
           end-if

           read approval-parm-file
               at end
                   display "APPRPARM parameter file is empty."
                   stop run
               not at end
                   if app-age-days is not numeric
                       display "APPRPARM age threshold must be "
                           "three digits, e.g. 005."
                       stop run
                   end-if
                   move app-age-days to ws-age-limit
           end-read

           close approval-parm-file

           display "Reporting requests pending more than "
               ws-age-limit " days."

           exit paragraph.



      *> Walks every pending request and reports the ones over the
      *> age threshold.
       report-pending-requests.

           IF SQL-PREP OF SQL-STMT-34 = 'N'
               MOVE 0 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-34
                                   SQLCA
           END-IF
           CALL 'OCSQLOCU' USING SQL-STMT-34
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
             WS-QUEUE-ACTION-CODE
           MOVE 'X' TO SQL-TYPE(3)
           MOVE 1 TO SQL-LEN(3)
           SET SQL-ADDR(4) TO ADDRESS OF
             SQL-VAR-0003
           MOVE '3' TO SQL-TYPE(4)
           MOVE 3 TO SQL-LEN(4)
               MOVE X'00' TO SQL-PREC(4)
           SET SQL-ADDR(5) TO ADDRESS OF
             WS-QUEUE-REQUESTED-BY
           MOVE 'X' TO SQL-TYPE(5)
           MOVE 8 TO SQL-LEN(5)
           SET SQL-ADDR(6) TO ADDRESS OF
             WS-QUEUE-REQUESTED-DT
           MOVE 'X' TO SQL-TYPE(6)
           MOVE 20 TO SQL-LEN(6)
           MOVE 6 TO SQL-COUNT
           CALL 'OCSQLFTC' USING SQLV
                               SQL-STMT-34
                               SQLCA
           MOVE SQL-VAR-0001 TO WS-QUEUE-ID
           MOVE SQL-VAR-0002 TO WS-QUEUE-ACCOUNT-ID
           MOVE SQL-VAR-0003 TO WS-QUEUE-MERGE-INTO-ID
               perform check-sql-state

               if not SQL-NODATA then
                   add 1 to ws-pending-count
                   perform age-one-request
               end-if
           end-perform

           CALL 'OCSQLCCU' USING SQL-STMT-34
                               SQLCA
           perform check-sql-state

           exit paragraph.



      *> Works out how long the current request has sat pending and
      *> reports it if that is over the threshold.
       age-one-request.

           move ws-queue-requested-dt(1:4) to ws-request-ymd-text(1:4)
           move ws-queue-requested-dt(6:2) to ws-request-ymd-text(5:2)
           move ws-queue-requested-dt(9:2) to ws-request-ymd-text(7:2)

           compute ws-age-days =
               function integer-of-date(ws-today-ymd)
               - function integer-of-date(ws-request-ymd)

           if ws-age-days > ws-age-limit
               perform write-age-detail
           end-if

           exit paragraph.



      *> Prints one over-age request, starting a new page first when
      *> the current one is full, and rolls it into the footer
      *> totals.
       write-age-detail.

           if ws-report-line-count >= ws-report-lines-per-page
               perform write-age-header
           end-if

           evaluate true
               when ws-queue-is-disable
                   move "DISABLE" to ws-queue-action-desc
                   add 1 to ws-disable-count
               when ws-queue-is-delete
                   move "DELETE" to ws-queue-action-desc
                   add 1 to ws-delete-count
               when ws-queue-is-merge
                   move "MERGE" to ws-queue-action-desc
                   add 1 to ws-merge-count
               when other
                   move "UNKNOWN" to ws-queue-action-desc
           end-evaluate

           move spaces to ws-print-line
           string
               ws-queue-id                 "    "
               ws-queue-action-desc        "  "
               ws-queue-account-id         "    "
               ws-queue-merge-into-id      "    "
               ws-queue-requested-by       "      "
               ws-queue-requested-dt       "  "
               ws-age-days
               into ws-print-line
           end-string
           write approval-report-record from ws-print-line
               after advancing 1 lines
           add 1 to ws-report-line-count

           add 1 to ws-aged-count

           exit paragraph.



      *> Prints the page header. The first header is written on the
      *> current line, later ones skip to a new page first.
       write-age-header.

           move spaces to ws-print-line
           string
               "APPROVAL QUEUE EXCEPTION REPORT"
               "     RUN DATE: " ws-run-date
               "     PAGE: " ws-report-page-num
               into ws-print-line
           end-string

           if ws-report-page-num = 1
               write approval-report-record from ws-print-line
                   after advancing 1 lines
           else
               write approval-report-record from ws-print-line
                   after advancing page
           end-if

           move spaces to ws-print-line
           string
               "REQUESTS PENDING APPROVAL MORE THAN " ws-age-limit
               " DAYS"
               into ws-print-line
           end-string
           write approval-report-record from ws-print-line
               after advancing 1 lines

           move spaces to ws-print-line
           string
               "REQUEST  ACTION    ACCOUNT  MERGE TO"
               "  REQUESTED BY  REQUESTED AT          AGE"
               into ws-print-line
           end-string
           write approval-report-record from ws-print-line
               after advancing 2 lines

           add 1 to ws-report-page-num
           move 0 to ws-report-line-count

           exit paragraph.



      *> Prints the control-break footer totalling what is pending
      *> and what is over age, broken down by action.
       write-age-footer.

           if ws-aged-count = 0
               perform write-age-header
               move spaces to ws-print-line
               string
                   "NO REQUESTS OVER THE AGE THRESHOLD"
                   into ws-print-line
               end-string
               write approval-report-record from ws-print-line
                   after advancing 1 lines
           end-if

           move spaces to ws-print-line
           string
               "-------------------------------------------------------"
               into ws-print-line
           end-string
           write approval-report-record from ws-print-line
               after advancing 2 lines

           move spaces to ws-print-line
           string
               "REQUESTS PENDING: " ws-pending-count
               "     OVER AGE: " ws-aged-count
               into ws-print-line
           end-string
           write approval-report-record from ws-print-line
               after advancing 1 lines

           move spaces to ws-print-line
           string
               "DISABLES: " ws-disable-count
               "     DELETES: " ws-delete-count
               "     MERGES: " ws-merge-count
               into ws-print-line
           end-string
           write approval-report-record from ws-print-line
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

       end program sql-approval-age.
