      *>****************************************************************
      *> Author: R. Castellano.
      *> Date: 2026-10-15
      *> Purpose: Back-validation sweep of the ACCOUNTS book. ACCTVAL's
      *>          phone and postal checks only ever saw data entered
      *>          after they went in; rows loaded before the street/
      *>          city/state/ZIP split and the ZIPREF cross-check, and
      *>          addresses left stale by each refresh of the postal
      *>          reference file, have never been looked at again.
      *>          This job runs every ACCOUNTS row through ACCTVAL
      *>          against the current ZIPREF and:
      *>
      *>          - writes each failing account to VALWORK in the
      *>            LOADREJ layout as a 'C' transaction image with the
      *>            ACCTVAL reason, so the exceptions can be worked in
      *>            sql-recycle and fed back through SQLLOAD like any
      *>            other reject;
      *>          - prints VALRPT: the exceptions grouped by failure
      *>            reason, then a summary page with the percentage of
      *>            clean accounts by state, so data quality can be
      *>            tracked from one month's sweep to the next.
      *>
      *>          Accounts whose personal data has been erased
      *>          (sql-erasure) hold placeholder values that are
      *>          meant to fail, so they are left out of the sweep.
      *>
      *>          A sweep without the postal reference would pass
      *>          every stale address, so a missing ZIPREF stops the
      *>          run here instead of letting ACCTVAL skip the checks.
      *>
      *> Note: WORKING-STORAGE SECTION header as well as SQL related
      *>       statements must be in uppercase for the esqlOC precompile
      *>       to pick them up and process them.
      *>
      *> Tectonics: cobc -x -static -locsql sql_validate_sweep.cbl
      *>****************************************************************
       identification division.
       program-id. sql-validate-sweep.
       environment division.
       input-output section.
       file-control.
           select sweep-work-file assign to "VALWORK"
               organization is line sequential
               file status is ws-work-file-status.

           select sweep-report-file assign to "VALRPT"
               organization is line sequential.

           select zip-reference-file assign to "ZIPREF"
               organization is line sequential
               file status is ws-zipref-file-status.

       data division.
       file section.

      *> Correction worklist, in the layout write-load-reject-record
      *> gives LOADREJ in sql-load, so sql-recycle can work it as it
      *> stands. Each failing account is carried as a 'C' transaction
      *> image of its current row, with the ACCTVAL reason. Read back
      *> once per failure reason to print the grouped report.
       FD  sweep-work-file.
       01  sweep-work-record.
           05  swk-code                      pic x.
           05  swk-account-id                pic 9(5).
           05  swk-reason                    pic x(40).
           05  swk-first-name                pic x(15).
           05  swk-last-name                 pic x(20).
           05  swk-phone                     pic x(10).
           05  swk-street                    pic x(25).
           05  swk-city                      pic x(15).
           05  swk-state                     pic x(2).
           05  swk-zip                       pic x(5).
           05  swk-is-enabled                pic x.
           05  swk-merge-into-id             pic 9(5).
           05  swk-reject-date               pic x(10).
           05  swk-effective-date            pic x(10).

      *> Exception report and state summary (same page and footer
      *> conventions as the other ops reports).
       FD  sweep-report-file.
       01  sweep-report-record               pic x(132).

      *> Opened only to prove the postal reference is allocated;
      *> ACCTVAL reads it for the lookups.
       FD  zip-reference-file.
       01  zip-reference-record              pic x(22).

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
      *> Every account not erased, in state order for the summary's
      *> control break. Rows from before the address split can carry
      *> NULLs in the contact columns, so each one comes back blank
      *> rather than tripping the missing-indicator error, and the
      *> state is ordered upper-cased so 'ca' and 'CA' break
      *> together.
       01 SQL-STMT-40.
           05 SQL-IPTR   POINTER.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 0.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 302.
           05 SQL-STMT   PIC X(302) VALUE 'SELECT ID,COALESCE(FIRST_NAME
      -    ','' ''),COALESCE(LAST_NAME,'' ''),COALESCE(PHONE,'' ''),COAL
      -    'ESCE(ADDR_STREET,'' ''),COALESCE(ADDR_CITY,'' ''),COALESCE(A
      -    'DDR_STATE,'' ''),COALESCE(ADDR_ZIP,'' ''),COALESCE(IS_ENABLE
      -    'D,'' '') FROM ACCOUNTS WHERE COALESCE(LAST_NAME,'' '') <> ''
      -    'ERASED'' ORDER BY UPPER(COALESCE(ADDR_STATE,'' '')),ID;'.
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
           05  ws-sql-account-is-enabled          pic x.

       01  ws-is-connected-sw               pic a value 'N'.
           88  ws-is-connected              value 'Y'.
           88  ws-is-disconnected           value 'N'.

       01  ws-work-file-status              pic xx.
           88  ws-work-file-found           value '00'.
       01  ws-work-eof-sw                   pic a value 'N'.
           88  ws-work-eof                  value 'Y'.

       01  ws-zipref-file-status            pic xx.
           88  ws-zipref-file-found         value '00'.

      *> ACCTVAL result for the account in hand.
       01  ws-valid-sw                      pic x.
           88  ws-valid-ok                  value 'Y'.
           88  ws-valid-bad                 value 'N'.
       01  ws-valid-reason                  pic x(40).

      *> One entry per distinct failure reason, in the order first
      *> met, driving one read of VALWORK per group. ACCTVAL has
      *> fewer reasons than the table holds.
       01  ws-reason-max                    pic 99 value 20.
       01  ws-reason-count                  pic 99 value 0.
       01  ws-reason-table.
           05  ws-reason-entry              occurs 20 times
                                            indexed by ws-reason-idx.
               10  ws-reason-text           pic x(40).
               10  ws-reason-total          pic 9(7).

      *> One entry per state, filled in cursor order, so it comes
      *> out already sorted for the summary page. A blank state is
      *> carried as its own entry; anything past the table's end
      *> is rolled into the last one.
       01  ws-state-max                     pic 999 value 100.
       01  ws-state-count                   pic 999 value 0.
       01  ws-state-table.
           05  ws-state-entry               occurs 100 times
                                            indexed by ws-state-idx.
               10  ws-state-code            pic x(2).
               10  ws-state-total           pic 9(7).
               10  ws-state-clean           pic 9(7).
       01  ws-state-upper                   pic x(2).
       01  ws-state-overflow-sw             pic a value 'N'.
           88  ws-state-overflow            value 'Y'.

       01  ws-pct-clean                     pic 999v9.
       01  ws-pct-clean-out                 pic zz9.9.

      *> Run totals for the report footers.
       01  ws-account-count                 pic 9(7) value 0.
       01  ws-clean-count                   pic 9(7) value 0.
       01  ws-exception-count               pic 9(7) value 0.
       01  ws-state-exceptions              pic 9(7) value 0.

       01  ws-today-date                    pic x(10).

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
           display "COBOL SQL Account Back-Validation Sweep"
           display "----------------------------------------"
           display space

           open input zip-reference-file
           if not ws-zipref-file-found
               display "ZIPREF postal reference file not found - "
                   "sweep not run."
               stop run
           end-if
           close zip-reference-file

           move function current-date to ws-current-date
           string
               ws-current-date(5:2) '/'
               ws-current-date(7:2) '/'
               ws-current-date(1:4)
               into ws-run-date
           end-string
           move spaces to ws-today-date
           string
               ws-current-date(1:4) '-'
               ws-current-date(5:2) '-'
               ws-current-date(7:2)
               into ws-today-date
           end-string

           MOVE 1024 TO SQL-LEN(1)
           CALL 'OCSQL'    USING WS-DB-CONNECTION-STRING
                               SQL-LEN(1)
                               SQLCA
           END-CALL
           perform check-sql-state
           set ws-is-connected to true

           open output sweep-work-file

           perform sweep-all-accounts

           close sweep-work-file

           CALL 'OCSQLDIS' USING SQLCA END-CALL
           set ws-is-disconnected to true

           open output sweep-report-file

           move ws-report-lines-per-page to ws-report-line-count

           perform varying ws-reason-idx from 1 by 1
                   until ws-reason-idx > ws-reason-count
               perform write-reason-group
           end-perform

           perform write-exception-footer

           perform write-state-summary

           close sweep-report-file

           display space
           display "Back-validation sweep complete. Accounts: "
               ws-account-count "  Clean: " ws-clean-count
               "  Exceptions: " ws-exception-count
           display space

           stop run.



      *> Walks every ACCOUNTS row in state order, validating each
      *> one and breaking to a new state-table entry when the
      *> state changes.
       sweep-all-accounts.

           IF SQL-PREP OF SQL-STMT-40 = 'N'
               MOVE 0 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-40
                                   SQLCA
           END-IF
           CALL 'OCSQLOCU' USING SQL-STMT-40
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
           SET SQL-ADDR(9) TO ADDRESS OF
             WS-SQL-ACCOUNT-IS-ENABLED
           MOVE 'X' TO SQL-TYPE(9)
           MOVE 1 TO SQL-LEN(9)
           MOVE 9 TO SQL-COUNT
           CALL 'OCSQLFTC' USING SQLV
                               SQL-STMT-40
                               SQLCA
           MOVE SQL-VAR-0001 TO WS-SQL-ACCOUNT-ID
               perform check-sql-state

               if not SQL-NODATA then
                   perform validate-one-account
               end-if
           end-perform

           CALL 'OCSQLCCU' USING SQL-STMT-40
                               SQLCA
           perform check-sql-state

           exit paragraph.



      *> Runs one account through ACCTVAL, counts it against its
      *> state, and sends a failure to the worklist.
       validate-one-account.

           add 1 to ws-account-count

           move function upper-case(ws-sql-account-state)
               to ws-state-upper

           if ws-state-count = 0
               perform add-state-entry
           else
               if ws-state-upper not = ws-state-code(ws-state-count)
                       and not ws-state-overflow
                   perform add-state-entry
               end-if
           end-if

           add 1 to ws-state-total(ws-state-count)

           call "ACCTVAL" using ws-sql-account-phone
               ws-sql-account-street ws-sql-account-city
               ws-sql-account-state ws-sql-account-zip
               ws-valid-sw ws-valid-reason
           end-call

           if ws-valid-ok
               add 1 to ws-clean-count
               add 1 to ws-state-clean(ws-state-count)
           else
               add 1 to ws-exception-count
               perform tally-failure-reason
               perform write-work-record
           end-if

           exit paragraph.



      *> Starts a new state-table entry. Once the table is full the
      *> last entry takes every state after it, marked '**'.
       add-state-entry.

           if ws-state-count >= ws-state-max
               move 'Y' to ws-state-overflow-sw
               move "**" to ws-state-code(ws-state-count)
               exit paragraph
           end-if

           add 1 to ws-state-count
           move ws-state-upper to ws-state-code(ws-state-count)
           move 0 to ws-state-total(ws-state-count)
           move 0 to ws-state-clean(ws-state-count)

           exit paragraph.



      *> Adds the failure to its reason's count, opening a new
      *> group the first time a reason is met.
       tally-failure-reason.

           set ws-reason-idx to 1
           search ws-reason-entry
               at end
                   perform add-reason-entry
               when ws-reason-idx > ws-reason-count
                   perform add-reason-entry
               when ws-reason-text(ws-reason-idx) = ws-valid-reason
                   add 1 to ws-reason-total(ws-reason-idx)
           end-search

           exit paragraph.



      *> Opens a group for a reason not met before. ACCTVAL's reasons
      *> are a short fixed list, so the table cannot fill in
      *> practice; if it ever did, the failure is still on the
      *> worklist and in the totals, it just has no group of its
      *> own on the report.
       add-reason-entry.

           if ws-reason-count >= ws-reason-max
               display "Failure reason table full - '"
                   ws-valid-reason "' not grouped on VALRPT."
               exit paragraph
           end-if

           add 1 to ws-reason-count
           move ws-valid-reason to ws-reason-text(ws-reason-count)
           move 1 to ws-reason-total(ws-reason-count)

           exit paragraph.



      *> Writes the failing account to the worklist as a 'C'
      *> transaction image of its current row, dated today so it
      *> ages on the reject aging report like a load reject.
       write-work-record.

           move 'C' to swk-code
           move ws-sql-account-id to swk-account-id
           move ws-valid-reason to swk-reason
           move ws-sql-account-first-name to swk-first-name
           move ws-sql-account-last-name to swk-last-name
           move ws-sql-account-phone to swk-phone
           move ws-sql-account-street to swk-street
           move ws-sql-account-city to swk-city
           move ws-sql-account-state to swk-state
           move ws-sql-account-zip to swk-zip
           move ws-sql-account-is-enabled to swk-is-enabled
           move 0 to swk-merge-into-id
           move ws-today-date to swk-reject-date
           move spaces to swk-effective-date

           write sweep-work-record

           exit paragraph.



      *> Prints one failure-reason group: a heading with the group
      *> count, then every worklist record carrying that reason. The
      *> worklist is read through once per group.
       write-reason-group.

           if ws-report-line-count + 4 > ws-report-lines-per-page
               perform write-exception-header
           end-if

           move spaces to ws-print-line
           string
               "REASON: " ws-reason-text(ws-reason-idx)
               "  ACCOUNTS: " ws-reason-total(ws-reason-idx)
               into ws-print-line
           end-string
           write sweep-report-record from ws-print-line
               after advancing 2 lines
           add 2 to ws-report-line-count

           move 'N' to ws-work-eof-sw

           open input sweep-work-file

           perform until ws-work-eof
               read sweep-work-file
                   at end
                       move 'Y' to ws-work-eof-sw
                   not at end
                       if swk-reason = ws-reason-text(ws-reason-idx)
                           perform write-exception-detail
                       end-if
               end-read
           end-perform

           close sweep-work-file

           exit paragraph.



      *> Prints one failing account: ID, name and phone on one
      *> line, the address as it stands indented on the next.
       write-exception-detail.

           if ws-report-line-count + 2 > ws-report-lines-per-page
               perform write-exception-header
               move spaces to ws-print-line
               string
                   "REASON: " ws-reason-text(ws-reason-idx)
                   " (CONTINUED)"
                   into ws-print-line
               end-string
               write sweep-report-record from ws-print-line
                   after advancing 2 lines
               add 2 to ws-report-line-count
           end-if

           move spaces to ws-print-line
           string
               swk-account-id              "  "
               swk-first-name              " "
               swk-last-name               "  "
               swk-phone                   "  "
               swk-is-enabled
               into ws-print-line
           end-string
           write sweep-report-record from ws-print-line
               after advancing 1 lines

           move spaces to ws-print-line
           string
               "       "
               swk-street                  " "
               swk-city                    " "
               swk-state                   " "
               swk-zip
               into ws-print-line
           end-string
           write sweep-report-record from ws-print-line
               after advancing 1 lines

           add 2 to ws-report-line-count

           exit paragraph.



      *> Prints the exception page header. The first header is
      *> written on the current line, later ones skip to a new page
      *> first.
       write-exception-header.

           move spaces to ws-print-line
           string
               "ACCOUNT BACK-VALIDATION EXCEPTION REPORT"
               "     RUN DATE: " ws-run-date
               "     PAGE: " ws-report-page-num
               into ws-print-line
           end-string

           if ws-report-page-num = 1
               write sweep-report-record from ws-print-line
                   after advancing 1 lines
           else
               write sweep-report-record from ws-print-line
                   after advancing page
           end-if

           move spaces to ws-print-line
           string
               "ACCOUNTS FAILING THE CURRENT ACCTVAL RULES AND "
               "POSTAL REFERENCE - WORKLIST ON VALWORK"
               into ws-print-line
           end-string
           write sweep-report-record from ws-print-line
               after advancing 1 lines

           move spaces to ws-print-line
           string
               " ID    NAME / ADDRESS                       "
               "PHONE       ENABLED"
               into ws-print-line
           end-string
           write sweep-report-record from ws-print-line
               after advancing 2 lines

           add 1 to ws-report-page-num
           move 0 to ws-report-line-count

           exit paragraph.



      *> Prints the footer totalling the exception section.
       write-exception-footer.

           if ws-exception-count = 0
               perform write-exception-header
               move spaces to ws-print-line
               string
                   "NO EXCEPTIONS - EVERY ACCOUNT PASSES"
                   into ws-print-line
               end-string
               write sweep-report-record from ws-print-line
                   after advancing 1 lines
           end-if

           move spaces to ws-print-line
           string
               "-------------------------------------------------------"
               into ws-print-line
           end-string
           write sweep-report-record from ws-print-line
               after advancing 2 lines

           move spaces to ws-print-line
           string
               "ACCOUNTS SWEPT: " ws-account-count
               "     CLEAN: " ws-clean-count
               "     EXCEPTIONS: " ws-exception-count
               into ws-print-line
           end-string
           write sweep-report-record from ws-print-line
               after advancing 1 lines

           exit paragraph.



      *> Prints the summary page: accounts, clean accounts and the
      *> percentage clean for each state, then the whole book. It
      *> always starts on a new page so it can be filed on its own
      *> month over month.
       write-state-summary.

           move spaces to ws-print-line
           string
               "ACCOUNT DATA QUALITY SUMMARY BY STATE"
               "     RUN DATE: " ws-run-date
               "     PAGE: " ws-report-page-num
               into ws-print-line
           end-string
           write sweep-report-record from ws-print-line
               after advancing page
           add 1 to ws-report-page-num

           move spaces to ws-print-line
           string
               "STATE   ACCOUNTS     CLEAN   EXCEPTIONS   PCT CLEAN"
               into ws-print-line
           end-string
           write sweep-report-record from ws-print-line
               after advancing 2 lines

           perform varying ws-state-idx from 1 by 1
                   until ws-state-idx > ws-state-count
               move ws-state-code(ws-state-idx) to ws-state-upper
               if ws-state-upper = spaces
                   move "--" to ws-state-upper
               end-if
               compute ws-pct-clean rounded =
                   ws-state-clean(ws-state-idx) * 100
                   / ws-state-total(ws-state-idx)
               end-compute
               move ws-pct-clean to ws-pct-clean-out
               compute ws-state-exceptions =
                   ws-state-total(ws-state-idx)
                   - ws-state-clean(ws-state-idx)
               end-compute
               move spaces to ws-print-line
               string
                   " " ws-state-upper "     "
                   ws-state-total(ws-state-idx) "   "
                   ws-state-clean(ws-state-idx) "      "
                   ws-state-exceptions "       "
                   ws-pct-clean-out "%"
                   into ws-print-line
               end-string
               write sweep-report-record from ws-print-line
                   after advancing 1 lines
           end-perform

           if ws-account-count = 0
               move 0 to ws-pct-clean
           else
               compute ws-pct-clean rounded =
                   ws-clean-count * 100 / ws-account-count
               end-compute
           end-if
           move ws-pct-clean to ws-pct-clean-out

           move spaces to ws-print-line
           string
               "-------------------------------------------------------"
               into ws-print-line
           end-string
           write sweep-report-record from ws-print-line
               after advancing 2 lines

           move spaces to ws-print-line
           string
               "ALL     "
               ws-account-count "   "
               ws-clean-count "      "
               ws-exception-count "       "
               ws-pct-clean-out "%"
               into ws-print-line
           end-string
           write sweep-report-record from ws-print-line
               after advancing 1 lines

           move spaces to ws-print-line
           string
               "STATE -- IS A BLANK STATE; ** TAKES ANY STATES PAST "
               "THE SUMMARY TABLE'S LIMIT"
               into ws-print-line
           end-string
           write sweep-report-record from ws-print-line
               after advancing 2 lines

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

       end program sql-validate-sweep.
