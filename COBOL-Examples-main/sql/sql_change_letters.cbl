      *>****************************************************************
      *> Author: R. Castellano.
      *> Date: 2026-10-15
      *> Purpose: Nightly change-confirmation letters. Reads the
      *>          PHONE/STREET/CITY/STATE/ZIP rows written to
      *>          ACCOUNT_AUDIT since the last run (by the menu's
      *>          contact update or an SQLLOAD 'C' transaction) and,
      *>          for each account changed, writes a "your contact
      *>          details were changed" letter record to LTRFILE for
      *>          the mail house: one copy to the address now on
      *>          file and, when the address itself changed, one copy
      *>          to the previous address rebuilt from OLD_VALUE, so
      *>          a customer whose address was changed by someone
      *>          else still hears about it at the old one.
      *>
      *>          MAIL_STATUS 'U' suppression is honoured on both
      *>          copies: no letter to a current address flagged
      *>          undeliverable, and none to a previous address the
      *>          returned-mail job flagged before it was changed.
      *>          A copy whose street or ZIP is blank is not sent
      *>          either; it is counted as having no mailable address.
      *>          The control report LTRRPT lists every account
      *>          written and flags any with more than one address
      *>          change in the last 30 days for the fraud team.
      *>
      *>          The window runs from the cutoff on the LTRSTATE
      *>          state file (start of today when there is none) to
      *>          this run's start, and the state is rewritten only
      *>          after LTRFILE is closed, so a failed run re-sends
      *>          the same window next time.
      *>
      *> Note: WORKING-STORAGE SECTION header as well as SQL related
      *>       statements must be in uppercase for the esqlOC precompile
      *>       to pick them up and process them.
      *>
      *> Tectonics: cobc -x -static -locsql sql_change_letters.cbl
      *>****************************************************************
       identification division.
       program-id. sql-change-letters.
       environment division.
       input-output section.
       file-control.
           select change-letter-file assign to "LTRFILE"
               organization is line sequential.

           select letter-report-file assign to "LTRRPT"
               organization is line sequential.

           select letter-state-file assign to "LTRSTATE"
               organization is line sequential
               file status is ws-state-file-status.

           select run-control-file assign to "RUNLOG"
               organization is line sequential
               file status is ws-runlog-file-status.

       data division.
       file section.

      *> One record per letter for the mail house. A changed account
      *> gets a 'N' copy to the address now on file and, when the
      *> address changed, an 'O' copy to the previous one. Only the
      *> last four digits of a new phone number are carried, so the
      *> letter confirms the change without printing the number in
      *> full. Column positions are part of the interface contract
      *> with the mail house.
       FD  change-letter-file.
       01  change-letter-record.
           05  clr-account-id                pic 9(5).
           05  clr-copy-type                 pic x.
               88  clr-new-address-copy      value 'N'.
               88  clr-old-address-copy      value 'O'.
           05  clr-first-name                pic x(15).
           05  clr-last-name                 pic x(20).
           05  clr-street                    pic x(25).
           05  clr-city                      pic x(15).
           05  clr-state                     pic x(2).
           05  clr-zip                       pic x(5).
           05  clr-change-date               pic x(10).
           05  clr-phone-changed             pic x.
           05  clr-address-changed           pic x.
           05  clr-new-phone-last4           pic x(4).

      *> Control report for the fraud team (same page and footer
      *> conventions as the other ops reports).
       FD  letter-report-file.
       01  letter-report-record              pic x(132).

      *> Letter state carried run to run: the cutoff of the last
      *> successful run, where the next run's window starts.
       FD  letter-state-file.
       01  letter-state-record.
           05  lts-last-run-ts               pic x(20).

      *> Shared nightly run-control log, appended to by each batch
      *> job ('S' at start, 'C' at clean completion) and read by the
      *> morning summary job, so one page shows what ran, what
      *> abended, and what never started.
       FD  run-control-file.
       01  run-control-record.
           05  rcl-job-name                  pic x(8).
           05  rcl-timestamp                 pic x(20).
           05  rcl-status                    pic x.
           05  rcl-count-1                   pic 9(7).
           05  rcl-count-2                   pic 9(7).
           05  rcl-count-3                   pic 9(7).
           05  rcl-count-4                   pic 9(7).

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
      *> The window's contact-change audit rows, grouped by account
      *> and in the order they were made, so the first OLD_VALUE
      *> seen for a field is what it held before the window.
       01 SQL-STMT-37.
           05 SQL-IPTR   POINTER.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 2.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 209.
           05 SQL-STMT   PIC X(209) VALUE 'SELECT ACCOUNT_ID,FIELD_NAME,
      -    'OLD_VALUE,NEW_VALUE,CHANGED_DT FROM ACCOUNT_AUDIT WHERE CHAN
      -    'GED_DT > ? AND CHANGED_DT <= ? AND FIELD_NAME IN (''PHONE'',
      -    '''STREET'',''CITY'',''STATE'',''ZIP'') ORDER BY ACCOUNT_ID,C
      -    'HANGED_DT;'.
      **********************************************************************
      *> Current mail status (blank when never flagged, so a NULL
      *> cannot trip the missing-indicator error) and the name and
      *> address now on file, for the new-address copy.
       01 SQL-STMT-27.
           05 SQL-IPTR   POINTER.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 1.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 123.
           05 SQL-STMT   PIC X(123) VALUE 'SELECT FIRST_NAME,LAST_NAME,A
      -    'DDR_STREET,ADDR_CITY,ADDR_STATE,ADDR_ZIP,COALESCE(MAIL_STATU
      -    'S,'' '') FROM ACCOUNTS WHERE ID = ?;'.
      **********************************************************************
      *> Number of separate days in the lookback period on which the
      *> account's address was changed. One change writes up to four
      *> rows, so rows are not counted - days are.
       01 SQL-STMT-38.
           05 SQL-IPTR   POINTER.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 2.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 157.
           05 SQL-STMT   PIC X(157) VALUE 'SELECT COUNT(DISTINCT CAST(CH
      -    'ANGED_DT AS DATE)) FROM ACCOUNT_AUDIT WHERE ACCOUNT_ID = ? A
      -    'ND FIELD_NAME IN (''STREET'',''CITY'',''STATE'',''ZIP'') AND
      -    ' CHANGED_DT > ?;'.
      **********************************************************************
      *> Returned-mail flags raised against the previous address:
      *> MAIL_STAT rows set to 'U' after that address went on file
      *> (the account's last address change before this one) and
      *> before this window's change replaced it.
       01 SQL-STMT-39.
           05 SQL-IPTR   POINTER.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 4.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 304.
           05 SQL-STMT   PIC X(304) VALUE 'SELECT COUNT(*) FROM ACCOUNT_
      -    'AUDIT WHERE ACCOUNT_ID = ? AND FIELD_NAME = ''MAIL_STAT'' AN
      -    'D TRIM(NEW_VALUE) = ''U'' AND CHANGED_DT < ? AND CHANGED_DT 
      -    '> COALESCE((SELECT MAX(CHANGED_DT) FROM ACCOUNT_AUDIT WHERE 
      -    'ACCOUNT_ID = ? AND FIELD_NAME IN (''STREET'',''CITY'',''STAT
      -    'E'',''ZIP'') AND CHANGED_DT < ?),''1900-01-01'');'.
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

      *> Fetch variables for the audit cursor.
       01  ws-aud-account-id                pic 9(5).
       01  ws-aud-field-name                pic x(10).
       01  ws-aud-old-value                 pic x(25).
       01  ws-aud-new-value                 pic x(25).
       01  ws-aud-changed-dt                pic x(20).

       01  ws-audit-eof-sw                  pic a value 'N'.
           88  ws-audit-eof                 value 'Y'.

      *> What the window did to the account in hand: which fields
      *> changed, what the address fields held before the first
      *> change (the first OLD_VALUE seen for each), the latest new
      *> phone, and when the address changes started and ended.
       01  ws-chg-account-id                pic 9(5).
       01  ws-chg-phone-sw                  pic a.
           88  ws-chg-phone                 value 'Y'.
       01  ws-chg-address-sw                pic a.
           88  ws-chg-address               value 'Y'.
       01  ws-chg-repeat-sw                 pic a.
           88  ws-chg-repeat                value 'Y'.
       01  ws-chg-street-sw                 pic a.
           88  ws-chg-street                value 'Y'.
       01  ws-chg-city-sw                   pic a.
           88  ws-chg-city                  value 'Y'.
       01  ws-chg-state-sw                  pic a.
           88  ws-chg-state                 value 'Y'.
       01  ws-chg-zip-sw                    pic a.
           88  ws-chg-zip                   value 'Y'.
       01  ws-chg-new-phone                 pic x(10).
       01  ws-chg-first-addr-dt             pic x(20).
       01  ws-chg-last-dt                   pic x(20).

       01  ws-prev-address.
           05  ws-prev-street               pic x(25).
           05  ws-prev-city                 pic x(15).
           05  ws-prev-state                pic x(2).
           05  ws-prev-zip                  pic x(5).

      *> Fetch variables for SQL-STMT-27.
       01  ws-acct-mail-status              pic x.
       01  ws-acct-first-name               pic x(15).
       01  ws-acct-last-name                pic x(20).
       01  ws-acct-address.
           05  ws-acct-street               pic x(25).
           05  ws-acct-city                 pic x(15).
           05  ws-acct-state                pic x(2).
           05  ws-acct-zip                  pic x(5).

       01  ws-found-sw                      pic a value 'N'.
           88  ws-was-found                 value 'Y'.

      *> Results of the lookback and returned-mail checks.
       01  ws-recent-change-days            pic 9(5).
       01  ws-old-returned-count            pic 9(5).

      *> How each account came out, for its control report line.
       01  ws-new-letter-sw                 pic a.
           88  ws-new-letter-sent           value 'Y'.
       01  ws-old-letter-sw                 pic a.
           88  ws-old-letter-sent           value 'Y'.
       01  ws-new-suppressed-sw             pic a.
           88  ws-new-suppressed            value 'Y'.
       01  ws-old-suppressed-sw             pic a.
           88  ws-old-suppressed            value 'Y'.
       01  ws-new-unmailable-sw             pic a.
           88  ws-new-unmailable            value 'Y'.
       01  ws-old-unmailable-sw             pic a.
           88  ws-old-unmailable            value 'Y'.
       01  ws-multi-change-sw               pic a.
           88  ws-multi-change              value 'Y'.
       01  ws-changed-desc                  pic x(13).
       01  ws-letters-desc                  pic x(7).

      *> Lookback for the repeat-address-change flag.
       01  ws-lookback-days                 pic 9(3) value 30.

       01  ws-is-connected-sw               pic a value 'N'.
           88  ws-is-connected              value 'Y'.
           88  ws-is-disconnected           value 'N'.

      *> State from the last successful run, and this run's window.
      *> The cutoff is taken before the cursor opens, so a change
      *> made while the job is running falls in the next window
      *> instead of between two.
       01  ws-state-file-status             pic xx.
           88  ws-state-file-found          value '00'.
       01  ws-window-start-ts               pic x(20).
       01  ws-run-cutoff-ts                 pic x(20).
       01  ws-lookback-ts                   pic x(20).

       01  ws-today-ymd-text.
           05  ws-today-ymd                 pic 9(8).
       01  ws-lookback-ymd-text.
           05  ws-lookback-ymd              pic 9(8).

      *> Run totals for the report footer and the run-control log.
       01  ws-account-count                 pic 9(7) value 0.
       01  ws-new-letter-count              pic 9(7) value 0.
       01  ws-old-letter-count              pic 9(7) value 0.
       01  ws-suppressed-count              pic 9(7) value 0.
       01  ws-unmailable-count              pic 9(7) value 0.
       01  ws-flagged-count                 pic 9(7) value 0.
       01  ws-notfound-count                pic 9(7) value 0.

      *> Run-control logging. The start record is written before
      *> any real work, so a run that dies early still shows on the
      *> morning summary as started-but-never-finished.
       01  ws-runlog-file-status            pic xx.
           88  ws-runlog-ok                 value '00' '05'.
       01  ws-run-status                    pic x.

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
           display "COBOL SQL Change Confirmation Letters"
           display "--------------------------------------"
           display space

           move 'S' to ws-run-status
           perform write-run-control-record

           perform set-letter-window

           MOVE 1024 TO SQL-LEN(1)
           CALL 'OCSQL'    USING WS-DB-CONNECTION-STRING
                               SQL-LEN(1)
                               SQLCA
           END-CALL
           perform check-sql-state
           set ws-is-connected to true

           open output change-letter-file
           open output letter-report-file

           move ws-report-lines-per-page to ws-report-line-count

           perform process-contact-changes

           perform write-letter-footer

           close letter-report-file
           close change-letter-file

      *> State goes out only after the letter file is safely down,
      *> so a run that dies partway leaves the old window in place
      *> and the next run re-sends it.
           perform write-letter-state

           CALL 'OCSQLDIS' USING SQLCA END-CALL

           move 'C' to ws-run-status
           perform write-run-control-record

           display space
           display "Change letters complete. Accounts: "
               ws-account-count
               "  New-address letters: " ws-new-letter-count
               "  Old-address letters: " ws-old-letter-count
               "  Flagged: " ws-flagged-count
           display space

           stop run.



      *> Sets this run's window: from the cutoff the last successful
      *> run left on LTRSTATE (start of today when there is none)
      *> to now. Also works out the start of the lookback period
      *> for the repeat-address-change flag.
       set-letter-window.

           move function current-date to ws-current-date
           move ws-current-date(1:8) to ws-today-ymd-text

           string
               ws-current-date(5:2) '/'
               ws-current-date(7:2) '/'
               ws-current-date(1:4)
               into ws-run-date
           end-string

           move spaces to ws-run-cutoff-ts
           string
               ws-current-date(1:4) '-'
               ws-current-date(5:2) '-'
               ws-current-date(7:2) ' '
               ws-current-date(9:2) ':'
               ws-current-date(11:2) ':'
               ws-current-date(13:2)
               into ws-run-cutoff-ts
           end-string

           move spaces to ws-window-start-ts

           open input letter-state-file
           if ws-state-file-found
               read letter-state-file
                   at end
                       continue
                   not at end
                       move lts-last-run-ts to ws-window-start-ts
               end-read
               close letter-state-file
           end-if

           if ws-window-start-ts = spaces
               string
                   ws-current-date(1:4) '-'
                   ws-current-date(5:2) '-'
                   ws-current-date(7:2) " 00:00:00"
                   into ws-window-start-ts
               end-string
               display "No letter state on hand - "
                   "taking today's changes."
           end-if

           compute ws-lookback-ymd = function date-of-integer(
               function integer-of-date(ws-today-ymd)
               - ws-lookback-days)

           move spaces to ws-lookback-ts
           string
               ws-lookback-ymd-text(1:4) '-'
               ws-lookback-ymd-text(5:2) '-'
               ws-lookback-ymd-text(7:2) " 00:00:00"
               into ws-lookback-ts
           end-string

           display "Letters for changes after " ws-window-start-ts
               " through " ws-run-cutoff-ts

           exit paragraph.



      *> Walks the window's contact-change audit rows in account
      *> order, gathering each account's rows together and writing
      *> its letters when the account changes (and once more for the
      *> last account at end of cursor).
       process-contact-changes.

           move 0 to ws-chg-account-id

           SET SQL-ADDR(1) TO ADDRESS OF
             WS-WINDOW-START-TS
           MOVE 'X' TO SQL-TYPE(1)
           MOVE 20 TO SQL-LEN(1)
           SET SQL-ADDR(2) TO ADDRESS OF
             WS-RUN-CUTOFF-TS
           MOVE 'X' TO SQL-TYPE(2)
           MOVE 20 TO SQL-LEN(2)
           MOVE 2 TO SQL-COUNT
           IF SQL-PREP OF SQL-STMT-37 = 'N'
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-37
                                   SQLCA
           END-IF
           CALL 'OCSQLOCU' USING SQL-STMT-37
                               SQLCA
           END-CALL

           perform check-sql-state

      *> The end-of-cursor test runs off a switch rather than
      *> SQLCODE, since the per-account lookups between fetches
      *> leave their own SQLCODE behind.
           move 'N' to ws-audit-eof-sw
           perform with test after until ws-audit-eof
           SET SQL-ADDR(1) TO ADDRESS OF
             SQL-VAR-0001
           MOVE '3' TO SQL-TYPE(1)
           MOVE 3 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
           SET SQL-ADDR(2) TO ADDRESS OF
             WS-AUD-FIELD-NAME
           MOVE 'X' TO SQL-TYPE(2)
           MOVE 10 TO SQL-LEN(2)
           SET SQL-ADDR(3) TO ADDRESS OF
             WS-AUD-OLD-VALUE
           MOVE 'X' TO SQL-TYPE(3)
           MOVE 25 TO SQL-LEN(3)
           SET SQL-ADDR(4) TO ADDRESS OF
             WS-AUD-NEW-VALUE
           MOVE 'X' TO SQL-TYPE(4)
           MOVE 25 TO SQL-LEN(4)
           SET SQL-ADDR(5) TO ADDRESS OF
             WS-AUD-CHANGED-DT
           MOVE 'X' TO SQL-TYPE(5)
           MOVE 20 TO SQL-LEN(5)
           MOVE 5 TO SQL-COUNT
           CALL 'OCSQLFTC' USING SQLV
                               SQL-STMT-37
                               SQLCA
           MOVE SQL-VAR-0001 TO WS-AUD-ACCOUNT-ID
               perform check-sql-state

               if SQL-NODATA then
                   move 'Y' to ws-audit-eof-sw
               else
                   if ws-aud-account-id not = ws-chg-account-id
                       if ws-chg-account-id not = 0
                           perform write-account-letters
                       end-if
                       perform start-changed-account
                   end-if
                   perform gather-audit-row
               end-if
           end-perform

           if ws-chg-account-id not = 0
               perform write-account-letters
           end-if

           CALL 'OCSQLCCU' USING SQL-STMT-37
                               SQLCA
           perform check-sql-state

           exit paragraph.



      *> Clears the per-account work area for the next account.
       start-changed-account.

           move ws-aud-account-id to ws-chg-account-id
           move 'N' to ws-chg-phone-sw
           move 'N' to ws-chg-address-sw
           move 'N' to ws-chg-repeat-sw
           move 'N' to ws-chg-street-sw
           move 'N' to ws-chg-city-sw
           move 'N' to ws-chg-state-sw
           move 'N' to ws-chg-zip-sw
           move spaces to ws-chg-new-phone
           move spaces to ws-chg-first-addr-dt
           move spaces to ws-chg-last-dt
           move spaces to ws-prev-address

           exit paragraph.



      *> Folds one audit row into the account's work area. Only the
      *> first OLD_VALUE per address field is kept - later rows for
      *> the same field start from a value the window itself put
      *> there - and a second change to the same field counts as a
      *> repeat for the fraud flag.
       gather-audit-row.

           move ws-aud-changed-dt to ws-chg-last-dt

           evaluate ws-aud-field-name
               when "PHONE"
                   move 'Y' to ws-chg-phone-sw
                   move ws-aud-new-value to ws-chg-new-phone
               when "STREET"
                   if ws-chg-street
                       move 'Y' to ws-chg-repeat-sw
                   else
                       move 'Y' to ws-chg-street-sw
                       move ws-aud-old-value to ws-prev-street
                   end-if
               when "CITY"
                   if ws-chg-city
                       move 'Y' to ws-chg-repeat-sw
                   else
                       move 'Y' to ws-chg-city-sw
                       move ws-aud-old-value to ws-prev-city
                   end-if
               when "STATE"
                   if ws-chg-state
                       move 'Y' to ws-chg-repeat-sw
                   else
                       move 'Y' to ws-chg-state-sw
                       move ws-aud-old-value to ws-prev-state
                   end-if
               when "ZIP"
                   if ws-chg-zip
                       move 'Y' to ws-chg-repeat-sw
                   else
                       move 'Y' to ws-chg-zip-sw
                       move ws-aud-old-value to ws-prev-zip
                   end-if
           end-evaluate

           if ws-aud-field-name not = "PHONE"
               if not ws-chg-address
                   move 'Y' to ws-chg-address-sw
                   move ws-aud-changed-dt to ws-chg-first-addr-dt
               end-if
           end-if

           exit paragraph.



      *> Writes the letters for one changed account and its control
      *> report line. Neither copy is written to an address with a
      *> blank street or ZIP. The new-address copy goes to the
      *> address now on file unless it is flagged undeliverable.
      *> The old-address
      *> copy goes only when the address changed, to the previous
      *> address (fields the window did not touch are the same as
      *> now), unless returned mail was flagged against it before
      *> the change. An address change is flagged when the account's
      *> address changed on more than one day in the lookback, or
      *> the same address field changed twice inside the window.
       write-account-letters.

           add 1 to ws-account-count

           move 'N' to ws-new-letter-sw
           move 'N' to ws-old-letter-sw
           move 'N' to ws-new-suppressed-sw
           move 'N' to ws-old-suppressed-sw
           move 'N' to ws-new-unmailable-sw
           move 'N' to ws-old-unmailable-sw
           move 'N' to ws-multi-change-sw

           perform fetch-account-contact

           if not ws-was-found
               add 1 to ws-notfound-count
               perform write-letter-detail
               exit paragraph
           end-if

           if not ws-chg-street
               move ws-acct-street to ws-prev-street
           end-if
           if not ws-chg-city
               move ws-acct-city to ws-prev-city
           end-if
           if not ws-chg-state
               move ws-acct-state to ws-prev-state
           end-if
           if not ws-chg-zip
               move ws-acct-zip to ws-prev-zip
           end-if

           evaluate true
               when ws-acct-street = spaces
                       or ws-acct-zip = spaces
                   move 'Y' to ws-new-unmailable-sw
                   add 1 to ws-unmailable-count
               when ws-acct-mail-status = 'U'
                   move 'Y' to ws-new-suppressed-sw
                   add 1 to ws-suppressed-count
               when other
                   move 'N' to clr-copy-type
                   move ws-acct-street to clr-street
                   move ws-acct-city to clr-city
                   move ws-acct-state to clr-state
                   move ws-acct-zip to clr-zip
                   perform write-letter-record
                   move 'Y' to ws-new-letter-sw
                   add 1 to ws-new-letter-count
           end-evaluate

           if ws-chg-address
                   and ws-prev-address not = ws-acct-address
               if ws-prev-street = spaces or ws-prev-zip = spaces
                   move 'Y' to ws-old-unmailable-sw
                   add 1 to ws-unmailable-count
               else
                   perform count-old-address-returns
                   if ws-old-returned-count > 0
                       move 'Y' to ws-old-suppressed-sw
                       add 1 to ws-suppressed-count
                   else
                       move 'O' to clr-copy-type
                       move ws-prev-street to clr-street
                       move ws-prev-city to clr-city
                       move ws-prev-state to clr-state
                       move ws-prev-zip to clr-zip
                       perform write-letter-record
                       move 'Y' to ws-old-letter-sw
                       add 1 to ws-old-letter-count
                   end-if
               end-if
           end-if

           if ws-chg-address
               if ws-chg-repeat
                   move 'Y' to ws-multi-change-sw
               else
                   perform count-recent-address-changes
                   if ws-recent-change-days > 1
                       move 'Y' to ws-multi-change-sw
                   end-if
               end-if
           end-if

           if ws-multi-change
               add 1 to ws-flagged-count
           end-if

           perform write-letter-detail

           exit paragraph.



      *> Writes one letter record. Callers set the copy type and the
      *> address it goes to; the rest is common to both copies.
       write-letter-record.

           move ws-chg-account-id to clr-account-id
           move ws-acct-first-name to clr-first-name
           move ws-acct-last-name to clr-last-name
           move ws-chg-last-dt(1:10) to clr-change-date

           if ws-chg-phone
               move 'Y' to clr-phone-changed
               move ws-chg-new-phone(7:4) to clr-new-phone-last4
           else
               move 'N' to clr-phone-changed
               move spaces to clr-new-phone-last4
           end-if

           if ws-chg-address
               move 'Y' to clr-address-changed
           else
               move 'N' to clr-address-changed
           end-if

           write change-letter-record

           exit paragraph.



      *> Uses SQL-STMT-27 to fetch the name, address and mail status
      *> now on file for ws-chg-account-id, setting ws-found-sw so an
      *> account deleted since the change can be told apart from a
      *> real fetch error. Binds its own variable so the open audit
      *> cursor's fetch area is left alone.
       fetch-account-contact.

           move 'N' to ws-found-sw
           move space to ws-acct-mail-status

           move ws-chg-account-id to sql-var-0002
           SET SQL-ADDR(1) TO ADDRESS OF
             SQL-VAR-0002
           MOVE '3' TO SQL-TYPE(1)
           MOVE 3 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
           MOVE 1 TO SQL-COUNT
           IF SQL-PREP OF SQL-STMT-27 = 'N'
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-27
                                   SQLCA
           END-IF
           CALL 'OCSQLOCU' USING SQL-STMT-27
                               SQLCA
           END-CALL

           perform check-sql-state

           SET SQL-ADDR(1) TO ADDRESS OF
             WS-ACCT-FIRST-NAME
           MOVE 'X' TO SQL-TYPE(1)
           MOVE 15 TO SQL-LEN(1)
           SET SQL-ADDR(2) TO ADDRESS OF
             WS-ACCT-LAST-NAME
           MOVE 'X' TO SQL-TYPE(2)
           MOVE 20 TO SQL-LEN(2)
           SET SQL-ADDR(3) TO ADDRESS OF
             WS-ACCT-STREET
           MOVE 'X' TO SQL-TYPE(3)
           MOVE 25 TO SQL-LEN(3)
           SET SQL-ADDR(4) TO ADDRESS OF
             WS-ACCT-CITY
           MOVE 'X' TO SQL-TYPE(4)
           MOVE 15 TO SQL-LEN(4)
           SET SQL-ADDR(5) TO ADDRESS OF
             WS-ACCT-STATE
           MOVE 'X' TO SQL-TYPE(5)
           MOVE 2 TO SQL-LEN(5)
           SET SQL-ADDR(6) TO ADDRESS OF
             WS-ACCT-ZIP
           MOVE 'X' TO SQL-TYPE(6)
           MOVE 5 TO SQL-LEN(6)
           SET SQL-ADDR(7) TO ADDRESS OF
             WS-ACCT-MAIL-STATUS
           MOVE 'X' TO SQL-TYPE(7)
           MOVE 1 TO SQL-LEN(7)
           MOVE 7 TO SQL-COUNT
           CALL 'OCSQLFTC' USING SQLV
                               SQL-STMT-27
                               SQLCA
           perform check-sql-state

           if not SQL-NODATA
               move 'Y' to ws-found-sw
           end-if

           CALL 'OCSQLCCU' USING SQL-STMT-27
                               SQLCA
           perform check-sql-state

           exit paragraph.



      *> Uses SQL-STMT-38 to count the days in the lookback period
      *> on which ws-chg-account-id's address was changed.
       count-recent-address-changes.

           move 0 to ws-recent-change-days

           move ws-chg-account-id to sql-var-0002
           SET SQL-ADDR(1) TO ADDRESS OF
             SQL-VAR-0002
           MOVE '3' TO SQL-TYPE(1)
           MOVE 3 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
           SET SQL-ADDR(2) TO ADDRESS OF
             WS-LOOKBACK-TS
           MOVE 'X' TO SQL-TYPE(2)
           MOVE 20 TO SQL-LEN(2)
           MOVE 2 TO SQL-COUNT
           IF SQL-PREP OF SQL-STMT-38 = 'N'
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-38
                                   SQLCA
           END-IF
           CALL 'OCSQLOCU' USING SQL-STMT-38
                               SQLCA
           END-CALL

           perform check-sql-state

           SET SQL-ADDR(1) TO ADDRESS OF
             SQL-VAR-0003
           MOVE '3' TO SQL-TYPE(1)
           MOVE 3 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
           MOVE 1 TO SQL-COUNT
           CALL 'OCSQLFTC' USING SQLV
                               SQL-STMT-38
                               SQLCA
           perform check-sql-state

           if not SQL-NODATA
               move sql-var-0003 to ws-recent-change-days
           end-if

           CALL 'OCSQLCCU' USING SQL-STMT-38
                               SQLCA
           perform check-sql-state

           exit paragraph.



      *> Uses SQL-STMT-39 to count returned-mail flags raised against
      *> ws-chg-account-id's previous address, bounded by the window's
      *> first address change.
       count-old-address-returns.

           move 0 to ws-old-returned-count

           move ws-chg-account-id to sql-var-0002
           SET SQL-ADDR(1) TO ADDRESS OF
             SQL-VAR-0002
           MOVE '3' TO SQL-TYPE(1)
           MOVE 3 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
           SET SQL-ADDR(2) TO ADDRESS OF
             WS-CHG-FIRST-ADDR-DT
           MOVE 'X' TO SQL-TYPE(2)
           MOVE 20 TO SQL-LEN(2)
           SET SQL-ADDR(3) TO ADDRESS OF
             SQL-VAR-0002
           MOVE '3' TO SQL-TYPE(3)
           MOVE 3 TO SQL-LEN(3)
               MOVE X'00' TO SQL-PREC(3)
           SET SQL-ADDR(4) TO ADDRESS OF
             WS-CHG-FIRST-ADDR-DT
           MOVE 'X' TO SQL-TYPE(4)
           MOVE 20 TO SQL-LEN(4)
           MOVE 4 TO SQL-COUNT
           IF SQL-PREP OF SQL-STMT-39 = 'N'
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-39
                                   SQLCA
           END-IF
           CALL 'OCSQLOCU' USING SQL-STMT-39
                               SQLCA
           END-CALL

           perform check-sql-state

           SET SQL-ADDR(1) TO ADDRESS OF
             SQL-VAR-0003
           MOVE '3' TO SQL-TYPE(1)
           MOVE 3 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
           MOVE 1 TO SQL-COUNT
           CALL 'OCSQLFTC' USING SQLV
                               SQL-STMT-39
                               SQLCA
           perform check-sql-state

           if not SQL-NODATA
               move sql-var-0003 to ws-old-returned-count
           end-if

           CALL 'OCSQLCCU' USING SQL-STMT-39
                               SQLCA
           perform check-sql-state

           exit paragraph.



      *> Prints one changed account on the control report: what
      *> changed, which letters went, and the fraud flag, with the
      *> old and new address underneath when the address changed
      *> and a line for each copy suppressed or not sent for want
      *> of a mailable address.
       write-letter-detail.

           if ws-report-line-count + 5 > ws-report-lines-per-page
               perform write-letter-header
           end-if

           evaluate true
               when ws-chg-phone and ws-chg-address
                   move "PHONE+ADDRESS" to ws-changed-desc
               when ws-chg-phone
                   move "PHONE" to ws-changed-desc
               when other
                   move "ADDRESS" to ws-changed-desc
           end-evaluate

           evaluate true
               when ws-new-letter-sent and ws-old-letter-sent
                   move "NEW+OLD" to ws-letters-desc
               when ws-new-letter-sent
                   move "NEW" to ws-letters-desc
               when ws-old-letter-sent
                   move "OLD" to ws-letters-desc
               when other
                   move "NONE" to ws-letters-desc
           end-evaluate

           move spaces to ws-print-line
           if not ws-was-found
               string
                   ws-chg-account-id           "  "
                   "(NOT ON FILE)                         "
                   ws-changed-desc             "  "
                   ws-letters-desc
                   into ws-print-line
               end-string
           else
               string
                   ws-chg-account-id           "  "
                   ws-acct-first-name          " "
                   ws-acct-last-name           "  "
                   ws-changed-desc             "  "
                   ws-letters-desc             "  "
                   into ws-print-line
               end-string
               if ws-multi-change
                   move "*** MULTIPLE ADDRESS CHANGES"
                       to ws-print-line(70:28)
               end-if
           end-if
           write letter-report-record from ws-print-line
               after advancing 1 lines
           add 1 to ws-report-line-count

           if ws-was-found and ws-chg-address
               move spaces to ws-print-line
               string
                   "       FROM: "
                   ws-prev-street              " "
                   ws-prev-city                " "
                   ws-prev-state               " "
                   ws-prev-zip
                   into ws-print-line
               end-string
               write letter-report-record from ws-print-line
                   after advancing 1 lines

               move spaces to ws-print-line
               string
                   "       TO:   "
                   ws-acct-street              " "
                   ws-acct-city                " "
                   ws-acct-state               " "
                   ws-acct-zip
                   into ws-print-line
               end-string
               write letter-report-record from ws-print-line
                   after advancing 1 lines
               add 2 to ws-report-line-count
           end-if

           if ws-new-suppressed
               move spaces to ws-print-line
               string
                   "       NEW ADDRESS UNDELIVERABLE (MAIL STATUS U)"
                   " - LETTER SUPPRESSED"
                   into ws-print-line
               end-string
               write letter-report-record from ws-print-line
                   after advancing 1 lines
               add 1 to ws-report-line-count
           end-if

           if ws-old-suppressed
               move spaces to ws-print-line
               string
                   "       OLD ADDRESS RETURNED UNDELIVERABLE"
                   " - LETTER SUPPRESSED"
                   into ws-print-line
               end-string
               write letter-report-record from ws-print-line
                   after advancing 1 lines
               add 1 to ws-report-line-count
           end-if

           if ws-new-unmailable
               move spaces to ws-print-line
               string
                   "       NEW ADDRESS STREET OR ZIP BLANK"
                   " - NO MAILABLE ADDRESS"
                   into ws-print-line
               end-string
               write letter-report-record from ws-print-line
                   after advancing 1 lines
               add 1 to ws-report-line-count
           end-if

           if ws-old-unmailable
               move spaces to ws-print-line
               string
                   "       OLD ADDRESS STREET OR ZIP BLANK"
                   " - NO MAILABLE ADDRESS"
                   into ws-print-line
               end-string
               write letter-report-record from ws-print-line
                   after advancing 1 lines
               add 1 to ws-report-line-count
           end-if

           exit paragraph.



      *> Prints the page header. The first header is written on the
      *> current line, later ones skip to a new page first.
       write-letter-header.

           move spaces to ws-print-line
           string
               "CHANGE CONFIRMATION LETTER CONTROL REPORT"
               "     RUN DATE: " ws-run-date
               "     PAGE: " ws-report-page-num
               into ws-print-line
           end-string

           if ws-report-page-num = 1
               write letter-report-record from ws-print-line
                   after advancing 1 lines
           else
               write letter-report-record from ws-print-line
                   after advancing page
           end-if

           move spaces to ws-print-line
           string
               "CONTACT CHANGES AFTER " ws-window-start-ts
               " THROUGH " ws-run-cutoff-ts
               into ws-print-line
           end-string
           write letter-report-record from ws-print-line
               after advancing 1 lines

           move spaces to ws-print-line
           string
               " ID    NAME                                 "
               "CHANGED        LETTERS  FRAUD FLAG"
               into ws-print-line
           end-string
           write letter-report-record from ws-print-line
               after advancing 2 lines

           add 1 to ws-report-page-num
           move 0 to ws-report-line-count

           exit paragraph.



      *> Prints the control-break footer totalling the letters and
      *> the flags raised.
       write-letter-footer.

           if ws-account-count = 0
               perform write-letter-header
               move spaces to ws-print-line
               string
                   "NO CONTACT CHANGES IN THIS WINDOW"
                   into ws-print-line
               end-string
               write letter-report-record from ws-print-line
                   after advancing 1 lines
           end-if

           move spaces to ws-print-line
           string
               "-------------------------------------------------------"
               into ws-print-line
           end-string
           write letter-report-record from ws-print-line
               after advancing 2 lines

           move spaces to ws-print-line
           string
               "ACCOUNTS CHANGED: " ws-account-count
               "     NEW-ADDRESS LETTERS: " ws-new-letter-count
               "     OLD-ADDRESS LETTERS: " ws-old-letter-count
               into ws-print-line
           end-string
           write letter-report-record from ws-print-line
               after advancing 1 lines

           move spaces to ws-print-line
           string
               "SUPPRESSED UNDELIVERABLE: " ws-suppressed-count
               "     NOT ON FILE: " ws-notfound-count
               "     NO MAILABLE ADDRESS: " ws-unmailable-count
               into ws-print-line
           end-string
           write letter-report-record from ws-print-line
               after advancing 1 lines

           move spaces to ws-print-line
           string
               "FLAGGED - MORE THAN ONE ADDRESS CHANGE IN "
               ws-lookback-days " DAYS: " ws-flagged-count
               into ws-print-line
           end-string
           write letter-report-record from ws-print-line
               after advancing 1 lines

           exit paragraph.



      *> Rewrites LTRSTATE with this run's cutoff, where the next
      *> run's window starts.
       write-letter-state.

           open output letter-state-file
           move ws-run-cutoff-ts to lts-last-run-ts
           write letter-state-record
           close letter-state-file

           exit paragraph.



      *> Appends one record for this run to the shared RUNLOG. The
      *> counts only mean anything on the completion record; the
      *> start record carries zeros.
       write-run-control-record.

           open extend run-control-file
           if not ws-runlog-ok
               open output run-control-file
           end-if

           move "SQLCHGLT" to rcl-job-name

           move function current-date to ws-current-date
           move spaces to rcl-timestamp
           string
               ws-current-date(1:4) '-'
               ws-current-date(5:2) '-'
               ws-current-date(7:2) ' '
               ws-current-date(9:2) ':'
               ws-current-date(11:2) ':'
               ws-current-date(13:2)
               into rcl-timestamp
           end-string

           move ws-run-status to rcl-status

           if ws-run-status = 'C'
               move ws-account-count to rcl-count-1
               move ws-new-letter-count to rcl-count-2
               move ws-old-letter-count to rcl-count-3
               move ws-flagged-count to rcl-count-4
           else
               move 0 to rcl-count-1
               move 0 to rcl-count-2
               move 0 to rcl-count-3
               move 0 to rcl-count-4
           end-if

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

       end program sql-change-letters.
