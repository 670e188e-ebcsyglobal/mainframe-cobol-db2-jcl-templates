      *>****************************************************************
      *> Author: R. Castellano.
      *> Date: 2026-10-15
      *> Purpose: Telephone area-code split mass change. When the
      *>          phone company splits an area code, every account
      *>          whose PHONE is on one of the exchanges moving to
      *>          the new code has to change. Instead of hundreds of
      *>          'C' transactions keyed by hand (or a direct SQL
      *>          update nobody audits), this job is driven by the
      *>          AREAPARM parameter file - old area code, new area
      *>          code, cutover date and the exchanges (first three
      *>          digits of the local number) that move - and:
      *>
      *>          - prints every account to be changed, old and new
      *>            phone, with counts by exchange and for the run,
      *>            to AREARPT;
      *>          - in generate mode only, writes a phone-only 'C'
      *>            transaction per account to AREATXN, dated for
      *>            the cutover. AREATXN is concatenated under
      *>            SQLLOAD's ACCTTXN DD, so the changes wait on the
      *>            load's pending file and are applied, audited and
      *>            exported to billing on the cutover date like any
      *>            other phone change.
      *>
      *>          The regular run allocates AREAMODE DUMMY and is a
      *>          preview: the report is printed and nothing is
      *>          written. A 'G' in column 1 of the AREAMODE card,
      *>          with the ID of whoever approved the preview in
      *>          columns 2-9, generates the transactions.
      *>
      *>          The transactions carry only the new phone and the
      *>          number it replaces, so SQLLOAD takes the address and
      *>          enabled flag from the row as it stands on the
      *>          cutover date rather than from a copy taken today,
      *>          and leaves alone (rejecting to LOADREJ) any phone
      *>          the customer has changed since this job ran.
      *>
      *> Note: WORKING-STORAGE SECTION header as well as SQL related
      *>       statements must be in uppercase for the esqlOC precompile
      *>       to pick them up and process them.
      *>
      *> Tectonics: cobc -x -static -locsql sql_area_split.cbl
      *>****************************************************************
       identification division.
       program-id. sql-area-split.
       environment division.
       input-output section.
       file-control.
           select area-parm-file assign to "AREAPARM"
               organization is line sequential
               file status is ws-parm-file-status.

           select area-mode-file assign to "AREAMODE"
               organization is line sequential
               file status is ws-mode-file-status.

           select area-txn-file assign to "AREATXN"
               organization is line sequential.

           select area-report-file assign to "AREARPT"
               organization is line sequential.

       data division.
       file section.

      *> Parameter file. The first record defines the split: old
      *> area code, new area code and the cutover (effective) date
      *> as YYYY-MM-DD. Every record after it lists exchanges that
      *> move to the new code, up to 20 a record, each three digits
      *> followed by a blank (e.g. "555 556 557 "); blank slots are
      *> skipped.
       FD  area-parm-file.
       01  area-parm-header.
           05  aph-old-area                  pic x(3).
           05  aph-new-area                  pic x(3).
           05  aph-effective-date            pic x(10).
           05  filler                        pic x(64).
       01  area-parm-exchanges.
           05  apx-exchange-slot             occurs 20 times.
               10  apx-exchange              pic x(3).
               10  filler                    pic x.

      *> Optional run card: 'G' in column 1 and the approver's ID in
      *> columns 2-9 generate the transactions.
       FD  area-mode-file.
       01  area-mode-record.
           05  amd-run-mode                  pic x.
               88  amd-generate-mode         value 'G'.
           05  amd-approved-by               pic x(8).
           05  filler                        pic x(71).

      *> Phone changes, in the acct-txn-record layout the load job
      *> reads from ACCTTXN. Only the new phone is filled in among
      *> the contact fields, with the phone it replaces in the front
      *> of the street field, and the enabled flag is left blank, so
      *> the load changes the phone alone - and only if the account
      *> still has the old number on the cutover date. The names
      *> ride along for the hold report and any reject.
       FD  area-txn-file.
       01  area-txn-record.
           05  atr-code                      pic x.
           05  atr-account-id                pic 9(5).
           05  atr-first-name                pic x(15).
           05  atr-last-name                 pic x(20).
           05  atr-phone                     pic x(10).
           05  atr-prior-phone               pic x(10).
           05  atr-phone-change-rest         pic x(37).
           05  atr-is-enabled                pic x.
           05  atr-merge-into-id             pic 9(5).
           05  atr-effective-date            pic x(10).

      *> Preview report (same page and footer conventions as the
      *> other ops reports).
       FD  area-report-file.
       01  area-report-record                pic x(132).

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
      *> Every account whose PHONE is in the old area code, in phone
      *> order so the report reads exchange by exchange. Which of
      *> them are on the moving exchanges is settled against the
      *> parameter list as each row comes back.
       01 SQL-STMT-62.
           05 SQL-IPTR   POINTER.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 1.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 136.
           05 SQL-STMT   PIC X(136) VALUE 'SELECT ID,COALESCE(FIRST_NAME
      -    ','' ''),COALESCE(LAST_NAME,'' ''),PHONE,IS_ENABLED FROM ACCO
      -    'UNTS WHERE SUBSTR(PHONE,1,3) = ? ORDER BY PHONE,ID;'.
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
           05  ws-sql-account-is-enabled          pic x.

       01  ws-is-connected-sw               pic a value 'N'.
           88  ws-is-connected              value 'Y'.
           88  ws-is-disconnected           value 'N'.

       01  ws-parm-file-status              pic xx.
           88  ws-parm-file-found           value '00'.
       01  ws-parm-eof-sw                   pic a value 'N'.
           88  ws-parm-eof                  value 'Y'.
       01  ws-mode-file-status              pic xx.
           88  ws-mode-file-found           value '00'.

      *> Preview unless the AREAMODE card asks to generate.
       01  ws-generate-mode-sw              pic a value 'N'.
           88  ws-generate-mode             value 'Y'.
       01  ws-approved-by                   pic x(8) value spaces.

       01  ws-old-area                      pic x(3).
       01  ws-new-area                      pic x(3).
       01  ws-effective-date                pic x(10).
       01  ws-effective-month               pic 99.
       01  ws-effective-day                 pic 99.

      *> The moving exchanges, by exchange number plus one (000 is
      *> entry 1), so each row's exchange is a direct lookup. The
      *> count is the accounts found on that exchange.
       01  ws-exchange-map.
           05  ws-exchange-entry            occurs 1000.
               10  ws-exchange-listed       pic x.
               10  ws-exchange-count        pic 9(7).
       01  ws-exchange-idx                  pic 9(4) comp.
       01  ws-exchange-num                  pic 9(3).
       01  ws-exchange-text redefines ws-exchange-num
                                            pic x(3).
       01  ws-slot-idx                      pic 99 comp.

       01  ws-new-phone                     pic x(10).
       01  ws-change-status                 pic x(32).

       01  ws-today                         pic x(10).

      *> Run totals for the report footer.
       01  ws-listed-count                  pic 9(7) value 0.
       01  ws-unused-exchange-count         pic 9(7) value 0.
       01  ws-area-count                    pic 9(7) value 0.
       01  ws-other-exchange-count          pic 9(7) value 0.
       01  ws-change-count                  pic 9(7) value 0.
       01  ws-invalid-count                 pic 9(7) value 0.

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
           display "COBOL SQL Area Code Split"
           display "-------------------------"
           display space

           move function current-date to ws-current-date
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

           perform read-area-mode
           perform read-area-parm

           MOVE 1024 TO SQL-LEN(1)
           CALL 'OCSQL'    USING WS-DB-CONNECTION-STRING
                               SQL-LEN(1)
                               SQLCA
           END-CALL
           perform check-sql-state
           set ws-is-connected to true

           if ws-generate-mode
               open output area-txn-file
           end-if
           open output area-report-file

           move ws-report-lines-per-page to ws-report-line-count

           perform select-area-accounts

           CALL 'OCSQLDIS' USING SQLCA END-CALL
           set ws-is-disconnected to true

           perform write-exchange-summary

           perform write-area-footer

           close area-report-file
           if ws-generate-mode
               close area-txn-file
           end-if

           display space
           display "Area code split complete. In old area: "
               ws-area-count "  Other exchanges: "
               ws-other-exchange-count
           if ws-generate-mode
               display "Phone changes written: " ws-change-count
                   "  Effective: " ws-effective-date
                   "  Approved by: " ws-approved-by
           else
               display "Preview only. Phone changes to be written: "
                   ws-change-count
           end-if
           display "Not changed, phone not numeric: " ws-invalid-count
           display space

           stop run.



      *> Reads the optional AREAMODE card. Missing, empty, or
      *> anything but 'G' is a preview. Generating needs the ID of
      *> whoever approved the preview, which goes on the report; a
      *> 'G' without one stops the run before anything is written.
       read-area-mode.

           open input area-mode-file

           if not ws-mode-file-found
               display "Preview mode: no transactions will be written."
               exit paragraph
           end-if

           read area-mode-file
               at end
                   continue
               not at end
                   if amd-generate-mode
                       move 'Y' to ws-generate-mode-sw
                       move amd-approved-by to ws-approved-by
                   end-if
           end-read

           close area-mode-file

           if not ws-generate-mode
               display "Preview mode: no transactions will be written."
               exit paragraph
           end-if

           if ws-approved-by = spaces
               display "AREAMODE generate card has no approver ID in "
                   "columns 2-9 - nothing written."
               move 8 to return-code
               stop run
           end-if

           display "Generate mode, approved by " ws-approved-by "."

           exit paragraph.



      *> Reads the split definition and the exchange list from
      *> AREAPARM. A missing or empty parameter file, or anything
      *> on it that does not check out, stops the run - a guessed
      *> area code or exchange would change phones nobody asked to.
       read-area-parm.

           open input area-parm-file

           if not ws-parm-file-found
               display "AREAPARM parameter file not found."
               move 8 to return-code
               stop run
           end-if

           read area-parm-file
               at end
                   display "AREAPARM parameter file is empty."
                   move 8 to return-code
                   stop run
               not at end
                   move aph-old-area to ws-old-area
                   move aph-new-area to ws-new-area
                   move aph-effective-date to ws-effective-date
           end-read

           if ws-old-area is not numeric
                   or ws-old-area(1:1) < '2'
                   or ws-new-area is not numeric
                   or ws-new-area(1:1) < '2'
               display "AREAPARM area codes must be three digits, "
                   "not starting 0 or 1."
               move 8 to return-code
               stop run
           end-if

           if ws-old-area = ws-new-area
               display "AREAPARM old and new area codes are the same."
               move 8 to return-code
               stop run
           end-if

           perform check-effective-date

           move spaces to ws-exchange-map
           move 0 to ws-listed-count

           perform until ws-parm-eof
               read area-parm-file
                   at end
                       move 'Y' to ws-parm-eof-sw
                   not at end
                       perform load-exchange-record
               end-read
           end-perform

           close area-parm-file

           if ws-listed-count = 0
               display "AREAPARM lists no exchanges to move."
               move 8 to return-code
               stop run
           end-if

           perform varying ws-exchange-idx from 1 by 1
                   until ws-exchange-idx > 1000
               move 0 to ws-exchange-count(ws-exchange-idx)
           end-perform

           display "Moving " ws-listed-count " exchanges from area "
               ws-old-area " to area " ws-new-area ", effective "
               ws-effective-date "."

           exit paragraph.



      *> The cutover date must be a YYYY-MM-DD date after today, so
      *> the load holds the changes to the cutover instead of
      *> applying them the night they are written.
       check-effective-date.

           if ws-effective-date(1:4) is not numeric
                   or ws-effective-date(5:1) not = '-'
                   or ws-effective-date(6:2) is not numeric
                   or ws-effective-date(8:1) not = '-'
                   or ws-effective-date(9:2) is not numeric
               display "AREAPARM effective date must be YYYY-MM-DD."
               move 8 to return-code
               stop run
           end-if

           move ws-effective-date(6:2) to ws-effective-month
           move ws-effective-date(9:2) to ws-effective-day

           if ws-effective-month < 1 or ws-effective-month > 12
                   or ws-effective-day < 1 or ws-effective-day > 31
               display "AREAPARM effective date " ws-effective-date
                   " is not a date."
               move 8 to return-code
               stop run
           end-if

           if ws-effective-date not > ws-today
               display "AREAPARM effective date " ws-effective-date
                   " must be after today."
               move 8 to return-code
               stop run
           end-if

           exit paragraph.



      *> Marks the exchanges on one AREAPARM list record. An exchange
      *> listed twice is only counted once.
       load-exchange-record.

           perform varying ws-slot-idx from 1 by 1
                   until ws-slot-idx > 20
               if apx-exchange(ws-slot-idx) not = spaces
                   if apx-exchange(ws-slot-idx) is not numeric
                       display "AREAPARM exchange '"
                           apx-exchange(ws-slot-idx)
                           "' is not three digits."
                       move 8 to return-code
                       stop run
                   end-if
                   move apx-exchange(ws-slot-idx) to ws-exchange-text
                   compute ws-exchange-idx = ws-exchange-num + 1
                   if ws-exchange-listed(ws-exchange-idx) not = 'Y'
                       move 'Y' to ws-exchange-listed(ws-exchange-idx)
                       add 1 to ws-listed-count
                   end-if
               end-if
           end-perform

           exit paragraph.



      *> Walks every account in the old area code and settles each
      *> against the exchange list.
       select-area-accounts.

           SET SQL-ADDR(1) TO ADDRESS OF
             WS-OLD-AREA
           MOVE 'X' TO SQL-TYPE(1)
           MOVE 3 TO SQL-LEN(1)
           MOVE 1 TO SQL-COUNT
           IF SQL-PREP OF SQL-STMT-62 = 'N'
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-62
                                   SQLCA
           END-IF
           CALL 'OCSQLOCU' USING SQL-STMT-62
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
             WS-SQL-ACCOUNT-IS-ENABLED
           MOVE 'X' TO SQL-TYPE(5)
           MOVE 1 TO SQL-LEN(5)
           MOVE 5 TO SQL-COUNT
           CALL 'OCSQLFTC' USING SQLV
                               SQL-STMT-62
                               SQLCA
           MOVE SQL-VAR-0001 TO WS-SQL-ACCOUNT-ID
               perform check-sql-state

               if not SQL-NODATA then
                   perform settle-one-account
               end-if
           end-perform

           CALL 'OCSQLCCU' USING SQL-STMT-62
                               SQLCA
           perform check-sql-state

           exit paragraph.



      *> Settles one old-area account. An exchange not on the list
      *> stays in the old area and is only counted. On a listed
      *> exchange the phone moves to the new area code with the
      *> same local number; a phone that is not all digits cannot
      *> be moved (the load's ACCTVAL check would reject it) and is
      *> listed for correction instead.
       settle-one-account.

           add 1 to ws-area-count

           if ws-sql-account-phone(4:3) is numeric
               move ws-sql-account-phone(4:3) to ws-exchange-text
               compute ws-exchange-idx = ws-exchange-num + 1
               if ws-exchange-listed(ws-exchange-idx) not = 'Y'
                   add 1 to ws-other-exchange-count
                   exit paragraph
               end-if
               add 1 to ws-exchange-count(ws-exchange-idx)
           end-if

           move spaces to ws-new-phone

           if ws-sql-account-phone is not numeric
               add 1 to ws-invalid-count
               move "NOT CHANGED - PHONE NOT NUMERIC"
                   to ws-change-status
               perform write-area-detail
               exit paragraph
           end-if

           add 1 to ws-change-count
           string
               ws-new-area
               ws-sql-account-phone(4:7)
               into ws-new-phone
           end-string

           if ws-generate-mode
               move "CHANGE WRITTEN" to ws-change-status
               perform write-phone-change-transaction
           else
               move "TO BE CHANGED" to ws-change-status
           end-if

           perform write-area-detail

           exit paragraph.



      *> Writes the phone-only 'C' transaction for SQLLOAD, dated for
      *> the cutover, with the number it replaces as the prior phone.
      *> A customer who changes number before the cutover gets a
      *> LOADREJ reject on the day instead of their old local number
      *> back under the new area code.
       write-phone-change-transaction.

           move 'C' to atr-code
           move ws-sql-account-id to atr-account-id
           move ws-sql-account-first-name to atr-first-name
           move ws-sql-account-last-name to atr-last-name
           move ws-new-phone to atr-phone
           move ws-sql-account-phone to atr-prior-phone
           move spaces to atr-phone-change-rest
           move space to atr-is-enabled
           move 0 to atr-merge-into-id
           move ws-effective-date to atr-effective-date
           write area-txn-record

           exit paragraph.



      *> Prints one account, starting a new page first when the
      *> current one is full.
       write-area-detail.

           if ws-report-line-count >= ws-report-lines-per-page
               perform write-area-header
           end-if

           move spaces to ws-print-line
           string
               ws-sql-account-id           "  "
               ws-sql-account-first-name   " "
               ws-sql-account-last-name    "  "
               ws-sql-account-is-enabled   "   "
               ws-sql-account-phone        "  "
               ws-new-phone                "  "
               ws-change-status
               into ws-print-line
           end-string
           write area-report-record from ws-print-line
               after advancing 1 lines
           add 1 to ws-report-line-count

           exit paragraph.



      *> Lists every exchange on the parameter list with the number
      *> of accounts found on it. An exchange with none is flagged,
      *> since it usually means a mistyped list.
       write-exchange-summary.

           if ws-report-line-count + 3 > ws-report-lines-per-page
               perform write-area-header
           end-if

           move spaces to ws-print-line
           string
               "ACCOUNTS BY EXCHANGE"
               into ws-print-line
           end-string
           write area-report-record from ws-print-line
               after advancing 2 lines
           add 2 to ws-report-line-count

           perform varying ws-exchange-idx from 1 by 1
                   until ws-exchange-idx > 1000
               if ws-exchange-listed(ws-exchange-idx) = 'Y'
                   perform write-exchange-line
               end-if
           end-perform

           exit paragraph.



      *> Prints one exchange's account count.
       write-exchange-line.

           if ws-report-line-count >= ws-report-lines-per-page
               perform write-area-header
           end-if

           compute ws-exchange-num = ws-exchange-idx - 1

           move spaces to ws-print-line
           if ws-exchange-count(ws-exchange-idx) = 0
               add 1 to ws-unused-exchange-count
               string
                   "  EXCHANGE " ws-exchange-text
                   "     ACCOUNTS: "
                   ws-exchange-count(ws-exchange-idx)
                   "     NO ACCOUNTS - CHECK THE EXCHANGE LIST"
                   into ws-print-line
               end-string
           else
               string
                   "  EXCHANGE " ws-exchange-text
                   "     ACCOUNTS: "
                   ws-exchange-count(ws-exchange-idx)
                   into ws-print-line
               end-string
           end-if
           write area-report-record from ws-print-line
               after advancing 1 lines
           add 1 to ws-report-line-count

           exit paragraph.



      *> Prints the page header. The first header is written on the
      *> current line, later ones skip to a new page first.
       write-area-header.

           move spaces to ws-print-line
           string
               "AREA CODE SPLIT PREVIEW REPORT"
               "     RUN DATE: " ws-run-date
               "     PAGE: " ws-report-page-num
               into ws-print-line
           end-string

           if ws-report-page-num = 1
               write area-report-record from ws-print-line
                   after advancing 1 lines
           else
               write area-report-record from ws-print-line
                   after advancing page
           end-if

           move spaces to ws-print-line
           if ws-generate-mode
               string
                   "AREA " ws-old-area " TO " ws-new-area
                   "     EFFECTIVE " ws-effective-date
                   "     TRANSACTIONS WRITTEN - APPROVED BY "
                   ws-approved-by
                   into ws-print-line
               end-string
           else
               string
                   "AREA " ws-old-area " TO " ws-new-area
                   "     EFFECTIVE " ws-effective-date
                   "     PREVIEW ONLY - NO TRANSACTIONS WRITTEN"
                   into ws-print-line
               end-string
           end-if
           write area-report-record from ws-print-line
               after advancing 1 lines

           move spaces to ws-print-line
           string
               " ID    NAME                                  "
               "EN  OLD PHONE   NEW PHONE   STATUS"
               into ws-print-line
           end-string
           write area-report-record from ws-print-line
               after advancing 2 lines

           add 1 to ws-report-page-num
           move 0 to ws-report-line-count

           exit paragraph.



      *> Prints the footer totalling how the old-area accounts broke
      *> down.
       write-area-footer.

           move spaces to ws-print-line
           string
               "-------------------------------------------------------"
               into ws-print-line
           end-string
           write area-report-record from ws-print-line
               after advancing 2 lines

           move spaces to ws-print-line
           string
               "EXCHANGES ON LIST: " ws-listed-count
               "     WITH NO ACCOUNTS: " ws-unused-exchange-count
               into ws-print-line
           end-string
           write area-report-record from ws-print-line
               after advancing 1 lines

           move spaces to ws-print-line
           string
               "ACCOUNTS IN AREA " ws-old-area ": " ws-area-count
               "     ON OTHER EXCHANGES (NOT CHANGED): "
               ws-other-exchange-count
               into ws-print-line
           end-string
           write area-report-record from ws-print-line
               after advancing 1 lines

           move spaces to ws-print-line
           if ws-generate-mode
               string
                   "PHONE CHANGES WRITTEN: " ws-change-count
                   "     NOT CHANGED - PHONE NOT NUMERIC: "
                   ws-invalid-count
                   into ws-print-line
               end-string
           else
               string
                   "PHONE CHANGES TO BE WRITTEN: " ws-change-count
                   "     NOT CHANGED - PHONE NOT NUMERIC: "
                   ws-invalid-count
                   into ws-print-line
               end-string
           end-if
           write area-report-record from ws-print-line
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

       end program sql-area-split.
