      *>****************************************************************
      *> Author: R. Castellano.
      *> Date: 2026-10-15
      *> Purpose: Erasure of a closed customer's personal data on a
      *>          legal erasure request. Reads the request cards in
      *>          ERASREQ (account ID, request reference, and the ID
      *>          of whoever authorized it) and, for each account
      *>          that may be erased, replaces the name, phone and
      *>          address with fixed values everywhere this system
      *>          keeps them:
      *>
      *>          - the ACCOUNTS row;
      *>          - OLD_VALUE/NEW_VALUE of the account's ACCOUNT_AUDIT
      *>            rows for the personal fields (FIRST_NAME,
      *>            LAST_NAME, PHONE, STREET, CITY, STATE, ZIP and the
      *>            name-change reason NAME_RSN);
      *>          - NOTE_TEXT of the account's ACCOUNT_NOTES rows;
      *>          - the same records in the SQLAUDPG and SQLNOTPG
      *>            archives (AUDARCH, NOTARCH), rewritten to
      *>            AUDARCHN and NOTARCHN for the JCL to copy back;
      *>          - the account's record in the prior extract
      *>            snapshot (EXTPRIOR, rewritten to EXTPRIN), so the
      *>            next extract compare sees no difference to flag.
      *>
      *>          Account IDs, CREATE_DT/MOD_DT, CHANGED_DT,
      *>          CHANGED_BY and CREATED_BY are left exactly as they
      *>          were, and no rows are added or removed, so the
      *>          audit trail still foots and the account does not go
      *>          out on the next delta export.
      *>
      *>          A request is refused when the account is still
      *>          enabled, when billing has an open rejection on it
      *>          (BILL_STATUS 'R'), when an export of it is still
      *>          waiting for billing's answer (it is on the CHASEIN
      *>          chase file), when no authorizing ID is given, or
      *>          when it repeats an earlier card. An account no
      *>          longer on ACCOUNTS (deleted) is still erased from
      *>          the audit, notes, archives and snapshot.
      *>
      *>          ERASCERT gets one page per request: a completion
      *>          certificate listing every table and file touched
      *>          with its record count, signed off with the
      *>          authorizer's ID and the completion time, or a
      *>          refusal with the reason. The run ends RC=4 when any
      *>          request was refused and RC=8 if it could not
      *>          finish, in which case the archives must not be
      *>          copied back. The database updates come first and
      *>          are repeatable, so a failed run is simply rerun.
      *>
      *> Note: WORKING-STORAGE SECTION header as well as SQL related
      *>       statements must be in uppercase for the esqlOC precompile
      *>       to pick them up and process them.
      *>
      *> Tectonics: cobc -x -static -locsql sql_erasure.cbl
      *>****************************************************************
       identification division.
       program-id. sql-erasure.
       environment division.
       input-output section.
       file-control.
           select erasure-request-file assign to "ERASREQ"
               organization is line sequential
               file status is ws-request-file-status.

           select chase-in-file assign to "CHASEIN"
               organization is line sequential
               file status is ws-chase-in-file-status.

           select audit-archive-file assign to "AUDARCH"
               organization is line sequential
               file status is ws-audit-archive-file-status.

           select audit-archive-new-file assign to "AUDARCHN"
               organization is line sequential.

           select notes-archive-file assign to "NOTARCH"
               organization is line sequential
               file status is ws-notes-archive-file-status.

           select notes-archive-new-file assign to "NOTARCHN"
               organization is line sequential.

           select extract-prior-file assign to "EXTPRIOR"
               organization is line sequential
               file status is ws-extract-file-status.

           select extract-prior-new-file assign to "EXTPRIN"
               organization is line sequential.

           select erasure-cert-file assign to "ERASCERT"
               organization is line sequential.

       data division.
       file section.

      *> One card per erasure request: the account, the legal
      *> request's reference, and the ID of whoever authorized the
      *> erasure, who signs off its certificate.
       FD  erasure-request-file.
       01  erasure-request-record.
           05  erq-account-id                pic x(5).
           05  erq-account-id-num            redefines erq-account-id
                                             pic 9(5).
           05  erq-request-ref               pic x(12).
           05  erq-authorized-by             pic x(8).
           05  filler                        pic x(55).

      *> Unanswered billing exports, in the layout sql-chase carries
      *> forward. An account on it still has billing open.
       FD  chase-in-file.
       01  chase-in-record.
           05  cin-account-id                pic 9(5).
           05  cin-export-date               pic x(10).
           05  cin-first-name                pic x(15).
           05  cin-last-name                 pic x(20).

      *> The audit archive written by sql-audit-purge, and the
      *> rewritten copy that replaces it.
       FD  audit-archive-file.
       01  audit-archive-record.
           05  aar-account-id                pic 9(5).
           05  aar-field-name                pic x(10).
           05  aar-old-value                 pic x(25).
           05  aar-new-value                 pic x(25).
           05  aar-changed-dt                pic x(20).
           05  aar-changed-by                pic x(8).

       FD  audit-archive-new-file.
       01  audit-archive-new-record          pic x(93).

      *> The notes archive written by sql-notes-purge, and the
      *> rewritten copy that replaces it.
       FD  notes-archive-file.
       01  notes-archive-record.
           05  nar-account-id                pic 9(5).
           05  nar-note-text                 pic x(60).
           05  nar-created-by                pic x(8).
           05  nar-created-dt                pic x(20).

       FD  notes-archive-new-file.
       01  notes-archive-new-record          pic x(93).

      *> The prior extract snapshot read by sql-extract-compare, and
      *> the rewritten copy that replaces it.
       FD  extract-prior-file.
       01  extract-prior-record.
           05  pri-account-id                pic 9(5).
           05  pri-first-name                pic x(15).
           05  pri-last-name                 pic x(20).
           05  pri-phone                     pic x(10).
           05  pri-street                    pic x(25).
           05  pri-city                      pic x(15).
           05  pri-state                     pic x(2).
           05  pri-zip                       pic x(5).
           05  pri-is-enabled                pic x.
           05  pri-create-dt                 pic x(20).
           05  pri-mod-dt                    pic x(20).

       FD  extract-prior-new-file.
       01  extract-prior-new-record          pic x(138).

      *> Certificates (same page conventions as the other ops
      *> reports, one request to a page).
       FD  erasure-cert-file.
       01  erasure-cert-record               pic x(132).

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
      *> The account's enabled flag and billing status, to decide
      *> whether the request may go ahead.
       01 SQL-STMT-52.
           05 SQL-IPTR   POINTER.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 1.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 71.
           05 SQL-STMT   PIC X(71) VALUE 'SELECT IS_ENABLED,COALESCE(BIL
      -    'L_STATUS,'' '') FROM ACCOUNTS WHERE ID = ?;'.
      **********************************************************************
      *> Personal columns of the account replaced with the fixed
      *> values. MOD_DT is deliberately left alone.
       01 SQL-STMT-53.
           05 SQL-IPTR   POINTER.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 8.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 130.
           05 SQL-STMT   PIC X(130) VALUE 'UPDATE ACCOUNTS SET FIRST_NAM
      -    'E = ?,LAST_NAME = ?,PHONE = ?,ADDR_STREET = ?,ADDR_CITY = ?,
      -    'ADDR_STATE = ?,ADDR_ZIP = ? WHERE ID = ?;'.
      **********************************************************************
      *> Before/after values of one personal field's audit rows
      *> for the account. CHANGED_DT and CHANGED_BY are untouched.
       01 SQL-STMT-54.
           05 SQL-IPTR   POINTER.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 4.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 93.
           05 SQL-STMT   PIC X(93) VALUE 'UPDATE ACCOUNT_AUDIT SET OLD_V
      -    'ALUE = ?,NEW_VALUE = ? WHERE ACCOUNT_ID = ? AND FIELD_NAME =
      -    ' ?;'.
      **********************************************************************
      *> Text of every note on the account.
       01 SQL-STMT-55.
           05 SQL-IPTR   POINTER.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 2.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 60.
           05 SQL-STMT   PIC X(60) VALUE 'UPDATE ACCOUNT_NOTES SET NOTE_
      -    'TEXT = ? WHERE ACCOUNT_ID = ?;'.
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

      *> The fixed values personal data is replaced with, sized to
      *> the ACCOUNTS columns. The state and ZIP are placeholders
      *> no real address uses.
       01  ws-erased-account.
           05  ws-erased-first-name         pic x(15) value "ERASED".
           05  ws-erased-last-name          pic x(20) value "ERASED".
           05  ws-erased-phone              pic x(10)
                                            value "0000000000".
           05  ws-erased-street             pic x(25) value "ERASED".
           05  ws-erased-city               pic x(15) value "ERASED".
           05  ws-erased-state              pic x(2) value "XX".
           05  ws-erased-zip                pic x(5) value "00000".
       01  ws-erased-note-text              pic x(60) value "ERASED".

      *> Audit FIELD_NAMEs whose before/after values are personal
      *> data, and the value each is replaced with, matching what
      *> the ACCOUNTS column now holds. Other audit rows (status
      *> flags, merges, approvals, households) carry no personal
      *> data and are kept as they are.
       01  ws-erase-field-values.
           05  filler pic x(20) value "FIRST_NAMEERASED    ".
           05  filler pic x(20) value "LAST_NAME ERASED    ".
           05  filler pic x(20) value "PHONE     0000000000".
           05  filler pic x(20) value "STREET    ERASED    ".
           05  filler pic x(20) value "CITY      ERASED    ".
           05  filler pic x(20) value "STATE     XX        ".
           05  filler pic x(20) value "ZIP       00000     ".
           05  filler pic x(20) value "NAME_RSN  ERASED    ".
       01  ws-erase-field-table redefines ws-erase-field-values.
           05  ws-erase-field               occurs 8 times
                                            indexed by ws-erase-idx.
               10  ws-erase-field-name      pic x(10).
               10  ws-erase-field-value     pic x(10).

      *> One entry per request card, in card order. The record
      *> counts are filled in as each table and file is rewritten
      *> and printed on the certificate.
       01  ws-request-max                   pic 999 value 200.
       01  ws-request-count                 pic 999 value 0.
       01  ws-request-table.
           05  ws-request                   occurs 200 times
                                            indexed by ws-req-idx
                                                       ws-dup-idx.
               10  ws-req-account-id        pic 9(5).
               10  ws-req-request-ref       pic x(12).
               10  ws-req-authorized-by     pic x(8).
               10  ws-req-status            pic x.
                   88  ws-req-pending       value ' '.
                   88  ws-req-erased        value 'E'.
                   88  ws-req-refused       value 'R'.
               10  ws-req-refusal           pic x(50).
               10  ws-req-on-chase-sw       pic x.
                   88  ws-req-on-chase      value 'Y'.
               10  ws-req-on-file-sw        pic x.
                   88  ws-req-on-file       value 'Y'.
               10  ws-req-accounts-count    pic 9(7).
               10  ws-req-audit-count       pic 9(7).
               10  ws-req-notes-count       pic 9(7).
               10  ws-req-audarch-count     pic 9(7).
               10  ws-req-notarch-count     pic 9(7).
               10  ws-req-extract-count     pic 9(7).

       01  ws-request-file-status           pic xx.
           88  ws-request-file-found        value '00'.
       01  ws-chase-in-file-status          pic xx.
           88  ws-chase-in-file-found       value '00'.
       01  ws-audit-archive-file-status     pic xx.
           88  ws-audit-archive-file-found  value '00'.
       01  ws-notes-archive-file-status     pic xx.
           88  ws-notes-archive-file-found  value '00'.
       01  ws-extract-file-status           pic xx.
           88  ws-extract-file-found        value '00'.

       01  ws-request-eof-sw                pic a value 'N'.
           88  ws-request-eof               value 'Y'.
       01  ws-chase-eof-sw                  pic a value 'N'.
           88  ws-chase-eof                 value 'Y'.
       01  ws-archive-eof-sw                pic a value 'N'.
           88  ws-archive-eof               value 'Y'.

       01  ws-is-connected-sw               pic a value 'N'.
           88  ws-is-connected              value 'Y'.
           88  ws-is-disconnected           value 'N'.

      *> The account in hand and what ACCOUNTS says about it.
       01  ws-account-id                    pic 9(5).
       01  ws-account-is-enabled            pic x.
       01  ws-account-bill-status           pic x.
       01  ws-account-found-sw              pic a value 'N'.
           88  ws-account-found             value 'Y'.

      *> Bind fields for the audit rewrite.
       01  ws-audit-field-name              pic x(10).
       01  ws-audit-value                   pic x(25).

      *> Set when an archive or snapshot record belongs to an
      *> account being erased.
       01  ws-erase-match-sw                pic a value 'N'.
           88  ws-erase-match               value 'Y'.

      *> Run totals for the summary page.
       01  ws-erased-count                  pic 9(5) value 0.
       01  ws-refused-count                 pic 9(5) value 0.
       01  ws-audarch-read-count            pic 9(9) value 0.
       01  ws-notarch-read-count            pic 9(9) value 0.
       01  ws-extract-read-count            pic 9(9) value 0.

      *> Working storage for the print-formatted certificates (same
      *> page conventions as the other ops reports).
       01  ws-current-date                  pic x(21).
       01  ws-run-date                      pic x(10).
       01  ws-completed-timestamp           pic x(19).
       01  ws-report-page-num               pic 9(5) value 1.
       01  ws-cert-title                    pic x(35).

       01  ws-print-line                    pic x(132).

       procedure division.
       main-procedure.
           display space
           display "COBOL SQL Customer Data Erasure"
           display "--------------------------------"
           display space

           move function current-date to ws-current-date
           string
               ws-current-date(5:2) '/'
               ws-current-date(7:2) '/'
               ws-current-date(1:4)
               into ws-run-date
           end-string

           perform read-erasure-requests
           perform read-chase-file

           MOVE 1024 TO SQL-LEN(1)
           CALL 'OCSQL'    USING WS-DB-CONNECTION-STRING
                               SQL-LEN(1)
                               SQLCA
           END-CALL
           perform check-sql-state
           set ws-is-connected to true

           perform varying ws-req-idx from 1 by 1
                   until ws-req-idx > ws-request-count
               perform review-one-request
               if ws-req-pending(ws-req-idx)
                   perform erase-account-rows
               end-if
           end-perform

           CALL 'OCSQLDIS' USING SQLCA END-CALL
           set ws-is-disconnected to true

           perform rewrite-audit-archive
           perform rewrite-notes-archive
           perform rewrite-prior-extract

           move function current-date to ws-current-date
           string
               ws-current-date(1:4) '-'
               ws-current-date(5:2) '-'
               ws-current-date(7:2) ' '
               ws-current-date(9:2) ':'
               ws-current-date(11:2) ':'
               ws-current-date(13:2)
               into ws-completed-timestamp
           end-string

           open output erasure-cert-file

           perform varying ws-req-idx from 1 by 1
                   until ws-req-idx > ws-request-count
               if ws-req-erased(ws-req-idx)
                   perform write-erasure-certificate
               else
                   perform write-refusal-notice
               end-if
           end-perform

           perform write-run-summary

           close erasure-cert-file

           display space
           display "Erasure complete. Requests: " ws-request-count
               "  Erased: " ws-erased-count
               "  Refused: " ws-refused-count
           display space

           if ws-refused-count > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if

           stop run.



      *> Loads every ERASREQ card into the request table. A missing
      *> or empty request file, or more cards than the table holds,
      *> stops the run before anything is touched.
       read-erasure-requests.

           open input erasure-request-file

           if not ws-request-file-found
               display "ERASREQ request file not found."
               move 8 to return-code
               stop run
           end-if

           perform until ws-request-eof
               read erasure-request-file
                   at end
                       move 'Y' to ws-request-eof-sw
                   not at end
                       perform add-request-entry
               end-read
           end-perform

           close erasure-request-file

           if ws-request-count = 0
               display "ERASREQ request file is empty."
               move 8 to return-code
               stop run
           end-if

           display "Erasure requests read: " ws-request-count

           exit paragraph.



      *> Adds one card to the request table. A card with a bad
      *> account ID or no authorizer is carried as refused, so it
      *> still gets a page on ERASCERT.
       add-request-entry.

           if ws-request-count >= ws-request-max
               display "ERASREQ holds more than " ws-request-max
                   " requests - split the file and resubmit."
               move 8 to return-code
               stop run
           end-if

           add 1 to ws-request-count
           set ws-req-idx to ws-request-count

           initialize ws-request(ws-req-idx)
           move erq-request-ref to ws-req-request-ref(ws-req-idx)
           move erq-authorized-by to ws-req-authorized-by(ws-req-idx)
           move 'N' to ws-req-on-chase-sw(ws-req-idx)
           move 'N' to ws-req-on-file-sw(ws-req-idx)

           if erq-account-id is not numeric
                   or erq-account-id-num = 0
               move 0 to ws-req-account-id(ws-req-idx)
               move "ACCOUNT ID ON THE REQUEST IS NOT VALID"
                   to ws-req-refusal(ws-req-idx)
               move 'R' to ws-req-status(ws-req-idx)
               exit paragraph
           end-if

           move erq-account-id-num to ws-req-account-id(ws-req-idx)

           if erq-authorized-by = spaces
               move "NO AUTHORIZING ID ON THE REQUEST"
                   to ws-req-refusal(ws-req-idx)
               move 'R' to ws-req-status(ws-req-idx)
               exit paragraph
           end-if

           perform varying ws-dup-idx from 1 by 1
                   until ws-dup-idx >= ws-req-idx
               if ws-req-account-id(ws-dup-idx) =
                       ws-req-account-id(ws-req-idx)
                   move "REPEATS AN EARLIER REQUEST IN THIS RUN"
                       to ws-req-refusal(ws-req-idx)
                   move 'R' to ws-req-status(ws-req-idx)
               end-if
           end-perform

           exit paragraph.



      *> Marks every requested account that is on the chase file,
      *> i.e. has an export billing has not answered yet. Without
      *> the chase file open billing cannot be ruled out, so the run
      *> stops.
       read-chase-file.

           open input chase-in-file

           if not ws-chase-in-file-found
               display "CHASEIN chase file not found."
               move 8 to return-code
               stop run
           end-if

           perform until ws-chase-eof
               read chase-in-file
                   at end
                       move 'Y' to ws-chase-eof-sw
                   not at end
                       perform varying ws-req-idx from 1 by 1
                               until ws-req-idx > ws-request-count
                           if ws-req-account-id(ws-req-idx) =
                                   cin-account-id
                               move 'Y'
                                   to ws-req-on-chase-sw(ws-req-idx)
                           end-if
                       end-perform
               end-read
           end-perform

           close chase-in-file

           exit paragraph.



      *> Decides whether the request in hand may go ahead: the
      *> account must be disabled (or already deleted) and have
      *> nothing open with billing.
       review-one-request.

           if not ws-req-pending(ws-req-idx)
               exit paragraph
           end-if

           move ws-req-account-id(ws-req-idx) to ws-account-id
           perform fetch-account-status

           move ws-account-found-sw to ws-req-on-file-sw(ws-req-idx)

           evaluate true
               when ws-req-on-file(ws-req-idx)
                       and ws-account-is-enabled = 'Y'
                   move "ACCOUNT IS STILL ENABLED"
                       to ws-req-refusal(ws-req-idx)
                   move 'R' to ws-req-status(ws-req-idx)
               when ws-req-on-file(ws-req-idx)
                       and ws-account-bill-status = 'R'
                   move "BILLING REJECTION STILL OPEN (BILL_STATUS R)"
                       to ws-req-refusal(ws-req-idx)
                   move 'R' to ws-req-status(ws-req-idx)
               when ws-req-on-chase(ws-req-idx)
                   move "EXPORT STILL AWAITING BILLING'S RESPONSE"
                       to ws-req-refusal(ws-req-idx)
                   move 'R' to ws-req-status(ws-req-idx)
           end-evaluate

           exit paragraph.



      *> Uses SQL-STMT-52 to read the account's enabled flag and
      *> billing status, noting whether the account is still on
      *> ACCOUNTS at all.
       fetch-account-status.

           move space to ws-account-is-enabled
           move space to ws-account-bill-status

           move ws-account-id to sql-var-0001
           SET SQL-ADDR(1) TO ADDRESS OF
             SQL-VAR-0001
           MOVE '3' TO SQL-TYPE(1)
           MOVE 3 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
           MOVE 1 TO SQL-COUNT
           IF SQL-PREP OF SQL-STMT-52 = 'N'
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-52
                                   SQLCA
           END-IF
           CALL 'OCSQLOCU' USING SQL-STMT-52
                               SQLCA
           END-CALL

           perform check-sql-state

           SET SQL-ADDR(1) TO ADDRESS OF
             WS-ACCOUNT-IS-ENABLED
           MOVE 'X' TO SQL-TYPE(1)
           MOVE 1 TO SQL-LEN(1)
           SET SQL-ADDR(2) TO ADDRESS OF
             WS-ACCOUNT-BILL-STATUS
           MOVE 'X' TO SQL-TYPE(2)
           MOVE 1 TO SQL-LEN(2)
           MOVE 2 TO SQL-COUNT
           CALL 'OCSQLFTC' USING SQLV
                               SQL-STMT-52
                               SQLCA
           perform check-sql-state

           if SQL-NODATA
               move 'N' to ws-account-found-sw
           else
               move 'Y' to ws-account-found-sw
           end-if

           CALL 'OCSQLCCU' USING SQL-STMT-52
                               SQLCA
           perform check-sql-state

           exit paragraph.



      *> Erases the account's rows on ACCOUNTS, ACCOUNT_AUDIT and
      *> ACCOUNT_NOTES, keeping the row counts for the certificate.
       erase-account-rows.

           move ws-req-account-id(ws-req-idx) to ws-account-id

           if ws-req-on-file(ws-req-idx)
               perform erase-account-row
               move SQLERRD(3) to ws-req-accounts-count(ws-req-idx)
           end-if

           perform varying ws-erase-idx from 1 by 1
                   until ws-erase-idx > 8
               move ws-erase-field-name(ws-erase-idx)
                   to ws-audit-field-name
               move ws-erase-field-value(ws-erase-idx)
                   to ws-audit-value
               perform erase-audit-rows
               add SQLERRD(3) to ws-req-audit-count(ws-req-idx)
           end-perform

           perform erase-note-rows
           move SQLERRD(3) to ws-req-notes-count(ws-req-idx)

           move 'E' to ws-req-status(ws-req-idx)
           add 1 to ws-erased-count

           display "Erased account " ws-account-id
               "  ACCOUNTS: " ws-req-accounts-count(ws-req-idx)
               "  ACCOUNT_AUDIT: " ws-req-audit-count(ws-req-idx)
               "  ACCOUNT_NOTES: " ws-req-notes-count(ws-req-idx)

           exit paragraph.



      *> Uses SQL-STMT-53 to replace the personal columns of the
      *> account's ACCOUNTS row.
       erase-account-row.

           SET SQL-ADDR(1) TO ADDRESS OF
             WS-ERASED-FIRST-NAME
           MOVE 'X' TO SQL-TYPE(1)
           MOVE 15 TO SQL-LEN(1)
           SET SQL-ADDR(2) TO ADDRESS OF
             WS-ERASED-LAST-NAME
           MOVE 'X' TO SQL-TYPE(2)
           MOVE 20 TO SQL-LEN(2)
           SET SQL-ADDR(3) TO ADDRESS OF
             WS-ERASED-PHONE
           MOVE 'X' TO SQL-TYPE(3)
           MOVE 10 TO SQL-LEN(3)
           SET SQL-ADDR(4) TO ADDRESS OF
             WS-ERASED-STREET
           MOVE 'X' TO SQL-TYPE(4)
           MOVE 25 TO SQL-LEN(4)
           SET SQL-ADDR(5) TO ADDRESS OF
             WS-ERASED-CITY
           MOVE 'X' TO SQL-TYPE(5)
           MOVE 15 TO SQL-LEN(5)
           SET SQL-ADDR(6) TO ADDRESS OF
             WS-ERASED-STATE
           MOVE 'X' TO SQL-TYPE(6)
           MOVE 2 TO SQL-LEN(6)
           SET SQL-ADDR(7) TO ADDRESS OF
             WS-ERASED-ZIP
           MOVE 'X' TO SQL-TYPE(7)
           MOVE 5 TO SQL-LEN(7)
           move ws-account-id to sql-var-0001
           SET SQL-ADDR(8) TO ADDRESS OF
             SQL-VAR-0001
           MOVE '3' TO SQL-TYPE(8)
           MOVE 3 TO SQL-LEN(8)
               MOVE X'00' TO SQL-PREC(8)
           MOVE 8 TO SQL-COUNT
           IF SQL-PREP OF SQL-STMT-53 = 'N'
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-53
                                   SQLCA
           END-IF
           CALL 'OCSQLEXE' USING SQLV
                               SQL-STMT-53
                               SQLCA
           END-CALL

           perform check-sql-state

           exit paragraph.



      *> Uses SQL-STMT-54 to replace the before/after values of the
      *> account's audit rows for ws-audit-field-name.
       erase-audit-rows.

           SET SQL-ADDR(1) TO ADDRESS OF
             WS-AUDIT-VALUE
           MOVE 'X' TO SQL-TYPE(1)
           MOVE 25 TO SQL-LEN(1)
           SET SQL-ADDR(2) TO ADDRESS OF
             WS-AUDIT-VALUE
           MOVE 'X' TO SQL-TYPE(2)
           MOVE 25 TO SQL-LEN(2)
           move ws-account-id to sql-var-0001
           SET SQL-ADDR(3) TO ADDRESS OF
             SQL-VAR-0001
           MOVE '3' TO SQL-TYPE(3)
           MOVE 3 TO SQL-LEN(3)
               MOVE X'00' TO SQL-PREC(3)
           SET SQL-ADDR(4) TO ADDRESS OF
             WS-AUDIT-FIELD-NAME
           MOVE 'X' TO SQL-TYPE(4)
           MOVE 10 TO SQL-LEN(4)
           MOVE 4 TO SQL-COUNT
           IF SQL-PREP OF SQL-STMT-54 = 'N'
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-54
                                   SQLCA
           END-IF
           CALL 'OCSQLEXE' USING SQLV
                               SQL-STMT-54
                               SQLCA
           END-CALL

           perform check-sql-state

           exit paragraph.



      *> Uses SQL-STMT-55 to replace the text of every note on the
      *> account.
       erase-note-rows.

           SET SQL-ADDR(1) TO ADDRESS OF
             WS-ERASED-NOTE-TEXT
           MOVE 'X' TO SQL-TYPE(1)
           MOVE 60 TO SQL-LEN(1)
           move ws-account-id to sql-var-0001
           SET SQL-ADDR(2) TO ADDRESS OF
             SQL-VAR-0001
           MOVE '3' TO SQL-TYPE(2)
           MOVE 3 TO SQL-LEN(2)
               MOVE X'00' TO SQL-PREC(2)
           MOVE 2 TO SQL-COUNT
           IF SQL-PREP OF SQL-STMT-55 = 'N'
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-55
                                   SQLCA
           END-IF
           CALL 'OCSQLEXE' USING SQLV
                               SQL-STMT-55
                               SQLCA
           END-CALL

           perform check-sql-state

           exit paragraph.



      *> Copies AUDARCH to AUDARCHN record for record, replacing the
      *> personal before/after values of the erased accounts.
       rewrite-audit-archive.

           open input audit-archive-file

           if not ws-audit-archive-file-found
               display "AUDARCH audit archive could not be opened."
               move 8 to return-code
               stop run
           end-if

           open output audit-archive-new-file

           move 'N' to ws-archive-eof-sw
           perform until ws-archive-eof
               read audit-archive-file
                   at end
                       move 'Y' to ws-archive-eof-sw
                   not at end
                       add 1 to ws-audarch-read-count
                       move aar-account-id to ws-account-id
                       perform find-erased-request
                       if ws-erase-match
                           perform erase-audit-archive-record
                       end-if
                       write audit-archive-new-record
                           from audit-archive-record
               end-read
           end-perform

           close audit-archive-file
           close audit-archive-new-file

           display "Audit archive records copied: "
               ws-audarch-read-count

           exit paragraph.



      *> Replaces the before/after values of one archived audit row
      *> when its field is one of the personal fields.
       erase-audit-archive-record.

           set ws-erase-idx to 1
           search ws-erase-field
               when ws-erase-field-name(ws-erase-idx) = aar-field-name
                   move ws-erase-field-value(ws-erase-idx)
                       to aar-old-value
                   move ws-erase-field-value(ws-erase-idx)
                       to aar-new-value
                   add 1 to ws-req-audarch-count(ws-req-idx)
           end-search

           exit paragraph.



      *> Copies NOTARCH to NOTARCHN record for record, replacing the
      *> note text of the erased accounts.
       rewrite-notes-archive.

           open input notes-archive-file

           if not ws-notes-archive-file-found
               display "NOTARCH notes archive could not be opened."
               move 8 to return-code
               stop run
           end-if

           open output notes-archive-new-file

           move 'N' to ws-archive-eof-sw
           perform until ws-archive-eof
               read notes-archive-file
                   at end
                       move 'Y' to ws-archive-eof-sw
                   not at end
                       add 1 to ws-notarch-read-count
                       move nar-account-id to ws-account-id
                       perform find-erased-request
                       if ws-erase-match
                           move ws-erased-note-text to nar-note-text
                           add 1 to ws-req-notarch-count(ws-req-idx)
                       end-if
                       write notes-archive-new-record
                           from notes-archive-record
               end-read
           end-perform

           close notes-archive-file
           close notes-archive-new-file

           display "Notes archive records copied: "
               ws-notarch-read-count

           exit paragraph.



      *> Copies the prior extract snapshot to EXTPRIN, replacing
      *> the personal fields of the erased accounts with the values
      *> now on ACCOUNTS, so tonight's compare finds them unchanged.
       rewrite-prior-extract.

           open input extract-prior-file

           if not ws-extract-file-found
               display "EXTPRIOR extract snapshot could not be opened."
               move 8 to return-code
               stop run
           end-if

           open output extract-prior-new-file

           move 'N' to ws-archive-eof-sw
           perform until ws-archive-eof
               read extract-prior-file
                   at end
                       move 'Y' to ws-archive-eof-sw
                   not at end
                       add 1 to ws-extract-read-count
                       move pri-account-id to ws-account-id
                       perform find-erased-request
                       if ws-erase-match
                           perform erase-extract-record
                       end-if
                       write extract-prior-new-record
                           from extract-prior-record
               end-read
           end-perform

           close extract-prior-file
           close extract-prior-new-file

           display "Extract snapshot records copied: "
               ws-extract-read-count

           exit paragraph.



      *> Replaces the personal fields of one snapshot record.
       erase-extract-record.

           move ws-erased-first-name to pri-first-name
           move ws-erased-last-name to pri-last-name
           move ws-erased-phone to pri-phone
           move ws-erased-street to pri-street
           move ws-erased-city to pri-city
           move ws-erased-state to pri-state
           move ws-erased-zip to pri-zip
           add 1 to ws-req-extract-count(ws-req-idx)

           exit paragraph.



      *> Looks ws-account-id up among the requests erased this run,
      *> leaving ws-req-idx on the matching entry.
       find-erased-request.

           move 'N' to ws-erase-match-sw

           set ws-req-idx to 1
           search ws-request
               at end
                   move 'N' to ws-erase-match-sw
               when ws-req-idx > ws-request-count
                   move 'N' to ws-erase-match-sw
               when ws-req-account-id(ws-req-idx) = ws-account-id
                       and ws-req-erased(ws-req-idx)
                   move 'Y' to ws-erase-match-sw
           end-search

           exit paragraph.



      *> Prints the completion certificate for one erased account:
      *> every table and file the job rewrote, with the number of
      *> records changed in each, signed off with the authorizer's
      *> ID and the time the rewrite finished.
       write-erasure-certificate.

           move "DATA ERASURE COMPLETION CERTIFICATE" to ws-cert-title
           perform write-certificate-header

           move spaces to ws-print-line
           string
               "TABLE / FILE                                  "
               "RECORDS ERASED"
               into ws-print-line
           end-string
           write erasure-cert-record from ws-print-line
               after advancing 2 lines

           move spaces to ws-print-line
           if ws-req-on-file(ws-req-idx)
               string
                   "ACCOUNTS                                      "
                   ws-req-accounts-count(ws-req-idx)
                   into ws-print-line
               end-string
           else
               string
                   "ACCOUNTS                                      "
                   ws-req-accounts-count(ws-req-idx)
                   "   (ACCOUNT ALREADY DELETED)"
                   into ws-print-line
               end-string
           end-if
           write erasure-cert-record from ws-print-line
               after advancing 1 lines

           move spaces to ws-print-line
           string
               "ACCOUNT_AUDIT (OLD_VALUE/NEW_VALUE)           "
               ws-req-audit-count(ws-req-idx)
               into ws-print-line
           end-string
           write erasure-cert-record from ws-print-line
               after advancing 1 lines

           move spaces to ws-print-line
           string
               "ACCOUNT_NOTES (NOTE_TEXT)                     "
               ws-req-notes-count(ws-req-idx)
               into ws-print-line
           end-string
           write erasure-cert-record from ws-print-line
               after advancing 1 lines

           move spaces to ws-print-line
           string
               "AUDARCH  AUDIT ARCHIVE (SQLAUDPG)             "
               ws-req-audarch-count(ws-req-idx)
               into ws-print-line
           end-string
           write erasure-cert-record from ws-print-line
               after advancing 1 lines

           move spaces to ws-print-line
           string
               "NOTARCH  NOTES ARCHIVE (SQLNOTPG)             "
               ws-req-notarch-count(ws-req-idx)
               into ws-print-line
           end-string
           write erasure-cert-record from ws-print-line
               after advancing 1 lines

           move spaces to ws-print-line
           string
               "EXTPRIOR PRIOR EXTRACT SNAPSHOT (SQLEXTCP)    "
               ws-req-extract-count(ws-req-idx)
               into ws-print-line
           end-string
           write erasure-cert-record from ws-print-line
               after advancing 1 lines

           move spaces to ws-print-line
           string
               "NAME, PHONE, STREET, CITY, STATE, ZIP, NAME-CHANGE "
               "REASON AND NOTE TEXT REPLACED WITH FIXED VALUES."
               into ws-print-line
           end-string
           write erasure-cert-record from ws-print-line
               after advancing 2 lines

           move spaces to ws-print-line
           string
               "ACCOUNT ID, DATES, CHANGED_BY AND CREATED_BY KEPT; "
               "NO ROWS ADDED OR REMOVED."
               into ws-print-line
           end-string
           write erasure-cert-record from ws-print-line
               after advancing 1 lines

           move spaces to ws-print-line
           string
               "-------------------------------------------------------"
               into ws-print-line
           end-string
           write erasure-cert-record from ws-print-line
               after advancing 2 lines

           move spaces to ws-print-line
           string
               "ERASURE COMPLETED BY SQLERASE: "
               ws-completed-timestamp
               into ws-print-line
           end-string
           write erasure-cert-record from ws-print-line
               after advancing 1 lines

           move spaces to ws-print-line
           string
               "SIGNED OFF BY: " ws-req-authorized-by(ws-req-idx)
               into ws-print-line
           end-string
           write erasure-cert-record from ws-print-line
               after advancing 1 lines

           exit paragraph.



      *> Prints the page for a refused request, with the reason.
      *> Nothing was changed for it.
       write-refusal-notice.

           move "DATA ERASURE REQUEST REFUSED" to ws-cert-title
           perform write-certificate-header

           move spaces to ws-print-line
           string
               "REASON: " ws-req-refusal(ws-req-idx)
               into ws-print-line
           end-string
           write erasure-cert-record from ws-print-line
               after advancing 2 lines

           move spaces to ws-print-line
           string
               "NO TABLE OR FILE WAS CHANGED FOR THIS REQUEST. CORRECT "
               "THE CAUSE AND RESUBMIT THE REQUEST."
               into ws-print-line
           end-string
           write erasure-cert-record from ws-print-line
               after advancing 1 lines

           add 1 to ws-refused-count

           exit paragraph.



      *> Starts a new page headed with ws-cert-title, the run date
      *> and page number, then the request's particulars.
       write-certificate-header.

           move spaces to ws-print-line
           string
               ws-cert-title
               "     RUN DATE: " ws-run-date
               "     PAGE: " ws-report-page-num
               into ws-print-line
           end-string

           if ws-report-page-num = 1
               write erasure-cert-record from ws-print-line
                   after advancing 1 lines
           else
               write erasure-cert-record from ws-print-line
                   after advancing page
           end-if

           move spaces to ws-print-line
           string
               "ACCOUNT ID:     " ws-req-account-id(ws-req-idx)
               into ws-print-line
           end-string
           write erasure-cert-record from ws-print-line
               after advancing 2 lines

           move spaces to ws-print-line
           string
               "REQUEST REF:    " ws-req-request-ref(ws-req-idx)
               into ws-print-line
           end-string
           write erasure-cert-record from ws-print-line
               after advancing 1 lines

           move spaces to ws-print-line
           string
               "AUTHORIZED BY:  " ws-req-authorized-by(ws-req-idx)
               into ws-print-line
           end-string
           write erasure-cert-record from ws-print-line
               after advancing 1 lines

           add 1 to ws-report-page-num

           exit paragraph.



      *> Last page: the run's totals and the files the JCL copies
      *> back over the archives and the snapshot.
       write-run-summary.

           move spaces to ws-print-line
           string
               "DATA ERASURE RUN SUMMARY"
               "     RUN DATE: " ws-run-date
               "     PAGE: " ws-report-page-num
               into ws-print-line
           end-string
           write erasure-cert-record from ws-print-line
               after advancing page

           move spaces to ws-print-line
           string
               "-------------------------------------------------------"
               into ws-print-line
           end-string
           write erasure-cert-record from ws-print-line
               after advancing 2 lines

           move spaces to ws-print-line
           string
               "REQUESTS: " ws-request-count
               "     ERASED: " ws-erased-count
               "     REFUSED: " ws-refused-count
               into ws-print-line
           end-string
           write erasure-cert-record from ws-print-line
               after advancing 1 lines

           move spaces to ws-print-line
           string
               "RECORDS COPIED - AUDARCH: " ws-audarch-read-count
               "   NOTARCH: " ws-notarch-read-count
               "   EXTPRIOR: " ws-extract-read-count
               into ws-print-line
           end-string
           write erasure-cert-record from ws-print-line
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

      *> A failed run must not look finished: the copy-back steps in
      *> the JCL are skipped on a return code above 4, so a partly
      *> written archive never replaces the real one.
           move 8 to return-code
           stop run
           exit paragraph. *> not reachable, used as paragraph end scope

       end program sql-erasure.
