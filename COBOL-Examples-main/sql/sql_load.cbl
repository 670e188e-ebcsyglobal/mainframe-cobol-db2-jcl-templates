      *> Date: 2026-08-09
      *> Purpose: Non-interactive batch counterpart to sql-example.
      *>          Reads a sequential transaction file of ADD/CHANGE/
      *>          DELETE/MERGE/NAME-CHANGE records keyed on account ID
      *>          (matching the ws-sql-account-record layout) and
      *>          applies each one to ACCOUNTS, so bulk-maintenance
      *>          files from other departments can be loaded without
      *>          going through the interactive menu one row at a time.
      *>
      *>          Phone/address input is validated with ACCTVAL exactly
      *>          like the interactive add/update paths, and every
      *>          calendar-watching and applying them by hand on the
      *>          right day.
      *>
      *>          Deletes and merges are not applied here. They are
      *>          written to the APPROVAL_QUEUE table stamped with the
      *>          operator who asked for them, and only take effect
      *>          once a different operator approves them from
      *>          sql-example's review option - a merge cannot be
      *>          undone short of a manual rebuild, so no single
      *>          person or file may trigger one. Disables taken in
      *>          sql-example's offline mode are queued the same way,
      *>          stamped with the operator who captured them, just
      *>          as an online disable is.
      *>
      *>          Restartable: every ws-checkpoint-interval
      *>          transactions the count processed so far is written
      *>          to a checkpoint file, so a job that abends partway
      *>          through a large transaction file can resume instead
      *>          of reapplying everything from the top.
      *>
      *>          The completed checkpoint also carries the number of
      *>          accounts added and ACCOUNT_AUDIT rows written, the
      *>          control totals the nightly balancing job (SQLBAL)
      *>          foots against the table itself. A restart counts
      *>          both afresh from the tables, since the first
      *>          attempt's start, rather than trusting the last
      *>          checkpoint, which can be up to an interval behind
      *>          what the abended attempt had already written.
      *>
      *> Note: WORKING-STORAGE SECTION header as well as SQL related
      *>       statements must be in uppercase for the esqlOC precompile
      *>       to pick them up and process them.
      *> One transaction per input record: an action code followed by
      *> the fields needed to apply it. ADD uses every field except
      *> the account ID, which the system assigns itself (next free
      *> ID); CHANGE uses phone/address/is-enabled (with only the
      *> phone filled in, the rest stay as they are, and a prior
      *> phone, when given, must still be the one on file; with only
      *> the enabled flag filled in, the status alone changes, and
      *> an activity date, when given, must have seen no change or
      *> note on the account since); DELETE only needs the ID;
      *> MERGE folds atx-account-id into atx-merge-into-id (probable
      *> pairs come off the SQLDUPSC duplicate report). STATUS is a
      *> disable requested from the menu's offline mode. DELETE,
      *> MERGE and STATUS are queued for approval, not applied, and
      *> carry the ID of the operator who asked for them in place
      *> of the contact fields.
      *> NAME-CHANGE carries the new first/last name, and in place of
      *> the contact fields (which it never touches) the reason or
      *> supporting-document reference that goes on the audit trail,
      *> so the record length - and every file built from this
      *> layout - stays the same.
       FD  acct-txn-file.
       01  acct-txn-record.
           05  atx-code                      pic x.
               88  atx-is-change             value 'C'.
               88  atx-is-delete             value 'D'.
               88  atx-is-merge              value 'M'.
               88  atx-is-name-change        value 'N'.
               88  atx-is-status-request     value 'S'.
           05  atx-account-id                pic 9(5).
           05  atx-first-name                pic x(15).
           05  atx-last-name                 pic x(20).
           05  atx-contact-fields.
               10  atx-phone                 pic x(10).
               10  atx-street                pic x(25).
               10  atx-city                  pic x(15).
               10  atx-state                 pic x(2).
               10  atx-zip                   pic x(5).
           05  atx-name-change-fields redefines atx-contact-fields.
               10  atx-name-reason           pic x(25).
               10  filler                    pic x(32).
           05  atx-phone-change-fields redefines atx-contact-fields.
               10  filler                    pic x(10).
               10  atx-prior-phone           pic x(10).
               10  atx-phone-change-rest     pic x(37).
           05  atx-status-change-fields redefines atx-contact-fields.
               10  filler                    pic x(10).
               10  atx-activity-since        pic x(10).
               10  filler                    pic x(37).
           05  atx-status-request-fields redefines atx-contact-fields.
               10  atx-requested-by          pic x(8).
               10  filler                    pic x(49).
           05  atx-is-enabled                pic x.
           05  atx-merge-into-id             pic 9(5).
      *> Blank applies tonight; a future YYYY-MM-DD date holds the

      *> Rewritten every ws-checkpoint-interval transactions so a
      *> restart can skip the transactions this job already applied.
      *> The add and audit-row totals and the first attempt's start
      *> follow the status byte, so a checkpoint written before they
      *> existed still reads.
       FD  acct-load-checkpoint-file.
       01  acct-load-checkpoint-record.
           05  alckp-txn-count               pic 9(7).
           05  alckp-status                  pic x.
               88  alckp-in-progress         value 'I'.
               88  alckp-complete            value 'C'.
           05  alckp-added-count             pic 9(7).
           05  alckp-audit-row-count         pic 9(7).
           05  alckp-run-start-ts            pic x(20).

      *> Prior run's held transactions, full acct-txn-record images.
       FD  acct-pending-in-file.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 52.
           05 SQL-STMT   PIC X(52) VALUE 'UPDATE ACCOUNTS SET MAIL_STATU
      -    'S = NULL WHERE ID = ?;'.
      **********************************************************************
      *> Name update for the 'N' transaction. Moving MOD_DT sends the
      *> account out on the next delta billing export as a 'C'.
       01 SQL-STMT-31.
           05 SQL-IPTR   POINTER.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 3.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 91.
           05 SQL-STMT   PIC X(91) VALUE 'UPDATE ACCOUNTS SET FIRST_NAME
      -    ' = ?, LAST_NAME = ?, MOD_DT = CURRENT_TIMESTAMP WHERE ID = ?
      -    ';'.
      **********************************************************************
       01 SQL-STMT-5.
           05 SQL-IPTR   POINTER.
           05 SQL-STMT   PIC X(76) VALUE 'UPDATE ACCOUNTS SET IS_ENABLED
      -    ' = ?, MOD_DT = CURRENT_TIMESTAMP WHERE ID = ?;'.
      **********************************************************************
      *> Contact columns come back blank rather than NULL for rows
      *> from before the address split.
       01 SQL-STMT-6.
           05 SQL-IPTR   POINTER.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 1.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 204.
           05 SQL-STMT   PIC X(204) VALUE 'SELECT ID,FIRST_NAME,LAST_NAM
      -    'E,COALESCE(PHONE,'' ''),COALESCE(ADDR_STREET,'' ''),COALESCE
      -    '(ADDR_CITY,'' ''),COALESCE(ADDR_STATE,'' ''),COALESCE(ADDR_Z
      -    'IP,'' ''),IS_ENABLED,CREATE_DT,MOD_DT FROM ACCOUNTS WHERE ID
      -    ' = ?;'.
      **********************************************************************
       01 SQL-STMT-7.
           05 SQL-IPTR   POINTER.
      -    'COUNT_ID,FIELD_NAME,OLD_VALUE,NEW_VALUE,CHANGED_BY,CHANGED_D
      -    'T) VALUES (?,?,?,?,?,CURRENT_TIMESTAMP);'.
      **********************************************************************
      *> Next free approval-queue ID, assigned the same way as the
      *> next free account ID.
       01 SQL-STMT-32.
           05 SQL-IPTR   POINTER.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 0.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 57.
           05 SQL-STMT   PIC X(57) VALUE 'SELECT COALESCE(MAX(QUEUE_ID),
      -    '0) + 1 FROM APPROVAL_QUEUE;'.
      **********************************************************************
      *> Queues a delete ('D') or merge ('M') for a second operator's
      *> approval instead of applying it. The row starts pending
      *> ('P') and is stamped with the requesting job's identity.
       01 SQL-STMT-33.
           05 SQL-IPTR   POINTER.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 5.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 155.
           05 SQL-STMT   PIC X(155) VALUE 'INSERT INTO APPROVAL_QUEUE (Q
      -    'UEUE_ID,ACCOUNT_ID,ACTION_CODE,MERGE_INTO_ID,REQUESTED_BY,RE
      -    'QUESTED_DT,QUEUE_STATUS) VALUES (?,?,?,?,?,CURRENT_TIMESTAMP
      -    ',''P'');'.
      **********************************************************************
      *> Audit rows this job has stamped since a timestamp, and
      *> accounts created since one: on a restart, the control
      *> totals the abended attempt had already written.
       01 SQL-STMT-63.
           05 SQL-IPTR   POINTER.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 2.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 76.
           05 SQL-STMT   PIC X(76) VALUE 'SELECT COUNT(*) FROM ACCOUNT_A
      -    'UDIT WHERE CHANGED_BY = ? AND CHANGED_DT >= ?;'.
      **********************************************************************
       01 SQL-STMT-64.
           05 SQL-IPTR   POINTER.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 1.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 51.
           05 SQL-STMT   PIC X(51) VALUE 'SELECT COUNT(*) FROM ACCOUNTS 
      -    'WHERE CREATE_DT >= ?;'.
      **********************************************************************
      *> Activity on one account since the dormancy cutoff, counted
      *> the way the dormancy review counts it: any audit row but a
      *> household link, and any note.
       01 SQL-STMT-65.
           05 SQL-IPTR   POINTER.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 4.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 195.
           05 SQL-STMT   PIC X(195) VALUE 'SELECT (SELECT COUNT(*) FROM 
      -    'ACCOUNT_AUDIT WHERE ACCOUNT_ID = ? AND CHANGED_DT >= ? AND F
      -    'IELD_NAME <> ''HOUSEHOLD'') + (SELECT COUNT(*) FROM ACCOUNT_
      -    'NOTES WHERE ACCOUNT_ID = ? AND CREATED_DT >= ?);'.
      **********************************************************************
      *> Next free account ID for the 'A' path, so the system assigns
      *> IDs itself instead of the submitting department inventing
      *******          PRECOMPILER-GENERATED VARIABLES               *******
       01 SQLV-GEN-VARS.
           05 SQL-VAR-0001  PIC S9(5) COMP-3.
           05 SQL-VAR-0002  PIC S9(5) COMP-3.
           05 SQL-VAR-0003  PIC S9(5) COMP-3.
           05 SQL-VAR-0004  PIC S9(7) COMP-3.
      **********************************************************************
      *******       END OF PRECOMPILER-GENERATED VARIABLES           *******
      **********************************************************************
       01  ws-applied-count                 pic 9(7) value 0.
       01  ws-rejected-count                pic 9(7) value 0.

      *> Control totals for the balancing job: accounts added, and
      *> rows written to ACCOUNT_AUDIT, by this run.
       01  ws-added-count                   pic 9(7) value 0.
       01  ws-audit-row-count               pic 9(7) value 0.

      *> When this run began - the first attempt's start, carried on
      *> the checkpoint through any restart, the same point SQLBAL
      *> measures the run window from.
       01  ws-run-start-ts                  pic x(20) value spaces.

      *> Effective-date holding. ws-today is this run's date in the
      *> same YYYY-MM-DD form the effective date carries, so coming
      *> due is a plain compare.
       01  ws-found-sw                      pic a value 'N'.
           88  ws-was-found                 value 'Y'.

      *> A dormancy disable's activity cutoff as a start-of-day
      *> timestamp, and the activity found on the account since.
       01  ws-activity-since-ts             pic x(20).
       01  ws-activity-count                pic 9(7).

       01  ws-audit-account-id              pic 9(5).
       01  ws-audit-field-name              pic x(10).
       01  ws-audit-old-value               pic x(25).
      *> current 'A' transaction.
       01  ws-assigned-account-id           pic 9(5).

      *> Approval-queue request being written for the current 'D',
      *> 'M' or 'S' transaction, and the count queued this run. The
      *> request is stamped with the operator the transaction names,
      *> so that operator cannot approve it.
       01  ws-queue-id                      pic 9(5).
       01  ws-queue-action-code             pic x.
       01  ws-queue-merge-into-id           pic 9(5).
       01  ws-queue-requested-by            pic x(8).
       01  ws-queued-count                  pic 9(7) value 0.

      *> Used by write-load-reject-record to date-stamp each reject
      *> for the aging report.
       01  ws-current-date                  pic x(21).

           perform read-checkpoint

           if ws-is-restart
               perform recount-load-totals
           end-if

           move function current-date to ws-current-date
           move spaces to ws-today
           string
               "  Rejected: " ws-rejected-count
               "  Held: " ws-held-count
               "  Released: " ws-released-count
           display "Queued for approval: " ws-queued-count
           display "Accounts added: " ws-added-count
               "  Audit rows written: " ws-audit-row-count
           display space

           stop run.

      *> Reads LOADCHK, if it exists and shows an in-progress run, so
      *> this run can skip the transactions already applied by a
      *> previous attempt instead of reapplying them, and carries on
      *> from the first attempt's start.
       read-checkpoint.

           move 'N' to ws-is-restart-sw
                               to ws-rejected-count
                           move alckp-released-count
                               to ws-skip-released
                           if alckp-added-count is numeric
                               move alckp-added-count
                                   to ws-added-count
                           end-if
                           if alckp-audit-row-count is numeric
                               move alckp-audit-row-count
                                   to ws-audit-row-count
                           end-if
                           move alckp-run-start-ts
                               to ws-run-start-ts
                           move 'Y' to ws-is-restart-sw
                       end-if
               end-read



      *> Counts the accounts added and audit rows written since the
      *> first attempt began, using SQL-STMT-64 and SQL-STMT-63.
      *> Transactions applied after the last interval checkpoint
      *> had already committed their rows when the attempt abended,
      *> and replaying them writes none again, so the checkpoint's
      *> own totals would come up short against SQLBAL's count. A
      *> checkpoint from before the start was carried keeps its own
      *> totals.
       recount-load-totals.

           if ws-run-start-ts = spaces
               exit paragraph
           end-if

           SET SQL-ADDR(1) TO ADDRESS OF
             WS-JOB-USER
           MOVE 'X' TO SQL-TYPE(1)
           MOVE 8 TO SQL-LEN(1)
           SET SQL-ADDR(2) TO ADDRESS OF
             WS-RUN-START-TS
           MOVE 'X' TO SQL-TYPE(2)
           MOVE 20 TO SQL-LEN(2)
           MOVE 2 TO SQL-COUNT
           IF SQL-PREP OF SQL-STMT-63 = 'N'
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-63
                                   SQLCA
           END-IF
           CALL 'OCSQLOCU' USING SQL-STMT-63
                               SQLCA
           END-CALL

           perform check-sql-state

           SET SQL-ADDR(1) TO ADDRESS OF
             SQL-VAR-0004
           MOVE '3' TO SQL-TYPE(1)
           MOVE 4 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
           MOVE 1 TO SQL-COUNT
           CALL 'OCSQLFTC' USING SQLV
                               SQL-STMT-63
                               SQLCA
           perform check-sql-state

           if not SQL-NODATA
               move sql-var-0004 to ws-audit-row-count
           end-if

           CALL 'OCSQLCCU' USING SQL-STMT-63
                               SQLCA
           perform check-sql-state

           SET SQL-ADDR(1) TO ADDRESS OF
             WS-RUN-START-TS
           MOVE 'X' TO SQL-TYPE(1)
           MOVE 20 TO SQL-LEN(1)
           MOVE 1 TO SQL-COUNT
           IF SQL-PREP OF SQL-STMT-64 = 'N'
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-64
                                   SQLCA
           END-IF
           CALL 'OCSQLOCU' USING SQL-STMT-64
                               SQLCA
           END-CALL

           perform check-sql-state

           SET SQL-ADDR(1) TO ADDRESS OF
             SQL-VAR-0004
           MOVE '3' TO SQL-TYPE(1)
           MOVE 4 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
           MOVE 1 TO SQL-COUNT
           CALL 'OCSQLFTC' USING SQLV
                               SQL-STMT-64
                               SQLCA
           perform check-sql-state

           if not SQL-NODATA
               move sql-var-0004 to ws-added-count
           end-if

           CALL 'OCSQLCCU' USING SQL-STMT-64
                               SQLCA
           perform check-sql-state

           display "Control totals recounted since " ws-run-start-ts
               " - added: " ws-added-count
               "  audit rows: " ws-audit-row-count

           exit paragraph.



      *> Reads past the ws-skip-count transactions already processed
      *> by a previous attempt at this run. Future-dated ones among
      *> them are held again rather than discarded - the pending file
               when atx-is-change
                   perform apply-change-transaction
               when atx-is-delete
                   perform queue-delete-transaction
               when atx-is-merge
                   perform queue-merge-transaction
               when atx-is-name-change
                   perform apply-name-change-transaction
               when atx-is-status-request
                   perform queue-status-request
               when other
                   move atx-code to alr-code
                   move "Unknown transaction code" to alr-reason



      *> Prints the hold/release totals and the approval-queue count.
       write-hold-report-footer.

           move spaces to ws-hold-line
           end-string
           write hold-report-record from ws-hold-line

           move spaces to ws-hold-line
           string
               "DELETES/MERGES QUEUED FOR APPROVAL: " ws-queued-count
               into ws-hold-line
           end-string
           write hold-report-record from ws-hold-line

           exit paragraph.


           end-perform

           add 1 to ws-applied-count
           add 1 to ws-added-count

      *> An insert replayed after an abend would land under a fresh
      *> system-assigned ID and duplicate the customer, so every

      *> Validates and applies a 'C' transaction against the existing
      *> row, updating phone/address and is-enabled and logging
      *> whichever fields actually changed. Only what changes is
      *> validated: a status-only or phone-only change leaves the
      *> address as it stands, so an older row whose address would
      *> not pass ACCTVAL (blank, or from before ZIPREF) can still be
      *> disabled or have its phone changed. Enables taken in the
      *> menu's offline mode arrive here as 'C's and apply at once,
      *> as they do online; offline disables arrive as 'S' and are
      *> queued for approval instead (queue-status-request), while
      *> the dormancy review's status-only 'C' disables apply
      *> directly unless the account has come back to life.
       apply-change-transaction.

           perform fetch-account-by-id

           if not ws-was-found
               move 'C' to alr-code
               move "Account not found" to alr-reason
               perform write-load-reject-record
               exit paragraph
           end-if

      *> A phone-only 'C' (city, state, ZIP and enabled flag blank,
      *> and the street blank apart from an optional prior phone)
      *> changes the phone alone: the blanks are filled from the row
      *> as it stands when the transaction is applied. The area-code
      *> split job writes these to be held until the cutover date,
      *> and a full-row image taken weeks ahead would put back any
      *> address or status change made in between. A full 'C'
      *> always carries a Y or N enabled flag, so it can never be
      *> mistaken for one. The prior phone is the number the change
      *> was worked out from; if the customer has changed it since,
      *> the new number would put back their old local number, so
      *> the change is rejected instead. Already carrying the new
      *> number (the same change loaded twice) is no change at all.
           if atx-phone not = spaces
                   and atx-phone-change-rest = spaces
                   and atx-is-enabled = space
               if atx-prior-phone not = spaces
                       and ws-sql-account-phone not = atx-prior-phone
                       and ws-sql-account-phone not = atx-phone
                   move 'C' to alr-code
                   move "Phone changed since area split generated"
                       to alr-reason
                   perform write-load-reject-record
                   exit paragraph
               end-if
               move ws-sql-account-street to atx-street
               move ws-sql-account-city to atx-city
               move ws-sql-account-state to atx-state
               move ws-sql-account-zip to atx-zip
               move ws-sql-account-is-enabled to atx-is-enabled
           end-if

      *> A status-only 'C' (every contact field blank, the street
      *> apart from an optional activity date, and the enabled flag
      *> filled in) changes the status alone, and its blanks are
      *> filled from the row the same way. The dormancy review
      *> writes these, and the load reads them after the night's
      *> other maintenance, so a full-row image would undo any
      *> contact change made since the review. The activity date is
      *> the review's dormancy cutoff: an account with an audit row
      *> or a note since then is no longer dormant - it would have
      *> dropped off the list had the review run tonight - so its
      *> disable is rejected instead.
           if atx-phone = spaces
                   and atx-phone-change-rest = spaces
                   and atx-is-enabled not = space
               if atx-activity-since not = spaces
                       and atx-is-enabled
                           not = ws-sql-account-is-enabled
                   if atx-activity-since(1:4) not numeric
                           or atx-activity-since(6:2) not numeric
                           or atx-activity-since(9:2) not numeric
                       move 'C' to alr-code
                       move "Invalid dormancy activity date"
                           to alr-reason
                       perform write-load-reject-record
                       exit paragraph
                   end-if
                   perform count-activity-since
                   if ws-activity-count > 0
                       move 'C' to alr-code
                       move "Account active since dormancy cutoff"
                           to alr-reason
                       perform write-load-reject-record
                       exit paragraph
                   end-if
               end-if
               move ws-sql-account-phone to atx-phone
               move ws-sql-account-street to atx-street
               move ws-sql-account-city to atx-city
               move ws-sql-account-state to atx-state
               move ws-sql-account-zip to atx-zip
           end-if

           if atx-street = ws-sql-account-street
                   and atx-city = ws-sql-account-city
                   and atx-state = ws-sql-account-state
                   and atx-zip = ws-sql-account-zip
               perform validate-changed-phone
           else
               call "ACCTVAL" using atx-phone atx-street
                   atx-city atx-state atx-zip
                   ws-valid-sw ws-valid-reason
               end-call
           end-if

           if ws-valid-bad
               move 'C' to alr-code
               move ws-valid-reason to alr-reason
               perform write-load-reject-record
               exit paragraph
           end-if
           end-if

      *> The contact update only runs when a contact field actually
      *> changed. An enable captured by the menu's offline mode
      *> arrives as a 'C' carrying the extract's copy of the
      *> contact fields; running the update anyway would
      *> overwrite a live address changed since the extract was
      *> cut, and would clear a MAIL_STATUS undeliverable flag
      *> without any address correction behind it.



      *> Uses SQL-STMT-65 to count the audit rows and notes on the
      *> account since the dormancy cutoff the transaction carries
      *> into ws-activity-count.
       count-activity-since.

           move 0 to ws-activity-count

           move spaces to ws-activity-since-ts
           string
               atx-activity-since " 00:00:00"
               into ws-activity-since-ts
           end-string

           move atx-account-id to sql-var-0001
           SET SQL-ADDR(1) TO ADDRESS OF
           MOVE '3' TO SQL-TYPE(1)
           MOVE 3 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
           SET SQL-ADDR(2) TO ADDRESS OF
             WS-ACTIVITY-SINCE-TS
           MOVE 'X' TO SQL-TYPE(2)
           MOVE 20 TO SQL-LEN(2)
           SET SQL-ADDR(3) TO ADDRESS OF
             SQL-VAR-0001
           MOVE '3' TO SQL-TYPE(3)
           MOVE 3 TO SQL-LEN(3)
               MOVE X'00' TO SQL-PREC(3)
           SET SQL-ADDR(4) TO ADDRESS OF
             WS-ACTIVITY-SINCE-TS
           MOVE 'X' TO SQL-TYPE(4)
           MOVE 20 TO SQL-LEN(4)
           MOVE 4 TO SQL-COUNT
           IF SQL-PREP OF SQL-STMT-65 = 'N'
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-65
                                   SQLCA
           END-IF
           CALL 'OCSQLOCU' USING SQL-STMT-65
                               SQLCA
           END-CALL

           perform check-sql-state

           SET SQL-ADDR(1) TO ADDRESS OF
             SQL-VAR-0004
           MOVE '3' TO SQL-TYPE(1)
           MOVE 4 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
           MOVE 1 TO SQL-COUNT
           CALL 'OCSQLFTC' USING SQLV
                               SQL-STMT-65
                               SQLCA
           perform check-sql-state

           if not SQL-NODATA
               move sql-var-0004 to ws-activity-count
           end-if

           CALL 'OCSQLCCU' USING SQL-STMT-65
                               SQLCA
           perform check-sql-state

           exit paragraph.



      *> Validates the phone on a change that leaves the address as
      *> it stands, by ACCTVAL's own phone rules, so the address is
      *> not held against a change that does not touch it. A phone
      *> that is not changing is not re-checked either.
       validate-changed-phone.

           move 'Y' to ws-valid-sw
           move spaces to ws-valid-reason

           if atx-phone = ws-sql-account-phone
               exit paragraph
           end-if

           if atx-phone = spaces
               move 'N' to ws-valid-sw
               move "Phone number is blank" to ws-valid-reason
               exit paragraph
           end-if

           if atx-phone is not numeric
               move 'N' to ws-valid-sw
               move "Phone number must be 10 numeric digits"
                   to ws-valid-reason
           end-if

           exit paragraph.



      *> Queues a 'D' transaction for approval, under the operator
      *> who asked for it, once the account is known to exist. The
      *> delete itself is applied by sql-example when a second
      *> operator approves the request.
       queue-delete-transaction.

           if atx-requested-by = spaces
               move 'D' to alr-code
               move "Requesting operator ID is blank" to alr-reason
               perform write-load-reject-record
               exit paragraph
           end-if

           perform fetch-account-by-id

           if not ws-was-found
               move 'D' to alr-code
               move "Account not found" to alr-reason
               perform write-load-reject-record
               exit paragraph
           end-if

           move 'D' to ws-queue-action-code
           move 0 to ws-queue-merge-into-id
           move atx-requested-by to ws-queue-requested-by
           perform queue-for-approval

           exit paragraph.



      *> Queues an 'M' transaction for approval, under the operator
      *> who asked for it, once both sides are known to exist. The
      *> fold itself - MERGED_TO audit row under the account being
      *> folded away, then the delete - is applied by sql-example
      *> when a second operator approves the request.
       queue-merge-transaction.

           if atx-requested-by = spaces
               move 'M' to alr-code
               move "Requesting operator ID is blank" to alr-reason
               perform write-load-reject-record
               exit paragraph
           end-if

           if atx-merge-into-id = atx-account-id
               move 'M' to alr-code
               exit paragraph
           end-if

           move 'M' to ws-queue-action-code
           move atx-merge-into-id to ws-queue-merge-into-id
           move atx-requested-by to ws-queue-requested-by
           perform queue-for-approval

           exit paragraph.



      *> Queues an 'S' transaction - a disable taken in the menu's
      *> offline mode - for approval under the operator who captured
      *> it, the same request the menu queues for an online disable.
      *> An account that is already disabled has nothing to approve,
      *> and counts as applied with no change, as a 'C' that changes
      *> nothing does.
       queue-status-request.

           if atx-requested-by = spaces
               move 'S' to alr-code
               move "Requesting operator ID is blank" to alr-reason
               perform write-load-reject-record
               exit paragraph
           end-if

           perform fetch-account-by-id

           if not ws-was-found
               move 'S' to alr-code
               move "Account not found" to alr-reason
               perform write-load-reject-record
               exit paragraph
           end-if

           if ws-sql-account-is-enabled not = 'Y'
               add 1 to ws-applied-count
               exit paragraph
           end-if

           move 'S' to ws-queue-action-code
           move 0 to ws-queue-merge-into-id
           move atx-requested-by to ws-queue-requested-by
           perform queue-for-approval

           exit paragraph.



      *> Writes the current transaction to APPROVAL_QUEUE as a pending
      *> request under a newly assigned queue ID, retrying on a
      *> duplicate key the same way the add path does, and reports it
      *> on HOLDRPT. Like an add, a queued request replayed after an
      *> abend would land under a fresh ID and be queued twice, so
      *> every one checkpoints at once.
       queue-for-approval.

           perform with test after until not ws-was-duplicate
               perform assign-next-queue-id
               perform insert-approval-request
           end-perform

           add 1 to ws-queued-count

           move spaces to ws-hold-line
           string
               "QUEUED    " atx-code " " atx-account-id
               "  APPROVAL REQUEST " ws-queue-id
               into ws-hold-line
           end-string
           write hold-report-record from ws-hold-line

           perform write-checkpoint-in-progress

           exit paragraph.



      *> Uses SQL-STMT-32 to assign the next free approval-queue ID
      *> into ws-queue-id ahead of the insert.
       assign-next-queue-id.

           IF SQL-PREP OF SQL-STMT-32 = 'N'
               MOVE 0 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-32
                                   SQLCA
           END-IF
           CALL 'OCSQLOCU' USING SQL-STMT-32
                               SQLCA
           END-CALL

           perform check-sql-state

           SET SQL-ADDR(1) TO ADDRESS OF
             SQL-VAR-0001
           MOVE '3' TO SQL-TYPE(1)
           MOVE 3 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
           MOVE 1 TO SQL-COUNT
           CALL 'OCSQLFTC' USING SQLV
                               SQL-STMT-32
                               SQLCA
           MOVE SQL-VAR-0001 TO WS-QUEUE-ID
           perform check-sql-state

           CALL 'OCSQLCCU' USING SQL-STMT-32
                               SQLCA
           perform check-sql-state

           exit paragraph.



      *> Inserts the pending approval request under ws-queue-id. A
      *> duplicate key comes back through check-sql-state as
      *> ws-was-duplicate for queue-for-approval's retry loop.
       insert-approval-request.

           move ws-queue-id to sql-var-0001
           SET SQL-ADDR(1) TO ADDRESS OF
             SQL-VAR-0001
           MOVE '3' TO SQL-TYPE(1)
           MOVE 3 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
           move atx-account-id to sql-var-0002
           SET SQL-ADDR(2) TO ADDRESS OF
             SQL-VAR-0002
           MOVE '3' TO SQL-TYPE(2)
           MOVE 3 TO SQL-LEN(2)
               MOVE X'00' TO SQL-PREC(2)
           SET SQL-ADDR(3) TO ADDRESS OF
             WS-QUEUE-ACTION-CODE
           MOVE 'X' TO SQL-TYPE(3)
           MOVE 1 TO SQL-LEN(3)
           move ws-queue-merge-into-id to sql-var-0003
           SET SQL-ADDR(4) TO ADDRESS OF
             SQL-VAR-0003
           MOVE '3' TO SQL-TYPE(4)
           MOVE 3 TO SQL-LEN(4)
               MOVE X'00' TO SQL-PREC(4)
           SET SQL-ADDR(5) TO ADDRESS OF
             WS-QUEUE-REQUESTED-BY
           MOVE 'X' TO SQL-TYPE(5)
           MOVE 8 TO SQL-LEN(5)
           MOVE 5 TO SQL-COUNT
           IF SQL-PREP OF SQL-STMT-33 = 'N'
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-33
                                   SQLCA
           END-IF
           CALL 'OCSQLEXE' USING SQLV
                               SQL-STMT-33
                               SQLCA
           END-CALL

           perform check-sql-state

           exit paragraph.



      *> Applies an 'N' transaction: replaces FIRST_NAME/LAST_NAME and
      *> logs the old and new name to ACCOUNT_AUDIT, followed by a
      *> NAME_RSN row carrying the reason or document reference the
      *> change was made on. Contact fields are not touched.
       apply-name-change-transaction.

           if atx-first-name = spaces or atx-last-name = spaces
               move 'N' to alr-code
               move "First and last name are required" to alr-reason
               perform write-load-reject-record
               exit paragraph
           end-if

           if atx-name-reason = spaces
               move 'N' to alr-code
               move "Name change reason is required" to alr-reason
               perform write-load-reject-record
               exit paragraph
           end-if

           perform fetch-account-by-id

           if not ws-was-found
               move 'N' to alr-code
               move "Account not found" to alr-reason
               perform write-load-reject-record
               exit paragraph
           end-if

      *> A name already on file is no change, counted as applied with
      *> no audit row the way a 'C' that changes nothing is. That is
      *> also how an 'N' replayed after a checkpoint restart comes
      *> back, and it must not land on LOADREJ as a false reject.
           if atx-first-name = ws-sql-account-first-name
                   and atx-last-name = ws-sql-account-last-name
               add 1 to ws-applied-count
               exit paragraph
           end-if

           SET SQL-ADDR(1) TO ADDRESS OF
             ATX-FIRST-NAME
           MOVE 'X' TO SQL-TYPE(1)
           MOVE 15 TO SQL-LEN(1)
           SET SQL-ADDR(2) TO ADDRESS OF
             ATX-LAST-NAME
           MOVE 'X' TO SQL-TYPE(2)
           MOVE 20 TO SQL-LEN(2)
           move atx-account-id to sql-var-0001
           SET SQL-ADDR(3) TO ADDRESS OF
             SQL-VAR-0001
           MOVE '3' TO SQL-TYPE(3)
           MOVE 3 TO SQL-LEN(3)
               MOVE X'00' TO SQL-PREC(3)
           MOVE 3 TO SQL-COUNT
           IF SQL-PREP OF SQL-STMT-31 = 'N'
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-31
                                   SQLCA
           END-IF
           CALL 'OCSQLEXE' USING SQLV
                               SQL-STMT-31
                               SQLCA
           END-CALL


           add 1 to ws-applied-count

           if atx-first-name not = ws-sql-account-first-name
               move atx-account-id to ws-audit-account-id
               move "FIRST_NAME" to ws-audit-field-name
               move ws-sql-account-first-name to ws-audit-old-value
               move atx-first-name to ws-audit-new-value
               perform write-audit-record
           end-if

           if atx-last-name not = ws-sql-account-last-name
               move atx-account-id to ws-audit-account-id
               move "LAST_NAME" to ws-audit-field-name
               move ws-sql-account-last-name to ws-audit-old-value
               move atx-last-name to ws-audit-new-value
               perform write-audit-record
           end-if

           move atx-account-id to ws-audit-account-id
           move "NAME_RSN" to ws-audit-field-name
           move spaces to ws-audit-old-value
           move atx-name-reason to ws-audit-new-value
           perform write-audit-record

           exit paragraph.



           perform check-sql-state

           add 1 to ws-audit-row-count

           exit paragraph.


           move ws-rejected-count to alckp-rejected-count
           move ws-released-count to alckp-released-count
           move 'I' to alckp-status
           move ws-added-count to alckp-added-count
           move ws-audit-row-count to alckp-audit-row-count
           move ws-run-start-ts to alckp-run-start-ts
           write acct-load-checkpoint-record
           close acct-load-checkpoint-file

           move ws-rejected-count to alckp-rejected-count
           move ws-released-count to alckp-released-count
           move 'C' to alckp-status
           move ws-added-count to alckp-added-count
           move ws-audit-row-count to alckp-audit-row-count
           move ws-run-start-ts to alckp-run-start-ts
           write acct-load-checkpoint-record
           close acct-load-checkpoint-file


      *> Appends one record for this run to the shared RUNLOG. The
      *> counts only mean anything on the completion record; the
      *> start record carries zeros, and its timestamp is kept as
      *> the run's start until a restart's checkpoint replaces it.
       write-run-control-record.

           open extend run-control-file

           move ws-run-status to rcl-status

           if ws-run-status = 'S'
               move rcl-timestamp to ws-run-start-ts
           end-if

           if ws-run-status = 'C'
               move ws-applied-count to rcl-count-1
               move ws-rejected-count to rcl-count-2
