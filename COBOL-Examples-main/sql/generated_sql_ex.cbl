      *> the acct-txn-record layout the load job reads, so the
      *> capture file goes straight under SQLLOAD's ACCTTXN DD
      *> once the database is back - the same path the recycle
      *> program's corrected records already take. A disable goes
      *> out as an 'S' carrying the capturing operator's ID in
      *> place of the contact fields, so the load queues it for a
      *> second operator's approval just as an online disable is.
       FD  offline-capture-file.
       01  offline-capture-record.
           05  cap-code                     pic x.
           05  cap-account-id               pic 9(5).
           05  cap-first-name               pic x(15).
           05  cap-last-name                pic x(20).
           05  cap-contact-fields.
               10  cap-phone                pic x(10).
               10  cap-street               pic x(25).
               10  cap-city                 pic x(15).
               10  cap-state                pic x(2).
               10  cap-zip                  pic x(5).
           05  cap-status-request-fields redefines cap-contact-fields.
               10  cap-requested-by         pic x(8).
               10  filler                   pic x(49).
           05  cap-is-enabled               pic x.
           05  cap-merge-into-id            pic 9(5).
           05  cap-effective-date           pic x(10).
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 0.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 158.
           05 SQL-STMT   PIC X(158) VALUE 'SELECT ID,FIRST_NAME,LAST_NAM
      -    'E,PHONE,ADDR_STREET,ADDR_CITY,ADDR_STATE,ADDR_ZIP,IS_ENABLED
      -    ',CREATE_DT,MOD_DT,COALESCE(HOUSEHOLD_ID,0) FROM ACCOUNTS ORD
      -    'ER BY ID;'.
      **********************************************************************
       01 SQL-STMT-1.
           05 SQL-IPTR   POINTER.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 0.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 181.
           05 SQL-STMT   PIC X(181) VALUE 'SELECT ID,FIRST_NAME,LAST_NAM
      -    'E,PHONE,ADDR_STREET,ADDR_CITY,ADDR_STATE,ADDR_ZIP,IS_ENABLED
      -    ',CREATE_DT,MOD_DT,COALESCE(HOUSEHOLD_ID,0) FROM ACCOUNTS WHE
      -    'RE IS_ENABLED = ''N'' ORDER BY ID;'.
      **********************************************************************
       01 SQL-STMT-2.
           05 SQL-IPTR   POINTER.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 5.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 260.
           05 SQL-STMT   PIC X(260) VALUE 'SELECT ID,FIRST_NAME,LAST_NAM
      -    'E,PHONE,ADDR_STREET,ADDR_CITY,ADDR_STATE,ADDR_ZIP,IS_ENABLED
      -    ',CREATE_DT,MOD_DT,COALESCE(HOUSEHOLD_ID,0) FROM ACCOUNTS WHE
      -    'RE FIRST_NAME LIKE ? OR LAST_NAME LIKE ? OR PHONE LIKE ? OR 
      -    'ADDR_STREET LIKE ? OR ADDR_CITY LIKE ? ORDER BY ID;'.
      **********************************************************************
       01 SQL-STMT-3.
           05 SQL-IPTR   POINTER.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 52.
           05 SQL-STMT   PIC X(52) VALUE 'UPDATE ACCOUNTS SET MAIL_STATU
      -    'S = NULL WHERE ID = ?;'.
      **********************************************************************
      *> Name update for the name-change option. Moving MOD_DT sends
      *> the account out on the next delta billing export as a 'C'.
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
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 1.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 159.
           05 SQL-STMT   PIC X(159) VALUE 'SELECT ID,FIRST_NAME,LAST_NAM
      -    'E,PHONE,ADDR_STREET,ADDR_CITY,ADDR_STATE,ADDR_ZIP,IS_ENABLED
      -    ',CREATE_DT,MOD_DT,COALESCE(HOUSEHOLD_ID,0) FROM ACCOUNTS WHE
      -    'RE ID = ?;'.
      **********************************************************************
       01 SQL-STMT-7.
           05 SQL-IPTR   POINTER.
      -    'COUNT_ID,FIELD_NAME,OLD_VALUE,NEW_VALUE,CHANGED_BY,CHANGED_D
      -    'T) VALUES (?,?,?,?,?,CURRENT_TIMESTAMP);'.
      **********************************************************************
      *> Applies an approved delete or merge from the approval queue.
       01 SQL-STMT-9.
           05 SQL-IPTR   POINTER.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 1.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 35.
           05 SQL-STMT   PIC X(35) VALUE 'DELETE FROM ACCOUNTS WHERE ID 
      -    '= ?;'.
      **********************************************************************
      *> Change-history cursor for one account, read back from
      *> ACCOUNT_AUDIT in the order the changes were made.
       01 SQL-STMT-10.
           05 SQL-STMT   PIC X(70) VALUE 'SELECT COALESCE(MIN(CHANGED_DT
      -    '),CURRENT_TIMESTAMP) FROM ACCOUNT_AUDIT;'.
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
      *> Queues a disable ('S'), delete ('D') or merge ('M') for a
      *> second operator's approval. The row starts pending ('P')
      *> and is stamped with the requesting operator.
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
      *> Pending approval requests, oldest first, for the review
      *> option's list.
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
      *> One pending approval request, by queue ID.
       01 SQL-STMT-35.
           05 SQL-IPTR   POINTER.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 1.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 141.
           05 SQL-STMT   PIC X(141) VALUE 'SELECT QUEUE_ID,ACCOUNT_ID,AC
      -    'TION_CODE,MERGE_INTO_ID,REQUESTED_BY,REQUESTED_DT FROM APPRO
      -    'VAL_QUEUE WHERE QUEUE_ID = ? AND QUEUE_STATUS = ''P'';'.
      **********************************************************************
      *> Records the reviewer's decision ('A' approved, 'X'
      *> declined). The pending-status guard means two reviewers
      *> working the same request cannot both act on it - the second
      *> update touches no row.
       01 SQL-STMT-36.
           05 SQL-IPTR   POINTER.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 3.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 135.
           05 SQL-STMT   PIC X(135) VALUE 'UPDATE APPROVAL_QUEUE SET QUE
      -    'UE_STATUS = ?, REVIEWED_BY = ?, REVIEWED_DT = CURRENT_TIMEST
      -    'AMP WHERE QUEUE_ID = ? AND QUEUE_STATUS = ''P'';'.
      **********************************************************************
      *> Links an account to a household (or, with zero, keeps it
      *> out of one) for the household option. MOD_DT is left
      *> alone: the household is not billing data.
       01 SQL-STMT-49.
           05 SQL-IPTR   POINTER.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 2.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 50.
           05 SQL-STMT   PIC X(50) VALUE 'UPDATE ACCOUNTS SET HOUSEHOLD_
      -    'ID = ? WHERE ID = ?;'.
      **********************************************************************
      *> Members of one household in ID order, for the household
      *> option's member list.
       01 SQL-STMT-51.
           05 SQL-IPTR   POINTER.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 1.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 117.
           05 SQL-STMT   PIC X(117) VALUE 'SELECT ID,FIRST_NAME,LAST_NAM
      -    'E,IS_ENABLED,COALESCE(MAIL_STATUS,'' '') FROM ACCOUNTS WHERE
      -    ' HOUSEHOLD_ID = ? ORDER BY ID;'.
      **********************************************************************
      *******          PRECOMPILER-GENERATED VARIABLES               *******
       01 SQLV-GEN-VARS.
           05 SQL-VAR-0001  PIC S9(5) COMP-3.
           05 SQL-VAR-0002  PIC S9(5) COMP-3.
           05 SQL-VAR-0003  PIC S9(5) COMP-3.
      *******       END OF PRECOMPILER-GENERATED VARIABLES           *******
      **********************************************************************

           05  ws-sql-account-is-enabled          pic x.
           05  ws-sql-account-create-dt           pic x(20).
           05  ws-sql-account-mod-dt              pic x(20).
           05  ws-sql-account-household           pic 9(5).

      *> Variables in the WHERE clause require that the string length
      *> is supplied otherwise with a regular 'PIC X(n)' it will
               88  ws-account-disabled      value 'N'.
           05  ws-account-create-dt         pic x(20).
           05  ws-account-mod-dt            pic x(20).
           05  ws-account-household         pic 9(5).

       01  ws-menu-choice                   pic xx.

      *> Household column on the account listing: the household's
      *> number (its primary member's account ID), blank when the
      *> account is in none.
       01  ws-display-household             pic x(5).

      *> Operator identity captured by the sign-on prompt before the
      *> menu comes up, stamped as CHANGED_BY on every ACCOUNT_AUDIT
      *> row this session writes - so the audit trail answers "who"
       01  ws-new-zip                       pic x(5).
       01  ws-new-enabled                   pic x.

       01  ws-old-first-name                pic x(15).
       01  ws-old-last-name                 pic x(20).
       01  ws-old-phone                     pic x(10).
       01  ws-old-street                    pic x(25).
       01  ws-old-city                      pic x(15).
       01  ws-old-zip                       pic x(5).
       01  ws-old-enabled                   pic x.

      *> Reason or supporting-document reference (marriage
      *> certificate, deed poll, court order number) required for a
      *> name change, logged to ACCOUNT_AUDIT as a NAME_RSN row next
      *> to the old and new name.
       01  ws-name-reason                   pic x(25).

      *> Set by validate-account (called ACCTVAL) before any add/update
      *> is allowed to reach ACCOUNTS.
       01  ws-valid-sw                      pic x.
       01  ws-note-created-dt               pic x(20).
       01  ws-note-count                    pic 9(5).

      *> Maker-checker approval queue. Disables from this menu, and
      *> deletes and merges from the load job, go to APPROVAL_QUEUE
      *> instead of being applied; a different signed-on operator
      *> approves or declines them from the review option, and only
      *> approved requests touch ACCOUNTS.
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
       01  ws-queue-count                   pic 9(5).
       01  ws-queue-decision                pic x.
       01  ws-queue-status                  pic x.

      *> Offline mode, entered when the database connect fails.
      *> Lookups and searches run against ACCTIDX (loaded from the
      *> nightly extract by SQLOFFLD), clearly labelled as of the
       01  ws-capture-count                 pic 9(5) value 0.
       01  ws-capture-code                  pic x.

      *> Household option. HOUSEHOLD_ID is the account ID of the
      *> household's primary member; the household linking job
      *> groups accounts at the same address, and this option links
      *> or unlinks them by hand. The address keys come from HHKEY
      *> so the option and the job agree on "same address".
       01  ws-hh-account-id                 pic 9(5).
       01  ws-hh-target-id                  pic 9(5).
       01  ws-hh-old-household              pic 9(5).
       01  ws-hh-new-household              pic 9(5).
       01  ws-hh-set-account-id             pic 9(5).
       01  ws-hh-set-old-household          pic 9(5).
       01  ws-hh-list-household             pic 9(5).
       01  ws-hh-account-key                pic x(50).
       01  ws-hh-target-key                 pic x(50).
       01  ws-hh-action                     pic x.
       01  ws-hh-member-id                  pic 9(5).
       01  ws-hh-member-first-name          pic x(15).
       01  ws-hh-member-last-name           pic x(20).
       01  ws-hh-member-enabled             pic x.
       01  ws-hh-member-mail-status         pic x.
       01  ws-hh-member-role                pic x(7).
       01  ws-hh-member-count               pic 9(5).

       procedure division.
       main-procedure.
           display space
               display "9) Display account as of a date"
               display "10) Add account note"
               display "11) Browse account notes"
               display "12) Change account name"
               display "13) Review pending approvals"
               display "14) Link/unlink account household"
               display "15) Exit"
               display "Selection: " with no advancing
               accept ws-menu-choice

                       perform browse-account-notes

                   when '12'
                       perform change-account-name

                   when '13'
                       perform review-pending-approvals

                   when '14'
                       perform maintain-account-household

                   when '15'
                       exit perform

                   when other
                       display "Please make a selection between 1-15"

               end-evaluate
           end-perform
      *                :ws-sql-account-address,
      *                :ws-sql-account-is-enabled,
      *                :ws-sql-account-create-dt,
      *                :ws-sql-account-mod-dt,
      *                :ws-sql-account-household;
      *        END-EXEC
           SET SQL-ADDR(1) TO ADDRESS OF
             SQL-VAR-0001
             WS-SQL-ACCOUNT-MOD-DT
           MOVE 'X' TO SQL-TYPE(11)
           MOVE 20 TO SQL-LEN(11)
           SET SQL-ADDR(12) TO ADDRESS OF
             SQL-VAR-0002
           MOVE '3' TO SQL-TYPE(12)
           MOVE 3 TO SQL-LEN(12)
               MOVE X'00' TO SQL-PREC(12)
           MOVE 12 TO SQL-COUNT
           CALL 'OCSQLFTC' USING SQLV
                               SQL-STMT-0
                               SQLCA
           MOVE SQL-VAR-0001 TO WS-SQL-ACCOUNT-ID
           MOVE SQL-VAR-0002 TO WS-SQL-ACCOUNT-HOUSEHOLD
               perform check-sql-state

      *> If found, add to the output record table.
      *                :ws-sql-account-address,
      *                :ws-sql-account-is-enabled,
      *                :ws-sql-account-create-dt,
      *                :ws-sql-account-mod-dt,
      *                :ws-sql-account-household;
      *        END-EXEC
           SET SQL-ADDR(1) TO ADDRESS OF
             SQL-VAR-0001
             WS-SQL-ACCOUNT-MOD-DT
           MOVE 'X' TO SQL-TYPE(11)
           MOVE 20 TO SQL-LEN(11)
           SET SQL-ADDR(12) TO ADDRESS OF
             SQL-VAR-0002
           MOVE '3' TO SQL-TYPE(12)
           MOVE 3 TO SQL-LEN(12)
               MOVE X'00' TO SQL-PREC(12)
           MOVE 12 TO SQL-COUNT
           CALL 'OCSQLFTC' USING SQLV
                               SQL-STMT-1
                               SQLCA
           MOVE SQL-VAR-0001 TO WS-SQL-ACCOUNT-ID
           MOVE SQL-VAR-0002 TO WS-SQL-ACCOUNT-HOUSEHOLD
               perform check-sql-state
               if not SQL-NODATA then
                   add 1 to ws-num-accounts
      *                    :ws-sql-account-address,
      *                    :ws-sql-account-is-enabled,
      *                    :ws-sql-account-create-dt,
      *                    :ws-sql-account-mod-dt,
      *                    :ws-sql-account-household;
      *            END-EXEC
           SET SQL-ADDR(1) TO ADDRESS OF
             SQL-VAR-0001
             WS-SQL-ACCOUNT-MOD-DT
           MOVE 'X' TO SQL-TYPE(11)
           MOVE 20 TO SQL-LEN(11)
           SET SQL-ADDR(12) TO ADDRESS OF
             SQL-VAR-0002
           MOVE '3' TO SQL-TYPE(12)
           MOVE 3 TO SQL-LEN(12)
               MOVE X'00' TO SQL-PREC(12)
           MOVE 12 TO SQL-COUNT
           CALL 'OCSQLFTC' USING SQLV
                               SQL-STMT-2
                               SQLCA
           MOVE SQL-VAR-0001 TO WS-SQL-ACCOUNT-ID
           MOVE SQL-VAR-0002 TO WS-SQL-ACCOUNT-HOUSEHOLD
                   perform check-sql-state
                   if not SQL-NODATA then
                       add 1 to ws-num-accounts
           display " ID   | First           | Last                 |"
               " Phone      | Street                   "
               "| City            | ST | ZIP   | Enabled "
               "| HHold"
           end-display
           display "------|-----------------|----------------------|"
               "------------|--------------------------"
               "|-----------------|----|-------|---------"
               "|------"
           end-display

           perform varying ws-account-idx from 1 by 1
           until ws-account-idx > ws-num-accounts

               if ws-account-household(ws-account-idx) > 0
                   move ws-account-household(ws-account-idx)
                       to ws-display-household
               else
                   move spaces to ws-display-household
               end-if

               display
                   ws-account-id(ws-account-idx)
                   " | "
                   ws-account-zip(ws-account-idx)
                   " | "
                   ws-account-is-enabled(ws-account-idx)
                   "       | "
                   ws-display-household
               end-display

           end-perform
             WS-SQL-ACCOUNT-MOD-DT
           MOVE 'X' TO SQL-TYPE(11)
           MOVE 20 TO SQL-LEN(11)
           SET SQL-ADDR(12) TO ADDRESS OF
             SQL-VAR-0002
           MOVE '3' TO SQL-TYPE(12)
           MOVE 3 TO SQL-LEN(12)
               MOVE X'00' TO SQL-PREC(12)
           MOVE 12 TO SQL-COUNT
           CALL 'OCSQLFTC' USING SQLV
                               SQL-STMT-0
                               SQLCA
           MOVE SQL-VAR-0001 TO WS-SQL-ACCOUNT-ID
           MOVE SQL-VAR-0002 TO WS-SQL-ACCOUNT-HOUSEHOLD
               perform check-sql-state

               if not SQL-NODATA then
             WS-SQL-ACCOUNT-MOD-DT
           MOVE 'X' TO SQL-TYPE(11)
           MOVE 20 TO SQL-LEN(11)
           SET SQL-ADDR(12) TO ADDRESS OF
             SQL-VAR-0002
           MOVE '3' TO SQL-TYPE(12)
           MOVE 3 TO SQL-LEN(12)
               MOVE X'00' TO SQL-PREC(12)
           MOVE 12 TO SQL-COUNT
           CALL 'OCSQLFTC' USING SQLV
                               SQL-STMT-6
                               SQLCA
           MOVE SQL-VAR-0001 TO WS-SQL-ACCOUNT-ID
           MOVE SQL-VAR-0002 TO WS-SQL-ACCOUNT-HOUSEHOLD
           perform check-sql-state

           if not SQL-NODATA



      *> Changes an account's first and/or last name (marriage, legal
      *> name correction) and logs the old and new name to
      *> ACCOUNT_AUDIT under the signed-on operator, followed by a
      *> NAME_RSN row with the reason or supporting-document
      *> reference, so a name change is an audited change like any
      *> other instead of a direct database fix.
       change-account-name.

           display space
           display "Change Account Name"
           display "--------------------"
           display "Account ID: " with no advancing
           accept ws-new-account-id

           perform fetch-account-by-id

           if not ws-was-found
               display space
               display "Account not found."
               display space
               exit paragraph
           end-if

           move ws-sql-account-first-name to ws-old-first-name
           move ws-sql-account-last-name to ws-old-last-name

           display "Current First Name: " ws-old-first-name
           display "Current Last Name : " ws-old-last-name
           display "New First Name (blank = keep current): "
               with no advancing
           accept ws-new-first-name
           display "New Last Name (blank = keep current): "
               with no advancing
           accept ws-new-last-name

           if ws-new-first-name = spaces
               move ws-old-first-name to ws-new-first-name
           end-if
           if ws-new-last-name = spaces
               move ws-old-last-name to ws-new-last-name
           end-if

           if ws-new-first-name = ws-old-first-name
                   and ws-new-last-name = ws-old-last-name
               display space
               display "Nothing changed - account left as it was."
               display space
               exit paragraph
           end-if

           display "Reason / supporting document ref: "
               with no advancing
           accept ws-name-reason

           if ws-name-reason = spaces
               display space
               display "A reason is required - name not changed."
               display space
               exit paragraph
           end-if

           SET SQL-ADDR(1) TO ADDRESS OF
             WS-NEW-FIRST-NAME
           MOVE 'X' TO SQL-TYPE(1)
           MOVE 15 TO SQL-LEN(1)
           SET SQL-ADDR(2) TO ADDRESS OF
             WS-NEW-LAST-NAME
           MOVE 'X' TO SQL-TYPE(2)
           MOVE 20 TO SQL-LEN(2)
           move ws-new-account-id to sql-var-0001
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

           perform check-sql-state

           display space
           display "Account name changed."
           display space

           if ws-new-first-name not = ws-old-first-name
               move ws-new-account-id to ws-audit-account-id
               move "FIRST_NAME" to ws-audit-field-name
               move ws-old-first-name to ws-audit-old-value
               move ws-new-first-name to ws-audit-new-value
               perform write-audit-record
           end-if

           if ws-new-last-name not = ws-old-last-name
               move ws-new-account-id to ws-audit-account-id
               move "LAST_NAME" to ws-audit-field-name
               move ws-old-last-name to ws-audit-old-value
               move ws-new-last-name to ws-audit-new-value
               perform write-audit-record
           end-if

           move ws-new-account-id to ws-audit-account-id
           move "NAME_RSN" to ws-audit-field-name
           move spaces to ws-audit-old-value
           move ws-name-reason to ws-audit-new-value
           perform write-audit-record

           exit paragraph.



      *> Flips an account's IS_ENABLED flag and logs the change to
      *> ACCOUNT_AUDIT. Enabling applies at once; disabling an
      *> enabled account is queued for a second operator's approval
      *> instead (see review-pending-approvals).
       update-account-status.

           display space
               exit paragraph
           end-if

           if ws-new-enabled = 'N' and ws-old-enabled = 'Y'
               move 'S' to ws-queue-action-code
               move ws-new-account-id to ws-queue-account-id
               move 0 to ws-queue-merge-into-id
               perform queue-for-approval
               display space
               display "Disable queued for approval as request "
                   ws-queue-id "."
               display "A different operator must approve it before "
                   "the account is disabled."
               display space
               exit paragraph
           end-if

           SET SQL-ADDR(1) TO ADDRESS OF
             WS-NEW-ENABLED
           MOVE 'X' TO SQL-TYPE(1)



      *> Writes a pending approval request for ws-queue-account-id
      *> under a newly assigned queue ID, stamped with the signed-on
      *> operator. A concurrent request can land on the same next ID,
      *> so a duplicate key assigns again and retries.
       queue-for-approval.

           perform with test after until not ws-was-duplicate
               perform assign-next-queue-id
               perform insert-approval-request
           end-perform

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
           move ws-queue-account-id to sql-var-0002
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
             WS-OPERATOR-ID
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



      *> Maker-checker review. Lists the pending disable, delete and
      *> merge requests, then lets the signed-on operator approve or
      *> decline one by queue ID. An operator may not review a
      *> request they made themselves. Only an approved request is
      *> applied to ACCOUNTS, and its audit rows carry both the
      *> requesting and the approving operator.
       review-pending-approvals.

           display space
           display "Review Pending Approvals"
           display "-------------------------"

           perform list-pending-approvals

           if ws-queue-count = 0
               display space
               display "No requests are waiting for approval."
               display space
               exit paragraph
           end-if

           display space
           display "Request ID to review (0 = return): "
               with no advancing
           accept ws-queue-id

           if ws-queue-id = 0
               exit paragraph
           end-if

           perform fetch-approval-request

           if not ws-was-found
               display space
               display "No pending request with that ID."
               display space
               exit paragraph
           end-if

           if ws-queue-requested-by = ws-operator-id
               display space
               display "Request " ws-queue-id " was made by you - "
                   "a different operator must review it."
               display space
               exit paragraph
           end-if

           perform describe-queue-action

           display space
           display "Request " ws-queue-id ": " ws-queue-action-desc
               " account " ws-queue-account-id
           if ws-queue-is-merge
               display "Merge into account: " ws-queue-merge-into-id
           end-if
           display "Requested by " ws-queue-requested-by
               " at " ws-queue-requested-dt

           move ws-queue-account-id to ws-new-account-id
           perform fetch-account-by-id

           if ws-was-found
               display "Account: " ws-sql-account-first-name " "
                   ws-sql-account-last-name
               display "Enabled: " ws-sql-account-is-enabled
           end-if

           display "Approve or decline (A/D, blank = leave pending): "
               with no advancing
           accept ws-queue-decision
           move function upper-case(ws-queue-decision)
               to ws-queue-decision

           evaluate ws-queue-decision
               when 'A'
                   perform approve-queued-request
               when 'D'
                   move 'X' to ws-queue-status
                   perform record-queue-decision
                   if ws-was-found
                       display space
                       display "Request " ws-queue-id " declined."
                       display space
                   end-if
               when other
                   display space
                   display "Request left pending."
                   display space
           end-evaluate

           exit paragraph.



      *> Applies an approved request. The account (and for a merge,
      *> the surviving account) must still exist - if not, the
      *> request is left pending for the reviewer to decline. The
      *> decision is recorded before anything is applied, so a
      *> second reviewer acting on the same request at the same
      *> time finds it already taken and applies nothing.
       approve-queued-request.

           move ws-queue-account-id to ws-new-account-id
           perform fetch-account-by-id

           if not ws-was-found
               display space
               display "Account " ws-queue-account-id " no longer "
                   "exists - decline this request instead."
               display space
               exit paragraph
           end-if

           move ws-sql-account-is-enabled to ws-old-enabled

           if ws-queue-is-merge
               move ws-queue-merge-into-id to ws-new-account-id
               perform fetch-account-by-id
               if not ws-was-found
                   display space
                   display "Merge-into account " ws-queue-merge-into-id
                       " no longer exists - decline this request "
                       "instead."
                   display space
                   exit paragraph
               end-if
               move ws-queue-account-id to ws-new-account-id
           end-if

           move 'A' to ws-queue-status
           perform record-queue-decision

           if not ws-was-found
               exit paragraph
           end-if

           evaluate true
               when ws-queue-is-disable
                   perform apply-approved-disable
               when ws-queue-is-delete
                   perform apply-approved-delete
               when ws-queue-is-merge
                   perform apply-approved-merge
           end-evaluate

           move ws-queue-account-id to ws-audit-account-id
           move "APPROVAL" to ws-audit-field-name
           move ws-queue-requested-by to ws-audit-old-value
           move ws-operator-id to ws-audit-new-value
           perform write-audit-record

           display space
           display "Request " ws-queue-id " approved and applied."
           display space

           exit paragraph.



      *> Disables the account named by an approved 'S' request.
       apply-approved-disable.

           move 'N' to ws-new-enabled

           SET SQL-ADDR(1) TO ADDRESS OF
             WS-NEW-ENABLED
           MOVE 'X' TO SQL-TYPE(1)
           MOVE 1 TO SQL-LEN(1)
           move ws-queue-account-id to sql-var-0001
           SET SQL-ADDR(2) TO ADDRESS OF
             SQL-VAR-0001
           MOVE '3' TO SQL-TYPE(2)
           MOVE 3 TO SQL-LEN(2)
               MOVE X'00' TO SQL-PREC(2)
           MOVE 2 TO SQL-COUNT
           IF SQL-PREP OF SQL-STMT-5 = 'N'
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-5
                                   SQLCA
           END-IF
           CALL 'OCSQLEXE' USING SQLV
                               SQL-STMT-5
                               SQLCA
           END-CALL

           perform check-sql-state

           if ws-new-enabled not = ws-old-enabled
               move ws-queue-account-id to ws-audit-account-id
               move "IS_ENABLED" to ws-audit-field-name
               move ws-old-enabled to ws-audit-old-value
               move ws-new-enabled to ws-audit-new-value
               perform write-audit-record
           end-if

           exit paragraph.



      *> Deletes the account named by an approved 'D' request.
       apply-approved-delete.

           perform delete-queued-account

           exit paragraph.



      *> Folds the account named by an approved 'M' request into its
      *> merge target: a MERGED_TO row under the account being folded
      *> away, then the delete. The surviving account is left as it
      *> stands - the audit row is the pointer from the old ID to the
      *> new.
       apply-approved-merge.

           move ws-queue-account-id to ws-audit-account-id
           move "MERGED_TO" to ws-audit-field-name
           move ws-queue-account-id to ws-audit-old-value
           move ws-queue-merge-into-id to ws-audit-new-value
           perform write-audit-record

           perform delete-queued-account

           exit paragraph.



      *> Uses SQL-STMT-9 to delete ws-queue-account-id from ACCOUNTS.
       delete-queued-account.

           move ws-queue-account-id to sql-var-0001
           SET SQL-ADDR(1) TO ADDRESS OF
             SQL-VAR-0001
           MOVE '3' TO SQL-TYPE(1)
           MOVE 3 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
           MOVE 1 TO SQL-COUNT
           IF SQL-PREP OF SQL-STMT-9 = 'N'
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-9
                                   SQLCA
           END-IF
           CALL 'OCSQLEXE' USING SQLV
                               SQL-STMT-9
                               SQLCA
           END-CALL

           perform check-sql-state

           exit paragraph.



      *> Uses SQL-STMT-36 to record ws-queue-status against the
      *> request, stamped with the reviewing operator. Sets
      *> ws-found-sw off if the request was no longer pending - some
      *> other reviewer got to it first.
       record-queue-decision.

           SET SQL-ADDR(1) TO ADDRESS OF
             WS-QUEUE-STATUS
           MOVE 'X' TO SQL-TYPE(1)
           MOVE 1 TO SQL-LEN(1)
           SET SQL-ADDR(2) TO ADDRESS OF
             WS-OPERATOR-ID
           MOVE 'X' TO SQL-TYPE(2)
           MOVE 8 TO SQL-LEN(2)
           move ws-queue-id to sql-var-0001
           SET SQL-ADDR(3) TO ADDRESS OF
             SQL-VAR-0001
           MOVE '3' TO SQL-TYPE(3)
           MOVE 3 TO SQL-LEN(3)
               MOVE X'00' TO SQL-PREC(3)
           MOVE 3 TO SQL-COUNT
           IF SQL-PREP OF SQL-STMT-36 = 'N'
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-36
                                   SQLCA
           END-IF
           CALL 'OCSQLEXE' USING SQLV
                               SQL-STMT-36
                               SQLCA
           END-CALL

           perform check-sql-state

           if SQLERRD(3) = 0
               move 'N' to ws-found-sw
               display space
               display "Request " ws-queue-id " was already "
                   "reviewed by another operator - nothing applied."
               display space
           else
               move 'Y' to ws-found-sw
           end-if

           exit paragraph.



      *> Lists every pending approval request, oldest first, counting
      *> them into ws-queue-count.
       list-pending-approvals.

           move 0 to ws-queue-count

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
               perform bind-approval-fetch
           CALL 'OCSQLFTC' USING SQLV
                               SQL-STMT-34
                               SQLCA
           MOVE SQL-VAR-0001 TO WS-QUEUE-ID
           MOVE SQL-VAR-0002 TO WS-QUEUE-ACCOUNT-ID
           MOVE SQL-VAR-0003 TO WS-QUEUE-MERGE-INTO-ID
               perform check-sql-state

               if not SQL-NODATA then
                   add 1 to ws-queue-count

                   if ws-queue-count = 1
                       display space
                       display "REQUEST  ACTION    ACCOUNT  MERGE TO"
                           "  REQUESTED BY  REQUESTED AT"
                       end-display
                       display "-------  --------  -------  --------"
                           "  ------------  --------------------"
                       end-display
                   end-if

                   perform describe-queue-action

                   display
                       ws-queue-id
                       "    "
                       ws-queue-action-desc
                       "  "
                       ws-queue-account-id
                       "    "
                       ws-queue-merge-into-id
                       "     "
                       ws-queue-requested-by
                       "      "
                       ws-queue-requested-dt
                   end-display
               end-if
           end-perform

           CALL 'OCSQLCCU' USING SQL-STMT-34
                               SQLCA
           perform check-sql-state

           exit paragraph.



      *> Uses SQL-STMT-35 to fetch pending request ws-queue-id,
      *> setting ws-found-sw the same way fetch-account-by-id does.
       fetch-approval-request.

           move 'N' to ws-found-sw

           move ws-queue-id to sql-var-0001
           SET SQL-ADDR(1) TO ADDRESS OF
             SQL-VAR-0001
           MOVE '3' TO SQL-TYPE(1)
           MOVE 3 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
           MOVE 1 TO SQL-COUNT
           IF SQL-PREP OF SQL-STMT-35 = 'N'
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-35
                                   SQLCA
           END-IF
           CALL 'OCSQLOCU' USING SQL-STMT-35
                               SQLCA
           END-CALL

           perform check-sql-state

           perform bind-approval-fetch
           CALL 'OCSQLFTC' USING SQLV
                               SQL-STMT-35
                               SQLCA
           MOVE SQL-VAR-0001 TO WS-QUEUE-ID
           MOVE SQL-VAR-0002 TO WS-QUEUE-ACCOUNT-ID
           MOVE SQL-VAR-0003 TO WS-QUEUE-MERGE-INTO-ID
           perform check-sql-state

           if not SQL-NODATA
               move 'Y' to ws-found-sw
           end-if

           CALL 'OCSQLCCU' USING SQL-STMT-35
                               SQLCA
           perform check-sql-state

           exit paragraph.



      *> Output bindings shared by the two approval-queue fetches,
      *> which select the same columns.
       bind-approval-fetch.

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

           exit paragraph.



      *> Turns the queued action code into a word for the screen.
       describe-queue-action.

           evaluate true
               when ws-queue-is-disable
                   move "DISABLE" to ws-queue-action-desc
               when ws-queue-is-delete
                   move "DELETE" to ws-queue-action-desc
               when ws-queue-is-merge
                   move "MERGE" to ws-queue-action-desc
               when other
                   move "UNKNOWN" to ws-queue-action-desc
           end-evaluate

           exit paragraph.



      *> Lists the full before/after change history for one account,
      *> read back from ACCOUNT_AUDIT in the order the changes were
      *> made, so the ops desk can answer "who changed what and when"
      *> without an ad-hoc SQL request to the DBA.
       display-account-history.

           display space
           display "Account Change History"
           display "-----------------------"
           display "Account ID: " with no advancing
           accept ws-new-account-id

           move 0 to ws-hist-count

           move ws-new-account-id to sql-var-0001
           SET SQL-ADDR(1) TO ADDRESS OF
             SQL-VAR-0001
           MOVE '3' TO SQL-TYPE(1)
           MOVE 3 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
           MOVE 1 TO SQL-COUNT
           IF SQL-PREP OF SQL-STMT-10 = 'N'
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-10
                                   SQLCA
           END-IF
           CALL 'OCSQLOCU' USING SQL-STMT-10
                               SQLCA
           END-CALL

           perform check-sql-state

           perform with test after until SQLCODE = 100
           SET SQL-ADDR(1) TO ADDRESS OF
             WS-HIST-FIELD-NAME
           MOVE 'X' TO SQL-TYPE(1)
           MOVE 10 TO SQL-LEN(1)
           SET SQL-ADDR(2) TO ADDRESS OF
             WS-HIST-OLD-VALUE
           MOVE 'X' TO SQL-TYPE(2)
           MOVE 25 TO SQL-LEN(2)
           SET SQL-ADDR(3) TO ADDRESS OF
             WS-HIST-NEW-VALUE
           MOVE 'X' TO SQL-TYPE(3)
           MOVE 25 TO SQL-LEN(3)
           SET SQL-ADDR(4) TO ADDRESS OF
             WS-HIST-CHANGED-DT
           MOVE 'X' TO SQL-TYPE(4)
           MOVE 20 TO SQL-LEN(4)
           SET SQL-ADDR(5) TO ADDRESS OF
             WS-HIST-CHANGED-BY
           MOVE 'X' TO SQL-TYPE(5)
           MOVE 8 TO SQL-LEN(5)
           MOVE 5 TO SQL-COUNT
           CALL 'OCSQLFTC' USING SQLV
                               SQL-STMT-10
                               SQLCA
               perform check-sql-state

               if not SQL-NODATA then
                   add 1 to ws-hist-count

                   if ws-hist-count = 1
                       display space
                       display "FIELD       OLD VALUE                "
                           "  NEW VALUE                  CHANGED"
                           "               BY"
                       end-display
                       display "----------  -------------------------"
                           "  -------------------------  ----------"
                           "----------  --------"
                       end-display
                   end-if

                   display
                       ws-hist-field-name
                       "  "
                       ws-hist-old-value
                       "  "
                       ws-hist-new-value
                       "  "
                       ws-hist-changed-dt
                       "  "
                       ws-hist-changed-by
                   end-display
               end-if
           end-perform

           CALL 'OCSQLCCU' USING SQL-STMT-10
                               SQLCA
           perform check-sql-state

           if ws-hist-count = 0
               display space
               display "No change history found for account "
                   ws-new-account-id
           end-if

      *> The notes are the context around the field-level changes,
      *> so they print right under the history.
           perform list-account-notes

           display space

           exit paragraph.



      *> Shows an account exactly as it stood at the end of a past
      *> day: fetches the current row, then walks the ACCOUNT_AUDIT
      *> rows made since that day newest-first, putting each field
      *> back to its old value - so a dispute about what the address
       unwind-one-audit-row.

           evaluate ws-hist-field-name
               when "FIRST_NAME"
                   move ws-hist-old-value(1:15)
                       to ws-sql-account-first-name
                   add 1 to ws-asof-applied
               when "LAST_NAME"
                   move ws-hist-old-value(1:20)
                       to ws-sql-account-last-name
                   add 1 to ws-asof-applied
               when "PHONE"
                   move ws-hist-old-value(1:10)
                       to ws-sql-account-phone



      *> Shows an account's household and its members, then links
      *> it into another account's household or unlinks it. A link
      *> needs both addresses to key the same (HHKEY, shared with
      *> the household linking job), so one label per household
      *> still goes to an address every member lives at. Unlinking
      *> sets HOUSEHOLD_ID to zero rather than NULL, which keeps the
      *> linking job from putting the account straight back.
       maintain-account-household.

           display space
           display "Link/Unlink Account Household"
           display "------------------------------"
           display "Account ID: " with no advancing
           accept ws-new-account-id

           perform fetch-account-by-id

           if not ws-was-found
               display space
               display "Account not found."
               display space
               exit paragraph
           end-if

           move ws-new-account-id to ws-hh-account-id
           move ws-sql-account-household to ws-hh-old-household
           call "HHKEY" using ws-sql-account-street
               ws-sql-account-city ws-sql-account-state
               ws-sql-account-zip ws-hh-account-key
           end-call

           display space
           display "Account " ws-hh-account-id ": "
               function trim(ws-sql-account-first-name) " "
               function trim(ws-sql-account-last-name)

           if ws-hh-old-household > 0
               display "Household: " ws-hh-old-household
               move ws-hh-old-household to ws-hh-list-household
               perform list-household-members
           else
               display "Not in a household."
           end-if

           display space
           display "L) Link to another account's household"
           display "U) Unlink from household"
           display "Selection ([Enter] for no change): "
               with no advancing
           move space to ws-hh-action
           accept ws-hh-action
           move function upper-case(ws-hh-action) to ws-hh-action

           evaluate ws-hh-action
               when 'L'
                   perform link-account-household
               when 'U'
                   perform unlink-account-household
               when other
                   display space
                   display "No change made."
                   display space
           end-evaluate

           exit paragraph.



      *> Links ws-hh-account-id into the household of the account
      *> the operator names. When that account is not in a
      *> household yet, a new one is formed under its ID and it
      *> becomes the primary member.
       link-account-household.

           display "Link to the household of account ID: "
               with no advancing
           accept ws-hh-target-id

           if ws-hh-target-id = ws-hh-account-id
               display space
               display "An account cannot be linked to itself."
               display space
               exit paragraph
           end-if

           move ws-hh-target-id to ws-new-account-id
           perform fetch-account-by-id
           move ws-hh-account-id to ws-new-account-id

           if not ws-was-found
               display space
               display "Account " ws-hh-target-id " not found."
               display space
               exit paragraph
           end-if

           call "HHKEY" using ws-sql-account-street
               ws-sql-account-city ws-sql-account-state
               ws-sql-account-zip ws-hh-target-key
           end-call

      *> Blank addresses all key alike, so a key with no street in
      *> it (its first 28 bytes are the normalized street, blank
      *> when the street is - or when the whole key is) proves no
      *> shared mailbox. The household linking job sets such
      *> accounts aside the same way.
           if ws-hh-account-key(1:28) = spaces
                   or ws-hh-target-key(1:28) = spaces
               display space
               display "No street address on file for one of the "
                   "accounts - correct the address before linking."
               display space
               exit paragraph
           end-if

           if ws-hh-target-key not = ws-hh-account-key
               display space
               display "Addresses do not match - correct the address "
                   "first so both accounts are at the same household "
                   "address."
               display space
               exit paragraph
           end-if

           if ws-sql-account-household > 0
               move ws-sql-account-household to ws-hh-new-household
           else
               move ws-hh-target-id to ws-hh-new-household
               move ws-hh-target-id to ws-hh-set-account-id
               move ws-sql-account-household
                   to ws-hh-set-old-household
               perform set-account-household
           end-if

           if ws-hh-new-household = ws-hh-old-household
               display space
               display "Account is already in household "
                   ws-hh-new-household "."
               display space
               exit paragraph
           end-if

           move ws-hh-account-id to ws-hh-set-account-id
           move ws-hh-old-household to ws-hh-set-old-household
           perform set-account-household

           display space
           display "Account " ws-hh-account-id
               " linked to household " ws-hh-new-household "."
           move ws-hh-new-household to ws-hh-list-household
           perform list-household-members
           display space

           exit paragraph.



      *> Takes ws-hh-account-id out of its household.
       unlink-account-household.

           if ws-hh-old-household = 0
               display space
               display "Account is not in a household."
               display space
               exit paragraph
           end-if

           move 0 to ws-hh-new-household
           move ws-hh-account-id to ws-hh-set-account-id
           move ws-hh-old-household to ws-hh-set-old-household
           perform set-account-household

           display space
           display "Account " ws-hh-account-id
               " unlinked from household " ws-hh-old-household "."
           display space

           exit paragraph.



      *> Uses SQL-STMT-49 to set ws-hh-set-account-id's HOUSEHOLD_ID
      *> to ws-hh-new-household and logs the change to ACCOUNT_AUDIT.
      *> MOD_DT is left alone - the household is not billing data.
       set-account-household.

           move ws-hh-new-household to sql-var-0001
           SET SQL-ADDR(1) TO ADDRESS OF
             SQL-VAR-0001
           MOVE '3' TO SQL-TYPE(1)
           MOVE 3 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
           move ws-hh-set-account-id to sql-var-0002
           SET SQL-ADDR(2) TO ADDRESS OF
             SQL-VAR-0002
           MOVE '3' TO SQL-TYPE(2)
           MOVE 3 TO SQL-LEN(2)
               MOVE X'00' TO SQL-PREC(2)
           MOVE 2 TO SQL-COUNT
           IF SQL-PREP OF SQL-STMT-49 = 'N'
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-49
                                   SQLCA
           END-IF
           CALL 'OCSQLEXE' USING SQLV
                               SQL-STMT-49
                               SQLCA
           END-CALL

           perform check-sql-state

           move ws-hh-set-account-id to ws-audit-account-id
           move "HOUSEHOLD" to ws-audit-field-name
           move ws-hh-set-old-household to ws-audit-old-value
           move ws-hh-new-household to ws-audit-new-value
           perform write-audit-record

           exit paragraph.



      *> Lists the members of household ws-hh-list-household, with
      *> the primary member (the one the household is numbered
      *> after) marked.
       list-household-members.

           move 0 to ws-hh-member-count

           move ws-hh-list-household to sql-var-0001
           SET SQL-ADDR(1) TO ADDRESS OF
             SQL-VAR-0001
           MOVE '3' TO SQL-TYPE(1)
           MOVE 3 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
           MOVE 1 TO SQL-COUNT
           IF SQL-PREP OF SQL-STMT-51 = 'N'
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-51
                                   SQLCA
           END-IF
           CALL 'OCSQLOCU' USING SQL-STMT-51
                               SQLCA
           END-CALL

           perform check-sql-state

           display space
           display "Household members:"
           display " ID   | First           | Last                 |"
               " Enabled | Mail | "
           end-display
           display "------|-----------------|----------------------|"
               "---------|------|---------"
           end-display

           perform with test after until SQLCODE = 100
           SET SQL-ADDR(1) TO ADDRESS OF
             SQL-VAR-0001
           MOVE '3' TO SQL-TYPE(1)
           MOVE 3 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
           SET SQL-ADDR(2) TO ADDRESS OF
             WS-HH-MEMBER-FIRST-NAME
           MOVE 'X' TO SQL-TYPE(2)
           MOVE 15 TO SQL-LEN(2)
           SET SQL-ADDR(3) TO ADDRESS OF
             WS-HH-MEMBER-LAST-NAME
           MOVE 'X' TO SQL-TYPE(3)
           MOVE 20 TO SQL-LEN(3)
           SET SQL-ADDR(4) TO ADDRESS OF
             WS-HH-MEMBER-ENABLED
           MOVE 'X' TO SQL-TYPE(4)
           MOVE 1 TO SQL-LEN(4)
           SET SQL-ADDR(5) TO ADDRESS OF
             WS-HH-MEMBER-MAIL-STATUS
           MOVE 'X' TO SQL-TYPE(5)
           MOVE 1 TO SQL-LEN(5)
           MOVE 5 TO SQL-COUNT
           CALL 'OCSQLFTC' USING SQLV
                               SQL-STMT-51
                               SQLCA
           MOVE SQL-VAR-0001 TO WS-HH-MEMBER-ID
               perform check-sql-state

               if not SQL-NODATA then
                   add 1 to ws-hh-member-count
                   if ws-hh-member-id = ws-hh-list-household
                       move "PRIMARY" to ws-hh-member-role
                   else
                       move spaces to ws-hh-member-role
                   end-if
                   display
                       ws-hh-member-id
                       " | "
                       ws-hh-member-first-name
                       " | "
                       ws-hh-member-last-name
                       " | "
                       ws-hh-member-enabled
                       "       | "
                       ws-hh-member-mail-status
                       "    | "
                       ws-hh-member-role
                   end-display
               end-if
           end-perform

           CALL 'OCSQLCCU' USING SQL-STMT-51
                               SQLCA
           perform check-sql-state

           if ws-hh-member-count = 0
               display "(no members)"
           end-if

           exit paragraph.



      *> Uses SQL-STMT-30 to fetch the earliest surviving
      *> ACCOUNT_AUDIT timestamp into ws-audit-floor-ts for the
      *> as-of retention check.



      *> Takes an enable/disable request during an outage. An enable
      *> is written as a 'C' transaction carrying the offline copy's
      *> contact fields and the requested flag, and applies on the
      *> next load as it would online. A disable is written as an
      *> 'S' under the signed-on operator's ID, and the load queues
      *> it for approval by a different operator.
       offline-request-status.

           display space
           move ofl-city to ws-new-city
           move ofl-state to ws-new-state
           move ofl-zip to ws-new-zip
           if ws-new-enabled = 'N'
               move 'S' to ws-capture-code
           else
               move 'C' to ws-capture-code
           end-if
           perform write-offline-capture

           if ws-capture-code = 'S' and ws-capture-file-ok
               display "A different operator must approve the "
                   "disable once it is loaded."
               display space
           end-if

           exit paragraph.


           move ws-new-city to cap-city
           move ws-new-state to cap-state
           move ws-new-zip to cap-zip
           if ws-capture-code = 'S'
               move spaces to cap-status-request-fields
               move ws-operator-id to cap-requested-by
           end-if
           move ws-new-enabled to cap-is-enabled
           move zeros to cap-merge-into-id
           move spaces to cap-effective-date
