      *>****************************************************************
      *> Author: R. Castellano.
      *> Date: 2026-10-15
      *> Purpose: Household linking. Spouses and family members who
      *>          each hold their own ACCOUNTS row are separate
      *>          customers, not duplicates to merge, but they share
      *>          one mailbox. This job groups enabled accounts at
      *>          the same normalized street/city/state/ZIP (the
      *>          HHKEY routine, shared with sql-example's household
      *>          option) under one HOUSEHOLD_ID, which sql-labels
      *>          uses in household mode to print one label per
      *>          household.
      *>
      *>          HOUSEHOLD_ID holds the account ID of the household's
      *>          primary member - the lowest account ID when the
      *>          household is first formed. NULL means the account
      *>          has not been linked; zero means an operator
      *>          unlinked it from the menu, and this job leaves it
      *>          out from then on.
      *>
      *>          The run has two passes:
      *>
      *>          - every existing household is re-checked, and a
      *>            member whose address no longer keys the same as
      *>            the one most of the household shares (the
      *>            primary's, on a tie) is unlinked, so an address
      *>            change takes the account that moved - primary
      *>            or not - out of its old household. A household
      *>            left with one member is dissolved, and one whose
      *>            primary has left is renumbered to its lowest
      *>            remaining member, so the departed primary's ID
      *>            is free to number a household at the new
      *>            address;
      *>          - enabled accounts are then read ZIP by ZIP and
      *>            grouped on the address key. A group of two or
      *>            more joins the household one of them already
      *>            belongs to, or forms a new one under its lowest
      *>            account ID that no other account already holds
      *>            as its HOUSEHOLD_ID. Only unlinked (NULL)
      *>            members are assigned.
      *>
      *>          An account with a blank street, or whose address
      *>          keys to nothing, is never grouped: blank addresses
      *>          all key alike and are not a shared mailbox.
      *>
      *>          Every link and unlink is logged to ACCOUNT_AUDIT as
      *>          a HOUSEHOLD row stamped SQLHHLNK, and listed on
      *>          HHRPT. MOD_DT is not moved: the household is not
      *>          billing data and must not send the account out on
      *>          the next delta export.
      *>
      *> Note: WORKING-STORAGE SECTION header as well as SQL related
      *>       statements must be in uppercase for the esqlOC precompile
      *>       to pick them up and process them.
      *>
      *> Tectonics: cobc -x -static -locsql sql_household.cbl
      *>****************************************************************
       identification division.
       program-id. sql-household.
       environment division.
       input-output section.
       file-control.
           select household-report-file assign to "HHRPT"
               organization is line sequential.

       data division.
       file section.

      *> Linking report (same page and footer conventions as the
      *> other ops reports).
       FD  household-report-file.
       01  household-report-record           pic x(132).

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
      *> Members of every existing household, household by
      *> household, for the address re-check.
       01 SQL-STMT-47.
           05 SQL-IPTR   POINTER.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 0.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 232.
           05 SQL-STMT   PIC X(232) VALUE 'SELECT ID,HOUSEHOLD_ID,COALES
      -    'CE(FIRST_NAME,'' ''),COALESCE(LAST_NAME,'' ''),COALESCE(ADDR
      -    '_STREET,'' ''),COALESCE(ADDR_CITY,'' ''),COALESCE(ADDR_STATE
      -    ','' ''),COALESCE(ADDR_ZIP,'' '') FROM ACCOUNTS WHERE HOUSEHO
      -    'LD_ID > 0 ORDER BY HOUSEHOLD_ID,ID;'.
      **********************************************************************
      *> Enabled accounts a household can be formed from, ZIP by
      *> ZIP. Operator-unlinked accounts (zero) are left out; a
      *> NULL comes back as -1 so it cannot trip the
      *> missing-indicator error.
       01 SQL-STMT-48.
           05 SQL-IPTR   POINTER.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 0.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 276.
           05 SQL-STMT   PIC X(276) VALUE 'SELECT ID,COALESCE(HOUSEHOLD_
      -    'ID,-1),COALESCE(FIRST_NAME,'' ''),COALESCE(LAST_NAME,'' ''),
      -    'COALESCE(ADDR_STREET,'' ''),COALESCE(ADDR_CITY,'' ''),COALES
      -    'CE(ADDR_STATE,'' ''),COALESCE(ADDR_ZIP,'' '') FROM ACCOUNTS 
      -    'WHERE IS_ENABLED = ''Y'' AND COALESCE(HOUSEHOLD_ID,-1) <> 0 
      -    'ORDER BY ADDR_ZIP,ID;'.
      **********************************************************************
      *> Links one account to a household. MOD_DT is left alone.
       01 SQL-STMT-49.
           05 SQL-IPTR   POINTER.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 2.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 50.
           05 SQL-STMT   PIC X(50) VALUE 'UPDATE ACCOUNTS SET HOUSEHOLD_
      -    'ID = ? WHERE ID = ?;'.
      **********************************************************************
      *> Unlinks one account whose address has left its household,
      *> back to NULL so a later run can group it at the new
      *> address.
       01 SQL-STMT-50.
           05 SQL-IPTR   POINTER.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 1.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 53.
           05 SQL-STMT   PIC X(53) VALUE 'UPDATE ACCOUNTS SET HOUSEHOLD_
      -    'ID = NULL WHERE ID = ?;'.
      **********************************************************************
      *> Accounts already holding a given HOUSEHOLD_ID, so a new or
      *> renumbered household never takes a number another
      *> household is using.
       01 SQL-STMT-66.
           05 SQL-IPTR   POINTER.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 1.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 53.
           05 SQL-STMT   PIC X(53) VALUE 'SELECT COUNT(*) FROM ACCOUNTS 
      -    'WHERE HOUSEHOLD_ID = ?;'.
      **********************************************************************
       01 SQL-STMT-7.
           05 SQL-IPTR   POINTER.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 5.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 129.
           05 SQL-STMT   PIC X(129) VALUE 'INSERT INTO ACCOUNT_AUDIT (AC
      -    'COUNT_ID,FIELD_NAME,OLD_VALUE,NEW_VALUE,CHANGED_BY,CHANGED_D
      -    'T) VALUES (?,?,?,?,?,CURRENT_TIMESTAMP);'.
      **********************************************************************
      *******          PRECOMPILER-GENERATED VARIABLES               *******
       01 SQLV-GEN-VARS.
           05 SQL-VAR-0001  PIC S9(5) COMP-3.
           05 SQL-VAR-0002  PIC S9(5) COMP-3.
           05 SQL-VAR-0003  PIC S9(7) COMP-3.
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

      *> Fetch variables shared by both cursors.
       01  ws-fetch-id                      pic 9(5).
       01  ws-fetch-household               pic s9(5).
       01  ws-fetch-first-name              pic x(15).
       01  ws-fetch-last-name               pic x(20).
       01  ws-fetch-street                  pic x(25).
       01  ws-fetch-city                    pic x(15).
       01  ws-fetch-state                   pic x(2).
       01  ws-fetch-zip                     pic x(5).

       01  ws-is-connected-sw               pic a value 'N'.
           88  ws-is-connected              value 'Y'.
           88  ws-is-disconnected           value 'N'.

      *> The accounts of one household (first pass) or one ZIP
      *> (second pass), held so they can be compared with each
      *> other. A household of -1 is an account not yet linked.
       01  ws-member-max                    pic 9(4) comp value 2000.
       01  ws-member-count                  pic 9(4) comp value 0.
       01  ws-member-table.
           05  ws-member                    occurs 0 to 2000 times
                                            depending on
                                                ws-member-count.
               10  ws-member-id             pic 9(5).
               10  ws-member-household      pic s9(5).
               10  ws-member-first-name     pic x(15).
               10  ws-member-last-name      pic x(20).
               10  ws-member-street         pic x(25).
               10  ws-member-city           pic x(15).
               10  ws-member-state          pic x(2).
               10  ws-member-zip            pic x(5).
               10  ws-member-key            pic x(50).
               10  ws-member-done-sw        pic x.
       01  ws-mbr-i                         pic 9(4) comp.
       01  ws-mbr-j                         pic 9(4) comp.
       01  ws-mbr-ref                       pic 9(4) comp.
       01  ws-mbr-print                     pic 9(4) comp.
       01  ws-match-count                   pic 9(4) comp.
       01  ws-kept-count                    pic 9(4) comp.

      *> Control-break fields: the household or ZIP the table
      *> currently holds, and whether it ran past the table.
       01  ws-group-household               pic s9(5).
       01  ws-group-zip                     pic x(5).
       01  ws-group-overflow-sw             pic a value 'N'.
           88  ws-group-overflowed          value 'Y'.
       01  ws-group-size                    pic 9(4) comp.
       01  ws-target-household              pic s9(5).

      *> A household number being considered, and how many accounts
      *> already hold it.
       01  ws-candidate-household           pic s9(5).
       01  ws-in-use-count                  pic 9(7).
       01  ws-primary-kept-sw               pic a.
           88  ws-primary-kept              value 'Y'.

       01  ws-detail-household              pic 9(5).
       01  ws-detail-action                 pic x(40).

      *> Job identity stamped as CHANGED_BY on every audit row this
      *> job writes.
       01  ws-job-user                      pic x(8) value "SQLHHLNK".

       01  ws-audit-account-id              pic 9(5).
       01  ws-audit-field-name              pic x(10).
       01  ws-audit-old-value               pic x(25).
       01  ws-audit-new-value               pic x(25).

      *> Run totals for the report footer.
       01  ws-checked-count                 pic 9(7) value 0.
       01  ws-unlinked-count                pic 9(7) value 0.
       01  ws-formed-count                  pic 9(7) value 0.
       01  ws-linked-count                  pic 9(7) value 0.
       01  ws-renumbered-count              pic 9(7) value 0.
       01  ws-overflow-count                pic 9(7) value 0.

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
           display "COBOL SQL Household Linking"
           display "----------------------------"
           display space

           move function current-date to ws-current-date
           string
               ws-current-date(5:2) '/'
               ws-current-date(7:2) '/'
               ws-current-date(1:4)
               into ws-run-date
           end-string

           MOVE 1024 TO SQL-LEN(1)
           CALL 'OCSQL'    USING WS-DB-CONNECTION-STRING
                               SQL-LEN(1)
                               SQLCA
           END-CALL
           perform check-sql-state
           set ws-is-connected to true

           open output household-report-file

           move ws-report-lines-per-page to ws-report-line-count

           perform recheck-all-households
           perform link-all-households

           perform write-household-footer

           close household-report-file

           CALL 'OCSQLDIS' USING SQLCA END-CALL

           display space
           display "Household linking complete. Checked: "
               ws-checked-count "  Unlinked: " ws-unlinked-count
               "  Formed: " ws-formed-count
               "  Linked: " ws-linked-count
               "  Renumbered: " ws-renumbered-count
           if ws-overflow-count > 0
               display "WARNING: " ws-overflow-count
                   " groups exceeded the member table - see HHRPT."
           end-if
           display space

           stop run.



      *> First pass: walks every existing household member in
      *> household order and re-checks each household as its last
      *> member goes by.
       recheck-all-households.

           move 0 to ws-member-count
           move 'N' to ws-group-overflow-sw

           IF SQL-PREP OF SQL-STMT-47 = 'N'
               MOVE 0 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-47
                                   SQLCA
           END-IF
           CALL 'OCSQLOCU' USING SQL-STMT-47
                               SQLCA
           END-CALL

           perform check-sql-state

           perform with test after until SQLCODE = 100
               perform bind-account-fetch
           CALL 'OCSQLFTC' USING SQLV
                               SQL-STMT-47
                               SQLCA
           MOVE SQL-VAR-0001 TO WS-FETCH-ID
           MOVE SQL-VAR-0002 TO WS-FETCH-HOUSEHOLD
               perform check-sql-state

               if not SQL-NODATA then
                   if ws-member-count > 0
                       and ws-fetch-household not = ws-group-household
                       perform recheck-one-household
                       move 0 to ws-member-count
                       move 'N' to ws-group-overflow-sw
                   end-if
                   move ws-fetch-household to ws-group-household
                   perform add-fetched-member
               end-if
           end-perform

           CALL 'OCSQLCCU' USING SQL-STMT-47
                               SQLCA
           perform check-sql-state

           if ws-member-count > 0
               perform recheck-one-household
           end-if

           exit paragraph.



      *> Keys every member of the household in the table and
      *> unlinks those whose address no longer keys the same as the
      *> household's. The household's address is the key most of
      *> its members share - when the primary moves, it is the
      *> primary that leaves, not everyone who stayed behind - with
      *> the primary's key winning a tie. A member with no street,
      *> or whose address keys to nothing, shares no address with
      *> anyone and is unlinked. A household left with fewer than
      *> two members is no household at all, so its last member is
      *> unlinked too and can be grouped afresh in the second pass.
      *> One left with two or more but without its primary is
      *> renumbered (renumber-household).
       recheck-one-household.

           add 1 to ws-checked-count

           perform varying ws-mbr-i from 1 by 1
                   until ws-mbr-i > ws-member-count
               perform key-one-member
           end-perform

           move 0 to ws-mbr-ref
           move 0 to ws-group-size
           perform varying ws-mbr-i from 1 by 1
                   until ws-mbr-i > ws-member-count
               if ws-member-street(ws-mbr-i) not = spaces
                       and ws-member-key(ws-mbr-i) not = spaces
                   perform count-matching-members
               end-if
           end-perform

           move 0 to ws-kept-count
           perform varying ws-mbr-i from 1 by 1
                   until ws-mbr-i > ws-member-count
               if ws-mbr-ref = 0
                       or ws-member-street(ws-mbr-i) = spaces
                       or ws-member-key(ws-mbr-i)
                           not = ws-member-key(ws-mbr-ref)
                   move 'Y' to ws-member-done-sw(ws-mbr-i)
                   move "UNLINKED - ADDRESS NO LONGER MATCHES"
                       to ws-detail-action
                   perform unlink-member
               else
                   move 'N' to ws-member-done-sw(ws-mbr-i)
                   add 1 to ws-kept-count
               end-if
           end-perform

           if ws-kept-count = 1
               perform varying ws-mbr-i from 1 by 1
                       until ws-mbr-i > ws-member-count
                   if ws-member-done-sw(ws-mbr-i) = 'N'
                       move "UNLINKED - NO OTHER MEMBER LEFT"
                           to ws-detail-action
                       perform unlink-member
                   end-if
               end-perform
           end-if

           if ws-kept-count > 1
               perform renumber-household
           end-if

           exit paragraph.



      *> A household whose primary has left - moved away, or no
      *> longer on file - still carries the primary's account ID,
      *> which the second pass could then hand to a new household at
      *> the primary's new address, putting two addresses under one
      *> number. The members who stayed are moved to the lowest of
      *> their own IDs that no other account holds. Should every one
      *> be taken, the household is dissolved and its members are
      *> grouped afresh in the second pass.
       renumber-household.

           move 'N' to ws-primary-kept-sw
           perform varying ws-mbr-i from 1 by 1
                   until ws-mbr-i > ws-member-count
               if ws-member-done-sw(ws-mbr-i) = 'N'
                       and ws-member-id(ws-mbr-i)
                           = ws-member-household(ws-mbr-i)
                   move 'Y' to ws-primary-kept-sw
               end-if
           end-perform

           if ws-primary-kept
               exit paragraph
           end-if

           move 0 to ws-target-household
           perform varying ws-mbr-i from 1 by 1
                   until ws-mbr-i > ws-member-count
                   or ws-target-household > 0
               if ws-member-done-sw(ws-mbr-i) = 'N'
                   move ws-member-id(ws-mbr-i)
                       to ws-candidate-household
                   perform count-household-users
                   if ws-in-use-count = 0
                       move ws-candidate-household
                           to ws-target-household
                   end-if
               end-if
           end-perform

           perform varying ws-mbr-i from 1 by 1
                   until ws-mbr-i > ws-member-count
               if ws-member-done-sw(ws-mbr-i) = 'N'
                   if ws-target-household = 0
                       move "UNLINKED - NO FREE HOUSEHOLD NUMBER"
                           to ws-detail-action
                       perform unlink-member
                   else
                       perform renumber-member
                   end-if
               end-if
           end-perform

           exit paragraph.



      *> Uses SQL-STMT-66 to count the accounts already holding
      *> ws-candidate-household into ws-in-use-count.
       count-household-users.

           move 0 to ws-in-use-count

           move ws-candidate-household to sql-var-0001
           SET SQL-ADDR(1) TO ADDRESS OF
             SQL-VAR-0001
           MOVE '3' TO SQL-TYPE(1)
           MOVE 3 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
           MOVE 1 TO SQL-COUNT
           IF SQL-PREP OF SQL-STMT-66 = 'N'
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-66
                                   SQLCA
           END-IF
           CALL 'OCSQLOCU' USING SQL-STMT-66
                               SQLCA
           END-CALL

           perform check-sql-state

           SET SQL-ADDR(1) TO ADDRESS OF
             SQL-VAR-0003
           MOVE '3' TO SQL-TYPE(1)
           MOVE 4 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
           MOVE 1 TO SQL-COUNT
           CALL 'OCSQLFTC' USING SQLV
                               SQL-STMT-66
                               SQLCA
           perform check-sql-state

           if not SQL-NODATA
               move sql-var-0003 to ws-in-use-count
           end-if

           CALL 'OCSQLCCU' USING SQL-STMT-66
                               SQLCA
           perform check-sql-state

           exit paragraph.



      *> Counts the members sharing ws-mbr-i's address key and makes
      *> ws-mbr-i the household's reference (ws-mbr-ref) when more
      *> members share it than any key counted so far, or as many
      *> and ws-mbr-i is the primary.
       count-matching-members.

           move 0 to ws-match-count
           perform varying ws-mbr-j from 1 by 1
                   until ws-mbr-j > ws-member-count
               if ws-member-street(ws-mbr-j) not = spaces
                       and ws-member-key(ws-mbr-j)
                           = ws-member-key(ws-mbr-i)
                   add 1 to ws-match-count
               end-if
           end-perform

           if ws-match-count > ws-group-size
                   or (ws-match-count = ws-group-size
                   and ws-member-id(ws-mbr-i)
                       = ws-member-household(ws-mbr-i))
               move ws-match-count to ws-group-size
               move ws-mbr-i to ws-mbr-ref
           end-if

           exit paragraph.



      *> Second pass: walks the enabled accounts in ZIP order and
      *> groups each ZIP's accounts into households as the last one
      *> goes by.
       link-all-households.

           move 0 to ws-member-count
           move 'N' to ws-group-overflow-sw

           IF SQL-PREP OF SQL-STMT-48 = 'N'
               MOVE 0 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-48
                                   SQLCA
           END-IF
           CALL 'OCSQLOCU' USING SQL-STMT-48
                               SQLCA
           END-CALL

           perform check-sql-state

           perform with test after until SQLCODE = 100
               perform bind-account-fetch
           CALL 'OCSQLFTC' USING SQLV
                               SQL-STMT-48
                               SQLCA
           MOVE SQL-VAR-0001 TO WS-FETCH-ID
           MOVE SQL-VAR-0002 TO WS-FETCH-HOUSEHOLD
               perform check-sql-state

               if not SQL-NODATA then
                   if ws-member-count > 0
                       and ws-fetch-zip not = ws-group-zip
                       perform link-one-zip
                       move 0 to ws-member-count
                       move 'N' to ws-group-overflow-sw
                   end-if
                   move ws-fetch-zip to ws-group-zip
                   perform add-fetched-member
               end-if
           end-perform

           CALL 'OCSQLCCU' USING SQL-STMT-48
                               SQLCA
           perform check-sql-state

           if ws-member-count > 0
               perform link-one-zip
           end-if

           exit paragraph.



      *> Keys every account in the ZIP, then works through them in
      *> account ID order, forming one household per address key
      *> not yet dealt with. An account with no street, or whose
      *> address keys to nothing, is set aside: blank addresses all
      *> key alike, and would otherwise land every such account in
      *> the ZIP (or with no ZIP at all) in one household.
       link-one-zip.

           perform varying ws-mbr-i from 1 by 1
                   until ws-mbr-i > ws-member-count
               perform key-one-member
               if ws-member-street(ws-mbr-i) = spaces
                       or ws-member-key(ws-mbr-i) = spaces
                   move 'Y' to ws-member-done-sw(ws-mbr-i)
               else
                   move 'N' to ws-member-done-sw(ws-mbr-i)
               end-if
           end-perform

           perform varying ws-mbr-i from 1 by 1
                   until ws-mbr-i > ws-member-count
               if ws-member-done-sw(ws-mbr-i) = 'N'
                   perform link-one-address
               end-if
           end-perform

           exit paragraph.



      *> Gathers every account at ws-mbr-i's address key. Two or
      *> more make a household: the one the lowest linked member
      *> already belongs to, or a new one under the lowest account
      *> ID no other account already holds as its HOUSEHOLD_ID - a
      *> primary who has just moved out of a household must not
      *> start a second one under the same number. Each unlinked
      *> member is then linked to it.
       link-one-address.

           move 0 to ws-group-size
           move 0 to ws-target-household

           perform varying ws-mbr-j from ws-mbr-i by 1
                   until ws-mbr-j > ws-member-count
               if ws-member-key(ws-mbr-j) = ws-member-key(ws-mbr-i)
                       and ws-member-done-sw(ws-mbr-j) = 'N'
                   move 'Y' to ws-member-done-sw(ws-mbr-j)
                   add 1 to ws-group-size
                   if ws-target-household = 0
                       and ws-member-household(ws-mbr-j) > 0
                       move ws-member-household(ws-mbr-j)
                           to ws-target-household
                   end-if
               end-if
           end-perform

           if ws-group-size < 2
               exit paragraph
           end-if

           if ws-target-household = 0
               perform varying ws-mbr-j from ws-mbr-i by 1
                       until ws-mbr-j > ws-member-count
                       or ws-target-household > 0
                   if ws-member-key(ws-mbr-j)
                           = ws-member-key(ws-mbr-i)
                       and ws-member-street(ws-mbr-j) not = spaces
                       and ws-member-household(ws-mbr-j) < 0
                       move ws-member-id(ws-mbr-j)
                           to ws-candidate-household
                       perform count-household-users
                       if ws-in-use-count = 0
                           move ws-candidate-household
                               to ws-target-household
                       end-if
                   end-if
               end-perform
               if ws-target-household = 0
                   move 0 to ws-detail-household
                   move "NOT LINKED - NO FREE HOUSEHOLD NUMBER"
                       to ws-detail-action
                   move ws-mbr-i to ws-mbr-print
                   perform write-member-detail
                   exit paragraph
               end-if
               add 1 to ws-formed-count
           end-if

           perform varying ws-mbr-j from ws-mbr-i by 1
                   until ws-mbr-j > ws-member-count
               if ws-member-key(ws-mbr-j) = ws-member-key(ws-mbr-i)
                   and ws-member-street(ws-mbr-j) not = spaces
                   and ws-member-household(ws-mbr-j) < 0
                   perform link-member
               end-if
           end-perform

           exit paragraph.



      *> Binds the columns both cursors return.
       bind-account-fetch.

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
             WS-FETCH-FIRST-NAME
           MOVE 'X' TO SQL-TYPE(3)
           MOVE 15 TO SQL-LEN(3)
           SET SQL-ADDR(4) TO ADDRESS OF
             WS-FETCH-LAST-NAME
           MOVE 'X' TO SQL-TYPE(4)
           MOVE 20 TO SQL-LEN(4)
           SET SQL-ADDR(5) TO ADDRESS OF
             WS-FETCH-STREET
           MOVE 'X' TO SQL-TYPE(5)
           MOVE 25 TO SQL-LEN(5)
           SET SQL-ADDR(6) TO ADDRESS OF
             WS-FETCH-CITY
           MOVE 'X' TO SQL-TYPE(6)
           MOVE 15 TO SQL-LEN(6)
           SET SQL-ADDR(7) TO ADDRESS OF
             WS-FETCH-STATE
           MOVE 'X' TO SQL-TYPE(7)
           MOVE 2 TO SQL-LEN(7)
           SET SQL-ADDR(8) TO ADDRESS OF
             WS-FETCH-ZIP
           MOVE 'X' TO SQL-TYPE(8)
           MOVE 5 TO SQL-LEN(8)
           MOVE 8 TO SQL-COUNT

           exit paragraph.



      *> Adds the fetched account to the member table. A group too
      *> big for the table is reported once and its excess members
      *> left as they are this run.
       add-fetched-member.

           if ws-member-count >= ws-member-max
               if not ws-group-overflowed
                   move 'Y' to ws-group-overflow-sw
                   add 1 to ws-overflow-count
                   move ws-fetch-household to ws-detail-household
                   move "NOT CHECKED - GROUP OVER TABLE LIMIT"
                       to ws-detail-action
                   perform write-fetched-detail
               end-if
               exit paragraph
           end-if

           add 1 to ws-member-count
           move ws-fetch-id to ws-member-id(ws-member-count)
           move ws-fetch-household
               to ws-member-household(ws-member-count)
           move ws-fetch-first-name
               to ws-member-first-name(ws-member-count)
           move ws-fetch-last-name
               to ws-member-last-name(ws-member-count)
           move ws-fetch-street to ws-member-street(ws-member-count)
           move ws-fetch-city to ws-member-city(ws-member-count)
           move ws-fetch-state to ws-member-state(ws-member-count)
           move ws-fetch-zip to ws-member-zip(ws-member-count)

           exit paragraph.



      *> Builds the household address key for member ws-mbr-i.
       key-one-member.

           call "HHKEY" using ws-member-street(ws-mbr-i)
               ws-member-city(ws-mbr-i) ws-member-state(ws-mbr-i)
               ws-member-zip(ws-mbr-i) ws-member-key(ws-mbr-i)
           end-call

           exit paragraph.



      *> Takes member ws-mbr-i out of its household, back to NULL.
      *> The caller sets ws-detail-action to say why.
       unlink-member.

           move ws-member-id(ws-mbr-i) to sql-var-0001
           SET SQL-ADDR(1) TO ADDRESS OF
             SQL-VAR-0001
           MOVE '3' TO SQL-TYPE(1)
           MOVE 3 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
           MOVE 1 TO SQL-COUNT
           IF SQL-PREP OF SQL-STMT-50 = 'N'
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-50
                                   SQLCA
           END-IF
           CALL 'OCSQLEXE' USING SQLV
                               SQL-STMT-50
                               SQLCA
           END-CALL

           perform check-sql-state

           move ws-member-household(ws-mbr-i) to ws-detail-household

           move ws-member-id(ws-mbr-i) to ws-audit-account-id
           move "HOUSEHOLD" to ws-audit-field-name
           move ws-detail-household to ws-audit-old-value
           move spaces to ws-audit-new-value
           perform write-audit-record

           add 1 to ws-unlinked-count

           move ws-mbr-i to ws-mbr-print
           perform write-member-detail

           exit paragraph.



      *> Links member ws-mbr-j to ws-target-household.
       link-member.

           move ws-target-household to sql-var-0001
           SET SQL-ADDR(1) TO ADDRESS OF
             SQL-VAR-0001
           MOVE '3' TO SQL-TYPE(1)
           MOVE 3 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
           move ws-member-id(ws-mbr-j) to sql-var-0002
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

           move ws-target-household to ws-member-household(ws-mbr-j)
           move ws-target-household to ws-detail-household

           move ws-member-id(ws-mbr-j) to ws-audit-account-id
           move "HOUSEHOLD" to ws-audit-field-name
           move spaces to ws-audit-old-value
           move ws-detail-household to ws-audit-new-value
           perform write-audit-record

           add 1 to ws-linked-count

           if ws-member-id(ws-mbr-j) = ws-target-household
               move "LINKED - PRIMARY MEMBER" to ws-detail-action
           else
               move "LINKED" to ws-detail-action
           end-if
           move ws-mbr-j to ws-mbr-print
           perform write-member-detail

           exit paragraph.



      *> Moves member ws-mbr-i, still at the household's address,
      *> from its household to ws-target-household.
       renumber-member.

           move ws-target-household to sql-var-0001
           SET SQL-ADDR(1) TO ADDRESS OF
             SQL-VAR-0001
           MOVE '3' TO SQL-TYPE(1)
           MOVE 3 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
           move ws-member-id(ws-mbr-i) to sql-var-0002
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

           move ws-member-id(ws-mbr-i) to ws-audit-account-id
           move "HOUSEHOLD" to ws-audit-field-name
           move ws-member-household(ws-mbr-i) to ws-detail-household
           move ws-detail-household to ws-audit-old-value
           move ws-target-household to ws-detail-household
           move ws-detail-household to ws-audit-new-value
           perform write-audit-record

           move ws-target-household to ws-member-household(ws-mbr-i)

           add 1 to ws-renumbered-count

           if ws-member-id(ws-mbr-i) = ws-target-household
               move "RENUMBERED - NEW PRIMARY MEMBER"
                   to ws-detail-action
           else
               move "RENUMBERED - PRIMARY LEFT" to ws-detail-action
           end-if
           move ws-mbr-i to ws-mbr-print
           perform write-member-detail

           exit paragraph.



      *> Logs a before/after change to ACCOUNT_AUDIT. Callers set
      *> ws-audit-account-id, ws-audit-field-name, ws-audit-old-value,
      *> and ws-audit-new-value before performing this paragraph.
       write-audit-record.

           move ws-audit-account-id to sql-var-0001
           SET SQL-ADDR(1) TO ADDRESS OF
             SQL-VAR-0001
           MOVE '3' TO SQL-TYPE(1)
           MOVE 3 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
           SET SQL-ADDR(2) TO ADDRESS OF
             WS-AUDIT-FIELD-NAME
           MOVE 'X' TO SQL-TYPE(2)
           MOVE 10 TO SQL-LEN(2)
           SET SQL-ADDR(3) TO ADDRESS OF
             WS-AUDIT-OLD-VALUE
           MOVE 'X' TO SQL-TYPE(3)
           MOVE 25 TO SQL-LEN(3)
           SET SQL-ADDR(4) TO ADDRESS OF
             WS-AUDIT-NEW-VALUE
           MOVE 'X' TO SQL-TYPE(4)
           MOVE 25 TO SQL-LEN(4)
           SET SQL-ADDR(5) TO ADDRESS OF
             WS-JOB-USER
           MOVE 'X' TO SQL-TYPE(5)
           MOVE 8 TO SQL-LEN(5)
           MOVE 5 TO SQL-COUNT
           IF SQL-PREP OF SQL-STMT-7 = 'N'
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-7
                                   SQLCA
           END-IF
           CALL 'OCSQLEXE' USING SQLV
                               SQL-STMT-7
                               SQLCA
           END-CALL

           perform check-sql-state

           exit paragraph.



      *> Prints one linked or unlinked member (ws-mbr-print) with its
      *> household and what was done.
       write-member-detail.

           if ws-report-line-count >= ws-report-lines-per-page
               perform write-household-header
           end-if

           move spaces to ws-print-line
           string
               ws-member-id(ws-mbr-print)          "  "
               ws-member-first-name(ws-mbr-print)  " "
               ws-member-last-name(ws-mbr-print)   "  "
               ws-member-street(ws-mbr-print)      " "
               ws-member-zip(ws-mbr-print)         "  "
               ws-detail-household               "  "
               ws-detail-action
               into ws-print-line
           end-string
           write household-report-record from ws-print-line
               after advancing 1 lines
           add 1 to ws-report-line-count

           exit paragraph.



      *> Prints the fetched account that found the member table full.
       write-fetched-detail.

           if ws-report-line-count >= ws-report-lines-per-page
               perform write-household-header
           end-if

           move spaces to ws-print-line
           string
               ws-fetch-id                       "  "
               ws-fetch-first-name               " "
               ws-fetch-last-name                "  "
               ws-fetch-street                   " "
               ws-fetch-zip                      "  "
               ws-detail-household               "  "
               ws-detail-action
               into ws-print-line
           end-string
           write household-report-record from ws-print-line
               after advancing 1 lines
           add 1 to ws-report-line-count

           exit paragraph.



      *> Prints the page header. The first header is written on the
      *> current line, later ones skip to a new page first.
       write-household-header.

           move spaces to ws-print-line
           string
               "HOUSEHOLD LINKING REPORT"
               "     RUN DATE: " ws-run-date
               "     PAGE: " ws-report-page-num
               into ws-print-line
           end-string

           if ws-report-page-num = 1
               write household-report-record from ws-print-line
                   after advancing 1 lines
           else
               write household-report-record from ws-print-line
                   after advancing page
           end-if

           move spaces to ws-print-line
           string
               "ACCOUNTS LINKED TO OR UNLINKED FROM A HOUSEHOLD "
               "THIS RUN"
               into ws-print-line
           end-string
           write household-report-record from ws-print-line
               after advancing 1 lines

           move spaces to ws-print-line
           string
               " ID    NAME                                 "
               "STREET                    ZIP    HHOLD  ACTION"
               into ws-print-line
           end-string
           write household-report-record from ws-print-line
               after advancing 2 lines

           add 1 to ws-report-page-num
           move 0 to ws-report-line-count

           exit paragraph.



      *> Prints the footer totalling the run.
       write-household-footer.

           if ws-unlinked-count = 0 and ws-linked-count = 0
                   and ws-renumbered-count = 0
                   and ws-overflow-count = 0
               perform write-household-header
               move spaces to ws-print-line
               string
                   "NO HOUSEHOLD CHANGES THIS RUN"
                   into ws-print-line
               end-string
               write household-report-record from ws-print-line
                   after advancing 1 lines
           end-if

           move spaces to ws-print-line
           string
               "-------------------------------------------------------"
               into ws-print-line
           end-string
           write household-report-record from ws-print-line
               after advancing 2 lines

           move spaces to ws-print-line
           string
               "HOUSEHOLDS RE-CHECKED: " ws-checked-count
               "     MEMBERS UNLINKED: " ws-unlinked-count
               into ws-print-line
           end-string
           write household-report-record from ws-print-line
               after advancing 1 lines

           move spaces to ws-print-line
           string
               "HOUSEHOLDS FORMED: " ws-formed-count
               "     ACCOUNTS LINKED: " ws-linked-count
               into ws-print-line
           end-string
           write household-report-record from ws-print-line
               after advancing 1 lines

           move spaces to ws-print-line
           string
               "MEMBERS RENUMBERED: " ws-renumbered-count
               into ws-print-line
           end-string
           write household-report-record from ws-print-line
               after advancing 1 lines

           if ws-overflow-count > 0
               move spaces to ws-print-line
               string
                   "WARNING: " ws-overflow-count
                   " GROUPS OVER THE MEMBER TABLE LIMIT - EXCESS "
                   "ACCOUNTS NOT CHECKED THIS RUN"
                   into ws-print-line
               end-string
               write household-report-record from ws-print-line
                   after advancing 1 lines
           end-if

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

       end program sql-household.
