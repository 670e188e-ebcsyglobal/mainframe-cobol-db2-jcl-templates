       file section.

      *> Prior run's rejects, in the layout write-load-reject-record
      *> gives them in sql-load. A name change ('N') carries its
      *> reason, and a delete, merge or offline disable ('D', 'M',
      *> 'S') the requesting operator's ID, in place of the contact
      *> fields, as in the acct-txn-record layout. A phone-only 'C'
      *> carries its prior phone, and a status-only 'C' its activity
      *> date, where the street begins.
       FD  reject-in-file.
       01  reject-in-record.
           05  rin-code                      pic x.
           05  rin-reason                    pic x(40).
           05  rin-first-name                pic x(15).
           05  rin-last-name                 pic x(20).
           05  rin-contact-fields.
               10  rin-phone                 pic x(10).
               10  rin-street                pic x(25).
               10  rin-city                  pic x(15).
               10  rin-state                 pic x(2).
               10  rin-zip                   pic x(5).
           05  rin-name-change-fields redefines rin-contact-fields.
               10  rin-name-reason           pic x(25).
               10  filler                    pic x(32).
           05  rin-is-enabled                pic x.
           05  rin-merge-into-id             pic 9(5).
           05  rin-reject-date               pic x(10).
           05  rot-account-id                pic 9(5).
           05  rot-first-name                pic x(15).
           05  rot-last-name                 pic x(20).
           05  rot-contact-fields.
               10  rot-phone                 pic x(10).
               10  rot-street                pic x(25).
               10  rot-city                  pic x(15).
               10  rot-state                 pic x(2).
               10  rot-zip                   pic x(5).
           05  rot-name-change-fields redefines rot-contact-fields.
               10  rot-name-reason           pic x(25).
               10  filler                    pic x(32).
           05  rot-is-enabled                pic x.
           05  rot-merge-into-id             pic 9(5).
           05  rot-effective-date            pic x(10).
       01  ws-work-is-enabled               pic x.
       01  ws-work-merge-into-id            pic 9(5).
       01  ws-work-effective-date           pic x(10).
       01  ws-work-name-reason              pic x(25).

      *> Which form of 'C' the reject being worked is, told apart
      *> the way the load job tells them apart: a phone-only or a
      *> status-only change is validated and written back as one,
      *> so its blanks are still filled from the row when it loads.
       01  ws-work-form-sw                  pic x.
           88  ws-work-is-full-row          value 'F'.
           88  ws-work-is-phone-only        value 'P'.
           88  ws-work-is-status-only       value 'T'.

       01  ws-fix-choice                    pic xx.

           move rin-account-id to ws-work-account-id
           move rin-first-name to ws-work-first-name
           move rin-last-name to ws-work-last-name
           if rin-code = 'N'
               move rin-name-reason to ws-work-name-reason
               move spaces to ws-work-phone
               move spaces to ws-work-street
               move spaces to ws-work-city
               move spaces to ws-work-state
               move spaces to ws-work-zip
           else
               move spaces to ws-work-name-reason
               move rin-phone to ws-work-phone
               move rin-street to ws-work-street
               move rin-city to ws-work-city
               move rin-state to ws-work-state
               move rin-zip to ws-work-zip
           end-if
           move rin-is-enabled to ws-work-is-enabled
           move rin-merge-into-id to ws-work-merge-into-id
           move rin-effective-date to ws-work-effective-date
      *> One round of the fix-it menu for the reject being worked.
       show-fix-menu.

           perform classify-work-record

           display space
           display "Code: " ws-work-code
               "  Account ID: " ws-work-account-id
           display "Name: " ws-work-first-name " "
               ws-work-last-name
           evaluate true
               when ws-work-code = 'D' or ws-work-code = 'M'
                       or ws-work-code = 'S'
                   display "Requested by: " ws-work-phone(1:8)
               when ws-work-is-phone-only
                   display "Phone: " ws-work-phone
                       "  Prior phone: " ws-work-street(1:10)
                   display "(Phone-only change - address and "
                       "enabled flag stay as on file)"
               when ws-work-is-status-only
                   display "Enabled: " ws-work-is-enabled
                       "  Activity since: " ws-work-street(1:10)
                   display "(Status-only change - contact fields "
                       "stay as on file)"
               when other
                   display "Phone: " ws-work-phone
                       "  Enabled: " ws-work-is-enabled
                   display "Street: " ws-work-street
                   display "City: " ws-work-city
                       "  State: " ws-work-state
                       "  ZIP: " ws-work-zip
           end-evaluate
           if ws-work-code = 'M'
               display "Merge into: " ws-work-merge-into-id
           end-if
           if ws-work-code = 'N'
               display "Name change reason: " ws-work-name-reason
           end-if
           if ws-work-effective-date not = spaces
               display "Effective: " ws-work-effective-date
           end-if
           display "10) Change enabled flag"
           display "11) Change merge-into account ID"
           display "12) Change effective date"
           display "13) Change name-change reason"
           display "14) Write corrected record"
           display "15) Skip this reject"
           display "Selection: " with no advancing
           accept ws-fix-choice

           evaluate ws-fix-choice

               when '1'
                   display "Code (A/C/D/M/N/S): " with no advancing
                   accept ws-work-code
                   move function upper-case(ws-work-code)
                       to ws-work-code
                   accept ws-work-last-name

               when '5'
                   if ws-work-code = 'D' or ws-work-code = 'M'
                           or ws-work-code = 'S'
                       display "Requesting operator ID: "
                           with no advancing
                   else
                       display "Phone (10 digits): " with no advancing
                   end-if
                   accept ws-work-phone

               when '6'
                   evaluate true
                       when ws-work-is-phone-only
                           display "Prior phone (blank = do not "
                               "check): " with no advancing
                       when ws-work-is-status-only
                           display "Activity since (YYYY-MM-DD, "
                               "blank = do not check): "
                               with no advancing
                       when other
                           display "Street: " with no advancing
                   end-evaluate
                   accept ws-work-street

               when '7'
                   accept ws-work-effective-date

               when '13'
                   display "Reason / supporting document ref: "
                       with no advancing
                   accept ws-work-name-reason

               when '14'
                   perform write-corrected-record

               when '15'
                   add 1 to ws-skipped-count
                   move 'Y' to ws-record-done-sw

               when other
                   display "Please make a selection between 1-15"

           end-evaluate


      *> Validates the corrected record the same way the load job
      *> will, then writes it to RECYCTXN. A correction that would
      *> just bounce again stays in the fix-it menu instead. A name
      *> change carries names and a reason instead of phone/address.
      *> Deletes, merges and offline disables ('S') carry the
      *> requesting operator's ID, which rides through in the phone
      *> field and must be there. A phone-only 'C' has only its
      *> phone (and prior phone) checked, and a status-only 'C' its
      *> enabled flag (and activity date), so neither has to be
      *> keyed out into a full row that would overwrite whatever is
      *> on file by the time it loads.
       write-corrected-record.

           perform classify-work-record

           if ws-work-code not = 'A' and ws-work-code not = 'C'
                   and ws-work-code not = 'D'
                   and ws-work-code not = 'M'
                   and ws-work-code not = 'N'
                   and ws-work-code not = 'S'
               display space
               display "Transaction code must be A, C, D, M, N, or S."
               exit paragraph
           end-if

           if ws-work-code = 'N'
                   and (ws-work-first-name = spaces
                   or ws-work-last-name = spaces)
               display space
               display "First and last name are required."
               exit paragraph
           end-if

           if ws-work-code = 'N' and ws-work-name-reason = spaces
               display space
               display "Name change reason is required."
               exit paragraph
           end-if

               exit paragraph
           end-if

           if (ws-work-code = 'D' or ws-work-code = 'M'
                   or ws-work-code = 'S')
                   and ws-work-phone(1:8) = spaces
               display space
               display "Requesting operator ID is required."
               exit paragraph
           end-if

           if ws-work-is-phone-only
               if ws-work-phone is not numeric
                   display space
                   display "Still invalid: Phone number must be 10 "
                       "numeric digits"
                   exit paragraph
               end-if
               if ws-work-street(1:10) not = spaces
                       and ws-work-street(1:10) is not numeric
                   display space
                   display "Prior phone must be 10 digits or blank."
                   exit paragraph
               end-if
           end-if

           if ws-work-is-status-only
               if ws-work-is-enabled not = 'Y'
                       and ws-work-is-enabled not = 'N'
                   display space
                   display "Enabled flag must be Y or N."
                   exit paragraph
               end-if
               if ws-work-street(1:10) not = spaces
                       and (ws-work-street(1:4) not numeric
                       or ws-work-street(6:2) not numeric
                       or ws-work-street(9:2) not numeric)
                   display space
                   display "Activity date must be YYYY-MM-DD or blank."
                   exit paragraph
               end-if
           end-if

           if ws-work-code not = 'D' and ws-work-code not = 'M'
                   and ws-work-code not = 'N'
                   and ws-work-code not = 'S'
                   and ws-work-is-full-row
               call "ACCTVAL" using ws-work-phone ws-work-street
                   ws-work-city ws-work-state ws-work-zip
                   ws-valid-sw ws-valid-reason
           move ws-work-account-id to rot-account-id
           move ws-work-first-name to rot-first-name
           move ws-work-last-name to rot-last-name
           if ws-work-code = 'N'
               move spaces to rot-contact-fields
               move ws-work-name-reason to rot-name-reason
           else
               move ws-work-phone to rot-phone
               move ws-work-street to rot-street
               move ws-work-city to rot-city
               move ws-work-state to rot-state
               move ws-work-zip to rot-zip
           end-if
           move ws-work-is-enabled to rot-is-enabled
           move ws-work-merge-into-id to rot-merge-into-id
           move ws-work-effective-date to rot-effective-date

           exit paragraph.



      *> Sets ws-work-form-sw from the working fields as they stand.
      *> A 'C' with the phone and nothing past the prior phone, and
      *> no enabled flag, is phone-only; one with no phone, nothing
      *> past the activity date, and an enabled flag is status-only;
      *> anything else is a full row.
       classify-work-record.

           move 'F' to ws-work-form-sw

           if ws-work-code = 'C'
                   and ws-work-street(11:15) = spaces
                   and ws-work-city = spaces
                   and ws-work-state = spaces
                   and ws-work-zip = spaces
               if ws-work-phone not = spaces
                       and ws-work-is-enabled = space
                   move 'P' to ws-work-form-sw
               end-if
               if ws-work-phone = spaces
                       and ws-work-is-enabled not = space
                   move 'T' to ws-work-form-sw
               end-if
           end-if

           exit paragraph.

       end program sql-recycle.
