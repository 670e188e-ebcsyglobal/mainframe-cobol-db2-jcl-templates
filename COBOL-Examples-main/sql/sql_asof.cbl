       unwind-one-audit-row.

           evaluate ws-hist-field-name
               when "FIRST_NAME"
                   move ws-hist-old-value(1:15)
                       to ws-sql-account-first-name
                   add 1 to ws-unwound-count
               when "LAST_NAME"
                   move ws-hist-old-value(1:20)
                       to ws-sql-account-last-name
                   add 1 to ws-unwound-count
               when "PHONE"
                   move ws-hist-old-value(1:10)
                       to ws-sql-account-phone
