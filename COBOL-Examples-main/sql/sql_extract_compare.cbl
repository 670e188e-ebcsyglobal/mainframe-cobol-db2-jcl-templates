      *>          Adds and deletes are listed but not cross-checked:
      *>          the insert and delete paths do not write
      *>          field-level audit rows, so there is nothing to
      *>          match them against. Name changes come through the
      *>          menu's name-change option or the load job's 'N'
      *>          transaction, which audit FIRST_NAME and LAST_NAME
      *>          like any other field, so they are cross-checked
      *>          the same way.
      *>
      *>          Both extracts are written in account-ID order by
      *>          sql-extract, so the compare is a sequential merge.
       01  ws-window-timestamp              pic x(20).

      *> Whether the audit trail can vouch for the current field
      *> difference at all. Every compared field now has an audited
      *> maintenance path; a field without one would be set 'N' and
      *> flagged outright as out-of-band.
       01  ws-auditable-sw                  pic a.
           88  ws-field-auditable           value 'Y'.

               move "FIRST_NAME" to ws-cmp-field-name
               move pri-first-name to ws-cmp-old-value
               move cur-first-name to ws-cmp-new-value
               move 'Y' to ws-auditable-sw
               perform report-changed-field
           end-if

               move "LAST_NAME" to ws-cmp-field-name
               move pri-last-name to ws-cmp-old-value
               move cur-last-name to ws-cmp-new-value
               move 'Y' to ws-auditable-sw
               perform report-changed-field
           end-if

