       01  ws-chased-count                  pic 9(7) value 0.
       01  ws-not-chased-count              pic 9(7) value 0.

      *> Tonight's billable export records billing has not answered,
      *> whether or not they were already on the chase file. Posted
      *> as the fourth run-control count, so the balancing job can
      *> foot the responses plus this against what was exported.
       01  ws-new-unanswered-count          pic 9(7) value 0.

      *> Run-control logging. The start record is written before
      *> any real work, so a run that dies early still shows on the
      *> morning summary as started-but-never-finished.
               exit paragraph
           end-if

           if abr-account-id is numeric and abr-account-id > 0
                   and ws-answered-flag(abr-account-id) = 'Y'
               continue
           else
               add 1 to ws-new-unanswered-count
           end-if

      *> The carryover pass has already settled any account it saw
      *> - answered or still chased - so the carried check comes
      *> first, or an answered carryover re-exported tonight would
           write chase-report-record from ws-print-line
               after advancing 1 lines

           move spaces to ws-print-line
           string
               "TONIGHT'S EXPORTS UNANSWERED: " ws-new-unanswered-count
               into ws-print-line
           end-string
           write chase-report-record from ws-print-line
               after advancing 1 lines

           exit paragraph.


               move ws-unanswered-count to rcl-count-1
               move ws-chased-count to rcl-count-2
               move ws-answered-count to rcl-count-3
               move ws-new-unanswered-count to rcl-count-4
           else
               move 0 to rcl-count-1
               move 0 to rcl-count-2
