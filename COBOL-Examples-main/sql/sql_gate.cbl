      *>          "Tonight" is taken as a completion within the
      *>          last ws-max-age-hours hours, so a predecessor
      *>          that finished just before midnight still passes a
      *>          gate that runs just after it. A job gated on a
      *>          predecessor from the previous night's chain (the
      *>          balancing job, SQLBAL) gives a wider limit in
      *>          columns 9-11 of GATEPARM.
      *>
      *>          SQLBAL posts a 'B' record when the night's control
      *>          totals do not balance. It is not a completion: the
      *>          gate stays shut until an operator's sign-off run
      *>          posts a 'C' over it.
      *>
      *> Tectonics: cobc -x sql_gate.cbl
      *>****************************************************************
       file section.

      *> One-record parameter file: the job that must have
      *> completed cleanly tonight before the guarded job may run,
      *> and optionally how many hours old its completion may be.
       FD  gate-parm-file.
       01  gate-parm-record.
           05  gpp-predecessor               pic x(8).
           05  gpp-max-age-hours             pic x(3).

      *> Shared nightly run-control log, in the layout the batch
      *> jobs append with write-run-control-record.
                   stop run
               not at end
                   move gpp-predecessor to ws-predecessor
                   if gpp-max-age-hours is numeric
                           and gpp-max-age-hours > '000'
                       move gpp-max-age-hours to ws-max-age-hours
                   end-if
           end-read

           close gate-parm-file
               stop run
           end-if

           if ws-latest-status = 'B'
               display "GATE FAILED: " ws-predecessor " found the "
                   "control totals OUT OF BALANCE at "
                   ws-latest-timestamp " - the break must be signed "
                   "off before the chain runs."
               move 8 to return-code
               stop run
           end-if

           if ws-latest-status not = 'C'
               display "GATE FAILED: " ws-predecessor " started at "
                   ws-latest-timestamp " but wrote no completion "
