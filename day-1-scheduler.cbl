       05 log-time pic x(6).
01 log-line pic x(80).
01 report-date pic x(8).
01 business-date-block.
       copy "day-1-business-date.cpy".
01 batch-disposition pic x(22).
01 audit-request.
       copy "day-1-audit.cpy".

procedure division.
       main.
           call "day-1-business-date" using business-date-block.
           move bd-business-date to report-date.
           perform load-step-plan.
           if step-count = 0
               display "day-1-scheduler: no usable plan in "
               move "C" to se-status(step-idx)
           end-if.

*> The date-roll step moves the business date on part way through
*> the batch, so the state is always saved under the current one;
*> a restart then matches the date the interrupted batch was on.
       save-scheduler-state.
           call "day-1-business-date" using business-date-block.
           move bd-business-date to report-date.
           move spaces to scheduler-state-record.
           move report-date to ss-batch-date.
           if halt-flag = "Y" or step-idx <= step-count
                   call "day-1-fuel" using call-parm-1
                       on exception move 12 to return-code
                   end-call
               when "DAY-1-DATE-ROLL"
                   call "day-1-date-roll" using call-parm-1
                       on exception move 12 to return-code
                   end-call
               when "DAY-1-EXPENSE"
                   call "day-1-expense" using call-parm-1 call-parm-2
                       on exception move 12 to return-code
                   end-call
           end-evaluate.
           move return-code to step-rc.
*> A program can appear on the plan more than once (the expense run
*> posts the day's ledger and later the fuel chargebacks), so each
*> step program is cancelled to start its next call from a fresh
*> working storage.
           move function lower-case(se-program(step-idx))
               to call-program-name.
           cancel call-program-name.

       write-audit-event.
           call "day-1-audit" using audit-request.
