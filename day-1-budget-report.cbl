identification division.
program-id. day-1-budget-report.


environment division.
input-output section.
       file-control.
       select budget-file assign to 'day-1-dept-budget.txt'
           organization is line sequential
           file status is budget-status.
       select posted-file assign to 'day-1-expense-posted.dat'
           organization is indexed
           access mode is sequential
           record key is pe-expense-id
           file status is posted-status.
       select archive-file assign to 'day-1-expense-posted-archive.txt'
           organization is line sequential
           file status is archive-status.
       select parm-file assign to 'day-1-parms.txt'
           organization is line sequential
           file status is parm-status.
       select budget-report-file assign to 'day-1-budget-report.txt'
           organization is line sequential.


data division.
file section.
fd budget-file.
01 budget-record.
       copy "day-1-dept-budget.cpy".

fd posted-file.
01 posted-record.
       copy "day-1-expense-posted.cpy".

fd archive-file.
01 archive-record.
       copy "day-1-expense-posted.cpy" replacing leading ==pe== by ==ar==.

fd parm-file.
01 parm-record pic x(80).

fd budget-report-file.
01 budget-report-record pic x(80).

working-storage section.
01 file-statuses.
       05 budget-status pic xx.
       05 posted-status pic xx.
       05 archive-status pic xx.
       05 parm-status pic xx.
01 state.
       05 eof-ind pic x value "n".
       05 budget-found pic x value "N".
       05 master-found pic x value "N".
       05 budget-records-read pic 9(5) value 0.
       05 budget-records-invalid pic 9(5) value 0.
       05 postings-read pic 9(8) value 0.
       05 over-budget-count pic 9(4) value 0.
       05 over-warning-count pic 9(4) value 0.
       05 no-budget-count pic 9(4) value 0.
       05 table-full-count pic 9(8) value 0.
01 run-parms.
       05 parm-budget-warn pic 9(3) value 90.
01 parm-work.
       05 parm-eof pic x.
       05 parm-keyword pic x(12).
       05 parm-value-text pic x(20).
*> One entry per department and accounting period, from the budget
*> file and from the postings on the master and its archive.  A
*> posting is taken when its period is in the current budget year
*> or already has a budget line, so the archive's earlier years do
*> not fill the table.  Budget flag: Y a budget record was read for
*> the entry.
01 budget-table.
       05 bv-count pic 9(3) value 0.
       05 bv-idx pic 9(3).
       05 bv-found pic 9(3).
       05 bv-entry occurs 500 times.
           10 bv-dept-code pic x(4).
           10 bv-period pic x(6).
           10 bv-budgeted pic x.
           10 bv-budget pic 9(10).
           10 bv-actual pic 9(10).
01 lookup-key.
       05 lookup-dept-code pic x(4).
       05 lookup-period pic x(6).
01 line-work.
       05 line-remaining pic 9(10).
       05 line-remaining-sign pic x.
       05 line-pct pic 9(5).
       05 line-status pic x(12).
01 grand-totals.
       05 gt-budget pic 9(12) value 0.
       05 gt-actual pic 9(12) value 0.
01 report-date pic x(8).
01 business-date-block.
       copy "day-1-business-date.cpy".
01 report-line pic x(80).
01 audit-request.
       copy "day-1-audit.cpy".


procedure division.
       main.
           call "day-1-business-date" using business-date-block.
           move bd-business-date to report-date.
           move "DAY-1-BUDGET" to aud-program.
           move "START" to aud-action.
           move "RUN START" to aud-detail.
           perform write-audit-event.
           perform load-parameter-card.
           open output budget-report-file.
           perform write-report-header.
           perform load-budget-file.
           perform load-posted-actuals.
           perform load-archived-actuals.
           perform write-budget-section.
           perform write-exception-section.
           perform write-report-trailer.
           close budget-report-file.
           move "END" to aud-action.
           move spaces to aud-detail.
           string "RUN END OVER BUDGET " over-budget-count
               " OVER WARNING " over-warning-count
               " NO BUDGET " no-budget-count
               delimited by size into aud-detail.
           perform write-audit-event.
           perform set-return-code.
           goback.

*> CALLing day-1-audit resets the RETURN-CODE register, so the
*> run's code must be set after the final audit event.
       set-return-code.
           evaluate true
               when table-full-count > 0
                   move 8 to return-code
               when over-budget-count > 0 or over-warning-count > 0
                       or no-budget-count > 0 or budget-found not = "Y"
                       or master-found not = "Y"
                   move 4 to return-code
               when other
                   move 0 to return-code
           end-evaluate.

       write-audit-event.
           call "day-1-audit" using audit-request.

       load-parameter-card.
           move "n" to parm-eof.
           open input parm-file.
           if parm-status = "00"
               perform read-parameter-line until parm-eof = "Y"
               close parm-file
           end-if.

       read-parameter-line.
           read parm-file
               at end move "Y" to parm-eof
               not at end
                   move spaces to parm-keyword
                   move spaces to parm-value-text
                   unstring parm-record delimited by all spaces
                       into parm-keyword parm-value-text
                   end-unstring
                   evaluate parm-keyword
                       when "BUDGET-WARN"
                           compute parm-budget-warn =
                               function numval(parm-value-text)
                   end-evaluate
           end-read.

       load-budget-file.
           move "n" to eof-ind.
           open input budget-file.
           if budget-status = "00"
               move "Y" to budget-found
               perform read-budget-record until eof-ind = "Y"
               close budget-file
           else
               move "BUDGET FILE NOT FOUND - EVERY DEPARTMENT IS AN EXCEPTION"
                   to report-line
               perform write-report-line
           end-if.

       read-budget-record.
           read budget-file
               at end move "Y" to eof-ind
               not at end
                   if budget-record not = spaces
                       perform load-budget-record
                   end-if
           end-read.

       load-budget-record.
           add 1 to budget-records-read.
           if db-dept-code = spaces or db-period not numeric
                   or db-budget-amount not numeric
               add 1 to budget-records-invalid
               move spaces to report-line
               string "BUDGET RECORD IGNORED - INVALID: " budget-record
                   delimited by size into report-line
               perform write-report-line
               exit paragraph
           end-if.
           move db-dept-code to lookup-dept-code.
           move db-period to lookup-period.
           perform find-budget-entry.
           if bv-found > 0
               move "Y" to bv-budgeted(bv-found)
               add db-budget-amount to bv-budget(bv-found)
           end-if.

       load-posted-actuals.
           move "n" to eof-ind.
           open input posted-file.
           if posted-status = "00"
               move "Y" to master-found
               perform read-posted-record until eof-ind = "Y"
               close posted-file
           else
               move spaces to report-line
               string "POSTED MASTER NOT AVAILABLE STATUS " posted-status
                   " - ACTUALS INCOMPLETE"
                   delimited by size into report-line
               perform write-report-line
           end-if.

       read-posted-record.
           read posted-file next record
               at end move "Y" to eof-ind
               not at end
                   add 1 to postings-read
                   move pe-dept-code to lookup-dept-code
                   move pe-entry-date(1:6) to lookup-period
                   perform find-actual-entry
                   if bv-found > 0
                       add pe-amount to bv-actual(bv-found)
                   end-if
           end-read.

*> Postings purged from the master still count towards their
*> period's actual.
       load-archived-actuals.
           move "n" to eof-ind.
           open input archive-file.
           if archive-status = "00"
               perform read-archive-record until eof-ind = "Y"
               close archive-file
           end-if.

       read-archive-record.
           read archive-file
               at end move "Y" to eof-ind
               not at end
                   add 1 to postings-read
                   move ar-dept-code to lookup-dept-code
                   move ar-entry-date(1:6) to lookup-period
                   perform find-actual-entry
                   if bv-found > 0
                       add ar-amount to bv-actual(bv-found)
                   end-if
           end-read.

*> An actual outside the current budget year is only taken where
*> its department and period already have a budget line.
       find-actual-entry.
           if lookup-period(1:4) = report-date(1:4)
               perform find-budget-entry
           else
               perform search-budget-entry
           end-if.

       search-budget-entry.
           move 0 to bv-found.
           perform varying bv-idx from 1 by 1
                   until bv-idx > bv-count or bv-found > 0
               if bv-dept-code(bv-idx) = lookup-dept-code
                       and bv-period(bv-idx) = lookup-period
                   move bv-idx to bv-found
               end-if
           end-perform.

*> An amount that finds the table full is left out of the report, so
*> the report says so and the run ends in error.
       find-budget-entry.
           perform search-budget-entry.
           if bv-found = 0
               if bv-count < 500
                   add 1 to bv-count
                   move bv-count to bv-found
                   move lookup-dept-code to bv-dept-code(bv-found)
                   move lookup-period to bv-period(bv-found)
                   move "N" to bv-budgeted(bv-found)
                   move 0 to bv-budget(bv-found)
                   move 0 to bv-actual(bv-found)
               else
                   perform report-table-full
               end-if
           end-if.

       report-table-full.
           add 1 to table-full-count.
           if table-full-count > 1
               exit paragraph
           end-if.
           move spaces to report-line.
           string "ERROR: BUDGET TABLE FULL (500) - FIRST LEFT OUT DEPT "
               lookup-dept-code " PERIOD " lookup-period
               delimited by size into report-line.
           perform write-report-line.
           move "ERROR" to aud-action.
           move report-line(1:60) to aud-detail.
           perform write-audit-event.

       write-budget-section.
           move spaces to report-line.
           perform write-report-line.
           move "BUDGET VERSUS ACTUAL" to report-line.
           perform write-report-line.
           move "  DEPT PERIOD     BUDGET     ACTUAL   REMAINING   PCT"
               to report-line.
           perform write-report-line.
           perform write-budget-line
               varying bv-idx from 1 by 1 until bv-idx > bv-count.

       write-budget-line.
           perform set-line-values.
           add bv-budget(bv-idx) to gt-budget.
           add bv-actual(bv-idx) to gt-actual.
           evaluate line-status
               when "OVER BUDGET"
                   add 1 to over-budget-count
               when "OVER WARNING"
                   add 1 to over-warning-count
               when "NO BUDGET"
                   add 1 to no-budget-count
           end-evaluate.
           move spaces to report-line.
           string "  " bv-dept-code(bv-idx)
               " " bv-period(bv-idx)
               " " bv-budget(bv-idx)
               " " bv-actual(bv-idx)
               " " line-remaining-sign line-remaining
               " " line-pct
               " " line-status
               delimited by size into report-line.
           perform write-report-line.

*> Remaining is signed "-" once the actual passes the budget.  A
*> department with spending but no budget has no percentage.
       set-line-values.
           move spaces to line-status.
           move space to line-remaining-sign.
           if bv-actual(bv-idx) > bv-budget(bv-idx)
               compute line-remaining = bv-actual(bv-idx) - bv-budget(bv-idx)
               move "-" to line-remaining-sign
           else
               compute line-remaining = bv-budget(bv-idx) - bv-actual(bv-idx)
           end-if.
           if bv-budget(bv-idx) = 0
               move 0 to line-pct
           else
               compute line-pct rounded =
                   (bv-actual(bv-idx) * 100) / bv-budget(bv-idx)
                   on size error move 99999 to line-pct
               end-compute
           end-if.
           evaluate true
               when bv-budgeted(bv-idx) not = "Y"
                   move "NO BUDGET" to line-status
               when bv-actual(bv-idx) > bv-budget(bv-idx)
                   move "OVER BUDGET" to line-status
               when line-pct >= parm-budget-warn
                   move "OVER WARNING" to line-status
           end-evaluate.

       write-exception-section.
           move spaces to report-line.
           perform write-report-line.
           move "EXCEPTIONS" to report-line.
           perform write-report-line.
           perform write-exception-line
               varying bv-idx from 1 by 1 until bv-idx > bv-count.
           if over-budget-count = 0 and over-warning-count = 0
                   and no-budget-count = 0
               move "  NONE" to report-line
               perform write-report-line
           end-if.

       write-exception-line.
           perform set-line-values.
           if line-status = spaces
               exit paragraph
           end-if.
           move spaces to report-line.
           evaluate line-status
               when "NO BUDGET"
                   string "  NO BUDGET RECORD: DEPT " bv-dept-code(bv-idx)
                       " PERIOD " bv-period(bv-idx)
                       " ACTUAL " bv-actual(bv-idx)
                       delimited by size into report-line
               when "OVER BUDGET"
                   string "  OVER BUDGET: DEPT " bv-dept-code(bv-idx)
                       " PERIOD " bv-period(bv-idx)
                       " OVER BY " line-remaining
                       " PCT " line-pct
                       delimited by size into report-line
               when other
                   string "  OVER WARNING: DEPT " bv-dept-code(bv-idx)
                       " PERIOD " bv-period(bv-idx)
                       " REMAINING " line-remaining
                       " PCT " line-pct
                       delimited by size into report-line
           end-evaluate.
           perform write-report-line.
           move "EXCEPTION" to aud-action.
           move report-line(3:60) to aud-detail.
           perform write-audit-event.

       write-report-header.
           move spaces to report-line.
           string "DAY-1-BUDGET-REPORT - DEPARTMENT BUDGET VERSUS ACTUAL"
               delimited by size into report-line.
           perform write-report-line.
           move spaces to report-line.
           string "RUN DATE: " report-date delimited by size into report-line.
           perform write-report-line.
           move spaces to report-line.
           string "WARNING THRESHOLD: " parm-budget-warn " PERCENT CONSUMED"
               delimited by size into report-line.
           perform write-report-line.

       write-report-trailer.
           move spaces to report-line.
           perform write-report-line.
           move spaces to report-line.
           string "BUDGET RECORDS READ: " budget-records-read
               "  INVALID: " budget-records-invalid
               "  POSTINGS READ: " postings-read
               delimited by size into report-line.
           perform write-report-line.
           move spaces to report-line.
           string "TOTAL BUDGET: " gt-budget "  TOTAL ACTUAL: " gt-actual
               delimited by size into report-line.
           perform write-report-line.
           move spaces to report-line.
           string "OVER BUDGET: " over-budget-count
               "  OVER WARNING: " over-warning-count
               "  NO BUDGET: " no-budget-count
               delimited by size into report-line.
           perform write-report-line.
           if table-full-count > 0
               move spaces to report-line
               string "AMOUNTS LEFT OUT - BUDGET TABLE FULL: "
                   table-full-count
                   delimited by size into report-line
               perform write-report-line
           end-if.

       write-report-line.
           write budget-report-record from report-line.
