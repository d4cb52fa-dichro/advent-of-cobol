identification division.
program-id. day-1-receipt-recon.


environment division.
input-output section.
       file-control.
       select dispatch-index-file assign to 'day-1-dispatch-index.txt'
           organization is line sequential
           file status is index-status.
       select dispatch-file assign to dynamic dispatch-file-name
           organization is line sequential
           file status is dispatch-status.
       select receipt-file assign to dynamic receipt-file-name
           organization is line sequential
           file status is receipt-status.
       select recon-report-file assign to 'day-1-receipt-recon.txt'
           organization is line sequential.


data division.
file section.
fd dispatch-index-file.
01 dispatch-index-record.
       copy "day-1-dispatch-index.cpy".

fd dispatch-file.
01 dispatch-record pic x(40).

*> Delivery receipt returned by the site for one tanker load, named
*> day-1-receipt-SITE-NN.txt after the dispatch manifest it answers:
*>   HDR<dispatch run date 8><site 4><load 2>
*>   <module-id>,<fuel received>     one line per module received
*>   TRL<module count 4><fuel received total 10>
fd receipt-file.
01 receipt-record pic x(40).

fd recon-report-file.
01 recon-report-record pic x(80).

working-storage section.
01 file-statuses.
       05 index-status pic xx.
       05 dispatch-status pic xx.
       05 receipt-status pic xx.
01 state.
       05 index-eof pic x value "n".
       05 eof-ind pic x value "n".
       05 index-found pic x value "N".
       05 loads-read pic 9(4) value 0.
       05 receipts-missing pic 9(4) value 0.
       05 stale-loads pic 9(4) value 0.
       05 receipt-error-count pic 9(5) value 0.
       05 exception-count pic 9(5) value 0.
01 dispatch-file-name pic x(30).
01 receipt-file-name pic x(30).
*> One entry per module dispatched on the load being reconciled.
*> Receipt flag: N not yet receipted, Y receipted.
01 load-table.
       05 load-module-count pic 9(4) value 0.
       05 load-idx pic 9(4).
       05 load-found pic 9(4).
       05 load-entry occurs 500 times.
           10 lt-module-id pic x(8).
           10 lt-dispatched-fuel pic 9(8).
           10 lt-received-fuel pic 9(8).
           10 lt-receipted pic x.
01 load-totals.
       05 lo-receipt-state pic x(10).
       05 lo-manifest-date pic x(8).
       05 lo-dispatched-fuel pic 9(10).
       05 lo-received-fuel pic 9(10).
       05 lo-short-fuel pic 9(10).
       05 lo-over-fuel pic 9(10).
       05 lo-short-count pic 9(4).
       05 lo-over-count pic 9(4).
       05 lo-unreceipted-count pic 9(4).
       05 lo-undispatched-count pic 9(4).
       05 lo-receipt-lines pic 9(4).
       05 lo-receipt-fuel-sum pic 9(10).
       05 lo-trailer-seen pic x.
       05 lo-trailer-count pic 9(4).
       05 lo-trailer-fuel pic 9(10).
*> Site totals accumulate every load reconciled for the site.
01 site-control.
       05 site-count pic 9(2) value 0.
       05 site-idx pic 9(2).
       05 site-found pic 9(2).
       05 site-entry occurs 10 times.
           10 st-site-id pic x(4).
           10 st-loads pic 9(3).
           10 st-dispatched-fuel pic 9(10).
           10 st-received-fuel pic 9(10).
           10 st-short-fuel pic 9(10).
           10 st-over-fuel pic 9(10).
           10 st-short-count pic 9(5).
           10 st-over-count pic 9(5).
           10 st-unreceipted-count pic 9(5).
           10 st-undispatched-count pic 9(5).
01 grand-totals.
       05 gt-dispatched-fuel pic 9(10) value 0.
       05 gt-received-fuel pic 9(10) value 0.
       05 gt-short-fuel pic 9(10) value 0.
       05 gt-over-fuel pic 9(10) value 0.
       05 gt-short-count pic 9(5) value 0.
       05 gt-over-count pic 9(5) value 0.
       05 gt-unreceipted-count pic 9(5) value 0.
       05 gt-undispatched-count pic 9(5) value 0.
01 parse-work.
       05 module-text pic x(8).
       05 mass-text pic x(10).
       05 fuel-text pic x(10).
       05 parsed-fuel pic 9(8).
       05 variance-fuel pic 9(8).
01 receipt-error-line pic x(60).
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
           move "DAY-1-RECEIPT" to aud-program.
           move "START" to aud-action.
           move "RUN START" to aud-detail.
           perform write-audit-event.
           open output recon-report-file.
           perform write-report-header.
           open input dispatch-index-file.
           if index-status = "00"
               move "Y" to index-found
               perform reconcile-next-load until index-eof = "Y"
               close dispatch-index-file
           else
               move "DISPATCH INDEX NOT FOUND - NO LOADS TO RECONCILE"
                   to report-line
               perform write-report-line
           end-if.
           perform write-report-trailer.
           close recon-report-file.
           move "END" to aud-action.
           move spaces to aud-detail.
           string "RUN END LOADS " loads-read
               " EXCEPTIONS " exception-count
               " RECEIPT ERRORS " receipt-error-count
               delimited by size into aud-detail.
           perform write-audit-event.
           perform set-return-code.
           goback.

*> CALLing day-1-audit resets the RETURN-CODE register, so the
*> run's code must be set after the final audit event.
       set-return-code.
           evaluate true
               when receipt-error-count > 0
                   move 8 to return-code
               when index-found not = "Y"
                       or exception-count > 0
                       or receipts-missing > 0
                   move 4 to return-code
               when other
                   move 0 to return-code
           end-evaluate.

       write-audit-event.
           call "day-1-audit" using audit-request.

*> The index is rewritten only when the loading plan runs, so on a
*> night the plan was skipped it still lists an earlier dispatch.
*> Only the loads dispatched on the prior business date are
*> reconciled; any other entry is reported as stale and skipped.
       reconcile-next-load.
           read dispatch-index-file
               at end move "Y" to index-eof
               not at end
                   if dispatch-index-record not = spaces
                       if di-run-date = bd-prior-date
                           perform reconcile-one-load
                       else
                           perform report-stale-load
                       end-if
                   end-if
           end-read.

       report-stale-load.
           add 1 to stale-loads.
           add 1 to exception-count.
           move spaces to report-line.
           perform write-report-line.
           move spaces to report-line.
           string "SITE " di-site-id
               " LOAD " di-load-number
               " DISPATCHED " di-run-date
               " - STALE, NOT RECONCILED"
               delimited by size into report-line.
           perform write-report-line.

       reconcile-one-load.
           move 0 to load-module-count.
           move 0 to lo-dispatched-fuel.
           move 0 to lo-received-fuel.
           move 0 to lo-short-fuel.
           move 0 to lo-over-fuel.
           move 0 to lo-short-count.
           move 0 to lo-over-count.
           move 0 to lo-unreceipted-count.
           move 0 to lo-undispatched-count.
           move 0 to lo-receipt-lines.
           move 0 to lo-receipt-fuel-sum.
           move "N" to lo-trailer-seen.
           move 0 to lo-trailer-count.
           move 0 to lo-trailer-fuel.
           move spaces to lo-receipt-state.
           move spaces to report-line.
           perform write-report-line.
           move spaces to report-line.
           string "SITE " di-site-id
               " LOAD " di-load-number
               " DISPATCHED " di-run-date
               " MODULES " di-module-count
               " FUEL " di-fuel
               delimited by size into report-line.
           perform write-report-line.
           perform load-dispatch-manifest.
           if lo-receipt-state = "STALE"
               add 1 to stale-loads
               add 1 to exception-count
               move spaces to report-line
               string "    MANIFEST " delimited by size
                   dispatch-file-name delimited by space
                   " IS FOR " lo-manifest-date
                   " - STALE, NOT RECONCILED"
                   delimited by size into report-line
               perform write-report-line
               exit paragraph
           end-if.
           add 1 to loads-read.
           move spaces to receipt-file-name.
           string "day-1-receipt-"
               di-site-id delimited by space
               "-" di-load-number ".txt" delimited by size
               into receipt-file-name.
           perform match-receipt-file.
           perform check-unreceipted-module
               varying load-idx from 1 by 1
               until load-idx > load-module-count.
           perform write-load-totals.
           perform accumulate-site-totals.

       load-dispatch-manifest.
           move di-file-name to dispatch-file-name.
           move "n" to eof-ind.
           open input dispatch-file.
           if dispatch-status not = "00"
               move spaces to receipt-error-line
               string "DISPATCH MANIFEST " dispatch-file-name
                   delimited by space
                   " NOT FOUND" delimited by size
                   into receipt-error-line
               perform write-receipt-error-line
               exit paragraph
           end-if.
           perform load-dispatch-line until eof-ind = "Y".
           close dispatch-file.

*> A manifest whose header carries another dispatch date has not
*> been rewritten since an earlier dispatch and is not reconciled.
       load-dispatch-line.
           read dispatch-file
               at end move "Y" to eof-ind
               not at end
                   if dispatch-record(1:3) = "HDR"
                           and dispatch-record(4:8) not = di-run-date
                       move dispatch-record(4:8) to lo-manifest-date
                       move "STALE" to lo-receipt-state
                       move "Y" to eof-ind
                   end-if
                   if dispatch-record(1:3) not = "HDR"
                           and dispatch-record(1:3) not = "TRL"
                           and dispatch-record not = spaces
                       perform add-dispatched-module
                   end-if
           end-read.

       add-dispatched-module.
           move spaces to module-text.
           move spaces to mass-text.
           move spaces to fuel-text.
           unstring dispatch-record delimited by ","
               into module-text mass-text fuel-text
           end-unstring.
           if load-module-count < 500
               add 1 to load-module-count
               move module-text to lt-module-id(load-module-count)
               compute lt-dispatched-fuel(load-module-count) =
                   function numval(fuel-text)
               move 0 to lt-received-fuel(load-module-count)
               move "N" to lt-receipted(load-module-count)
               add lt-dispatched-fuel(load-module-count)
                   to lo-dispatched-fuel
           else
               move spaces to receipt-error-line
               string "LOAD TABLE FULL AT MODULE " module-text
                   delimited by size into receipt-error-line
               perform write-receipt-error-line
           end-if.

*> A load with no receipt file back from the site is reported as a
*> missing receipt; every module on it then shows as not receipted.
       match-receipt-file.
           move "n" to eof-ind.
           open input receipt-file.
           if receipt-status not = "00"
               move "MISSING" to lo-receipt-state
               add 1 to receipts-missing
               move spaces to report-line
               string "    RECEIPT " receipt-file-name delimited by space
                   " NOT RETURNED BY SITE" delimited by size
                   into report-line
               perform write-report-line
               exit paragraph
           end-if.
           move "RETURNED" to lo-receipt-state.
           perform match-receipt-line until eof-ind = "Y".
           close receipt-file.
           if lo-receipt-state = "STALE"
               exit paragraph
           end-if.
           if lo-trailer-seen not = "Y"
               move "RECEIPT TRAILER RECORD MISSING"
                   to receipt-error-line
               perform write-receipt-error-line
           else
               if lo-trailer-count not = lo-receipt-lines
                   move spaces to receipt-error-line
                   string "RECEIPT TRAILER COUNT " lo-trailer-count
                       " BUT FILE HAS " lo-receipt-lines
                       delimited by size into receipt-error-line
                   perform write-receipt-error-line
               end-if
               if lo-trailer-fuel not = lo-receipt-fuel-sum
                   move spaces to receipt-error-line
                   string "RECEIPT TRAILER FUEL " lo-trailer-fuel
                       " BUT COMPUTED " lo-receipt-fuel-sum
                       delimited by size into receipt-error-line
                   perform write-receipt-error-line
               end-if
           end-if.

       match-receipt-line.
           read receipt-file
               at end move "Y" to eof-ind
               not at end
                   evaluate true
                       when receipt-record(1:3) = "HDR"
                           perform check-receipt-header
                       when receipt-record(1:3) = "TRL"
                           move "Y" to lo-trailer-seen
                           compute lo-trailer-count =
                               function numval(receipt-record(4:4))
                           compute lo-trailer-fuel =
                               function numval(receipt-record(8:10))
                       when receipt-record = spaces
                           continue
                       when other
                           add 1 to lo-receipt-lines
                           perform match-receipted-module
                   end-evaluate
           end-read.

*> Receipt files are not named by date, so one left over from an
*> earlier dispatch of the same site and load can still be on disk.
*> Its lines are not matched; the load's modules then show as not
*> receipted.
       check-receipt-header.
           if receipt-record(4:8) not = di-run-date
                   or receipt-record(12:4) not = di-site-id
                   or receipt-record(16:2) not = di-load-number
               move spaces to receipt-error-line
               string "RECEIPT HEADER " receipt-record(1:17)
                   " DOES NOT MATCH DISPATCH"
                   delimited by size into receipt-error-line
               perform write-receipt-error-line
               move "STALE" to lo-receipt-state
               move "Y" to eof-ind
               move spaces to report-line
               string "    RECEIPT " receipt-file-name delimited by space
                   " IS FOR ANOTHER DISPATCH - NOT MATCHED"
                   delimited by size into report-line
               perform write-report-line
           end-if.

       match-receipted-module.
           move spaces to module-text.
           move spaces to fuel-text.
           unstring receipt-record delimited by ","
               into module-text fuel-text
           end-unstring.
           if fuel-text = spaces
                   or function trim(fuel-text) not numeric
                   or function length(function trim(fuel-text)) > 8
               move spaces to receipt-error-line
               string "RECEIPT LINE UNREADABLE: " receipt-record(1:30)
                   delimited by size into receipt-error-line
               perform write-receipt-error-line
               exit paragraph
           end-if.
           compute parsed-fuel = function numval(fuel-text).
           add parsed-fuel to lo-receipt-fuel-sum.
           add parsed-fuel to lo-received-fuel.
           move 0 to load-found.
           perform varying load-idx from 1 by 1
                   until load-idx > load-module-count or load-found > 0
               if lt-module-id(load-idx) = module-text
                   move load-idx to load-found
               end-if
           end-perform.
           if load-found = 0
               add 1 to lo-undispatched-count
               add 1 to exception-count
               move spaces to report-line
               string "    NOT DISPATCHED   MODULE " module-text
                   " RECEIVED " parsed-fuel
                   delimited by size into report-line
               perform write-report-line
               exit paragraph
           end-if.
           if lt-receipted(load-found) = "Y"
               move spaces to receipt-error-line
               string "MODULE " module-text " RECEIPTED MORE THAN ONCE"
                   delimited by size into receipt-error-line
               perform write-receipt-error-line
           end-if.
           move "Y" to lt-receipted(load-found).
           add parsed-fuel to lt-received-fuel(load-found).

*> Runs once every receipt line is in, so a module receipted twice
*> is judged on the total the site says it received.
       check-unreceipted-module.
           if lt-receipted(load-idx) not = "Y"
               add 1 to lo-unreceipted-count
               add 1 to exception-count
               move spaces to report-line
               string "    NOT RECEIPTED    MODULE " lt-module-id(load-idx)
                   " DISPATCHED " lt-dispatched-fuel(load-idx)
                   delimited by size into report-line
               perform write-report-line
               exit paragraph
           end-if.
           evaluate true
               when lt-received-fuel(load-idx) < lt-dispatched-fuel(load-idx)
                   compute variance-fuel = lt-dispatched-fuel(load-idx)
                       - lt-received-fuel(load-idx)
                   add variance-fuel to lo-short-fuel
                   add 1 to lo-short-count
                   add 1 to exception-count
                   move spaces to report-line
                   string "    SHORT DELIVERY   MODULE "
                       lt-module-id(load-idx)
                       " SENT " lt-dispatched-fuel(load-idx)
                       " GOT " lt-received-fuel(load-idx)
                       " SHORT " variance-fuel
                       delimited by size into report-line
                   perform write-report-line
               when lt-received-fuel(load-idx) > lt-dispatched-fuel(load-idx)
                   compute variance-fuel = lt-received-fuel(load-idx)
                       - lt-dispatched-fuel(load-idx)
                   add variance-fuel to lo-over-fuel
                   add 1 to lo-over-count
                   add 1 to exception-count
                   move spaces to report-line
                   string "    OVER DELIVERY    MODULE "
                       lt-module-id(load-idx)
                       " SENT " lt-dispatched-fuel(load-idx)
                       " GOT " lt-received-fuel(load-idx)
                       " OVER " variance-fuel
                       delimited by size into report-line
                   perform write-report-line
           end-evaluate.

       write-receipt-error-line.
           add 1 to receipt-error-count.
           move spaces to report-line.
           string "    RECEIPT ERROR: " receipt-error-line
               delimited by size into report-line.
           display report-line.
           perform write-report-line.
           move "ERROR" to aud-action.
           move report-line(5:60) to aud-detail.
           perform write-audit-event.

       write-load-totals.
           move spaces to report-line.
           string "  LOAD TOTAL RECEIPT " lo-receipt-state
               " FUEL SENT " lo-dispatched-fuel
               " RECEIVED " lo-received-fuel
               delimited by size into report-line.
           perform write-report-line.
           move spaces to report-line.
           string "    SHORT " lo-short-count " FUEL " lo-short-fuel
               "  OVER " lo-over-count " FUEL " lo-over-fuel
               delimited by size into report-line.
           perform write-report-line.
           move spaces to report-line.
           string "    NOT RECEIPTED " lo-unreceipted-count
               "  NOT DISPATCHED " lo-undispatched-count
               delimited by size into report-line.
           perform write-report-line.

       accumulate-site-totals.
           move 0 to site-found.
           perform varying site-idx from 1 by 1
                   until site-idx > site-count or site-found > 0
               if st-site-id(site-idx) = di-site-id
                   move site-idx to site-found
               end-if
           end-perform.
           if site-found = 0
               if site-count < 10
                   add 1 to site-count
                   move site-count to site-found
                   move di-site-id to st-site-id(site-found)
                   move 0 to st-loads(site-found)
                   move 0 to st-dispatched-fuel(site-found)
                   move 0 to st-received-fuel(site-found)
                   move 0 to st-short-fuel(site-found)
                   move 0 to st-over-fuel(site-found)
                   move 0 to st-short-count(site-found)
                   move 0 to st-over-count(site-found)
                   move 0 to st-unreceipted-count(site-found)
                   move 0 to st-undispatched-count(site-found)
               else
                   display "SITE TABLE FULL FOR " di-site-id
               end-if
           end-if.
           if site-found > 0
               add 1 to st-loads(site-found)
               add lo-dispatched-fuel to st-dispatched-fuel(site-found)
               add lo-received-fuel to st-received-fuel(site-found)
               add lo-short-fuel to st-short-fuel(site-found)
               add lo-over-fuel to st-over-fuel(site-found)
               add lo-short-count to st-short-count(site-found)
               add lo-over-count to st-over-count(site-found)
               add lo-unreceipted-count
                   to st-unreceipted-count(site-found)
               add lo-undispatched-count
                   to st-undispatched-count(site-found)
           end-if.
           add lo-dispatched-fuel to gt-dispatched-fuel.
           add lo-received-fuel to gt-received-fuel.
           add lo-short-fuel to gt-short-fuel.
           add lo-over-fuel to gt-over-fuel.
           add lo-short-count to gt-short-count.
           add lo-over-count to gt-over-count.
           add lo-unreceipted-count to gt-unreceipted-count.
           add lo-undispatched-count to gt-undispatched-count.

       write-site-total-line.
           move spaces to report-line.
           string "  SITE " st-site-id(site-idx)
               " LOADS " st-loads(site-idx)
               " FUEL SENT " st-dispatched-fuel(site-idx)
               " RECEIVED " st-received-fuel(site-idx)
               delimited by size into report-line.
           perform write-report-line.
           move spaces to report-line.
           string "    SHORT " st-short-count(site-idx)
               " FUEL " st-short-fuel(site-idx)
               "  OVER " st-over-count(site-idx)
               " FUEL " st-over-fuel(site-idx)
               delimited by size into report-line.
           perform write-report-line.
           move spaces to report-line.
           string "    NOT RECEIPTED " st-unreceipted-count(site-idx)
               "  NOT DISPATCHED " st-undispatched-count(site-idx)
               delimited by size into report-line.
           perform write-report-line.

       write-report-header.
           move spaces to report-line.
           string "DAY-1-RECEIPT-RECON - TANKER DELIVERY RECEIPT"
               " RECONCILIATION"
               delimited by size into report-line.
           perform write-report-line.
           move spaces to report-line.
           string "RUN DATE: " report-date
               "  DISPATCH DATE: " bd-prior-date
               delimited by size into report-line.
           perform write-report-line.

       write-report-trailer.
           move spaces to report-line.
           perform write-report-line.
           if site-count > 0
               move "SITE TOTALS:" to report-line
               perform write-report-line
               perform write-site-total-line
                   varying site-idx from 1 by 1 until site-idx > site-count
               move spaces to report-line
               perform write-report-line
           end-if.
           move spaces to report-line.
           string "LOADS RECONCILED: " loads-read
               "  RECEIPTS MISSING: " receipts-missing
               "  STALE LOADS SKIPPED: " stale-loads
               delimited by size into report-line.
           perform write-report-line.
           move spaces to report-line.
           string "FUEL DISPATCHED: " gt-dispatched-fuel
               "  FUEL RECEIVED: " gt-received-fuel
               delimited by size into report-line.
           perform write-report-line.
           move spaces to report-line.
           string "SHORT DELIVERIES: " gt-short-count
               " FUEL " gt-short-fuel
               "  OVER DELIVERIES: " gt-over-count
               " FUEL " gt-over-fuel
               delimited by size into report-line.
           perform write-report-line.
           move spaces to report-line.
           string "MODULES NOT RECEIPTED: " gt-unreceipted-count
               "  MODULES NOT DISPATCHED: " gt-undispatched-count
               delimited by size into report-line.
           perform write-report-line.
           move spaces to report-line.
           string "RECEIPT ERRORS: " receipt-error-count
               delimited by size into report-line.
           perform write-report-line.

       write-report-line.
           write recon-report-record from report-line.
