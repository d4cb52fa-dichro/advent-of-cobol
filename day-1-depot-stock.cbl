identification division.
program-id. day-1-depot-stock.


environment division.
input-output section.
       file-control.
       select stock-file assign to 'day-1-depot-stock.dat'
           organization is line sequential
           file status is stock-status.
       select receipt-file assign to 'day-1-depot-receipts.txt'
           organization is line sequential
           file status is receipt-status.
       select roster-file assign to 'day-1-site-roster.txt'
           organization is line sequential
           file status is roster-status.
       select detail-file assign to 'day-1-fuel-detail.txt'
           organization is line sequential
           file status is detail-status.
       select ledger-file assign to 'day-1-depot-ledger.txt'
           organization is line sequential.
       select dispatch-index-file assign to 'day-1-dispatch-index.txt'
           organization is line sequential.
       select plan-file assign to 'day-1-loading-plan.txt'
           organization is line sequential.


data division.
file section.
fd stock-file.
01 stock-record.
       copy "day-1-depot-stock.cpy".

*> One bulk delivery per line: <depot> <quantity>.  Lines starting
*> "*" are comments.
fd receipt-file.
01 receipt-record pic x(80).

*> Site roster: site ID in columns 1-4, the depot that supplies the
*> site in columns 6-9.  A site with no depot draws on MAIN.
fd roster-file.
01 roster-record pic x(20).

fd detail-file.
01 detail-record pic x(80).

fd ledger-file.
01 ledger-record pic x(80).

fd dispatch-index-file.
01 dispatch-index-record.
       copy "day-1-dispatch-index.cpy".

fd plan-file.
01 plan-record pic x(80).

working-storage section.
01 file-statuses.
       05 stock-status pic xx.
       05 receipt-status pic xx.
       05 roster-status pic xx.
       05 detail-status pic xx.
01 state.
       05 eof-ind pic x value "n".
       05 stock-found pic x value "N".
       05 shortfall-count pic 9(3) value 0.
       05 exception-count pic 9(3) value 0.
       05 receipt-lines pic 9(5) value 0.
       05 detail-lines pic 9(6) value 0.
*> One entry per depot.  Dispatch held: Y on every depot when any
*> depot cannot cover the night's planned loads.
01 depot-table.
       05 depot-count pic 9(2) value 0.
       05 prior-depot-count pic 9(2).
       05 depot-idx pic 9(2).
       05 depot-found pic 9(2).
       05 depot-entry occurs 20 times.
           10 dt-depot-id pic x(4).
           10 dt-opening pic 9(10).
           10 dt-received pic 9(10).
           10 dt-planned pic 9(10).
           10 dt-dispatched pic 9(10).
           10 dt-closing pic 9(10).
           10 dt-shortfall pic 9(10).
           10 dt-held pic x.
01 site-depot-table.
       05 site-count pic 9(2) value 0.
       05 site-idx pic 9(2).
       05 site-found pic 9(2).
       05 site-entry occurs 50 times.
           10 sd-site-id pic x(4).
           10 sd-depot-id pic x(4).
01 lookup-depot-id pic x(4).
01 parse-work.
       05 depot-text pic x(6).
       05 quantity-text pic x(12).
       05 site-text pic x(4).
       05 module-text pic x(8).
       05 mass-text pic x(10).
       05 fuel-text pic x(10).
       05 line-quantity pic 9(10).
01 ledger-totals.
       05 lt-opening pic 9(12) value 0.
       05 lt-received pic 9(12) value 0.
       05 lt-planned pic 9(12) value 0.
       05 lt-dispatched pic 9(12) value 0.
       05 lt-closing pic 9(12) value 0.
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
           move "DAY-1-DEPOT" to aud-program.
           move "START" to aud-action.
           move "RUN START" to aud-detail.
           perform write-audit-event.
           open output ledger-file.
           perform write-report-header.
           perform load-depot-stock.
           perform load-site-depots.
           perform apply-depot-receipts.
           perform apply-planned-loads.
           perform check-depot-shortfall
               varying depot-idx from 1 by 1 until depot-idx > depot-count.
           perform balance-depots
               varying depot-idx from 1 by 1 until depot-idx > depot-count.
           perform write-ledger-section.
           if shortfall-count > 0
               perform clear-dispatch-index
               perform write-held-plan
           end-if.
           perform write-report-trailer.
           close ledger-file.
           perform save-depot-stock.
           move "END" to aud-action.
           move spaces to aud-detail.
           string "RUN END DEPOTS " depot-count
               " SHORTFALLS " shortfall-count
               " EXCEPTIONS " exception-count
               delimited by size into aud-detail.
           perform write-audit-event.
           perform set-return-code.
           goback.

*> CALLing day-1-audit resets the RETURN-CODE register, so the
*> run's code must be set after the final audit event.  A shortfall
*> fails the step so the scheduler holds the loading plan.
       set-return-code.
           evaluate true
               when shortfall-count > 0
                   move 8 to return-code
               when exception-count > 0 or stock-found not = "Y"
                   move 4 to return-code
               when other
                   move 0 to return-code
           end-evaluate.

       write-audit-event.
           call "day-1-audit" using audit-request.

       load-depot-stock.
           move "n" to eof-ind.
           open input stock-file.
           if stock-status = "00"
               move "Y" to stock-found
               perform read-stock-record until eof-ind = "Y"
               close stock-file
           else
               move "NO DEPOT STOCK FILE - EVERY DEPOT OPENS AT ZERO"
                   to report-line
               perform write-report-line
           end-if.

       read-stock-record.
           read stock-file
               at end move "Y" to eof-ind
               not at end
                   if stock-record not = spaces
                       move ds-depot-id to lookup-depot-id
                       perform find-depot
                       if depot-found > 0
                           perform set-opening-stock
                       end-if
                   end-if
           end-read.

       set-opening-stock.
           if ds-balance-date = report-date
               move ds-opening-stock to dt-opening(depot-found)
           else
               move ds-closing-stock to dt-opening(depot-found)
           end-if.

       load-site-depots.
           move "n" to eof-ind.
           open input roster-file.
           if roster-status = "00"
               perform read-roster-record until eof-ind = "Y"
               close roster-file
           end-if.

       read-roster-record.
           read roster-file
               at end move "Y" to eof-ind
               not at end
                   if roster-record not = spaces
                           and roster-record(1:1) not = "*"
                       if site-count < 50
                           add 1 to site-count
                           move function upper-case(roster-record(1:4))
                               to sd-site-id(site-count)
                           move function upper-case(roster-record(6:4))
                               to sd-depot-id(site-count)
                           if sd-depot-id(site-count) = spaces
                               move "MAIN" to sd-depot-id(site-count)
                           end-if
                       else
                           display "SITE TABLE FULL FOR "
                               roster-record(1:4)
                       end-if
                   end-if
           end-read.

       apply-depot-receipts.
           move "n" to eof-ind.
           open input receipt-file.
           if receipt-status = "00"
               perform read-receipt-line until eof-ind = "Y"
               close receipt-file
           end-if.

       read-receipt-line.
           read receipt-file
               at end move "Y" to eof-ind
               not at end
                   if receipt-record not = spaces
                           and receipt-record(1:1) not = "*"
                       perform apply-one-receipt
                   end-if
           end-read.

*> A delivery to a depot not on the stock file is still stock on
*> hand, so the depot is added, but it is reported for set-up.
       apply-one-receipt.
           add 1 to receipt-lines.
           move spaces to depot-text.
           move spaces to quantity-text.
           unstring receipt-record delimited by all spaces
               into depot-text quantity-text
           end-unstring.
           if quantity-text = spaces
                   or function trim(quantity-text) not numeric
                   or depot-text(5:2) not = spaces
               add 1 to exception-count
               move spaces to report-line
               string "RECEIPT IGNORED - INVALID: " receipt-record(1:50)
                   delimited by size into report-line
               perform write-report-line
               exit paragraph
           end-if.
           compute line-quantity = function numval(quantity-text).
           move function upper-case(depot-text) to lookup-depot-id.
           move depot-count to prior-depot-count.
           perform find-depot.
           if depot-found = 0
               exit paragraph
           end-if.
           if depot-count > prior-depot-count
               perform flag-new-depot
           end-if.
           add line-quantity to dt-received(depot-found).

       flag-new-depot.
           add 1 to exception-count.
           move spaces to report-line.
           string "RECEIPT FOR DEPOT " lookup-depot-id
               " NOT ON STOCK FILE - DEPOT ADDED"
               delimited by size into report-line.
           perform write-report-line.

       apply-planned-loads.
           move "n" to eof-ind.
           open input detail-file.
           if detail-status = "00"
               perform read-detail-line until eof-ind = "Y"
               close detail-file
           else
               move "NO FUEL DETAIL FILE - NOTHING PLANNED FOR DISPATCH"
                   to report-line
               perform write-report-line
           end-if.

       read-detail-line.
           read detail-file
               at end move "Y" to eof-ind
               not at end
                   if detail-record not = spaces
                       perform apply-one-detail-line
                   end-if
           end-read.

       apply-one-detail-line.
           add 1 to detail-lines.
           move spaces to site-text.
           move spaces to module-text.
           move spaces to mass-text.
           move spaces to fuel-text.
           unstring detail-record delimited by ","
               into site-text module-text mass-text fuel-text
           end-unstring.
           move "MAIN" to lookup-depot-id.
           move 0 to site-found.
           perform varying site-idx from 1 by 1
                   until site-idx > site-count or site-found > 0
               if sd-site-id(site-idx) = site-text
                   move site-idx to site-found
               end-if
           end-perform.
           if site-found > 0
               move sd-depot-id(site-found) to lookup-depot-id
           end-if.
           perform find-depot.
           if depot-found > 0
               add function numval(fuel-text) to dt-planned(depot-found)
           end-if.

       find-depot.
           move 0 to depot-found.
           perform varying depot-idx from 1 by 1
                   until depot-idx > depot-count or depot-found > 0
               if dt-depot-id(depot-idx) = lookup-depot-id
                   move depot-idx to depot-found
               end-if
           end-perform.
           if depot-found = 0
               if depot-count < 20
                   add 1 to depot-count
                   move depot-count to depot-found
                   move lookup-depot-id to dt-depot-id(depot-found)
                   move 0 to dt-opening(depot-found)
                   move 0 to dt-received(depot-found)
                   move 0 to dt-planned(depot-found)
                   move 0 to dt-dispatched(depot-found)
                   move 0 to dt-closing(depot-found)
                   move 0 to dt-shortfall(depot-found)
                   move "N" to dt-held(depot-found)
               else
                   display "DEPOT TABLE FULL FOR " lookup-depot-id
               end-if
           end-if.

       check-depot-shortfall.
           if dt-planned(depot-idx) >
                   dt-opening(depot-idx) + dt-received(depot-idx)
               add 1 to shortfall-count
               compute dt-shortfall(depot-idx) = dt-planned(depot-idx)
                   - dt-opening(depot-idx) - dt-received(depot-idx)
           end-if.

*> A shortfall fails the step and the scheduler then skips the
*> loading plan, so no depot dispatches that night.  Every depot's
*> dispatch is held: nothing is taken off the stock and the closing
*> stock is the opening plus what was received.
       balance-depots.
           if shortfall-count > 0
               move "Y" to dt-held(depot-idx)
               move 0 to dt-dispatched(depot-idx)
           else
               move dt-planned(depot-idx) to dt-dispatched(depot-idx)
           end-if.
           compute dt-closing(depot-idx) = dt-opening(depot-idx)
               + dt-received(depot-idx) - dt-dispatched(depot-idx).
           add dt-opening(depot-idx) to lt-opening.
           add dt-received(depot-idx) to lt-received.
           add dt-planned(depot-idx) to lt-planned.
           add dt-dispatched(depot-idx) to lt-dispatched.
           add dt-closing(depot-idx) to lt-closing.

       write-ledger-section.
           move spaces to report-line.
           perform write-report-line.
           move "  DEPOT   OPENING   RECEIVED    PLANNED DISPATCHED    CLOSING"
               to report-line.
           perform write-report-line.
           perform write-depot-line
               varying depot-idx from 1 by 1 until depot-idx > depot-count.
           move spaces to report-line.
           string "  TOTAL" lt-opening(3:10)
               " " lt-received(3:10)
               " " lt-planned(3:10)
               " " lt-dispatched(3:10)
               " " lt-closing(3:10)
               delimited by size into report-line.
           perform write-report-line.
           if shortfall-count > 0
               move spaces to report-line
               perform write-report-line
               perform write-shortfall-warning
                   varying depot-idx from 1 by 1
                   until depot-idx > depot-count
               move "DISPATCH HELD FOR EVERY DEPOT - LOADING PLAN NOT RUN"
                   to report-line
               perform write-report-line
           end-if.

       write-depot-line.
           move spaces to report-line.
           string "  " dt-depot-id(depot-idx)
               " " dt-opening(depot-idx)
               " " dt-received(depot-idx)
               " " dt-planned(depot-idx)
               " " dt-dispatched(depot-idx)
               " " dt-closing(depot-idx)
               delimited by size into report-line.
           if dt-held(depot-idx) = "Y"
               move "HELD" to report-line(63:4)
           end-if.
           perform write-report-line.

       write-shortfall-warning.
           if dt-shortfall(depot-idx) = 0
               exit paragraph
           end-if.
           move spaces to report-line.
           string "*** SHORTFALL WARNING: DEPOT " dt-depot-id(depot-idx)
               " SHORT BY " dt-shortfall(depot-idx) " ***"
               delimited by size into report-line.
           perform write-report-line.
           move "ERROR" to aud-action.
           move report-line(5:60) to aud-detail.
           perform write-audit-event.

*> The held loading plan writes no dispatch index, so the last one
*> dispatched would otherwise be reconciled again by the next
*> night's receipt reconciliation.  An empty index is left instead.
       clear-dispatch-index.
           open output dispatch-index-file.
           close dispatch-index-file.
           move "DISPATCH INDEX CLEARED - NO LOADS DISPATCHED TONIGHT"
               to report-line.
           perform write-report-line.

*> Likewise the last plan written would otherwise be archived with
*> tonight's outputs as if it were tonight's, so a plan showing the
*> dispatch held is left in its place.
       write-held-plan.
           open output plan-file.
           move spaces to report-line.
           string "DAY-1-LOADING-PLAN - PER-SITE FUEL LOADING PLAN"
               " BY FUEL DESCENDING"
               delimited by size into report-line.
           write plan-record from report-line.
           move spaces to report-line.
           string "RUN DATE: " report-date delimited by size into report-line.
           write plan-record from report-line.
           move spaces to report-line.
           write plan-record from report-line.
           move "HELD - DEPOT SHORTFALL - NO TANKER LOADS DISPATCHED"
               to report-line.
           write plan-record from report-line.
           close plan-file.
           move "LOADING PLAN REPLACED BY HELD PLAN" to report-line.
           perform write-report-line.

       save-depot-stock.
           open output stock-file.
           perform write-stock-record
               varying depot-idx from 1 by 1 until depot-idx > depot-count.
           close stock-file.

       write-stock-record.
           move dt-depot-id(depot-idx) to ds-depot-id.
           move report-date to ds-balance-date.
           move dt-opening(depot-idx) to ds-opening-stock.
           move dt-closing(depot-idx) to ds-closing-stock.
           write stock-record.

       write-report-header.
           move spaces to report-line.
           string "DAY-1-DEPOT-STOCK - DEPOT FUEL STOCK LEDGER"
               delimited by size into report-line.
           perform write-report-line.
           move spaces to report-line.
           string "RUN DATE: " report-date delimited by size into report-line.
           perform write-report-line.

       write-report-trailer.
           move spaces to report-line.
           perform write-report-line.
           move spaces to report-line.
           string "DEPOTS: " depot-count
               "  RECEIPT LINES: " receipt-lines
               "  PLANNED MODULE LINES: " detail-lines
               delimited by size into report-line.
           perform write-report-line.
           move spaces to report-line.
           string "SHORTFALLS: " shortfall-count
               "  EXCEPTIONS: " exception-count
               delimited by size into report-line.
           perform write-report-line.

       write-report-line.
           write ledger-record from report-line.
