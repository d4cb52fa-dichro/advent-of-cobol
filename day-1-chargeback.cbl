identification division.
program-id. day-1-chargeback.


environment division.
input-output section.
       file-control.
       select detail-file assign to 'day-1-fuel-detail.txt'
           organization is line sequential
           file status is detail-status.
       select cost-centre-file assign to 'day-1-cost-centres.txt'
           organization is line sequential
           file status is cost-centre-status.
       select parm-file assign to 'day-1-parms.txt'
           organization is line sequential
           file status is parm-status.
       select chargeback-file assign to 'day-1-expense-chargeback.txt'
           organization is line sequential.
       select register-file assign to 'day-1-chargeback-register.txt'
           organization is line sequential.


data division.
file section.
fd detail-file.
01 detail-record pic x(80).

*> One cost centre per line: <site> <department>.  Lines starting
*> "*" are comments.
fd cost-centre-file.
01 cost-centre-record pic x(80).

fd parm-file.
01 parm-record pic x(80).

*> Expense ledger input for day-1-expense in CHARGEBK mode, in the
*> day-1-expense-input.txt layout:
*>   HDR<business date 8><entry count 6>
*>   one day-1-expense-ledger.cpy record per chargeback entry
*>   TRL<entry count 6><amount total 10>
fd chargeback-file.
01 chargeback-record pic x(28).

fd register-file.
01 register-record pic x(80).

working-storage section.
01 file-statuses.
       05 detail-status pic xx.
       05 cost-centre-status pic xx.
       05 parm-status pic xx.
01 state.
       05 eof-ind pic x value "n".
       05 detail-lines pic 9(6) value 0.
       05 exception-count pic 9(3) value 0.
       05 error-count pic 9(3) value 0.
01 parm-work.
       05 parm-eof pic x.
       05 parm-keyword pic x(12).
       05 parm-value-text pic x(20).
       05 parm-fuel-price pic 9(5)v9(4) value 0.
       05 parm-value-min pic 9(5) value 1.
       05 parm-value-max pic 9(5) value 2020.
01 cost-centre-table.
       05 cc-count pic 9(2) value 0.
       05 cc-idx pic 9(2).
       05 cc-found pic 9(2).
       05 cc-entry occurs 50 times.
           10 cc-site-id pic x(4).
           10 cc-dept-code pic x(4).
*> One entry per site on the fuel detail, with the department it is
*> charged to and the range of chargeback entries raised for it.
01 site-table.
       05 site-count pic 9(2) value 0.
       05 site-idx pic 9(2).
       05 site-found pic 9(2).
       05 site-entry occurs 20 times.
           10 st-site-id pic x(4).
           10 st-fuel pic 9(10).
           10 st-dept-code pic x(4).
           10 st-amount pic 9(10).
           10 st-first-entry pic 9(3).
           10 st-entry-count pic 9(3).
01 dept-table.
       05 dept-count pic 9(2) value 0.
       05 dept-idx pic 9(2).
       05 dept-found pic 9(2).
       05 dept-entry occurs 50 times.
           10 dp-dept-code pic x(4).
           10 dp-sites pic 9(2).
           10 dp-fuel pic 9(10).
           10 dp-amount pic 9(10).
*> An entry's amount must lie between VALUE-MIN and VALUE-MAX or
*> day-1-expense would reject it, so a larger charge is raised as
*> several entries.
01 chargeback-table.
       05 entry-count pic 9(6) value 0.
       05 entry-idx pic 9(6).
       05 chargeback-total pic 9(10) value 0.
       05 chargeback-entry occurs 999 times pic x(28).
01 chargeback-ledger-record.
       copy "day-1-expense-ledger.cpy".
*> Expense IDs are F<last digit of year><day of year><entry 3>, so a
*> rerun on the same business date raises the same IDs and
*> day-1-expense treats entries it has already posted as duplicates,
*> reporting any whose value or department has changed since.
01 expense-id-work.
       05 id-prefix pic x value "F".
       05 id-year pic 9.
       05 id-day pic 9(3).
       05 id-entry pic 9(3).
01 charge-work.
       05 julian-date pic 9(7).
       05 remaining-amount pic 9(10).
       05 piece-amount pic 9(8).
01 parse-work.
       05 site-text pic x(4).
       05 module-text pic x(8).
       05 mass-text pic x(10).
       05 fuel-text pic x(10).
       05 site-id-text pic x(6).
       05 dept-code-text pic x(6).
01 price-edit pic zzzz9.9999.
01 first-id pic x(8).
01 last-id pic x(8).
01 report-date pic x(8).
01 business-date-block.
       copy "day-1-business-date.cpy".
01 report-line pic x(80).
01 header-line pic x(20).
01 trailer-line pic x(20).
01 audit-request.
       copy "day-1-audit.cpy".


procedure division.
       main.
           call "day-1-business-date" using business-date-block.
           move bd-business-date to report-date.
           compute julian-date = function day-of-integer(
               function integer-of-date(function numval(report-date))).
           move julian-date(4:1) to id-year.
           move julian-date(5:3) to id-day.
           move "DAY-1-CHARGEBK" to aud-program.
           move "START" to aud-action.
           move "RUN START" to aud-detail.
           perform write-audit-event.
           perform load-parameter-card.
           perform load-cost-centres.
           perform load-site-fuel.
           open output register-file.
           perform write-register-header.
           if parm-fuel-price = 0
               move "NO FUEL-PRICE ON THE PARAMETER CARD - NOTHING CHARGED"
                   to report-line
               perform write-error-line
               move spaces to report-line
               perform write-report-line
           end-if.
           perform charge-site
               varying site-idx from 1 by 1 until site-idx > site-count.
           perform write-site-section.
           perform write-department-section.
           perform write-chargeback-file.
           perform write-register-trailer.
           close register-file.
           move "END" to aud-action.
           move spaces to aud-detail.
           string "RUN END ENTRIES " entry-count
               " VALUE " chargeback-total
               " EXCEPTIONS " exception-count
               delimited by size into aud-detail.
           perform write-audit-event.
           perform set-return-code.
           goback.

*> CALLing day-1-audit resets the RETURN-CODE register, so the
*> run's code must be set after the final audit event.
       set-return-code.
           evaluate true
               when error-count > 0
                   move 8 to return-code
               when exception-count > 0
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
           if parm-value-min < 1
               move 1 to parm-value-min
           end-if.
           if parm-value-max > 9999
               move 9999 to parm-value-max
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
                       when "FUEL-PRICE"
                           compute parm-fuel-price =
                               function numval(parm-value-text)
                       when "VALUE-MIN"
                           compute parm-value-min =
                               function numval(parm-value-text)
                       when "VALUE-MAX"
                           compute parm-value-max =
                               function numval(parm-value-text)
                   end-evaluate
           end-read.

       load-cost-centres.
           move "n" to eof-ind.
           open input cost-centre-file.
           if cost-centre-status = "00"
               perform read-cost-centre until eof-ind = "Y"
               close cost-centre-file
           end-if.

       read-cost-centre.
           read cost-centre-file
               at end move "Y" to eof-ind
               not at end
                   if cost-centre-record not = spaces
                           and cost-centre-record(1:1) not = "*"
                       move spaces to site-id-text
                       move spaces to dept-code-text
                       unstring cost-centre-record delimited by all spaces
                           into site-id-text dept-code-text
                       end-unstring
                       if cc-count < 50
                           add 1 to cc-count
                           move function upper-case(site-id-text)
                               to cc-site-id(cc-count)
                           move function upper-case(dept-code-text)
                               to cc-dept-code(cc-count)
                       else
                           display "COST CENTRE TABLE FULL FOR "
                               site-id-text
                       end-if
                   end-if
           end-read.

       load-site-fuel.
           move "n" to eof-ind.
           open input detail-file.
           if detail-status = "00"
               perform read-detail-line until eof-ind = "Y"
               close detail-file
           end-if.

       read-detail-line.
           read detail-file
               at end move "Y" to eof-ind
               not at end
                   if detail-record not = spaces
                       perform accumulate-site-fuel
                   end-if
           end-read.

       accumulate-site-fuel.
           add 1 to detail-lines.
           move spaces to site-text.
           move spaces to module-text.
           move spaces to mass-text.
           move spaces to fuel-text.
           unstring detail-record delimited by ","
               into site-text module-text mass-text fuel-text
           end-unstring.
           move 0 to site-found.
           perform varying site-idx from 1 by 1
                   until site-idx > site-count or site-found > 0
               if st-site-id(site-idx) = site-text
                   move site-idx to site-found
               end-if
           end-perform.
           if site-found = 0
               if site-count < 20
                   add 1 to site-count
                   move site-count to site-found
                   move site-text to st-site-id(site-found)
                   move 0 to st-fuel(site-found)
                   move spaces to st-dept-code(site-found)
                   move 0 to st-amount(site-found)
                   move 0 to st-first-entry(site-found)
                   move 0 to st-entry-count(site-found)
               else
                   display "SITE TABLE FULL FOR " site-text
                   exit paragraph
               end-if
           end-if.
           add function numval(fuel-text) to st-fuel(site-found).

*> A site with no cost centre (including "----", the resubmitted
*> modules that carry no site) is left uncharged and reported, as is
*> a site whose whole charge is below VALUE-MIN.
       charge-site.
           move 0 to cc-found.
           perform varying cc-idx from 1 by 1
                   until cc-idx > cc-count or cc-found > 0
               if cc-site-id(cc-idx) = st-site-id(site-idx)
                   move cc-idx to cc-found
               end-if
           end-perform.
           if cc-found = 0
               exit paragraph
           end-if.
           move cc-dept-code(cc-found) to st-dept-code(site-idx).
           if parm-fuel-price = 0
               exit paragraph
           end-if.
           compute st-amount(site-idx) rounded =
               st-fuel(site-idx) * parm-fuel-price.
           if st-amount(site-idx) < parm-value-min
               exit paragraph
           end-if.
           move st-amount(site-idx) to remaining-amount.
           move entry-count to st-first-entry(site-idx).
           add 1 to st-first-entry(site-idx).
           perform raise-chargeback-entry until remaining-amount = 0.
           perform accumulate-department.

*> A split never leaves a last piece below VALUE-MIN: the piece before
*> it is cut short so that the last one comes to VALUE-MIN exactly.
       raise-chargeback-entry.
           if entry-count >= 999
               move spaces to report-line
               string "ENTRY LIMIT OF 999 REACHED AT SITE "
                   st-site-id(site-idx)
                   " - NO CHARGEBACKS RAISED"
                   delimited by size into report-line
               perform write-error-line
               move 0 to remaining-amount
               exit paragraph
           end-if.
           if remaining-amount > parm-value-max
               move parm-value-max to piece-amount
           else
               move remaining-amount to piece-amount
           end-if.
           if remaining-amount - piece-amount > 0
                   and remaining-amount - piece-amount < parm-value-min
               compute piece-amount = remaining-amount - parm-value-min
           end-if.
           subtract piece-amount from remaining-amount.
           add 1 to entry-count.
           add 1 to st-entry-count(site-idx).
           move entry-count to id-entry.
           move expense-id-work to el-expense-id.
           move st-dept-code(site-idx) to el-dept-code.
           move report-date to el-entry-date.
           move piece-amount to el-amount.
           move chargeback-ledger-record to chargeback-entry(entry-count).
           add piece-amount to chargeback-total.

       accumulate-department.
           move 0 to dept-found.
           perform varying dept-idx from 1 by 1
                   until dept-idx > dept-count or dept-found > 0
               if dp-dept-code(dept-idx) = st-dept-code(site-idx)
                   move dept-idx to dept-found
               end-if
           end-perform.
           if dept-found = 0
               if dept-count < 50
                   add 1 to dept-count
                   move dept-count to dept-found
                   move st-dept-code(site-idx) to dp-dept-code(dept-found)
                   move 0 to dp-sites(dept-found)
                   move 0 to dp-fuel(dept-found)
                   move 0 to dp-amount(dept-found)
               else
                   display "DEPARTMENT TABLE FULL FOR "
                       st-dept-code(site-idx)
                   exit paragraph
               end-if
           end-if.
           add 1 to dp-sites(dept-found).
           add st-fuel(site-idx) to dp-fuel(dept-found).
           add st-amount(site-idx) to dp-amount(dept-found).

*> The file always carries a valid HDR/TRL pair.  When the run has an
*> error it is written with no entries, so nothing half-charged can
*> be posted.
       write-chargeback-file.
           if error-count > 0
               move 0 to entry-count
               move 0 to chargeback-total
           end-if.
           move spaces to header-line.
           string "HDR" report-date entry-count
               delimited by size into header-line.
           move spaces to trailer-line.
           string "TRL" entry-count chargeback-total
               delimited by size into trailer-line.
           open output chargeback-file.
           write chargeback-record from header-line.
           perform write-chargeback-record
               varying entry-idx from 1 by 1 until entry-idx > entry-count.
           write chargeback-record from trailer-line.
           close chargeback-file.

       write-chargeback-record.
           write chargeback-record from chargeback-entry(entry-idx).

       write-register-header.
           move spaces to report-line.
           string "DAY-1-CHARGEBACK - FUEL COST CHARGEBACK REGISTER"
               delimited by size into report-line.
           perform write-report-line.
           move spaces to report-line.
           string "RUN DATE: " report-date delimited by size into report-line.
           perform write-report-line.
           move parm-fuel-price to price-edit.
           move spaces to report-line.
           string "PRICE PER UNIT FUEL: " price-edit
               "  SMALLEST ENTRY: " parm-value-min
               "  LARGEST ENTRY: " parm-value-max
               delimited by size into report-line.
           perform write-report-line.
           move spaces to report-line.
           perform write-report-line.

       write-site-section.
           if error-count > 0
               perform write-withheld-banner
           end-if.
           move "CHARGES BY SITE:" to report-line.
           perform write-report-line.
           move "  SITE DEPT       FUEL     AMOUNT ENTRIES FIRST ID LAST ID"
               to report-line.
           perform write-report-line.
           perform write-site-line
               varying site-idx from 1 by 1 until site-idx > site-count.

       write-site-line.
           move spaces to report-line.
           if st-dept-code(site-idx) = spaces
               add 1 to exception-count
               string "  " st-site-id(site-idx)
                   " ---- " st-fuel(site-idx)
                   " NO COST CENTRE - NOT CHARGED"
                   delimited by size into report-line
               perform write-report-line
               move "EXCEPTION" to aud-action
               move report-line(3:60) to aud-detail
               perform write-audit-event
               exit paragraph
           end-if.
           if st-amount(site-idx) > 0
                   and st-amount(site-idx) < parm-value-min
               add 1 to exception-count
               string "  " st-site-id(site-idx)
                   " " st-dept-code(site-idx)
                   " " st-fuel(site-idx)
                   " " st-amount(site-idx)
                   " BELOW VALUE-MIN - NOT CHARGED"
                   delimited by size into report-line
               perform write-report-line
               move "EXCEPTION" to aud-action
               move report-line(3:60) to aud-detail
               perform write-audit-event
               exit paragraph
           end-if.
           if error-count > 0
               string "  " st-site-id(site-idx)
                   " " st-dept-code(site-idx)
                   " " st-fuel(site-idx)
                   " " st-amount(site-idx)
                   " WITHHELD - NOT CHARGED"
                   delimited by size into report-line
               perform write-report-line
               exit paragraph
           end-if.
           move spaces to first-id.
           move spaces to last-id.
           if st-entry-count(site-idx) > 0 and error-count = 0
               move chargeback-entry(st-first-entry(site-idx))(1:8)
                   to first-id
               compute entry-idx = st-first-entry(site-idx)
                   + st-entry-count(site-idx) - 1
               move chargeback-entry(entry-idx)(1:8) to last-id
           end-if.
           string "  " st-site-id(site-idx)
               " " st-dept-code(site-idx)
               " " st-fuel(site-idx)
               " " st-amount(site-idx)
               "     " st-entry-count(site-idx)
               " " first-id
               " " last-id
               delimited by size into report-line.
           perform write-report-line.

       write-department-section.
           move spaces to report-line.
           perform write-report-line.
           move "CHARGES BY DEPARTMENT:" to report-line.
           perform write-report-line.
           move "  DEPT SITES       FUEL     AMOUNT" to report-line.
           perform write-report-line.
           perform write-department-line
               varying dept-idx from 1 by 1 until dept-idx > dept-count.

       write-department-line.
           move spaces to report-line.
           string "  " dp-dept-code(dept-idx)
               "    " dp-sites(dept-idx)
               " " dp-fuel(dept-idx)
               " " dp-amount(dept-idx)
               delimited by size into report-line.
           if error-count > 0
               move "WITHHELD - NOT CHARGED" to report-line(37:22)
           end-if.
           perform write-report-line.

       write-register-trailer.
           move spaces to report-line.
           perform write-report-line.
           move spaces to report-line.
           string "SITES: " site-count
               "  FUEL DETAIL LINES: " detail-lines
               delimited by size into report-line.
           perform write-report-line.
           move spaces to report-line.
           string "CHARGEBACK ENTRIES: " entry-count
               "  TOTAL CHARGED: " chargeback-total
               delimited by size into report-line.
           perform write-report-line.
           move spaces to report-line.
           string "EXCEPTIONS: " exception-count
               "  ERRORS: " error-count
               delimited by size into report-line.
           perform write-report-line.
           if error-count > 0
               perform write-withheld-banner
               move "NO ENTRIES WRITTEN TO day-1-expense-chargeback.txt"
                   to report-line
           else
               move "ENTRIES WRITTEN TO day-1-expense-chargeback.txt"
                   to report-line
           end-if.
           perform write-report-line.

*> After an error the chargeback file goes out empty, so the register
*> says plainly that none of the amounts it lists were charged.
       write-withheld-banner.
           move "*** CHARGEBACK WITHHELD - NOTHING POSTED ***" to report-line.
           perform write-report-line.
           move spaces to report-line.
           perform write-report-line.

       write-error-line.
           add 1 to error-count.
           perform write-report-line.
           move "ERROR" to aud-action.
           move report-line(1:60) to aud-detail.
           perform write-audit-event.

       write-report-line.
           write register-record from report-line.
