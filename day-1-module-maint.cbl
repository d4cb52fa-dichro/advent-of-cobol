identification division.
program-id. day-1-module-maint.


environment division.
input-output section.
       file-control.
       select module-master-file assign to 'day-1-module-master.dat'
           organization is indexed
           access mode is random
           record key is mr-module-id
           file status is module-master-status.
       select transaction-file assign to 'day-1-module-trans.txt'
           organization is line sequential
           file status is transaction-status.
       select maint-report-file assign to 'day-1-module-maint.txt'
           organization is line sequential.


data division.
file section.
fd module-master-file.
01 module-master-record.
       copy "day-1-module-master.cpy".

fd transaction-file.
01 transaction-record pic x(80).

fd maint-report-file.
01 maint-report-record pic x(80).

working-storage section.
01 module-master-status pic xx.
01 transaction-status pic xx.
01 state.
       05 eof-ind pic x value "n".
       05 master-open pic x value "N".
       05 on-master pic x.
       05 transactions-read pic 9(5) value 0.
       05 modules-added pic 9(5) value 0.
       05 modules-changed pic 9(5) value 0.
       05 modules-retired pic 9(5) value 0.
       05 transactions-rejected pic 9(5) value 0.
*> One transaction per line, fields separated by spaces:
*>   ADD    <module-id> <site> <mass-min> <mass-max>
*>   CHANGE <module-id> <site> <mass-min> <mass-max>
*>   RETIRE <module-id>
*> On a CHANGE a field given as "-" keeps its value on the master.
*> Lines starting "*" are comments.
01 transaction-parse-work.
       05 tx-action pic x(8).
       05 tx-module-id pic x(10).
       05 tx-site-text pic x(6).
       05 tx-min-text pic x(10).
       05 tx-max-text pic x(10).
01 transaction-edit-work.
       05 tx-mass-min pic 9(8).
       05 tx-mass-max pic 9(8).
       05 tx-reject-reason pic x(40).
01 before-image.
       copy "day-1-module-master.cpy" replacing leading ==mr== by ==bi==.
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
           move "DAY-1-MODMAINT" to aud-program.
           move "START" to aud-action.
           move "RUN START" to aud-detail.
           perform write-audit-event.
           open output maint-report-file.
           perform write-report-header.
           perform open-module-master.
           if master-open not = "Y"
               move "MODULE MASTER COULD NOT BE OPENED - NO CHANGES APPLIED"
                   to report-line
               perform write-report-line
               close maint-report-file
               move "ERROR" to aud-action
               move report-line(1:60) to aud-detail
               perform write-audit-event
               move 12 to return-code
               goback
           end-if.
           open input transaction-file.
           if transaction-status = "00"
               perform apply-next-transaction until eof-ind = "Y"
               close transaction-file
           else
               move "TRANSACTION FILE NOT FOUND - NO CHANGES APPLIED"
                   to report-line
               perform write-report-line
           end-if.
           close module-master-file.
           perform write-report-trailer.
           close maint-report-file.
           move "END" to aud-action.
           move spaces to aud-detail.
           string "RUN END ADDED " modules-added
               " CHANGED " modules-changed
               " RETIRED " modules-retired
               " REJECTED " transactions-rejected
               delimited by size into aud-detail.
           perform write-audit-event.
           perform set-return-code.
           goback.

*> CALLing day-1-audit resets the RETURN-CODE register, so the
*> run's code must be set after the final audit event.
       set-return-code.
           if transactions-rejected > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if.

       write-audit-event.
           call "day-1-audit" using audit-request.

*> The first run creates an empty master before applying the adds.
       open-module-master.
           open i-o module-master-file.
           if module-master-status = "35"
               open output module-master-file
               close module-master-file
               open i-o module-master-file
           end-if.
           if module-master-status = "00"
               move "Y" to master-open
           end-if.

       apply-next-transaction.
           read transaction-file
               at end move "Y" to eof-ind
               not at end
                   if transaction-record not = spaces
                           and transaction-record(1:1) not = "*"
                       add 1 to transactions-read
                       perform apply-one-transaction
                   end-if
           end-read.

       apply-one-transaction.
           move spaces to transaction-parse-work.
           move spaces to tx-reject-reason.
           unstring transaction-record delimited by all spaces
               into tx-action tx-module-id tx-site-text
                   tx-min-text tx-max-text
           end-unstring.
           move function upper-case(tx-action) to tx-action.
           move function upper-case(tx-module-id) to tx-module-id.
           move function upper-case(tx-site-text) to tx-site-text.
           move spaces to report-line.
           perform write-report-line.
           move spaces to report-line.
           string "  " tx-action " MODULE " tx-module-id(1:8)
               delimited by size into report-line.
           perform write-report-line.
           if tx-module-id = spaces or tx-module-id(9:2) not = spaces
               move "MODULE ID MISSING OR LONGER THAN 8"
                   to tx-reject-reason
               perform reject-transaction
               exit paragraph
           end-if.
           move tx-module-id to mr-module-id.
           read module-master-file
               invalid key move "N" to on-master
               not invalid key move "Y" to on-master
           end-read.
           evaluate tx-action
               when "ADD"
                   perform apply-add-transaction
               when "CHANGE"
                   perform apply-change-transaction
               when "RETIRE"
                   perform apply-retire-transaction
               when other
                   move "UNRECOGNIZED ACTION - USE ADD, CHANGE OR RETIRE"
                       to tx-reject-reason
                   perform reject-transaction
           end-evaluate.

       apply-add-transaction.
           if on-master = "Y"
               move "MODULE ALREADY REGISTERED" to tx-reject-reason
               perform reject-transaction
               exit paragraph
           end-if.
           if tx-site-text = "-" or tx-min-text = "-" or tx-max-text = "-"
               move "ADD NEEDS SITE, MASS-MIN AND MASS-MAX"
                   to tx-reject-reason
               perform reject-transaction
               exit paragraph
           end-if.
           move tx-module-id to mr-module-id.
           move spaces to mr-site-id.
           move 0 to mr-mass-min.
           move 0 to mr-mass-max.
           perform edit-transaction-fields.
           if tx-reject-reason not = spaces
               perform reject-transaction
               exit paragraph
           end-if.
           move "A" to mr-status.
           move report-date to mr-last-change-date.
           write module-master-record
               invalid key
                   move "MASTER WRITE FAILED" to tx-reject-reason
           end-write.
           if tx-reject-reason not = spaces
               perform reject-transaction
               exit paragraph
           end-if.
           add 1 to modules-added.
           perform write-after-image.
           perform write-maintenance-audit-event.

       apply-change-transaction.
           if on-master not = "Y"
               move "MODULE NOT REGISTERED" to tx-reject-reason
               perform reject-transaction
               exit paragraph
           end-if.
           if mr-status = "R"
               move "MODULE RETIRED - CHANGE NOT ALLOWED"
                   to tx-reject-reason
               perform reject-transaction
               exit paragraph
           end-if.
           move module-master-record to before-image.
           perform edit-transaction-fields.
           if tx-reject-reason not = spaces
               perform reject-transaction
               exit paragraph
           end-if.
           move report-date to mr-last-change-date.
           rewrite module-master-record
               invalid key
                   move "MASTER REWRITE FAILED" to tx-reject-reason
           end-rewrite.
           if tx-reject-reason not = spaces
               perform reject-transaction
               exit paragraph
           end-if.
           add 1 to modules-changed.
           perform write-before-image.
           perform write-after-image.
           perform write-maintenance-audit-event.

*> A retired module stays on the master so day-1-fuel can tell a
*> retired module from one that was never registered.
       apply-retire-transaction.
           if on-master not = "Y"
               move "MODULE NOT REGISTERED" to tx-reject-reason
               perform reject-transaction
               exit paragraph
           end-if.
           if mr-status = "R"
               move "MODULE ALREADY RETIRED" to tx-reject-reason
               perform reject-transaction
               exit paragraph
           end-if.
           move module-master-record to before-image.
           move "R" to mr-status.
           move report-date to mr-last-change-date.
           rewrite module-master-record
               invalid key
                   move "MASTER REWRITE FAILED" to tx-reject-reason
           end-rewrite.
           if tx-reject-reason not = spaces
               perform reject-transaction
               exit paragraph
           end-if.
           add 1 to modules-retired.
           perform write-before-image.
           perform write-after-image.
           perform write-maintenance-audit-event.

*> Moves the site and mass range from the transaction onto the
*> master record, leaving any field given as "-" as it was.
       edit-transaction-fields.
           if tx-site-text not = "-"
               if tx-site-text = spaces or tx-site-text(5:2) not = spaces
                   move "SITE MISSING OR LONGER THAN 4" to tx-reject-reason
                   exit paragraph
               end-if
               move tx-site-text to mr-site-id
           end-if.
           if tx-min-text not = "-"
               if tx-min-text = spaces
                       or function trim(tx-min-text) not numeric
                       or function length(function trim(tx-min-text)) > 8
                   move "MASS-MIN MISSING OR NOT NUMERIC"
                       to tx-reject-reason
                   exit paragraph
               end-if
               compute mr-mass-min = function numval(tx-min-text)
           end-if.
           if tx-max-text not = "-"
               if tx-max-text = spaces
                       or function trim(tx-max-text) not numeric
                       or function length(function trim(tx-max-text)) > 8
                   move "MASS-MAX MISSING OR NOT NUMERIC"
                       to tx-reject-reason
                   exit paragraph
               end-if
               compute mr-mass-max = function numval(tx-max-text)
           end-if.
           if mr-mass-min > mr-mass-max
               move "MASS-MIN GREATER THAN MASS-MAX" to tx-reject-reason
           end-if.

       reject-transaction.
           add 1 to transactions-rejected.
           move spaces to report-line.
           string "    REJECTED: " tx-reject-reason
               delimited by size into report-line.
           perform write-report-line.
           move "REJECT" to aud-action.
           move spaces to aud-detail.
           string tx-action delimited by space
               " " tx-module-id(1:8) " " tx-reject-reason
               delimited by size into aud-detail.
           perform write-audit-event.

       write-before-image.
           move spaces to report-line.
           string "    BEFORE SITE " bi-site-id
               " STATUS " bi-status
               " MASS " bi-mass-min " - " bi-mass-max
               " CHANGED " bi-last-change-date
               delimited by size into report-line.
           perform write-report-line.

       write-after-image.
           move spaces to report-line.
           string "    AFTER  SITE " mr-site-id
               " STATUS " mr-status
               " MASS " mr-mass-min " - " mr-mass-max
               " CHANGED " mr-last-change-date
               delimited by size into report-line.
           perform write-report-line.

       write-maintenance-audit-event.
           move "MAINTAIN" to aud-action.
           move spaces to aud-detail.
           string tx-action delimited by space
               " " mr-module-id
               " SITE " mr-site-id
               " STATUS " mr-status
               " MASS " mr-mass-min "-" mr-mass-max
               delimited by size into aud-detail.
           perform write-audit-event.

       write-report-header.
           move spaces to report-line.
           string "DAY-1-MODULE-MAINT - MODULE MASTER MAINTENANCE LISTING"
               delimited by size into report-line.
           perform write-report-line.
           move spaces to report-line.
           string "RUN DATE: " report-date delimited by size into report-line.
           perform write-report-line.

       write-report-trailer.
           move spaces to report-line.
           perform write-report-line.
           move spaces to report-line.
           string "TRANSACTIONS READ: " transactions-read
               "  REJECTED: " transactions-rejected
               delimited by size into report-line.
           perform write-report-line.
           move spaces to report-line.
           string "MODULES ADDED: " modules-added
               "  CHANGED: " modules-changed
               "  RETIRED: " modules-retired
               delimited by size into report-line.
           perform write-report-line.

       write-report-line.
           write maint-report-record from report-line.
