       select parm-file assign to 'day-1-parms.txt'
           organization is line sequential
           file status is parm-status.
       select module-master-file assign to 'day-1-module-master.dat'
           organization is indexed
           access mode is random
           record key is mr-module-id
           file status is module-master-status.


data division.
01 detail-record pic x(80).

fd reject-file.
01 reject-record pic x(130).

fd run-history-file.
01 run-history-record.
fd parm-file.
01 parm-record pic x(80).

fd module-master-file.
01 module-master-record.
       copy "day-1-module-master.cpy".

fd checkpoint-file.
01 checkpoint-record.
       05 ck-complete-flag pic x.
       05 fuel-calc-fuel pic s9(8).
       05 fuel-calc-total pic s9(8).
01 report-date pic x(8).
01 business-date-block.
       copy "day-1-business-date.cpy".
01 report-line pic x(80).
01 checkpoint-status pic xx.
01 run-history-status pic xx.
01 restart-skip-count pic 9(5).
01 restart-skip-idx pic 9(5).
01 detail-line pic x(80).
01 reject-line pic x(130).
01 reject-reason pic x(40) value spaces.
01 reject-count pic 9(5) value 0.
01 total-records pic 9(6) value 0.
01 manifest-control.
       05 parm-mass-min pic 9(8) value 1.
       05 parm-mass-max pic 9(8) value 99999999.
01 parm-status pic xx.
01 module-master-status pic xx.
01 module-master-control.
       05 module-master-open pic x value "N".
       05 module-on-master pic x.
       05 module-registered-ok pic x.
01 parm-work.
       05 parm-eof pic x.
       05 parm-keyword pic x(12).
               move "N" to resubmit-mode
               move "day-1-fuel-input.txt" to module-file-name
           end-if.
           call "day-1-business-date" using business-date-block.
           move bd-business-date to report-date.
           perform load-parameter-card.
           perform load-checkpoint.
           move "DAY-1-FUEL" to aud-program.
           move "OPEN" to aud-action.
           move "day-1-fuel-rejects.txt" to aud-detail.
           perform write-audit-event.
           perform open-module-master.
           if eof-ind = "Y"
               perform wrap-up
           else
           close detail-file.
           close reject-file.
           close module-file.
           if module-master-open = "Y"
               close module-master-file
           end-if.
           perform set-run-disposition.
           move "END" to aud-action.
           move spaces to aud-detail.
       write-audit-event.
           call "day-1-audit" using audit-request.

*> Without the module master no data record can be validated, so
*> the run is marked as a manifest error and every module rejects
*> as not registered.
       open-module-master.
           open input module-master-file.
           if module-master-status = "00"
               move "Y" to module-master-open
               move "OPEN" to aud-action
               move "day-1-module-master.dat" to aud-detail
               perform write-audit-event
           else
               move "N" to module-master-open
               move spaces to manifest-error-line
               string "MANIFEST ERROR: MODULE MASTER NOT AVAILABLE STATUS "
                   module-master-status
                   delimited by size into manifest-error-line
               perform write-manifest-error-line
           end-if.

       load-parameter-card.
           move "n" to parm-eof.
           open input parm-file.
       flag-reject-entry.
           add 1 to reject-count.
           move spaces to reject-line.
           if reject-reason = spaces
               string "REJECTED AT LINE " total-records
                   " MODULE " module-id
                   ": " module-mass
                   delimited by size into reject-line
           else
               string "REJECTED AT LINE " total-records
                   " MODULE " module-id
                   ": " module-mass
                   " REASON " reject-reason
                   delimited by size into reject-line
           end-if.
           move spaces to reject-reason.
           display reject-line.
           write reject-record from reject-line.
           move "REJECT" to aud-action.
           end-if.
           compute module-mass-num = function numval(module-mass-text)
           add module-mass-num to section-mass-sum
           perform check-module-master
           if module-registered-ok not = "Y"
               perform flag-reject-entry
               exit paragraph
           end-if
           if module-mass-num < parm-mass-min
                   or module-mass-num > parm-mass-max
               perform flag-reject-entry
               perform save-checkpoint
           end-if.

*> Every module must be registered and active on the module master,
*> filed under the SITE section it is registered to, and inside its
*> own mass range.  Resubmitted repairs carry no SITE section, so
*> the site check only applies inside one.  It is made ahead of the
*> MASS-MIN/MASS-MAX range check so that a module rejected on both
*> counts is reported for its registration.
       check-module-master.
           move "N" to module-registered-ok.
           move "N" to module-on-master.
           if module-master-open = "Y"
               move module-id to mr-module-id
               read module-master-file
                   invalid key move "N" to module-on-master
                   not invalid key move "Y" to module-on-master
               end-read
           end-if.
           evaluate true
               when module-on-master not = "Y"
                   move "MODULE NOT REGISTERED" to reject-reason
               when mr-status = "R"
                   move "MODULE RETIRED" to reject-reason
               when current-site > 0
                       and mr-site-id not = site-id(current-site)
                   move spaces to reject-reason
                   string "WRONG SITE - MODULE REGISTERED TO " mr-site-id
                       delimited by size into reject-reason
               when module-mass-num < mr-mass-min
                       or module-mass-num > mr-mass-max
                   move "MASS OUTSIDE MODULE RANGE" to reject-reason
               when other
                   move "Y" to module-registered-ok
           end-evaluate.

*> Detail carries the site ahead of the module so downstream
*> programs can plan per site; records with no site section
*> (resubmitted repairs) carry "----".
