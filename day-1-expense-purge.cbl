identification division.
program-id. day-1-expense-purge.


environment division.
input-output section.
       file-control.
       select posted-file assign to 'day-1-expense-posted.dat'
           organization is indexed
           access mode is dynamic
           record key is pe-expense-id
           file status is posted-status.
       select archive-file assign to 'day-1-expense-posted-archive.txt'
           organization is line sequential
           file status is archive-status.
       select parm-file assign to 'day-1-parms.txt'
           organization is line sequential
           file status is parm-status.
       select purge-report-file assign to 'day-1-expense-purge.txt'
           organization is line sequential.


data division.
file section.
fd posted-file.
01 posted-record.
       copy "day-1-expense-posted.cpy".

fd archive-file.
01 archive-record pic x(56).

fd parm-file.
01 parm-record pic x(80).

fd purge-report-file.
01 purge-report-record pic x(80).

working-storage section.
01 posted-status pic xx.
01 archive-status pic xx.
01 parm-status pic xx.
01 state.
       05 posted-eof pic x value "n".
       05 master-found pic x value "N".
       05 postings-read pic 9(8) value 0.
       05 postings-kept pic 9(8) value 0.
       05 postings-purged pic 9(8) value 0.
       05 purged-value pic 9(12) value 0.
       05 delete-failures pic 9(5) value 0.
       05 archive-failures pic 9(5) value 0.
01 run-parms.
       05 parm-retain-days pic 9(5) value 0.
       05 parm-entry-age-max pic 9(4) value 90.
01 parm-work.
       05 parm-eof pic x.
       05 parm-keyword pic x(12).
       05 parm-value-text pic x(20).
01 retention-work.
       05 retain-raised pic x value "N".
       05 cutoff-date-num pic 9(8).
       05 cutoff-date pic x(8).
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
           perform load-parameter-card.
           move "DAY-1-EXP-PURG" to aud-program.
           move "START" to aud-action.
           move spaces to aud-detail.
           string "RUN START RETAIN " parm-retain-days " DAYS"
               delimited by size into aud-detail.
           perform write-audit-event.
           open output purge-report-file.
           perform write-report-header.
           if parm-retain-days = 0
               move "NO POST-RETAIN PERIOD ON PARAMETER CARD - NOTHING PURGED"
                   to report-line
               perform write-report-line
               close purge-report-file
               move "END" to aud-action
               move "RUN END NO POST-RETAIN PERIOD - NOTHING PURGED"
                   to aud-detail
               perform write-audit-event
               move 4 to return-code
               goback
           end-if.
           perform set-retention-cutoff.
           open i-o posted-file.
           if posted-status = "00"
               move "Y" to master-found
               perform purge-posted-master
               close posted-file
           else
               move spaces to report-line
               string "POSTED MASTER NOT AVAILABLE STATUS " posted-status
                   " - NOTHING PURGED"
                   delimited by size into report-line
               perform write-report-line
           end-if.
           perform write-report-trailer.
           close purge-report-file.
           move "END" to aud-action.
           move spaces to aud-detail.
           string "RUN END KEPT " postings-kept
               " PURGED " postings-purged
               delimited by size into aud-detail.
           perform write-audit-event.
           perform set-return-code.
           goback.

*> CALLing day-1-audit resets the RETURN-CODE register, so the
*> run's code must be set after the final audit event.
       set-return-code.
           evaluate true
               when delete-failures > 0 or archive-failures > 0
                   move 8 to return-code
               when master-found not = "Y"
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
                       when "POST-RETAIN"
                           compute parm-retain-days =
                               function numval(parm-value-text)
                       when "ENTRY-AGE-MAX"
                           compute parm-entry-age-max =
                               function numval(parm-value-text)
                   end-evaluate
           end-read.

*> day-1-expense accepts an entry up to ENTRY-AGE-MAX days after its
*> entry date, so a posting must be kept at least that long or a
*> resent entry could pass the duplicate check and post twice.
       set-retention-cutoff.
           if parm-retain-days < parm-entry-age-max
               move parm-entry-age-max to parm-retain-days
               move "Y" to retain-raised
           end-if.
           compute cutoff-date-num = function date-of-integer(
               function integer-of-date(function numval(report-date))
               - parm-retain-days).
           move cutoff-date-num to cutoff-date.
           move spaces to report-line.
           string "RETENTION PERIOD: " parm-retain-days " DAYS"
               delimited by size into report-line.
           perform write-report-line.
           if retain-raised = "Y"
               move spaces to report-line
               string "  RAISED TO ENTRY-AGE-MAX SO NO RESENT ENTRY CAN"
                   " POST TWICE"
                   delimited by size into report-line
               perform write-report-line
           end-if.
           move spaces to report-line.
           string "POSTINGS DATED BEFORE " cutoff-date
               " MOVE TO ARCHIVE"
               delimited by size into report-line.
           perform write-report-line.

       purge-posted-master.
           open extend archive-file.
           if archive-status = "35"
               open output archive-file
           end-if.
           if archive-status not = "00"
               add 1 to archive-failures
               move spaces to report-line
               string "ARCHIVE NOT AVAILABLE STATUS " archive-status
                   " - NOTHING PURGED"
                   delimited by size into report-line
               perform write-report-line
               exit paragraph
           end-if.
           move low-values to pe-expense-id.
           start posted-file key is >= pe-expense-id
               invalid key move "Y" to posted-eof
           end-start.
           perform purge-next-posting until posted-eof = "Y".
           close archive-file.

       purge-next-posting.
           read posted-file next record
               at end move "Y" to posted-eof
               not at end
                   add 1 to postings-read
                   if pe-post-date < cutoff-date
                       perform purge-one-posting
                   else
                       add 1 to postings-kept
                   end-if
           end-read.

*> The posting is archived before it is deleted, so a failed delete
*> leaves it on both files rather than on neither, and a failed
*> archive write leaves it on the master.
       purge-one-posting.
           write archive-record from posted-record.
           if archive-status not = "00"
               add 1 to archive-failures
               add 1 to postings-kept
               move spaces to report-line
               string "  ARCHIVE WRITE FAILED FOR EXPENSE ID " pe-expense-id
                   " STATUS " archive-status " - KEPT"
                   delimited by size into report-line
               perform write-report-line
               exit paragraph
           end-if.
           delete posted-file record
               invalid key
                   add 1 to delete-failures
                   add 1 to postings-kept
                   move spaces to report-line
                   string "  DELETE FAILED FOR EXPENSE ID " pe-expense-id
                       " STATUS " posted-status
                       delimited by size into report-line
                   perform write-report-line
               not invalid key
                   add 1 to postings-purged
                   add pe-amount to purged-value
           end-delete.

       write-report-header.
           move spaces to report-line.
           string "DAY-1-EXPENSE-PURGE - POSTED MASTER RETENTION PURGE"
               delimited by size into report-line.
           perform write-report-line.
           move spaces to report-line.
           string "RUN DATE: " report-date delimited by size into report-line.
           perform write-report-line.

       write-report-trailer.
           move spaces to report-line.
           perform write-report-line.
           move spaces to report-line.
           string "POSTINGS READ: " postings-read
               delimited by size into report-line.
           perform write-report-line.
           move spaces to report-line.
           string "POSTINGS KEPT: " postings-kept
               delimited by size into report-line.
           perform write-report-line.
           move spaces to report-line.
           string "POSTINGS PURGED TO ARCHIVE: " postings-purged
               "  VALUE: " purged-value
               delimited by size into report-line.
           perform write-report-line.
           if delete-failures > 0
               move spaces to report-line
               string "DELETE FAILURES: " delete-failures
                   delimited by size into report-line
               perform write-report-line
           end-if.
           if archive-failures > 0
               move spaces to report-line
               string "ARCHIVE FAILURES: " archive-failures
                   delimited by size into report-line
               perform write-report-line
           end-if.

       write-report-line.
           write purge-report-record from report-line.
