           organization is line sequential
           file status is run-history-status.
       select posted-file assign to 'day-1-expense-posted.dat'
           organization is indexed
           access mode is random
           record key is pe-expense-id
           file status is posted-status.
       select posted-work-file assign to 'day-1-expense-posted.tmp'
           organization is indexed
           access mode is dynamic
           record key is pw-expense-id
           file status is posted-work-status.
       select parm-file assign to 'day-1-parms.txt'
           organization is line sequential
           file status is parm-status.
       select journal-work-file assign to 'day-1-gl-journal.tmp'
           organization is line sequential
           file status is journal-work-status.
       select gl-journal-file assign to dynamic gl-journal-file-name
           organization is line sequential
           file status is gl-journal-status.
       select approval-limit-file assign to 'day-1-approval-limits.txt'
           organization is line sequential
           file status is approval-limit-status.
       select suspense-file assign to 'day-1-expense-suspense.dat'
           organization is indexed
           access mode is dynamic
           record key is es-expense-id
           file status is suspense-status.
       select approval-file assign to 'day-1-expense-approvals.txt'
           organization is line sequential
           file status is approval-status.
       select pending-file assign to 'day-1-expense-pending.txt'
           organization is line sequential.


data division.

fd posted-file.
01 posted-record.
       copy "day-1-expense-posted.cpy".

*> The run's own postings, held here until wrap-up commits them to
*> the posted master.
fd posted-work-file.
01 posted-work-record.
       copy "day-1-expense-posted.cpy" replacing leading ==pe== by ==pw==.

fd journal-work-file.
01 journal-work-record pic x(80).

fd gl-journal-file.
01 gl-journal-record pic x(80).

*> One department per line: <dept-code> <approval limit>.  Lines
*> starting "*" are comments.
fd approval-limit-file.
01 approval-limit-record pic x(80).

fd suspense-file.
01 suspense-record.
       copy "day-1-expense-suspense.cpy".

*> One decision per line, keyed on the held expense ID:
*>   <expense-id> APPROVE
*>   <expense-id> DECLINE <reason>
*> Lines starting "*" are comments.
fd approval-file.
01 approval-record pic x(80).

fd pending-file.
01 pending-record pic x(80).

working-storage section.
01 state.
       05 parm-value-min pic 9(5) value 1.
       05 parm-value-max pic 9(5) value 2020.
       05 parm-entry-age-max pic 9(4) value 90.
       05 parm-gl-expense-acct pic x(10) value "600000".
       05 parm-gl-clearing-acct pic x(10) value "210000".
       05 parm-approval-max pic 9(8) value 0.
       05 parm-approval-age pic 9(4) value 5.
01 parm-status pic xx.
01 parm-work.
       05 parm-eof pic x.
           10 dept-entries pic 9(5).
           10 dept-total pic 9(10).
01 report-date pic x(8).
01 business-date-block.
       copy "day-1-business-date.cpy".
01 report-line pic x(80).
01 duplicate-line pic x(80).
01 duplicate-count pic 9(5) value 0.
01 reject-line pic x(130).
01 reject-reason pic x(40) value spaces.
01 reject-lead pic x(26).
01 reject-count pic 9(5) value 0.
01 report-date-int pic 9(8).
01 entry-date-work.
           10 pd-period pic x(6).
           10 pd-entries pic 9(5).
           10 pd-total pic 9(10).
*> GL journal debits by department within accounting period, for
*> the entries accepted by this run.  The credits are taken from the
*> period table, so the two sides are accumulated independently and
*> the journal is only released when they agree with each other and
*> with the value accepted.
01 journal-table.
       05 jl-count pic 9(3) value 0.
       05 jl-idx pic 9(3).
       05 jl-found pic 9(3).
       05 jl-entry occurs 480 times.
           10 jl-period pic x(6).
           10 jl-dept-code pic x(4).
           10 jl-entries pic 9(5).
           10 jl-total pic 9(10).
01 journal-control.
       05 jc-batch-type pic x(5).
       05 jc-line-count pic 9(6).
       05 jc-debit-total pic 9(12).
       05 jc-credit-total pic 9(12).
       05 jc-expected-total pic 9(12).
       05 jc-work-eof pic x.
01 gl-journal-line.
       copy "day-1-gl-journal.cpy".
01 gl-journal-file-name pic x(30).
*> Approval limit per department from day-1-approval-limits.txt;
*> a department not on the file takes APPROVAL-MAX from the
*> parameter card.  A limit of zero means no approval is needed.
01 approval-limit-table.
       05 al-count pic 9(3) value 0.
       05 al-idx pic 9(3).
       05 al-found pic 9(3).
       05 al-entry occurs 100 times.
           10 al-dept-code pic x(4).
           10 al-limit pic 9(8).
01 approval-control.
       05 entry-held pic x.
       05 entry-limit pic 9(8).
       05 held-count pic 9(5) value 0.
       05 held-value pic 9(10) value 0.
       05 approved-count pic 9(5) value 0.
       05 declined-count pic 9(5) value 0.
       05 pending-count pic 9(5) value 0.
       05 pending-value pic 9(10) value 0.
       05 aged-count pic 9(5) value 0.
       05 pending-age pic 9(5).
       05 pending-flag pic x(6).
       05 suspense-eof pic x.
       05 limit-eof pic x.
01 approval-parse-work.
       05 approval-expense-id pic x(10).
       05 approval-decision pic x(8).
       05 approval-reason pic x(40).
       05 approval-pointer pic 9(3).
*> Suspense entries approved, declined or rejected by this run.  They
*> leave suspense only when the run's postings are committed, so a
*> run that fails leaves them held for the rerun.  A decline's reject
*> line is kept with it and written to the rejects file at the same
*> time, so a failed run's declines are not reported twice.
01 decided-table.
       05 decided-count pic 9(4) value 0.
       05 decided-idx pic 9(4).
       05 decided-found pic 9(4).
       05 decided-entry occurs 2000 times.
           10 decided-id pic x(8).
           10 decided-decline-line pic x(130).
*> Entries this run has held over their approval limit, as suspense
*> records.  They go to suspense when the run's postings are
*> committed, so a run that fails holds nothing.
01 hold-table.
       05 hold-count pic 9(4) value 0.
       05 hold-idx pic 9(4).
       05 hold-found pic 9(4).
       05 hold-entry occurs 2000 times.
           10 hold-expense-id pic x(8).
           10 hold-suspense-detail pic x(64).
01 suspense-written-count pic 9(4) value 0.
01 held-ledger-record.
       copy "day-1-expense-ledger.cpy" replacing leading ==el== by ==hl==.
01 approval-limit-status pic xx.
01 suspense-status pic xx.
01 approval-status pic xx.
01 journal-work-status pic xx.
01 gl-journal-status pic xx.
01 expense-record-count pic 9(6) value 0.
01 total-value-sum pic 9(10) value 0.
01 physical-record-count pic 9(6) value 0.
01 run-history-status pic xx.
01 posted-status pic xx.
*> Cumulative posted-expense master keyed on el-expense-id: every
*> expense ID ever accepted.  An incoming ID already on the master
*> was posted by an earlier run, and one already on the posting work
*> file is a repeat within this run; either is a duplicate and is
*> kept out of the totals.  The work file is committed to the master
*> at wrap-up only when the run passes control and its GL journal is
*> released, so a run that abends or fails posts nothing and its
*> rerun takes the same entries again.
01 posted-on-master pic x.
01 posting-duplicate-flag pic x.
01 cross-run-duplicate-count pic 9(5) value 0.
01 posted-work-status pic xx.
01 posted-work-eof pic x.
01 posted-work-count pic 9(6) value 0.
01 committed-count pic 9(6) value 0.
01 postings-committed pic x value "N".
01 journal-released pic x.
01 addon-keep pic x.
01 addon-kept-count pic 9(4) value 0.
01 input-file-name pic x(30).
*> Supplemental resubmission mode: processes the repaired records from
*> day-1-repair on top of the day's posted position instead of
*> rerunning the whole ledger.  Base totals come from the latest
*> EXPENSE or supplemental row on the run-history master; counters
*> are seeded from them so the trailer shows the combined position.
*> APPROVE mode is supplemental in the same way, posting the held
*> entries released by the approvals file, and so is CHARGEBK mode,
*> posting the fuel cost chargebacks written by day-1-chargeback.
01 process-mode pic x(8).
01 resubmit-mode pic x value "N".
01 approve-mode pic x value "N".
01 chargeback-mode pic x value "N".
01 supplemental-mode pic x value "N".
01 supplemental-label pic x(12).
01 base-position.
       05 base-found pic x value "N".
       05 base-expense-records pic 9(6) value 0.
               move "PAIR" to combination-mode
           end-if.
           move function upper-case(process-mode-parm) to process-mode.
           evaluate process-mode
               when "RESUBMIT"
                   move "Y" to resubmit-mode
                   move "Y" to supplemental-mode
                   move "RESUBMISSION" to supplemental-label
                   move "day-1-expense-resubmit.txt" to input-file-name
               when "APPROVE"
                   move "Y" to approve-mode
                   move "Y" to supplemental-mode
                   move "APPROVAL" to supplemental-label
                   move "day-1-expense-approvals.txt" to input-file-name
               when "CHARGEBK"
                   move "Y" to chargeback-mode
                   move "Y" to supplemental-mode
                   move "CHARGEBACK" to supplemental-label
                   move "day-1-expense-chargeback.txt" to input-file-name
               when other
                   move "day-1-expense-input.txt" to input-file-name
           end-evaluate.
           call "day-1-business-date" using business-date-block.
           move bd-business-date to report-date.
           compute report-date-int =
               function integer-of-date(function numval(report-date)).
           move "0-7" to ab-label(1).
           perform clear-aging-band
               varying aging-idx from 1 by 1 until aging-idx > 4.
           perform load-parameter-card.
           perform open-posted-master.
           if posted-status not = "00"
               display "day-1-expense: posted master could not be opened"
                   " status " posted-status
               move 12 to return-code
               goback
           end-if.
           perform open-posted-work-file.
           if posted-work-status not = "00"
               display "day-1-expense: posting work file could not be"
                   " opened status " posted-work-status
               close posted-file
               move 12 to return-code
               goback
           end-if.
           perform open-suspense-file.
           if suspense-status not = "00"
               display "day-1-expense: approval suspense file could not be"
                   " opened status " suspense-status
               close posted-file
               close posted-work-file
               move 12 to return-code
               goback
           end-if.
           perform load-approval-limits.
           if supplemental-mode = "Y"
               perform load-base-position
           end-if.
           move "DAY-1-EXPENSE" to aud-program.
           move "START" to aud-action.
           move spaces to aud-detail.
           if supplemental-mode = "Y"
               string "RUN START (SUPPLEMENTAL " process-mode
                   delimited by space
                   ") MODE " combination-mode
                   delimited by size into aud-detail
           else
               string "RUN START MODE " combination-mode
                   delimited by size into aud-detail
           end-if.
           perform write-audit-event.
           if approve-mode = "Y"
               perform open-approval-file
           else
               open input input-file
           end-if.
           move "OPEN" to aud-action.
           move input-file-name to aud-detail.
           perform write-audit-event.
           if supplemental-mode = "Y"
               open extend report-file
           else
               open output report-file
           move "OPEN" to aud-action.
           move "day-1-expense-report.txt" to aud-detail.
           perform write-audit-event.
           if supplemental-mode = "Y"
               open extend duplicate-file
           else
               open output duplicate-file
           move "OPEN" to aud-action.
           move "day-1-expense-duplicates.txt" to aud-detail.
           perform write-audit-event.
           if supplemental-mode = "Y"
               open extend reject-file
           else
               open output reject-file
           move "day-1-expense-rejects.txt" to aud-detail.
           perform write-audit-event.
           perform write-report-header.
           if approve-mode = "Y"
               perform read-and-approve until eof-ind = "Y"
           else
               perform read-and-process until eof-ind = "Y"
           end-if.
           close suspense-file.
           close posted-file.
           close posted-work-file.
           close report-file.
           close duplicate-file.
           close reject-file.
               when manifest-error-count > 0
                   move "MANIFEST ERROR" to run-disposition
               when reject-count > 0 or duplicate-count > 0
                       or aged-count > 0
                   move "COMPLETED WITH REJECTS" to run-disposition
               when other
                   move "CLEAN" to run-disposition
               when manifest-error-count > 0
                   move 8 to return-code
               when reject-count > 0 or duplicate-count > 0
                       or aged-count > 0
                   move 4 to return-code
               when other
                   move 0 to return-code
                       when "ENTRY-AGE-MAX"
                           compute parm-entry-age-max =
                               function numval(parm-value-text)
                       when "GL-EXPENSE"
                           move parm-value-text to parm-gl-expense-acct
                       when "GL-CLEARING"
                           move parm-value-text to parm-gl-clearing-acct
                       when "APPROVAL-MAX"
                           compute parm-approval-max =
                               function numval(parm-value-text)
                       when "APPROVAL-AGE"
                           compute parm-approval-age =
                               function numval(parm-value-text)
                   end-evaluate
           end-read.

               not at end
                   if rh-run-mode = "EXPENSE"
                           or rh-run-mode = "EXP-SUP"
                           or rh-run-mode = "EXP-APR"
                           or rh-run-mode = "EXP-CHG"
                       move "Y" to base-found
                       move rh-records-processed
                           to base-expense-records
                   end-if
           end-read.

*> The first run creates an empty master.  Without the master the
*> duplicate check cannot be made, so the caller abandons the run.
       open-posted-master.
           open i-o posted-file.
           if posted-status = "35"
               open output posted-file
               close posted-file
               open i-o posted-file
           end-if.

       open-posted-work-file.
           open output posted-work-file.
           if posted-work-status = "00"
               close posted-work-file
               open i-o posted-work-file
           end-if.

       process-data-record.
           move function numval(el-amount) to input-value.
               if posting-duplicate-flag = "Y"
                   exit paragraph
               end-if
               perform check-approval-limit
               if entry-held = "Y"
                   exit paragraph
               end-if
               perform accept-expense-entry
           end-if.

*> Posts an entry that has passed every check into the run's
*> position, from the ledger or released from approval suspense.
*> A chargeback larger than VALUE-MAX arrives as several entries of
*> the same value under IDs of their own, so chargebacks are not
*> checked for repeated values.
       accept-expense-entry.
           perform write-posted-record.
           add 1 to expense-record-count.
           add input-value to total-value-sum.
           perform accumulate-department.
           perform accumulate-entry-aging.
           perform accumulate-journal.
           if seen(input-value) >= 1 and chargeback-mode not = "Y"
               perform flag-duplicate-entry
           end-if.
           if combination-mode = "PAIR"
               compute complement = parm-target - input-value
               if complement >= parm-value-min
                       and complement <= parm-value-max
                   if seen(complement) >= 1
                       multiply input-value by complement giving product
                   end-if
               end-if
           end-if.
           add 1 to seen(input-value).

       open-suspense-file.
           open i-o suspense-file.
           if suspense-status = "35"
               open output suspense-file
               close suspense-file
               open i-o suspense-file
           end-if.

       load-approval-limits.
           move "n" to limit-eof.
           open input approval-limit-file.
           if approval-limit-status = "00"
               perform read-approval-limit until limit-eof = "Y"
               close approval-limit-file
           end-if.

       read-approval-limit.
           read approval-limit-file
               at end move "Y" to limit-eof
               not at end
                   if approval-limit-record not = spaces
                           and approval-limit-record(1:1) not = "*"
                       if al-count < 100
                           add 1 to al-count
                           move spaces to parm-value-text
                           unstring approval-limit-record
                               delimited by all spaces
                               into al-dept-code(al-count) parm-value-text
                           end-unstring
                           compute al-limit(al-count) =
                               function numval(parm-value-text)
                       else
                           display "APPROVAL LIMIT TABLE FULL AT "
                               approval-limit-record(1:4)
                       end-if
                   end-if
           end-read.

*> An entry over its department's limit is held for suspense instead
*> of posting.  An ID already in suspense, or already held by this
*> run, is a duplicate.
       check-approval-limit.
           move "N" to entry-held.
           move parm-approval-max to entry-limit.
           move 0 to al-found.
           perform varying al-idx from 1 by 1
                   until al-idx > al-count or al-found > 0
               if al-dept-code(al-idx) = el-dept-code
                   move al-idx to al-found
               end-if
           end-perform.
           if al-found > 0
               move al-limit(al-found) to entry-limit
           end-if.
           if entry-limit = 0 or input-value not > entry-limit
               exit paragraph
           end-if.
           move "Y" to entry-held.
           perform find-held-entry.
           if hold-found = 0
               move el-expense-id to es-expense-id
               read suspense-file
                   invalid key continue
                   not invalid key move 1 to hold-found
               end-read
           end-if.
           if hold-found > 0
               add 1 to duplicate-count
               move spaces to duplicate-line
               string "ALREADY HELD AT LINE " total-records
                   ": EXPENSE ID " el-expense-id
                   " AWAITING APPROVAL"
                   delimited by size into duplicate-line
               write duplicate-record from duplicate-line
               move "DUPLICATE" to aud-action
               move duplicate-line(1:60) to aud-detail
               perform write-audit-event
               exit paragraph
           end-if.
           if hold-count >= 2000
               move spaces to manifest-error-line
               string "MANIFEST ERROR: HOLD LIMIT FOR RUN REACHED AT EXPENSE ID "
                   el-expense-id
                   delimited by size into manifest-error-line
               perform write-manifest-error-line
               exit paragraph
           end-if.
           move el-expense-id to es-expense-id.
           move input-string to es-ledger-record.
           move report-date to es-hold-date.
           move entry-limit to es-approval-limit.
           move aud-run-id to es-run-id.
           add 1 to hold-count.
           move suspense-record to hold-entry(hold-count).
           add 1 to held-count.
           add input-value to held-value.
           move "HOLD" to aud-action.
           move spaces to aud-detail.
           string "EXPENSE ID " el-expense-id
               " VALUE " input-value
               " OVER LIMIT " entry-limit
               delimited by size into aud-detail.
           perform write-audit-event.

       find-held-entry.
           move 0 to hold-found.
           perform varying hold-idx from 1 by 1
                   until hold-idx > hold-count or hold-found > 0
               if hold-expense-id(hold-idx) = el-expense-id
                   move hold-idx to hold-found
               end-if
           end-perform.

       open-approval-file.
           open input approval-file.
           if approval-status not = "00"
               display "day-1-expense: no approvals file - status "
                   approval-status
           end-if.

*> With no approvals file the run still closes off normally, so the
*> pending-approval report is produced and shows what is waiting.
       read-and-approve.
           if approval-status not = "00"
               perform wrap-up
               exit paragraph
           end-if.
           read approval-file at end perform wrap-up.
           if eof-ind = "n"
               if approval-record not = spaces
                       and approval-record(1:1) not = "*"
                   add 1 to total-records
                   perform apply-approval
               end-if
           end-if.

       apply-approval.
           move spaces to approval-parse-work.
           move 1 to approval-pointer.
           unstring approval-record delimited by all spaces
               into approval-expense-id approval-decision
               with pointer approval-pointer
           end-unstring.
           if approval-pointer <= 80
               move approval-record(approval-pointer:) to approval-reason
           end-if.
           move function upper-case(approval-decision) to approval-decision.
           move approval-expense-id to es-expense-id.
           read suspense-file
               invalid key
                   move approval-record to input-string
                   move spaces to expense-ledger-record
                   move approval-expense-id to el-expense-id
                   move "NOT HELD FOR APPROVAL" to reject-reason
                   perform flag-reject-entry
                   exit paragraph
           end-read.
           move es-ledger-record to input-string.
           move es-ledger-record to expense-ledger-record.
           perform find-decided-entry.
           if decided-found > 0
               move "ALREADY DECIDED IN THIS RUN" to reject-reason
               perform flag-reject-entry
               exit paragraph
           end-if.
           if decided-count >= 2000
               move "DECISION LIMIT FOR RUN REACHED - STILL HELD"
                   to reject-reason
               perform flag-reject-entry
               exit paragraph
           end-if.
           evaluate approval-decision
               when "APPROVE"
                   perform release-approved-entry
               when "DECLINE"
                   perform decline-held-entry
               when other
                   move "DECISION NOT APPROVE OR DECLINE - STILL HELD"
                       to reject-reason
                   perform flag-reject-entry
           end-evaluate.

*> The entry passed every check when it was held.  Its entry date is
*> checked again, as it may have aged out of the acceptance window
*> while held, and so is the posted master, in case the ID has
*> posted since.  A release that fails the date check is rejected
*> and leaves suspense.
       release-approved-entry.
           move function numval(el-amount) to input-value.
           perform validate-entry-date.
           if entry-date-valid not = "Y"
               perform flag-reject-entry
               perform queue-suspense-delete
               exit paragraph
           end-if.
           perform check-posted-master.
           if posting-duplicate-flag not = "Y"
               add 1 to approved-count
               perform accept-expense-entry
               move "APPROVE" to aud-action
               move spaces to aud-detail
               string "EXPENSE ID " el-expense-id
                   " VALUE " input-value " RELEASED FROM SUSPENSE"
                   delimited by size into aud-detail
               perform write-audit-event
           end-if.
           perform queue-suspense-delete.

*> A decline goes to the rejects file under its own lead so that
*> day-1-repair, which matches rejects to ledger lines, does not take
*> it for a rejected ledger entry.  The line is written when the
*> decision is committed.
       decline-held-entry.
           add 1 to declined-count.
           move spaces to reject-lead.
           string "DECLINED APPROVAL " total-records ":"
               delimited by size into reject-lead.
           move approval-reason to reject-reason.
           perform build-reject-line.
           move "REJECT" to aud-action.
           move reject-line(1:60) to aud-detail.
           perform write-audit-event.
           perform queue-suspense-delete.
           move reject-line to decided-decline-line(decided-count).

       find-decided-entry.
           move 0 to decided-found.
           perform varying decided-idx from 1 by 1
                   until decided-idx > decided-count or decided-found > 0
               if decided-id(decided-idx) = es-expense-id
                   move decided-idx to decided-found
               end-if
           end-perform.

       queue-suspense-delete.
           add 1 to decided-count.
           move es-expense-id to decided-id(decided-count).
           move spaces to decided-decline-line(decided-count).

       delete-suspense-entry.
           move decided-id(decided-idx) to es-expense-id.
           delete suspense-file record
               invalid key
                   display "SUSPENSE DELETE FAILED FOR " es-expense-id
                       " STATUS " suspense-status
           end-delete.
           if decided-decline-line(decided-idx) not = spaces
               write reject-record from decided-decline-line(decided-idx)
           end-if.

       write-suspense-hold.
           move hold-entry(hold-idx) to suspense-record.
           write suspense-record
               invalid key
                   move spaces to manifest-error-line
                   string "MANIFEST ERROR: SUSPENSE WRITE FAILED FOR "
                       es-expense-id " STATUS " suspense-status
                       delimited by size into manifest-error-line
                   perform write-manifest-error-line
               not invalid key
                   add 1 to suspense-written-count
           end-write.

       clear-aging-band.
           move 0 to ab-entries(aging-idx).

       check-posted-master.
           move "N" to posting-duplicate-flag.
           move el-expense-id to pe-expense-id.
           read posted-file
               invalid key move "N" to posted-on-master
               not invalid key move "Y" to posted-on-master
           end-read.
           if posted-on-master = "Y"
               perform flag-cross-run-duplicate
               exit paragraph
           end-if.
           move el-expense-id to pw-expense-id.
           read posted-work-file
               invalid key move "N" to posted-on-master
               not invalid key move "Y" to posted-on-master
           end-read.
           if posted-on-master = "Y"
               move "Y" to posting-duplicate-flag
               add 1 to duplicate-count
               move spaces to duplicate-line
               string "REPEAT POST AT LINE " total-records
               move "DUPLICATE" to aud-action
               move duplicate-line(1:60) to aud-detail
               perform write-audit-event
           end-if.

       write-posted-record.
           move el-expense-id to pw-expense-id.
           move report-date to pw-post-date.
           move aud-run-id to pw-run-id.
           move el-dept-code to pw-dept-code.
           move el-entry-date to pw-entry-date.
           move input-value to pw-amount.
           write posted-work-record
               invalid key
                   move spaces to manifest-error-line
                   string "MANIFEST ERROR: POSTING WORK WRITE FAILED FOR "
                       el-expense-id " STATUS " posted-work-status
                       delimited by size into manifest-error-line
                   perform write-manifest-error-line
               not invalid key
                   add 1 to posted-work-count
           end-write.

       commit-posted-entries.
           move "Y" to postings-committed.
           move "n" to posted-work-eof.
           move low-values to pw-expense-id.
           start posted-work-file key is >= pw-expense-id
               invalid key move "Y" to posted-work-eof
           end-start.
           perform commit-posted-record until posted-work-eof = "Y".
           perform delete-suspense-entry
               varying decided-idx from 1 by 1
               until decided-idx > decided-count.
           perform write-suspense-hold
               varying hold-idx from 1 by 1
               until hold-idx > hold-count.
           move spaces to report-line.
           string "POSTINGS COMMITTED TO POSTED MASTER: " committed-count
               delimited by size into report-line.
           write report-record from report-line.
           if hold-count > 0
               move spaces to report-line
               string "HOLDS WRITTEN TO APPROVAL SUSPENSE: "
                   suspense-written-count
                   delimited by size into report-line
               write report-record from report-line
           end-if.

       commit-posted-record.
           read posted-work-file next record
               at end
                   move "Y" to posted-work-eof
                   exit paragraph
           end-read.
           write posted-record from posted-work-record
               invalid key
                   move spaces to manifest-error-line
                   string "MANIFEST ERROR: POSTED MASTER WRITE FAILED FOR "
                       pw-expense-id " STATUS " posted-status
                       delimited by size into manifest-error-line
                   perform write-manifest-error-line
               not invalid key
                   add 1 to committed-count
           end-write.

*> Nothing is posted, nothing is held and no approval decision is
*> applied; the rerun takes the same entries and decisions again.
       withhold-posted-entries.
           move spaces to report-line.
           string "POSTINGS WITHHELD - " posted-work-count
               " NOT COMMITTED, " decided-count
               " SUSPENSE DECISIONS LEFT HELD"
               delimited by size into report-line.
           write report-record from report-line.
           move "ERROR" to aud-action.
           move report-line(1:60) to aud-detail.
           perform write-audit-event.
           if hold-count > 0
               move spaces to report-line
               string "HOLDS WITHHELD - " hold-count
                   " NOT WRITTEN TO APPROVAL SUSPENSE"
                   delimited by size into report-line
               write report-record from report-line
           end-if.

*> Chargeback IDs are raised by position on the night's register, so
*> a chargeback rerun after the fuel detail has changed can carry an
*> ID already posted for a different charge.  That is reported with
*> both values, since the posting on the master is then wrong.
       flag-cross-run-duplicate.
           move "Y" to posting-duplicate-flag.
           add 1 to duplicate-count.
           add 1 to cross-run-duplicate-count.
           move spaces to duplicate-line.
           if chargeback-mode = "Y"
                   and (pe-amount not = input-value
                       or pe-dept-code not = el-dept-code)
               string "CHARGEBACK CHANGED: EXPENSE ID " el-expense-id
                   " POSTED " pe-amount " " pe-dept-code
                   " NOW " input-value " " el-dept-code
                   delimited by size into duplicate-line
           else
               string "CROSS-RUN DUPLICATE AT LINE " total-records
                   ": EXPENSE ID " el-expense-id
                   " FIRST POSTED " pe-post-date
                   delimited by size into duplicate-line
           end-if.
           write duplicate-record from duplicate-line.
           move "DUPLICATE" to aud-action.
           move duplicate-line(1:60) to aud-detail.
           perform write-audit-event.

*> In APPROVE mode the line number is on the approvals file, not the
*> ledger, so those rejects carry a lead day-1-repair does not take
*> for a rejected ledger line.
       flag-reject-entry.
           move spaces to reject-lead.
           if approve-mode = "Y"
               string "REJECTED APPROVAL " total-records ":"
                   delimited by size into reject-lead
           else
               string "REJECTED AT LINE " total-records ":"
                   delimited by size into reject-lead
           end-if.
           perform write-reject-line.

       write-reject-line.
           perform build-reject-line.
           write reject-record from reject-line.
           move "REJECT" to aud-action.
           move reject-line(1:60) to aud-detail.
           perform write-audit-event.

       build-reject-line.
           add 1 to reject-count.
           move spaces to reject-line.
           if reject-reason = spaces
               string reject-lead delimited by ":"
                   ": EXPENSE ID " el-expense-id
                   " RECORD " input-string
                   delimited by size into reject-line
           else
               string reject-lead delimited by ":"
                   ": EXPENSE ID " el-expense-id
                   " RECORD " input-string
                   " REASON " reject-reason
                   delimited by size into reject-line
           end-if.
           move spaces to reject-reason.

       flag-duplicate-entry.
           add 1 to duplicate-count.
               add input-value to dept-total(dept-found)
           end-if.

       accumulate-journal.
           move 0 to jl-found.
           perform varying jl-idx from 1 by 1
                   until jl-idx > jl-count or jl-found > 0
               if jl-period(jl-idx) = el-entry-date(1:6)
                       and jl-dept-code(jl-idx) = el-dept-code
                   move jl-idx to jl-found
               end-if
           end-perform.
           if jl-found = 0
               if jl-count < 480
                   add 1 to jl-count
                   move jl-count to jl-found
                   move el-entry-date(1:6) to jl-period(jl-found)
                   move el-dept-code to jl-dept-code(jl-found)
                   move 0 to jl-entries(jl-found)
                   move 0 to jl-total(jl-found)
               else
                   display "GL JOURNAL TABLE FULL FOR " el-dept-code
                       " " el-entry-date(1:6)
               end-if
           end-if.
           if jl-found > 0
               add 1 to jl-entries(jl-found)
               add input-value to jl-total(jl-found)
           end-if.

       wrap-up.
           move "Y" to eof-ind.
           if combination-mode = "TRIPLE"
               perform find-three-sum-combination
           end-if.
           if trailer-seen not = "Y" and approve-mode not = "Y"
               perform validate-manifest-control
           end-if.
           perform write-pending-report.
           perform write-report-trailer.
           perform write-gl-journal.
           if postings-committed = "Y"
               perform append-run-history
           else
               perform withhold-posted-entries
           end-if.
           if approve-mode = "Y"
               if approval-status = "00"
                   close approval-file
               end-if
           else
               close input-file
           end-if.

*> Only a run whose postings were committed writes a history row, as
*> the next supplemental run takes its base position from the latest
*> row.
       append-run-history.
           open extend run-history-file.
           if run-history-status = "35"
               open output run-history-file
           end-if.
           move report-date to rh-run-date.
           evaluate true
               when resubmit-mode = "Y"
                   move "EXP-SUP" to rh-run-mode
               when approve-mode = "Y"
                   move "EXP-APR" to rh-run-mode
               when chargeback-mode = "Y"
                   move "EXP-CHG" to rh-run-mode
               when other
                   move "EXPENSE" to rh-run-mode
           end-evaluate.
           move expense-record-count to rh-records-processed.
           move total-value-sum to rh-primary-total.
           move product to rh-secondary-total.
           write run-history-record.
           close run-history-file.

*> The journal is built in a work file and only copied to the GL
*> interface file once its trailer balances.  The day's run sends a
*> DAILY batch and clears earlier dates' batches from the add-on
*> file; a supplemental run sends only its own entries as an ADDON
*> batch on the add-on file, and only once the day's DAILY batch has
*> been released, since until then the add-on file is not the day's.
*> A run that raised a manifest error sends nothing, and a DAILY
*> batch already released for the business date is never replaced.
*> The run's postings are committed just before the release.
       write-gl-journal.
           if supplemental-mode = "Y"
               move "ADDON" to jc-batch-type
               move "day-1-gl-journal-addon.txt" to gl-journal-file-name
               compute jc-expected-total = total-value-sum - base-value-sum
           else
               move "DAILY" to jc-batch-type
               move "day-1-gl-journal.txt" to gl-journal-file-name
               move total-value-sum to jc-expected-total
           end-if.
           move 0 to jc-line-count.
           move 0 to jc-debit-total.
           move 0 to jc-credit-total.
           open output journal-work-file.
           move spaces to journal-work-record.
           string "HDR" report-date jc-batch-type aud-run-id
               delimited by size into journal-work-record.
           write journal-work-record.
           perform write-journal-debit-line
               varying jl-idx from 1 by 1 until jl-idx > jl-count.
           perform write-journal-credit-line
               varying period-idx from 1 by 1 until period-idx > period-count.
           move spaces to journal-work-record.
           string "TRL" jc-line-count jc-debit-total jc-credit-total
               delimited by size into journal-work-record.
           write journal-work-record.
           close journal-work-file.
           move spaces to report-line.
           write report-record from report-line.
           move spaces to report-line.
           string "GL JOURNAL " jc-batch-type
               " LINES " jc-line-count
               " DEBITS " jc-debit-total
               " CREDITS " jc-credit-total
               delimited by size into report-line.
           write report-record from report-line.
           if jc-debit-total not = jc-credit-total
                   or jc-debit-total not = jc-expected-total
               move spaces to manifest-error-line
               string "MANIFEST ERROR: GL JOURNAL OUT OF BALANCE, ACCEPTED "
                   jc-expected-total " - NOT RELEASED"
                   delimited by size into manifest-error-line
               perform write-manifest-error-line
               exit paragraph
           end-if.
           if manifest-error-count > 0
               move spaces to report-line
               string "GL JOURNAL WITHHELD - " manifest-error-count
                   " MANIFEST ERRORS IN RUN - NOT RELEASED"
                   delimited by size into report-line
               write report-record from report-line
               exit paragraph
           end-if.
           move "day-1-gl-journal.txt" to gl-journal-file-name.
           perform check-released-journal.
           move spaces to manifest-error-line.
           if supplemental-mode = "Y"
               move "day-1-gl-journal-addon.txt" to gl-journal-file-name
               if journal-released not = "Y"
                   string "MANIFEST ERROR: NO DAILY GL JOURNAL RELEASED FOR "
                       report-date " - NOT POSTED"
                       delimited by size into manifest-error-line
               end-if
           else
               if journal-released = "Y"
                   string "MANIFEST ERROR: GL JOURNAL FOR " report-date
                       " ALREADY RELEASED - NOT REPLACED"
                       delimited by size into manifest-error-line
               end-if
           end-if.
           if manifest-error-line not = spaces
               perform write-manifest-error-line
               exit paragraph
           end-if.
           perform commit-posted-entries.
           perform release-gl-journal.

*> A DAILY journal on the interface file whose header carries this
*> business date was released by an earlier run of the day.
       check-released-journal.
           move "N" to journal-released.
           open input gl-journal-file.
           if gl-journal-status not = "00"
               exit paragraph
           end-if.
           read gl-journal-file
               not at end
                   if gl-journal-record(1:3) = "HDR"
                           and gl-journal-record(4:8) = report-date
                       move "Y" to journal-released
                   end-if
           end-read.
           close gl-journal-file.

       write-journal-debit-line.
           move spaces to gl-journal-line.
           move "JNL" to gl-record-type.
           move jl-period(jl-idx) to gl-period.
           move parm-gl-expense-acct to gl-account.
           move jl-dept-code(jl-idx) to gl-dept-code.
           move "D" to gl-debit-credit.
           move jl-total(jl-idx) to gl-amount.
           move jl-entries(jl-idx) to gl-entry-count.
           write journal-work-record from gl-journal-line.
           add 1 to jc-line-count.
           add jl-total(jl-idx) to jc-debit-total.

       write-journal-credit-line.
           move spaces to gl-journal-line.
           move "JNL" to gl-record-type.
           move pd-period(period-idx) to gl-period.
           move parm-gl-clearing-acct to gl-account.
           move "C" to gl-debit-credit.
           move pd-total(period-idx) to gl-amount.
           move pd-entries(period-idx) to gl-entry-count.
           write journal-work-record from gl-journal-line.
           add 1 to jc-line-count.
           add pd-total(period-idx) to jc-credit-total.

       release-gl-journal.
           if supplemental-mode = "Y"
               open extend gl-journal-file
               if gl-journal-status = "35"
                   open output gl-journal-file
               end-if
           else
               open output gl-journal-file
           end-if.
           move "n" to jc-work-eof.
           open input journal-work-file.
           perform copy-journal-work-record until jc-work-eof = "Y".
           close journal-work-file.
           close gl-journal-file.
           move spaces to report-line.
           string "GL JOURNAL RELEASED TO " gl-journal-file-name
               delimited by size into report-line.
           write report-record from report-line.
           move "MILESTONE" to aud-action.
           move spaces to aud-detail.
           string "GL JOURNAL " jc-batch-type " RELEASED LINES " jc-line-count
               " VALUE " jc-debit-total
               delimited by size into aud-detail.
           perform write-audit-event.
           if supplemental-mode not = "Y"
               perform clear-earlier-addons
           end-if.

       copy-journal-work-record.
           read journal-work-file
               at end move "Y" to jc-work-eof
               not at end
                   write gl-journal-record from journal-work-record
           end-read.

*> ADDON batches for earlier business dates went to the GL with those
*> dates' journals and are dropped.  Any batch for this date is kept:
*> it was released by a supplemental run of the day and its postings
*> are on the master, so it cannot be sent again.  The kept batches
*> pass through the journal work file, which is free again once the
*> DAILY batch is released.
       clear-earlier-addons.
           move "day-1-gl-journal-addon.txt" to gl-journal-file-name.
           open input gl-journal-file.
           if gl-journal-status not = "00"
               open output gl-journal-file
               close gl-journal-file
               exit paragraph
           end-if.
           open output journal-work-file.
           move "N" to addon-keep.
           move "n" to jc-work-eof.
           perform keep-current-addon-record until jc-work-eof = "Y".
           close journal-work-file.
           close gl-journal-file.
           open output gl-journal-file.
           move "n" to jc-work-eof.
           open input journal-work-file.
           perform copy-journal-work-record until jc-work-eof = "Y".
           close journal-work-file.
           close gl-journal-file.
           if addon-kept-count > 0
               move spaces to report-line
               string "ADDON BATCHES FOR " report-date " KEPT: "
                   addon-kept-count
                   delimited by size into report-line
               write report-record from report-line
           end-if.

       keep-current-addon-record.
           read gl-journal-file
               at end
                   move "Y" to jc-work-eof
                   exit paragraph
           end-read.
           if gl-journal-record(1:3) = "HDR"
               if gl-journal-record(4:8) < report-date
                   move "N" to addon-keep
               else
                   move "Y" to addon-keep
                   add 1 to addon-kept-count
               end-if
           end-if.
           if addon-keep = "Y"
               write journal-work-record from gl-journal-record
           end-if.

*> Declined entries go to the rejects file, so in APPROVE mode the
*> rejects added by the run are the declines plus any decision that
*> could not be applied; only the latter are counted as rejected.
       compute-supplemental-counts.
           compute supp-expense-records =
               expense-record-count - base-expense-records.
           compute supp-value-sum = total-value-sum - base-value-sum.
           compute supp-rejects = reject-count - base-rejects.
           if approve-mode = "Y"
               subtract declined-count from supp-rejects
           end-if.
           compute supp-duplicates = duplicate-count - base-duplicates.

*> Every run lists what is left in approval suspense, less what it
*> has approved or declined itself, plus what it has held, with the
*> age of each item in calendar days since it was held, weekends and
*> holidays included; an item older than APPROVAL-AGE is an aged
*> exception.
       write-pending-report.
           open output pending-file.
           move spaces to report-line.
           string "DAY-1-EXPENSE - PENDING APPROVAL REPORT"
               delimited by size into report-line.
           write pending-record from report-line.
           move spaces to report-line.
           string "RUN DATE: " report-date delimited by size into report-line.
           write pending-record from report-line.
           move spaces to report-line.
           string "AGED AFTER: " parm-approval-age " CALENDAR DAYS"
               delimited by size into report-line.
           write pending-record from report-line.
           move spaces to report-line.
           write pending-record from report-line.
           move "  EXPENSE  DEPT ENTERED    AMOUNT    LIMIT HELD ON   DAYS"
               to report-line.
           write pending-record from report-line.
           move "n" to suspense-eof.
           move low-values to es-expense-id.
           start suspense-file key is >= es-expense-id
               invalid key move "Y" to suspense-eof
           end-start.
           perform write-pending-line until suspense-eof = "Y".
           perform write-held-pending-line
               varying hold-idx from 1 by 1 until hold-idx > hold-count.
           move spaces to report-line.
           write pending-record from report-line.
           move spaces to report-line.
           string "ITEMS PENDING: " pending-count
               "  VALUE: " pending-value
               "  AGED: " aged-count
               delimited by size into report-line.
           write pending-record from report-line.
           close pending-file.

       write-pending-line.
           read suspense-file next record
               at end
                   move "Y" to suspense-eof
                   exit paragraph
           end-read.
           perform find-decided-entry.
           if decided-found > 0
               exit paragraph
           end-if.
           perform format-pending-line.

       write-held-pending-line.
           move hold-entry(hold-idx) to suspense-record.
           perform format-pending-line.

       format-pending-line.
           move es-ledger-record to held-ledger-record.
           add 1 to pending-count.
           add function numval(hl-amount) to pending-value.
           compute pending-age = report-date-int
               - function integer-of-date(function numval(es-hold-date)).
           move spaces to pending-flag.
           if pending-age > parm-approval-age
               move "AGED" to pending-flag
               add 1 to aged-count
           end-if.
           move spaces to report-line.
           string "  " es-expense-id
               " " hl-dept-code
               " " hl-entry-date
               " " hl-amount
               " " es-approval-limit
               " " es-hold-date
               " " pending-age
               " " pending-flag
               delimited by size into report-line.
           write pending-record from report-line.

       write-report-header.
           if supplemental-mode = "Y"
               move spaces to report-line
               write report-record from report-line
               move spaces to report-line
               string "SUPPLEMENTAL RUN (" supplemental-label
                   delimited by space ")"
                   delimited by size into report-line
               write report-record from report-line
               move spaces to report-line
               string "RUN DATE: " report-date
           write report-record from report-line.

       write-report-trailer.
           evaluate true
               when resubmit-mode = "Y"
                   perform compute-supplemental-counts
                   move spaces to report-line
                   string "REPAIRED ENTRIES ADDED: " supp-expense-records
                       " VALUE ADDED: " supp-value-sum
                       delimited by size into report-line
                   write report-record from report-line
                   move spaces to report-line
                   string "RESUBMITTED ENTRIES REJECTED AGAIN: "
                       supp-rejects
                       " FLAGGED DUPLICATE: " supp-duplicates
                       delimited by size into report-line
                   write report-record from report-line
                   move "RESUBMITTED ENTRIES BREAKDOWN:" to report-line
                   write report-record from report-line
                   perform write-breakdown-sections
                   move "COMBINED DAY POSITION AFTER RESUBMISSION:"
                       to report-line
                   write report-record from report-line
               when approve-mode = "Y"
                   perform compute-supplemental-counts
                   move spaces to report-line
                   string "APPROVED ENTRIES ADDED: " supp-expense-records
                       " VALUE ADDED: " supp-value-sum
                       delimited by size into report-line
                   write report-record from report-line
                   move spaces to report-line
                   string "APPROVALS DECLINED: " declined-count
                       " DECISIONS REJECTED: " supp-rejects
                       delimited by size into report-line
                   write report-record from report-line
                   move "APPROVED ENTRIES BREAKDOWN:" to report-line
                   write report-record from report-line
                   perform write-breakdown-sections
                   move "COMBINED DAY POSITION AFTER APPROVAL:"
                       to report-line
                   write report-record from report-line
               when chargeback-mode = "Y"
                   perform compute-supplemental-counts
                   move spaces to report-line
                   string "CHARGEBACK ENTRIES ADDED: " supp-expense-records
                       " VALUE ADDED: " supp-value-sum
                       delimited by size into report-line
                   write report-record from report-line
                   move spaces to report-line
                   string "CHARGEBACK ENTRIES REJECTED: " supp-rejects
                       " FLAGGED DUPLICATE: " supp-duplicates
                       delimited by size into report-line
                   write report-record from report-line
                   move "CHARGEBACK ENTRIES BREAKDOWN:" to report-line
                   write report-record from report-line
                   perform write-breakdown-sections
                   move "COMBINED DAY POSITION AFTER CHARGEBACK:"
                       to report-line
                   write report-record from report-line
               when other
                   perform write-breakdown-sections
           end-evaluate.
           move spaces to report-line.
           write report-record from report-line.
           move spaces to report-line.
               delimited by size into report-line.
           write report-record from report-line.
           move spaces to report-line.
           string "ENTRIES HELD FOR APPROVAL: " held-count
               " VALUE: " held-value
               delimited by size into report-line.
           write report-record from report-line.
           move spaces to report-line.
           string "SUSPENSE ITEMS PENDING: " pending-count
               " AGED PAST " parm-approval-age " CALENDAR DAYS: "
               aged-count
               delimited by size into report-line.
           write report-record from report-line.
           move spaces to report-line.
           string "MANIFEST HEADER SEEN: " header-seen
               "  MANIFEST TRAILER SEEN: " trailer-seen
               delimited by size into report-line.
