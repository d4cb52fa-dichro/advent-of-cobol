       select expense-duplicate-file assign to 'day-1-expense-duplicates.txt'
           organization is line sequential
           file status is expense-duplicate-status.
       select fuel-input-file assign to 'day-1-fuel-input.txt'
           organization is line sequential
           file status is fuel-input-status.
       select expense-input-file assign to 'day-1-expense-input.txt'
           organization is line sequential
           file status is expense-input-status.
       select balance-file assign to 'day-1-control-desk.txt'
           organization is line sequential.

01 expense-report-record pic x(80).

fd fuel-reject-file.
01 fuel-reject-record pic x(130).

fd expense-reject-file.
01 expense-reject-record pic x(130).
fd expense-duplicate-file.
01 expense-duplicate-record pic x(80).

fd fuel-input-file.
01 fuel-input-record pic x(40).

fd expense-input-file.
01 expense-input-record pic x(40).

fd balance-file.
01 balance-record pic x(80).

       05 fuel-reject-status pic xx.
       05 expense-reject-status pic xx.
       05 expense-duplicate-status pic xx.
       05 fuel-input-status pic xx.
       05 expense-input-status pic xx.
01 scan-state.
       05 scan-eof-ind pic x.
       05 scan-line pic x(80).
       05 fuel-trailer-found pic x value "N".
       05 fuel-reported-rejects pic 9(5) value 0.
       05 fuel-reject-lines pic 9(5) value 0.
       05 fuel-manifest-date pic x(8) value spaces.
       05 fuel-date-check pic x(9) value spaces.
       05 fuel-header-count pic 9(3) value 0.
       05 fuel-job-status pic x(4).
01 expense-job-facts.
       05 expense-report-found pic x value "N".
       05 expense-reject-lines pic 9(5) value 0.
       05 expense-reported-duplicates pic 9(5) value 0.
       05 expense-duplicate-lines pic 9(5) value 0.
       05 expense-manifest-date pic x(8) value spaces.
       05 expense-date-check pic x(9) value spaces.
       05 expense-job-status pic x(4).
01 batch-disposition pic x(20).
01 report-date pic x(8).
01 business-date-block.
       copy "day-1-business-date.cpy".
01 balance-line pic x(80).


procedure division.
       main.
           call "day-1-business-date" using business-date-block.
           move bd-business-date to report-date.
           perform scan-fuel-report.
           perform scan-expense-report.
           perform count-fuel-rejects.
           perform count-expense-rejects.
           perform count-expense-duplicates.
           perform check-fuel-manifest-date.
           perform check-expense-manifest-date.
           perform judge-fuel-job.
           perform judge-expense-job.
           perform judge-batch.
               not at end add 1 to expense-duplicate-lines
           end-read.

*> A manifest built for another business date has been processed
*> against the wrong day, and one with no header cannot be dated,
*> so either fails the job.  The combined fuel manifest carries a
*> SITE line ahead of each site's own HDR, so every HDR in it is
*> checked and the first one for another date is reported.
       check-fuel-manifest-date.
           move "NO HEADER" to fuel-date-check.
           move "n" to scan-eof-ind.
           open input fuel-input-file.
           if fuel-input-status = "00"
               perform scan-fuel-manifest-line until scan-eof-ind = "Y"
               close fuel-input-file
           end-if.

       scan-fuel-manifest-line.
           read fuel-input-file
               at end move "Y" to scan-eof-ind
               not at end
                   if fuel-input-record(1:3) = "HDR"
                       add 1 to fuel-header-count
                       if fuel-date-check not = "MISMATCH"
                           move fuel-input-record(4:8) to fuel-manifest-date
                           if fuel-manifest-date = report-date
                               move "MATCH" to fuel-date-check
                           else
                               move "MISMATCH" to fuel-date-check
                           end-if
                       end-if
                   end-if
           end-read.

       check-expense-manifest-date.
           move "NO HEADER" to expense-date-check.
           open input expense-input-file.
           if expense-input-status = "00"
               read expense-input-file
                   not at end
                       if expense-input-record(1:3) = "HDR"
                           move expense-input-record(4:8)
                               to expense-manifest-date
                           if expense-manifest-date = report-date
                               move "MATCH" to expense-date-check
                           else
                               move "MISMATCH" to expense-date-check
                           end-if
                       end-if
               end-read
               close expense-input-file
           end-if.

       judge-fuel-job.
           move "PASS" to fuel-job-status.
           if fuel-report-found not = "Y"
           if fuel-reported-rejects not = fuel-reject-lines
               move "FAIL" to fuel-job-status
           end-if.
           if fuel-date-check not = "MATCH"
               move "FAIL" to fuel-job-status
           end-if.

       judge-expense-job.
           move "PASS" to expense-job-status.
           if expense-reported-duplicates not = expense-duplicate-lines
               move "FAIL" to expense-job-status
           end-if.
           if expense-date-check not = "MATCH"
               move "FAIL" to expense-job-status
           end-if.

       judge-batch.
           if fuel-job-status = "PASS" and expense-job-status = "PASS"
               delimited by size into balance-line.
           perform write-balance-line.
           move spaces to balance-line.
           string "  MANIFEST RUN DATE: " fuel-manifest-date
               "  BUSINESS DATE: " report-date
               "  " fuel-date-check
               delimited by size into balance-line.
           perform write-balance-line.
           move spaces to balance-line.
           string "  SITE MANIFEST HEADERS: " fuel-header-count
               delimited by size into balance-line.
           perform write-balance-line.
           move spaces to balance-line.
           string "  JOB STATUS: " fuel-job-status
               delimited by size into balance-line.
           perform write-balance-line.
               delimited by size into balance-line.
           perform write-balance-line.
           move spaces to balance-line.
           string "  MANIFEST RUN DATE: " expense-manifest-date
               "  BUSINESS DATE: " report-date
               "  " expense-date-check
               delimited by size into balance-line.
           perform write-balance-line.
           move spaces to balance-line.
           string "  JOB STATUS: " expense-job-status
               delimited by size into balance-line.
           perform write-balance-line.
