       05 site-mass-text pic x(12).
01 intake-error-line pic x(80).
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
           perform load-site-roster.
           if roster-count = 0
               display "day-1-intake: no sites in day-1-site-roster.txt"
