       05 primary-label pic x(20).
       05 secondary-label pic x(20).
01 report-date pic x(8).
01 business-date-block.
       copy "day-1-business-date.cpy".
01 report-line pic x(80).


procedure division.
       main.
           call "day-1-business-date" using business-date-block.
           move bd-business-date to report-date.
           perform load-run-history.
           open output variance-report-file.
           perform write-report-header.
