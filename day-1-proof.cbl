       05 compare-derived pic 9(10).
       05 compare-verdict pic x(9).
01 report-date pic x(8).
01 business-date-block.
       copy "day-1-business-date.cpy".
01 proof-line pic x(80).


procedure division.
       main.
           call "day-1-business-date" using business-date-block.
           move bd-business-date to report-date.
           perform read-detail-file.
           perform read-fuel-report.
           open output proof-file.
