01 fuel-input-record pic x(20).

fd fuel-reject-file.
01 fuel-reject-record pic x(130).

fd fuel-detail-file.
01 fuel-detail-record pic x(80).
       05 module-id pic x(8).
       05 module-mass-text pic x(12).
01 report-date pic x(8).
01 business-date-block.
       copy "day-1-business-date.cpy".
01 report-line pic x(132).


procedure division.
       main.
           call "day-1-business-date" using business-date-block.
           move bd-business-date to report-date.
           perform load-request-file.
           open output inquiry-report-file.
           perform write-report-header.
