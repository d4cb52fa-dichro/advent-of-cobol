       05 cutoff-date-num pic 9(8).
       05 cutoff-date pic x(8).
01 report-date pic x(8).
01 business-date-block.
       copy "day-1-business-date.cpy".
01 report-line pic x(132).
01 audit-request.
       copy "day-1-audit.cpy".

procedure division.
       main.
           call "day-1-business-date" using business-date-block.
           move bd-business-date to report-date.
           accept command-line-args from command-line.
           unstring command-line-args delimited by all spaces
               into request-mode-parm request-arg-1
