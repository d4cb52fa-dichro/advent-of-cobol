           10 mt-clean-days pic 9(4).
           10 mt-exception-days pic 9(4).
01 report-date pic x(8).
01 business-date-block.
       copy "day-1-business-date.cpy".
01 report-line pic x(80).


procedure division.
       main.
           call "day-1-business-date" using business-date-block.
           move bd-business-date to report-date.
           accept command-line-args from command-line.
           unstring command-line-args delimited by all spaces
               into month-parm
