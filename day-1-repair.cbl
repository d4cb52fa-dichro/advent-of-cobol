data division.
file section.
fd fuel-reject-file.
01 fuel-reject-record pic x(130).

fd expense-reject-file.
01 expense-reject-record pic x(130).
01 reject-line-number pic 9(6).
01 reject-module-id pic x(8).
01 run-date pic x(8).
01 business-date-block.
       copy "day-1-business-date.cpy".
01 header-line pic x(20).
01 trailer-line pic x(20).


procedure division.
       main.
           call "day-1-business-date" using business-date-block.
           move bd-business-date to run-date.
           accept command-line-args from command-line.
           unstring command-line-args delimited by all spaces
               into run-mode-parm
