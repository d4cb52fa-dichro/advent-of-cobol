identification division.
program-id. day-1-business-date.


environment division.
input-output section.
       file-control.
       select business-date-file assign to 'day-1-business-date.dat'
           organization is line sequential
           file status is business-date-status.


data division.
file section.
fd business-date-file.
01 business-date-record.
       copy "day-1-business-date-control.cpy".

working-storage section.
01 business-date-status pic xx.

linkage section.
01 business-date-block.
       copy "day-1-business-date.cpy".


procedure division using business-date-block.
       main.
           move spaces to business-date-block.
           open input business-date-file.
           if business-date-status = "00"
               read business-date-file
                   at end move "10" to business-date-status
               end-read
               close business-date-file
           end-if.
           if business-date-status = "00"
                   and bc-business-date is numeric
               move bc-business-date to bd-business-date
               move bc-prior-date to bd-prior-date
               move bc-day-status to bd-day-status
               move "F" to bd-source
           else
               perform use-system-date
           end-if.
           goback.

*> No usable control record: the run carries on under the system
*> date so the night is not lost, but says so.
       use-system-date.
           accept bd-business-date from date yyyymmdd.
           move "O" to bd-day-status.
           move "S" to bd-source.
           display "day-1-business-date: no business date control record"
               " - using system date " bd-business-date.
