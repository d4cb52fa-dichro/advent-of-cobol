identification division.
program-id. day-1-date-roll.


environment division.
input-output section.
       file-control.
       select business-date-file assign to 'day-1-business-date.dat'
           organization is line sequential
           file status is business-date-status.
       select holiday-file assign to 'day-1-holidays.txt'
           organization is line sequential
           file status is holiday-status.
       select roll-log-file assign to 'day-1-date-roll.txt'
           organization is line sequential
           file status is roll-log-status.


data division.
file section.
fd business-date-file.
01 business-date-record.
       copy "day-1-business-date-control.cpy".

*> One holiday per line, YYYYMMDD in columns 1-8.  Lines starting
*> "*" are comments.
fd holiday-file.
01 holiday-record pic x(80).

fd roll-log-file.
01 roll-log-record pic x(100).

working-storage section.
01 file-statuses.
       05 business-date-status pic xx.
       05 holiday-status pic xx.
       05 roll-log-status pic xx.
01 state.
       05 holiday-eof pic x value "n".
       05 control-found pic x value "N".
       05 roll-rc pic 9(2) value 0.
01 roll-action pic x(8).
01 holiday-table.
       05 holiday-count pic 9(3) value 0.
       05 holiday-idx pic 9(3).
       05 holiday-found pic 9(3).
       05 holiday-date occurs 200 times pic x(8).
01 roll-work.
       05 system-date pic x(8).
       05 system-time pic x(8).
       05 next-date-int pic 9(8).
       05 next-date-num pic 9(8).
       05 next-date pic x(8).
       05 next-weekday pic 9.
       05 next-is-business-day pic x.
01 roll-message pic x(60).
01 log-line pic x(100).
01 audit-request.
       copy "day-1-audit.cpy".

linkage section.
01 roll-action-parm pic x(8).


procedure division using roll-action-parm.
       main.
           move function upper-case(roll-action-parm) to roll-action.
           if roll-action = spaces
               move "ROLL" to roll-action
           end-if.
*> The scheduler calls this program twice in one run (ROLL first,
*> CLOSE last), so nothing may be carried over from the first call.
           move "N" to control-found.
           move "n" to holiday-eof.
           move 0 to holiday-count.
           move 0 to roll-rc.
           accept system-date from date yyyymmdd.
           accept system-time from time.
           move "DAY-1-DATEROLL" to aud-program.
           move "START" to aud-action.
           move spaces to aud-detail.
           string "RUN START ACTION " roll-action
               delimited by size into aud-detail.
           perform write-audit-event.
           perform read-business-date.
           evaluate roll-action
               when "ROLL"
                   perform roll-business-date
               when "CLOSE"
                   perform close-business-date
               when other
                   move spaces to roll-message
                   string "UNRECOGNIZED ACTION " roll-action
                       " - USE ROLL OR CLOSE"
                       delimited by size into roll-message
                   move 12 to roll-rc
           end-evaluate.
           perform write-roll-log.
           if roll-rc >= 8
               move "ERROR" to aud-action
               move roll-message to aud-detail
               perform write-audit-event
           end-if.
           move "END" to aud-action.
           move spaces to aud-detail.
           string "RUN END " roll-action delimited by space
               " BUSINESS DATE " bc-business-date
               " STATUS " bc-day-status
               delimited by size into aud-detail.
           perform write-audit-event.
           move roll-rc to return-code.
           goback.

       write-audit-event.
           call "day-1-audit" using audit-request.

       read-business-date.
           open input business-date-file.
           if business-date-status = "00"
               read business-date-file
                   not at end move "Y" to control-found
               end-read
               close business-date-file
           end-if.
           if control-found not = "Y"
               move spaces to business-date-record
           end-if.

       write-business-date.
           move system-date to bc-roll-stamp(1:8).
           move system-time(1:6) to bc-roll-stamp(9:6).
           open output business-date-file.
           write business-date-record.
           close business-date-file.

*> The day must have been closed by the last step of the previous
*> night before it can be rolled, so a rerun of the first step
*> cannot move the date on twice.  The very first roll, with no
*> control record yet, starts the calendar at the system date.
       roll-business-date.
           if control-found not = "Y"
               move system-date to bc-business-date
               move spaces to bc-prior-date
               move "O" to bc-day-status
               perform write-business-date
               move spaces to roll-message
               string "CONTROL RECORD CREATED - BUSINESS DATE "
                   bc-business-date
                   delimited by size into roll-message
               move 4 to roll-rc
               exit paragraph
           end-if.
           if bc-day-status not = "C"
               move spaces to roll-message
               string "BUSINESS DATE " bc-business-date
                   " NOT CLOSED - NOT ROLLED"
                   delimited by size into roll-message
               move 8 to roll-rc
               exit paragraph
           end-if.
           perform load-holidays.
           compute next-date-int =
               function integer-of-date(function numval(bc-business-date)).
           move "N" to next-is-business-day.
           perform advance-one-day until next-is-business-day = "Y".
           if next-date > system-date
               move spaces to roll-message
               string "NEXT DATE " next-date
                   " AFTER SYSTEM DATE " system-date " - NOT ROLLED"
                   delimited by size into roll-message
               move 8 to roll-rc
               exit paragraph
           end-if.
           move bc-business-date to bc-prior-date.
           move next-date to bc-business-date.
           move "O" to bc-day-status.
           perform write-business-date.
           move spaces to roll-message.
           string "ROLLED FROM " bc-prior-date " TO " bc-business-date
               delimited by size into roll-message.

*> Day 1 of the integer calendar is a Monday, so the remainder
*> by 7 gives 6 for Saturday and 0 for Sunday.
       advance-one-day.
           add 1 to next-date-int.
           compute next-date-num = function date-of-integer(next-date-int).
           move next-date-num to next-date.
           compute next-weekday = function mod(next-date-int, 7).
           if next-weekday = 6 or next-weekday = 0
               exit paragraph
           end-if.
           move 0 to holiday-found.
           perform varying holiday-idx from 1 by 1
                   until holiday-idx > holiday-count or holiday-found > 0
               if holiday-date(holiday-idx) = next-date
                   move holiday-idx to holiday-found
               end-if
           end-perform.
           if holiday-found = 0
               move "Y" to next-is-business-day
           end-if.

       load-holidays.
           open input holiday-file.
           if holiday-status = "00"
               perform read-holiday-line until holiday-eof = "Y"
               close holiday-file
           end-if.

       read-holiday-line.
           read holiday-file
               at end move "Y" to holiday-eof
               not at end
                   if holiday-record(1:8) is numeric
                       if holiday-count < 200
                           add 1 to holiday-count
                           move holiday-record(1:8)
                               to holiday-date(holiday-count)
                       else
                           display "HOLIDAY TABLE FULL AT "
                               holiday-record(1:8)
                       end-if
                   end-if
           end-read.

       close-business-date.
           if control-found not = "Y"
               move "NO BUSINESS DATE CONTROL RECORD - NOTHING TO CLOSE"
                   to roll-message
               move 8 to roll-rc
               exit paragraph
           end-if.
           if bc-day-status = "C"
               move spaces to roll-message
               string "BUSINESS DATE " bc-business-date " ALREADY CLOSED"
                   delimited by size into roll-message
               move 4 to roll-rc
               exit paragraph
           end-if.
           move "C" to bc-day-status.
           perform write-business-date.
           move spaces to roll-message.
           string "BUSINESS DATE " bc-business-date " CLOSED"
               delimited by size into roll-message.

       write-roll-log.
           open extend roll-log-file.
           if roll-log-status = "35"
               open output roll-log-file
           end-if.
           move spaces to log-line.
           string system-date " " system-time(1:6) " " roll-action
               " RC " roll-rc " " roll-message
               delimited by size into log-line.
           write roll-log-record from log-line.
           close roll-log-file.
