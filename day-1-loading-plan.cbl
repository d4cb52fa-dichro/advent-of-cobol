           organization is line sequential.
       select dispatch-file assign to dynamic dispatch-file-name
           organization is line sequential.
       select dispatch-index-file assign to 'day-1-dispatch-index.txt'
           organization is line sequential.
       select parm-file assign to 'day-1-parms.txt'
           organization is line sequential
           file status is parm-status.
fd dispatch-file.
01 dispatch-record pic x(40).

fd dispatch-index-file.
01 dispatch-index-record.
       copy "day-1-dispatch-index.cpy".

fd parm-file.
01 parm-record pic x(80).

01 dispatch-file-name pic x(30).
01 dispatch-line pic x(40).
01 report-date pic x(8).
01 business-date-block.
       copy "day-1-business-date.cpy".
01 plan-line pic x(80).


procedure division.
       main.
           call "day-1-business-date" using business-date-block.
           move bd-business-date to report-date.
           perform load-parameter-card.
           sort sort-file
               on ascending key sort-site

       write-loading-plan.
           open output plan-file.
           open output dispatch-index-file.
           perform write-plan-header.
           perform plan-sorted-record until sort-eof-ind = "Y".
           if tanker-open = "Y"
               perform close-tanker-load
           end-if.
           perform write-plan-trailer.
           close dispatch-index-file.
           close plan-file.

       plan-sorted-record.
               delimited by size into dispatch-line.
           write dispatch-record from dispatch-line.
           close dispatch-file.
           perform write-dispatch-index.
           compute tanker-pct rounded =
               (tanker-fuel * 100) / tank-capacity.
           move spaces to plan-line.
           write plan-record from plan-line.
           move "N" to tanker-open.

*> The index lets later steps find every manifest written tonight
*> without guessing at the site and load numbers in the file names.
       write-dispatch-index.
           move spaces to dispatch-index-record.
           move report-date to di-run-date.
           move current-site-id to di-site-id.
           move load-number to di-load-number.
           move tanker-module-count to di-module-count.
           move tanker-fuel to di-fuel.
           move dispatch-file-name to di-file-name.
           write dispatch-index-record.

       write-site-header.
           move spaces to plan-line.
           write plan-record from plan-line.
