identification division.
program-id. day-1-gen-restore.


environment division.
input-output section.
       file-control.
       select catalogue-file assign to 'day-1-generation-catalogue.txt'
           organization is line sequential
           file status is catalogue-status.
       select generation-file assign to dynamic generation-file-name
           organization is line sequential
           file status is generation-status.
       select target-file assign to dynamic restore-work-name
           organization is line sequential
           file status is target-status.
       select restore-report-file assign to 'day-1-gen-restore.txt'
           organization is line sequential.


data division.
file section.
fd catalogue-file.
01 catalogue-record pic x(80).

fd generation-file
       record varying in size from 1 to 256 depending on copy-length.
01 generation-record pic x(256).

fd target-file
       record varying in size from 1 to 256 depending on copy-length.
01 target-record pic x(256).

fd restore-report-file.
01 restore-report-record pic x(80).

working-storage section.
01 command-line-args pic x(80) value spaces.
01 request-generation-date pic x(8).
01 request-file-name pic x(30).
01 file-statuses.
       05 catalogue-status pic xx.
       05 generation-status pic xx.
       05 target-status pic xx.
01 state.
       05 eof-ind pic x value "n".
       05 copy-eof pic x value "n".
       05 copy-length pic 9(3).
       05 copy-count pic 9(7).
       05 restored-count pic 9(3) value 0.
       05 error-count pic 9(3) value 0.
*> Generations on the catalogue, for the listing.
01 generation-table.
       05 gen-count pic 9(3) value 0.
       05 gen-idx pic 9(3).
       05 gen-found pic 9(3).
       05 generation-entry occurs 100 times.
           10 gt-generation-date pic x(8).
           10 gt-archived pic 9(3).
           10 gt-missing pic 9(3).
           10 gt-records pic 9(9).
           10 gt-restored pic 9(3).
*> Files of the requested generation, with the record count taken
*> when each was archived, which the restored copy must match.
01 restore-table.
       05 restore-count pic 9(3) value 0.
       05 restore-idx pic 9(3).
       05 restore-entry occurs 100 times.
           10 rt-file-name pic x(30).
           10 rt-record-count pic 9(7).
           10 rt-restored pic x.
01 generation-file-name pic x(60).
01 target-file-name pic x(30).
01 restore-work-name pic x(34).
01 rename-status pic s9(9) comp-5.
01 file-status-text pic x(30).
01 catalogue-entry.
       copy "day-1-generation-catalogue.cpy".
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
           accept command-line-args from command-line.
           move spaces to request-generation-date.
           move spaces to request-file-name.
           unstring command-line-args delimited by all spaces
               into request-generation-date request-file-name
           end-unstring.
           move "DAY-1-GEN-REST" to aud-program.
           move "START" to aud-action.
           move spaces to aud-detail.
           string "RUN START GENERATION " request-generation-date
               " " request-file-name
               delimited by size into aud-detail.
           perform write-audit-event.
           open output restore-report-file.
           perform write-report-header.
           evaluate true
               when request-generation-date = spaces
                   perform list-generations
               when request-generation-date not numeric
                   add 1 to error-count
                   move spaces to report-line
                   string "INVALID GENERATION DATE " request-generation-date
                       " - USE YYYYMMDD, OR NONE TO LIST"
                       delimited by size into report-line
                   perform write-report-line
               when other
                   perform restore-generation
           end-evaluate.
           perform write-report-trailer.
           close restore-report-file.
           move "END" to aud-action.
           move spaces to aud-detail.
           string "RUN END RESTORED " restored-count
               " ERRORS " error-count
               delimited by size into aud-detail.
           perform write-audit-event.
           perform set-return-code.
           goback.

*> CALLing day-1-audit resets the RETURN-CODE register, so the
*> run's code must be set after the final audit event.
       set-return-code.
           if error-count > 0
               move 8 to return-code
           else
               move 0 to return-code
           end-if.

       write-audit-event.
           call "day-1-audit" using audit-request.

       list-generations.
           move "n" to eof-ind.
           open input catalogue-file.
           if catalogue-status not = "00"
               move "NO GENERATION CATALOGUE - NOTHING ARCHIVED YET"
                   to report-line
               perform write-report-line
               exit paragraph
           end-if.
           perform read-listing-line until eof-ind = "Y".
           close catalogue-file.
           move "GENERATIONS ON FILE:" to report-line.
           perform write-report-line.
           move "  GENERATION ARCHIVED MISSING   RECORDS RESTORED"
               to report-line.
           perform write-report-line.
           perform write-generation-line
               varying gen-idx from 1 by 1 until gen-idx > gen-count.

       read-listing-line.
           read catalogue-file
               at end move "Y" to eof-ind
               not at end
                   move catalogue-record to catalogue-entry
                   perform find-generation
                   if gen-found > 0
                       evaluate gc-entry-type
                           when "ARCHIVED"
                               add 1 to gt-archived(gen-found)
                               add gc-record-count to gt-records(gen-found)
                           when "MISSING"
                               add 1 to gt-missing(gen-found)
                           when "RESTORED"
                               add 1 to gt-restored(gen-found)
                       end-evaluate
                   end-if
           end-read.

       find-generation.
           move 0 to gen-found.
           perform varying gen-idx from 1 by 1
                   until gen-idx > gen-count or gen-found > 0
               if gt-generation-date(gen-idx) = gc-generation-date
                   move gen-idx to gen-found
               end-if
           end-perform.
           if gen-found = 0
               if gen-count < 100
                   add 1 to gen-count
                   move gen-count to gen-found
                   move gc-generation-date to gt-generation-date(gen-found)
                   move 0 to gt-archived(gen-found)
                   move 0 to gt-missing(gen-found)
                   move 0 to gt-records(gen-found)
                   move 0 to gt-restored(gen-found)
               else
                   display "GENERATION TABLE FULL AT " gc-generation-date
               end-if
           end-if.

       write-generation-line.
           move spaces to report-line.
           string "  " gt-generation-date(gen-idx)
               "      " gt-archived(gen-idx)
               "     " gt-missing(gen-idx)
               " " gt-records(gen-idx)
               "      " gt-restored(gen-idx)
               delimited by size into report-line.
           perform write-report-line.

       restore-generation.
           move "n" to eof-ind.
           open input catalogue-file.
           if catalogue-status = "00"
               perform read-restore-line until eof-ind = "Y"
               close catalogue-file
           end-if.
           if restore-count = 0
               add 1 to error-count
               move spaces to report-line
               string "NO ARCHIVED FILES FOR GENERATION "
                   request-generation-date " " request-file-name
                   delimited by size into report-line
               perform write-report-line
               exit paragraph
           end-if.
           move "  FILE                           RECORDS STATUS"
               to report-line.
           perform write-report-line.
           perform restore-one-file
               varying restore-idx from 1 by 1
               until restore-idx > restore-count.
           perform record-restores.

       read-restore-line.
           read catalogue-file
               at end move "Y" to eof-ind
               not at end
                   move catalogue-record to catalogue-entry
                   if gc-generation-date = request-generation-date
                           and gc-entry-type = "ARCHIVED"
                           and (request-file-name = spaces
                               or request-file-name = gc-file-name)
                       if restore-count < 100
                           add 1 to restore-count
                           move gc-file-name to rt-file-name(restore-count)
                           move gc-record-count
                               to rt-record-count(restore-count)
                           move "N" to rt-restored(restore-count)
                       else
                           display "RESTORE TABLE FULL AT " gc-file-name
                       end-if
                   end-if
           end-read.

*> The copy is written to a work file beside the live one and counted
*> as it is written; it must hold exactly the records the catalogue
*> says were archived.  Only then does it replace the live file, so
*> a bad copy is discarded and the live file is left as it was.
       restore-one-file.
           move rt-file-name(restore-idx) to target-file-name.
           move spaces to generation-file-name.
           string "day-1-gen-" request-generation-date "-" target-file-name
               delimited by space into generation-file-name.
           move spaces to restore-work-name.
           string target-file-name delimited by space
               ".tmp" delimited by size into restore-work-name.
           move 0 to copy-count.
           open input generation-file.
           if generation-status not = "00"
               add 1 to error-count
               move "GENERATION COPY NOT FOUND" to file-status-text
               perform write-file-line
               exit paragraph
           end-if.
           open output target-file.
           if target-status not = "00"
               add 1 to error-count
               close generation-file
               move spaces to file-status-text
               string "RESTORE FAILED STATUS " target-status
                   delimited by size into file-status-text
               perform write-file-line
               exit paragraph
           end-if.
           move "n" to copy-eof.
           perform copy-generation-record until copy-eof = "Y".
           close generation-file.
           close target-file.
           if copy-count not = rt-record-count(restore-idx)
               add 1 to error-count
               call "CBL_DELETE_FILE" using restore-work-name
               move spaces to file-status-text
               string "MISMATCH - ARCHIVED "
                   rt-record-count(restore-idx)
                   delimited by size into file-status-text
               perform write-file-line
               move "    COPY DISCARDED - LIVE FILE LEFT AS IT WAS"
                   to report-line
               perform write-report-line
               exit paragraph
           end-if.
           call "CBL_RENAME_FILE" using restore-work-name target-file-name
               returning rename-status.
           if rename-status not = 0
               add 1 to error-count
               move "RESTORED COPY NOT RENAMED" to file-status-text
               perform write-file-line
               move spaces to report-line
               string "    COPY LEFT IN " restore-work-name
                   delimited by size into report-line
               perform write-report-line
               exit paragraph
           end-if.
           add 1 to restored-count.
           move "Y" to rt-restored(restore-idx).
           move "RESTORED" to file-status-text.
           perform write-file-line.

       copy-generation-record.
           read generation-file
               at end move "Y" to copy-eof
               not at end
                   move generation-record(1:copy-length)
                       to target-record(1:copy-length)
                   write target-record
                   add 1 to copy-count
           end-read.

       record-restores.
           open extend catalogue-file.
           if catalogue-status = "35"
               open output catalogue-file
           end-if.
           perform write-restore-entry
               varying restore-idx from 1 by 1
               until restore-idx > restore-count.
           close catalogue-file.

       write-restore-entry.
           if rt-restored(restore-idx) not = "Y"
               exit paragraph
           end-if.
           move spaces to catalogue-entry.
           move request-generation-date to gc-generation-date.
           move "RESTORED" to gc-entry-type.
           move rt-record-count(restore-idx) to gc-record-count.
           move report-date to gc-action-date.
           move rt-file-name(restore-idx) to gc-file-name.
           write catalogue-record from catalogue-entry.

       write-file-line.
           move spaces to report-line.
           string "  " target-file-name
               " " copy-count
               " " file-status-text
               delimited by size into report-line.
           perform write-report-line.

       write-report-header.
           move spaces to report-line.
           string "DAY-1-GEN-RESTORE - OUTPUT GENERATION RESTORE"
               delimited by size into report-line.
           perform write-report-line.
           move spaces to report-line.
           string "RUN DATE: " report-date delimited by size into report-line.
           perform write-report-line.
           move spaces to report-line.
           if request-generation-date not = spaces
               string "GENERATION: " request-generation-date
                   "  FILE: " request-file-name
                   delimited by size into report-line
               if request-file-name = spaces
                   move "ALL" to report-line(29:3)
               end-if
               perform write-report-line
           end-if.
           move spaces to report-line.
           perform write-report-line.

       write-report-trailer.
           move spaces to report-line.
           perform write-report-line.
           move spaces to report-line.
           string "FILES RESTORED: " restored-count
               "  ERRORS: " error-count
               delimited by size into report-line.
           perform write-report-line.

       write-report-line.
           write restore-report-record from report-line.
