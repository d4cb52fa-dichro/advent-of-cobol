identification division.
program-id. day-1-gen-archive.


environment division.
input-output section.
       file-control.
       select file-list-file assign to 'day-1-generation-files.txt'
           organization is line sequential
           file status is file-list-status.
       select dispatch-index-file assign to 'day-1-dispatch-index.txt'
           organization is line sequential
           file status is index-status.
       select source-file assign to dynamic source-file-name
           organization is line sequential
           file status is source-status.
       select generation-file assign to dynamic generation-file-name
           organization is line sequential
           file status is generation-status.
       select catalogue-file assign to 'day-1-generation-catalogue.txt'
           organization is line sequential
           file status is catalogue-status.
       select catalogue-work-file assign to 'day-1-generation-catalogue.tmp'
           organization is line sequential.
       select parm-file assign to 'day-1-parms.txt'
           organization is line sequential
           file status is parm-status.
       select archive-report-file assign to 'day-1-gen-archive.txt'
           organization is line sequential.


data division.
file section.
*> One output file name per line.  Lines starting "*" are comments.
fd file-list-file.
01 file-list-record pic x(80).

fd dispatch-index-file.
01 dispatch-index-record.
       copy "day-1-dispatch-index.cpy".

fd source-file
       record varying in size from 1 to 256 depending on copy-length.
01 source-record pic x(256).

fd generation-file
       record varying in size from 1 to 256 depending on copy-length.
01 generation-record pic x(256).

fd catalogue-file.
01 catalogue-record pic x(80).

fd catalogue-work-file.
01 catalogue-work-record pic x(80).

fd parm-file.
01 parm-record pic x(80).

fd archive-report-file.
01 archive-report-record pic x(80).

working-storage section.
01 file-statuses.
       05 file-list-status pic xx.
       05 index-status pic xx.
       05 source-status pic xx.
       05 generation-status pic xx.
       05 catalogue-status pic xx.
       05 parm-status pic xx.
01 state.
       05 eof-ind pic x value "n".
       05 copy-eof pic x value "n".
       05 already-archived pic x value "N".
       05 copy-length pic 9(3).
       05 copy-count pic 9(7).
       05 archived-count pic 9(3) value 0.
       05 missing-count pic 9(3) value 0.
       05 error-count pic 9(3) value 0.
       05 purged-generations pic 9(3) value 0.
       05 purged-files pic 9(5) value 0.
       05 kept-generations pic 9(3) value 0.
01 parm-work.
       05 parm-eof pic x.
       05 parm-keyword pic x(12).
       05 parm-value-text pic x(20).
       05 parm-gen-keep pic 9(3) value 7.
*> The night's output files: the list file plus every dispatch
*> manifest on the dispatch index.
01 file-table.
       05 file-count pic 9(3) value 0.
       05 file-idx pic 9(3).
       05 file-found pic 9(3).
       05 file-entry occurs 100 times pic x(30).
*> Generations on the catalogue.  Purge flag: Y when the generation
*> is older than the GEN-KEEP newest and is to be deleted.
01 generation-table.
       05 gen-count pic 9(3) value 0.
       05 gen-idx pic 9(3).
       05 gen-other-idx pic 9(3).
       05 gen-found pic 9(3).
       05 gen-newer-count pic 9(3).
       05 generation-entry occurs 100 times.
           10 gt-generation-date pic x(8).
           10 gt-purge pic x.
01 lookup-file-name pic x(30).
*> This run's report replaces the one the previous night's archive
*> left, which is one of the night's outputs.  That one is set aside
*> under the prior-report name before this one is opened, archived
*> from there under its own name, and deleted once the generation is
*> on the catalogue.
01 own-report-name pic x(30) value "day-1-gen-archive.txt".
01 prior-report-name pic x(30) value "day-1-gen-archive.prv".
01 prior-report-details pic x(16).
01 rename-status pic s9(9) comp-5.
01 file-status-text pic x(22).
01 lookup-generation-date pic x(8).
01 source-file-name pic x(30).
01 generation-file-name pic x(60).
01 generation-date pic x(8).
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
*> The archive runs before the business date is rolled, so the
*> outputs on disk belong to the business date still current.
           move bd-business-date to generation-date.
           move "DAY-1-GEN-ARCH" to aud-program.
           move "START" to aud-action.
           move spaces to aud-detail.
           string "RUN START GENERATION " generation-date
               delimited by size into aud-detail.
           perform write-audit-event.
           perform load-parameter-card.
           perform set-aside-prior-report.
           open output archive-report-file.
           perform write-report-header.
           perform scan-catalogue.
           if already-archived = "Y"
               move spaces to report-line
               string "GENERATION " generation-date
                   " ALREADY ARCHIVED - NOT REPLACED"
                   delimited by size into report-line
               perform write-report-line
               move gen-count to kept-generations
               call "CBL_DELETE_FILE" using prior-report-name
               perform finish-run
               goback
           end-if.
           perform load-file-list.
           if error-count > 0
               perform finish-run
               goback
           end-if.
           perform load-dispatch-files.
           move generation-date to lookup-generation-date.
           perform add-generation.
           perform mark-purged-generation
               varying gen-idx from 1 by 1 until gen-idx > gen-count.
           open output catalogue-work-file.
           perform carry-catalogue-forward.
           move spaces to report-line.
           perform write-report-line.
           move "  FILE                           RECORDS STATUS" to report-line.
           perform write-report-line.
           perform archive-one-file
               varying file-idx from 1 by 1 until file-idx > file-count.
           close catalogue-work-file.
           perform rewrite-catalogue.
           call "CBL_DELETE_FILE" using prior-report-name.
           perform finish-run.
           goback.

*> A report already set aside was left by a run that stopped before
*> the generation reached the catalogue; the report on disk is then
*> that run's own and is not one of the night's outputs.
       set-aside-prior-report.
           call "CBL_CHECK_FILE_EXIST" using prior-report-name
               prior-report-details
               returning rename-status.
           if rename-status = 0
               exit paragraph
           end-if.
           call "CBL_RENAME_FILE" using own-report-name prior-report-name
               returning rename-status.

       finish-run.
           perform write-report-trailer.
           close archive-report-file.
           move "END" to aud-action.
           move spaces to aud-detail.
           string "RUN END ARCHIVED " archived-count
               " MISSING " missing-count
               " PURGED GENERATIONS " purged-generations
               delimited by size into aud-detail.
           perform write-audit-event.
           perform set-return-code.

*> CALLing day-1-audit resets the RETURN-CODE register, so the
*> run's code must be set after the final audit event.
       set-return-code.
           evaluate true
               when error-count > 0
                   move 8 to return-code
               when missing-count > 0
                   move 4 to return-code
               when other
                   move 0 to return-code
           end-evaluate.

       write-audit-event.
           call "day-1-audit" using audit-request.

       load-parameter-card.
           move "n" to parm-eof.
           open input parm-file.
           if parm-status = "00"
               perform read-parameter-line until parm-eof = "Y"
               close parm-file
           end-if.
           if parm-gen-keep < 1
               move 1 to parm-gen-keep
           end-if.

       read-parameter-line.
           read parm-file
               at end move "Y" to parm-eof
               not at end
                   move spaces to parm-keyword
                   move spaces to parm-value-text
                   unstring parm-record delimited by all spaces
                       into parm-keyword parm-value-text
                   end-unstring
                   evaluate parm-keyword
                       when "GEN-KEEP"
                           compute parm-gen-keep =
                               function numval(parm-value-text)
                   end-evaluate
           end-read.

       scan-catalogue.
           move "n" to eof-ind.
           open input catalogue-file.
           if catalogue-status = "00"
               perform read-catalogue-generation until eof-ind = "Y"
               close catalogue-file
           end-if.

       read-catalogue-generation.
           read catalogue-file
               at end move "Y" to eof-ind
               not at end
                   move catalogue-record to catalogue-entry
                   if gc-entry-type = "ARCHIVED" or gc-entry-type = "MISSING"
                       move gc-generation-date to lookup-generation-date
                       perform add-generation
                       if gc-generation-date = generation-date
                           move "Y" to already-archived
                       end-if
                   end-if
           end-read.

       add-generation.
           move 0 to gen-found.
           perform varying gen-idx from 1 by 1
                   until gen-idx > gen-count or gen-found > 0
               if gt-generation-date(gen-idx) = lookup-generation-date
                   move gen-idx to gen-found
               end-if
           end-perform.
           if gen-found = 0
               if gen-count < 100
                   add 1 to gen-count
                   move lookup-generation-date
                       to gt-generation-date(gen-count)
                   move "N" to gt-purge(gen-count)
               else
                   display "GENERATION TABLE FULL AT "
                       lookup-generation-date
               end-if
           end-if.

*> A generation is purged once GEN-KEEP newer generations exist.
       mark-purged-generation.
           move 0 to gen-newer-count.
           perform count-newer-generation
               varying gen-other-idx from 1 by 1
               until gen-other-idx > gen-count.
           if gen-newer-count >= parm-gen-keep
               move "Y" to gt-purge(gen-idx)
               add 1 to purged-generations
               move spaces to report-line
               string "GENERATION " gt-generation-date(gen-idx)
                   " PURGED - OLDER THAN THE " parm-gen-keep " KEPT"
                   delimited by size into report-line
               perform write-report-line
           else
               add 1 to kept-generations
           end-if.

       count-newer-generation.
           if gt-generation-date(gen-other-idx) > gt-generation-date(gen-idx)
               add 1 to gen-newer-count
           end-if.

       load-file-list.
           move "n" to eof-ind.
           open input file-list-file.
           if file-list-status not = "00"
               add 1 to error-count
               move "NO GENERATION FILE LIST day-1-generation-files.txt"
                   to report-line
               perform write-report-line
               exit paragraph
           end-if.
           perform read-file-list-line until eof-ind = "Y".
           close file-list-file.

       read-file-list-line.
           read file-list-file
               at end move "Y" to eof-ind
               not at end
                   if file-list-record not = spaces
                           and file-list-record(1:1) not = "*"
                       move file-list-record to lookup-file-name
                       perform add-archive-file
                   end-if
           end-read.

       load-dispatch-files.
           move "n" to eof-ind.
           open input dispatch-index-file.
           if index-status = "00"
               perform read-dispatch-index until eof-ind = "Y"
               close dispatch-index-file
           end-if.

       read-dispatch-index.
           read dispatch-index-file
               at end move "Y" to eof-ind
               not at end
                   if di-file-name not = spaces
                       move di-file-name to lookup-file-name
                       perform add-archive-file
                   end-if
           end-read.

       add-archive-file.
           move 0 to file-found.
           perform varying file-idx from 1 by 1
                   until file-idx > file-count or file-found > 0
               if file-entry(file-idx) = lookup-file-name
                   move file-idx to file-found
               end-if
           end-perform.
           if file-found = 0
               if file-count < 100
                   add 1 to file-count
                   move lookup-file-name to file-entry(file-count)
               else
                   display "ARCHIVE FILE TABLE FULL AT " lookup-file-name
               end-if
           end-if.

*> Lines of purged generations are dropped from the catalogue and
*> their generation copies deleted; everything else is carried.
       carry-catalogue-forward.
           move "n" to eof-ind.
           open input catalogue-file.
           if catalogue-status = "00"
               perform carry-catalogue-line until eof-ind = "Y"
               close catalogue-file
           end-if.

       carry-catalogue-line.
           read catalogue-file
               at end move "Y" to eof-ind
               not at end
                   move catalogue-record to catalogue-entry
                   move 0 to gen-found
                   perform varying gen-idx from 1 by 1
                           until gen-idx > gen-count or gen-found > 0
                       if gt-generation-date(gen-idx) = gc-generation-date
                           move gen-idx to gen-found
                       end-if
                   end-perform
                   if gen-found > 0 and gt-purge(gen-found) = "Y"
                       if gc-entry-type = "ARCHIVED"
                           perform delete-generation-copy
                       end-if
                   else
                       write catalogue-work-record from catalogue-record
                   end-if
           end-read.

       delete-generation-copy.
           move spaces to generation-file-name.
           string "day-1-gen-" gc-generation-date "-" gc-file-name
               delimited by space into generation-file-name.
           call "CBL_DELETE_FILE" using generation-file-name.
           add 1 to purged-files.

       archive-one-file.
           move file-entry(file-idx) to source-file-name.
           move spaces to generation-file-name.
           string "day-1-gen-" generation-date "-" source-file-name
               delimited by space into generation-file-name.
           move spaces to catalogue-entry.
           move generation-date to gc-generation-date.
           move report-date to gc-action-date.
           move source-file-name to gc-file-name.
           if source-file-name = own-report-name
               move prior-report-name to source-file-name
           end-if.
           move 0 to copy-count.
           open input source-file.
           if source-status not = "00"
               add 1 to missing-count
               move "MISSING" to gc-entry-type
               move 0 to gc-record-count
               write catalogue-work-record from catalogue-entry
               move "NOT FOUND" to file-status-text
               perform write-file-line
               exit paragraph
           end-if.
           open output generation-file.
           if generation-status not = "00"
               add 1 to error-count
               close source-file
               move spaces to file-status-text
               string "COPY FAILED STATUS " generation-status
                   delimited by size into file-status-text
               perform write-file-line
               exit paragraph
           end-if.
           move "n" to copy-eof.
           perform copy-source-record until copy-eof = "Y".
           close source-file.
           close generation-file.
           add 1 to archived-count.
           move "ARCHIVED" to gc-entry-type.
           move copy-count to gc-record-count.
           write catalogue-work-record from catalogue-entry.
           move "ARCHIVED" to file-status-text.
           perform write-file-line.

       copy-source-record.
           read source-file
               at end move "Y" to copy-eof
               not at end
                   move source-record(1:copy-length)
                       to generation-record(1:copy-length)
                   write generation-record
                   add 1 to copy-count
           end-read.

       write-file-line.
           move spaces to report-line.
           string "  " gc-file-name
               " " copy-count
               " " file-status-text
               delimited by size into report-line.
           perform write-report-line.

       rewrite-catalogue.
           move "n" to eof-ind.
           open input catalogue-work-file.
           open output catalogue-file.
           perform copy-catalogue-work-line until eof-ind = "Y".
           close catalogue-work-file.
           close catalogue-file.

       copy-catalogue-work-line.
           read catalogue-work-file
               at end move "Y" to eof-ind
               not at end write catalogue-record from catalogue-work-record
           end-read.

       write-report-header.
           move spaces to report-line.
           string "DAY-1-GEN-ARCHIVE - OUTPUT GENERATION ARCHIVE"
               delimited by size into report-line.
           perform write-report-line.
           move spaces to report-line.
           string "RUN DATE: " report-date delimited by size into report-line.
           perform write-report-line.
           move spaces to report-line.
           string "GENERATION: " generation-date
               "  GENERATIONS KEPT: " parm-gen-keep
               delimited by size into report-line.
           perform write-report-line.
           move spaces to report-line.
           perform write-report-line.

       write-report-trailer.
           move spaces to report-line.
           perform write-report-line.
           move spaces to report-line.
           string "FILES ARCHIVED: " archived-count
               "  MISSING: " missing-count
               "  ERRORS: " error-count
               delimited by size into report-line.
           perform write-report-line.
           move spaces to report-line.
           string "GENERATIONS ON FILE: " kept-generations
               "  PURGED: " purged-generations
               "  FILES DELETED: " purged-files
               delimited by size into report-line.
           perform write-report-line.

       write-report-line.
           write archive-report-record from report-line.
