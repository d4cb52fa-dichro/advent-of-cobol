*> Generation catalogue record in day-1-generation-catalogue.txt.
*> day-1-gen-archive writes one ARCHIVED line per file copied into a
*> generation (MISSING when the file was not there to copy) and drops
*> a generation's lines when it is purged; day-1-gen-restore adds a
*> RESTORED line for each file it brings back.  The generation copy of
*> a file is named day-1-gen-<generation date>-<file name>.
       05 gc-generation-date pic x(8).
       05 filler pic x.
       05 gc-entry-type pic x(8).
       05 filler pic x.
       05 gc-record-count pic 9(7).
       05 filler pic x.
       05 gc-action-date pic x(8).
       05 filler pic x.
       05 gc-file-name pic x(30).
