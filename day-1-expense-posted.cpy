*> Posted-expense master record, keyed on expense ID, in
*> day-1-expense-posted.dat: one record per expense ever posted,
*> with the business date and audit run ID of the run that posted
*> it and the posting itself.  Read and updated by day-1-expense for
*> the cross-run duplicate check; day-1-expense-purge moves
*> postings past the retention period to the archive.
       05 pe-expense-id pic x(8).
       05 pe-post-date pic x(8).
       05 pe-run-id pic x(20).
       05 pe-dept-code pic x(4).
       05 pe-entry-date pic x(8).
       05 pe-amount pic 9(8).
