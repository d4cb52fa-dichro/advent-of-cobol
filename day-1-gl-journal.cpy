*> General ledger interface journal line written by day-1-expense to
*> day-1-gl-journal.txt (the day's batch) and
*> day-1-gl-journal-addon.txt (supplemental batches).  Each batch is
*>   HDR<business date 8><batch type 5 DAILY/ADDON><audit run ID 20>
*>   JNL lines: a debit to the expense account per department per
*>     accounting period, and a credit to the clearing account per
*>     accounting period
*>   TRL<line count 6><debit total 12><credit total 12>
       05 gl-record-type pic x(3).
       05 gl-period pic x(6).
       05 gl-account pic x(10).
       05 gl-dept-code pic x(4).
       05 gl-debit-credit pic x.
       05 gl-amount pic 9(12).
       05 gl-entry-count pic 9(6).
       05 filler pic x(38).
