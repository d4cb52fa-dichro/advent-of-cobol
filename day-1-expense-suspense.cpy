*> Expense approval suspense record, keyed on expense ID, in
*> day-1-expense-suspense.dat.  day-1-expense holds an entry here
*> instead of posting it when its amount is over the department's
*> approval limit, keeping the full ledger record as it arrived,
*> and posts or declines it from the approvals file in APPROVE mode.
       05 es-expense-id pic x(8).
       05 es-ledger-record pic x(28).
       05 es-hold-date pic x(8).
       05 es-approval-limit pic 9(8).
       05 es-run-id pic x(20).
