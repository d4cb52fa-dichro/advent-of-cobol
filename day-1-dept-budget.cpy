*> Department budget record in day-1-dept-budget.txt: one line per
*> department per accounting period (YYYYMM, the same period
*> day-1-expense takes from el-entry-date), budget in whole units.
       05 db-dept-code pic x(4).
       05 db-period pic x(6).
       05 db-budget-amount pic 9(10).
