*> Depot stock record in day-1-depot-stock.dat: one per fuel depot,
*> rewritten by day-1-depot-stock each night.  The closing stock is
*> the next business day's opening stock.  When the balance date is
*> already the current business date the night is being rerun, and
*> the stored opening stock is used again instead.  A new depot is
*> set up with its stock in the closing field and a blank date.
       05 ds-depot-id pic x(4).
       05 ds-balance-date pic x(8).
       05 ds-opening-stock pic 9(10).
       05 ds-closing-stock pic 9(10).
