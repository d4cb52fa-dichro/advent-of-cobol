*> Business date control record, the only record in
*> day-1-business-date.dat.  Rolled forward and closed by
*> day-1-date-roll, read by day-1-business-date.  The roll stamp is
*> the system date and time of the last roll or close.
       05 bc-business-date pic x(8).
       05 bc-prior-date pic x(8).
       05 bc-day-status pic x.
       05 bc-roll-stamp pic x(14).
