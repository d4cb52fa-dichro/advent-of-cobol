*> Business date block returned by day-1-business-date.  Every
*> program dates its reports and records with bd-business-date
*> rather than the system clock.  Day status O open, C closed by
*> the last step of the night.  Source F the control file, S the
*> system clock because the control file could not be read.
       05 bd-business-date pic x(8).
       05 bd-prior-date pic x(8).
       05 bd-day-status pic x.
       05 bd-source pic x.
