*> Registered module master record, keyed on module ID, in
*> day-1-module-master.dat.  Maintained by day-1-module-maint and
*> read by day-1-fuel to validate every manifest data record.
*> Status A active, R retired.  The mass range is the module's own
*> allowed range, checked on top of the global MASS-MIN/MASS-MAX.
       05 mr-module-id pic x(8).
       05 mr-site-id pic x(4).
       05 mr-status pic x.
       05 mr-mass-min pic 9(8).
       05 mr-mass-max pic 9(8).
       05 mr-last-change-date pic x(8).
