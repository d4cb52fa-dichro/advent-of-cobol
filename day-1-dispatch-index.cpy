*> Dispatch index record: one line per tanker load written by
*> day-1-loading-plan to day-1-dispatch-index.txt, naming the
*> day-1-dispatch-SITE-NN.txt manifest and its control totals.
*> Read by day-1-receipt-recon to find the loads to reconcile.
       05 di-run-date pic x(8).
       05 di-site-id pic x(4).
       05 di-load-number pic 9(2).
       05 di-module-count pic 9(4).
       05 di-fuel pic 9(10).
       05 di-file-name pic x(30).
