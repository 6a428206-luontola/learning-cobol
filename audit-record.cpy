      *> GAMELIFE.LOG audit record, one per run
      *> shared by game-of-life, audit-report, reconcile-run,
      *> catalog-certify, log-archive, warehouse-extract,
      *> integrity-sweep and window-planner
       01 audit-record pic x(170).
       01 audit-record-fields redefines audit-record.
           05 audit-f-date pic 9(8).
           05 audit-f-sep-1 pic x(1).
           05 audit-f-rule pic x(20).
           05 audit-f-sep-12 pic x(1).
           05 audit-f-run-id pic x(12).
           05 audit-f-sep-13 pic x(1).
           05 audit-f-elapsed-seconds pic zzzzz9.99.
           05 audit-f-sep-14 pic x(1).
           05 audit-f-generations-per-second pic zzzzzz9.9.
