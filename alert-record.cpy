      *> ALERTS.DAT watch alert record, one per watch condition that
      *> fires; written by game-of-life, alert-watch-count is the
      *> live cells for ABOVE and BELOW, the live cells inside the
      *> region for REGION and EDGE, and the generations in a row
      *> under the birth threshold for BIRTHS
       01 alert-record.
           05 alert-date pic 9(8).
           05 alert-sep-1 pic x(1).
           05 alert-time pic 9(8).
           05 alert-sep-2 pic x(1).
           05 alert-run-id pic x(12).
           05 alert-sep-3 pic x(1).
           05 alert-soup-seed pic 9(10).
           05 alert-sep-4 pic x(1).
           05 alert-generation pic zzzzz9.
           05 alert-sep-5 pic x(1).
           05 alert-condition pic x(12).
           05 alert-sep-6 pic x(1).
           05 alert-type pic x(6).
           05 alert-sep-7 pic x(1).
           05 alert-action pic x(5).
           05 alert-sep-8 pic x(1).
           05 alert-threshold pic zzzzz9.
           05 alert-sep-9 pic x(1).
           05 alert-watch-count pic zzzzz9.
           05 alert-sep-10 pic x(1).
           05 alert-live-count pic zzzzz9.
           05 alert-sep-11 pic x(1).
           05 alert-births pic zzzzz9.
           05 alert-sep-12 pic x(1).
           05 alert-deaths pic zzzzz9.
