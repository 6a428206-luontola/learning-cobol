      *>   2 = bad command line arguments
      *>   3 = missing or unopenable file
      *>   4 = bad data in an input file
      *>   5 = a STOP watch condition ended the run (WATCH-STOP);
      *>       game-of-life and life-batch only
       01 job-status-record.
           05 job-s-date pic 9(8).
           05 job-s-sep-1 pic x(1).
