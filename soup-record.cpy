      *> SOUPRES.DAT soup search result record, one per soup
      *> shared by game-of-life, soup-census, log-archive,
      *> warehouse-extract, integrity-sweep and soup-merge;
      *> soup-r-number counts the soup within the whole search, and
      *> a search split into partitions writes one file per partition
       01 soup-result-record.
           05 soup-r-seed pic 9(10).
           05 soup-r-sep-1 pic x(1).
           05 soup-r-saved-pattern pic x(40).
           05 soup-r-sep-10 pic x(1).
           05 soup-r-date pic 9(8).
           05 soup-r-sep-11 pic x(1).
           05 soup-r-time pic 9(8).
           05 soup-r-sep-12 pic x(1).
           05 soup-r-run-id pic x(12).
           05 soup-r-sep-13 pic x(1).
           05 soup-r-max-generations pic zzzzz9.
           05 soup-r-sep-14 pic x(1).
           05 soup-r-search-seed pic 9(10).
           05 soup-r-sep-15 pic x(1).
           05 soup-r-search-soups pic 9(5).
           05 soup-r-sep-16 pic x(1).
           05 soup-r-number pic 9(5).
           05 soup-r-sep-17 pic x(1).
           05 soup-r-partition pic 9(3).
           05 soup-r-sep-18 pic x(1).
           05 soup-r-partitions pic 9(3).
