      *> DISCOVER.DAT discovery queue record, one per new shape
      *> appended by game-of-life's object census, reviewed by
      *> discovery-review; discovery-status is PENDING, PROMOTED or
      *> REJECTED, and discovery-shape-key is the shape's bounding
      *> box and row-ordered cells in its canonical orientation
       01 discovery-record.
           05 discovery-id pic 9(6).
           05 discovery-sep-1 pic x(1).
           05 discovery-status pic x(8).
           05 discovery-sep-2 pic x(1).
           05 discovery-date pic 9(8).
           05 discovery-sep-3 pic x(1).
           05 discovery-run-id pic x(12).
           05 discovery-sep-4 pic x(1).
           05 discovery-seed pic 9(10).
           05 discovery-sep-5 pic x(1).
           05 discovery-generation pic zzzzz9.
           05 discovery-sep-6 pic x(1).
           05 discovery-size pic zz9.
           05 discovery-sep-7 pic x(1).
           05 discovery-height pic zz9.
           05 discovery-sep-8 pic x(1).
           05 discovery-width pic zz9.
           05 discovery-sep-9 pic x(1).
           05 discovery-rule pic x(20).
           05 discovery-sep-10 pic x(1).
           05 discovery-pattern pic x(40).
           05 discovery-sep-11 pic x(1).
           05 discovery-catalog-name pic x(40).
           05 discovery-sep-12 pic x(1).
           05 discovery-review-date pic 9(8).
           05 discovery-sep-13 pic x(1).
           05 discovery-shape-key pic x(1604).
