      *> CATJRNL.DAT catalog journal record, appended by catalog-maint
      *> and by discovery-review, which journals each discovery it
      *> promotes as an ADD; journal-transaction is the transaction
      *> sequence for catalog-maint and the discovery id for
      *> discovery-review
      *> an ADD writes an AFTER image, a DELETE a BEFORE image and a
      *> CHANGE one of each; journal-catalog-image holds the whole
      *> catalog-record, so moving it back into catalog-record gives
      *> the entry exactly as it was at that point
       01 journal-record.
           05 journal-date pic 9(8).
           05 journal-sep-1 pic x(1).
           05 journal-time pic 9(8).
           05 journal-sep-2 pic x(1).
           05 journal-user pic x(8).
           05 journal-sep-3 pic x(1).
           05 journal-action pic x(6).
           05 journal-sep-4 pic x(1).
           05 journal-image pic x(6).
           05 journal-sep-5 pic x(1).
           05 journal-transaction pic 9(6).
           05 journal-sep-6 pic x(1).
           05 journal-catalog-image pic x(1733).
