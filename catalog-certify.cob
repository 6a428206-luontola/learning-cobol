       01 engine-command pic x(512) value spaces.
       01 audit-record-count pic 9(6) value 0.
       01 audit-records-before pic 9(6) value 0.
       01 last-audit-record pic x(170) value spaces.
       01 last-audit-fields redefines last-audit-record.
           05 filler pic x(82).
           05 last-audit-final-generation pic x(6).
