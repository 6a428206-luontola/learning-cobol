           88 report-is-eof value "Y".
       01 frame-eof pic x value "N".
           88 frame-is-eof value "Y".
       01 selected-audit-record pic x(170) value spaces.
       01 selected-audit-fields redefines selected-audit-record.
           05 filler pic x(59).
           05 selected-rows pic x(3).
