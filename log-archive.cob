       data division.
       file section.
       fd live-file.
       01 live-record pic x(200).
       fd scratch-file.
       01 scratch-record pic x(200).
       fd archive-file.
       01 archive-record pic x(200).
       fd control-file.
       01 control-record pic x(132).
       working-storage section.
