           88 status-is-eof value "Y".
       01 engine-name pic x(100) value "./game-of-life".
       01 catalog-file-name pic x(100) value spaces.
       01 watch-file-name pic x(100) value spaces.
       01 alert-file-name pic x(100) value spaces.
       01 control-eof pic x value "N".
           88 control-is-eof value "Y".
       01 max-grid-size pic 9(2) value 99.
       01 runs-attempted pic 9(4) value 0.
       01 runs-completed pic 9(4) value 0.
       01 runs-failed pic 9(4) value 0.
       01 runs-watch-stopped pic 9(4) value 0.
       01 record-ok-switch pic x value "N".
           88 record-ok value "Y".
       01 reject-reason pic x(15) value spaces.
           string "runs attempted: " runs-attempted
               "  completed: " runs-completed
               "  failed: " runs-failed
               "  watch stopped: " runs-watch-stopped
               delimited by size into summary-record.
           write summary-record.
           close summary-file.
           if runs-failed > 0
               move 1 to return-code
           else
               if runs-watch-stopped > 0
                   move 5 to return-code
               end-if
           end-if.
           perform write-batch-status.
           display "schedule done, " runs-attempted " attempted, "
                   move arg-value to catalog-file-name
               when "--status"
                   move arg-value to job-status-file-name
               when "--watch"
                   move arg-value to watch-file-name
               when "--alerts"
                   move arg-value to alert-file-name
               when other
                   display "unrecognized argument: " arg
                   move 2 to return-code
               perform read-last-status-record
               if status-record-count > status-records-before
                       and last-status-run-id = run-id
                       and (function numval(last-status-return-code) = 0
                       or function numval(last-status-return-code) = 5)
                   add 1 to runs-completed
                   move last-status-outcome to run-outcome
                   move last-status-final-generation
                       to run-final-generation
                   if function numval(last-status-return-code) = 5
                       add 1 to runs-watch-stopped
                       move "watch stop" to reject-reason
                   end-if
                   display " -> " function trim(run-outcome)
               else
                   add 1 to runs-failed
                   " --rule=" function trim(control-rule)
                   delimited by size into engine-command
           end-if.
           if watch-file-name not = spaces
               string function trim(engine-command)
                   " --watch=" function trim(watch-file-name)
                   delimited by size into engine-command
           end-if.
           if alert-file-name not = spaces
               string function trim(engine-command)
                   " --alerts=" function trim(alert-file-name)
                   delimited by size into engine-command
           end-if.
           string function trim(engine-command)
               " --report=" function trim(run-report-name)
               " --audit=" function trim(run-audit-name)
           if runs-failed > 0
               move "FAILURES" to job-s-outcome
           else
               if runs-watch-stopped > 0
                   move "WATCH-STOP" to job-s-outcome
               else
                   move "OK" to job-s-outcome
               end-if
           end-if.
           move return-code to job-s-return-code.
           move 0 to job-s-final-generation.
