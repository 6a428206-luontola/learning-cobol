       identification division.
       program-id. job-stream.
       author. Esko Luontola
       environment division.
       input-output section.
       file-control.
           select step-file assign to dynamic step-file-name
               organization line sequential
               file status step-file-status.
           select listing-file assign to dynamic listing-file-name
               organization line sequential
               file status listing-file-status.
           select restart-file assign to dynamic restart-file-name
               organization line sequential
               file status restart-file-status.
           select job-status-file assign to dynamic job-status-file-name
               organization line sequential
               file status job-status-file-status.
       data division.
       file section.
       fd step-file.
      *> one step per line, "*" in column 1 starts a comment line;
      *> a blank condition runs the step every time, otherwise
      *>   SKIP <step|ANY> <op> <rc>  skips the step when it holds
      *>   ONLY <step|ANY> <op> <rc>  runs the step only when it holds
      *> with <op> one of = <> > >= < <= against prior step codes
       01 step-record pic x(200).
       01 step-record-fields redefines step-record.
           05 step-name pic x(12).
           05 step-sep-1 pic x(1).
           05 step-program pic x(20).
           05 step-sep-2 pic x(1).
           05 step-cond-action pic x(4).
           05 step-sep-3 pic x(1).
           05 step-cond-step pic x(12).
           05 step-sep-4 pic x(1).
           05 step-cond-operator pic x(2).
           05 step-sep-5 pic x(1).
           05 step-cond-rc pic x(3).
           05 step-sep-6 pic x(1).
           05 step-arguments pic x(141).
       fd listing-file.
       01 listing-record pic x(132).
       fd restart-file.
       01 restart-record.
           05 restart-step-name pic x(12).
           05 restart-sep-1 pic x(1).
           05 restart-program pic x(20).
           05 restart-sep-2 pic x(1).
           05 restart-status pic x(8).
           05 restart-sep-3 pic x(1).
           05 restart-rc pic 9(3).
           05 restart-sep-4 pic x(1).
           05 restart-rc-source pic x(7).
           05 restart-sep-5 pic x(1).
           05 restart-start-date pic 9(8).
           05 restart-sep-6 pic x(1).
           05 restart-start-time pic 9(8).
           05 restart-sep-7 pic x(1).
           05 restart-end-date pic 9(8).
           05 restart-sep-8 pic x(1).
           05 restart-end-time pic 9(8).
       fd job-status-file.
       copy "job-status-record.cpy".
       working-storage section.
       01 arg pic x(100) value spaces.
       01 arg-name pic x(40) value spaces.
       01 arg-value pic x(100) value spaces.
       01 step-file-name pic x(100) value "JOBSTEP.DAT".
       01 step-file-status pic xx value "00".
       01 listing-file-name pic x(100) value "JOBSTREAM.RPT".
       01 listing-file-status pic xx value "00".
       01 restart-file-name pic x(100) value "JOBSTREAM.RST".
       01 restart-file-status pic xx value "00".
       01 job-status-file-name pic x(100) value "JOBSTAT.DAT".
       01 job-status-file-status pic xx value "00".
       01 program-directory pic x(100) value "./".
       01 restart-step-wanted pic x(12) value spaces.
       01 step-eof pic x value "N".
           88 step-is-eof value "Y".
       01 restart-eof pic x value "N".
           88 restart-is-eof value "Y".
       01 status-eof pic x value "N".
           88 status-is-eof value "Y".
       01 stream-date pic 9(8) value 0.
       01 stream-time pic 9(8) value 0.
       01 step-line-number pic 9(4) value 0.
       01 bad-step-count pic 9(4) value 0.
       01 max-steps pic 9(2) value 50.
       01 step-count pic 9(2) value 0.
       01 step-index pic 9(2) value 0.
       01 step-scan pic 9(2) value 0.
       01 first-step-index pic 9(2) value 1.
       01 step-table.
         05 step-entry occurs 50 times.
           10 step-e-name pic x(12).
           10 step-e-program pic x(20).
           10 step-e-cond-action pic x(4).
           10 step-e-cond-step pic x(12).
           10 step-e-cond-index pic 9(2).
           10 step-e-cond-operator pic x(2).
           10 step-e-cond-rc pic 9(3).
           10 step-e-arguments pic x(141).
           10 step-e-status pic x(8).
           10 step-e-carried pic x(1).
           10 step-e-rc pic 9(3).
           10 step-e-rc-source pic x(7).
           10 step-e-start-date pic 9(8).
           10 step-e-start-time pic 9(8).
           10 step-e-end-date pic 9(8).
           10 step-e-end-time pic 9(8).
           10 step-e-reason pic x(40).
       01 suite-program-names.
           05 filler pic x(20) value "game-of-life".
           05 filler pic x(20) value "life-batch".
           05 filler pic x(20) value "trend-report".
           05 filler pic x(20) value "heatmap-report".
           05 filler pic x(20) value "reconcile-run".
           05 filler pic x(20) value "audit-report".
           05 filler pic x(20) value "catalog-certify".
           05 filler pic x(20) value "catalog-util".
           05 filler pic x(20) value "pattern-catalog".
           05 filler pic x(20) value "pattern-workbench".
           05 filler pic x(20) value "rle-convert".
           05 filler pic x(20) value "soup-census".
           05 filler pic x(20) value "log-archive".
           05 filler pic x(20) value "trajectory-compare".
           05 filler pic x(20) value "catalog-dedupe".
           05 filler pic x(20) value "catalog-maint".
           05 filler pic x(20) value "discovery-review".
           05 filler pic x(20) value "warehouse-extract".
           05 filler pic x(20) value "integrity-sweep".
           05 filler pic x(20) value "window-planner".
           05 filler pic x(20) value "soup-merge".
       01 suite-program-table redefines suite-program-names.
           05 suite-program occurs 21 times pic x(20).
       01 suite-program-count pic 9(2) value 21.
       01 suite-index pic 9(2) value 0.
       01 step-ok-switch pic x value "N".
           88 step-ok value "Y".
       01 reject-reason pic x(40) value spaces.
       01 condition-met-switch pic x value "N".
           88 condition-met value "Y".
       01 run-step-switch pic x value "N".
           88 run-step value "Y".
       01 compare-rc pic 9(3) value 0.
       01 status-option-count pic 9(2) value 0.
       01 step-command pic x(512) value spaces.
       01 exit-status pic s9(9) value 0.
       01 step-exit-code pic 9(3) value 0.
       01 status-record-count pic 9(6) value 0.
       01 status-records-before pic 9(6) value 0.
       01 last-status-record pic x(87) value spaces.
       01 last-status-fields redefines last-status-record.
           05 filler pic x(18).
           05 last-status-program pic x(12).
           05 filler pic x(1).
           05 last-status-run-id pic x(12).
           05 filler pic x(1).
           05 last-status-outcome pic x(20).
           05 filler pic x(1).
           05 last-status-return-code pic x(3).
           05 filler pic x(19).
       01 steps-run pic 9(4) value 0.
       01 steps-skipped pic 9(4) value 0.
       01 steps-carried pic 9(4) value 0.
       01 steps-nonzero pic 9(4) value 0.
       01 highest-rc pic 9(3) value 0.
       01 listing-line pic x(132) value spaces.
       01 count-edited pic zzz9.
       01 count-edited-2 pic zzz9.
       01 date-edited pic 9999/99/99.
       01 time-work pic 9(8) value 0.
       01 time-work-fields redefines time-work.
           05 time-work-hours pic 9(2).
           05 time-work-minutes pic 9(2).
           05 time-work-seconds pic 9(2).
           05 time-work-hundredths pic 9(2).
       01 time-text.
           05 time-text-hours pic 9(2).
           05 filler pic x value ":".
           05 time-text-minutes pic 9(2).
           05 filler pic x value ":".
           05 time-text-seconds pic 9(2).
       01 step-line.
           05 step-line-name pic x(12).
           05 filler pic x(2) value spaces.
           05 step-line-program pic x(18).
           05 filler pic x(2) value spaces.
           05 step-line-date pic x(10).
           05 filler pic x(2) value spaces.
           05 step-line-start pic x(8).
           05 filler pic x(2) value spaces.
           05 step-line-end pic x(8).
           05 filler pic x(2) value spaces.
           05 step-line-rc pic x(3).
           05 filler pic x(2) value spaces.
           05 step-line-source pic x(7).
           05 filler pic x(2) value spaces.
           05 step-line-status pic x(8).
           05 filler pic x(2) value spaces.
           05 step-line-reason pic x(40).
       01 rc-edited pic zz9.
       procedure division.
           accept stream-date from date yyyymmdd.
           accept stream-time from time.
           perform parse-cmdline-args.
           perform load-step-file.
           if restart-step-wanted not = spaces
               perform load-restart-file
           end-if.
           open output listing-file.
           if listing-file-status not = "00" then
               display "cannot open listing file: " listing-file-name
               move 3 to return-code
               stop run.
           perform write-listing-header.
           perform list-carried-step varying step-index from 1 by 1
               until step-index >= first-step-index.
           perform run-one-step varying step-index
               from first-step-index by 1
               until step-index > step-count.
           perform write-listing-trailer.
           close listing-file.
           if steps-nonzero > 0
               move 1 to return-code
           end-if.
           perform write-stream-status.
           display "job stream done, " steps-run " run, "
               steps-skipped " skipped, " steps-nonzero
               " with nonzero rc, listing in "
               function trim(listing-file-name).
           stop run.

       parse-cmdline-args.
           accept arg from argument-value.
           perform until arg = spaces
               perform parse-cmdline-arg
               move spaces to arg
               accept arg from argument-value
           end-perform.
       parse-cmdline-arg.
           move spaces to arg-name arg-value.
           unstring arg delimited by "=" into arg-name arg-value.
           evaluate arg-name
               when "--steps"
                   move arg-value to step-file-name
               when "--listing"
                   move arg-value to listing-file-name
               when "--restart"
                   move arg-value to restart-step-wanted
               when "--restart-file"
                   move arg-value to restart-file-name
               when "--status"
                   move arg-value to job-status-file-name
               when "--programs"
                   move arg-value to program-directory
               when other
                   display "unrecognized argument: " arg
                   move 2 to return-code
                   stop run
           end-evaluate.
           if arg-name = "--restart" and arg-value = spaces then
               display "--restart requires a step name"
               move 2 to return-code
               stop run.

       load-step-file.
           open input step-file.
           if step-file-status not = "00" then
               display "cannot open step file: " step-file-name
               move 3 to return-code
               stop run.
           perform read-step-record.
           perform until step-is-eof
               add 1 to step-line-number
               if step-record not = spaces
                       and step-record(1:1) not = "*"
                   perform store-step-record
               end-if
               perform read-step-record
           end-perform.
           close step-file.
           if bad-step-count > 0 then
               display bad-step-count " bad records in step file, "
                   "nothing run: " function trim(step-file-name)
               move 4 to return-code
               stop run.
           if step-count = 0 then
               display "no steps in step file: " step-file-name
               move 4 to return-code
               stop run.
       read-step-record.
           move spaces to step-record.
           read step-file
               at end set step-is-eof to true
           end-read.
       store-step-record.
           perform validate-step-record.
           if not step-ok
               add 1 to bad-step-count
               display "step file line " step-line-number ": "
                   function trim(reject-reason)
               exit paragraph.
           add 1 to step-count.
           initialize step-entry(step-count).
           move step-name to step-e-name(step-count).
           move step-program to step-e-program(step-count).
           move step-cond-action to step-e-cond-action(step-count).
           move step-cond-step to step-e-cond-step(step-count).
           move step-scan to step-e-cond-index(step-count).
           move step-cond-operator to step-e-cond-operator(step-count).
           move compare-rc to step-e-cond-rc(step-count).
           move step-arguments to step-e-arguments(step-count).
           move "N" to step-e-carried(step-count).
       validate-step-record.
           move "N" to step-ok-switch.
           move 0 to step-scan compare-rc.
           if step-name = spaces then
               move "no step name" to reject-reason
               exit paragraph.
           if step-count >= max-steps then
               move "more than 50 steps" to reject-reason
               exit paragraph.
           perform find-step-by-name.
           if step-scan > 0 then
               move "duplicate step name" to reject-reason
               exit paragraph.
           perform find-suite-program.
           if suite-index > suite-program-count then
               move "program is not part of the suite" to reject-reason
               exit paragraph.
           if step-cond-action = spaces
               set step-ok to true
               exit paragraph.
           if step-cond-action not = "SKIP"
                   and step-cond-action not = "ONLY" then
               move "condition action not SKIP or ONLY" to reject-reason
               exit paragraph.
           if step-cond-step not = "ANY"
               perform find-condition-step
               if step-scan = 0
                   move "condition step not an earlier step"
                       to reject-reason
                   exit paragraph
               end-if
           end-if.
           if step-cond-operator not = "= " and not = "<>"
                   and not = "> " and not = ">="
                   and not = "< " and not = "<=" then
               move "bad condition operator" to reject-reason
               exit paragraph.
           if function trim(step-cond-rc) is not numeric
                   or step-cond-rc = spaces then
               move "bad condition return code" to reject-reason
               exit paragraph.
           move function numval(step-cond-rc) to compare-rc.
           set step-ok to true.
       find-step-by-name.
           move 0 to step-scan.
           perform varying step-index from 1 by 1
                   until step-index > step-count or step-scan > 0
               if step-e-name(step-index) = step-name
                   move step-index to step-scan
               end-if
           end-perform.
       find-condition-step.
           move 0 to step-scan.
           perform varying step-index from 1 by 1
                   until step-index > step-count or step-scan > 0
               if step-e-name(step-index) = step-cond-step
                   move step-index to step-scan
               end-if
           end-perform.
       find-suite-program.
           perform varying suite-index from 1 by 1
                   until suite-index > suite-program-count
                   or suite-program(suite-index) = step-program
               continue
           end-perform.

       load-restart-file.
           move 0 to first-step-index.
           perform varying step-index from 1 by 1
                   until step-index > step-count or first-step-index > 0
               if step-e-name(step-index) = restart-step-wanted
                   move step-index to first-step-index
               end-if
           end-perform.
           if first-step-index = 0 then
               display "restart step not in step file: "
                   restart-step-wanted
               move 2 to return-code
               stop run.
           open input restart-file.
           if restart-file-status not = "00" then
               display "cannot open restart file: " restart-file-name
               move 3 to return-code
               stop run.
           perform read-restart-record.
           perform until restart-is-eof
               perform carry-restart-record
               perform read-restart-record
           end-perform.
           close restart-file.
           perform check-carried-step varying step-index from 1 by 1
               until step-index >= first-step-index.
       read-restart-record.
           read restart-file
               at end set restart-is-eof to true
           end-read.
       carry-restart-record.
           move restart-step-name to step-name.
           perform find-step-by-name.
           if step-scan = 0 or step-scan >= first-step-index
               exit paragraph.
           if restart-program not = step-e-program(step-scan) then
               display "restart file has step "
                   function trim(restart-step-name) " as "
                   function trim(restart-program) ", step file has "
                   function trim(step-e-program(step-scan))
               move 4 to return-code
               stop run.
           move restart-status to step-e-status(step-scan).
           move restart-rc to step-e-rc(step-scan).
           move restart-rc-source to step-e-rc-source(step-scan).
           move restart-start-date to step-e-start-date(step-scan).
           move restart-start-time to step-e-start-time(step-scan).
           move restart-end-date to step-e-end-date(step-scan).
           move restart-end-time to step-e-end-time(step-scan).
           move "Y" to step-e-carried(step-scan).
           move "completed before restart, not rerun"
               to step-e-reason(step-scan).
       check-carried-step.
           if step-e-carried(step-index) not = "Y" then
               display "step " function trim(step-e-name(step-index))
                   " has no result in restart file, cannot restart at "
                   function trim(restart-step-wanted)
               move 4 to return-code
               stop run.
       list-carried-step.
           add 1 to steps-carried.
           if step-e-status(step-index) = "ENDED"
                   and step-e-rc(step-index) > 0
               add 1 to steps-nonzero
           end-if.
           if step-e-status(step-index) = "ENDED"
                   and step-e-rc(step-index) > highest-rc
               move step-e-rc(step-index) to highest-rc
           end-if.
           perform write-step-line.

       run-one-step.
           perform evaluate-step-condition.
           if not run-step
               move "SKIPPED" to step-e-status(step-index)
               add 1 to steps-skipped
               display "step " step-e-name(step-index) ": skipped"
           else
               perform execute-step
           end-if.
           perform write-step-line.
           perform write-restart-file.
       evaluate-step-condition.
           set run-step to true.
           if step-e-cond-action(step-index) = spaces
               exit paragraph.
           move "N" to condition-met-switch.
           if step-e-cond-step(step-index) = "ANY"
               perform test-prior-step varying step-scan from 1 by 1
                   until step-scan >= step-index or condition-met
           else
               move step-e-cond-index(step-index) to step-scan
               perform test-prior-step
           end-if.
           move spaces to step-e-reason(step-index).
           string step-e-cond-action(step-index) " "
               function trim(step-e-cond-step(step-index)) " "
               function trim(step-e-cond-operator(step-index)) " "
               step-e-cond-rc(step-index)
               delimited by size into step-e-reason(step-index).
           if step-e-cond-action(step-index) = "SKIP"
               if condition-met
                   move "N" to run-step-switch
                   string function trim(step-e-reason(step-index))
                       ": condition met"
                       delimited by size into step-e-reason(step-index)
               end-if
           else
               if not condition-met
                   move "N" to run-step-switch
                   string function trim(step-e-reason(step-index))
                       ": condition not met"
                       delimited by size into step-e-reason(step-index)
               end-if
           end-if.
       test-prior-step.
           *> only a step that ran has a return code to test, a skipped
           *> step never satisfies a condition
           if step-e-status(step-scan) not = "ENDED"
               exit paragraph.
           move step-e-cond-rc(step-index) to compare-rc.
           evaluate step-e-cond-operator(step-index)
               when "= "
                   if step-e-rc(step-scan) = compare-rc
                       set condition-met to true
                   end-if
               when "<>"
                   if step-e-rc(step-scan) not = compare-rc
                       set condition-met to true
                   end-if
               when "> "
                   if step-e-rc(step-scan) > compare-rc
                       set condition-met to true
                   end-if
               when ">="
                   if step-e-rc(step-scan) >= compare-rc
                       set condition-met to true
                   end-if
               when "< "
                   if step-e-rc(step-scan) < compare-rc
                       set condition-met to true
                   end-if
               when "<="
                   if step-e-rc(step-scan) <= compare-rc
                       set condition-met to true
                   end-if
           end-evaluate.
       execute-step.
           perform build-step-command.
           display "step " step-e-name(step-index) ": "
               function trim(step-e-program(step-index))
               with no advancing.
           perform read-last-status-record.
           move status-record-count to status-records-before.
           accept step-e-start-date(step-index) from date yyyymmdd.
           accept step-e-start-time(step-index) from time.
           call "SYSTEM" using step-command end-call.
           move return-code to exit-status.
           move 0 to return-code.
           accept step-e-end-date(step-index) from date yyyymmdd.
           accept step-e-end-time(step-index) from time.
           *> the shell hands back a wait status, the exit code is
           *> its high-order byte
           compute step-exit-code = exit-status / 256.
           perform read-last-status-record.
           if status-record-count > status-records-before
                   and last-status-program = step-e-program(step-index)
                   and function trim(last-status-return-code) is numeric
               move function numval(last-status-return-code)
                   to step-e-rc(step-index)
               move "JOBSTAT" to step-e-rc-source(step-index)
           else
               move step-exit-code to step-e-rc(step-index)
               move "EXIT" to step-e-rc-source(step-index)
           end-if.
           move "ENDED" to step-e-status(step-index).
           add 1 to steps-run.
           if step-e-rc(step-index) > 0
               add 1 to steps-nonzero
           end-if.
           if step-e-rc(step-index) > highest-rc
               move step-e-rc(step-index) to highest-rc
           end-if.
           display " -> rc " step-e-rc(step-index).
       build-step-command.
           move spaces to step-command.
           string function trim(program-directory)
               function trim(step-e-program(step-index))
               " " step-e-arguments(step-index)
               delimited by size into step-command.
           *> the engine and the scheduler write their own status
           *> records, point them at the file this stream reads
           if step-e-program(step-index) = "game-of-life"
                   or step-e-program(step-index) = "life-batch"
               move 0 to status-option-count
               inspect step-e-arguments(step-index)
                   tallying status-option-count for all "--status="
               if status-option-count = 0
                   string function trim(step-command)
                       " --status=" function trim(job-status-file-name)
                       delimited by size into step-command
               end-if
           end-if.
       read-last-status-record.
           move spaces to last-status-record.
           move 0 to status-record-count.
           move "N" to status-eof.
           open input job-status-file.
           if job-status-file-status not = "00" then
               exit paragraph.
           perform read-status-record.
           perform until status-is-eof
               move job-status-record to last-status-record
               add 1 to status-record-count
               perform read-status-record
           end-perform.
           close job-status-file.
       read-status-record.
           read job-status-file
               at end set status-is-eof to true
           end-read.

       write-restart-file.
           open output restart-file.
           if restart-file-status not = "00" then
               display "cannot open restart file: " restart-file-name
               move 3 to return-code
               stop run.
           perform write-restart-record varying step-scan from 1 by 1
               until step-scan > step-index.
           close restart-file.
       write-restart-record.
           move spaces to restart-record.
           move step-e-name(step-scan) to restart-step-name.
           move step-e-program(step-scan) to restart-program.
           move step-e-status(step-scan) to restart-status.
           move step-e-rc(step-scan) to restart-rc.
           move step-e-rc-source(step-scan) to restart-rc-source.
           move step-e-start-date(step-scan) to restart-start-date.
           move step-e-start-time(step-scan) to restart-start-time.
           move step-e-end-date(step-scan) to restart-end-date.
           move step-e-end-time(step-scan) to restart-end-time.
           write restart-record.

       write-listing-header.
           move "job stream step listing" to listing-record.
           write listing-record.
           move spaces to listing-line.
           string "step file: " function trim(step-file-name)
               delimited by size into listing-line.
           move listing-line to listing-record.
           write listing-record.
           move spaces to listing-line.
           move stream-date to date-edited.
           move stream-time to time-work.
           perform format-time-text.
           string "stream started " date-edited " " time-text
               delimited by size into listing-line.
           if restart-step-wanted not = spaces
               string function trim(listing-line)
                   ", restarted at step "
                   function trim(restart-step-wanted)
                   delimited by size into listing-line
           end-if.
           move listing-line to listing-record.
           write listing-record.
           move spaces to listing-record.
           write listing-record.
           move spaces to step-line.
           move "step" to step-line-name.
           move "program" to step-line-program.
           move "date" to step-line-date.
           move "start" to step-line-start.
           move "end" to step-line-end.
           move "rc" to step-line-rc.
           move "rc from" to step-line-source.
           move "status" to step-line-status.
           move "reason" to step-line-reason.
           move step-line to listing-record.
           write listing-record.
       write-step-line.
           move spaces to step-line.
           move step-e-name(step-index) to step-line-name.
           move step-e-program(step-index) to step-line-program.
           if step-e-status(step-index) = "ENDED"
               move step-e-start-date(step-index) to date-edited
               move date-edited to step-line-date
               move step-e-start-time(step-index) to time-work
               perform format-time-text
               move time-text to step-line-start
               move step-e-end-time(step-index) to time-work
               perform format-time-text
               move time-text to step-line-end
               move step-e-rc(step-index) to rc-edited
               move rc-edited to step-line-rc
               move step-e-rc-source(step-index) to step-line-source
           end-if.
           move step-e-status(step-index) to step-line-status.
           move step-e-reason(step-index) to step-line-reason.
           move step-line to listing-record.
           write listing-record.
       format-time-text.
           move time-work-hours to time-text-hours.
           move time-work-minutes to time-text-minutes.
           move time-work-seconds to time-text-seconds.
       write-listing-trailer.
           move spaces to listing-record.
           write listing-record.
           move spaces to listing-line.
           move steps-run to count-edited.
           move steps-skipped to count-edited-2.
           string "steps run:" count-edited
               "  skipped:" count-edited-2
               delimited by size into listing-line.
           move steps-carried to count-edited.
           move steps-nonzero to count-edited-2.
           string function trim(listing-line)
               "  carried from earlier run:" count-edited
               "  nonzero rc:" count-edited-2
               delimited by size into listing-line.
           move highest-rc to rc-edited.
           string function trim(listing-line)
               "  highest rc: " rc-edited
               delimited by size into listing-line.
           move listing-line to listing-record.
           write listing-record.
           if steps-nonzero = 0
               move "verdict: stream ended, all steps run returned 0"
                   to listing-record
           else
               move spaces to listing-line
               string "verdict: stream ended with nonzero step return"
                   " codes, restart with --restart=step after the fix"
                   delimited by size into listing-line
               move listing-line to listing-record
           end-if.
           write listing-record.

       write-stream-status.
           open extend job-status-file.
           if job-status-file-status = "35" then
               open output job-status-file
           end-if.
           if job-status-file-status not = "00" then
               display "cannot open status file: " job-status-file-name
               if return-code = 0
                   move 3 to return-code
               end-if
               stop run.
           move spaces to job-status-record.
           move stream-date to job-s-date.
           move stream-time to job-s-time.
           move "job-stream" to job-s-program.
           move spaces to job-s-run-id.
           if steps-nonzero > 0
               move "FAILURES" to job-s-outcome
           else
               move "OK" to job-s-outcome
           end-if.
           move return-code to job-s-return-code.
           move 0 to job-s-final-generation.
           move steps-run to job-s-runs-completed.
           move steps-nonzero to job-s-runs-failed.
           write job-status-record.
           close job-status-file.
