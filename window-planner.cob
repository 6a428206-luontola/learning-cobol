       identification division.
       program-id. window-planner.
       author. Esko Luontola
       environment division.
       input-output section.
       file-control.
           select control-file assign to dynamic control-file-name
               organization line sequential
               file status control-file-status.
           select audit-file assign to dynamic audit-file-name
               organization line sequential
               file status audit-file-status.
           select plan-file assign to dynamic plan-file-name
               organization line sequential
               file status plan-file-status.
       data division.
       file section.
       fd control-file.
       01 control-record pic x(200).
       01 control-record-fields redefines control-record.
           05 control-pattern pic x(40).
           05 control-sep-1 pic x(1).
           05 control-rows pic x(3).
           05 control-sep-2 pic x(1).
           05 control-columns pic x(3).
           05 control-sep-3 pic x(1).
           05 control-wrap pic x(3).
           05 control-sep-4 pic x(1).
           05 control-batch pic x(3).
           05 control-sep-5 pic x(1).
           05 control-max-generations pic x(6).
           05 control-sep-6 pic x(1).
           05 control-rule pic x(20).
           05 control-rest pic x(116).
       fd audit-file.
       copy "audit-record.cpy".
       fd plan-file.
       01 plan-record pic x(132).
       working-storage section.
       01 arg pic x(100) value spaces.
       01 arg-name pic x(40) value spaces.
       01 arg-value pic x(100) value spaces.
       01 control-file-name pic x(100) value "RUNCTL.DAT".
       01 control-file-status pic xx value "00".
       01 audit-file-name pic x(100) value "GAMELIFE.LOG".
       01 audit-file-status pic xx value "00".
       01 plan-file-name pic x(100) value "PLAN.RPT".
       01 plan-file-status pic xx value "00".
       01 input-eof pic x value "N".
           88 input-is-eof value "Y".
       01 max-grid-size pic 9(2) value 99.
       01 window-minutes pic 9(5) value 480.
       01 window-seconds pic 9(7)v99 value 0.
       01 history-count pic 9(4) value 0.
       01 history-index pic 9(4) value 0.
       01 history-next pic 9(4) value 0.
       01 history-skipped pic 9(6) value 0.
       01 history-table.
         05 history-entry occurs 5000 times.
           10 history-pattern pic x(40).
           10 history-rows pic 9(2).
           10 history-columns pic 9(2).
           10 history-wrap pic x(3).
           10 history-rule pic x(20).
           10 history-final-generation pic 9(6).
           10 history-elapsed pic 9(6)v99.
       01 history-area pic 9(5) value 0.
           *> match classes, tightest first: same pattern and
           *> settings, same grid and settings, similar grid area,
           *> same rule, any run on record
       01 basis-index pic 9 value 0.
       01 basis-table.
         05 basis-entry occurs 5 times.
           10 basis-count pic 9(6).
           10 basis-elapsed pic 9(9)v99.
           10 basis-generations pic 9(12).
           10 basis-cell-generations pic 9(15).
       01 basis-names pic x(40)
           value "PATTERN SIZE    SIMILAR RULE    ANY     ".
       01 basis-name-table redefines basis-names.
         05 basis-name occurs 5 times pic x(8).
       01 run-basis pic x(8) value spaces.
       01 record-ok-switch pic x value "N".
           88 record-ok value "Y".
       01 reject-reason pic x(15) value spaces.
       01 run-sequence pic 9(3) value 0.
       01 run-pattern pic x(40) value spaces.
       01 run-rows pic 9(2) value 0.
       01 run-columns pic 9(2) value 0.
       01 run-area pic 9(5) value 0.
       01 run-wrap pic x(3) value spaces.
       01 run-rule pic x(20) value spaces.
       01 run-max-generations pic 9(6) value 0.
       01 run-expected-generations pic 9(6) value 0.
       01 run-projected pic 9(7)v99 value 0.
       01 run-action pic x(8) value spaces.
       01 runs-planned pic 9(4) value 0.
       01 runs-kept pic 9(4) value 0.
       01 runs-moved pic 9(4) value 0.
       01 runs-rejected pic 9(4) value 0.
       01 runs-unknown pic 9(4) value 0.
       01 total-projected pic 9(7)v99 value 0.
       01 kept-projected pic 9(7)v99 value 0.
       01 moved-projected pic 9(7)v99 value 0.
       01 plan-line.
           05 plan-sequence pic zz9.
           05 filler pic x(2).
           05 plan-pattern pic x(30).
           05 filler pic x(2).
           05 plan-size pic x(5).
           05 filler pic x(2).
           05 plan-wrap pic x(3).
           05 filler pic x(2).
           05 plan-rule pic x(12).
           05 filler pic x(2).
           05 plan-basis pic x(8).
           05 filler pic x(2).
           05 plan-projected pic x(10).
           05 filler pic x(2).
           05 plan-cumulative pic x(10).
           05 filler pic x(2).
           05 plan-action pic x(26).
       01 size-text.
           05 size-text-rows pic z9.
           05 filler pic x value "x".
           05 size-text-columns pic z9.
       01 seconds-edited pic zzzzzz9.99.
       01 window-edited pic zzzzzz9.99.
       01 count-edited pic zzz9.
       01 count-edited-2 pic zzzzz9.
       01 minutes-edited pic zzzz9.
       procedure division.
           perform parse-cmdline-args.
           compute window-seconds = window-minutes * 60.
           perform load-run-history.
           open input control-file.
           if control-file-status not = "00" then
               display "cannot open control file: " control-file-name
               move 3 to return-code
               stop run.
           open output plan-file.
           if plan-file-status not = "00" then
               display "cannot open report file: " plan-file-name
               move 3 to return-code
               stop run.
           perform write-plan-header.
           move "N" to input-eof.
           perform read-control-record.
           perform until input-is-eof
               if control-record not = spaces
                       and control-record(1:1) not = "*"
                   perform plan-one-run
               end-if
               perform read-control-record
           end-perform.
           close control-file.
           perform write-plan-trailer.
           close plan-file.
           if total-projected > window-seconds
               move 1 to return-code
           end-if.
           display runs-planned " runs, " runs-kept " fit the window, "
               runs-moved " to move, plan in "
               function trim(plan-file-name).
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
               when "--control"
                   move arg-value to control-file-name
               when "--audit"
                   move arg-value to audit-file-name
               when "--report"
                   move arg-value to plan-file-name
               when "--window-minutes"
                   perform set-window-minutes
               when other
                   display "unrecognized argument: " arg
                   move 2 to return-code
                   stop run
           end-evaluate.

       set-window-minutes.
           if function trim(arg-value) is not numeric
                   or arg-value = spaces then
               display "invalid numeric value in argument: " arg
               move 2 to return-code
               stop run.
           if function length(function trim(arg-value)) > 5 then
               display "numeric value too long in argument: " arg
               move 2 to return-code
               stop run.
           move function numval(arg-value) to window-minutes.
           if window-minutes < 1 then
               display "value out of range 1-99999 in argument: " arg
               move 2 to return-code
               stop run.

           *> only life-batch runs logged with an elapsed time count
           *> as history; edit sessions, interactive runs (slowed to
           *> one generation a second, and without a run-id) and
           *> records from before the engine timed its runs are passed
           *> over; once the table is full the newest runs replace
           *> the oldest, so the projections follow recent timings
       load-run-history.
           open input audit-file.
           if audit-file-status = "35"
               exit paragraph.
           if audit-file-status not = "00" then
               display "cannot open audit file: " audit-file-name
               move 3 to return-code
               stop run.
           move "N" to input-eof.
           perform read-audit-record.
           perform until input-is-eof
               if audit-f-elapsed-seconds = spaces
                       or audit-f-outcome = "EDIT"
                       or audit-f-run-id = spaces
                   add 1 to history-skipped
               else
                   perform keep-history-record
               end-if
               perform read-audit-record
           end-perform.
           close audit-file.
       read-audit-record.
           move spaces to audit-record.
           read audit-file
               at end set input-is-eof to true
           end-read.
       keep-history-record.
           if history-next >= 5000
               move 0 to history-next
           end-if.
           add 1 to history-next.
           if history-count < 5000
               add 1 to history-count
           else
               add 1 to history-skipped
           end-if.
           move audit-f-pattern to history-pattern(history-next).
           move function numval(audit-f-rows)
               to history-rows(history-next).
           move function numval(audit-f-columns)
               to history-columns(history-next).
           move audit-f-wrap to history-wrap(history-next).
           move audit-f-rule to history-rule(history-next).
           move function numval(audit-f-final-generation)
               to history-final-generation(history-next).
           move function numval(audit-f-elapsed-seconds)
               to history-elapsed(history-next).

       read-control-record.
           move spaces to control-record.
           read control-file
               at end set input-is-eof to true
           end-read.

           *> runs keep their place in the deck while the window has
           *> room; a run that would overrun it is marked to move to
           *> another night and later, shorter runs may still fit
       plan-one-run.
           add 1 to run-sequence.
           move spaces to plan-line run-action run-basis.
           move run-sequence to plan-sequence.
           move control-pattern to plan-pattern.
           perform validate-control-record.
           if not record-ok
               add 1 to runs-rejected
               string "REJECTED " reject-reason delimited by size
                   into plan-action
               move plan-line to plan-record
               write plan-record
               exit paragraph
           end-if.
           add 1 to runs-planned.
           perform project-run-duration.
           add run-projected to total-projected.
           if kept-projected + run-projected > window-seconds
               add 1 to runs-moved
               add run-projected to moved-projected
               move "MOVE" to run-action
           else
               add 1 to runs-kept
               add run-projected to kept-projected
               move "KEEP" to run-action
           end-if.
           move run-rows to size-text-rows.
           move run-columns to size-text-columns.
           move size-text to plan-size.
           move run-wrap to plan-wrap.
           move run-rule to plan-rule.
           move run-basis to plan-basis.
           move run-projected to seconds-edited.
           move seconds-edited to plan-projected.
           move kept-projected to seconds-edited.
           move seconds-edited to plan-cumulative.
           move run-action to plan-action.
           move plan-line to plan-record.
           write plan-record.
       validate-control-record.
           move "N" to record-ok-switch.
           if control-pattern = spaces then
               move "no pattern" to reject-reason
               exit paragraph.
           if function trim(control-rows) is not numeric
                   or control-rows = spaces then
               move "bad rows" to reject-reason
               exit paragraph.
           move function numval(control-rows) to run-rows.
           if run-rows < 1 or run-rows > max-grid-size then
               move "bad rows" to reject-reason
               exit paragraph.
           if function trim(control-columns) is not numeric
                   or control-columns = spaces then
               move "bad columns" to reject-reason
               exit paragraph.
           move function numval(control-columns) to run-columns.
           if run-columns < 1 or run-columns > max-grid-size then
               move "bad columns" to reject-reason
               exit paragraph.
           if control-wrap not = "YES" and control-wrap not = "NO"
                   and control-wrap not = spaces then
               move "bad wrap" to reject-reason
               exit paragraph.
           if control-max-generations = spaces then
               move 0 to run-max-generations
           else
               if function trim(control-max-generations)
                       is not numeric then
                   move "bad max-gens" to reject-reason
                   exit paragraph
               end-if
               move function numval(control-max-generations)
                   to run-max-generations
           end-if.
           if control-pattern(1:1) = "@"
               move control-pattern(2:39) to run-pattern
           else
               move control-pattern to run-pattern
           end-if.
           if control-wrap = "YES"
               move "YES" to run-wrap
           else
               move "NO" to run-wrap
           end-if.
           if control-rule = spaces
               move "B3/S23" to run-rule
           else
               move function upper-case(control-rule) to run-rule
           end-if.
           compute run-area = run-rows * run-columns.
           set record-ok to true.

           *> the same pattern on the same settings is projected from
           *> its own average time; looser matches are scaled by cell
           *> generations, so a bigger grid or a longer run costs more
       project-run-duration.
           initialize basis-table.
           perform tally-history-entry varying history-index
               from 1 by 1 until history-index > history-count.
           move 0 to run-projected.
           move 1 to basis-index.
           perform until basis-index > 5
                   or basis-count(basis-index) > 0
               add 1 to basis-index
           end-perform.
           if basis-index > 5
               add 1 to runs-unknown
               move "NONE" to run-basis
               exit paragraph
           end-if.
           move basis-name(basis-index) to run-basis.
           if basis-index = 1
               compute run-projected rounded =
                   basis-elapsed(1) / basis-count(1)
               exit paragraph
           end-if.
           compute run-expected-generations rounded =
               basis-generations(basis-index)
               / basis-count(basis-index).
           if run-max-generations > 0
                   and run-expected-generations > run-max-generations
               move run-max-generations to run-expected-generations
           end-if.
           if basis-cell-generations(basis-index) = 0
               compute run-projected rounded =
                   basis-elapsed(basis-index)
                   / basis-count(basis-index)
           else
               compute run-projected rounded =
                   basis-elapsed(basis-index) * run-area
                   * run-expected-generations
                   / basis-cell-generations(basis-index)
           end-if.
       tally-history-entry.
           compute history-area = history-rows(history-index)
               * history-columns(history-index).
           move 5 to basis-index.
           perform add-to-basis.
           if history-rule(history-index) not = run-rule
               exit paragraph.
           move 4 to basis-index.
           perform add-to-basis.
           if history-wrap(history-index) not = run-wrap
               exit paragraph.
           if history-area * 2 >= run-area
                   and history-area <= run-area * 2
               move 3 to basis-index
               perform add-to-basis
           end-if.
           if history-rows(history-index) not = run-rows
                   or history-columns(history-index) not = run-columns
               exit paragraph.
           move 2 to basis-index.
           perform add-to-basis.
           if history-pattern(history-index) = run-pattern
               move 1 to basis-index
               perform add-to-basis
           end-if.
       add-to-basis.
           add 1 to basis-count(basis-index).
           add history-elapsed(history-index)
               to basis-elapsed(basis-index).
           add history-final-generation(history-index)
               to basis-generations(basis-index).
           compute basis-cell-generations(basis-index) =
               basis-cell-generations(basis-index)
               + history-area * history-final-generation(history-index).

       write-plan-header.
           move spaces to plan-record.
           move window-minutes to minutes-edited.
           move history-count to count-edited-2.
           string "window plan for " function trim(control-file-name)
               ", window " function trim(minutes-edited) " minutes, "
               function trim(count-edited-2) " timed runs in "
               function trim(audit-file-name)
               delimited by size into plan-record.
           write plan-record.
           move spaces to plan-record.
           write plan-record.
           move spaces to plan-line.
           move "pattern" to plan-pattern.
           move "size" to plan-size.
           move "wrp" to plan-wrap.
           move "rule" to plan-rule.
           move "basis" to plan-basis.
           move "  seconds" to plan-projected.
           move "cumulative" to plan-cumulative.
           move "action" to plan-action.
           move plan-line to plan-record.
           move "seq" to plan-record(1:3).
           write plan-record.
       write-plan-trailer.
           move spaces to plan-record.
           write plan-record.
           move spaces to plan-record.
           move total-projected to seconds-edited.
           move window-seconds to window-edited.
           string "projected total " function trim(seconds-edited)
               " seconds, window " function trim(window-edited)
               " seconds"
               delimited by size into plan-record.
           write plan-record.
           move spaces to plan-record.
           move runs-kept to count-edited.
           move kept-projected to seconds-edited.
           string "runs kept " function trim(count-edited) ", "
               function trim(seconds-edited) " seconds"
               delimited by size into plan-record.
           write plan-record.
           move spaces to plan-record.
           move runs-moved to count-edited.
           move moved-projected to seconds-edited.
           string "runs to move " function trim(count-edited) ", "
               function trim(seconds-edited) " seconds"
               delimited by size into plan-record.
           write plan-record.
           move spaces to plan-record.
           move runs-rejected to count-edited.
           string "runs rejected " function trim(count-edited)
               delimited by size into plan-record.
           write plan-record.
           if runs-unknown > 0
               move spaces to plan-record
               move runs-unknown to count-edited
               string "runs with no timed history "
                   function trim(count-edited)
                   ", projected as 0 seconds"
                   delimited by size into plan-record
               write plan-record
           end-if.
           move spaces to plan-record.
           if total-projected > window-seconds
               move "DECK OVERRUNS THE WINDOW" to plan-record
           else
               move "deck fits the window" to plan-record
           end-if.
           write plan-record.
