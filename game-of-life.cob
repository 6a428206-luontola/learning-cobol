           select census-file assign to dynamic census-file-name
               organization line sequential
               file status census-file-status.
           select discovery-file assign to dynamic discovery-file-name
               organization line sequential
               file status discovery-file-status.
           select discovery-pattern-file
               assign to dynamic discovery-pattern-name
               organization line sequential
               file status discovery-pattern-status.
           select job-status-file assign to dynamic job-status-file-name
               organization line sequential
               file status job-status-file-status.
           select frame-scratch-file assign to dynamic frame-scratch-file-name
               organization line sequential
               file status frame-scratch-file-status.
           select watch-file assign to dynamic watch-file-name
               organization line sequential
               file status watch-file-status.
           select alert-file assign to dynamic alert-file-name
               organization line sequential
               file status alert-file-status.
       data division.
       file section.
       fd pattern-file.
       copy "soup-record.cpy".
       fd census-file.
       01 census-record pic x(132).
       fd discovery-file.
       copy "discovery-record.cpy".
       fd discovery-pattern-file.
       01 discovery-pattern-record.
           05 discovery-pattern-row pic 9(2).
           05 discovery-pattern-column pic 9(2).
       fd job-status-file.
       copy "job-status-record.cpy".
       fd report-scratch-file.
       01 report-scratch-record pic x(56).
       fd frame-scratch-file.
       01 frame-scratch-record pic x(99).
       fd watch-file.
       01 watch-record pic x(80).
       01 watch-record-fields redefines watch-record.
           05 watch-r-name pic x(12).
           05 watch-r-sep-1 pic x(1).
           05 watch-r-type pic x(6).
           05 watch-r-sep-2 pic x(1).
           05 watch-r-action pic x(5).
           05 watch-r-sep-3 pic x(1).
           05 watch-r-threshold pic x(6).
           05 watch-r-sep-4 pic x(1).
           05 watch-r-generations pic x(6).
           05 watch-r-sep-5 pic x(1).
           05 watch-r-top-row pic x(3).
           05 watch-r-sep-6 pic x(1).
           05 watch-r-left-column pic x(3).
           05 watch-r-sep-7 pic x(1).
           05 watch-r-bottom-row pic x(3).
           05 watch-r-sep-8 pic x(1).
           05 watch-r-right-column pic x(3).
           05 watch-r-rest pic x(26).
       fd alert-file.
       copy "alert-record.cpy".
       working-storage section.
       01 arg pic x(100) value spaces.
       01 sleep pic 9 value 1.
       01 run-id pic x(12) value spaces.
       01 audit-start-date pic 9(8) value 0.
       01 audit-start-time pic 9(8) value 0.
       01 run-start-time pic 9(8) value 0.
       01 run-start-generation pic 9(6) value 0.
       01 run-start-hundredths pic 9(8) value 0.
       01 run-elapsed-hundredths pic 9(8) value 0.
       01 run-generations-per-second pic 9(7)v9 value 0.
       01 clock-time pic 9(8) value 0.
       01 clock-time-fields redefines clock-time.
           05 clock-hours pic 9(2).
           05 clock-minutes pic 9(2).
           05 clock-seconds pic 9(2).
           05 clock-hundredths pic 9(2).
       01 clock-total-hundredths pic 9(8) value 0.
       01 edit-switch pic x value "N".
           88 edit-enabled value "Y".
       01 edit-done-switch pic x value "N".
       01 catalog-cell-index pic 9(3) value 0.
       01 soup-switch pic x value "N".
           88 soup-enabled value "Y".
       01 soup-count pic 9(5) value 1.
       01 soup-counter pic 9(5) value 0.
       01 soup-partition pic 9(3) value 0.
       01 soup-partitions pic 9(3) value 0.
       01 soup-first-number pic 9(5) value 1.
       01 soup-last-number pic 9(5) value 0.
       01 soup-density pic 9(2) value 50.
       01 soup-seed pic 9(10) value 0.
       01 soup-current-seed pic 9(10) value 0.
       01 longevity-threshold pic 9(6) value 0.
       01 soup-results-file-name pic x(100) value "SOUPRES.DAT".
       01 soup-results-file-status pic xx value "00".
       01 soup-results-named-switch pic x value "N".
           88 soup-results-named value "Y".
       01 skip-draws pic 9(12) value 0.
       01 skip-factor pic 9(10) value 0.
       01 skip-result pic 9(10) value 0.
       01 multiply-a pic 9(10) value 0.
       01 multiply-b pic 9(10) value 0.
       01 multiply-high pic 9(5) value 0.
       01 multiply-low pic 9(5) value 0.
       01 multiply-product pic 9(18) value 0.
       01 watch-file-name pic x(100) value spaces.
       01 watch-file-status pic xx value "00".
       01 watch-eof pic x value "N".
           88 watch-is-eof value "Y".
       01 watch-line pic 9(4) value 0.
       01 watch-error pic x(40) value spaces.
       01 alert-file-name pic x(100) value "ALERTS.DAT".
       01 alert-file-status pic xx value "00".
       01 watch-count pic 9(2) value 0.
       01 watch-index pic 9(2) value 0.
       01 watch-table.
         05 watch-entry occurs 20 times.
           10 watch-name pic x(12).
           10 watch-type pic x(6).
           10 watch-action pic x(5).
           10 watch-threshold pic 9(6).
           10 watch-generations pic 9(6).
           10 watch-top-row pic 9(2).
           10 watch-left-column pic 9(2).
           10 watch-bottom-row pic 9(2).
           10 watch-right-column pic 9(2).
           10 watch-firing pic x.
           10 watch-low-births pic 9(6).
       01 watch-met-switch pic x value "N".
           88 watch-met value "Y".
       01 watch-stopped-switch pic x value "N".
           88 watch-stopped value "Y".
       01 watch-stop-name pic x(12) value spaces.
       01 watch-tally pic 9(6) value 0.
       01 region-top-row pic 9(2) value 0.
       01 region-left-column pic 9(2) value 0.
       01 region-bottom-row pic 9(2) value 0.
       01 region-right-column pic 9(2) value 0.
       01 region-row pic 9(3) value 0.
       01 region-column pic 9(3) value 0.
       01 soup-start-chars pic x(9801) value spaces.
       01 soup-saved-name pic x(40) value spaces.
       01 soup-cell-offset pic 9(6) value 0.
         05 unknown-entry occurs 60 times.
           10 unknown-size pic 9(4).
           10 unknown-tally pic 9(4).
       01 discovery-file-name pic x(100) value "DISCOVER.DAT".
       01 discovery-file-status pic xx value "00".
       01 discovery-pattern-name pic x(40) value spaces.
       01 discovery-pattern-status pic xx value "00".
       01 discovery-eof pic x value "N".
           88 discovery-is-eof value "Y".
       01 discovery-found-switch pic x value "N".
           88 discovery-found value "Y".
       01 discovery-count pic 9(6) value 0.
       01 discovery-base-cells.
         05 discovery-base-cell occurs 400 times.
           10 discovery-base-row pic 9(3).
           10 discovery-base-column pic 9(3).
       01 discovery-map.
         05 discovery-map-rows occurs 99 times.
           10 discovery-map-columns occurs 99 times.
             15 pic 9 value 0.
       01 discovery-map-chars redefines discovery-map pic x(9801).
       01 discovery-key-offset pic 9(4) value 0.
       01 discovery-candidate-key pic x(1604) value spaces.
       01 discovery-candidate-fields redefines discovery-candidate-key.
           05 discovery-candidate-height pic 9(2).
           05 discovery-candidate-width pic 9(2).
           05 discovery-candidate-cells pic x(1600).
       01 discovery-best-key pic x(1604) value spaces.
       01 discovery-best-fields redefines discovery-best-key.
           05 discovery-best-height pic 9(2).
           05 discovery-best-width pic 9(2).
           05 discovery-best-cells pic x(1600).
       01 discovery-best-switch pic x value "N".
           88 discovery-best-set value "Y".
       01 census-line pic x(132) value spaces.
       01 census-count-edited pic zzzz9.
       01 census-count-edited-2 pic zzzz9.
       procedure division.
           accept audit-start-date from date yyyymmdd.
           accept audit-start-time from time.
           move audit-start-time to run-start-time.
           perform parse-cmdline-args.
           perform parse-rulestring.
           if watch-file-name not = spaces
               perform load-watch-conditions
           end-if.
           open extend audit-file
           if audit-file-status = "35" then
               open output audit-file
           end-if
           end-if.
           close audit-file.
           if watch-count > 0
               close alert-file
           end-if.
           if watch-stopped
               move 5 to return-code
           end-if.
           perform write-job-status.
           stop run.

                   perform set-longevity
               when "--soup-results"
                   move arg-value to soup-results-file-name
                   set soup-results-named to true
               when "--partition"
                   perform set-soup-partition
               when "--partitions"
                   perform set-soup-partitions
               when "--census"
                   move arg-value to census-file-name
               when "--discoveries"
                   move arg-value to discovery-file-name
               when "--status"
                   move arg-value to job-status-file-name
               when "--watch"
                   move arg-value to watch-file-name
               when "--alerts"
                   move arg-value to alert-file-name
               when "--edit"
                   set edit-enabled to true
               when "--save-as"
               display "numeric value too long in argument: " arg
               perform abort-bad-arguments.
           move function trim(arg-value) to arg-value-numeric.
           if arg-value-numeric < 1 or arg-value-numeric > 99999 then
               display "value out of range 1-99999 in argument: " arg
               perform abort-bad-arguments.
           move arg-value-numeric to soup-count.
           set soup-enabled to true.
       set-soup-partition.
           perform validate-partition-arg.
           move arg-value-numeric to soup-partition.
       set-soup-partitions.
           perform validate-partition-arg.
           move arg-value-numeric to soup-partitions.
           set soup-enabled to true.
       validate-partition-arg.
           if function trim(arg-value) is not numeric or arg-value = spaces then
               display "invalid numeric value in argument: " arg
               perform abort-bad-arguments.
           if function length(function trim(arg-value)) > 6 then
               display "numeric value too long in argument: " arg
               perform abort-bad-arguments.
           move function trim(arg-value) to arg-value-numeric.
           if arg-value-numeric < 1 or arg-value-numeric > 999 then
               display "value out of range 1-999 in argument: " arg
               perform abort-bad-arguments.
       set-soup-density.
           if function trim(arg-value) is not numeric or arg-value = spaces then
               display "invalid numeric value in argument: " arg
               end-if
               read checkpoint-file
               move checkpoint-generation to generation-counter
               move checkpoint-generation to run-start-generation
               move checkpoint-saved-rows to total-rows
               move checkpoint-saved-columns to total-columns
               perform read-checkpoint-row varying row-counter
           end-if.
           perform detect-termination.
           perform check-max-generations.
           if watch-count > 0
               perform check-watch-conditions
           end-if.
           if not soup-enabled
               perform maybe-checkpoint
               if batch-enabled
           if max-generations = 0
               move 1000 to max-generations
           end-if.
           perform set-soup-partition-range.
           if soup-seed = 0
               move audit-start-time to soup-seed
           end-if.
           compute random-state =
               function mod(soup-seed - 1, 2147483646) + 1.
           if soup-first-number > 1
               compute skip-draws = (soup-first-number - 1)
                   * total-rows * total-columns
               perform skip-random-draws
           end-if.
           open extend soup-results-file
           if soup-results-file-status = "35" then
               open output soup-results-file
           end-if.
           perform run-one-soup varying soup-counter
               from soup-first-number by 1
               until soup-counter > soup-last-number.
           close soup-results-file.

           *> a partition runs its own share of the search's soups,
           *> numbered as in the whole search, so every partition
           *> must be given the same seed, soup count and partition
           *> count
       set-soup-partition-range.
           move 1 to soup-first-number.
           move soup-count to soup-last-number.
           if soup-partition = 0 and soup-partitions = 0
               exit paragraph.
           if soup-partition = 0 or soup-partitions = 0 then
               display "--partition and --partitions must be given together"
               perform abort-bad-arguments.
           if soup-partition > soup-partitions then
               display "partition " soup-partition " is past the "
                   soup-partitions " partitions of the search"
               perform abort-bad-arguments.
           if soup-partitions > soup-count then
               display "more partitions than soups: " soup-partitions
                   " partitions for " soup-count " soups"
               perform abort-bad-arguments.
           if soup-seed = 0 then
               display "a partitioned soup search needs --seed"
               perform abort-bad-arguments.
           compute soup-first-number =
               (soup-partition - 1) * soup-count / soup-partitions + 1.
           compute soup-last-number =
               soup-partition * soup-count / soup-partitions.
           if not soup-results-named
               move spaces to soup-results-file-name
               string "SOUPP" soup-partition ".DAT"
                   delimited by size into soup-results-file-name
           end-if.
           display "partition " soup-partition " of " soup-partitions
               ": soups " soup-first-number " to " soup-last-number
               ", results in " function trim(soup-results-file-name).

           *> moves the generator past the draws of the soups before
           *> this partition in one step: the state is multiplied by
           *> 16807 to the power of the draws skipped, modulo the
           *> generator's 2147483647
       skip-random-draws.
           move 1 to skip-result.
           move 16807 to skip-factor.
           perform skip-random-step until skip-draws = 0.
           move random-state to multiply-a.
           move skip-result to multiply-b.
           perform multiply-modulo.
           move multiply-product to random-state.
       skip-random-step.
           if function mod(skip-draws, 2) = 1
               move skip-result to multiply-a
               move skip-factor to multiply-b
               perform multiply-modulo
               move multiply-product to skip-result
           end-if.
           move skip-factor to multiply-a multiply-b.
           perform multiply-modulo.
           move multiply-product to skip-factor.
           divide 2 into skip-draws.
           *> splits multiply-b in two so no product passes 18 digits
       multiply-modulo.
           divide multiply-b by 65536 giving multiply-high
               remainder multiply-low.
           compute multiply-product =
               function mod(multiply-a * multiply-high, 2147483647).
           compute multiply-product = function mod(
               multiply-product * 65536 + multiply-a * multiply-low,
               2147483647).
       run-one-soup.
           accept run-start-time from time.
           move random-state to soup-current-seed.
           perform reset-soup-state.
           perform fill-random-soup.
           display "soup " soup-counter " seed " soup-current-seed ": "
               with no advancing.
           perform report-outcome.
           if outcome = "STABLE" or outcome = "OSCILLATING"
               perform object-census
           end-if.
           move spaces to soup-saved-name.
           if longevity-threshold > 0
                   and generation-counter > longevity-threshold
           move spaces to outcome.
           move "N" to done-switch.
           move all "0" to new-world-chars old-world-chars.
           perform reset-watch-condition varying watch-index
               from 1 by 1 until watch-index > watch-count.
       fill-random-soup.
           perform fill-soup-row varying row-counter from 1 by 1
               until row-counter > total-rows.
           move period-length to soup-r-period.
           move soup-saved-name to soup-r-saved-pattern.
           move audit-start-date to soup-r-date.
           move audit-start-time to soup-r-time.
           move run-id to soup-r-run-id.
           move max-generations to soup-r-max-generations.
           move soup-seed to soup-r-search-seed.
           move soup-count to soup-r-search-soups.
           move soup-counter to soup-r-number.
           if soup-partitions = 0
               move 1 to soup-r-partition soup-r-partitions
           else
               move soup-partition to soup-r-partition
               move soup-partitions to soup-r-partitions
           end-if.
           write soup-result-record.

       detect-termination.
           if outcome = "OSCILLATING" then
               display "generation " generation-counter
                   ": " outcome " detected, cycle length " period-length
           else
           if outcome = "WATCH-STOP" then
               display "generation " generation-counter
                   ": " outcome " on watch condition "
                   function trim(watch-stop-name)
           else
               display "generation " generation-counter ": " outcome
           end-if
           end-if.

       object-census.
               move cluster-size to unknown-size(unknown-count)
               move 1 to unknown-tally(unknown-count)
           end-if.
           if cluster-size <= 400
               perform queue-discovery
           end-if.

           *> an unknown shape is queued once per rule, whichever run
           *> finds it first, as a .pat file in its canonical orientation
       queue-discovery.
           *> on a wrapped grid a cluster reaching both opposite edges
           *> is a shape split across the edge; its bounding box is
           *> not the shape's own, so it is left unqueued
           if wrap-enabled
                   and ((cluster-min-row = 1
                       and cluster-max-row = total-rows)
                   or (cluster-min-column = 1
                       and cluster-max-column = total-columns))
               exit paragraph.
           perform build-discovery-key.
           perform find-queued-discovery.
           if discovery-found
               exit paragraph.
           add 1 to discovery-count.
           move spaces to discovery-pattern-name.
           string "disc-" discovery-count ".pat"
               delimited by size into discovery-pattern-name.
           open output discovery-pattern-file.
           if discovery-pattern-status not = "00" then
               display "cannot open pattern file: "
                   discovery-pattern-name
               perform abort-missing-input.
           perform write-discovery-cell varying work-index from 1 by 1
               until work-index > cluster-size.
           close discovery-pattern-file.
           open extend discovery-file.
           if discovery-file-status = "35" then
               open output discovery-file
           end-if.
           if discovery-file-status not = "00" then
               display "cannot open discovery file: "
                   discovery-file-name
               perform abort-missing-input.
           move spaces to discovery-record.
           move discovery-count to discovery-id.
           move "PENDING" to discovery-status.
           move audit-start-date to discovery-date.
           move run-id to discovery-run-id.
           if soup-enabled
               move soup-current-seed to discovery-seed
           else
               move 0 to discovery-seed
           end-if.
           move generation-counter to discovery-generation.
           move cluster-size to discovery-size.
           move discovery-best-height to discovery-height.
           move discovery-best-width to discovery-width.
           move rule-name to discovery-rule.
           move discovery-pattern-name to discovery-pattern.
           move 0 to discovery-review-date.
           move discovery-best-key to discovery-shape-key.
           write discovery-record.
           close discovery-file.
           display "new shape queued for review: "
               function trim(discovery-pattern-name).
       write-discovery-cell.
           compute discovery-key-offset = work-index * 4 - 3.
           move discovery-best-cells(discovery-key-offset:2)
               to discovery-pattern-row.
           move discovery-best-cells(discovery-key-offset + 2:2)
               to discovery-pattern-column.
           write discovery-pattern-record.
       find-queued-discovery.
           move "N" to discovery-found-switch discovery-eof.
           move 0 to discovery-count.
           open input discovery-file.
           if discovery-file-status not = "00"
               exit paragraph.
           perform read-discovery-record.
           perform until discovery-is-eof
               add 1 to discovery-count
               if discovery-shape-key = discovery-best-key
                       and discovery-rule = rule-name
                   set discovery-found to true
               end-if
               perform read-discovery-record
           end-perform.
           close discovery-file.
       read-discovery-record.
           read discovery-file
               at end set discovery-is-eof to true
           end-read.
       build-discovery-key.
           perform copy-cluster-cell varying work-index from 1 by 1
               until work-index > cluster-size.
           move "N" to discovery-best-switch.
           perform try-discovery-orientation varying transform-flip
               from 0 by 1 until transform-flip > 1.
       copy-cluster-cell.
           compute discovery-base-row(work-index) =
               cluster-cell-row(work-index) - cluster-min-row + 1.
           compute discovery-base-column(work-index) =
               cluster-cell-column(work-index) - cluster-min-column + 1.
       try-discovery-orientation.
           perform try-discovery-rotation varying transform-rotation
               from 0 by 1 until transform-rotation > 3.
       try-discovery-rotation.
           move cluster-size to work-cell-count.
           move cluster-height to work-height.
           move cluster-width to work-width.
           perform copy-discovery-cell varying work-index from 1 by 1
               until work-index > work-cell-count.
           if transform-flip = 1
               perform flip-work-cells
           end-if.
           perform rotate-work-cells transform-rotation times.
           move all "0" to discovery-map-chars.
           perform mark-discovery-cell varying work-index from 1 by 1
               until work-index > work-cell-count.
           move spaces to discovery-candidate-key.
           move work-height to discovery-candidate-height.
           move work-width to discovery-candidate-width.
           move 1 to discovery-key-offset.
           perform scan-discovery-row varying x from 1 by 1
               until x > work-height.
           if not discovery-best-set
                   or discovery-candidate-key < discovery-best-key
               move discovery-candidate-key to discovery-best-key
               set discovery-best-set to true
           end-if.
       copy-discovery-cell.
           move discovery-base-row(work-index)
               to work-cell-row(work-index).
           move discovery-base-column(work-index)
               to work-cell-column(work-index).
       mark-discovery-cell.
           move 1 to discovery-map-columns(work-cell-row(work-index),
               work-cell-column(work-index)).
       scan-discovery-row.
           perform scan-discovery-cell varying y from 1 by 1
               until y > work-width.
       scan-discovery-cell.
           if discovery-map-columns(x, y) = 1
               move x(2:2)
                   to discovery-candidate-cells(discovery-key-offset:2)
               move y(2:2) to
                   discovery-candidate-cells(discovery-key-offset + 2:2)
               add 4 to discovery-key-offset
           end-if.

       census-load-catalog.
           move 0 to census-catalog-count.
               perform abort-missing-input.
           move spaces to census-line.
           move generation-counter to census-count-edited.
           if soup-enabled
               string audit-start-date " run " run-id " soup seed "
                   soup-current-seed
                   ": " function trim(outcome)
                   " at generation" census-count-edited
                   delimited by size into census-line
           else
               string audit-start-date " run " run-id " "
                   function trim(pattern-file-name)
                   ": " function trim(outcome)
                   " at generation" census-count-edited
                   delimited by size into census-line
           end-if.
           move census-line to census-record.
           write census-record.
           display "object census:".
           write census-record.
           display census-line.

           *> watch conditions are read once before the run; a
           *> condition alerts when it becomes true and again only
           *> after it has been false, and a STOP condition ends the
           *> run with outcome WATCH-STOP and return code 5
       load-watch-conditions.
           open input watch-file.
           if watch-file-status not = "00" then
               display "cannot open watch file: " watch-file-name
               perform abort-missing-input.
           move "N" to watch-eof.
           move 0 to watch-line.
           perform read-watch-record.
           perform until watch-is-eof
               add 1 to watch-line
               if watch-record not = spaces
                       and watch-record(1:1) not = "*"
                   perform load-watch-condition
               end-if
               perform read-watch-record
           end-perform.
           close watch-file.
           if watch-count = 0 then
               display "no watch conditions in " watch-file-name
               perform abort-bad-data.
           open extend alert-file.
           if alert-file-status = "35" then
               open output alert-file
           end-if.
           if alert-file-status not = "00" then
               display "cannot open alert file: " alert-file-name
               perform abort-missing-input.
       read-watch-record.
           move spaces to watch-record.
           read watch-file
               at end set watch-is-eof to true
           end-read.
       load-watch-condition.
           if watch-count >= 20 then
               display "too many watch conditions, limit is 20"
               close watch-file
               perform abort-bad-data.
           add 1 to watch-count.
           move spaces to watch-error.
           perform validate-watch-condition.
           if watch-error not = spaces then
               display "watch file line " watch-line ": "
                   function trim(watch-error)
               close watch-file
               perform abort-bad-data.
       validate-watch-condition.
           initialize watch-entry(watch-count).
           move "N" to watch-firing(watch-count).
           if watch-r-name = spaces
               move "no condition name" to watch-error
               exit paragraph.
           move watch-r-name to watch-name(watch-count).
           move function upper-case(watch-r-type)
               to watch-type(watch-count).
           move function upper-case(watch-r-action)
               to watch-action(watch-count).
           if watch-action(watch-count) = spaces
               move "ALERT" to watch-action(watch-count)
           end-if.
           if watch-action(watch-count) not = "ALERT"
                   and watch-action(watch-count) not = "STOP"
               move "action must be ALERT or STOP" to watch-error
               exit paragraph.
           evaluate watch-type(watch-count)
               when "ABOVE"
               when "BELOW"
                   perform validate-watch-threshold
               when "BIRTHS"
                   perform validate-watch-threshold
                   if watch-error = spaces
                       perform validate-watch-generations
                   end-if
               when "REGION"
                   perform validate-watch-region
               when "EDGE"
                   continue
               when other
                   move "unknown condition type" to watch-error
           end-evaluate.
       validate-watch-threshold.
           if function trim(watch-r-threshold) is not numeric
                   or watch-r-threshold = spaces
               move "bad threshold" to watch-error
               exit paragraph.
           move function numval(watch-r-threshold)
               to watch-threshold(watch-count).
       validate-watch-generations.
           if function trim(watch-r-generations) is not numeric
                   or watch-r-generations = spaces
               move "bad generations" to watch-error
               exit paragraph.
           move function numval(watch-r-generations)
               to watch-generations(watch-count).
           if watch-generations(watch-count) = 0
               move "bad generations" to watch-error
           end-if.
           *> a region without a bottom row or right column is the
           *> single cell at its top left corner
       validate-watch-region.
           if function trim(watch-r-top-row) is not numeric
                   or watch-r-top-row = spaces
                   or function trim(watch-r-left-column) is not numeric
                   or watch-r-left-column = spaces
               move "bad region corner" to watch-error
               exit paragraph.
           move function numval(watch-r-top-row)
               to watch-top-row(watch-count) watch-bottom-row(watch-count).
           move function numval(watch-r-left-column)
               to watch-left-column(watch-count)
               watch-right-column(watch-count).
           if watch-r-bottom-row not = spaces
               if function trim(watch-r-bottom-row) is not numeric
                   move "bad region corner" to watch-error
                   exit paragraph
               end-if
               move function numval(watch-r-bottom-row)
                   to watch-bottom-row(watch-count)
           end-if.
           if watch-r-right-column not = spaces
               if function trim(watch-r-right-column) is not numeric
                   move "bad region corner" to watch-error
                   exit paragraph
               end-if
               move function numval(watch-r-right-column)
                   to watch-right-column(watch-count)
           end-if.
           if function numval(watch-r-top-row) > max-grid-size
                   or function numval(watch-r-left-column) > max-grid-size
                   or function numval(watch-r-bottom-row) > max-grid-size
                   or function numval(watch-r-right-column)
                       > max-grid-size
               move "bad region corner" to watch-error
               exit paragraph.
           if watch-top-row(watch-count) < 1
                   or watch-left-column(watch-count) < 1
                   or watch-bottom-row(watch-count)
                       < watch-top-row(watch-count)
                   or watch-right-column(watch-count)
                       < watch-left-column(watch-count)
               move "bad region corner" to watch-error
           end-if.
       reset-watch-condition.
           move "N" to watch-firing(watch-index).
           move 0 to watch-low-births(watch-index).

       check-watch-conditions.
           perform check-watch-condition varying watch-index
               from 1 by 1 until watch-index > watch-count.
       check-watch-condition.
           move "N" to watch-met-switch.
           move 0 to watch-tally.
           evaluate watch-type(watch-index)
               when "ABOVE"
                   move live-cell-count to watch-tally
                   if live-cell-count > watch-threshold(watch-index)
                       set watch-met to true
                   end-if
               when "BELOW"
                   move live-cell-count to watch-tally
                   if live-cell-count < watch-threshold(watch-index)
                       set watch-met to true
                   end-if
               when "BIRTHS"
                   if birth-count < watch-threshold(watch-index)
                       add 1 to watch-low-births(watch-index)
                   else
                       move 0 to watch-low-births(watch-index)
                   end-if
                   move watch-low-births(watch-index) to watch-tally
                   if watch-low-births(watch-index)
                           >= watch-generations(watch-index)
                       set watch-met to true
                   end-if
               when "REGION"
                   move watch-top-row(watch-index) to region-top-row
                   move watch-left-column(watch-index)
                       to region-left-column
                   move watch-bottom-row(watch-index)
                       to region-bottom-row
                   move watch-right-column(watch-index)
                       to region-right-column
                   perform count-region-cells
                   if watch-tally > 0
                       set watch-met to true
                   end-if
               when "EDGE"
                   perform count-edge-cells
                   if watch-tally > 0
                       set watch-met to true
                   end-if
           end-evaluate.
           if not watch-met
               move "N" to watch-firing(watch-index)
               exit paragraph
           end-if.
           if watch-firing(watch-index) = "Y"
               exit paragraph
           end-if.
           move "Y" to watch-firing(watch-index).
           perform write-alert-record.
           if watch-action(watch-index) = "STOP" and not done-looping
               set done-looping to true
               move "WATCH-STOP" to outcome
               move watch-name(watch-index) to watch-stop-name
               set watch-stopped to true
           end-if.
           *> the part of a region outside the grid is never alive
       count-region-cells.
           if region-bottom-row > total-rows
               move total-rows to region-bottom-row
           end-if.
           if region-right-column > total-columns
               move total-columns to region-right-column
           end-if.
           perform count-region-row varying region-row
               from region-top-row by 1
               until region-row > region-bottom-row.
       count-region-row.
           perform count-region-cell varying region-column
               from region-left-column by 1
               until region-column > region-right-column.
       count-region-cell.
           if new-columns(region-row, region-column) = 1
               add 1 to watch-tally
           end-if.
       count-edge-cells.
           move 1 to region-top-row region-left-column.
           move 1 to region-bottom-row.
           move total-columns to region-right-column.
           perform count-region-cells.
           if total-rows > 1
               move total-rows to region-top-row region-bottom-row
               perform count-region-cells
           end-if.
           if total-rows > 2
               move 2 to region-top-row
               compute region-bottom-row = total-rows - 1
               move 1 to region-right-column
               perform count-region-cells
               if total-columns > 1
                   move total-columns
                       to region-left-column region-right-column
                   perform count-region-cells
               end-if
           end-if.
       write-alert-record.
           move spaces to alert-record.
           accept alert-date from date yyyymmdd.
           accept alert-time from time.
           move run-id to alert-run-id.
           if soup-enabled
               move soup-current-seed to alert-soup-seed
           else
               move 0 to alert-soup-seed
           end-if.
           move generation-counter to alert-generation.
           move watch-name(watch-index) to alert-condition.
           move watch-type(watch-index) to alert-type.
           move watch-action(watch-index) to alert-action.
           if watch-type(watch-index) = "ABOVE"
                   or watch-type(watch-index) = "BELOW"
                   or watch-type(watch-index) = "BIRTHS"
               move watch-threshold(watch-index) to alert-threshold
           else
               move 0 to alert-threshold
           end-if.
           move watch-tally to alert-watch-count.
           move live-cell-count to alert-live-count.
           move birth-count to alert-births.
           move death-count to alert-deaths.
           write alert-record.
           display "generation " generation-counter ": watch condition "
               function trim(watch-name(watch-index)) " "
               function trim(watch-action(watch-index)).

       abort-bad-arguments.
           move 2 to return-code.
           perform abort-run.
               move 1 to job-s-runs-failed
           else
               if soup-enabled
                   compute job-s-runs-completed =
                       soup-last-number - soup-first-number + 1
               else
                   move 1 to job-s-runs-completed
               end-if
           move period-length to audit-f-period.
           move rule-name to audit-f-rule.
           move run-id to audit-f-run-id.
           perform measure-run-time.
           compute audit-f-elapsed-seconds =
               run-elapsed-hundredths / 100.
           move run-generations-per-second
               to audit-f-generations-per-second.
           write audit-record.

           *> elapsed time is taken from the time of day, so a run that
           *> passes midnight still measures right; generations per
           *> second counts only what this run computed, not a resumed
           *> checkpoint's earlier generations
       measure-run-time.
           move run-start-time to clock-time.
           perform convert-clock-time.
           move clock-total-hundredths to run-start-hundredths.
           accept clock-time from time.
           perform convert-clock-time.
           if clock-total-hundredths < run-start-hundredths
               add 8640000 to clock-total-hundredths
           end-if.
           compute run-elapsed-hundredths =
               clock-total-hundredths - run-start-hundredths.
           move 0 to run-generations-per-second.
           if run-elapsed-hundredths > 0
                   and generation-counter > run-start-generation
               compute run-generations-per-second rounded =
                   (generation-counter - run-start-generation) * 100
                       / run-elapsed-hundredths
           end-if.
       convert-clock-time.
           compute clock-total-hundredths =
               clock-hours * 360000 + clock-minutes * 6000
                   + clock-seconds * 100 + clock-hundredths.

       write-report.
           move spaces to report-record.
           move generation-counter to report-generation.
