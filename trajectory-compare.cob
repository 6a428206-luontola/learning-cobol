       identification division.
       program-id. trajectory-compare.
       author. Esko Luontola
       environment division.
       input-output section.
       file-control.
           select frame-a-file assign to dynamic frame-a-file-name
               organization line sequential
               file status frame-a-file-status.
           select frame-b-file assign to dynamic frame-b-file-name
               organization line sequential
               file status frame-b-file-status.
           select report-a-file assign to dynamic report-a-file-name
               organization line sequential
               file status report-a-file-status.
           select report-b-file assign to dynamic report-b-file-name
               organization line sequential
               file status report-b-file-status.
           select compare-file assign to dynamic compare-file-name
               organization line sequential
               file status compare-file-status.
       data division.
       file section.
       fd frame-a-file.
       01 frame-a-record pic x(99).
       fd frame-b-file.
       01 frame-b-record pic x(99).
       fd report-a-file.
       01 report-a-record pic x(56).
       fd report-b-file.
       01 report-b-record pic x(56).
       fd compare-file.
       01 compare-record pic x(132).
       working-storage section.
       01 arg pic x(100) value spaces.
       01 arg-name pic x(40) value spaces.
       01 arg-value pic x(100) value spaces.
       01 arg-value-numeric pic 9(6) value 0.
       01 frame-a-file-name pic x(100) value spaces.
       01 frame-a-file-status pic xx value "00".
       01 frame-b-file-name pic x(100) value spaces.
       01 frame-b-file-status pic xx value "00".
       01 report-a-file-name pic x(100) value spaces.
       01 report-a-file-status pic xx value "00".
       01 report-b-file-name pic x(100) value spaces.
       01 report-b-file-status pic xx value "00".
       01 compare-file-name pic x(100) value "COMPARE.RPT".
       01 compare-file-status pic xx value "00".
       01 frame-record pic x(99) value spaces.
       01 frame-header-record redefines frame-record.
           05 frame-header-label pic x(11).
           05 frame-header-generation pic zzzzz9.
           05 frame-header-unused pic x(82).
       01 report-record.
           05 report-generation pic x(6).
           05 filler pic x(3).
           05 report-live-count pic x(6).
           05 filler pic x(3).
           05 report-births pic x(6).
           05 filler pic x(3).
           05 report-deaths pic x(6).
           05 filler pic x(3).
           05 report-rule pic x(20).
       01 run-index pic 9 value 0.
       01 run-letter pic x value space.
       01 run-table.
         05 run-entry occurs 2 times.
           10 run-frame-file-name pic x(100).
           10 run-frame-eof pic x.
           10 run-pending-switch pic x.
           10 run-pending-record pic x(99).
           10 run-frame-loaded pic x.
           10 run-keyframe-seen pic x.
           10 run-generation pic 9(6).
           10 run-frame-count pic 9(6).
           10 run-grid.
             15 run-line occurs 99 times pic x(99).
           10 run-report-file-name pic x(100).
           10 run-report-eof pic x.
           10 run-report-count pic 9(6).
           10 run-report-generation pic 9(6).
           10 run-report-live pic 9(6).
           10 run-report-births pic 9(6).
           10 run-report-deaths pic 9(6).
           10 run-report-rule pic x(20).
       01 delta-line-done-switch pic x value "N".
           88 delta-line-done value "Y".
       01 delta-offset pic 9(3) value 0.
       01 change-text pic x(5) value spaces.
       01 change-text-fields redefines change-text.
           05 change-text-row pic x(2).
           05 change-text-column pic x(2).
           05 change-text-state pic x(1).
       01 change-cell-row pic 9(2) value 0.
       01 change-cell-column pic 9(2) value 0.
       01 keyframe-row-count pic 9(3) value 0.
       01 row-counter pic 9(3) value 0.
       01 column-counter pic 9(3) value 0.
       01 cell-a pic x value space.
       01 cell-b pic x value space.
       01 cell-state pic x value space.
       01 divergent-grids.
         05 divergent-grid occurs 2 times.
           10 divergent-line occurs 99 times pic x(99).
       01 generations-compared pic 9(6) value 0.
       01 frame-diverged-switch pic x value "N".
           88 frame-diverged value "Y".
       01 frame-divergent-generation pic 9(6) value 0.
       01 differing-cell-count pic 9(5) value 0.
       01 max-cell-lines pic 9(3) value 40.
       01 unmatched-frame-count pic 9(6) value 0.
       01 first-unmatched-generation pic 9(6) value 0.
       01 reports-wanted-switch pic x value "N".
           88 reports-wanted value "Y".
       01 report-compared-count pic 9(6) value 0.
       01 report-mismatch-count pic 9(6) value 0.
       01 report-mismatch-switch pic x value "N".
           88 report-mismatch value "Y".
       01 first-report-mismatch pic 9(6) value 0.
       01 report-unmatched-count pic 9(6) value 0.
       01 rule-differs-switch pic x value "N".
           88 rule-differs value "Y".
       01 max-report-lines pic 9(3) value 20.
       01 first-divergent-generation pic 9(6) value 0.
       01 divergence-count pic 9(6) value 0.
       01 compare-line pic x(132) value spaces.
       01 state-text pic x(8) value spaces.
       01 state-text-a pic x(8) value spaces.
       01 count-edited pic zzzzz9.
       01 count-edited-2 pic zzzzz9.
       01 count-edited-3 pic zzzzz9.
       01 count-edited-4 pic zzzzz9.
       01 count-edited-5 pic zzzzz9.
       01 count-edited-6 pic zzzzz9.
       01 count-edited-7 pic zzzzz9.
       procedure division.
           perform parse-cmdline-args.
           if frame-a-file-name = spaces or frame-b-file-name = spaces
                   or (report-a-file-name = spaces
                       and report-b-file-name not = spaces)
                   or (report-a-file-name not = spaces
                       and report-b-file-name = spaces) then
               display "usage: trajectory-compare --frames-a=file"
                   " --frames-b=file"
               display "       [--report-a=file --report-b=file]"
                   " [--compare=file] [--cells=n]"
               move 2 to return-code
               stop run.
           if report-a-file-name not = spaces
               set reports-wanted to true
           end-if.
           perform open-input-files.
           open output compare-file.
           if compare-file-status not = "00" then
               display "cannot open compare file: " compare-file-name
               move 3 to return-code
               stop run.
           perform write-compare-header.
           perform replay-frame-files.
           close frame-a-file frame-b-file.
           perform write-frame-section.
           if reports-wanted
               perform compare-report-files
               close report-a-file report-b-file
               perform write-report-trailer
           end-if.
           perform write-compare-verdict.
           close compare-file.
           if divergence-count > 0
               move 1 to return-code
               display "runs diverge at generation "
                   first-divergent-generation ", details in "
                   function trim(compare-file-name)
           else
               display generations-compared
                   " generations identical, details in "
                   function trim(compare-file-name)
           end-if.
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
               when "--frames-a"
                   move arg-value to frame-a-file-name
               when "--frames-b"
                   move arg-value to frame-b-file-name
               when "--report-a"
                   move arg-value to report-a-file-name
               when "--report-b"
                   move arg-value to report-b-file-name
               when "--compare"
                   move arg-value to compare-file-name
               when "--cells"
                   perform set-max-cell-lines
               when other
                   display "unrecognized argument: " arg
                   move 2 to return-code
                   stop run
           end-evaluate.
       set-max-cell-lines.
           if function trim(arg-value) is not numeric
                   or arg-value = spaces then
               display "invalid numeric value in argument: " arg
               move 2 to return-code
               stop run.
           if function length(function trim(arg-value)) > 6 then
               display "numeric value too long in argument: " arg
               move 2 to return-code
               stop run.
           move function trim(arg-value) to arg-value-numeric.
           if arg-value-numeric < 1 or arg-value-numeric > 999 then
               display "value out of range 1-999 in argument: " arg
               move 2 to return-code
               stop run.
           move arg-value-numeric to max-cell-lines.

       open-input-files.
           initialize run-table.
           move frame-a-file-name to run-frame-file-name(1).
           move frame-b-file-name to run-frame-file-name(2).
           move report-a-file-name to run-report-file-name(1).
           move report-b-file-name to run-report-file-name(2).
           open input frame-a-file.
           if frame-a-file-status not = "00" then
               display "cannot open frame file: " frame-a-file-name
               move 3 to return-code
               stop run.
           open input frame-b-file.
           if frame-b-file-status not = "00" then
               display "cannot open frame file: " frame-b-file-name
               move 3 to return-code
               stop run.
           if not reports-wanted
               exit paragraph.
           open input report-a-file.
           if report-a-file-status not = "00" then
               display "cannot open report file: " report-a-file-name
               move 3 to return-code
               stop run.
           open input report-b-file.
           if report-b-file-status not = "00" then
               display "cannot open report file: " report-b-file-name
               move 3 to return-code
               stop run.

      *> both frame files are replayed in step, a keyframe replaces
      *> the whole grid and a delta frame patches the changed cells,
      *> so either format (or a mix of keyframe intervals) compares
      *> the same way
       replay-frame-files.
           move 1 to run-index.
           perform read-frame.
           move 2 to run-index.
           perform read-frame.
           perform until run-frame-loaded(1) not = "Y"
                   or run-frame-loaded(2) not = "Y"
               evaluate true
                   when run-generation(1) = run-generation(2)
                       perform compare-frame-grids
                       move 1 to run-index
                       perform read-frame
                       move 2 to run-index
                       perform read-frame
                   when run-generation(1) < run-generation(2)
                       move 1 to run-index
                       perform note-unmatched-frame
                       perform read-frame
                   when other
                       move 2 to run-index
                       perform note-unmatched-frame
                       perform read-frame
               end-evaluate
           end-perform.
           move 1 to run-index.
           perform skip-remaining-frame
               until run-frame-loaded(1) not = "Y".
           move 2 to run-index.
           perform skip-remaining-frame
               until run-frame-loaded(2) not = "Y".
       skip-remaining-frame.
           perform note-unmatched-frame.
           perform read-frame.
       note-unmatched-frame.
           *> a generation only one run has a frame for
           if unmatched-frame-count = 0
               move run-generation(run-index)
                   to first-unmatched-generation
           end-if.
           add 1 to unmatched-frame-count.

       read-frame.
           move "N" to run-frame-loaded(run-index).
           if run-pending-switch(run-index) = "Y"
               move run-pending-record(run-index) to frame-record
               move "N" to run-pending-switch(run-index)
           else
               perform read-frame-record
               if run-frame-eof(run-index) = "Y"
                   exit paragraph
               end-if
           end-if.
           if frame-header-label not = "generation "
                   and frame-header-label not = "delta      " then
               display "not a frame file: "
                   run-frame-file-name(run-index)
               move 4 to return-code
               stop run.
           if frame-header-label = "delta      "
                   and run-keyframe-seen(run-index) not = "Y" then
               display "delta frame before any keyframe in frame file: "
                   run-frame-file-name(run-index)
               move 4 to return-code
               stop run.
           move function numval(frame-header-generation)
               to run-generation(run-index).
           if frame-header-label = "generation "
               perform load-keyframe
           else
               perform apply-delta-frame
           end-if.
           add 1 to run-frame-count(run-index).
           move "Y" to run-frame-loaded(run-index).
       read-frame-record.
           move spaces to frame-record.
           if run-index = 1
               read frame-a-file into frame-record
                   at end move "Y" to run-frame-eof(1)
               end-read
           else
               read frame-b-file into frame-record
                   at end move "Y" to run-frame-eof(2)
               end-read
           end-if.
       load-keyframe.
           move "Y" to run-keyframe-seen(run-index).
           move spaces to run-grid(run-index).
           move 0 to keyframe-row-count.
           perform collect-frame-row
               until run-frame-eof(run-index) = "Y"
                   or run-pending-switch(run-index) = "Y".
       collect-frame-row.
           perform read-frame-record.
           if run-frame-eof(run-index) = "Y"
               exit paragraph.
           if frame-header-label = "generation "
                   or frame-header-label = "delta      " then
               move frame-record to run-pending-record(run-index)
               move "Y" to run-pending-switch(run-index)
               exit paragraph.
           if keyframe-row-count < 99
               add 1 to keyframe-row-count
               move frame-record
                   to run-line(run-index, keyframe-row-count)
           end-if.
       apply-delta-frame.
           perform collect-delta-row
               until run-frame-eof(run-index) = "Y"
                   or run-pending-switch(run-index) = "Y".
       collect-delta-row.
           perform read-frame-record.
           if run-frame-eof(run-index) = "Y"
               exit paragraph.
           if frame-header-label = "generation "
                   or frame-header-label = "delta      " then
               move frame-record to run-pending-record(run-index)
               move "Y" to run-pending-switch(run-index)
               exit paragraph.
           if frame-record = spaces
               exit paragraph.
           move "N" to delta-line-done-switch.
           perform apply-delta-cell varying delta-offset from 1 by 5
               until delta-offset > 95 or delta-line-done.
       apply-delta-cell.
           move frame-record(delta-offset:5) to change-text.
           if change-text = spaces
               set delta-line-done to true
               exit paragraph.
           if change-text-row is not numeric
                   or change-text-column is not numeric then
               display "bad delta cell '" change-text
                   "' in frame file: " run-frame-file-name(run-index)
               move 4 to return-code
               stop run.
           move function numval(change-text-row) to change-cell-row.
           move function numval(change-text-column)
               to change-cell-column.
           if change-cell-row < 1 or change-cell-row > 99
                   or change-cell-column < 1 or change-cell-column > 99
               exit paragraph.
           evaluate change-text-state
               when "0"
                   move " " to run-line(run-index, change-cell-row)
                       (change-cell-column:1)
               when "1"
                   move "#" to run-line(run-index, change-cell-row)
                       (change-cell-column:1)
               when other
                   move change-text-state
                       to run-line(run-index, change-cell-row)
                           (change-cell-column:1)
           end-evaluate.

       compare-frame-grids.
           add 1 to generations-compared.
           if frame-diverged
               exit paragraph.
           if run-grid(1) = run-grid(2)
               exit paragraph.
           set frame-diverged to true.
           move run-generation(1) to frame-divergent-generation.
           move run-grid(1) to divergent-grid(1).
           move run-grid(2) to divergent-grid(2).
       write-divergent-cells.
           move spaces to compare-line.
           move frame-divergent-generation to count-edited.
           string "first divergent generation:" count-edited
               delimited by size into compare-line.
           move compare-line to compare-record.
           write compare-record.
           move 0 to differing-cell-count.
           perform compare-grid-row varying row-counter from 1 by 1
               until row-counter > 99.
           if differing-cell-count > max-cell-lines
               move spaces to compare-line
               compute arg-value-numeric =
                   differing-cell-count - max-cell-lines
               move arg-value-numeric to count-edited
               string "  ... and" count-edited " more differing cells"
                   delimited by size into compare-line
               move compare-line to compare-record
               write compare-record
           end-if.
           move spaces to compare-line.
           move differing-cell-count to count-edited.
           string "differing cells at that generation:" count-edited
               delimited by size into compare-line.
           move compare-line to compare-record.
           write compare-record.
       compare-grid-row.
           if divergent-line(1, row-counter)
                   = divergent-line(2, row-counter)
               exit paragraph.
           perform compare-grid-cell varying column-counter from 1 by 1
               until column-counter > 99.
       compare-grid-cell.
           move divergent-line(1, row-counter)(column-counter:1)
               to cell-a.
           move divergent-line(2, row-counter)(column-counter:1)
               to cell-b.
           if cell-a = cell-b
               exit paragraph.
           add 1 to differing-cell-count.
           if differing-cell-count > max-cell-lines
               exit paragraph.
           move cell-a to cell-state.
           perform describe-cell-state.
           move state-text to state-text-a.
           move cell-b to cell-state.
           perform describe-cell-state.
           move spaces to compare-line.
           string "  row " row-counter(2:2) " column "
               column-counter(2:2) "  run A " state-text-a
               "  run B " state-text
               delimited by size into compare-line.
           move compare-line to compare-record.
           write compare-record.
       describe-cell-state.
           evaluate cell-state
               when "#"
                   move "live" to state-text
               when space
                   move "dead" to state-text
               when other
                   move spaces to state-text
                   string "dying " cell-state
                       delimited by size into state-text
           end-evaluate.

       compare-report-files.
           move spaces to compare-record.
           write compare-record.
           move "population report compare" to compare-record.
           write compare-record.
           move 1 to run-index.
           perform read-report-record.
           move 2 to run-index.
           perform read-report-record.
           perform until run-report-eof(1) = "Y"
                   or run-report-eof(2) = "Y"
               evaluate true
                   when run-report-generation(1)
                           = run-report-generation(2)
                       perform compare-report-records
                       move 1 to run-index
                       perform read-report-record
                       move 2 to run-index
                       perform read-report-record
                   when run-report-generation(1)
                           < run-report-generation(2)
                       move 1 to run-index
                       perform note-unmatched-report
                       perform read-report-record
                   when other
                       move 2 to run-index
                       perform note-unmatched-report
                       perform read-report-record
               end-evaluate
           end-perform.
           move 1 to run-index.
           perform skip-remaining-report
               until run-report-eof(1) = "Y".
           move 2 to run-index.
           perform skip-remaining-report
               until run-report-eof(2) = "Y".
       skip-remaining-report.
           perform note-unmatched-report.
           perform read-report-record.
       read-report-record.
           move spaces to report-record.
           if run-index = 1
               read report-a-file into report-record
                   at end move "Y" to run-report-eof(1)
               end-read
           else
               read report-b-file into report-record
                   at end move "Y" to run-report-eof(2)
               end-read
           end-if.
           if run-report-eof(run-index) = "Y"
               exit paragraph.
           if function trim(report-generation) is not numeric
                   or report-generation = spaces then
               display "bad record '" report-record
                   "' in report file: " run-report-file-name(run-index)
               move 4 to return-code
               stop run.
           add 1 to run-report-count(run-index).
           move function numval(report-generation)
               to run-report-generation(run-index).
           move function numval(report-live-count)
               to run-report-live(run-index).
           move function numval(report-births)
               to run-report-births(run-index).
           move function numval(report-deaths)
               to run-report-deaths(run-index).
           move report-rule to run-report-rule(run-index).
       compare-report-records.
           add 1 to report-compared-count.
           if run-report-rule(1) not = run-report-rule(2)
                   and not rule-differs
               set rule-differs to true
               perform note-report-mismatch
               move spaces to compare-line
               move run-report-generation(1) to count-edited
               string "  generation" count-edited ": rule "
                   function trim(run-report-rule(1)) " vs "
                   function trim(run-report-rule(2))
                   delimited by size into compare-line
               perform write-report-detail
           end-if.
           if run-report-live(1) = run-report-live(2)
                   and run-report-births(1) = run-report-births(2)
                   and run-report-deaths(1) = run-report-deaths(2)
               exit paragraph.
           perform note-report-mismatch.
           move spaces to compare-line.
           move run-report-generation(1) to count-edited.
           move run-report-live(1) to count-edited-2.
           move run-report-live(2) to count-edited-3.
           move run-report-births(1) to count-edited-4.
           move run-report-births(2) to count-edited-5.
           move run-report-deaths(1) to count-edited-6.
           move run-report-deaths(2) to count-edited-7.
           string "  generation" count-edited
               ": live" count-edited-2 " /" count-edited-3
               "  births" count-edited-4 " /" count-edited-5
               "  deaths" count-edited-6 " /" count-edited-7
               delimited by size into compare-line.
           perform write-report-detail.
       note-report-mismatch.
           if not report-mismatch
               set report-mismatch to true
               move run-report-generation(1) to first-report-mismatch
           end-if.
           add 1 to report-mismatch-count.
       note-unmatched-report.
           if report-unmatched-count = 0
               move spaces to compare-line
               move run-report-generation(run-index) to count-edited
               if run-index = 1
                   move "A" to run-letter
               else
                   move "B" to run-letter
               end-if
               string "  generation" count-edited
                   ": only run " run-letter " reports it"
                   delimited by size into compare-line
               perform write-report-detail
               if not report-mismatch
                       or run-report-generation(run-index)
                           < first-report-mismatch
                   set report-mismatch to true
                   move run-report-generation(run-index)
                       to first-report-mismatch
               end-if
           end-if.
           add 1 to report-unmatched-count.
       write-report-detail.
           if report-mismatch-count + report-unmatched-count
                   > max-report-lines
               exit paragraph.
           move compare-line to compare-record.
           write compare-record.
       write-report-trailer.
           move spaces to compare-line.
           move report-compared-count to count-edited.
           move report-mismatch-count to count-edited-2.
           move report-unmatched-count to count-edited-3.
           string "generations compared:" count-edited
               "  mismatched:" count-edited-2
               "  in one report only:" count-edited-3
               delimited by size into compare-line.
           move compare-line to compare-record.
           write compare-record.
           if report-mismatch
               add 1 to divergence-count
               perform take-earliest-report-mismatch
           end-if.
       take-earliest-report-mismatch.
           if first-divergent-generation = 0
                   or first-report-mismatch < first-divergent-generation
               move first-report-mismatch to first-divergent-generation
           end-if.

       write-compare-header.
           move "trajectory regression compare" to compare-record.
           write compare-record.
           move spaces to compare-line.
           string "run A frames: " function trim(frame-a-file-name)
               delimited by size into compare-line.
           if reports-wanted
               string function trim(compare-line) "  report: "
                   function trim(report-a-file-name)
                   delimited by size into compare-line
           end-if.
           move compare-line to compare-record.
           write compare-record.
           move spaces to compare-line.
           string "run B frames: " function trim(frame-b-file-name)
               delimited by size into compare-line.
           if reports-wanted
               string function trim(compare-line) "  report: "
                   function trim(report-b-file-name)
                   delimited by size into compare-line
           end-if.
           move compare-line to compare-record.
           write compare-record.
           move spaces to compare-record.
           write compare-record.
           move "frame replay" to compare-record.
           write compare-record.
       write-frame-section.
           move spaces to compare-line.
           move run-frame-count(1) to count-edited.
           move run-generation(1) to count-edited-2.
           string "run A:" count-edited " frames, last generation"
               count-edited-2 delimited by size into compare-line.
           move compare-line to compare-record.
           write compare-record.
           move spaces to compare-line.
           move run-frame-count(2) to count-edited.
           move run-generation(2) to count-edited-2.
           string "run B:" count-edited " frames, last generation"
               count-edited-2 delimited by size into compare-line.
           move compare-line to compare-record.
           write compare-record.
           move spaces to compare-line.
           move generations-compared to count-edited.
           string "generations replayed in both runs:" count-edited
               delimited by size into compare-line.
           move compare-line to compare-record.
           write compare-record.
           if frame-diverged
               add 1 to divergence-count
               move frame-divergent-generation
                   to first-divergent-generation
               perform write-divergent-cells
           else
               move "no cell differs in the generations both runs have"
                   to compare-record
               write compare-record
           end-if.
           if unmatched-frame-count > 0
               add 1 to divergence-count
               move spaces to compare-line
               move unmatched-frame-count to count-edited
               move first-unmatched-generation to count-edited-2
               string "frames in one run only:" count-edited
                   ", first at generation" count-edited-2
                   delimited by size into compare-line
               move compare-line to compare-record
               write compare-record
               if first-divergent-generation = 0
                       or first-unmatched-generation
                           < first-divergent-generation
                   move first-unmatched-generation
                       to first-divergent-generation
               end-if
           end-if.
       write-compare-verdict.
           move spaces to compare-record.
           write compare-record.
           if divergence-count = 0
               move "verdict: IDENTICAL, both runs take the same path"
                   to compare-record
           else
               move spaces to compare-line
               move first-divergent-generation to count-edited
               string "verdict: DIVERGED, first difference at"
                   " generation" count-edited
                   delimited by size into compare-line
               move compare-line to compare-record
           end-if.
           write compare-record.
