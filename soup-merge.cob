       identification division.
       program-id. soup-merge.
       author. Esko Luontola
       environment division.
       input-output section.
       file-control.
           select partition-file assign to dynamic partition-file-name
               organization line sequential
               file status partition-file-status.
           select soup-results-file
               assign to dynamic soup-results-file-name
               organization line sequential
               file status soup-results-file-status.
           select merge-file assign to dynamic merge-file-name
               organization line sequential
               file status merge-file-status.
       data division.
       file section.
       fd partition-file.
       01 partition-record pic x(200).
       fd soup-results-file.
       copy "soup-record.cpy".
       fd merge-file.
       01 merge-record pic x(132).
       working-storage section.
       01 arg pic x(100) value spaces.
       01 arg-name pic x(40) value spaces.
       01 arg-value pic x(100) value spaces.
       01 partition-file-name pic x(100) value spaces.
       01 partition-file-status pic xx value "00".
       01 soup-results-file-name pic x(100) value "SOUPRES.DAT".
       01 soup-results-file-status pic xx value "00".
       01 merge-file-name pic x(100) value "MERGE.RPT".
       01 merge-file-status pic xx value "00".
       01 input-eof pic x value "N".
           88 input-is-eof value "Y".
       01 default-inputs-switch pic x value "N".
           88 default-inputs value "Y".
       01 input-count pic 9(3) value 0.
       01 input-index pic 9(3) value 0.
       01 input-table.
         05 input-entry occurs 999 times.
           10 input-name pic x(100).
           10 input-state pic x(8).
           10 input-records pic 9(6).
           10 input-partition pic 9(3).
           10 input-first-number pic 9(5).
           10 input-last-number pic 9(5).
           10 input-mismatches pic 9(6).
           10 input-outside pic 9(6).
       01 reference-switch pic x value "N".
           88 reference-set value "Y".
       01 reference-density pic x(3) value spaces.
       01 reference-rows pic x(3) value spaces.
       01 reference-columns pic x(3) value spaces.
       01 reference-wrap pic x(3) value spaces.
       01 reference-rule pic x(20) value spaces.
       01 reference-max-generations pic x(6) value spaces.
       01 reference-search-seed pic 9(10) value 0.
       01 reference-search-soups pic 9(5) value 0.
       01 reference-partitions pic 9(3) value 0.
       01 search-soups pic 9(5) value 0.
       01 search-partitions pic 9(3) value 0.
       01 soup-number pic 9(6) value 0.
           *> the input that last gave each soup number, 0 while unseen
       01 soup-owner-table.
         05 soup-owner occurs 99999 times pic 9(3).
       01 partition-index pic 9(3) value 0.
       01 owner-index pic 9(3) value 0.
       01 partition-owner-table.
         05 partition-owner occurs 999 times pic 9(3).
       01 expected-first-number pic 9(5) value 0.
       01 expected-last-number pic 9(5) value 0.
       01 missing-first-number pic 9(5) value 0.
       01 mismatch-fields pic x(80) value spaces.
       01 mismatch-pointer pic 9(3) value 1.
       01 bad-records pic 9(6) value 0.
       01 mismatched-records pic 9(6) value 0.
       01 duplicate-soups pic 9(6) value 0.
       01 overlapping-soups pic 9(6) value 0.
       01 missing-soups pic 9(6) value 0.
       01 missing-partitions pic 9(3) value 0.
       01 missing-inputs pic 9(3) value 0.
       01 already-merged pic 9(6) value 0.
       01 total-problems pic 9(7) value 0.
       01 other-problems pic 9(7) value 0.
       01 records-read pic 9(7) value 0.
       01 records-merged pic 9(7) value 0.
       01 detail-lines pic 9(4) value 0.
       01 detail-limit pic 9(4) value 200.
       01 merge-line pic x(132) value spaces.
       01 partition-line.
           05 partition-line-partition pic zz9.
           05 filler pic x(2).
           05 partition-line-file pic x(30).
           05 filler pic x(2).
           05 partition-line-records pic zzzzz9.
           05 filler pic x(2).
           05 partition-line-first pic zzzz9.
           05 filler pic x(1).
           05 partition-line-dash pic x(1).
           05 filler pic x(1).
           05 partition-line-last pic zzzz9.
           05 filler pic x(2).
           05 partition-line-expected-first pic zzzz9.
           05 filler pic x(1).
           05 partition-line-expected-dash pic x(1).
           05 filler pic x(1).
           05 partition-line-expected-last pic zzzz9.
           05 filler pic x(2).
           05 partition-line-state pic x(8).
       01 number-edited pic zzzz9.
       01 number-edited-2 pic zzzz9.
       01 count-edited pic zzzzz9.
       01 input-edited pic zz9.
       procedure division.
           perform parse-cmdline-args.
           if input-count = 0
               set default-inputs to true
               move 1 to input-count
               move "SOUPP001.DAT" to input-name(1)
           end-if.
           open output merge-file.
           if merge-file-status not = "00" then
               display "cannot open report file: " merge-file-name
               move 3 to return-code
               stop run.
           initialize soup-owner-table partition-owner-table.
           move "problems" to merge-record.
           write merge-record.
           perform check-partition-file varying input-index
               from 1 by 1 until input-index > input-count.
           if reference-set
               perform find-missing-soups
               perform find-missing-partitions
               perform find-merged-search
           end-if.
           if detail-lines = 0
               move "  none" to merge-record
               write merge-record
           end-if.
           if detail-lines > detail-limit
               move spaces to merge-record
               move detail-lines to count-edited
               string "  " function trim(count-edited)
                   " problems in all, only the first ones are listed"
                   delimited by size into merge-record
               write merge-record
           end-if.
           move spaces to merge-record.
           write merge-record.
           perform write-partition-summary.
           compute total-problems = bad-records + mismatched-records
               + duplicate-soups + overlapping-soups + missing-soups
               + missing-partitions + missing-inputs + already-merged.
           if not reference-set
               add 1 to total-problems
           end-if.
           if total-problems = 0
               perform merge-partitions
           end-if.
           perform write-merge-trailer.
           close merge-file.
           if total-problems > 0
               move 1 to return-code
               display "soup merge refused, " total-problems
                   " problems, see " function trim(merge-file-name)
           else
               display records-merged " soup results merged into "
                   function trim(soup-results-file-name)
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
               when "--input"
                   if input-count >= 999 then
                       display "too many partition files, limit is 999"
                       move 2 to return-code
                       stop run
                   end-if
                   add 1 to input-count
                   move arg-value to input-name(input-count)
               when "--output"
                   move arg-value to soup-results-file-name
               when "--report"
                   move arg-value to merge-file-name
               when other
                   display "unrecognized argument: " arg
                   move 2 to return-code
                   stop run
           end-evaluate.

           *> the first record read sets the search every partition
           *> must belong to; without --input the partition count it
           *> gives names the rest of the SOUPPnnn.DAT files
       check-partition-file.
           move input-name(input-index) to partition-file-name.
           move "OK" to input-state(input-index).
           move 0 to input-records(input-index)
               input-partition(input-index)
               input-first-number(input-index)
               input-last-number(input-index)
               input-mismatches(input-index)
               input-outside(input-index).
           open input partition-file.
           if partition-file-status not = "00"
               move "MISSING" to input-state(input-index)
               add 1 to missing-inputs
               move spaces to merge-line
               string "  " function trim(partition-file-name)
                   " cannot be read" delimited by size into merge-line
               perform write-detail-line
               exit paragraph
           end-if.
           move "N" to input-eof.
           perform read-partition-record.
           perform until input-is-eof
               add 1 to records-read
               add 1 to input-records(input-index)
               perform check-soup-result
               perform read-partition-record
           end-perform.
           close partition-file.
           if input-records(input-index) = 0
               move "EMPTY" to input-state(input-index)
               add 1 to missing-inputs
               move spaces to merge-line
               string "  " function trim(partition-file-name)
                   " holds no soup results"
                   delimited by size into merge-line
               perform write-detail-line
               exit paragraph
           end-if.
           if input-mismatches(input-index) > 0
                   or input-outside(input-index) > 0
               move "MISMATCH" to input-state(input-index)
           end-if.
       read-partition-record.
           move spaces to partition-record.
           read partition-file
               at end set input-is-eof to true
           end-read.
       check-soup-result.
           move partition-record to soup-result-record.
           if soup-r-number is not numeric
                   or soup-r-search-soups is not numeric
                   or soup-r-partition is not numeric
                   or soup-r-partitions is not numeric
                   or soup-r-number = 0
                   or soup-r-number > soup-r-search-soups
                   or soup-r-partition = 0
                   or soup-r-partition > soup-r-partitions
               add 1 to bad-records
               add 1 to input-mismatches(input-index)
               move spaces to merge-line
               move input-records(input-index) to count-edited
               string "  " function trim(partition-file-name)
                   " record " function trim(count-edited)
                   " has no usable soup number or partition"
                   delimited by size into merge-line
               perform write-detail-line
               exit paragraph
           end-if.
           if not reference-set
               perform set-reference-search
           end-if.
           if input-partition(input-index) = 0
               perform claim-partition
           end-if.
           perform compare-search-settings.
           if mismatch-fields not = spaces
               add 1 to mismatched-records
               add 1 to input-mismatches(input-index)
               if input-mismatches(input-index) = 1
                   move soup-r-number to number-edited
                   move spaces to merge-line
                   string "  " function trim(partition-file-name)
                       " soup " function trim(number-edited)
                       " was run with a different "
                       function trim(mismatch-fields)
                       delimited by size into merge-line
                   perform write-detail-line
               end-if
               exit paragraph
           end-if.
           move soup-r-number to soup-number.
           if input-first-number(input-index) = 0
               move soup-number to input-first-number(input-index)
           end-if.
           move soup-number to input-last-number(input-index).
           if soup-number < expected-first-number
                   or soup-number > expected-last-number
               add 1 to input-outside(input-index)
               add 1 to overlapping-soups
               move soup-number to number-edited
               move soup-r-partition to input-edited
               move spaces to merge-line
               string "  soup " function trim(number-edited)
                   " seed " soup-r-seed " in "
                   function trim(partition-file-name)
                   " is outside partition " function trim(input-edited)
                   delimited by size into merge-line
               perform write-detail-line
           end-if.
           if soup-owner(soup-number) = 0
               move input-index to soup-owner(soup-number)
               exit paragraph
           end-if.
           move soup-number to number-edited.
           move spaces to merge-line.
           if soup-owner(soup-number) = input-index
               add 1 to duplicate-soups
               string "  soup " function trim(number-edited)
                   " seed " soup-r-seed " appears twice in "
                   function trim(partition-file-name)
                   delimited by size into merge-line
           else
               add 1 to overlapping-soups
               string "  soup " function trim(number-edited)
                   " seed " soup-r-seed " is in both "
                   function trim(input-name(soup-owner(soup-number)))
                   " and " function trim(partition-file-name)
                   delimited by size into merge-line
               move input-index to soup-owner(soup-number)
           end-if.
           perform write-detail-line.
       set-reference-search.
           move soup-r-density to reference-density.
           move soup-r-rows to reference-rows.
           move soup-r-columns to reference-columns.
           move soup-r-wrap to reference-wrap.
           move soup-r-rule to reference-rule.
           move soup-r-max-generations to reference-max-generations.
           move soup-r-search-seed to reference-search-seed.
           move soup-r-search-soups to reference-search-soups.
           move soup-r-partitions to reference-partitions.
           set reference-set to true.
           move soup-r-search-soups to search-soups.
           move soup-r-partitions to search-partitions.
           if default-inputs
               perform add-default-input varying partition-index
                   from 2 by 1 until partition-index > search-partitions
           end-if.
       add-default-input.
           add 1 to input-count.
           move spaces to input-name(input-count).
           string "SOUPP" partition-index ".DAT"
               delimited by size into input-name(input-count).
       claim-partition.
           move soup-r-partition to input-partition(input-index)
               partition-index.
           compute expected-first-number = (partition-index - 1)
               * search-soups / search-partitions + 1.
           compute expected-last-number =
               partition-index * search-soups / search-partitions.
           if partition-index > search-partitions
               exit paragraph.
           if partition-owner(partition-index) = 0
               move input-index to partition-owner(partition-index)
               exit paragraph
           end-if.
           add 1 to input-mismatches(input-index).
           move partition-owner(partition-index) to owner-index.
           move partition-index to input-edited.
           move spaces to merge-line.
           string "  partition " function trim(input-edited)
               " is in both " function trim(input-name(owner-index))
               " and " function trim(partition-file-name)
               delimited by size into merge-line.
           perform write-detail-line.
       compare-search-settings.
           move spaces to mismatch-fields.
           move 1 to mismatch-pointer.
           if soup-r-search-seed not = reference-search-seed
                   or soup-r-search-soups not = reference-search-soups
                   or soup-r-partitions not = reference-partitions
               string "search " delimited by size
                   into mismatch-fields with pointer mismatch-pointer
           end-if.
           if soup-r-partition not = input-partition(input-index)
               string "partition " delimited by size
                   into mismatch-fields with pointer mismatch-pointer
           end-if.
           if soup-r-density not = reference-density
               string "density " delimited by size
                   into mismatch-fields with pointer mismatch-pointer
           end-if.
           if soup-r-rule not = reference-rule
               string "rule " delimited by size
                   into mismatch-fields with pointer mismatch-pointer
           end-if.
           if soup-r-rows not = reference-rows
                   or soup-r-columns not = reference-columns
                   or soup-r-wrap not = reference-wrap
               string "grid " delimited by size
                   into mismatch-fields with pointer mismatch-pointer
           end-if.
           if soup-r-max-generations not = reference-max-generations
               string "max-generations " delimited by size
                   into mismatch-fields with pointer mismatch-pointer
           end-if.

           *> gaps in the soup numbers are listed as ranges
       find-missing-soups.
           move 0 to missing-first-number.
           perform check-soup-number varying soup-number from 1 by 1
               until soup-number > search-soups.
           if missing-first-number > 0
               move search-soups to soup-number
               perform write-missing-range
           end-if.
       check-soup-number.
           if soup-owner(soup-number) = 0
               add 1 to missing-soups
               if missing-first-number = 0
                   move soup-number to missing-first-number
               end-if
           else
               if missing-first-number > 0
                   subtract 1 from soup-number
                   perform write-missing-range
                   add 1 to soup-number
               end-if
           end-if.
       write-missing-range.
           move missing-first-number to number-edited.
           move soup-number to number-edited-2.
           move spaces to merge-line.
           if missing-first-number = soup-number
               string "  soup " function trim(number-edited)
                   " is missing" delimited by size into merge-line
           else
               string "  soups " function trim(number-edited)
                   " to " function trim(number-edited-2)
                   " are missing" delimited by size into merge-line
           end-if.
           perform write-detail-line.
           move 0 to missing-first-number.
       find-missing-partitions.
           perform check-partition-owner varying partition-index
               from 1 by 1 until partition-index > search-partitions.
       check-partition-owner.
           if partition-owner(partition-index) = 0
               add 1 to missing-partitions
               move partition-index to input-edited
               move spaces to merge-line
               string "  partition " function trim(input-edited)
                   " has no results file"
                   delimited by size into merge-line
               perform write-detail-line
           end-if.

           *> a search already in the results file would be counted
           *> twice by the census and extract if merged again
       find-merged-search.
           open input soup-results-file.
           if soup-results-file-status not = "00"
               exit paragraph.
           move "N" to input-eof.
           perform read-soup-result.
           perform until input-is-eof
               if soup-r-search-seed = reference-search-seed
                       and soup-r-search-soups = reference-search-soups
                       and soup-r-density = reference-density
                       and soup-r-rule = reference-rule
                       and soup-r-rows = reference-rows
                       and soup-r-columns = reference-columns
                       and soup-r-wrap = reference-wrap
                   add 1 to already-merged
               end-if
               perform read-soup-result
           end-perform.
           close soup-results-file.
           if already-merged > 0
               move already-merged to count-edited
               move spaces to merge-line
               string "  " function trim(soup-results-file-name)
                   " already holds " function trim(count-edited)
                   " soups of this search"
                   delimited by size into merge-line
               perform write-detail-line
           end-if.
       read-soup-result.
           move spaces to soup-result-record.
           read soup-results-file
               at end set input-is-eof to true
           end-read.

       write-detail-line.
           add 1 to detail-lines.
           if detail-lines <= detail-limit
               move merge-line to merge-record
               write merge-record
           end-if.

       write-partition-summary.
           move "partition files" to merge-record.
           write merge-record.
           move spaces to partition-line.
           move "file" to partition-line-file.
           move "state" to partition-line-state.
           move partition-line to merge-record.
           move "part" to merge-record(1:4).
           move "soups" to merge-record(39:5).
           move "numbers" to merge-record(46:7).
           move "expected" to merge-record(61:8).
           write merge-record.
           perform write-partition-line varying input-index
               from 1 by 1 until input-index > input-count.
       write-partition-line.
           move spaces to partition-line.
           move input-name(input-index) to partition-line-file.
           move input-state(input-index) to partition-line-state.
           move input-records(input-index) to partition-line-records.
           if input-records(input-index) > 0
               move input-partition(input-index) to partition-index
               move partition-index to partition-line-partition
               move input-first-number(input-index)
                   to partition-line-first
               move "-" to partition-line-dash
               move input-last-number(input-index)
                   to partition-line-last
               if partition-index > 0
                       and partition-index <= search-partitions
                   compute expected-first-number =
                       (partition-index - 1) * search-soups
                       / search-partitions + 1
                   compute expected-last-number = partition-index
                       * search-soups / search-partitions
                   move expected-first-number
                       to partition-line-expected-first
                   move "-" to partition-line-expected-dash
                   move expected-last-number
                       to partition-line-expected-last
               end-if
           end-if.
           move partition-line to merge-record.
           write merge-record.

           *> partitions are appended in partition order, which keeps
           *> the soups in the order the unsplit search would write them
       merge-partitions.
           open extend soup-results-file.
           if soup-results-file-status = "35" then
               open output soup-results-file
           end-if.
           if soup-results-file-status not = "00" then
               display "cannot open soup results file: "
                   soup-results-file-name
               move 3 to return-code
               stop run.
           perform merge-one-partition varying partition-index
               from 1 by 1 until partition-index > search-partitions.
           close soup-results-file.
       merge-one-partition.
           move input-name(partition-owner(partition-index))
               to partition-file-name.
           open input partition-file.
           move "N" to input-eof.
           perform read-partition-record.
           perform until input-is-eof
               move partition-record to soup-result-record
               write soup-result-record
               add 1 to records-merged
               perform read-partition-record
           end-perform.
           close partition-file.

       write-merge-trailer.
           move spaces to merge-record.
           write merge-record.
           move spaces to merge-record.
           if reference-set
               move search-soups to number-edited
               move search-partitions to input-edited
               string "search seed " reference-search-seed ", "
                   function trim(number-edited) " soups in "
                   function trim(input-edited) " partitions"
                   delimited by size into merge-record
           else
               move "no soup results to merge" to merge-record
           end-if.
           write merge-record.
           move spaces to merge-record.
           move records-read to count-edited.
           string "records read " function trim(count-edited)
               delimited by size into merge-record.
           write merge-record.
           move spaces to merge-record.
           move missing-soups to count-edited.
           string "missing soups " function trim(count-edited)
               delimited by size into merge-record.
           write merge-record.
           move spaces to merge-record.
           move duplicate-soups to count-edited.
           string "duplicated soups " function trim(count-edited)
               delimited by size into merge-record.
           write merge-record.
           move spaces to merge-record.
           move overlapping-soups to count-edited.
           string "overlapping soups " function trim(count-edited)
               delimited by size into merge-record.
           write merge-record.
           move spaces to merge-record.
           compute other-problems = total-problems - missing-soups
               - duplicate-soups - overlapping-soups.
           move other-problems to count-edited.
           string "settings mismatches and other problems "
               function trim(count-edited)
               delimited by size into merge-record.
           write merge-record.
           move spaces to merge-record.
           if total-problems = 0
               move records-merged to count-edited
               string "MERGED " function trim(count-edited)
                   " soup results into "
                   function trim(soup-results-file-name)
                   delimited by size into merge-record
           else
               string "NOT MERGED, "
                   function trim(soup-results-file-name)
                   " left unchanged"
                   delimited by size into merge-record
           end-if.
           write merge-record.
