       identification division.
       program-id. catalog-dedupe.
       author. Esko Luontola
       environment division.
       input-output section.
       file-control.
           select catalog-file assign to dynamic catalog-file-name
               organization indexed
               access dynamic
               record key catalog-name
               file status catalog-file-status.
           select dedupe-file assign to dynamic dedupe-file-name
               organization line sequential
               file status dedupe-file-status.
       data division.
       file section.
       fd catalog-file.
       copy "catalog-record.cpy".
       fd dedupe-file.
       01 dedupe-record pic x(132).
       working-storage section.
       01 arg pic x(100) value spaces.
       01 arg-name pic x(40) value spaces.
       01 arg-value pic x(100) value spaces.
       01 max-pattern-cells pic 9(3) value 400.
       01 catalog-file-name pic x(100) value "PATCAT.DAT".
       01 catalog-file-status pic xx value "00".
       01 dedupe-file-name pic x(100) value "DEDUPE.RPT".
       01 dedupe-file-status pic xx value "00".
       01 catalog-eof pic x value "N".
           88 catalog-is-eof value "Y".
       01 entries-read pic 9(4) value 0.
       01 entries-not-compared pic 9(4) value 0.
       01 max-shapes pic 9(3) value 300.
       01 shape-count pic 9(3) value 0.
       01 shape-index pic 9(3) value 0.
       01 shape-scan pic 9(3) value 0.
       01 shape-table.
         05 shape-entry occurs 300 times.
           10 shape-e-name pic x(40).
           10 shape-e-category pic x(12).
           10 shape-e-period pic 9(6).
           10 shape-e-date-added pic 9(8).
           10 shape-e-cell-count pic 9(3).
           10 shape-e-height pic 9(3).
           10 shape-e-width pic 9(3).
           10 shape-e-group pic 9(3).
           10 shape-e-key pic x(1604).
       01 group-count pic 9(3) value 0.
       01 group-index pic 9(3) value 0.
       01 group-member-count pic 9(3) value 0.
       01 duplicate-group-count pic 9(3) value 0.
       01 duplicate-entry-count pic 9(4) value 0.
       01 conflict-group-count pic 9(3) value 0.
       01 period-differs-switch pic x value "N".
           88 period-differs value "Y".
       01 category-differs-switch pic x value "N".
           88 category-differs value "Y".
       01 group-first-member pic 9(3) value 0.
       01 norm-min-row pic 9(3) value 0.
       01 norm-max-row pic 9(3) value 0.
       01 norm-min-column pic 9(3) value 0.
       01 norm-max-column pic 9(3) value 0.
       01 catalog-cell-index pic 9(3) value 0.
       01 base-cell-count pic 9(3) value 0.
       01 base-height pic 9(3) value 0.
       01 base-width pic 9(3) value 0.
       01 base-cells.
         05 base-cell occurs 400 times.
           10 base-cell-row pic 9(3).
           10 base-cell-column pic 9(3).
       01 work-cell-count pic 9(3) value 0.
       01 work-cells.
         05 work-cell occurs 400 times.
           10 work-cell-row pic 9(3).
           10 work-cell-column pic 9(3).
       01 work-height pic 9(3) value 0.
       01 work-width pic 9(3) value 0.
       01 work-index pic 9(3) value 0.
       01 work-row-save pic 9(3) value 0.
       01 transform-flip pic 9 value 0.
       01 transform-rotation pic 9 value 0.
       01 shape-map.
         05 shape-map-rows occurs 99 times.
           10 shape-map-cell occurs 99 times pic 9.
       01 shape-map-chars redefines shape-map pic x(9801).
       01 row-counter pic 9(3) value 0.
       01 column-counter pic 9(3) value 0.
       01 key-offset pic 9(4) value 0.
       01 key-cell-count pic 9(3) value 0.
       01 candidate-key pic x(1604) value spaces.
       01 candidate-key-fields redefines candidate-key.
           05 candidate-key-height pic 9(2).
           05 candidate-key-width pic 9(2).
           05 candidate-key-cells pic x(1600).
       01 best-key pic x(1604) value spaces.
       01 best-key-fields redefines best-key.
           05 best-key-height pic 9(2).
           05 best-key-width pic 9(2).
           05 best-key-cells pic x(1600).
       01 best-key-switch pic x value "N".
           88 best-key-set value "Y".
       01 dedupe-line pic x(132) value spaces.
       01 count-edited pic zzz9.
       01 count-edited-2 pic zzz9.
       01 count-edited-3 pic zzz9.
       01 height-edited pic z9.
       01 width-edited pic z9.
       01 member-line.
           05 filler pic x(4) value spaces.
           05 member-name pic x(40).
           05 filler pic x(2) value spaces.
           05 member-category pic x(12).
           05 filler pic x(2) value spaces.
           05 member-period pic zzzzz9.
           05 filler pic x(2) value spaces.
           05 member-date pic 9999/99/99.
       procedure division.
           perform parse-cmdline-args.
           open input catalog-file.
           if catalog-file-status = "35" then
               display "catalog file not found: " catalog-file-name
               move 3 to return-code
               stop run.
           if catalog-file-status not = "00" then
               display "cannot open catalog file: " catalog-file-name
               move 3 to return-code
               stop run.
           perform read-next-catalog-entry.
           perform until catalog-is-eof
               perform store-catalog-shape
               perform read-next-catalog-entry
           end-perform.
           close catalog-file.
           perform group-shapes varying shape-index from 1 by 1
               until shape-index > shape-count.
           open output dedupe-file.
           if dedupe-file-status not = "00" then
               display "cannot open report file: " dedupe-file-name
               move 3 to return-code
               stop run.
           perform write-dedupe-header.
           perform write-group varying group-index from 1 by 1
               until group-index > group-count.
           perform write-dedupe-trailer.
           close dedupe-file.
           if duplicate-group-count > 0
               move 1 to return-code
           end-if.
           display entries-read " entries checked, "
               duplicate-group-count " duplicate shape groups, "
               "report in " function trim(dedupe-file-name).
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
               when "--catalog"
                   move arg-value to catalog-file-name
               when "--report"
                   move arg-value to dedupe-file-name
               when other
                   display "unrecognized argument: " arg
                   move 2 to return-code
                   stop run
           end-evaluate.

       read-next-catalog-entry.
           read catalog-file next
               at end set catalog-is-eof to true
           end-read.

       store-catalog-shape.
           add 1 to entries-read.
           if catalog-cell-count < 1
                   or catalog-cell-count > max-pattern-cells
                   or shape-count >= max-shapes
               add 1 to entries-not-compared
               exit paragraph.
           perform load-base-cells.
           perform find-canonical-key.
           add 1 to shape-count.
           move catalog-name to shape-e-name(shape-count).
           move catalog-category to shape-e-category(shape-count).
           move catalog-period to shape-e-period(shape-count).
           move catalog-date-added to shape-e-date-added(shape-count).
           move key-cell-count to shape-e-cell-count(shape-count).
           move best-key-height to shape-e-height(shape-count).
           move best-key-width to shape-e-width(shape-count).
           move 0 to shape-e-group(shape-count).
           move best-key to shape-e-key(shape-count).
       load-base-cells.
           move 999 to norm-min-row norm-min-column.
           move 0 to norm-max-row norm-max-column.
           perform measure-catalog-cell varying catalog-cell-index
               from 1 by 1
               until catalog-cell-index > catalog-cell-count.
           move catalog-cell-count to base-cell-count.
           compute base-height = norm-max-row - norm-min-row + 1.
           compute base-width = norm-max-column - norm-min-column + 1.
           perform normalize-catalog-cell varying catalog-cell-index
               from 1 by 1
               until catalog-cell-index > catalog-cell-count.
       measure-catalog-cell.
           if catalog-cell-row(catalog-cell-index) < norm-min-row
               move catalog-cell-row(catalog-cell-index) to norm-min-row
           end-if.
           if catalog-cell-row(catalog-cell-index) > norm-max-row
               move catalog-cell-row(catalog-cell-index) to norm-max-row
           end-if.
           if catalog-cell-column(catalog-cell-index) < norm-min-column
               move catalog-cell-column(catalog-cell-index)
                   to norm-min-column
           end-if.
           if catalog-cell-column(catalog-cell-index) > norm-max-column
               move catalog-cell-column(catalog-cell-index)
                   to norm-max-column
           end-if.
       normalize-catalog-cell.
           compute base-cell-row(catalog-cell-index) =
               catalog-cell-row(catalog-cell-index) - norm-min-row + 1.
           compute base-cell-column(catalog-cell-index) =
               catalog-cell-column(catalog-cell-index)
                   - norm-min-column + 1.

           *> the canonical key is the smallest of the eight
           *> orientations, each written as its bounding box size
           *> followed by its cells in row order, so two entries are
           *> the same shape exactly when their keys are equal
       find-canonical-key.
           move "N" to best-key-switch.
           perform try-orientation varying transform-flip from 0 by 1
               until transform-flip > 1.
       try-orientation.
           perform try-rotation varying transform-rotation from 0 by 1
               until transform-rotation > 3.
       try-rotation.
           perform build-transformed-shape.
           perform build-candidate-key.
           if not best-key-set or candidate-key < best-key
               move candidate-key to best-key
               set best-key-set to true
           end-if.
       build-transformed-shape.
           move base-cell-count to work-cell-count.
           move base-height to work-height.
           move base-width to work-width.
           perform copy-base-cell varying work-index from 1 by 1
               until work-index > work-cell-count.
           if transform-flip = 1
               perform flip-work-cells
           end-if.
           perform rotate-work-cells transform-rotation times.
       copy-base-cell.
           move base-cell-row(work-index) to work-cell-row(work-index).
           move base-cell-column(work-index)
               to work-cell-column(work-index).
       flip-work-cells.
           perform flip-work-cell varying work-index from 1 by 1
               until work-index > work-cell-count.
       flip-work-cell.
           compute work-cell-column(work-index) =
               work-width + 1 - work-cell-column(work-index).
       rotate-work-cells.
           perform rotate-work-cell varying work-index from 1 by 1
               until work-index > work-cell-count.
           move work-height to work-row-save.
           move work-width to work-height.
           move work-row-save to work-width.
       rotate-work-cell.
           move work-cell-row(work-index) to work-row-save.
           move work-cell-column(work-index)
               to work-cell-row(work-index).
           compute work-cell-column(work-index) =
               work-height + 1 - work-row-save.
       build-candidate-key.
           move all "0" to shape-map-chars.
           perform mark-work-cell varying work-index from 1 by 1
               until work-index > work-cell-count.
           move spaces to candidate-key.
           move work-height to candidate-key-height.
           move work-width to candidate-key-width.
           move 1 to key-offset.
           move 0 to key-cell-count.
           perform scan-shape-row varying row-counter from 1 by 1
               until row-counter > work-height.
       mark-work-cell.
           move 1 to shape-map-cell(work-cell-row(work-index),
               work-cell-column(work-index)).
       scan-shape-row.
           perform scan-shape-cell varying column-counter from 1 by 1
               until column-counter > work-width.
       scan-shape-cell.
           if shape-map-cell(row-counter, column-counter) = 1
               move row-counter(2:2)
                   to candidate-key-cells(key-offset:2)
               move column-counter(2:2)
                   to candidate-key-cells(key-offset + 2:2)
               add 4 to key-offset
               add 1 to key-cell-count
           end-if.

       group-shapes.
           if shape-e-group(shape-index) > 0
               exit paragraph.
           add 1 to group-count.
           move group-count to shape-e-group(shape-index).
           perform match-later-shape varying shape-scan
               from shape-index by 1 until shape-scan > shape-count.
       match-later-shape.
           if shape-e-group(shape-scan) = 0
                   and shape-e-key(shape-scan)
                       = shape-e-key(shape-index)
               move group-count to shape-e-group(shape-scan)
           end-if.

       write-dedupe-header.
           move "pattern catalog duplicate shapes" to dedupe-record.
           write dedupe-record.
           move spaces to dedupe-line.
           string "catalog file: " function trim(catalog-file-name)
               delimited by size into dedupe-line.
           move dedupe-line to dedupe-record.
           write dedupe-record.
           move "shapes are compared under all rotations, reflections"
               & " and translations" to dedupe-record.
           write dedupe-record.
           move spaces to dedupe-record.
           write dedupe-record.
       write-group.
           move 0 to group-member-count group-first-member.
           move "N" to period-differs-switch category-differs-switch.
           perform survey-group-member varying shape-index from 1 by 1
               until shape-index > shape-count.
           if group-member-count < 2
               exit paragraph.
           add 1 to duplicate-group-count.
           add group-member-count to duplicate-entry-count.
           move spaces to dedupe-line.
           move duplicate-group-count to count-edited.
           move group-member-count to count-edited-2.
           move shape-e-cell-count(group-first-member)
               to count-edited-3.
           move shape-e-height(group-first-member) to height-edited.
           move shape-e-width(group-first-member) to width-edited.
           string "group" count-edited ":" count-edited-2
               " entries, same" count-edited-3 "-cell shape, "
               function trim(height-edited) "x"
               function trim(width-edited) " bounding box"
               delimited by size into dedupe-line.
           move dedupe-line to dedupe-record.
           write dedupe-record.
           perform write-group-member varying shape-index from 1 by 1
               until shape-index > shape-count.
           if period-differs or category-differs
               add 1 to conflict-group-count
           end-if.
           if period-differs
               move "  ** members disagree on catalog-period"
                   to dedupe-record
               write dedupe-record
           end-if.
           if category-differs
               move "  ** members disagree on catalog-category"
                   to dedupe-record
               write dedupe-record
           end-if.
           move spaces to dedupe-record.
           write dedupe-record.
       survey-group-member.
           if shape-e-group(shape-index) not = group-index
               exit paragraph.
           add 1 to group-member-count.
           if group-first-member = 0
               move shape-index to group-first-member
               exit paragraph.
           if shape-e-period(shape-index)
                   not = shape-e-period(group-first-member)
               set period-differs to true
           end-if.
           if shape-e-category(shape-index)
                   not = shape-e-category(group-first-member)
               set category-differs to true
           end-if.
       write-group-member.
           if shape-e-group(shape-index) not = group-index
               exit paragraph.
           move shape-e-name(shape-index) to member-name.
           move shape-e-category(shape-index) to member-category.
           move shape-e-period(shape-index) to member-period.
           move shape-e-date-added(shape-index) to member-date.
           move member-line to dedupe-record.
           write dedupe-record.
       write-dedupe-trailer.
           if duplicate-group-count = 0
               move "no two entries share a shape" to dedupe-record
               write dedupe-record
               move spaces to dedupe-record
               write dedupe-record
           end-if.
           move spaces to dedupe-line.
           move entries-read to count-edited.
           move entries-not-compared to count-edited-2.
           string "entries read:" count-edited
               "  not compared (no cells or table full):"
               count-edited-2
               delimited by size into dedupe-line.
           move dedupe-line to dedupe-record.
           write dedupe-record.
           move spaces to dedupe-line.
           move duplicate-group-count to count-edited.
           move duplicate-entry-count to count-edited-2.
           move conflict-group-count to count-edited-3.
           string "duplicate groups:" count-edited
               "  entries in them:" count-edited-2
               "  groups that disagree:" count-edited-3
               delimited by size into dedupe-line.
           move dedupe-line to dedupe-record.
           write dedupe-record.
           if duplicate-group-count = 0
               move "verdict: every catalog entry is a distinct shape"
                   to dedupe-record
           else
               move "verdict: merge or delete the duplicate entries"
                   & " above" to dedupe-record
           end-if.
           write dedupe-record.
