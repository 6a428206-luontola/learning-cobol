       identification division.
       program-id. integrity-sweep.
       author. Esko Luontola
       environment division.
       input-output section.
       file-control.
           select control-file assign to dynamic control-file-name
               organization line sequential
               file status control-file-status.
           select catalog-file assign to dynamic catalog-file-name
               organization indexed
               access dynamic
               record key catalog-name
               file status catalog-file-status.
           select soup-results-file
               assign to dynamic soup-results-file-name
               organization line sequential
               file status soup-results-file-status.
           select audit-file assign to dynamic audit-file-name
               organization line sequential
               file status audit-file-status.
           select probe-file assign to dynamic probe-file-name
               organization line sequential
               file status probe-file-status.
           select listing-file assign to dynamic listing-file-name
               organization line sequential
               file status listing-file-status.
           select sweep-file assign to dynamic sweep-file-name
               organization line sequential
               file status sweep-file-status.
       data division.
       file section.
       fd control-file.
       01 control-record pic x(200).
       01 control-record-fields redefines control-record.
           05 control-pattern pic x(40).
           05 control-rest pic x(160).
       fd catalog-file.
       copy "catalog-record.cpy".
       fd soup-results-file.
       copy "soup-record.cpy".
       fd audit-file.
       copy "audit-record.cpy".
       fd probe-file.
       01 probe-record pic x(4).
       fd listing-file.
       01 listing-record pic x(100).
       fd sweep-file.
       01 sweep-record pic x(132).
       working-storage section.
       01 arg pic x(100) value spaces.
       01 arg-name pic x(40) value spaces.
       01 arg-value pic x(100) value spaces.
       01 control-file-name pic x(100) value spaces.
       01 control-file-status pic xx value "00".
       01 catalog-file-name pic x(100) value "PATCAT.DAT".
       01 catalog-file-status pic xx value "00".
       01 soup-results-file-name pic x(100) value "SOUPRES.DAT".
       01 soup-results-file-status pic xx value "00".
       01 audit-file-name pic x(100) value "GAMELIFE.LOG".
       01 audit-file-status pic xx value "00".
       01 probe-file-name pic x(100) value spaces.
       01 probe-file-status pic xx value "00".
       01 listing-file-name pic x(100) value "INTEGRITY.TMP".
       01 listing-file-status pic xx value "00".
       01 sweep-file-name pic x(100) value "INTEGRITY.RPT".
       01 sweep-file-status pic xx value "00".
       01 patterns-directory pic x(80) value "patterns/".
       01 listing-command pic x(250) value spaces.
       01 input-eof pic x value "N".
           88 input-is-eof value "Y".
       01 deck-count pic 9(2) value 0.
       01 deck-index pic 9(2) value 0.
       01 deck-table.
         05 deck-name occurs 20 times pic x(100).
       01 record-counter pic 9(6) value 0.
       01 catalog-present-switch pic x value "N".
           88 catalog-present value "Y".
       01 catalog-entry-count pic 9(4) value 0.
       01 catalog-entry-index pic 9(4) value 0.
       01 catalog-entry-table.
         05 catalog-entry occurs 1000 times.
           10 catalog-entry-name pic x(40).
           10 catalog-entry-used pic x.
       01 pattern-file-count pic 9(4) value 0.
       01 pattern-file-index pic 9(4) value 0.
       01 pattern-file-table.
         05 pattern-file-entry occurs 1000 times.
           10 pattern-file-path pic x(100).
           10 pattern-file-base pic x(100).
           10 pattern-file-used pic x.
       01 missing-run-count pic 9(3) value 0.
       01 missing-run-index pic 9(3) value 0.
       01 missing-run-table.
         05 missing-run-entry occurs 200 times.
           10 missing-run-pattern pic x(40).
           10 missing-run-tally pic 9(6).
           10 missing-run-last-id pic x(12).
       01 missing-found-switch pic x value "N".
           88 missing-found value "Y".
       01 reference-name pic x(100) value spaces.
       01 reference-base pic x(100) value spaces.
       01 reference-kind pic x(8) value spaces.
           88 reference-is-catalog value "CATALOG".
           88 reference-is-file value "FILE".
       01 reference-found-switch pic x value "N".
           88 reference-found value "Y".
       01 name-index pic 9(3) value 0.
       01 last-slash pic 9(3) value 0.
       01 deck-orphans pic 9(6) value 0.
       01 soup-orphans pic 9(6) value 0.
       01 run-orphans pic 9(6) value 0.
       01 unused-entries pic 9(6) value 0.
       01 unused-files pic 9(6) value 0.
       01 total-orphans pic 9(6) value 0.
       01 sweep-line pic x(132) value spaces.
       01 count-edited pic zzzzz9.
       01 count-edited-2 pic zzzzz9.
       procedure division.
           perform parse-cmdline-args.
           if deck-count = 0
               move 1 to deck-count
               move "RUNCTL.DAT" to deck-name(1)
           end-if.
           open output sweep-file.
           if sweep-file-status not = "00" then
               display "cannot open report file: " sweep-file-name
               move 3 to return-code
               stop run.
           perform load-catalog-names.
           perform load-pattern-files.
           perform write-sweep-header.
           move "control decks" to sweep-record.
           write sweep-record.
           perform sweep-control-deck varying deck-index from 1 by 1
               until deck-index > deck-count.
           perform write-section-end.
           move "soup results" to sweep-record.
           write sweep-record.
           perform sweep-soup-results.
           perform write-section-end.
           move "run log" to sweep-record.
           write sweep-record.
           perform sweep-audit-log.
           perform write-missing-run-pattern varying missing-run-index
               from 1 by 1 until missing-run-index > missing-run-count.
           perform write-section-end.
           move "catalog entries no deck or run has used"
               to sweep-record.
           write sweep-record.
           perform write-unused-entry varying catalog-entry-index
               from 1 by 1
               until catalog-entry-index > catalog-entry-count.
           perform write-section-end.
           move "pattern files no deck or run has used" to sweep-record.
           write sweep-record.
           perform write-unused-file varying pattern-file-index
               from 1 by 1
               until pattern-file-index > pattern-file-count.
           perform write-section-end.
           perform write-sweep-trailer.
           close sweep-file.
           compute total-orphans = deck-orphans + soup-orphans
               + run-orphans.
           if total-orphans > 0
               move 1 to return-code
           end-if.
           display total-orphans " broken references, "
               unused-entries " unused catalog entries, "
               unused-files " unused pattern files, report in "
               function trim(sweep-file-name).
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
                   if deck-count >= 20 then
                       display "too many control decks, limit is 20"
                       move 2 to return-code
                       stop run
                   end-if
                   add 1 to deck-count
                   move arg-value to deck-name(deck-count)
               when "--catalog"
                   move arg-value to catalog-file-name
               when "--soup-results"
                   move arg-value to soup-results-file-name
               when "--audit"
                   move arg-value to audit-file-name
               when "--patterns-dir"
                   move arg-value to patterns-directory
               when "--report"
                   move arg-value to sweep-file-name
               when other
                   display "unrecognized argument: " arg
                   move 2 to return-code
                   stop run
           end-evaluate.

       load-catalog-names.
           open input catalog-file.
           if catalog-file-status = "35"
               exit paragraph.
           if catalog-file-status not = "00" then
               display "cannot open catalog file: " catalog-file-name
               move 3 to return-code
               stop run.
           set catalog-present to true.
           move "N" to input-eof.
           perform read-next-catalog-entry.
           perform until input-is-eof
               if catalog-entry-count < 1000
                   add 1 to catalog-entry-count
                   move catalog-name
                       to catalog-entry-name(catalog-entry-count)
                   move "N" to catalog-entry-used(catalog-entry-count)
               end-if
               perform read-next-catalog-entry
           end-perform.
           close catalog-file.
       read-next-catalog-entry.
           read catalog-file next
               at end set input-is-eof to true
           end-read.

           *> the patterns directory is listed through the shell, the
           *> same way life-batch reaches the engine
       load-pattern-files.
           move spaces to listing-command.
           string "ls -1 " function trim(patterns-directory)
               "*.pat > " function trim(listing-file-name)
               " 2>/dev/null"
               delimited by size into listing-command.
           call "SYSTEM" using listing-command end-call.
           open input listing-file.
           if listing-file-status not = "00"
               exit paragraph.
           move "N" to input-eof.
           perform read-listing-record.
           perform until input-is-eof
               if listing-record not = spaces
                       and pattern-file-count < 1000
                   add 1 to pattern-file-count
                   move listing-record
                       to pattern-file-path(pattern-file-count)
                   move listing-record to reference-name
                   perform find-reference-base
                   move reference-base
                       to pattern-file-base(pattern-file-count)
                   move "N" to pattern-file-used(pattern-file-count)
               end-if
               perform read-listing-record
           end-perform.
           close listing-file.
           call "CBL_DELETE_FILE" using listing-file-name end-call.
       read-listing-record.
           move spaces to listing-record.
           read listing-file
               at end set input-is-eof to true
           end-read.

       write-sweep-header.
           move "referential integrity sweep" to sweep-record.
           write sweep-record.
           move spaces to sweep-line.
           string "catalog: " function trim(catalog-file-name)
               "  patterns: " function trim(patterns-directory)
               "  soup results: " function trim(soup-results-file-name)
               "  run log: " function trim(audit-file-name)
               delimited by size into sweep-line.
           move sweep-line to sweep-record.
           write sweep-record.
           if not catalog-present
               move "catalog file not found, every @name reference"
                   & " is broken" to sweep-record
               write sweep-record
           end-if.
           move spaces to sweep-record.
           write sweep-record.
       write-section-end.
           move spaces to sweep-record.
           write sweep-record.

       sweep-control-deck.
           move deck-name(deck-index) to control-file-name.
           open input control-file.
           if control-file-status not = "00" then
               move spaces to sweep-line
               string "  " function trim(control-file-name)
                   ": control deck not found"
                   delimited by size into sweep-line
               move sweep-line to sweep-record
               write sweep-record
               add 1 to deck-orphans
               exit paragraph.
           move 0 to record-counter.
           move "N" to input-eof.
           perform read-control-record.
           perform until input-is-eof
               add 1 to record-counter
               if control-record not = spaces
                       and control-record(1:1) not = "*"
                   perform check-deck-reference
               end-if
               perform read-control-record
           end-perform.
           close control-file.
       read-control-record.
           move spaces to control-record.
           read control-file
               at end set input-is-eof to true
           end-read.
       check-deck-reference.
           if control-pattern(1:1) = "@"
               move control-pattern(2:39) to reference-name
               set reference-is-catalog to true
           else
               move control-pattern to reference-name
               set reference-is-file to true
           end-if.
           perform mark-reference.
           if reference-found
               exit paragraph.
           add 1 to deck-orphans.
           move spaces to sweep-line.
           move record-counter to count-edited.
           if reference-is-catalog
               string "  " function trim(control-file-name)
                   " record" count-edited ": "
                   function trim(control-pattern)
                   " is not in the catalog"
                   delimited by size into sweep-line
           else
               string "  " function trim(control-file-name)
                   " record" count-edited ": "
                   function trim(control-pattern)
                   " pattern file not found"
                   delimited by size into sweep-line
           end-if.
           move sweep-line to sweep-record.
           write sweep-record.

       sweep-soup-results.
           open input soup-results-file.
           if soup-results-file-status = "35" then
               move "  no soup results file" to sweep-record
               write sweep-record
               exit paragraph.
           if soup-results-file-status not = "00" then
               display "cannot open soup results file: "
                   soup-results-file-name
               move 3 to return-code
               stop run.
           move 0 to record-counter.
           move "N" to input-eof.
           perform read-soup-result.
           perform until input-is-eof
               add 1 to record-counter
               if soup-r-saved-pattern not = spaces
                   perform check-soup-reference
               end-if
               perform read-soup-result
           end-perform.
           close soup-results-file.
       read-soup-result.
           move spaces to soup-result-record.
           read soup-results-file
               at end set input-is-eof to true
           end-read.
       check-soup-reference.
           move soup-r-saved-pattern to reference-name.
           set reference-is-file to true.
           perform mark-reference.
           if reference-found
               exit paragraph.
           add 1 to soup-orphans.
           move spaces to sweep-line.
           move record-counter to count-edited.
           string "  " function trim(soup-results-file-name)
               " record" count-edited " seed " soup-r-seed ": "
               function trim(soup-r-saved-pattern)
               " not found on disk"
               delimited by size into sweep-line.
           move sweep-line to sweep-record.
           write sweep-record.

           *> a run names either a pattern file or, when started
           *> with --catalog-pattern, a catalog entry, so either one
           *> still existing is enough
       sweep-audit-log.
           open input audit-file.
           if audit-file-status = "35" then
               move "  no run log file" to sweep-record
               write sweep-record
               exit paragraph.
           if audit-file-status not = "00" then
               display "cannot open audit file: " audit-file-name
               move 3 to return-code
               stop run.
           move "N" to input-eof.
           perform read-audit-record.
           perform until input-is-eof
               if audit-f-pattern not = spaces
                       and audit-f-pattern(1:10) not = "soup seed="
                   perform check-run-reference
               end-if
               perform read-audit-record
           end-perform.
           close audit-file.
       read-audit-record.
           move spaces to audit-record.
           read audit-file
               at end set input-is-eof to true
           end-read.
       check-run-reference.
           move audit-f-pattern to reference-name.
           move spaces to reference-kind.
           perform mark-reference.
           if reference-found
               exit paragraph.
           add 1 to run-orphans.
           move "N" to missing-found-switch.
           perform find-missing-run-pattern varying missing-run-index
               from 1 by 1 until missing-run-index > missing-run-count
                   or missing-found.
           if missing-found
               exit paragraph.
           if missing-run-count < 200
               add 1 to missing-run-count
               move audit-f-pattern
                   to missing-run-pattern(missing-run-count)
               move 1 to missing-run-tally(missing-run-count)
               move audit-f-run-id
                   to missing-run-last-id(missing-run-count)
           end-if.
       find-missing-run-pattern.
           if missing-run-pattern(missing-run-index) = audit-f-pattern
               set missing-found to true
               add 1 to missing-run-tally(missing-run-index)
               move audit-f-run-id
                   to missing-run-last-id(missing-run-index)
           end-if.
       write-missing-run-pattern.
           move spaces to sweep-line.
           move missing-run-tally(missing-run-index) to count-edited.
           string "  " function trim(missing-run-pattern
               (missing-run-index))
               " no longer exists, used by" count-edited
               " runs, last " missing-run-last-id(missing-run-index)
               delimited by size into sweep-line.
           move sweep-line to sweep-record.
           write sweep-record.

           *> a catalog reference marks the entry; a file reference
           *> must exist on disk and marks the pattern file with the
           *> same name; a run reference may be either
       mark-reference.
           move "N" to reference-found-switch.
           if not reference-is-file
               perform mark-catalog-entry varying catalog-entry-index
                   from 1 by 1
                   until catalog-entry-index > catalog-entry-count
           end-if.
           if reference-is-catalog
               exit paragraph.
           move reference-name to probe-file-name.
           open input probe-file.
           if probe-file-status = "00"
               close probe-file
               set reference-found to true
           end-if.
           perform find-reference-base.
           perform mark-pattern-file varying pattern-file-index
               from 1 by 1
               until pattern-file-index > pattern-file-count.
       mark-catalog-entry.
           if catalog-entry-name(catalog-entry-index) = reference-name
               move "Y" to catalog-entry-used(catalog-entry-index)
               set reference-found to true
           end-if.
       mark-pattern-file.
           if pattern-file-base(pattern-file-index) = reference-base
               move "Y" to pattern-file-used(pattern-file-index)
           end-if.
       find-reference-base.
           move 0 to last-slash.
           perform find-last-slash varying name-index from 1 by 1
               until name-index > 100.
           move spaces to reference-base.
           if last-slash = 0 or last-slash = 100
               move reference-name to reference-base
           else
               move reference-name(last-slash + 1:) to reference-base
           end-if.
       find-last-slash.
           if reference-name(name-index:1) = "/"
               move name-index to last-slash
           end-if.

       write-unused-entry.
           if catalog-entry-used(catalog-entry-index) = "Y"
               exit paragraph.
           add 1 to unused-entries.
           move spaces to sweep-line.
           string "  " catalog-entry-name(catalog-entry-index)
               delimited by size into sweep-line.
           move sweep-line to sweep-record.
           write sweep-record.
       write-unused-file.
           if pattern-file-used(pattern-file-index) = "Y"
               exit paragraph.
           add 1 to unused-files.
           move spaces to sweep-line.
           string "  " pattern-file-path(pattern-file-index)
               delimited by size into sweep-line.
           move sweep-line to sweep-record.
           write sweep-record.

       write-sweep-trailer.
           move spaces to sweep-line.
           move deck-orphans to count-edited.
           move soup-orphans to count-edited-2.
           string "broken deck references:" count-edited
               "  broken soup references:" count-edited-2
               delimited by size into sweep-line.
           move sweep-line to sweep-record.
           write sweep-record.
           move spaces to sweep-line.
           move run-orphans to count-edited.
           move missing-run-count to count-edited-2.
           string "runs naming a vanished pattern:" count-edited
               "  distinct patterns:" count-edited-2
               delimited by size into sweep-line.
           move sweep-line to sweep-record.
           write sweep-record.
           move spaces to sweep-line.
           move unused-entries to count-edited.
           move unused-files to count-edited-2.
           string "unused catalog entries:" count-edited
               "  unused pattern files:" count-edited-2
               delimited by size into sweep-line.
           move sweep-line to sweep-record.
           write sweep-record.
           if deck-orphans + soup-orphans + run-orphans = 0
               move "verdict: every reference resolves" to sweep-record
           else
               move "verdict: BROKEN REFERENCES, see above"
                   to sweep-record
           end-if.
           write sweep-record.
