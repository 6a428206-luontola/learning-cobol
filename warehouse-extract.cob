       identification division.
       program-id. warehouse-extract.
       author. Esko Luontola
       environment division.
       input-output section.
       file-control.
           select audit-file assign to dynamic audit-file-name
               organization line sequential
               file status audit-file-status.
           select soup-results-file
               assign to dynamic soup-results-file-name
               organization line sequential
               file status soup-results-file-status.
           select job-status-file assign to dynamic job-status-file-name
               organization line sequential
               file status job-status-file-status.
           select population-file assign to dynamic population-file-name
               organization line sequential
               file status population-file-status.
           select runs-csv-file assign to dynamic runs-csv-name
               organization line sequential
               file status runs-csv-status.
           select soups-csv-file assign to dynamic soups-csv-name
               organization line sequential
               file status soups-csv-status.
           select jobs-csv-file assign to dynamic jobs-csv-name
               organization line sequential
               file status jobs-csv-status.
           select population-csv-file
               assign to dynamic population-csv-name
               organization line sequential
               file status population-csv-status.
           select control-csv-file assign to dynamic control-csv-name
               organization line sequential
               file status control-csv-status.
           select high-water-file assign to dynamic high-water-file-name
               organization line sequential
               file status high-water-file-status.
           select scan-file assign to dynamic scan-file-name
               organization line sequential
               file status scan-file-status.
       data division.
       file section.
       fd audit-file.
       copy "audit-record.cpy".
       fd soup-results-file.
       copy "soup-record.cpy".
       fd job-status-file.
       copy "job-status-record.cpy".
       fd population-file.
       01 population-record pic x(56).
       01 population-record-fields redefines population-record.
           05 population-generation pic zzzzz9.
           05 filler pic x(3).
           05 population-live-count pic zzzzz9.
           05 filler pic x(3).
           05 population-births pic zzzzz9.
           05 filler pic x(3).
           05 population-deaths pic zzzzz9.
           05 filler pic x(3).
           05 population-rule pic x(20).
       fd runs-csv-file.
       01 runs-csv-record pic x(600).
       fd soups-csv-file.
       01 soups-csv-record pic x(600).
       fd jobs-csv-file.
       01 jobs-csv-record pic x(600).
       fd population-csv-file.
       01 population-csv-record pic x(600).
       fd control-csv-file.
       01 control-csv-record pic x(600).
           *> the first record holds the newest date and time seen,
           *> then one record per log gives how many records it held
           *> and the last of them, as at the end of the extract
       fd high-water-file.
       01 high-water-record.
           05 high-water-f-date pic 9(8).
           05 high-water-f-sep pic x(1).
           05 high-water-f-time pic 9(8).
       01 high-water-position-record.
           05 high-water-p-source pic x(10).
           05 high-water-p-sep-1 pic x(1).
           05 high-water-p-count pic 9(8).
           05 high-water-p-sep-2 pic x(1).
           05 high-water-p-image pic x(200).
       fd scan-file.
       01 scan-record pic x(200).
       working-storage section.
       01 arg pic x(100) value spaces.
       01 arg-name pic x(40) value spaces.
       01 arg-value pic x(100) value spaces.
       01 audit-file-name pic x(100) value "GAMELIFE.LOG".
       01 audit-file-status pic xx value "00".
       01 soup-results-file-name pic x(100) value "SOUPRES.DAT".
       01 soup-results-file-status pic xx value "00".
       01 job-status-file-name pic x(100) value "JOBSTAT.DAT".
       01 job-status-file-status pic xx value "00".
       01 population-file-name pic x(100) value spaces.
       01 population-file-status pic xx value "00".
       01 population-run-id pic x(12) value spaces.
       01 current-run-id pic x(12) value spaces.
       01 report-directory pic x(80) value spaces.
       01 output-directory pic x(80) value spaces.
       01 runs-csv-name pic x(100) value spaces.
       01 runs-csv-status pic xx value "00".
       01 soups-csv-name pic x(100) value spaces.
       01 soups-csv-status pic xx value "00".
       01 jobs-csv-name pic x(100) value spaces.
       01 jobs-csv-status pic xx value "00".
       01 population-csv-name pic x(100) value spaces.
       01 population-csv-status pic xx value "00".
       01 control-csv-name pic x(100) value spaces.
       01 control-csv-status pic xx value "00".
       01 high-water-file-name pic x(100) value "EXTRACT.HWM".
       01 high-water-file-status pic xx value "00".
       01 scan-file-name pic x(100) value spaces.
       01 scan-file-status pic xx value "00".
       01 scan-position pic 9(8) value 0.
       01 scan-found-position pic 9(8) value 0.
       01 record-new-switch pic x value "N".
           88 record-new value "Y".
       01 input-eof pic x value "N".
           88 input-is-eof value "Y".
       01 incremental-switch pic x value "N".
           88 incremental-mode value "Y".
       01 extract-date pic 9(8) value 0.
       01 extract-time pic 9(8) value 0.
       01 high-water-date pic 9(8) value 0.
       01 high-water-time pic 9(8) value 0.
       01 high-water-stamp pic 9(16) value 0.
       01 new-high-water-stamp pic 9(16) value 0.
       01 record-stamp pic 9(16) value 0.
       01 record-date pic 9(8) value 0.
       01 record-time pic 9(8) value 0.
       01 record-ok-switch pic x value "N".
           88 record-ok value "Y".
       01 source-count pic 9 value 4.
       01 source-index pic 9 value 0.
       01 source-table.
         05 source-entry occurs 4 times.
           10 source-name pic x(10).
           10 source-input pic x(100).
           10 source-output pic x(100).
           10 source-present pic x.
           10 source-read pic 9(8).
           10 source-extracted pic 9(8).
           10 source-skipped pic 9(8).
           10 source-missing pic 9(8).
           10 source-hash pic 9(14).
           10 source-mode pic x(8).
           10 source-start pic 9(8).
           10 source-saved pic x.
           10 source-saved-count pic 9(8).
           10 source-saved-image pic x(200).
           10 source-last-image pic x(200).
       01 runs-source pic 9 value 1.
       01 soups-source pic 9 value 2.
       01 jobs-source pic 9 value 3.
       01 population-source pic 9 value 4.
       01 records-skipped pic 9(8) value 0.
       01 max-extracted-runs pic 9(4) value 2000.
       01 reports-over-limit pic 9(8) value 0.
       01 extracted-run-count pic 9(4) value 0.
       01 extracted-run-index pic 9(4) value 0.
       01 extracted-run-table.
         05 extracted-run-id occurs 2000 times pic x(12).
       01 run-found-switch pic x value "N".
           88 run-found value "Y".
       01 population-last-generation pic 9(8) value 0.
       01 csv-line pic x(600) value spaces.
       01 csv-pointer pic 9(4) value 1.
       01 csv-first-switch pic x value "Y".
           88 csv-first-field value "Y".
       01 csv-text pic x(100) value spaces.
       01 csv-text-length pic 9(4) value 0.
       01 csv-text-index pic 9(4) value 0.
       01 csv-quote-count pic 9(4) value 0.
       01 csv-number pic 9(14) value 0.
       01 csv-number-edited pic z(13)9.
       01 csv-decimal pic 9(12)v99 value 0.
       01 csv-decimal-edited pic z(11)9.99.
       01 csv-date pic 9(8) value 0.
       01 csv-date-fields redefines csv-date.
           05 csv-date-year pic 9(4).
           05 csv-date-month pic 9(2).
           05 csv-date-day pic 9(2).
       01 csv-time pic 9(8) value 0.
       01 csv-time-fields redefines csv-time.
           05 csv-time-hours pic 9(2).
           05 csv-time-minutes pic 9(2).
           05 csv-time-seconds pic 9(2).
           05 csv-time-hundredths pic 9(2).
       01 csv-flag pic x(3) value spaces.
       procedure division.
           accept extract-date from date yyyymmdd.
           accept extract-time from time.
           perform parse-cmdline-args.
           perform set-output-names.
           if incremental-mode
               perform read-high-water-mark
           end-if.
           compute high-water-stamp =
               high-water-date * 100000000 + high-water-time.
           move high-water-stamp to new-high-water-stamp.
           perform open-csv-files.
           perform extract-audit-log.
           perform extract-soup-results.
           perform extract-job-status.
           if population-file-name not = spaces
               move population-run-id to current-run-id
               perform extract-population-report
           end-if.
           close runs-csv-file soups-csv-file jobs-csv-file
               population-csv-file.
           perform write-control-totals.
           perform write-high-water-mark.
           if records-skipped > 0
               move 1 to return-code
           end-if.
           display "extracted " source-extracted(runs-source) " runs, "
               source-extracted(soups-source) " soups, "
               source-extracted(jobs-source) " job records, "
               source-extracted(population-source)
               " population lines".
           if records-skipped > 0
               display records-skipped
                   " unusable records skipped, see "
                   function trim(control-csv-name)
           end-if.
           if source-missing(population-source) > 0
               display source-missing(population-source)
                   " runs have no population report named after"
                   " their run-id"
           end-if.
           if reports-over-limit > 0
               display reports-over-limit " population reports not "
                   "extracted, over the limit of " max-extracted-runs
                   " runs in one extract"
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
               when "--audit"
                   move arg-value to audit-file-name
               when "--soup-results"
                   move arg-value to soup-results-file-name
               when "--status"
                   move arg-value to job-status-file-name
               when "--population"
                   move arg-value to population-file-name
               when "--population-run-id"
                   move arg-value to population-run-id
               when "--report-dir"
                   move arg-value to report-directory
               when "--output-dir"
                   move arg-value to output-directory
               when "--high-water"
                   move arg-value to high-water-file-name
               when "--incremental"
                   set incremental-mode to true
               when other
                   display "unrecognized argument: " arg
                   move 2 to return-code
                   stop run
           end-evaluate.
       set-output-names.
           string function trim(output-directory) "RUNS.CSV"
               delimited by size into runs-csv-name.
           string function trim(output-directory) "SOUPS.CSV"
               delimited by size into soups-csv-name.
           string function trim(output-directory) "JOBS.CSV"
               delimited by size into jobs-csv-name.
           string function trim(output-directory) "POPULATION.CSV"
               delimited by size into population-csv-name.
           string function trim(output-directory) "CONTROL.CSV"
               delimited by size into control-csv-name.
           initialize source-table.
           move "RUNS" to source-name(runs-source).
           move audit-file-name to source-input(runs-source).
           move runs-csv-name to source-output(runs-source).
           move "SOUPS" to source-name(soups-source).
           move soup-results-file-name to source-input(soups-source).
           move soups-csv-name to source-output(soups-source).
           move "JOBS" to source-name(jobs-source).
           move job-status-file-name to source-input(jobs-source).
           move jobs-csv-name to source-output(jobs-source).
           move "POPULATION" to source-name(population-source).
           move population-csv-name
               to source-output(population-source).
           if population-file-name not = spaces
               move population-file-name
                   to source-input(population-source)
           else
               string function trim(report-directory) "<run-id>.RPT"
                   delimited by size
                   into source-input(population-source)
           end-if.
       read-high-water-mark.
           open input high-water-file.
           if high-water-file-status = "35"
               exit paragraph.
           if high-water-file-status not = "00" then
               display "cannot open high-water file: "
                   high-water-file-name
               move 3 to return-code
               stop run.
           read high-water-file
               at end move zeros to high-water-record
           end-read.
           if high-water-f-date is not numeric
                   or high-water-f-time is not numeric then
               display "unusable high-water mark in "
                   function trim(high-water-file-name)
               move 4 to return-code
               stop run.
           move high-water-f-date to high-water-date.
           move high-water-f-time to high-water-time.
           move "N" to input-eof.
           perform read-high-water-position.
           perform until input-is-eof
               perform keep-high-water-position
               perform read-high-water-position
           end-perform.
           close high-water-file.
       read-high-water-position.
           move spaces to high-water-position-record.
           read high-water-file
               at end set input-is-eof to true
           end-read.
       keep-high-water-position.
           if high-water-p-count is not numeric
               exit paragraph.
           perform varying source-index from 1 by 1
                   until source-index > jobs-source
               if source-name(source-index) = high-water-p-source
                   move "Y" to source-saved(source-index)
                   move high-water-p-count
                       to source-saved-count(source-index)
                   move high-water-p-image
                       to source-saved-image(source-index)
               end-if
           end-perform.

           *> records are appended to the logs in the order they are
           *> written, not in the order their runs started, so a run
           *> still going at the last extract adds records dated
           *> before the mark; the extract therefore starts after
           *> the last record it saw, found again by its image in
           *> case log-archive has rewritten the file since, and goes
           *> by date and time only when that record is gone
       locate-extract-start.
           move 0 to source-start(source-index).
           if not incremental-mode
               move "ALL" to source-mode(source-index)
               exit paragraph.
           move "POSITION" to source-mode(source-index).
           if source-saved(source-index) not = "Y"
               move "STAMP" to source-mode(source-index)
               exit paragraph.
           if source-saved-count(source-index) = 0
               exit paragraph.
           move source-input(source-index) to scan-file-name.
           open input scan-file.
           if scan-file-status not = "00"
               exit paragraph.
           move 0 to scan-position scan-found-position.
           move "N" to input-eof.
           perform read-scan-record.
           perform until input-is-eof
                   or scan-position >= source-saved-count(source-index)
               add 1 to scan-position
               if scan-record = source-saved-image(source-index)
                   move scan-position to scan-found-position
               end-if
               perform read-scan-record
           end-perform.
           close scan-file.
           move "N" to input-eof.
           if scan-found-position > 0
               move scan-found-position to source-start(source-index)
           else
               move "STAMP" to source-mode(source-index)
               display function trim(source-input(source-index))
                   " has changed since the last extract, its records"
                   " are picked by date and time"
           end-if.
       read-scan-record.
           move spaces to scan-record.
           read scan-file
               at end set input-is-eof to true
           end-read.
       open-csv-files.
           open output runs-csv-file.
           if runs-csv-status not = "00" then
               display "cannot open output file: " runs-csv-name
               move 3 to return-code
               stop run.
           open output soups-csv-file.
           if soups-csv-status not = "00" then
               display "cannot open output file: " soups-csv-name
               move 3 to return-code
               stop run.
           open output jobs-csv-file.
           if jobs-csv-status not = "00" then
               display "cannot open output file: " jobs-csv-name
               move 3 to return-code
               stop run.
           open output population-csv-file.
           if population-csv-status not = "00" then
               display "cannot open output file: " population-csv-name
               move 3 to return-code
               stop run.
           move "run_id,run_date,run_time,pattern,rows,columns,wrap,"
               & "batch,max_generations,final_generation,outcome,"
               & "period,rule,elapsed_seconds,generations_per_second"
               to runs-csv-record.
           write runs-csv-record.
           move "run_id,run_date,run_time,seed,density,rows,columns,"
               & "wrap,rule,final_generation,outcome,period,"
               & "saved_pattern" to soups-csv-record.
           write soups-csv-record.
           move "run_id,run_date,run_time,program,outcome,"
               & "return_code,final_generation,runs_completed,"
               & "runs_failed" to jobs-csv-record.
           write jobs-csv-record.
           move "run_id,generation,live_cells,births,deaths,rule"
               to population-csv-record.
           write population-csv-record.

           *> records up to where the last extract stopped have been
           *> extracted already and are not looked at again
       check-record-position.
           move "Y" to record-new-switch.
           if source-mode(source-index) = "POSITION"
                   and source-read(source-index)
                       <= source-start(source-index)
               move "N" to record-new-switch
           end-if.
           *> every dated record moves the date and time mark
           *> forward; it decides which records are new only when the
           *> log has changed under the extract
       check-record-stamp.
           move "N" to record-ok-switch.
           if record-date = 0
               exit paragraph.
           compute record-stamp = record-date * 100000000 + record-time.
           if record-stamp > new-high-water-stamp
               move record-stamp to new-high-water-stamp
           end-if.
           if source-mode(source-index) not = "STAMP"
                   or record-stamp > high-water-stamp
               set record-ok to true
           end-if.
       skip-unusable-record.
           add 1 to source-skipped(source-index).
           add 1 to records-skipped.

       extract-audit-log.
           move runs-source to source-index.
           perform locate-extract-start.
           open input audit-file.
           if audit-file-status = "35"
               exit paragraph.
           if audit-file-status not = "00" then
               display "cannot open audit file: " audit-file-name
               move 3 to return-code
               stop run.
           move "Y" to source-present(source-index).
           move "N" to input-eof.
           perform read-audit-record.
           perform until input-is-eof
               add 1 to source-read(runs-source)
               move audit-record to source-last-image(runs-source)
               perform extract-audit-record
               perform read-audit-record
           end-perform.
           close audit-file.
       read-audit-record.
           move spaces to audit-record.
           read audit-file
               at end set input-is-eof to true
           end-read.
       extract-audit-record.
           move runs-source to source-index.
           perform check-record-position.
           if not record-new
               exit paragraph.
           if audit-f-date is not numeric
                   or audit-f-time is not numeric then
               perform skip-unusable-record
               exit paragraph.
           move audit-f-date to record-date.
           move audit-f-time to record-time.
           perform check-record-stamp.
           if not record-ok
               exit paragraph.
           add 1 to source-extracted(source-index).
           add function numval(audit-f-final-generation)
               to source-hash(source-index).
           perform start-csv-line.
           move audit-f-run-id to csv-text.
           perform add-csv-text.
           move audit-f-date to csv-date.
           perform add-csv-date.
           move audit-f-time to csv-time.
           perform add-csv-time.
           move audit-f-pattern to csv-text.
           perform add-csv-text.
           move function numval(audit-f-rows) to csv-number.
           perform add-csv-number.
           move function numval(audit-f-columns) to csv-number.
           perform add-csv-number.
           move audit-f-wrap to csv-flag.
           perform add-csv-flag.
           move audit-f-batch to csv-flag.
           perform add-csv-flag.
           move function numval(audit-f-max-generations)
               to csv-number.
           perform add-csv-number.
           move function numval(audit-f-final-generation)
               to csv-number.
           perform add-csv-number.
           move audit-f-outcome to csv-text.
           perform add-csv-text.
           move function numval(audit-f-period) to csv-number.
           perform add-csv-number.
           move audit-f-rule to csv-text.
           perform add-csv-text.
           if audit-f-elapsed-seconds = spaces
               perform add-csv-separator
               perform add-csv-separator
           else
               move function numval(audit-f-elapsed-seconds)
                   to csv-decimal
               perform add-csv-decimal
               move function numval(audit-f-generations-per-second)
                   to csv-decimal
               perform add-csv-decimal
           end-if.
           move csv-line to runs-csv-record.
           write runs-csv-record.
           if audit-f-run-id not = spaces
               perform extract-run-population
           end-if.

           *> life-batch names each run's population report after
           *> its run-id, so a new run brings its report along the
           *> first time that run-id is extracted
       extract-run-population.
           move "N" to run-found-switch.
           perform find-extracted-run varying extracted-run-index
               from 1 by 1 until extracted-run-index
                   > extracted-run-count or run-found.
           if run-found
               exit paragraph.
           if population-file-name not = spaces
               exit paragraph.
           move population-source to source-index.
           if extracted-run-count >= max-extracted-runs
               add 1 to reports-over-limit
               perform skip-unusable-record
               exit paragraph
           end-if.
           add 1 to extracted-run-count.
           move audit-f-run-id to extracted-run-id(extracted-run-count).
           string function trim(report-directory)
               function trim(audit-f-run-id) ".RPT"
               delimited by size into population-file-name.
           move audit-f-run-id to current-run-id.
           perform extract-population-report.
           *> a deck may name its run's report something else, so a
           *> run without a <run-id>.RPT is counted on its own in the
           *> control totals rather than as unusable
           if population-file-status not = "00"
               add 1 to source-missing(population-source)
           end-if.
           move spaces to population-file-name.
       find-extracted-run.
           if extracted-run-id(extracted-run-index) = audit-f-run-id
               set run-found to true
           end-if.
       extract-population-report.
           move population-source to source-index.
           open input population-file.
           if population-file-status not = "00"
               exit paragraph.
           move "Y" to source-present(source-index).
           move 0 to population-last-generation.
           move "N" to input-eof.
           perform read-population-record.
           perform until input-is-eof
               add 1 to source-read(population-source)
               perform extract-population-line
               perform read-population-record
           end-perform.
           close population-file.
           add population-last-generation to source-hash(source-index).
           move "N" to input-eof.
       read-population-record.
           move spaces to population-record.
           read population-file
               at end set input-is-eof to true
           end-read.
       extract-population-line.
           if function trim(population-generation) is not numeric
                   or population-generation = spaces then
               perform skip-unusable-record
               exit paragraph.
           add 1 to source-extracted(source-index).
           move function numval(population-generation) to csv-number.
           if csv-number > population-last-generation
               move csv-number to population-last-generation
           end-if.
           perform start-csv-line.
           move current-run-id to csv-text.
           perform add-csv-text.
           perform add-csv-number.
           move function numval(population-live-count) to csv-number.
           perform add-csv-number.
           move function numval(population-births) to csv-number.
           perform add-csv-number.
           move function numval(population-deaths) to csv-number.
           perform add-csv-number.
           move population-rule to csv-text.
           perform add-csv-text.
           move csv-line to population-csv-record.
           write population-csv-record.

       extract-soup-results.
           move soups-source to source-index.
           perform locate-extract-start.
           open input soup-results-file.
           if soup-results-file-status = "35"
               exit paragraph.
           if soup-results-file-status not = "00" then
               display "cannot open soup results file: "
                   soup-results-file-name
               move 3 to return-code
               stop run.
           move "Y" to source-present(source-index).
           move "N" to input-eof.
           perform read-soup-result.
           perform until input-is-eof
               add 1 to source-read(soups-source)
               move soup-result-record
                   to source-last-image(soups-source)
               perform extract-soup-result
               perform read-soup-result
           end-perform.
           close soup-results-file.
       read-soup-result.
           move spaces to soup-result-record.
           read soup-results-file
               at end set input-is-eof to true
           end-read.
       extract-soup-result.
           move soups-source to source-index.
           perform check-record-position.
           if not record-new
               exit paragraph.
           if soup-r-date is not numeric
                   or soup-r-seed is not numeric then
               perform skip-unusable-record
               exit paragraph.
           move soup-r-date to record-date.
           if soup-r-time is numeric
               move soup-r-time to record-time
           else
               move 0 to record-time
           end-if.
           perform check-record-stamp.
           if not record-ok
               exit paragraph.
           add 1 to source-extracted(source-index).
           add function numval(soup-r-final-generation)
               to source-hash(source-index).
           perform start-csv-line.
           move soup-r-run-id to csv-text.
           perform add-csv-text.
           move soup-r-date to csv-date.
           perform add-csv-date.
           move record-time to csv-time.
           perform add-csv-time.
           move soup-r-seed to csv-number.
           perform add-csv-number.
           move function numval(soup-r-density) to csv-number.
           perform add-csv-number.
           move function numval(soup-r-rows) to csv-number.
           perform add-csv-number.
           move function numval(soup-r-columns) to csv-number.
           perform add-csv-number.
           move soup-r-wrap to csv-flag.
           perform add-csv-flag.
           move soup-r-rule to csv-text.
           perform add-csv-text.
           move function numval(soup-r-final-generation)
               to csv-number.
           perform add-csv-number.
           move soup-r-outcome to csv-text.
           perform add-csv-text.
           move function numval(soup-r-period) to csv-number.
           perform add-csv-number.
           move soup-r-saved-pattern to csv-text.
           perform add-csv-text.
           move csv-line to soups-csv-record.
           write soups-csv-record.

       extract-job-status.
           move jobs-source to source-index.
           perform locate-extract-start.
           open input job-status-file.
           if job-status-file-status = "35"
               exit paragraph.
           if job-status-file-status not = "00" then
               display "cannot open status file: " job-status-file-name
               move 3 to return-code
               stop run.
           move "Y" to source-present(source-index).
           move "N" to input-eof.
           perform read-job-status.
           perform until input-is-eof
               add 1 to source-read(jobs-source)
               move job-status-record to source-last-image(jobs-source)
               perform extract-job-status-record
               perform read-job-status
           end-perform.
           close job-status-file.
       read-job-status.
           move spaces to job-status-record.
           read job-status-file
               at end set input-is-eof to true
           end-read.
       extract-job-status-record.
           move jobs-source to source-index.
           perform check-record-position.
           if not record-new
               exit paragraph.
           if job-s-date is not numeric or job-s-time is not numeric
                   or job-s-return-code is not numeric then
               perform skip-unusable-record
               exit paragraph.
           move job-s-date to record-date.
           move job-s-time to record-time.
           perform check-record-stamp.
           if not record-ok
               exit paragraph.
           add 1 to source-extracted(source-index).
           add function numval(job-s-final-generation)
               to source-hash(source-index).
           perform start-csv-line.
           move job-s-run-id to csv-text.
           perform add-csv-text.
           move job-s-date to csv-date.
           perform add-csv-date.
           move job-s-time to csv-time.
           perform add-csv-time.
           move job-s-program to csv-text.
           perform add-csv-text.
           move job-s-outcome to csv-text.
           perform add-csv-text.
           move job-s-return-code to csv-number.
           perform add-csv-number.
           move function numval(job-s-final-generation) to csv-number.
           perform add-csv-number.
           move function numval(job-s-runs-completed) to csv-number.
           perform add-csv-number.
           move function numval(job-s-runs-failed) to csv-number.
           perform add-csv-number.
           move csv-line to jobs-csv-record.
           write jobs-csv-record.

       start-csv-line.
           move spaces to csv-line.
           move 1 to csv-pointer.
           move "Y" to csv-first-switch.
       add-csv-separator.
           if csv-first-field
               move "N" to csv-first-switch
           else
               string "," delimited by size
                   into csv-line with pointer csv-pointer
           end-if.
           *> text is trimmed, and quoted with doubled quotes only
           *> when it holds a comma or a quote
       add-csv-text.
           perform add-csv-separator.
           if csv-text = spaces
               exit paragraph.
           move 0 to csv-quote-count.
           inspect csv-text tallying csv-quote-count for all ","
               csv-quote-count for all '"'.
           if csv-quote-count = 0
               string function trim(csv-text) delimited by size
                   into csv-line with pointer csv-pointer
               exit paragraph.
           move function length(function trim(csv-text trailing))
               to csv-text-length.
           string '"' delimited by size
               into csv-line with pointer csv-pointer.
           perform add-csv-quoted-char varying csv-text-index
               from 1 by 1 until csv-text-index > csv-text-length.
           string '"' delimited by size
               into csv-line with pointer csv-pointer.
       add-csv-quoted-char.
           if csv-text(csv-text-index:1) = '"'
               string '""' delimited by size
                   into csv-line with pointer csv-pointer
           else
               string csv-text(csv-text-index:1) delimited by size
                   into csv-line with pointer csv-pointer
           end-if.
       add-csv-number.
           perform add-csv-separator.
           move csv-number to csv-number-edited.
           string function trim(csv-number-edited) delimited by size
               into csv-line with pointer csv-pointer.
       add-csv-decimal.
           perform add-csv-separator.
           move csv-decimal to csv-decimal-edited.
           string function trim(csv-decimal-edited) delimited by size
               into csv-line with pointer csv-pointer.
       add-csv-date.
           perform add-csv-separator.
           if csv-date = 0
               exit paragraph.
           string csv-date-year "-" csv-date-month "-" csv-date-day
               delimited by size into csv-line with pointer csv-pointer.
       add-csv-time.
           perform add-csv-separator.
           string csv-time-hours ":" csv-time-minutes ":"
               csv-time-seconds
               delimited by size into csv-line with pointer csv-pointer.
       add-csv-flag.
           perform add-csv-separator.
           evaluate csv-flag
               when "YES"
                   string "Y" delimited by size
                       into csv-line with pointer csv-pointer
               when "NO"
                   string "N" delimited by size
                       into csv-line with pointer csv-pointer
           end-evaluate.

       write-control-totals.
           open output control-csv-file.
           if control-csv-status not = "00" then
               display "cannot open output file: " control-csv-name
               move 3 to return-code
               stop run.
           move "extract_date,extract_time,mode,source,input_file,"
               & "output_file,input_present,records_read,"
               & "records_extracted,records_skipped,"
               & "final_generation_hash,high_water_date,"
               & "high_water_time,reports_missing"
               to control-csv-record.
           write control-csv-record.
           perform write-control-line varying source-index from 1 by 1
               until source-index > source-count.
           close control-csv-file.
       write-control-line.
           perform start-csv-line.
           move extract-date to csv-date.
           perform add-csv-date.
           move extract-time to csv-time.
           perform add-csv-time.
           if incremental-mode
               move "INCREMENTAL" to csv-text
           else
               move "FULL" to csv-text
           end-if.
           perform add-csv-text.
           move source-name(source-index) to csv-text.
           perform add-csv-text.
           move source-input(source-index) to csv-text.
           perform add-csv-text.
           move source-output(source-index) to csv-text.
           perform add-csv-text.
           if source-present(source-index) = "Y"
               move "YES" to csv-flag
           else
               move "NO" to csv-flag
           end-if.
           perform add-csv-flag.
           move source-read(source-index) to csv-number.
           perform add-csv-number.
           move source-extracted(source-index) to csv-number.
           perform add-csv-number.
           move source-skipped(source-index) to csv-number.
           perform add-csv-number.
           move source-hash(source-index) to csv-number.
           perform add-csv-number.
           move new-high-water-stamp(1:8) to csv-date.
           perform add-csv-date.
           move new-high-water-stamp(9:8) to csv-time.
           perform add-csv-time.
           move source-missing(source-index) to csv-number.
           perform add-csv-number.
           move csv-line to control-csv-record.
           write control-csv-record.
       write-high-water-mark.
           open output high-water-file.
           if high-water-file-status not = "00" then
               display "cannot open high-water file: "
                   high-water-file-name
               move 3 to return-code
               stop run.
           move new-high-water-stamp(1:8) to high-water-f-date.
           move space to high-water-f-sep.
           move new-high-water-stamp(9:8) to high-water-f-time.
           write high-water-record.
           perform write-high-water-position varying source-index
               from 1 by 1 until source-index > jobs-source.
           close high-water-file.
       write-high-water-position.
           move spaces to high-water-position-record.
           move source-name(source-index) to high-water-p-source.
           move source-read(source-index) to high-water-p-count.
           move source-last-image(source-index) to high-water-p-image.
           write high-water-position-record.
