       identification division.
       program-id. discovery-review.
       author. Esko Luontola
       environment division.
       input-output section.
       file-control.
           select discovery-file assign to dynamic discovery-file-name
               organization line sequential
               file status discovery-file-status.
           select discovery-scratch-file
               assign to dynamic discovery-scratch-file-name
               organization line sequential
               file status discovery-scratch-file-status.
           select catalog-file assign to dynamic catalog-file-name
               organization indexed
               access dynamic
               record key catalog-name
               file status catalog-file-status.
           select pattern-file assign to dynamic pattern-file-name
               organization line sequential
               file status pattern-file-status.
           select journal-file assign to dynamic journal-file-name
               organization line sequential
               file status journal-file-status.
       data division.
       file section.
       fd discovery-file.
       copy "discovery-record.cpy".
       fd discovery-scratch-file.
       01 discovery-scratch-record pic x(1784).
       fd catalog-file.
       copy "catalog-record.cpy".
       fd pattern-file.
       01 pattern-record.
           05 pattern-row pic 9(2).
           05 pattern-column pic 9(2).
       fd journal-file.
       copy "catalog-journal-record.cpy".
       working-storage section.
       01 arg pic x(100) value spaces.
       01 arg-name pic x(40) value spaces.
       01 arg-value pic x(100) value spaces.
       01 discovery-file-name pic x(100) value "DISCOVER.DAT".
       01 discovery-file-status pic xx value "00".
       01 discovery-scratch-file-name pic x(100) value "DISCOVER.TMP".
       01 discovery-scratch-file-status pic xx value "00".
       01 catalog-file-name pic x(100) value "PATCAT.DAT".
       01 catalog-file-status pic xx value "00".
       01 pattern-file-name pic x(100) value spaces.
       01 pattern-file-status pic xx value "00".
       01 journal-file-name pic x(100) value "CATJRNL.DAT".
       01 journal-file-status pic xx value "00".
       01 discovery-eof pic x value "N".
           88 discovery-is-eof value "Y".
       01 pattern-eof pic x value "N".
           88 pattern-is-eof value "Y".
       01 review-action pic x(8) value spaces.
       01 list-all-switch pic x value "N".
           88 list-all value "Y".
       01 review-id pic 9(6) value 0.
       01 review-found-switch pic x value "N".
           88 review-found value "Y".
       01 reviewed-record pic x(1784) value spaces.
       01 after-image pic x(1733) value spaces.
       01 entry-name pic x(40) value spaces.
       01 entry-description pic x(60) value spaces.
       01 entry-category pic x(12) value spaces.
       01 entry-period pic 9(6) value 0.
       01 review-user pic x(8) value spaces.
       01 max-pattern-cells pic 9(3) value 400.
       01 today-date pic 9(8) value 0.
       01 now-time pic 9(8) value 0.
       01 cell-counter pic 9(3) value 0.
       01 max-row-seen pic 9(2) value 0.
       01 max-column-seen pic 9(2) value 0.
       01 entries-listed pic 9(6) value 0.
       01 entries-pending pic 9(6) value 0.
       01 list-line.
           05 list-id pic 9(6).
           05 filler pic x(2) value spaces.
           05 list-status pic x(8).
           05 filler pic x(2) value spaces.
           05 list-date pic 9(8).
           05 filler pic x(2) value spaces.
           05 list-run-id pic x(12).
           05 filler pic x(2) value spaces.
           05 list-seed pic x(10).
           05 filler pic x(2) value spaces.
           05 list-generation pic x(6).
           05 filler pic x(2) value spaces.
           05 list-size pic x(4).
           05 filler pic x(2) value spaces.
           05 list-box pic x(7).
           05 filler pic x(2) value spaces.
           05 list-rule pic x(12).
           05 filler pic x(2) value spaces.
           05 list-pattern pic x(20).
           05 filler pic x(2) value spaces.
           05 list-catalog-name pic x(20).
       procedure division.
           accept today-date from date yyyymmdd.
           accept now-time from time.
           perform parse-cmdline-args.
           if review-user = spaces
               accept review-user from environment "USER"
           end-if.
           if review-user = spaces
               move "unknown" to review-user
           end-if.
           evaluate review-action
               when "LIST"
                   perform list-discoveries
               when "PROMOTE"
                   perform promote-discovery
               when "REJECT"
                   perform reject-discovery
               when other
                   display "usage: discovery-review --list [--all]"
                   display "       discovery-review --promote=id"
                       " --name=name [--category=text] [--period=n]"
                       " [--description=text]"
                   display "       discovery-review --reject=id"
                   display "       (--queue=file overrides"
                       " DISCOVER.DAT, --catalog=file PATCAT.DAT,"
                       " --journal=file CATJRNL.DAT)"
                   move 2 to return-code
                   stop run
           end-evaluate.
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
               when "--queue"
                   move arg-value to discovery-file-name
               when "--catalog"
                   move arg-value to catalog-file-name
               when "--journal"
                   move arg-value to journal-file-name
               when "--user"
                   move arg-value to review-user
               when "--list"
                   move "LIST" to review-action
               when "--all"
                   set list-all to true
               when "--promote"
                   move "PROMOTE" to review-action
                   perform set-review-id
               when "--reject"
                   move "REJECT" to review-action
                   perform set-review-id
               when "--name"
                   move arg-value to entry-name
               when "--description"
                   move arg-value to entry-description
               when "--category"
                   move arg-value to entry-category
               when "--period"
                   perform set-entry-period
               when other
                   display "unrecognized argument: " arg
                   move 2 to return-code
                   stop run
           end-evaluate.
       set-review-id.
           if function trim(arg-value) is not numeric
                   or arg-value = spaces then
               display "invalid discovery id in argument: " arg
               move 2 to return-code
               stop run.
           if function length(function trim(arg-value)) > 6 then
               display "discovery id too long in argument: " arg
               move 2 to return-code
               stop run.
           move function numval(arg-value) to review-id.
       set-entry-period.
           if function trim(arg-value) is not numeric
                   or arg-value = spaces then
               display "invalid numeric value in argument: " arg
               move 2 to return-code
               stop run.
           if function length(function trim(arg-value)) > 6 then
               display "numeric value too long in argument: " arg
               move 2 to return-code
               stop run.
           move function numval(arg-value) to entry-period.

       list-discoveries.
           open input discovery-file.
           if discovery-file-status = "35" then
               display "discovery queue not found: "
                   discovery-file-name
               move 3 to return-code
               stop run.
           if discovery-file-status not = "00" then
               display "cannot open discovery queue: "
                   discovery-file-name
               move 3 to return-code
               stop run.
           display "id      status    found     run-id        "
               "soup seed   gen     size  box      rule          "
               "pattern               catalog name".
           perform read-discovery-record.
           perform until discovery-is-eof
               if discovery-status = "PENDING"
                   add 1 to entries-pending
               end-if
               if list-all or discovery-status = "PENDING"
                   perform list-discovery
               end-if
               perform read-discovery-record
           end-perform.
           close discovery-file.
           display entries-listed " listed, " entries-pending
               " pending review in "
               function trim(discovery-file-name).
       list-discovery.
           add 1 to entries-listed.
           move spaces to list-line.
           move discovery-id to list-id.
           move discovery-status to list-status.
           move discovery-date to list-date.
           move discovery-run-id to list-run-id.
           if discovery-seed not = 0
               move discovery-seed to list-seed
           end-if.
           move discovery-generation to list-generation.
           move discovery-size to list-size.
           string function trim(discovery-height) "x"
               function trim(discovery-width)
               delimited by size into list-box.
           move discovery-rule to list-rule.
           move discovery-pattern to list-pattern.
           move discovery-catalog-name to list-catalog-name.
           display function trim(list-line trailing).
       read-discovery-record.
           read discovery-file
               at end set discovery-is-eof to true
           end-read.

       promote-discovery.
           if entry-name = spaces then
               display "--promote requires --name=catalog name"
               move 2 to return-code
               stop run.
           perform find-pending-discovery.
           initialize catalog-record.
           move discovery-pattern to pattern-file-name.
           perform load-pattern-cells.
           move entry-name to catalog-name.
           move entry-description to catalog-description.
           if catalog-description = spaces
               string "found by run " function trim(discovery-run-id)
                   " at generation " function trim(discovery-generation)
                   delimited by size into catalog-description
           end-if.
           move entry-category to catalog-category.
           move entry-period to catalog-period.
           move max-row-seen to catalog-rows-needed.
           move max-column-seen to catalog-columns-needed.
           move today-date to catalog-date-added.
           perform open-catalog-io.
           move catalog-record to after-image.
           write catalog-record
               invalid key
                   display "already in catalog: " entry-name
                   move 4 to return-code
                   stop run
           end-write.
           close catalog-file.
           perform write-journal-record.
           move "PROMOTED" to discovery-status.
           move entry-name to discovery-catalog-name.
           move today-date to discovery-review-date.
           perform update-discovery-queue.
           display "discovery " review-id " promoted to catalog: "
               function trim(entry-name).
       reject-discovery.
           perform find-pending-discovery.
           move "REJECTED" to discovery-status.
           move today-date to discovery-review-date.
           perform update-discovery-queue.
           display "discovery " review-id " rejected".
       find-pending-discovery.
           open input discovery-file.
           if discovery-file-status not = "00" then
               display "cannot open discovery queue: "
                   discovery-file-name
               move 3 to return-code
               stop run.
           perform read-discovery-record.
           perform until discovery-is-eof or review-found
               if discovery-id = review-id
                   set review-found to true
                   move discovery-record to reviewed-record
               end-if
               perform read-discovery-record
           end-perform.
           close discovery-file.
           if not review-found then
               display "discovery " review-id " not in queue"
               move 4 to return-code
               stop run.
           move reviewed-record to discovery-record.
           if discovery-status not = "PENDING" then
               display "discovery " review-id " already "
                   function trim(discovery-status)
               move 4 to return-code
               stop run.

       update-discovery-queue.
           move discovery-record to reviewed-record.
           move "N" to discovery-eof.
           open input discovery-file.
           open output discovery-scratch-file.
           if discovery-file-status not = "00"
                   or discovery-scratch-file-status not = "00" then
               display "cannot rewrite discovery queue: "
                   discovery-file-name
               move 3 to return-code
               stop run.
           perform read-discovery-record.
           perform until discovery-is-eof
               if discovery-id = review-id
                   move reviewed-record to discovery-scratch-record
               else
                   move discovery-record to discovery-scratch-record
               end-if
               write discovery-scratch-record
               perform read-discovery-record
           end-perform.
           close discovery-file discovery-scratch-file.
           move "N" to discovery-eof.
           open output discovery-file.
           open input discovery-scratch-file.
           perform copy-discovery-back until discovery-is-eof.
           close discovery-file discovery-scratch-file.
       copy-discovery-back.
           read discovery-scratch-file
               at end set discovery-is-eof to true
           end-read.
           if not discovery-is-eof
               move discovery-scratch-record to discovery-record
               write discovery-record
           end-if.

       open-catalog-io.
           open i-o catalog-file.
           if catalog-file-status = "35" then
               open output catalog-file
               close catalog-file
               open i-o catalog-file
           end-if.
           if catalog-file-status not = "00" then
               display "cannot open catalog file: " catalog-file-name
               move 3 to return-code
               stop run.
       load-pattern-cells.
           move "N" to pattern-eof.
           move 0 to cell-counter.
           move 0 to max-row-seen.
           move 0 to max-column-seen.
           open input pattern-file.
           if pattern-file-status not = "00" then
               display "cannot open pattern file: " pattern-file-name
               move 3 to return-code
               stop run.
           perform read-pattern-record.
           perform until pattern-is-eof
               perform store-pattern-cell
               perform read-pattern-record
           end-perform.
           close pattern-file.
           move cell-counter to catalog-cell-count.
       read-pattern-record.
           read pattern-file
               at end set pattern-is-eof to true
           end-read.
       store-pattern-cell.
           if pattern-record not numeric
                   or pattern-row < 1 or pattern-column < 1 then
               display "bad cell record '" pattern-record
                   "' in pattern file: " pattern-file-name
               move 4 to return-code
               stop run.
           if cell-counter >= max-pattern-cells then
               display "pattern has more than " max-pattern-cells
                   " cells, too large for catalog: " pattern-file-name
               move 4 to return-code
               stop run.
           add 1 to cell-counter.
           move pattern-row to catalog-cell-row(cell-counter).
           move pattern-column to catalog-cell-column(cell-counter).
           if pattern-row > max-row-seen
               move pattern-row to max-row-seen
           end-if.
           if pattern-column > max-column-seen
               move pattern-column to max-column-seen
           end-if.
       write-journal-record.
           open extend journal-file.
           if journal-file-status = "35" then
               open output journal-file
           end-if.
           if journal-file-status not = "00" then
               display "cannot open journal file: " journal-file-name
               move 3 to return-code
               stop run.
           move spaces to journal-record.
           move today-date to journal-date.
           move now-time to journal-time.
           move review-user to journal-user.
           move "ADD" to journal-action.
           move "AFTER" to journal-image.
           move review-id to journal-transaction.
           move after-image to journal-catalog-image.
           write journal-record.
           close journal-file.
