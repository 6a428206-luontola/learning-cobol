       identification division.
       program-id. catalog-maint.
       author. Esko Luontola
       environment division.
       input-output section.
       file-control.
           select transaction-file
               assign to dynamic transaction-file-name
               organization line sequential
               file status transaction-file-status.
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
           select listing-file assign to dynamic listing-file-name
               organization line sequential
               file status listing-file-status.
       data division.
       file section.
       fd transaction-file.
       01 transaction-record pic x(180).
       01 transaction-record-fields redefines transaction-record.
           05 transaction-code pic x(1).
           05 transaction-sep-1 pic x(1).
           05 transaction-name pic x(40).
           05 transaction-sep-2 pic x(1).
           05 transaction-pattern pic x(40).
           05 transaction-sep-3 pic x(1).
           05 transaction-category pic x(12).
           05 transaction-sep-4 pic x(1).
           05 transaction-period pic x(6).
           05 transaction-sep-5 pic x(1).
           05 transaction-rows pic x(2).
           05 transaction-sep-6 pic x(1).
           05 transaction-columns pic x(2).
           05 transaction-sep-7 pic x(1).
           05 transaction-user pic x(8).
           05 transaction-sep-8 pic x(1).
           05 transaction-description pic x(60).
       fd catalog-file.
       copy "catalog-record.cpy".
       fd pattern-file.
       01 pattern-record.
           05 pattern-row pic 9(2).
           05 pattern-column pic 9(2).
       fd journal-file.
       copy "catalog-journal-record.cpy".
       fd listing-file.
       01 listing-record pic x(132).
       working-storage section.
       01 arg pic x(100) value spaces.
       01 arg-name pic x(40) value spaces.
       01 arg-value pic x(100) value spaces.
       01 transaction-file-name pic x(100) value "CATTRANS.DAT".
       01 transaction-file-status pic xx value "00".
       01 catalog-file-name pic x(100) value "PATCAT.DAT".
       01 catalog-file-status pic xx value "00".
       01 pattern-file-name pic x(100) value spaces.
       01 pattern-file-status pic xx value "00".
       01 journal-file-name pic x(100) value "CATJRNL.DAT".
       01 journal-file-status pic xx value "00".
       01 listing-file-name pic x(100) value "CATMAINT.RPT".
       01 listing-file-status pic xx value "00".
       01 transaction-eof pic x value "N".
           88 transaction-is-eof value "Y".
       01 pattern-eof pic x value "N".
           88 pattern-is-eof value "Y".
       01 max-pattern-cells pic 9(3) value 400.
       01 max-grid-size pic 9(2) value 99.
       01 today-date pic 9(8) value 0.
       01 now-time pic 9(8) value 0.
       01 run-user pic x(8) value spaces.
       01 change-user pic x(8) value spaces.
       01 cell-counter pic 9(3) value 0.
       01 max-row-seen pic 9(2) value 0.
       01 max-column-seen pic 9(2) value 0.
       01 new-period pic 9(6) value 0.
       01 new-rows pic 9(2) value 0.
       01 new-columns pic 9(2) value 0.
       01 before-image pic x(1733) value spaces.
       01 after-image pic x(1733) value spaces.
       01 record-ok-switch pic x value "N".
           88 record-ok value "Y".
       01 reject-reason pic x(40) value spaces.
       01 transaction-action pic x(6) value spaces.
       01 transaction-sequence pic 9(5) value 0.
       01 transactions-accepted pic 9(5) value 0.
       01 transactions-rejected pic 9(5) value 0.
       01 adds-applied pic 9(5) value 0.
       01 changes-applied pic 9(5) value 0.
       01 deletes-applied pic 9(5) value 0.
       01 journal-records-written pic 9(5) value 0.
       01 listing-line.
           05 listing-sequence pic zzzz9.
           05 filler pic x(2) value spaces.
           05 listing-action pic x(6).
           05 filler pic x(2) value spaces.
           05 listing-name pic x(40).
           05 filler pic x(2) value spaces.
           05 listing-status pic x(8).
           05 filler pic x(2) value spaces.
           05 listing-reason pic x(40).
       01 count-edited pic zzzz9.
       01 count-edited-2 pic zzzz9.
       01 count-edited-3 pic zzzz9.
       procedure division.
           accept today-date from date yyyymmdd.
           accept now-time from time.
           perform parse-cmdline-args.
           if run-user = spaces
               accept run-user from environment "USER"
           end-if.
           if run-user = spaces
               move "unknown" to run-user
           end-if.
           open input transaction-file.
           if transaction-file-status not = "00" then
               display "cannot open transaction file: "
                   transaction-file-name
               move 3 to return-code
               stop run.
           perform open-catalog-io.
           open extend journal-file.
           if journal-file-status = "35" then
               open output journal-file
           end-if.
           if journal-file-status not = "00" then
               display "cannot open journal file: " journal-file-name
               move 3 to return-code
               stop run.
           open output listing-file.
           if listing-file-status not = "00" then
               display "cannot open listing file: " listing-file-name
               move 3 to return-code
               stop run.
           perform write-listing-header.
           perform read-transaction-record.
           perform until transaction-is-eof
               if transaction-record not = spaces
                       and transaction-record(1:1) not = "*"
                   perform process-transaction
               end-if
               perform read-transaction-record
           end-perform.
           perform write-listing-trailer.
           close transaction-file catalog-file journal-file
               listing-file.
           if transactions-rejected > 0
               move 1 to return-code
           end-if.
           display transaction-sequence " transactions, "
               transactions-accepted " accepted, "
               transactions-rejected " rejected, listing in "
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
               when "--transactions"
                   move arg-value to transaction-file-name
               when "--catalog"
                   move arg-value to catalog-file-name
               when "--journal"
                   move arg-value to journal-file-name
               when "--listing"
                   move arg-value to listing-file-name
               when "--user"
                   move arg-value to run-user
               when other
                   display "unrecognized argument: " arg
                   move 2 to return-code
                   stop run
           end-evaluate.
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
       read-transaction-record.
           move spaces to transaction-record.
           read transaction-file
               at end set transaction-is-eof to true
           end-read.

       process-transaction.
           add 1 to transaction-sequence.
           move "N" to record-ok-switch.
           move spaces to reject-reason.
           move transaction-user to change-user.
           if change-user = spaces
               move run-user to change-user
           end-if.
           evaluate transaction-code
               when "A"
                   move "ADD" to transaction-action
                   perform add-transaction
               when "C"
                   move "CHANGE" to transaction-action
                   perform change-transaction
               when "D"
                   move "DELETE" to transaction-action
                   perform delete-transaction
               when other
                   move transaction-code to transaction-action
                   move "unknown transaction code" to reject-reason
           end-evaluate.
           if record-ok
               add 1 to transactions-accepted
           else
               add 1 to transactions-rejected
           end-if.
           perform write-listing-line.
       add-transaction.
           perform validate-transaction-fields.
           if reject-reason not = spaces
               exit paragraph.
           if transaction-pattern = spaces then
               move "add needs a pattern file" to reject-reason
               exit paragraph.
           move transaction-name to catalog-name.
           read catalog-file
               invalid key continue
               not invalid key
                   move "already in catalog" to reject-reason
           end-read.
           if reject-reason not = spaces
               exit paragraph.
           initialize catalog-record.
           perform load-pattern-cells.
           if reject-reason not = spaces
               exit paragraph.
           perform fill-entry-fields.
           perform check-cells-fit.
           if reject-reason not = spaces
               exit paragraph.
           move catalog-record to after-image.
           write catalog-record
               invalid key
                   move "already in catalog" to reject-reason
                   exit paragraph
           end-write.
           move "AFTER" to journal-image.
           move after-image to journal-catalog-image.
           perform write-journal-record.
           add 1 to adds-applied.
           set record-ok to true.
       change-transaction.
           perform validate-transaction-fields.
           if reject-reason not = spaces
               exit paragraph.
           move transaction-name to catalog-name.
           read catalog-file
               invalid key
                   move "not in catalog" to reject-reason
                   exit paragraph
           end-read.
           move catalog-record to before-image.
           if transaction-pattern not = spaces
               perform load-pattern-cells
               if reject-reason not = spaces
                   exit paragraph
               end-if
           end-if.
           perform fill-entry-fields.
           perform check-cells-fit.
           if reject-reason not = spaces
               exit paragraph.
           if catalog-record = before-image then
               move "no change to entry" to reject-reason
               exit paragraph.
           move catalog-record to after-image.
           rewrite catalog-record
               invalid key
                   move "rewrite failed" to reject-reason
                   exit paragraph
           end-rewrite.
           move "BEFORE" to journal-image.
           move before-image to journal-catalog-image.
           perform write-journal-record.
           move "AFTER" to journal-image.
           move after-image to journal-catalog-image.
           perform write-journal-record.
           add 1 to changes-applied.
           set record-ok to true.
       delete-transaction.
           if transaction-name = spaces then
               move "no catalog name" to reject-reason
               exit paragraph.
           move transaction-name to catalog-name.
           read catalog-file
               invalid key
                   move "not in catalog" to reject-reason
                   exit paragraph
           end-read.
           move catalog-record to before-image.
           delete catalog-file
               invalid key
                   move "delete failed" to reject-reason
                   exit paragraph
           end-delete.
           move "BEFORE" to journal-image.
           move before-image to journal-catalog-image.
           perform write-journal-record.
           add 1 to deletes-applied.
           set record-ok to true.

       validate-transaction-fields.
           move 0 to new-period new-rows new-columns.
           if transaction-name = spaces then
               move "no catalog name" to reject-reason
               exit paragraph.
           if transaction-period not = spaces
               if function trim(transaction-period) is not numeric
                   move "bad period" to reject-reason
                   exit paragraph
               end-if
               move function numval(transaction-period) to new-period
           end-if.
           if transaction-rows not = spaces
               if function trim(transaction-rows) is not numeric
                   move "bad rows" to reject-reason
                   exit paragraph
               end-if
               move function numval(transaction-rows) to new-rows
               if new-rows < 1 or new-rows > max-grid-size
                   move "bad rows" to reject-reason
                   exit paragraph
               end-if
           end-if.
           if transaction-columns not = spaces
               if function trim(transaction-columns) is not numeric
                   move "bad columns" to reject-reason
                   exit paragraph
               end-if
               move function numval(transaction-columns)
                   to new-columns
               if new-columns < 1 or new-columns > max-grid-size
                   move "bad columns" to reject-reason
                   exit paragraph
               end-if
           end-if.

       load-pattern-cells.
           move "N" to pattern-eof.
           move 0 to cell-counter.
           move transaction-pattern to pattern-file-name.
           open input pattern-file.
           if pattern-file-status not = "00" then
               move "pattern file not readable" to reject-reason
               exit paragraph.
           perform read-pattern-record.
           perform until pattern-is-eof
               if reject-reason = spaces
                   perform store-pattern-cell
               end-if
               perform read-pattern-record
           end-perform.
           close pattern-file.
           if reject-reason = spaces and cell-counter = 0
               move "pattern file has no cells" to reject-reason
           end-if.
           move cell-counter to catalog-cell-count.
           perform clear-unused-cell varying cell-counter
               from cell-counter by 1
               until cell-counter >= max-pattern-cells.
       read-pattern-record.
           read pattern-file
               at end set pattern-is-eof to true
           end-read.
       store-pattern-cell.
           if pattern-record not numeric
                   or pattern-row < 1 or pattern-column < 1 then
               move "bad cell record in pattern file"
                   to reject-reason
               exit paragraph.
           if cell-counter >= max-pattern-cells then
               move "pattern too large for catalog" to reject-reason
               exit paragraph.
           add 1 to cell-counter.
           move pattern-row to catalog-cell-row(cell-counter).
           move pattern-column to catalog-cell-column(cell-counter).
       clear-unused-cell.
           move 0 to catalog-cell-row(cell-counter + 1)
               catalog-cell-column(cell-counter + 1).
       measure-catalog-cells.
           move 0 to max-row-seen max-column-seen.
           perform measure-catalog-cell varying cell-counter
               from 1 by 1 until cell-counter > catalog-cell-count.
       measure-catalog-cell.
           if catalog-cell-row(cell-counter) > max-row-seen
               move catalog-cell-row(cell-counter) to max-row-seen
           end-if.
           if catalog-cell-column(cell-counter) > max-column-seen
               move catalog-cell-column(cell-counter)
                   to max-column-seen
           end-if.
       fill-entry-fields.
           perform measure-catalog-cells.
           move transaction-name to catalog-name.
           if transaction-description not = spaces
               move transaction-description to catalog-description
           end-if.
           if transaction-category not = spaces
               move transaction-category to catalog-category
           end-if.
           if new-period > 0
               move new-period to catalog-period
           end-if.
           if new-rows > 0
               move new-rows to catalog-rows-needed
           else
               if catalog-rows-needed = 0
                       or transaction-pattern not = spaces
                   move max-row-seen to catalog-rows-needed
               end-if
           end-if.
           if new-columns > 0
               move new-columns to catalog-columns-needed
           else
               if catalog-columns-needed = 0
                       or transaction-pattern not = spaces
                   move max-column-seen to catalog-columns-needed
               end-if
           end-if.
           if catalog-date-added = 0
               move today-date to catalog-date-added
           end-if.
       check-cells-fit.
           if max-row-seen > catalog-rows-needed then
               move "cells outside catalog-rows-needed"
                   to reject-reason
               exit paragraph.
           if max-column-seen > catalog-columns-needed then
               move "cells outside catalog-columns-needed"
                   to reject-reason
               exit paragraph.

       write-journal-record.
           move today-date to journal-date.
           move now-time to journal-time.
           move change-user to journal-user.
           move transaction-action to journal-action.
           move transaction-sequence to journal-transaction.
           move space to journal-sep-1 journal-sep-2 journal-sep-3
               journal-sep-4 journal-sep-5 journal-sep-6.
           write journal-record.
           add 1 to journal-records-written.

       write-listing-header.
           move "catalog maintenance edit listing" to listing-record.
           write listing-record.
           move spaces to listing-record.
           string "transactions: " function trim(transaction-file-name)
               "  catalog: " function trim(catalog-file-name)
               "  run date: " today-date
               delimited by size into listing-record.
           write listing-record.
           move spaces to listing-record.
           write listing-record.
           move spaces to listing-line.
           move "action" to listing-action.
           move "catalog name" to listing-name.
           move "status" to listing-status.
           move "reason" to listing-reason.
           move listing-line to listing-record.
           move "  seq" to listing-record(1:5).
           write listing-record.
       write-listing-line.
           move spaces to listing-line.
           move transaction-sequence to listing-sequence.
           move transaction-action to listing-action.
           move transaction-name to listing-name.
           if record-ok
               move "ACCEPTED" to listing-status
           else
               move "REJECTED" to listing-status
               move reject-reason to listing-reason
           end-if.
           move listing-line to listing-record.
           write listing-record.
       write-listing-trailer.
           move spaces to listing-record.
           write listing-record.
           move spaces to listing-record.
           move transaction-sequence to count-edited.
           move transactions-accepted to count-edited-2.
           move transactions-rejected to count-edited-3.
           string "transactions read:" count-edited
               "  accepted:" count-edited-2
               "  rejected:" count-edited-3
               delimited by size into listing-record.
           write listing-record.
           move spaces to listing-record.
           move adds-applied to count-edited.
           move changes-applied to count-edited-2.
           move deletes-applied to count-edited-3.
           string "adds:" count-edited
               "  changes:" count-edited-2
               "  deletes:" count-edited-3
               delimited by size into listing-record.
           write listing-record.
           move spaces to listing-record.
           move journal-records-written to count-edited.
           string "journal records written:" count-edited
               " to " function trim(journal-file-name)
               delimited by size into listing-record.
           write listing-record.
