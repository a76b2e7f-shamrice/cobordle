      ******************************************************************
      * Purpose: Health check and reorganization of the two indexed
      *          files, cobordle_stats.idx and
      *          cobordle_word_summary.idx, which take constant
      *          deletes and rewrites from void-day, player-purge,
      *          player-rename, stats-archive and correct-game.
      *
      *          Each file is read end to end in key order and every
      *          row is checked: keys strictly ascending (an equal
      *          key is a duplicate, a lower one a broken index),
      *          malformed keys (blank or padded-left player or word,
      *          a date that isn't a calendar date, a non-numeric
      *          sequence), bad version flags and out-of-range or
      *          non-numeric fields. The stats file's date and
      *          game-id indexes are walked too and must reach the
      *          same number of rows as the primary key. The row
      *          count is set against the last known-good count in
      *          cobordle_index_counts.dat: fewer rows is reported
      *          (deletes are normal), an emptied file is an error.
      *
      *          --reorganize rebuilds each file into a fresh copy in
      *          key order and swaps it in with the delete-and-rename
      *          stats-migrate uses. Rows with a bad key go to
      *          cobordle_<file>_rejects_YYYYMMDD.dat instead; rows
      *          with bad fields are kept and reported -- putting
      *          them right is correct-game's job. The swap only
      *          happens when every row read is accounted for, so a
      *          file that can't be read to the end is left alone.
      *
      *          Exits 8 on any key, index or read error (or a failed
      *          rebuild), so nightly-batch stops on a damaged file;
      *          field findings alone exit 0.
      *
      *          Usage: index-verify [--reorganize | --weekend]
      *                 [--file=stats|summary]
      *          --weekend (the nightly batch's form) reorganizes on
      *          Saturdays and only verifies on the other days.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. index-verify.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       input-output section.

           file-control.
               select optional fd-stats-file
               assign to dynamic ws-stats-file-name
               organization is indexed
               access mode is dynamic
               record key is f-stats-key
               alternate record key is f-stats-date with duplicates
               alternate record key is f-stats-game-id with duplicates
               file status is ws-file-status.

               select fd-new-stats-file
               assign to dynamic ws-new-stats-file-name
               organization is indexed
               access mode is dynamic
               record key is f-new-stats-key
               alternate record key is f-new-stats-date
                   with duplicates
               alternate record key is f-new-stats-game-id
                   with duplicates
               file status is ws-new-file-status.

               select optional fd-word-summary-file
               assign to dynamic ws-word-summary-file-name
               organization is indexed
               access mode is dynamic
               record key is f-wsum-word
               file status is ws-file-status.

               select fd-new-word-summary-file
               assign to dynamic ws-new-word-summary-file-name
               organization is indexed
               access mode is dynamic
               record key is f-new-wsum-word
               file status is ws-new-file-status.

               select fd-reject-file
               assign to dynamic ws-reject-file-name
               organization is line sequential.

               select optional fd-counts-file
               assign to dynamic ws-counts-file-name
               organization is line sequential.

               select fd-counts-tmp
               assign to dynamic ws-counts-tmp-name
               organization is line sequential.

       data division.

       file section.

       fd  fd-stats-file.
       copy "./src/copy/stats_record.cpy".

      *> The rebuilt stats file: the same 100 bytes, named apart from
      *> stats_record.cpy so both files can be open at once. Only
      *> the key fields are broken out.
       fd  fd-new-stats-file.
       01  f-new-stats-record.
           05  f-new-stats-key.
               10  f-new-stats-player  pic x(20).
               10  f-new-stats-date    pic 9(8).
               10  f-new-stats-seq     pic 9(8).
           05  f-new-stats-fields      pic x(48).
           05  f-new-stats-game-id     pic x(16).

       fd  fd-word-summary-file.
       copy "./src/copy/word_summary_record.cpy".

       fd  fd-new-word-summary-file.
       01  f-new-word-summary-record.
           05  f-new-wsum-word         pic a(7).
           05  f-new-wsum-counts       pic x(23).

      *> Rows a rebuild could not carry across, as they were read.
       fd  fd-reject-file.
       01  f-reject-record             pic x(100).

      *> Last known-good row count per file: the count and the date
      *> of the last run that found the file structurally sound.
       fd  fd-counts-file.
       01  f-counts-record.
           05  f-cnt-file              pic x(40).
           05  f-cnt-rows              pic 9(9).
           05  f-cnt-date              pic 9(8).

       fd  fd-counts-tmp.
       01  f-counts-tmp-record         pic x(57).

       working-storage section.

       01  ws-stats-file-name        pic x(40)
                                     value "cobordle_stats.idx".
       01  ws-new-stats-file-name    pic x(40)
                                     value "cobordle_stats.idx.new".
       01  ws-word-summary-file-name pic x(40)
                                 value "cobordle_word_summary.idx".
       01  ws-new-word-summary-file-name pic x(40)
                                 value "cobordle_word_summary.idx.new".
       01  ws-reject-file-name       pic x(60).
       01  ws-counts-file-name       pic x(40)
                                     value "cobordle_index_counts.dat".
       01  ws-counts-tmp-name        pic x(44)
                                 value "cobordle_index_counts.dat.tmp".

       01  ws-file-status            pic xx.
       01  ws-new-file-status        pic xx.

       01  ws-cmd-args               pic x(2024).
       01  ws-arg-discard            pic x(2024).
       01  ws-arg-remainder          pic x(2024).
       01  ws-file-arg               pic x(10) value spaces.
       01  ws-cmd-found              pic 9(2) comp.

       01  ws-today                  pic 9(8).
       01  ws-today-int              pic 9(7) comp.

       01  ws-mode-sw                pic a value 'V'.
           88  ws-verify-only        value 'V'.
           88  ws-reorganize         value 'R'.
       01  ws-weekend-sw             pic a value 'N'.
           88  ws-weekend            value 'Y'.

       01  ws-eof-sw                 pic a value 'N'.
           88  ws-eof                value 'Y'.
           88  ws-not-eof            value 'N'.

      *> Per-file walk state, reset for each file.
       01  ws-file-label             pic x(12).
       01  ws-file-present-sw        pic a value 'N'.
           88  ws-file-present       value 'Y'.
           88  ws-file-absent        value 'N'.
       01  ws-swapped-sw             pic a value 'N'.
           88  ws-swapped            value 'Y'.
           88  ws-not-swapped        value 'N'.
       01  ws-read-error-sw          pic a value 'N'.
           88  ws-read-error         value 'Y'.
           88  ws-read-ok            value 'N'.
       01  ws-first-row-sw           pic a value 'Y'.
           88  ws-first-row          value 'Y'.
           88  ws-not-first-row      value 'N'.
       01  ws-prev-key               pic x(36).
       01  ws-row-num                pic 9(9) comp.
       01  ws-key-errors             pic 9(7) comp.
       01  ws-field-errors           pic 9(7) comp.
       01  ws-index-errors           pic 9(7) comp.
       01  ws-rows-written           pic 9(9) comp.
       01  ws-rows-rejected          pic 9(9) comp.
       01  ws-alt-count              pic 9(9) comp.
       01  ws-shown-count            pic 9(3) comp.
       01  ws-max-shown              constant as 25.

      *> Row-level verdicts, set by the row checks.
       01  ws-key-bad-sw             pic a value 'N'.
           88  ws-key-bad            value 'Y'.
           88  ws-key-good           value 'N'.
       01  ws-this-key               pic x(36).
       01  ws-finding-text           pic x(60).

      *> Run totals across both files.
       01  ws-total-read             pic 9(9) comp value 0.
       01  ws-total-written          pic 9(9) comp value 0.
       01  ws-failed-sw              pic a value 'N'.
           88  ws-run-failed         value 'Y'.
           88  ws-run-clean          value 'N'.
       01  ws-field-findings-sw      pic a value 'N'.
           88  ws-field-findings     value 'Y'.

      *> Known-good counts loaded from the counts file; rewritten in
      *> full after the run with this run's sound files updated.
       01  ws-max-counts             constant as 10.
       01  ws-counts occurs ws-max-counts times.
           05  ws-ct-file            pic x(40).
           05  ws-ct-rows            pic 9(9).
           05  ws-ct-date            pic 9(8).
       01  ws-count-count            pic 9(2) comp value 0.
       01  ws-ct-idx                 pic 9(2) comp.
       01  ws-ct-found-idx           pic 9(2) comp.
       01  ws-ct-file-name           pic x(40).

       01  ws-row-num-disp           pic z(8)9.
       01  ws-count-disp             pic z(8)9.
       01  ws-count-disp-2           pic z(8)9.

      *> One administrative run-journal row per run.
       copy "./src/copy/run_journal.cpy".

      *> The maintenance-window lock held while the files are being
      *> rewritten (see maint-lock).
       copy "./src/copy/maint_lock.cpy".

      *> Only a login granted this utility in cobordle_operators.dat
      *> may reorganize.
       copy "./src/copy/operator_check.cpy".

       procedure division.

       main-procedure.

           display "COBORDLE - Indexed file verify and reorganize"

           accept ws-cmd-args from command-line
           perform parse-cmd-args

           call "game-day" using ws-today
           move integer-of-date(ws-today) to ws-today-int

      *>   Day 1 of the integer calendar (1601-01-01) was a Monday,
      *>   so Saturday is the sixth day of each week.
           if ws-weekend then
               if mod(ws-today-int - 1, 7) = 5 then
                   set ws-reorganize to true
               else
                   set ws-verify-only to true
               end-if
           end-if

           if ws-reorganize then
               display "Mode: verify and reorganize"
               perform check-operator-grant
               perform take-maintenance-lock
           else
               display "Mode: verify only"
           end-if
           display space

           perform load-counts

           if ws-file-arg = spaces or ws-file-arg = "stats" then
               perform verify-stats-file
           end-if

           if ws-file-arg = spaces or ws-file-arg = "summary" then
               perform verify-word-summary-file
           end-if

           perform rewrite-counts

           if ws-reorganize then
               perform release-maintenance-lock
           end-if

           display space
           if ws-run-failed then
               display "Result: FAILED -- see the errors above."
           else
               if ws-field-findings then
                   display "Result: keys and indexes sound; field "
                       "findings listed above."
               else
                   display "Result: clean."
               end-if
           end-if

           move "index-verify" to l-rj-program
           move ws-cmd-args(1:60) to l-rj-args
           move ws-total-read to l-rj-rows-in
           move ws-total-written to l-rj-rows-out
           if ws-run-failed then
               move "FAILED" to l-rj-outcome
           else
               move "OK" to l-rj-outcome
           end-if
           call "run-journal" using l-run-journal

           if ws-run-failed then
               move 8 to return-code
           end-if

           stop run.


       parse-cmd-args.

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--reorganize"
           if ws-cmd-found > 0 then
               set ws-reorganize to true
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--weekend"
           if ws-cmd-found > 0 then
               set ws-weekend to true
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--file="
           if ws-cmd-found > 0 then
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-cmd-args delimited by "--file="
                   into ws-arg-discard ws-arg-remainder
               unstring ws-arg-remainder delimited by space
                   into ws-file-arg
               move lower-case(ws-file-arg) to ws-file-arg
               if ws-file-arg not = "stats"
               and ws-file-arg not = "summary" then
                   display "Usage: index-verify "
                       "[--reorganize | --weekend] "
                       "[--file=stats|summary]"
                   move 8 to return-code
                   stop run
               end-if
           end-if

           exit paragraph.


       reset-file-walk.

           set ws-file-absent to true
           set ws-not-swapped to true
           set ws-read-ok to true
           set ws-first-row to true
           set ws-not-eof to true
           move spaces to ws-prev-key
           move 0 to ws-row-num
           move 0 to ws-key-errors
           move 0 to ws-field-errors
           move 0 to ws-index-errors
           move 0 to ws-rows-written
           move 0 to ws-rows-rejected
           move 0 to ws-shown-count

           exit paragraph.


      *> The stats file in primary-key order, then its two alternate
      *> indexes, then (reorganizing) the swap.
       verify-stats-file.

           perform reset-file-walk
           move "STATS" to ws-file-label
           move ws-stats-file-name to ws-ct-file-name
           move concat(
               "cobordle_stats_rejects_" ws-today ".dat")
               to ws-reject-file-name

           display concat("Checking " trim(ws-stats-file-name))

           open input fd-stats-file
           if ws-file-status not = "00" then
               perform note-open-failure
               close fd-stats-file
               exit paragraph
           end-if
           set ws-file-present to true

           if ws-reorganize then
               open output fd-new-stats-file
               open output fd-reject-file
           end-if

               perform until ws-eof
                   read fd-stats-file next
                   at end set ws-eof to true
                   end-read
                   if ws-not-eof then
                       if ws-file-status(1:1) not = "0" then
                           perform note-read-error
                       else
                           perform check-stats-row
                       end-if
                   end-if
               end-perform

           if ws-read-ok then
               perform walk-stats-date-index
               perform walk-stats-game-id-index
           end-if

           close fd-stats-file

           if ws-reorganize then
               close fd-new-stats-file
               close fd-reject-file
               if ws-rows-rejected = 0 then
                   call "CBL_DELETE_FILE" using ws-reject-file-name
               end-if
           end-if

           perform show-file-summary

           if ws-reorganize then
               perform swap-stats-file
           end-if

           perform judge-file-count

           exit paragraph.


       check-stats-row.

           add 1 to ws-row-num
           add 1 to ws-total-read
           set ws-key-good to true

           perform check-key-order

           if f-stats-player(1:1) = space then
               move "player id blank or padded on the left"
                   to ws-finding-text
               perform note-key-finding
           end-if

           if f-stats-date is not numeric then
               move "date not numeric" to ws-finding-text
               perform note-key-finding
           else
               if test-date-yyyymmdd(f-stats-date) not = 0 then
                   move "date is not a calendar date"
                       to ws-finding-text
                   perform note-key-finding
               end-if
           end-if

           if f-stats-seq is not numeric then
               move "sequence not numeric" to ws-finding-text
               perform note-key-finding
           end-if

           perform check-stats-fields

           if ws-reorganize then
               if ws-key-good then
                   move f-stats-record to f-new-stats-record
                   write f-new-stats-record
                   invalid key
                       move "rejected by the rebuild (duplicate)"
                           to ws-finding-text
                       perform note-key-finding
                       perform reject-stats-row
                   not invalid key
                       add 1 to ws-rows-written
                       add 1 to ws-total-written
                   end-write
               else
                   perform reject-stats-row
               end-if
           end-if

           exit paragraph.


      *> Field findings: the row is readable and keyed properly but
      *> carries something no writer produces.
       check-stats-fields.

           if f-stats-version not = '1'
           and f-stats-version not = '2' then
               move concat(
                   "version flag '" f-stats-version "' is not 1 or 2")
                   to ws-finding-text
               perform note-field-finding
           end-if

           if f-stats-word = spaces then
               move "word blank" to ws-finding-text
               perform note-field-finding
           end-if

           if f-stats-solved not = 'Y'
           and f-stats-solved not = 'N' then
               move "solved flag not Y or N" to ws-finding-text
               perform note-field-finding
           end-if

           if f-stats-tries is not numeric then
               move "tries not numeric" to ws-finding-text
               perform note-field-finding
           else
               if f-stats-solved = 'Y' and f-stats-tries = 0 then
                   move "solved in zero tries" to ws-finding-text
                   perform note-field-finding
               end-if
           end-if

           if not f-stats-v2 then
               exit paragraph
           end-if

           if f-stats-length is not numeric
           or (f-stats-length not = 0
               and (f-stats-length < 4 or f-stats-length > 7)) then
               move "word length out of range" to ws-finding-text
               perform note-field-finding
           end-if

           if f-stats-max-tries is not numeric then
               move "max tries not numeric" to ws-finding-text
               perform note-field-finding
           else
               if f-stats-tries is numeric
               and f-stats-max-tries > 0
               and f-stats-tries > f-stats-max-tries then
                   move "tries beyond the round's max tries"
                       to ws-finding-text
                   perform note-field-finding
               end-if
           end-if

           if f-stats-elapsed is not numeric
           or f-stats-points is not numeric then
               move "elapsed or points not numeric"
                   to ws-finding-text
               perform note-field-finding
           end-if

           if (f-stats-daily-flag not = 'Y'
               and f-stats-daily-flag not = 'N'
               and f-stats-daily-flag not = space)
           or (f-stats-hard-flag not = 'Y'
               and f-stats-hard-flag not = 'N'
               and f-stats-hard-flag not = space)
           or (f-stats-blitz-flag not = 'Y'
               and f-stats-blitz-flag not = 'N'
               and f-stats-blitz-flag not = space)
           or (f-stats-migrated-flag not = 'Y'
               and f-stats-migrated-flag not = 'N'
               and f-stats-migrated-flag not = space) then
               move "mode flag not Y, N or blank" to ws-finding-text
               perform note-field-finding
           end-if

           exit paragraph.


       reject-stats-row.

           move f-stats-record to f-reject-record
           write f-reject-record
           add 1 to ws-rows-rejected

           exit paragraph.


      *> Every row must be reachable through the date index and
      *> through the game-id index; a count short of the primary
      *> walk means an alternate index lost entries.
       walk-stats-date-index.

           move 0 to ws-alt-count
           move 0 to f-stats-date
           set ws-not-eof to true

           start fd-stats-file key >= f-stats-date
           invalid key set ws-eof to true
           end-start

           perform until ws-eof
               read fd-stats-file next
               at end set ws-eof to true
               end-read
               if ws-not-eof then
                   if ws-file-status(1:1) not = "0" then
                       set ws-eof to true
                   else
                       add 1 to ws-alt-count
                   end-if
               end-if
           end-perform

           if ws-alt-count not = ws-row-num then
               move "date" to ws-finding-text
               perform note-index-mismatch
           end-if

           exit paragraph.


       walk-stats-game-id-index.

           move 0 to ws-alt-count
           move low-values to f-stats-game-id
           set ws-not-eof to true

           start fd-stats-file key >= f-stats-game-id
           invalid key set ws-eof to true
           end-start

           perform until ws-eof
               read fd-stats-file next
               at end set ws-eof to true
               end-read
               if ws-not-eof then
                   if ws-file-status(1:1) not = "0" then
                       set ws-eof to true
                   else
                       add 1 to ws-alt-count
                   end-if
               end-if
           end-perform

           if ws-alt-count not = ws-row-num then
               move "game-id" to ws-finding-text
               perform note-index-mismatch
           end-if

           exit paragraph.


       swap-stats-file.

           if ws-read-error
           or ws-rows-written + ws-rows-rejected not = ws-row-num then
               call "CBL_DELETE_FILE" using ws-new-stats-file-name
               display "  Rebuild NOT swapped in: not every row was "
                   "accounted for. The original is untouched."
               set ws-run-failed to true
               exit paragraph
           end-if

           call "CBL_DELETE_FILE" using ws-stats-file-name
           call "CBL_RENAME_FILE" using
               ws-new-stats-file-name ws-stats-file-name

           set ws-swapped to true
           perform show-rebuild-result

           exit paragraph.


      *> The word summary: one row per word, keyed on the word.
       verify-word-summary-file.

           perform reset-file-walk
           move "SUMMARY" to ws-file-label
           move ws-word-summary-file-name to ws-ct-file-name
           move concat(
               "cobordle_word_summary_rejects_" ws-today ".dat")
               to ws-reject-file-name

           display space
           display concat(
               "Checking " trim(ws-word-summary-file-name))

           open input fd-word-summary-file
           if ws-file-status not = "00" then
               perform note-open-failure
               close fd-word-summary-file
               exit paragraph
           end-if
           set ws-file-present to true

           if ws-reorganize then
               open output fd-new-word-summary-file
               open output fd-reject-file
           end-if

               perform until ws-eof
                   read fd-word-summary-file next
                   at end set ws-eof to true
                   end-read
                   if ws-not-eof then
                       if ws-file-status(1:1) not = "0" then
                           perform note-read-error
                       else
                           perform check-word-summary-row
                       end-if
                   end-if
               end-perform

           close fd-word-summary-file

           if ws-reorganize then
               close fd-new-word-summary-file
               close fd-reject-file
               if ws-rows-rejected = 0 then
                   call "CBL_DELETE_FILE" using ws-reject-file-name
               end-if
           end-if

           perform show-file-summary

           if ws-reorganize then
               perform swap-word-summary-file
           end-if

           perform judge-file-count

           exit paragraph.


       check-word-summary-row.

           add 1 to ws-row-num
           add 1 to ws-total-read
           set ws-key-good to true

           perform check-key-order

           if f-wsum-word = spaces
           or f-wsum-word(1:1) = space
           or f-wsum-word is not alphabetic then
               move "word blank, padded or not letters"
                   to ws-finding-text
               perform note-key-finding
           end-if

           if f-wsum-games is not numeric
           or f-wsum-solves is not numeric
           or f-wsum-total-tries is not numeric then
               move "games, solves or tries not numeric"
                   to ws-finding-text
               perform note-field-finding
           else
               if f-wsum-solves > f-wsum-games then
                   move "more solves than games" to ws-finding-text
                   perform note-field-finding
               end-if
           end-if

           if ws-reorganize then
               if ws-key-good then
                   move f-word-summary-record
                       to f-new-word-summary-record
                   write f-new-word-summary-record
                   invalid key
                       move "rejected by the rebuild (duplicate)"
                           to ws-finding-text
                       perform note-key-finding
                       perform reject-word-summary-row
                   not invalid key
                       add 1 to ws-rows-written
                       add 1 to ws-total-written
                   end-write
               else
                   perform reject-word-summary-row
               end-if
           end-if

           exit paragraph.


       reject-word-summary-row.

           move f-word-summary-record to f-reject-record
           write f-reject-record
           add 1 to ws-rows-rejected

           exit paragraph.


       swap-word-summary-file.

           if ws-read-error
           or ws-rows-written + ws-rows-rejected not = ws-row-num then
               call "CBL_DELETE_FILE"
                   using ws-new-word-summary-file-name
               display "  Rebuild NOT swapped in: not every row was "
                   "accounted for. The original is untouched."
               set ws-run-failed to true
               exit paragraph
           end-if

           call "CBL_DELETE_FILE" using ws-word-summary-file-name
           call "CBL_RENAME_FILE" using
               ws-new-word-summary-file-name ws-word-summary-file-name

           set ws-swapped to true
           perform show-rebuild-result

           exit paragraph.


      *> Keys must come back strictly ascending. The current key is
      *> taken from whichever record area the caller is walking.
       check-key-order.

           if ws-file-label = "STATS" then
               move f-stats-key to ws-this-key
           else
               move f-wsum-word to ws-this-key
           end-if

           if ws-not-first-row then
               if ws-this-key = ws-prev-key then
                   move "duplicate key" to ws-finding-text
                   perform note-key-finding
               else
                   if ws-this-key < ws-prev-key then
                       move "key out of order" to ws-finding-text
                       perform note-key-finding
                   end-if
               end-if
           end-if

           set ws-not-first-row to true
           move ws-this-key to ws-prev-key

           exit paragraph.


       note-key-finding.

           set ws-key-bad to true
           add 1 to ws-key-errors
           set ws-run-failed to true
           perform show-finding

           exit paragraph.


       note-field-finding.

           add 1 to ws-field-errors
           set ws-field-findings to true
           perform show-finding

           exit paragraph.


      *> A read that fails outright ends the walk: everything past a
      *> broken block is out of reach, and a rebuild from here would
      *> lose it.
       note-read-error.

           set ws-read-error to true
           set ws-eof to true
           set ws-run-failed to true
           move ws-row-num to ws-row-num-disp
           display concat(
               "  READ ERROR status " ws-file-status
               " after row " trim(ws-row-num-disp)
               " -- the rest of the file could not be read.")

           exit paragraph.


      *> An optional file that isn't there yet opens with status 05
      *> and is simply skipped; anything else is a file that exists
      *> but can't be opened as declared.
       note-open-failure.

           if ws-file-status = "05" then
               display "  Not present -- nothing to check."
           else
               display concat(
                   "  OPEN ERROR status " ws-file-status
                   " -- the file could not be opened.")
               set ws-run-failed to true
           end-if

           exit paragraph.


       note-index-mismatch.

           add 1 to ws-index-errors
           set ws-run-failed to true
           move ws-alt-count to ws-count-disp
           move ws-row-num to ws-count-disp-2
           display concat(
               "  INDEX ERROR: the " trim(ws-finding-text)
               " index reaches " trim(ws-count-disp) " row(s), "
               "the primary key " trim(ws-count-disp-2) ".")

           exit paragraph.


      *> The first few findings per file are listed with the row
      *> number and key; the rest are only counted.
       show-finding.

           add 1 to ws-shown-count

           if ws-shown-count > ws-max-shown then
               exit paragraph
           end-if

           if ws-shown-count = ws-max-shown then
               display "  ... further findings counted, not listed."
               exit paragraph
           end-if

           move ws-row-num to ws-row-num-disp

           if ws-file-label = "STATS" then
               display concat(
                   "  row " trim(ws-row-num-disp) " "
                   trim(f-stats-player) " " f-stats-date
                   " " f-stats-seq ": " trim(ws-finding-text))
           else
               display concat(
                   "  row " trim(ws-row-num-disp) " "
                   trim(f-wsum-word) ": " trim(ws-finding-text))
           end-if

           exit paragraph.


       show-file-summary.

           move ws-row-num to ws-count-disp
           display concat("  Rows read:       " trim(ws-count-disp))
           move ws-key-errors to ws-count-disp
           display concat("  Key errors:      " trim(ws-count-disp))
           move ws-index-errors to ws-count-disp
           display concat("  Index errors:    " trim(ws-count-disp))
           move ws-field-errors to ws-count-disp
           display concat("  Field findings:  " trim(ws-count-disp))

           exit paragraph.


       show-rebuild-result.

           move ws-rows-written to ws-count-disp
           display concat(
               "  Rebuilt with " trim(ws-count-disp) " row(s).")

           if ws-rows-rejected > 0 then
               move ws-rows-rejected to ws-count-disp
               display concat(
                   "  " trim(ws-count-disp) " row(s) with bad keys "
                   "moved to " trim(ws-reject-file-name))
           end-if

           exit paragraph.


      *> The count against the last known-good one. A sound file (or
      *> a clean rebuild) becomes the new known-good count.
       judge-file-count.

           if ws-file-absent then
               exit paragraph
           end-if

           move 0 to ws-ct-found-idx
           perform varying ws-ct-idx from 1 by 1
               until ws-ct-idx > ws-count-count
               if ws-ct-file(ws-ct-idx) = ws-ct-file-name then
                   move ws-ct-idx to ws-ct-found-idx
               end-if
           end-perform

           if ws-ct-found-idx > 0 then
               move ws-ct-found-idx to ws-ct-idx
               move ws-ct-rows(ws-ct-idx) to ws-count-disp
               if ws-row-num = 0 and ws-ct-rows(ws-ct-idx) > 0 then
                   display concat(
                       "  COUNT ERROR: the file is empty; the last "
                       "good check on " ws-ct-date(ws-ct-idx)
                       " found " trim(ws-count-disp) " row(s).")
                   set ws-run-failed to true
                   exit paragraph
               end-if
               if ws-row-num < ws-ct-rows(ws-ct-idx) then
                   compute ws-alt-count =
                       ws-ct-rows(ws-ct-idx) - ws-row-num
                   move ws-alt-count to ws-count-disp-2
                   display concat(
                       "  Count: " trim(ws-count-disp-2)
                       " row(s) fewer than the last good check on "
                       ws-ct-date(ws-ct-idx) " ("
                       trim(ws-count-disp) ").")
               else
                   compute ws-alt-count =
                       ws-row-num - ws-ct-rows(ws-ct-idx)
                   move ws-alt-count to ws-count-disp-2
                   display concat(
                       "  Count: " trim(ws-count-disp-2)
                       " row(s) more than the last good check on "
                       ws-ct-date(ws-ct-idx) " ("
                       trim(ws-count-disp) ").")
               end-if
           else
               display "  Count: no known-good count on file yet."
           end-if

      *>   Only a file known sound now sets a new known-good count:
      *>   a clean verify, or a rebuild that was swapped in.
           if ws-reorganize then
               if ws-not-swapped then
                   exit paragraph
               end-if
           else
               if ws-read-error
               or ws-key-errors > 0
               or ws-index-errors > 0 then
                   exit paragraph
               end-if
           end-if

           if ws-ct-found-idx = 0 then
               if ws-count-count >= ws-max-counts then
                   exit paragraph
               end-if
               add 1 to ws-count-count
               move ws-count-count to ws-ct-idx
               move ws-ct-file-name to ws-ct-file(ws-ct-idx)
           end-if

           if ws-reorganize then
               move ws-rows-written to ws-ct-rows(ws-ct-idx)
           else
               move ws-row-num to ws-ct-rows(ws-ct-idx)
           end-if
           move ws-today to ws-ct-date(ws-ct-idx)

           exit paragraph.


       load-counts.

           move 0 to ws-count-count
           set ws-not-eof to true

           open input fd-counts-file

               perform until ws-eof
                   read fd-counts-file
                   at end set ws-eof to true
                   not at end
                       if f-cnt-file not = spaces
                       and ws-count-count < ws-max-counts then
                           add 1 to ws-count-count
                           move f-cnt-file
                               to ws-ct-file(ws-count-count)
                           move f-cnt-rows
                               to ws-ct-rows(ws-count-count)
                           move f-cnt-date
                               to ws-ct-date(ws-count-count)
                       end-if
                   end-read
               end-perform

           close fd-counts-file

           set ws-not-eof to true

           exit paragraph.


       rewrite-counts.

           open output fd-counts-tmp

               perform varying ws-ct-idx from 1 by 1
                   until ws-ct-idx > ws-count-count

                   move ws-ct-file(ws-ct-idx) to f-cnt-file
                   move ws-ct-rows(ws-ct-idx) to f-cnt-rows
                   move ws-ct-date(ws-ct-idx) to f-cnt-date
                   write f-counts-tmp-record from f-counts-record
               end-perform

           close fd-counts-tmp

           call "CBL_DELETE_FILE" using ws-counts-file-name
           call "CBL_RENAME_FILE" using
               ws-counts-tmp-name ws-counts-file-name

           exit paragraph.


      *> Nobody may record play while this run rewrites the files
      *> underneath them: the maintenance lock is taken first, and a
      *> run that finds it already held by someone else stops here.
       take-maintenance-lock.

           move 'S' to l-ml-action
           move "index-verify" to l-ml-program
           move 60 to l-ml-minutes
           call "maint-lock" using l-maint-lock

           if l-ml-refused then
               display concat(
                   "Refusing to run: the maintenance lock is held by "
                   trim(l-ml-holder) " until " l-ml-until-disp ".")
               if l-ml-stale then
                   display "That lock looks stale -- check it with "
                       "maint-window and clear it with maint-window "
                       "--clear."
               end-if
               move "index-verify" to l-rj-program
               move ws-cmd-args(1:60) to l-rj-args
               move 0 to l-rj-rows-in
               move 0 to l-rj-rows-out
               move "LOCKED" to l-rj-outcome
               call "run-journal" using l-run-journal
               move 8 to return-code
               stop run
           end-if

           exit paragraph.


       release-maintenance-lock.

           move 'C' to l-ml-action
           call "maint-lock" using l-maint-lock

           exit paragraph.


       check-operator-grant.

           move "index-verify" to l-oc-program
           move ws-cmd-args(1:60) to l-oc-args
           call "operator-check" using l-operator-check

           if l-oc-denied then
               display l-oc-message
               move 8 to return-code
               stop run
           end-if

           exit paragraph.

       end program index-verify.
