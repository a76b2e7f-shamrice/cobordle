      *          run well above or below the overall average -- a
      *          first step toward weighting word selection by
      *          difficulty instead of picking uniformly at random.
      *          --abandoned adds each word's abandoned-game count and
      *          quit rate from the totals abandoned-report writes.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
               access mode is dynamic
               record key is f-wsum-word.

               select optional fd-abandoned-file
               assign to dynamic ws-abandoned-file-name
               organization is line sequential.

       data division.

       file section.
       fd  fd-summary-file.
       copy "./src/copy/word_summary_record.cpy".

       fd  fd-abandoned-file.
       copy "./src/copy/abandoned_word_record.cpy".

       working-storage section.

       01  ws-word-file-name       pic x(40) value "word.list".
       01  ws-summary-file-name    pic x(40)
                                 value "cobordle_word_summary.idx".
       01  ws-summary-rows         pic 9(7) comp value 0.
       01  ws-abandoned-file-name  pic x(40)
                                 value "cobordle_abandoned_words.dat".
       01  ws-abandoned-rows       pic 9(7) comp value 0.
       01  ws-abandoned-built-on   pic 9(8) value 0.

       01  ws-max-words                          constant as 30000.

           05  ws-ws-avg-tries                   pic 9(2)v9 comp
                                                  value 0.
           05  ws-ws-flag                        pic x(4) value spaces.
           05  ws-ws-aband-started               pic 9(7) comp
                                                  value 0.
           05  ws-ws-abandoned                   pic 9(7) comp
                                                  value 0.

       01  ws-word-count                         pic 9(5) comp
                                                  value 0.
           05  ws-sort-tmp-total-tries            pic 9(7) comp.
           05  ws-sort-tmp-avg-tries               pic 9(2)v9 comp.
           05  ws-sort-tmp-flag                   pic x(4).
           05  ws-sort-tmp-aband-started          pic 9(7) comp.
           05  ws-sort-tmp-abandoned              pic 9(7) comp.

       01  ws-overall-total-tries                pic 9(9) comp
                                                  value 0.
       01  ws-no-data-count                      pic 9(5) comp
                                                  value 0.
       01  ws-no-data-count-disp                 pic z(4)9.
       01  ws-abandoned-disp                     pic z(4)9.
       01  ws-quit-rate                          pic 9(3)v9 comp.
       01  ws-quit-rate-disp                     pic zz9.9.
       01  ws-abandoned-cols                     pic x(13)
                                                  value spaces.

      *> --print routes the ranking through the shared print-writer
      *> alongside the terminal output.
       01  ws-print-sw             pic a value 'N'.
           88  ws-print-active     value 'Y'.
           88  ws-print-off        value 'N'.
      *> --abandoned adds the abandonment columns.
       01  ws-abandoned-sw         pic a value 'N'.
           88  ws-abandoned-active value 'Y'.
           88  ws-abandoned-off    value 'N'.
       01  ws-heading-line         pic x(132).
       01  ws-rule-line            pic x(132).
       01  ws-print-line           pic x(132).
       01  ws-print-report-name    pic x(30)
                                   value "WORD DIFFICULTY".
               call "print-open" using ws-print-report-name
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--abandoned"
           if ws-cmd-found > 0 then
               set ws-abandoned-active to true
           end-if

           perform load-word-list

      *>   The maintained summary first; the per-round history scan
               close fd-word-stats-file
           end-if

           if ws-abandoned-active then
               perform load-abandoned-totals
           end-if

           if ws-word-count = 0 then
               display "No words found. Make sure word.list exists "
                   "in the current directory."
           exit paragraph.


      *> Per-word abandonment totals as abandoned-report last wrote
      *> them (its --words-only nightly step). With no file yet the
      *> ranking prints without the extra columns.
       load-abandoned-totals.

           set ws-not-eof to true

           open input fd-abandoned-file

               perform until ws-eof
                   read fd-abandoned-file
                   at end set ws-eof to true
                   not at end
                       if f-abw-word not = spaces then
                           add 1 to ws-abandoned-rows
                           move f-abw-word to f-word-entry
                           perform find-or-add-word
                           move f-abw-started
                               to ws-ws-aband-started(ws-ws-idx)
                           move f-abw-abandoned
                               to ws-ws-abandoned(ws-ws-idx)
                           move f-abw-built-on
                               to ws-abandoned-built-on
                       end-if
                   end-read
               end-perform

           close fd-abandoned-file

           set ws-not-eof to true

           if ws-abandoned-rows = 0 then
               display "No abandonment totals in "
                   trim(ws-abandoned-file-name)
                   " -- run abandoned-report --words-only first."
               set ws-abandoned-off to true
           end-if

           exit paragraph.


      *> Folds one word-stats-file line into the running per-word
      *> totals, adding a new row the first time a word is seen
      *> (covers stats rows for words no longer in the current
               trim(ws-avg-tries-disp))
           display space

           move "Rank Word    Games Solves  Avg  Flag"
               to ws-heading-line
           move "---- ------- ----- ------ ----- ----"
               to ws-rule-line

           if ws-abandoned-active then
               move concat(
                   "Abandonment totals as of "
                   ws-abandoned-built-on
                   " (abandoned-report).")
                   to ws-print-line
               display trim(ws-print-line)
               display space
               move " Aband  Quit%" to ws-heading-line(37:13)
               move " ----- ------" to ws-rule-line(37:13)
           end-if

           display trim(ws-heading-line)
           display trim(ws-rule-line)

           if ws-print-active then
               move ws-heading-line to ws-print-line
               call "print-heading" using ws-print-line
               move ws-rule-line to ws-print-line
               call "print-heading" using ws-print-line
           end-if

               move ws-ws-solves(ws-ws-idx) to ws-solves-disp
               move ws-ws-avg-tries(ws-ws-idx) to ws-avg-tries-disp

               if ws-abandoned-active then
                   perform set-abandoned-columns
               end-if

               move concat(
                   trim(ws-rank-disp) "    "
                   ws-ws-word(ws-ws-idx) " "
                   ws-games-disp " "
                   ws-solves-disp " "
                   ws-avg-tries-disp " "
                   ws-ws-flag(ws-ws-idx)
                   ws-abandoned-cols)
                   to ws-print-line

               display trim(ws-print-line)

           exit paragraph.


      *> Quit rate is abandoned games over games started, both as
      *> abandoned-report counted them from the audit trail.
       set-abandoned-columns.

           move ws-ws-abandoned(ws-ws-idx) to ws-abandoned-disp

           if ws-ws-aband-started(ws-ws-idx) > 0 then
               compute ws-quit-rate rounded =
                   ws-ws-abandoned(ws-ws-idx) * 100 /
                   ws-ws-aband-started(ws-ws-idx)
               move ws-quit-rate to ws-quit-rate-disp
               move concat(
                   " " ws-abandoned-disp " "
                   ws-quit-rate-disp "%")
                   to ws-abandoned-cols
           else
               move concat(
                   " " ws-abandoned-disp "     -")
                   to ws-abandoned-cols
           end-if

           exit paragraph.

       end program word-difficulty-report.
