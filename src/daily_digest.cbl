      *          names the word players actually got. The summary goes
      *          to the console and to cobordle_digest_<date>.txt,
      *          ready to paste into the morning chat.
      *
      *          A --date= of the current game day gives a running
      *          count, but with the word masked: the digest is posted
      *          for everyone, and today's daily stays under
      *          daily-embargo's spoiler rule until the day is over.
      *
      *          An office holiday (see holiday-check) gets no digest:
      *          the turnout on a closed day says nothing about the
      *          word.
      *
      *          A special-event day (see event-check) digests the
      *          event's daily instead -- the event's length, drawn
      *          from its category list -- and the digest opens with
      *          the event's banner.
      *
      *          A daily word that came out of the players' suggestion
      *          box (see word-suggest) credits the player who
      *          suggested it.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
               select optional fd-stats-file
               assign to dynamic ws-stats-file-name
               organization is indexed
               access mode is dynamic
               record key is f-stats-key
               alternate record key is f-stats-date with duplicates
               alternate record key is f-stats-game-id with duplicates.

               select fd-digest-file
               assign to dynamic ws-digest-file-name
               assign to dynamic ws-html-file-name
               organization is line sequential.

               select optional fd-suggest-file
               assign to dynamic ws-suggest-file-name
               organization is line sequential.

       data division.

       file section.

      *> Daily absurdle challenge outcomes, recorded by absurdle's
      *> --daily mode; the digest carries the standing.
      *> Suggestion box: the row schedule-gen marked with this date.
       fd  fd-suggest-file.
       copy "./src/copy/suggestion_record.cpy".

       fd  fd-absurdle-file.
       01  f-absurdle-result-record.
           05  f-abs-date              pic 9(8).
       01  ws-days-since-epoch       pic 9(9).
       01  ws-word-select            pic 9(5) comp.
       01  ws-daily-word             pic a(7).
      *> The word as the digest prints it -- masked while the target
      *> date is still the current game day.
       01  ws-shown-word             pic x(7).

       01  ws-word-list              pic a(7)
                                     occurs ws-max-words times.
       01  ws-fastest-disp           pic z(4)9.
       01  ws-digest-line            pic x(80).

      *> Spoiler check on the daily word before it goes into the
      *> digest.
       copy "./src/copy/embargo_check.cpy".

      *> Closed days are skipped (see holiday-check).
       copy "./src/copy/holiday_check.cpy".

      *> An event day's daily is the event's length from the event's
      *> list (see event-check); any other day's is 5 from word.list.
       copy "./src/copy/event_check.cpy".
       01  ws-daily-length           pic 9 value 5.
       01  ws-member-idx             pic 9(5) comp.
       01  ws-html-banner            pic x(60).

       01  ws-suggest-file-name      pic x(40)
                                     value "cobordle_suggestions.dat".
       01  ws-suggested-by           pic x(20) value spaces.
       01  ws-credit-line            pic x(60) value spaces.

       procedure division.

       main-procedure.
           accept ws-cmd-args from command-line
           perform determine-target-date

           move ws-target-date to l-hc-date
           call "holiday-check" using l-holiday-check
           if l-hc-holiday then
               display concat(
                   ws-target-date " was an office holiday ("
                   trim(l-hc-name) "). No digest for it.")
               stop run
           end-if

           perform check-event-day

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--html"
               to ws-digest-file-name

           perform resolve-daily-word
           perform find-suggester
           perform embargo-daily-word
           perform tally-stats-rows
           perform tally-absurdle-results

           stop run.


       check-event-day.

           move ws-target-date to l-ev-date
           call "event-check" using l-event-check
           if l-ev-none then
               exit paragraph
           end-if

           move l-ev-length to ws-daily-length
           evaluate l-ev-length
               when 4
                   move concat(trim(l-ev-category) "4.list")
                       to ws-word-file-name
               when 6
                   move concat(trim(l-ev-category) "6.list")
                       to ws-word-file-name
               when 7
                   move concat(trim(l-ev-category) "7.list")
                       to ws-word-file-name
               when other
                   move concat(trim(l-ev-category) ".list")
                       to ws-word-file-name
           end-evaluate

           if l-ev-banner = spaces then
               move concat("Special event: " trim(l-ev-category))
                   to l-ev-banner
           end-if
           display trim(l-ev-banner)

           exit paragraph.


      *> Credit only where the word dealt is the word suggested: a
      *> hand-edited schedule row or a blackout slide leaves nobody
      *> to thank.
       find-suggester.

           move spaces to ws-suggested-by
           set ws-not-eof to true

           open input fd-suggest-file

               perform until ws-eof
                   read fd-suggest-file
                   at end set ws-eof to true
                   not at end
                       if f-sugg-scheduled
                       and f-sugg-sched-date = ws-target-date
                       and upper-case(f-sugg-word) = ws-daily-word
                       then
                           move f-sugg-player to ws-suggested-by
                           set ws-eof to true
                       end-if
                   end-read
               end-perform

           close fd-suggest-file

           set ws-not-eof to true

           if ws-suggested-by = spaces then
               exit paragraph
           end-if

           call "game-day" using ws-game-day
           if ws-target-date = ws-game-day then
               move concat(
                   "Today's word suggested by " trim(ws-suggested-by))
                   to ws-credit-line
           else
               move concat(
                   "Word suggested by " trim(ws-suggested-by))
                   to ws-credit-line
           end-if

           exit paragraph.


       determine-target-date.

           move 0 to ws-cmd-found
           exit paragraph.


      *> Only the current game day's word is still a secret; any
      *> earlier digest names it outright. The digest is for
      *> everyone, so no viewer.
       embargo-daily-word.

           move ws-daily-word to ws-shown-word

           call "game-day" using ws-game-day
           if ws-target-date not = ws-game-day then
               exit paragraph
           end-if

           move ws-daily-word to l-emb-word
           move spaces to l-emb-viewer
           call "daily-embargo" using l-embargo-check
           move l-emb-shown-word to ws-shown-word

           exit paragraph.


      *> The same resolution word-loader's daily mode makes: the
      *> pre-generated schedule first, then the day-number mod over
      *> the valid sorted 5-letter entries of word.list as fallback
      *> (an event day: the event's list at the event's length, and
      *> the scheduled word stands only if that list holds it).
       resolve-daily-word.

           perform lookup-scheduled-word
               perform load-blackout-list
               move ws-daily-word to ws-blackout-check-word
               perform check-word-blacklisted
               if ws-not-blacklisted
               and l-ev-none then
                   exit paragraph
               end-if
               if ws-blacklisted then
                   set ws-sched-not-found to true
                   move spaces to ws-daily-word
               end-if
           end-if

           set ws-not-eof to true
           close fd-word-file

           if ws-word-count = 0 then
               display concat(
                   "No words found in " trim(ws-word-file-name)
                   ". Exiting...")
               stop run
           end-if

           perform sort-word-list

           if ws-sched-found then
               perform varying ws-member-idx from 1 by 1
                   until ws-member-idx > ws-word-count
                   if ws-word-list(ws-member-idx) = ws-daily-word
                   then
                       exit paragraph
                   end-if
               end-perform
           end-if

           compute ws-days-since-epoch =
               function integer-of-date(ws-target-date)
           compute ws-word-select =
                   at end set ws-eof to true
                   not at end
                       if f-sched-date = ws-target-date
                       and f-sched-length = ws-daily-length then
                           move f-sched-word to ws-daily-word
                           set ws-sched-found to true
                           set ws-eof to true
           set ws-entry-valid to true
           move function length(trim(f-word-entry)) to ws-entry-len

           if ws-entry-len not = ws-daily-length then
               set ws-entry-invalid to true
               exit paragraph
           end-if

      *> Every stats row for the target date that matches the daily
      *> word counts as one play of the puzzle; elapsed seconds from
      *> version-2 rows find the fastest solver. The date key walks
      *> just that day's rows instead of the whole file.
       tally-stats-rows.

           set ws-not-eof to true

           move ws-target-date to f-stats-date

           open input fd-stats-file

               start fd-stats-file key = f-stats-date
               invalid key set ws-eof to true
               end-start

               perform until ws-eof
                   read fd-stats-file next
                   at end set ws-eof to true
                   not at end
                       if f-stats-date not = ws-target-date then
                           set ws-eof to true
                       else
                           if f-stats-word = ws-daily-word then
                               perform tally-one-row
                           end-if
                       end-if
                   end-read
               end-perform
               to ws-digest-line
           perform put-digest-line

           if l-ev-active then
               move l-ev-banner to ws-digest-line
               perform put-digest-line
           end-if

           move concat(
               "Daily word: " ws-shown-word)
               to ws-digest-line
           perform put-digest-line

           if ws-credit-line not = spaces then
               move ws-credit-line to ws-digest-line
               perform put-digest-line
           end-if

           move ws-played-count to ws-count-disp
           move concat(
               "Players: " trim(ws-count-disp))
               to f-html-record
           write f-html-record

           if l-ev-active then
               move l-ev-banner to ws-html-banner
               inspect ws-html-banner replacing
                   all "<" by "("
                   all ">" by ")"
                   all "&" by "+"
               move concat("<h2>" trim(ws-html-banner) "</h2>")
                   to f-html-record
               write f-html-record
           end-if

           move ws-played-count to ws-count-disp
           move ws-solve-rate to ws-rate-disp
           move ws-avg-tries to ws-avg-disp
           move concat(
               "<p>Daily word: <b>" trim(ws-shown-word)
               "</b> &mdash; " trim(ws-count-disp)
               " player(s), " trim(ws-rate-disp)
               "% solved, avg " trim(ws-avg-disp)
               to f-html-record
           write f-html-record

           if ws-credit-line not = spaces then
               move concat("<p><i>" trim(ws-credit-line) "</i></p>")
                   to f-html-record
               write f-html-record
           end-if

           move "<h2>Solve distribution</h2>" to f-html-record
           write f-html-record

