      ******************************************************************
      * Purpose: Pre-flight of the upcoming daily schedule. Each of
      *          the next 30 game days (--days=N to change) is
      *          resolved for every word length through word-loader
      *          itself -- the schedule row, the blackout gate, the
      *          list-membership fallback and the day-number pick,
      *          exactly as a daily round on that date would deal it
      *          (a special-event day deals only the event's length,
      *          from the event's list, see event-check) -- and the
      *          answer is checked the way players would find out it
      *          was broken:
      *
      *            RED    the scheduled word is on word_blackout.list
      *            RED    the scheduled word is no longer on its list
      *                   (both silently deal a different word)
      *            RED    nothing can be dealt at all
      *            AMBER  no schedule row (day-number pick only)
      *            AMBER  no definition in word_defs.list
      *            AMBER  not on the length's allowed-guess list
      *            AMBER  the same word was a daily in the past year
      *            AMBER  the word-summary history says it is far
      *                   harder than usual (a full guess over the
      *                   average, or 25 points under the solve rate,
      *                   over at least 5 games)
      *
      *          Findings go to the console and to
      *          cobordle_preflight.rpt. The report names upcoming
      *          answers, so it is an operator's tool.
      *
      *          Exit code: 8 when any RED finding is made, so the
      *          nightly batch stops on it; 0 otherwise.
      *
      *          Usage: schedule-preflight [--days=N]
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. schedule-preflight.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       input-output section.

           file-control.
               select optional fd-schedule-file
               assign to dynamic ws-schedule-file-name
               organization is line sequential.

               select optional fd-blackout-file
               assign to dynamic ws-blackout-file-name
               organization is line sequential.

               select optional fd-defs-file
               assign to dynamic ws-defs-file-name
               organization is line sequential.

               select optional fd-summary-file
               assign to dynamic ws-summary-file-name
               organization is indexed
               access mode is dynamic
               record key is f-wsum-word.

               select fd-report-file
               assign to dynamic ws-report-file-name
               organization is line sequential.

       data division.

       file section.

       fd  fd-schedule-file.
       copy "./src/copy/schedule_record.cpy".

       fd  fd-blackout-file.
       01  f-blackout-entry          pic a(7).

       fd  fd-defs-file.
       01  f-defs-record             pic x(100).

       fd  fd-summary-file.
       copy "./src/copy/word_summary_record.cpy".

       fd  fd-report-file.
       01  f-report-record           pic x(100).

       working-storage section.

       01  ws-schedule-file-name     pic x(40)
                                     value "cobordle_schedule.dat".
       01  ws-blackout-file-name     pic x(40)
                                     value "word_blackout.list".
       01  ws-defs-file-name         pic x(40) value "word_defs.list".
       01  ws-summary-file-name      pic x(40)
                                     value "cobordle_word_summary.idx".
       01  ws-report-file-name       pic x(40)
                                     value "cobordle_preflight.rpt".

       01  ws-max-words              constant as 30000.

       01  ws-cmd-args               pic x(80).
       01  ws-arg-discard            pic x(80).
       01  ws-arg-remainder          pic x(80).
       01  ws-days-arg               pic x(10).
       01  ws-cmd-found              pic 9(2) comp.

       01  ws-horizon-days           pic 9(3) comp value 30.

       01  ws-today                  pic 9(8).
       01  ws-today-day              pic 9(9) comp.
       01  ws-check-day              pic 9(9) comp.
       01  ws-check-date             pic 9(8).
       01  ws-year-ago-date          pic 9(8).
       01  ws-horizon-date           pic 9(8).
       01  ws-day-offset             pic 9(3) comp.
       01  ws-length                 pic 9 comp.
       01  ws-length-digit           pic 9.

       01  ws-eof-sw                 pic a value 'N'.
           88  ws-eof                value 'Y'.
           88  ws-not-eof            value 'N'.

      *> The word-loader interface, as every game program passes it.
       01  ws-word-data.
           05  ws-dealt-word                      pic a(7).
           05  ws-word-count                      pic 9(5) comp
                                                  value 0.
           05  ws-word-list                       pic a(7) occurs
                                                  ws-max-words times.
           05  ws-allowed-count                   pic 9(5) comp
                                                  value 0.
           05  ws-allowed-list                    pic a(7) occurs
                                                  ws-max-words times.
           05  ws-rejected-count                  pic 9(5) comp
                                                  value 0.

       copy "./src/copy/game_options.cpy".

       copy "./src/copy/event_check.cpy".

      *> Schedule rows from a year before today to the end of the
      *> horizon: the day's own row, and the past year's dailies for
      *> the repeat check.
       01  ws-max-sched              constant as 8000.
       01  ws-sched occurs ws-max-sched times.
           05  ws-sc-date            pic 9(8).
           05  ws-sc-length          pic 9.
           05  ws-sc-word            pic a(7).
       01  ws-sched-count            pic 9(5) comp value 0.
       01  ws-sc-idx                 pic 9(5) comp.
       01  ws-sched-word             pic a(7).
       01  ws-repeat-date            pic 9(8).

       01  ws-max-blackout           constant as 500.
       01  ws-blackout-words         pic a(7)
                                     occurs ws-max-blackout times.
       01  ws-blackout-count         pic 9(3) comp value 0.
       01  ws-blackout-idx           pic 9(3) comp.

       01  ws-defined-words          pic a(7)
                                     occurs ws-max-words times.
       01  ws-defined-count          pic 9(5) comp value 0.
       01  ws-def-word               pic x(10).
       01  ws-idx                    pic 9(5) comp.

       01  ws-found-sw               pic a value 'N'.
           88  ws-found              value 'Y'.
           88  ws-not-found          value 'N'.

      *> Binary search over word-loader's sorted allowed list.
       01  ws-bs-low                 pic 9(5) comp.
       01  ws-bs-high                pic 9(5) comp.
       01  ws-bs-mid                 pic 9(5) comp.

      *> Overall play across the word summary, and the thresholds a
      *> word has to clear to be called far harder than usual.
       01  ws-min-games              constant as 5.
       01  ws-all-games              pic 9(9) comp value 0.
       01  ws-all-solves             pic 9(9) comp value 0.
       01  ws-all-tries              pic 9(11) comp value 0.
       01  ws-all-avg-tries          pic 9(2)v9 comp value 0.
       01  ws-all-solve-pct          pic 9(3) comp value 0.
       01  ws-word-avg-tries         pic 9(2)v9 comp.
       01  ws-word-solve-pct         pic 9(3) comp.

       01  ws-level                  pic 9 comp.
       01  ws-level-text             pic x(5).
       01  ws-finding-text           pic x(80).
       01  ws-report-line            pic x(100).
       01  ws-date-disp              pic x(10).
       01  ws-date-disp-2            pic x(10).
       01  ws-checked-count          pic 9(5) comp value 0.
       01  ws-red-count              pic 9(5) comp value 0.
       01  ws-amber-count            pic 9(5) comp value 0.
       01  ws-count-disp             pic z(4)9.
       01  ws-games-disp             pic z(6)9.
       01  ws-pct-disp               pic zz9.
       01  ws-pct-disp-2             pic zz9.
       01  ws-avg-disp               pic z9.9.
       01  ws-avg-disp-2             pic z9.9.

      *> One administrative run-journal row per run.
       copy "./src/copy/run_journal.cpy".

      *> Only a login granted this utility in cobordle_operators.dat
      *> may run it: the report names upcoming dailies.
       copy "./src/copy/operator_check.cpy".

       procedure division.

       main-procedure.

           display "COBORDLE - Daily schedule pre-flight"

           accept ws-cmd-args from command-line
           perform check-operator-grant
           perform parse-cmd-args

           call "game-day" using ws-today
           compute ws-today-day = function integer-of-date(ws-today)
           compute ws-horizon-date = function date-of-integer(
               ws-today-day + ws-horizon-days - 1)
           compute ws-year-ago-date = function date-of-integer(
               ws-today-day - 366)

           move ws-today to ws-check-date
           perform format-check-date
           move ws-date-disp to ws-date-disp-2
           move ws-horizon-date to ws-check-date
           perform format-check-date
           display concat(
               "Dailies from " ws-date-disp-2 " to " ws-date-disp)
           display space

           perform load-schedule-rows
           perform load-blackout-list
           perform load-defined-words
           perform load-summary-averages

           open output fd-report-file

           open input fd-summary-file

           perform varying ws-day-offset from 0 by 1
               until ws-day-offset >= ws-horizon-days
               compute ws-check-day = ws-today-day + ws-day-offset
               compute ws-check-date =
                   function date-of-integer(ws-check-day)
               perform check-one-date
           end-perform

           close fd-summary-file
           close fd-report-file

           call "disable-logger"

           display space
           move ws-checked-count to ws-count-disp
           display concat(
               "Dailies checked: " trim(ws-count-disp))
           move ws-red-count to ws-count-disp
           display concat(
               "RED findings:    " trim(ws-count-disp))
           move ws-amber-count to ws-count-disp
           display concat(
               "AMBER findings:  " trim(ws-count-disp))
           if ws-red-count + ws-amber-count > 0 then
               display concat(
                   "See " trim(ws-report-file-name) " for the list.")
           end-if

           move "schedule-preflight" to l-rj-program
           move ws-cmd-args(1:60) to l-rj-args
           move ws-checked-count to l-rj-rows-in
           compute l-rj-rows-out = ws-red-count + ws-amber-count
           evaluate true
               when ws-red-count > 0
                   move "RED" to l-rj-outcome
               when ws-amber-count > 0
                   move "AMBER" to l-rj-outcome
               when other
                   move "OK" to l-rj-outcome
           end-evaluate
           call "run-journal" using l-run-journal

      *>   Only RED stops the nightly batch; an AMBER day still deals
      *>   the word it was given.
           if ws-red-count > 0 then
               move 8 to return-code
           end-if

           stop run.


       parse-cmd-args.

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--days="
           if ws-cmd-found > 0 then
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-cmd-args delimited by "--days="
                   into ws-arg-discard ws-arg-remainder
               unstring ws-arg-remainder delimited by space
                   into ws-days-arg
               move function numval(ws-days-arg)
                   to ws-horizon-days
               if ws-horizon-days < 1
               or ws-horizon-days > 366 then
                   move 30 to ws-horizon-days
               end-if
           end-if

           exit paragraph.


      *> Every length a daily on this date would deal. On a special-
      *> event day the dailies are all the event's puzzle, so only
      *> the event's length is dealt, from the event's list.
       check-one-date.

           move ws-check-date to l-ev-date
           call "event-check" using l-event-check

           perform varying ws-length from 4 by 1 until ws-length > 7
               if l-ev-none or l-ev-length = ws-length then
                   perform check-one-daily
               end-if
           end-perform

           exit paragraph.


      *> Deals the date's daily at this length through word-loader,
      *> as a replay of that date would, then checks the answer.
       check-one-daily.

           add 1 to ws-checked-count
           move ws-length to ws-length-digit
           perform format-check-date

           set l-daily-mode to true
           set l-not-practice-mode to true
           move ws-length to l-word-length
           move ws-date-disp to l-replay-date
           move spaces to l-language
           move spaces to l-word-file-override
           move spaces to l-resume-word
           move spaces to l-difficulty
           move ws-max-words to l-max-words
           move 0 to l-recent-days
           if l-ev-active then
               move l-ev-category to l-category
           else
               move spaces to l-category
           end-if

      *>   A fresh table each time: a length whose list is missing
      *>   must not deal from the last length's words.
           initialize ws-word-data
           call "word-loader" using ws-word-data l-game-options
           move upper-case(ws-dealt-word) to ws-dealt-word

           perform find-scheduled-word

           if ws-word-count = 0 or ws-dealt-word = spaces then
               move 2 to ws-level
               move concat(
                   "nothing can be dealt -- the "
                   ws-length-digit "-letter list is missing or empty")
                   to ws-finding-text
               perform report-finding
               exit paragraph
           end-if

           if ws-sched-word = spaces then
               move 1 to ws-level
               move "not in the schedule -- day-number pick only"
                   to ws-finding-text
               perform report-finding
           else
               if ws-sched-word not = ws-dealt-word then
                   move 2 to ws-level
                   perform check-sched-blacked-out
                   if ws-found then
                       move concat(
                           "scheduled " trim(ws-sched-word)
                           " is on the blackout list")
                           to ws-finding-text
                   else
                       move concat(
                           "scheduled " trim(ws-sched-word)
                           " is no longer on its list")
                           to ws-finding-text
                   end-if
                   perform report-finding
               end-if
           end-if

           perform check-word-defined
           if ws-not-found then
               move 1 to ws-level
               move "no definition in word_defs.list"
                   to ws-finding-text
               perform report-finding
           end-if

           if ws-allowed-count > 0 then
               perform check-word-allowed
               if ws-not-found then
                   move 1 to ws-level
                   move "not on the allowed-guess list"
                       to ws-finding-text
                   perform report-finding
               end-if
           end-if

           perform check-repeat-daily
           if ws-repeat-date not = 0 then
               move concat(
                   ws-repeat-date(1:4) "-" ws-repeat-date(5:2) "-"
                   ws-repeat-date(7:2))
                   to ws-date-disp-2
               move 1 to ws-level
               move concat(
                   "repeats the " ws-date-disp-2 " daily")
                   to ws-finding-text
               perform report-finding
           end-if

           perform check-word-difficulty

           exit paragraph.


       format-check-date.

           move concat(
               ws-check-date(1:4) "-" ws-check-date(5:2) "-"
               ws-check-date(7:2))
               to ws-date-disp

           exit paragraph.


      *> One line per finding, on the console and in the report:
      *> level, date, length, the word players would actually be
      *> dealt, and what is wrong.
       report-finding.

           if ws-level = 2 then
               move "RED  " to ws-level-text
               add 1 to ws-red-count
           else
               move "AMBER" to ws-level-text
               add 1 to ws-amber-count
           end-if

           move concat(
               ws-level-text " " ws-date-disp " " ws-length-digit " "
               ws-dealt-word " " trim(ws-finding-text))
               to ws-report-line

           display trim(ws-report-line)
           write f-report-record from ws-report-line

           exit paragraph.


       load-schedule-rows.

           move 0 to ws-sched-count
           set ws-not-eof to true

           open input fd-schedule-file

               perform until ws-eof
                   read fd-schedule-file
                   at end set ws-eof to true
                   not at end
                       if f-sched-date >= ws-year-ago-date
                       and f-sched-date <= ws-horizon-date
                       and ws-sched-count < ws-max-sched then
                           add 1 to ws-sched-count
                           move f-sched-date
                               to ws-sc-date(ws-sched-count)
                           move f-sched-length
                               to ws-sc-length(ws-sched-count)
                           move upper-case(f-sched-word)
                               to ws-sc-word(ws-sched-count)
                       end-if
                   end-read
               end-perform

           close fd-schedule-file

           set ws-not-eof to true

           exit paragraph.


       find-scheduled-word.

           move spaces to ws-sched-word

           perform varying ws-sc-idx from 1 by 1
               until ws-sc-idx > ws-sched-count
               if ws-sc-date(ws-sc-idx) = ws-check-date
               and ws-sc-length(ws-sc-idx) = ws-length then
                   move ws-sc-word(ws-sc-idx) to ws-sched-word
                   exit perform
               end-if
           end-perform

           exit paragraph.


      *> The latest daily within the year before this date (the
      *> window's earlier dates included) that dealt the same word.
       check-repeat-daily.

           move 0 to ws-repeat-date

           perform varying ws-sc-idx from 1 by 1
               until ws-sc-idx > ws-sched-count
               if ws-sc-word(ws-sc-idx) = ws-dealt-word
               and ws-sc-length(ws-sc-idx) = ws-length
               and ws-sc-date(ws-sc-idx) < ws-check-date
               and function integer-of-date(ws-sc-date(ws-sc-idx))
                   >= ws-check-day - 365
               and ws-sc-date(ws-sc-idx) > ws-repeat-date then
                   move ws-sc-date(ws-sc-idx) to ws-repeat-date
               end-if
           end-perform

           exit paragraph.


       load-blackout-list.

           move 0 to ws-blackout-count
           set ws-not-eof to true

           open input fd-blackout-file

               perform until ws-eof
                   read fd-blackout-file
                   at end set ws-eof to true
                   not at end
                       if f-blackout-entry not = spaces
                       and ws-blackout-count < ws-max-blackout then
                           add 1 to ws-blackout-count
                           move upper-case(f-blackout-entry)
                               to ws-blackout-words(
                                   ws-blackout-count)
                       end-if
                   end-read
               end-perform

           close fd-blackout-file

           set ws-not-eof to true

           exit paragraph.


       check-sched-blacked-out.

           set ws-not-found to true

           perform varying ws-blackout-idx from 1 by 1
               until ws-blackout-idx > ws-blackout-count
               if ws-blackout-words(ws-blackout-idx)
                   = ws-sched-word then
                   set ws-found to true
                   exit perform
               end-if
           end-perform

           exit paragraph.


      *> The same WORD|definition rows def-check reads.
       load-defined-words.

           set ws-not-eof to true

           open input fd-defs-file

               perform until ws-eof
                   read fd-defs-file
                   at end set ws-eof to true
                   not at end
                       move spaces to ws-def-word
                       unstring f-defs-record delimited by "|"
                           into ws-def-word

                       if ws-def-word not = spaces
                       and ws-defined-count < ws-max-words then
                           add 1 to ws-defined-count
                           move upper-case(ws-def-word(1:7))
                               to ws-defined-words(ws-defined-count)
                       end-if
                   end-read
               end-perform

           close fd-defs-file

           set ws-not-eof to true

           exit paragraph.


       check-word-defined.

           set ws-not-found to true

           perform varying ws-idx from 1 by 1
               until ws-idx > ws-defined-count
               if ws-defined-words(ws-idx) = ws-dealt-word then
                   set ws-found to true
                   exit perform
               end-if
           end-perform

           exit paragraph.


      *> word-loader hands the allowed list back sorted.
       check-word-allowed.

           set ws-not-found to true
           move 1 to ws-bs-low
           move ws-allowed-count to ws-bs-high

           perform until ws-bs-low > ws-bs-high or ws-found
               compute ws-bs-mid = (ws-bs-low + ws-bs-high) / 2
               evaluate true
                   when ws-allowed-list(ws-bs-mid) = ws-dealt-word
                       set ws-found to true
                   when ws-allowed-list(ws-bs-mid) < ws-dealt-word
                       compute ws-bs-low = ws-bs-mid + 1
                   when other
                       if ws-bs-mid = 1 then
                           exit perform
                       end-if
                       compute ws-bs-high = ws-bs-mid - 1
               end-evaluate
           end-perform

           exit paragraph.


      *> Average tries to solve and solve rate over every word in
      *> the summary, for the "far harder than usual" test.
       load-summary-averages.

           set ws-not-eof to true

           open input fd-summary-file

               perform until ws-eof
                   read fd-summary-file next
                   at end set ws-eof to true
                   not at end
                       add f-wsum-games to ws-all-games
                       add f-wsum-solves to ws-all-solves
                       add f-wsum-total-tries to ws-all-tries
                   end-read
               end-perform

           close fd-summary-file

           set ws-not-eof to true

           if ws-all-solves > 0 then
               compute ws-all-avg-tries rounded =
                   ws-all-tries / ws-all-solves
           end-if
           if ws-all-games > 0 then
               compute ws-all-solve-pct rounded =
                   ws-all-solves * 100 / ws-all-games
           end-if

           exit paragraph.


      *> Far harder than usual: a full guess over the overall average
      *> tries to solve (word-difficulty-report's HARD flag), or a
      *> solve rate 25 points under the overall one, on enough games
      *> to mean something.
       check-word-difficulty.

           if ws-all-games = 0 then
               exit paragraph
           end-if

           move ws-dealt-word to f-wsum-word
           read fd-summary-file
           invalid key
               exit paragraph
           end-read

           if f-wsum-games < ws-min-games then
               exit paragraph
           end-if

           compute ws-word-solve-pct rounded =
               f-wsum-solves * 100 / f-wsum-games
           move 0 to ws-word-avg-tries
           if f-wsum-solves > 0 then
               compute ws-word-avg-tries rounded =
                   f-wsum-total-tries / f-wsum-solves
           end-if

           if (f-wsum-solves > 0
           and ws-word-avg-tries >= ws-all-avg-tries + 1)
           or ws-word-solve-pct + 25 <= ws-all-solve-pct then
               move f-wsum-games to ws-games-disp
               move ws-word-solve-pct to ws-pct-disp
               move ws-all-solve-pct to ws-pct-disp-2
               move ws-word-avg-tries to ws-avg-disp
               move ws-all-avg-tries to ws-avg-disp-2
               move 1 to ws-level
               move concat(
                   "far harder than usual: " trim(ws-pct-disp)
                   "% solved (overall " trim(ws-pct-disp-2)
                   "%), avg " trim(ws-avg-disp) " tries (overall "
                   trim(ws-avg-disp-2) "), "
                   trim(ws-games-disp) " games")
                   to ws-finding-text
               perform report-finding
           end-if

           exit paragraph.


       check-operator-grant.

           move "schedule-preflight" to l-oc-program
           move ws-cmd-args(1:60) to l-oc-args
           call "operator-check" using l-operator-check

           if l-oc-denied then
               display l-oc-message
               move 8 to return-code
               stop run
           end-if

           exit paragraph.

       end program schedule-preflight.
