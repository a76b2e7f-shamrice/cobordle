      ******************************************************************
      * Purpose: Capacity and table-limit early warning. The suite
      *          holds its working sets in fixed tables, and a program
      *          whose table fills simply stops counting (at best with
      *          a one-line warning in the nightly log). This measures
      *          today's usage of each of those limits against the
      *          files that fill it, and shows
      *
      *            OK     under 80% of the limit
      *            AMBER  at 80% or more
      *            FULL   at or over the limit -- the program is
      *                   already dropping rows
      *
      *          with a projected date for reaching the limit. The
      *          projection assumes usage grows in step with the file
      *          that drives it (stats, audit logs, session index or
      *          bank ledgers) at that file's rate over the last 90
      *          days, which is on the early side for distinct counts
      *          -- the right side for a warning. Limits fed by
      *          hand-kept files (team roster, word lists, blackout
      *          list) are measured but not projected.
      *
      *          Then, per word length, how many list words have never
      *          been scheduled as a daily, and the date the list runs
      *          out at one daily a day after the last scheduled date
      *          (AMBER once 80% of the usable list is spent; event
      *          days draw from their own lists, so the date is on the
      *          early side too).
      *
      *          Findings go to the console and to
      *          cobordle_capacity.rpt. Always exit code 0: nothing
      *          here stops a night's run.
      *
      *          Usage: capacity-report [--weekly]
      *          --weekly (the nightly batch's form) reports on
      *          Mondays only and does nothing on the other days.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. capacity-report.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       input-output section.

           file-control.
               select optional fd-stats-file
               assign to dynamic ws-stats-file-name
               organization is indexed
               access mode is sequential
               record key is f-stats-key
               alternate record key is f-stats-date with duplicates
               alternate record key is f-stats-game-id with duplicates.

               select optional fd-word-stats-file
               assign to dynamic ws-word-stats-file-name
               organization is line sequential.

               select optional fd-audit-file
               assign to dynamic ws-audit-file-name
               organization is line sequential.

               select optional fd-session-index-file
               assign to dynamic ws-session-index-file-name
               organization is line sequential.

               select optional fd-bank-file
               assign to dynamic ws-bank-file-name
               organization is line sequential.

               select optional fd-delivered-file
               assign to dynamic ws-delivered-file-name
               organization is line sequential.

               select optional fd-line-file
               assign to dynamic ws-line-file-name
               organization is line sequential.

               select optional fd-schedule-file
               assign to dynamic ws-schedule-file-name
               organization is line sequential.

               select optional fd-ls-file
               assign to dynamic ws-ls-file-name
               organization is line sequential.

               select fd-report-file
               assign to dynamic ws-report-file-name
               organization is line sequential.

       data division.

       file section.

       fd  fd-stats-file.
       copy "./src/copy/stats_record.cpy".

       fd  fd-word-stats-file.
       01  f-word-stats-record.
           05  f-word-stats-word          pic a(7).
           05  f-word-stats-tries         pic 9(2).
           05  f-word-stats-solved        pic a.
           05  f-word-stats-date          pic 9(8).

       fd  fd-audit-file.
       copy "./src/copy/audit_record.cpy".

       fd  fd-session-index-file.
       copy "./src/copy/session_index_record.cpy".

       fd  fd-bank-file.
       copy "./src/copy/bank_record.cpy".

      *> The delivered log: the queued row's first 54 bytes (game id
      *> at 39), then the delivery date (see score-retry).
       fd  fd-delivered-file.
       01  f-delivered-record.
           05  f-delivered-pending     pic x(54).
           05  f-delivered-on          pic 9(8).
           05  f-delivered-site        pic x(10).
           05  f-delivered-daily       pic a.

      *> Counted files read a line at a time: the ratings file, the
      *> team roster, the word lists and the blackout list.
       fd  fd-line-file.
       01  f-line-record               pic x(80).

       fd  fd-schedule-file.
       copy "./src/copy/schedule_record.cpy".

       fd  fd-ls-file.
       01  f-ls-record                 pic x(80).

       fd  fd-report-file.
       01  f-report-record             pic x(120).

       working-storage section.

       01  ws-stats-file-name      pic x(40) value "cobordle_stats.idx".
       01  ws-word-stats-file-name pic x(40)
                                   value "cobordle_word_stats.dat".
       01  ws-audit-file-name      pic x(80).
       01  ws-session-index-file-name pic x(40)
                                   value "cobordle_session_index.dat".
       01  ws-bank-file-name       pic x(80).
       01  ws-delivered-file-name  pic x(40)
                                 value "cobordle_delivered_scores.dat".
       01  ws-line-file-name       pic x(40).
       01  ws-schedule-file-name   pic x(40)
                                   value "cobordle_schedule.dat".
       01  ws-ls-file-name         pic x(40)
                                   value "cobordle_capacity_ls.tmp".
       01  ws-ls-command           pic x(200).
       01  ws-report-file-name     pic x(40)
                                   value "cobordle_capacity.rpt".
       01  ws-report-line          pic x(120).

       01  ws-cmd-args             pic x(80).
       01  ws-cmd-found            pic 9(2) comp.
       01  ws-weekly-sw            pic a value 'N'.
           88  ws-weekly           value 'Y'.

       01  ws-eof-sw               pic a value 'N'.
           88  ws-eof              value 'Y'.
           88  ws-not-eof          value 'N'.
       01  ws-ls-eof-sw            pic a value 'N'.
           88  ws-ls-eof           value 'Y'.
           88  ws-ls-not-eof       value 'N'.

       01  ws-today                pic 9(8).
       01  ws-today-int            pic 9(7) comp.
       01  ws-recent-from          pic 9(8).
       01  ws-growth-days          constant as 90.

      *> Rollup months: stats-archive keeps 12 months live and rolls
      *> up everything older, so the rows it will roll up at the next
      *> month end are those from before today's month less 11.
       01  ws-rollup-yyyy          pic 9(4).
       01  ws-rollup-mm            pic 9(2).
       01  ws-rollup-before        pic 9(6).
       01  ws-row-month            pic 9(6).
       01  ws-last-key-player      pic x(20).
       01  ws-last-key-month       pic 9(6).

      *> Growth of the four driving files: rows now and rows dated in
      *> the last 90 days.
       01  ws-drivers.
           05  ws-driver occurs 4 times.
               10  ws-dr-name      pic x(24).
               10  ws-dr-rows      pic 9(9) comp.
               10  ws-dr-recent    pic 9(9) comp.
       01  ws-dr-idx               pic 9 comp.
       01  ws-dr-stats             constant as 1.
       01  ws-dr-audit             constant as 2.
       01  ws-dr-index             constant as 3.
       01  ws-dr-bank              constant as 4.

      *> Players seen anywhere, with the per-player counts some of
      *> the limits are on.
       01  ws-max-players          constant as 2000.
       01  ws-players occurs ws-max-players times.
           05  ws-pl-id            pic x(20).
           05  ws-pl-pointed       pic 9(7) comp.
           05  ws-pl-sessions      pic 9(7) comp.
       01  ws-player-count         pic 9(5) comp value 0.
       01  ws-player-idx           pic 9(5) comp.
       01  ws-find-player          pic x(20).
       01  ws-stats-player-count   pic 9(5) comp value 0.

      *> Word rollup keys (word + month) the next archive run makes.
       01  ws-max-wkeys            constant as 20000.
       01  ws-wkeys occurs ws-max-wkeys times.
           05  ws-wk-word          pic a(7).
           05  ws-wk-month         pic 9(6).
       01  ws-wkey-count           pic 9(5) comp value 0.
       01  ws-wkey-idx             pic 9(5) comp.
       01  ws-pkey-count           pic 9(7) comp value 0.

      *> Distinct openers across every audit log, as opener-league
      *> gathers them: the first guess of each recorded round.
       01  ws-max-openers          constant as 10000.
       01  ws-openers              pic a(7)
                                   occurs ws-max-openers times.
       01  ws-opener-count         pic 9(5) comp value 0.
       01  ws-opener-idx           pic 9(5) comp.

      *> Team roster: rows with a team, and distinct teams.
       01  ws-max-teams            constant as 500.
       01  ws-teams                pic x(20)
                                   occurs ws-max-teams times.
       01  ws-team-count           pic 9(3) comp value 0.
       01  ws-team-idx             pic 9(3) comp.
       01  ws-roster-count         pic 9(5) comp value 0.
       01  ws-ros-player           pic x(20).
       01  ws-ros-team             pic x(20).

       01  ws-ledger-count         pic 9(5) comp value 0.
       01  ws-ledger-credits       pic 9(7) comp.
       01  ws-max-ledger-credits   pic 9(7) comp value 0.
       01  ws-delivered-count      pic 9(7) comp value 0.
       01  ws-rating-count         pic 9(7) comp value 0.
       01  ws-blackout-count       pic 9(5) comp value 0.
       01  ws-max-pointed          pic 9(7) comp value 0.
       01  ws-max-sessions         pic 9(7) comp value 0.
       01  ws-line-count           pic 9(7) comp.

      *> The limits measured, in report order.
       01  ws-max-limits           constant as 30.
       01  ws-limits occurs ws-max-limits times.
           05  ws-lim-program      pic x(20).
           05  ws-lim-table        pic x(26).
           05  ws-lim-limit        pic 9(7) comp.
           05  ws-lim-usage        pic 9(7) comp.
           05  ws-lim-driver       pic 9 comp.
       01  ws-limit-count          pic 9(2) comp value 0.
       01  ws-lim-idx              pic 9(2) comp.
       01  ws-new-program          pic x(20).
       01  ws-new-table            pic x(26).
       01  ws-new-limit            pic 9(7) comp.
       01  ws-new-usage            pic 9(7) comp.
       01  ws-new-driver           pic 9 comp.

       01  ws-status               pic x(5).
       01  ws-pct                  pic 9(5) comp.
       01  ws-pct-disp             pic zzz9.
       01  ws-limit-disp           pic z(6)9.
       01  ws-usage-disp           pic z(6)9.
       01  ws-projection           pic x(24).
       01  ws-days-to-full         pic 9(12) comp.
       01  ws-full-date            pic 9(8).
       01  ws-date-disp            pic x(10).
       01  ws-date-disp-2          pic x(10).
       01  ws-amber-count          pic 9(3) comp value 0.
       01  ws-full-count           pic 9(3) comp value 0.
       01  ws-count-disp           pic z(8)9.
       01  ws-count-disp-2         pic z(8)9.
       01  ws-rate-disp            pic z(6)9.9.
       01  ws-rate                 pic 9(7)v9 comp-3.

      *> Word lists, one length at a time, for the list-size limit and
      *> the dailies forecast.
       01  ws-max-words            constant as 30000.
       01  ws-word-list occurs ws-max-words times.
           05  ws-wl-word          pic a(7).
           05  ws-wl-state         pic a.
               88  ws-wl-fresh     value 'F'.
               88  ws-wl-scheduled value 'S'.
               88  ws-wl-barred    value 'B'.
       01  ws-word-count           pic 9(5) comp.
       01  ws-word-idx             pic 9(5) comp.
       01  ws-word-length          pic 9.
       01  ws-word-list-name       pic x(40).
       01  ws-find-word            pic a(7).
       01  ws-fresh-count          pic 9(5) comp.
       01  ws-spent-count          pic 9(5) comp.
       01  ws-barred-count         pic 9(5) comp.
       01  ws-last-sched-date      pic 9(8).
       01  ws-last-sched-int       pic 9(7) comp.

      *> What the dailies pass found, per length 4 to 7.
       01  ws-forecasts.
           05  ws-forecast occurs 4 times.
               10  ws-fc-list-name pic x(12).
               10  ws-fc-words     pic 9(5) comp.
               10  ws-fc-fresh     pic 9(5) comp.
               10  ws-fc-spent     pic 9(5) comp.
               10  ws-fc-barred    pic 9(5) comp.
               10  ws-fc-last-sched pic 9(8).
               10  ws-fc-runout    pic 9(8).
       01  ws-fc-idx               pic 9 comp.
       01  ws-words-disp           pic z(4)9.
       01  ws-fresh-disp           pic z(4)9.
       01  ws-barred-disp          pic z(4)9.

       copy "./src/copy/run_journal.cpy".

       procedure division.

       main-procedure.

           accept ws-cmd-args from command-line

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--weekly"
           if ws-cmd-found > 0 then
               set ws-weekly to true
           end-if

           call "game-day" using ws-today
           move integer-of-date(ws-today) to ws-today-int

      *>   Day 1 of the integer calendar (1601-01-01) was a Monday.
           if ws-weekly
           and mod(ws-today-int - 1, 7) not = 0 then
               display "Capacity report runs on Mondays; nothing to do."
               stop run
           end-if

           move date-of-integer(ws-today-int - ws-growth-days)
               to ws-recent-from
           perform compute-rollup-month

           move "stats file" to ws-dr-name(ws-dr-stats)
           move "audit logs" to ws-dr-name(ws-dr-audit)
           move "session index" to ws-dr-name(ws-dr-index)
           move "bank ledgers" to ws-dr-name(ws-dr-bank)
           perform varying ws-dr-idx from 1 by 1 until ws-dr-idx > 4
               move 0 to ws-dr-rows(ws-dr-idx)
               move 0 to ws-dr-recent(ws-dr-idx)
           end-perform

           perform measure-stats-file
           perform measure-word-stats-file
           perform measure-audit-logs
           perform measure-session-index
           perform measure-bank-ledgers
           perform measure-delivered-log
           perform measure-ratings
           perform measure-team-roster
           perform measure-blackout-list

           perform build-limit-table

           perform varying ws-word-length from 4 by 1
               until ws-word-length > 7
               perform forecast-one-length
           end-perform

           open output fd-report-file

           move "COBORDLE - Capacity and table limits" to ws-report-line
           perform emit-line
           move ws-today to ws-full-date
           perform format-full-date
           move concat("Measured " ws-date-disp) to ws-report-line
           perform emit-line

           perform show-driver-growth
           perform show-limits
           perform show-daily-forecast

           move spaces to ws-report-line
           perform emit-line
           move ws-amber-count to ws-count-disp
           move concat("AMBER: " trim(ws-count-disp))
               to ws-report-line
           perform emit-line
           move ws-full-count to ws-count-disp
           move concat("FULL:  " trim(ws-count-disp))
               to ws-report-line
           perform emit-line

           close fd-report-file

           move "capacity-report" to l-rj-program
           move ws-cmd-args(1:60) to l-rj-args
           move ws-limit-count to l-rj-rows-in
           compute l-rj-rows-out = ws-amber-count + ws-full-count
           evaluate true
               when ws-full-count > 0
                   move "FULL" to l-rj-outcome
               when ws-amber-count > 0
                   move "AMBER" to l-rj-outcome
               when other
                   move "OK" to l-rj-outcome
           end-evaluate
           call "run-journal" using l-run-journal

           stop run.


      *> Today's YYYYMM less 11 months, carried month by month as
      *> stats-archive does.
       compute-rollup-month.

           move numval(ws-today(1:4)) to ws-rollup-yyyy
           move numval(ws-today(5:2)) to ws-rollup-mm

           perform 11 times
               if ws-rollup-mm = 1 then
                   move 12 to ws-rollup-mm
                   subtract 1 from ws-rollup-yyyy
               else
                   subtract 1 from ws-rollup-mm
               end-if
           end-perform

           compute ws-rollup-before =
               ws-rollup-yyyy * 100 + ws-rollup-mm

           exit paragraph.


      *> Players, pointed games per player and the player-month
      *> rollup keys. The file is in player/date key order, so a key
      *> is new whenever the player or the month changes.
       measure-stats-file.

           move spaces to ws-last-key-player
           move 0 to ws-last-key-month
           set ws-not-eof to true

           open input fd-stats-file

               perform until ws-eof
                   read fd-stats-file
                   at end set ws-eof to true
                   not at end
                       perform measure-stats-row
                   end-read
               end-perform

           close fd-stats-file

           set ws-not-eof to true

           move ws-player-count to ws-stats-player-count

           exit paragraph.


       measure-stats-row.

           add 1 to ws-dr-rows(ws-dr-stats)
           if f-stats-date >= ws-recent-from then
               add 1 to ws-dr-recent(ws-dr-stats)
           end-if

           move f-stats-player to ws-find-player
           perform find-or-add-player

           if f-stats-points > 0 and ws-player-idx > 0 then
               add 1 to ws-pl-pointed(ws-player-idx)
               if ws-pl-pointed(ws-player-idx) > ws-max-pointed then
                   move ws-pl-pointed(ws-player-idx)
                       to ws-max-pointed
               end-if
           end-if

      *>   Blitz and imported rows never feed a rollup.
           if f-stats-v2
           and (f-stats-blitz-flag = 'Y'
               or f-stats-migrated-flag = 'Y') then
               exit paragraph
           end-if

           move f-stats-date(1:6) to ws-row-month
           if ws-row-month < ws-rollup-before then
               if f-stats-player not = ws-last-key-player
               or ws-row-month not = ws-last-key-month then
                   add 1 to ws-pkey-count
                   move f-stats-player to ws-last-key-player
                   move ws-row-month to ws-last-key-month
               end-if
           end-if

           exit paragraph.


       measure-word-stats-file.

           set ws-not-eof to true

           open input fd-word-stats-file

               perform until ws-eof
                   read fd-word-stats-file
                   at end set ws-eof to true
                   not at end
                       move f-word-stats-date(1:6) to ws-row-month
                       if ws-row-month < ws-rollup-before then
                           perform find-or-add-word-key
                       end-if
                   end-read
               end-perform

           close fd-word-stats-file

           set ws-not-eof to true

           exit paragraph.


       find-or-add-word-key.

           perform varying ws-wkey-idx from 1 by 1
               until ws-wkey-idx > ws-wkey-count
               if ws-wk-word(ws-wkey-idx) = f-word-stats-word
               and ws-wk-month(ws-wkey-idx) = ws-row-month then
                   exit paragraph
               end-if
           end-perform

           if ws-wkey-count < ws-max-wkeys then
               add 1 to ws-wkey-count
               move f-word-stats-word to ws-wk-word(ws-wkey-count)
               move ws-row-month to ws-wk-month(ws-wkey-count)
           end-if

           exit paragraph.


      *> Every live audit log (the dated archives are not counted):
      *> rows, recent rows, and the distinct openers.
       measure-audit-logs.

           move concat(
               "ls -1 cobordle_audit_*.log 2>/dev/null > "
               trim(ws-ls-file-name))
               to ws-ls-command
           call "SYSTEM" using ws-ls-command

           set ws-ls-not-eof to true

           open input fd-ls-file

               perform until ws-ls-eof
                   read fd-ls-file
                   at end set ws-ls-eof to true
                   not at end
                       move 0 to ws-cmd-found
                       inspect f-ls-record tallying ws-cmd-found
                           for all "_archive_"
                       if f-ls-record not = spaces
                       and ws-cmd-found = 0 then
                           move f-ls-record to ws-audit-file-name
                           perform measure-one-audit-log
                       end-if
                   end-read
               end-perform

           close fd-ls-file

           call "CBL_DELETE_FILE" using ws-ls-file-name

           exit paragraph.


       measure-one-audit-log.

           set ws-not-eof to true

           open input fd-audit-file

               perform until ws-eof
                   read fd-audit-file
                   at end set ws-eof to true
                   not at end
                       add 1 to ws-dr-rows(ws-dr-audit)
                       if f-audit-date >= ws-recent-from then
                           add 1 to ws-dr-recent(ws-dr-audit)
                       end-if
                       if f-audit-try = 1
                       and f-audit-practice-flag not = 'Y' then
                           perform find-or-add-opener
                       end-if
                   end-read
               end-perform

           close fd-audit-file

           set ws-not-eof to true

           exit paragraph.


       find-or-add-opener.

           perform varying ws-opener-idx from 1 by 1
               until ws-opener-idx > ws-opener-count
               if ws-openers(ws-opener-idx) = f-audit-guess then
                   exit paragraph
               end-if
           end-perform

           if ws-opener-count < ws-max-openers then
               add 1 to ws-opener-count
               move f-audit-guess to ws-openers(ws-opener-count)
           end-if

           exit paragraph.


       measure-session-index.

           set ws-not-eof to true

           open input fd-session-index-file

               perform until ws-eof
                   read fd-session-index-file
                   at end set ws-eof to true
                   not at end
                       add 1 to ws-dr-rows(ws-dr-index)
                       if f-sidx-timestamp(1:8) >= ws-recent-from then
                           add 1 to ws-dr-recent(ws-dr-index)
                       end-if
                       move f-sidx-player to ws-find-player
                       perform find-or-add-player
                       if ws-player-idx > 0 then
                           add 1 to ws-pl-sessions(ws-player-idx)
                           if ws-pl-sessions(ws-player-idx)
                               > ws-max-sessions then
                               move ws-pl-sessions(ws-player-idx)
                                   to ws-max-sessions
                           end-if
                       end-if
                   end-read
               end-perform

           close fd-session-index-file

           set ws-not-eof to true

           exit paragraph.


      *> Sets ws-player-idx (0 once the table is full).
       find-or-add-player.

           perform varying ws-player-idx from 1 by 1
               until ws-player-idx > ws-player-count
               if ws-pl-id(ws-player-idx) = ws-find-player then
                   exit paragraph
               end-if
           end-perform

           if ws-player-count < ws-max-players then
               add 1 to ws-player-count
               move ws-player-count to ws-player-idx
               move ws-find-player to ws-pl-id(ws-player-idx)
               move 0 to ws-pl-pointed(ws-player-idx)
               move 0 to ws-pl-sessions(ws-player-idx)
           else
               move 0 to ws-player-idx
           end-if

           exit paragraph.


       measure-bank-ledgers.

           move concat(
               "ls -1 cobordle_bank_*.dat 2>/dev/null > "
               trim(ws-ls-file-name))
               to ws-ls-command
           call "SYSTEM" using ws-ls-command

           set ws-ls-not-eof to true

           open input fd-ls-file

               perform until ws-ls-eof
                   read fd-ls-file
                   at end set ws-ls-eof to true
                   not at end
                       if f-ls-record not = spaces then
                           add 1 to ws-ledger-count
                           move f-ls-record to ws-bank-file-name
                           perform measure-one-ledger
                       end-if
                   end-read
               end-perform

           close fd-ls-file

           call "CBL_DELETE_FILE" using ws-ls-file-name

           exit paragraph.


       measure-one-ledger.

           move 0 to ws-ledger-credits
           set ws-not-eof to true

           open input fd-bank-file

               perform until ws-eof
                   read fd-bank-file
                   at end set ws-eof to true
                   not at end
                       add 1 to ws-dr-rows(ws-dr-bank)
                       if f-bank-date >= ws-recent-from then
                           add 1 to ws-dr-recent(ws-dr-bank)
                       end-if
                       if f-bank-type = 'C' then
                           add 1 to ws-ledger-credits
                       end-if
                   end-read
               end-perform

           close fd-bank-file

           set ws-not-eof to true

           if ws-ledger-credits > ws-max-ledger-credits then
               move ws-ledger-credits to ws-max-ledger-credits
           end-if

           exit paragraph.


      *> score-reconcile's default window is the whole log.
       measure-delivered-log.

           set ws-not-eof to true

           open input fd-delivered-file

               perform until ws-eof
                   read fd-delivered-file
                   at end set ws-eof to true
                   not at end
                       if f-delivered-pending(39:16) not = spaces then
                           add 1 to ws-delivered-count
                       end-if
                   end-read
               end-perform

           close fd-delivered-file

           set ws-not-eof to true

           exit paragraph.


       measure-ratings.

           move "cobordle_ratings.dat" to ws-line-file-name
           perform count-file-lines
           move ws-line-count to ws-rating-count

           exit paragraph.


       measure-blackout-list.

           move "word_blackout.list" to ws-line-file-name
           perform count-file-lines
           move ws-line-count to ws-blackout-count

           exit paragraph.


      *> Non-blank lines of ws-line-file-name into ws-line-count.
       count-file-lines.

           move 0 to ws-line-count
           set ws-not-eof to true

           open input fd-line-file

               perform until ws-eof
                   read fd-line-file
                   at end set ws-eof to true
                   not at end
                       if f-line-record not = spaces then
                           add 1 to ws-line-count
                       end-if
                   end-read
               end-perform

           close fd-line-file

           set ws-not-eof to true

           exit paragraph.


      *> PLAYER|TEAM rows, read the way leaderboard-report reads them.
       measure-team-roster.

           move "cobordle_teams.dat" to ws-line-file-name
           set ws-not-eof to true

           open input fd-line-file

               perform until ws-eof
                   read fd-line-file
                   at end set ws-eof to true
                   not at end
                       if f-line-record not = spaces
                       and f-line-record(1:1) not = "*" then
                           move spaces to ws-ros-player
                           move spaces to ws-ros-team
                           unstring f-line-record delimited by "|"
                               into ws-ros-player ws-ros-team
                           if ws-ros-team not = spaces then
                               add 1 to ws-roster-count
                               move upper-case(trim(ws-ros-team))
                                   to ws-ros-team
                               perform find-or-add-team
                           end-if
                       end-if
                   end-read
               end-perform

           close fd-line-file

           set ws-not-eof to true

           exit paragraph.


       find-or-add-team.

           perform varying ws-team-idx from 1 by 1
               until ws-team-idx > ws-team-count
               if ws-teams(ws-team-idx) = ws-ros-team then
                   exit paragraph
               end-if
           end-perform

           if ws-team-count < ws-max-teams then
               add 1 to ws-team-count
               move ws-ros-team to ws-teams(ws-team-count)
           end-if

           exit paragraph.


      *> The limits, as the programs declare them. Adding a limit is
      *> one more block here.
       build-limit-table.

           move "leaderboard-report" to ws-new-program
           move "players" to ws-new-table
           move 100 to ws-new-limit
           move ws-stats-player-count to ws-new-usage
           move ws-dr-stats to ws-new-driver
           perform add-limit

           move "dashboard" to ws-new-program
           move "players" to ws-new-table
           move 100 to ws-new-limit
           move ws-stats-player-count to ws-new-usage
           move ws-dr-stats to ws-new-driver
           perform add-limit

           move "stats-archive" to ws-new-program
           move "players" to ws-new-table
           move 100 to ws-new-limit
           move ws-stats-player-count to ws-new-usage
           move ws-dr-stats to ws-new-driver
           perform add-limit

           move "rating-update" to ws-new-program
           move "rated players" to ws-new-table
           move 100 to ws-new-limit
           move ws-rating-count to ws-new-usage
           move ws-dr-stats to ws-new-driver
           perform add-limit

      *>   Players named in one run: a collection or rebuild of the
      *>   whole estate has to name every player.
           move "stats-collect" to ws-new-program
           move "players per run" to ws-new-table
           move 20 to ws-new-limit
           move ws-stats-player-count to ws-new-usage
           move ws-dr-stats to ws-new-driver
           perform add-limit

           move "stats-rebuild" to ws-new-program
           move "players per run" to ws-new-table
           move 20 to ws-new-limit
           move ws-stats-player-count to ws-new-usage
           move ws-dr-stats to ws-new-driver
           perform add-limit

           move "leaderboard-report" to ws-new-program
           move "teams" to ws-new-table
           move 20 to ws-new-limit
           move ws-team-count to ws-new-usage
           move 0 to ws-new-driver
           perform add-limit

           move "leaderboard-report" to ws-new-program
           move "team roster rows" to ws-new-table
           move 100 to ws-new-limit
           move ws-roster-count to ws-new-usage
           move 0 to ws-new-driver
           perform add-limit

           move "stats-archive" to ws-new-program
           move "rollup rows next month end" to ws-new-table
           move 5000 to ws-new-limit
           compute ws-new-usage = ws-pkey-count + ws-wkey-count
           move ws-dr-stats to ws-new-driver
           perform add-limit

           move "opener-league" to ws-new-program
           move "distinct openers" to ws-new-table
           move 2000 to ws-new-limit
           move ws-opener-count to ws-new-usage
           move ws-dr-audit to ws-new-driver
           perform add-limit

           move "score-reconcile" to ws-new-program
           move "delivered games" to ws-new-table
           move 2000 to ws-new-limit
           move ws-delivered-count to ws-new-usage
           move ws-dr-stats to ws-new-driver
           perform add-limit

           move "bank-reconcile" to ws-new-program
           move "ledgers" to ws-new-table
           move 500 to ws-new-limit
           move ws-ledger-count to ws-new-usage
           move ws-dr-bank to ws-new-driver
           perform add-limit

           move "bank-reconcile" to ws-new-program
           move "pointed games per player" to ws-new-table
           move 3000 to ws-new-limit
           move ws-max-pointed to ws-new-usage
           move ws-dr-stats to ws-new-driver
           perform add-limit

           move "bank-reconcile" to ws-new-program
           move "credits per player" to ws-new-table
           move 3000 to ws-new-limit
           move ws-max-ledger-credits to ws-new-usage
           move ws-dr-bank to ws-new-driver
           perform add-limit

           move "player-export" to ws-new-program
           move "transcripts per player" to ws-new-table
           move 500 to ws-new-limit
           move ws-max-sessions to ws-new-usage
           move ws-dr-index to ws-new-driver
           perform add-limit

           move "schedule-gen" to ws-new-program
           move "blackout words" to ws-new-table
           move 500 to ws-new-limit
           move ws-blackout-count to ws-new-usage
           move 0 to ws-new-driver
           perform add-limit

      *>   The word-list tables (30000 in every loader) are added
      *>   per length by the dailies pass.

           exit paragraph.


       add-limit.

           if ws-limit-count < ws-max-limits then
               add 1 to ws-limit-count
               move ws-new-program to ws-lim-program(ws-limit-count)
               move ws-new-table to ws-lim-table(ws-limit-count)
               move ws-new-limit to ws-lim-limit(ws-limit-count)
               move ws-new-usage to ws-lim-usage(ws-limit-count)
               move ws-new-driver to ws-lim-driver(ws-limit-count)
           end-if

           exit paragraph.


       show-driver-growth.

           move spaces to ws-report-line
           perform emit-line
           move "Growth over the last 90 days" to ws-report-line
           perform emit-line
           move "  File                         Rows  Last 90 days"
               & "   Per day" to ws-report-line
           perform emit-line

           perform varying ws-dr-idx from 1 by 1 until ws-dr-idx > 4
               move ws-dr-rows(ws-dr-idx) to ws-count-disp
               move ws-dr-recent(ws-dr-idx) to ws-count-disp-2
               compute ws-rate rounded =
                   ws-dr-recent(ws-dr-idx) / ws-growth-days
               move ws-rate to ws-rate-disp
               move concat(
                   "  " ws-dr-name(ws-dr-idx) ws-count-disp
                   "     " ws-count-disp-2 " " ws-rate-disp)
                   to ws-report-line
               perform emit-line
           end-perform

           exit paragraph.


       show-limits.

           move spaces to ws-report-line
           perform emit-line
           move "Table limits" to ws-report-line
           perform emit-line
           move concat(
               "  Program             Table                     "
               "  Limit   In use Used Status Full by")
               to ws-report-line
           perform emit-line

           perform varying ws-lim-idx from 1 by 1
               until ws-lim-idx > ws-limit-count
               perform show-one-limit
           end-perform

           exit paragraph.


       show-one-limit.

           compute ws-pct =
               ws-lim-usage(ws-lim-idx) * 100 / ws-lim-limit(ws-lim-idx)

           evaluate true
               when ws-lim-usage(ws-lim-idx) >= ws-lim-limit(ws-lim-idx)
                   move "FULL" to ws-status
                   add 1 to ws-full-count
               when ws-pct >= 80
                   move "AMBER" to ws-status
                   add 1 to ws-amber-count
               when other
                   move "OK" to ws-status
           end-evaluate

           perform project-limit

           move ws-lim-limit(ws-lim-idx) to ws-limit-disp
           move ws-lim-usage(ws-lim-idx) to ws-usage-disp
           move ws-pct to ws-pct-disp
           move concat(
               "  " ws-lim-program(ws-lim-idx)
               ws-lim-table(ws-lim-idx)
               ws-limit-disp "  " ws-usage-disp
               ws-pct-disp "% " ws-status "  "
               trim(ws-projection))
               to ws-report-line
           perform emit-line

           exit paragraph.


      *> Days until the driving file has grown by the factor still
      *> left under the limit, at its recent daily rate:
      *>   rows * (limit - usage) / usage, divided by recent / 90.
       project-limit.

           move ws-lim-driver(ws-lim-idx) to ws-dr-idx

           evaluate true
               when ws-lim-usage(ws-lim-idx)
                   >= ws-lim-limit(ws-lim-idx)
                   move "already full" to ws-projection
                   exit paragraph
               when ws-dr-idx = 0
                   move "not projected" to ws-projection
                   exit paragraph
               when ws-lim-usage(ws-lim-idx) = 0
               or ws-dr-recent(ws-dr-idx) = 0
                   move "not growing" to ws-projection
                   exit paragraph
           end-evaluate

           compute ws-days-to-full =
               ws-dr-rows(ws-dr-idx)
               * (ws-lim-limit(ws-lim-idx) - ws-lim-usage(ws-lim-idx))
               * ws-growth-days
               / (ws-lim-usage(ws-lim-idx) * ws-dr-recent(ws-dr-idx))

           if ws-days-to-full > 3650 then
               move "beyond 10 years" to ws-projection
               exit paragraph
           end-if

           move date-of-integer(ws-today-int + ws-days-to-full)
               to ws-full-date
           perform format-full-date
           move ws-date-disp to ws-projection

           exit paragraph.


       format-full-date.

           move concat(
               ws-full-date(1:4) "-" ws-full-date(5:2) "-"
               ws-full-date(7:2))
               to ws-date-disp

           exit paragraph.


      *> Per length: the words never yet scheduled and the date
      *> they run out.
       show-daily-forecast.

           move spaces to ws-report-line
           perform emit-line
           move "Dailies left per word length" to ws-report-line
           perform emit-line
           move concat(
               "  Len List        Words Spent Status Fresh Barred "
               "Last sched Runs out")
               to ws-report-line
           perform emit-line

           perform varying ws-fc-idx from 1 by 1 until ws-fc-idx > 4
               if ws-fc-words(ws-fc-idx) > 0 then
                   perform show-one-forecast
               end-if
           end-perform

           exit paragraph.


       show-one-forecast.

           if ws-fc-fresh(ws-fc-idx) + ws-fc-spent(ws-fc-idx) > 0 then
               compute ws-pct = ws-fc-spent(ws-fc-idx) * 100
                   / (ws-fc-fresh(ws-fc-idx) + ws-fc-spent(ws-fc-idx))
           else
               move 100 to ws-pct
           end-if

           if ws-pct >= 80 then
               move "AMBER" to ws-status
               add 1 to ws-amber-count
           else
               move "OK" to ws-status
           end-if

           compute ws-word-length = ws-fc-idx + 3
           move ws-fc-words(ws-fc-idx) to ws-words-disp
           move ws-pct to ws-pct-disp
           move ws-fc-fresh(ws-fc-idx) to ws-fresh-disp
           move ws-fc-barred(ws-fc-idx) to ws-barred-disp
           if ws-fc-last-sched(ws-fc-idx) = 0 then
               move "none" to ws-date-disp-2
           else
               move ws-fc-last-sched(ws-fc-idx) to ws-full-date
               perform format-full-date
               move ws-date-disp to ws-date-disp-2
           end-if
           move ws-fc-runout(ws-fc-idx) to ws-full-date
           perform format-full-date

           move concat(
               "  " ws-word-length "   " ws-fc-list-name(ws-fc-idx)
               ws-words-disp " " ws-pct-disp "% " ws-status "  "
               ws-fresh-disp "  " ws-barred-disp " "
               ws-date-disp-2 " " ws-date-disp)
               to ws-report-line
           perform emit-line

           exit paragraph.


      *> Loads one length's list, adds its table limit, and counts
      *> the words scheduled, barred and still fresh.
       forecast-one-length.

           compute ws-fc-idx = ws-word-length - 3

           evaluate ws-word-length
               when 4
                   move "word4.list" to ws-word-list-name
               when 6
                   move "word6.list" to ws-word-list-name
               when 7
                   move "word7.list" to ws-word-list-name
               when other
                   move "word.list" to ws-word-list-name
           end-evaluate

           move ws-word-list-name to ws-fc-list-name(ws-fc-idx)
           move 0 to ws-fc-words(ws-fc-idx)

           perform load-word-list
           if ws-word-count = 0 then
               exit paragraph
           end-if

           perform mark-blackout-words
           perform mark-scheduled-words

           move 0 to ws-fresh-count
           move 0 to ws-spent-count
           move 0 to ws-barred-count
           perform varying ws-word-idx from 1 by 1
               until ws-word-idx > ws-word-count
               evaluate true
                   when ws-wl-fresh(ws-word-idx)
                       add 1 to ws-fresh-count
                   when ws-wl-scheduled(ws-word-idx)
                       add 1 to ws-spent-count
                   when other
                       add 1 to ws-barred-count
               end-evaluate
           end-perform

           move "all word loaders" to ws-new-program
           move concat("words in " trim(ws-word-list-name))
               to ws-new-table
           move ws-max-words to ws-new-limit
           move ws-word-count to ws-new-usage
           move 0 to ws-new-driver
           perform add-limit

      *>   Run-out: one fresh word a day after the last scheduled day
      *>   (today when nothing is scheduled that far).
           if ws-last-sched-date > ws-today then
               move integer-of-date(ws-last-sched-date)
                   to ws-last-sched-int
           else
               move ws-today-int to ws-last-sched-int
           end-if

           move ws-word-count to ws-fc-words(ws-fc-idx)
           move ws-fresh-count to ws-fc-fresh(ws-fc-idx)
           move ws-spent-count to ws-fc-spent(ws-fc-idx)
           move ws-barred-count to ws-fc-barred(ws-fc-idx)
           move ws-last-sched-date to ws-fc-last-sched(ws-fc-idx)
           move date-of-integer(ws-last-sched-int + ws-fresh-count)
               to ws-fc-runout(ws-fc-idx)

           exit paragraph.


       load-word-list.

           move 0 to ws-word-count
           move ws-word-list-name to ws-line-file-name
           set ws-not-eof to true

           open input fd-line-file

               perform until ws-eof
                   read fd-line-file
                   at end set ws-eof to true
                   not at end
                       if f-line-record not = spaces
                       and ws-word-count < ws-max-words then
                           add 1 to ws-word-count
                           move upper-case(f-line-record(1:7))
                               to ws-wl-word(ws-word-count)
                           set ws-wl-fresh(ws-word-count) to true
                       end-if
                   end-read
               end-perform

           close fd-line-file

           set ws-not-eof to true

           exit paragraph.


       mark-blackout-words.

           move "word_blackout.list" to ws-line-file-name
           set ws-not-eof to true

           open input fd-line-file

               perform until ws-eof
                   read fd-line-file
                   at end set ws-eof to true
                   not at end
                       if f-line-record not = spaces then
                           move upper-case(f-line-record(1:7))
                               to ws-find-word
                           perform find-list-word
                           if ws-word-idx > 0 then
                               set ws-wl-barred(ws-word-idx) to true
                           end-if
                       end-if
                   end-read
               end-perform

           close fd-line-file

           set ws-not-eof to true

           exit paragraph.


       mark-scheduled-words.

           move 0 to ws-last-sched-date
           set ws-not-eof to true

           open input fd-schedule-file

               perform until ws-eof
                   read fd-schedule-file
                   at end set ws-eof to true
                   not at end
                       if f-sched-length = ws-word-length then
                           if f-sched-date > ws-last-sched-date then
                               move f-sched-date
                                   to ws-last-sched-date
                           end-if
                           move f-sched-word to ws-find-word
                           perform find-list-word
                           if ws-word-idx > 0 then
                               if ws-wl-fresh(ws-word-idx) then
                                   set ws-wl-scheduled(ws-word-idx)
                                       to true
                               end-if
                           end-if
                       end-if
                   end-read
               end-perform

           close fd-schedule-file

           set ws-not-eof to true

           exit paragraph.


      *> Sets ws-word-idx to the word's slot, or 0.
       find-list-word.

           perform varying ws-word-idx from 1 by 1
               until ws-word-idx > ws-word-count
               if ws-wl-word(ws-word-idx) = ws-find-word then
                   exit paragraph
               end-if
           end-perform

           move 0 to ws-word-idx

           exit paragraph.


      *> One line to the console and the report file.
       emit-line.

           display trim(ws-report-line, trailing)
           write f-report-record from ws-report-line

           exit paragraph.

       end program capacity-report.
