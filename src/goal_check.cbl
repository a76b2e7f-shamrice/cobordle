      ******************************************************************
      * Purpose: Evaluates personal goals (see personal-goals) against
      *          the player's recorded rounds in the goal's month. Only
      *          v2 stats rows count -- they carry the mode, length,
      *          category, time and points a goal can be set on -- and
      *          rows seeded by share-import are left out, as they
      *          weren't played here. Under SHARED-DIR the player's
      *          staging file is read as well, so a round not yet
      *          collected still counts.
      *
      *          A miss counts as its try budget plus one in the
      *          average tries, the way a share grid's X does. DAILIES
      *          counts days with a daily round on them, not rounds.
      *
      *          Round end (cobordle, after the stats row is written)
      *          refreshes the player's goals for this month, marks a
      *          counting goal met once it reaches its target, and
      *          closes any of the player's goals from months already
      *          over. Month end (personal-goals --month-end, run
      *          nightly) closes every player's goals from months
      *          already over: met or missed, each written to the
      *          goals history. A goal set for a month still to come
      *          is left alone until its month starts.
      *
      *          Called with one l-goal-check per evaluation.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. goal-check.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       input-output section.

           file-control.
               select optional fd-goal-file
               assign to dynamic ws-goal-file-name
               organization is line sequential.

               select fd-goal-tmp
               assign to dynamic ws-goal-tmp-name
               organization is line sequential.

               select optional fd-history-file
               assign to dynamic ws-history-file-name
               organization is line sequential.

               select optional fd-stats-file
               assign to dynamic ws-stats-file-name
               organization is indexed
               access mode is dynamic
               record key is f-stats-key
               alternate record key is f-stats-date with duplicates
               alternate record key is f-stats-game-id with duplicates.

               select optional fd-stage-file
               assign to dynamic ws-stage-file-name
               organization is line sequential.

       data division.

       file section.

       fd  fd-goal-file.
       copy "./src/copy/goal_record.cpy".

       fd  fd-goal-tmp.
       01  f-goal-tmp-record           pic x(94).

       fd  fd-history-file.
       copy "./src/copy/goal_history_record.cpy".

       fd  fd-stats-file.
       copy "./src/copy/stats_record.cpy".

      *> Shared-directory staging, same bytes as the stats record;
      *> merged into the master by stats-collect.
       fd  fd-stage-file.
       01  f-stage-record              pic x(100).

       working-storage section.

       01  ws-goal-file-name       pic x(40) value "cobordle_goals.dat".
       01  ws-goal-tmp-name        pic x(40) value "cobordle_goals.tmp".
       01  ws-history-file-name    pic x(40)
                                   value "cobordle_goals_history.dat".
       01  ws-stats-file-name      pic x(40) value "cobordle_stats.idx".
       01  ws-stage-file-name      pic x(40).

       01  ws-eof-sw               pic a value 'N'.
           88  ws-eof              value 'Y'.
           88  ws-not-eof          value 'N'.

       01  ws-stats-eof-sw         pic a value 'N'.
           88  ws-stats-eof        value 'Y'.
           88  ws-stats-not-eof    value 'N'.

       01  ws-today                pic 9(8).
       01  ws-this-month           pic 9(6).
       01  ws-rows-changed         pic 9(5) comp value 0.

      *> The goal being evaluated: its month's first and last dates
      *> (the 31st serves every month -- no date past the real last
      *> day can exist), and what its rounds add up to.
       01  ws-month-first          pic 9(8).
       01  ws-month-last           pic 9(8).
       01  ws-tally-rounds         pic 9(5) comp.
       01  ws-tally-wins           pic 9(5) comp.
       01  ws-tally-tries          pic 9(7) comp.
       01  ws-tally-elapsed        pic 9(9) comp.
       01  ws-tally-points         pic 9(9) comp.
       01  ws-tally-dailies        pic 9(3) comp.
       01  ws-last-daily-date      pic 9(8).
       01  ws-row-tries            pic 9(2).
       01  ws-goal-value           pic 9(9)v9 comp.

       01  ws-achieved-sw          pic a value 'N'.
           88  ws-achieved         value 'Y'.
           88  ws-not-achieved     value 'N'.

       01  ws-closed-sw            pic a value 'N'.
           88  ws-closed-now       value 'Y'.
           88  ws-not-closed-now   value 'N'.

      *> Progress line pieces.
       01  ws-line                 pic x(70).
       01  ws-line-no-disp         pic zz9.
       01  ws-count-disp           pic z(4)9.
       01  ws-target-count-disp    pic z(4)9.
       01  ws-avg-disp             pic z(4)9.9.
       01  ws-target-avg-disp      pic z(4)9.9.
       01  ws-progress-text        pic x(40).
       01  ws-filter-text          pic x(40).
       01  ws-length-disp          pic 9.

       linkage section.

       copy "./src/copy/goal_check.cpy".

       procedure division using l-goal-check.

       main-procedure.

           move 0 to l-gc-goals-looked
           move 0 to l-gc-goals-closed
           move 0 to l-gc-line-count
           move 0 to l-gc-news-count
           move 0 to ws-rows-changed

           call "game-day" using ws-today
           move ws-today(1:6) to ws-this-month

           set ws-not-eof to true

           open input fd-goal-file
           open output fd-goal-tmp

               perform until ws-eof
                   read fd-goal-file
                   at end set ws-eof to true
                   not at end
                       if f-goal-player not = spaces then
                           perform check-one-goal
                           write f-goal-tmp-record from f-goal-record
                       end-if
                   end-read
               end-perform

           close fd-goal-file
           close fd-goal-tmp

           if ws-rows-changed > 0 then
               call "CBL_DELETE_FILE" using ws-goal-file-name
               call "CBL_RENAME_FILE" using
                   ws-goal-tmp-name ws-goal-file-name
           else
               call "CBL_DELETE_FILE" using ws-goal-tmp-name
           end-if

           goback.


      *> Round end looks only at the one player's goals; month end
      *> at everyone's, but only those whose month is over.
       check-one-goal.

           if l-gc-round-end
           and f-goal-player not = l-gc-player then
               exit paragraph
           end-if

           set ws-not-closed-now to true

           if f-goal-active
           and f-goal-month <= ws-this-month then
               if f-goal-month < ws-this-month
               or l-gc-round-end then
                   add 1 to l-gc-goals-looked
                   perform evaluate-goal
                   perform judge-goal
               end-if
           end-if

           if l-gc-round-end then
               if ws-closed-now then
                   perform build-progress-line
                   if l-gc-news-count < 5 then
                       add 1 to l-gc-news-count
                       move ws-line to l-gc-news(l-gc-news-count)
                   end-if
               end-if
               if f-goal-month = ws-this-month
               and (f-goal-active or f-goal-met) then
                   perform build-progress-line
                   if l-gc-line-count < 5 then
                       add 1 to l-gc-line-count
                       move ws-line to l-gc-lines(l-gc-line-count)
                   end-if
               end-if
           end-if

           exit paragraph.


      *> Counting goals close the moment they reach the target; any
      *> goal whose month is over closes now, met or missed.
       judge-goal.

           set ws-not-achieved to true
           if f-goal-ceiling then
               if f-goal-rounds > 0
               and f-goal-value <= f-goal-target then
                   set ws-achieved to true
               end-if
           else
               if f-goal-value >= f-goal-target then
                   set ws-achieved to true
               end-if
           end-if

           if f-goal-month < ws-this-month then
               if ws-achieved then
                   set f-goal-met to true
               else
                   set f-goal-missed to true
               end-if
               perform close-goal
           else
               if ws-achieved and not f-goal-ceiling then
                   set f-goal-met to true
                   perform close-goal
               end-if
           end-if

           exit paragraph.


       close-goal.

           move ws-today to f-goal-closed-on
           set ws-closed-now to true
           add 1 to l-gc-goals-closed
           add 1 to ws-rows-changed

           move ws-today to f-gh-date
           move f-goal-player to f-gh-player
           move f-goal-no to f-gh-goal-no
           move f-goal-month to f-gh-month
           move f-goal-measure to f-gh-measure
           move f-goal-target to f-gh-target
           move f-goal-mode to f-gh-mode
           move f-goal-length to f-gh-length
           move f-goal-category to f-gh-category
           move f-goal-status to f-gh-outcome
           move f-goal-value to f-gh-value
           move f-goal-rounds to f-gh-rounds

           open extend fd-history-file
           write f-goal-history-record
           close fd-history-file

           exit paragraph.


      *> The player's rows in the goal's month, from the master stats
      *> file and then the staging file.
       evaluate-goal.

           move 0 to ws-tally-rounds
           move 0 to ws-tally-wins
           move 0 to ws-tally-tries
           move 0 to ws-tally-elapsed
           move 0 to ws-tally-points
           move 0 to ws-tally-dailies
           move 0 to ws-last-daily-date

           compute ws-month-first = f-goal-month * 100 + 1
           compute ws-month-last = f-goal-month * 100 + 31

           set ws-stats-not-eof to true

           open input fd-stats-file

               move f-goal-player to f-stats-player
               move ws-month-first to f-stats-date
               move 0 to f-stats-seq
               start fd-stats-file key >= f-stats-key
               invalid key set ws-stats-eof to true
               end-start

               perform until ws-stats-eof
                   read fd-stats-file next
                   at end set ws-stats-eof to true
                   not at end
                       if f-stats-player not = f-goal-player
                       or f-stats-date > ws-month-last then
                           set ws-stats-eof to true
                       else
                           perform tally-stats-row
                       end-if
                   end-read
               end-perform

           close fd-stats-file

           move concat(
               "cobordle_stage_" trim(f-goal-player) ".dat")
               to ws-stage-file-name

           set ws-stats-not-eof to true

           open input fd-stage-file

               perform until ws-stats-eof
                   read fd-stage-file into f-stats-record
                   at end set ws-stats-eof to true
                   not at end
                       if f-stats-player = f-goal-player
                       and f-stats-date >= ws-month-first
                       and f-stats-date <= ws-month-last then
                           perform tally-stats-row
                       end-if
                   end-read
               end-perform

           close fd-stage-file

           evaluate true
               when f-goal-wins
                   move ws-tally-wins to ws-goal-value
               when f-goal-games
                   move ws-tally-rounds to ws-goal-value
               when f-goal-dailies
                   move ws-tally-dailies to ws-goal-value
               when f-goal-points
                   move ws-tally-points to ws-goal-value
               when f-goal-avg-tries
                   move 0 to ws-goal-value
                   if ws-tally-rounds > 0 then
                       compute ws-goal-value rounded =
                           ws-tally-tries / ws-tally-rounds
                   end-if
               when f-goal-avg-time
                   move 0 to ws-goal-value
                   if ws-tally-rounds > 0 then
                       compute ws-goal-value rounded =
                           ws-tally-elapsed / ws-tally-rounds
                   end-if
           end-evaluate

           if ws-goal-value > 99999.9 then
               move 99999.9 to ws-goal-value
           end-if

           if f-goal-value not = ws-goal-value
           or f-goal-rounds not = ws-tally-rounds then
               add 1 to ws-rows-changed
           end-if

           move ws-goal-value to f-goal-value
           move ws-tally-rounds to f-goal-rounds

           exit paragraph.


       tally-stats-row.

           if not f-stats-v2
           or f-stats-migrated-flag = 'Y' then
               exit paragraph
           end-if

           evaluate true
               when f-goal-daily-mode
                   if f-stats-daily-flag not = 'Y' then
                       exit paragraph
                   end-if
               when f-goal-hard-mode
                   if f-stats-hard-flag not = 'Y' then
                       exit paragraph
                   end-if
               when f-goal-blitz-mode
                   if f-stats-blitz-flag not = 'Y' then
                       exit paragraph
                   end-if
           end-evaluate

           if f-goal-dailies
           and f-stats-daily-flag not = 'Y' then
               exit paragraph
           end-if

           if f-goal-length not = 0
           and f-stats-length not = f-goal-length then
               exit paragraph
           end-if

           if f-goal-category not = spaces
           and f-stats-category not = f-goal-category then
               exit paragraph
           end-if

           add 1 to ws-tally-rounds
           add f-stats-elapsed to ws-tally-elapsed
           add f-stats-points to ws-tally-points

           if f-stats-solved = 'Y' then
               add 1 to ws-tally-wins
               add f-stats-tries to ws-tally-tries
           else
               move f-stats-max-tries to ws-row-tries
               if ws-row-tries = 0 then
                   move 6 to ws-row-tries
               end-if
               add 1 to ws-row-tries
               add ws-row-tries to ws-tally-tries
           end-if

           if f-stats-daily-flag = 'Y'
           and f-stats-date not = ws-last-daily-date then
               add 1 to ws-tally-dailies
               move f-stats-date to ws-last-daily-date
           end-if

           exit paragraph.


      *> "Goal 2: 12 of 20 wins (hard, 5 letters)" -- met or missed
      *> appended once the goal has closed.
       build-progress-line.

           move f-goal-no to ws-line-no-disp
           move spaces to ws-progress-text

           if f-goal-ceiling then
               move f-goal-value to ws-avg-disp
               move f-goal-target to ws-target-avg-disp
               if f-goal-rounds = 0 then
                   move "no rounds yet" to ws-progress-text
               else
                   if f-goal-avg-tries then
                       move concat(
                           "avg " trim(ws-avg-disp) " tries")
                           to ws-progress-text
                   else
                       move concat(
                           "avg " trim(ws-avg-disp) "s a round")
                           to ws-progress-text
                   end-if
               end-if
               if f-goal-avg-tries then
                   move concat(
                       trim(ws-progress-text) ", target "
                       trim(ws-target-avg-disp))
                       to ws-progress-text
               else
                   move concat(
                       trim(ws-progress-text) ", target "
                       trim(ws-target-avg-disp) "s")
                       to ws-progress-text
               end-if
           else
               move f-goal-value to ws-count-disp
               move f-goal-target to ws-target-count-disp
               move concat(
                   trim(ws-count-disp) " of "
                   trim(ws-target-count-disp) " "
                   lower-case(trim(f-goal-measure)))
                   to ws-progress-text
           end-if

           move spaces to ws-filter-text
           evaluate true
               when f-goal-daily-mode
                   move "daily" to ws-filter-text
               when f-goal-hard-mode
                   move "hard" to ws-filter-text
               when f-goal-blitz-mode
                   move "blitz" to ws-filter-text
           end-evaluate
           if f-goal-length not = 0 then
               move f-goal-length to ws-length-disp
               if ws-filter-text = spaces then
                   move concat(ws-length-disp " letters")
                       to ws-filter-text
               else
                   move concat(
                       trim(ws-filter-text) ", "
                       ws-length-disp " letters")
                       to ws-filter-text
               end-if
           end-if
           if f-goal-category not = spaces then
               if ws-filter-text = spaces then
                   move f-goal-category to ws-filter-text
               else
                   move concat(
                       trim(ws-filter-text) ", "
                       trim(f-goal-category))
                       to ws-filter-text
               end-if
           end-if

           move concat(
               "Goal " trim(ws-line-no-disp) ": "
               trim(ws-progress-text)) to ws-line
           if ws-filter-text not = spaces then
               move concat(
                   trim(ws-line) " (" trim(ws-filter-text) ")")
                   to ws-line
           end-if

           evaluate true
               when f-goal-met
                   move concat(trim(ws-line) " -- met") to ws-line
               when f-goal-missed
                   move concat(trim(ws-line) " -- missed")
                       to ws-line
           end-evaluate

           exit paragraph.

       end program goal-check.
