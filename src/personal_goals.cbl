      ******************************************************************
      * Purpose: Personal goals. A player sets themselves a target for
      *          a month on one measure of their recorded rounds --
      *
      *              AVG-TRIES  average tries at or under the target
      *                         (a miss counts as its budget plus one)
      *              AVG-TIME   average seconds a round at or under it
      *              WINS       solved rounds
      *              GAMES      rounds played
      *              DAILIES    days with the daily played (ALL for
      *                         every day of the month)
      *              POINTS     points earned
      *
      *          -- optionally only rounds of one mode (DAILY, HARD or
      *          BLITZ), one length or one category, and lists or
      *          retires them. At most five goals are open per month.
      *
      *          Progress is worked out by goal-check: at the end of
      *          every recorded cobordle round (with a progress line
      *          on the session summary), on --list, and at month end,
      *          when --month-end (a nightly-batch step) closes every
      *          goal whose month is over. Goals met or missed go to
      *          cobordle_goals_history.dat.
      *
      *          Usage: personal-goals [--player=NAME] [--list]
      *                 personal-goals [--player=NAME] --set
      *                     --measure=M --target=N [--mode=M]
      *                     [--length=N] [--category=NAME]
      *                     [--month=YYYYMM]
      *                 personal-goals [--player=NAME] --retire=N
      *                 personal-goals --month-end
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. personal-goals.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       input-output section.

           file-control.
               select optional fd-config-file
               assign to dynamic ws-config-file-name
               organization is line sequential.

               select optional fd-goal-file
               assign to dynamic ws-goal-file-name
               organization is line sequential.

               select fd-goal-tmp
               assign to dynamic ws-goal-tmp-name
               organization is line sequential.

       data division.

       file section.

       fd  fd-config-file.
       01  f-config-record             pic x(80).

       fd  fd-goal-file.
       copy "./src/copy/goal_record.cpy".

       fd  fd-goal-tmp.
       01  f-goal-tmp-record           pic x(94).

       working-storage section.

       copy "./src/copy/game_options.cpy".

       01  ws-config-file-name     pic x(40) value "cobordle.cfg".
       01  ws-goal-file-name       pic x(40) value "cobordle_goals.dat".
       01  ws-goal-tmp-name        pic x(40)
                                   value "cobordle_goals.set".
       01  ws-config-key           pic x(20).
       01  ws-config-value         pic x(40).

       01  ws-eof-sw               pic a value 'N'.
           88  ws-eof              value 'Y'.
           88  ws-not-eof          value 'N'.

       01  ws-cmd-args             pic x(2024).
       01  ws-arg-discard          pic x(2024).
       01  ws-arg-remainder        pic x(2024).
       01  ws-cmd-found            pic 9(2) comp.

       01  ws-mode-sw              pic a value 'L'.
           88  ws-list-mode        value 'L'.
           88  ws-set-mode         value 'S'.
           88  ws-retire-mode      value 'R'.
           88  ws-month-end-mode   value 'M'.

       01  ws-today                pic 9(8).
       01  ws-this-month           pic 9(6).

      *> The goal being set, as typed.
       01  ws-measure-arg          pic x(20) value spaces.
       01  ws-target-arg           pic x(20) value spaces.
       01  ws-goal-mode-arg        pic x(20) value spaces.
       01  ws-length-arg           pic x(5) value spaces.
       01  ws-category-arg         pic x(20) value spaces.
       01  ws-month-arg            pic x(10) value spaces.
       01  ws-retire-arg           pic x(5) value spaces.

       01  ws-new-measure          pic x(9).
       01  ws-new-target           pic 9(5)v9.
       01  ws-new-mode             pic a.
       01  ws-new-length           pic 9.
       01  ws-new-month            pic 9(6).
       01  ws-retire-no            pic 9(3).
       01  ws-new-no               pic 9(3).
       01  ws-open-count           pic 9(3) comp.
       01  ws-found-sw             pic a value 'N'.
           88  ws-goal-found       value 'Y'.
           88  ws-goal-not-found   value 'N'.
       01  ws-char-idx             pic 9(2) comp.
       01  ws-dot-count            pic 9(2) comp.
       01  ws-arg-valid-sw         pic a value 'Y'.
           88  ws-arg-valid        value 'Y'.
           88  ws-arg-invalid      value 'N'.

      *> The month's length, for a DAILIES target of ALL.
       01  ws-month-year           pic 9(4).
       01  ws-month-mm             pic 9(2).
       01  ws-month-start          pic 9(8).
       01  ws-next-month-start     pic 9(8).
       01  ws-days-in-month        pic 9(2).

       01  ws-goals-listed         pic 9(3) comp value 0.
       01  ws-no-disp              pic zz9.
       01  ws-target-disp          pic z(4)9.9.
       01  ws-value-disp           pic z(4)9.9.
       01  ws-rounds-disp          pic z(5)9.
       01  ws-status-disp          pic x(7).
       01  ws-filter-disp          pic x(30).
       01  ws-line-idx             pic 9 comp.

       copy "./src/copy/goal_check.cpy".

      *> Maintenance-window lock check before the goals file is
      *> touched, and the lock taken for the month-end run (see
      *> maint-lock).
       copy "./src/copy/maint_lock.cpy".

      *> Sign-in against the registered-player master (see
      *> player-signin).
       copy "./src/copy/player_signin.cpy".

       copy "./src/copy/operator_check.cpy".
       copy "./src/copy/run_journal.cpy".

       procedure division.

       main-procedure.

           display "COBORDLE - Personal goals"
           display space

           perform load-config-file

           call "game-day" using ws-today
           move ws-today(1:6) to ws-this-month

           accept ws-cmd-args from command-line
           perform parse-cmd-args

           if ws-month-end-mode then
               perform close-finished-months
               stop run
           end-if

           perform check-maintenance-lock

           if l-player-id = spaces then
               display "Usage: personal-goals --player=NAME [--list]"
               display "       personal-goals --player=NAME --set "
                   "--measure=M --target=N [--mode=M] [--length=N] "
                   "[--category=NAME] [--month=YYYYMM]"
               display "       personal-goals --player=NAME --retire=N"
               display "       personal-goals --month-end"
               stop run
           end-if

           move l-player-id to l-ps-player
           perform sign-in-player

           evaluate true
               when ws-set-mode
                   perform set-goal
               when ws-retire-mode
                   perform retire-goal
           end-evaluate

           perform list-goals

           stop run.


      *> PLAYER-ID, the one cobordle.cfg setting needed here.
       load-config-file.

           set ws-not-eof to true

           open input fd-config-file

               perform until ws-eof
                   read fd-config-file
                   at end set ws-eof to true
                   not at end
                       if f-config-record not = spaces
                       and f-config-record(1:1) not = "*" then
                           move spaces to ws-config-key
                           move spaces to ws-config-value
                           unstring f-config-record delimited by "="
                               into ws-config-key ws-config-value
                           move upper-case(trim(ws-config-key))
                               to ws-config-key
                           if ws-config-key = "PLAYER-ID" then
                               move trim(ws-config-value)
                                   to l-player-id
                           end-if
                       end-if
                   end-read
               end-perform

           close fd-config-file

           set ws-not-eof to true

           exit paragraph.


       parse-cmd-args.

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--player="
           if ws-cmd-found > 0 then
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-cmd-args delimited by "--player="
                   into ws-arg-discard ws-arg-remainder
               unstring ws-arg-remainder delimited by space
                   into l-player-id
           end-if
           move upper-case(l-player-id) to l-player-id

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--set"
           if ws-cmd-found > 0 then
               set ws-set-mode to true
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--retire="
           if ws-cmd-found > 0 then
               set ws-retire-mode to true
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-cmd-args delimited by "--retire="
                   into ws-arg-discard ws-arg-remainder
               unstring ws-arg-remainder delimited by space
                   into ws-retire-arg
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--month-end"
           if ws-cmd-found > 0 then
               set ws-month-end-mode to true
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--measure="
           if ws-cmd-found > 0 then
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-cmd-args delimited by "--measure="
                   into ws-arg-discard ws-arg-remainder
               unstring ws-arg-remainder delimited by space
                   into ws-measure-arg
           end-if
           move upper-case(ws-measure-arg) to ws-measure-arg

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--target="
           if ws-cmd-found > 0 then
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-cmd-args delimited by "--target="
                   into ws-arg-discard ws-arg-remainder
               unstring ws-arg-remainder delimited by space
                   into ws-target-arg
           end-if
           move upper-case(ws-target-arg) to ws-target-arg

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--mode="
           if ws-cmd-found > 0 then
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-cmd-args delimited by "--mode="
                   into ws-arg-discard ws-arg-remainder
               unstring ws-arg-remainder delimited by space
                   into ws-goal-mode-arg
           end-if
           move upper-case(ws-goal-mode-arg) to ws-goal-mode-arg

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--length="
           if ws-cmd-found > 0 then
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-cmd-args delimited by "--length="
                   into ws-arg-discard ws-arg-remainder
               unstring ws-arg-remainder delimited by space
                   into ws-length-arg
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--category="
           if ws-cmd-found > 0 then
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-cmd-args delimited by "--category="
                   into ws-arg-discard ws-arg-remainder
               unstring ws-arg-remainder delimited by space
                   into ws-category-arg
           end-if
           move lower-case(ws-category-arg) to ws-category-arg

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--month="
           if ws-cmd-found > 0 then
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-cmd-args delimited by "--month="
                   into ws-arg-discard ws-arg-remainder
               unstring ws-arg-remainder delimited by space
                   into ws-month-arg
           end-if

           exit paragraph.


      *> ==================== setting a goal ====================

       set-goal.

           perform check-new-goal-args
           if ws-arg-invalid then
               move 8 to return-code
               stop run
           end-if

           perform count-open-goals
           if ws-open-count >= 5 then
               display "You already have five goals open for that "
                   "month -- retire one first."
               move 8 to return-code
               stop run
           end-if

           move spaces to f-goal-record
           move l-player-id to f-goal-player
           move ws-new-no to f-goal-no
           move ws-new-month to f-goal-month
           move ws-new-measure to f-goal-measure
           move ws-new-target to f-goal-target
           move ws-new-mode to f-goal-mode
           move ws-new-length to f-goal-length
           move ws-category-arg to f-goal-category
           set f-goal-active to true
           move 0 to f-goal-value
           move 0 to f-goal-rounds
           move ws-today to f-goal-set-on
           move 0 to f-goal-closed-on

           open extend fd-goal-file
           write f-goal-record
           close fd-goal-file

           move ws-new-no to ws-no-disp
           display concat("Goal " trim(ws-no-disp) " set.")
           display space

           exit paragraph.


       check-new-goal-args.

           set ws-arg-valid to true

           move ws-measure-arg to ws-new-measure
           if ws-measure-arg not = "AVG-TRIES"
           and ws-measure-arg not = "AVG-TIME"
           and ws-measure-arg not = "WINS"
           and ws-measure-arg not = "GAMES"
           and ws-measure-arg not = "DAILIES"
           and ws-measure-arg not = "POINTS" then
               display "--measure= is one of AVG-TRIES, AVG-TIME, "
                   "WINS, GAMES, DAILIES or POINTS."
               set ws-arg-invalid to true
               exit paragraph
           end-if

           if ws-month-arg = spaces then
               move ws-this-month to ws-new-month
           else
               if ws-month-arg(7:) not = spaces
               or ws-month-arg(1:6) is not numeric
               or ws-month-arg(5:2) < "01"
               or ws-month-arg(5:2) > "12" then
                   display "--month= takes YYYYMM."
                   set ws-arg-invalid to true
                   exit paragraph
               end-if
               move ws-month-arg(1:6) to ws-new-month
               if ws-new-month < ws-this-month then
                   display "That month is already over."
                   set ws-arg-invalid to true
                   exit paragraph
               end-if
           end-if

           move ws-new-month(1:4) to ws-month-year
           move ws-new-month(5:2) to ws-month-mm
           compute ws-month-start = ws-new-month * 100 + 1
           if ws-month-mm = 12 then
               compute ws-next-month-start =
                   (ws-month-year + 1) * 10000 + 101
           else
               compute ws-next-month-start = ws-month-start + 100
           end-if
           compute ws-days-in-month =
               integer-of-date(ws-next-month-start)
               - integer-of-date(ws-month-start)

           if ws-target-arg = "ALL"
           and ws-new-measure = "DAILIES" then
               move ws-days-in-month to ws-new-target
           else
               perform check-target-arg
               if ws-arg-invalid then
                   display "--target= is a number above zero, with at "
                       "most one decimal place (ALL for every daily "
                       "in the month)."
                   exit paragraph
               end-if
               move numval(ws-target-arg) to ws-new-target
               if ws-new-target = 0 then
                   display "--target= must be above zero."
                   set ws-arg-invalid to true
                   exit paragraph
               end-if
           end-if

           if ws-new-measure = "AVG-TRIES"
           and ws-new-target > 20 then
               display "An average-tries target is at most 20."
               set ws-arg-invalid to true
               exit paragraph
           end-if

           if ws-new-measure = "DAILIES"
           and ws-new-target > ws-days-in-month then
               display "There aren't that many dailies in the month."
               set ws-arg-invalid to true
               exit paragraph
           end-if

           evaluate ws-goal-mode-arg
               when spaces
               when "ANY"
                   move 'A' to ws-new-mode
               when "DAILY"
                   move 'D' to ws-new-mode
               when "HARD"
                   move 'H' to ws-new-mode
               when "BLITZ"
                   move 'B' to ws-new-mode
               when other
                   display "--mode= is one of ANY, DAILY, HARD or "
                       "BLITZ."
                   set ws-arg-invalid to true
                   exit paragraph
           end-evaluate

           evaluate ws-length-arg
               when spaces
                   move 0 to ws-new-length
               when "4"
               when "5"
               when "6"
               when "7"
                   move ws-length-arg(1:1) to ws-new-length
               when other
                   display "--length= is 4, 5, 6 or 7."
                   set ws-arg-invalid to true
                   exit paragraph
           end-evaluate

           exit paragraph.


      *> Digits with at most one decimal point and one digit after
      *> it, as the target is kept to a tenth.
       check-target-arg.

           move 0 to ws-dot-count

           if ws-target-arg = spaces
           or ws-target-arg(1:1) = "." then
               set ws-arg-invalid to true
               exit paragraph
           end-if

           perform varying ws-char-idx from 1 by 1
               until ws-char-idx > 10
               or ws-target-arg(ws-char-idx:1) = space
               if ws-target-arg(ws-char-idx:1) = "." then
                   add 1 to ws-dot-count
                   if ws-target-arg(ws-char-idx + 2:1) not = space
                   then
                       set ws-arg-invalid to true
                   end-if
               else
                   if ws-target-arg(ws-char-idx:1) is not numeric
                   then
                       set ws-arg-invalid to true
                   end-if
               end-if
           end-perform

           if ws-dot-count > 1 or ws-char-idx > 8 then
               set ws-arg-invalid to true
           end-if

           exit paragraph.


      *> The player's goals still open for the new goal's month, and
      *> the next goal number (numbers are never reused).
       count-open-goals.

           move 0 to ws-open-count
           move 0 to ws-new-no
           set ws-not-eof to true

           open input fd-goal-file

               perform until ws-eof
                   read fd-goal-file
                   at end set ws-eof to true
                   not at end
                       if f-goal-player = l-player-id then
                           if f-goal-no > ws-new-no then
                               move f-goal-no to ws-new-no
                           end-if
                           if f-goal-month = ws-new-month
                           and f-goal-active then
                               add 1 to ws-open-count
                           end-if
                       end-if
                   end-read
               end-perform

           close fd-goal-file

           set ws-not-eof to true

           add 1 to ws-new-no

           exit paragraph.


      *> ==================== retiring a goal ====================

       retire-goal.

           set ws-arg-valid to true
           if ws-retire-arg = spaces then
               set ws-arg-invalid to true
           end-if
           perform varying ws-char-idx from 1 by 1
               until ws-char-idx > 5
               or ws-retire-arg(ws-char-idx:1) = space
               if ws-retire-arg(ws-char-idx:1) is not numeric then
                   set ws-arg-invalid to true
               end-if
           end-perform
           if ws-arg-invalid or ws-char-idx > 4 then
               display "--retire= takes the goal number from the list."
               move 8 to return-code
               stop run
           end-if
           move numval(ws-retire-arg) to ws-retire-no

           set ws-goal-not-found to true
           set ws-not-eof to true

           open input fd-goal-file
           open output fd-goal-tmp

               perform until ws-eof
                   read fd-goal-file
                   at end set ws-eof to true
                   not at end
                       if f-goal-player = l-player-id
                       and f-goal-no = ws-retire-no
                       and f-goal-active
                       and ws-goal-not-found then
                           set f-goal-retired to true
                           move ws-today to f-goal-closed-on
                           set ws-goal-found to true
                       end-if
                       write f-goal-tmp-record from f-goal-record
                   end-read
               end-perform

           close fd-goal-file
           close fd-goal-tmp

           set ws-not-eof to true

           if ws-goal-not-found then
               call "CBL_DELETE_FILE" using ws-goal-tmp-name
               display "You have no open goal with that number."
               move 8 to return-code
               stop run
           end-if

           call "CBL_DELETE_FILE" using ws-goal-file-name
           call "CBL_RENAME_FILE" using
               ws-goal-tmp-name ws-goal-file-name

           move ws-retire-no to ws-no-disp
           display concat("Goal " trim(ws-no-disp) " retired.")
           display space

           exit paragraph.


      *> ==================== the list ====================

      *> Progress is brought up to date first, so the list shows the
      *> same figures the next round's summary would.
       list-goals.

           set l-gc-round-end to true
           move l-player-id to l-gc-player
           call "goal-check" using l-goal-check

           perform varying ws-line-idx from 1 by 1
               until ws-line-idx > l-gc-news-count
               display l-gc-news(ws-line-idx)
           end-perform

           display "  No  Month   Measure    Target  Status    "
               "Value Rounds  Counting"
           display "  --  ------  --------- -------  ------- "
               "------- ------  --------"

           move 0 to ws-goals-listed
           set ws-not-eof to true

           open input fd-goal-file

               perform until ws-eof
                   read fd-goal-file
                   at end set ws-eof to true
                   not at end
                       if f-goal-player = l-player-id
                       and not f-goal-retired then
                           perform display-goal-row
                       end-if
                   end-read
               end-perform

           close fd-goal-file

           set ws-not-eof to true

           if ws-goals-listed = 0 then
               display "  No goals set -- personal-goals --set "
                   "--measure=WINS --target=20 to start one."
           end-if

           exit paragraph.


       display-goal-row.

           add 1 to ws-goals-listed

           move f-goal-no to ws-no-disp
           move f-goal-target to ws-target-disp
           move f-goal-value to ws-value-disp
           move f-goal-rounds to ws-rounds-disp

           evaluate true
               when f-goal-met
                   move "met" to ws-status-disp
               when f-goal-missed
                   move "missed" to ws-status-disp
               when f-goal-month > ws-this-month
                   move "to come" to ws-status-disp
               when other
                   move "open" to ws-status-disp
           end-evaluate

           move spaces to ws-filter-disp
           evaluate true
               when f-goal-daily-mode
                   move "daily" to ws-filter-disp
               when f-goal-hard-mode
                   move "hard" to ws-filter-disp
               when f-goal-blitz-mode
                   move "blitz" to ws-filter-disp
               when other
                   move "any" to ws-filter-disp
           end-evaluate
           if f-goal-length not = 0 then
               move concat(
                   trim(ws-filter-disp) " " f-goal-length
                   "-letter") to ws-filter-disp
           end-if
           if f-goal-category not = spaces then
               move concat(
                   trim(ws-filter-disp) " " trim(f-goal-category))
                   to ws-filter-disp
           end-if

           display "  " ws-no-disp(2:2) "  " f-goal-month "  "
               f-goal-measure " " ws-target-disp "  "
               ws-status-disp " " ws-value-disp
               ws-rounds-disp "  " trim(ws-filter-disp)

           exit paragraph.


      *> ==================== month end ====================

      *> Nightly: closes every goal whose month is over. Harmless on
      *> any other night -- there is nothing to close.
       close-finished-months.

           perform check-operator-grant
           perform take-maintenance-lock

           set l-gc-month-end to true
           move spaces to l-gc-player
           call "goal-check" using l-goal-check

           move l-gc-goals-closed to ws-rounds-disp
           display concat(
               trim(ws-rounds-disp)
               " goal(s) from finished months closed.")

           move "OK" to l-rj-outcome
           perform journal-goals-run

           perform release-maintenance-lock

           exit paragraph.


      *> ==================== housekeeping ====================

       journal-goals-run.

           move "personal-goals" to l-rj-program
           move ws-cmd-args(1:60) to l-rj-args
           move l-gc-goals-looked to l-rj-rows-in
           move l-gc-goals-closed to l-rj-rows-out
           call "run-journal" using l-run-journal

           exit paragraph.


      *> Refuses to touch the goals file while an administrative run
      *> holds the maintenance lock.
       check-maintenance-lock.

           move 'Q' to l-ml-action
           move "personal-goals" to l-ml-program
           call "maint-lock" using l-maint-lock

           if l-ml-held then
               display trim(l-ml-message)
               stop run
           end-if

           exit paragraph.


      *> No round may be recorded while the month-end run rewrites
      *> the goals file: the maintenance lock is taken first (joined
      *> when nightly-batch already holds it).
       take-maintenance-lock.

           move 'S' to l-ml-action
           move "personal-goals" to l-ml-program
           move 30 to l-ml-minutes
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
               move 0 to l-gc-goals-looked
               move 0 to l-gc-goals-closed
               move "LOCKED" to l-rj-outcome
               perform journal-goals-run
               move 8 to return-code
               stop run
           end-if

           exit paragraph.


       release-maintenance-lock.

           move 'C' to l-ml-action
           call "maint-lock" using l-maint-lock

           exit paragraph.


       check-operator-grant.

           move "personal-goals" to l-oc-program
           move ws-cmd-args(1:60) to l-oc-args
           call "operator-check" using l-operator-check

           if l-oc-denied then
               display l-oc-message
               move 8 to return-code
               stop run
           end-if

           exit paragraph.


       sign-in-player.

           set l-ps-verify to true
           call "player-signin" using l-player-signin

           if l-ps-unregistered or l-ps-inactive or l-ps-bad-pin then
               display l-ps-message
               stop run
           end-if

           exit paragraph.

       end program personal-goals.
