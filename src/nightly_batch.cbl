      *          the standard restartable-batch discipline, replacing
      *          the hand-maintained shell script. Executes the
      *          configured sequence (validation of every word and
      *          allowed list, config history snapshot, definition
      *          coverage, the daily schedule pre-flight, the indexed
      *          file verify (a rebuild on Saturdays), stats and
      *          bank-ledger reconciliation, the knockout cup's
      *          nightly advance, the personal goals' month end,
      *          the abandoned-game word totals, archive/rollup,
      *          digest, the office league standings, the leaderboard
      *          page, the weekly capacity report, chat
      *          notifications, HR roster feed),
      *          records each step's completion and return code in
      *          the control file cobordle_batch_control.dat, and on
      *          rerun resumes from the first step of today's run
      *          that hasn't completed -- so when step three dies
      *          nobody has to wonder whether it's safe to rerun step
      *          two.
      *
      *          Usage: nightly-batch [--restart]
      *          --restart forgets today's progress and runs the

      *> The configured nightly sequence, in run order. Adding a step
      *> is one more entry here and a bump to ws-step-count.
       01  ws-max-steps            constant as 30.
       01  ws-steps occurs ws-max-steps times.
           05  ws-step-name        pic x(30).
           05  ws-step-command     pic x(80).
           88  ws-step-failed      value 'Y'.
           88  ws-no-step-failed   value 'N'.

      *> The maintenance-window lock held while the files are being
      *> rewritten (see maint-lock).
       copy "./src/copy/maint_lock.cpy".

      *> Only a login granted this utility in cobordle_operators.dat
      *> may run it.
       copy "./src/copy/operator_check.cpy".

       procedure division.

       main-procedure.
           display "COBORDLE - Nightly batch controller"

           accept ws-cmd-args from command-line
           perform check-operator-grant

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found

           perform load-todays-progress

      *>   The whole night is one maintenance window: the steps that
      *>   rewrite files (stats-archive and friends) join this lock
      *>   rather than taking their own.
           perform take-maintenance-lock

           display space

           perform varying ws-step-idx from 1 by 1
               end-if
           end-perform

           perform release-maintenance-lock

           display space
           if ws-step-failed then
               move ws-failed-step to ws-step-disp

           perform add-step-validate-lists

      *>   Records any edit to cobordle.cfg or a profile made since
      *>   yesterday in the config history.
           add 1 to ws-step-count
           move "config history snapshot"
               to ws-step-name(ws-step-count)
           move "./config-check --snapshot"
               to ws-step-command(ws-step-count)

           add 1 to ws-step-count
           move "def coverage check"
               to ws-step-name(ws-step-count)
           move "./def-check word.list"
               to ws-step-command(ws-step-count)

      *>   The next 30 days' dailies, dealt the way players will get
      *>   them; a RED day stops the night so it is fixed before
      *>   anyone hits it.
           add 1 to ws-step-count
           move "daily schedule pre-flight"
               to ws-step-name(ws-step-count)
           move "./schedule-preflight"
               to ws-step-command(ws-step-count)

      *>   The indexed files' keys and indexes, ahead of everything
      *>   that reads them; on Saturdays they are rebuilt as well.
           add 1 to ws-step-count
           move "indexed file verify"
               to ws-step-name(ws-step-count)
           move "./index-verify --weekend"
               to ws-step-command(ws-step-count)

           add 1 to ws-step-count
           move "audit chain verification"
               to ws-step-name(ws-step-count)
           move "./stats-reconcile"
               to ws-step-command(ws-step-count)

      *>   Report only: the correcting entries wait for an operator's
      *>   bank-reconcile --confirm.
           add 1 to ws-step-count
           move "bank ledger reconciliation"
               to ws-step-name(ws-step-count)
           move "./bank-reconcile"
               to ws-step-command(ws-step-count)

      *>   Settles the cup's ties from the stats rows and draws the
      *>   next round; ahead of the archive, which may age those rows
      *>   out of the stats file.
           add 1 to ws-step-count
           move "knockout cup advance"
               to ws-step-name(ws-step-count)
           move "./knockout-cup --advance --html"
               to ws-step-command(ws-step-count)

      *>   Closes the personal goals of a month just over, for the
      *>   same reason ahead of the archive.
           add 1 to ws-step-count
           move "personal goals month end"
               to ws-step-name(ws-step-count)
           move "./personal-goals --month-end"
               to ws-step-command(ws-step-count)

      *>   Per-word abandonment totals for word-difficulty-report,
      *>   taken while the audit rows are still on hand -- the
      *>   archive moves the old ones out.
           add 1 to ws-step-count
           move "abandoned games"
               to ws-step-name(ws-step-count)
           move "./abandoned-report --words-only"
               to ws-step-command(ws-step-count)

           add 1 to ws-step-count
           move "archive and rollup"
               to ws-step-name(ws-step-count)
           move "./daily-digest --html"
               to ws-step-command(ws-step-count)

      *>   Last week's final table and this week's so far, both
      *>   ahead of the page that publishes them.
           add 1 to ws-step-count
           move "office league last week"
               to ws-step-name(ws-step-count)
           move "./office-league --last-week"
               to ws-step-command(ws-step-count)

           add 1 to ws-step-count
           move "office league this week"
               to ws-step-name(ws-step-count)
           move "./office-league"
               to ws-step-command(ws-step-count)

           add 1 to ws-step-count
           move "leaderboard html page"
               to ws-step-name(ws-step-count)
           move "./leaderboard-report --html"
               to ws-step-command(ws-step-count)

      *>   Weekly: the program itself skips every day but Monday.
           add 1 to ws-step-count
           move "capacity report"
               to ws-step-name(ws-step-count)
           move "./capacity-report --weekly"
               to ws-step-command(ws-step-count)

      *>   Posts whatever the day's programs queued for the office
      *>   chat channel; an unreachable webhook leaves it queued.
           add 1 to ws-step-count
           move "chat notifications"
               to ws-step-name(ws-step-count)
           move "./notify-send"
               to ws-step-command(ws-step-count)

      *>   Last, so a night without HR's extract still gets everything
      *>   else done; the change report waits for the commissioner.
           add 1 to ws-step-count
           move "HR roster feed"
               to ws-step-name(ws-step-count)
           move "./roster-feed --confirm"
               to ws-step-command(ws-step-count)

           exit paragraph.



           exit paragraph.


      *> Nobody may record play while this run rewrites the files
      *> underneath them: the maintenance lock is taken first, and a
      *> run that finds it already held by someone else stops here.
       take-maintenance-lock.

           move 'S' to l-ml-action
           move "nightly-batch" to l-ml-program
           move 180 to l-ml-minutes
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
               move 8 to return-code
               stop run
           end-if

           exit paragraph.


       release-maintenance-lock.

           move 'C' to l-ml-action
           call "maint-lock" using l-maint-lock

           exit paragraph.


       check-operator-grant.

           move "nightly-batch" to l-oc-program
           move ws-cmd-args(1:60) to l-oc-args
           call "operator-check" using l-operator-check

           if l-oc-denied then
               display l-oc-message
               move 8 to return-code
               stop run
           end-if

           exit paragraph.

       end program nightly-batch.
