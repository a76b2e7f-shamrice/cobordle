      ******************************************************************
      * Purpose: Operator's handle on the maintenance-window lock that
      *          maint-lock keeps. With no options, shows who holds the
      *          lock, since when and until when (and whether it has
      *          gone stale). --set takes it by hand for a window of
      *          N minutes -- hand edits to the data files, a restore
      *          run in pieces -- and --clear removes it, whether it
      *          was set by hand or left behind by a job that crashed
      *          (health-check reports those).
      *
      *          Usage: maint-window
      *                 maint-window --set=MINUTES [--confirm]
      *                 maint-window --clear [--confirm]
      *          Without --confirm nothing is changed.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. maint-window.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       data division.

       working-storage section.

       01  ws-cmd-args             pic x(2024).
       01  ws-arg-discard          pic x(2024).
       01  ws-arg-remainder        pic x(2024).
       01  ws-minutes-arg          pic x(10).
       01  ws-cmd-found            pic 9(2) comp.

       01  ws-mode                 pic x(8) value "SHOW".
       01  ws-minutes              pic 9(4) value 0.
       01  ws-minutes-disp         pic z(3)9.

       01  ws-confirm-sw           pic a value 'N'.
           88  ws-confirmed        value 'Y'.
           88  ws-preview-only     value 'N'.

       01  ws-outcome              pic x(8) value "OK".

       copy "./src/copy/maint_lock.cpy".

      *> One administrative run-journal row per set or clear: taking
      *> or dropping the lock decides whether the office can play.
       copy "./src/copy/run_journal.cpy".

      *> Only a login granted this utility in cobordle_operators.dat
      *> may run it.
       copy "./src/copy/operator_check.cpy".

       procedure division.

       main-procedure.

           display "COBORDLE - Maintenance window"

           accept ws-cmd-args from command-line
           perform parse-cmd-args

           move 'Q' to l-ml-action
           move "maint-window" to l-ml-program
           call "maint-lock" using l-maint-lock

           perform show-lock-status

           if ws-mode = "SHOW" then
               stop run
           end-if

           perform check-operator-grant

           if ws-preview-only then
               display "Preview only -- nothing will be changed. "
                   "Rerun with --confirm."
               move "PREVIEW" to ws-outcome
           end-if

           if ws-mode = "SET" then
               perform set-window
           else
               perform clear-window
           end-if

           move "maint-window" to l-rj-program
           move ws-cmd-args(1:60) to l-rj-args
           move 0 to l-rj-rows-in
           move 0 to l-rj-rows-out
           move ws-outcome to l-rj-outcome
           call "run-journal" using l-run-journal

           stop run.


       parse-cmd-args.

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--set="
           if ws-cmd-found > 0 then
               move "SET" to ws-mode
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-cmd-args delimited by "--set="
                   into ws-arg-discard ws-arg-remainder
               unstring ws-arg-remainder delimited by space
                   into ws-minutes-arg
               move function numval(ws-minutes-arg) to ws-minutes
               if ws-minutes < 1 or ws-minutes > 1440 then
                   display "--set= takes a window of 1 to 1440 "
                       "minutes."
                   stop run
               end-if
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--clear"
           if ws-cmd-found > 0 then
               move "CLEAR" to ws-mode
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--confirm"
           if ws-cmd-found > 0 then
               set ws-confirmed to true
           end-if

           exit paragraph.


       show-lock-status.

           if l-ml-free then
               display "No maintenance lock is held. Play is open."
               exit paragraph
           end-if

           display concat(
               "Lock held by: " trim(l-ml-holder)
               " (login " trim(l-ml-holder-user) ")")
           display concat(
               "Taken:        " l-ml-set-stamp(1:8) " "
               l-ml-set-stamp(9:2) ":" l-ml-set-stamp(11:2))
           display concat(
               "Until:        " l-ml-until-stamp(1:8) " "
               l-ml-until-disp)

           if l-ml-stale then
               display "STALE: the window is over but the lock is "
                   "still there -- the job that took it probably "
                   "crashed."
           end-if

           exit paragraph.


       set-window.

           if l-ml-held then
               display "The lock is already held; clear it first."
               move "REFUSED" to ws-outcome
               exit paragraph
           end-if

           move ws-minutes to ws-minutes-disp
           if ws-preview-only then
               display concat(
                   "WOULD SET: maintenance lock for "
                   trim(ws-minutes-disp) " minute(s).")
               exit paragraph
           end-if

           move 'S' to l-ml-action
           move "maint-window" to l-ml-program
           move ws-minutes to l-ml-minutes
           call "maint-lock" using l-maint-lock

           if l-ml-granted then
               display concat(
                   "Maintenance lock set until " l-ml-until-disp
                   ". Play is closed until it's cleared.")
           else
               display "Could not take the lock: someone else took "
                   "it first."
               move "REFUSED" to ws-outcome
           end-if

           exit paragraph.


       clear-window.

           if l-ml-free then
               display "Nothing to clear."
               exit paragraph
           end-if

           if ws-preview-only then
               display concat(
                   "WOULD CLEAR: lock held by " trim(l-ml-holder))
               exit paragraph
           end-if

           move 'F' to l-ml-action
           call "maint-lock" using l-maint-lock

           display "Maintenance lock cleared. Play is open."

           exit paragraph.


       check-operator-grant.

           move "maint-window" to l-oc-program
           move ws-cmd-args(1:60) to l-oc-args
           call "operator-check" using l-operator-check

           if l-oc-denied then
               display l-oc-message
               move 8 to return-code
               stop run
           end-if

           exit paragraph.

       end program maint-window.
