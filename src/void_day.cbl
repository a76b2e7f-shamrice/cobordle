               assign to dynamic ws-stats-file-name
               organization is indexed
               access mode is dynamic
               record key is f-stats-key
               alternate record key is f-stats-date with duplicates
               alternate record key is f-stats-game-id with duplicates.

               select optional fd-word-file
               assign to dynamic ws-word-file-name
           88  ws-already-credited value 'Y'.
           88  ws-not-yet-credited value 'N'.

      *> The maintenance-window lock held while the files are being
      *> rewritten (see maint-lock).
       copy "./src/copy/maint_lock.cpy".

      *> Only a login granted this utility in cobordle_operators.dat
      *> may run it.
       copy "./src/copy/operator_check.cpy".

       procedure division.

       main-procedure.
               stop run
           end-if

           perform check-operator-grant

           if ws-preview-only then
               display "Preview only -- nothing will be changed. "
                   "Rerun with --confirm."
               " -- that day's daily word was "
               trim(ws-daily-word))

           if ws-confirmed then
               perform take-maintenance-lock
           end-if

           perform void-stats-rows

           if ws-confirmed and ws-rows-voided > 0 then
               perform note-void-day
           end-if

           if ws-confirmed then
               perform release-maintenance-lock
           end-if

           display space
           move ws-rows-voided to ws-count-disp
           display concat(
      *> lengths' dailies that day were fine), or a legacy row whose
      *> word is the day's daily word (the flag didn't exist yet).
      *> Moved to the exceptions file, deleted from the master, one
      *> replay credit per affected player. The date key walks just
      *> the target day's rows.
       void-stats-rows.

           set ws-not-eof to true

           move ws-target-date to f-stats-date

           open i-o fd-stats-file

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
                           perform judge-one-row
                       end-if
                   end-read

           exit paragraph.


      *> Nobody may record play while this run rewrites the files
      *> underneath them: the maintenance lock is taken first, and a
      *> run that finds it already held by someone else stops here.
       take-maintenance-lock.

           move 'S' to l-ml-action
           move "void-day" to l-ml-program
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
               move "void-day" to l-rj-program
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

           move "void-day" to l-oc-program
           move ws-cmd-args(1:60) to l-oc-args
           call "operator-check" using l-operator-check

           if l-oc-denied then
               display l-oc-message
               move 8 to return-code
               stop run
           end-if

           exit paragraph.

       end program void-day.
