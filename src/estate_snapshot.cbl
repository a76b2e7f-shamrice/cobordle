               assign to dynamic ws-stats-file-name
               organization is indexed
               access mode is dynamic
               record key is f-stats-key
               alternate record key is f-stats-date with duplicates
               alternate record key is f-stats-game-id with duplicates.

               select optional fd-summary-file
               assign to dynamic ws-summary-file-name
      *> snapshot taken before the restore?" is answerable).
       copy "./src/copy/run_journal.cpy".

      *> The maintenance-window lock held while the files are being
      *> rewritten (see maint-lock).
       copy "./src/copy/maint_lock.cpy".

      *> Only a login granted this utility in cobordle_operators.dat
      *> may run it.
       copy "./src/copy/operator_check.cpy".

       procedure division.

       main-procedure.
                   into ws-restore-stamp
           end-if

           if ws-mode = "RESTORE" then
               perform check-operator-grant
           end-if

           if ws-mode = "TAKE" then
               perform take-snapshot
           else
               stop run
           end-if

           perform take-maintenance-lock

           display "Manifest verified. Restoring all files..."

           perform apply-pack

           perform release-maintenance-lock

           display space
           move ws-manifest-count to ws-count-disp
           display concat(

           exit paragraph.


      *> Nobody may record play while this run rewrites the files
      *> underneath them: the maintenance lock is taken first, and a
      *> run that finds it already held by someone else stops here.
       take-maintenance-lock.

           move 'S' to l-ml-action
           move "estate-snapshot" to l-ml-program
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
               move "estate-snapshot" to l-rj-program
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

           move "estate-snapshot" to l-oc-program
           move ws-cmd-args(1:60) to l-oc-args
           call "operator-check" using l-operator-check

           if l-oc-denied then
               display l-oc-message
               move 8 to return-code
               stop run
           end-if

           exit paragraph.

       end program estate-snapshot.
