      *          with an exclusive lock, so two collector runs (or a
      *          collector racing a non-shared writer) serialize
      *          instead of corrupting. Each staging file is removed
      *          once its rows are safely in the master. The
      *          maintenance lock is held for the whole merge.
      *
      *          Usage: stats-collect PLAYER [PLAYER]...
      * Tectonics: ./build.sh
               organization is indexed
               access mode is dynamic
               record key is f-stats-key
               alternate record key is f-stats-date with duplicates
               alternate record key is f-stats-game-id with duplicates
               lock mode is exclusive.

               select optional fd-stage-file
      *> collector runs leave a trace.
       copy "./src/copy/run_journal.cpy".

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

           perform take-maintenance-lock

           perform varying ws-player-idx from 1 by 1
               until ws-player-idx > ws-arg-player-count

               perform collect-one-player
           end-perform

           perform release-maintenance-lock

           display space
           move ws-merged-stats to ws-count-disp
           display concat(

           exit paragraph.


      *> Nobody may record play while this run rewrites the master files
      *> underneath them: the maintenance lock is taken first, and a
      *> run that finds it already held by someone else stops here.
       take-maintenance-lock.

           move 'S' to l-ml-action
           move "stats-collect" to l-ml-program
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
               move 8 to return-code
               stop run
           end-if

           exit paragraph.


       release-maintenance-lock.

           move 'C' to l-ml-action
           call "maint-lock" using l-maint-lock

           exit paragraph.


       check-operator-grant.

           move "stats-collect" to l-oc-program
           move ws-cmd-args(1:60) to l-oc-args
           call "operator-check" using l-operator-check

           if l-oc-denied then
               display l-oc-message
               move 8 to return-code
               stop run
           end-if

           exit paragraph.

       end program stats-collect.
