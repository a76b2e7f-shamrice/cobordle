      *          can be re-run safely. Games that could only be partly
      *          reconstructed (the log doesn't start at try 1, or try
      *          numbers skip) are written anyway but flagged on the
      *          report so they can be eyeballed. Holds the
      *          maintenance lock while rows are written back.
      *
      *          Usage: stats-rebuild PLAYER [PLAYER]...
      *                 stats-rebuild --transcript=FILE --date=YYYYMMDD
               assign to dynamic ws-stats-file-name
               organization is indexed
               access mode is dynamic
               record key is f-stats-key
               alternate record key is f-stats-date with duplicates
               alternate record key is f-stats-game-id with duplicates.

               select optional fd-audit-file
               assign to dynamic ws-audit-file-name
           88  ws-in-section         value 'Y'.
           88  ws-not-in-section     value 'N'.

      *> The maintenance-window lock held while the files are being
      *> rewritten (see maint-lock).
       copy "./src/copy/maint_lock.cpy".

      *> Only a login granted this utility in cobordle_operators.dat
      *> may run it.
       copy "./src/copy/operator_check.cpy".

       procedure division.

       main-procedure.

           accept ws-cmd-args from command-line
           perform parse-cmd-args
           perform check-operator-grant

           if ws-transcript-file-name not = spaces then
               perform rebuild-from-transcript
                   stop run
               end-if

               perform take-maintenance-lock

               perform varying ws-player-idx from 1 by 1
                   until ws-player-idx > ws-arg-player-count
                   move ws-arg-players(ws-player-idx)
               end-perform
           end-if

           perform release-maintenance-lock

           display space
           move ws-rebuilt-count to ws-count-disp
           display concat(
               set ws-not-in-section to true
           end-if

           perform take-maintenance-lock

           set ws-not-eof to true
           set ws-ts-result-not-seen to true


           exit paragraph.


      *> Nobody may record play while this run rewrites the stats file
      *> underneath them: the maintenance lock is taken first, and a
      *> run that finds it already held by someone else stops here.
       take-maintenance-lock.

           move 'S' to l-ml-action
           move "stats-rebuild" to l-ml-program
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

           move "stats-rebuild" to l-oc-program
           move ws-cmd-args(1:60) to l-oc-args
           call "operator-check" using l-operator-check

           if l-oc-denied then
               display l-oc-message
               move 8 to return-code
               stop run
           end-if

           exit paragraph.

       end program stats-rebuild.
