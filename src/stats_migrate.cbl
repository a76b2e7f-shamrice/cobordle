               assign to dynamic ws-new-stats-file-name
               organization is indexed
               access mode is dynamic
               record key is f-stats-key
               alternate record key is f-stats-date with duplicates
               alternate record key is f-stats-game-id with duplicates.

       data division.

       01  ws-migrated-count       pic 9(7) comp value 0.
       01  ws-migrated-count-disp  pic z(6)9.

      *> The maintenance-window lock held while the files are being
      *> rewritten (see maint-lock).
       copy "./src/copy/maint_lock.cpy".

      *> Only a login granted this utility in cobordle_operators.dat
      *> may run it.
       copy "./src/copy/operator_check.cpy".

       procedure division.

       main-procedure.
               " to the versioned record layout")
           display space

           perform check-operator-grant

           perform take-maintenance-lock

           set ws-not-eof to true

           open input fd-old-stats-file
           call "CBL_RENAME_FILE" using
               ws-new-stats-file-name ws-old-stats-file-name

           perform release-maintenance-lock

           move ws-migrated-count to ws-migrated-count-disp
           display concat(
               "Rows migrated: " trim(ws-migrated-count-disp))

           exit paragraph.


      *> Nobody may record play while this run rewrites the files
      *> underneath them: the maintenance lock is taken first, and a
      *> run that finds it already held by someone else stops here.
       take-maintenance-lock.

           move 'S' to l-ml-action
           move "stats-migrate" to l-ml-program
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

           move "stats-migrate" to l-oc-program
           move spaces to l-oc-args
           call "operator-check" using l-operator-check

           if l-oc-denied then
               display l-oc-message
               move 8 to return-code
               stop run
           end-if

           exit paragraph.

       end program stats-migrate.
