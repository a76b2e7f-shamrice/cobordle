               assign to dynamic ws-stats-file-name
               organization is indexed
               access mode is dynamic
               record key is f-stats-key
               alternate record key is f-stats-date with duplicates
               alternate record key is f-stats-game-id with duplicates.

               select optional fd-stats-archive-file
               assign to dynamic ws-stats-archive-file-name
      *> in the archive; the surviving rows keep their chain bytes
      *> as written and audit-verify re-anchors on that first row.
       fd  fd-audit-tmp.
       01  f-audit-tmp-record          pic x(59).

       fd  fd-audit-archive-file.
       01  f-audit-archive-record      pic x(59).

       fd  fd-rollup-file.
       copy "./src/copy/rollup_record.cpy".
      *> archive runs leave a trace.
       copy "./src/copy/run_journal.cpy".

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

           move function current-date(1:8) to ws-today
           move ws-today(1:6) to ws-run-stamp
               "cobordle_word_stats_archive_" ws-run-stamp ".dat")
               to ws-word-stats-archive-name

           perform take-maintenance-lock

           perform archive-stats-file
           perform archive-word-stats-file
           perform archive-audit-files
           perform write-rollup-rows

           perform release-maintenance-lock

           move ws-stats-archived to ws-count-disp
           display concat(
               "Stats rows archived:      " trim(ws-count-disp))

           exit paragraph.


      *> Nobody may record play while this run rewrites the files
      *> underneath them: the maintenance lock is taken first, and a
      *> run that finds it already held by someone else stops here.
       take-maintenance-lock.

           move 'S' to l-ml-action
           move "stats-archive" to l-ml-program
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
               move "stats-archive" to l-rj-program
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

           move "stats-archive" to l-oc-program
           move ws-cmd-args(1:60) to l-oc-args
           call "operator-check" using l-operator-check

           if l-oc-denied then
               display l-oc-message
               move 8 to return-code
               stop run
           end-if

           exit paragraph.

       end program stats-archive.
