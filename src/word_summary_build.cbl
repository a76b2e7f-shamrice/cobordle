      *          the rollup, not the live history, so a rebuild after
      *          archiving covers the retention window only; the
      *          summary maintained in place at round end is the
      *          complete record going forward. Needs an operator
      *          grant, and holds the maintenance lock while the
      *          summary is rewritten.
      *
      *          Usage: word-summary-build
      * Tectonics: ./build.sh
       01  ws-words-written          pic 9(7) comp value 0.
       01  ws-count-disp             pic z(6)9.

      *> The maintenance-window lock held while the files are being
      *> rewritten (see maint-lock).
       copy "./src/copy/maint_lock.cpy".

      *> Only a login granted this utility in cobordle_operators.dat
      *> may run it.
       copy "./src/copy/operator_check.cpy".

       procedure division.

       main-procedure.
           display "COBORDLE - Word summary build"
           display space

           perform check-operator-grant

           perform take-maintenance-lock

           call "CBL_DELETE_FILE" using ws-summary-file-name

           set ws-not-eof to true
           close fd-summary-file
           close fd-word-stats-file

           perform release-maintenance-lock

           display space
           move ws-rows-read to ws-count-disp
           display concat(

           exit paragraph.


      *> Nobody may record play while this run rewrites the summary file
      *> underneath them: the maintenance lock is taken first, and a
      *> run that finds it already held by someone else stops here.
       take-maintenance-lock.

           move 'S' to l-ml-action
           move "word-summary-build" to l-ml-program
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

           move "word-summary-build" to l-oc-program
           move spaces to l-oc-args
           call "operator-check" using l-operator-check

           if l-oc-denied then
               display l-oc-message
               move 8 to return-code
               stop run
           end-if

           exit paragraph.

       end program word-summary-build.
