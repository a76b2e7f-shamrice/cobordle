       copy "./src/copy/pending_score_record.cpy".

       fd  fd-pending-tmp.
       01  f-pending-tmp-record        pic x(65).

       fd  fd-report-file.
       01  f-report-record             pic x(100).
       01  ws-age-disp             pic z(4)9.
       01  ws-report-line          pic x(100).

      *> Maintenance-window lock check before checkpoints or pending
      *> rows are swept (see maint-lock).
       copy "./src/copy/maint_lock.cpy".

      *> Only a login granted this utility in cobordle_operators.dat
      *> may run it.
       copy "./src/copy/operator_check.cpy".

       procedure division.

       main-procedure.

           accept ws-cmd-args from command-line
           perform parse-cmd-args
           perform check-operator-grant

           if ws-preview-only then
               display "Preview only -- nothing will be removed. "
                   "Rerun with --confirm."
               display space
           else
               perform check-maintenance-lock
           end-if

           compute ws-today-day = function integer-of-date(

           exit paragraph.


      *> Checkpoints and the pending queue are not touched while an
      *> administrative run holds the maintenance lock.
       check-maintenance-lock.

           move 'Q' to l-ml-action
           move "janitor" to l-ml-program
           call "maint-lock" using l-maint-lock

           if l-ml-held then
               display trim(l-ml-message)
               display "Sweep skipped: nothing was removed."
               stop run
           end-if

           exit paragraph.


       check-operator-grant.

           move "janitor" to l-oc-program
           move ws-cmd-args(1:60) to l-oc-args
           call "operator-check" using l-operator-check

           if l-oc-denied then
               display l-oc-message
               move 8 to return-code
               stop run
           end-if

           exit paragraph.

       end program janitor.
