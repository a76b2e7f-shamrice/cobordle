      *          centrally versus games the service has that were
      *          never marked delivered here, and with --requeue
      *          puts the missing ones back into the pending queue
      *          for score-retry to re-deliver. --requeue needs an
      *          operator grant and is refused while the maintenance
      *          lock is held; the report alone needs neither.
      *
      *          Usage: score-reconcile [--from=YYYYMMDD]
      *                     [--to=YYYYMMDD] [--requeue]
       01  f-delivered-record.
           05  f-delivered-pending     pic x(54).
           05  f-delivered-on          pic 9(8).
           05  f-delivered-site        pic x(10).
           05  f-delivered-daily       pic a.

      *> The central service's game-id list for the window, one id
      *> per line.
       copy "./src/copy/pending_score_record.cpy".

       fd  fd-delivered-tmp.
       01  f-delivered-tmp-record      pic x(73).

       fd  fd-config-file.
       01  f-config-record             pic x(80).
       01  ws-curl-command         pic x(300).

      *> Delivered rows inside the window: the game id plus the
      *> original 54 pending bytes and the site and daily flag it was
      *> posted with (so a --requeue can put the row back verbatim).
       01  ws-max-games            constant as 2000.
       01  ws-delivered occurs ws-max-games times.
           05  ws-dl-game-id       pic x(16).
           05  ws-dl-pending       pic x(54).
           05  ws-dl-site          pic x(10).
           05  ws-dl-daily         pic a.
           05  ws-dl-matched       pic a.
       01  ws-delivered-count      pic 9(5) comp value 0.
       01  ws-dl-idx               pic 9(5) comp.
       01  ws-requeued-count       pic 9(5) comp value 0.
       01  ws-count-disp           pic z(4)9.

      *> --requeue rewrites the pending queue and the delivered log:
      *> only a login granted this utility in cobordle_operators.dat
      *> may ask for it, and never while the maintenance lock is held
      *> (see maint-lock).
       copy "./src/copy/operator_check.cpy".
       copy "./src/copy/maint_lock.cpy".

       procedure division.

       main-procedure.
           accept ws-cmd-args from command-line
           perform parse-cmd-args

           if ws-requeue then
               perform check-operator-grant
               perform check-maintenance-lock
           end-if

           perform fetch-remote-game-ids
           perform load-remote-ids
           perform load-delivered-rows
                               to ws-dl-game-id(ws-delivered-count)
                           move f-delivered-pending
                               to ws-dl-pending(ws-delivered-count)
                           move f-delivered-site
                               to ws-dl-site(ws-delivered-count)
                           move f-delivered-daily
                               to ws-dl-daily(ws-delivered-count)
                           move 'N'
                               to ws-dl-matched(ws-delivered-count)
                       end-if
                   if ws-dl-matched(ws-dl-idx) not = 'Y' then
                       move ws-dl-pending(ws-dl-idx)
                           to f-pending-record
                       move ws-dl-site(ws-dl-idx) to f-pending-site
                       move ws-dl-daily(ws-dl-idx) to f-pending-daily
                       write f-pending-record
                       add 1 to ws-requeued-count
                   end-if

           exit paragraph.


       check-operator-grant.

           move "score-reconcile" to l-oc-program
           move ws-cmd-args(1:60) to l-oc-args
           call "operator-check" using l-operator-check

           if l-oc-denied then
               display l-oc-message
               move 8 to return-code
               stop run
           end-if

           exit paragraph.


      *> The queue and the delivered log are left alone while an
      *> administrative run holds the maintenance lock; the
      *> --requeue can be run again once it is released.
       check-maintenance-lock.

           move 'Q' to l-ml-action
           move "score-reconcile" to l-ml-program
           call "maint-lock" using l-maint-lock

           if l-ml-held then
               display trim(l-ml-message)
               display "Re-queue refused: the pending queue and the "
                   "delivered log are left as they are."
               move 8 to return-code
               stop run
           end-if

           exit paragraph.

       end program score-reconcile.
