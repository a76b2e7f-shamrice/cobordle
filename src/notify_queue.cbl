      ******************************************************************
      * Purpose: Adds one message to the office chat notification
      *          queue (cobordle_notify_queue.dat). Called by the
      *          programs whose results used to sit in a file until
      *          someone pasted them into chat by hand -- monthly
      *          awards, season close, pick-em settlement, challenge
      *          results. Nothing is posted here: notify-send drains
      *          the queue to the webhook, so an outage only delays a
      *          message. Each row gets a message id (the queueing
      *          stamp to the hundredth plus a per-run counter) that
      *          the sender's delivered log is keyed on.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. notify-queue.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       input-output section.

           file-control.
               select optional fd-notify-file
               assign to dynamic ws-notify-file-name
               organization is line sequential.

       data division.

       file section.

       fd  fd-notify-file.
       copy "./src/copy/notify_record.cpy".

       working-storage section.

       01  ws-notify-file-name     pic x(40)
                                   value "cobordle_notify_queue.dat".

      *> Kept across calls, so two messages queued by one run inside
      *> the same hundredth of a second still get different ids.
       01  ws-call-seq             pic 9(2) value 0.

       linkage section.

       copy "./src/copy/notify_queue.cpy".

       procedure division using l-notify-queue.

       main-procedure.

           move spaces to l-nq-msg-id

           if l-nq-text = spaces then
               goback
           end-if

           compute ws-call-seq = mod(ws-call-seq + 1, 100)

           move spaces to f-notify-record
           move function current-date(1:14) to f-notify-stamp
           move concat(function current-date(3:14) ws-call-seq)
               to f-notify-msg-id
           move l-nq-source to f-notify-source
           move l-nq-player-1 to f-notify-player-1
           move l-nq-player-2 to f-notify-player-2
           move 0 to f-notify-attempts
           move l-nq-text to f-notify-text

           open extend fd-notify-file
           write f-notify-record
           close fd-notify-file

           move f-notify-msg-id to l-nq-msg-id

           goback.

       end program notify-queue.
