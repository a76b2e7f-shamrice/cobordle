       copy "./src/copy/pending_score_record.cpy".

       fd  fd-pending-tmp.
       01  f-pending-tmp-record        pic x(65).

      *> The site and daily flag follow the date so delivered rows
      *> written before they were added still read the same.
       fd  fd-delivered-file.
       01  f-delivered-record.
           05  f-delivered-pending     pic x(54).
           05  f-delivered-on          pic 9(8).
           05  f-delivered-site        pic x(10).
           05  f-delivered-daily       pic a.

       fd  fd-config-file.
       01  f-config-record             pic x(80).
      *> Second handle on the delivered log for the per-row dedupe
      *> scan, separate from the extend handle delivery appends to.
       fd  fd-delivered-scan.
       01  f-scan-record               pic x(73).

       working-storage section.

       01  ws-scoreboard-url       pic x(80)
                                   value "http://localhost:8080/scores".

      *> The office this installation posts as (SITE-ID in
      *> cobordle.cfg), sent for queued rows that predate the site
      *> field. Blank when unset or not a safe id.
       01  ws-site-id              pic x(10) value spaces.
       01  ws-send-site            pic x(10).
       01  ws-send-daily           pic a.

       01  ws-config-key           pic x(20).
       01  ws-config-value         pic x(40).

       01  ws-kept-count           pic 9(5) comp value 0.
       01  ws-count-disp           pic z(4)9.

      *> Maintenance-window lock check before the pending queue is
      *> drained (see maint-lock).
       copy "./src/copy/maint_lock.cpy".

       procedure division.

       main-procedure.

           display "COBORDLE - Scoreboard submission retry"

           perform check-maintenance-lock

           perform load-config-url
           perform check-url-safe

                               move trim(ws-config-value)
                                   to ws-scoreboard-url
                           end-if
                           if ws-config-key = "SITE-ID" then
                               move upper-case(trim(ws-config-value))
                                   to ws-site-id
                           end-if
                       end-if
                   end-read
               end-perform

           set ws-not-eof to true

           perform varying ws-check-idx from 1 by 1
               until ws-check-idx > 10

               evaluate ws-site-id(ws-check-idx:1)
                   when space
                   when "A" thru "Z"
                   when "0" thru "9"
                   when "-"
                   when "_"
                       continue
                   when other
                       move spaces to ws-site-id
               end-evaluate
           end-perform

           exit paragraph.


               exit paragraph
           end-if

           move f-pending-site to ws-send-site
           if ws-send-site = spaces then
               move ws-site-id to ws-send-site
           end-if
           move f-pending-daily to ws-send-daily
           if ws-send-daily not = 'Y' then
               move 'N' to ws-send-daily
           end-if

           move concat(
               "curl -s -f -X POST " trim(ws-scoreboard-url)
               " -d " quote "player="
               "&tries=" trim(ws-submit-tries-disp)
               "&solved=" f-pending-solved
               "&gameid=" trim(f-pending-game-id)
               "&site=" trim(ws-send-site)
               "&daily=" ws-send-daily
               quote)
               to ws-submit-command

           if return-code = 0 then
               move f-pending-record to f-delivered-pending
               move ws-today to f-delivered-on
               move ws-send-site to f-delivered-site
               move ws-send-daily to f-delivered-daily
               open extend fd-delivered-file
               write f-delivered-record
               close fd-delivered-file

           exit paragraph.


      *> The pending queue is left alone while an administrative run
      *> holds the maintenance lock; the next retry run drains it.
       check-maintenance-lock.

           move 'Q' to l-ml-action
           move "score-retry" to l-ml-program
           call "maint-lock" using l-maint-lock

           if l-ml-held then
               display trim(l-ml-message)
               display "Retry skipped: the pending queue is left as "
                   "it is."
               stop run
           end-if

           exit paragraph.

       end program score-retry.
