      ******************************************************************
      * Purpose: Posts the office chat notification queue
      *          (cobordle_notify_queue.dat) to the chat webhook named
      *          by NOTIFY-WEBHOOK-URL in cobordle.cfg, with the same
      *          shelled-out curl POST the scoreboard submission uses.
      *          Messages go in the order they were queued; each
      *          delivered one is appended to cobordle_notify_sent.dat
      *          (with the delivery date) and dropped from the queue.
      *          The first failure stops the run -- the webhook is
      *          clearly unreachable -- and that message, its attempt
      *          count bumped, and everything behind it stay queued
      *          for the next run: store and forward, so an outage
      *          delays the channel's news but never loses it.
      *
      *          Players are named in a queued message by placeholder
      *          and rendered here: @PLAYER, or just PLAYER for
      *          anyone whose profile says CHAT-MENTIONS=N (a
      *          CHAT-MENTIONS line in cobordle.cfg sets the default
      *          for players whose profile doesn't say). Message text
      *          is cut down to a safe character set before it goes
      *          anywhere near the shell command line.
      *
      *          Usage: notify-send
      *          With no webhook configured, nothing is posted and
      *          the queue is left as it is.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. notify-send.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       input-output section.

           file-control.
               select optional fd-notify-file
               assign to dynamic ws-notify-file-name
               organization is line sequential.

               select fd-notify-tmp
               assign to dynamic ws-notify-tmp-name
               organization is line sequential.

               select optional fd-sent-file
               assign to dynamic ws-sent-file-name
               organization is line sequential.

               select optional fd-sent-scan
               assign to dynamic ws-sent-file-name
               organization is line sequential.

               select optional fd-config-file
               assign to dynamic ws-config-file-name
               organization is line sequential.

       data division.

       file section.

       fd  fd-notify-file.
       copy "./src/copy/notify_record.cpy".

       fd  fd-notify-tmp.
       01  f-notify-tmp-record         pic x(285).

       fd  fd-sent-file.
       01  f-sent-record.
           05  f-sent-notify           pic x(285).
           05  f-sent-on               pic 9(8).

      *> Second handle on the delivered log for the per-message
      *> dedupe scan, separate from the extend handle delivery
      *> appends to.
       fd  fd-sent-scan.
       01  f-scan-record               pic x(293).

      *> cobordle.cfg, and a player's profile when their mention
      *> preference is looked up -- same KEY=VALUE lines.
       fd  fd-config-file.
       01  f-config-record             pic x(200).

       working-storage section.

       01  ws-notify-file-name     pic x(40)
                                   value "cobordle_notify_queue.dat".
       01  ws-notify-tmp-name      pic x(40)
                                 value "cobordle_notify_queue.dat.tmp".
       01  ws-sent-file-name       pic x(40)
                                   value "cobordle_notify_sent.dat".
       01  ws-config-file-name     pic x(40).

       01  ws-webhook-url          pic x(160) value spaces.

       01  ws-config-key           pic x(20).
       01  ws-config-value         pic x(160).

       01  ws-eof-sw               pic a value 'N'.
           88  ws-eof              value 'Y'.
           88  ws-not-eof          value 'N'.
       01  ws-config-eof-sw        pic a value 'N'.
           88  ws-config-eof       value 'Y'.
           88  ws-config-not-eof   value 'N'.

      *> Once a post fails, the rest of the queue is copied through
      *> untouched so the channel still hears things in order.
       01  ws-drain-stopped-sw     pic a value 'N'.
           88  ws-drain-stopped    value 'Y'.
           88  ws-drain-running    value 'N'.

       01  ws-url-safe-sw          pic a value 'Y'.
           88  ws-url-safe         value 'Y'.
           88  ws-url-unsafe       value 'N'.
       01  ws-check-idx            pic 9(3) comp.

      *> Office default for @mentions, then the one player's own
      *> preference over it.
       01  ws-default-mentions     pic a value 'Y'.
       01  ws-mention-sw           pic a value 'Y'.
           88  ws-mention-on       value 'Y'.
           88  ws-mention-off      value 'N'.
       01  ws-mention-player       pic x(20).

       01  ws-render-text          pic x(400).
       01  ws-render-ptr           pic 9(3) comp.
       01  ws-text-idx             pic 9(3) comp.
       01  ws-post-text            pic x(400).
       01  ws-post-command         pic x(700).

       01  ws-today                pic 9(8).
       01  ws-env-stamp            pic x(14).

       01  ws-row-sent-sw          pic a value 'N'.
           88  ws-row-sent         value 'Y'.
           88  ws-row-not-sent     value 'N'.
       01  ws-scan-eof-sw          pic a value 'N'.
           88  ws-scan-eof         value 'Y'.
           88  ws-scan-not-eof     value 'N'.

       01  ws-sent-count           pic 9(5) comp value 0.
       01  ws-kept-count           pic 9(5) comp value 0.
       01  ws-count-disp           pic z(4)9.

      *> Maintenance-window lock check before the queue is drained
      *> (see maint-lock).
       copy "./src/copy/maint_lock.cpy".

       procedure division.

       main-procedure.

           display "COBORDLE - Chat notification sender"

           perform check-maintenance-lock

           perform load-config-settings

           if ws-webhook-url = spaces then
               display "No NOTIFY-WEBHOOK-URL in cobordle.cfg; "
                   "messages stay queued."
               stop run
           end-if

           perform check-url-safe

           if ws-url-unsafe then
               display "Send skipped: webhook URL has "
                   "unsupported characters."
               stop run
           end-if

           move function current-date(1:8) to ws-today

           set ws-not-eof to true
           set ws-drain-running to true

           open input fd-notify-file
           open output fd-notify-tmp

               perform until ws-eof
                   read fd-notify-file
                   at end set ws-eof to true
                   not at end
                       if f-notify-record = spaces then
                           continue
                       else
                           if ws-drain-stopped then
                               perform keep-notify-row
                           else
                               perform post-notify-row
                           end-if
                       end-if
                   end-read
               end-perform

           close fd-notify-file
           close fd-notify-tmp

           call "CBL_DELETE_FILE" using ws-notify-file-name
           call "CBL_RENAME_FILE" using
               ws-notify-tmp-name ws-notify-file-name

           move ws-sent-count to ws-count-disp
           display concat(
               "Posted: " trim(ws-count-disp))
           move ws-kept-count to ws-count-disp
           display concat(
               "Still queued: " trim(ws-count-disp))

           stop run.


       load-config-settings.

           move "cobordle.cfg" to ws-config-file-name
           set ws-config-not-eof to true

           open input fd-config-file

               perform until ws-config-eof
                   read fd-config-file
                   at end set ws-config-eof to true
                   not at end
                       perform split-config-line
                       evaluate ws-config-key
                           when "NOTIFY-WEBHOOK-URL"
                               move trim(ws-config-value)
                                   to ws-webhook-url
                           when "CHAT-MENTIONS"
                               if upper-case(ws-config-value(1:1))
                                   = "N" then
                                   move 'N' to ws-default-mentions
                               else
                                   move 'Y' to ws-default-mentions
                               end-if
                       end-evaluate
                   end-read
               end-perform

           close fd-config-file

           exit paragraph.


       split-config-line.

           move spaces to ws-config-key
           move spaces to ws-config-value

           if f-config-record = spaces
           or f-config-record(1:1) = "*" then
               exit paragraph
           end-if

           unstring f-config-record delimited by "="
               into ws-config-key ws-config-value
           move upper-case(trim(ws-config-key)) to ws-config-key
           move trim(ws-config-value) to ws-config-value

           exit paragraph.


      *> Same allowed-character set the scoreboard submission applies
      *> before a URL is inlined into a shell command line.
       check-url-safe.

           set ws-url-safe to true

           perform varying ws-check-idx from 1 by 1
               until ws-check-idx > 160

               evaluate ws-webhook-url(ws-check-idx:1)
                   when space
                   when "A" thru "Z"
                   when "a" thru "z"
                   when "0" thru "9"
                   when "-"
                   when "_"
                   when "."
                   when ":"
                   when "/"
                   when "?"
                   when "="
                       continue
                   when other
                       set ws-url-unsafe to true
               end-evaluate
           end-perform

           exit paragraph.


       post-notify-row.

           perform check-row-already-sent
           if ws-row-sent then
               display concat(
                   "Dropping queued message already posted: "
                   f-notify-msg-id)
               exit paragraph
           end-if

           perform render-message
           perform make-text-safe

           move concat(
               "curl -s -f -X POST -H " quote
               "Content-Type: application/json" quote
               " -d '{" quote "text" quote ":" quote
               trim(ws-post-text) quote "}' "
               trim(ws-webhook-url))
               to ws-post-command

           call "SYSTEM" using ws-post-command

           if return-code = 0 then
               move f-notify-record to f-sent-notify
               move ws-today to f-sent-on
               open extend fd-sent-file
               write f-sent-record
               close fd-sent-file
               add 1 to ws-sent-count
           else
               move 0 to return-code
               if f-notify-attempts < 999 then
                   add 1 to f-notify-attempts
               end-if
               set ws-drain-stopped to true
               perform keep-notify-row
           end-if

           exit paragraph.


      *> Fills the {1} and {2} placeholders in with the two players,
      *> each as an @mention or a plain name.
       render-message.

           move spaces to ws-render-text
           move 1 to ws-render-ptr

           perform varying ws-text-idx from 1 by 1
               until ws-text-idx > 200

               evaluate true
                   when ws-text-idx <= 198
                   and f-notify-text(ws-text-idx:3) = "{1}"
                       move f-notify-player-1 to ws-mention-player
                       perform render-mention
                       add 2 to ws-text-idx
                   when ws-text-idx <= 198
                   and f-notify-text(ws-text-idx:3) = "{2}"
                       move f-notify-player-2 to ws-mention-player
                       perform render-mention
                       add 2 to ws-text-idx
                   when other
                       string f-notify-text(ws-text-idx:1)
                           delimited by size
                           into ws-render-text
                           with pointer ws-render-ptr
                       end-string
               end-evaluate
           end-perform

           exit paragraph.


       render-mention.

           if ws-mention-player = spaces then
               exit paragraph
           end-if

           perform check-mention-wanted

           if ws-mention-on then
               string "@" trim(ws-mention-player)
                   delimited by size
                   into ws-render-text
                   with pointer ws-render-ptr
               end-string
           else
               string trim(ws-mention-player)
                   delimited by size
                   into ws-render-text
                   with pointer ws-render-ptr
               end-string
           end-if

           exit paragraph.


      *> The player's profile has the last word; without a
      *> CHAT-MENTIONS line there, the office default stands.
       check-mention-wanted.

           move ws-default-mentions to ws-mention-sw

           move concat(
               "cobordle_profile_" trim(ws-mention-player) ".dat")
               to ws-config-file-name
           set ws-config-not-eof to true

           open input fd-config-file

               perform until ws-config-eof
                   read fd-config-file
                   at end set ws-config-eof to true
                   not at end
                       perform split-config-line
                       if ws-config-key = "CHAT-MENTIONS" then
                           if upper-case(ws-config-value(1:1))
                               = "N" then
                               set ws-mention-off to true
                           else
                               set ws-mention-on to true
                           end-if
                       end-if
                   end-read
               end-perform

           close fd-config-file

           exit paragraph.


      *> Anything that could close the JSON string or the shell's
      *> quoting -- quotes, backslashes, dollar signs, backticks --
      *> becomes a space.
       make-text-safe.

           move spaces to ws-post-text

           perform varying ws-text-idx from 1 by 1
               until ws-text-idx > 400

               evaluate ws-render-text(ws-text-idx:1)
                   when space
                   when "A" thru "Z"
                   when "a" thru "z"
                   when "0" thru "9"
                   when "-"
                   when "_"
                   when "."
                   when ","
                   when ":"
                   when "!"
                   when "?"
                   when "("
                   when ")"
                   when "%"
                   when "@"
                   when "/"
                   when "#"
                   when "+"
                   when "="
                       move ws-render-text(ws-text-idx:1)
                           to ws-post-text(ws-text-idx:1)
                   when other
                       continue
               end-evaluate
           end-perform

           exit paragraph.


      *> A queued message whose id is already in the delivered log (a
      *> rerun after a crash between the post and the queue rewrite)
      *> is dropped, not posted twice.
       check-row-already-sent.

           set ws-row-not-sent to true
           set ws-scan-not-eof to true

           open input fd-sent-scan

               perform until ws-scan-eof
                   read fd-sent-scan
                   at end set ws-scan-eof to true
                   not at end
                       if f-scan-record(15:16) = f-notify-msg-id then
                           set ws-row-sent to true
                           set ws-scan-eof to true
                       end-if
                   end-read
               end-perform

           close fd-sent-scan

           exit paragraph.


       keep-notify-row.

           write f-notify-tmp-record from f-notify-record
           add 1 to ws-kept-count

           exit paragraph.


      *> The queue is left alone while an administrative run holds
      *> the maintenance lock; the next run posts it. Run as a step
      *> of the batch that holds the lock, it goes ahead -- the same
      *> joining rule maint-lock applies.
       check-maintenance-lock.

           move 'Q' to l-ml-action
           move "notify-send" to l-ml-program
           call "maint-lock" using l-maint-lock

           if l-ml-held then
               move spaces to ws-env-stamp
               accept ws-env-stamp
                   from environment "COBORDLE_MAINT_STAMP"
               if ws-env-stamp not = spaces
               and ws-env-stamp = l-ml-set-stamp then
                   exit paragraph
               end-if
               display trim(l-ml-message)
               display "Send skipped: the notification queue is left "
                   "as it is."
               stop run
           end-if

           exit paragraph.

       end program notify-send.
