      *          after daily-digest, computes the real average from
      *          the day's daily rows, scores every pick (closer is
      *          better: 100 points minus 2 per tenth-of-a-try off),
      *          and keeps a cumulative standings table. The day's
      *          result and its closest pick are announced in the
      *          office chat channel (see notify-queue). An office
      *          holiday (see holiday-check) is not settled.
      *
      *          Usage: pickem --player=NAME --pick=N.N
      *                 pickem --settle [--date=YYYYMMDD]
               assign to dynamic ws-stats-file-name
               organization is indexed
               access mode is dynamic
               record key is f-stats-key
               alternate record key is f-stats-date with duplicates
               alternate record key is f-stats-game-id with duplicates.

               select optional fd-picks-file
               assign to dynamic ws-picks-file-name
       01  ws-diff-tenths          pic s9(4) comp.
       01  ws-award-points         pic s9(3) comp.
       01  ws-settled-count        pic 9(3) comp value 0.
      *> The day's best pick, for the chat announcement; the first
      *> of a tie keeps it.
       01  ws-best-points          pic s9(3) comp value -1.
       01  ws-best-player          pic x(20) value spaces.
       01  ws-points-disp          pic zz9.

      *> Cumulative standings from the scores file.
       01  ws-max-players          constant as 100.
       01  ws-tenths-disp          pic z9.9.
       01  ws-tenths-work          pic 9(2)v9.

      *> Chat channel announcement of a settled day (see
      *> notify-queue).
       copy "./src/copy/notify_queue.cpy".

      *> Closed days are not settled (see holiday-check).
       copy "./src/copy/holiday_check.cpy".

      *> Maintenance-window lock check before a pick or a settle
      *> (see maint-lock).
       copy "./src/copy/maint_lock.cpy".

      *> Sign-in against the registered-player master before any
      *> recorded round (see player-signin).
       copy "./src/copy/player_signin.cpy".

       procedure division.

       main-procedure.

           evaluate ws-mode
               when "PICK"
                   perform check-maintenance-lock
                   perform sign-in-player
                   perform lock-pick
               when "SETTLE"
                   perform check-maintenance-lock
                   perform settle-picks
               when other
                   perform display-standings
                   function integer-of-date(ws-today) - 1)
           end-if

      *>   The handful who play on a closed day is no office
      *>   average; the day's picks are left unsettled.
           move ws-target-date to l-hc-date
           call "holiday-check" using l-holiday-check
           if l-hc-holiday then
               display concat(
                   ws-target-date " was an office holiday ("
                   trim(l-hc-name) "). Picks are not settled.")
               stop run
           end-if

           perform check-already-settled
           if ws-guard-hit then
               display concat(
           display concat(
               trim(ws-count-disp) " pick(s) settled.")

           if ws-settled-count > 0 then
               perform announce-settlement
           end-if

           perform display-standings

           exit paragraph.


       announce-settlement.

           move "PICKEM" to l-nq-source
           move ws-best-player to l-nq-player-1
           move spaces to l-nq-player-2

           move ws-best-points to ws-points-disp
           move ws-settled-count to ws-count-disp

           move concat(
               "Pick-em " ws-target-date ": the office averaged "
               trim(ws-tenths-disp) " tries. Closest pick: {1} with "
               trim(ws-points-disp) " points (" trim(ws-count-disp)
               " picks settled).")
               to l-nq-text

           call "notify-queue" using l-notify-queue

           exit paragraph.


       check-already-settled.

           set ws-guard-clear to true

           set ws-not-eof to true

           move ws-target-date to f-stats-date

           open input fd-stats-file

               start fd-stats-file key = f-stats-date
               invalid key set ws-eof to true
               end-start

               perform until ws-eof
                   read fd-stats-file next
                   at end set ws-eof to true
                   not at end
                       if f-stats-date not = ws-target-date then
                           set ws-eof to true
                       else
                           if f-stats-v2
                           and f-stats-daily-flag = 'Y'
                           and f-stats-length = 5 then
                               add 1 to ws-daily-games
                               add f-stats-tries to ws-daily-tries
                           end-if
                       end-if
                   end-read
               end-perform

           add 1 to ws-settled-count

           if ws-award-points > ws-best-points then
               move ws-award-points to ws-best-points
               move f-pick-player to ws-best-player
           end-if

           move ws-award-points to ws-count-disp
           display concat(
               trim(f-pick-player) " scores "

           exit paragraph.


      *> Refuses to lock a pick or settle a day while an
      *> administrative run holds the maintenance lock: the picks
      *> file and the stats rows settle reads may be mid-rewrite.
       check-maintenance-lock.

           move 'Q' to l-ml-action
           move "pickem" to l-ml-program
           call "maint-lock" using l-maint-lock

           if l-ml-held then
               display trim(l-ml-message)
               stop run
           end-if

           exit paragraph.


      *> A pick is scored and paid into the standings, so only a
      *> registered player who knows the PIN may lock one in (see
      *> player-signin).
       sign-in-player.

           set l-ps-verify to true
           move ws-player-id to l-ps-player
           call "player-signin" using l-player-signin

           if l-ps-unregistered or l-ps-inactive or l-ps-bad-pin then
               display l-ps-message
               stop run
           end-if

           exit paragraph.

       end program pickem.
