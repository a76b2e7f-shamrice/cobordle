      *          same word on their machine, and posts their result
      *          back; --status shows the verdict once both results
      *          exist. A local state file (cobordle_challenges.dat)
      *          remembers what this machine sent and played. A
      *          decided match is announced once in the office chat
      *          channel (see notify-queue).
      *
      *          Usage: challenge --send=OPPONENT [--length=N] [--hard]
      *                 challenge --list
               assign to dynamic ws-stats-file-name
               organization is indexed
               access mode is dynamic
               record key is f-stats-key
               alternate record key is f-stats-date with duplicates
               alternate record key is f-stats-game-id with duplicates.

               select optional fd-stage-file
               assign to dynamic ws-stage-file-name
           88  ws-rated-eof        value 'Y'.
           88  ws-rated-not-eof    value 'N'.

      *> Chat channel announcement of a decided match (see
      *> notify-queue).
       copy "./src/copy/notify_queue.cpy".
       01  ws-ch-result-text       pic x(16).
       01  ws-op-result-text       pic x(16).
       01  ws-verdict-text         pic x(20).

      *> Binary-search work fields for find-word-in-lists; the word
      *> and allowed lists arrive pre-sorted from word-loader.
       01  ws-bs-low               pic 9(5) comp.
           88  ws-word-known       value 'Y'.
           88  ws-word-unknown     value 'N'.

      *> Maintenance-window lock check before any round is dealt
      *> (see maint-lock).
       copy "./src/copy/maint_lock.cpy".

      *> Sign-in against the registered-player master before any
      *> recorded round (see player-signin).
       copy "./src/copy/player_signin.cpy".

       local-storage section.

       procedure division.

           evaluate ws-command-mode
               when "SEND"
                   perform check-maintenance-lock
                   perform sign-in-player
                   perform send-challenge
               when "LIST"
                   perform list-challenges
               when "ACCEPT"
                   perform check-maintenance-lock
                   perform sign-in-player
                   perform accept-challenge
               when "STATUS"
                   perform show-status
           write f-rated-record from f-status-id
           close fd-rated-file

           perform announce-challenge-result

           exit paragraph.


      *> Runs under the same exactly-once guard as the rating, so the
      *> channel hears about each match once.
       announce-challenge-result.

           if f-status-ch-solved = 'Y' then
               move f-status-ch-tries to ws-tries-disp
               move concat("solved in " trim(ws-tries-disp))
                   to ws-ch-result-text
           else
               move "missed" to ws-ch-result-text
           end-if

           if f-status-op-solved = 'Y' then
               move f-status-op-tries to ws-tries-disp-2
               move concat("solved in " trim(ws-tries-disp-2))
                   to ws-op-result-text
           else
               move "missed" to ws-op-result-text
           end-if

           evaluate l-rm-outcome
               when 'A'
                   move "challenger wins" to ws-verdict-text
               when 'B'
                   move "opponent wins" to ws-verdict-text
               when other
                   move "a tie" to ws-verdict-text
           end-evaluate

           move "CHALLENGE" to l-nq-source
           move f-status-challenger to l-nq-player-1
           move f-status-opponent to l-nq-player-2
           move concat(
               "Challenge " trim(f-status-id) ": {1} "
               trim(ws-ch-result-text) ", {2} "
               trim(ws-op-result-text) " -- "
               trim(ws-verdict-text) ".")
               to l-nq-text

           call "notify-queue" using l-notify-queue

           exit paragraph.



           exit paragraph.


      *> Refuses to deal a round while an administrative run holds
      *> the maintenance lock: a game played now would write its rows
      *> into the middle of a restore or migration.
       check-maintenance-lock.

           move 'Q' to l-ml-action
           move "challenge" to l-ml-program
           call "maint-lock" using l-maint-lock

           if l-ml-held then
               display trim(l-ml-message)
               stop run
           end-if

           exit paragraph.


      *> Sending and accepting both play a recorded round, so the
      *> player signs in first (see player-signin); list and status
      *> only read.
       sign-in-player.

           set l-ps-verify to true
           move l-player-id to l-ps-player
           call "player-signin" using l-player-signin

           if l-ps-unregistered or l-ps-inactive or l-ps-bad-pin then
               display l-ps-message
               call "disable-logger"
               stop run
           end-if

           exit paragraph.

       end program challenge.
