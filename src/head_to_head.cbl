               assign to dynamic ws-stats-file-name
               organization is indexed
               access mode is dynamic
               record key is f-stats-key
               alternate record key is f-stats-date with duplicates
               alternate record key is f-stats-game-id with duplicates.

               select optional fd-stage-file
               assign to dynamic ws-stage-file-name
      *> ratings instead of vanishing into ordinary stats rows.
       copy "./src/copy/rating_match.cpy".

      *> Maintenance-window lock check before any round is dealt
      *> (see maint-lock).
       copy "./src/copy/maint_lock.cpy".

      *> Sign-in against the registered-player master before any
      *> recorded round (see player-signin).
       copy "./src/copy/player_signin.cpy".

       local-storage section.

       procedure division.
           display "Build date: " ws-compiled-date
           display space

           perform check-maintenance-lock

           perform load-shared-dir-config

           accept ws-cmd-args from command-line
           display "Player 1 id: " with no advancing
           accept ws-player1-id
           move upper-case(trim(ws-player1-id)) to ws-player1-id
           move ws-player1-id to l-ps-player
           perform sign-in-player

           display "Player 2 id: " with no advancing
           accept ws-player2-id
           move upper-case(trim(ws-player2-id)) to ws-player2-id
           move ws-player2-id to l-ps-player
           perform sign-in-player

           call "word-loader" using ws-word-data l-game-options


           exit paragraph.


      *> Refuses to deal a round while an administrative run holds
      *> the maintenance lock: a game played now would write its rows
      *> into the middle of a restore or migration.
       check-maintenance-lock.

           move 'Q' to l-ml-action
           move "head-to-head" to l-ml-program
           call "maint-lock" using l-maint-lock

           if l-ml-held then
               display trim(l-ml-message)
               stop run
           end-if

           exit paragraph.


      *> Both players' results are recorded, so both sign in before
      *> the word is dealt (see player-signin).
       sign-in-player.

           set l-ps-verify to true
           call "player-signin" using l-player-signin

           if l-ps-unregistered or l-ps-inactive or l-ps-bad-pin then
               display l-ps-message
               call "disable-logger"
               stop run
           end-if

           exit paragraph.

       end program head-to-head.
